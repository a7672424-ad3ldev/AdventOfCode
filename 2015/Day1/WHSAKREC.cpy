000010*================================================================
000020*    WHSAKREC - LAYOUT OF THE WAREHOUSE ACKNOWLEDGEMENT RECORD
000030*    (WHSACKDS).  RETURNED BY THE CORPORATE WAREHOUSE LOADER,
000040*    ONE RECORD PER FEED IT HAS PROCESSED: THE FEED SEQUENCE AND
000050*    RUN DATE/TIME FROM THE FEED HEADER, 'ACCEPTED' OR
000060*    'REJECTED' WITH THE LOADER'S REASON, THE DETAIL RECORDS AND
000070*    COUNT TOTALS IT LOADED, AND WHEN IT PROCESSED THE FEED.
000080*    THE ACKNOWLEDGEMENT JOB (WHSACKR.CBL) MATCHES IT AGAINST
000090*    THE FEED REGISTER (WHSFREG).  COPY THIS UNDER THE 01-LEVEL
000100*    ACK-RECORD IN THE FD FOR ACK-FILE IN EACH PROGRAM.
000110*================================================================
000120     05  WAK-FEED-SEQ        PIC 9(9).
000130     05  WAK-RUN-DATE        PIC 9(8).
000140     05  WAK-RUN-TIME        PIC 9(8).
000150     05  WAK-ACK-STATUS      PIC X(8).
000160     05  WAK-REASON          PIC X(40).
000170     05  WAK-DETAIL-COUNT    PIC 9(9).
000180     05  WAK-INSTR-TOTAL     PIC 9(9).
000190     05  WAK-OPEN-TOTAL      PIC 9(9).
000200     05  WAK-CLOSE-TOTAL     PIC 9(9).
000210     05  WAK-REJECT-TOTAL    PIC 9(9).
000220     05  WAK-ACK-DATE        PIC 9(8).
000230     05  WAK-ACK-TIME        PIC 9(8).
