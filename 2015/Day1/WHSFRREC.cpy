000010*================================================================
000020*    WHSFRREC - LAYOUT OF THE KEYED WAREHOUSE FEED REGISTER
000030*    RECORD (WHSFREG), KEYED ON WFR-FEED-SEQ.  ONE RECORD IS
000040*    ADDED BY THE EXTRACT JOB (WHSEXTR.CBL) FOR EVERY FEED IT
000050*    BUILDS AND BY THE ACKNOWLEDGEMENT JOB (WHSACKR.CBL) FOR
000060*    EVERY RESEND, WITH THE RUN IT CARRIES AND THE TRAILER
000070*    TOTALS THE FEED WENT OUT WITH.  WFR-FEED-TYPE IS 'O'
000080*    (ORIGINAL) OR 'R' (RESEND, WFR-ORIG-FEED-SEQ NAMING THE
000090*    FEED IT REPLACES).  WHSACKR.CBL REWRITES THE RECORD WITH
000100*    THE WAREHOUSE'S ACKNOWLEDGEMENT: WFR-ACK-STATUS IS SPACES
000110*    UNTIL ONE ARRIVES, THEN 'ACCEPTED' OR 'REJECTED', AND
000120*    WFR-ACK-MISMATCH IS 'Y' WHEN THE LOADED COUNTS DO NOT AGREE
000130*    WITH THE TRAILER TOTALS.  WFR-RESENT-SEQ IS SET ON A FEED
000140*    ONCE A RESEND OF ITS RUN HAS GONE OUT.  COPY THIS UNDER THE
000150*    01-LEVEL FEED-REGISTER-RECORD IN THE FD FOR
000160*    FEED-REGISTER-FILE IN EACH PROGRAM.
000170*================================================================
000180     05  WFR-FEED-SEQ        PIC 9(9).
000190     05  WFR-FEED-TYPE       PIC X(1).
000200     05  WFR-ORIG-FEED-SEQ   PIC 9(9).
000210     05  WFR-RUN-KEY.
000220         10  WFR-RUN-DATE    PIC 9(8).
000230         10  WFR-RUN-TIME    PIC 9(8).
000240     05  WFR-SENT-DATE       PIC 9(8).
000250     05  WFR-SENT-TIME       PIC 9(8).
000260     05  WFR-DATASET-NAME    PIC X(8).
000270     05  WFR-DETAIL-COUNT    PIC 9(9).
000280     05  WFR-INSTR-TOTAL     PIC 9(9).
000290     05  WFR-OPEN-TOTAL      PIC 9(9).
000300     05  WFR-CLOSE-TOTAL     PIC 9(9).
000310     05  WFR-REJECT-TOTAL    PIC 9(9).
000320     05  WFR-ACK-STATUS      PIC X(8).
000330     05  WFR-ACK-DATE        PIC 9(8).
000340     05  WFR-ACK-TIME        PIC 9(8).
000350     05  WFR-ACK-REASON      PIC X(40).
000360     05  WFR-ACK-MISMATCH    PIC X(1).
000370     05  WFR-RESENT-SEQ      PIC 9(9).
