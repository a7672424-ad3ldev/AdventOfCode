000010*================================================================
000020*    DLVLGREC - LAYOUT OF THE DELIVERY LOG RECORD (DLVLOGDS).
000030*    ONE RECORD IS APPENDED BY THE DELIVERY-CONTROL STEP
000040*    (DLVCTL.CBL) FOR EVERY SUPPLIER EXPECTED ON THE NIGHT:
000050*    'ARRIVED ' OR 'LATE    ' WITH THE MATCHED MANIFEST FILE
000060*    NAME, OR 'MISSING ' WITH THE FILE NAME LEFT BLANK.  THE
000070*    SUPPLIER SCORECARD (SUPSCORE.CBL) READS THE LOG BACK TO
000080*    MEASURE EACH SUPPLIER'S ON-TIME RATE.  COPY THIS UNDER THE
000090*    01-LEVEL DELIVERY-LOG-RECORD IN THE FD FOR
000100*    DELIVERY-LOG-FILE IN EACH PROGRAM.
000110*================================================================
000120     05  DLG-RUN-DATE        PIC 9(8).
000130     05  DLG-RUN-TIME        PIC 9(8).
000140     05  DLG-SUP-CODE        PIC X(4).
000150     05  DLG-STATUS          PIC X(8).
000160     05  DLG-FILE-NAME       PIC X(100).
