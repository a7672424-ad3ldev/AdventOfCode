000010*================================================================
000020*    NOTCREC - LAYOUT OF THE SUPPLIER REJECTION-NOTICE RECORD
000030*    (RJNOTC.<SUPPLIER CODE>.D<DATE>.T<TIME>).  ONE NOTICE
000040*    DATASET IS WRITTEN EACH NIGHT BY THE REJECTION-NOTICE STEP
000050*    (REJNOTC.CBL) FOR EVERY SUPPLIER WITH A FILE HELD OUT BY
000060*    THE GATEKEEPER OR WITH EXCEPTIONS ON THE EXCEPTION REPORT.
000070*    THE LAYOUT IS FIXED SO THE SUPPLIER CAN LOAD IT.  EACH FILE
000080*    NOTICED GETS AN 'NH' HEADER (FILE NAME, SUPPLIER HEADER
000090*    DATE/SEQUENCE AND DISPOSITION - 'REJECTED' WHEN THE WHOLE
000100*    FILE WAS HELD OUT AND MUST BE RESENT, 'ACCEPTED' WHEN IT
000110*    WAS PROCESSED WITHOUT THE CHARACTERS LISTED), ITS 'ND'
000120*    DETAILS, AND AN 'NT' TRAILER WITH COUNTS THE SUPPLIER CAN
000130*    RECONCILE.  THE DETAIL KIND IS 'C' FOR A REJECTED
000140*    CHARACTER (RECORD/COLUMN/CHARACTER), 'T' FOR A CONTROL
000150*    TRAILER FIELD OUT OF BALANCE (EXPECTED VERSUS ACTUAL), 'M'
000160*    FOR A MALFORMED CONTROL TRAILER AND 'G' FOR THE GATE
000170*    REASON.  THE NOTICE NUMBER TIES A FILE'S RECORDS TOGETHER.
000180*    COPY THIS UNDER THE 01-LEVEL NOTICE-RECORD IN THE FD FOR
000190*    NOTICE-FILE IN EACH PROGRAM.
000200*================================================================
000210     05  NTC-RECORD-TYPE     PIC X(2).
000220     05  NTC-SUPPLIER-CODE   PIC X(4).
000230     05  NTC-NOTICE-DATE     PIC 9(8).
000240     05  NTC-NOTICE-NUMBER   PIC 9(4).
000250     05  NTC-RECORD-DATA     PIC X(150).
000260     05  NTC-HEADER-DATA REDEFINES NTC-RECORD-DATA.
000270         10  NTC-HDR-SUPPLIER-NAME PIC X(20).
000280         10  NTC-HDR-FILE-NAME   PIC X(100).
000290         10  NTC-HDR-FILE-DATE   PIC 9(8).
000300         10  NTC-HDR-FILE-SEQ    PIC 9(9).
000310         10  NTC-HDR-DISPOSITION PIC X(8).
000320         10  FILLER              PIC X(5).
000330     05  NTC-DETAIL-DATA REDEFINES NTC-RECORD-DATA.
000340         10  NTC-DTL-KIND        PIC X(1).
000350         10  NTC-DTL-RECORD-NUMBER PIC 9(9).
000360         10  NTC-DTL-COLUMN      PIC 9(5).
000370         10  NTC-DTL-CHARACTER   PIC X(1).
000380         10  NTC-DTL-FIELD       PIC X(5).
000390         10  NTC-DTL-EXPECTED    PIC S9(9).
000400         10  NTC-DTL-ACTUAL      PIC S9(9).
000410         10  NTC-DTL-REASON      PIC X(30).
000420         10  FILLER              PIC X(81).
000430     05  NTC-TRAILER-DATA REDEFINES NTC-RECORD-DATA.
000440         10  NTC-TRL-DETAIL-COUNT PIC 9(9).
000450         10  NTC-TRL-CHAR-COUNT  PIC 9(9).
000460         10  NTC-TRL-CONTROL-COUNT PIC 9(9).
000470         10  NTC-TRL-INSTR-COUNT PIC 9(9).
000480         10  NTC-TRL-INVALID-COUNT PIC 9(9).
000490         10  NTC-TRL-TRAILER-INSTR PIC 9(9).
000500         10  FILLER              PIC X(96).
