000010*================================================================
000020*    CHGRREC - LAYOUT OF THE SUPPLIER CHARGEBACK RATE RECORD
000030*    (CHGRTDS).  ONE RECORD PER DEFECT TYPE, MAINTAINED BY HAND
000040*    BY SUPPLIER MANAGEMENT, GIVING THE AMOUNT CHARGED BACK PER
000050*    OCCURRENCE.  A RECORD WITH A SUPPLIER CODE PRICES THAT
000060*    SUPPLIER ONLY AND OVERRIDES THE DEFAULT RECORD (SUPPLIER
000070*    CODE BLANK) FOR THE SAME DEFECT TYPE.  DEFECT TYPES ARE
000080*        LATE     - DELIVERY ARRIVED AFTER CUTOFF
000090*        MISSING  - SCHEDULED DELIVERY NEVER ARRIVED
000100*        GATEREJ  - FILE HELD OUT BY THE GATEKEEPER
000110*        REJCHAR  - PER THOUSAND REJECTED CHARACTERS
000120*        TRLRIMB  - CONTROL TRAILER OUT OF BALANCE
000130*    THE SUPPLIER SCORECARD (SUPSCORE.CBL) PRICES EACH
000140*    SUPPLIER'S DEFECTS FROM THIS FILE.  COPY THIS UNDER THE
000150*    01-LEVEL RATE-RECORD IN THE FD FOR RATE-FILE IN EACH
000160*    PROGRAM.
000170*================================================================
000180     05  CRT-DEFECT-TYPE     PIC X(8).
000190     05  FILLER              PIC X(1).
000200     05  CRT-SUP-CODE        PIC X(4).
000210     05  FILLER              PIC X(1).
000220     05  CRT-UNIT-RATE       PIC 9(5)V99.
