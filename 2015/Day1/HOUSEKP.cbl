000250*                  RUN AND ON ABEND - GENERATIONS KEPT AND
000260*                  PURGED, RETURN CODE AND SEVERITY - FOR THE
000270*                  MORNING STATUS BOARD (JOBSTAT.CBL).
000271* 2026-10-07 ADL   EVERY CATALOG RECORD DROPPED BY THE RETENTION
000272*                  PURGE IS NOW WRITTEN TO THE MASTER-FILE AUDIT
000273*                  JOURNAL (AUDJRNL, LAYOUT AUDJREC) AS A BEFORE
000274*                  IMAGE, WITH THE OPERATOR ID (OPERID PARAMETER,
000275*                  DEFAULT 'BATCH').  A JOURNAL THAT CANNOT BE
000276*                  OPENED STOPS THE STEP BEFORE ANY PURGE.
000277* 2026-10-08 ADL   A PURGED LEDGRDS GENERATION TAKES ITS RUN'S
000278*                  ENTRIES OFF THE HISTORICAL LEDGER (LEDGRIX).
000279* 2026-10-11 ADL   DAYBASIS=BUSINESS COUNTS THE RETENTION PERIOD
000280*                  IN BUSINESS DAYS - MONDAY TO FRIDAY, LESS THE
000281*                  HOLIDAYS AND SHOP-CLOSED DAYS, PLUS ANY EXTRA
000282*                  PROCESSING DAYS, ON THE SHOP PROCESSING
000283*                  CALENDAR (CALNDDS, LAYOUT CALNDREC).  THE
000284*                  DEFAULT (DAYBASIS=CALENDAR) IS UNCHANGED.
000285* 2026-10-15 ADL   A PURGED GENERATION IS NOW JOURNALED BEFORE IT
000286*                  IS EMPTIED, SO A JOURNAL FAILURE LEAVES IT
000287*                  INTACT.
000288*================================================================
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000410     SELECT PURGE-FILE ASSIGN TO 'PURGRPT'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS HK-PURGE-FILE-STATUS.
000432     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALNDDS'
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS HK-CALENDAR-FILE-STATUS.
000440     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS HK-JOB-LOG-FILE-STATUS.
000461     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'AUDJRNL'
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS HK-JOURNAL-FILE-STATUS.
000464     SELECT OPTIONAL LEDGER-IX-FILE ASSIGN TO 'LEDGRIX'
000465         ORGANIZATION IS INDEXED
000466         ACCESS MODE IS DYNAMIC
000467         RECORD KEY IS LGX-LEDGER-KEY
000468         FILE STATUS IS HK-LEDGER-FILE-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.
000560 FD  PURGE-FILE.
000570 01  PURGE-RECORD            PIC X(72).

000572 FD  CALENDAR-FILE.
000574 01  CALENDAR-RECORD.
000576     COPY CALNDREC.

000580 FD  JOB-LOG-FILE.
000590 01  JOB-LOG-RECORD.
000600     COPY JOBLGREC.

000602 FD  JOURNAL-FILE.
000604 01  JOURNAL-RECORD.
000606     COPY AUDJREC.

000607 FD  LEDGER-IX-FILE.
000608 01  LEDGER-IX-RECORD.
000609     COPY LEDGXREC.

000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------
000630*    FILE AND PARAMETER STORAGE
000730 01  HK-ABEND-FILE           PIC X(8).
000740 01  HK-RETDAYS-PARM         PIC X(5).
000750 01  HK-RETDAYS              PIC 9(5) COMP VALUE ZERO.
000752 01  HK-DAYBASIS-PARM        PIC X(8).
000754 01  HK-BUSINESS-FLAG        PIC X VALUE 'N'.
000756     88  HK-BUSINESS-DAYS    VALUE 'Y'.
000758 01  HK-CALENDAR-FILE-STATUS PIC XX.
000760 01  HK-PARSE-POINTER        PIC 9(4) COMP VALUE ZERO.
000770 01  HK-DIGIT-X              PIC X(01).
000780 01  HK-DIGIT                REDEFINES HK-DIGIT-X PIC 9(01).
000783 01  HK-OPERID-PARM          PIC X(8).
000786 01  HK-JOURNAL-FILE-STATUS  PIC XX.
000787 01  HK-LEDGER-FILE-STATUS   PIC XX.
000788 01  HK-LEDGER-DONE-FLAG     PIC X VALUE 'N'.
000789     88  HK-LEDGER-DONE      VALUE 'Y'.
000790*----------------------------------------------------------------
000800*    SERIAL-DAY DATE ARITHMETIC STORAGE
000810*----------------------------------------------------------------
000930 01  HK-SERIAL-DAYS          PIC S9(9) COMP VALUE ZERO.
000940 01  HK-TODAY-DATE           PIC 9(8) VALUE ZERO.
000950 01  HK-CUTOFF-SERIAL        PIC S9(9) COMP VALUE ZERO.
000951 01  HK-TEST-SERIAL          PIC S9(9) COMP VALUE ZERO.
000952 01  HK-DAY-OF-WEEK          PIC S9(4) COMP VALUE ZERO.
000953 01  HK-BUSINESS-COUNT       PIC 9(5) COMP VALUE ZERO.
000954 01  HK-BUSINESS-DAY-FLAG    PIC X VALUE 'N'.
000955     88  HK-BUSINESS-DAY     VALUE 'Y'.
000960*----------------------------------------------------------------
000970*    PURGE ACCOUNTING STORAGE
000980*----------------------------------------------------------------
000990 01  HK-KEPT-COUNT           PIC 9(9) COMP VALUE ZERO.
001000 01  HK-PURGED-COUNT         PIC 9(9) COMP VALUE ZERO.
001005 01  HK-LEDGER-PURGED-COUNT  PIC 9(9) COMP VALUE ZERO.
001010 01  HK-GEN-ACTION           PIC X(14).
001020 01  HK-REPORT-LINE          PIC X(72).
001030 01  HK-COUNT-EDIT           PIC ZZZZZZZZ9.
001100 01  HK-STEP-START-TIME      PIC 9(8) VALUE ZERO.
001110 01  HK-STEP-END-DATE        PIC 9(8) VALUE ZERO.
001120 01  HK-STEP-END-TIME        PIC 9(8) VALUE ZERO.
001121*----------------------------------------------------------------
001122*    SHOP-WIDE PROCESSING CALENDAR ENTRIES - UP TO 500 DATES.
001123*----------------------------------------------------------------
001124 01  HK-CAL-TABLE.
001125     05  HK-CAL-ENTRY        OCCURS 500 TIMES.
001126         10  HK-CAL-SERIAL   PIC S9(9) COMP.
001127         10  HK-CAL-TYPE     PIC X(1).
001128 01  HK-CAL-COUNT            PIC 9(4) COMP VALUE ZERO.
001129 01  HK-CAL-INDEX            PIC 9(4) COMP VALUE ZERO.

001130 PROCEDURE DIVISION.
001140 MAIN-LOGIC.
001150     ACCEPT HK-STEP-START-DATE FROM DATE YYYYMMDD
001160     ACCEPT HK-STEP-START-TIME FROM TIME
001170     PERFORM PARSE-PARAMETERS
001172     IF HK-BUSINESS-DAYS
001174         PERFORM LOAD-PROCESSING-CALENDAR
001176     END-IF
001180     ACCEPT HK-TODAY-DATE FROM DATE YYYYMMDD
001190     MOVE HK-TODAY-DATE TO HK-DATE-X
001200     PERFORM DATE-TO-SERIAL-DAYS
001210     COMPUTE HK-CUTOFF-SERIAL = HK-SERIAL-DAYS - HK-RETDAYS
001211     IF HK-BUSINESS-DAYS
001212         PERFORM COMPUTE-BUSINESS-CUTOFF
001213     END-IF
001215     PERFORM OPEN-AUDIT-JOURNAL
001217     PERFORM OPEN-HISTORY-LEDGER
001220     PERFORM OPEN-PURGE-REPORT
001230     PERFORM PROCESS-CATALOG
001240     PERFORM WRITE-PURGE-TOTALS
001250     CLOSE PURGE-FILE
001255     CLOSE JOURNAL-FILE
001257     CLOSE LEDGER-IX-FILE
001260     DISPLAY 'HOUSEKP COMPLETE - KEPT ' HK-KEPT-COUNT
001270         ' PURGED ' HK-PURGED-COUNT
001280     PERFORM WRITE-JOBLOG-RECORD
001760     END-PERFORM
001770     IF HK-RETDAYS = ZERO
001780         MOVE 90 TO HK-RETDAYS
001790     END-IF
001791     ACCEPT HK-OPERID-PARM FROM ENVIRONMENT 'OPERID'
001792         ON EXCEPTION
001793             MOVE SPACES TO HK-OPERID-PARM
001794     END-ACCEPT
001795     IF HK-OPERID-PARM = SPACES
001796         MOVE 'BATCH' TO HK-OPERID-PARM
001797     END-IF
001798     PERFORM PARSE-DAY-BASIS.

001800*----------------------------------------------------------------
001810*    CONVERTS HK-DATE-X (YYYYMMDD) TO A SERIAL DAY NUMBER IN
002100     STRING 'RETENTION PERIOD (DAYS) : ' DELIMITED BY SIZE
002110         HK-COUNT-EDIT DELIMITED BY SIZE
002120         INTO HK-REPORT-LINE
002130     PERFORM WRITE-PURGE-LINE
002132     IF HK-BUSINESS-DAYS
002134         MOVE 'RETENTION COUNTED IN BUSINESS DAYS (CALNDDS)'
002136             TO HK-REPORT-LINE
002138         PERFORM WRITE-PURGE-LINE
002139     END-IF.

002140 PROCESS-CATALOG.
002150     OPEN INPUT CATALOG-FILE
002430     PERFORM DATE-TO-SERIAL-DAYS
002440     IF HK-SERIAL-DAYS < HK-CUTOFF-SERIAL
002450         ADD 1 TO HK-PURGED-COUNT
002455         PERFORM WRITE-JOURNAL-RECORD
002460         PERFORM EMPTY-GENERATION-DATASET
002470         PERFORM WRITE-PURGED-LINE
002476         IF CAT-DSN-TYPE = 'LEDGRDS'
002477             PERFORM PURGE-RUN-LEDGER
002478         END-IF
002480     ELSE
002490         ADD 1 TO HK-KEPT-COUNT
002500         WRITE CATALOG-TEMP-RECORD FROM CATALOG-RECORD
003030     STRING 'GENERATIONS PURGED : ' DELIMITED BY SIZE
003040         HK-COUNT-EDIT DELIMITED BY SIZE
003050         INTO HK-REPORT-LINE
003060     PERFORM WRITE-PURGE-LINE
003061     MOVE HK-LEDGER-PURGED-COUNT TO HK-COUNT-EDIT
003062     MOVE SPACES TO HK-REPORT-LINE
003063     STRING 'LEDGER ENTRIES PURGED : ' DELIMITED BY SIZE
003064         HK-COUNT-EDIT DELIMITED BY SIZE
003065         INTO HK-REPORT-LINE
003066     PERFORM WRITE-PURGE-LINE.

003070 WRITE-PURGE-LINE.
003080     MOVE HK-REPORT-LINE TO PURGE-RECORD
003140     CLOSE CATALOG-FILE
003150     CLOSE CATALOG-TEMP-FILE
003160     CLOSE PURGE-FILE
003165     CLOSE JOURNAL-FILE
003167     CLOSE LEDGER-IX-FILE
003168     CLOSE CALENDAR-FILE
003170     MOVE 16 TO RETURN-CODE
003180     PERFORM WRITE-JOBLOG-RECORD
003190     STOP RUN.

003200 OPEN-AUDIT-JOURNAL.
003210     OPEN EXTEND JOURNAL-FILE
003220     IF HK-JOURNAL-FILE-STATUS NOT = '00'
003230         AND HK-JOURNAL-FILE-STATUS NOT = '05'
003240         MOVE HK-JOURNAL-FILE-STATUS TO HK-ABEND-STATUS
003250         MOVE 'AUDJRNL' TO HK-ABEND-FILE
003260         PERFORM 9000-ABEND
003270     END-IF.

003280*----------------------------------------------------------------
003290*    JOURNALS THE CATALOG RECORD THE PURGE IS ABOUT TO DROP,
003300*    BEFORE ITS GENERATION IS EMPTIED.  THE RECORD WILL BE GONE,
003305*    SO THERE IS NO AFTER IMAGE.  A DROP THAT CANNOT BE
003310*    JOURNALED TAKES THE STEP DOWN BEFORE IT IS MADE.
003320*----------------------------------------------------------------
003330 WRITE-JOURNAL-RECORD.
003340     ACCEPT AJR-STAMP-DATE FROM DATE YYYYMMDD
003350     ACCEPT AJR-STAMP-TIME FROM TIME
003360     MOVE 'HOUSEKP' TO AJR-PROGRAM
003370     MOVE 'RETAIN' TO AJR-FUNCTION
003380     MOVE HK-OPERID-PARM TO AJR-OPERATOR
003390     MOVE 'CATLGDS' TO AJR-DATASET
003400     MOVE 'D' TO AJR-ACTION
003410     MOVE CAT-RUN-DATE TO AJR-RUN-DATE
003420     MOVE CAT-RUN-TIME TO AJR-RUN-TIME
003430     MOVE CATALOG-RECORD TO AJR-BEFORE-IMAGE
003440     MOVE SPACES TO AJR-AFTER-IMAGE
003450     WRITE JOURNAL-RECORD
003460     IF HK-JOURNAL-FILE-STATUS NOT = '00'
003470         MOVE HK-JOURNAL-FILE-STATUS TO HK-ABEND-STATUS
003480         MOVE 'AUDJRNL' TO HK-ABEND-FILE
003490         PERFORM 9000-ABEND
003500     END-IF.

003510 OPEN-HISTORY-LEDGER.
003520     OPEN I-O LEDGER-IX-FILE
003530     IF HK-LEDGER-FILE-STATUS NOT = '00'
003540         AND HK-LEDGER-FILE-STATUS NOT = '05'
003550         MOVE HK-LEDGER-FILE-STATUS TO HK-ABEND-STATUS
003560         MOVE 'LEDGRIX' TO HK-ABEND-FILE
003570         PERFORM 9000-ABEND
003580     END-IF.

003590*----------------------------------------------------------------
003600*    DELETES THE HISTORICAL LEDGER ENTRIES OF THE RUN WHOSE
003610*    LEDGRDS GENERATION HAS JUST LEFT RETENTION.  THE LEDGER IS
003620*    KEYED ON RUN KEY PLUS POSITION, SO THE RUN'S ENTRIES ARE
003630*    ONE CONTIGUOUS RANGE STARTING AT POSITION ZERO.
003640*----------------------------------------------------------------
003650 PURGE-RUN-LEDGER.
003660     MOVE 'N' TO HK-LEDGER-DONE-FLAG
003670     MOVE CAT-RUN-DATE TO LGX-RUN-DATE
003680     MOVE CAT-RUN-TIME TO LGX-RUN-TIME
003690     MOVE ZERO TO LGX-POSITION
003700     START LEDGER-IX-FILE KEY >= LGX-LEDGER-KEY
003710         INVALID KEY
003720             SET HK-LEDGER-DONE TO TRUE
003730     END-START
003740     PERFORM UNTIL HK-LEDGER-DONE
003750         READ LEDGER-IX-FILE NEXT RECORD
003760             AT END
003770                 SET HK-LEDGER-DONE TO TRUE
003780             NOT AT END
003790                 IF LGX-RUN-DATE NOT = CAT-RUN-DATE
003800                     OR LGX-RUN-TIME NOT = CAT-RUN-TIME
003810                     SET HK-LEDGER-DONE TO TRUE
003820                 ELSE
003830                     DELETE LEDGER-IX-FILE
003840                         INVALID KEY
003850                             MOVE HK-LEDGER-FILE-STATUS
003860                                 TO HK-ABEND-STATUS
003870                             MOVE 'LEDGRIX' TO HK-ABEND-FILE
003880                             PERFORM 9000-ABEND
003890                     END-DELETE
003900                     ADD 1 TO HK-LEDGER-PURGED-COUNT
003910                 END-IF
003920         END-READ
003930     END-PERFORM.

003940 PARSE-DAY-BASIS.
003950     ACCEPT HK-DAYBASIS-PARM FROM ENVIRONMENT 'DAYBASIS'
003960         ON EXCEPTION
003970             MOVE SPACES TO HK-DAYBASIS-PARM
003980     END-ACCEPT
003990     EVALUATE HK-DAYBASIS-PARM
004000         WHEN 'BUSINESS'
004010             SET HK-BUSINESS-DAYS TO TRUE
004020         WHEN 'CALENDAR'
004030         WHEN SPACES
004040             CONTINUE
004050         WHEN OTHER
004060             DISPLAY 'HOUSEKP WARNING - DAYBASIS '
004070                 HK-DAYBASIS-PARM ' NOT KNOWN, CALENDAR DAYS USED'
004080     END-EVALUATE.

004090*----------------------------------------------------------------
004100*    LOADS THE SHOP-WIDE HOLIDAY, SHOP-CLOSED AND EXTRA
004110*    PROCESSING DAYS FROM THE PROCESSING CALENDAR AS SERIAL DAYS.
004120*    SUPPLIER EXCEPTIONS AND PERIOD-END FLAGS DO NOT AFFECT
004130*    RETENTION.  WITH NO CALENDAR ON RECORD THE BUSINESS DAYS
004140*    ARE SIMPLY MONDAY TO FRIDAY.
004150*----------------------------------------------------------------
004160 LOAD-PROCESSING-CALENDAR.
004170     OPEN INPUT CALENDAR-FILE
004180     IF HK-CALENDAR-FILE-STATUS NOT = '00'
004190         AND HK-CALENDAR-FILE-STATUS NOT = '05'
004200         MOVE HK-CALENDAR-FILE-STATUS TO HK-ABEND-STATUS
004210         MOVE 'CALNDDS' TO HK-ABEND-FILE
004220         PERFORM 9000-ABEND
004230     END-IF
004240     MOVE 'N' TO HK-EOF-FLAG
004250     PERFORM UNTIL HK-EOF
004260         READ CALENDAR-FILE INTO CALENDAR-RECORD
004270         EVALUATE HK-CALENDAR-FILE-STATUS
004280             WHEN '00'
004290                 PERFORM STORE-CALENDAR-ENTRY
004300             WHEN '10'
004310                 SET HK-EOF TO TRUE
004320             WHEN OTHER
004330                 MOVE HK-CALENDAR-FILE-STATUS TO HK-ABEND-STATUS
004340                 MOVE 'CALNDDS' TO HK-ABEND-FILE
004350                 PERFORM 9000-ABEND
004360         END-EVALUATE
004370     END-PERFORM
004380     CLOSE CALENDAR-FILE.

004390 STORE-CALENDAR-ENTRY.
004400     IF CAL-SUP-CODE = SPACES
004410         AND CAL-DATE IS NUMERIC
004420         AND (CAL-DAY-TYPE = 'H' OR CAL-DAY-TYPE = 'C'
004430             OR CAL-DAY-TYPE = 'P')
004440         IF HK-CAL-COUNT < 500
004450             ADD 1 TO HK-CAL-COUNT
004460             MOVE CAL-DATE TO HK-DATE-X
004470             PERFORM DATE-TO-SERIAL-DAYS
004480             MOVE HK-SERIAL-DAYS TO HK-CAL-SERIAL(HK-CAL-COUNT)
004490             MOVE CAL-DAY-TYPE TO HK-CAL-TYPE(HK-CAL-COUNT)
004500         ELSE
004510             DISPLAY 'HOUSEKP WARNING - CALENDAR ENTRY SKIPPED: '
004520                 CAL-DATE
004530         END-IF
004540     END-IF.

004550*----------------------------------------------------------------
004560*    WALKS BACK FROM TODAY (SERIAL IN HK-SERIAL-DAYS) UNTIL
004570*    RETDAYS BUSINESS DAYS HAVE PASSED.  THE DAY REACHED IS THE
004580*    CUTOFF, SO ANYTHING DATED BEFORE IT IS OUT OF RETENTION, AS
004590*    WITH THE CALENDAR-DAY CUTOFF.
004600*----------------------------------------------------------------
004610 COMPUTE-BUSINESS-CUTOFF.
004620     MOVE HK-SERIAL-DAYS TO HK-TEST-SERIAL
004630     MOVE ZERO TO HK-BUSINESS-COUNT
004640     PERFORM UNTIL HK-BUSINESS-COUNT >= HK-RETDAYS
004650         SUBTRACT 1 FROM HK-TEST-SERIAL
004660         PERFORM TEST-BUSINESS-DAY
004670         IF HK-BUSINESS-DAY
004680             ADD 1 TO HK-BUSINESS-COUNT
004690         END-IF
004700     END-PERFORM
004710     MOVE HK-TEST-SERIAL TO HK-CUTOFF-SERIAL.

004720*----------------------------------------------------------------
004730*    SETS HK-BUSINESS-DAY FOR THE SERIAL DAY IN HK-TEST-SERIAL.
004740*    THE SERIAL OF A MONDAY LEAVES REMAINDER 6 WHEN DIVIDED BY 7
004750*    (AS IN DLVCTL.CBL), SO MONDAY TO FRIDAY ARE DAY-OF-WEEK 1-5.
004760*    A CALENDAR ENTRY FOR THE DAY OVERRIDES THE WEEKDAY RULE.
004770*----------------------------------------------------------------
004780 TEST-BUSINESS-DAY.
004790     COMPUTE HK-TERM-1 = HK-TEST-SERIAL / 7
004800     COMPUTE HK-DAY-OF-WEEK =
004810         HK-TEST-SERIAL - HK-TERM-1 * 7 - 5
004820     IF HK-DAY-OF-WEEK < 1
004830         ADD 7 TO HK-DAY-OF-WEEK
004840     END-IF
004850     IF HK-DAY-OF-WEEK <= 5
004860         SET HK-BUSINESS-DAY TO TRUE
004870     ELSE
004880         MOVE 'N' TO HK-BUSINESS-DAY-FLAG
004890     END-IF
004900     PERFORM VARYING HK-CAL-INDEX FROM 1 BY 1
004910         UNTIL HK-CAL-INDEX > HK-CAL-COUNT
004920         IF HK-CAL-SERIAL(HK-CAL-INDEX) = HK-TEST-SERIAL
004930             IF HK-CAL-TYPE(HK-CAL-INDEX) = 'P'
004940                 SET HK-BUSINESS-DAY TO TRUE
004950             ELSE
004960                 MOVE 'N' TO HK-BUSINESS-DAY-FLAG
004970             END-IF
004980         END-IF
004990     END-PERFORM.
