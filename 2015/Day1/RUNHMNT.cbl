000200*                  DELETES RUNS OLDER THAN THE RETENTION PERIOD
000210*                  (RETDAYS PARAMETER, DEFAULT 365 DAYS) USING
000220*                  THE SAME SERIAL-DAY CONVERSION AS HOUSEKP.CBL.
000221* 2026-10-07 ADL   EVERY SUPERSEDE REWRITE AND PURGE DELETE NOW
000222*                  APPENDS A BEFORE/AFTER IMAGE TO THE MASTER-FILE
000223*                  AUDIT JOURNAL (AUDJRNL, LAYOUT AUDJREC) WITH
000224*                  THE OPERATOR ID (OPERID PARAMETER, REQUIRED FOR
000225*                  SUPERSEDE, 'BATCH' FOR AN UNATTENDED PURGE).
000226*                  A JOURNAL THAT CANNOT BE OPENED STOPS THE STEP
000227*                  BEFORE ANY CHANGE IS MADE.
000228* 2026-10-08 ADL   PURGE ALSO DELETES EACH PURGED RUN'S ENTRIES
000229*                  FROM THE HISTORICAL LEDGER (LEDGRIX).
000230* 2026-10-11 ADL   PURGE WITH DAYBASIS=BUSINESS COUNTS RETDAYS IN
000231*                  BUSINESS DAYS ON THE SHOP PROCESSING CALENDAR
000232*                  (CALNDDS, LAYOUT CALNDREC) AS HOUSEKP.CBL DOES.
000233*                  THE DEFAULT (DAYBASIS=CALENDAR) IS UNCHANGED.
000234* 2026-10-15 ADL   THE JOURNAL RECORD IS NOW WRITTEN BEFORE THE
000235*                  REWRITE OR DELETE IT DESCRIBES, SO A JOURNAL
000236*                  FAILURE LEAVES THE MASTER UNCHANGED.  A
000237*                  BUSINESS-DAY PURGE NO LONGER SKIPS THE MASTER
000238*                  ONCE THE CALENDAR HAS BEEN READ TO END.
000239*================================================================
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS RHX-RUN-KEY
000310         FILE STATUS IS RHM-RUN-MASTER-FILE-STATUS.
000312     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALNDDS'
000314         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS RHM-CALENDAR-FILE-STATUS.
000320     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS RHM-JOB-LOG-FILE-STATUS.
000341     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'AUDJRNL'
000342         ORGANIZATION IS LINE SEQUENTIAL
000343         FILE STATUS IS RHM-JOURNAL-FILE-STATUS.
000344     SELECT OPTIONAL LEDGER-IX-FILE ASSIGN TO 'LEDGRIX'
000345         ORGANIZATION IS INDEXED
000346         ACCESS MODE IS DYNAMIC
000347         RECORD KEY IS LGX-LEDGER-KEY
000348         FILE STATUS IS RHM-LEDGER-FILE-STATUS.

000350 DATA DIVISION.
000360 FILE SECTION.
000380 01  RUN-MASTER-RECORD.
000390     COPY RUNHXREC.

000392 FD  CALENDAR-FILE.
000394 01  CALENDAR-RECORD.
000396     COPY CALNDREC.

000400 FD  JOB-LOG-FILE.
000410 01  JOB-LOG-RECORD.
000420     COPY JOBLGREC.

000422 FD  JOURNAL-FILE.
000424 01  JOURNAL-RECORD.
000426     COPY AUDJREC.

000427 FD  LEDGER-IX-FILE.
000428 01  LEDGER-IX-RECORD.
000429     COPY LEDGXREC.

000430 WORKING-STORAGE SECTION.
000440*----------------------------------------------------------------
000450*    FILE AND PARAMETER STORAGE
000530 01  RHM-ANNOT-PARM          PIC X(40).
000540 01  RHM-RETDAYS-PARM        PIC X(5).
000550 01  RHM-RETDAYS             PIC 9(5) COMP VALUE ZERO.
000552 01  RHM-DAYBASIS-PARM       PIC X(8).
000554 01  RHM-BUSINESS-FLAG       PIC X VALUE 'N'.
000556     88  RHM-BUSINESS-DAYS   VALUE 'Y'.
000558 01  RHM-CALENDAR-FILE-STATUS PIC XX.
000560 01  RHM-PARSE-POINTER       PIC 9(4) COMP VALUE ZERO.
000570 01  RHM-DIGIT-X             PIC X(01).
000580 01  RHM-DIGIT               REDEFINES RHM-DIGIT-X PIC 9(01).
000610 01  RHM-SUPERSEDE-ERR-FLAG  PIC X VALUE 'N'.
000620     88  RHM-SUPERSEDE-ERR   VALUE 'Y'.
000630 01  RHM-ABEND-STATUS        PIC XX.
000632 01  RHM-ABEND-FILE          PIC X(8) VALUE 'RUNHIX'.
000634 01  RHM-OPERID-PARM         PIC X(8).
000636 01  RHM-JOURNAL-FILE-STATUS PIC XX.
000638 01  RHM-BEFORE-IMAGE        PIC X(128).
000639 01  RHM-LEDGER-FILE-STATUS  PIC XX.
000640*----------------------------------------------------------------
000650*    SERIAL-DAY DATE ARITHMETIC STORAGE (SAME CONVERSION AS
000660*    HOUSEKP.CBL - ONLY DIFFERENCES BETWEEN SERIALS ARE USED).
000790 01  RHM-SERIAL-DAYS         PIC S9(9) COMP VALUE ZERO.
000800 01  RHM-TODAY-DATE          PIC 9(8) VALUE ZERO.
000810 01  RHM-CUTOFF-SERIAL       PIC S9(9) COMP VALUE ZERO.
000811 01  RHM-TEST-SERIAL         PIC S9(9) COMP VALUE ZERO.
000812 01  RHM-DAY-OF-WEEK         PIC S9(4) COMP VALUE ZERO.
000813 01  RHM-BUSINESS-COUNT      PIC 9(5) COMP VALUE ZERO.
000814 01  RHM-BUSINESS-DAY-FLAG   PIC X VALUE 'N'.
000815     88  RHM-BUSINESS-DAY    VALUE 'Y'.
000820*----------------------------------------------------------------
000830*    MAINTENANCE ACCOUNTING STORAGE
000840*----------------------------------------------------------------
000850 01  RHM-UPDATED-COUNT       PIC 9(9) COMP VALUE ZERO.
000860 01  RHM-KEPT-COUNT          PIC 9(9) COMP VALUE ZERO.
000870 01  RHM-PURGED-COUNT        PIC 9(9) COMP VALUE ZERO.
000872 01  RHM-LEDGER-PURGED-COUNT PIC 9(9) COMP VALUE ZERO.
000874 01  RHM-LEDGER-DONE-FLAG    PIC X VALUE 'N'.
000876     88  RHM-LEDGER-DONE     VALUE 'Y'.
000880*----------------------------------------------------------------
000890*    CENTRAL JOB-EXECUTION LOG STORAGE
000900*----------------------------------------------------------------
000930 01  RHM-STEP-START-TIME     PIC 9(8) VALUE ZERO.
000940 01  RHM-STEP-END-DATE       PIC 9(8) VALUE ZERO.
000950 01  RHM-STEP-END-TIME       PIC 9(8) VALUE ZERO.
000951*----------------------------------------------------------------
000952*    SHOP-WIDE PROCESSING CALENDAR ENTRIES - UP TO 500 DATES.
000953*----------------------------------------------------------------
000954 01  RHM-CAL-TABLE.
000955     05  RHM-CAL-ENTRY       OCCURS 500 TIMES.
000956         10  RHM-CAL-SERIAL  PIC S9(9) COMP.
000957         10  RHM-CAL-TYPE    PIC X(1).
000958 01  RHM-CAL-COUNT           PIC 9(4) COMP VALUE ZERO.
000959 01  RHM-CAL-INDEX           PIC 9(4) COMP VALUE ZERO.

000960 PROCEDURE DIVISION.
000970 MAIN-LOGIC.
001030         MOVE RHM-RUN-MASTER-FILE-STATUS TO RHM-ABEND-STATUS
001040         PERFORM 9000-ABEND
001050     END-IF
001051     OPEN EXTEND JOURNAL-FILE
001052     IF RHM-JOURNAL-FILE-STATUS NOT = '00'
001053         AND RHM-JOURNAL-FILE-STATUS NOT = '05'
001054         MOVE RHM-JOURNAL-FILE-STATUS TO RHM-ABEND-STATUS
001055         MOVE 'AUDJRNL' TO RHM-ABEND-FILE
001056         PERFORM 9000-ABEND
001057     END-IF
001060     EVALUATE RHM-FUNC-PARM
001070         WHEN 'SUPERSEDE'
001080             PERFORM SUPERSEDE-RUN
001140             MOVE 8 TO RETURN-CODE
001150     END-EVALUATE
001160     CLOSE RUN-MASTER-FILE
001165     CLOSE JOURNAL-FILE
001170     PERFORM WRITE-JOBLOG-RECORD
001180     STOP RUN.

001450         ON EXCEPTION
001460             MOVE SPACES TO RHM-RETDAYS-PARM
001470     END-ACCEPT
001471     ACCEPT RHM-OPERID-PARM FROM ENVIRONMENT 'OPERID'
001472         ON EXCEPTION
001473             MOVE SPACES TO RHM-OPERID-PARM
001474     END-ACCEPT
001475     IF RHM-OPERID-PARM = SPACES
001476         AND RHM-FUNC-PARM = 'PURGE'
001477         MOVE 'BATCH' TO RHM-OPERID-PARM
001478     END-IF
001480     MOVE ZERO TO RHM-RETDAYS
001490     PERFORM VARYING RHM-PARSE-POINTER FROM 1 BY 1
001500         UNTIL RHM-PARSE-POINTER > 5
001560     END-PERFORM
001570     IF RHM-RETDAYS = ZERO
001580         MOVE 365 TO RHM-RETDAYS
001590     END-IF
001595     PERFORM PARSE-DAY-BASIS.

001600*----------------------------------------------------------------
001610*    MARKS THE RUN KEYED BY RUNDATE/RUNTIME SUPERSEDED, AFTER
001880         DISPLAY '*** RUNHMNT - SUPERSEDE NEEDS NUMERIC ***'
001890         DISPLAY '*** RUNDATE RUNTIME REPLDATE REPLTIME ***'
001900         SET RHM-SUPERSEDE-ERR TO TRUE
001910     END-IF
001911     IF RHM-OPERID-PARM = SPACES
001912         DISPLAY '*** RUNHMNT - SUPERSEDE NEEDS THE OPERID ***'
001913         DISPLAY '*** OF THE OPERATOR MAKING THE CHANGE ***'
001914         SET RHM-SUPERSEDE-ERR TO TRUE
001915     END-IF.

001920 CHECK-REPLACEMENT-RUN.
001930     MOVE RHM-REPLDATE-PARM TO RHX-RUN-DATE
002090             SET RHM-SUPERSEDE-ERR TO TRUE
002100     END-READ
002110     IF NOT RHM-SUPERSEDE-ERR
002115         MOVE RUN-MASTER-RECORD TO RHM-BEFORE-IMAGE
002120         MOVE 'S' TO RHX-RUN-STATUS
002130         MOVE RHM-REPLDATE-PARM TO RHX-REPL-DATE
002140         MOVE RHM-REPLTIME-PARM TO RHX-REPL-TIME
002150         MOVE RHM-ANNOT-PARM TO RHX-ANNOTATION
002153         MOVE 'C' TO AJR-ACTION
002156         PERFORM WRITE-JOURNAL-RECORD
002160         REWRITE RUN-MASTER-RECORD
002170             INVALID KEY
002180                 MOVE RHM-RUN-MASTER-FILE-STATUS
002280*    DELETES EVERY RUN OLDER THAN THE RETENTION CUTOFF.  THE
002290*    MASTER IS READ NEXT FROM ITS LOW KEY; DELETES THROUGH THE
002300*    SAME FILE CONNECTOR ARE SAFE BECAUSE THE KEY OF REFERENCE
002310*    ADVANCES PAST THE DELETED RECORD FIRST.  EACH PURGED RUN'S
002315*    HISTORICAL LEDGER ENTRIES GO WITH IT.
002320*----------------------------------------------------------------
002330 PURGE-OLD-RUNS.
002332     IF RHM-BUSINESS-DAYS
002334         PERFORM LOAD-PROCESSING-CALENDAR
002336     END-IF
002340     ACCEPT RHM-TODAY-DATE FROM DATE YYYYMMDD
002350     MOVE RHM-TODAY-DATE TO RHM-DATE-X
002360     PERFORM DATE-TO-SERIAL-DAYS
002361     IF RHM-BUSINESS-DAYS
002362         PERFORM COMPUTE-BUSINESS-CUTOFF
002363         DISPLAY 'RUNHMNT PURGE - RETENTION IN BUSINESS DAYS'
002364     ELSE
002370         COMPUTE RHM-CUTOFF-SERIAL = RHM-SERIAL-DAYS - RHM-RETDAYS
002371     END-IF
002372     OPEN I-O LEDGER-IX-FILE
002373     IF RHM-LEDGER-FILE-STATUS NOT = '00'
002374         AND RHM-LEDGER-FILE-STATUS NOT = '05'
002375         MOVE RHM-LEDGER-FILE-STATUS TO RHM-ABEND-STATUS
002376         MOVE 'LEDGRIX' TO RHM-ABEND-FILE
002377         PERFORM 9000-ABEND
002378     END-IF
002379     MOVE 'N' TO RHM-EOF-FLAG
002380     MOVE LOW-VALUES TO RHX-RUN-KEY
002390     START RUN-MASTER-FILE KEY >= RHX-RUN-KEY
002400         INVALID KEY
002530                 PERFORM 9000-ABEND
002540         END-EVALUATE
002550     END-PERFORM
002555     CLOSE LEDGER-IX-FILE
002560     DISPLAY 'RUNHMNT PURGE COMPLETE - KEPT ' RHM-KEPT-COUNT
002570         ' PURGED ' RHM-PURGED-COUNT
002572     DISPLAY 'RUNHMNT LEDGER ENTRIES PURGED WITH THEIR RUNS '
002575         RHM-LEDGER-PURGED-COUNT.

002580 JUDGE-RUN-RECORD.
002590     MOVE RHX-RUN-DATE TO RHM-DATE-X
002600     PERFORM DATE-TO-SERIAL-DAYS
002610     IF RHM-SERIAL-DAYS < RHM-CUTOFF-SERIAL
002615         MOVE RUN-MASTER-RECORD TO RHM-BEFORE-IMAGE
002616         MOVE 'D' TO AJR-ACTION
002618         PERFORM WRITE-JOURNAL-RECORD
002620         DELETE RUN-MASTER-FILE
002630             INVALID KEY
002640                 MOVE RHM-RUN-MASTER-FILE-STATUS
002660                 PERFORM 9000-ABEND
002670         END-DELETE
002680         ADD 1 TO RHM-PURGED-COUNT
002685         PERFORM PURGE-RUN-LEDGER
002690     ELSE
002700         ADD 1 TO RHM-KEPT-COUNT
002710     END-IF.
003270     END-IF.

003280 9000-ABEND.
003286     DISPLAY '*** RUNHMNT ABEND - I/O ERROR ON ' RHM-ABEND-FILE
003292         ' ***'
003300     DISPLAY '*** FILE STATUS = ' RHM-ABEND-STATUS ' ***'
003310     CLOSE RUN-MASTER-FILE
003315     CLOSE JOURNAL-FILE
003317     CLOSE LEDGER-IX-FILE
003318     CLOSE CALENDAR-FILE
003320     MOVE 16 TO RETURN-CODE
003330     PERFORM WRITE-JOBLOG-RECORD
003340     STOP RUN.

003350*----------------------------------------------------------------
003360*    APPENDS ONE BEFORE/AFTER IMAGE TO THE AUDIT JOURNAL.  THE
003370*    CALLER SETS AJR-ACTION, SAVES THE RECORD AS IT WAS IN
003380*    RHM-BEFORE-IMAGE AND BUILDS THE AFTER IMAGE IN THE RECORD
003383*    AREA, THEN PERFORMS THIS BEFORE THE REWRITE OR DELETE; A
003386*    DELETED RUN HAS NO AFTER IMAGE.  A CHANGE THAT CANNOT BE
003390*    JOURNALED TAKES THE STEP DOWN BEFORE IT IS MADE.
003400*----------------------------------------------------------------
003410 WRITE-JOURNAL-RECORD.
003420     ACCEPT AJR-STAMP-DATE FROM DATE YYYYMMDD
003430     ACCEPT AJR-STAMP-TIME FROM TIME
003440     MOVE 'RUNHMNT' TO AJR-PROGRAM
003450     MOVE RHM-FUNC-PARM TO AJR-FUNCTION
003460     MOVE RHM-OPERID-PARM TO AJR-OPERATOR
003470     MOVE 'RUNHIX' TO AJR-DATASET
003480     MOVE RHM-BEFORE-IMAGE(1:16) TO AJR-RUN-KEY
003490     MOVE RHM-BEFORE-IMAGE TO AJR-BEFORE-IMAGE
003500     IF AJR-ACTION = 'D'
003510         MOVE SPACES TO AJR-AFTER-IMAGE
003520     ELSE
003530         MOVE RUN-MASTER-RECORD TO AJR-AFTER-IMAGE
003540     END-IF
003550     WRITE JOURNAL-RECORD
003560     IF RHM-JOURNAL-FILE-STATUS NOT = '00'
003570         MOVE RHM-JOURNAL-FILE-STATUS TO RHM-ABEND-STATUS
003580         MOVE 'AUDJRNL' TO RHM-ABEND-FILE
003590         PERFORM 9000-ABEND
003600     END-IF.

003610*----------------------------------------------------------------
003620*    DELETES THE HISTORICAL LEDGER ENTRIES OF THE RUN JUST
003630*    PURGED (KEY SAVED IN RHM-BEFORE-IMAGE).  THE LEDGER IS
003640*    KEYED ON RUN KEY PLUS POSITION, SO THE RUN'S ENTRIES ARE
003650*    ONE CONTIGUOUS RANGE STARTING AT POSITION ZERO.
003660*----------------------------------------------------------------
003670 PURGE-RUN-LEDGER.
003680     MOVE 'N' TO RHM-LEDGER-DONE-FLAG
003690     MOVE RHM-BEFORE-IMAGE(1:16) TO LGX-RUN-KEY
003700     MOVE ZERO TO LGX-POSITION
003710     START LEDGER-IX-FILE KEY >= LGX-LEDGER-KEY
003720         INVALID KEY
003730             SET RHM-LEDGER-DONE TO TRUE
003740     END-START
003750     PERFORM UNTIL RHM-LEDGER-DONE
003760         READ LEDGER-IX-FILE NEXT RECORD
003770             AT END
003780                 SET RHM-LEDGER-DONE TO TRUE
003790             NOT AT END
003800                 IF LGX-RUN-KEY NOT = RHM-BEFORE-IMAGE(1:16)
003810                     SET RHM-LEDGER-DONE TO TRUE
003820                 ELSE
003830                     DELETE LEDGER-IX-FILE
003840                         INVALID KEY
003850                             MOVE RHM-LEDGER-FILE-STATUS
003860                                 TO RHM-ABEND-STATUS
003870                             MOVE 'LEDGRIX' TO RHM-ABEND-FILE
003880                             PERFORM 9000-ABEND
003890                     END-DELETE
003900                     ADD 1 TO RHM-LEDGER-PURGED-COUNT
003910                 END-IF
003920         END-READ
003930     END-PERFORM.

003940 PARSE-DAY-BASIS.
003950     ACCEPT RHM-DAYBASIS-PARM FROM ENVIRONMENT 'DAYBASIS'
003960         ON EXCEPTION
003970             MOVE SPACES TO RHM-DAYBASIS-PARM
003980     END-ACCEPT
003990     EVALUATE RHM-DAYBASIS-PARM
004000         WHEN 'BUSINESS'
004010             SET RHM-BUSINESS-DAYS TO TRUE
004020         WHEN 'CALENDAR'
004030         WHEN SPACES
004040             CONTINUE
004050         WHEN OTHER
004060             DISPLAY 'RUNHMNT WARNING - DAYBASIS '
004070                 RHM-DAYBASIS-PARM
004080                 ' NOT KNOWN, CALENDAR DAYS USED'
004090     END-EVALUATE.

004100*----------------------------------------------------------------
004110*    LOADS THE SHOP-WIDE HOLIDAY, SHOP-CLOSED AND EXTRA
004120*    PROCESSING DAYS FROM THE PROCESSING CALENDAR AS SERIAL DAYS.
004130*    SUPPLIER EXCEPTIONS AND PERIOD-END FLAGS DO NOT AFFECT
004140*    RETENTION.  WITH NO CALENDAR ON RECORD THE BUSINESS DAYS
004150*    ARE SIMPLY MONDAY TO FRIDAY.
004160*----------------------------------------------------------------
004170 LOAD-PROCESSING-CALENDAR.
004180     OPEN INPUT CALENDAR-FILE
004190     IF RHM-CALENDAR-FILE-STATUS NOT = '00'
004200         AND RHM-CALENDAR-FILE-STATUS NOT = '05'
004210         MOVE RHM-CALENDAR-FILE-STATUS TO RHM-ABEND-STATUS
004220         MOVE 'CALNDDS' TO RHM-ABEND-FILE
004230         PERFORM 9000-ABEND
004240     END-IF
004250     MOVE 'N' TO RHM-EOF-FLAG
004260     PERFORM UNTIL RHM-EOF
004270         READ CALENDAR-FILE INTO CALENDAR-RECORD
004280         EVALUATE RHM-CALENDAR-FILE-STATUS
004290             WHEN '00'
004300                 PERFORM STORE-CALENDAR-ENTRY
004310             WHEN '10'
004320                 SET RHM-EOF TO TRUE
004330             WHEN OTHER
004340                 MOVE RHM-CALENDAR-FILE-STATUS TO RHM-ABEND-STATUS
004350                 MOVE 'CALNDDS' TO RHM-ABEND-FILE
004360                 PERFORM 9000-ABEND
004370         END-EVALUATE
004380     END-PERFORM
004390     CLOSE CALENDAR-FILE.

004400 STORE-CALENDAR-ENTRY.
004410     IF CAL-SUP-CODE = SPACES
004420         AND CAL-DATE IS NUMERIC
004430         AND (CAL-DAY-TYPE = 'H' OR CAL-DAY-TYPE = 'C'
004440             OR CAL-DAY-TYPE = 'P')
004450         IF RHM-CAL-COUNT < 500
004460             ADD 1 TO RHM-CAL-COUNT
004470             MOVE CAL-DATE TO RHM-DATE-X
004480             PERFORM DATE-TO-SERIAL-DAYS
004490             MOVE RHM-SERIAL-DAYS TO RHM-CAL-SERIAL(RHM-CAL-COUNT)
004500             MOVE CAL-DAY-TYPE TO RHM-CAL-TYPE(RHM-CAL-COUNT)
004510         ELSE
004520             DISPLAY 'RUNHMNT WARNING - CALENDAR ENTRY SKIPPED: '
004530                 CAL-DATE
004540         END-IF
004550     END-IF.

004560*----------------------------------------------------------------
004570*    WALKS BACK FROM TODAY (SERIAL IN RHM-SERIAL-DAYS) UNTIL
004580*    RETDAYS BUSINESS DAYS HAVE PASSED.  THE DAY REACHED IS THE
004590*    CUTOFF, SO ANYTHING DATED BEFORE IT IS OUT OF RETENTION, AS
004600*    WITH THE CALENDAR-DAY CUTOFF.
004610*----------------------------------------------------------------
004620 COMPUTE-BUSINESS-CUTOFF.
004630     MOVE RHM-SERIAL-DAYS TO RHM-TEST-SERIAL
004640     MOVE ZERO TO RHM-BUSINESS-COUNT
004650     PERFORM UNTIL RHM-BUSINESS-COUNT >= RHM-RETDAYS
004660         SUBTRACT 1 FROM RHM-TEST-SERIAL
004670         PERFORM TEST-BUSINESS-DAY
004680         IF RHM-BUSINESS-DAY
004690             ADD 1 TO RHM-BUSINESS-COUNT
004700         END-IF
004710     END-PERFORM
004720     MOVE RHM-TEST-SERIAL TO RHM-CUTOFF-SERIAL.

004730*----------------------------------------------------------------
004740*    SETS RHM-BUSINESS-DAY FOR THE SERIAL DAY IN RHM-TEST-SERIAL.
004750*    THE SERIAL OF A MONDAY LEAVES REMAINDER 6 WHEN DIVIDED BY 7
004760*    (AS IN DLVCTL.CBL), SO MONDAY TO FRIDAY ARE DAY-OF-WEEK 1-5.
004770*    A CALENDAR ENTRY FOR THE DAY OVERRIDES THE WEEKDAY RULE.
004780*----------------------------------------------------------------
004790 TEST-BUSINESS-DAY.
004800     COMPUTE RHM-TERM-1 = RHM-TEST-SERIAL / 7
004810     COMPUTE RHM-DAY-OF-WEEK =
004820         RHM-TEST-SERIAL - RHM-TERM-1 * 7 - 5
004830     IF RHM-DAY-OF-WEEK < 1
004840         ADD 7 TO RHM-DAY-OF-WEEK
004850     END-IF
004860     IF RHM-DAY-OF-WEEK <= 5
004870         SET RHM-BUSINESS-DAY TO TRUE
004880     ELSE
004890         MOVE 'N' TO RHM-BUSINESS-DAY-FLAG
004900     END-IF
004910     PERFORM VARYING RHM-CAL-INDEX FROM 1 BY 1
004920         UNTIL RHM-CAL-INDEX > RHM-CAL-COUNT
004930         IF RHM-CAL-SERIAL(RHM-CAL-INDEX) = RHM-TEST-SERIAL
004940             IF RHM-CAL-TYPE(RHM-CAL-INDEX) = 'P'
004950                 SET RHM-BUSINESS-DAY TO TRUE
004960             ELSE
004970                 MOVE 'N' TO RHM-BUSINESS-DAY-FLAG
004980             END-IF
004990         END-IF
005000     END-PERFORM.
