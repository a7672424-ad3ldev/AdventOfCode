000252*                  TRUNCATED ON THE REPORT, AS THE DAILY
000253*                  SECTION ALREADY WAS, INSTEAD OF SILENTLY
000254*                  UNDERSTATING A LONG DATE RANGE.
000255* 2026-10-11 ADL   VOLUMES ARE ALSO SHOWN PER PROCESSING DAY FROM
000256*                  THE SHOP PROCESSING CALENDAR (CALNDDS), AND
000257*                  HOLIDAY-AFFECTED DAYS, WEEKS AND PERIODS ARE
000258*                  MARKED SO THEIR VOLUMES ARE NOT MISREAD.
000259*================================================================
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000320     SELECT TREND-FILE ASSIGN TO 'TRNDRPT'
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS TRD-TREND-FILE-STATUS.
000342     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALNDDS'
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS TRD-CALENDAR-FILE-STATUS.

000350 DATA DIVISION.
000360 FILE SECTION.
000400 FD  TREND-FILE.
000410 01  TREND-RECORD            PIC X(72).

000412 FD  CALENDAR-FILE.
000414 01  CALENDAR-RECORD.
000416     COPY CALNDREC.

000420 WORKING-STORAGE SECTION.
000430*----------------------------------------------------------------
000440*    FILE AND PARAMETER STORAGE
000450*----------------------------------------------------------------
000460 01  TRD-RUN-MASTER-FILE-STATUS PIC XX.
000470 01  TRD-TREND-FILE-STATUS   PIC XX.
000472 01  TRD-CALENDAR-FILE-STATUS PIC XX.
000474 01  TRD-CALENDAR-FOUND-FLAG PIC X VALUE 'N'.
000476     88  TRD-CALENDAR-FOUND  VALUE 'Y'.
000480 01  TRD-EOF-FLAG            PIC X VALUE 'N'.
000490     88  TRD-EOF             VALUE 'Y'.
000500 01  TRD-NOT-FOUND-FLAG      PIC X VALUE 'N'.
000760 01  TRD-PRIOR-FROM-SERIAL   PIC S9(9) COMP VALUE ZERO.
000770 01  TRD-PRIOR-TO-SERIAL     PIC S9(9) COMP VALUE ZERO.
000780 01  TRD-WEEK-INDEX          PIC 9(4) COMP VALUE ZERO.
000782 01  TRD-TEST-SERIAL         PIC S9(9) COMP VALUE ZERO.
000784 01  TRD-DAY-OF-WEEK         PIC S9(4) COMP VALUE ZERO.
000786 01  TRD-CAL-COUNT           PIC 9(4) COMP VALUE ZERO.
000788 01  TRD-CAL-INDEX           PIC 9(4) COMP VALUE ZERO.
000789 01  TRD-DAY-ADJUST          PIC S9(4) COMP VALUE ZERO.
000790*----------------------------------------------------------------
000800*    DAILY VOLUME TABLE.  ONE ENTRY PER DISTINCT RUN DATE IN
000810*    THE PERIOD, IN THE ORDER THE MASTER LISTS THEM, UP TO 92
000920 01  TRD-DAY-INDEX           PIC 9(4) COMP VALUE ZERO.
000930 01  TRD-DAY-TRUNC-FLAG      PIC X VALUE 'N'.
000940     88  TRD-DAY-TRUNCATED   VALUE 'Y'.
000941*----------------------------------------------------------------
000942*    PROCESSING CALENDAR ENTRIES FALLING IN THE PERIOD.
000943*----------------------------------------------------------------
000944 01  TRD-CAL-TABLE.
000945     05  TRD-CAL-ENTRY       OCCURS 92 TIMES.
000946         10  TRD-CAL-DATE    PIC 9(8).
000947         10  TRD-CAL-TYPE    PIC X(1).
000948         10  TRD-CAL-PERIOD-END PIC X(1).
000949         10  TRD-CAL-DESC    PIC X(30).
000950*----------------------------------------------------------------
000960*    WEEKLY VOLUME TABLE.  WEEK 1 STARTS AT FROMDATE; 14 WEEKS
000970*    COVER THE LONGEST DAILY DETAIL THE REPORT CARRIES.
001010         10  TRD-WEEK-RUNS   PIC 9(4) COMP.
001020         10  TRD-WEEK-INSTR  PIC 9(9) COMP.
001030         10  TRD-WEEK-REJ    PIC 9(9) COMP.
001033         10  TRD-WEEK-PDAYS  PIC 9(4) COMP.
001036         10  TRD-WEEK-HOL    PIC X(1).
001040 01  TRD-WEEK-MAX            PIC 9(4) COMP VALUE ZERO.
001042 01  TRD-WEEK-TRUNC-FLAG     PIC X VALUE 'N'.
001044     88  TRD-WEEK-TRUNCATED  VALUE 'Y'.
001180     88  TRD-FIRST-RUN       VALUE 'Y'.
001190 01  TRD-AVG-FLOOR           PIC S9(9) COMP VALUE ZERO.
001200 01  TRD-AVG-BASE-POS        PIC 9(9) COMP VALUE ZERO.
001203 01  TRD-PROC-DAYS           PIC 9(9) COMP VALUE ZERO.
001206 01  TRD-HOL-DAYS            PIC 9(9) COMP VALUE ZERO.
001210*----------------------------------------------------------------
001220*    PRIOR-PERIOD ACCUMULATORS
001230*----------------------------------------------------------------
001250 01  TRD-PRIOR-INSTR-TOTAL   PIC 9(9) COMP VALUE ZERO.
001260 01  TRD-PRIOR-REJ-TOTAL     PIC 9(9) COMP VALUE ZERO.
001270 01  TRD-PRIOR-BASE-RUNS     PIC 9(9) COMP VALUE ZERO.
001273 01  TRD-PRIOR-PROC-DAYS     PIC 9(9) COMP VALUE ZERO.
001276 01  TRD-PRIOR-HOL-DAYS      PIC 9(9) COMP VALUE ZERO.
001280*----------------------------------------------------------------
001290*    REJECTED-RATE AND DELTA STORAGE.  RATES ARE PERCENTAGES
001300*    TO TWO DECIMALS.
001450 01  TRD-RATE-EDIT           PIC ZZ9.99.
001460 01  TRD-RATE-DELTA-EDIT     PIC -ZZ9.99.
001470 01  TRD-WEEK-EDIT           PIC ZZ9.
001475 01  TRD-CAL-LABEL           PIC X(15).

001480 PROCEDURE DIVISION.
001490 MAIN-LOGIC.
001500     PERFORM PARSE-PARAMETERS
001510     PERFORM COMPUTE-PERIOD-BOUNDS
001513     PERFORM COUNT-PROCESSING-DAYS
001516     PERFORM LOAD-PROCESSING-CALENDAR
001520     PERFORM SCAN-RUN-HISTORY
001530     IF TRD-NOT-FOUND
001540         DISPLAY '*** NO RUN HISTORY ON RECORD - RUNHIX ***'
003520         WITH POINTER TRD-LINE-POINTER
003530     PERFORM WRITE-TREND-LINE
003540     PERFORM WRITE-DAILY-SECTION
003545     PERFORM WRITE-CALENDAR-SECTION
003550     PERFORM WRITE-WEEKLY-SECTION
003560     PERFORM WRITE-BASEMENT-SECTION
003570     PERFORM WRITE-FLOOR-SECTION
004080         ' PCT' DELIMITED BY SIZE
004090         INTO TRD-REPORT-LINE
004100         WITH POINTER TRD-LINE-POINTER
004110     PERFORM WRITE-TREND-LINE
004115     PERFORM WRITE-DAY-CALENDAR-LINE.

004120 WRITE-WEEKLY-SECTION.
004130     MOVE 'WEEKLY VOLUME (WEEK 1 STARTS AT PERIOD START) -'
004420     STRING TRD-COUNT-EDIT DELIMITED BY SIZE
004430         INTO TRD-REPORT-LINE
004440         WITH POINTER TRD-LINE-POINTER
004450     PERFORM WRITE-TREND-LINE
004455     PERFORM WRITE-WEEK-PROCESSING-LINE.

004460 WRITE-BASEMENT-SECTION.
004470     MOVE 'BASEMENT -' TO TRD-REPORT-LINE
005230     MOVE TRD-BASEMENT-RUNS TO TRD-DELTA-CUR
005240     MOVE TRD-PRIOR-BASE-RUNS TO TRD-DELTA-PRIOR
005250     PERFORM WRITE-DELTA-LINE
005251     MOVE 'PROC DAYS' TO TRD-DELTA-LABEL
005252     MOVE TRD-PROC-DAYS TO TRD-DELTA-CUR
005253     MOVE TRD-PRIOR-PROC-DAYS TO TRD-DELTA-PRIOR
005254     PERFORM WRITE-DELTA-LINE
005255     PERFORM WRITE-PER-PROC-DAY-LINE
005260     PERFORM WRITE-RATE-DELTA-LINE
005265     PERFORM WRITE-HOLIDAY-NOTE.

005270*----------------------------------------------------------------
005280*    WRITES ONE CURRENT/PRIOR/DELTA LINE.  THE CALLER LOADS THE
005830 WRITE-TREND-LINE.
005840     MOVE TRD-REPORT-LINE TO TREND-RECORD
005850     WRITE TREND-RECORD.

005860*----------------------------------------------------------------
005870*    COUNTS THE MONDAY-FRIDAY DAYS IN THE PRIOR AND CURRENT
005880*    PERIODS AND IN EACH WEEK OF THE CURRENT PERIOD.  LOADING
005890*    THE PROCESSING CALENDAR THEN TAKES OUT HOLIDAYS AND CLOSED
005900*    WEEKDAYS AND ADDS BACK ANY EXTRA WEEKEND PROCESSING DAYS.
005910*----------------------------------------------------------------
005920 COUNT-PROCESSING-DAYS.
005930     MOVE 1 TO TRD-DAY-ADJUST
005940     PERFORM VARYING TRD-TEST-SERIAL FROM TRD-PRIOR-FROM-SERIAL
005950         BY 1 UNTIL TRD-TEST-SERIAL > TRD-TO-SERIAL
005960         PERFORM COMPUTE-DAY-OF-WEEK
005970         IF TRD-DAY-OF-WEEK <= 5
005980             PERFORM ADJUST-PROCESSING-DAYS
005990         END-IF
006000     END-PERFORM.

006010*----------------------------------------------------------------
006020*    DAY OF WEEK OF TRD-TEST-SERIAL, 1 = MONDAY TO 7 = SUNDAY.
006030*----------------------------------------------------------------
006040 COMPUTE-DAY-OF-WEEK.
006050     COMPUTE TRD-TERM-1 = TRD-TEST-SERIAL / 7
006060     COMPUTE TRD-DAY-OF-WEEK =
006070         TRD-TEST-SERIAL - TRD-TERM-1 * 7 - 5
006080     IF TRD-DAY-OF-WEEK < 1
006090         ADD 7 TO TRD-DAY-OF-WEEK
006100     END-IF.

006110 ADJUST-PROCESSING-DAYS.
006120     IF TRD-TEST-SERIAL < TRD-FROM-SERIAL
006130         ADD TRD-DAY-ADJUST TO TRD-PRIOR-PROC-DAYS
006140     ELSE
006150         ADD TRD-DAY-ADJUST TO TRD-PROC-DAYS
006160         COMPUTE TRD-WEEK-INDEX =
006170             (TRD-TEST-SERIAL - TRD-FROM-SERIAL) / 7 + 1
006180         IF TRD-WEEK-INDEX <= 14
006190             ADD TRD-DAY-ADJUST TO TRD-WEEK-PDAYS(TRD-WEEK-INDEX)
006200         END-IF
006210     END-IF.

006220*----------------------------------------------------------------
006230*    READS THE SHOP-WIDE ENTRIES OF THE PROCESSING CALENDAR.  A
006240*    MISSING CALENDAR LEAVES MONDAY TO FRIDAY AS THE PROCESSING
006250*    DAYS; THE TREND IS STILL REPORTED.
006260*----------------------------------------------------------------
006270 LOAD-PROCESSING-CALENDAR.
006280     OPEN INPUT CALENDAR-FILE
006290     EVALUATE TRD-CALENDAR-FILE-STATUS
006300         WHEN '00'
006310             SET TRD-CALENDAR-FOUND TO TRUE
006320         WHEN '05'
006330             CLOSE CALENDAR-FILE
006340         WHEN OTHER
006350             DISPLAY 'RUNTREND WARNING - CALNDDS NOT READ, '
006360                 'STATUS ' TRD-CALENDAR-FILE-STATUS
006370     END-EVALUATE
006380     IF TRD-CALENDAR-FOUND
006390         MOVE 'N' TO TRD-EOF-FLAG
006400         PERFORM UNTIL TRD-EOF
006410             READ CALENDAR-FILE INTO CALENDAR-RECORD
006420             IF TRD-CALENDAR-FILE-STATUS = '00'
006430                 IF CAL-SUP-CODE = SPACES
006440                     PERFORM STORE-CALENDAR-ENTRY
006450                 END-IF
006460             ELSE
006470                 SET TRD-EOF TO TRUE
006480             END-IF
006490         END-PERFORM
006500         MOVE 'N' TO TRD-EOF-FLAG
006510         CLOSE CALENDAR-FILE
006520     END-IF.

006550*----------------------------------------------------------------
006560*    ADJUSTS THE PROCESSING-DAY COUNTS FOR ONE CALENDAR DATE AND
006570*    KEEPS IT FOR THE REPORT IF IT FALLS IN THE CURRENT PERIOD.
006580*    A HOLIDAY OR CLOSURE ONLY COUNTS WHEN IT FALLS ON A WEEKDAY.
006590*----------------------------------------------------------------
006600 STORE-CALENDAR-ENTRY.
006610     MOVE CAL-DATE TO TRD-DATE-X
006620     PERFORM DATE-TO-SERIAL-DAYS
006630     MOVE TRD-SERIAL-DAYS TO TRD-TEST-SERIAL
006640     IF TRD-TEST-SERIAL >= TRD-PRIOR-FROM-SERIAL
006650         AND TRD-TEST-SERIAL <= TRD-TO-SERIAL
006660         PERFORM COMPUTE-DAY-OF-WEEK
006670         EVALUATE TRUE
006680             WHEN (CAL-DAY-TYPE = 'H' OR CAL-DAY-TYPE = 'C')
006690                 AND TRD-DAY-OF-WEEK <= 5
006700                 MOVE -1 TO TRD-DAY-ADJUST
006710                 PERFORM ADJUST-PROCESSING-DAYS
006720                 PERFORM COUNT-HOLIDAY-DAY
006730             WHEN CAL-DAY-TYPE = 'P' AND TRD-DAY-OF-WEEK > 5
006740                 MOVE 1 TO TRD-DAY-ADJUST
006750                 PERFORM ADJUST-PROCESSING-DAYS
006760         END-EVALUATE
006770         IF TRD-TEST-SERIAL >= TRD-FROM-SERIAL
006780             AND TRD-CAL-COUNT < 92
006790             ADD 1 TO TRD-CAL-COUNT
006800             MOVE CAL-DATE TO TRD-CAL-DATE(TRD-CAL-COUNT)
006810             MOVE CAL-DAY-TYPE TO TRD-CAL-TYPE(TRD-CAL-COUNT)
006820             MOVE CAL-DESCRIPTION TO TRD-CAL-DESC(TRD-CAL-COUNT)
006830             EVALUATE TRUE
006840                 WHEN CAL-QUARTER-END-FLAG = 'Y'
006850                     MOVE 'Q' TO TRD-CAL-PERIOD-END(TRD-CAL-COUNT)
006860                 WHEN CAL-MONTH-END-FLAG = 'Y'
006870                     MOVE 'M' TO TRD-CAL-PERIOD-END(TRD-CAL-COUNT)
006880                 WHEN OTHER
006890                     MOVE SPACE
006895                         TO TRD-CAL-PERIOD-END(TRD-CAL-COUNT)
006900             END-EVALUATE
006910         END-IF
006920     END-IF.

006930 COUNT-HOLIDAY-DAY.
006940     IF TRD-TEST-SERIAL < TRD-FROM-SERIAL
006950         ADD 1 TO TRD-PRIOR-HOL-DAYS
006960     ELSE
006970         ADD 1 TO TRD-HOL-DAYS
006980         IF TRD-WEEK-INDEX <= 14
006990             MOVE 'Y' TO TRD-WEEK-HOL(TRD-WEEK-INDEX)
007000         END-IF
007010     END-IF.

007020*----------------------------------------------------------------
007030*    LABEL FOR THE CALENDAR ENTRY AT TRD-CAL-INDEX.  AN ENTRY
007040*    THAT ONLY CARRIES A PERIOD-END FLAG IS LABELLED BY IT.
007050*----------------------------------------------------------------
007060 SET-CALENDAR-LABEL.
007070     EVALUATE TRUE
007080         WHEN TRD-CAL-TYPE(TRD-CAL-INDEX) = 'H'
007090             MOVE 'HOLIDAY' TO TRD-CAL-LABEL
007100         WHEN TRD-CAL-TYPE(TRD-CAL-INDEX) = 'C'
007110             MOVE 'SHOP CLOSED' TO TRD-CAL-LABEL
007120         WHEN TRD-CAL-TYPE(TRD-CAL-INDEX) = 'P'
007130             MOVE 'EXTRA PROC DAY' TO TRD-CAL-LABEL
007140         WHEN TRD-CAL-PERIOD-END(TRD-CAL-INDEX) = 'Q'
007150             MOVE 'QUARTER-END' TO TRD-CAL-LABEL
007160         WHEN TRD-CAL-PERIOD-END(TRD-CAL-INDEX) = 'M'
007170             MOVE 'MONTH-END' TO TRD-CAL-LABEL
007180         WHEN OTHER
007190             MOVE 'CALENDAR DATE' TO TRD-CAL-LABEL
007200     END-EVALUATE.

007210*----------------------------------------------------------------
007220*    APPENDS THE PERIOD-END MARK WHEN THE ENTRY AT TRD-CAL-INDEX
007230*    IS ALSO A HOLIDAY, CLOSURE OR EXTRA PROCESSING DAY.
007240*----------------------------------------------------------------
007250 APPEND-PERIOD-END-MARK.
007260     IF TRD-CAL-TYPE(TRD-CAL-INDEX) NOT = SPACE
007270         EVALUATE TRD-CAL-PERIOD-END(TRD-CAL-INDEX)
007280             WHEN 'Q'
007290                 STRING ' (QUARTER-END)' DELIMITED BY SIZE
007300                     INTO TRD-REPORT-LINE
007310                     WITH POINTER TRD-LINE-POINTER
007320             WHEN 'M'
007330                 STRING ' (MONTH-END)' DELIMITED BY SIZE
007340                     INTO TRD-REPORT-LINE
007350                     WITH POINTER TRD-LINE-POINTER
007360         END-EVALUATE
007370     END-IF.

007380 WRITE-CALENDAR-SECTION.
007390     MOVE 'PROCESSING CALENDAR -' TO TRD-REPORT-LINE
007400     PERFORM WRITE-TREND-LINE
007410     MOVE SPACES TO TRD-REPORT-LINE
007420     MOVE 1 TO TRD-LINE-POINTER
007430     MOVE TRD-PROC-DAYS TO TRD-RUNS-EDIT
007440     STRING '  PROCESSING DAYS ' DELIMITED BY SIZE
007450         TRD-RUNS-EDIT DELIMITED BY SIZE
007460         '  HOLIDAY/CLOSED WEEKDAYS ' DELIMITED BY SIZE
007470         INTO TRD-REPORT-LINE
007480         WITH POINTER TRD-LINE-POINTER
007490     MOVE TRD-HOL-DAYS TO TRD-RUNS-EDIT
007500     STRING TRD-RUNS-EDIT DELIMITED BY SIZE
007510         INTO TRD-REPORT-LINE
007520         WITH POINTER TRD-LINE-POINTER
007530     PERFORM WRITE-TREND-LINE
007540     IF NOT TRD-CALENDAR-FOUND
007550         MOVE '  NO PROCESSING CALENDAR - MON TO FRI ASSUMED'
007560             TO TRD-REPORT-LINE
007570         PERFORM WRITE-TREND-LINE
007580     END-IF
007590     PERFORM VARYING TRD-CAL-INDEX FROM 1 BY 1
007600         UNTIL TRD-CAL-INDEX > TRD-CAL-COUNT
007610         PERFORM WRITE-CALENDAR-DAY-LINE
007620     END-PERFORM.

007630 WRITE-CALENDAR-DAY-LINE.
007640     MOVE SPACES TO TRD-REPORT-LINE
007650     MOVE 1 TO TRD-LINE-POINTER
007660     MOVE TRD-CAL-DATE(TRD-CAL-INDEX) TO TRD-DATE-X
007670     PERFORM EDIT-REPORT-DATE
007680     PERFORM SET-CALENDAR-LABEL
007690     STRING '  ' DELIMITED BY SIZE
007700         TRD-DATE-EDIT DELIMITED BY SIZE
007710         ' ' DELIMITED BY SIZE
007720         TRD-CAL-LABEL DELIMITED BY SIZE
007730         TRD-CAL-DESC(TRD-CAL-INDEX) DELIMITED BY '  '
007740         INTO TRD-REPORT-LINE
007750         WITH POINTER TRD-LINE-POINTER
007760     PERFORM APPEND-PERIOD-END-MARK
007770     PERFORM WRITE-TREND-LINE.

007780*----------------------------------------------------------------
007790*    MARKS A DAILY LINE WHOSE RUN DATE IS ON THE CALENDAR.
007800*----------------------------------------------------------------
007810 WRITE-DAY-CALENDAR-LINE.
007820     PERFORM VARYING TRD-CAL-INDEX FROM 1 BY 1
007830         UNTIL TRD-CAL-INDEX > TRD-CAL-COUNT
007840         IF TRD-CAL-DATE(TRD-CAL-INDEX) =
007850             TRD-DAY-DATE(TRD-DAY-INDEX)
007860             MOVE SPACES TO TRD-REPORT-LINE
007870             MOVE 1 TO TRD-LINE-POINTER
007880             PERFORM SET-CALENDAR-LABEL
007890             STRING '             ' DELIMITED BY SIZE
007900                 TRD-CAL-LABEL DELIMITED BY '  '
007910                 ' - ' DELIMITED BY SIZE
007920                 TRD-CAL-DESC(TRD-CAL-INDEX) DELIMITED BY '  '
007930                 INTO TRD-REPORT-LINE
007940                 WITH POINTER TRD-LINE-POINTER
007950             PERFORM APPEND-PERIOD-END-MARK
007960             PERFORM WRITE-TREND-LINE
007970         END-IF
007980     END-PERFORM.

007990 WRITE-WEEK-PROCESSING-LINE.
008000     MOVE SPACES TO TRD-REPORT-LINE
008010     MOVE 1 TO TRD-LINE-POINTER
008020     MOVE TRD-WEEK-PDAYS(TRD-WEEK-INDEX) TO TRD-RUNS-EDIT
008030     IF TRD-WEEK-PDAYS(TRD-WEEK-INDEX) > ZERO
008040         COMPUTE TRD-DELTA-CUR = TRD-WEEK-INSTR(TRD-WEEK-INDEX)
008050             / TRD-WEEK-PDAYS(TRD-WEEK-INDEX)
008060     ELSE
008070         MOVE ZERO TO TRD-DELTA-CUR
008080     END-IF
008090     MOVE TRD-DELTA-CUR TO TRD-COUNT-EDIT
008100     STRING '         PROC DAYS ' DELIMITED BY SIZE
008110         TRD-RUNS-EDIT DELIMITED BY SIZE
008120         ' INSTR/PROC DAY ' DELIMITED BY SIZE
008130         TRD-COUNT-EDIT DELIMITED BY SIZE
008140         INTO TRD-REPORT-LINE
008150         WITH POINTER TRD-LINE-POINTER
008160     IF TRD-WEEK-HOL(TRD-WEEK-INDEX) = 'Y'
008170         STRING '  HOLIDAY WEEK' DELIMITED BY SIZE
008180             INTO TRD-REPORT-LINE
008190             WITH POINTER TRD-LINE-POINTER
008200     END-IF
008210     PERFORM WRITE-TREND-LINE.

008220 WRITE-PER-PROC-DAY-LINE.
008230     MOVE 'INSTR/PROC DAY' TO TRD-DELTA-LABEL
008240     MOVE ZERO TO TRD-DELTA-CUR
008250     MOVE ZERO TO TRD-DELTA-PRIOR
008260     IF TRD-PROC-DAYS > ZERO
008270         COMPUTE TRD-DELTA-CUR = TRD-INSTR-TOTAL / TRD-PROC-DAYS
008280     END-IF
008290     IF TRD-PRIOR-PROC-DAYS > ZERO
008300         COMPUTE TRD-DELTA-PRIOR =
008310             TRD-PRIOR-INSTR-TOTAL / TRD-PRIOR-PROC-DAYS
008320     END-IF
008330     PERFORM WRITE-DELTA-LINE.

008340*----------------------------------------------------------------
008350*    FLAGS THE COMPARISON WHEN EITHER PERIOD LOST WEEKDAYS TO A
008360*    HOLIDAY OR CLOSURE, SO RAW VOLUMES ARE READ WITH CARE.
008370*----------------------------------------------------------------
008380 WRITE-HOLIDAY-NOTE.
008390     IF TRD-HOL-DAYS > ZERO OR TRD-PRIOR-HOL-DAYS > ZERO
008400         MOVE SPACES TO TRD-REPORT-LINE
008410         MOVE 1 TO TRD-LINE-POINTER
008420         MOVE TRD-HOL-DAYS TO TRD-RUNS-EDIT
008430         STRING '  HOLIDAY-AFFECTED - CLOSED WEEKDAYS CUR '
008440             DELIMITED BY SIZE
008450             TRD-RUNS-EDIT DELIMITED BY SIZE
008460             ' PRIOR ' DELIMITED BY SIZE
008470             INTO TRD-REPORT-LINE
008480             WITH POINTER TRD-LINE-POINTER
008490         MOVE TRD-PRIOR-HOL-DAYS TO TRD-RUNS-EDIT
008500         STRING TRD-RUNS-EDIT DELIMITED BY SIZE
008510             INTO TRD-REPORT-LINE
008520             WITH POINTER TRD-LINE-POINTER
008530         PERFORM WRITE-TREND-LINE
008540     END-IF.
