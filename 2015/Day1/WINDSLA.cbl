000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WINDSLA.
000030 AUTHOR. A-DELGADO.
000040 INSTALLATION. AOC-BATCH.
000050 DATE-WRITTEN. 2026-10-13.
000060 DATE-COMPILED. 2026-10-13.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-13 ADL   ORIGINAL VERSION - BATCH-WINDOW SLA REPORT.
000120*                  READS THE CENTRAL JOB-EXECUTION LOG (JOBLOG)
000130*                  FOR A DATE RANGE (FROMDATE/TODATE PARAMETERS,
000140*                  YYYYMMDD, DEFAULT THE CURRENT MONTH TO DATE)
000150*                  AND WORKS OUT EACH STEP'S ELAPSED TIME FROM ITS
000160*                  START AND END DATE/TIME.  REPORTS (SLARPT) EACH
000170*                  NIGHT'S STREAM START, END AND DURATION AGAINST
000180*                  THE BATCH WINDOW, AND PER PROGRAM THE AVERAGE
000190*                  AND WORST ELAPSED TIME, THE THROUGHPUT (PRIMARY
000200*                  JOB-LOG COUNT PER MINUTE) AND THE TREND OF ITS
000210*                  RUN TIMES.  THE WINDOW, THE PER-STEP ELAPSED
000220*                  LIMITS AND THE GROWTH PERCENTAGE COME FROM THE
000230*                  SLA CONTROL FILE (SLACTL, LAYOUT SLACREC).
000240*                  STEPS OVER THEIR LIMIT, NIGHTS THAT OVERRAN THE
000250*                  WINDOW AND STEPS WHOSE RUN TIMES ARE STEADILY
000260*                  GROWING ARE FLAGGED, THE LAST AS EVIDENCE FOR
000270*                  CAPACITY CHANGES SUCH AS MORE MANIFEST STREAMS.
000280*                  RC 8 FOR ANY BREACH, RC 4 FOR GROWTH ALONE.
000283* 2026-10-15 ADL   A REPORT FILE THAT CANNOT BE OPENED ABENDS THE
000286*                  STEP (RETURN-CODE 16).
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS SLA-JOB-LOG-FILE-STATUS.
000360     SELECT OPTIONAL SLA-CONTROL-FILE ASSIGN TO 'SLACTL'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS SLA-CONTROL-FILE-STATUS.
000390     SELECT REPORT-FILE ASSIGN TO 'SLARPT'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SLA-REPORT-FILE-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  JOB-LOG-FILE.
000450 01  JOB-LOG-RECORD.
000460     COPY JOBLGREC.

000470 FD  SLA-CONTROL-FILE.
000480 01  SLA-CONTROL-RECORD.
000490     COPY SLACREC.

000500 FD  REPORT-FILE.
000510 01  REPORT-RECORD           PIC X(72).

000520 WORKING-STORAGE SECTION.
000530*----------------------------------------------------------------
000540*    FILE AND PARAMETER STORAGE
000550*----------------------------------------------------------------
000560 01  SLA-JOB-LOG-FILE-STATUS PIC XX.
000570 01  SLA-CONTROL-FILE-STATUS PIC XX.
000580 01  SLA-REPORT-FILE-STATUS  PIC XX.
000583 01  SLA-ABEND-STATUS        PIC XX.
000586 01  SLA-ABEND-FILE          PIC X(8).
000590 01  SLA-CONTROL-FOUND-FLAG  PIC X VALUE 'N'.
000600     88  SLA-CONTROL-FOUND   VALUE 'Y'.
000610 01  SLA-EOF-FLAG            PIC X VALUE 'N'.
000620     88  SLA-EOF             VALUE 'Y'.
000630 01  SLA-NOT-FOUND-FLAG      PIC X VALUE 'N'.
000640     88  SLA-NOT-FOUND       VALUE 'Y'.
000650 01  SLA-FROMDATE-PARM       PIC X(8).
000660 01  SLA-TODATE-PARM         PIC X(8).
000670 01  SLA-FROM-DATE           PIC 9(8) VALUE ZERO.
000680 01  SLA-TO-DATE             PIC 9(8) VALUE ZERO.
000690 01  SLA-TODAY-DATE          PIC 9(8) VALUE ZERO.
000700*----------------------------------------------------------------
000710*    BATCH WINDOW.  TIMES ARE HELD AS SECONDS INTO THE DAY.  A
000720*    STEP BELONGS TO THE NIGHT WHOSE WINDOW OPENED MOST RECENTLY
000730*    BEFORE IT STARTED, UNLESS IT STARTED NEARER THE NEXT OPENING
000740*    THAN THE LAST CLOSE - THEN IT IS A DAYTIME RUN OUTSIDE THE
000750*    WINDOW.  WITH NO WINDOW ON THE CONTROL FILE A STEP BELONGS
000760*    TO THE NIGHT OF ITS START DATE.
000770*----------------------------------------------------------------
000780 01  SLA-WINDOW-FLAG         PIC X VALUE 'N'.
000790     88  SLA-WINDOW-SET      VALUE 'Y'.
000800 01  SLA-WINDOW-OPEN         PIC 9(4) VALUE ZERO.
000810 01  SLA-WINDOW-END          PIC 9(4) VALUE ZERO.
000820 01  SLA-WINDOW-OPEN-SECS    PIC 9(9) COMP VALUE ZERO.
000830 01  SLA-WINDOW-END-SECS     PIC 9(9) COMP VALUE ZERO.
000840 01  SLA-WINDOW-LENGTH       PIC 9(9) COMP VALUE ZERO.
000850 01  SLA-WINDOW-CUTOFF       PIC 9(9) COMP VALUE ZERO.
000860 01  SLA-GROWTH-PCT          PIC 9(3) COMP VALUE 20.
000870 01  SLA-HHMM                PIC 9(4) VALUE ZERO.
000880 01  SLA-HHMM-PARTS REDEFINES SLA-HHMM.
000890     05  SLA-HHMM-HOURS      PIC 9(2).
000900     05  SLA-HHMM-MINUTES    PIC 9(2).
000910 01  SLA-HHMM-VALID-FLAG     PIC X VALUE 'N'.
000920     88  SLA-HHMM-VALID      VALUE 'Y'.
000930 01  SLA-HHMM-SECS           PIC 9(9) COMP VALUE ZERO.
000940*----------------------------------------------------------------
000950*    SERIAL-DAY DATE ARITHMETIC STORAGE (SAME CONVERSION AS
000960*    HOUSEKP.CBL - ONLY DIFFERENCES BETWEEN SERIALS ARE USED).
000970*    STEP START AND END ARE HELD AS SECONDS SINCE THE SERIAL
000980*    EPOCH SO A STEP RUNNING OVER MIDNIGHT TIMES CORRECTLY.
000990*----------------------------------------------------------------
001000 01  SLA-DATE-X              PIC X(8).
001010 01  SLA-DATE-PARTS REDEFINES SLA-DATE-X.
001020     05  SLA-DATE-YEAR       PIC 9(4).
001030     05  SLA-DATE-MONTH      PIC 9(2).
001040     05  SLA-DATE-DAY        PIC 9(2).
001050 01  SLA-WORK-YEAR           PIC S9(9) COMP VALUE ZERO.
001060 01  SLA-WORK-MONTH          PIC S9(9) COMP VALUE ZERO.
001070 01  SLA-TERM-1              PIC S9(9) COMP VALUE ZERO.
001080 01  SLA-TERM-2              PIC S9(9) COMP VALUE ZERO.
001090 01  SLA-TERM-3              PIC S9(9) COMP VALUE ZERO.
001100 01  SLA-TERM-4              PIC S9(9) COMP VALUE ZERO.
001110 01  SLA-SERIAL-DAYS         PIC S9(9) COMP VALUE ZERO.
001120 01  SLA-TIME-X              PIC X(8).
001130 01  SLA-TIME-PARTS REDEFINES SLA-TIME-X.
001140     05  SLA-TIME-HOURS      PIC 9(2).
001150     05  SLA-TIME-MINUTES    PIC 9(2).
001160     05  SLA-TIME-SECONDS    PIC 9(2).
001170     05  SLA-TIME-HUNDREDTHS PIC 9(2).
001180 01  SLA-DAY-SECS            PIC 9(9) COMP VALUE ZERO.
001190 01  SLA-START-SECS          PIC 9(9) COMP VALUE ZERO.
001200 01  SLA-START-ABS           PIC S9(18) COMP VALUE ZERO.
001210 01  SLA-END-ABS             PIC S9(18) COMP VALUE ZERO.
001220 01  SLA-WORK-ABS            PIC S9(18) COMP VALUE ZERO.
001230 01  SLA-ELAPSED-SECS        PIC 9(9) COMP VALUE ZERO.
001240 01  SLA-OFFSET-SECS         PIC 9(9) COMP VALUE ZERO.
001250 01  SLA-NIGHT-DATE          PIC 9(8) VALUE ZERO.
001260 01  SLA-OUTSIDE-FLAG        PIC X VALUE 'N'.
001270     88  SLA-OUTSIDE-WINDOW  VALUE 'Y'.
001280*----------------------------------------------------------------
001290*    DAYS IN EACH MONTH, FOR STEPPING A DATE BACK ONE DAY.
001300*----------------------------------------------------------------
001310 01  SLA-MONTH-DAYS-X        PIC X(24)
001320                             VALUE '312831303130313130313031'.
001330 01  SLA-MONTH-DAYS-TABLE REDEFINES SLA-MONTH-DAYS-X.
001340     05  SLA-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
001350 01  SLA-LEAP-QUOTIENT       PIC 9(9) COMP VALUE ZERO.
001360 01  SLA-LEAP-REM-4          PIC 9(4) COMP VALUE ZERO.
001370 01  SLA-LEAP-REM-100        PIC 9(4) COMP VALUE ZERO.
001380 01  SLA-LEAP-REM-400        PIC 9(4) COMP VALUE ZERO.
001390*----------------------------------------------------------------
001400*    NIGHT TABLE.  ONE ENTRY PER NIGHT IN THE PERIOD, IN THE
001410*    ORDER THE LOG FIRST SHOWS THEM, UP TO 92 NIGHTS (A
001420*    QUARTER).  THE STREAM RUNS FROM THE EARLIEST STEP START TO
001430*    THE LATEST STEP END OF THE NIGHT.
001440*----------------------------------------------------------------
001450 01  SLA-NIGHT-TABLE.
001460     05  SLA-NIGHT-ENTRY     OCCURS 92 TIMES.
001470         10  SLA-NT-DATE     PIC 9(8).
001480         10  SLA-NT-STEPS    PIC 9(4) COMP.
001490         10  SLA-NT-BREACHES PIC 9(4) COMP.
001500         10  SLA-NT-FIRST-ABS PIC S9(18) COMP.
001510         10  SLA-NT-LAST-ABS PIC S9(18) COMP.
001520         10  SLA-NT-FIRST-TIME PIC 9(8).
001530         10  SLA-NT-LAST-TIME PIC 9(8).
001540         10  SLA-NT-DURATION PIC 9(9) COMP.
001550         10  SLA-NT-OVERRUN  PIC 9(9) COMP.
001560 01  SLA-NIGHT-COUNT         PIC 9(4) COMP VALUE ZERO.
001570 01  SLA-NIGHT-INDEX         PIC 9(4) COMP VALUE ZERO.
001580 01  SLA-NIGHT-TRUNC-FLAG    PIC X VALUE 'N'.
001590     88  SLA-NIGHT-TRUNCATED VALUE 'Y'.
001600*----------------------------------------------------------------
001610*    PROGRAM TABLE.  ONE ENTRY PER PROGRAM NAME SEEN IN THE
001620*    PERIOD OR GIVEN A LIMIT ON THE CONTROL FILE, UP TO 30.
001630*    EACH KEEPS ITS LAST 92 ELAPSED TIMES, OLDEST FIRST, FOR
001640*    THE TREND.
001650*----------------------------------------------------------------
001660 01  SLA-PROGRAM-TABLE.
001670     05  SLA-PROGRAM-ENTRY   OCCURS 30 TIMES.
001680         10  SLA-PG-NAME     PIC X(8).
001690         10  SLA-PG-RUNS     PIC 9(4) COMP.
001700         10  SLA-PG-TOTAL-SECS PIC 9(18) COMP.
001710         10  SLA-PG-TOTAL-COUNT PIC 9(18) COMP.
001720         10  SLA-PG-WORST-SECS PIC 9(9) COMP.
001730         10  SLA-PG-WORST-DATE PIC 9(8).
001740         10  SLA-PG-LIMIT-SECS PIC 9(9) COMP.
001750         10  SLA-PG-BREACHES PIC 9(4) COMP.
001760         10  SLA-PG-HIST-COUNT PIC 9(4) COMP.
001770         10  SLA-PG-HIST-SECS PIC 9(9) COMP OCCURS 92 TIMES.
001780 01  SLA-PROGRAM-COUNT       PIC 9(4) COMP VALUE ZERO.
001790 01  SLA-PROGRAM-INDEX       PIC 9(4) COMP VALUE ZERO.
001800 01  SLA-PROGRAM-FOUND-FLAG  PIC X VALUE 'N'.
001810     88  SLA-PROGRAM-FOUND   VALUE 'Y'.
001820 01  SLA-PROGRAM-TRUNC-FLAG  PIC X VALUE 'N'.
001830     88  SLA-PROGRAM-TRUNCATED VALUE 'Y'.
001840 01  SLA-PROGRAM-NAME        PIC X(8).
001850 01  SLA-HIST-INDEX          PIC 9(4) COMP VALUE ZERO.
001860 01  SLA-NEXT-INDEX          PIC 9(4) COMP VALUE ZERO.
001870*----------------------------------------------------------------
001880*    STEP BREACH TABLE.  EACH STEP RUN OVER ITS LIMIT, UP TO 100;
001890*    BREACHES PAST THE TABLE ARE STILL COUNTED.
001900*----------------------------------------------------------------
001910 01  SLA-BREACH-TABLE.
001920     05  SLA-BREACH-ENTRY    OCCURS 100 TIMES.
001930         10  SLA-BR-DATE     PIC 9(8).
001940         10  SLA-BR-PROGRAM  PIC X(8).
001950         10  SLA-BR-START-TIME PIC 9(8).
001960         10  SLA-BR-SECS     PIC 9(9) COMP.
001970         10  SLA-BR-LIMIT-SECS PIC 9(9) COMP.
001980 01  SLA-BREACH-COUNT        PIC 9(4) COMP VALUE ZERO.
001990 01  SLA-BREACH-INDEX        PIC 9(4) COMP VALUE ZERO.
002000 01  SLA-BREACH-TRUNC-FLAG   PIC X VALUE 'N'.
002010     88  SLA-BREACH-TRUNCATED VALUE 'Y'.
002020*----------------------------------------------------------------
002030*    TREND STORAGE.  A TREND NEEDS AT LEAST FOUR SAMPLES: THE
002040*    AVERAGE OF THE LATER HALF IS SET AGAINST THE AVERAGE OF THE
002050*    EARLIER HALF, AND THE RISES AND FALLS BETWEEN SUCCESSIVE
002060*    SAMPLES ARE COUNTED.  GROWING MEANS THE LATER HALF IS UP BY
002070*    AT LEAST THE GROWTH PERCENTAGE AND RISES OUTNUMBER FALLS.
002080*----------------------------------------------------------------
002090 01  SLA-TREND-TABLE.
002100     05  SLA-TREND-SAMPLE    PIC 9(9) COMP OCCURS 92 TIMES.
002110 01  SLA-TREND-COUNT         PIC 9(4) COMP VALUE ZERO.
002120 01  SLA-TREND-INDEX         PIC 9(4) COMP VALUE ZERO.
002130 01  SLA-TREND-HALF          PIC 9(4) COMP VALUE ZERO.
002140 01  SLA-TREND-FIRST-SUM     PIC 9(18) COMP VALUE ZERO.
002150 01  SLA-TREND-LAST-SUM      PIC 9(18) COMP VALUE ZERO.
002160 01  SLA-TREND-FIRST-AVG     PIC 9(9) COMP VALUE ZERO.
002170 01  SLA-TREND-LAST-AVG      PIC 9(9) COMP VALUE ZERO.
002180 01  SLA-TREND-PCT           PIC S9(5) COMP VALUE ZERO.
002190 01  SLA-TREND-RISES         PIC 9(4) COMP VALUE ZERO.
002200 01  SLA-TREND-FALLS         PIC 9(4) COMP VALUE ZERO.
002210 01  SLA-TREND-VALID-FLAG    PIC X VALUE 'N'.
002220     88  SLA-TREND-VALID     VALUE 'Y'.
002230 01  SLA-TREND-GROWING-FLAG  PIC X VALUE 'N'.
002240     88  SLA-TREND-GROWING   VALUE 'Y'.
002250*----------------------------------------------------------------
002260*    PERIOD ACCUMULATORS
002270*----------------------------------------------------------------
002280 01  SLA-RECORDS-READ        PIC 9(9) COMP VALUE ZERO.
002290 01  SLA-STEPS-USED          PIC 9(9) COMP VALUE ZERO.
002300 01  SLA-STEPS-OUTSIDE       PIC 9(9) COMP VALUE ZERO.
002310 01  SLA-STEPS-SKIPPED       PIC 9(9) COMP VALUE ZERO.
002320 01  SLA-WINDOW-BREACHES     PIC 9(9) COMP VALUE ZERO.
002330 01  SLA-STEP-BREACHES       PIC 9(9) COMP VALUE ZERO.
002340 01  SLA-GROWING-COUNT       PIC 9(9) COMP VALUE ZERO.
002350 01  SLA-STREAM-TOTAL-SECS   PIC 9(18) COMP VALUE ZERO.
002360 01  SLA-STREAM-WORST-SECS   PIC 9(9) COMP VALUE ZERO.
002370 01  SLA-STREAM-WORST-DATE   PIC 9(8) VALUE ZERO.
002380 01  SLA-AVERAGE-SECS        PIC 9(9) COMP VALUE ZERO.
002390 01  SLA-THROUGHPUT          PIC 9(9) COMP VALUE ZERO.
002400*----------------------------------------------------------------
002410*    REPORT LINE BUILD STORAGE
002420*----------------------------------------------------------------
002430 01  SLA-REPORT-LINE         PIC X(72).
002440 01  SLA-LINE-POINTER        PIC 9(4) COMP VALUE 1.
002450 01  SLA-DATE-EDIT           PIC X(10).
002460 01  SLA-CLOCK-EDIT          PIC X(8).
002470 01  SLA-ELAPSED-EDIT        PIC X(8).
002480 01  SLA-EDIT-SECS           PIC 9(9) COMP VALUE ZERO.
002490 01  SLA-EDIT-REMAINDER      PIC 9(9) COMP VALUE ZERO.
002500 01  SLA-EDIT-HOURS          PIC 9(9) COMP VALUE ZERO.
002510 01  SLA-EDIT-HH             PIC 9(2).
002520 01  SLA-EDIT-MM             PIC 9(2).
002530 01  SLA-EDIT-SS             PIC 9(2).
002540 01  SLA-COUNT-EDIT          PIC ZZZZZZZZ9.
002550 01  SLA-RUNS-EDIT           PIC ZZZ9.
002560 01  SLA-PCT-EDIT            PIC -ZZZ9.

002570 PROCEDURE DIVISION.
002580 MAIN-LOGIC.
002590     PERFORM PARSE-PARAMETERS
002600     PERFORM LOAD-SLA-CONTROL
002610     PERFORM SCAN-JOB-LOG
002620     IF SLA-NOT-FOUND
002630         DISPLAY '*** NO JOB LOG ON RECORD - JOBLOG NOT ***'
002640         DISPLAY '*** FOUND OR EMPTY ***'
002650         MOVE 8 TO RETURN-CODE
002660         STOP RUN
002670     END-IF
002680     PERFORM EVALUATE-NIGHTS
002690     PERFORM WRITE-SLA-REPORT
002700     DISPLAY 'WINDSLA COMPLETE - NIGHTS IN PERIOD = '
002710         SLA-NIGHT-COUNT
002720     EVALUATE TRUE
002730         WHEN SLA-WINDOW-BREACHES > ZERO
002740             OR SLA-STEP-BREACHES > ZERO
002750             DISPLAY '*** BATCH WINDOW SLA BREACHED - SEE ***'
002760             DISPLAY '*** THE SLA REPORT FOR DETAIL ***'
002770             MOVE 8 TO RETURN-CODE
002780         WHEN SLA-GROWING-COUNT > ZERO
002790             DISPLAY 'WINDSLA WARNING - STEADILY GROWING STEPS, '
002800                 'SEE THE SLA REPORT'
002810             MOVE 4 TO RETURN-CODE
002820         WHEN OTHER
002830             CONTINUE
002840     END-EVALUATE
002850     STOP RUN.

002860 PARSE-PARAMETERS.
002870     ACCEPT SLA-FROMDATE-PARM FROM ENVIRONMENT 'FROMDATE'
002880         ON EXCEPTION
002890             MOVE SPACES TO SLA-FROMDATE-PARM
002900     END-ACCEPT
002910     ACCEPT SLA-TODATE-PARM FROM ENVIRONMENT 'TODATE'
002920         ON EXCEPTION
002930             MOVE SPACES TO SLA-TODATE-PARM
002940     END-ACCEPT
002950     ACCEPT SLA-TODAY-DATE FROM DATE YYYYMMDD
002960     IF SLA-TODATE-PARM NOT = SPACES
002970         AND SLA-TODATE-PARM IS NUMERIC
002980         MOVE SLA-TODATE-PARM TO SLA-TO-DATE
002990     ELSE
003000         MOVE SLA-TODAY-DATE TO SLA-TO-DATE
003010     END-IF
003020     IF SLA-FROMDATE-PARM NOT = SPACES
003030         AND SLA-FROMDATE-PARM IS NUMERIC
003040         MOVE SLA-FROMDATE-PARM TO SLA-FROM-DATE
003050     ELSE
003060*        THE DIVISION IS STORED SEPARATELY SO IT TRUNCATES TO
003070*        THE YEAR-MONTH BEFORE THE DAY IS REBUILT AS 01.
003080         COMPUTE SLA-TERM-1 = SLA-TO-DATE / 100
003090         COMPUTE SLA-FROM-DATE = SLA-TERM-1 * 100 + 1
003100     END-IF.

003110*----------------------------------------------------------------
003120*    LOADS THE BATCH WINDOW AND THE PER-STEP LIMITS.  A MISSING
003130*    CONTROL FILE MEANS NO WINDOW AND NO LIMITS; A BAD RECORD IS
003140*    REPORTED AND SKIPPED.
003150*----------------------------------------------------------------
003160 LOAD-SLA-CONTROL.
003170     OPEN INPUT SLA-CONTROL-FILE
003180     EVALUATE SLA-CONTROL-FILE-STATUS
003190         WHEN '00'
003200             SET SLA-CONTROL-FOUND TO TRUE
003210         WHEN '05'
003220             CLOSE SLA-CONTROL-FILE
003230         WHEN OTHER
003240             DISPLAY 'WINDSLA WARNING - SLACTL NOT READ, '
003250                 'STATUS ' SLA-CONTROL-FILE-STATUS
003260     END-EVALUATE
003270     IF SLA-CONTROL-FOUND
003280         MOVE 'N' TO SLA-EOF-FLAG
003290         PERFORM UNTIL SLA-EOF
003300             READ SLA-CONTROL-FILE INTO SLA-CONTROL-RECORD
003310             IF SLA-CONTROL-FILE-STATUS = '00'
003320                 EVALUATE TRUE
003330                     WHEN SLC-WINDOW-RECORD
003340                         PERFORM STORE-WINDOW-RECORD
003350                     WHEN SLC-STEP-RECORD
003360                         PERFORM STORE-STEP-LIMIT
003370                     WHEN OTHER
003380                         PERFORM REPORT-BAD-CONTROL-RECORD
003390                 END-EVALUATE
003400             ELSE
003410                 SET SLA-EOF TO TRUE
003420             END-IF
003430         END-PERFORM
003440         MOVE 'N' TO SLA-EOF-FLAG
003450         CLOSE SLA-CONTROL-FILE
003460     END-IF.

003470 STORE-WINDOW-RECORD.
003480     MOVE 'N' TO SLA-HHMM-VALID-FLAG
003490     IF SLC-WINDOW-OPEN IS NUMERIC
003500         AND SLC-WINDOW-END IS NUMERIC
003510         AND (SLC-GROWTH-PCT-X = SPACES
003520             OR SLC-GROWTH-PCT IS NUMERIC)
003530         MOVE SLC-WINDOW-OPEN TO SLA-HHMM
003540         PERFORM CONVERT-HHMM
003550         MOVE SLA-HHMM-SECS TO SLA-WINDOW-OPEN-SECS
003560         IF SLA-HHMM-VALID
003570             MOVE SLC-WINDOW-END TO SLA-HHMM
003580             PERFORM CONVERT-HHMM
003590             MOVE SLA-HHMM-SECS TO SLA-WINDOW-END-SECS
003600         END-IF
003610     END-IF
003620     IF SLA-HHMM-VALID
003630         SET SLA-WINDOW-SET TO TRUE
003640         MOVE SLC-WINDOW-OPEN TO SLA-WINDOW-OPEN
003650         MOVE SLC-WINDOW-END TO SLA-WINDOW-END
003660         IF SLC-GROWTH-PCT-X NOT = SPACES
003670             AND SLC-GROWTH-PCT > ZERO
003680             MOVE SLC-GROWTH-PCT TO SLA-GROWTH-PCT
003690         END-IF
003700         IF SLA-WINDOW-END-SECS > SLA-WINDOW-OPEN-SECS
003710             COMPUTE SLA-WINDOW-LENGTH =
003720                 SLA-WINDOW-END-SECS - SLA-WINDOW-OPEN-SECS
003730         ELSE
003740             COMPUTE SLA-WINDOW-LENGTH = 86400
003750                 - SLA-WINDOW-OPEN-SECS + SLA-WINDOW-END-SECS
003760         END-IF
003770         COMPUTE SLA-WINDOW-CUTOFF = SLA-WINDOW-LENGTH
003780             + (86400 - SLA-WINDOW-LENGTH) / 2
003790     ELSE
003800         PERFORM REPORT-BAD-CONTROL-RECORD
003810     END-IF.

003820 STORE-STEP-LIMIT.
003830     IF SLC-STEP-PROGRAM NOT = SPACES
003840         AND SLC-STEP-LIMIT-MIN IS NUMERIC
003850         AND SLC-STEP-LIMIT-MIN > ZERO
003860         MOVE SLC-STEP-PROGRAM TO SLA-PROGRAM-NAME
003870         PERFORM FIND-PROGRAM-ENTRY
003880         IF SLA-PROGRAM-INDEX > ZERO
003890             COMPUTE SLA-PG-LIMIT-SECS(SLA-PROGRAM-INDEX) =
003900                 SLC-STEP-LIMIT-MIN * 60
003910         END-IF
003920     ELSE
003930         PERFORM REPORT-BAD-CONTROL-RECORD
003940     END-IF.

003950 REPORT-BAD-CONTROL-RECORD.
003960     DISPLAY 'WINDSLA WARNING - SLACTL RECORD SKIPPED: '
003970         SLA-CONTROL-RECORD(1:22).

003980*----------------------------------------------------------------
003990*    CONVERTS SLA-HHMM TO SECONDS INTO THE DAY IN SLA-HHMM-SECS,
004000*    SETTING SLA-HHMM-VALID FOR A REAL TIME OF DAY.
004010*----------------------------------------------------------------
004020 CONVERT-HHMM.
004030     IF SLA-HHMM-HOURS < 24 AND SLA-HHMM-MINUTES < 60
004040         SET SLA-HHMM-VALID TO TRUE
004050         COMPUTE SLA-HHMM-SECS =
004060             SLA-HHMM-HOURS * 3600 + SLA-HHMM-MINUTES * 60
004070     ELSE
004080         MOVE 'N' TO SLA-HHMM-VALID-FLAG
004090         MOVE ZERO TO SLA-HHMM-SECS
004100     END-IF.

004110 SCAN-JOB-LOG.
004120     OPEN INPUT JOB-LOG-FILE
004130     IF SLA-JOB-LOG-FILE-STATUS NOT = '00'
004140         SET SLA-NOT-FOUND TO TRUE
004150     ELSE
004160         MOVE 'N' TO SLA-EOF-FLAG
004170         PERFORM UNTIL SLA-EOF
004180             READ JOB-LOG-FILE INTO JOB-LOG-RECORD
004190             IF SLA-JOB-LOG-FILE-STATUS = '00'
004200                 ADD 1 TO SLA-RECORDS-READ
004210                 PERFORM CLASSIFY-LOG-RECORD
004220             ELSE
004230                 SET SLA-EOF TO TRUE
004240             END-IF
004250         END-PERFORM
004260         CLOSE JOB-LOG-FILE
004270         IF SLA-RECORDS-READ = ZERO
004280             SET SLA-NOT-FOUND TO TRUE
004290         END-IF
004300     END-IF.

004310*----------------------------------------------------------------
004320*    TIMES ONE LOG RECORD AND, IF ITS NIGHT FALLS IN THE PERIOD,
004330*    ACCUMULATES IT.  A RECORD WITH UNUSABLE DATES OR TIMES, OR
004340*    ONE THAT ENDS BEFORE IT STARTS, IS COUNTED AND SKIPPED.
004350*----------------------------------------------------------------
004360 CLASSIFY-LOG-RECORD.
004370     MOVE JLG-START-DATE TO SLA-DATE-X
004380     MOVE JLG-START-TIME TO SLA-TIME-X
004390     IF JLG-START-DATE IS NOT NUMERIC
004400         OR JLG-END-DATE IS NOT NUMERIC
004410         OR JLG-START-TIME IS NOT NUMERIC
004420         OR JLG-END-TIME IS NOT NUMERIC
004430         OR JLG-START-DATE = ZERO
004440         OR JLG-END-DATE = ZERO
004450         ADD 1 TO SLA-STEPS-SKIPPED
004460     ELSE
004470         PERFORM DATE-TO-SERIAL-DAYS
004480         PERFORM TIME-TO-SECONDS
004490         MOVE SLA-DAY-SECS TO SLA-START-SECS
004500         COMPUTE SLA-START-ABS =
004510             SLA-SERIAL-DAYS * 86400 + SLA-DAY-SECS
004520         MOVE JLG-END-DATE TO SLA-DATE-X
004530         MOVE JLG-END-TIME TO SLA-TIME-X
004540         PERFORM DATE-TO-SERIAL-DAYS
004550         PERFORM TIME-TO-SECONDS
004560         COMPUTE SLA-END-ABS =
004570             SLA-SERIAL-DAYS * 86400 + SLA-DAY-SECS
004580         IF SLA-END-ABS < SLA-START-ABS
004590             ADD 1 TO SLA-STEPS-SKIPPED
004600         ELSE
004610             COMPUTE SLA-ELAPSED-SECS =
004620                 SLA-END-ABS - SLA-START-ABS
004630             PERFORM ASSIGN-NIGHT
004640             EVALUATE TRUE
004650                 WHEN SLA-OUTSIDE-WINDOW
004660                     IF JLG-START-DATE >= SLA-FROM-DATE
004670                         AND JLG-START-DATE <= SLA-TO-DATE
004680                         ADD 1 TO SLA-STEPS-OUTSIDE
004690                     END-IF
004700                 WHEN SLA-NIGHT-DATE >= SLA-FROM-DATE
004710                     AND SLA-NIGHT-DATE <= SLA-TO-DATE
004720                     PERFORM ACCUMULATE-STEP
004730                 WHEN OTHER
004740                     CONTINUE
004750             END-EVALUATE
004760         END-IF
004770     END-IF.

004780*----------------------------------------------------------------
004790*    SETS SLA-NIGHT-DATE FOR THE STEP JUST TIMED, OR MARKS IT AS
004800*    A DAYTIME RUN OUTSIDE THE WINDOW.  THE OFFSET IS HOW LONG
004810*    AFTER THE WINDOW LAST OPENED THE STEP STARTED.
004820*----------------------------------------------------------------
004830 ASSIGN-NIGHT.
004840     MOVE 'N' TO SLA-OUTSIDE-FLAG
004850     MOVE JLG-START-DATE TO SLA-NIGHT-DATE
004860     IF SLA-WINDOW-SET
004870         IF SLA-START-SECS >= SLA-WINDOW-OPEN-SECS
004880             COMPUTE SLA-OFFSET-SECS =
004890                 SLA-START-SECS - SLA-WINDOW-OPEN-SECS
004900         ELSE
004910             COMPUTE SLA-OFFSET-SECS = 86400
004920                 - SLA-WINDOW-OPEN-SECS + SLA-START-SECS
004930             MOVE JLG-START-DATE TO SLA-DATE-X
004940             PERFORM PREVIOUS-CALENDAR-DATE
004950             MOVE SLA-DATE-X TO SLA-NIGHT-DATE
004960         END-IF
004970         IF SLA-OFFSET-SECS >= SLA-WINDOW-CUTOFF
004980             SET SLA-OUTSIDE-WINDOW TO TRUE
004990         END-IF
005000     END-IF.

005010*----------------------------------------------------------------
005020*    STEPS SLA-DATE-X (YYYYMMDD) BACK ONE CALENDAR DAY.
005030*----------------------------------------------------------------
005040 PREVIOUS-CALENDAR-DATE.
005050     IF SLA-DATE-DAY > 1
005060         SUBTRACT 1 FROM SLA-DATE-DAY
005070     ELSE
005080         IF SLA-DATE-MONTH > 1
005090             SUBTRACT 1 FROM SLA-DATE-MONTH
005100         ELSE
005110             MOVE 12 TO SLA-DATE-MONTH
005120             SUBTRACT 1 FROM SLA-DATE-YEAR
005130         END-IF
005140         MOVE SLA-MONTH-DAYS(SLA-DATE-MONTH) TO SLA-DATE-DAY
005150         IF SLA-DATE-MONTH = 2
005160             DIVIDE SLA-DATE-YEAR BY 4 GIVING SLA-LEAP-QUOTIENT
005170                 REMAINDER SLA-LEAP-REM-4
005180             DIVIDE SLA-DATE-YEAR BY 100 GIVING SLA-LEAP-QUOTIENT
005190                 REMAINDER SLA-LEAP-REM-100
005200             DIVIDE SLA-DATE-YEAR BY 400 GIVING SLA-LEAP-QUOTIENT
005210                 REMAINDER SLA-LEAP-REM-400
005220             IF SLA-LEAP-REM-4 = 0
005230                 AND (SLA-LEAP-REM-100 NOT = 0
005240                     OR SLA-LEAP-REM-400 = 0)
005250                 MOVE 29 TO SLA-DATE-DAY
005260             END-IF
005270         END-IF
005280     END-IF.

005290*----------------------------------------------------------------
005300*    CONVERTS SLA-DATE-X (YYYYMMDD) TO A SERIAL DAY NUMBER IN
005310*    SLA-SERIAL-DAYS.  EACH TERM IS COMPUTED SEPARATELY SO
005320*    EVERY DIVISION TRUNCATES.
005330*----------------------------------------------------------------
005340 DATE-TO-SERIAL-DAYS.
005350     IF SLA-DATE-MONTH > 2
005360         MOVE SLA-DATE-YEAR TO SLA-WORK-YEAR
005370         COMPUTE SLA-WORK-MONTH = SLA-DATE-MONTH
005380     ELSE
005390         COMPUTE SLA-WORK-YEAR = SLA-DATE-YEAR - 1
005400         COMPUTE SLA-WORK-MONTH = SLA-DATE-MONTH + 12
005410     END-IF
005420     COMPUTE SLA-TERM-1 = 365 * SLA-WORK-YEAR
005430     COMPUTE SLA-TERM-2 = SLA-WORK-YEAR / 4
005440     COMPUTE SLA-TERM-3 = SLA-WORK-YEAR / 100
005450     COMPUTE SLA-TERM-4 = SLA-WORK-YEAR / 400
005460     COMPUTE SLA-SERIAL-DAYS = SLA-TERM-1 + SLA-TERM-2
005470         - SLA-TERM-3 + SLA-TERM-4
005480     COMPUTE SLA-TERM-1 =
005490         (153 * (SLA-WORK-MONTH - 3) + 2) / 5
005500     COMPUTE SLA-SERIAL-DAYS = SLA-SERIAL-DAYS + SLA-TERM-1
005510         + SLA-DATE-DAY.

005520*----------------------------------------------------------------
005530*    CONVERTS SLA-TIME-X (HHMMSSCC) TO WHOLE SECONDS INTO THE DAY
005540*    IN SLA-DAY-SECS.
005550*----------------------------------------------------------------
005560 TIME-TO-SECONDS.
005570     COMPUTE SLA-DAY-SECS = SLA-TIME-HOURS * 3600
005580         + SLA-TIME-MINUTES * 60 + SLA-TIME-SECONDS.

005590 ACCUMULATE-STEP.
005600     ADD 1 TO SLA-STEPS-USED
005610     PERFORM FIND-NIGHT-ENTRY
005620     IF SLA-NIGHT-INDEX > ZERO
005630         ADD 1 TO SLA-NT-STEPS(SLA-NIGHT-INDEX)
005640         IF SLA-NT-STEPS(SLA-NIGHT-INDEX) = 1
005650             OR SLA-START-ABS < SLA-NT-FIRST-ABS(SLA-NIGHT-INDEX)
005660             MOVE SLA-START-ABS
005670                 TO SLA-NT-FIRST-ABS(SLA-NIGHT-INDEX)
005680             MOVE JLG-START-TIME
005690                 TO SLA-NT-FIRST-TIME(SLA-NIGHT-INDEX)
005700         END-IF
005710         IF SLA-NT-STEPS(SLA-NIGHT-INDEX) = 1
005720             OR SLA-END-ABS > SLA-NT-LAST-ABS(SLA-NIGHT-INDEX)
005730             MOVE SLA-END-ABS TO SLA-NT-LAST-ABS(SLA-NIGHT-INDEX)
005740             MOVE JLG-END-TIME
005750                 TO SLA-NT-LAST-TIME(SLA-NIGHT-INDEX)
005760         END-IF
005770     END-IF
005780     MOVE JLG-PROGRAM-NAME TO SLA-PROGRAM-NAME
005790     PERFORM FIND-PROGRAM-ENTRY
005800     IF SLA-PROGRAM-INDEX > ZERO
005810         PERFORM ACCUMULATE-PROGRAM-RUN
005820     END-IF.

005830*----------------------------------------------------------------
005840*    FINDS THE NIGHT TABLE ENTRY FOR SLA-NIGHT-DATE, ADDING IT
005850*    IF NEW.  SLA-NIGHT-INDEX IS ZERO WHEN THE TABLE IS FULL.
005860*----------------------------------------------------------------
005870 FIND-NIGHT-ENTRY.
005880     MOVE ZERO TO SLA-NIGHT-INDEX
005890     PERFORM VARYING SLA-NEXT-INDEX FROM 1 BY 1
005900         UNTIL SLA-NEXT-INDEX > SLA-NIGHT-COUNT
005910             OR SLA-NIGHT-INDEX > ZERO
005920         IF SLA-NT-DATE(SLA-NEXT-INDEX) = SLA-NIGHT-DATE
005930             MOVE SLA-NEXT-INDEX TO SLA-NIGHT-INDEX
005940         END-IF
005950     END-PERFORM
005960     IF SLA-NIGHT-INDEX = ZERO
005970         IF SLA-NIGHT-COUNT < 92
005980             ADD 1 TO SLA-NIGHT-COUNT
005990             MOVE SLA-NIGHT-COUNT TO SLA-NIGHT-INDEX
006000             MOVE SLA-NIGHT-DATE TO SLA-NT-DATE(SLA-NIGHT-INDEX)
006010             MOVE ZERO TO SLA-NT-STEPS(SLA-NIGHT-INDEX)
006020             MOVE ZERO TO SLA-NT-BREACHES(SLA-NIGHT-INDEX)
006030             MOVE ZERO TO SLA-NT-FIRST-ABS(SLA-NIGHT-INDEX)
006040             MOVE ZERO TO SLA-NT-LAST-ABS(SLA-NIGHT-INDEX)
006050             MOVE ZERO TO SLA-NT-DURATION(SLA-NIGHT-INDEX)
006060             MOVE ZERO TO SLA-NT-OVERRUN(SLA-NIGHT-INDEX)
006070         ELSE
006080             SET SLA-NIGHT-TRUNCATED TO TRUE
006090         END-IF
006100     END-IF.

006110*----------------------------------------------------------------
006120*    FINDS THE PROGRAM TABLE ENTRY FOR SLA-PROGRAM-NAME, ADDING
006130*    IT IF NEW.  SLA-PROGRAM-INDEX IS ZERO WHEN THE TABLE IS FULL.
006140*----------------------------------------------------------------
006150 FIND-PROGRAM-ENTRY.
006160     MOVE ZERO TO SLA-PROGRAM-INDEX
006170     MOVE 'N' TO SLA-PROGRAM-FOUND-FLAG
006180     PERFORM VARYING SLA-NEXT-INDEX FROM 1 BY 1
006190         UNTIL SLA-NEXT-INDEX > SLA-PROGRAM-COUNT
006200             OR SLA-PROGRAM-FOUND
006210         IF SLA-PG-NAME(SLA-NEXT-INDEX) = SLA-PROGRAM-NAME
006220             MOVE SLA-NEXT-INDEX TO SLA-PROGRAM-INDEX
006230             SET SLA-PROGRAM-FOUND TO TRUE
006240         END-IF
006250     END-PERFORM
006260     IF NOT SLA-PROGRAM-FOUND
006270         IF SLA-PROGRAM-COUNT < 30
006280             ADD 1 TO SLA-PROGRAM-COUNT
006290             MOVE SLA-PROGRAM-COUNT TO SLA-PROGRAM-INDEX
006300             MOVE SLA-PROGRAM-NAME
006310                 TO SLA-PG-NAME(SLA-PROGRAM-INDEX)
006320             MOVE ZERO TO SLA-PG-RUNS(SLA-PROGRAM-INDEX)
006330             MOVE ZERO TO SLA-PG-TOTAL-SECS(SLA-PROGRAM-INDEX)
006340             MOVE ZERO TO SLA-PG-TOTAL-COUNT(SLA-PROGRAM-INDEX)
006350             MOVE ZERO TO SLA-PG-WORST-SECS(SLA-PROGRAM-INDEX)
006360             MOVE ZERO TO SLA-PG-WORST-DATE(SLA-PROGRAM-INDEX)
006370             MOVE ZERO TO SLA-PG-LIMIT-SECS(SLA-PROGRAM-INDEX)
006380             MOVE ZERO TO SLA-PG-BREACHES(SLA-PROGRAM-INDEX)
006390             MOVE ZERO TO SLA-PG-HIST-COUNT(SLA-PROGRAM-INDEX)
006400         ELSE
006410             SET SLA-PROGRAM-TRUNCATED TO TRUE
006420         END-IF
006430     END-IF.

006440 ACCUMULATE-PROGRAM-RUN.
006450     ADD 1 TO SLA-PG-RUNS(SLA-PROGRAM-INDEX)
006460     ADD SLA-ELAPSED-SECS TO SLA-PG-TOTAL-SECS(SLA-PROGRAM-INDEX)
006470     ADD JLG-COUNT-1 TO SLA-PG-TOTAL-COUNT(SLA-PROGRAM-INDEX)
006480     IF SLA-PG-RUNS(SLA-PROGRAM-INDEX) = 1
006490         OR SLA-ELAPSED-SECS
006500             > SLA-PG-WORST-SECS(SLA-PROGRAM-INDEX)
006510         MOVE SLA-ELAPSED-SECS
006520             TO SLA-PG-WORST-SECS(SLA-PROGRAM-INDEX)
006530         MOVE SLA-NIGHT-DATE
006540             TO SLA-PG-WORST-DATE(SLA-PROGRAM-INDEX)
006550     END-IF
006560     IF SLA-PG-HIST-COUNT(SLA-PROGRAM-INDEX) < 92
006570         ADD 1 TO SLA-PG-HIST-COUNT(SLA-PROGRAM-INDEX)
006580     ELSE
006590         PERFORM VARYING SLA-HIST-INDEX FROM 1 BY 1
006600             UNTIL SLA-HIST-INDEX > 91
006610             COMPUTE SLA-NEXT-INDEX = SLA-HIST-INDEX + 1
006620             MOVE SLA-PG-HIST-SECS
006630                     (SLA-PROGRAM-INDEX, SLA-NEXT-INDEX)
006640                 TO SLA-PG-HIST-SECS
006650                     (SLA-PROGRAM-INDEX, SLA-HIST-INDEX)
006660         END-PERFORM
006670     END-IF
006680     MOVE SLA-PG-HIST-COUNT(SLA-PROGRAM-INDEX) TO SLA-HIST-INDEX
006690     MOVE SLA-ELAPSED-SECS
006700         TO SLA-PG-HIST-SECS(SLA-PROGRAM-INDEX, SLA-HIST-INDEX)
006710     IF SLA-PG-LIMIT-SECS(SLA-PROGRAM-INDEX) > ZERO
006720         AND SLA-ELAPSED-SECS
006730             > SLA-PG-LIMIT-SECS(SLA-PROGRAM-INDEX)
006740         ADD 1 TO SLA-PG-BREACHES(SLA-PROGRAM-INDEX)
006750         ADD 1 TO SLA-STEP-BREACHES
006760         IF SLA-NIGHT-INDEX > ZERO
006770             ADD 1 TO SLA-NT-BREACHES(SLA-NIGHT-INDEX)
006780         END-IF
006790         PERFORM STORE-BREACH-ENTRY
006800     END-IF.

006810 STORE-BREACH-ENTRY.
006820     IF SLA-BREACH-COUNT < 100
006830         ADD 1 TO SLA-BREACH-COUNT
006840         MOVE SLA-NIGHT-DATE TO SLA-BR-DATE(SLA-BREACH-COUNT)
006850         MOVE JLG-PROGRAM-NAME TO SLA-BR-PROGRAM(SLA-BREACH-COUNT)
006860         MOVE JLG-START-TIME
006870             TO SLA-BR-START-TIME(SLA-BREACH-COUNT)
006880         MOVE SLA-ELAPSED-SECS TO SLA-BR-SECS(SLA-BREACH-COUNT)
006890         MOVE SLA-PG-LIMIT-SECS(SLA-PROGRAM-INDEX)
006900             TO SLA-BR-LIMIT-SECS(SLA-BREACH-COUNT)
006910     ELSE
006920         SET SLA-BREACH-TRUNCATED TO TRUE
006930     END-IF.

006940*----------------------------------------------------------------
006950*    WORKS OUT EACH NIGHT'S STREAM DURATION AND, WITH A WINDOW,
006960*    HOW FAR THE STREAM RAN PAST THE WINDOW END.  THE WINDOW
006970*    ENDS ITS LENGTH AFTER IT OPENED ON THE NIGHT'S DATE.
006980*----------------------------------------------------------------
006990 EVALUATE-NIGHTS.
007000     PERFORM VARYING SLA-NIGHT-INDEX FROM 1 BY 1
007010         UNTIL SLA-NIGHT-INDEX > SLA-NIGHT-COUNT
007020         COMPUTE SLA-NT-DURATION(SLA-NIGHT-INDEX) =
007030             SLA-NT-LAST-ABS(SLA-NIGHT-INDEX)
007040                 - SLA-NT-FIRST-ABS(SLA-NIGHT-INDEX)
007050         ADD SLA-NT-DURATION(SLA-NIGHT-INDEX)
007060             TO SLA-STREAM-TOTAL-SECS
007070         IF SLA-NT-DURATION(SLA-NIGHT-INDEX)
007080                 > SLA-STREAM-WORST-SECS
007090             OR SLA-NIGHT-INDEX = 1
007100             MOVE SLA-NT-DURATION(SLA-NIGHT-INDEX)
007110                 TO SLA-STREAM-WORST-SECS
007120             MOVE SLA-NT-DATE(SLA-NIGHT-INDEX)
007130                 TO SLA-STREAM-WORST-DATE
007140         END-IF
007150         IF SLA-WINDOW-SET
007160             MOVE SLA-NT-DATE(SLA-NIGHT-INDEX) TO SLA-DATE-X
007170             PERFORM DATE-TO-SERIAL-DAYS
007180             COMPUTE SLA-WORK-ABS = SLA-SERIAL-DAYS * 86400
007190                 + SLA-WINDOW-OPEN-SECS + SLA-WINDOW-LENGTH
007200             IF SLA-NT-LAST-ABS(SLA-NIGHT-INDEX) > SLA-WORK-ABS
007210                 COMPUTE SLA-NT-OVERRUN(SLA-NIGHT-INDEX) =
007220                     SLA-NT-LAST-ABS(SLA-NIGHT-INDEX)
007230                         - SLA-WORK-ABS
007240                 ADD 1 TO SLA-WINDOW-BREACHES
007250             END-IF
007260         END-IF
007270     END-PERFORM
007280     PERFORM VARYING SLA-PROGRAM-INDEX FROM 1 BY 1
007290         UNTIL SLA-PROGRAM-INDEX > SLA-PROGRAM-COUNT
007300         PERFORM LOAD-PROGRAM-TREND
007310         PERFORM COMPUTE-TREND
007320         IF SLA-TREND-GROWING
007330             ADD 1 TO SLA-GROWING-COUNT
007340         END-IF
007350     END-PERFORM.

007360 LOAD-PROGRAM-TREND.
007370     MOVE SLA-PG-HIST-COUNT(SLA-PROGRAM-INDEX) TO SLA-TREND-COUNT
007380     PERFORM VARYING SLA-TREND-INDEX FROM 1 BY 1
007390         UNTIL SLA-TREND-INDEX > SLA-TREND-COUNT
007400         MOVE SLA-PG-HIST-SECS(SLA-PROGRAM-INDEX, SLA-TREND-INDEX)
007410             TO SLA-TREND-SAMPLE(SLA-TREND-INDEX)
007420     END-PERFORM.

007430 LOAD-STREAM-TREND.
007440     MOVE SLA-NIGHT-COUNT TO SLA-TREND-COUNT
007450     PERFORM VARYING SLA-TREND-INDEX FROM 1 BY 1
007460         UNTIL SLA-TREND-INDEX > SLA-TREND-COUNT
007470         MOVE SLA-NT-DURATION(SLA-TREND-INDEX)
007480             TO SLA-TREND-SAMPLE(SLA-TREND-INDEX)
007490     END-PERFORM.

007500*----------------------------------------------------------------
007510*    TRENDS THE SAMPLES IN SLA-TREND-TABLE, OLDEST FIRST.
007520*----------------------------------------------------------------
007530 COMPUTE-TREND.
007540     MOVE 'N' TO SLA-TREND-VALID-FLAG
007550     MOVE 'N' TO SLA-TREND-GROWING-FLAG
007560     MOVE ZERO TO SLA-TREND-PCT
007570     MOVE ZERO TO SLA-TREND-RISES
007580     MOVE ZERO TO SLA-TREND-FALLS
007590     MOVE ZERO TO SLA-TREND-FIRST-SUM
007600     MOVE ZERO TO SLA-TREND-LAST-SUM
007610     IF SLA-TREND-COUNT >= 4
007620         SET SLA-TREND-VALID TO TRUE
007630         COMPUTE SLA-TREND-HALF = SLA-TREND-COUNT / 2
007640         PERFORM VARYING SLA-TREND-INDEX FROM 1 BY 1
007650             UNTIL SLA-TREND-INDEX > SLA-TREND-HALF
007660             ADD SLA-TREND-SAMPLE(SLA-TREND-INDEX)
007670                 TO SLA-TREND-FIRST-SUM
007680         END-PERFORM
007690         COMPUTE SLA-TREND-INDEX =
007700             SLA-TREND-COUNT - SLA-TREND-HALF + 1
007710         PERFORM UNTIL SLA-TREND-INDEX > SLA-TREND-COUNT
007720             ADD SLA-TREND-SAMPLE(SLA-TREND-INDEX)
007730                 TO SLA-TREND-LAST-SUM
007740             ADD 1 TO SLA-TREND-INDEX
007750         END-PERFORM
007760         COMPUTE SLA-TREND-FIRST-AVG =
007770             SLA-TREND-FIRST-SUM / SLA-TREND-HALF
007780         COMPUTE SLA-TREND-LAST-AVG =
007790             SLA-TREND-LAST-SUM / SLA-TREND-HALF
007800         PERFORM VARYING SLA-TREND-INDEX FROM 2 BY 1
007810             UNTIL SLA-TREND-INDEX > SLA-TREND-COUNT
007820             COMPUTE SLA-NEXT-INDEX = SLA-TREND-INDEX - 1
007830             EVALUATE TRUE
007840                 WHEN SLA-TREND-SAMPLE(SLA-TREND-INDEX)
007850                         > SLA-TREND-SAMPLE(SLA-NEXT-INDEX)
007860                     ADD 1 TO SLA-TREND-RISES
007870                 WHEN SLA-TREND-SAMPLE(SLA-TREND-INDEX)
007880                         < SLA-TREND-SAMPLE(SLA-NEXT-INDEX)
007890                     ADD 1 TO SLA-TREND-FALLS
007900                 WHEN OTHER
007910                     CONTINUE
007920             END-EVALUATE
007930         END-PERFORM
007940         EVALUATE TRUE
007950             WHEN SLA-TREND-FIRST-AVG > ZERO
007960                 COMPUTE SLA-TREND-PCT ROUNDED =
007970                     (SLA-TREND-LAST-AVG - SLA-TREND-FIRST-AVG)
007980                         * 100 / SLA-TREND-FIRST-AVG
007990                     ON SIZE ERROR
008000                         MOVE 9999 TO SLA-TREND-PCT
008010                 END-COMPUTE
008020             WHEN SLA-TREND-LAST-AVG > ZERO
008030                 MOVE 9999 TO SLA-TREND-PCT
008040             WHEN OTHER
008050                 MOVE ZERO TO SLA-TREND-PCT
008060         END-EVALUATE
008070         IF SLA-TREND-PCT > 9999
008080             MOVE 9999 TO SLA-TREND-PCT
008090         END-IF
008100         IF SLA-TREND-PCT >= SLA-GROWTH-PCT
008110             AND SLA-TREND-RISES > SLA-TREND-FALLS
008120             SET SLA-TREND-GROWING TO TRUE
008130         END-IF
008140     END-IF.

008150 WRITE-SLA-REPORT.
008160     OPEN OUTPUT REPORT-FILE
008162     IF SLA-REPORT-FILE-STATUS NOT = '00'
008164         MOVE SLA-REPORT-FILE-STATUS TO SLA-ABEND-STATUS
008166         MOVE 'SLARPT' TO SLA-ABEND-FILE
008168         PERFORM 9000-ABEND
008169     END-IF
008170     MOVE 'BATCH WINDOW SLA REPORT' TO SLA-REPORT-LINE
008180     PERFORM WRITE-REPORT-LINE
008190     MOVE SPACES TO SLA-REPORT-LINE
008200     MOVE 1 TO SLA-LINE-POINTER
008210     MOVE SLA-FROM-DATE TO SLA-DATE-X
008220     PERFORM EDIT-REPORT-DATE
008230     STRING 'PERIOD : ' DELIMITED BY SIZE
008240         SLA-DATE-EDIT DELIMITED BY SIZE
008250         ' - ' DELIMITED BY SIZE
008260         INTO SLA-REPORT-LINE
008270         WITH POINTER SLA-LINE-POINTER
008280     MOVE SLA-TO-DATE TO SLA-DATE-X
008290     PERFORM EDIT-REPORT-DATE
008300     STRING SLA-DATE-EDIT DELIMITED BY SIZE
008310         INTO SLA-REPORT-LINE
008320         WITH POINTER SLA-LINE-POINTER
008330     PERFORM WRITE-REPORT-LINE
008340     MOVE SPACES TO SLA-REPORT-LINE
008350     IF SLA-WINDOW-SET
008360         MOVE SLA-GROWTH-PCT TO SLA-PCT-EDIT
008370         STRING 'BATCH WINDOW : OPENS ' DELIMITED BY SIZE
008380             SLA-WINDOW-OPEN(1:2) ':' SLA-WINDOW-OPEN(3:2)
008390                 DELIMITED BY SIZE
008400             '  MUST END BY ' DELIMITED BY SIZE
008410             SLA-WINDOW-END(1:2) ':' SLA-WINDOW-END(3:2)
008420                 DELIMITED BY SIZE
008430             '  GROWTH FLAG ' DELIMITED BY SIZE
008440             SLA-PCT-EDIT DELIMITED BY SIZE
008450             '%' DELIMITED BY SIZE
008460             INTO SLA-REPORT-LINE
008470     ELSE
008480         MOVE 'BATCH WINDOW : NOT ON SLACTL - NO WINDOW CHECK'
008490             TO SLA-REPORT-LINE
008500     END-IF
008510     PERFORM WRITE-REPORT-LINE
008520     PERFORM WRITE-NIGHTLY-SECTION
008530     PERFORM WRITE-PROGRAM-SECTION
008540     PERFORM WRITE-BREACH-SECTION
008550     PERFORM WRITE-GROWTH-SECTION
008560     PERFORM WRITE-TOTALS-SECTION
008570     CLOSE REPORT-FILE.

008580 WRITE-NIGHTLY-SECTION.
008590     MOVE 'NIGHTLY STREAM -' TO SLA-REPORT-LINE
008600     PERFORM WRITE-REPORT-LINE
008610     IF SLA-NIGHT-COUNT = ZERO
008620         MOVE '  NO NIGHTS IN PERIOD' TO SLA-REPORT-LINE
008630         PERFORM WRITE-REPORT-LINE
008640     ELSE
008650         MOVE '  NIGHT       START     END       DURATION  STEPS'
008660             TO SLA-REPORT-LINE
008670         MOVE 'WINDOW' TO SLA-REPORT-LINE(55:6)
008680         PERFORM WRITE-REPORT-LINE
008690         PERFORM VARYING SLA-NIGHT-INDEX FROM 1 BY 1
008700             UNTIL SLA-NIGHT-INDEX > SLA-NIGHT-COUNT
008710             PERFORM WRITE-NIGHT-LINE
008720         END-PERFORM
008730         IF SLA-NIGHT-TRUNCATED
008740             MOVE '  NIGHTLY DETAIL TRUNCATED AT 92 NIGHTS'
008750                 TO SLA-REPORT-LINE
008760             PERFORM WRITE-REPORT-LINE
008770         END-IF
008780         MOVE SPACES TO SLA-REPORT-LINE
008790         MOVE 1 TO SLA-LINE-POINTER
008800         COMPUTE SLA-EDIT-SECS =
008810             SLA-STREAM-TOTAL-SECS / SLA-NIGHT-COUNT
008820         PERFORM EDIT-ELAPSED
008830         STRING '  STREAM AVG ' DELIMITED BY SIZE
008840             SLA-ELAPSED-EDIT DELIMITED BY SIZE
008850             '  WORST ' DELIMITED BY SIZE
008860             INTO SLA-REPORT-LINE
008870             WITH POINTER SLA-LINE-POINTER
008880         MOVE SLA-STREAM-WORST-SECS TO SLA-EDIT-SECS
008890         PERFORM EDIT-ELAPSED
008900         MOVE SLA-STREAM-WORST-DATE TO SLA-DATE-X
008910         PERFORM EDIT-REPORT-DATE
008920         STRING SLA-ELAPSED-EDIT DELIMITED BY SIZE
008930             ' ON ' DELIMITED BY SIZE
008940             SLA-DATE-EDIT DELIMITED BY SIZE
008950             INTO SLA-REPORT-LINE
008960             WITH POINTER SLA-LINE-POINTER
008970         PERFORM WRITE-REPORT-LINE
008980         PERFORM LOAD-STREAM-TREND
008990         PERFORM COMPUTE-TREND
009000         MOVE SPACES TO SLA-REPORT-LINE
009010         MOVE 1 TO SLA-LINE-POINTER
009020         STRING '  STREAM ' DELIMITED BY SIZE
009030             INTO SLA-REPORT-LINE
009040             WITH POINTER SLA-LINE-POINTER
009050         PERFORM STRING-TREND-TEXT
009060         PERFORM WRITE-REPORT-LINE
009070     END-IF.

009080 WRITE-NIGHT-LINE.
009090     MOVE SPACES TO SLA-REPORT-LINE
009100     MOVE 1 TO SLA-LINE-POINTER
009110     MOVE SLA-NT-DATE(SLA-NIGHT-INDEX) TO SLA-DATE-X
009120     PERFORM EDIT-REPORT-DATE
009130     STRING '  ' DELIMITED BY SIZE
009140         SLA-DATE-EDIT DELIMITED BY SIZE
009150         '  ' DELIMITED BY SIZE
009160         INTO SLA-REPORT-LINE
009170         WITH POINTER SLA-LINE-POINTER
009180     MOVE SLA-NT-FIRST-TIME(SLA-NIGHT-INDEX) TO SLA-TIME-X
009190     PERFORM EDIT-CLOCK-TIME
009200     STRING SLA-CLOCK-EDIT DELIMITED BY SIZE
009210         '  ' DELIMITED BY SIZE
009220         INTO SLA-REPORT-LINE
009230         WITH POINTER SLA-LINE-POINTER
009240     MOVE SLA-NT-LAST-TIME(SLA-NIGHT-INDEX) TO SLA-TIME-X
009250     PERFORM EDIT-CLOCK-TIME
009260     MOVE SLA-NT-DURATION(SLA-NIGHT-INDEX) TO SLA-EDIT-SECS
009270     PERFORM EDIT-ELAPSED
009280     MOVE SLA-NT-STEPS(SLA-NIGHT-INDEX) TO SLA-RUNS-EDIT
009290     STRING SLA-CLOCK-EDIT DELIMITED BY SIZE
009300         '  ' DELIMITED BY SIZE
009310         SLA-ELAPSED-EDIT DELIMITED BY SIZE
009320         '   ' DELIMITED BY SIZE
009330         SLA-RUNS-EDIT DELIMITED BY SIZE
009340         INTO SLA-REPORT-LINE
009350         WITH POINTER SLA-LINE-POINTER
009360     EVALUATE TRUE
009370         WHEN NOT SLA-WINDOW-SET
009380             CONTINUE
009390         WHEN SLA-NT-OVERRUN(SLA-NIGHT-INDEX) > ZERO
009400             MOVE SLA-NT-OVERRUN(SLA-NIGHT-INDEX) TO SLA-EDIT-SECS
009410             PERFORM EDIT-ELAPSED
009420             STRING '  OVER ' DELIMITED BY SIZE
009430                 SLA-ELAPSED-EDIT DELIMITED BY SIZE
009440                 INTO SLA-REPORT-LINE(53:20)
009450         WHEN OTHER
009460             MOVE '  OK' TO SLA-REPORT-LINE(53:4)
009470     END-EVALUATE
009480     PERFORM WRITE-REPORT-LINE
009490     IF SLA-NT-BREACHES(SLA-NIGHT-INDEX) > ZERO
009500         MOVE SLA-NT-BREACHES(SLA-NIGHT-INDEX) TO SLA-RUNS-EDIT
009510         MOVE SPACES TO SLA-REPORT-LINE
009520         STRING '              STEP LIMIT BREACHES '
009530             DELIMITED BY SIZE
009540             SLA-RUNS-EDIT DELIMITED BY SIZE
009550             INTO SLA-REPORT-LINE
009560         PERFORM WRITE-REPORT-LINE
009570     END-IF.

009580 WRITE-PROGRAM-SECTION.
009590     MOVE 'STEP TIMES BY PROGRAM -' TO SLA-REPORT-LINE
009600     PERFORM WRITE-REPORT-LINE
009610     IF SLA-PROGRAM-COUNT = ZERO
009620         MOVE '  NO STEPS IN PERIOD' TO SLA-REPORT-LINE
009630         PERFORM WRITE-REPORT-LINE
009640     END-IF
009650     PERFORM VARYING SLA-PROGRAM-INDEX FROM 1 BY 1
009660         UNTIL SLA-PROGRAM-INDEX > SLA-PROGRAM-COUNT
009670         PERFORM WRITE-PROGRAM-LINES
009680     END-PERFORM
009690     IF SLA-PROGRAM-TRUNCATED
009700         MOVE '  PROGRAM DETAIL TRUNCATED AT 30 PROGRAMS'
009710             TO SLA-REPORT-LINE
009720         PERFORM WRITE-REPORT-LINE
009730     END-IF.

009740 WRITE-PROGRAM-LINES.
009750     MOVE SPACES TO SLA-REPORT-LINE
009760     MOVE 1 TO SLA-LINE-POINTER
009770     MOVE SLA-PG-RUNS(SLA-PROGRAM-INDEX) TO SLA-RUNS-EDIT
009780     STRING '  ' DELIMITED BY SIZE
009790         SLA-PG-NAME(SLA-PROGRAM-INDEX) DELIMITED BY SIZE
009800         ' RUNS ' DELIMITED BY SIZE
009810         SLA-RUNS-EDIT DELIMITED BY SIZE
009820         INTO SLA-REPORT-LINE
009830         WITH POINTER SLA-LINE-POINTER
009840     IF SLA-PG-RUNS(SLA-PROGRAM-INDEX) = ZERO
009850         STRING '  NOT RUN IN PERIOD' DELIMITED BY SIZE
009860             INTO SLA-REPORT-LINE
009870             WITH POINTER SLA-LINE-POINTER
009880         PERFORM WRITE-REPORT-LINE
009890     ELSE
009900         COMPUTE SLA-EDIT-SECS =
009910             SLA-PG-TOTAL-SECS(SLA-PROGRAM-INDEX)
009920                 / SLA-PG-RUNS(SLA-PROGRAM-INDEX)
009930         PERFORM EDIT-ELAPSED
009940         STRING '  AVG ' DELIMITED BY SIZE
009950             SLA-ELAPSED-EDIT DELIMITED BY SIZE
009960             '  WORST ' DELIMITED BY SIZE
009970             INTO SLA-REPORT-LINE
009980             WITH POINTER SLA-LINE-POINTER
009990         MOVE SLA-PG-WORST-SECS(SLA-PROGRAM-INDEX)
010000             TO SLA-EDIT-SECS
010010         PERFORM EDIT-ELAPSED
010020         MOVE SLA-PG-WORST-DATE(SLA-PROGRAM-INDEX) TO SLA-DATE-X
010030         PERFORM EDIT-REPORT-DATE
010040         STRING SLA-ELAPSED-EDIT DELIMITED BY SIZE
010050             ' ON ' DELIMITED BY SIZE
010060             SLA-DATE-EDIT DELIMITED BY SIZE
010070             INTO SLA-REPORT-LINE
010080             WITH POINTER SLA-LINE-POINTER
010090         PERFORM WRITE-REPORT-LINE
010100         PERFORM WRITE-PROGRAM-RATE-LINE
010110         PERFORM LOAD-PROGRAM-TREND
010120         PERFORM COMPUTE-TREND
010130         MOVE SPACES TO SLA-REPORT-LINE
010140         MOVE 1 TO SLA-LINE-POINTER
010150         STRING '           ' DELIMITED BY SIZE
010160             INTO SLA-REPORT-LINE
010170             WITH POINTER SLA-LINE-POINTER
010180         PERFORM STRING-TREND-TEXT
010190         PERFORM WRITE-REPORT-LINE
010200     END-IF.

010210*----------------------------------------------------------------
010220*    THROUGHPUT IS THE PROGRAM'S PRIMARY JOB-LOG COUNT PER MINUTE
010230*    OF ELAPSED TIME OVER THE PERIOD; THE LIMIT AND BREACH COUNT
010240*    ARE SHOWN WHERE THE CONTROL FILE SETS ONE.
010250*----------------------------------------------------------------
010260 WRITE-PROGRAM-RATE-LINE.
010270     MOVE SPACES TO SLA-REPORT-LINE
010280     MOVE 1 TO SLA-LINE-POINTER
010290     STRING '           PER MINUTE ' DELIMITED BY SIZE
010300         INTO SLA-REPORT-LINE
010310         WITH POINTER SLA-LINE-POINTER
010320     IF SLA-PG-TOTAL-SECS(SLA-PROGRAM-INDEX) > ZERO
010330         COMPUTE SLA-THROUGHPUT =
010340             SLA-PG-TOTAL-COUNT(SLA-PROGRAM-INDEX) * 60
010350                 / SLA-PG-TOTAL-SECS(SLA-PROGRAM-INDEX)
010360             ON SIZE ERROR
010370                 MOVE 999999999 TO SLA-THROUGHPUT
010380         END-COMPUTE
010390         MOVE SLA-THROUGHPUT TO SLA-COUNT-EDIT
010400         STRING SLA-COUNT-EDIT DELIMITED BY SIZE
010410             INTO SLA-REPORT-LINE
010420             WITH POINTER SLA-LINE-POINTER
010430     ELSE
010440         STRING '      N/A' DELIMITED BY SIZE
010450             INTO SLA-REPORT-LINE
010460             WITH POINTER SLA-LINE-POINTER
010470     END-IF
010480     IF SLA-PG-LIMIT-SECS(SLA-PROGRAM-INDEX) > ZERO
010490         MOVE SLA-PG-LIMIT-SECS(SLA-PROGRAM-INDEX)
010500             TO SLA-EDIT-SECS
010510         PERFORM EDIT-ELAPSED
010520         MOVE SLA-PG-BREACHES(SLA-PROGRAM-INDEX) TO SLA-RUNS-EDIT
010530         STRING '  LIMIT ' DELIMITED BY SIZE
010540             SLA-ELAPSED-EDIT DELIMITED BY SIZE
010550             '  BREACHES ' DELIMITED BY SIZE
010560             SLA-RUNS-EDIT DELIMITED BY SIZE
010570             INTO SLA-REPORT-LINE
010580             WITH POINTER SLA-LINE-POINTER
010590     ELSE
010600         STRING '  NO LIMIT SET' DELIMITED BY SIZE
010610             INTO SLA-REPORT-LINE
010620             WITH POINTER SLA-LINE-POINTER
010630     END-IF
010640     PERFORM WRITE-REPORT-LINE.

010650*----------------------------------------------------------------
010660*    APPENDS THE TREND JUST COMPUTED TO SLA-REPORT-LINE AT THE
010670*    CURRENT POINTER.
010680*----------------------------------------------------------------
010690 STRING-TREND-TEXT.
010700     IF SLA-TREND-VALID
010710         MOVE SLA-TREND-PCT TO SLA-PCT-EDIT
010720         STRING 'TREND ' DELIMITED BY SIZE
010730             SLA-PCT-EDIT DELIMITED BY SIZE
010740             '%  RISES ' DELIMITED BY SIZE
010750             INTO SLA-REPORT-LINE
010760             WITH POINTER SLA-LINE-POINTER
010770         MOVE SLA-TREND-RISES TO SLA-RUNS-EDIT
010780         STRING SLA-RUNS-EDIT DELIMITED BY SIZE
010790             ' FALLS ' DELIMITED BY SIZE
010800             INTO SLA-REPORT-LINE
010810             WITH POINTER SLA-LINE-POINTER
010820         MOVE SLA-TREND-FALLS TO SLA-RUNS-EDIT
010830         STRING SLA-RUNS-EDIT DELIMITED BY SIZE
010840             INTO SLA-REPORT-LINE
010850             WITH POINTER SLA-LINE-POINTER
010860         IF SLA-TREND-GROWING
010870             STRING '  *** GROWING ***' DELIMITED BY SIZE
010880                 INTO SLA-REPORT-LINE
010890                 WITH POINTER SLA-LINE-POINTER
010900         END-IF
010910     ELSE
010920         STRING 'TREND - TOO FEW RUNS' DELIMITED BY SIZE
010930             INTO SLA-REPORT-LINE
010940             WITH POINTER SLA-LINE-POINTER
010950     END-IF.

010960 WRITE-BREACH-SECTION.
010970     MOVE 'STEP SLA BREACHES -' TO SLA-REPORT-LINE
010980     PERFORM WRITE-REPORT-LINE
010990     IF SLA-BREACH-COUNT = ZERO
011000         MOVE '  NONE' TO SLA-REPORT-LINE
011010         PERFORM WRITE-REPORT-LINE
011020     END-IF
011030     PERFORM VARYING SLA-BREACH-INDEX FROM 1 BY 1
011040         UNTIL SLA-BREACH-INDEX > SLA-BREACH-COUNT
011050         PERFORM WRITE-BREACH-LINE
011060     END-PERFORM
011070     IF SLA-BREACH-TRUNCATED
011080         MOVE '  BREACH DETAIL TRUNCATED AT 100 BREACHES'
011090             TO SLA-REPORT-LINE
011100         PERFORM WRITE-REPORT-LINE
011110     END-IF.

011120 WRITE-BREACH-LINE.
011130     MOVE SPACES TO SLA-REPORT-LINE
011140     MOVE 1 TO SLA-LINE-POINTER
011150     MOVE SLA-BR-DATE(SLA-BREACH-INDEX) TO SLA-DATE-X
011160     PERFORM EDIT-REPORT-DATE
011170     MOVE SLA-BR-START-TIME(SLA-BREACH-INDEX) TO SLA-TIME-X
011180     PERFORM EDIT-CLOCK-TIME
011190     STRING '  ' DELIMITED BY SIZE
011200         SLA-DATE-EDIT DELIMITED BY SIZE
011210         ' ' DELIMITED BY SIZE
011220         SLA-BR-PROGRAM(SLA-BREACH-INDEX) DELIMITED BY SIZE
011230         ' AT ' DELIMITED BY SIZE
011240         SLA-CLOCK-EDIT DELIMITED BY SIZE
011250         INTO SLA-REPORT-LINE
011260         WITH POINTER SLA-LINE-POINTER
011270     MOVE SLA-BR-SECS(SLA-BREACH-INDEX) TO SLA-EDIT-SECS
011280     PERFORM EDIT-ELAPSED
011290     STRING ' RAN ' DELIMITED BY SIZE
011300         SLA-ELAPSED-EDIT DELIMITED BY SIZE
011310         INTO SLA-REPORT-LINE
011320         WITH POINTER SLA-LINE-POINTER
011330     MOVE SLA-BR-LIMIT-SECS(SLA-BREACH-INDEX) TO SLA-EDIT-SECS
011340     PERFORM EDIT-ELAPSED
011350     STRING ' LIMIT ' DELIMITED BY SIZE
011360         SLA-ELAPSED-EDIT DELIMITED BY SIZE
011370         INTO SLA-REPORT-LINE
011380         WITH POINTER SLA-LINE-POINTER
011390     PERFORM WRITE-REPORT-LINE.

011400*----------------------------------------------------------------
011410*    LISTS THE STEADILY GROWING STEPS WITH THEIR EARLIER AND
011420*    RECENT AVERAGE RUN TIMES.  THE BATCH JOB'S RUN TIME IS
011430*    WHAT MORE MANIFEST STREAMS (MANSPLIT NSTREAMS) CUTS.
011440*----------------------------------------------------------------
011450 WRITE-GROWTH-SECTION.
011460     MOVE 'STEADILY GROWING STEPS -' TO SLA-REPORT-LINE
011470     PERFORM WRITE-REPORT-LINE
011480     IF SLA-GROWING-COUNT = ZERO
011490         MOVE '  NONE' TO SLA-REPORT-LINE
011500         PERFORM WRITE-REPORT-LINE
011510     END-IF
011520     PERFORM VARYING SLA-PROGRAM-INDEX FROM 1 BY 1
011530         UNTIL SLA-PROGRAM-INDEX > SLA-PROGRAM-COUNT
011540         PERFORM LOAD-PROGRAM-TREND
011550         PERFORM COMPUTE-TREND
011560         IF SLA-TREND-GROWING
011570             PERFORM WRITE-GROWTH-LINE
011580         END-IF
011590     END-PERFORM.

011600 WRITE-GROWTH-LINE.
011610     MOVE SPACES TO SLA-REPORT-LINE
011620     MOVE 1 TO SLA-LINE-POINTER
011630     MOVE SLA-TREND-FIRST-AVG TO SLA-EDIT-SECS
011640     PERFORM EDIT-ELAPSED
011650     STRING '  ' DELIMITED BY SIZE
011660         SLA-PG-NAME(SLA-PROGRAM-INDEX) DELIMITED BY SIZE
011670         ' EARLIER AVG ' DELIMITED BY SIZE
011680         SLA-ELAPSED-EDIT DELIMITED BY SIZE
011690         INTO SLA-REPORT-LINE
011700         WITH POINTER SLA-LINE-POINTER
011710     MOVE SLA-TREND-LAST-AVG TO SLA-EDIT-SECS
011720     PERFORM EDIT-ELAPSED
011730     MOVE SLA-TREND-PCT TO SLA-PCT-EDIT
011740     STRING '  RECENT AVG ' DELIMITED BY SIZE
011750         SLA-ELAPSED-EDIT DELIMITED BY SIZE
011760         '  UP ' DELIMITED BY SIZE
011770         SLA-PCT-EDIT DELIMITED BY SIZE
011780         '%' DELIMITED BY SIZE
011790         INTO SLA-REPORT-LINE
011800         WITH POINTER SLA-LINE-POINTER
011810     PERFORM WRITE-REPORT-LINE
011820     IF SLA-PG-NAME(SLA-PROGRAM-INDEX) = 'MAIN'
011830         MOVE '    REVIEW NSTREAMS FOR MANSPLIT'
011840             TO SLA-REPORT-LINE
011850         PERFORM WRITE-REPORT-LINE
011860     END-IF.

011870 WRITE-TOTALS-SECTION.
011880     MOVE 'PERIOD TOTALS -' TO SLA-REPORT-LINE
011890     PERFORM WRITE-REPORT-LINE
011900     MOVE SPACES TO SLA-REPORT-LINE
011910     MOVE SLA-STEPS-USED TO SLA-COUNT-EDIT
011920     STRING '  STEPS TIMED               ' DELIMITED BY SIZE
011930         SLA-COUNT-EDIT DELIMITED BY SIZE
011940         INTO SLA-REPORT-LINE
011950     PERFORM WRITE-REPORT-LINE
011960     MOVE SPACES TO SLA-REPORT-LINE
011970     MOVE SLA-WINDOW-BREACHES TO SLA-COUNT-EDIT
011980     STRING '  NIGHTS OVER THE WINDOW    ' DELIMITED BY SIZE
011990         SLA-COUNT-EDIT DELIMITED BY SIZE
012000         INTO SLA-REPORT-LINE
012010     PERFORM WRITE-REPORT-LINE
012020     MOVE SPACES TO SLA-REPORT-LINE
012030     MOVE SLA-STEP-BREACHES TO SLA-COUNT-EDIT
012040     STRING '  STEPS OVER THEIR LIMIT    ' DELIMITED BY SIZE
012050         SLA-COUNT-EDIT DELIMITED BY SIZE
012060         INTO SLA-REPORT-LINE
012070     PERFORM WRITE-REPORT-LINE
012080     MOVE SPACES TO SLA-REPORT-LINE
012090     MOVE SLA-GROWING-COUNT TO SLA-COUNT-EDIT
012100     STRING '  STEADILY GROWING STEPS    ' DELIMITED BY SIZE
012110         SLA-COUNT-EDIT DELIMITED BY SIZE
012120         INTO SLA-REPORT-LINE
012130     PERFORM WRITE-REPORT-LINE
012140     MOVE SPACES TO SLA-REPORT-LINE
012150     MOVE SLA-STEPS-OUTSIDE TO SLA-COUNT-EDIT
012160     STRING '  DAYTIME STEPS NOT COUNTED ' DELIMITED BY SIZE
012170         SLA-COUNT-EDIT DELIMITED BY SIZE
012180         INTO SLA-REPORT-LINE
012190     PERFORM WRITE-REPORT-LINE
012200     MOVE SPACES TO SLA-REPORT-LINE
012210     MOVE SLA-STEPS-SKIPPED TO SLA-COUNT-EDIT
012220     STRING '  LOG RECORDS UNTIMEABLE    ' DELIMITED BY SIZE
012230         SLA-COUNT-EDIT DELIMITED BY SIZE
012240         INTO SLA-REPORT-LINE
012250     PERFORM WRITE-REPORT-LINE.

012260*----------------------------------------------------------------
012270*    EDITS SLA-EDIT-SECS AS HH:MM:SS INTO SLA-ELAPSED-EDIT.
012280*----------------------------------------------------------------
012290 EDIT-ELAPSED.
012300     COMPUTE SLA-EDIT-HOURS = SLA-EDIT-SECS / 3600
012310     COMPUTE SLA-EDIT-REMAINDER =
012320         SLA-EDIT-SECS - SLA-EDIT-HOURS * 3600
012330     IF SLA-EDIT-HOURS > 99
012340         MOVE '>99 HRS ' TO SLA-ELAPSED-EDIT
012350     ELSE
012360         MOVE SLA-EDIT-HOURS TO SLA-EDIT-HH
012370         COMPUTE SLA-EDIT-MM = SLA-EDIT-REMAINDER / 60
012380         COMPUTE SLA-EDIT-SS =
012390             SLA-EDIT-REMAINDER - SLA-EDIT-MM * 60
012400         MOVE SPACES TO SLA-ELAPSED-EDIT
012410         STRING SLA-EDIT-HH ':' SLA-EDIT-MM ':' SLA-EDIT-SS
012420             DELIMITED BY SIZE
012430             INTO SLA-ELAPSED-EDIT
012440     END-IF.

012450 EDIT-CLOCK-TIME.
012460     MOVE SPACES TO SLA-CLOCK-EDIT
012470     STRING SLA-TIME-X(1:2) ':' SLA-TIME-X(3:2) ':'
012480         SLA-TIME-X(5:2) DELIMITED BY SIZE
012490         INTO SLA-CLOCK-EDIT.

012500 EDIT-REPORT-DATE.
012510     MOVE SPACES TO SLA-DATE-EDIT
012520     STRING SLA-DATE-X(1:4) '/' SLA-DATE-X(5:2) '/'
012530         SLA-DATE-X(7:2) DELIMITED BY SIZE
012540         INTO SLA-DATE-EDIT.

012550 WRITE-REPORT-LINE.
012560     MOVE SLA-REPORT-LINE TO REPORT-RECORD
012570     WRITE REPORT-RECORD.

012580 9000-ABEND.
012590     DISPLAY '*** WINDSLA ABEND - I/O ERROR ON ' SLA-ABEND-FILE
012600         ' ***'
012610     DISPLAY '*** FILE STATUS = ' SLA-ABEND-STATUS ' ***'
012620     MOVE 16 TO RETURN-CODE
012630     STOP RUN.
