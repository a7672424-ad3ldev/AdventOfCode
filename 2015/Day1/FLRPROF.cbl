000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FLRPROF.
000030 AUTHOR. A-DELGADO.
000040 INSTALLATION. AOC-BATCH.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-14 ADL   ORIGINAL VERSION - FLOOR-PROFILE ANOMALY
000120*                  DETECTION.  RUN AFTER THE BATCH JOB
000130*                  (01-COBOL.CBL).  BUILDS A STATISTICAL PROFILE
000140*                  OF EACH SUPPLIER ON THE SUPPLIER REFERENCE
000150*                  (SUPLRDS) FROM THE PER-FILE RESULTS OF EVERY
000160*                  EARLIER RUN STILL CATALOGED ON CATLGDS - THE
000170*                  ARCHIVED SUMMRPT GENERATION NAMES EACH FILE AND
000180*                  GIVES ITS INSTRUCTION AND REJECTED-CHARACTER
000190*                  COUNTS, THE SAME RUN'S LEDGRDS GENERATION GIVES
000200*                  ITS FLOOR MOVEMENTS.  EACH FILE IS MEASURED ON
000210*                  ITS OWN, FROM THE GROUND FLOOR: FINAL FLOOR,
000220*                  PEAK FLOOR, LOWEST FLOOR, THE INSTRUCTION AT
000230*                  WHICH IT FIRST ENTERS THE BASEMENT, AND THE
000240*                  REJECTED-CHARACTER RATE.  FILES RESOLVE TO
000250*                  THEIR SUPPLIER THROUGH SUP-FILE-PATTERN AS IN
000260*                  SUPSCORE.CBL, AND SUPERSEDED RUNS ON THE RUN
000270*                  MASTER (RUNHIX) ARE LEFT OUT OF THE PROFILES.
000280*                  TONIGHT'S FILES (SUMMRPT, LEDGRDS AND LATESTDS)
000290*                  ARE THEN SCORED AGAINST THEIR SUPPLIER'S
000300*                  PROFILE: A MEASURE OUTSIDE THE MEAN PLUS OR
000310*                  MINUS BANDSD STANDARD DEVIATIONS (DEFAULT 2) IS
000320*                  AN ANOMALY, HIGH SEVERITY AT ALERTSD (DEFAULT
000330*                  3) OR WHEN A SUPPLIER WHOSE FILES NEVER ENTER
000340*                  THE BASEMENT SENDS ONE THAT DOES.  A SUPPLIER
000350*                  NEEDS MINFILES (DEFAULT 5) FILES OF HISTORY
000360*                  BEFORE ITS FILES ARE SCORED.  THE ANOMALY
000370*                  REPORT (ANOMRPT) LISTS EACH ANOMALOUS FILE WITH
000380*                  THE SUPPLIER'S USUAL RANGE ALONGSIDE.  A
000390*                  HIGH-SEVERITY ANOMALY SETS RETURN-CODE 8, SO
000400*                  THE STEP'S JOB-LOG RECORD IS AN ALERT ON THE
000410*                  MORNING STATUS BOARD; A LOW-SEVERITY ONE ALONE
000420*                  SETS RETURN-CODE 4.
000421* 2026-10-15 ADL   AN UNPRECEDENTED BASEMENT ENTRY NO LONGER
000422*                  MARKS ANOTHER FILE'S ANOMALY WHEN THE ANOMALY
000423*                  TABLE IS FULL.  MINFILES=1 IS HONOURED.  THE
000424*                  RUN MASTER IS CLOSED ON AN ABEND, AND A REPORT
000425*                  THAT CANNOT BE OPENED ABENDS THE STEP.
000426* 2026-10-15 ADL   BASEMENT POSITION COUNTS EVERY CHARACTER OF THE
000427*                  FILE, REJECTS INCLUDED, AS THE LEDGER DOES.
000428*                  RUN MASTER NOT CLOSED TWICE ON A LATE ABEND.
000430*================================================================
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SUPPLIER-FILE ASSIGN TO 'SUPLRDS'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FPR-SUPPLIER-FILE-STATUS.
000500     SELECT LATEST-RUN-FILE ASSIGN TO 'LATESTDS'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FPR-LATEST-FILE-STATUS.
000530     SELECT OPTIONAL CATALOG-FILE ASSIGN TO 'CATLGDS'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FPR-CATALOG-FILE-STATUS.
000560     SELECT GENERATION-FILE ASSIGN TO DYNAMIC FPR-GEN-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FPR-GENERATION-FILE-STATUS.
000590     SELECT OPTIONAL RUN-MASTER-FILE ASSIGN TO 'RUNHIX'
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS RHX-RUN-KEY
000630         FILE STATUS IS FPR-RUN-MASTER-STATUS.
000640     SELECT ANOMALY-FILE ASSIGN TO 'ANOMRPT'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FPR-ANOMALY-FILE-STATUS.
000670     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FPR-JOB-LOG-FILE-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  SUPPLIER-FILE.
000730 01  SUPPLIER-RECORD.
000740     COPY SUPLREC.

000750 FD  LATEST-RUN-FILE.
000760 01  LATEST-RUN-RECORD.
000770     COPY LATESTREC.

000780 FD  CATALOG-FILE.
000790 01  CATALOG-RECORD.
000800     COPY CATLGREC.

000810 FD  GENERATION-FILE.
000820 01  GENERATION-RECORD       PIC X(80).

000830 FD  RUN-MASTER-FILE.
000840 01  RUN-MASTER-RECORD.
000850     COPY RUNHXREC.

000860 FD  ANOMALY-FILE.
000870 01  ANOMALY-RECORD          PIC X(72).

000880 FD  JOB-LOG-FILE.
000890 01  JOB-LOG-RECORD.
000900     COPY JOBLGREC.

000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930*    FILE AND PARAMETER STORAGE
000940*----------------------------------------------------------------
000950 01  FPR-SUPPLIER-FILE-STATUS PIC XX.
000960 01  FPR-LATEST-FILE-STATUS  PIC XX.
000970 01  FPR-CATALOG-FILE-STATUS PIC XX.
000980 01  FPR-GENERATION-FILE-STATUS PIC XX.
000990 01  FPR-RUN-MASTER-STATUS   PIC XX.
001000 01  FPR-ANOMALY-FILE-STATUS PIC XX.
001010 01  FPR-JOB-LOG-FILE-STATUS PIC XX.
001020 01  FPR-GEN-NAME            PIC X(100).
001030 01  FPR-EOF-FLAG            PIC X VALUE 'N'.
001040     88  FPR-EOF             VALUE 'Y'.
001050 01  FPR-GEN-EOF-FLAG        PIC X VALUE 'N'.
001060     88  FPR-GEN-EOF         VALUE 'Y'.
001070 01  FPR-ABEND-STATUS        PIC XX.
001080 01  FPR-ABEND-FILE          PIC X(8).
001090 01  FPR-MASTER-OPEN-FLAG    PIC X VALUE 'N'.
001100     88  FPR-MASTER-OPEN     VALUE 'Y'.
001110 01  FPR-STEP-START-DATE     PIC 9(8) VALUE ZERO.
001120 01  FPR-STEP-START-TIME     PIC 9(8) VALUE ZERO.
001130 01  FPR-STEP-END-DATE       PIC 9(8) VALUE ZERO.
001140 01  FPR-STEP-END-TIME       PIC 9(8) VALUE ZERO.
001150 01  FPR-MINFILES-PARM       PIC X(4).
001160 01  FPR-BANDSD-PARM         PIC X(1).
001170 01  FPR-ALERTSD-PARM        PIC X(1).
001180 01  FPR-PARM-VALUE          PIC 9(4) COMP VALUE ZERO.
001190 01  FPR-PARSE-POINTER       PIC 9(4) COMP VALUE ZERO.
001200 01  FPR-DIGIT-X             PIC X(01).
001210 01  FPR-DIGIT               REDEFINES FPR-DIGIT-X PIC 9(01).
001220 01  FPR-MIN-FILES           PIC 9(4) COMP VALUE 5.
001230 01  FPR-BAND-SD             PIC 9(1) VALUE 2.
001240 01  FPR-ALERT-SD            PIC 9(1) VALUE 3.
001250*----------------------------------------------------------------
001260*    TONIGHT'S RUN, FROM LATESTDS.  ITS OWN GENERATIONS ARE LEFT
001270*    OUT OF THE HISTORY IF THE ARCHIVE HAS ALREADY CATALOGED THEM.
001280*----------------------------------------------------------------
001290 01  FPR-TONIGHT-DATE        PIC 9(8) VALUE ZERO.
001300 01  FPR-TONIGHT-TIME        PIC 9(8) VALUE ZERO.
001310*----------------------------------------------------------------
001320*    THE FIVE MEASURES TAKEN OF EVERY FILE.  THE REJECTED-
001330*    CHARACTER RATE IS HELD IN HUNDREDTHS OF A PER CENT OF THE
001340*    FILE'S INSTRUCTIONS; THE REST ARE FLOORS OR INSTRUCTION
001350*    POSITIONS WITHIN THE FILE.
001360*----------------------------------------------------------------
001370 01  FPR-MEASURE-NAMES.
001380     05  FILLER              PIC X(14) VALUE 'FINAL FLOOR'.
001390     05  FILLER              PIC X(14) VALUE 'PEAK FLOOR'.
001400     05  FILLER              PIC X(14) VALUE 'LOWEST FLOOR'.
001410     05  FILLER              PIC X(14) VALUE 'BASEMENT AT'.
001420     05  FILLER              PIC X(14) VALUE 'REJECT RATE %'.
001430 01  FPR-MEASURE-TABLE REDEFINES FPR-MEASURE-NAMES.
001440     05  FPR-MEASURE-NAME    OCCURS 5 TIMES PIC X(14).
001450 01  FPR-MEASURE             PIC 9(4) COMP VALUE ZERO.
001460 01  FPR-FINAL-FLOOR         PIC 9(4) COMP VALUE 1.
001470 01  FPR-PEAK-FLOOR          PIC 9(4) COMP VALUE 2.
001480 01  FPR-LOWEST-FLOOR        PIC 9(4) COMP VALUE 3.
001490 01  FPR-BASEMENT-AT         PIC 9(4) COMP VALUE 4.
001500 01  FPR-REJECT-RATE         PIC 9(4) COMP VALUE 5.
001510*----------------------------------------------------------------
001520*    SUPPLIER PROFILE TABLE - UP TO 50 SUPPLIERS, AS IN DLVCTL.
001530*    ENTRY 51 COLLECTS FILES THAT CANNOT BE RESOLVED TO A
001540*    SUPPLIER; IT IS NEVER PROFILED.  FOR EACH MEASURE THE
001550*    PROFILE KEEPS THE NUMBER OF FILES MEASURED, THE SUM AND SUM
001560*    OF SQUARES (FOR THE MEAN AND STANDARD DEVIATION) AND THE
001570*    LOWEST AND HIGHEST VALUE SEEN.  THE BASEMENT POSITION IS
001580*    MEASURED ONLY FOR FILES THAT ENTERED THE BASEMENT.
001590*----------------------------------------------------------------
001600 01  FPR-SUPPLIER-TABLE.
001610     05  FPR-SUP-ENTRY       OCCURS 51 TIMES.
001620         10  FPR-SUP-CODE    PIC X(4).
001630         10  FPR-SUP-NAME    PIC X(20).
001640         10  FPR-SUP-PATTERN PIC X(40).
001650         10  FPR-SUP-FILES   PIC 9(9) COMP.
001660         10  FPR-SUP-TONIGHT PIC 9(4) COMP.
001670         10  FPR-PF-ENTRY    OCCURS 5 TIMES.
001680             15  FPR-PF-COUNT PIC 9(9) COMP.
001690             15  FPR-PF-SUM  PIC S9(12) COMP.
001700             15  FPR-PF-SUMSQ PIC 9(18) COMP.
001710             15  FPR-PF-LOW  PIC S9(9) COMP.
001720             15  FPR-PF-HIGH PIC S9(9) COMP.
001730             15  FPR-PF-MEAN PIC S9(9)V99.
001740             15  FPR-PF-SD   PIC 9(9)V99.
001750 01  FPR-SUP-COUNT           PIC 9(4) COMP VALUE ZERO.
001760 01  FPR-SUP-INDEX           PIC 9(4) COMP VALUE ZERO.
001770 01  FPR-UNRESOLVED          PIC 9(4) COMP VALUE 51.
001780 01  FPR-FOUND-SUP           PIC 9(4) COMP VALUE ZERO.
001790*----------------------------------------------------------------
001800*    PER-RUN FILE TABLE.  FILLED FROM A RUN'S SUMMRPT (FILE
001810*    NAME, SUPPLIER, INSTRUCTION AND REJECTED COUNTS) AND THEN
001820*    FROM THE SAME RUN'S LEDGRDS (FLOOR MOVEMENTS), FOR AN
001830*    ARCHIVED RUN AND FOR TONIGHT'S RUN ALIKE.  ARCHIVE.CBL
001840*    CATALOGS A RUN'S SUMMRPT AHEAD OF ITS LEDGRDS.  THE RESULT
001850*    IS SET ONLY FOR TONIGHT'S FILES: N NORMAL, L AND H AN
001860*    ANOMALY OF LOW OR HIGH SEVERITY, T NOT SCORED FOR A THIN
001870*    PROFILE, U NOT SCORED FOR WANT OF A SUPPLIER.
001880*----------------------------------------------------------------
001890 01  FPR-FT-RUN-DATE         PIC 9(8) VALUE ZERO.
001900 01  FPR-FT-RUN-TIME         PIC 9(8) VALUE ZERO.
001910 01  FPR-FT-PENDING-FLAG     PIC X VALUE 'N'.
001920     88  FPR-FT-PENDING      VALUE 'Y'.
001930 01  FPR-FILE-TABLE.
001940     05  FPR-FT-ENTRY        OCCURS 100 TIMES.
001950         10  FPR-FT-IN-USE   PIC X(01).
001960         10  FPR-FT-NAME     PIC X(53).
001970         10  FPR-FT-SUP      PIC 9(4) COMP.
001980         10  FPR-FT-INSTR    PIC 9(9) COMP.
001990         10  FPR-FT-REJECTED PIC 9(9) COMP.
002000         10  FPR-FT-POSITION PIC 9(9) COMP.
002010         10  FPR-FT-FLOOR    PIC S9(9) COMP.
002020         10  FPR-FT-PEAK     PIC S9(9) COMP.
002030         10  FPR-FT-LOWEST   PIC S9(9) COMP.
002040         10  FPR-FT-BASEMENT PIC 9(9) COMP.
002050         10  FPR-FT-RESULT   PIC X(01).
002060         10  FPR-FT-MEASURED OCCURS 5 TIMES PIC X(01).
002070         10  FPR-FT-VALUE    OCCURS 5 TIMES PIC S9(9) COMP.
002080 01  FPR-FILE-COUNT          PIC 9(4) COMP VALUE ZERO.
002090 01  FPR-FILE-INDEX          PIC 9(4) COMP VALUE ZERO.
002100 01  FPR-FILE-SEQ            PIC 9(4) VALUE ZERO.
002110 01  FPR-CUR-FILE            PIC 9(4) COMP VALUE ZERO.
002120 01  FPR-DETAIL-PENDING-FLAG PIC X VALUE 'N'.
002130     88  FPR-DETAIL-PENDING  VALUE 'Y'.
002140 01  FPR-IN-FILE-SECTION-FLAG PIC X VALUE 'N'.
002150     88  FPR-IN-FILE-SECTION VALUE 'Y'.
002160*----------------------------------------------------------------
002170*    ANOMALY TABLE.  ONE ENTRY PER MEASURE OUTSIDE ITS BAND ON
002180*    ONE OF TONIGHT'S FILES, UP TO 200.  AN UNPRECEDENTED
002190*    BASEMENT ENTRY HAS NO BAND.
002200*----------------------------------------------------------------
002210 01  FPR-ANOMALY-TABLE.
002220     05  FPR-AN-ENTRY        OCCURS 200 TIMES.
002230         10  FPR-AN-FILE     PIC 9(4) COMP.
002240         10  FPR-AN-MEASURE  PIC 9(4) COMP.
002250         10  FPR-AN-VALUE    PIC S9(9) COMP.
002260         10  FPR-AN-BAND-LOW PIC S9(11)V99.
002270         10  FPR-AN-BAND-HIGH PIC S9(11)V99.
002280         10  FPR-AN-SEVERITY PIC X(01).
002290         10  FPR-AN-NEW-FLAG PIC X(01).
002300 01  FPR-ANOMALY-COUNT       PIC 9(4) COMP VALUE ZERO.
002310 01  FPR-ANOMALY-INDEX       PIC 9(4) COMP VALUE ZERO.
002320 01  FPR-ANOMALY-TRUNC-FLAG  PIC X VALUE 'N'.
002330     88  FPR-ANOMALY-TRUNCATED VALUE 'Y'.
002340*----------------------------------------------------------------
002350*    STATISTICS WORK STORAGE.  A STANDARD DEVIATION BELOW THE
002360*    MINIMUM SPREAD (ONE FLOOR OR POSITION, OR 0.10 PER CENT OF
002370*    REJECTS) IS RAISED TO IT SO A SUPPLIER WHOSE FILES NEVER
002380*    VARY IS NOT FLAGGED FOR THE SMALLEST CHANGE.
002390*----------------------------------------------------------------
002400 01  FPR-SQUARE-WORK         PIC S9(18) VALUE ZERO.
002410 01  FPR-VARIANCE            PIC S9(15)V9(4) VALUE ZERO.
002420 01  FPR-SPREAD              PIC 9(9)V99 VALUE ZERO.
002430 01  FPR-DEVIATION           PIC 9(11)V99 VALUE ZERO.
002440 01  FPR-BAND-LOW            PIC S9(11)V99 VALUE ZERO.
002450 01  FPR-BAND-HIGH           PIC S9(11)V99 VALUE ZERO.
002460 01  FPR-SEVERITY            PIC X(01) VALUE SPACE.
002465 01  FPR-NEW-BASEMENT-FLAG   PIC X(01) VALUE 'N'.
002470 01  FPR-WORK-VALUE          PIC S9(9) COMP VALUE ZERO.
002480*----------------------------------------------------------------
002490*    GENERATION LINE OVERLAYS.  THE SUMMARY OVERLAYS MATCH THE
002500*    FIXED COLUMNS WRITE-FILE-SUMMARY-LINES IN THE BATCH JOB
002510*    USES (AS SUPSCORE.CBL READS THEM); THE LEDGER OVERLAY IS
002520*    THE LEDGER RECORD ITSELF.
002530*----------------------------------------------------------------
002540 01  FPR-GEN-LINE            PIC X(80).
002550 01  FPR-FILE-NAME-OVERLAY REDEFINES FPR-GEN-LINE.
002560     05  FILLER              PIC X(5).
002570     05  FPR-SUMM-FILE-SEQ-ED PIC ZZZZ9.
002580     05  FILLER              PIC X(3).
002590     05  FPR-SUMM-FILE-NAME  PIC X(53).
002600     05  FILLER              PIC X(14).
002610 01  FPR-FILE-COUNTS-OVERLAY REDEFINES FPR-GEN-LINE.
002620     05  FILLER              PIC X(9).
002630     05  FPR-SUMM-INSTR-ED   PIC ZZZZZZZZ9.
002640     05  FILLER              PIC X(7).
002650     05  FPR-SUMM-OPEN-ED    PIC ZZZZZZZZ9.
002660     05  FILLER              PIC X(8).
002670     05  FPR-SUMM-CLOSE-ED   PIC ZZZZZZZZ9.
002680     05  FILLER              PIC X(6).
002690     05  FPR-SUMM-REJ-ED     PIC ZZZZZZZZ9.
002700     05  FILLER              PIC X(14).
002710 01  FPR-LEDGER-LINE.
002720     COPY LEDGRREC.
002730*----------------------------------------------------------------
002740*    PATTERN MATCH WORK STORAGE (SAME MATCH AS DLVCTL.CBL)
002750*----------------------------------------------------------------
002760 01  FPR-MATCH-NAME          PIC X(100).
002770 01  FPR-PATTERN-LENGTH      PIC 9(4) COMP VALUE ZERO.
002780 01  FPR-NAME-LENGTH         PIC 9(4) COMP VALUE ZERO.
002790 01  FPR-MATCH-FLAG          PIC X VALUE 'N'.
002800     88  FPR-MATCHED         VALUE 'Y'.
002810*----------------------------------------------------------------
002820*    HISTORY AND SCORING ACCOUNTING STORAGE
002830*----------------------------------------------------------------
002840 01  FPR-RUN-COUNT           PIC 9(9) COMP VALUE ZERO.
002850 01  FPR-HISTORY-FILES       PIC 9(9) COMP VALUE ZERO.
002860 01  FPR-SUPERSEDED-COUNT    PIC 9(9) COMP VALUE ZERO.
002870 01  FPR-GEN-MISSING-COUNT   PIC 9(9) COMP VALUE ZERO.
002880 01  FPR-LAST-SKIP-DATE      PIC 9(8) VALUE ZERO.
002890 01  FPR-LAST-SKIP-TIME      PIC 9(8) VALUE ZERO.
002900 01  FPR-SKIP-RUN-FLAG       PIC X VALUE 'N'.
002910     88  FPR-SKIP-RUN        VALUE 'Y'.
002920 01  FPR-FILES-SCORED        PIC 9(9) COMP VALUE ZERO.
002930 01  FPR-FILES-NORMAL        PIC 9(9) COMP VALUE ZERO.
002940 01  FPR-FILES-LOW           PIC 9(9) COMP VALUE ZERO.
002950 01  FPR-FILES-HIGH          PIC 9(9) COMP VALUE ZERO.
002960 01  FPR-FILES-THIN          PIC 9(9) COMP VALUE ZERO.
002970 01  FPR-FILES-UNRESOLVED    PIC 9(9) COMP VALUE ZERO.
002980*----------------------------------------------------------------
002990*    REPORT LINE BUILD STORAGE
003000*----------------------------------------------------------------
003010 01  FPR-REPORT-LINE         PIC X(72).
003020 01  FPR-LINE-POINTER        PIC 9(4) COMP VALUE 1.
003030 01  FPR-DATE-X              PIC X(8).
003040 01  FPR-DATE-EDIT           PIC X(10).
003050 01  FPR-TIME-X              PIC X(8).
003060 01  FPR-TIME-EDIT           PIC X(8).
003070 01  FPR-COUNT-EDIT          PIC ZZZZZZZZ9.
003080 01  FPR-SHORT-EDIT          PIC ZZZZ9.
003090 01  FPR-EDIT-AMOUNT         PIC S9(11)V99 VALUE ZERO.
003100 01  FPR-INT-WORK            PIC S9(9) VALUE ZERO.
003110 01  FPR-PCT-WORK            PIC S9(7)V99 VALUE ZERO.
003120 01  FPR-INT-EDIT            PIC ---------9.
003130 01  FPR-PCT-EDIT            PIC ------9.99.
003140 01  FPR-DEC-EDIT            PIC ------9.99.
003150 01  FPR-VALUE-EDIT          PIC X(10).

003160 PROCEDURE DIVISION.
003170 MAIN-LOGIC.
003180     ACCEPT FPR-STEP-START-DATE FROM DATE YYYYMMDD
003190     ACCEPT FPR-STEP-START-TIME FROM TIME
003200     PERFORM PARSE-PARAMETERS
003210     PERFORM LOAD-SUPPLIER-TABLE
003220     PERFORM READ-LATEST-RUN
003230     OPEN INPUT RUN-MASTER-FILE
003240     IF FPR-RUN-MASTER-STATUS = '00'
003250         SET FPR-MASTER-OPEN TO TRUE
003260     ELSE
003270         DISPLAY 'FLRPROF WARNING - RUNHIX NOT AVAILABLE, '
003280             'SUPERSEDED RUNS NOT EXCLUDED'
003290     END-IF
003300     PERFORM SCAN-CATALOG
003310     IF FPR-MASTER-OPEN
003320         CLOSE RUN-MASTER-FILE
003325         MOVE 'N' TO FPR-MASTER-OPEN-FLAG
003330     END-IF
003340     PERFORM COMPUTE-PROFILES
003350     PERFORM LOAD-TONIGHTS-RUN
003360     PERFORM SCORE-TONIGHTS-FILES
003370     PERFORM WRITE-ANOMALY-REPORT
003380     EVALUATE TRUE
003390         WHEN FPR-FILES-HIGH > ZERO
003400             DISPLAY '*** HIGH-SEVERITY FLOOR ANOMALIES - SEE ***'
003410             DISPLAY '*** THE ANOMALY REPORT FOR DETAIL ***'
003420             MOVE 8 TO RETURN-CODE
003430         WHEN FPR-FILES-LOW > ZERO
003440             DISPLAY 'FLRPROF WARNING - FLOOR ANOMALIES, '
003450                 'SEE THE ANOMALY REPORT'
003460             MOVE 4 TO RETURN-CODE
003470         WHEN OTHER
003480             CONTINUE
003490     END-EVALUATE
003500     PERFORM WRITE-JOBLOG-RECORD
003510     DISPLAY 'FLRPROF COMPLETE - FILES SCORED = ' FPR-FILES-SCORED
003520     STOP RUN.

003530*----------------------------------------------------------------
003540*    MINFILES IS THE HISTORY A SUPPLIER NEEDS BEFORE ITS FILES
003550*    ARE SCORED; BANDSD AND ALERTSD ARE THE STANDARD DEVIATIONS
003560*    FROM THE MEAN AT WHICH A MEASURE IS AN ANOMALY AND A HIGH-
003570*    SEVERITY ONE.  AN UNUSABLE VALUE KEEPS THE DEFAULT.
003580*----------------------------------------------------------------
003590 PARSE-PARAMETERS.
003600     ACCEPT FPR-MINFILES-PARM FROM ENVIRONMENT 'MINFILES'
003610         ON EXCEPTION
003620             MOVE SPACES TO FPR-MINFILES-PARM
003630     END-ACCEPT
003640     ACCEPT FPR-BANDSD-PARM FROM ENVIRONMENT 'BANDSD'
003650         ON EXCEPTION
003660             MOVE SPACES TO FPR-BANDSD-PARM
003670     END-ACCEPT
003680     ACCEPT FPR-ALERTSD-PARM FROM ENVIRONMENT 'ALERTSD'
003690         ON EXCEPTION
003700             MOVE SPACES TO FPR-ALERTSD-PARM
003710     END-ACCEPT
003720     MOVE ZERO TO FPR-PARM-VALUE
003730     PERFORM VARYING FPR-PARSE-POINTER FROM 1 BY 1
003740         UNTIL FPR-PARSE-POINTER > 4
003750         MOVE FPR-MINFILES-PARM(FPR-PARSE-POINTER:1)
003760             TO FPR-DIGIT-X
003770         IF FPR-DIGIT-X >= '0' AND FPR-DIGIT-X <= '9'
003780             COMPUTE FPR-PARM-VALUE =
003790                 FPR-PARM-VALUE * 10 + FPR-DIGIT
003800         END-IF
003810     END-PERFORM
003820     IF FPR-PARM-VALUE > ZERO
003830         MOVE FPR-PARM-VALUE TO FPR-MIN-FILES
003840     END-IF
003850     IF FPR-BANDSD-PARM IS NUMERIC
003860         AND FPR-BANDSD-PARM > '0'
003870         MOVE FPR-BANDSD-PARM TO FPR-BAND-SD
003880     END-IF
003890     IF FPR-ALERTSD-PARM IS NUMERIC
003900         AND FPR-ALERTSD-PARM > '0'
003910         MOVE FPR-ALERTSD-PARM TO FPR-ALERT-SD
003920     END-IF
003930     IF FPR-ALERT-SD < FPR-BAND-SD
003940         MOVE FPR-BAND-SD TO FPR-ALERT-SD
003950     END-IF.

003960 LOAD-SUPPLIER-TABLE.
003970     OPEN INPUT SUPPLIER-FILE
003980     IF FPR-SUPPLIER-FILE-STATUS NOT = '00'
003990         MOVE FPR-SUPPLIER-FILE-STATUS TO FPR-ABEND-STATUS
004000         MOVE 'SUPLRDS' TO FPR-ABEND-FILE
004010         PERFORM 9000-ABEND
004020     END-IF
004030     MOVE 'N' TO FPR-EOF-FLAG
004040     PERFORM UNTIL FPR-EOF
004050         READ SUPPLIER-FILE INTO SUPPLIER-RECORD
004060         EVALUATE FPR-SUPPLIER-FILE-STATUS
004070             WHEN '00'
004080                 IF SUP-CODE NOT = SPACES
004090                     AND FPR-SUP-COUNT < 50
004100                     ADD 1 TO FPR-SUP-COUNT
004110                     MOVE FPR-SUP-COUNT TO FPR-SUP-INDEX
004120                     PERFORM CLEAR-SUPPLIER-ENTRY
004130                     MOVE SUP-CODE TO FPR-SUP-CODE(FPR-SUP-INDEX)
004140                     MOVE SUP-NAME TO FPR-SUP-NAME(FPR-SUP-INDEX)
004150                     MOVE SUP-FILE-PATTERN
004160                         TO FPR-SUP-PATTERN(FPR-SUP-INDEX)
004170                 END-IF
004180             WHEN '10'
004190                 SET FPR-EOF TO TRUE
004200             WHEN OTHER
004210                 MOVE FPR-SUPPLIER-FILE-STATUS
004220                     TO FPR-ABEND-STATUS
004230                 MOVE 'SUPLRDS' TO FPR-ABEND-FILE
004240                 PERFORM 9000-ABEND
004250         END-EVALUATE
004260     END-PERFORM
004270     CLOSE SUPPLIER-FILE
004280     MOVE FPR-UNRESOLVED TO FPR-SUP-INDEX
004290     PERFORM CLEAR-SUPPLIER-ENTRY
004300     MOVE '????' TO FPR-SUP-CODE(FPR-SUP-INDEX)
004310     MOVE 'NOT RESOLVED' TO FPR-SUP-NAME(FPR-SUP-INDEX).

004320 CLEAR-SUPPLIER-ENTRY.
004330     MOVE SPACES TO FPR-SUP-CODE(FPR-SUP-INDEX)
004340     MOVE SPACES TO FPR-SUP-NAME(FPR-SUP-INDEX)
004350     MOVE SPACES TO FPR-SUP-PATTERN(FPR-SUP-INDEX)
004360     MOVE ZERO TO FPR-SUP-FILES(FPR-SUP-INDEX)
004370     MOVE ZERO TO FPR-SUP-TONIGHT(FPR-SUP-INDEX)
004380     PERFORM VARYING FPR-MEASURE FROM 1 BY 1
004390         UNTIL FPR-MEASURE > 5
004400         MOVE ZERO TO FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE)
004410         MOVE ZERO TO FPR-PF-SUM(FPR-SUP-INDEX, FPR-MEASURE)
004420         MOVE ZERO TO FPR-PF-SUMSQ(FPR-SUP-INDEX, FPR-MEASURE)
004430         MOVE ZERO TO FPR-PF-LOW(FPR-SUP-INDEX, FPR-MEASURE)
004440         MOVE ZERO TO FPR-PF-HIGH(FPR-SUP-INDEX, FPR-MEASURE)
004450         MOVE ZERO TO FPR-PF-MEAN(FPR-SUP-INDEX, FPR-MEASURE)
004460         MOVE ZERO TO FPR-PF-SD(FPR-SUP-INDEX, FPR-MEASURE)
004470     END-PERFORM.

004480 READ-LATEST-RUN.
004490     OPEN INPUT LATEST-RUN-FILE
004500     IF FPR-LATEST-FILE-STATUS NOT = '00'
004510         MOVE FPR-LATEST-FILE-STATUS TO FPR-ABEND-STATUS
004520         MOVE 'LATESTDS' TO FPR-ABEND-FILE
004530         PERFORM 9000-ABEND
004540     END-IF
004550     READ LATEST-RUN-FILE INTO LATEST-RUN-RECORD
004560     IF FPR-LATEST-FILE-STATUS NOT = '00'
004570         MOVE FPR-LATEST-FILE-STATUS TO FPR-ABEND-STATUS
004580         MOVE 'LATESTDS' TO FPR-ABEND-FILE
004590         PERFORM 9000-ABEND
004600     END-IF
004610     MOVE LRF-RUN-DATE TO FPR-TONIGHT-DATE
004620     MOVE LRF-RUN-TIME TO FPR-TONIGHT-TIME
004630     CLOSE LATEST-RUN-FILE.

004640*----------------------------------------------------------------
004650*    WALKS THE GENERATION CATALOG FOR EVERY EARLIER RUN'S
004660*    SUMMRPT AND LEDGRDS GENERATIONS.  TONIGHT'S RUN AND ANY RUN
004670*    MARKED SUPERSEDED ON THE RUN MASTER ARE SKIPPED.  NO
004680*    CATALOG MEANS NO HISTORY, AND NO FILE CAN BE SCORED.
004690*----------------------------------------------------------------
004700 SCAN-CATALOG.
004710     OPEN INPUT CATALOG-FILE
004720     IF FPR-CATALOG-FILE-STATUS = '00'
004730         MOVE 'N' TO FPR-EOF-FLAG
004740         PERFORM UNTIL FPR-EOF
004750             READ CATALOG-FILE INTO CATALOG-RECORD
004760             EVALUATE FPR-CATALOG-FILE-STATUS
004770                 WHEN '00'
004780                     IF CAT-RUN-DATE NOT = FPR-TONIGHT-DATE
004790                         OR CAT-RUN-TIME NOT = FPR-TONIGHT-TIME
004800                         PERFORM JUDGE-CATALOG-RECORD
004810                     END-IF
004820                 WHEN '10'
004830                     SET FPR-EOF TO TRUE
004840                 WHEN OTHER
004850                     MOVE FPR-CATALOG-FILE-STATUS
004860                         TO FPR-ABEND-STATUS
004870                     MOVE 'CATLGDS' TO FPR-ABEND-FILE
004880                     PERFORM 9000-ABEND
004890             END-EVALUATE
004900         END-PERFORM
004910     ELSE
004920         DISPLAY 'FLRPROF WARNING - NO GENERATION CATALOG, '
004930             'NO HISTORY TO PROFILE'
004940     END-IF
004950     CLOSE CATALOG-FILE.

004960 JUDGE-CATALOG-RECORD.
004970     PERFORM CHECK-RUN-SUPERSEDED
004980     IF NOT FPR-SKIP-RUN
004990         EVALUATE CAT-DSN-TYPE
005000             WHEN 'SUMMRPT '
005010                 PERFORM LOAD-HISTORY-SUMMARY
005020             WHEN 'LEDGRDS '
005030                 PERFORM LOAD-HISTORY-LEDGER
005040             WHEN OTHER
005050                 CONTINUE
005060         END-EVALUATE
005070     END-IF.

005080*----------------------------------------------------------------
005090*    A RUN IS SKIPPED WHEN THE RUN MASTER MARKS IT SUPERSEDED.
005100*    THE LAST SKIPPED KEY IS KEPT SO A RUN IS COUNTED AS
005110*    SKIPPED ONCE, NOT ONCE PER GENERATION.
005120*----------------------------------------------------------------
005130 CHECK-RUN-SUPERSEDED.
005140     MOVE 'N' TO FPR-SKIP-RUN-FLAG
005150     IF FPR-MASTER-OPEN
005160         MOVE CAT-RUN-DATE TO RHX-RUN-DATE
005170         MOVE CAT-RUN-TIME TO RHX-RUN-TIME
005180         READ RUN-MASTER-FILE
005190             INVALID KEY
005200                 CONTINUE
005210             NOT INVALID KEY
005220                 IF RHX-RUN-STATUS = 'S'
005230                     SET FPR-SKIP-RUN TO TRUE
005240                 END-IF
005250         END-READ
005260     END-IF
005270     IF FPR-SKIP-RUN
005280         IF CAT-RUN-DATE NOT = FPR-LAST-SKIP-DATE
005290             OR CAT-RUN-TIME NOT = FPR-LAST-SKIP-TIME
005300             ADD 1 TO FPR-SUPERSEDED-COUNT
005310             MOVE CAT-RUN-DATE TO FPR-LAST-SKIP-DATE
005320             MOVE CAT-RUN-TIME TO FPR-LAST-SKIP-TIME
005330         END-IF
005340     END-IF.

005350 LOAD-HISTORY-SUMMARY.
005360     MOVE CAT-RUN-DATE TO FPR-FT-RUN-DATE
005370     MOVE CAT-RUN-TIME TO FPR-FT-RUN-TIME
005380     MOVE SPACES TO FPR-GEN-NAME
005390     MOVE CAT-GEN-NAME TO FPR-GEN-NAME
005400     PERFORM OPEN-GENERATION
005410     IF FPR-GEN-EOF
005420         MOVE 'N' TO FPR-FT-PENDING-FLAG
005430     ELSE
005440         PERFORM LOAD-RUN-SUMMARY
005450         SET FPR-FT-PENDING TO TRUE
005460     END-IF.

005470*----------------------------------------------------------------
005480*    MEASURES THE FILES OF THE RUN WHOSE SUMMARY WAS JUST LOADED
005490*    AND ADDS THEM TO THEIR SUPPLIERS' PROFILES.
005500*----------------------------------------------------------------
005510 LOAD-HISTORY-LEDGER.
005520     IF FPR-FT-PENDING
005530         AND CAT-RUN-DATE = FPR-FT-RUN-DATE
005540         AND CAT-RUN-TIME = FPR-FT-RUN-TIME
005550         MOVE SPACES TO FPR-GEN-NAME
005560         MOVE CAT-GEN-NAME TO FPR-GEN-NAME
005570         PERFORM OPEN-GENERATION
005580         IF NOT FPR-GEN-EOF
005590             PERFORM LOAD-RUN-LEDGER
005600             PERFORM ADD-RUN-TO-PROFILES
005610             ADD 1 TO FPR-RUN-COUNT
005620         END-IF
005630     ELSE
005640         DISPLAY 'FLRPROF WARNING - NO SUMMARY AHEAD OF '
005650             CAT-GEN-NAME
005660     END-IF
005670     MOVE 'N' TO FPR-FT-PENDING-FLAG.

005680 OPEN-GENERATION.
005690     MOVE 'N' TO FPR-GEN-EOF-FLAG
005700     OPEN INPUT GENERATION-FILE
005710     IF FPR-GENERATION-FILE-STATUS NOT = '00'
005720         ADD 1 TO FPR-GEN-MISSING-COUNT
005730         DISPLAY 'FLRPROF WARNING - GENERATION NOT AVAILABLE: '
005740             CAT-GEN-NAME
005750         SET FPR-GEN-EOF TO TRUE
005760     END-IF.

005770 READ-GENERATION-LINE.
005780     READ GENERATION-FILE INTO FPR-GEN-LINE
005790     EVALUATE FPR-GENERATION-FILE-STATUS
005800         WHEN '00'
005810             CONTINUE
005820         WHEN '10'
005830             SET FPR-GEN-EOF TO TRUE
005840         WHEN OTHER
005850             MOVE FPR-GENERATION-FILE-STATUS TO FPR-ABEND-STATUS
005860             MOVE FPR-GEN-NAME TO FPR-ABEND-FILE
005870             PERFORM 9000-ABEND
005880     END-EVALUATE.

005890*----------------------------------------------------------------
005900*    LOADS THE FILE TABLE FROM THE PER-FILE SECTION OF AN OPEN
005910*    SUMMARY.  EACH FILE CONTRIBUTES THREE LINES (NAME, COUNTS,
005920*    CONTROL TOTALS); THE SUPPLIER IS RESOLVED ON THE NAME LINE.
005930*----------------------------------------------------------------
005940 LOAD-RUN-SUMMARY.
005950     MOVE ZERO TO FPR-FILE-COUNT
005960     PERFORM VARYING FPR-FILE-INDEX FROM 1 BY 1
005970         UNTIL FPR-FILE-INDEX > 100
005980         PERFORM CLEAR-FILE-ENTRY
005990     END-PERFORM
006000     MOVE 'N' TO FPR-IN-FILE-SECTION-FLAG
006010     MOVE 'N' TO FPR-DETAIL-PENDING-FLAG
006020     PERFORM UNTIL FPR-GEN-EOF
006030         PERFORM READ-GENERATION-LINE
006040         IF NOT FPR-GEN-EOF
006050             PERFORM CLASSIFY-SUMMARY-LINE
006060         END-IF
006070     END-PERFORM
006080     CLOSE GENERATION-FILE.

006090 CLEAR-FILE-ENTRY.
006100     MOVE 'N' TO FPR-FT-IN-USE(FPR-FILE-INDEX)
006110     MOVE SPACES TO FPR-FT-NAME(FPR-FILE-INDEX)
006120     MOVE FPR-UNRESOLVED TO FPR-FT-SUP(FPR-FILE-INDEX)
006130     MOVE ZERO TO FPR-FT-INSTR(FPR-FILE-INDEX)
006140     MOVE ZERO TO FPR-FT-REJECTED(FPR-FILE-INDEX)
006150     MOVE ZERO TO FPR-FT-POSITION(FPR-FILE-INDEX)
006160     MOVE ZERO TO FPR-FT-FLOOR(FPR-FILE-INDEX)
006170     MOVE ZERO TO FPR-FT-PEAK(FPR-FILE-INDEX)
006180     MOVE ZERO TO FPR-FT-LOWEST(FPR-FILE-INDEX)
006190     MOVE ZERO TO FPR-FT-BASEMENT(FPR-FILE-INDEX)
006200     MOVE SPACE TO FPR-FT-RESULT(FPR-FILE-INDEX)
006210     PERFORM VARYING FPR-MEASURE FROM 1 BY 1
006220         UNTIL FPR-MEASURE > 5
006230         MOVE 'N' TO FPR-FT-MEASURED(FPR-FILE-INDEX, FPR-MEASURE)
006240         MOVE ZERO TO FPR-FT-VALUE(FPR-FILE-INDEX, FPR-MEASURE)
006250     END-PERFORM.

006260 CLASSIFY-SUMMARY-LINE.
006270     EVALUATE TRUE
006280         WHEN FPR-GEN-LINE(1:18) = 'PER-FILE SUMMARY -'
006290             SET FPR-IN-FILE-SECTION TO TRUE
006300         WHEN FPR-GEN-LINE(1:14) = 'GRAND TOTALS -'
006310             MOVE 'N' TO FPR-IN-FILE-SECTION-FLAG
006320         WHEN NOT FPR-IN-FILE-SECTION
006330             CONTINUE
006340         WHEN FPR-GEN-LINE(1:5) = 'FILE '
006350             MOVE 'N' TO FPR-DETAIL-PENDING-FLAG
006360             MOVE FPR-SUMM-FILE-SEQ-ED TO FPR-FILE-SEQ
006370             IF FPR-FILE-SEQ > ZERO AND FPR-FILE-SEQ <= 100
006380                 MOVE FPR-FILE-SEQ TO FPR-CUR-FILE
006390                 MOVE 'Y' TO FPR-FT-IN-USE(FPR-CUR-FILE)
006400                 MOVE FPR-SUMM-FILE-NAME
006410                     TO FPR-FT-NAME(FPR-CUR-FILE)
006420                 MOVE SPACES TO FPR-MATCH-NAME
006430                 MOVE FPR-SUMM-FILE-NAME TO FPR-MATCH-NAME
006440                 PERFORM RESOLVE-SUPPLIER
006450                 MOVE FPR-FOUND-SUP TO FPR-FT-SUP(FPR-CUR-FILE)
006460                 IF FPR-FILE-SEQ > FPR-FILE-COUNT
006470                     MOVE FPR-FILE-SEQ TO FPR-FILE-COUNT
006480                 END-IF
006490                 SET FPR-DETAIL-PENDING TO TRUE
006500             END-IF
006510         WHEN FPR-GEN-LINE(1:9) = '  INSTR: '
006520             AND FPR-DETAIL-PENDING
006530             MOVE FPR-SUMM-INSTR-ED TO FPR-FT-INSTR(FPR-CUR-FILE)
006540             MOVE FPR-SUMM-REJ-ED TO FPR-FT-REJECTED(FPR-CUR-FILE)
006550             MOVE 'N' TO FPR-DETAIL-PENDING-FLAG
006560         WHEN OTHER
006570             CONTINUE
006580     END-EVALUATE.

006590*----------------------------------------------------------------
006600*    RESOLVES FPR-MATCH-NAME TO THE FIRST SUPPLIER WHOSE FILE
006610*    NAME PATTERN IT MATCHES, RETURNING THE SUBSCRIPT IN
006620*    FPR-FOUND-SUP (THE UNRESOLVED ENTRY WHEN NONE MATCHES).
006630*----------------------------------------------------------------
006640 RESOLVE-SUPPLIER.
006650     MOVE FPR-UNRESOLVED TO FPR-FOUND-SUP
006660     PERFORM VARYING FPR-SUP-INDEX FROM 1 BY 1
006670         UNTIL FPR-SUP-INDEX > FPR-SUP-COUNT
006680             OR FPR-FOUND-SUP NOT = FPR-UNRESOLVED
006690         PERFORM MATCH-PATTERN
006700         IF FPR-MATCHED
006710             MOVE FPR-SUP-INDEX TO FPR-FOUND-SUP
006720         END-IF
006730     END-PERFORM.

006740*----------------------------------------------------------------
006750*    COMPARES FPR-MATCH-NAME AGAINST THE PATTERN OF THE
006760*    SUPPLIER AT FPR-SUP-INDEX.  A PATTERN ENDING IN '*' MATCHES
006770*    ANY FILE NAME WITH THAT PREFIX; OTHERWISE THE TRIMMED NAMES
006780*    MUST AGREE EXACTLY.
006790*----------------------------------------------------------------
006800 MATCH-PATTERN.
006810     MOVE 'N' TO FPR-MATCH-FLAG
006820     MOVE 40 TO FPR-PATTERN-LENGTH
006830     PERFORM UNTIL FPR-PATTERN-LENGTH = 0
006840             OR FPR-SUP-PATTERN(FPR-SUP-INDEX)
006850                 (FPR-PATTERN-LENGTH:1) NOT = SPACE
006860         SUBTRACT 1 FROM FPR-PATTERN-LENGTH
006870     END-PERFORM
006880     MOVE 100 TO FPR-NAME-LENGTH
006890     PERFORM UNTIL FPR-NAME-LENGTH = 0
006900             OR FPR-MATCH-NAME(FPR-NAME-LENGTH:1) NOT = SPACE
006910         SUBTRACT 1 FROM FPR-NAME-LENGTH
006920     END-PERFORM
006930     IF FPR-PATTERN-LENGTH = 0 OR FPR-NAME-LENGTH = 0
006940         CONTINUE
006950     ELSE
006960         IF FPR-SUP-PATTERN(FPR-SUP-INDEX)
006970                 (FPR-PATTERN-LENGTH:1) = '*'
006980             IF FPR-PATTERN-LENGTH = 1
006990                 SET FPR-MATCHED TO TRUE
007000             ELSE
007010                 IF FPR-NAME-LENGTH >= FPR-PATTERN-LENGTH - 1
007020                     AND FPR-MATCH-NAME
007030                         (1:FPR-PATTERN-LENGTH - 1) =
007040                         FPR-SUP-PATTERN(FPR-SUP-INDEX)
007050                         (1:FPR-PATTERN-LENGTH - 1)
007060                     SET FPR-MATCHED TO TRUE
007070                 END-IF
007080             END-IF
007090         ELSE
007100             IF FPR-NAME-LENGTH = FPR-PATTERN-LENGTH
007110                 AND FPR-MATCH-NAME(1:FPR-NAME-LENGTH) =
007120                     FPR-SUP-PATTERN(FPR-SUP-INDEX)
007130                     (1:FPR-PATTERN-LENGTH)
007140                 SET FPR-MATCHED TO TRUE
007150             END-IF
007160         END-IF
007170     END-IF.

007180*----------------------------------------------------------------
007190*    FOLLOWS EACH FILE'S FLOOR FROM THE GROUND FLOOR THROUGH THE
007200*    LEDGER OF AN OPEN GENERATION, THEN SETS THE FIVE MEASURES
007210*    OF EVERY FILE ON THE SUMMARY.  THE BASEMENT POSITION IS THE
007220*    FILE'S OWN POSITION (EVERY CHARACTER, REJECTS INCLUDED, AS
007225*    ON THE LEDGER) AT ITS FIRST STEP BELOW THE GROUND FLOOR.
007230*    A LEDGER WITHOUT FILE= SEQUENCES PREDATES MULTI-FILE RUNS
007240*    AND IS ALL FILE 1.
007250*----------------------------------------------------------------
007260 LOAD-RUN-LEDGER.
007270     PERFORM UNTIL FPR-GEN-EOF
007280         PERFORM READ-GENERATION-LINE
007290         IF NOT FPR-GEN-EOF
007300             PERFORM TALLY-LEDGER-LINE
007310         END-IF
007320     END-PERFORM
007330     CLOSE GENERATION-FILE
007340     PERFORM VARYING FPR-FILE-INDEX FROM 1 BY 1
007350         UNTIL FPR-FILE-INDEX > FPR-FILE-COUNT
007360         IF FPR-FT-IN-USE(FPR-FILE-INDEX) = 'Y'
007370             PERFORM SET-FILE-MEASURES
007380         END-IF
007390     END-PERFORM.

007400 TALLY-LEDGER-LINE.
007410     MOVE FPR-GEN-LINE TO FPR-LEDGER-LINE
007420     IF LGR-FILE-SEQ = SPACES
007430         MOVE 1 TO FPR-FILE-SEQ
007440     ELSE
007450         MOVE LGR-FILE-SEQ TO FPR-FILE-SEQ
007460     END-IF
007470     IF FPR-FILE-SEQ > ZERO AND FPR-FILE-SEQ <= 100
007480         MOVE FPR-FILE-SEQ TO FPR-CUR-FILE
007490         IF FPR-FT-IN-USE(FPR-CUR-FILE) = 'Y'
007495             ADD 1 TO FPR-FT-POSITION(FPR-CUR-FILE)
007500             EVALUATE LGR-CHARACTER
007510                 WHEN '('
007530                     ADD 1 TO FPR-FT-FLOOR(FPR-CUR-FILE)
007540                 WHEN ')'
007560                     SUBTRACT 1 FROM FPR-FT-FLOOR(FPR-CUR-FILE)
007570                 WHEN OTHER
007580                     CONTINUE
007590             END-EVALUATE
007600             IF FPR-FT-FLOOR(FPR-CUR-FILE)
007610                     > FPR-FT-PEAK(FPR-CUR-FILE)
007620                 MOVE FPR-FT-FLOOR(FPR-CUR-FILE)
007630                     TO FPR-FT-PEAK(FPR-CUR-FILE)
007640             END-IF
007650             IF FPR-FT-FLOOR(FPR-CUR-FILE)
007660                     < FPR-FT-LOWEST(FPR-CUR-FILE)
007670                 MOVE FPR-FT-FLOOR(FPR-CUR-FILE)
007680                     TO FPR-FT-LOWEST(FPR-CUR-FILE)
007690             END-IF
007700             IF FPR-FT-FLOOR(FPR-CUR-FILE) < ZERO
007710                 AND FPR-FT-BASEMENT(FPR-CUR-FILE) = ZERO
007720                 MOVE FPR-FT-POSITION(FPR-CUR-FILE)
007730                     TO FPR-FT-BASEMENT(FPR-CUR-FILE)
007740             END-IF
007750         END-IF
007760     END-IF.

007770 SET-FILE-MEASURES.
007780     MOVE 'Y' TO FPR-FT-MEASURED(FPR-FILE-INDEX, FPR-FINAL-FLOOR)
007790     MOVE FPR-FT-FLOOR(FPR-FILE-INDEX)
007800         TO FPR-FT-VALUE(FPR-FILE-INDEX, FPR-FINAL-FLOOR)
007810     MOVE 'Y' TO FPR-FT-MEASURED(FPR-FILE-INDEX, FPR-PEAK-FLOOR)
007820     MOVE FPR-FT-PEAK(FPR-FILE-INDEX)
007830         TO FPR-FT-VALUE(FPR-FILE-INDEX, FPR-PEAK-FLOOR)
007840     MOVE 'Y' TO FPR-FT-MEASURED(FPR-FILE-INDEX, FPR-LOWEST-FLOOR)
007850     MOVE FPR-FT-LOWEST(FPR-FILE-INDEX)
007860         TO FPR-FT-VALUE(FPR-FILE-INDEX, FPR-LOWEST-FLOOR)
007870     IF FPR-FT-BASEMENT(FPR-FILE-INDEX) > ZERO
007880         MOVE 'Y'
007890             TO FPR-FT-MEASURED(FPR-FILE-INDEX, FPR-BASEMENT-AT)
007900         MOVE FPR-FT-BASEMENT(FPR-FILE-INDEX)
007910             TO FPR-FT-VALUE(FPR-FILE-INDEX, FPR-BASEMENT-AT)
007920     END-IF
007930     IF FPR-FT-INSTR(FPR-FILE-INDEX) > ZERO
007940         MOVE 'Y'
007950             TO FPR-FT-MEASURED(FPR-FILE-INDEX, FPR-REJECT-RATE)
007960         COMPUTE FPR-FT-VALUE(FPR-FILE-INDEX, FPR-REJECT-RATE)
007970             ROUNDED = FPR-FT-REJECTED(FPR-FILE-INDEX) * 10000
007980                 / FPR-FT-INSTR(FPR-FILE-INDEX)
007990     END-IF.

008000*----------------------------------------------------------------
008010*    ADDS EVERY RESOLVED FILE OF THE RUN JUST MEASURED TO ITS
008020*    SUPPLIER'S PROFILE.
008030*----------------------------------------------------------------
008040 ADD-RUN-TO-PROFILES.
008050     PERFORM VARYING FPR-FILE-INDEX FROM 1 BY 1
008060         UNTIL FPR-FILE-INDEX > FPR-FILE-COUNT
008070         MOVE FPR-FT-SUP(FPR-FILE-INDEX) TO FPR-SUP-INDEX
008080         IF FPR-FT-IN-USE(FPR-FILE-INDEX) = 'Y'
008090             AND FPR-SUP-INDEX NOT = FPR-UNRESOLVED
008100             ADD 1 TO FPR-SUP-FILES(FPR-SUP-INDEX)
008110             ADD 1 TO FPR-HISTORY-FILES
008120             PERFORM VARYING FPR-MEASURE FROM 1 BY 1
008130                 UNTIL FPR-MEASURE > 5
008140                 IF FPR-FT-MEASURED(FPR-FILE-INDEX, FPR-MEASURE)
008150                         = 'Y'
008160                     PERFORM ADD-MEASURE-TO-PROFILE
008170                 END-IF
008180             END-PERFORM
008190         END-IF
008200     END-PERFORM.

008210 ADD-MEASURE-TO-PROFILE.
008220     MOVE FPR-FT-VALUE(FPR-FILE-INDEX, FPR-MEASURE)
008230         TO FPR-WORK-VALUE
008240     ADD 1 TO FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE)
008250     ADD FPR-WORK-VALUE TO FPR-PF-SUM(FPR-SUP-INDEX, FPR-MEASURE)
008260     COMPUTE FPR-PF-SUMSQ(FPR-SUP-INDEX, FPR-MEASURE) =
008270         FPR-PF-SUMSQ(FPR-SUP-INDEX, FPR-MEASURE)
008280             + FPR-WORK-VALUE * FPR-WORK-VALUE
008290     IF FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE) = 1
008300         OR FPR-WORK-VALUE
008310             < FPR-PF-LOW(FPR-SUP-INDEX, FPR-MEASURE)
008320         MOVE FPR-WORK-VALUE
008330             TO FPR-PF-LOW(FPR-SUP-INDEX, FPR-MEASURE)
008340     END-IF
008350     IF FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE) = 1
008360         OR FPR-WORK-VALUE
008370             > FPR-PF-HIGH(FPR-SUP-INDEX, FPR-MEASURE)
008380         MOVE FPR-WORK-VALUE
008390             TO FPR-PF-HIGH(FPR-SUP-INDEX, FPR-MEASURE)
008400     END-IF.

008410*----------------------------------------------------------------
008420*    MEAN AND (POPULATION) STANDARD DEVIATION OF EVERY PROFILED
008430*    MEASURE.
008440*----------------------------------------------------------------
008450 COMPUTE-PROFILES.
008460     PERFORM VARYING FPR-SUP-INDEX FROM 1 BY 1
008470         UNTIL FPR-SUP-INDEX > FPR-SUP-COUNT
008480         PERFORM VARYING FPR-MEASURE FROM 1 BY 1
008490             UNTIL FPR-MEASURE > 5
008500             IF FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE) > ZERO
008510                 PERFORM COMPUTE-ONE-PROFILE
008520             END-IF
008530         END-PERFORM
008540     END-PERFORM.

008550 COMPUTE-ONE-PROFILE.
008560     COMPUTE FPR-PF-MEAN(FPR-SUP-INDEX, FPR-MEASURE) ROUNDED =
008570         FPR-PF-SUM(FPR-SUP-INDEX, FPR-MEASURE)
008580             / FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE)
008590     COMPUTE FPR-SQUARE-WORK =
008600         FPR-PF-SUM(FPR-SUP-INDEX, FPR-MEASURE)
008610             * FPR-PF-SUM(FPR-SUP-INDEX, FPR-MEASURE)
008620     COMPUTE FPR-VARIANCE ROUNDED = FPR-SQUARE-WORK
008630         / FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE)
008640     COMPUTE FPR-VARIANCE =
008650         FPR-PF-SUMSQ(FPR-SUP-INDEX, FPR-MEASURE) - FPR-VARIANCE
008660     COMPUTE FPR-VARIANCE ROUNDED = FPR-VARIANCE
008670         / FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE)
008680     IF FPR-VARIANCE > ZERO
008690         COMPUTE FPR-PF-SD(FPR-SUP-INDEX, FPR-MEASURE) ROUNDED =
008700             FPR-VARIANCE ** 0.5
008710     ELSE
008720         MOVE ZERO TO FPR-PF-SD(FPR-SUP-INDEX, FPR-MEASURE)
008730     END-IF.

008740*----------------------------------------------------------------
008750*    LOADS AND MEASURES TONIGHT'S FILES FROM THE CURRENT SUMMARY
008760*    AND LEDGER.  BOTH ARE WRITTEN BY THE BATCH JOB AND MUST BE
008770*    THERE.
008780*----------------------------------------------------------------
008790 LOAD-TONIGHTS-RUN.
008800     MOVE 'SUMMRPT' TO FPR-GEN-NAME
008810     PERFORM OPEN-TONIGHTS-DATASET
008820     PERFORM LOAD-RUN-SUMMARY
008830     MOVE 'LEDGRDS' TO FPR-GEN-NAME
008840     PERFORM OPEN-TONIGHTS-DATASET
008850     PERFORM LOAD-RUN-LEDGER.

008860 OPEN-TONIGHTS-DATASET.
008870     MOVE 'N' TO FPR-GEN-EOF-FLAG
008880     OPEN INPUT GENERATION-FILE
008890     IF FPR-GENERATION-FILE-STATUS NOT = '00'
008900         MOVE FPR-GENERATION-FILE-STATUS TO FPR-ABEND-STATUS
008910         MOVE FPR-GEN-NAME TO FPR-ABEND-FILE
008920         PERFORM 9000-ABEND
008930     END-IF.

008940*----------------------------------------------------------------
008950*    SCORES EACH OF TONIGHT'S FILES AGAINST ITS SUPPLIER'S
008960*    PROFILE.  THE FILE'S RESULT IS ITS WORST ANOMALY.
008970*----------------------------------------------------------------
008980 SCORE-TONIGHTS-FILES.
008990     PERFORM VARYING FPR-FILE-INDEX FROM 1 BY 1
009000         UNTIL FPR-FILE-INDEX > FPR-FILE-COUNT
009010         IF FPR-FT-IN-USE(FPR-FILE-INDEX) = 'Y'
009020             PERFORM SCORE-ONE-FILE
009030         END-IF
009040     END-PERFORM.

009050 SCORE-ONE-FILE.
009060     MOVE FPR-FT-SUP(FPR-FILE-INDEX) TO FPR-SUP-INDEX
009070     ADD 1 TO FPR-SUP-TONIGHT(FPR-SUP-INDEX)
009080     EVALUATE TRUE
009090         WHEN FPR-SUP-INDEX = FPR-UNRESOLVED
009100             MOVE 'U' TO FPR-FT-RESULT(FPR-FILE-INDEX)
009110             ADD 1 TO FPR-FILES-UNRESOLVED
009120         WHEN FPR-SUP-FILES(FPR-SUP-INDEX) < FPR-MIN-FILES
009130             MOVE 'T' TO FPR-FT-RESULT(FPR-FILE-INDEX)
009140             ADD 1 TO FPR-FILES-THIN
009150         WHEN OTHER
009160             ADD 1 TO FPR-FILES-SCORED
009170             MOVE 'N' TO FPR-FT-RESULT(FPR-FILE-INDEX)
009180             PERFORM VARYING FPR-MEASURE FROM 1 BY 1
009190                 UNTIL FPR-MEASURE > 5
009200                 IF FPR-FT-MEASURED(FPR-FILE-INDEX, FPR-MEASURE)
009210                         = 'Y'
009220                     PERFORM SCORE-ONE-MEASURE
009230                 END-IF
009240             END-PERFORM
009250             EVALUATE FPR-FT-RESULT(FPR-FILE-INDEX)
009260                 WHEN 'H'
009270                     ADD 1 TO FPR-FILES-HIGH
009280                 WHEN 'L'
009290                     ADD 1 TO FPR-FILES-LOW
009300                 WHEN OTHER
009310                     ADD 1 TO FPR-FILES-NORMAL
009320             END-EVALUATE
009330     END-EVALUATE.

009340*----------------------------------------------------------------
009350*    A BASEMENT ENTRY FROM A SUPPLIER WHOSE FILES HAVE NEVER
009360*    ENTERED THE BASEMENT IS HIGH SEVERITY OUTRIGHT.  OTHERWISE A
009370*    MEASURE IS SCORED ONLY WHEN THE PROFILE HAS MINFILES VALUES
009380*    FOR IT.
009390*----------------------------------------------------------------
009400 SCORE-ONE-MEASURE.
009410     MOVE FPR-FT-VALUE(FPR-FILE-INDEX, FPR-MEASURE)
009420         TO FPR-WORK-VALUE
009430     MOVE SPACE TO FPR-SEVERITY
009435     MOVE 'N' TO FPR-NEW-BASEMENT-FLAG
009440     EVALUATE TRUE
009450         WHEN FPR-MEASURE = FPR-BASEMENT-AT
009460             AND FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE) = ZERO
009470             MOVE 'H' TO FPR-SEVERITY
009480             MOVE ZERO TO FPR-BAND-LOW
009490             MOVE ZERO TO FPR-BAND-HIGH
009495             MOVE 'Y' TO FPR-NEW-BASEMENT-FLAG
009500             PERFORM STORE-ANOMALY-ENTRY
009520         WHEN FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE)
009530                 < FPR-MIN-FILES
009540             CONTINUE
009550         WHEN OTHER
009560             PERFORM JUDGE-MEASURE-AGAINST-BAND
009570     END-EVALUATE
009580     EVALUATE TRUE
009590         WHEN FPR-SEVERITY = 'H'
009600             MOVE 'H' TO FPR-FT-RESULT(FPR-FILE-INDEX)
009610         WHEN FPR-SEVERITY = 'L'
009620             AND FPR-FT-RESULT(FPR-FILE-INDEX) = 'N'
009630             MOVE 'L' TO FPR-FT-RESULT(FPR-FILE-INDEX)
009640         WHEN OTHER
009650             CONTINUE
009660     END-EVALUATE.

009670 JUDGE-MEASURE-AGAINST-BAND.
009680     MOVE FPR-PF-SD(FPR-SUP-INDEX, FPR-MEASURE) TO FPR-SPREAD
009690     IF FPR-MEASURE = FPR-REJECT-RATE
009700         IF FPR-SPREAD < 10
009710             MOVE 10 TO FPR-SPREAD
009720         END-IF
009730     ELSE
009740         IF FPR-SPREAD < 1
009750             MOVE 1 TO FPR-SPREAD
009760         END-IF
009770     END-IF
009780     COMPUTE FPR-BAND-LOW
009790         = FPR-PF-MEAN(FPR-SUP-INDEX, FPR-MEASURE)
009800         - FPR-BAND-SD * FPR-SPREAD
009810     COMPUTE FPR-BAND-HIGH
009820         = FPR-PF-MEAN(FPR-SUP-INDEX, FPR-MEASURE)
009830         + FPR-BAND-SD * FPR-SPREAD
009840     IF FPR-WORK-VALUE < FPR-BAND-LOW
009850         OR FPR-WORK-VALUE > FPR-BAND-HIGH
009860         IF FPR-WORK-VALUE
009870             < FPR-PF-MEAN(FPR-SUP-INDEX, FPR-MEASURE)
009880             COMPUTE FPR-DEVIATION =
009890                 FPR-PF-MEAN(FPR-SUP-INDEX, FPR-MEASURE)
009900                     - FPR-WORK-VALUE
009910         ELSE
009920             COMPUTE FPR-DEVIATION = FPR-WORK-VALUE
009930                 - FPR-PF-MEAN(FPR-SUP-INDEX, FPR-MEASURE)
009940         END-IF
009950         IF FPR-DEVIATION >= FPR-ALERT-SD * FPR-SPREAD
009960             MOVE 'H' TO FPR-SEVERITY
009970         ELSE
009980             MOVE 'L' TO FPR-SEVERITY
009990         END-IF
010000         IF FPR-MEASURE = FPR-BASEMENT-AT
010010             OR FPR-MEASURE = FPR-REJECT-RATE
010020             IF FPR-BAND-LOW < ZERO
010030                 MOVE ZERO TO FPR-BAND-LOW
010040             END-IF
010050         END-IF
010060         PERFORM STORE-ANOMALY-ENTRY
010070     END-IF.

010080 STORE-ANOMALY-ENTRY.
010090     IF FPR-ANOMALY-COUNT < 200
010100         ADD 1 TO FPR-ANOMALY-COUNT
010110         MOVE FPR-FILE-INDEX TO FPR-AN-FILE(FPR-ANOMALY-COUNT)
010120         MOVE FPR-MEASURE TO FPR-AN-MEASURE(FPR-ANOMALY-COUNT)
010130         MOVE FPR-WORK-VALUE TO FPR-AN-VALUE(FPR-ANOMALY-COUNT)
010140         MOVE FPR-BAND-LOW TO FPR-AN-BAND-LOW(FPR-ANOMALY-COUNT)
010150         MOVE FPR-BAND-HIGH TO FPR-AN-BAND-HIGH(FPR-ANOMALY-COUNT)
010160         MOVE FPR-SEVERITY TO FPR-AN-SEVERITY(FPR-ANOMALY-COUNT)
010170         MOVE FPR-NEW-BASEMENT-FLAG
010175             TO FPR-AN-NEW-FLAG(FPR-ANOMALY-COUNT)
010180     ELSE
010190         SET FPR-ANOMALY-TRUNCATED TO TRUE
010200     END-IF.

010210 WRITE-ANOMALY-REPORT.
010220     OPEN OUTPUT ANOMALY-FILE
010222     IF FPR-ANOMALY-FILE-STATUS NOT = '00'
010224         MOVE FPR-ANOMALY-FILE-STATUS TO FPR-ABEND-STATUS
010226         MOVE 'ANOMRPT' TO FPR-ABEND-FILE
010228         PERFORM 9000-ABEND
010229     END-IF
010230     MOVE 'FLOOR PROFILE ANOMALY REPORT' TO FPR-REPORT-LINE
010240     PERFORM WRITE-ANOMALY-LINE
010250     MOVE SPACES TO FPR-REPORT-LINE
010260     MOVE FPR-TONIGHT-DATE TO FPR-DATE-X
010270     PERFORM EDIT-REPORT-DATE
010280     MOVE FPR-TONIGHT-TIME TO FPR-TIME-X
010290     PERFORM EDIT-REPORT-TIME
010300     STRING 'RUN SCORED  : ' DELIMITED BY SIZE
010310         FPR-DATE-EDIT DELIMITED BY SIZE
010320         ' ' DELIMITED BY SIZE
010330         FPR-TIME-EDIT DELIMITED BY SIZE
010340         INTO FPR-REPORT-LINE
010350     PERFORM WRITE-ANOMALY-LINE
010360     MOVE SPACES TO FPR-REPORT-LINE
010370     MOVE 1 TO FPR-LINE-POINTER
010380     MOVE FPR-RUN-COUNT TO FPR-SHORT-EDIT
010390     STRING 'HISTORY     : RUNS ' DELIMITED BY SIZE
010400         FPR-SHORT-EDIT DELIMITED BY SIZE
010410         ' FILES ' DELIMITED BY SIZE
010420         INTO FPR-REPORT-LINE
010430         WITH POINTER FPR-LINE-POINTER
010440     MOVE FPR-HISTORY-FILES TO FPR-COUNT-EDIT
010450     STRING FPR-COUNT-EDIT DELIMITED BY SIZE
010460         ' SUPERSEDED SKIPPED ' DELIMITED BY SIZE
010470         INTO FPR-REPORT-LINE
010480         WITH POINTER FPR-LINE-POINTER
010490     MOVE FPR-SUPERSEDED-COUNT TO FPR-SHORT-EDIT
010500     STRING FPR-SHORT-EDIT DELIMITED BY SIZE
010510         INTO FPR-REPORT-LINE
010520         WITH POINTER FPR-LINE-POINTER
010530     PERFORM WRITE-ANOMALY-LINE
010540     IF FPR-GEN-MISSING-COUNT > ZERO
010550         MOVE SPACES TO FPR-REPORT-LINE
010560         MOVE FPR-GEN-MISSING-COUNT TO FPR-COUNT-EDIT
010570         STRING 'GENERATIONS NOT AVAILABLE ' DELIMITED BY SIZE
010580             FPR-COUNT-EDIT DELIMITED BY SIZE
010590             INTO FPR-REPORT-LINE
010600         PERFORM WRITE-ANOMALY-LINE
010610     END-IF
010620     MOVE SPACES TO FPR-REPORT-LINE
010630     MOVE FPR-MIN-FILES TO FPR-SHORT-EDIT
010640     STRING 'NORMAL BAND : MEAN +/- ' DELIMITED BY SIZE
010650         FPR-BAND-SD DELIMITED BY SIZE
010660         ' SD, HIGH SEVERITY AT ' DELIMITED BY SIZE
010670         FPR-ALERT-SD DELIMITED BY SIZE
010680         ' SD, MIN HISTORY ' DELIMITED BY SIZE
010690         FPR-SHORT-EDIT DELIMITED BY SIZE
010700         INTO FPR-REPORT-LINE
010710     PERFORM WRITE-ANOMALY-LINE
010720     PERFORM WRITE-FILES-SECTION
010730     PERFORM WRITE-ANOMALIES-SECTION
010740     PERFORM WRITE-PROFILES-SECTION
010750     PERFORM WRITE-TOTALS-SECTION
010760     CLOSE ANOMALY-FILE.

010770 WRITE-FILES-SECTION.
010780     MOVE 'TONIGHT''S FILES -' TO FPR-REPORT-LINE
010790     PERFORM WRITE-ANOMALY-LINE
010800     IF FPR-FILE-COUNT = ZERO
010810         MOVE '  NO FILES ON TONIGHT''S SUMMARY'
010820             TO FPR-REPORT-LINE
010830         PERFORM WRITE-ANOMALY-LINE
010840     END-IF
010850     PERFORM VARYING FPR-FILE-INDEX FROM 1 BY 1
010860         UNTIL FPR-FILE-INDEX > FPR-FILE-COUNT
010870         IF FPR-FT-IN-USE(FPR-FILE-INDEX) = 'Y'
010880             PERFORM WRITE-FILE-RESULT-LINE
010890         END-IF
010900     END-PERFORM.

010910 WRITE-FILE-RESULT-LINE.
010920     MOVE SPACES TO FPR-REPORT-LINE
010930     MOVE FPR-FILE-INDEX TO FPR-SHORT-EDIT
010940     MOVE FPR-FT-SUP(FPR-FILE-INDEX) TO FPR-SUP-INDEX
010950     STRING '  FILE ' DELIMITED BY SIZE
010960         FPR-SHORT-EDIT DELIMITED BY SIZE
010970         ' ' DELIMITED BY SIZE
010980         FPR-SUP-CODE(FPR-SUP-INDEX) DELIMITED BY SIZE
010990         ' ' DELIMITED BY SIZE
011000         FPR-FT-NAME(FPR-FILE-INDEX)(1:28) DELIMITED BY SIZE
011010         INTO FPR-REPORT-LINE
011020     EVALUATE FPR-FT-RESULT(FPR-FILE-INDEX)
011030         WHEN 'H'
011040             MOVE 'ANOMALY - HIGH' TO FPR-REPORT-LINE(48:14)
011050         WHEN 'L'
011060             MOVE 'ANOMALY - LOW' TO FPR-REPORT-LINE(48:13)
011070         WHEN 'T'
011080             MOVE 'THIN PROFILE' TO FPR-REPORT-LINE(48:12)
011090         WHEN 'U'
011100             MOVE 'NO SUPPLIER' TO FPR-REPORT-LINE(48:11)
011110         WHEN OTHER
011120             MOVE 'NORMAL' TO FPR-REPORT-LINE(48:6)
011130     END-EVALUATE
011140     PERFORM WRITE-ANOMALY-LINE.

011150*----------------------------------------------------------------
011160*    EACH ANOMALOUS FILE WITH THE MEASURES OUTSIDE THEIR BAND
011170*    AND THE SUPPLIER'S USUAL RANGE (THE BAND) ALONGSIDE.
011180*----------------------------------------------------------------
011190 WRITE-ANOMALIES-SECTION.
011200     MOVE 'ANOMALIES -' TO FPR-REPORT-LINE
011210     PERFORM WRITE-ANOMALY-LINE
011220     IF FPR-ANOMALY-COUNT = ZERO
011230         MOVE '  NONE' TO FPR-REPORT-LINE
011240         PERFORM WRITE-ANOMALY-LINE
011250     END-IF
011260     MOVE ZERO TO FPR-CUR-FILE
011270     PERFORM VARYING FPR-ANOMALY-INDEX FROM 1 BY 1
011280         UNTIL FPR-ANOMALY-INDEX > FPR-ANOMALY-COUNT
011290         IF FPR-AN-FILE(FPR-ANOMALY-INDEX) NOT = FPR-CUR-FILE
011300             MOVE FPR-AN-FILE(FPR-ANOMALY-INDEX) TO FPR-CUR-FILE
011310             PERFORM WRITE-ANOMALY-FILE-LINE
011320         END-IF
011330         PERFORM WRITE-ANOMALY-DETAIL-LINE
011340     END-PERFORM
011350     IF FPR-ANOMALY-TRUNCATED
011360         MOVE '  ANOMALY DETAIL TRUNCATED AT 200 MEASURES'
011370             TO FPR-REPORT-LINE
011380         PERFORM WRITE-ANOMALY-LINE
011390     END-IF.

011400 WRITE-ANOMALY-FILE-LINE.
011410     MOVE SPACES TO FPR-REPORT-LINE
011420     MOVE FPR-CUR-FILE TO FPR-SHORT-EDIT
011430     MOVE FPR-FT-SUP(FPR-CUR-FILE) TO FPR-SUP-INDEX
011440     STRING '  FILE ' DELIMITED BY SIZE
011450         FPR-SHORT-EDIT DELIMITED BY SIZE
011460         ' ' DELIMITED BY SIZE
011470         FPR-FT-NAME(FPR-CUR-FILE)(1:30) DELIMITED BY SIZE
011480         ' ' DELIMITED BY SIZE
011490         FPR-SUP-CODE(FPR-SUP-INDEX) DELIMITED BY SIZE
011500         ' ' DELIMITED BY SIZE
011510         FPR-SUP-NAME(FPR-SUP-INDEX) DELIMITED BY SIZE
011520         INTO FPR-REPORT-LINE
011530     PERFORM WRITE-ANOMALY-LINE.

011540 WRITE-ANOMALY-DETAIL-LINE.
011550     MOVE SPACES TO FPR-REPORT-LINE
011560     MOVE 1 TO FPR-LINE-POINTER
011570     MOVE FPR-AN-MEASURE(FPR-ANOMALY-INDEX) TO FPR-MEASURE
011580     MOVE FPR-AN-VALUE(FPR-ANOMALY-INDEX) TO FPR-EDIT-AMOUNT
011590     PERFORM EDIT-MEASURE-VALUE
011600     STRING '    ' DELIMITED BY SIZE
011610         FPR-MEASURE-NAME(FPR-MEASURE) DELIMITED BY SIZE
011620         FPR-VALUE-EDIT DELIMITED BY SIZE
011630         INTO FPR-REPORT-LINE
011640         WITH POINTER FPR-LINE-POINTER
011650     IF FPR-AN-NEW-FLAG(FPR-ANOMALY-INDEX) = 'Y'
011660         STRING '  USUAL    NEVER IN THE BASEMENT'
011670             DELIMITED BY SIZE
011680             INTO FPR-REPORT-LINE
011690             WITH POINTER FPR-LINE-POINTER
011700     ELSE
011710         MOVE FPR-AN-BAND-LOW(FPR-ANOMALY-INDEX)
011720             TO FPR-EDIT-AMOUNT
011730         PERFORM EDIT-MEASURE-STATISTIC
011740         STRING '  USUAL ' DELIMITED BY SIZE
011750             FPR-VALUE-EDIT DELIMITED BY SIZE
011760             ' TO ' DELIMITED BY SIZE
011770             INTO FPR-REPORT-LINE
011780             WITH POINTER FPR-LINE-POINTER
011790         MOVE FPR-AN-BAND-HIGH(FPR-ANOMALY-INDEX)
011800             TO FPR-EDIT-AMOUNT
011810         PERFORM EDIT-MEASURE-STATISTIC
011820         STRING FPR-VALUE-EDIT DELIMITED BY SIZE
011830             INTO FPR-REPORT-LINE
011840             WITH POINTER FPR-LINE-POINTER
011850     END-IF
011860     IF FPR-AN-SEVERITY(FPR-ANOMALY-INDEX) = 'H'
011870         MOVE 'HIGH' TO FPR-REPORT-LINE(69:4)
011880     ELSE
011890         MOVE 'LOW' TO FPR-REPORT-LINE(69:3)
011900     END-IF
011910     PERFORM WRITE-ANOMALY-LINE.

011920*----------------------------------------------------------------
011930*    THE PROFILE OF EVERY SUPPLIER WITH HISTORY OR A FILE
011940*    TONIGHT: MEAN, STANDARD DEVIATION, LOWEST AND HIGHEST OF
011950*    EACH MEASURE.
011960*----------------------------------------------------------------
011970 WRITE-PROFILES-SECTION.
011980     MOVE 'SUPPLIER PROFILES -' TO FPR-REPORT-LINE
011990     PERFORM WRITE-ANOMALY-LINE
012000     MOVE '    MEASURE' TO FPR-REPORT-LINE
012010     MOVE 'MEAN' TO FPR-REPORT-LINE(25:4)
012020     MOVE 'SD' TO FPR-REPORT-LINE(38:2)
012030     MOVE 'LOWEST' TO FPR-REPORT-LINE(45:6)
012040     MOVE 'HIGHEST' TO FPR-REPORT-LINE(55:7)
012050     PERFORM WRITE-ANOMALY-LINE
012060     PERFORM VARYING FPR-SUP-INDEX FROM 1 BY 1
012070         UNTIL FPR-SUP-INDEX > FPR-SUP-COUNT
012080         IF FPR-SUP-FILES(FPR-SUP-INDEX) > ZERO
012090             OR FPR-SUP-TONIGHT(FPR-SUP-INDEX) > ZERO
012100             PERFORM WRITE-PROFILE-LINES
012110         END-IF
012120     END-PERFORM.

012130 WRITE-PROFILE-LINES.
012140     MOVE SPACES TO FPR-REPORT-LINE
012150     MOVE 1 TO FPR-LINE-POINTER
012160     MOVE FPR-SUP-FILES(FPR-SUP-INDEX) TO FPR-COUNT-EDIT
012170     STRING '  ' DELIMITED BY SIZE
012180         FPR-SUP-CODE(FPR-SUP-INDEX) DELIMITED BY SIZE
012190         ' ' DELIMITED BY SIZE
012200         FPR-SUP-NAME(FPR-SUP-INDEX) DELIMITED BY SIZE
012210         ' FILES ' DELIMITED BY SIZE
012220         FPR-COUNT-EDIT DELIMITED BY SIZE
012230         ' IN BASEMENT ' DELIMITED BY SIZE
012240         INTO FPR-REPORT-LINE
012250         WITH POINTER FPR-LINE-POINTER
012260     MOVE FPR-PF-COUNT(FPR-SUP-INDEX, FPR-BASEMENT-AT)
012270         TO FPR-COUNT-EDIT
012280     STRING FPR-COUNT-EDIT DELIMITED BY SIZE
012290         INTO FPR-REPORT-LINE
012300         WITH POINTER FPR-LINE-POINTER
012310     PERFORM WRITE-ANOMALY-LINE
012320     PERFORM VARYING FPR-MEASURE FROM 1 BY 1
012330         UNTIL FPR-MEASURE > 5
012340         IF FPR-PF-COUNT(FPR-SUP-INDEX, FPR-MEASURE) > ZERO
012350             PERFORM WRITE-PROFILE-MEASURE-LINE
012360         END-IF
012370     END-PERFORM.

012380 WRITE-PROFILE-MEASURE-LINE.
012390     MOVE SPACES TO FPR-REPORT-LINE
012400     MOVE 1 TO FPR-LINE-POINTER
012410     STRING '    ' DELIMITED BY SIZE
012420         FPR-MEASURE-NAME(FPR-MEASURE) DELIMITED BY SIZE
012430         INTO FPR-REPORT-LINE
012440         WITH POINTER FPR-LINE-POINTER
012450     MOVE FPR-PF-MEAN(FPR-SUP-INDEX, FPR-MEASURE)
012460         TO FPR-EDIT-AMOUNT
012470     PERFORM EDIT-MEASURE-STATISTIC
012480     STRING FPR-VALUE-EDIT DELIMITED BY SIZE
012490         ' ' DELIMITED BY SIZE
012500         INTO FPR-REPORT-LINE
012510         WITH POINTER FPR-LINE-POINTER
012520     MOVE FPR-PF-SD(FPR-SUP-INDEX, FPR-MEASURE) TO FPR-EDIT-AMOUNT
012530     PERFORM EDIT-MEASURE-STATISTIC
012540     STRING FPR-VALUE-EDIT DELIMITED BY SIZE
012550         ' ' DELIMITED BY SIZE
012560         INTO FPR-REPORT-LINE
012570         WITH POINTER FPR-LINE-POINTER
012580     MOVE FPR-PF-LOW(FPR-SUP-INDEX, FPR-MEASURE)
012590         TO FPR-EDIT-AMOUNT
012600     PERFORM EDIT-MEASURE-VALUE
012610     STRING FPR-VALUE-EDIT DELIMITED BY SIZE
012620         ' ' DELIMITED BY SIZE
012630         INTO FPR-REPORT-LINE
012640         WITH POINTER FPR-LINE-POINTER
012650     MOVE FPR-PF-HIGH(FPR-SUP-INDEX, FPR-MEASURE)
012660         TO FPR-EDIT-AMOUNT
012670     PERFORM EDIT-MEASURE-VALUE
012680     STRING FPR-VALUE-EDIT DELIMITED BY SIZE
012690         INTO FPR-REPORT-LINE
012700         WITH POINTER FPR-LINE-POINTER
012710     PERFORM WRITE-ANOMALY-LINE.

012720 WRITE-TOTALS-SECTION.
012730     MOVE 'TOTALS -' TO FPR-REPORT-LINE
012740     PERFORM WRITE-ANOMALY-LINE
012750     MOVE SPACES TO FPR-REPORT-LINE
012760     MOVE FPR-FILES-SCORED TO FPR-COUNT-EDIT
012770     STRING '  FILES SCORED              ' DELIMITED BY SIZE
012780         FPR-COUNT-EDIT DELIMITED BY SIZE
012790         INTO FPR-REPORT-LINE
012800     PERFORM WRITE-ANOMALY-LINE
012810     MOVE SPACES TO FPR-REPORT-LINE
012820     MOVE FPR-FILES-NORMAL TO FPR-COUNT-EDIT
012830     STRING '  WITHIN THE NORMAL BAND    ' DELIMITED BY SIZE
012840         FPR-COUNT-EDIT DELIMITED BY SIZE
012850         INTO FPR-REPORT-LINE
012860     PERFORM WRITE-ANOMALY-LINE
012870     MOVE SPACES TO FPR-REPORT-LINE
012880     MOVE FPR-FILES-LOW TO FPR-COUNT-EDIT
012890     STRING '  LOW-SEVERITY ANOMALIES    ' DELIMITED BY SIZE
012900         FPR-COUNT-EDIT DELIMITED BY SIZE
012910         INTO FPR-REPORT-LINE
012920     PERFORM WRITE-ANOMALY-LINE
012930     MOVE SPACES TO FPR-REPORT-LINE
012940     MOVE FPR-FILES-HIGH TO FPR-COUNT-EDIT
012950     STRING '  HIGH-SEVERITY ANOMALIES   ' DELIMITED BY SIZE
012960         FPR-COUNT-EDIT DELIMITED BY SIZE
012970         INTO FPR-REPORT-LINE
012980     PERFORM WRITE-ANOMALY-LINE
012990     MOVE SPACES TO FPR-REPORT-LINE
013000     MOVE FPR-FILES-THIN TO FPR-COUNT-EDIT
013010     STRING '  NOT SCORED - THIN PROFILE ' DELIMITED BY SIZE
013020         FPR-COUNT-EDIT DELIMITED BY SIZE
013030         INTO FPR-REPORT-LINE
013040     PERFORM WRITE-ANOMALY-LINE
013050     MOVE SPACES TO FPR-REPORT-LINE
013060     MOVE FPR-FILES-UNRESOLVED TO FPR-COUNT-EDIT
013070     STRING '  NOT SCORED - NO SUPPLIER  ' DELIMITED BY SIZE
013080         FPR-COUNT-EDIT DELIMITED BY SIZE
013090         INTO FPR-REPORT-LINE
013100     PERFORM WRITE-ANOMALY-LINE.

013110*----------------------------------------------------------------
013120*    EDITS FPR-EDIT-AMOUNT AS A VALUE OF MEASURE FPR-MEASURE
013130*    INTO FPR-VALUE-EDIT: A WHOLE FLOOR OR POSITION, OR A
013140*    PERCENTAGE FOR THE REJECT RATE.
013150*----------------------------------------------------------------
013160 EDIT-MEASURE-VALUE.
013170     IF FPR-MEASURE = FPR-REJECT-RATE
013180         COMPUTE FPR-PCT-WORK ROUNDED = FPR-EDIT-AMOUNT / 100
013190         MOVE FPR-PCT-WORK TO FPR-PCT-EDIT
013200         MOVE FPR-PCT-EDIT TO FPR-VALUE-EDIT
013210     ELSE
013220         COMPUTE FPR-INT-WORK ROUNDED = FPR-EDIT-AMOUNT
013230         MOVE FPR-INT-WORK TO FPR-INT-EDIT
013240         MOVE FPR-INT-EDIT TO FPR-VALUE-EDIT
013250     END-IF.

013260*----------------------------------------------------------------
013270*    AS EDIT-MEASURE-VALUE, BUT A MEAN, STANDARD DEVIATION OR
013280*    BAND LIMIT KEEPS TWO DECIMALS.
013290*----------------------------------------------------------------
013300 EDIT-MEASURE-STATISTIC.
013310     IF FPR-MEASURE = FPR-REJECT-RATE
013320         COMPUTE FPR-PCT-WORK ROUNDED = FPR-EDIT-AMOUNT / 100
013330         MOVE FPR-PCT-WORK TO FPR-PCT-EDIT
013340         MOVE FPR-PCT-EDIT TO FPR-VALUE-EDIT
013350     ELSE
013360         MOVE FPR-EDIT-AMOUNT TO FPR-DEC-EDIT
013370         MOVE FPR-DEC-EDIT TO FPR-VALUE-EDIT
013380     END-IF.

013390 EDIT-REPORT-DATE.
013400     MOVE SPACES TO FPR-DATE-EDIT
013410     STRING FPR-DATE-X(1:4) '/' FPR-DATE-X(5:2) '/'
013420         FPR-DATE-X(7:2) DELIMITED BY SIZE
013430         INTO FPR-DATE-EDIT.

013440 EDIT-REPORT-TIME.
013450     MOVE SPACES TO FPR-TIME-EDIT
013460     STRING FPR-TIME-X(1:2) ':' FPR-TIME-X(3:2) ':'
013470         FPR-TIME-X(5:2) DELIMITED BY SIZE
013480         INTO FPR-TIME-EDIT.

013490 WRITE-ANOMALY-LINE.
013500     MOVE FPR-REPORT-LINE TO ANOMALY-RECORD
013510     WRITE ANOMALY-RECORD.

013520*----------------------------------------------------------------
013530*    APPENDS THIS STEP'S RECORD TO THE CENTRAL JOB LOG: FILES
013540*    SCORED AND FILES WITH A HIGH-SEVERITY ANOMALY.  A LOG THAT
013550*    CANNOT BE WRITTEN MUST NEVER TAKE THE STEP DOWN, SO ANY
013560*    OPEN FAILURE IS REPORTED ON SYSOUT AND IGNORED.
013570*----------------------------------------------------------------
013580 WRITE-JOBLOG-RECORD.
013590     ACCEPT FPR-STEP-END-DATE FROM DATE YYYYMMDD
013600     ACCEPT FPR-STEP-END-TIME FROM TIME
013610     MOVE 'FLRPROF' TO JLG-PROGRAM-NAME
013620     MOVE FPR-STEP-START-DATE TO JLG-START-DATE
013630     MOVE FPR-STEP-START-TIME TO JLG-START-TIME
013640     MOVE FPR-STEP-END-DATE TO JLG-END-DATE
013650     MOVE FPR-STEP-END-TIME TO JLG-END-TIME
013660     MOVE RETURN-CODE TO JLG-RETURN-CODE
013670     MOVE FPR-FILES-SCORED TO JLG-COUNT-1
013680     MOVE FPR-FILES-HIGH TO JLG-COUNT-2
013690     EVALUATE TRUE
013700         WHEN RETURN-CODE >= 16
013710             MOVE 'ABEND' TO JLG-SEVERITY
013720         WHEN RETURN-CODE >= 8
013730             MOVE 'ALERT' TO JLG-SEVERITY
013740         WHEN OTHER
013750             MOVE 'INFO ' TO JLG-SEVERITY
013760     END-EVALUATE
013770     OPEN EXTEND JOB-LOG-FILE
013780     IF FPR-JOB-LOG-FILE-STATUS = '00'
013790         OR FPR-JOB-LOG-FILE-STATUS = '05'
013800         WRITE JOB-LOG-RECORD
013810         CLOSE JOB-LOG-FILE
013820     ELSE
013830         DISPLAY 'FLRPROF WARNING - JOBLOG NOT WRITTEN, STATUS '
013840             FPR-JOB-LOG-FILE-STATUS
013850     END-IF.

013860 9000-ABEND.
013870     DISPLAY '*** FLRPROF ABEND - I/O ERROR ON ' FPR-ABEND-FILE
013880         ' ***'
013890     DISPLAY '*** FILE STATUS = ' FPR-ABEND-STATUS ' ***'
013900     CLOSE SUPPLIER-FILE
013910     CLOSE LATEST-RUN-FILE
013920     CLOSE CATALOG-FILE
013930     CLOSE GENERATION-FILE
013935     IF FPR-MASTER-OPEN
013937         CLOSE RUN-MASTER-FILE
013939     END-IF
013940     CLOSE ANOMALY-FILE
013950     MOVE 16 TO RETURN-CODE
013960     PERFORM WRITE-JOBLOG-RECORD
013970     STOP RUN.
