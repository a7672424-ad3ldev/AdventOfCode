000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUPSCORE.
000030 AUTHOR. A-DELGADO.
000040 INSTALLATION. AOC-BATCH.
000050 DATE-WRITTEN. 2026-10-05.
000060 DATE-COMPILED. 2026-10-05.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-05 ADL   ORIGINAL VERSION - SUPPLIER QUALITY SCORECARD
000120*                  AND CHARGEBACK REPORT.  FOR A DATE RANGE
000130*                  (FROMDATE/TODATE PARAMETERS, YYYYMMDD, DEFAULT
000140*                  THE CURRENT MONTH TO DATE, AS RUNTREND.CBL)
000150*                  TIES TOGETHER EVERYTHING RECORDED ABOUT EACH
000160*                  SUPPLIER ON THE SUPPLIER REFERENCE (SUPLRDS):
000170*                  ARRIVED/LATE/MISSING DELIVERIES FROM THE
000180*                  DELIVERY LOG (DLVLOGDS), GATEKEEPER HOLDS FROM
000190*                  THE ARCHIVED GATERPT GENERATIONS, AND PER-FILE
000200*                  INSTRUCTION, REJECTED-CHARACTER AND CONTROL
000210*                  TRAILER RESULTS FROM THE ARCHIVED SUMMRPT AND
000220*                  EXCPRPT GENERATIONS CATALOGED ON CATLGDS.
000230*                  EVERY FILE IS RESOLVED BACK TO ITS SUPPLIER
000240*                  THROUGH SUP-FILE-PATTERN WITH THE SAME MATCH
000250*                  DLVCTL.CBL USES.  SUPERSEDED RUNS ON THE RUN
000260*                  MASTER (RUNHIX) ARE SKIPPED SO A RERUN DAY IS
000270*                  COUNTED ONCE.  THE REPORT (SCORRPT) RANKS THE
000280*                  SUPPLIERS BY ON-TIME RATE, GATE REJECTION
000290*                  RATE, REJECTED-CHARACTER RATE AND TRAILER
000300*                  IMBALANCES, AND PRICES EACH SUPPLIER'S
000310*                  DEFECTS IN A CHARGEBACK SECTION AT THE RATES
000320*                  KEPT ON THE CHARGEBACK RATE FILE (CHGRTDS,
000330*                  LAYOUT CHGRREC).  REPLACES THE HAND-BUILT
000340*                  SPREADSHEET FOR THE SUPPLIER REVIEW MEETING.
000342* 2026-10-15 ADL   A SCORECARD FILE THAT CANNOT BE OPENED ABENDS
000344*                  THE STEP (RETURN-CODE 16).
000346* 2026-10-15 ADL   A REJECTED-CHARACTER RATE OVER 999.99 PERCENT
000348*                  IS SHOWN AS 999.99 RATHER THAN TRUNCATED.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SUPPLIER-FILE ASSIGN TO 'SUPLRDS'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SCR-SUPPLIER-FILE-STATUS.
000420     SELECT OPTIONAL RATE-FILE ASSIGN TO 'CHGRTDS'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SCR-RATE-FILE-STATUS.
000450     SELECT OPTIONAL DELIVERY-LOG-FILE ASSIGN TO 'DLVLOGDS'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SCR-DELIVERY-LOG-STATUS.
000480     SELECT OPTIONAL CATALOG-FILE ASSIGN TO 'CATLGDS'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS SCR-CATALOG-FILE-STATUS.
000510     SELECT GENERATION-FILE ASSIGN TO DYNAMIC SCR-GEN-NAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SCR-GENERATION-FILE-STATUS.
000540     SELECT OPTIONAL RUN-MASTER-FILE ASSIGN TO 'RUNHIX'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS RHX-RUN-KEY
000580         FILE STATUS IS SCR-RUN-MASTER-STATUS.
000590     SELECT SCORE-FILE ASSIGN TO 'SCORRPT'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SCR-SCORE-FILE-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SUPPLIER-FILE.
000650 01  SUPPLIER-RECORD.
000660     COPY SUPLREC.

000670 FD  RATE-FILE.
000680 01  RATE-RECORD.
000690     COPY CHGRREC.

000700 FD  DELIVERY-LOG-FILE.
000710 01  DELIVERY-LOG-RECORD.
000720     COPY DLVLGREC.

000730 FD  CATALOG-FILE.
000740 01  CATALOG-RECORD.
000750     COPY CATLGREC.

000760 FD  GENERATION-FILE.
000770 01  GENERATION-RECORD       PIC X(80).

000780 FD  RUN-MASTER-FILE.
000790 01  RUN-MASTER-RECORD.
000800     COPY RUNHXREC.

000810 FD  SCORE-FILE.
000820 01  SCORE-RECORD            PIC X(72).

000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------
000850*    FILE AND PARAMETER STORAGE
000860*----------------------------------------------------------------
000870 01  SCR-SUPPLIER-FILE-STATUS PIC XX.
000880 01  SCR-RATE-FILE-STATUS    PIC XX.
000890 01  SCR-DELIVERY-LOG-STATUS PIC XX.
000900 01  SCR-CATALOG-FILE-STATUS PIC XX.
000910 01  SCR-GENERATION-FILE-STATUS PIC XX.
000920 01  SCR-RUN-MASTER-STATUS   PIC XX.
000930 01  SCR-SCORE-FILE-STATUS   PIC XX.
000940 01  SCR-GEN-NAME            PIC X(100).
000950 01  SCR-EOF-FLAG            PIC X VALUE 'N'.
000960     88  SCR-EOF             VALUE 'Y'.
000970 01  SCR-GEN-EOF-FLAG        PIC X VALUE 'N'.
000980     88  SCR-GEN-EOF         VALUE 'Y'.
000990 01  SCR-ABEND-STATUS        PIC XX.
001000 01  SCR-ABEND-FILE          PIC X(8).
001010 01  SCR-FROMDATE-PARM       PIC X(8).
001020 01  SCR-TODATE-PARM         PIC X(8).
001030 01  SCR-FROM-DATE           PIC 9(8) VALUE ZERO.
001040 01  SCR-TO-DATE             PIC 9(8) VALUE ZERO.
001050 01  SCR-TODAY-DATE          PIC 9(8) VALUE ZERO.
001060 01  SCR-TERM-1              PIC S9(9) COMP VALUE ZERO.
001070 01  SCR-MASTER-OPEN-FLAG    PIC X VALUE 'N'.
001080     88  SCR-MASTER-OPEN     VALUE 'Y'.
001090*----------------------------------------------------------------
001100*    SUPPLIER SCORE TABLE - UP TO 50 SUPPLIERS, AS IN DLVCTL.
001110*    ENTRY 51 COLLECTS WHATEVER CANNOT BE RESOLVED TO A
001120*    SUPPLIER SO THE PERIOD TOTALS STILL FOOT.
001130*----------------------------------------------------------------
001140 01  SCR-SUPPLIER-TABLE.
001150     05  SCR-SUP-ENTRY       OCCURS 51 TIMES.
001160         10  SCR-SUP-CODE    PIC X(4).
001170         10  SCR-SUP-NAME    PIC X(20).
001180         10  SCR-SUP-PATTERN PIC X(40).
001190         10  SCR-SUP-ONTIME  PIC 9(9) COMP.
001200         10  SCR-SUP-LATE    PIC 9(9) COMP.
001210         10  SCR-SUP-MISSING PIC 9(9) COMP.
001220         10  SCR-SUP-SCREENED PIC 9(9) COMP.
001230         10  SCR-SUP-GATE-REJ PIC 9(9) COMP.
001240         10  SCR-SUP-FILES   PIC 9(9) COMP.
001250         10  SCR-SUP-INSTR   PIC 9(9) COMP.
001260         10  SCR-SUP-REJ-CHAR PIC 9(9) COMP.
001270         10  SCR-SUP-IMB-FILES PIC 9(9) COMP.
001280         10  SCR-SUP-IMB-LINES PIC 9(9) COMP.
001290         10  SCR-SUP-ONTIME-PCT PIC 9(3)V99.
001300         10  SCR-SUP-GATE-PCT PIC 9(3)V99.
001310         10  SCR-SUP-REJ-PCT PIC 9(3)V99.
001320         10  SCR-SUP-ACTIVE  PIC X(01).
001330         10  SCR-SUP-CHARGE  PIC 9(9)V99.
001340 01  SCR-SUP-COUNT           PIC 9(4) COMP VALUE ZERO.
001350 01  SCR-SUP-INDEX           PIC 9(4) COMP VALUE ZERO.
001360 01  SCR-UNRESOLVED          PIC 9(4) COMP VALUE 51.
001370 01  SCR-FOUND-SUP           PIC 9(4) COMP VALUE ZERO.
001380*----------------------------------------------------------------
001390*    RANKING TABLE.  HOLDS SUPPLIER TABLE SUBSCRIPTS IN RANK
001400*    ORDER; AN EXCHANGE SORT ORDERS IT ON THE FOUR MEASURES.
001410*----------------------------------------------------------------
001420 01  SCR-RANK-TABLE.
001430     05  SCR-RANK-SUP        OCCURS 50 TIMES PIC 9(4) COMP.
001440 01  SCR-RANK-INDEX          PIC 9(4) COMP VALUE ZERO.
001450 01  SCR-RANK-NEXT           PIC 9(4) COMP VALUE ZERO.
001460 01  SCR-RANK-HOLD           PIC 9(4) COMP VALUE ZERO.
001470 01  SCR-RANK-A              PIC 9(4) COMP VALUE ZERO.
001480 01  SCR-RANK-B              PIC 9(4) COMP VALUE ZERO.
001490 01  SCR-SWAP-FLAG           PIC X VALUE 'N'.
001500     88  SCR-SWAP-NEEDED     VALUE 'Y'.
001510 01  SCR-SWAPPED-FLAG        PIC X VALUE 'N'.
001520     88  SCR-SWAPPED         VALUE 'Y'.
001530*----------------------------------------------------------------
001540*    CHARGEBACK RATE TABLE - UP TO 50 RATE RECORDS.
001550*----------------------------------------------------------------
001560 01  SCR-RATE-TABLE.
001570     05  SCR-RATE-ENTRY      OCCURS 50 TIMES.
001580         10  SCR-RATE-TYPE   PIC X(8).
001590         10  SCR-RATE-SUP    PIC X(4).
001600         10  SCR-RATE-AMOUNT PIC 9(5)V99.
001610 01  SCR-RATE-COUNT          PIC 9(4) COMP VALUE ZERO.
001620 01  SCR-RATE-INDEX          PIC 9(4) COMP VALUE ZERO.
001630 01  SCR-WANTED-TYPE         PIC X(8).
001640 01  SCR-UNIT-RATE           PIC 9(5)V99 VALUE ZERO.
001650 01  SCR-DEFECT-COUNT        PIC 9(9) COMP VALUE ZERO.
001660 01  SCR-DEFECT-AMOUNT       PIC 9(9)V99 VALUE ZERO.
001670 01  SCR-GRAND-CHARGE        PIC 9(9)V99 VALUE ZERO.
001680*----------------------------------------------------------------
001690*    PER-RUN FILE TABLE.  BUILT FROM A RUN'S SUMMRPT GENERATION
001700*    SO THE FILE= SEQUENCES ON THE SAME RUN'S EXCPRPT
001710*    GENERATION RESOLVE TO THE SAME SUPPLIERS.  ARCHIVE.CBL
001720*    CATALOGS A RUN'S SUMMRPT AHEAD OF ITS EXCPRPT.
001730*----------------------------------------------------------------
001740 01  SCR-FT-RUN-DATE         PIC 9(8) VALUE ZERO.
001750 01  SCR-FT-RUN-TIME         PIC 9(8) VALUE ZERO.
001760 01  SCR-FILE-TABLE.
001770     05  SCR-FT-SUP          OCCURS 100 TIMES PIC 9(4) COMP.
001780 01  SCR-FILE-SEQ            PIC 9(4) VALUE ZERO.
001790 01  SCR-CUR-SUP             PIC 9(4) COMP VALUE ZERO.
001800 01  SCR-DETAIL-PENDING-FLAG PIC X VALUE 'N'.
001810     88  SCR-DETAIL-PENDING  VALUE 'Y'.
001820 01  SCR-IN-FILE-SECTION-FLAG PIC X VALUE 'N'.
001830     88  SCR-IN-FILE-SECTION VALUE 'Y'.
001840*----------------------------------------------------------------
001850*    GENERATION LINE OVERLAYS.  THE SUMMARY OVERLAYS MATCH THE
001860*    FIXED COLUMNS WRITE-FILE-SUMMARY-LINES IN THE BATCH JOB
001870*    USES (AS WHSEXTR.CBL READS THEM); THE GATE OVERLAY MATCHES
001880*    THE VERDICT LINE OF GATEKPR.CBL.
001890*----------------------------------------------------------------
001900 01  SCR-GEN-LINE            PIC X(80).
001910 01  SCR-FILE-NAME-OVERLAY REDEFINES SCR-GEN-LINE.
001920     05  FILLER              PIC X(5).
001930     05  SCR-SUMM-FILE-SEQ-ED PIC ZZZZ9.
001940     05  FILLER              PIC X(3).
001950     05  SCR-SUMM-FILE-NAME  PIC X(53).
001960     05  FILLER              PIC X(14).
001970 01  SCR-FILE-COUNTS-OVERLAY REDEFINES SCR-GEN-LINE.
001980     05  FILLER              PIC X(9).
001990     05  SCR-SUMM-INSTR-ED   PIC ZZZZZZZZ9.
002000     05  FILLER              PIC X(7).
002010     05  SCR-SUMM-OPEN-ED    PIC ZZZZZZZZ9.
002020     05  FILLER              PIC X(8).
002030     05  SCR-SUMM-CLOSE-ED   PIC ZZZZZZZZ9.
002040     05  FILLER              PIC X(6).
002050     05  SCR-SUMM-REJ-ED     PIC ZZZZZZZZ9.
002060     05  FILLER              PIC X(14).
002070 01  SCR-FILE-STATUS-OVERLAY REDEFINES SCR-GEN-LINE.
002080     05  FILLER              PIC X(19).
002090     05  SCR-SUMM-TRAILER-ST PIC X(12).
002100     05  FILLER              PIC X(49).
002110 01  SCR-GATE-OVERLAY REDEFINES SCR-GEN-LINE.
002120     05  SCR-GATE-VERDICT    PIC X(12).
002130     05  FILLER              PIC X(1).
002140     05  SCR-GATE-FILE-NAME  PIC X(58).
002150     05  FILLER              PIC X(9).
002160 01  SCR-WORK-INSTR          PIC 9(9) VALUE ZERO.
002170 01  SCR-WORK-REJECT         PIC 9(9) VALUE ZERO.
002180 01  SCR-SEQ-FIELD-X         PIC X(5).
002190 01  SCR-SEQ-FIELD-ED REDEFINES SCR-SEQ-FIELD-X PIC ZZZZ9.
002200*----------------------------------------------------------------
002210*    PATTERN MATCH WORK STORAGE (SAME MATCH AS DLVCTL.CBL)
002220*----------------------------------------------------------------
002230 01  SCR-MATCH-NAME          PIC X(100).
002240 01  SCR-PATTERN-LENGTH      PIC 9(4) COMP VALUE ZERO.
002250 01  SCR-NAME-LENGTH         PIC 9(4) COMP VALUE ZERO.
002260 01  SCR-MATCH-FLAG          PIC X VALUE 'N'.
002270     88  SCR-MATCHED         VALUE 'Y'.
002280*----------------------------------------------------------------
002290*    PERIOD ACCOUNTING STORAGE
002300*----------------------------------------------------------------
002310 01  SCR-RUN-COUNT           PIC 9(9) COMP VALUE ZERO.
002320 01  SCR-SUPERSEDED-COUNT    PIC 9(9) COMP VALUE ZERO.
002330 01  SCR-GEN-MISSING-COUNT   PIC 9(9) COMP VALUE ZERO.
002340 01  SCR-LOG-COUNT           PIC 9(9) COMP VALUE ZERO.
002350 01  SCR-LAST-SKIP-DATE      PIC 9(8) VALUE ZERO.
002360 01  SCR-LAST-SKIP-TIME      PIC 9(8) VALUE ZERO.
002370 01  SCR-SKIP-RUN-FLAG       PIC X VALUE 'N'.
002380     88  SCR-SKIP-RUN        VALUE 'Y'.
002390 01  SCR-DENOMINATOR         PIC 9(9) COMP VALUE ZERO.
002400*----------------------------------------------------------------
002410*    REPORT LINE BUILD STORAGE
002420*----------------------------------------------------------------
002430 01  SCR-REPORT-LINE         PIC X(72).
002440 01  SCR-LINE-POINTER        PIC 9(4) COMP VALUE 1.
002450 01  SCR-DATE-X              PIC X(8).
002460 01  SCR-DATE-EDIT           PIC X(10).
002470 01  SCR-COUNT-EDIT          PIC ZZZZZZZZ9.
002480 01  SCR-SHORT-EDIT          PIC ZZZZ9.
002490 01  SCR-RANK-EDIT           PIC ZZ9.
002500 01  SCR-PCT-EDIT            PIC ZZ9.99.
002510 01  SCR-RATE-EDIT           PIC ZZZZ9.99.
002520 01  SCR-AMOUNT-EDIT         PIC ZZZZZZZZ9.99.

002530 PROCEDURE DIVISION.
002540 MAIN-LOGIC.
002550     PERFORM PARSE-PARAMETERS
002560     PERFORM LOAD-SUPPLIER-TABLE
002570     PERFORM LOAD-RATE-TABLE
002580     PERFORM SCAN-DELIVERY-LOG
002590     OPEN INPUT RUN-MASTER-FILE
002600     IF SCR-RUN-MASTER-STATUS = '00'
002610         SET SCR-MASTER-OPEN TO TRUE
002620     ELSE
002630         DISPLAY 'SUPSCORE WARNING - RUNHIX NOT AVAILABLE, '
002640             'SUPERSEDED RUNS NOT EXCLUDED'
002650     END-IF
002660     PERFORM SCAN-CATALOG
002670     IF SCR-MASTER-OPEN
002680         CLOSE RUN-MASTER-FILE
002690     END-IF
002700     PERFORM COMPUTE-SUPPLIER-RATES
002710     PERFORM RANK-SUPPLIERS
002720     PERFORM WRITE-SCORECARD-REPORT
002730     IF SCR-RUN-COUNT = ZERO AND SCR-LOG-COUNT = ZERO
002740         DISPLAY '*** NO DELIVERIES OR RUNS ON RECORD FOR THE ***'
002750         DISPLAY '*** REQUESTED PERIOD - SCORECARD IS EMPTY ***'
002760         MOVE 8 TO RETURN-CODE
002770     END-IF
002780     DISPLAY 'SUPSCORE COMPLETE - RUNS SCORED = ' SCR-RUN-COUNT
002790     STOP RUN.

002800 PARSE-PARAMETERS.
002810     ACCEPT SCR-FROMDATE-PARM FROM ENVIRONMENT 'FROMDATE'
002820         ON EXCEPTION
002830             MOVE SPACES TO SCR-FROMDATE-PARM
002840     END-ACCEPT
002850     ACCEPT SCR-TODATE-PARM FROM ENVIRONMENT 'TODATE'
002860         ON EXCEPTION
002870             MOVE SPACES TO SCR-TODATE-PARM
002880     END-ACCEPT
002890     ACCEPT SCR-TODAY-DATE FROM DATE YYYYMMDD
002900     IF SCR-TODATE-PARM NOT = SPACES
002910         AND SCR-TODATE-PARM IS NUMERIC
002920         MOVE SCR-TODATE-PARM TO SCR-TO-DATE
002930     ELSE
002940         MOVE SCR-TODAY-DATE TO SCR-TO-DATE
002950     END-IF
002960     IF SCR-FROMDATE-PARM NOT = SPACES
002970         AND SCR-FROMDATE-PARM IS NUMERIC
002980         MOVE SCR-FROMDATE-PARM TO SCR-FROM-DATE
002990     ELSE
003000*        THE DIVISION IS STORED SEPARATELY SO IT TRUNCATES TO
003010*        THE YEAR-MONTH BEFORE THE DAY IS REBUILT AS 01.
003020         COMPUTE SCR-TERM-1 = SCR-TO-DATE / 100
003030         COMPUTE SCR-FROM-DATE = SCR-TERM-1 * 100 + 1
003040     END-IF.

003050 LOAD-SUPPLIER-TABLE.
003060     OPEN INPUT SUPPLIER-FILE
003070     IF SCR-SUPPLIER-FILE-STATUS NOT = '00'
003080         MOVE SCR-SUPPLIER-FILE-STATUS TO SCR-ABEND-STATUS
003090         MOVE 'SUPLRDS' TO SCR-ABEND-FILE
003100         PERFORM 9000-ABEND
003110     END-IF
003120     MOVE 'N' TO SCR-EOF-FLAG
003130     PERFORM UNTIL SCR-EOF
003140         READ SUPPLIER-FILE INTO SUPPLIER-RECORD
003150         EVALUATE SCR-SUPPLIER-FILE-STATUS
003160             WHEN '00'
003170                 IF SUP-CODE NOT = SPACES
003180                     AND SCR-SUP-COUNT < 50
003190                     ADD 1 TO SCR-SUP-COUNT
003200                     MOVE SCR-SUP-COUNT TO SCR-SUP-INDEX
003210                     PERFORM CLEAR-SUPPLIER-ENTRY
003220                     MOVE SUP-CODE TO SCR-SUP-CODE(SCR-SUP-INDEX)
003230                     MOVE SUP-NAME TO SCR-SUP-NAME(SCR-SUP-INDEX)
003240                     MOVE SUP-FILE-PATTERN
003250                         TO SCR-SUP-PATTERN(SCR-SUP-INDEX)
003260                 END-IF
003270             WHEN '10'
003280                 SET SCR-EOF TO TRUE
003290             WHEN OTHER
003300                 MOVE SCR-SUPPLIER-FILE-STATUS
003310                     TO SCR-ABEND-STATUS
003320                 MOVE 'SUPLRDS' TO SCR-ABEND-FILE
003330                 PERFORM 9000-ABEND
003340         END-EVALUATE
003350     END-PERFORM
003360     CLOSE SUPPLIER-FILE
003370     MOVE SCR-UNRESOLVED TO SCR-SUP-INDEX
003380     PERFORM CLEAR-SUPPLIER-ENTRY
003390     MOVE '????' TO SCR-SUP-CODE(SCR-SUP-INDEX)
003400     MOVE 'NOT RESOLVED' TO SCR-SUP-NAME(SCR-SUP-INDEX).

003410 CLEAR-SUPPLIER-ENTRY.
003420     MOVE SPACES TO SCR-SUP-CODE(SCR-SUP-INDEX)
003430     MOVE SPACES TO SCR-SUP-NAME(SCR-SUP-INDEX)
003440     MOVE SPACES TO SCR-SUP-PATTERN(SCR-SUP-INDEX)
003450     MOVE ZERO TO SCR-SUP-ONTIME(SCR-SUP-INDEX)
003460     MOVE ZERO TO SCR-SUP-LATE(SCR-SUP-INDEX)
003470     MOVE ZERO TO SCR-SUP-MISSING(SCR-SUP-INDEX)
003480     MOVE ZERO TO SCR-SUP-SCREENED(SCR-SUP-INDEX)
003490     MOVE ZERO TO SCR-SUP-GATE-REJ(SCR-SUP-INDEX)
003500     MOVE ZERO TO SCR-SUP-FILES(SCR-SUP-INDEX)
003510     MOVE ZERO TO SCR-SUP-INSTR(SCR-SUP-INDEX)
003520     MOVE ZERO TO SCR-SUP-REJ-CHAR(SCR-SUP-INDEX)
003530     MOVE ZERO TO SCR-SUP-IMB-FILES(SCR-SUP-INDEX)
003540     MOVE ZERO TO SCR-SUP-IMB-LINES(SCR-SUP-INDEX)
003550     MOVE ZERO TO SCR-SUP-ONTIME-PCT(SCR-SUP-INDEX)
003560     MOVE ZERO TO SCR-SUP-GATE-PCT(SCR-SUP-INDEX)
003570     MOVE ZERO TO SCR-SUP-REJ-PCT(SCR-SUP-INDEX)
003580     MOVE 'N' TO SCR-SUP-ACTIVE(SCR-SUP-INDEX)
003590     MOVE ZERO TO SCR-SUP-CHARGE(SCR-SUP-INDEX).

003600*----------------------------------------------------------------
003610*    LOADS THE CHARGEBACK RATES.  A MISSING RATE FILE LEAVES
003620*    EVERY RATE AT ZERO; THE SCORECARD STILL PRINTS.
003630*----------------------------------------------------------------
003640 LOAD-RATE-TABLE.
003650     OPEN INPUT RATE-FILE
003660     IF SCR-RATE-FILE-STATUS NOT = '00'
003670         DISPLAY 'SUPSCORE WARNING - NO CHARGEBACK RATES, '
003680             'CHARGEBACK PRICED AT ZERO'
003690     ELSE
003700         MOVE 'N' TO SCR-EOF-FLAG
003710         PERFORM UNTIL SCR-EOF
003720             READ RATE-FILE INTO RATE-RECORD
003730             EVALUATE SCR-RATE-FILE-STATUS
003740                 WHEN '00'
003750                     PERFORM STORE-RATE-ENTRY
003760                 WHEN '10'
003770                     SET SCR-EOF TO TRUE
003780                 WHEN OTHER
003790                     MOVE SCR-RATE-FILE-STATUS
003800                         TO SCR-ABEND-STATUS
003810                     MOVE 'CHGRTDS' TO SCR-ABEND-FILE
003820                     PERFORM 9000-ABEND
003830             END-EVALUATE
003840         END-PERFORM
003850     END-IF
003860     CLOSE RATE-FILE.

003870 STORE-RATE-ENTRY.
003880     IF CRT-DEFECT-TYPE NOT = SPACES
003890         AND CRT-UNIT-RATE IS NUMERIC
003900         AND SCR-RATE-COUNT < 50
003910         ADD 1 TO SCR-RATE-COUNT
003920         MOVE CRT-DEFECT-TYPE TO SCR-RATE-TYPE(SCR-RATE-COUNT)
003930         MOVE CRT-SUP-CODE TO SCR-RATE-SUP(SCR-RATE-COUNT)
003940         MOVE CRT-UNIT-RATE TO SCR-RATE-AMOUNT(SCR-RATE-COUNT)
003950     ELSE
003960         DISPLAY 'SUPSCORE WARNING - RATE RECORD SKIPPED: '
003970             CRT-DEFECT-TYPE
003980     END-IF.

003990*----------------------------------------------------------------
004000*    COUNTS EACH SUPPLIER'S ARRIVED, LATE AND MISSING
004010*    DELIVERIES LOGGED BY DLVCTL.CBL INSIDE THE PERIOD.
004020*----------------------------------------------------------------
004030 SCAN-DELIVERY-LOG.
004040     OPEN INPUT DELIVERY-LOG-FILE
004050     IF SCR-DELIVERY-LOG-STATUS = '00'
004060         MOVE 'N' TO SCR-EOF-FLAG
004070         PERFORM UNTIL SCR-EOF
004080             READ DELIVERY-LOG-FILE INTO DELIVERY-LOG-RECORD
004090             EVALUATE SCR-DELIVERY-LOG-STATUS
004100                 WHEN '00'
004110                     IF DLG-RUN-DATE >= SCR-FROM-DATE
004120                         AND DLG-RUN-DATE <= SCR-TO-DATE
004130                         PERFORM TALLY-DELIVERY-RECORD
004140                     END-IF
004150                 WHEN '10'
004160                     SET SCR-EOF TO TRUE
004170                 WHEN OTHER
004180                     MOVE SCR-DELIVERY-LOG-STATUS
004190                         TO SCR-ABEND-STATUS
004200                     MOVE 'DLVLOGDS' TO SCR-ABEND-FILE
004210                     PERFORM 9000-ABEND
004220             END-EVALUATE
004230         END-PERFORM
004240     END-IF
004250     CLOSE DELIVERY-LOG-FILE.

004260 TALLY-DELIVERY-RECORD.
004270     ADD 1 TO SCR-LOG-COUNT
004280     MOVE SCR-UNRESOLVED TO SCR-FOUND-SUP
004290     PERFORM VARYING SCR-SUP-INDEX FROM 1 BY 1
004300         UNTIL SCR-SUP-INDEX > SCR-SUP-COUNT
004310             OR SCR-FOUND-SUP NOT = SCR-UNRESOLVED
004320         IF SCR-SUP-CODE(SCR-SUP-INDEX) = DLG-SUP-CODE
004330             MOVE SCR-SUP-INDEX TO SCR-FOUND-SUP
004340         END-IF
004350     END-PERFORM
004360     EVALUATE DLG-STATUS
004370         WHEN 'ARRIVED '
004380             ADD 1 TO SCR-SUP-ONTIME(SCR-FOUND-SUP)
004390         WHEN 'LATE    '
004400             ADD 1 TO SCR-SUP-LATE(SCR-FOUND-SUP)
004410         WHEN 'MISSING '
004420             ADD 1 TO SCR-SUP-MISSING(SCR-FOUND-SUP)
004430         WHEN OTHER
004440             CONTINUE
004450     END-EVALUATE.

004460*----------------------------------------------------------------
004470*    WALKS THE GENERATION CATALOG FOR THE PERIOD'S SUMMRPT,
004480*    EXCPRPT AND GATERPT GENERATIONS.  A GENERATION WHOSE RUN
004490*    IS MARKED SUPERSEDED ON THE RUN MASTER IS SKIPPED.
004500*----------------------------------------------------------------
004510 SCAN-CATALOG.
004520     OPEN INPUT CATALOG-FILE
004530     IF SCR-CATALOG-FILE-STATUS = '00'
004540         MOVE 'N' TO SCR-EOF-FLAG
004550         PERFORM UNTIL SCR-EOF
004560             READ CATALOG-FILE INTO CATALOG-RECORD
004570             EVALUATE SCR-CATALOG-FILE-STATUS
004580                 WHEN '00'
004590                     IF CAT-RUN-DATE >= SCR-FROM-DATE
004600                         AND CAT-RUN-DATE <= SCR-TO-DATE
004610                         PERFORM JUDGE-CATALOG-RECORD
004620                     END-IF
004630                 WHEN '10'
004640                     SET SCR-EOF TO TRUE
004650                 WHEN OTHER
004660                     MOVE SCR-CATALOG-FILE-STATUS
004670                         TO SCR-ABEND-STATUS
004680                     MOVE 'CATLGDS' TO SCR-ABEND-FILE
004690                     PERFORM 9000-ABEND
004700             END-EVALUATE
004710         END-PERFORM
004720     END-IF
004730     CLOSE CATALOG-FILE.

004740 JUDGE-CATALOG-RECORD.
004750     PERFORM CHECK-RUN-SUPERSEDED
004760     IF NOT SCR-SKIP-RUN
004770         EVALUATE CAT-DSN-TYPE
004780             WHEN 'SUMMRPT '
004790                 PERFORM SCORE-SUMMARY-GENERATION
004800             WHEN 'EXCPRPT '
004810                 PERFORM SCORE-EXCEPTION-GENERATION
004820             WHEN 'GATERPT '
004830                 PERFORM SCORE-GATE-GENERATION
004840             WHEN OTHER
004850                 CONTINUE
004860         END-EVALUATE
004870     END-IF.

004880*----------------------------------------------------------------
004890*    A RUN IS SKIPPED WHEN THE RUN MASTER MARKS IT SUPERSEDED.
004900*    THE LAST SKIPPED KEY IS KEPT SO A RUN IS COUNTED AS
004910*    SKIPPED ONCE, NOT ONCE PER GENERATION.
004920*----------------------------------------------------------------
004930 CHECK-RUN-SUPERSEDED.
004940     MOVE 'N' TO SCR-SKIP-RUN-FLAG
004950     IF SCR-MASTER-OPEN
004960         MOVE CAT-RUN-DATE TO RHX-RUN-DATE
004970         MOVE CAT-RUN-TIME TO RHX-RUN-TIME
004980         READ RUN-MASTER-FILE
004990             INVALID KEY
005000                 CONTINUE
005010             NOT INVALID KEY
005020                 IF RHX-RUN-STATUS = 'S'
005030                     SET SCR-SKIP-RUN TO TRUE
005040                 END-IF
005050         END-READ
005060     END-IF
005070     IF SCR-SKIP-RUN
005080         IF CAT-RUN-DATE NOT = SCR-LAST-SKIP-DATE
005090             OR CAT-RUN-TIME NOT = SCR-LAST-SKIP-TIME
005100             ADD 1 TO SCR-SUPERSEDED-COUNT
005110             MOVE CAT-RUN-DATE TO SCR-LAST-SKIP-DATE
005120             MOVE CAT-RUN-TIME TO SCR-LAST-SKIP-TIME
005130         END-IF
005140     END-IF.

005150 OPEN-GENERATION.
005160     MOVE SPACES TO SCR-GEN-NAME
005170     MOVE CAT-GEN-NAME TO SCR-GEN-NAME
005180     MOVE 'N' TO SCR-GEN-EOF-FLAG
005190     OPEN INPUT GENERATION-FILE
005200     IF SCR-GENERATION-FILE-STATUS NOT = '00'
005210         ADD 1 TO SCR-GEN-MISSING-COUNT
005220         DISPLAY 'SUPSCORE WARNING - GENERATION NOT AVAILABLE: '
005230             CAT-GEN-NAME
005240         SET SCR-GEN-EOF TO TRUE
005250     END-IF.

005260 READ-GENERATION-LINE.
005270     READ GENERATION-FILE INTO SCR-GEN-LINE
005280     EVALUATE SCR-GENERATION-FILE-STATUS
005290         WHEN '00'
005300             CONTINUE
005310         WHEN '10'
005320             SET SCR-GEN-EOF TO TRUE
005330         WHEN OTHER
005340             MOVE SCR-GENERATION-FILE-STATUS TO SCR-ABEND-STATUS
005350             MOVE CAT-DSN-TYPE TO SCR-ABEND-FILE
005360             PERFORM 9000-ABEND
005370     END-EVALUATE.

005380*----------------------------------------------------------------
005390*    SCORES ONE RUN'S PER-FILE SUMMARY.  EACH FILE CONTRIBUTES
005400*    THREE LINES (NAME, COUNTS, CONTROL TOTALS).  THE FILE'S
005410*    SUPPLIER IS RESOLVED ON THE NAME LINE AND NOTED AGAINST ITS
005420*    FILE= SEQUENCE FOR THE SAME RUN'S EXCEPTION GENERATION.
005430*----------------------------------------------------------------
005440 SCORE-SUMMARY-GENERATION.
005450     ADD 1 TO SCR-RUN-COUNT
005460     MOVE CAT-RUN-DATE TO SCR-FT-RUN-DATE
005470     MOVE CAT-RUN-TIME TO SCR-FT-RUN-TIME
005480     PERFORM VARYING SCR-RANK-INDEX FROM 1 BY 1
005490         UNTIL SCR-RANK-INDEX > 100
005500         MOVE SCR-UNRESOLVED TO SCR-FT-SUP(SCR-RANK-INDEX)
005510     END-PERFORM
005520     MOVE 'N' TO SCR-IN-FILE-SECTION-FLAG
005530     MOVE 'N' TO SCR-DETAIL-PENDING-FLAG
005540     PERFORM OPEN-GENERATION
005550     PERFORM UNTIL SCR-GEN-EOF
005560         PERFORM READ-GENERATION-LINE
005570         IF NOT SCR-GEN-EOF
005580             PERFORM CLASSIFY-SUMMARY-LINE
005590         END-IF
005600     END-PERFORM
005610     CLOSE GENERATION-FILE.

005620 CLASSIFY-SUMMARY-LINE.
005630     EVALUATE TRUE
005640         WHEN SCR-GEN-LINE(1:18) = 'PER-FILE SUMMARY -'
005650             SET SCR-IN-FILE-SECTION TO TRUE
005660         WHEN SCR-GEN-LINE(1:14) = 'GRAND TOTALS -'
005670             MOVE 'N' TO SCR-IN-FILE-SECTION-FLAG
005680         WHEN NOT SCR-IN-FILE-SECTION
005690             CONTINUE
005700         WHEN SCR-GEN-LINE(1:5) = 'FILE '
005710             MOVE SCR-SUMM-FILE-SEQ-ED TO SCR-FILE-SEQ
005720             MOVE SPACES TO SCR-MATCH-NAME
005730             MOVE SCR-SUMM-FILE-NAME TO SCR-MATCH-NAME
005740             PERFORM RESOLVE-SUPPLIER
005750             MOVE SCR-FOUND-SUP TO SCR-CUR-SUP
005760             IF SCR-FILE-SEQ > ZERO AND SCR-FILE-SEQ <= 100
005770                 MOVE SCR-CUR-SUP TO SCR-FT-SUP(SCR-FILE-SEQ)
005780             END-IF
005790             ADD 1 TO SCR-SUP-FILES(SCR-CUR-SUP)
005800             SET SCR-DETAIL-PENDING TO TRUE
005810         WHEN SCR-GEN-LINE(1:9) = '  INSTR: '
005820             AND SCR-DETAIL-PENDING
005830             MOVE SCR-SUMM-INSTR-ED TO SCR-WORK-INSTR
005840             MOVE SCR-SUMM-REJ-ED TO SCR-WORK-REJECT
005850             ADD SCR-WORK-INSTR TO SCR-SUP-INSTR(SCR-CUR-SUP)
005860             ADD SCR-WORK-REJECT TO SCR-SUP-REJ-CHAR(SCR-CUR-SUP)
005870         WHEN SCR-GEN-LINE(1:19) = '  CONTROL TOTALS : '
005880             AND SCR-DETAIL-PENDING
005890             IF SCR-SUMM-TRAILER-ST = 'OUT-OF-BAL'
005900                 ADD 1 TO SCR-SUP-IMB-FILES(SCR-CUR-SUP)
005910             END-IF
005920             MOVE 'N' TO SCR-DETAIL-PENDING-FLAG
005930         WHEN OTHER
005940             CONTINUE
005950     END-EVALUATE.

005960*----------------------------------------------------------------
005970*    COUNTS THE CONTROL TRAILER LINES OF ONE RUN'S EXCEPTION
005980*    REPORT AGAINST THE SUPPLIER OF THEIR FILE= SEQUENCE.  THE
005990*    SEQUENCE SITS AT A FIXED COLUMN OF EACH MESSAGE, AS
006000*    MRGSTRM.CBL READS IT.
006010*----------------------------------------------------------------
006020 SCORE-EXCEPTION-GENERATION.
006030     IF CAT-RUN-DATE NOT = SCR-FT-RUN-DATE
006040         OR CAT-RUN-TIME NOT = SCR-FT-RUN-TIME
006050         DISPLAY 'SUPSCORE WARNING - NO SUMMARY AHEAD OF '
006060             CAT-GEN-NAME
006070         PERFORM VARYING SCR-RANK-INDEX FROM 1 BY 1
006080             UNTIL SCR-RANK-INDEX > 100
006090             MOVE SCR-UNRESOLVED TO SCR-FT-SUP(SCR-RANK-INDEX)
006100         END-PERFORM
006110     END-IF
006120     PERFORM OPEN-GENERATION
006130     PERFORM UNTIL SCR-GEN-EOF
006140         PERFORM READ-GENERATION-LINE
006150         IF NOT SCR-GEN-EOF
006160             PERFORM CLASSIFY-EXCEPTION-LINE
006170         END-IF
006180     END-PERFORM
006190     CLOSE GENERATION-FILE.

006200 CLASSIFY-EXCEPTION-LINE.
006210     MOVE SPACES TO SCR-SEQ-FIELD-X
006220     EVALUATE TRUE
006230         WHEN SCR-GEN-LINE(1:28) = 'TRAILER OUT-OF-BALANCE FILE='
006240             MOVE SCR-GEN-LINE(29:5) TO SCR-SEQ-FIELD-X
006250         WHEN SCR-GEN-LINE(1:23) = 'TRAILER MALFORMED FILE='
006260             MOVE SCR-GEN-LINE(24:5) TO SCR-SEQ-FIELD-X
006270         WHEN OTHER
006280             CONTINUE
006290     END-EVALUATE
006300     IF SCR-SEQ-FIELD-X NOT = SPACES
006310         MOVE SCR-SEQ-FIELD-ED TO SCR-FILE-SEQ
006320         IF SCR-FILE-SEQ > ZERO AND SCR-FILE-SEQ <= 100
006330             MOVE SCR-FT-SUP(SCR-FILE-SEQ) TO SCR-CUR-SUP
006340         ELSE
006350             MOVE SCR-UNRESOLVED TO SCR-CUR-SUP
006360         END-IF
006370         ADD 1 TO SCR-SUP-IMB-LINES(SCR-CUR-SUP)
006380     END-IF.

006390*----------------------------------------------------------------
006400*    COUNTS THE FILES SCREENED AND HELD OUT BY THE GATEKEEPER
006410*    IN ONE ARCHIVED REJECTION REPORT.  ONLY THE VERDICT LINES
006420*    NAME A FILE.
006430*----------------------------------------------------------------
006440 SCORE-GATE-GENERATION.
006450     PERFORM OPEN-GENERATION
006460     PERFORM UNTIL SCR-GEN-EOF
006470         PERFORM READ-GENERATION-LINE
006480         IF NOT SCR-GEN-EOF
006490             IF SCR-GATE-VERDICT = 'ACCEPTED'
006500                 OR SCR-GATE-VERDICT = 'REJECTED'
006510                 MOVE SPACES TO SCR-MATCH-NAME
006520                 MOVE SCR-GATE-FILE-NAME TO SCR-MATCH-NAME
006530                 PERFORM RESOLVE-SUPPLIER
006540                 ADD 1 TO SCR-SUP-SCREENED(SCR-FOUND-SUP)
006550                 IF SCR-GATE-VERDICT = 'REJECTED'
006560                     ADD 1 TO SCR-SUP-GATE-REJ(SCR-FOUND-SUP)
006570                 END-IF
006580             END-IF
006590         END-IF
006600     END-PERFORM
006610     CLOSE GENERATION-FILE.

006620*----------------------------------------------------------------
006630*    RESOLVES SCR-MATCH-NAME TO THE FIRST SUPPLIER WHOSE FILE
006640*    NAME PATTERN IT MATCHES, RETURNING THE SUBSCRIPT IN
006650*    SCR-FOUND-SUP (THE UNRESOLVED ENTRY WHEN NONE MATCHES).
006660*----------------------------------------------------------------
006670 RESOLVE-SUPPLIER.
006680     MOVE SCR-UNRESOLVED TO SCR-FOUND-SUP
006690     PERFORM VARYING SCR-SUP-INDEX FROM 1 BY 1
006700         UNTIL SCR-SUP-INDEX > SCR-SUP-COUNT
006710             OR SCR-FOUND-SUP NOT = SCR-UNRESOLVED
006720         PERFORM MATCH-PATTERN
006730         IF SCR-MATCHED
006740             MOVE SCR-SUP-INDEX TO SCR-FOUND-SUP
006750         END-IF
006760     END-PERFORM.

006770*----------------------------------------------------------------
006780*    COMPARES SCR-MATCH-NAME AGAINST THE PATTERN OF THE
006790*    SUPPLIER AT SCR-SUP-INDEX.  A PATTERN ENDING IN '*' MATCHES
006800*    ANY FILE NAME WITH THAT PREFIX; OTHERWISE THE TRIMMED NAMES
006810*    MUST AGREE EXACTLY.
006820*----------------------------------------------------------------
006830 MATCH-PATTERN.
006840     MOVE 'N' TO SCR-MATCH-FLAG
006850     MOVE 40 TO SCR-PATTERN-LENGTH
006860     PERFORM UNTIL SCR-PATTERN-LENGTH = 0
006870             OR SCR-SUP-PATTERN(SCR-SUP-INDEX)
006880                 (SCR-PATTERN-LENGTH:1) NOT = SPACE
006890         SUBTRACT 1 FROM SCR-PATTERN-LENGTH
006900     END-PERFORM
006910     MOVE 100 TO SCR-NAME-LENGTH
006920     PERFORM UNTIL SCR-NAME-LENGTH = 0
006930             OR SCR-MATCH-NAME(SCR-NAME-LENGTH:1) NOT = SPACE
006940         SUBTRACT 1 FROM SCR-NAME-LENGTH
006950     END-PERFORM
006960     IF SCR-PATTERN-LENGTH = 0 OR SCR-NAME-LENGTH = 0
006970         CONTINUE
006980     ELSE
006990         IF SCR-SUP-PATTERN(SCR-SUP-INDEX)
007000                 (SCR-PATTERN-LENGTH:1) = '*'
007010             IF SCR-PATTERN-LENGTH = 1
007020                 SET SCR-MATCHED TO TRUE
007030             ELSE
007040                 IF SCR-NAME-LENGTH >= SCR-PATTERN-LENGTH - 1
007050                     AND SCR-MATCH-NAME
007060                         (1:SCR-PATTERN-LENGTH - 1) =
007070                         SCR-SUP-PATTERN(SCR-SUP-INDEX)
007080                         (1:SCR-PATTERN-LENGTH - 1)
007090                     SET SCR-MATCHED TO TRUE
007100                 END-IF
007110             END-IF
007120         ELSE
007130             IF SCR-NAME-LENGTH = SCR-PATTERN-LENGTH
007140                 AND SCR-MATCH-NAME(1:SCR-NAME-LENGTH) =
007150                     SCR-SUP-PATTERN(SCR-SUP-INDEX)
007160                     (1:SCR-PATTERN-LENGTH)
007170                 SET SCR-MATCHED TO TRUE
007180             END-IF
007190         END-IF
007200     END-IF.

007210*----------------------------------------------------------------
007220*    RATES ARE PERCENTAGES TO TWO DECIMALS.  A SUPPLIER WITH NO
007230*    LOGGED DELIVERY, NO SCREENED FILE AND NO PROCESSED FILE IN
007240*    THE PERIOD IS MARKED INACTIVE AND RANKED LAST.
007250*----------------------------------------------------------------
007260 COMPUTE-SUPPLIER-RATES.
007270     PERFORM VARYING SCR-SUP-INDEX FROM 1 BY 1
007280         UNTIL SCR-SUP-INDEX > SCR-SUP-COUNT
007290         PERFORM COMPUTE-ONE-SUPPLIER-RATES
007300     END-PERFORM
007310     MOVE SCR-UNRESOLVED TO SCR-SUP-INDEX
007320     PERFORM COMPUTE-ONE-SUPPLIER-RATES.

007330 COMPUTE-ONE-SUPPLIER-RATES.
007340     COMPUTE SCR-DENOMINATOR = SCR-SUP-ONTIME(SCR-SUP-INDEX)
007350         + SCR-SUP-LATE(SCR-SUP-INDEX)
007360         + SCR-SUP-MISSING(SCR-SUP-INDEX)
007370     IF SCR-DENOMINATOR > ZERO
007380         COMPUTE SCR-SUP-ONTIME-PCT(SCR-SUP-INDEX) ROUNDED =
007390             SCR-SUP-ONTIME(SCR-SUP-INDEX) * 100.00
007400                 / SCR-DENOMINATOR
007410         MOVE 'Y' TO SCR-SUP-ACTIVE(SCR-SUP-INDEX)
007420     END-IF
007430     IF SCR-SUP-SCREENED(SCR-SUP-INDEX) > ZERO
007440         COMPUTE SCR-SUP-GATE-PCT(SCR-SUP-INDEX) ROUNDED =
007450             SCR-SUP-GATE-REJ(SCR-SUP-INDEX) * 100.00
007460                 / SCR-SUP-SCREENED(SCR-SUP-INDEX)
007470         MOVE 'Y' TO SCR-SUP-ACTIVE(SCR-SUP-INDEX)
007480     END-IF
007490     IF SCR-SUP-INSTR(SCR-SUP-INDEX) > ZERO
007500         COMPUTE SCR-SUP-REJ-PCT(SCR-SUP-INDEX) ROUNDED =
007510             SCR-SUP-REJ-CHAR(SCR-SUP-INDEX) * 100.00
007520                 / SCR-SUP-INSTR(SCR-SUP-INDEX)
007522             ON SIZE ERROR
007524                 MOVE 999.99 TO SCR-SUP-REJ-PCT(SCR-SUP-INDEX)
007526         END-COMPUTE
007530     END-IF
007540     IF SCR-SUP-FILES(SCR-SUP-INDEX) > ZERO
007550         MOVE 'Y' TO SCR-SUP-ACTIVE(SCR-SUP-INDEX)
007560     END-IF.

007570*----------------------------------------------------------------
007580*    ORDERS THE RANK TABLE: ACTIVE SUPPLIERS FIRST, THEN
007590*    HIGHEST ON-TIME RATE, LOWEST GATE REJECTION RATE, LOWEST
007600*    REJECTED-CHARACTER RATE AND FEWEST TRAILER IMBALANCES.
007610*----------------------------------------------------------------
007620 RANK-SUPPLIERS.
007630     PERFORM VARYING SCR-RANK-INDEX FROM 1 BY 1
007640         UNTIL SCR-RANK-INDEX > SCR-SUP-COUNT
007650         MOVE SCR-RANK-INDEX TO SCR-RANK-SUP(SCR-RANK-INDEX)
007660     END-PERFORM
007670     SET SCR-SWAPPED TO TRUE
007680     PERFORM UNTIL NOT SCR-SWAPPED
007690         MOVE 'N' TO SCR-SWAPPED-FLAG
007700         PERFORM VARYING SCR-RANK-INDEX FROM 1 BY 1
007710             UNTIL SCR-RANK-INDEX >= SCR-SUP-COUNT
007720             COMPUTE SCR-RANK-NEXT = SCR-RANK-INDEX + 1
007730             MOVE SCR-RANK-SUP(SCR-RANK-INDEX) TO SCR-RANK-A
007740             MOVE SCR-RANK-SUP(SCR-RANK-NEXT) TO SCR-RANK-B
007750             PERFORM COMPARE-RANK-PAIR
007760             IF SCR-SWAP-NEEDED
007770                 MOVE SCR-RANK-B TO SCR-RANK-SUP(SCR-RANK-INDEX)
007780                 MOVE SCR-RANK-A TO SCR-RANK-SUP(SCR-RANK-NEXT)
007790                 SET SCR-SWAPPED TO TRUE
007800             END-IF
007810         END-PERFORM
007820     END-PERFORM.

007830 COMPARE-RANK-PAIR.
007840     MOVE 'N' TO SCR-SWAP-FLAG
007850     EVALUATE TRUE
007860         WHEN SCR-SUP-ACTIVE(SCR-RANK-A) NOT =
007870                 SCR-SUP-ACTIVE(SCR-RANK-B)
007880             IF SCR-SUP-ACTIVE(SCR-RANK-A) = 'N'
007890                 SET SCR-SWAP-NEEDED TO TRUE
007900             END-IF
007910         WHEN SCR-SUP-ONTIME-PCT(SCR-RANK-A) NOT =
007920                 SCR-SUP-ONTIME-PCT(SCR-RANK-B)
007930             IF SCR-SUP-ONTIME-PCT(SCR-RANK-A) <
007940                     SCR-SUP-ONTIME-PCT(SCR-RANK-B)
007950                 SET SCR-SWAP-NEEDED TO TRUE
007960             END-IF
007970         WHEN SCR-SUP-GATE-PCT(SCR-RANK-A) NOT =
007980                 SCR-SUP-GATE-PCT(SCR-RANK-B)
007990             IF SCR-SUP-GATE-PCT(SCR-RANK-A) >
008000                     SCR-SUP-GATE-PCT(SCR-RANK-B)
008010                 SET SCR-SWAP-NEEDED TO TRUE
008020             END-IF
008030         WHEN SCR-SUP-REJ-PCT(SCR-RANK-A) NOT =
008040                 SCR-SUP-REJ-PCT(SCR-RANK-B)
008050             IF SCR-SUP-REJ-PCT(SCR-RANK-A) >
008060                     SCR-SUP-REJ-PCT(SCR-RANK-B)
008070                 SET SCR-SWAP-NEEDED TO TRUE
008080             END-IF
008090         WHEN OTHER
008100             IF SCR-SUP-IMB-FILES(SCR-RANK-A) >
008110                     SCR-SUP-IMB-FILES(SCR-RANK-B)
008120                 SET SCR-SWAP-NEEDED TO TRUE
008130             END-IF
008140     END-EVALUATE.

008150 WRITE-SCORECARD-REPORT.
008160     OPEN OUTPUT SCORE-FILE
008162     IF SCR-SCORE-FILE-STATUS NOT = '00'
008164         MOVE SCR-SCORE-FILE-STATUS TO SCR-ABEND-STATUS
008166         MOVE 'SCORRPT' TO SCR-ABEND-FILE
008168         PERFORM 9000-ABEND
008169     END-IF
008170     MOVE 'SUPPLIER QUALITY SCORECARD' TO SCR-REPORT-LINE
008180     PERFORM WRITE-SCORE-LINE
008190     MOVE SPACES TO SCR-REPORT-LINE
008200     MOVE 1 TO SCR-LINE-POINTER
008210     MOVE SCR-FROM-DATE TO SCR-DATE-X
008220     PERFORM EDIT-REPORT-DATE
008230     STRING 'PERIOD : ' DELIMITED BY SIZE
008240         SCR-DATE-EDIT DELIMITED BY SIZE
008250         ' - ' DELIMITED BY SIZE
008260         INTO SCR-REPORT-LINE
008270         WITH POINTER SCR-LINE-POINTER
008280     MOVE SCR-TO-DATE TO SCR-DATE-X
008290     PERFORM EDIT-REPORT-DATE
008300     STRING SCR-DATE-EDIT DELIMITED BY SIZE
008310         INTO SCR-REPORT-LINE
008320         WITH POINTER SCR-LINE-POINTER
008330     PERFORM WRITE-SCORE-LINE
008340     MOVE SPACES TO SCR-REPORT-LINE
008350     MOVE 1 TO SCR-LINE-POINTER
008360     MOVE SCR-RUN-COUNT TO SCR-COUNT-EDIT
008370     STRING 'RUNS SCORED ' DELIMITED BY SIZE
008380         SCR-COUNT-EDIT DELIMITED BY SIZE
008390         ' SUPERSEDED SKIPPED ' DELIMITED BY SIZE
008400         INTO SCR-REPORT-LINE
008410         WITH POINTER SCR-LINE-POINTER
008420     MOVE SCR-SUPERSEDED-COUNT TO SCR-COUNT-EDIT
008430     STRING SCR-COUNT-EDIT DELIMITED BY SIZE
008440         INTO SCR-REPORT-LINE
008450         WITH POINTER SCR-LINE-POINTER
008460     PERFORM WRITE-SCORE-LINE
008470     IF SCR-GEN-MISSING-COUNT > ZERO
008480         MOVE SPACES TO SCR-REPORT-LINE
008490         MOVE SCR-GEN-MISSING-COUNT TO SCR-COUNT-EDIT
008500         STRING 'GENERATIONS NOT AVAILABLE ' DELIMITED BY SIZE
008510             SCR-COUNT-EDIT DELIMITED BY SIZE
008520             INTO SCR-REPORT-LINE
008530         PERFORM WRITE-SCORE-LINE
008540     END-IF
008550     PERFORM WRITE-RANKING-SECTION
008560     PERFORM WRITE-DETAIL-SECTION
008570     PERFORM WRITE-CHARGEBACK-SECTION
008580     CLOSE SCORE-FILE.

008590 WRITE-RANKING-SECTION.
008600     MOVE 'SUPPLIER RANKING -' TO SCR-REPORT-LINE
008610     PERFORM WRITE-SCORE-LINE
008620     MOVE 'RANK SUPP NAME                 ONTIME% GATEREJ%'
008630         TO SCR-REPORT-LINE
008640     MOVE 'REJCHR% IMBAL' TO SCR-REPORT-LINE(49:13)
008650     PERFORM WRITE-SCORE-LINE
008660     PERFORM VARYING SCR-RANK-INDEX FROM 1 BY 1
008670         UNTIL SCR-RANK-INDEX > SCR-SUP-COUNT
008680         MOVE SCR-RANK-SUP(SCR-RANK-INDEX) TO SCR-SUP-INDEX
008690         PERFORM WRITE-RANKING-LINE
008700     END-PERFORM
008710     IF SCR-SUP-COUNT = ZERO
008720         MOVE '  NO SUPPLIERS ON SUPLRDS' TO SCR-REPORT-LINE
008730         PERFORM WRITE-SCORE-LINE
008740     END-IF.

008750 WRITE-RANKING-LINE.
008760     MOVE SPACES TO SCR-REPORT-LINE
008770     MOVE 1 TO SCR-LINE-POINTER
008780     MOVE SCR-RANK-INDEX TO SCR-RANK-EDIT
008790     STRING ' ' DELIMITED BY SIZE
008800         SCR-RANK-EDIT DELIMITED BY SIZE
008810         ' ' DELIMITED BY SIZE
008820         SCR-SUP-CODE(SCR-SUP-INDEX) DELIMITED BY SIZE
008830         ' ' DELIMITED BY SIZE
008840         SCR-SUP-NAME(SCR-SUP-INDEX) DELIMITED BY SIZE
008850         ' ' DELIMITED BY SIZE
008860         INTO SCR-REPORT-LINE
008870         WITH POINTER SCR-LINE-POINTER
008880     IF SCR-SUP-ACTIVE(SCR-SUP-INDEX) = 'N'
008890         STRING ' NO ACTIVITY IN PERIOD' DELIMITED BY SIZE
008900             INTO SCR-REPORT-LINE
008910             WITH POINTER SCR-LINE-POINTER
008920     ELSE
008930         MOVE SCR-SUP-ONTIME-PCT(SCR-SUP-INDEX) TO SCR-PCT-EDIT
008940         STRING ' ' DELIMITED BY SIZE
008950             SCR-PCT-EDIT DELIMITED BY SIZE
008960             '   ' DELIMITED BY SIZE
008970             INTO SCR-REPORT-LINE
008980             WITH POINTER SCR-LINE-POINTER
008990         MOVE SCR-SUP-GATE-PCT(SCR-SUP-INDEX) TO SCR-PCT-EDIT
009000         STRING SCR-PCT-EDIT DELIMITED BY SIZE
009010             '  ' DELIMITED BY SIZE
009020             INTO SCR-REPORT-LINE
009030             WITH POINTER SCR-LINE-POINTER
009040         MOVE SCR-SUP-REJ-PCT(SCR-SUP-INDEX) TO SCR-PCT-EDIT
009050         STRING SCR-PCT-EDIT DELIMITED BY SIZE
009060             ' ' DELIMITED BY SIZE
009070             INTO SCR-REPORT-LINE
009080             WITH POINTER SCR-LINE-POINTER
009090         MOVE SCR-SUP-IMB-FILES(SCR-SUP-INDEX) TO SCR-SHORT-EDIT
009100         STRING SCR-SHORT-EDIT DELIMITED BY SIZE
009110             INTO SCR-REPORT-LINE
009120             WITH POINTER SCR-LINE-POINTER
009130     END-IF
009140     PERFORM WRITE-SCORE-LINE.

009150*----------------------------------------------------------------
009160*    THE RAW COUNTS BEHIND EACH RATE, IN RANK ORDER, WITH THE
009170*    UNRESOLVED ENTRY LAST WHEN ANYTHING FELL INTO IT.
009180*----------------------------------------------------------------
009190 WRITE-DETAIL-SECTION.
009200     MOVE 'SUPPLIER DETAIL -' TO SCR-REPORT-LINE
009210     PERFORM WRITE-SCORE-LINE
009220     PERFORM VARYING SCR-RANK-INDEX FROM 1 BY 1
009230         UNTIL SCR-RANK-INDEX > SCR-SUP-COUNT
009240         MOVE SCR-RANK-SUP(SCR-RANK-INDEX) TO SCR-SUP-INDEX
009250         IF SCR-SUP-ACTIVE(SCR-SUP-INDEX) = 'Y'
009260             PERFORM WRITE-DETAIL-LINES
009270         END-IF
009280     END-PERFORM
009290     MOVE SCR-UNRESOLVED TO SCR-SUP-INDEX
009300     IF SCR-SUP-ACTIVE(SCR-SUP-INDEX) = 'Y'
009310         PERFORM WRITE-DETAIL-LINES
009320     END-IF.

009330 WRITE-DETAIL-LINES.
009340     MOVE SPACES TO SCR-REPORT-LINE
009350     STRING '  ' DELIMITED BY SIZE
009360         SCR-SUP-CODE(SCR-SUP-INDEX) DELIMITED BY SIZE
009370         ' ' DELIMITED BY SIZE
009380         SCR-SUP-NAME(SCR-SUP-INDEX) DELIMITED BY SIZE
009390         INTO SCR-REPORT-LINE
009400     PERFORM WRITE-SCORE-LINE
009410     MOVE SPACES TO SCR-REPORT-LINE
009420     MOVE 1 TO SCR-LINE-POINTER
009430     MOVE SCR-SUP-ONTIME(SCR-SUP-INDEX) TO SCR-SHORT-EDIT
009440     STRING '    DELIVERIES ON TIME ' DELIMITED BY SIZE
009450         SCR-SHORT-EDIT DELIMITED BY SIZE
009460         ' LATE ' DELIMITED BY SIZE
009470         INTO SCR-REPORT-LINE
009480         WITH POINTER SCR-LINE-POINTER
009490     MOVE SCR-SUP-LATE(SCR-SUP-INDEX) TO SCR-SHORT-EDIT
009500     STRING SCR-SHORT-EDIT DELIMITED BY SIZE
009510         ' MISSING ' DELIMITED BY SIZE
009520         INTO SCR-REPORT-LINE
009530         WITH POINTER SCR-LINE-POINTER
009540     MOVE SCR-SUP-MISSING(SCR-SUP-INDEX) TO SCR-SHORT-EDIT
009550     STRING SCR-SHORT-EDIT DELIMITED BY SIZE
009560         INTO SCR-REPORT-LINE
009570         WITH POINTER SCR-LINE-POINTER
009580     PERFORM WRITE-SCORE-LINE
009590     MOVE SPACES TO SCR-REPORT-LINE
009600     MOVE 1 TO SCR-LINE-POINTER
009610     MOVE SCR-SUP-SCREENED(SCR-SUP-INDEX) TO SCR-SHORT-EDIT
009620     STRING '    GATE SCREENED ' DELIMITED BY SIZE
009630         SCR-SHORT-EDIT DELIMITED BY SIZE
009640         ' HELD ' DELIMITED BY SIZE
009650         INTO SCR-REPORT-LINE
009660         WITH POINTER SCR-LINE-POINTER
009670     MOVE SCR-SUP-GATE-REJ(SCR-SUP-INDEX) TO SCR-SHORT-EDIT
009680     STRING SCR-SHORT-EDIT DELIMITED BY SIZE
009690         ' FILES RUN ' DELIMITED BY SIZE
009700         INTO SCR-REPORT-LINE
009710         WITH POINTER SCR-LINE-POINTER
009720     MOVE SCR-SUP-FILES(SCR-SUP-INDEX) TO SCR-SHORT-EDIT
009730     STRING SCR-SHORT-EDIT DELIMITED BY SIZE
009740         INTO SCR-REPORT-LINE
009750         WITH POINTER SCR-LINE-POINTER
009760     PERFORM WRITE-SCORE-LINE
009770     MOVE SPACES TO SCR-REPORT-LINE
009780     MOVE 1 TO SCR-LINE-POINTER
009790     MOVE SCR-SUP-INSTR(SCR-SUP-INDEX) TO SCR-COUNT-EDIT
009800     STRING '    INSTR ' DELIMITED BY SIZE
009810         SCR-COUNT-EDIT DELIMITED BY SIZE
009820         ' REJECTED CHARS ' DELIMITED BY SIZE
009830         INTO SCR-REPORT-LINE
009840         WITH POINTER SCR-LINE-POINTER
009850     MOVE SCR-SUP-REJ-CHAR(SCR-SUP-INDEX) TO SCR-COUNT-EDIT
009860     STRING SCR-COUNT-EDIT DELIMITED BY SIZE
009870         INTO SCR-REPORT-LINE
009880         WITH POINTER SCR-LINE-POINTER
009890     PERFORM WRITE-SCORE-LINE
009900     MOVE SPACES TO SCR-REPORT-LINE
009910     MOVE 1 TO SCR-LINE-POINTER
009920     MOVE SCR-SUP-IMB-FILES(SCR-SUP-INDEX) TO SCR-SHORT-EDIT
009930     STRING '    TRAILERS OUT OF BALANCE ' DELIMITED BY SIZE
009940         SCR-SHORT-EDIT DELIMITED BY SIZE
009950         ' FILES ' DELIMITED BY SIZE
009960         INTO SCR-REPORT-LINE
009970         WITH POINTER SCR-LINE-POINTER
009980     MOVE SCR-SUP-IMB-LINES(SCR-SUP-INDEX) TO SCR-SHORT-EDIT
009990     STRING SCR-SHORT-EDIT DELIMITED BY SIZE
010000         ' EXCEPTION LINES' DELIMITED BY SIZE
010010         INTO SCR-REPORT-LINE
010020         WITH POINTER SCR-LINE-POINTER
010030     PERFORM WRITE-SCORE-LINE.

010040*----------------------------------------------------------------
010050*    PRICES EACH ACTIVE SUPPLIER'S DEFECTS.  REJECTED
010060*    CHARACTERS ARE PRICED PER THOUSAND; EVERY OTHER DEFECT PER
010070*    OCCURRENCE.
010080*----------------------------------------------------------------
010090 WRITE-CHARGEBACK-SECTION.
010100     MOVE 'CHARGEBACK -' TO SCR-REPORT-LINE
010110     PERFORM WRITE-SCORE-LINE
010120     PERFORM VARYING SCR-RANK-INDEX FROM 1 BY 1
010130         UNTIL SCR-RANK-INDEX > SCR-SUP-COUNT
010140         MOVE SCR-RANK-SUP(SCR-RANK-INDEX) TO SCR-SUP-INDEX
010150         IF SCR-SUP-ACTIVE(SCR-SUP-INDEX) = 'Y'
010160             PERFORM PRICE-ONE-SUPPLIER
010170         END-IF
010180     END-PERFORM
010190     MOVE SPACES TO SCR-REPORT-LINE
010200     MOVE SCR-GRAND-CHARGE TO SCR-AMOUNT-EDIT
010210     STRING 'TOTAL CHARGEBACK FOR PERIOD : ' DELIMITED BY SIZE
010220         SCR-AMOUNT-EDIT DELIMITED BY SIZE
010230         INTO SCR-REPORT-LINE
010240     PERFORM WRITE-SCORE-LINE.

010250 PRICE-ONE-SUPPLIER.
010260     MOVE SPACES TO SCR-REPORT-LINE
010270     STRING '  ' DELIMITED BY SIZE
010280         SCR-SUP-CODE(SCR-SUP-INDEX) DELIMITED BY SIZE
010290         ' ' DELIMITED BY SIZE
010300         SCR-SUP-NAME(SCR-SUP-INDEX) DELIMITED BY SIZE
010310         INTO SCR-REPORT-LINE
010320     PERFORM WRITE-SCORE-LINE
010330     MOVE 'LATE' TO SCR-WANTED-TYPE
010340     MOVE SCR-SUP-LATE(SCR-SUP-INDEX) TO SCR-DEFECT-COUNT
010350     PERFORM PRICE-ONE-DEFECT
010360     MOVE 'MISSING' TO SCR-WANTED-TYPE
010370     MOVE SCR-SUP-MISSING(SCR-SUP-INDEX) TO SCR-DEFECT-COUNT
010380     PERFORM PRICE-ONE-DEFECT
010390     MOVE 'GATEREJ' TO SCR-WANTED-TYPE
010400     MOVE SCR-SUP-GATE-REJ(SCR-SUP-INDEX) TO SCR-DEFECT-COUNT
010410     PERFORM PRICE-ONE-DEFECT
010420     MOVE 'REJCHAR' TO SCR-WANTED-TYPE
010430     MOVE SCR-SUP-REJ-CHAR(SCR-SUP-INDEX) TO SCR-DEFECT-COUNT
010440     PERFORM PRICE-ONE-DEFECT
010450     MOVE 'TRLRIMB' TO SCR-WANTED-TYPE
010460     MOVE SCR-SUP-IMB-FILES(SCR-SUP-INDEX) TO SCR-DEFECT-COUNT
010470     PERFORM PRICE-ONE-DEFECT
010480     MOVE SPACES TO SCR-REPORT-LINE
010490     MOVE SCR-SUP-CHARGE(SCR-SUP-INDEX) TO SCR-AMOUNT-EDIT
010500     STRING '    SUPPLIER TOTAL' DELIMITED BY SIZE
010510         INTO SCR-REPORT-LINE
010520     MOVE SCR-AMOUNT-EDIT TO SCR-REPORT-LINE(51:12)
010530     PERFORM WRITE-SCORE-LINE
010540     ADD SCR-SUP-CHARGE(SCR-SUP-INDEX) TO SCR-GRAND-CHARGE.

010550*----------------------------------------------------------------
010560*    PRICES SCR-DEFECT-COUNT OF DEFECT TYPE SCR-WANTED-TYPE FOR
010570*    THE SUPPLIER AT SCR-SUP-INDEX AND PRINTS THE LINE WHEN
010580*    THERE IS ANYTHING TO CHARGE.
010590*----------------------------------------------------------------
010600 PRICE-ONE-DEFECT.
010610     IF SCR-DEFECT-COUNT > ZERO
010620         PERFORM FIND-UNIT-RATE
010630         IF SCR-WANTED-TYPE = 'REJCHAR'
010640             COMPUTE SCR-DEFECT-AMOUNT ROUNDED =
010650                 SCR-DEFECT-COUNT * SCR-UNIT-RATE / 1000
010660         ELSE
010670             COMPUTE SCR-DEFECT-AMOUNT ROUNDED =
010680                 SCR-DEFECT-COUNT * SCR-UNIT-RATE
010690         END-IF
010700         ADD SCR-DEFECT-AMOUNT TO SCR-SUP-CHARGE(SCR-SUP-INDEX)
010710         MOVE SPACES TO SCR-REPORT-LINE
010720         MOVE 1 TO SCR-LINE-POINTER
010730         MOVE SCR-DEFECT-COUNT TO SCR-COUNT-EDIT
010740         STRING '    ' DELIMITED BY SIZE
010750             SCR-WANTED-TYPE DELIMITED BY SIZE
010760             ' ' DELIMITED BY SIZE
010770             SCR-COUNT-EDIT DELIMITED BY SIZE
010780             ' AT ' DELIMITED BY SIZE
010790             INTO SCR-REPORT-LINE
010800             WITH POINTER SCR-LINE-POINTER
010810         MOVE SCR-UNIT-RATE TO SCR-RATE-EDIT
010820         STRING SCR-RATE-EDIT DELIMITED BY SIZE
010830             INTO SCR-REPORT-LINE
010840             WITH POINTER SCR-LINE-POINTER
010850         IF SCR-WANTED-TYPE = 'REJCHAR'
010860             STRING ' PER 1000' DELIMITED BY SIZE
010870                 INTO SCR-REPORT-LINE
010880                 WITH POINTER SCR-LINE-POINTER
010890         END-IF
010900         MOVE SCR-DEFECT-AMOUNT TO SCR-AMOUNT-EDIT
010910         MOVE SCR-AMOUNT-EDIT TO SCR-REPORT-LINE(51:12)
010920         PERFORM WRITE-SCORE-LINE
010930     END-IF.

010940*----------------------------------------------------------------
010950*    A RATE KEYED TO THE SUPPLIER WINS OVER THE DEFAULT RATE
010960*    (BLANK SUPPLIER CODE) FOR THE SAME DEFECT TYPE.
010970*----------------------------------------------------------------
010980 FIND-UNIT-RATE.
010990     MOVE ZERO TO SCR-UNIT-RATE
011000     PERFORM VARYING SCR-RATE-INDEX FROM 1 BY 1
011010         UNTIL SCR-RATE-INDEX > SCR-RATE-COUNT
011020         IF SCR-RATE-TYPE(SCR-RATE-INDEX) = SCR-WANTED-TYPE
011030             AND SCR-RATE-SUP(SCR-RATE-INDEX) = SPACES
011040             MOVE SCR-RATE-AMOUNT(SCR-RATE-INDEX) TO SCR-UNIT-RATE
011050         END-IF
011060     END-PERFORM
011070     PERFORM VARYING SCR-RATE-INDEX FROM 1 BY 1
011080         UNTIL SCR-RATE-INDEX > SCR-RATE-COUNT
011090         IF SCR-RATE-TYPE(SCR-RATE-INDEX) = SCR-WANTED-TYPE
011100             AND SCR-RATE-SUP(SCR-RATE-INDEX) =
011110                 SCR-SUP-CODE(SCR-SUP-INDEX)
011120             MOVE SCR-RATE-AMOUNT(SCR-RATE-INDEX) TO SCR-UNIT-RATE
011130         END-IF
011140     END-PERFORM.

011150 EDIT-REPORT-DATE.
011160     MOVE SPACES TO SCR-DATE-EDIT
011170     STRING SCR-DATE-X(1:4) '/' SCR-DATE-X(5:2) '/'
011180         SCR-DATE-X(7:2) DELIMITED BY SIZE
011190         INTO SCR-DATE-EDIT.

011200 WRITE-SCORE-LINE.
011210     MOVE SCR-REPORT-LINE TO SCORE-RECORD
011220     WRITE SCORE-RECORD.

011230 9000-ABEND.
011240     DISPLAY '*** SUPSCORE ABEND - I/O ERROR ON ' SCR-ABEND-FILE
011250         ' ***'
011260     DISPLAY '*** FILE STATUS = ' SCR-ABEND-STATUS ' ***'
011270     CLOSE SUPPLIER-FILE
011280     CLOSE RATE-FILE
011290     CLOSE DELIVERY-LOG-FILE
011300     CLOSE CATALOG-FILE
011310     CLOSE GENERATION-FILE
011320     CLOSE RUN-MASTER-FILE
011330     CLOSE SCORE-FILE
011340     MOVE 16 TO RETURN-CODE
011350     STOP RUN.
