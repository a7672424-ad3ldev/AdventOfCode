000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SPLICE.
000030 AUTHOR. A-DELGADO.
000040 INSTALLATION. AOC-BATCH.
000050 DATE-WRITTEN. 2026-10-12.
000060 DATE-COMPILED. 2026-10-12.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-12 ADL   ORIGINAL VERSION - SINGLE-FILE RERUN SPLICE.
000120*                  REPROCESSES ONE FILE= SEQUENCE OF THE LATEST
000130*                  MANIFEST RUN (FILESEQ PARAMETER, REQUIRED) FROM
000140*                  A REPLACEMENT INPUT (INFILE PARAMETER, DEFAULT
000150*                  CLEANDS - THE CORRECTED FILE FROM CLEANSE.CBL)
000160*                  WITH THE BATCH JOB'S OWN CHARACTER AND CONTROL
000170*                  TRAILER RULES, AND SPLICES THE RESULT INTO THE
000180*                  RUN'S OUTPUTS IN PLACE OF THAT FILE'S SECTION,
000190*                  SO ONE BAD FILE NO LONGER COSTS A RERUN OF THE
000200*                  WHOLE MANIFEST AND A SUPERSEDED RUN.  LEDGER
000210*                  POSITIONS AFTER THE SPLICED FILE ARE RENUMBERED
000220*                  AND THE RUNNING FLOOR OF EVERY LATER FILE IS
000230*                  RE-BASED BY THE CHANGE IN THE FILE'S NET FLOOR,
000240*                  AS MRGSTRM.CBL RE-BASES STREAMS.  THE GRAND
000250*                  TOTALS, BASEMENT ENTRY, THRESHOLD CROSSINGS
000260*                  (EVNTRPT) AND CHECKPOINTS (CHKPTDS) ARE
000270*                  RECOMPUTED OFF THE SPLICED LEDGER; THE FILE'S
000280*                  EXCEPTION LINES AND PER-FILE SUMMARY LINES ARE
000290*                  REPLACED.  THE RUN KEEPS ITS RUN KEY - LATESTDS
000300*                  AND THE RUN'S RUNHIX RECORD ARE UPDATED IN
000310*                  PLACE WITH BEFORE/AFTER IMAGES ON THE AUDIT
000320*                  JOURNAL (AUDJRNL) UNDER THE OPERATOR ID (OPERID
000330*                  PARAMETER, REQUIRED).  THE ORIGINAL LEDGRDS,
000340*                  EXCPRPT AND SUMMRPT ARE SAVED TO LEDGRTMP,
000350*                  EXCPTMP AND SUMMTMP BEFORE THEY ARE REBUILT.  A
000360*                  SPLICE REPORT (SPLCRPT) SHOWS THE FILE AND RUN
000370*                  FIGURES BEFORE AND AFTER.
000371* 2026-10-15 ADL   THE LATESTDS AND RUNHIX CHANGES ARE NOW
000372*                  JOURNALED BEFORE THEY ARE MADE, SO A JOURNAL
000373*                  FAILURE LEAVES BOTH UNTOUCHED.  THE SPLICE
000374*                  REPORT GIVES THE FIRST BASEMENT POSITION WHEN
000375*                  THE RUN ENTERED THE BASEMENT.
000376* 2026-10-15 ADL   A RUN ALREADY ARCHIVED (ON CATLGDS) IS FLAGGED
000377*                  ON THE SPLICE REPORT FOR RE-ARCHIVING, RC 4.
000380*================================================================
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT INPUT-FILE ASSIGN TO DYNAMIC SPL-INPUT-FILE-NAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SPL-INPUT-FILE-STATUS.
000450     SELECT LEDGER-FILE ASSIGN TO 'LEDGRDS'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SPL-LEDGER-FILE-STATUS.
000480     SELECT LEDGER-TEMP-FILE ASSIGN TO 'LEDGRTMP'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS SPL-LEDGER-TEMP-FILE-STATUS.
000510     SELECT EXCEPTION-FILE ASSIGN TO 'EXCPRPT'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SPL-EXCEPTION-FILE-STATUS.
000540     SELECT EXCEPTION-TEMP-FILE ASSIGN TO 'EXCPTMP'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SPL-EXCEPTION-TEMP-FILE-STATUS.
000570     SELECT SUMMARY-FILE ASSIGN TO 'SUMMRPT'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SPL-SUMMARY-FILE-STATUS.
000600     SELECT SUMMARY-TEMP-FILE ASSIGN TO 'SUMMTMP'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SPL-SUMMARY-TEMP-FILE-STATUS.
000630     SELECT CHECKPOINT-FILE ASSIGN TO 'CHKPTDS'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS SPL-CHECKPOINT-FILE-STATUS.
000660     SELECT LATEST-RUN-FILE ASSIGN TO 'LATESTDS'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS SPL-LATEST-RUN-FILE-STATUS.
000690     SELECT RUN-MASTER-FILE ASSIGN TO 'RUNHIX'
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS RHX-RUN-KEY
000730         FILE STATUS IS SPL-RUN-MASTER-FILE-STATUS.
000740     SELECT THRESHOLD-FILE ASSIGN TO 'THRSHDS'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS SPL-THRESHOLD-FILE-STATUS.
000770     SELECT EVENTS-FILE ASSIGN TO 'EVNTRPT'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS SPL-EVENTS-FILE-STATUS.
000800     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'AUDJRNL'
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS SPL-JOURNAL-FILE-STATUS.
000830     SELECT REPORT-FILE ASSIGN TO 'SPLCRPT'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS SPL-REPORT-FILE-STATUS.
000852     SELECT OPTIONAL CATALOG-FILE ASSIGN TO 'CATLGDS'
000854         ORGANIZATION IS LINE SEQUENTIAL
000856         FILE STATUS IS SPL-CATALOG-FILE-STATUS.
000860     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS SPL-JOB-LOG-FILE-STATUS.

000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  INPUT-FILE.
000920 01  INPUT-RECORD            PIC X(9999).

000930 FD  LEDGER-FILE.
000940 01  LEDGER-RECORD.
000950     COPY LEDGRREC.

000960 FD  LEDGER-TEMP-FILE.
000970 01  LEDGER-TEMP-RECORD      PIC X(80).

000980 FD  EXCEPTION-FILE.
000990 01  EXCEPTION-RECORD.
001000     COPY EXCPTREC.

001010 FD  EXCEPTION-TEMP-FILE.
001020 01  EXCEPTION-TEMP-RECORD   PIC X(80).

001030 FD  SUMMARY-FILE.
001040 01  SUMMARY-RECORD          PIC X(72).

001050 FD  SUMMARY-TEMP-FILE.
001060 01  SUMMARY-TEMP-RECORD     PIC X(72).

001070 FD  CHECKPOINT-FILE.
001080 01  CHECKPOINT-RECORD.
001090     COPY CHKPTREC.

001100 FD  LATEST-RUN-FILE.
001110 01  LATEST-RUN-RECORD.
001120     COPY LATESTREC.

001130 FD  RUN-MASTER-FILE.
001140 01  RUN-MASTER-RECORD.
001150     COPY RUNHXREC.

001160 FD  THRESHOLD-FILE.
001170 01  THRESHOLD-RECORD.
001180     05  THR-DIRECTION       PIC X(01).
001190     05  FILLER              PIC X(01).
001200     05  THR-SIGN            PIC X(01).
001210     05  THR-LEVEL-DIGITS    PIC 9(5).

001220 FD  EVENTS-FILE.
001230 01  EVENTS-RECORD           PIC X(72).

001240 FD  JOURNAL-FILE.
001250 01  JOURNAL-RECORD.
001260     COPY AUDJREC.

001270 FD  REPORT-FILE.
001280 01  REPORT-RECORD           PIC X(72).

001282 FD  CATALOG-FILE.
001284 01  CATALOG-RECORD.
001286     COPY CATLGREC.

001290 FD  JOB-LOG-FILE.
001300 01  JOB-LOG-RECORD.
001310     COPY JOBLGREC.

001320 WORKING-STORAGE SECTION.
001330*----------------------------------------------------------------
001340*    FILE AND PARAMETER STORAGE
001350*----------------------------------------------------------------
001360 01  SPL-INPUT-FILE-STATUS   PIC XX.
001370 01  SPL-LEDGER-FILE-STATUS  PIC XX.
001380 01  SPL-LEDGER-TEMP-FILE-STATUS PIC XX.
001390 01  SPL-EXCEPTION-FILE-STATUS PIC XX.
001400 01  SPL-EXCEPTION-TEMP-FILE-STATUS PIC XX.
001410 01  SPL-SUMMARY-FILE-STATUS PIC XX.
001420 01  SPL-SUMMARY-TEMP-FILE-STATUS PIC XX.
001430 01  SPL-CHECKPOINT-FILE-STATUS PIC XX.
001440 01  SPL-LATEST-RUN-FILE-STATUS PIC XX.
001450 01  SPL-RUN-MASTER-FILE-STATUS PIC XX.
001460 01  SPL-THRESHOLD-FILE-STATUS PIC XX.
001470 01  SPL-EVENTS-FILE-STATUS  PIC XX.
001480 01  SPL-JOURNAL-FILE-STATUS PIC XX.
001490 01  SPL-REPORT-FILE-STATUS  PIC XX.
001492 01  SPL-CATALOG-FILE-STATUS PIC XX.
001494 01  SPL-CATALOG-EOF-FLAG    PIC X VALUE 'N'.
001496     88  SPL-CATALOG-EOF     VALUE 'Y'.
001497 01  SPL-ARCHIVED-FLAG       PIC X VALUE 'N'.
001498     88  SPL-RUN-ARCHIVED    VALUE 'Y'.
001500 01  SPL-INPUT-FILE-NAME     PIC X(100) VALUE 'CLEANDS'.
001510 01  SPL-FILESEQ-PARM        PIC X(5).
001520 01  SPL-FILESEQ             PIC 9(4) COMP VALUE ZERO.
001530 01  SPL-OPERID-PARM         PIC X(8).
001540 01  SPL-PARSE-POINTER       PIC 9(4) COMP VALUE ZERO.
001550 01  SPL-DIGIT-X             PIC X(01).
001560 01  SPL-DIGIT               REDEFINES SPL-DIGIT-X PIC 9(01).
001570 01  SPL-REJECT-FLAG         PIC X VALUE 'N'.
001580     88  SPL-REJECTED        VALUE 'Y'.
001590 01  SPL-EOF-FLAG            PIC X VALUE 'N'.
001600     88  SPL-EOF             VALUE 'Y'.
001610 01  SPL-INPUT-EOF-FLAG      PIC X VALUE 'N'.
001620     88  SPL-INPUT-EOF       VALUE 'Y'.
001630 01  SPL-LEDGER-EOF-FLAG     PIC X VALUE 'N'.
001640     88  SPL-LEDGER-EOF      VALUE 'Y'.
001650 01  SPL-SAVED-FLAG          PIC X VALUE 'N'.
001660     88  SPL-ORIGINALS-SAVED VALUE 'Y'.
001670 01  SPL-ABEND-STATUS        PIC XX.
001680 01  SPL-ABEND-FILE          PIC X(8).
001690*----------------------------------------------------------------
001700*    RUN BEING SPLICED.  THE LATEST-RUN RECORD NAMES THE RUN
001710*    WHOSE OUTPUTS ARE ON LEDGRDS, EXCPRPT AND SUMMRPT; ITS
001720*    FIGURES AND RUN-MASTER RECORD ARE KEPT FOR THE JOURNAL
001730*    BEFORE IMAGES AND THE SPLICE REPORT.
001740*----------------------------------------------------------------
001750 01  SPL-RUN-KEY.
001760     05  SPL-RUN-DATE        PIC 9(8) VALUE ZERO.
001770     05  SPL-RUN-TIME        PIC 9(8) VALUE ZERO.
001780 01  SPL-LATEST-BEFORE       PIC X(128).
001790 01  SPL-MASTER-BEFORE       PIC X(128).
001800 01  SPL-OLD-RUN-TOTAL       PIC 9(9) COMP VALUE ZERO.
001810 01  SPL-OLD-RUN-REJECTED    PIC 9(9) COMP VALUE ZERO.
001820 01  SPL-OLD-RUN-FLOOR       PIC S9(9) COMP VALUE ZERO.
001830 01  SPL-OLD-RUN-BASE-POS    PIC 9(9) COMP VALUE ZERO.
001840*----------------------------------------------------------------
001850*    SPLICE POINT.  THE BASE POSITION AND BASE FLOOR ARE THE
001860*    LAST POSITION AND RUNNING FLOOR OF THE FILES BEFORE THE
001870*    SPLICED FILE; THE OLD FILE FIGURES COME OFF THE ORIGINAL
001880*    LEDGER AND SUMMARY.  LATER FILES MOVE BY THE POSITION
001890*    DELTA (NEW LENGTH LESS OLD LENGTH) AND THE FLOOR DELTA
001900*    (NEW NET FLOOR LESS OLD NET FLOOR).
001910*----------------------------------------------------------------
001920 01  SPL-BASE-POSITION       PIC 9(9) COMP VALUE ZERO.
001930 01  SPL-BASE-FLOOR          PIC S9(9) COMP VALUE ZERO.
001940 01  SPL-OLD-FILE-COUNT      PIC 9(9) COMP VALUE ZERO.
001950 01  SPL-OLD-FILE-REJECT     PIC 9(9) COMP VALUE ZERO.
001960 01  SPL-OLD-LAST-FLOOR      PIC S9(9) COMP VALUE ZERO.
001970 01  SPL-OLD-FILE-NET        PIC S9(9) COMP VALUE ZERO.
001980 01  SPL-OLD-TRAILER         PIC X(12) VALUE SPACES.
001990 01  SPL-NEW-FILE-NET        PIC S9(9) COMP VALUE ZERO.
002000 01  SPL-POS-DELTA           PIC S9(9) COMP VALUE ZERO.
002010 01  SPL-FLOOR-DELTA         PIC S9(9) COMP VALUE ZERO.
002020 01  SPL-SUMM-FILE-COUNT     PIC 9(4) COMP VALUE ZERO.
002030 01  SPL-SUMM-SEQ            PIC 9(5) VALUE ZERO.
002040 01  SPL-SPLICED-FLAG        PIC X VALUE 'N'.
002050     88  SPL-SPLICED         VALUE 'Y'.
002060 01  SPL-SHIFTED-COUNT       PIC 9(9) COMP VALUE ZERO.
002070 01  SPL-LEDGER-HOLD         PIC X(80).
002080 01  SPL-EXCEPTION-HOLD      PIC X(80).
002090*----------------------------------------------------------------
002100*    LEDGER DE-EDIT/RE-EDIT WORK STORAGE
002110*----------------------------------------------------------------
002120 01  SPL-WORK-POSITION       PIC 9(9) VALUE ZERO.
002130 01  SPL-WORK-FILESEQ        PIC 9(5) VALUE ZERO.
002140 01  SPL-WORK-FLOOR          PIC S9(9) VALUE ZERO.
002150 01  SPL-WORK-RECORD-NUMBER  PIC 9(9) VALUE ZERO.
002160 01  SPL-WORK-COLUMN         PIC 9(5) VALUE ZERO.
002170*----------------------------------------------------------------
002180*    REPLACEMENT FILE PROCESSING STORAGE.  THE CHARACTER AND
002190*    CONTROL-TRAILER RULES ARE THE BATCH JOB'S (01-COBOL.CBL).
002200*----------------------------------------------------------------
002210 01  SPL-RECORD-NUMBER       PIC 9(9) COMP VALUE ZERO.
002220 01  SPL-RECORD-LENGTH       PIC 9(4) COMP VALUE ZERO.
002230 01  SPL-COLUMN              PIC 9(4) COMP VALUE ZERO.
002240 01  SPL-POSITION            PIC 9(9) COMP VALUE ZERO.
002250 01  SPL-FLOOR-COUNT         PIC S9(9) COMP VALUE ZERO.
002260 01  SPL-FILE-INSTR-COUNT    PIC 9(9) COMP VALUE ZERO.
002270 01  SPL-FILE-OPEN-COUNT     PIC 9(9) COMP VALUE ZERO.
002280 01  SPL-FILE-CLOSE-COUNT    PIC 9(9) COMP VALUE ZERO.
002290 01  SPL-FILE-REJECT-COUNT   PIC 9(9) COMP VALUE ZERO.
002300 01  SPL-FILE-NAME           PIC X(53) VALUE SPACES.
002310 01  SPL-NAME-LENGTH         PIC 9(4) COMP VALUE ZERO.
002320 01  SPL-TRAILER-FLAG        PIC X VALUE 'N'.
002330     88  SPL-TRAILER-SEEN    VALUE 'Y'.
002340 01  SPL-TRAILER-INSTR       PIC 9(9) VALUE ZERO.
002350 01  SPL-TRAILER-OPEN        PIC 9(9) VALUE ZERO.
002360 01  SPL-TRAILER-CLOSE       PIC 9(9) VALUE ZERO.
002370 01  SPL-TRAILER-FLOOR       PIC S9(9) COMP VALUE ZERO.
002380 01  SPL-TRAILER-FLOOR-X.
002390     05  SPL-TRAILER-FLOOR-SIGN   PIC X(01).
002400     05  SPL-TRAILER-FLOOR-DIGITS PIC 9(9).
002410 01  SPL-TRAILER-FLOOR-GIVEN-FLAG PIC X VALUE 'N'.
002420     88  SPL-TRAILER-FLOOR-GIVEN  VALUE 'Y'.
002430 01  SPL-TRAILER-STATUS      PIC X(12) VALUE SPACES.
002440 01  SPL-TRAILER-MSG         PIC X(73).
002450 01  SPL-TRAILER-FIELD       PIC X(5).
002460 01  SPL-TRAILER-NET         PIC S9(9) COMP VALUE ZERO.
002470 01  SPL-TRAILER-MSG-POINTER PIC 9(4) COMP VALUE 1.
002480 01  SPL-TRAILER-EXP-EDIT    PIC -ZZZZZZZZ9.
002490 01  SPL-TRAILER-ACT-EDIT    PIC -ZZZZZZZZ9.
002500 01  SPL-FILE-SEQ-EDIT       PIC ZZZZ9.
002510*----------------------------------------------------------------
002520*    TRAILER MESSAGE TABLE.  A FILE RAISES AT MOST ONE MESSAGE
002530*    PER CONTROL FIELD (INSTR, OPEN, CLOSE, FLOOR); THEY ARE
002540*    HELD HERE UNTIL THE EXCEPTION REPORT IS REBUILT.
002550*----------------------------------------------------------------
002560 01  SPL-MSG-TABLE.
002570     05  SPL-MSG-LINE        PIC X(73) OCCURS 4 TIMES.
002580 01  SPL-MSG-COUNT           PIC 9(4) COMP VALUE ZERO.
002590 01  SPL-MSG-INDEX           PIC 9(4) COMP VALUE ZERO.
002600*----------------------------------------------------------------
002610*    SPLICED RUN ACCUMULATORS, COUNTED OFF THE REBUILT LEDGER,
002620*    WITH THE CURRENT FILE'S TALLIES FOR THE CHECKPOINTS.
002630*----------------------------------------------------------------
002640 01  SPL-TOTAL-COUNT         PIC 9(9) COMP VALUE ZERO.
002650 01  SPL-OPEN-COUNT          PIC 9(9) COMP VALUE ZERO.
002660 01  SPL-CLOSE-COUNT         PIC 9(9) COMP VALUE ZERO.
002670 01  SPL-REJECTED-COUNT      PIC 9(9) COMP VALUE ZERO.
002680 01  SPL-FINAL-FLOOR         PIC S9(9) COMP VALUE ZERO.
002690 01  SPL-PREV-FLOOR          PIC S9(9) COMP VALUE ZERO.
002700 01  SPL-BASEMENT-FLAG       PIC X VALUE 'N'.
002710     88  SPL-IN-BASEMENT     VALUE 'Y'.
002720 01  SPL-BASEMENT-POS        PIC 9(9) COMP VALUE ZERO.
002730 01  SPL-TALLY-FILESEQ       PIC 9(5) VALUE ZERO.
002740 01  SPL-TALLY-INSTR         PIC 9(9) COMP VALUE ZERO.
002750 01  SPL-TALLY-OPEN          PIC 9(9) COMP VALUE ZERO.
002760 01  SPL-TALLY-CLOSE         PIC 9(9) COMP VALUE ZERO.
002770 01  SPL-TALLY-REJECT        PIC 9(9) COMP VALUE ZERO.
002780 01  SPL-CHECKPOINT-INTERVAL PIC 9(9) COMP VALUE 1000.
002790 01  SPL-CKPT-QUOTIENT       PIC 9(9) COMP VALUE ZERO.
002800 01  SPL-CKPT-REMAINDER      PIC 9(9) COMP VALUE ZERO.
002810 01  SPL-CKPT-COUNT          PIC 9(9) COMP VALUE ZERO.
002820*----------------------------------------------------------------
002830*    FLOOR-THRESHOLD STORAGE.  LOADED FROM THE OPTIONAL THRSHDS
002840*    CONTROL FILE AS THE BATCH JOB LOADS IT; THE CROSSINGS ARE
002850*    COUNTED AGAIN OVER THE WHOLE SPLICED LEDGER.
002860*----------------------------------------------------------------
002870 01  SPL-THRESHOLD-TABLE.
002880     05  SPL-THR-ENTRY       OCCURS 20 TIMES.
002890         10  SPL-THR-DIR     PIC X(01).
002900         10  SPL-THR-LEVEL   PIC S9(9) COMP.
002910         10  SPL-THR-FIRST-POS PIC 9(9) COMP.
002920         10  SPL-THR-CROSSINGS PIC 9(9) COMP.
002930 01  SPL-THR-LOADED          PIC 9(4) COMP VALUE ZERO.
002940 01  SPL-THR-INDEX           PIC 9(4) COMP VALUE ZERO.
002950 01  SPL-THR-EOF-FLAG        PIC X VALUE 'N'.
002960     88  SPL-THR-EOF         VALUE 'Y'.
002970 01  SPL-EVENT-LINE          PIC X(72).
002980 01  SPL-THR-LEVEL-EDIT      PIC -ZZZZZZZZ9.
002990 01  SPL-EVENT-POINTER       PIC 9(4) COMP VALUE 1.
003000*----------------------------------------------------------------
003010*    SUMMARY REBUILD STORAGE.  THE OVERLAY MATCHES THE FIXED
003020*    COLUMNS THE BATCH JOB USES FOR ITS PER-FILE LINES.
003030*----------------------------------------------------------------
003040 01  SPL-SUMMARY-LINE        PIC X(72).
003050 01  SPL-FILE-LINE-OVERLAY REDEFINES SPL-SUMMARY-LINE.
003060     05  FILLER              PIC X(5).
003070     05  SPL-SUMM-FILE-SEQ-ED PIC ZZZZ9.
003080     05  FILLER              PIC X(62).
003090 01  SPL-IN-FILE-SECTION-FLAG PIC X VALUE 'N'.
003100     88  SPL-IN-FILE-SECTION VALUE 'Y'.
003110 01  SPL-TOTALS-FLAG         PIC X VALUE 'N'.
003120     88  SPL-TOTALS-WRITTEN  VALUE 'Y'.
003130 01  SPL-OOB-FLAG            PIC X VALUE 'N'.
003140     88  SPL-ANY-OOB         VALUE 'Y'.
003150 01  SPL-UNVER-FLAG          PIC X VALUE 'N'.
003160     88  SPL-ANY-UNVER       VALUE 'Y'.
003170 01  SPL-FILE-STATUS-X       PIC X(12).
003180*----------------------------------------------------------------
003190*    EXCEPTION REBUILD STORAGE.  THE TRAILER MESSAGE LINES
003200*    CARRY THEIR FILE= SEQUENCE AT A FIXED COLUMN, REACHED
003210*    THROUGH THE EDITED REDEFINES BELOW.
003220*----------------------------------------------------------------
003230 01  SPL-SEQ-FIELD-X         PIC X(5).
003240 01  SPL-SEQ-FIELD-ED REDEFINES SPL-SEQ-FIELD-X PIC ZZZZ9.
003250 01  SPL-EXCP-SEQ            PIC 9(5) VALUE ZERO.
003260*----------------------------------------------------------------
003270*    REPORT BUILD STORAGE
003280*----------------------------------------------------------------
003290 01  SPL-REPORT-LINE         PIC X(72).
003300 01  SPL-LINE-POINTER        PIC 9(4) COMP VALUE 1.
003310 01  SPL-COUNT-EDIT          PIC ZZZZZZZZ9.
003320 01  SPL-FLOOR-EDIT          PIC -ZZZZZZZZ9.
003330 01  SPL-COMPARE-LABEL       PIC X(22).
003340 01  SPL-COMPARE-BEFORE      PIC S9(9) COMP VALUE ZERO.
003350 01  SPL-COMPARE-AFTER       PIC S9(9) COMP VALUE ZERO.
003360 01  SPL-BEFORE-EDIT         PIC -ZZZZZZZZ9.
003370 01  SPL-AFTER-EDIT          PIC -ZZZZZZZZ9.
003380*----------------------------------------------------------------
003390*    CENTRAL JOB-EXECUTION LOG STORAGE
003400*----------------------------------------------------------------
003410 01  SPL-JOB-LOG-FILE-STATUS PIC XX.
003420 01  SPL-STEP-START-DATE     PIC 9(8) VALUE ZERO.
003430 01  SPL-STEP-START-TIME     PIC 9(8) VALUE ZERO.
003440 01  SPL-STEP-END-DATE       PIC 9(8) VALUE ZERO.
003450 01  SPL-STEP-END-TIME       PIC 9(8) VALUE ZERO.

003460 PROCEDURE DIVISION.
003470 MAIN-LOGIC.
003480     ACCEPT SPL-STEP-START-DATE FROM DATE YYYYMMDD
003490     ACCEPT SPL-STEP-START-TIME FROM TIME
003500     PERFORM PARSE-PARAMETERS
003510     IF SPL-REJECTED
003520         PERFORM 9100-SPLICE-REJECTED
003530     END-IF
003540     PERFORM READ-LATEST-RUN
003550     PERFORM READ-RUN-MASTER
003560     IF SPL-REJECTED
003570         PERFORM 9100-SPLICE-REJECTED
003580     END-IF
003590     OPEN EXTEND JOURNAL-FILE
003600     IF SPL-JOURNAL-FILE-STATUS NOT = '00'
003610         AND SPL-JOURNAL-FILE-STATUS NOT = '05'
003620         MOVE SPL-JOURNAL-FILE-STATUS TO SPL-ABEND-STATUS
003630         MOVE 'AUDJRNL' TO SPL-ABEND-FILE
003640         PERFORM 9000-ABEND
003650     END-IF
003660     PERFORM LOAD-THRESHOLD-TABLE
003670     PERFORM SAVE-LEDGER-FILE
003680     PERFORM SAVE-EXCEPTION-FILE
003690     PERFORM SAVE-SUMMARY-FILE
003700     SET SPL-ORIGINALS-SAVED TO TRUE
003710     PERFORM CHECK-SPLICE-TARGET
003720     IF SPL-REJECTED
003730         PERFORM 9100-SPLICE-REJECTED
003740     END-IF
003750     PERFORM REBUILD-LEDGER
003760     PERFORM REBUILD-EXCEPTIONS
003770     PERFORM REBUILD-SUMMARY
003780     PERFORM WRITE-EVENTS-REPORT
003790     PERFORM UPDATE-LATEST-RUN
003800     PERFORM UPDATE-RUN-MASTER
003805     PERFORM CHECK-RUN-ARCHIVED
003810     CLOSE RUN-MASTER-FILE
003820     CLOSE JOURNAL-FILE
003830     PERFORM WRITE-SPLICE-REPORT
003840     DISPLAY 'SPLICE COMPLETE - FILE ' SPL-FILESEQ
003850         ' POSITIONS = ' SPL-TOTAL-COUNT
003860     IF SPL-TRAILER-STATUS = 'OUT-OF-BAL'
003870         DISPLAY '*** SPLICED FILE CONTROL TOTALS OUT OF ***'
003880         DISPLAY '*** BALANCE - SEE THE EXCEPTION REPORT ***'
003890         MOVE 8 TO RETURN-CODE
003900     END-IF
003901     IF SPL-RUN-ARCHIVED
003902         DISPLAY 'SPLICE WARNING - RUN ALREADY ARCHIVED, RERUN '
003903             'ARCHIVE TO REPLACE ITS GENERATIONS'
003904         IF RETURN-CODE < 4
003905             MOVE 4 TO RETURN-CODE
003906         END-IF
003907     END-IF
003910     PERFORM WRITE-JOBLOG-RECORD
003920     STOP RUN.

003930 PARSE-PARAMETERS.
003940     ACCEPT SPL-INPUT-FILE-NAME FROM ENVIRONMENT 'INFILE'
003950         ON EXCEPTION
003960             MOVE 'CLEANDS' TO SPL-INPUT-FILE-NAME
003970     END-ACCEPT
003980     IF SPL-INPUT-FILE-NAME = SPACES
003990         MOVE 'CLEANDS' TO SPL-INPUT-FILE-NAME
004000     END-IF
004010     ACCEPT SPL-FILESEQ-PARM FROM ENVIRONMENT 'FILESEQ'
004020         ON EXCEPTION
004030             MOVE SPACES TO SPL-FILESEQ-PARM
004040     END-ACCEPT
004050     MOVE ZERO TO SPL-FILESEQ
004060     PERFORM VARYING SPL-PARSE-POINTER FROM 1 BY 1
004070         UNTIL SPL-PARSE-POINTER > 5
004080         MOVE SPL-FILESEQ-PARM(SPL-PARSE-POINTER:1)
004090             TO SPL-DIGIT-X
004100         IF SPL-DIGIT-X >= '0' AND SPL-DIGIT-X <= '9'
004110             COMPUTE SPL-FILESEQ = SPL-FILESEQ * 10 + SPL-DIGIT
004120         END-IF
004130     END-PERFORM
004140     IF SPL-FILESEQ = ZERO OR SPL-FILESEQ > 100
004150         DISPLAY '*** SPLICE - FILESEQ MUST NAME THE FILE= ***'
004160         DISPLAY '*** SEQUENCE TO REPLACE (1 TO 100) ***'
004170         SET SPL-REJECTED TO TRUE
004180     END-IF
004190     ACCEPT SPL-OPERID-PARM FROM ENVIRONMENT 'OPERID'
004200         ON EXCEPTION
004210             MOVE SPACES TO SPL-OPERID-PARM
004220     END-ACCEPT
004230     IF SPL-OPERID-PARM = SPACES
004240         DISPLAY '*** SPLICE - NEEDS THE OPERID OF THE ***'
004250         DISPLAY '*** OPERATOR MAKING THE CHANGE ***'
004260         SET SPL-REJECTED TO TRUE
004270     END-IF.

004280*----------------------------------------------------------------
004290*    THE RUN BEING SPLICED IS THE ONE ON THE LATEST-RUN DATASET.
004300*    ITS RECORD IS KEPT AS THE JOURNAL BEFORE IMAGE.
004310*----------------------------------------------------------------
004320 READ-LATEST-RUN.
004330     OPEN INPUT LATEST-RUN-FILE
004340     IF SPL-LATEST-RUN-FILE-STATUS NOT = '00'
004350         MOVE SPL-LATEST-RUN-FILE-STATUS TO SPL-ABEND-STATUS
004360         MOVE 'LATESTDS' TO SPL-ABEND-FILE
004370         PERFORM 9000-ABEND
004380     END-IF
004390     READ LATEST-RUN-FILE
004400     IF SPL-LATEST-RUN-FILE-STATUS NOT = '00'
004410         MOVE SPL-LATEST-RUN-FILE-STATUS TO SPL-ABEND-STATUS
004420         MOVE 'LATESTDS' TO SPL-ABEND-FILE
004430         PERFORM 9000-ABEND
004440     END-IF
004450     CLOSE LATEST-RUN-FILE
004460     MOVE SPACES TO SPL-LATEST-BEFORE
004470     MOVE LATEST-RUN-RECORD TO SPL-LATEST-BEFORE
004480     MOVE LRF-RUN-DATE TO SPL-RUN-DATE
004490     MOVE LRF-RUN-TIME TO SPL-RUN-TIME
004500     MOVE LRF-TOTAL-COUNT TO SPL-OLD-RUN-TOTAL
004510     MOVE LRF-REJECTED-COUNT TO SPL-OLD-RUN-REJECTED
004520     MOVE LRF-FLOOR-COUNT TO SPL-OLD-RUN-FLOOR
004530     MOVE LRF-BASEMENT-POS TO SPL-OLD-RUN-BASE-POS.

004540*----------------------------------------------------------------
004550*    THE RUN MUST BE ON THE RUN MASTER AND STILL ACTIVE - A
004560*    SUPERSEDED RUN IS NEVER SPLICED.  THE MASTER STAYS OPEN
004570*    FOR THE REWRITE AT THE END OF THE STEP.
004580*----------------------------------------------------------------
004590 READ-RUN-MASTER.
004600     OPEN I-O RUN-MASTER-FILE
004610     IF SPL-RUN-MASTER-FILE-STATUS NOT = '00'
004620         MOVE SPL-RUN-MASTER-FILE-STATUS TO SPL-ABEND-STATUS
004630         MOVE 'RUNHIX' TO SPL-ABEND-FILE
004640         PERFORM 9000-ABEND
004650     END-IF
004660     MOVE SPL-RUN-DATE TO RHX-RUN-DATE
004670     MOVE SPL-RUN-TIME TO RHX-RUN-TIME
004680     READ RUN-MASTER-FILE
004690         INVALID KEY
004700             DISPLAY '*** SPLICE - RUN ' SPL-RUN-DATE '/'
004710                 SPL-RUN-TIME ' NOT ON MASTER ***'
004720             SET SPL-REJECTED TO TRUE
004730     END-READ
004740     IF NOT SPL-REJECTED
004750         IF RHX-RUN-STATUS = 'S'
004760             DISPLAY '*** SPLICE - RUN ' SPL-RUN-DATE '/'
004770                 SPL-RUN-TIME ' IS SUPERSEDED ***'
004780             SET SPL-REJECTED TO TRUE
004790         ELSE
004800             MOVE SPACES TO SPL-MASTER-BEFORE
004810             MOVE RUN-MASTER-RECORD TO SPL-MASTER-BEFORE
004820         END-IF
004830     END-IF.

004840 LOAD-THRESHOLD-TABLE.
004850     OPEN INPUT THRESHOLD-FILE
004860     IF SPL-THRESHOLD-FILE-STATUS NOT = '00'
004870         MOVE ZERO TO SPL-THR-LOADED
004880     ELSE
004890         PERFORM UNTIL SPL-THR-EOF
004900             READ THRESHOLD-FILE INTO THRESHOLD-RECORD
004910             EVALUATE SPL-THRESHOLD-FILE-STATUS
004920                 WHEN '00'
004930                     PERFORM STORE-THRESHOLD-ENTRY
004940                 WHEN '10'
004950                     SET SPL-THR-EOF TO TRUE
004960                 WHEN OTHER
004970                     MOVE SPL-THRESHOLD-FILE-STATUS
004980                         TO SPL-ABEND-STATUS
004990                     MOVE 'THRSHDS' TO SPL-ABEND-FILE
005000                     PERFORM 9000-ABEND
005010             END-EVALUATE
005020         END-PERFORM
005030         CLOSE THRESHOLD-FILE
005040     END-IF.

005050 STORE-THRESHOLD-ENTRY.
005060     IF (THR-DIRECTION = 'R' OR THR-DIRECTION = 'F')
005070         AND (THR-SIGN = '+' OR THR-SIGN = '-')
005080         AND THR-LEVEL-DIGITS IS NUMERIC
005090         AND SPL-THR-LOADED < 20
005100         ADD 1 TO SPL-THR-LOADED
005110         MOVE THR-DIRECTION
005120             TO SPL-THR-DIR(SPL-THR-LOADED)
005130         IF THR-SIGN = '-'
005140             COMPUTE SPL-THR-LEVEL(SPL-THR-LOADED) =
005150                 0 - THR-LEVEL-DIGITS
005160         ELSE
005170             MOVE THR-LEVEL-DIGITS
005180                 TO SPL-THR-LEVEL(SPL-THR-LOADED)
005190         END-IF
005200         MOVE ZERO TO SPL-THR-FIRST-POS(SPL-THR-LOADED)
005210         MOVE ZERO TO SPL-THR-CROSSINGS(SPL-THR-LOADED)
005220     ELSE
005230         DISPLAY 'SPLICE WARNING - THRESHOLD RECORD SKIPPED: '
005240             THRESHOLD-RECORD(1:8)
005250     END-IF.

005260*----------------------------------------------------------------
005270*    SAVES THE ORIGINAL LEDGER TO LEDGRTMP AND, ON THE WAY,
005280*    NOTES THE SPLICE POINT - THE LAST POSITION AND FLOOR OF
005290*    THE EARLIER FILES - AND THE OLD FILE'S LENGTH, REJECTS AND
005300*    NET FLOOR.
005310*----------------------------------------------------------------
005320 SAVE-LEDGER-FILE.
005330     OPEN INPUT LEDGER-FILE
005340     IF SPL-LEDGER-FILE-STATUS NOT = '00'
005350         MOVE SPL-LEDGER-FILE-STATUS TO SPL-ABEND-STATUS
005360         MOVE 'LEDGRDS' TO SPL-ABEND-FILE
005370         PERFORM 9000-ABEND
005380     END-IF
005390     OPEN OUTPUT LEDGER-TEMP-FILE
005400     IF SPL-LEDGER-TEMP-FILE-STATUS NOT = '00'
005410         MOVE SPL-LEDGER-TEMP-FILE-STATUS TO SPL-ABEND-STATUS
005420         MOVE 'LEDGRTMP' TO SPL-ABEND-FILE
005430         PERFORM 9000-ABEND
005440     END-IF
005450     MOVE 'N' TO SPL-EOF-FLAG
005460     PERFORM UNTIL SPL-EOF
005470         READ LEDGER-FILE
005480         EVALUATE SPL-LEDGER-FILE-STATUS
005490             WHEN '00'
005500                 MOVE LEDGER-RECORD TO LEDGER-TEMP-RECORD
005510                 WRITE LEDGER-TEMP-RECORD
005520                 PERFORM NOTE-ORIGINAL-LEDGER-RECORD
005530             WHEN '10'
005540                 SET SPL-EOF TO TRUE
005550             WHEN OTHER
005560                 MOVE SPL-LEDGER-FILE-STATUS TO SPL-ABEND-STATUS
005570                 MOVE 'LEDGRDS' TO SPL-ABEND-FILE
005580                 PERFORM 9000-ABEND
005590         END-EVALUATE
005600     END-PERFORM
005610     CLOSE LEDGER-FILE
005620     CLOSE LEDGER-TEMP-FILE
005630     IF SPL-OLD-FILE-COUNT > ZERO
005640         COMPUTE SPL-OLD-FILE-NET =
005650             SPL-OLD-LAST-FLOOR - SPL-BASE-FLOOR
005660     ELSE
005670         MOVE ZERO TO SPL-OLD-FILE-NET
005680     END-IF.

005690 NOTE-ORIGINAL-LEDGER-RECORD.
005700     MOVE LGR-FILE-SEQ TO SPL-WORK-FILESEQ
005710     MOVE LGR-POSITION TO SPL-WORK-POSITION
005720     MOVE LGR-FLOOR-COUNT TO SPL-WORK-FLOOR
005730     EVALUATE TRUE
005740         WHEN SPL-WORK-FILESEQ < SPL-FILESEQ
005750             MOVE SPL-WORK-POSITION TO SPL-BASE-POSITION
005760             MOVE SPL-WORK-FLOOR TO SPL-BASE-FLOOR
005770         WHEN SPL-WORK-FILESEQ = SPL-FILESEQ
005780             ADD 1 TO SPL-OLD-FILE-COUNT
005790             MOVE SPL-WORK-FLOOR TO SPL-OLD-LAST-FLOOR
005800             IF LGR-CHARACTER NOT = '('
005810                 AND LGR-CHARACTER NOT = ')'
005820                 ADD 1 TO SPL-OLD-FILE-REJECT
005830             END-IF
005840         WHEN OTHER
005850             CONTINUE
005860     END-EVALUATE.

005870 SAVE-EXCEPTION-FILE.
005880     OPEN INPUT EXCEPTION-FILE
005890     IF SPL-EXCEPTION-FILE-STATUS NOT = '00'
005900         MOVE SPL-EXCEPTION-FILE-STATUS TO SPL-ABEND-STATUS
005910         MOVE 'EXCPRPT' TO SPL-ABEND-FILE
005920         PERFORM 9000-ABEND
005930     END-IF
005940     OPEN OUTPUT EXCEPTION-TEMP-FILE
005950     IF SPL-EXCEPTION-TEMP-FILE-STATUS NOT = '00'
005960         MOVE SPL-EXCEPTION-TEMP-FILE-STATUS TO SPL-ABEND-STATUS
005970         MOVE 'EXCPTMP' TO SPL-ABEND-FILE
005980         PERFORM 9000-ABEND
005990     END-IF
006000     MOVE 'N' TO SPL-EOF-FLAG
006010     PERFORM UNTIL SPL-EOF
006020         READ EXCEPTION-FILE
006030         EVALUATE SPL-EXCEPTION-FILE-STATUS
006040             WHEN '00'
006050                 MOVE EXCEPTION-RECORD TO EXCEPTION-TEMP-RECORD
006060                 WRITE EXCEPTION-TEMP-RECORD
006070             WHEN '10'
006080                 SET SPL-EOF TO TRUE
006090             WHEN OTHER
006100                 MOVE SPL-EXCEPTION-FILE-STATUS
006110                     TO SPL-ABEND-STATUS
006120                 MOVE 'EXCPRPT' TO SPL-ABEND-FILE
006130                 PERFORM 9000-ABEND
006140         END-EVALUATE
006150     END-PERFORM
006160     CLOSE EXCEPTION-FILE
006170     CLOSE EXCEPTION-TEMP-FILE.

006180*----------------------------------------------------------------
006190*    SAVES THE ORIGINAL SUMMARY TO SUMMTMP, COUNTING THE FILES
006200*    IN ITS PER-FILE SECTION AND NOTING THE CONTROL-TOTALS
006210*    STATUS THE SPLICED FILE HAD BEFORE.
006220*----------------------------------------------------------------
006230 SAVE-SUMMARY-FILE.
006240     OPEN INPUT SUMMARY-FILE
006250     IF SPL-SUMMARY-FILE-STATUS NOT = '00'
006260         MOVE SPL-SUMMARY-FILE-STATUS TO SPL-ABEND-STATUS
006270         MOVE 'SUMMRPT' TO SPL-ABEND-FILE
006280         PERFORM 9000-ABEND
006290     END-IF
006300     OPEN OUTPUT SUMMARY-TEMP-FILE
006310     IF SPL-SUMMARY-TEMP-FILE-STATUS NOT = '00'
006320         MOVE SPL-SUMMARY-TEMP-FILE-STATUS TO SPL-ABEND-STATUS
006330         MOVE 'SUMMTMP' TO SPL-ABEND-FILE
006340         PERFORM 9000-ABEND
006350     END-IF
006360     MOVE 'N' TO SPL-IN-FILE-SECTION-FLAG
006370     MOVE ZERO TO SPL-SUMM-SEQ
006380     MOVE 'N' TO SPL-EOF-FLAG
006390     PERFORM UNTIL SPL-EOF
006400         READ SUMMARY-FILE INTO SPL-SUMMARY-LINE
006410         EVALUATE SPL-SUMMARY-FILE-STATUS
006420             WHEN '00'
006430                 MOVE SPL-SUMMARY-LINE TO SUMMARY-TEMP-RECORD
006440                 WRITE SUMMARY-TEMP-RECORD
006450                 PERFORM NOTE-ORIGINAL-SUMMARY-LINE
006460             WHEN '10'
006470                 SET SPL-EOF TO TRUE
006480             WHEN OTHER
006490                 MOVE SPL-SUMMARY-FILE-STATUS TO SPL-ABEND-STATUS
006500                 MOVE 'SUMMRPT' TO SPL-ABEND-FILE
006510                 PERFORM 9000-ABEND
006520         END-EVALUATE
006530     END-PERFORM
006540     CLOSE SUMMARY-FILE
006550     CLOSE SUMMARY-TEMP-FILE.

006560 NOTE-ORIGINAL-SUMMARY-LINE.
006570     EVALUATE TRUE
006580         WHEN SPL-SUMMARY-LINE(1:18) = 'PER-FILE SUMMARY -'
006590             SET SPL-IN-FILE-SECTION TO TRUE
006600         WHEN SPL-SUMMARY-LINE(1:14) = 'GRAND TOTALS -'
006610             MOVE 'N' TO SPL-IN-FILE-SECTION-FLAG
006620         WHEN NOT SPL-IN-FILE-SECTION
006630             CONTINUE
006640         WHEN SPL-SUMMARY-LINE(1:5) = 'FILE '
006650             ADD 1 TO SPL-SUMM-FILE-COUNT
006660             MOVE SPL-SUMM-FILE-SEQ-ED TO SPL-SUMM-SEQ
006670         WHEN SPL-SUMMARY-LINE(1:19) = '  CONTROL TOTALS : '
006680             AND SPL-SUMM-SEQ = SPL-FILESEQ
006690             MOVE SPL-SUMMARY-LINE(20:12) TO SPL-OLD-TRAILER
006700         WHEN OTHER
006710             CONTINUE
006720     END-EVALUATE.

006730*----------------------------------------------------------------
006740*    THE FILE TO BE SPLICED MUST BE ONE OF THE RUN'S FILES AND
006750*    ITS REPLACEMENT MUST OPEN.  NOTHING HAS BEEN CHANGED YET.
006760*----------------------------------------------------------------
006770 CHECK-SPLICE-TARGET.
006780     IF SPL-FILESEQ > SPL-SUMM-FILE-COUNT
006790         DISPLAY '*** SPLICE - RUN ' SPL-RUN-DATE '/'
006800             SPL-RUN-TIME ' HAS ONLY ' SPL-SUMM-FILE-COUNT
006810             ' FILES ***'
006820         SET SPL-REJECTED TO TRUE
006830     ELSE
006840         OPEN INPUT INPUT-FILE
006850         IF SPL-INPUT-FILE-STATUS NOT = '00'
006860             MOVE SPL-INPUT-FILE-STATUS TO SPL-ABEND-STATUS
006870             MOVE 'INFILE' TO SPL-ABEND-FILE
006880             PERFORM 9000-ABEND
006890         END-IF
006900     END-IF.

006910*----------------------------------------------------------------
006920*    REBUILDS LEDGRDS FROM THE SAVED LEDGER.  EARLIER FILES ARE
006930*    COPIED AS THEY WERE, THE OLD SECTION OF THE SPLICED FILE
006940*    IS DROPPED AND THE REPLACEMENT IS PROCESSED IN ITS PLACE,
006950*    AND LATER FILES ARE RENUMBERED AND RE-BASED.  THE GRAND
006960*    TOTALS, BASEMENT ENTRY, THRESHOLD CROSSINGS AND CHECKPOINTS
006970*    ARE ACCUMULATED OFF EVERY RECORD WRITTEN.
006980*----------------------------------------------------------------
006990 REBUILD-LEDGER.
007000     OPEN INPUT LEDGER-TEMP-FILE
007010     IF SPL-LEDGER-TEMP-FILE-STATUS NOT = '00'
007020         MOVE SPL-LEDGER-TEMP-FILE-STATUS TO SPL-ABEND-STATUS
007030         MOVE 'LEDGRTMP' TO SPL-ABEND-FILE
007040         PERFORM 9000-ABEND
007050     END-IF
007060     OPEN OUTPUT LEDGER-FILE
007070     OPEN OUTPUT CHECKPOINT-FILE
007080     MOVE ' COLUMN=' TO LGR-COLUMN-LABEL
007090     MOVE ' CHAR=' TO LGR-CHAR-LABEL
007100     MOVE ' FLOOR=' TO LGR-FLOOR-LABEL
007110     MOVE ' POS=' TO LGR-POS-LABEL
007120     MOVE ' FILE=' TO LGR-FILE-LABEL
007130     MOVE 'N' TO SPL-SPLICED-FLAG
007140     MOVE 'N' TO SPL-EOF-FLAG
007150     PERFORM UNTIL SPL-EOF
007160         READ LEDGER-TEMP-FILE INTO LEDGER-RECORD
007170         EVALUATE SPL-LEDGER-TEMP-FILE-STATUS
007180             WHEN '00'
007190                 PERFORM REBUILD-ONE-LEDGER-RECORD
007200             WHEN '10'
007210                 SET SPL-EOF TO TRUE
007220             WHEN OTHER
007230                 MOVE SPL-LEDGER-TEMP-FILE-STATUS
007240                     TO SPL-ABEND-STATUS
007250                 MOVE 'LEDGRTMP' TO SPL-ABEND-FILE
007260                 PERFORM 9000-ABEND
007270         END-EVALUATE
007280     END-PERFORM
007290     IF NOT SPL-SPLICED
007300         PERFORM SPLICE-REPLACEMENT-FILE
007310     END-IF
007320     CLOSE LEDGER-TEMP-FILE
007330     CLOSE LEDGER-FILE
007340     CLOSE CHECKPOINT-FILE.

007350 REBUILD-ONE-LEDGER-RECORD.
007360     MOVE LGR-FILE-SEQ TO SPL-WORK-FILESEQ
007370     IF SPL-WORK-FILESEQ >= SPL-FILESEQ AND NOT SPL-SPLICED
007380         MOVE LEDGER-RECORD TO SPL-LEDGER-HOLD
007390         PERFORM SPLICE-REPLACEMENT-FILE
007400         MOVE SPL-LEDGER-HOLD TO LEDGER-RECORD
007410     END-IF
007420     EVALUATE TRUE
007430         WHEN SPL-WORK-FILESEQ < SPL-FILESEQ
007440             MOVE LGR-POSITION TO SPL-WORK-POSITION
007450             MOVE LGR-FLOOR-COUNT TO SPL-WORK-FLOOR
007460             WRITE LEDGER-RECORD
007470             PERFORM ACCOUNT-LEDGER-RECORD
007480         WHEN SPL-WORK-FILESEQ = SPL-FILESEQ
007490             CONTINUE
007500         WHEN OTHER
007510             MOVE LGR-POSITION TO SPL-WORK-POSITION
007520             ADD SPL-POS-DELTA TO SPL-WORK-POSITION
007530             MOVE SPL-WORK-POSITION TO LGR-POSITION
007540             MOVE LGR-FLOOR-COUNT TO SPL-WORK-FLOOR
007550             ADD SPL-FLOOR-DELTA TO SPL-WORK-FLOOR
007560             MOVE SPL-WORK-FLOOR TO LGR-FLOOR-COUNT
007570             ADD 1 TO SPL-SHIFTED-COUNT
007580             WRITE LEDGER-RECORD
007590             PERFORM ACCOUNT-LEDGER-RECORD
007600     END-EVALUATE.

007610*----------------------------------------------------------------
007620*    PROCESSES THE REPLACEMENT FILE AS THE BATCH JOB PROCESSES
007630*    ONE MANIFEST FILE, STARTING FROM THE SPLICE POINT'S
007640*    POSITION AND FLOOR, THEN SETS THE DELTAS FOR LATER FILES.
007650*----------------------------------------------------------------
007660 SPLICE-REPLACEMENT-FILE.
007670     SET SPL-SPLICED TO TRUE
007680     MOVE SPL-BASE-POSITION TO SPL-POSITION
007690     MOVE SPL-BASE-FLOOR TO SPL-FLOOR-COUNT
007700     MOVE ZERO TO SPL-RECORD-NUMBER
007710     MOVE 'N' TO SPL-TRAILER-FLAG
007720     MOVE 'N' TO SPL-TRAILER-FLOOR-GIVEN-FLAG
007730     MOVE SPACES TO SPL-TRAILER-STATUS
007740     PERFORM READ-INPUT-RECORD
007750     PERFORM UNTIL SPL-INPUT-EOF
007760         EVALUATE TRUE
007770             WHEN INPUT-RECORD(1:7) = 'TRAILER'
007780                 PERFORM PARSE-TRAILER-RECORD
007790             WHEN INPUT-RECORD(1:6) = 'HEADER'
007800                 CONTINUE
007810             WHEN OTHER
007820                 PERFORM SPLICE-ONE-RECORD
007830         END-EVALUATE
007840         PERFORM READ-INPUT-RECORD
007850     END-PERFORM
007860     CLOSE INPUT-FILE
007870     PERFORM VALIDATE-TRAILER-TOTALS
007880     COMPUTE SPL-NEW-FILE-NET =
007890         SPL-FILE-OPEN-COUNT - SPL-FILE-CLOSE-COUNT
007900     COMPUTE SPL-POS-DELTA =
007910         SPL-FILE-INSTR-COUNT - SPL-OLD-FILE-COUNT
007920     COMPUTE SPL-FLOOR-DELTA =
007930         SPL-NEW-FILE-NET - SPL-OLD-FILE-NET.

007940 READ-INPUT-RECORD.
007950     READ INPUT-FILE INTO INPUT-RECORD
007960     EVALUATE SPL-INPUT-FILE-STATUS
007970         WHEN '00'
007980             ADD 1 TO SPL-RECORD-NUMBER
007990             MOVE LENGTH OF INPUT-RECORD TO SPL-RECORD-LENGTH
008000             PERFORM UNTIL SPL-RECORD-LENGTH = 0
008010                 OR INPUT-RECORD(SPL-RECORD-LENGTH:1) NOT = SPACE
008020                 SUBTRACT 1 FROM SPL-RECORD-LENGTH
008030             END-PERFORM
008040         WHEN '10'
008050             SET SPL-INPUT-EOF TO TRUE
008060         WHEN OTHER
008070             MOVE SPL-INPUT-FILE-STATUS TO SPL-ABEND-STATUS
008080             MOVE 'INFILE' TO SPL-ABEND-FILE
008090             PERFORM 9000-ABEND
008100     END-EVALUATE.

008110 SPLICE-ONE-RECORD.
008120     PERFORM VARYING SPL-COLUMN FROM 1 BY 1
008130         UNTIL SPL-COLUMN > SPL-RECORD-LENGTH
008140         ADD 1 TO SPL-POSITION
008150         ADD 1 TO SPL-FILE-INSTR-COUNT
008160         EVALUATE INPUT-RECORD(SPL-COLUMN:1)
008170             WHEN '('
008180                 ADD 1 TO SPL-FLOOR-COUNT
008190                 ADD 1 TO SPL-FILE-OPEN-COUNT
008200             WHEN ')'
008210                 SUBTRACT 1 FROM SPL-FLOOR-COUNT
008220                 ADD 1 TO SPL-FILE-CLOSE-COUNT
008230             WHEN OTHER
008240                 ADD 1 TO SPL-FILE-REJECT-COUNT
008250         END-EVALUATE
008260         MOVE SPL-RECORD-NUMBER TO LGR-RECORD-NUMBER
008270         MOVE SPL-COLUMN TO LGR-COLUMN
008280         MOVE INPUT-RECORD(SPL-COLUMN:1) TO LGR-CHARACTER
008290         MOVE SPL-FLOOR-COUNT TO LGR-FLOOR-COUNT
008300         MOVE SPL-POSITION TO LGR-POSITION
008310         MOVE SPL-FILESEQ TO LGR-FILE-SEQ
008320         WRITE LEDGER-RECORD
008330         MOVE SPL-POSITION TO SPL-WORK-POSITION
008340         MOVE SPL-FLOOR-COUNT TO SPL-WORK-FLOOR
008350         MOVE SPL-FILESEQ TO SPL-WORK-FILESEQ
008360         PERFORM ACCOUNT-LEDGER-RECORD
008370     END-PERFORM.

008380 PARSE-TRAILER-RECORD.
008390     SET SPL-TRAILER-SEEN TO TRUE
008400     MOVE SPACES TO SPL-TRAILER-STATUS
008410     IF INPUT-RECORD(8:9) IS NUMERIC
008420         AND INPUT-RECORD(17:9) IS NUMERIC
008430         AND INPUT-RECORD(26:9) IS NUMERIC
008440         MOVE INPUT-RECORD(8:9) TO SPL-TRAILER-INSTR
008450         MOVE INPUT-RECORD(17:9) TO SPL-TRAILER-OPEN
008460         MOVE INPUT-RECORD(26:9) TO SPL-TRAILER-CLOSE
008470     ELSE
008480         MOVE 'MALFORMED' TO SPL-TRAILER-STATUS
008490     END-IF
008500     MOVE INPUT-RECORD(35:10) TO SPL-TRAILER-FLOOR-X
008510     EVALUATE TRUE
008520         WHEN SPL-TRAILER-FLOOR-X = SPACES
008530             MOVE 'N' TO SPL-TRAILER-FLOOR-GIVEN-FLAG
008540         WHEN (SPL-TRAILER-FLOOR-SIGN = '+'
008550                 OR SPL-TRAILER-FLOOR-SIGN = '-')
008560             AND SPL-TRAILER-FLOOR-DIGITS IS NUMERIC
008570             SET SPL-TRAILER-FLOOR-GIVEN TO TRUE
008580             IF SPL-TRAILER-FLOOR-SIGN = '-'
008590                 COMPUTE SPL-TRAILER-FLOOR =
008600                     0 - SPL-TRAILER-FLOOR-DIGITS
008610             ELSE
008620                 MOVE SPL-TRAILER-FLOOR-DIGITS
008630                     TO SPL-TRAILER-FLOOR
008640             END-IF
008650         WHEN OTHER
008660             MOVE 'MALFORMED' TO SPL-TRAILER-STATUS
008670     END-EVALUATE.

008680 VALIDATE-TRAILER-TOTALS.
008690     MOVE ZERO TO SPL-MSG-COUNT
008700     EVALUATE TRUE
008710         WHEN NOT SPL-TRAILER-SEEN
008720             MOVE 'UNVERIFIED' TO SPL-TRAILER-STATUS
008730         WHEN SPL-TRAILER-STATUS = 'MALFORMED'
008740             PERFORM STORE-MALFORMED-MESSAGE
008750             MOVE 'OUT-OF-BAL' TO SPL-TRAILER-STATUS
008760         WHEN OTHER
008770             MOVE 'VERIFIED' TO SPL-TRAILER-STATUS
008780             PERFORM CHECK-TRAILER-FIELDS
008790     END-EVALUATE.

008800 CHECK-TRAILER-FIELDS.
008810     IF SPL-TRAILER-INSTR NOT = SPL-FILE-INSTR-COUNT
008820         MOVE 'INSTR' TO SPL-TRAILER-FIELD
008830         MOVE SPL-TRAILER-INSTR TO SPL-TRAILER-EXP-EDIT
008840         MOVE SPL-FILE-INSTR-COUNT TO SPL-TRAILER-ACT-EDIT
008850         PERFORM STORE-TRAILER-MESSAGE
008860         MOVE 'OUT-OF-BAL' TO SPL-TRAILER-STATUS
008870     END-IF
008880     IF SPL-TRAILER-OPEN NOT = SPL-FILE-OPEN-COUNT
008890         MOVE 'OPEN ' TO SPL-TRAILER-FIELD
008900         MOVE SPL-TRAILER-OPEN TO SPL-TRAILER-EXP-EDIT
008910         MOVE SPL-FILE-OPEN-COUNT TO SPL-TRAILER-ACT-EDIT
008920         PERFORM STORE-TRAILER-MESSAGE
008930         MOVE 'OUT-OF-BAL' TO SPL-TRAILER-STATUS
008940     END-IF
008950     IF SPL-TRAILER-CLOSE NOT = SPL-FILE-CLOSE-COUNT
008960         MOVE 'CLOSE' TO SPL-TRAILER-FIELD
008970         MOVE SPL-TRAILER-CLOSE TO SPL-TRAILER-EXP-EDIT
008980         MOVE SPL-FILE-CLOSE-COUNT TO SPL-TRAILER-ACT-EDIT
008990         PERFORM STORE-TRAILER-MESSAGE
009000         MOVE 'OUT-OF-BAL' TO SPL-TRAILER-STATUS
009010     END-IF
009020     IF SPL-TRAILER-FLOOR-GIVEN
009030         COMPUTE SPL-TRAILER-NET =
009040             SPL-FILE-OPEN-COUNT - SPL-FILE-CLOSE-COUNT
009050         IF SPL-TRAILER-FLOOR NOT = SPL-TRAILER-NET
009060             MOVE 'FLOOR' TO SPL-TRAILER-FIELD
009070             MOVE SPL-TRAILER-FLOOR TO SPL-TRAILER-EXP-EDIT
009080             MOVE SPL-TRAILER-NET TO SPL-TRAILER-ACT-EDIT
009090             PERFORM STORE-TRAILER-MESSAGE
009100             MOVE 'OUT-OF-BAL' TO SPL-TRAILER-STATUS
009110         END-IF
009120     END-IF.

009130 STORE-TRAILER-MESSAGE.
009140     MOVE SPL-FILESEQ TO SPL-FILE-SEQ-EDIT
009150     MOVE SPACES TO SPL-TRAILER-MSG
009160     MOVE 1 TO SPL-TRAILER-MSG-POINTER
009170     STRING 'TRAILER OUT-OF-BALANCE FILE=' DELIMITED BY SIZE
009180         SPL-FILE-SEQ-EDIT DELIMITED BY SIZE
009190         ' ' DELIMITED BY SIZE
009200         SPL-TRAILER-FIELD DELIMITED BY SIZE
009210         ' EXP=' DELIMITED BY SIZE
009220         SPL-TRAILER-EXP-EDIT DELIMITED BY SIZE
009230         ' ACT=' DELIMITED BY SIZE
009240         SPL-TRAILER-ACT-EDIT DELIMITED BY SIZE
009250         INTO SPL-TRAILER-MSG
009260         WITH POINTER SPL-TRAILER-MSG-POINTER
009270     ADD 1 TO SPL-MSG-COUNT
009280     MOVE SPL-TRAILER-MSG TO SPL-MSG-LINE(SPL-MSG-COUNT).

009290 STORE-MALFORMED-MESSAGE.
009300     MOVE SPL-FILESEQ TO SPL-FILE-SEQ-EDIT
009310     MOVE SPACES TO SPL-TRAILER-MSG
009320     STRING 'TRAILER MALFORMED FILE=' DELIMITED BY SIZE
009330         SPL-FILE-SEQ-EDIT DELIMITED BY SIZE
009340         ' - CONTROL FIELDS NOT NUMERIC' DELIMITED BY SIZE
009350         INTO SPL-TRAILER-MSG
009360     ADD 1 TO SPL-MSG-COUNT
009370     MOVE SPL-TRAILER-MSG TO SPL-MSG-LINE(SPL-MSG-COUNT).

009380*----------------------------------------------------------------
009390*    ACCUMULATES ONE RECORD OF THE SPLICED LEDGER (WORK FIELDS
009400*    HOLD ITS POSITION, FLOOR AND FILE= SEQUENCE) INTO THE RUN
009410*    TOTALS, THE CURRENT FILE'S TALLIES, THE BASEMENT ENTRY AND
009420*    THE THRESHOLD CROSSINGS, AND WRITES A CHECKPOINT AT THE
009430*    BATCH JOB'S INTERVAL.
009440*----------------------------------------------------------------
009450 ACCOUNT-LEDGER-RECORD.
009460     IF SPL-WORK-FILESEQ NOT = SPL-TALLY-FILESEQ
009470         MOVE SPL-WORK-FILESEQ TO SPL-TALLY-FILESEQ
009480         MOVE ZERO TO SPL-TALLY-INSTR
009490         MOVE ZERO TO SPL-TALLY-OPEN
009500         MOVE ZERO TO SPL-TALLY-CLOSE
009510         MOVE ZERO TO SPL-TALLY-REJECT
009520     END-IF
009530     ADD 1 TO SPL-TOTAL-COUNT
009540     ADD 1 TO SPL-TALLY-INSTR
009550     EVALUATE LGR-CHARACTER
009560         WHEN '('
009570             ADD 1 TO SPL-OPEN-COUNT
009580             ADD 1 TO SPL-TALLY-OPEN
009590         WHEN ')'
009600             ADD 1 TO SPL-CLOSE-COUNT
009610             ADD 1 TO SPL-TALLY-CLOSE
009620         WHEN OTHER
009630             ADD 1 TO SPL-REJECTED-COUNT
009640             ADD 1 TO SPL-TALLY-REJECT
009650     END-EVALUATE
009660     IF SPL-THR-LOADED > ZERO
009670         AND SPL-WORK-FLOOR NOT = SPL-PREV-FLOOR
009680         PERFORM CHECK-THRESHOLDS
009690     END-IF
009700     MOVE SPL-WORK-FLOOR TO SPL-PREV-FLOOR
009710     MOVE SPL-WORK-FLOOR TO SPL-FINAL-FLOOR
009720     IF SPL-WORK-FLOOR < 0 AND NOT SPL-IN-BASEMENT
009730         SET SPL-IN-BASEMENT TO TRUE
009740         MOVE SPL-WORK-POSITION TO SPL-BASEMENT-POS
009750     END-IF
009760     DIVIDE SPL-WORK-POSITION BY SPL-CHECKPOINT-INTERVAL
009770         GIVING SPL-CKPT-QUOTIENT
009780         REMAINDER SPL-CKPT-REMAINDER
009790     IF SPL-CKPT-REMAINDER = 0
009800         PERFORM WRITE-CHECKPOINT-RECORD
009810     END-IF.

009820 CHECK-THRESHOLDS.
009830     PERFORM VARYING SPL-THR-INDEX FROM 1 BY 1
009840         UNTIL SPL-THR-INDEX > SPL-THR-LOADED
009850         PERFORM CHECK-ONE-THRESHOLD
009860     END-PERFORM.

009870 CHECK-ONE-THRESHOLD.
009880     EVALUATE TRUE
009890         WHEN SPL-THR-DIR(SPL-THR-INDEX) = 'R'
009900             AND SPL-PREV-FLOOR < SPL-THR-LEVEL(SPL-THR-INDEX)
009910             AND SPL-WORK-FLOOR >= SPL-THR-LEVEL(SPL-THR-INDEX)
009920             PERFORM COUNT-THRESHOLD-CROSSING
009930         WHEN SPL-THR-DIR(SPL-THR-INDEX) = 'F'
009940             AND SPL-PREV-FLOOR > SPL-THR-LEVEL(SPL-THR-INDEX)
009950             AND SPL-WORK-FLOOR <= SPL-THR-LEVEL(SPL-THR-INDEX)
009960             PERFORM COUNT-THRESHOLD-CROSSING
009970     END-EVALUATE.

009980 COUNT-THRESHOLD-CROSSING.
009990     ADD 1 TO SPL-THR-CROSSINGS(SPL-THR-INDEX)
010000     IF SPL-THR-FIRST-POS(SPL-THR-INDEX) = ZERO
010010         MOVE SPL-WORK-POSITION
010020             TO SPL-THR-FIRST-POS(SPL-THR-INDEX)
010030     END-IF.

010040 WRITE-CHECKPOINT-RECORD.
010050     MOVE SPL-WORK-POSITION TO CKPT-POSITION
010060     MOVE SPL-WORK-FLOOR TO CKPT-FLOOR-COUNT
010070     MOVE SPL-OPEN-COUNT TO CKPT-OPEN-COUNT
010080     MOVE SPL-CLOSE-COUNT TO CKPT-CLOSE-COUNT
010090     MOVE SPL-REJECTED-COUNT TO CKPT-REJECTED-COUNT
010100     MOVE SPL-TALLY-INSTR TO CKPT-FILE-INSTR
010110     MOVE SPL-TALLY-OPEN TO CKPT-FILE-OPEN
010120     MOVE SPL-TALLY-CLOSE TO CKPT-FILE-CLOSE
010130     MOVE SPL-TALLY-REJECT TO CKPT-FILE-REJECT
010140     MOVE SPL-BASEMENT-FLAG TO CKPT-BASEMENT-FLAG
010150     MOVE SPL-BASEMENT-POS TO CKPT-BASEMENT-POS
010160     MOVE ZEROS TO CKPT-THRESHOLD-STATE
010170     PERFORM VARYING SPL-THR-INDEX FROM 1 BY 1
010180         UNTIL SPL-THR-INDEX > SPL-THR-LOADED
010190         MOVE SPL-THR-FIRST-POS(SPL-THR-INDEX)
010200             TO CKPT-THR-FIRST-POS(SPL-THR-INDEX)
010210         MOVE SPL-THR-CROSSINGS(SPL-THR-INDEX)
010220             TO CKPT-THR-CROSSINGS(SPL-THR-INDEX)
010230     END-PERFORM
010240     WRITE CHECKPOINT-RECORD
010250     ADD 1 TO SPL-CKPT-COUNT.

010260*----------------------------------------------------------------
010270*    REBUILDS EXCPRPT FROM THE SAVED REPORT.  THE SPLICED
010280*    FILE'S OLD LINES ARE DROPPED AND ITS NEW ONES WRITTEN IN
010290*    THEIR PLACE; THE INVALID-CHARACTER LINES OF LATER FILES
010300*    HAVE THEIR POS= FIELD RENUMBERED.  LINES WITH NO FILE=
010310*    SEQUENCE OF THEIR OWN GO WITH THE LINE BEFORE THEM.
010320*----------------------------------------------------------------
010330 REBUILD-EXCEPTIONS.
010340     OPEN INPUT EXCEPTION-TEMP-FILE
010350     IF SPL-EXCEPTION-TEMP-FILE-STATUS NOT = '00'
010360         MOVE SPL-EXCEPTION-TEMP-FILE-STATUS TO SPL-ABEND-STATUS
010370         MOVE 'EXCPTMP' TO SPL-ABEND-FILE
010380         PERFORM 9000-ABEND
010390     END-IF
010400     OPEN OUTPUT EXCEPTION-FILE
010410     MOVE ZERO TO SPL-EXCP-SEQ
010420     MOVE 'N' TO SPL-SPLICED-FLAG
010430     MOVE 'N' TO SPL-EOF-FLAG
010440     PERFORM UNTIL SPL-EOF
010450         READ EXCEPTION-TEMP-FILE INTO EXCEPTION-RECORD
010460         EVALUATE SPL-EXCEPTION-TEMP-FILE-STATUS
010470             WHEN '00'
010480                 PERFORM REBUILD-ONE-EXCEPTION-RECORD
010490             WHEN '10'
010500                 SET SPL-EOF TO TRUE
010510             WHEN OTHER
010520                 MOVE SPL-EXCEPTION-TEMP-FILE-STATUS
010530                     TO SPL-ABEND-STATUS
010540                 MOVE 'EXCPTMP' TO SPL-ABEND-FILE
010550                 PERFORM 9000-ABEND
010560         END-EVALUATE
010570     END-PERFORM
010580     IF NOT SPL-SPLICED
010590         PERFORM WRITE-SPLICED-EXCEPTIONS
010600     END-IF
010610     CLOSE EXCEPTION-TEMP-FILE
010620     CLOSE EXCEPTION-FILE.

010630 REBUILD-ONE-EXCEPTION-RECORD.
010640     EVALUATE TRUE
010650         WHEN EXCR-LABEL = 'INVALID CHAR REC='
010660             MOVE EXCR-FILE-SEQ TO SPL-EXCP-SEQ
010670         WHEN EXCEPTION-RECORD(1:28) =
010680                 'TRAILER OUT-OF-BALANCE FILE='
010690             MOVE EXCEPTION-RECORD(29:5) TO SPL-SEQ-FIELD-X
010700             MOVE SPL-SEQ-FIELD-ED TO SPL-EXCP-SEQ
010710         WHEN EXCEPTION-RECORD(1:23) =
010720                 'TRAILER MALFORMED FILE='
010730             MOVE EXCEPTION-RECORD(24:5) TO SPL-SEQ-FIELD-X
010740             MOVE SPL-SEQ-FIELD-ED TO SPL-EXCP-SEQ
010750         WHEN OTHER
010760             CONTINUE
010770     END-EVALUATE
010780     IF SPL-EXCP-SEQ >= SPL-FILESEQ AND NOT SPL-SPLICED
010790         MOVE EXCEPTION-RECORD TO SPL-EXCEPTION-HOLD
010800         PERFORM WRITE-SPLICED-EXCEPTIONS
010810         MOVE SPL-EXCEPTION-HOLD TO EXCEPTION-RECORD
010820     END-IF
010830     EVALUATE TRUE
010840         WHEN SPL-EXCP-SEQ = SPL-FILESEQ
010850             CONTINUE
010860         WHEN SPL-EXCP-SEQ > SPL-FILESEQ
010870             AND EXCR-LABEL = 'INVALID CHAR REC='
010880             MOVE EXCR-POSITION TO SPL-WORK-POSITION
010890             ADD SPL-POS-DELTA TO SPL-WORK-POSITION
010900             MOVE SPL-WORK-POSITION TO EXCR-POSITION
010910             WRITE EXCEPTION-RECORD
010920         WHEN OTHER
010930             WRITE EXCEPTION-RECORD
010940     END-EVALUATE.

010950*----------------------------------------------------------------
010960*    WRITES THE SPLICED FILE'S EXCEPTION LINES - ONE PER
010970*    REJECTED CHARACTER, TAKEN OFF ITS SECTION OF THE REBUILT
010980*    LEDGER, THEN ITS CONTROL-TRAILER MESSAGES.
010990*----------------------------------------------------------------
011000 WRITE-SPLICED-EXCEPTIONS.
011010     SET SPL-SPLICED TO TRUE
011020     OPEN INPUT LEDGER-FILE
011030     IF SPL-LEDGER-FILE-STATUS NOT = '00'
011040         MOVE SPL-LEDGER-FILE-STATUS TO SPL-ABEND-STATUS
011050         MOVE 'LEDGRDS' TO SPL-ABEND-FILE
011060         PERFORM 9000-ABEND
011070     END-IF
011080     MOVE 'N' TO SPL-LEDGER-EOF-FLAG
011090     PERFORM UNTIL SPL-LEDGER-EOF
011100         READ LEDGER-FILE
011110         EVALUATE SPL-LEDGER-FILE-STATUS
011120             WHEN '00'
011130                 MOVE LGR-FILE-SEQ TO SPL-WORK-FILESEQ
011140                 EVALUATE TRUE
011150                     WHEN SPL-WORK-FILESEQ > SPL-FILESEQ
011160                         SET SPL-LEDGER-EOF TO TRUE
011170                     WHEN SPL-WORK-FILESEQ = SPL-FILESEQ
011180                         AND LGR-CHARACTER NOT = '('
011190                         AND LGR-CHARACTER NOT = ')'
011200                         PERFORM WRITE-LEDGER-REJECT-LINE
011210                     WHEN OTHER
011220                         CONTINUE
011230                 END-EVALUATE
011240             WHEN '10'
011250                 SET SPL-LEDGER-EOF TO TRUE
011260             WHEN OTHER
011270                 MOVE SPL-LEDGER-FILE-STATUS TO SPL-ABEND-STATUS
011280                 MOVE 'LEDGRDS' TO SPL-ABEND-FILE
011290                 PERFORM 9000-ABEND
011300         END-EVALUATE
011310     END-PERFORM
011320     CLOSE LEDGER-FILE
011330     PERFORM VARYING SPL-MSG-INDEX FROM 1 BY 1
011340         UNTIL SPL-MSG-INDEX > SPL-MSG-COUNT
011350         MOVE SPL-MSG-LINE(SPL-MSG-INDEX) TO EXCEPTION-RECORD
011360         WRITE EXCEPTION-RECORD
011370     END-PERFORM.

011380 WRITE-LEDGER-REJECT-LINE.
011390     MOVE LGR-RECORD-NUMBER TO SPL-WORK-RECORD-NUMBER
011400     MOVE LGR-COLUMN TO SPL-WORK-COLUMN
011410     MOVE LGR-POSITION TO SPL-WORK-POSITION
011420     MOVE 'INVALID CHAR REC=' TO EXCR-LABEL
011430     MOVE SPL-WORK-RECORD-NUMBER TO EXCR-RECORD-NUMBER
011440     MOVE ' COLUMN=' TO EXCR-COLUMN-LABEL
011450     MOVE SPL-WORK-COLUMN TO EXCR-COLUMN
011460     MOVE ' CHAR=' TO EXCR-CHAR-LABEL
011470     MOVE LGR-CHARACTER TO EXCR-CHARACTER
011480     MOVE ' POS=' TO EXCR-POS-LABEL
011490     MOVE SPL-WORK-POSITION TO EXCR-POSITION
011500     MOVE ' FILE=' TO EXCR-FILE-LABEL
011510     MOVE SPL-FILESEQ TO EXCR-FILE-SEQ
011520     WRITE EXCEPTION-RECORD.

011530*----------------------------------------------------------------
011540*    REBUILDS SUMMRPT FROM THE SAVED SUMMARY.  THE HEADING AND
011550*    THE OTHER FILES' LINES ARE COPIED, THE SPLICED FILE'S
011560*    THREE LINES ARE REPLACED, AND THE GRAND-TOTAL SECTION IS
011570*    WRITTEN AFRESH WITH THE CONTROL-TOTALS VERDICT TAKEN OFF
011580*    THE PER-FILE STATUSES.
011590*----------------------------------------------------------------
011600 REBUILD-SUMMARY.
011610     OPEN INPUT SUMMARY-TEMP-FILE
011620     IF SPL-SUMMARY-TEMP-FILE-STATUS NOT = '00'
011630         MOVE SPL-SUMMARY-TEMP-FILE-STATUS TO SPL-ABEND-STATUS
011640         MOVE 'SUMMTMP' TO SPL-ABEND-FILE
011650         PERFORM 9000-ABEND
011660     END-IF
011670     OPEN OUTPUT SUMMARY-FILE
011680     MOVE 'N' TO SPL-IN-FILE-SECTION-FLAG
011690     MOVE ZERO TO SPL-SUMM-SEQ
011700     MOVE 'N' TO SPL-EOF-FLAG
011710     PERFORM UNTIL SPL-EOF
011720         READ SUMMARY-TEMP-FILE INTO SPL-SUMMARY-LINE
011730         EVALUATE SPL-SUMMARY-TEMP-FILE-STATUS
011740             WHEN '00'
011750                 PERFORM REBUILD-ONE-SUMMARY-LINE
011760             WHEN '10'
011770                 SET SPL-EOF TO TRUE
011780             WHEN OTHER
011790                 MOVE SPL-SUMMARY-TEMP-FILE-STATUS
011800                     TO SPL-ABEND-STATUS
011810                 MOVE 'SUMMTMP' TO SPL-ABEND-FILE
011820                 PERFORM 9000-ABEND
011830         END-EVALUATE
011840     END-PERFORM
011850     IF NOT SPL-TOTALS-WRITTEN
011860         PERFORM WRITE-SUMMARY-TOTALS
011870     END-IF
011880     CLOSE SUMMARY-TEMP-FILE
011890     CLOSE SUMMARY-FILE.

011900 REBUILD-ONE-SUMMARY-LINE.
011910     EVALUATE TRUE
011920         WHEN SPL-TOTALS-WRITTEN
011930             CONTINUE
011940         WHEN SPL-SUMMARY-LINE(1:18) = 'PER-FILE SUMMARY -'
011950             SET SPL-IN-FILE-SECTION TO TRUE
011960             PERFORM WRITE-SUMMARY-LINE
011970         WHEN SPL-SUMMARY-LINE(1:14) = 'GRAND TOTALS -'
011980             PERFORM WRITE-SUMMARY-TOTALS
011990         WHEN NOT SPL-IN-FILE-SECTION
012000             PERFORM WRITE-SUMMARY-LINE
012010         WHEN SPL-SUMMARY-LINE(1:5) = 'FILE '
012020             MOVE SPL-SUMM-FILE-SEQ-ED TO SPL-SUMM-SEQ
012030             IF SPL-SUMM-SEQ = SPL-FILESEQ
012040                 PERFORM BUILD-SPLICED-NAME-LINE
012050             END-IF
012060             PERFORM WRITE-SUMMARY-LINE
012070         WHEN SPL-SUMMARY-LINE(1:9) = '  INSTR: '
012080             IF SPL-SUMM-SEQ = SPL-FILESEQ
012090                 PERFORM BUILD-SPLICED-COUNT-LINE
012100             END-IF
012110             PERFORM WRITE-SUMMARY-LINE
012120         WHEN SPL-SUMMARY-LINE(1:19) = '  CONTROL TOTALS : '
012130             IF SPL-SUMM-SEQ = SPL-FILESEQ
012140                 MOVE SPACES TO SPL-SUMMARY-LINE
012150                 STRING '  CONTROL TOTALS : ' DELIMITED BY SIZE
012160                     SPL-TRAILER-STATUS DELIMITED BY SIZE
012170                     INTO SPL-SUMMARY-LINE
012180             END-IF
012190             MOVE SPL-SUMMARY-LINE(20:12) TO SPL-FILE-STATUS-X
012200             EVALUATE SPL-FILE-STATUS-X
012210                 WHEN 'OUT-OF-BAL'
012220                     SET SPL-ANY-OOB TO TRUE
012230                 WHEN 'UNVERIFIED'
012240                 WHEN 'RESTARTED'
012250                     SET SPL-ANY-UNVER TO TRUE
012260                 WHEN OTHER
012270                     CONTINUE
012280             END-EVALUATE
012290             PERFORM WRITE-SUMMARY-LINE
012300         WHEN OTHER
012310             PERFORM WRITE-SUMMARY-LINE
012320     END-EVALUATE.

012330 WRITE-SUMMARY-LINE.
012340     MOVE SPL-SUMMARY-LINE TO SUMMARY-RECORD
012350     WRITE SUMMARY-RECORD.

012360 BUILD-SPLICED-NAME-LINE.
012370     MOVE LENGTH OF SPL-INPUT-FILE-NAME TO SPL-NAME-LENGTH
012380     PERFORM UNTIL SPL-NAME-LENGTH = 0
012390             OR SPL-INPUT-FILE-NAME(SPL-NAME-LENGTH:1) NOT = SPACE
012400         SUBTRACT 1 FROM SPL-NAME-LENGTH
012410     END-PERFORM
012420     MOVE SPACES TO SPL-FILE-NAME
012430     EVALUATE TRUE
012440         WHEN SPL-NAME-LENGTH = 0
012450             CONTINUE
012460         WHEN SPL-NAME-LENGTH > 53
012470             MOVE SPL-INPUT-FILE-NAME(1:53) TO SPL-FILE-NAME
012480         WHEN OTHER
012490             MOVE SPL-INPUT-FILE-NAME(1:SPL-NAME-LENGTH)
012500                 TO SPL-FILE-NAME
012510     END-EVALUATE
012520     MOVE SPL-FILESEQ TO SPL-FILE-SEQ-EDIT
012530     MOVE SPACES TO SPL-SUMMARY-LINE
012540     STRING 'FILE ' DELIMITED BY SIZE
012550         SPL-FILE-SEQ-EDIT DELIMITED BY SIZE
012560         ' : ' DELIMITED BY SIZE
012570         SPL-FILE-NAME DELIMITED BY SIZE
012580         INTO SPL-SUMMARY-LINE.

012590 BUILD-SPLICED-COUNT-LINE.
012600     MOVE SPACES TO SPL-SUMMARY-LINE
012610     MOVE 1 TO SPL-LINE-POINTER
012620     MOVE SPL-FILE-INSTR-COUNT TO SPL-COUNT-EDIT
012630     STRING '  INSTR: ' DELIMITED BY SIZE
012640         SPL-COUNT-EDIT DELIMITED BY SIZE
012650         ' OPEN: ' DELIMITED BY SIZE
012660         INTO SPL-SUMMARY-LINE
012670         WITH POINTER SPL-LINE-POINTER
012680     MOVE SPL-FILE-OPEN-COUNT TO SPL-COUNT-EDIT
012690     STRING SPL-COUNT-EDIT DELIMITED BY SIZE
012700         ' CLOSE: ' DELIMITED BY SIZE
012710         INTO SPL-SUMMARY-LINE
012720         WITH POINTER SPL-LINE-POINTER
012730     MOVE SPL-FILE-CLOSE-COUNT TO SPL-COUNT-EDIT
012740     STRING SPL-COUNT-EDIT DELIMITED BY SIZE
012750         ' REJ: ' DELIMITED BY SIZE
012760         INTO SPL-SUMMARY-LINE
012770         WITH POINTER SPL-LINE-POINTER
012780     MOVE SPL-FILE-REJECT-COUNT TO SPL-COUNT-EDIT
012790     STRING SPL-COUNT-EDIT DELIMITED BY SIZE
012800         INTO SPL-SUMMARY-LINE
012810         WITH POINTER SPL-LINE-POINTER.

012820 WRITE-SUMMARY-TOTALS.
012830     SET SPL-TOTALS-WRITTEN TO TRUE
012840     MOVE 'GRAND TOTALS -' TO SUMMARY-RECORD
012850     WRITE SUMMARY-RECORD
012860     MOVE SPACES TO SPL-REPORT-LINE
012870     MOVE 1 TO SPL-LINE-POINTER
012880     MOVE SPL-TOTAL-COUNT TO SPL-COUNT-EDIT
012890     STRING 'INSTRUCTIONS PROCESSED : ' DELIMITED BY SIZE
012900         SPL-COUNT-EDIT DELIMITED BY SIZE
012910         '   OPEN: ' DELIMITED BY SIZE
012920         INTO SPL-REPORT-LINE
012930         WITH POINTER SPL-LINE-POINTER
012940     MOVE SPL-OPEN-COUNT TO SPL-COUNT-EDIT
012950     STRING SPL-COUNT-EDIT DELIMITED BY SIZE
012960         '  CLOSE: ' DELIMITED BY SIZE
012970         INTO SPL-REPORT-LINE
012980         WITH POINTER SPL-LINE-POINTER
012990     MOVE SPL-CLOSE-COUNT TO SPL-COUNT-EDIT
013000     STRING SPL-COUNT-EDIT DELIMITED BY SIZE
013010         INTO SPL-REPORT-LINE
013020         WITH POINTER SPL-LINE-POINTER
013030     MOVE SPL-REPORT-LINE TO SUMMARY-RECORD
013040     WRITE SUMMARY-RECORD
013050     MOVE SPACES TO SPL-REPORT-LINE
013060     MOVE SPL-REJECTED-COUNT TO SPL-COUNT-EDIT
013070     STRING 'REJECTED CHARACTERS : ' DELIMITED BY SIZE
013080         SPL-COUNT-EDIT DELIMITED BY SIZE
013090         INTO SPL-REPORT-LINE
013100     MOVE SPL-REPORT-LINE TO SUMMARY-RECORD
013110     WRITE SUMMARY-RECORD
013120     EVALUATE TRUE
013130         WHEN SPL-ANY-OOB
013140             MOVE 'CONTROL TOTALS : OUT-OF-BALANCE'
013150                 TO SUMMARY-RECORD
013160         WHEN SPL-ANY-UNVER
013170             MOVE 'CONTROL TOTALS : UNVERIFIED'
013180                 TO SUMMARY-RECORD
013190         WHEN OTHER
013200             MOVE 'CONTROL TOTALS : VERIFIED'
013210                 TO SUMMARY-RECORD
013220     END-EVALUATE
013230     WRITE SUMMARY-RECORD
013240     IF SPL-THR-LOADED > ZERO
013250         PERFORM VARYING SPL-THR-INDEX FROM 1 BY 1
013260             UNTIL SPL-THR-INDEX > SPL-THR-LOADED
013270             PERFORM WRITE-EVENT-LINE
013280             MOVE SPL-EVENT-LINE TO SUMMARY-RECORD
013290             WRITE SUMMARY-RECORD
013300         END-PERFORM
013310     END-IF
013320     MOVE SPACES TO SPL-REPORT-LINE
013330     MOVE SPL-FINAL-FLOOR TO SPL-FLOOR-EDIT
013340     STRING 'FINAL FLOOR-COUNT : ' DELIMITED BY SIZE
013350         SPL-FLOOR-EDIT DELIMITED BY SIZE
013360         INTO SPL-REPORT-LINE
013370     MOVE SPL-REPORT-LINE TO SUMMARY-RECORD
013380     WRITE SUMMARY-RECORD
013390     MOVE SPACES TO SPL-REPORT-LINE
013400     IF SPL-IN-BASEMENT
013410         MOVE SPL-BASEMENT-POS TO SPL-COUNT-EDIT
013420         STRING 'FIRST BASEMENT AT POSITION : '
013430             DELIMITED BY SIZE
013440             SPL-COUNT-EDIT DELIMITED BY SIZE
013450             INTO SPL-REPORT-LINE
013460     ELSE
013470         MOVE 'BASEMENT NEVER ENTERED' TO SPL-REPORT-LINE
013480     END-IF
013490     MOVE SPL-REPORT-LINE TO SUMMARY-RECORD
013500     WRITE SUMMARY-RECORD.

013510*----------------------------------------------------------------
013520*    THE SPLICED RUN'S EVENTS REPORT, WITH THE CROSSINGS COUNTED
013530*    OVER THE WHOLE RE-BASED LEDGER, IN THE BATCH JOB'S FORMAT.
013540*----------------------------------------------------------------
013550 WRITE-EVENTS-REPORT.
013560     OPEN OUTPUT EVENTS-FILE
013570     MOVE 'FLOOR THRESHOLD EVENTS REPORT' TO EVENTS-RECORD
013580     WRITE EVENTS-RECORD
013590     IF SPL-THR-LOADED = ZERO
013600         MOVE 'NO THRESHOLD CONTROL FILE - MONITORING INACTIVE'
013610             TO EVENTS-RECORD
013620         WRITE EVENTS-RECORD
013630     ELSE
013640         PERFORM VARYING SPL-THR-INDEX FROM 1 BY 1
013650             UNTIL SPL-THR-INDEX > SPL-THR-LOADED
013660             PERFORM WRITE-EVENT-LINE
013670             MOVE SPL-EVENT-LINE TO EVENTS-RECORD
013680             WRITE EVENTS-RECORD
013690         END-PERFORM
013700     END-IF
013710     CLOSE EVENTS-FILE.

013720 WRITE-EVENT-LINE.
013730     MOVE SPACES TO SPL-EVENT-LINE
013740     MOVE 1 TO SPL-EVENT-POINTER
013750     MOVE SPL-THR-LEVEL(SPL-THR-INDEX) TO SPL-THR-LEVEL-EDIT
013760     STRING 'THRESHOLD ' DELIMITED BY SIZE
013770         SPL-THR-DIR(SPL-THR-INDEX) DELIMITED BY SIZE
013780         ' LEVEL ' DELIMITED BY SIZE
013790         SPL-THR-LEVEL-EDIT DELIMITED BY SIZE
013800         INTO SPL-EVENT-LINE
013810         WITH POINTER SPL-EVENT-POINTER
013820     IF SPL-THR-CROSSINGS(SPL-THR-INDEX) = ZERO
013830         STRING ' : NEVER CROSSED' DELIMITED BY SIZE
013840             INTO SPL-EVENT-LINE
013850             WITH POINTER SPL-EVENT-POINTER
013860     ELSE
013870         MOVE SPL-THR-FIRST-POS(SPL-THR-INDEX) TO SPL-COUNT-EDIT
013880         STRING ' : FIRST POS ' DELIMITED BY SIZE
013890             SPL-COUNT-EDIT DELIMITED BY SIZE
013900             INTO SPL-EVENT-LINE
013910             WITH POINTER SPL-EVENT-POINTER
013920         MOVE SPL-THR-CROSSINGS(SPL-THR-INDEX) TO SPL-COUNT-EDIT
013930         STRING ' CROSSINGS ' DELIMITED BY SIZE
013940             SPL-COUNT-EDIT DELIMITED BY SIZE
013950             INTO SPL-EVENT-LINE
013960             WITH POINTER SPL-EVENT-POINTER
013970     END-IF.

013980*----------------------------------------------------------------
013990*    REWRITES THE LATEST-RUN RECORD UNDER THE SAME RUN KEY WITH
014000*    THE SPLICED FIGURES AND JOURNALS THE CHANGE.
014010*----------------------------------------------------------------
014020 UPDATE-LATEST-RUN.
014030     MOVE SPL-RUN-DATE TO LRF-RUN-DATE
014040     MOVE SPL-RUN-TIME TO LRF-RUN-TIME
014050     MOVE SPL-FINAL-FLOOR TO LRF-FLOOR-COUNT
014060     IF SPL-IN-BASEMENT
014070         MOVE 'Y' TO LRF-BASEMENT-FLAG
014080         MOVE SPL-BASEMENT-POS TO LRF-BASEMENT-POS
014090     ELSE
014100         MOVE 'N' TO LRF-BASEMENT-FLAG
014110         MOVE ZERO TO LRF-BASEMENT-POS
014120     END-IF
014130     MOVE SPL-TOTAL-COUNT TO LRF-TOTAL-COUNT
014140     MOVE SPL-OPEN-COUNT TO LRF-OPEN-COUNT
014150     MOVE SPL-CLOSE-COUNT TO LRF-CLOSE-COUNT
014160     MOVE SPL-REJECTED-COUNT TO LRF-REJECTED-COUNT
014162     MOVE 'LATESTDS' TO AJR-DATASET
014164     MOVE SPL-LATEST-BEFORE TO AJR-BEFORE-IMAGE
014166     MOVE LATEST-RUN-RECORD TO AJR-AFTER-IMAGE
014168     PERFORM WRITE-JOURNAL-RECORD
014170     OPEN OUTPUT LATEST-RUN-FILE
014180     IF SPL-LATEST-RUN-FILE-STATUS NOT = '00'
014190         MOVE SPL-LATEST-RUN-FILE-STATUS TO SPL-ABEND-STATUS
014200         MOVE 'LATESTDS' TO SPL-ABEND-FILE
014210         PERFORM 9000-ABEND
014220     END-IF
014230     WRITE LATEST-RUN-RECORD
014240     CLOSE LATEST-RUN-FILE.

014290*----------------------------------------------------------------
014300*    REWRITES THE RUN'S RUN-MASTER RECORD WITH THE SPLICED
014310*    FIGURES, NOTES THE SPLICE IN ITS ANNOTATION, AND JOURNALS
014320*    THE CHANGE.  THE RUN STAYS ACTIVE UNDER ITS OWN KEY.
014330*----------------------------------------------------------------
014340 UPDATE-RUN-MASTER.
014350     MOVE SPL-RUN-DATE TO RHX-RUN-DATE
014360     MOVE SPL-RUN-TIME TO RHX-RUN-TIME
014370     READ RUN-MASTER-FILE
014380         INVALID KEY
014390             MOVE SPL-RUN-MASTER-FILE-STATUS TO SPL-ABEND-STATUS
014400             MOVE 'RUNHIX' TO SPL-ABEND-FILE
014410             PERFORM 9000-ABEND
014420     END-READ
014430     MOVE SPL-FINAL-FLOOR TO RHX-FLOOR-COUNT
014440     IF SPL-IN-BASEMENT
014450         MOVE 'Y' TO RHX-BASEMENT-FLAG
014460         MOVE SPL-BASEMENT-POS TO RHX-BASEMENT-POS
014470     ELSE
014480         MOVE 'N' TO RHX-BASEMENT-FLAG
014490         MOVE ZERO TO RHX-BASEMENT-POS
014500     END-IF
014510     MOVE SPL-TOTAL-COUNT TO RHX-TOTAL-COUNT
014520     MOVE SPL-OPEN-COUNT TO RHX-OPEN-COUNT
014530     MOVE SPL-CLOSE-COUNT TO RHX-CLOSE-COUNT
014540     MOVE SPL-REJECTED-COUNT TO RHX-REJECTED-COUNT
014550     MOVE SPL-FILESEQ TO SPL-FILE-SEQ-EDIT
014560     MOVE SPACES TO RHX-ANNOTATION
014570     STRING 'FILE ' DELIMITED BY SIZE
014580         SPL-FILE-SEQ-EDIT DELIMITED BY SIZE
014590         ' SPLICED FROM ' DELIMITED BY SIZE
014600         SPL-INPUT-FILE-NAME DELIMITED BY SPACE
014610         INTO RHX-ANNOTATION
014612     MOVE 'RUNHIX' TO AJR-DATASET
014614     MOVE SPL-MASTER-BEFORE TO AJR-BEFORE-IMAGE
014616     MOVE RUN-MASTER-RECORD TO AJR-AFTER-IMAGE
014618     PERFORM WRITE-JOURNAL-RECORD
014620     REWRITE RUN-MASTER-RECORD
014630         INVALID KEY
014640             MOVE SPL-RUN-MASTER-FILE-STATUS TO SPL-ABEND-STATUS
014650             MOVE 'RUNHIX' TO SPL-ABEND-FILE
014660             PERFORM 9000-ABEND
014670     END-REWRITE.

014680*----------------------------------------------------------------
014682*    A RUN ALREADY ARCHIVED HAS GENERATIONS ON CATLGDS HOLDING ITS
014684*    PRE-SPLICE SUMMRPT, LEDGRDS, EXCPRPT AND EVNTRPT, WHICH THE
014686*    WAREHOUSE RESEND, SUPSCORE AND FLRPROF READ.  THE SPLICE IS
014688*    THEN REPORTED WITH RC 4 SO THE RUN IS RE-ARCHIVED.
014690*----------------------------------------------------------------
014692 CHECK-RUN-ARCHIVED.
014694     MOVE 'N' TO SPL-ARCHIVED-FLAG
014696     MOVE 'N' TO SPL-CATALOG-EOF-FLAG
014698     OPEN INPUT CATALOG-FILE
014700     IF SPL-CATALOG-FILE-STATUS = '00'
014701         OR SPL-CATALOG-FILE-STATUS = '05'
014702         PERFORM UNTIL SPL-CATALOG-EOF
014704             READ CATALOG-FILE
014706                 AT END
014708                     SET SPL-CATALOG-EOF TO TRUE
014710                 NOT AT END
014712                     IF CAT-RUN-DATE = SPL-RUN-DATE
014714                         AND CAT-RUN-TIME = SPL-RUN-TIME
014716                         SET SPL-RUN-ARCHIVED TO TRUE
014717                     END-IF
014718             END-READ
014719         END-PERFORM
014720         CLOSE CATALOG-FILE
014721     END-IF.

014722*----------------------------------------------------------------
014730*    APPENDS ONE BEFORE/AFTER IMAGE TO THE AUDIT JOURNAL.  THE
014740*    CALLER SETS THE DATASET AND BOTH IMAGES AND PERFORMS THIS
014745*    BEFORE THE DATASET IS TOUCHED.  A CHANGE THAT CANNOT BE
014750*    JOURNALED TAKES THE STEP DOWN BEFORE IT IS MADE.
014760*----------------------------------------------------------------
014770 WRITE-JOURNAL-RECORD.
014780     ACCEPT AJR-STAMP-DATE FROM DATE YYYYMMDD
014790     ACCEPT AJR-STAMP-TIME FROM TIME
014800     MOVE 'SPLICE' TO AJR-PROGRAM
014810     MOVE 'SPLICE' TO AJR-FUNCTION
014820     MOVE SPL-OPERID-PARM TO AJR-OPERATOR
014830     MOVE 'C' TO AJR-ACTION
014840     MOVE SPL-RUN-KEY TO AJR-RUN-KEY
014850     WRITE JOURNAL-RECORD
014860     IF SPL-JOURNAL-FILE-STATUS NOT = '00'
014870         MOVE SPL-JOURNAL-FILE-STATUS TO SPL-ABEND-STATUS
014880         MOVE 'AUDJRNL' TO SPL-ABEND-FILE
014890         PERFORM 9000-ABEND
014900     END-IF.

014910*----------------------------------------------------------------
014920*    THE SPLICE REPORT - THE SPLICED FILE'S AND THE RUN'S
014930*    FIGURES BEFORE AND AFTER, AND HOW FAR THE LATER FILES
014940*    MOVED.
014950*----------------------------------------------------------------
014960 WRITE-SPLICE-REPORT.
014970     OPEN OUTPUT REPORT-FILE
014980     IF SPL-REPORT-FILE-STATUS NOT = '00'
014990         DISPLAY 'SPLICE WARNING - SPLCRPT NOT WRITTEN, STATUS '
015000             SPL-REPORT-FILE-STATUS
015010     ELSE
015020         PERFORM WRITE-REPORT-HEADING
015030         PERFORM WRITE-REPORT-FIGURES
015040         PERFORM WRITE-REPORT-MOVEMENT
015050         CLOSE REPORT-FILE
015060     END-IF.

015070 WRITE-REPORT-HEADING.
015080     MOVE 'SINGLE-FILE RERUN SPLICE REPORT' TO REPORT-RECORD
015090     WRITE REPORT-RECORD
015100     MOVE SPACES TO SPL-REPORT-LINE
015110     STRING 'RUN KEY           : ' DELIMITED BY SIZE
015120         SPL-RUN-DATE DELIMITED BY SIZE
015130         '/' DELIMITED BY SIZE
015140         SPL-RUN-TIME DELIMITED BY SIZE
015150         INTO SPL-REPORT-LINE
015160     MOVE SPL-REPORT-LINE TO REPORT-RECORD
015170     WRITE REPORT-RECORD
015180     MOVE SPL-FILESEQ TO SPL-FILE-SEQ-EDIT
015190     MOVE SPACES TO SPL-REPORT-LINE
015200     STRING 'FILE SPLICED      : ' DELIMITED BY SIZE
015210         SPL-FILE-SEQ-EDIT DELIMITED BY SIZE
015220         INTO SPL-REPORT-LINE
015230     MOVE SPL-REPORT-LINE TO REPORT-RECORD
015240     WRITE REPORT-RECORD
015250     MOVE SPACES TO SPL-REPORT-LINE
015260     STRING 'REPLACEMENT INPUT : ' DELIMITED BY SIZE
015270         SPL-INPUT-FILE-NAME(1:52) DELIMITED BY SIZE
015280         INTO SPL-REPORT-LINE
015290     MOVE SPL-REPORT-LINE TO REPORT-RECORD
015300     WRITE REPORT-RECORD
015310     MOVE SPACES TO SPL-REPORT-LINE
015320     STRING 'OPERATOR          : ' DELIMITED BY SIZE
015330         SPL-OPERID-PARM DELIMITED BY SIZE
015340         INTO SPL-REPORT-LINE
015350     MOVE SPL-REPORT-LINE TO REPORT-RECORD
015360     WRITE REPORT-RECORD
015370     MOVE SPACES TO REPORT-RECORD
015380     WRITE REPORT-RECORD
015390     MOVE '                          BEFORE      AFTER'
015400         TO REPORT-RECORD
015410     WRITE REPORT-RECORD.

015420 WRITE-REPORT-FIGURES.
015430     MOVE 'FILE INSTRUCTIONS' TO SPL-COMPARE-LABEL
015440     MOVE SPL-OLD-FILE-COUNT TO SPL-COMPARE-BEFORE
015450     MOVE SPL-FILE-INSTR-COUNT TO SPL-COMPARE-AFTER
015460     PERFORM WRITE-COMPARE-LINE
015470     MOVE 'FILE REJECTED' TO SPL-COMPARE-LABEL
015480     MOVE SPL-OLD-FILE-REJECT TO SPL-COMPARE-BEFORE
015490     MOVE SPL-FILE-REJECT-COUNT TO SPL-COMPARE-AFTER
015500     PERFORM WRITE-COMPARE-LINE
015510     MOVE 'FILE NET FLOOR' TO SPL-COMPARE-LABEL
015520     MOVE SPL-OLD-FILE-NET TO SPL-COMPARE-BEFORE
015530     MOVE SPL-NEW-FILE-NET TO SPL-COMPARE-AFTER
015540     PERFORM WRITE-COMPARE-LINE
015550     MOVE SPACES TO SPL-REPORT-LINE
015560     STRING 'FILE CONTROL TOTALS   ' DELIMITED BY SIZE
015570         SPL-OLD-TRAILER DELIMITED BY SIZE
015580         SPL-TRAILER-STATUS DELIMITED BY SIZE
015590         INTO SPL-REPORT-LINE
015600     MOVE SPL-REPORT-LINE TO REPORT-RECORD
015610     WRITE REPORT-RECORD
015620     MOVE 'RUN INSTRUCTIONS' TO SPL-COMPARE-LABEL
015630     MOVE SPL-OLD-RUN-TOTAL TO SPL-COMPARE-BEFORE
015640     MOVE SPL-TOTAL-COUNT TO SPL-COMPARE-AFTER
015650     PERFORM WRITE-COMPARE-LINE
015660     MOVE 'RUN REJECTED' TO SPL-COMPARE-LABEL
015670     MOVE SPL-OLD-RUN-REJECTED TO SPL-COMPARE-BEFORE
015680     MOVE SPL-REJECTED-COUNT TO SPL-COMPARE-AFTER
015690     PERFORM WRITE-COMPARE-LINE
015700     MOVE 'RUN FINAL FLOOR' TO SPL-COMPARE-LABEL
015710     MOVE SPL-OLD-RUN-FLOOR TO SPL-COMPARE-BEFORE
015720     MOVE SPL-FINAL-FLOOR TO SPL-COMPARE-AFTER
015730     PERFORM WRITE-COMPARE-LINE
015740     MOVE 'RUN BASEMENT POSITION' TO SPL-COMPARE-LABEL
015750     MOVE SPL-OLD-RUN-BASE-POS TO SPL-COMPARE-BEFORE
015760     MOVE SPL-BASEMENT-POS TO SPL-COMPARE-AFTER
015770     PERFORM WRITE-COMPARE-LINE.

015780 WRITE-COMPARE-LINE.
015790     MOVE SPL-COMPARE-BEFORE TO SPL-BEFORE-EDIT
015800     MOVE SPL-COMPARE-AFTER TO SPL-AFTER-EDIT
015810     MOVE SPACES TO SPL-REPORT-LINE
015820     STRING SPL-COMPARE-LABEL DELIMITED BY SIZE
015830         SPL-BEFORE-EDIT DELIMITED BY SIZE
015840         ' ' DELIMITED BY SIZE
015850         SPL-AFTER-EDIT DELIMITED BY SIZE
015860         INTO SPL-REPORT-LINE
015870     MOVE SPL-REPORT-LINE TO REPORT-RECORD
015880     WRITE REPORT-RECORD.

015890 WRITE-REPORT-MOVEMENT.
015900     MOVE SPACES TO REPORT-RECORD
015910     WRITE REPORT-RECORD
015920     MOVE SPACES TO SPL-REPORT-LINE
015930     MOVE SPL-POS-DELTA TO SPL-FLOOR-EDIT
015940     STRING 'LATER POSITIONS MOVED BY    : ' DELIMITED BY SIZE
015950         SPL-FLOOR-EDIT DELIMITED BY SIZE
015960         INTO SPL-REPORT-LINE
015970     MOVE SPL-REPORT-LINE TO REPORT-RECORD
015980     WRITE REPORT-RECORD
015990     MOVE SPACES TO SPL-REPORT-LINE
016000     MOVE SPL-FLOOR-DELTA TO SPL-FLOOR-EDIT
016010     STRING 'LATER FLOORS RE-BASED BY    : ' DELIMITED BY SIZE
016020         SPL-FLOOR-EDIT DELIMITED BY SIZE
016030         INTO SPL-REPORT-LINE
016040     MOVE SPL-REPORT-LINE TO REPORT-RECORD
016050     WRITE REPORT-RECORD
016060     MOVE SPACES TO SPL-REPORT-LINE
016070     MOVE SPL-SHIFTED-COUNT TO SPL-COUNT-EDIT
016080     STRING 'LATER LEDGER RECORDS MOVED  :  ' DELIMITED BY SIZE
016090         SPL-COUNT-EDIT DELIMITED BY SIZE
016100         INTO SPL-REPORT-LINE
016110     MOVE SPL-REPORT-LINE TO REPORT-RECORD
016120     WRITE REPORT-RECORD
016130     MOVE SPACES TO SPL-REPORT-LINE
016140     MOVE SPL-CKPT-COUNT TO SPL-COUNT-EDIT
016150     STRING 'CHECKPOINTS REWRITTEN       :  ' DELIMITED BY SIZE
016160         SPL-COUNT-EDIT DELIMITED BY SIZE
016170         INTO SPL-REPORT-LINE
016180     MOVE SPL-REPORT-LINE TO REPORT-RECORD
016190     WRITE REPORT-RECORD
016200     MOVE SPACES TO SPL-REPORT-LINE
016202     IF SPL-IN-BASEMENT
016204         MOVE SPL-BASEMENT-POS TO SPL-COUNT-EDIT
016205         STRING 'FIRST BASEMENT AT POSITION  :  '
016206             DELIMITED BY SIZE
016208             SPL-COUNT-EDIT DELIMITED BY SIZE
016210             INTO SPL-REPORT-LINE
016212     ELSE
016214         MOVE 'BASEMENT POSITION ZERO - BASEMENT NEVER ENTERED'
016216             TO SPL-REPORT-LINE
016218     END-IF
016220     MOVE SPL-REPORT-LINE TO REPORT-RECORD
016222     WRITE REPORT-RECORD
016230     MOVE 'RELOAD THE RUN WITH LDGRLOAD TO REFRESH LEDGRIX'
016240         TO REPORT-RECORD
016250     WRITE REPORT-RECORD
016251     IF SPL-RUN-ARCHIVED
016252         MOVE 'RUN ALREADY ARCHIVED - RERUN ARCHIVE TO REPLACE'
016253             TO REPORT-RECORD
016254         WRITE REPORT-RECORD
016255         MOVE 'ITS SUMMRPT/LEDGRDS/EXCPRPT/EVNTRPT GENERATIONS'
016256             TO REPORT-RECORD
016257         WRITE REPORT-RECORD
016258     END-IF.

016260*----------------------------------------------------------------
016270*    APPENDS THIS STEP'S RECORD TO THE CENTRAL JOB LOG.  A LOG
016280*    THAT CANNOT BE WRITTEN MUST NEVER TAKE THE STEP DOWN, SO
016290*    ANY OPEN FAILURE IS REPORTED ON SYSOUT AND IGNORED.
016300*----------------------------------------------------------------
016310 WRITE-JOBLOG-RECORD.
016320     ACCEPT SPL-STEP-END-DATE FROM DATE YYYYMMDD
016330     ACCEPT SPL-STEP-END-TIME FROM TIME
016340     MOVE 'SPLICE' TO JLG-PROGRAM-NAME
016350     MOVE SPL-STEP-START-DATE TO JLG-START-DATE
016360     MOVE SPL-STEP-START-TIME TO JLG-START-TIME
016370     MOVE SPL-STEP-END-DATE TO JLG-END-DATE
016380     MOVE SPL-STEP-END-TIME TO JLG-END-TIME
016390     MOVE RETURN-CODE TO JLG-RETURN-CODE
016400     MOVE SPL-TOTAL-COUNT TO JLG-COUNT-1
016410     MOVE SPL-REJECTED-COUNT TO JLG-COUNT-2
016420     EVALUATE TRUE
016430         WHEN RETURN-CODE >= 16
016440             MOVE 'ABEND' TO JLG-SEVERITY
016450         WHEN RETURN-CODE >= 8
016460             MOVE 'ALERT' TO JLG-SEVERITY
016470         WHEN OTHER
016480             MOVE 'INFO ' TO JLG-SEVERITY
016490     END-EVALUATE
016500     OPEN EXTEND JOB-LOG-FILE
016510     IF SPL-JOB-LOG-FILE-STATUS = '00'
016520         OR SPL-JOB-LOG-FILE-STATUS = '05'
016530         WRITE JOB-LOG-RECORD
016540         CLOSE JOB-LOG-FILE
016550     ELSE
016560         DISPLAY 'SPLICE WARNING - JOBLOG NOT WRITTEN, STATUS '
016570             SPL-JOB-LOG-FILE-STATUS
016580     END-IF.

016590 9000-ABEND.
016600     DISPLAY '*** SPLICE ABEND - I/O ERROR ON ' SPL-ABEND-FILE
016610         ' ***'
016620     DISPLAY '*** FILE STATUS = ' SPL-ABEND-STATUS ' ***'
016630     IF SPL-ORIGINALS-SAVED
016640         DISPLAY '*** ORIGINAL LEDGRDS, EXCPRPT AND SUMMRPT ***'
016650         DISPLAY '*** ARE SAVED IN LEDGRTMP, EXCPTMP, SUMMTMP ***'
016660     END-IF
016670     CLOSE INPUT-FILE
016680     CLOSE LEDGER-FILE
016690     CLOSE LEDGER-TEMP-FILE
016700     CLOSE EXCEPTION-FILE
016710     CLOSE EXCEPTION-TEMP-FILE
016720     CLOSE SUMMARY-FILE
016730     CLOSE SUMMARY-TEMP-FILE
016740     CLOSE CHECKPOINT-FILE
016750     CLOSE RUN-MASTER-FILE
016760     CLOSE JOURNAL-FILE
016770     MOVE 16 TO RETURN-CODE
016780     PERFORM WRITE-JOBLOG-RECORD
016790     STOP RUN.

016800*----------------------------------------------------------------
016810*    A SPLICE THAT CANNOT BE MADE - BAD PARAMETERS, A RUN NOT ON
016820*    OR SUPERSEDED ON THE MASTER, A FILE= SEQUENCE THE RUN DOES
016830*    NOT HAVE - STOPS WITH NOTHING CHANGED.
016840*----------------------------------------------------------------
016850 9100-SPLICE-REJECTED.
016860     DISPLAY '*** SPLICE NOT MADE - RUN OUTPUTS UNCHANGED ***'
016870     CLOSE RUN-MASTER-FILE
016880     CLOSE JOURNAL-FILE
016890     MOVE 8 TO RETURN-CODE
016900     PERFORM WRITE-JOBLOG-RECORD
016910     STOP RUN.
