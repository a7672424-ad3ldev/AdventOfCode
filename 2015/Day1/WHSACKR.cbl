000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHSACKR.
000030 AUTHOR. A-DELGADO.
000040 INSTALLATION. AOC-BATCH.
000050 DATE-WRITTEN. 2026-10-10.
000060 DATE-COMPILED. 2026-10-10.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-10 ADL   ORIGINAL VERSION - WAREHOUSE FEED
000120*                  ACKNOWLEDGEMENT AND RESEND. FUNC=ACK (THE
000130*                  DEFAULT) MATCHES THE ACKNOWLEDGEMENTS RETURNED
000140*                  BY THE WAREHOUSE LOADER (WHSACKDS, LAYOUT
000150*                  WHSAKREC) AGAINST THE KEYED FEED REGISTER
000160*                  (WHSFREG, LAYOUT WHSFRREC) THAT WHSEXTR.CBL
000170*                  LOGS EVERY FEED ON, RECORDS EACH
000180*                  ACKNOWLEDGEMENT ON ITS FEED, AND REPORTS
000190*                  (WHSAKRPT) THE FEEDS NEVER ACKNOWLEDGED, THE
000200*                  FEEDS REJECTED AND THE FEEDS WHOSE LOADED
000210*                  COUNTS DO NOT AGREE WITH THE WHSXREC TRAILER
000220*                  TOTALS THEY WENT OUT WITH. FUNC=RESEND REBUILDS
000230*                  THE FEED FOR THE RUN KEYED BY RUNDATE/RUNTIME
000240*                  FROM THAT RUN'S ARCHIVED SUMMRPT GENERATION
000250*                  (FOUND ON CATLGDS) AND ITS RUN-MASTER RECORD
000260*                  (RUNHIX), WRITES IT TO WHSRSNDS UNDER A NEW
000270*                  FEED SEQUENCE WITH FEED TYPE 'R' AND THE
000280*                  SEQUENCE OF THE FEED IT REPLACES, SO THE LOADER
000290*                  DOES NOT LOAD THE RUN TWICE, AND LOGS IT ON THE
000300*                  REGISTER. ANY FEED NEEDING ATTENTION SETS
000310*                  RETURN-CODE 8.
000311* 2026-10-15 ADL   A RESEND THAT FAILS ITS CROSS-FOOT IS HELD: IT
000312*                  IS NOT LOGGED ON THE REGISTER AND THE FEEDS IT
000313*                  WOULD REPLACE STAY ON THE ATTENTION LISTS.
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL FEED-REGISTER-FILE ASSIGN TO 'WHSFREG'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS WFR-FEED-SEQ
000400         FILE STATUS IS WKR-FEED-REGISTER-STATUS.
000410     SELECT OPTIONAL ACK-FILE ASSIGN TO 'WHSACKDS'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WKR-ACK-FILE-STATUS.
000440     SELECT RUN-MASTER-FILE ASSIGN TO 'RUNHIX'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS RHX-RUN-KEY
000480         FILE STATUS IS WKR-RUN-MASTER-STATUS.
000490     SELECT OPTIONAL CATALOG-FILE ASSIGN TO 'CATLGDS'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WKR-CATALOG-FILE-STATUS.
000520     SELECT GENERATION-FILE ASSIGN TO DYNAMIC WKR-GEN-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WKR-GENERATION-FILE-STATUS.
000550     SELECT RESEND-FILE ASSIGN TO 'WHSRSNDS'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WKR-RESEND-FILE-STATUS.
000580     SELECT REPORT-FILE ASSIGN TO 'WHSAKRPT'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WKR-REPORT-FILE-STATUS.
000610     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WKR-JOB-LOG-FILE-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  FEED-REGISTER-FILE.
000670 01  FEED-REGISTER-RECORD.
000680     COPY WHSFRREC.

000690 FD  ACK-FILE.
000700 01  ACK-RECORD.
000710     COPY WHSAKREC.

000720 FD  RUN-MASTER-FILE.
000730 01  RUN-MASTER-RECORD.
000740     COPY RUNHXREC.

000750 FD  CATALOG-FILE.
000760 01  CATALOG-RECORD.
000770     COPY CATLGREC.

000780 FD  GENERATION-FILE.
000790 01  GENERATION-RECORD       PIC X(80).

000800 FD  RESEND-FILE.
000810 01  EXTRACT-RECORD.
000820     COPY WHSXREC.

000830 FD  REPORT-FILE.
000840 01  REPORT-RECORD           PIC X(72).

000850 FD  JOB-LOG-FILE.
000860 01  JOB-LOG-RECORD.
000870     COPY JOBLGREC.

000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900*    FILE AND PARAMETER STORAGE
000910*----------------------------------------------------------------
000920 01  WKR-FEED-REGISTER-STATUS PIC XX.
000930 01  WKR-ACK-FILE-STATUS     PIC XX.
000940 01  WKR-RUN-MASTER-STATUS   PIC XX.
000950 01  WKR-CATALOG-FILE-STATUS PIC XX.
000960 01  WKR-GENERATION-FILE-STATUS PIC XX.
000970 01  WKR-RESEND-FILE-STATUS  PIC XX.
000980 01  WKR-REPORT-FILE-STATUS  PIC XX.
000990 01  WKR-GEN-NAME            PIC X(100).
001000 01  WKR-EOF-FLAG            PIC X VALUE 'N'.
001010     88  WKR-EOF             VALUE 'Y'.
001020 01  WKR-ABEND-STATUS        PIC XX.
001030 01  WKR-ABEND-FILE          PIC X(8).
001040 01  WKR-FUNC-PARM           PIC X(8).
001050 01  WKR-RUNDATE-PARM        PIC X(8).
001060 01  WKR-RUNTIME-PARM        PIC X(8).
001070 01  WKR-TODAY-DATE          PIC 9(8) VALUE ZERO.
001080 01  WKR-RESEND-ERR-FLAG     PIC X VALUE 'N'.
001090     88  WKR-RESEND-ERR      VALUE 'Y'.
001100*----------------------------------------------------------------
001110*    ACKNOWLEDGEMENT MATCHING STORAGE
001120*----------------------------------------------------------------
001130 01  WKR-ACKS-READ           PIC 9(9) COMP VALUE ZERO.
001140 01  WKR-ACKS-APPLIED        PIC 9(9) COMP VALUE ZERO.
001150 01  WKR-ACKS-REPEATED       PIC 9(9) COMP VALUE ZERO.
001160 01  WKR-ATTENTION-COUNT     PIC 9(9) COMP VALUE ZERO.
001170 01  WKR-FEED-COUNT          PIC 9(9) COMP VALUE ZERO.
001180 01  WKR-LISTED-COUNT        PIC 9(9) COMP VALUE ZERO.
001190 01  WKR-SECTION-KIND        PIC X(01) VALUE SPACE.
001200 01  WKR-MISMATCH-FLAG       PIC X VALUE 'N'.
001210     88  WKR-MISMATCH        VALUE 'Y'.
001220 01  WKR-LABEL               PIC X(8).
001230 01  WKR-SENT-COUNT          PIC 9(9) VALUE ZERO.
001240 01  WKR-LOADED-COUNT        PIC 9(9) VALUE ZERO.
001250*----------------------------------------------------------------
001260*    RESEND STORAGE.  THE SUMMARY OVERLAYS MATCH THE FIXED
001270*    COLUMNS WRITE-FILE-SUMMARY-LINES IN THE BATCH JOB USES, AS
001280*    WHSEXTR.CBL READS THEM.
001290*----------------------------------------------------------------
001300 01  WKR-RESEND-SEQ          PIC 9(9) VALUE ZERO.
001310 01  WKR-ORIG-SEQ            PIC 9(9) VALUE ZERO.
001320 01  WKR-SUMMARY-GEN         PIC X(44) VALUE SPACES.
001330 01  WKR-SUMMARY-LINE        PIC X(72).
001340 01  WKR-FILE-NAME-OVERLAY REDEFINES WKR-SUMMARY-LINE.
001350     05  FILLER              PIC X(5).
001360     05  WKR-SUMM-FILE-SEQ-ED PIC ZZZZ9.
001370     05  FILLER              PIC X(3).
001380     05  WKR-SUMM-FILE-NAME  PIC X(53).
001390     05  FILLER              PIC X(6).
001400 01  WKR-FILE-COUNTS-OVERLAY REDEFINES WKR-SUMMARY-LINE.
001410     05  FILLER              PIC X(9).
001420     05  WKR-SUMM-INSTR-ED   PIC ZZZZZZZZ9.
001430     05  FILLER              PIC X(7).
001440     05  WKR-SUMM-OPEN-ED    PIC ZZZZZZZZ9.
001450     05  FILLER              PIC X(8).
001460     05  WKR-SUMM-CLOSE-ED   PIC ZZZZZZZZ9.
001470     05  FILLER              PIC X(6).
001480     05  WKR-SUMM-REJ-ED     PIC ZZZZZZZZ9.
001490     05  FILLER              PIC X(6).
001500 01  WKR-FILE-STATUS-OVERLAY REDEFINES WKR-SUMMARY-LINE.
001510     05  FILLER              PIC X(19).
001520     05  WKR-SUMM-TRAILER-ST PIC X(12).
001530     05  FILLER              PIC X(41).
001540 01  WKR-IN-FILE-SECTION-FLAG PIC X VALUE 'N'.
001550     88  WKR-IN-FILE-SECTION VALUE 'Y'.
001560 01  WKR-DETAIL-PENDING-FLAG PIC X VALUE 'N'.
001570     88  WKR-DETAIL-PENDING  VALUE 'Y'.
001580 01  WKR-WORK-FILE-SEQ       PIC 9(4) VALUE ZERO.
001590 01  WKR-WORK-INSTR          PIC 9(9) VALUE ZERO.
001600 01  WKR-WORK-OPEN           PIC 9(9) VALUE ZERO.
001610 01  WKR-WORK-CLOSE          PIC 9(9) VALUE ZERO.
001620 01  WKR-WORK-REJECT         PIC 9(9) VALUE ZERO.
001630 01  WKR-WORK-FILE-NAME      PIC X(53) VALUE SPACES.
001640 01  WKR-DETAIL-COUNT        PIC 9(9) COMP VALUE ZERO.
001650 01  WKR-INSTR-TOTAL         PIC 9(9) COMP VALUE ZERO.
001660 01  WKR-OPEN-TOTAL          PIC 9(9) COMP VALUE ZERO.
001670 01  WKR-CLOSE-TOTAL         PIC 9(9) COMP VALUE ZERO.
001680 01  WKR-REJECT-TOTAL        PIC 9(9) COMP VALUE ZERO.
001690 01  WKR-FOOT-ERRORS         PIC 9(9) COMP VALUE ZERO.
001700*----------------------------------------------------------------
001710*    REPORT LINE BUILD STORAGE
001720*----------------------------------------------------------------
001730 01  WKR-REPORT-LINE         PIC X(72).
001740 01  WKR-LINE-POINTER        PIC 9(4) COMP VALUE 1.
001750 01  WKR-DATE-X              PIC X(8).
001760 01  WKR-DATE-EDIT           PIC X(10).
001770 01  WKR-TIME-X              PIC X(8).
001780 01  WKR-TIME-EDIT           PIC X(8).
001790 01  WKR-SEQ-EDIT            PIC ZZZZZZZZ9.
001800 01  WKR-COUNT-EDIT          PIC ZZZZZZZZ9.
001810*----------------------------------------------------------------
001820*    CENTRAL JOB-EXECUTION LOG STORAGE
001830*----------------------------------------------------------------
001840 01  WKR-JOB-LOG-FILE-STATUS PIC XX.
001850 01  WKR-STEP-START-DATE     PIC 9(8) VALUE ZERO.
001860 01  WKR-STEP-START-TIME     PIC 9(8) VALUE ZERO.
001870 01  WKR-STEP-END-DATE       PIC 9(8) VALUE ZERO.
001880 01  WKR-STEP-END-TIME       PIC 9(8) VALUE ZERO.

001890 PROCEDURE DIVISION.
001900 MAIN-LOGIC.
001910     ACCEPT WKR-STEP-START-DATE FROM DATE YYYYMMDD
001920     ACCEPT WKR-STEP-START-TIME FROM TIME
001930     MOVE WKR-STEP-START-DATE TO WKR-TODAY-DATE
001940     PERFORM PARSE-PARAMETERS
001950     OPEN I-O FEED-REGISTER-FILE
001960     IF WKR-FEED-REGISTER-STATUS NOT = '00'
001970         AND WKR-FEED-REGISTER-STATUS NOT = '05'
001980         MOVE WKR-FEED-REGISTER-STATUS TO WKR-ABEND-STATUS
001990         MOVE 'WHSFREG' TO WKR-ABEND-FILE
002000         PERFORM 9000-ABEND
002010     END-IF
002020     OPEN OUTPUT REPORT-FILE
002030     IF WKR-REPORT-FILE-STATUS NOT = '00'
002040         MOVE WKR-REPORT-FILE-STATUS TO WKR-ABEND-STATUS
002050         MOVE 'WHSAKRPT' TO WKR-ABEND-FILE
002060         PERFORM 9000-ABEND
002070     END-IF
002080     MOVE 'WAREHOUSE FEED ACKNOWLEDGEMENT REPORT'
002090         TO WKR-REPORT-LINE
002100     PERFORM WRITE-REPORT-LINE
002110     EVALUATE WKR-FUNC-PARM
002120         WHEN 'ACK'
002130             PERFORM MATCH-ACKNOWLEDGEMENTS
002140             PERFORM REPORT-FEED-REGISTER
002150         WHEN 'RESEND'
002160             PERFORM RESEND-RUN-FEED
002170         WHEN OTHER
002180             DISPLAY '*** WHSACKR - FUNC PARAMETER MUST BE ***'
002190             DISPLAY '*** ACK OR RESEND ***'
002200             ADD 1 TO WKR-ATTENTION-COUNT
002210     END-EVALUATE
002220     CLOSE REPORT-FILE
002230     CLOSE FEED-REGISTER-FILE
002240     IF WKR-ATTENTION-COUNT > ZERO
002250         DISPLAY '*** WAREHOUSE FEEDS NEED ATTENTION - ***'
002260         DISPLAY '*** SEE THE ACKNOWLEDGEMENT REPORT ***'
002270         MOVE 8 TO RETURN-CODE
002280     END-IF
002290     DISPLAY 'WHSACKR COMPLETE - ACKNOWLEDGEMENTS APPLIED = '
002300         WKR-ACKS-APPLIED ' ATTENTION = ' WKR-ATTENTION-COUNT
002310     PERFORM WRITE-JOBLOG-RECORD
002320     STOP RUN.

002330 PARSE-PARAMETERS.
002340     ACCEPT WKR-FUNC-PARM FROM ENVIRONMENT 'FUNC'
002350         ON EXCEPTION
002360             MOVE SPACES TO WKR-FUNC-PARM
002370     END-ACCEPT
002380     IF WKR-FUNC-PARM = SPACES
002390         MOVE 'ACK' TO WKR-FUNC-PARM
002400     END-IF
002410     ACCEPT WKR-RUNDATE-PARM FROM ENVIRONMENT 'RUNDATE'
002420         ON EXCEPTION
002430             MOVE SPACES TO WKR-RUNDATE-PARM
002440     END-ACCEPT
002450     ACCEPT WKR-RUNTIME-PARM FROM ENVIRONMENT 'RUNTIME'
002460         ON EXCEPTION
002470             MOVE SPACES TO WKR-RUNTIME-PARM
002480     END-ACCEPT.

002490*----------------------------------------------------------------
002500*    APPLIES EVERY ACKNOWLEDGEMENT ON THE RETURNED FILE TO ITS
002510*    FEED.  NO ACKNOWLEDGEMENT FILE MEANS NOTHING CAME BACK.
002520*----------------------------------------------------------------
002530 MATCH-ACKNOWLEDGEMENTS.
002540     MOVE 'ACKNOWLEDGEMENTS RECEIVED -' TO WKR-REPORT-LINE
002550     PERFORM WRITE-REPORT-LINE
002560     OPEN INPUT ACK-FILE
002570     IF WKR-ACK-FILE-STATUS NOT = '00'
002580         AND WKR-ACK-FILE-STATUS NOT = '05'
002590         MOVE WKR-ACK-FILE-STATUS TO WKR-ABEND-STATUS
002600         MOVE 'WHSACKDS' TO WKR-ABEND-FILE
002610         PERFORM 9000-ABEND
002620     END-IF
002630     MOVE 'N' TO WKR-EOF-FLAG
002640     PERFORM UNTIL WKR-EOF
002650         READ ACK-FILE
002660         EVALUATE WKR-ACK-FILE-STATUS
002670             WHEN '00'
002680                 PERFORM APPLY-ACK-RECORD
002690             WHEN '10'
002700                 SET WKR-EOF TO TRUE
002710             WHEN OTHER
002720                 MOVE WKR-ACK-FILE-STATUS TO WKR-ABEND-STATUS
002730                 MOVE 'WHSACKDS' TO WKR-ABEND-FILE
002740                 PERFORM 9000-ABEND
002750         END-EVALUATE
002760     END-PERFORM
002770     CLOSE ACK-FILE
002780     IF WKR-ACKS-READ = ZERO
002790         MOVE '  NO ACKNOWLEDGEMENTS RETURNED' TO WKR-REPORT-LINE
002800         PERFORM WRITE-REPORT-LINE
002810     END-IF
002820     MOVE SPACES TO WKR-REPORT-LINE
002830     MOVE 1 TO WKR-LINE-POINTER
002840     MOVE WKR-ACKS-READ TO WKR-COUNT-EDIT
002850     STRING '  READ ' DELIMITED BY SIZE
002860         WKR-COUNT-EDIT DELIMITED BY SIZE
002870         ' APPLIED ' DELIMITED BY SIZE
002880         INTO WKR-REPORT-LINE
002890         WITH POINTER WKR-LINE-POINTER
002900     MOVE WKR-ACKS-APPLIED TO WKR-COUNT-EDIT
002910     STRING WKR-COUNT-EDIT DELIMITED BY SIZE
002920         ' ALREADY ON FILE ' DELIMITED BY SIZE
002930         INTO WKR-REPORT-LINE
002940         WITH POINTER WKR-LINE-POINTER
002950     MOVE WKR-ACKS-REPEATED TO WKR-COUNT-EDIT
002960     STRING WKR-COUNT-EDIT DELIMITED BY SIZE
002970         INTO WKR-REPORT-LINE
002980         WITH POINTER WKR-LINE-POINTER
002990     PERFORM WRITE-REPORT-LINE.

003000*----------------------------------------------------------------
003010*    AN ACKNOWLEDGEMENT MUST NAME A FEED ON THE REGISTER AND
003020*    CARRY THAT FEED'S RUN.  ONE ALREADY RECORDED (THE LOADER
003030*    RETURNS A CUMULATIVE FILE) IS COUNTED AND LEFT ALONE.  AN
003040*    ACCEPTED FEED'S LOADED COUNTS ARE PROVED AGAINST THE
003050*    TRAILER TOTALS IT WENT OUT WITH.
003060*----------------------------------------------------------------
003070 APPLY-ACK-RECORD.
003080     ADD 1 TO WKR-ACKS-READ
003090     MOVE WAK-FEED-SEQ TO WFR-FEED-SEQ
003100     READ FEED-REGISTER-FILE
003110         INVALID KEY
003120             MOVE WAK-FEED-SEQ TO WKR-SEQ-EDIT
003130             MOVE SPACES TO WKR-REPORT-LINE
003140             STRING '  FEED ' DELIMITED BY SIZE
003150                 WKR-SEQ-EDIT DELIMITED BY SIZE
003160                 ' NOT ON THE FEED REGISTER' DELIMITED BY SIZE
003170                 INTO WKR-REPORT-LINE
003180             PERFORM WRITE-REPORT-LINE
003190             ADD 1 TO WKR-ATTENTION-COUNT
003200         NOT INVALID KEY
003210             PERFORM JUDGE-ACK-RECORD
003220     END-READ.

003230 JUDGE-ACK-RECORD.
003240     EVALUATE TRUE
003250         WHEN WAK-RUN-DATE NOT = WFR-RUN-DATE
003260             OR WAK-RUN-TIME NOT = WFR-RUN-TIME
003270             MOVE WAK-FEED-SEQ TO WKR-SEQ-EDIT
003280             MOVE SPACES TO WKR-REPORT-LINE
003290             STRING '  FEED ' DELIMITED BY SIZE
003300                 WKR-SEQ-EDIT DELIMITED BY SIZE
003310                 ' ACKNOWLEDGED FOR ANOTHER RUN' DELIMITED BY SIZE
003320                 INTO WKR-REPORT-LINE
003330             PERFORM WRITE-REPORT-LINE
003340             ADD 1 TO WKR-ATTENTION-COUNT
003350         WHEN WFR-ACK-STATUS = WAK-ACK-STATUS
003360             AND WFR-ACK-DATE = WAK-ACK-DATE
003370             AND WFR-ACK-TIME = WAK-ACK-TIME
003380             ADD 1 TO WKR-ACKS-REPEATED
003390         WHEN OTHER
003400             PERFORM RECORD-ACK-ON-FEED
003410     END-EVALUATE.

003420 RECORD-ACK-ON-FEED.
003430     MOVE WAK-ACK-STATUS TO WFR-ACK-STATUS
003440     MOVE WAK-ACK-DATE TO WFR-ACK-DATE
003450     MOVE WAK-ACK-TIME TO WFR-ACK-TIME
003460     MOVE WAK-REASON TO WFR-ACK-REASON
003470     MOVE 'N' TO WKR-MISMATCH-FLAG
003480     PERFORM WRITE-FEED-LINE
003490     IF WAK-ACK-STATUS = 'ACCEPTED'
003500         MOVE 'DETAILS' TO WKR-LABEL
003510         MOVE WFR-DETAIL-COUNT TO WKR-SENT-COUNT
003520         MOVE WAK-DETAIL-COUNT TO WKR-LOADED-COUNT
003530         PERFORM COMPARE-ACK-COUNT
003540         MOVE 'INSTR' TO WKR-LABEL
003550         MOVE WFR-INSTR-TOTAL TO WKR-SENT-COUNT
003560         MOVE WAK-INSTR-TOTAL TO WKR-LOADED-COUNT
003570         PERFORM COMPARE-ACK-COUNT
003580         MOVE 'OPEN' TO WKR-LABEL
003590         MOVE WFR-OPEN-TOTAL TO WKR-SENT-COUNT
003600         MOVE WAK-OPEN-TOTAL TO WKR-LOADED-COUNT
003610         PERFORM COMPARE-ACK-COUNT
003620         MOVE 'CLOSE' TO WKR-LABEL
003630         MOVE WFR-CLOSE-TOTAL TO WKR-SENT-COUNT
003640         MOVE WAK-CLOSE-TOTAL TO WKR-LOADED-COUNT
003650         PERFORM COMPARE-ACK-COUNT
003660         MOVE 'REJECTED' TO WKR-LABEL
003670         MOVE WFR-REJECT-TOTAL TO WKR-SENT-COUNT
003680         MOVE WAK-REJECT-TOTAL TO WKR-LOADED-COUNT
003690         PERFORM COMPARE-ACK-COUNT
003700     END-IF
003710     IF WKR-MISMATCH
003720         MOVE 'Y' TO WFR-ACK-MISMATCH
003730     ELSE
003740         MOVE 'N' TO WFR-ACK-MISMATCH
003750     END-IF
003760     REWRITE FEED-REGISTER-RECORD
003770         INVALID KEY
003780             MOVE WKR-FEED-REGISTER-STATUS TO WKR-ABEND-STATUS
003790             MOVE 'WHSFREG' TO WKR-ABEND-FILE
003800             PERFORM 9000-ABEND
003810     END-REWRITE
003820     ADD 1 TO WKR-ACKS-APPLIED.

003830 COMPARE-ACK-COUNT.
003840     IF WKR-SENT-COUNT NOT = WKR-LOADED-COUNT
003850         SET WKR-MISMATCH TO TRUE
003860         MOVE SPACES TO WKR-REPORT-LINE
003870         MOVE 1 TO WKR-LINE-POINTER
003880         MOVE WKR-SENT-COUNT TO WKR-COUNT-EDIT
003890         STRING '    COUNT MISMATCH ' DELIMITED BY SIZE
003900             WKR-LABEL DELIMITED BY SIZE
003910             ' SENT ' DELIMITED BY SIZE
003920             WKR-COUNT-EDIT DELIMITED BY SIZE
003930             ' LOADED ' DELIMITED BY SIZE
003940             INTO WKR-REPORT-LINE
003950             WITH POINTER WKR-LINE-POINTER
003960         MOVE WKR-LOADED-COUNT TO WKR-COUNT-EDIT
003970         STRING WKR-COUNT-EDIT DELIMITED BY SIZE
003980             INTO WKR-REPORT-LINE
003990             WITH POINTER WKR-LINE-POINTER
004000         PERFORM WRITE-REPORT-LINE
004010     END-IF.

004020*----------------------------------------------------------------
004030*    LISTS THE REGISTER'S OUTSTANDING FEEDS IN THREE SECTIONS:
004040*    NOT ACKNOWLEDGED ('U'), REJECTED ('R') AND ACCEPTED WITH A
004050*    COUNT MISMATCH ('M').  A FEED WHOSE RUN HAS SINCE BEEN
004060*    RESENT IS LISTED WITH ITS RESEND BUT NEEDS NO ATTENTION; A
004070*    FEED SENT TODAY IS NOT YET OVERDUE.
004080*----------------------------------------------------------------
004090 REPORT-FEED-REGISTER.
004100     MOVE 'FEEDS NOT ACKNOWLEDGED -' TO WKR-REPORT-LINE
004110     PERFORM WRITE-REPORT-LINE
004120     MOVE 'U' TO WKR-SECTION-KIND
004130     PERFORM BROWSE-FEED-REGISTER
004140     MOVE 'FEEDS REJECTED BY THE WAREHOUSE -' TO WKR-REPORT-LINE
004150     PERFORM WRITE-REPORT-LINE
004160     MOVE 'R' TO WKR-SECTION-KIND
004170     PERFORM BROWSE-FEED-REGISTER
004180     MOVE 'FEEDS LOADED WITH A COUNT MISMATCH -'
004190         TO WKR-REPORT-LINE
004200     PERFORM WRITE-REPORT-LINE
004210     MOVE 'M' TO WKR-SECTION-KIND
004220     PERFORM BROWSE-FEED-REGISTER
004230     MOVE SPACES TO WKR-REPORT-LINE
004240     MOVE WKR-FEED-COUNT TO WKR-COUNT-EDIT
004250     STRING 'FEEDS ON REGISTER : ' DELIMITED BY SIZE
004260         WKR-COUNT-EDIT DELIMITED BY SIZE
004270         INTO WKR-REPORT-LINE
004280     PERFORM WRITE-REPORT-LINE.

004290 BROWSE-FEED-REGISTER.
004300     MOVE ZERO TO WKR-FEED-COUNT
004310     MOVE ZERO TO WKR-LISTED-COUNT
004320     MOVE 'N' TO WKR-EOF-FLAG
004330     MOVE ZERO TO WFR-FEED-SEQ
004340     START FEED-REGISTER-FILE KEY >= WFR-FEED-SEQ
004350         INVALID KEY
004360             SET WKR-EOF TO TRUE
004370     END-START
004380     PERFORM UNTIL WKR-EOF
004390         READ FEED-REGISTER-FILE NEXT RECORD
004400             AT END
004410                 SET WKR-EOF TO TRUE
004420             NOT AT END
004430                 ADD 1 TO WKR-FEED-COUNT
004440                 PERFORM JUDGE-REGISTER-FEED
004450         END-READ
004460     END-PERFORM
004470     IF WKR-LISTED-COUNT = ZERO
004480         MOVE '  NONE' TO WKR-REPORT-LINE
004490         PERFORM WRITE-REPORT-LINE
004500     END-IF.

004510 JUDGE-REGISTER-FEED.
004520     EVALUATE TRUE
004530         WHEN WKR-SECTION-KIND = 'U'
004540             AND WFR-ACK-STATUS = SPACES
004550             PERFORM WRITE-FEED-LINE
004560             IF WFR-RESENT-SEQ = ZERO
004570                 IF WFR-SENT-DATE < WKR-TODAY-DATE
004580                     MOVE '    OVERDUE' TO WKR-REPORT-LINE
004590                     PERFORM WRITE-REPORT-LINE
004600                     ADD 1 TO WKR-ATTENTION-COUNT
004610                 ELSE
004620                     MOVE '    SENT TODAY - NOT YET ACKNOWLEDGED'
004630                         TO WKR-REPORT-LINE
004640                     PERFORM WRITE-REPORT-LINE
004650                 END-IF
004660             ELSE
004670                 PERFORM WRITE-RESENT-LINE
004680             END-IF
004690         WHEN WKR-SECTION-KIND = 'R'
004700             AND WFR-ACK-STATUS = 'REJECTED'
004710             PERFORM WRITE-FEED-LINE
004720             IF WFR-RESENT-SEQ = ZERO
004730                 MOVE '    RESEND REQUIRED (FUNC=RESEND)'
004740                     TO WKR-REPORT-LINE
004750                 PERFORM WRITE-REPORT-LINE
004760                 ADD 1 TO WKR-ATTENTION-COUNT
004770             ELSE
004780                 PERFORM WRITE-RESENT-LINE
004790             END-IF
004800         WHEN WKR-SECTION-KIND = 'M'
004810             AND WFR-ACK-STATUS = 'ACCEPTED'
004820             AND WFR-ACK-MISMATCH = 'Y'
004830             PERFORM WRITE-FEED-LINE
004840             IF WFR-RESENT-SEQ = ZERO
004850                 ADD 1 TO WKR-ATTENTION-COUNT
004860             ELSE
004870                 PERFORM WRITE-RESENT-LINE
004880             END-IF
004890         WHEN OTHER
004900             CONTINUE
004910     END-EVALUATE.

004920*----------------------------------------------------------------
004930*    ONE LINE PER FEED: SEQUENCE, TYPE, RUN, DATE SENT AND ANY
004940*    ACKNOWLEDGEMENT WITH ITS REASON ON A SECOND LINE.
004950*----------------------------------------------------------------
004960 WRITE-FEED-LINE.
004970     ADD 1 TO WKR-LISTED-COUNT
004980     MOVE SPACES TO WKR-REPORT-LINE
004990     MOVE 1 TO WKR-LINE-POINTER
005000     MOVE WFR-FEED-SEQ TO WKR-SEQ-EDIT
005010     STRING '  FEED ' DELIMITED BY SIZE
005020         WKR-SEQ-EDIT DELIMITED BY SIZE
005030         ' ' DELIMITED BY SIZE
005040         WFR-FEED-TYPE DELIMITED BY SIZE
005050         ' RUN ' DELIMITED BY SIZE
005060         INTO WKR-REPORT-LINE
005070         WITH POINTER WKR-LINE-POINTER
005080     MOVE WFR-RUN-DATE TO WKR-DATE-X
005090     PERFORM EDIT-REPORT-DATE
005100     MOVE WFR-RUN-TIME TO WKR-TIME-X
005110     PERFORM EDIT-REPORT-TIME
005120     STRING WKR-DATE-EDIT DELIMITED BY SIZE
005130         ' ' DELIMITED BY SIZE
005140         WKR-TIME-EDIT DELIMITED BY SIZE
005150         ' SENT ' DELIMITED BY SIZE
005160         INTO WKR-REPORT-LINE
005170         WITH POINTER WKR-LINE-POINTER
005180     MOVE WFR-SENT-DATE TO WKR-DATE-X
005190     PERFORM EDIT-REPORT-DATE
005200     STRING WKR-DATE-EDIT DELIMITED BY SIZE
005210         ' ' DELIMITED BY SIZE
005220         WFR-ACK-STATUS DELIMITED BY SIZE
005230         INTO WKR-REPORT-LINE
005240         WITH POINTER WKR-LINE-POINTER
005250     PERFORM WRITE-REPORT-LINE
005260     IF WFR-ACK-REASON NOT = SPACES
005270         MOVE SPACES TO WKR-REPORT-LINE
005280         STRING '    REASON: ' DELIMITED BY SIZE
005290             WFR-ACK-REASON DELIMITED BY SIZE
005300             INTO WKR-REPORT-LINE
005310         PERFORM WRITE-REPORT-LINE
005320     END-IF.

005330 WRITE-RESENT-LINE.
005340     MOVE SPACES TO WKR-REPORT-LINE
005350     MOVE WFR-RESENT-SEQ TO WKR-SEQ-EDIT
005360     STRING '    RESENT AS FEED ' DELIMITED BY SIZE
005370         WKR-SEQ-EDIT DELIMITED BY SIZE
005380         INTO WKR-REPORT-LINE
005390     PERFORM WRITE-REPORT-LINE.

005400*----------------------------------------------------------------
005410*    REBUILDS AND RESENDS THE FEED FOR THE RUN KEYED BY RUNDATE/
005420*    RUNTIME.  A SUPERSEDED RUN IS NEVER RESENT - ITS REPLACEMENT
005430*    IS THE RUN TO SEND.
005440*----------------------------------------------------------------
005450 RESEND-RUN-FEED.
005460     MOVE 'RESEND -' TO WKR-REPORT-LINE
005470     PERFORM WRITE-REPORT-LINE
005480     MOVE 'N' TO WKR-RESEND-ERR-FLAG
005490     IF WKR-RUNDATE-PARM = SPACES
005500         OR WKR-RUNDATE-PARM IS NOT NUMERIC
005510         OR WKR-RUNTIME-PARM = SPACES
005520         OR WKR-RUNTIME-PARM IS NOT NUMERIC
005530         MOVE '  RESEND NEEDS NUMERIC RUNDATE AND RUNTIME'
005540             TO WKR-REPORT-LINE
005550         PERFORM WRITE-RESEND-ERROR
005560     END-IF
005570     IF NOT WKR-RESEND-ERR
005580         PERFORM READ-RESEND-RUN
005590     END-IF
005600     IF NOT WKR-RESEND-ERR
005610         PERFORM FIND-SUMMARY-GENERATION
005620     END-IF
005630     IF NOT WKR-RESEND-ERR
005640         PERFORM FIND-FEEDS-FOR-RUN
005650         PERFORM BUILD-RESEND-FEED
005655         IF WKR-FOOT-ERRORS > ZERO
005656             PERFORM HOLD-RESEND-FEED
005657         ELSE
005660             PERFORM LOG-RESEND-FEED
005670             PERFORM MARK-RUN-FEEDS-RESENT
005675         END-IF
005680     END-IF.

005690 WRITE-RESEND-ERROR.
005700     PERFORM WRITE-REPORT-LINE
005710     DISPLAY 'WHSACKR - ' WKR-REPORT-LINE
005720     SET WKR-RESEND-ERR TO TRUE
005730     ADD 1 TO WKR-ATTENTION-COUNT.

005740 READ-RESEND-RUN.
005750     OPEN INPUT RUN-MASTER-FILE
005760     IF WKR-RUN-MASTER-STATUS NOT = '00'
005770         MOVE WKR-RUN-MASTER-STATUS TO WKR-ABEND-STATUS
005780         MOVE 'RUNHIX' TO WKR-ABEND-FILE
005790         PERFORM 9000-ABEND
005800     END-IF
005810     MOVE WKR-RUNDATE-PARM TO RHX-RUN-DATE
005820     MOVE WKR-RUNTIME-PARM TO RHX-RUN-TIME
005830     READ RUN-MASTER-FILE
005840         INVALID KEY
005850             MOVE '  RUN NOT ON THE RUN MASTER' TO WKR-REPORT-LINE
005860             PERFORM WRITE-RESEND-ERROR
005870         NOT INVALID KEY
005880             IF RHX-RUN-STATUS = 'S'
005890                 MOVE '  RUN IS SUPERSEDED - RESEND ITS REPLACER'
005900                     TO WKR-REPORT-LINE
005910                 PERFORM WRITE-RESEND-ERROR
005920             END-IF
005930     END-READ
005940     CLOSE RUN-MASTER-FILE.

005950*----------------------------------------------------------------
005960*    THE LAST SUMMRPT GENERATION CATALOGED FOR THE RUN.
005970*----------------------------------------------------------------
005980 FIND-SUMMARY-GENERATION.
005990     MOVE SPACES TO WKR-SUMMARY-GEN
006000     OPEN INPUT CATALOG-FILE
006010     IF WKR-CATALOG-FILE-STATUS NOT = '00'
006020         AND WKR-CATALOG-FILE-STATUS NOT = '05'
006030         MOVE WKR-CATALOG-FILE-STATUS TO WKR-ABEND-STATUS
006040         MOVE 'CATLGDS' TO WKR-ABEND-FILE
006050         PERFORM 9000-ABEND
006060     END-IF
006070     MOVE 'N' TO WKR-EOF-FLAG
006080     PERFORM UNTIL WKR-EOF
006090         READ CATALOG-FILE INTO CATALOG-RECORD
006100         EVALUATE WKR-CATALOG-FILE-STATUS
006110             WHEN '00'
006120                 IF CAT-RUN-DATE = RHX-RUN-DATE
006130                     AND CAT-RUN-TIME = RHX-RUN-TIME
006140                     AND CAT-DSN-TYPE = 'SUMMRPT '
006150                     MOVE CAT-GEN-NAME TO WKR-SUMMARY-GEN
006160                 END-IF
006170             WHEN '10'
006180                 SET WKR-EOF TO TRUE
006190             WHEN OTHER
006200                 MOVE WKR-CATALOG-FILE-STATUS TO WKR-ABEND-STATUS
006210                 MOVE 'CATLGDS' TO WKR-ABEND-FILE
006220                 PERFORM 9000-ABEND
006230         END-EVALUATE
006240     END-PERFORM
006250     CLOSE CATALOG-FILE
006260     IF WKR-SUMMARY-GEN = SPACES
006270         MOVE '  NO ARCHIVED SUMMRPT GENERATION FOR THE RUN'
006280             TO WKR-REPORT-LINE
006290         PERFORM WRITE-RESEND-ERROR
006300     END-IF.

006310*----------------------------------------------------------------
006320*    THE RESEND TAKES THE NEXT FEED SEQUENCE AND REPLACES THE
006330*    LATEST FEED ALREADY LOGGED FOR THE RUN (ZERO WHEN THE RUN
006340*    WAS NEVER FED).
006350*----------------------------------------------------------------
006360 FIND-FEEDS-FOR-RUN.
006370     MOVE ZERO TO WKR-RESEND-SEQ
006380     MOVE ZERO TO WKR-ORIG-SEQ
006390     MOVE 'N' TO WKR-EOF-FLAG
006400     MOVE ZERO TO WFR-FEED-SEQ
006410     START FEED-REGISTER-FILE KEY >= WFR-FEED-SEQ
006420         INVALID KEY
006430             SET WKR-EOF TO TRUE
006440     END-START
006450     PERFORM UNTIL WKR-EOF
006460         READ FEED-REGISTER-FILE NEXT RECORD
006470             AT END
006480                 SET WKR-EOF TO TRUE
006490             NOT AT END
006500                 MOVE WFR-FEED-SEQ TO WKR-RESEND-SEQ
006510                 IF WFR-RUN-DATE = RHX-RUN-DATE
006520                     AND WFR-RUN-TIME = RHX-RUN-TIME
006530                     MOVE WFR-FEED-SEQ TO WKR-ORIG-SEQ
006540                 END-IF
006550         END-READ
006560     END-PERFORM
006570     ADD 1 TO WKR-RESEND-SEQ.

006580 BUILD-RESEND-FEED.
006590     OPEN OUTPUT RESEND-FILE
006600     IF WKR-RESEND-FILE-STATUS NOT = '00'
006610         MOVE WKR-RESEND-FILE-STATUS TO WKR-ABEND-STATUS
006620         MOVE 'WHSRSNDS' TO WKR-ABEND-FILE
006630         PERFORM 9000-ABEND
006640     END-IF
006650     MOVE SPACES TO EXTRACT-RECORD
006660     MOVE 'H' TO WHX-RECORD-TYPE
006670     MOVE RHX-RUN-DATE TO WHX-HDR-RUN-DATE
006680     MOVE RHX-RUN-TIME TO WHX-HDR-RUN-TIME
006690     MOVE RHX-FLOOR-COUNT TO WHX-HDR-FLOOR-COUNT
006700     MOVE WKR-RESEND-SEQ TO WHX-HDR-FEED-SEQ
006710     MOVE 'R' TO WHX-HDR-FEED-TYPE
006720     MOVE WKR-ORIG-SEQ TO WHX-HDR-ORIG-FEED-SEQ
006730     WRITE EXTRACT-RECORD
006740     PERFORM EXTRACT-GENERATION-DETAILS
006750     MOVE SPACES TO EXTRACT-RECORD
006760     MOVE 'T' TO WHX-RECORD-TYPE
006770     MOVE WKR-DETAIL-COUNT TO WHX-TRL-DETAIL-COUNT
006780     MOVE WKR-INSTR-TOTAL TO WHX-TRL-INSTR-TOTAL
006790     MOVE WKR-OPEN-TOTAL TO WHX-TRL-OPEN-TOTAL
006800     MOVE WKR-CLOSE-TOTAL TO WHX-TRL-CLOSE-TOTAL
006810     MOVE WKR-REJECT-TOTAL TO WHX-TRL-REJECT-TOTAL
006820     WRITE EXTRACT-RECORD
006830     CLOSE RESEND-FILE
006840     PERFORM PROVE-RESEND-CROSS-FOOT.

006850*----------------------------------------------------------------
006860*    WALKS THE PER-FILE SECTION OF THE ARCHIVED FLOOR SUMMARY
006870*    EXACTLY AS WHSEXTR.CBL WALKS THE CURRENT ONE.
006880*----------------------------------------------------------------
006890 EXTRACT-GENERATION-DETAILS.
006900     MOVE SPACES TO WKR-GEN-NAME
006910     MOVE WKR-SUMMARY-GEN TO WKR-GEN-NAME
006920     OPEN INPUT GENERATION-FILE
006930     IF WKR-GENERATION-FILE-STATUS NOT = '00'
006940         MOVE WKR-GENERATION-FILE-STATUS TO WKR-ABEND-STATUS
006950         MOVE 'SUMMRPT' TO WKR-ABEND-FILE
006960         PERFORM 9000-ABEND
006970     END-IF
006980     MOVE 'N' TO WKR-IN-FILE-SECTION-FLAG
006990     MOVE 'N' TO WKR-DETAIL-PENDING-FLAG
007000     MOVE 'N' TO WKR-EOF-FLAG
007010     PERFORM UNTIL WKR-EOF
007020         READ GENERATION-FILE INTO WKR-SUMMARY-LINE
007030         EVALUATE WKR-GENERATION-FILE-STATUS
007040             WHEN '00'
007050                 PERFORM CLASSIFY-SUMMARY-LINE
007060             WHEN '10'
007070                 SET WKR-EOF TO TRUE
007080             WHEN OTHER
007090                 MOVE WKR-GENERATION-FILE-STATUS
007100                     TO WKR-ABEND-STATUS
007110                 MOVE 'SUMMRPT' TO WKR-ABEND-FILE
007120                 PERFORM 9000-ABEND
007130         END-EVALUATE
007140     END-PERFORM
007150     CLOSE GENERATION-FILE.

007160 CLASSIFY-SUMMARY-LINE.
007170     EVALUATE TRUE
007180         WHEN WKR-SUMMARY-LINE(1:18) = 'PER-FILE SUMMARY -'
007190             SET WKR-IN-FILE-SECTION TO TRUE
007200         WHEN WKR-SUMMARY-LINE(1:14) = 'GRAND TOTALS -'
007210             MOVE 'N' TO WKR-IN-FILE-SECTION-FLAG
007220         WHEN NOT WKR-IN-FILE-SECTION
007230             CONTINUE
007240         WHEN WKR-SUMMARY-LINE(1:5) = 'FILE '
007250             MOVE WKR-SUMM-FILE-SEQ-ED TO WKR-WORK-FILE-SEQ
007260             MOVE WKR-SUMM-FILE-NAME TO WKR-WORK-FILE-NAME
007270             SET WKR-DETAIL-PENDING TO TRUE
007280         WHEN WKR-SUMMARY-LINE(1:9) = '  INSTR: '
007290             AND WKR-DETAIL-PENDING
007300             MOVE WKR-SUMM-INSTR-ED TO WKR-WORK-INSTR
007310             MOVE WKR-SUMM-OPEN-ED TO WKR-WORK-OPEN
007320             MOVE WKR-SUMM-CLOSE-ED TO WKR-WORK-CLOSE
007330             MOVE WKR-SUMM-REJ-ED TO WKR-WORK-REJECT
007340         WHEN WKR-SUMMARY-LINE(1:19) = '  CONTROL TOTALS : '
007350             AND WKR-DETAIL-PENDING
007360             PERFORM WRITE-DETAIL-RECORD
007370         WHEN OTHER
007380             CONTINUE
007390     END-EVALUATE.

007400 WRITE-DETAIL-RECORD.
007410     MOVE SPACES TO EXTRACT-RECORD
007420     MOVE 'D' TO WHX-RECORD-TYPE
007430     MOVE WKR-WORK-FILE-SEQ TO WHX-DTL-FILE-SEQ
007440     MOVE WKR-WORK-INSTR TO WHX-DTL-INSTR-COUNT
007450     MOVE WKR-WORK-OPEN TO WHX-DTL-OPEN-COUNT
007460     MOVE WKR-WORK-CLOSE TO WHX-DTL-CLOSE-COUNT
007470     MOVE WKR-WORK-REJECT TO WHX-DTL-REJECT-COUNT
007480     MOVE WKR-SUMM-TRAILER-ST TO WHX-DTL-TRAILER-STATUS
007490     MOVE WKR-WORK-FILE-NAME TO WHX-DTL-FILE-NAME
007500     WRITE EXTRACT-RECORD
007510     ADD 1 TO WKR-DETAIL-COUNT
007520     ADD WKR-WORK-INSTR TO WKR-INSTR-TOTAL
007530     ADD WKR-WORK-OPEN TO WKR-OPEN-TOTAL
007540     ADD WKR-WORK-CLOSE TO WKR-CLOSE-TOTAL
007550     ADD WKR-WORK-REJECT TO WKR-REJECT-TOTAL
007560     MOVE 'N' TO WKR-DETAIL-PENDING-FLAG.

007570*----------------------------------------------------------------
007580*    PROVES THE REBUILT DETAIL TOTALS AGAINST THE RUN-MASTER
007590*    COUNTS, AS WHSEXTR.CBL PROVES THEM AGAINST LATESTDS.
007600*----------------------------------------------------------------
007610 PROVE-RESEND-CROSS-FOOT.
007620     MOVE ZERO TO WKR-FOOT-ERRORS
007630     IF WKR-INSTR-TOTAL NOT = RHX-TOTAL-COUNT
007640         ADD 1 TO WKR-FOOT-ERRORS
007650     END-IF
007660     IF WKR-OPEN-TOTAL NOT = RHX-OPEN-COUNT
007670         ADD 1 TO WKR-FOOT-ERRORS
007680     END-IF
007690     IF WKR-CLOSE-TOTAL NOT = RHX-CLOSE-COUNT
007700         ADD 1 TO WKR-FOOT-ERRORS
007710     END-IF
007720     IF WKR-REJECT-TOTAL NOT = RHX-REJECTED-COUNT
007730         ADD 1 TO WKR-FOOT-ERRORS
007740     END-IF
007750     IF WKR-FOOT-ERRORS > ZERO
007760         MOVE '  RESEND FAILS CROSS-FOOT TO RUNHIX - HOLD IT'
007770             TO WKR-REPORT-LINE
007780         PERFORM WRITE-REPORT-LINE
007790         DISPLAY 'WHSACKR - ' WKR-REPORT-LINE
007800         ADD 1 TO WKR-ATTENTION-COUNT
007810     END-IF.

007811*----------------------------------------------------------------
007812*    A RESEND THAT FAILS ITS CROSS-FOOT IS NOT LOGGED ON THE
007813*    REGISTER AND THE FEEDS IT WOULD REPLACE ARE LEFT
007814*    OUTSTANDING, SO THEY STAY ON THE ATTENTION LISTS UNTIL A
007815*    GOOD RESEND GOES OUT.  THE CROSS-FOOT HAS ALREADY COUNTED
007816*    IT FOR ATTENTION (RETURN-CODE 8).
007817*----------------------------------------------------------------
007818 HOLD-RESEND-FEED.
007819     MOVE '    RESEND HELD - ORIGINAL FEEDS LEFT OUTSTANDING'
007820         TO WKR-REPORT-LINE
007821     PERFORM WRITE-REPORT-LINE
007822     DISPLAY 'WHSACKR - RESEND IN WHSRSNDS HELD, NOT LOGGED'.

007825 LOG-RESEND-FEED.
007830     MOVE SPACES TO FEED-REGISTER-RECORD
007840     MOVE WKR-RESEND-SEQ TO WFR-FEED-SEQ
007850     MOVE 'R' TO WFR-FEED-TYPE
007860     MOVE WKR-ORIG-SEQ TO WFR-ORIG-FEED-SEQ
007870     MOVE RHX-RUN-DATE TO WFR-RUN-DATE
007880     MOVE RHX-RUN-TIME TO WFR-RUN-TIME
007890     ACCEPT WFR-SENT-DATE FROM DATE YYYYMMDD
007900     ACCEPT WFR-SENT-TIME FROM TIME
007910     MOVE 'WHSRSNDS' TO WFR-DATASET-NAME
007920     MOVE WKR-DETAIL-COUNT TO WFR-DETAIL-COUNT
007930     MOVE WKR-INSTR-TOTAL TO WFR-INSTR-TOTAL
007940     MOVE WKR-OPEN-TOTAL TO WFR-OPEN-TOTAL
007950     MOVE WKR-CLOSE-TOTAL TO WFR-CLOSE-TOTAL
007960     MOVE WKR-REJECT-TOTAL TO WFR-REJECT-TOTAL
007970     MOVE ZERO TO WFR-ACK-DATE
007980     MOVE ZERO TO WFR-ACK-TIME
007990     MOVE 'N' TO WFR-ACK-MISMATCH
008000     MOVE ZERO TO WFR-RESENT-SEQ
008010     WRITE FEED-REGISTER-RECORD
008020         INVALID KEY
008030             MOVE WKR-FEED-REGISTER-STATUS TO WKR-ABEND-STATUS
008040             MOVE 'WHSFREG' TO WKR-ABEND-FILE
008050             PERFORM 9000-ABEND
008060     END-WRITE
008070     PERFORM WRITE-FEED-LINE
008080     MOVE SPACES TO WKR-REPORT-LINE
008090     MOVE 1 TO WKR-LINE-POINTER
008100     MOVE WKR-ORIG-SEQ TO WKR-SEQ-EDIT
008110     STRING '    REPLACES FEED ' DELIMITED BY SIZE
008120         WKR-SEQ-EDIT DELIMITED BY SIZE
008130         ' DETAILS ' DELIMITED BY SIZE
008140         INTO WKR-REPORT-LINE
008150         WITH POINTER WKR-LINE-POINTER
008160     MOVE WKR-DETAIL-COUNT TO WKR-COUNT-EDIT
008170     STRING WKR-COUNT-EDIT DELIMITED BY SIZE
008180         INTO WKR-REPORT-LINE
008190         WITH POINTER WKR-LINE-POINTER
008200     PERFORM WRITE-REPORT-LINE
008210     MOVE SPACES TO WKR-REPORT-LINE
008220     STRING '    FROM ' DELIMITED BY SIZE
008230         WKR-SUMMARY-GEN DELIMITED BY SIZE
008240         INTO WKR-REPORT-LINE
008250     PERFORM WRITE-REPORT-LINE
008260     DISPLAY 'WHSACKR - RESEND WRITTEN TO WHSRSNDS AS FEED '
008270         WKR-RESEND-SEQ.

008280*----------------------------------------------------------------
008290*    EVERY EARLIER FEED OF THE RUN NOT ALREADY REPLACED IS LINKED
008300*    TO THE RESEND, WHICH CLEARS IT FROM THE ATTENTION LISTS.
008310*----------------------------------------------------------------
008320 MARK-RUN-FEEDS-RESENT.
008330     MOVE 'N' TO WKR-EOF-FLAG
008340     MOVE ZERO TO WFR-FEED-SEQ
008350     START FEED-REGISTER-FILE KEY >= WFR-FEED-SEQ
008360         INVALID KEY
008370             SET WKR-EOF TO TRUE
008380     END-START
008390     PERFORM UNTIL WKR-EOF
008400         READ FEED-REGISTER-FILE NEXT RECORD
008410             AT END
008420                 SET WKR-EOF TO TRUE
008430             NOT AT END
008440                 IF WFR-RUN-DATE = RHX-RUN-DATE
008450                     AND WFR-RUN-TIME = RHX-RUN-TIME
008460                     AND WFR-FEED-SEQ < WKR-RESEND-SEQ
008470                     AND WFR-RESENT-SEQ = ZERO
008480                     MOVE WKR-RESEND-SEQ TO WFR-RESENT-SEQ
008490                     REWRITE FEED-REGISTER-RECORD
008500                         INVALID KEY
008510                             MOVE WKR-FEED-REGISTER-STATUS
008520                                 TO WKR-ABEND-STATUS
008530                             MOVE 'WHSFREG' TO WKR-ABEND-FILE
008540                             PERFORM 9000-ABEND
008550                     END-REWRITE
008560                 END-IF
008570         END-READ
008580     END-PERFORM.

008590 EDIT-REPORT-DATE.
008600     MOVE SPACES TO WKR-DATE-EDIT
008610     STRING WKR-DATE-X(1:4) '/' WKR-DATE-X(5:2) '/'
008620         WKR-DATE-X(7:2) DELIMITED BY SIZE
008630         INTO WKR-DATE-EDIT.

008640 EDIT-REPORT-TIME.
008650     MOVE SPACES TO WKR-TIME-EDIT
008660     STRING WKR-TIME-X(1:2) ':' WKR-TIME-X(3:2) ':'
008670         WKR-TIME-X(5:2) DELIMITED BY SIZE
008680         INTO WKR-TIME-EDIT.

008690 WRITE-REPORT-LINE.
008700     MOVE WKR-REPORT-LINE TO REPORT-RECORD
008710     WRITE REPORT-RECORD
008720     MOVE SPACES TO WKR-REPORT-LINE.

008730*----------------------------------------------------------------
008740*    APPENDS THIS STEP'S RECORD TO THE CENTRAL JOB LOG.  A LOG
008750*    THAT CANNOT BE WRITTEN MUST NEVER TAKE THE STEP DOWN, SO
008760*    ANY OPEN FAILURE IS REPORTED ON SYSOUT AND IGNORED.
008770*----------------------------------------------------------------
008780 WRITE-JOBLOG-RECORD.
008790     ACCEPT WKR-STEP-END-DATE FROM DATE YYYYMMDD
008800     ACCEPT WKR-STEP-END-TIME FROM TIME
008810     MOVE 'WHSACKR' TO JLG-PROGRAM-NAME
008820     MOVE WKR-STEP-START-DATE TO JLG-START-DATE
008830     MOVE WKR-STEP-START-TIME TO JLG-START-TIME
008840     MOVE WKR-STEP-END-DATE TO JLG-END-DATE
008850     MOVE WKR-STEP-END-TIME TO JLG-END-TIME
008860     MOVE RETURN-CODE TO JLG-RETURN-CODE
008870     MOVE WKR-ACKS-APPLIED TO JLG-COUNT-1
008880     MOVE WKR-ATTENTION-COUNT TO JLG-COUNT-2
008890     EVALUATE TRUE
008900         WHEN RETURN-CODE >= 16
008910             MOVE 'ABEND' TO JLG-SEVERITY
008920         WHEN RETURN-CODE >= 8
008930             MOVE 'ALERT' TO JLG-SEVERITY
008940         WHEN OTHER
008950             MOVE 'INFO ' TO JLG-SEVERITY
008960     END-EVALUATE
008970     OPEN EXTEND JOB-LOG-FILE
008980     IF WKR-JOB-LOG-FILE-STATUS = '00'
008990         OR WKR-JOB-LOG-FILE-STATUS = '05'
009000         WRITE JOB-LOG-RECORD
009010         CLOSE JOB-LOG-FILE
009020     ELSE
009030         DISPLAY 'WHSACKR WARNING - JOBLOG NOT WRITTEN, STATUS '
009040             WKR-JOB-LOG-FILE-STATUS
009050     END-IF.

009060 9000-ABEND.
009070     DISPLAY '*** WHSACKR ABEND - I/O ERROR ON ' WKR-ABEND-FILE
009080         ' ***'
009090     DISPLAY '*** FILE STATUS = ' WKR-ABEND-STATUS ' ***'
009100     CLOSE FEED-REGISTER-FILE
009110     CLOSE ACK-FILE
009120     CLOSE RUN-MASTER-FILE
009130     CLOSE CATALOG-FILE
009140     CLOSE GENERATION-FILE
009150     CLOSE RESEND-FILE
009160     CLOSE REPORT-FILE
009170     MOVE 16 TO RETURN-CODE
009180     PERFORM WRITE-JOBLOG-RECORD
009190     STOP RUN.
