000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REJNOTC.
000030 AUTHOR. A-DELGADO.
000040 INSTALLATION. AOC-BATCH.
000050 DATE-WRITTEN. 2026-10-09.
000060 DATE-COMPILED. 2026-10-09.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-09 ADL   ORIGINAL VERSION - OUTBOUND SUPPLIER REJECTION
000120*                  NOTICES.  RUNS AFTER THE GATEKEEPER (GATEKPR)
000130*                  AND THE BATCH JOB (01-COBOL.CBL).  EVERY FILE
000140*                  ON THE GATEKEEPER DECISION FILE (GATEDCSN,
000150*                  LAYOUT GATDREC) IS RESOLVED TO ITS SUPPLIER ON
000160*                  THE SUPPLIER REFERENCE (SUPLRDS) WITH THE SAME
000170*                  PATTERN MATCH DLVCTL.CBL USES, AND THE ACCEPTED
000180*                  FILES ARE TIED TO THEIR FILE= SEQUENCE ON THE
000190*                  EXCEPTION REPORT (EXCPRPT).  EACH SUPPLIER WITH
000200*                  A FILE HELD OUT AT THE GATE, A REJECTED
000210*                  CHARACTER OR A CONTROL TRAILER OUT OF BALANCE
000220*                  GETS ONE FIXED-LAYOUT NOTICE DATASET
000230*                  (RJNOTC.<CODE>.D<DATE>.T<TIME>, LAYOUT NOTCREC)
000240*                  CARRYING A HEADER, DETAILS AND A TRAILER PER
000250*                  FILE, AND EACH NOTICE WRITTEN IS APPENDED TO
000260*                  THE NOTICE REGISTER (NOTCREG, LAYOUT NTCRGREC).
000270*                  A FILE THAT CANNOT BE RESOLVED TO A SUPPLIER
000280*                  IS LISTED ON SYSOUT AND SETS RETURN-CODE 4.
000290*                  REPLACES THE PHONE CALL FROM THE PRINTOUT.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SUPPLIER-FILE ASSIGN TO 'SUPLRDS'
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS RNT-SUPPLIER-FILE-STATUS.
000370     SELECT GATE-DECISION-FILE ASSIGN TO 'GATEDCSN'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RNT-GATE-DECISION-STATUS.
000400     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO 'EXCPRPT'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS RNT-EXCEPTION-FILE-STATUS.
000430     SELECT NOTICE-FILE ASSIGN TO DYNAMIC RNT-NOTICE-NAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS RNT-NOTICE-FILE-STATUS.
000460     SELECT OPTIONAL NOTICE-REGISTER-FILE ASSIGN TO 'NOTCREG'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RNT-REGISTER-FILE-STATUS.
000490     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RNT-JOB-LOG-FILE-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SUPPLIER-FILE.
000550 01  SUPPLIER-RECORD.
000560     COPY SUPLREC.

000570 FD  GATE-DECISION-FILE.
000580 01  GATE-DECISION-RECORD.
000590     COPY GATDREC.

000600 FD  EXCEPTION-FILE.
000610 01  EXCEPTION-RECORD.
000620     COPY EXCPTREC.

000630 FD  NOTICE-FILE.
000640 01  NOTICE-RECORD.
000650     COPY NOTCREC.

000660 FD  NOTICE-REGISTER-FILE.
000670 01  NOTICE-REGISTER-RECORD.
000680     COPY NTCRGREC.

000690 FD  JOB-LOG-FILE.
000700 01  JOB-LOG-RECORD.
000710     COPY JOBLGREC.

000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740*    FILE AND PARAMETER STORAGE
000750*----------------------------------------------------------------
000760 01  RNT-SUPPLIER-FILE-STATUS PIC XX.
000770 01  RNT-GATE-DECISION-STATUS PIC XX.
000780 01  RNT-EXCEPTION-FILE-STATUS PIC XX.
000790 01  RNT-NOTICE-FILE-STATUS  PIC XX.
000800 01  RNT-REGISTER-FILE-STATUS PIC XX.
000810 01  RNT-NOTICE-NAME         PIC X(44) VALUE SPACES.
000820 01  RNT-EOF-FLAG            PIC X VALUE 'N'.
000830     88  RNT-EOF             VALUE 'Y'.
000840 01  RNT-EXC-EOF-FLAG        PIC X VALUE 'N'.
000850     88  RNT-EXC-EOF         VALUE 'Y'.
000860 01  RNT-ABEND-STATUS        PIC XX.
000870 01  RNT-ABEND-FILE          PIC X(8).
000880*----------------------------------------------------------------
000890*    SUPPLIER TABLE - UP TO 50 SUPPLIERS, AS IN DLVCTL.  ENTRY
000900*    51 COLLECTS THE FILES THAT CANNOT BE RESOLVED; NO NOTICE IS
000910*    WRITTEN FOR IT.
000920*----------------------------------------------------------------
000930 01  RNT-SUPPLIER-TABLE.
000940     05  RNT-SUP-ENTRY       OCCURS 51 TIMES.
000950         10  RNT-SUP-CODE    PIC X(4).
000960         10  RNT-SUP-NAME    PIC X(20).
000970         10  RNT-SUP-PATTERN PIC X(40).
000980         10  RNT-SUP-NOTICED PIC X(01).
000990 01  RNT-SUP-COUNT           PIC 9(4) COMP VALUE ZERO.
001000 01  RNT-SUP-INDEX           PIC 9(4) COMP VALUE ZERO.
001010 01  RNT-UNRESOLVED          PIC 9(4) COMP VALUE 51.
001020 01  RNT-FOUND-SUP           PIC 9(4) COMP VALUE ZERO.
001030 01  RNT-CUR-SUP             PIC 9(4) COMP VALUE ZERO.
001040*----------------------------------------------------------------
001050*    SCREENED FILE TABLE - ONE ENTRY PER GATEKEEPER DECISION.
001060*    THE SEQUENCE MAP GIVES THE ENTRY FOR EACH FILE= SEQUENCE:
001070*    THE N-TH ACCEPTED DECISION IS FILE= SEQUENCE N.
001080*----------------------------------------------------------------
001090 01  RNT-FILE-TABLE.
001100     05  RNT-FT-ENTRY        OCCURS 200 TIMES.
001110         10  RNT-FT-NAME     PIC X(100).
001120         10  RNT-FT-VERDICT  PIC X(8).
001130         10  RNT-FT-REASON   PIC X(30).
001140         10  RNT-FT-HDR-DATE PIC 9(8).
001150         10  RNT-FT-HDR-SEQ  PIC 9(9).
001160         10  RNT-FT-INSTR    PIC 9(9).
001170         10  RNT-FT-INVALID  PIC 9(9).
001180         10  RNT-FT-TRL-INSTR PIC 9(9).
001190         10  RNT-FT-SUP      PIC 9(4) COMP.
001200         10  RNT-FT-EXC-LINES PIC 9(9) COMP.
001210 01  RNT-FILE-COUNT          PIC 9(4) COMP VALUE ZERO.
001220 01  RNT-FILE-INDEX          PIC 9(4) COMP VALUE ZERO.
001230 01  RNT-SEQ-MAP.
001240     05  RNT-SEQ-FILE        OCCURS 100 TIMES PIC 9(4) COMP.
001250 01  RNT-ACCEPTED-COUNT      PIC 9(4) COMP VALUE ZERO.
001260 01  RNT-FILE-SEQ            PIC 9(4) VALUE ZERO.
001270 01  RNT-CUR-FILE            PIC 9(4) COMP VALUE ZERO.
001280*----------------------------------------------------------------
001290*    EXCEPTION LINE OVERLAYS.  THE TRAILER OVERLAYS MATCH THE
001300*    MESSAGES WRITE-TRAILER-EXCEPTION AND WRITE-MALFORMED-
001310*    EXCEPTION BUILD IN THE BATCH JOB; THE CHARACTER LINES ARE
001320*    READ THROUGH EXCPTREC.
001330*----------------------------------------------------------------
001340 01  RNT-EXC-LINE            PIC X(73).
001350 01  RNT-BALANCE-OVERLAY REDEFINES RNT-EXC-LINE.
001360     05  RNT-BAL-LABEL       PIC X(28).
001370     05  RNT-BAL-SEQ-X       PIC X(5).
001380     05  FILLER              PIC X(1).
001390     05  RNT-BAL-FIELD       PIC X(5).
001400     05  FILLER              PIC X(5).
001410     05  RNT-BAL-EXP-ED      PIC -ZZZZZZZZ9.
001420     05  FILLER              PIC X(5).
001430     05  RNT-BAL-ACT-ED      PIC -ZZZZZZZZ9.
001440     05  FILLER              PIC X(4).
001450 01  RNT-MALFORMED-OVERLAY REDEFINES RNT-EXC-LINE.
001460     05  RNT-MAL-LABEL       PIC X(23).
001470     05  RNT-MAL-SEQ-X       PIC X(5).
001480     05  FILLER              PIC X(45).
001490 01  RNT-SEQ-FIELD-X         PIC X(5).
001500 01  RNT-SEQ-FIELD-ED REDEFINES RNT-SEQ-FIELD-X PIC ZZZZ9.
001510 01  RNT-LINE-KIND           PIC X(01) VALUE SPACE.
001520 01  RNT-ORPHAN-LINES        PIC 9(9) COMP VALUE ZERO.
001530*----------------------------------------------------------------
001540*    PATTERN MATCH WORK STORAGE (SAME MATCH AS DLVCTL.CBL)
001550*----------------------------------------------------------------
001560 01  RNT-MATCH-NAME          PIC X(100).
001570 01  RNT-PATTERN-LENGTH      PIC 9(4) COMP VALUE ZERO.
001580 01  RNT-NAME-LENGTH         PIC 9(4) COMP VALUE ZERO.
001590 01  RNT-MATCH-FLAG          PIC X VALUE 'N'.
001600     88  RNT-MATCHED         VALUE 'Y'.
001610*----------------------------------------------------------------
001620*    NOTICE BUILD STORAGE
001630*----------------------------------------------------------------
001640 01  RNT-GROUP-OPEN-FLAG     PIC X VALUE 'N'.
001650     88  RNT-GROUP-OPEN      VALUE 'Y'.
001660 01  RNT-GROUP-FILE          PIC 9(4) COMP VALUE ZERO.
001670 01  RNT-NOTICE-NUMBER       PIC 9(4) VALUE ZERO.
001680 01  RNT-GRP-DETAILS         PIC 9(9) COMP VALUE ZERO.
001690 01  RNT-GRP-CHARS           PIC 9(9) COMP VALUE ZERO.
001700 01  RNT-GRP-CONTROLS        PIC 9(9) COMP VALUE ZERO.
001710 01  RNT-NOTICE-FILES        PIC 9(9) COMP VALUE ZERO.
001720 01  RNT-NOTICE-HELD         PIC 9(9) COMP VALUE ZERO.
001730 01  RNT-NOTICE-DETAILS      PIC 9(9) COMP VALUE ZERO.
001740*----------------------------------------------------------------
001750*    RUN TOTALS
001760*----------------------------------------------------------------
001770 01  RNT-NOTICES-WRITTEN     PIC 9(9) COMP VALUE ZERO.
001780 01  RNT-FILES-NOTICED       PIC 9(9) COMP VALUE ZERO.
001790 01  RNT-UNRESOLVED-FILES    PIC 9(9) COMP VALUE ZERO.
001800 01  RNT-COUNT-EDIT          PIC ZZZZZZZZ9.
001810*----------------------------------------------------------------
001820*    CENTRAL JOB-EXECUTION LOG STORAGE
001830*----------------------------------------------------------------
001840 01  RNT-JOB-LOG-FILE-STATUS PIC XX.
001850 01  RNT-STEP-START-DATE     PIC 9(8) VALUE ZERO.
001860 01  RNT-STEP-START-TIME     PIC 9(8) VALUE ZERO.
001870 01  RNT-STEP-END-DATE       PIC 9(8) VALUE ZERO.
001880 01  RNT-STEP-END-TIME       PIC 9(8) VALUE ZERO.

001890 PROCEDURE DIVISION.
001900 MAIN-LOGIC.
001910     ACCEPT RNT-STEP-START-DATE FROM DATE YYYYMMDD
001920     ACCEPT RNT-STEP-START-TIME FROM TIME
001930     PERFORM LOAD-SUPPLIER-TABLE
001940     PERFORM LOAD-DECISION-TABLE
001950     PERFORM SCAN-EXCEPTION-REPORT
001960     PERFORM REPORT-UNRESOLVED-FILES
001970     PERFORM VARYING RNT-SUP-INDEX FROM 1 BY 1
001980         UNTIL RNT-SUP-INDEX > RNT-SUP-COUNT
001990         IF RNT-SUP-NOTICED(RNT-SUP-INDEX) = 'Y'
002000             MOVE RNT-SUP-INDEX TO RNT-CUR-SUP
002010             PERFORM WRITE-SUPPLIER-NOTICE
002020         END-IF
002030     END-PERFORM
002040     IF RNT-UNRESOLVED-FILES > ZERO OR RNT-ORPHAN-LINES > ZERO
002050         DISPLAY '*** REJECTIONS NOT RESOLVED TO A SUPPLIER - ***'
002060         DISPLAY '*** NO NOTICE SENT FOR THEM, SEE ABOVE ***'
002070         MOVE 4 TO RETURN-CODE
002080     END-IF
002090     DISPLAY 'REJNOTC COMPLETE - NOTICES WRITTEN = '
002100         RNT-NOTICES-WRITTEN ' FILES NOTICED = ' RNT-FILES-NOTICED
002110     PERFORM WRITE-JOBLOG-RECORD
002120     STOP RUN.

002130 LOAD-SUPPLIER-TABLE.
002140     OPEN INPUT SUPPLIER-FILE
002150     IF RNT-SUPPLIER-FILE-STATUS NOT = '00'
002160         MOVE RNT-SUPPLIER-FILE-STATUS TO RNT-ABEND-STATUS
002170         MOVE 'SUPLRDS' TO RNT-ABEND-FILE
002180         PERFORM 9000-ABEND
002190     END-IF
002200     MOVE 'N' TO RNT-EOF-FLAG
002210     PERFORM UNTIL RNT-EOF
002220         READ SUPPLIER-FILE INTO SUPPLIER-RECORD
002230         EVALUATE RNT-SUPPLIER-FILE-STATUS
002240             WHEN '00'
002250                 IF SUP-CODE NOT = SPACES
002260                     AND RNT-SUP-COUNT < 50
002270                     ADD 1 TO RNT-SUP-COUNT
002280                     MOVE SUP-CODE TO RNT-SUP-CODE(RNT-SUP-COUNT)
002290                     MOVE SUP-NAME TO RNT-SUP-NAME(RNT-SUP-COUNT)
002300                     MOVE SUP-FILE-PATTERN
002310                         TO RNT-SUP-PATTERN(RNT-SUP-COUNT)
002320                     MOVE 'N' TO RNT-SUP-NOTICED(RNT-SUP-COUNT)
002330                 END-IF
002340             WHEN '10'
002350                 SET RNT-EOF TO TRUE
002360             WHEN OTHER
002370                 MOVE RNT-SUPPLIER-FILE-STATUS
002380                     TO RNT-ABEND-STATUS
002390                 MOVE 'SUPLRDS' TO RNT-ABEND-FILE
002400                 PERFORM 9000-ABEND
002410         END-EVALUATE
002420     END-PERFORM
002430     CLOSE SUPPLIER-FILE
002440     MOVE '????' TO RNT-SUP-CODE(RNT-UNRESOLVED)
002450     MOVE 'NOT RESOLVED' TO RNT-SUP-NAME(RNT-UNRESOLVED)
002460     MOVE SPACES TO RNT-SUP-PATTERN(RNT-UNRESOLVED)
002470     MOVE 'N' TO RNT-SUP-NOTICED(RNT-UNRESOLVED).

002480*----------------------------------------------------------------
002490*    LOADS THE NIGHT'S GATEKEEPER DECISIONS.  EACH FILE IS
002500*    RESOLVED TO ITS SUPPLIER HERE; A FILE HELD OUT AT THE GATE
002510*    PUTS ITS SUPPLIER ON THE NOTICE LIST.
002520*----------------------------------------------------------------
002530 LOAD-DECISION-TABLE.
002540     PERFORM VARYING RNT-FILE-INDEX FROM 1 BY 1
002550         UNTIL RNT-FILE-INDEX > 100
002560         MOVE ZERO TO RNT-SEQ-FILE(RNT-FILE-INDEX)
002570     END-PERFORM
002580     OPEN INPUT GATE-DECISION-FILE
002590     IF RNT-GATE-DECISION-STATUS NOT = '00'
002600         MOVE RNT-GATE-DECISION-STATUS TO RNT-ABEND-STATUS
002610         MOVE 'GATEDCSN' TO RNT-ABEND-FILE
002620         PERFORM 9000-ABEND
002630     END-IF
002640     MOVE 'N' TO RNT-EOF-FLAG
002650     PERFORM UNTIL RNT-EOF
002660         READ GATE-DECISION-FILE INTO GATE-DECISION-RECORD
002670         EVALUATE RNT-GATE-DECISION-STATUS
002680             WHEN '00'
002690                 PERFORM STORE-DECISION-ENTRY
002700             WHEN '10'
002710                 SET RNT-EOF TO TRUE
002720             WHEN OTHER
002730                 MOVE RNT-GATE-DECISION-STATUS
002740                     TO RNT-ABEND-STATUS
002750                 MOVE 'GATEDCSN' TO RNT-ABEND-FILE
002760                 PERFORM 9000-ABEND
002770         END-EVALUATE
002780     END-PERFORM
002790     CLOSE GATE-DECISION-FILE.

002800 STORE-DECISION-ENTRY.
002810     IF RNT-FILE-COUNT >= 200
002820         DISPLAY 'REJNOTC WARNING - FILE TABLE FULL, SKIPPED: '
002830             GTD-FILE-NAME(1:50)
002840     ELSE
002850         ADD 1 TO RNT-FILE-COUNT
002860         MOVE RNT-FILE-COUNT TO RNT-FILE-INDEX
002870         MOVE GTD-FILE-NAME TO RNT-FT-NAME(RNT-FILE-INDEX)
002880         MOVE GTD-VERDICT TO RNT-FT-VERDICT(RNT-FILE-INDEX)
002890         MOVE GTD-REASON TO RNT-FT-REASON(RNT-FILE-INDEX)
002900         MOVE GTD-HEADER-DATE TO RNT-FT-HDR-DATE(RNT-FILE-INDEX)
002910         MOVE GTD-HEADER-SEQ TO RNT-FT-HDR-SEQ(RNT-FILE-INDEX)
002920         MOVE GTD-INSTR-COUNT TO RNT-FT-INSTR(RNT-FILE-INDEX)
002930         MOVE GTD-INVALID-COUNT TO RNT-FT-INVALID(RNT-FILE-INDEX)
002940         MOVE GTD-TRAILER-INSTR
002950             TO RNT-FT-TRL-INSTR(RNT-FILE-INDEX)
002960         MOVE ZERO TO RNT-FT-EXC-LINES(RNT-FILE-INDEX)
002970         MOVE SPACES TO RNT-MATCH-NAME
002980         MOVE GTD-FILE-NAME TO RNT-MATCH-NAME
002990         PERFORM RESOLVE-SUPPLIER
003000         MOVE RNT-FOUND-SUP TO RNT-FT-SUP(RNT-FILE-INDEX)
003010         IF GTD-VERDICT = 'ACCEPTED'
003020             ADD 1 TO RNT-ACCEPTED-COUNT
003030             IF RNT-ACCEPTED-COUNT <= 100
003040                 MOVE RNT-FILE-INDEX
003050                     TO RNT-SEQ-FILE(RNT-ACCEPTED-COUNT)
003060             END-IF
003070         ELSE
003080             MOVE 'Y' TO RNT-SUP-NOTICED(RNT-FOUND-SUP)
003090         END-IF
003100     END-IF.

003110*----------------------------------------------------------------
003120*    COUNTS THE EXCEPTION LINES AGAINST THEIR FILES AND PUTS
003130*    EACH SUPPLIER WITH ANY ON THE NOTICE LIST.  NO EXCEPTION
003140*    REPORT (THE BATCH JOB DID NOT RUN) LEAVES ONLY THE GATE
003150*    REJECTIONS TO NOTICE.
003160*----------------------------------------------------------------
003170 SCAN-EXCEPTION-REPORT.
003180     PERFORM OPEN-EXCEPTION-REPORT
003190     PERFORM UNTIL RNT-EXC-EOF
003200         PERFORM READ-EXCEPTION-LINE
003210         IF NOT RNT-EXC-EOF
003220             IF RNT-CUR-FILE > ZERO
003230                 ADD 1 TO RNT-FT-EXC-LINES(RNT-CUR-FILE)
003240                 MOVE 'Y' TO
003250                     RNT-SUP-NOTICED(RNT-FT-SUP(RNT-CUR-FILE))
003260             ELSE
003270                 IF RNT-LINE-KIND NOT = SPACE
003280                     ADD 1 TO RNT-ORPHAN-LINES
003290                 END-IF
003300             END-IF
003310         END-IF
003320     END-PERFORM
003330     CLOSE EXCEPTION-FILE.

003340 OPEN-EXCEPTION-REPORT.
003350     MOVE 'N' TO RNT-EXC-EOF-FLAG
003360     OPEN INPUT EXCEPTION-FILE
003370     IF RNT-EXCEPTION-FILE-STATUS NOT = '00'
003380         AND RNT-EXCEPTION-FILE-STATUS NOT = '05'
003390         MOVE RNT-EXCEPTION-FILE-STATUS TO RNT-ABEND-STATUS
003400         MOVE 'EXCPRPT' TO RNT-ABEND-FILE
003410         PERFORM 9000-ABEND
003420     END-IF.

003430*----------------------------------------------------------------
003440*    READS ONE EXCEPTION LINE, CLASSIFIES IT ('C' REJECTED
003450*    CHARACTER, 'T' TRAILER OUT OF BALANCE, 'M' TRAILER
003460*    MALFORMED) AND RETURNS THE FILE TABLE ENTRY OF ITS FILE=
003470*    SEQUENCE IN RNT-CUR-FILE (ZERO WHEN IT HAS NONE).
003480*----------------------------------------------------------------
003490 READ-EXCEPTION-LINE.
003500     MOVE SPACE TO RNT-LINE-KIND
003510     MOVE ZERO TO RNT-CUR-FILE
003520     READ EXCEPTION-FILE INTO RNT-EXC-LINE
003530     EVALUATE RNT-EXCEPTION-FILE-STATUS
003540         WHEN '00'
003550             PERFORM CLASSIFY-EXCEPTION-LINE
003560         WHEN '10'
003570             SET RNT-EXC-EOF TO TRUE
003580         WHEN OTHER
003590             MOVE RNT-EXCEPTION-FILE-STATUS TO RNT-ABEND-STATUS
003600             MOVE 'EXCPRPT' TO RNT-ABEND-FILE
003610             PERFORM 9000-ABEND
003620     END-EVALUATE.

003630 CLASSIFY-EXCEPTION-LINE.
003640     MOVE SPACES TO RNT-SEQ-FIELD-X
003650     EVALUATE TRUE
003660         WHEN EXCR-LABEL = 'INVALID CHAR REC='
003670             MOVE 'C' TO RNT-LINE-KIND
003680             MOVE EXCR-FILE-SEQ TO RNT-SEQ-FIELD-X
003690         WHEN RNT-BAL-LABEL = 'TRAILER OUT-OF-BALANCE FILE='
003700             MOVE 'T' TO RNT-LINE-KIND
003710             MOVE RNT-BAL-SEQ-X TO RNT-SEQ-FIELD-X
003720         WHEN RNT-MAL-LABEL = 'TRAILER MALFORMED FILE='
003730             MOVE 'M' TO RNT-LINE-KIND
003740             MOVE RNT-MAL-SEQ-X TO RNT-SEQ-FIELD-X
003750         WHEN OTHER
003760             CONTINUE
003770     END-EVALUATE
003780     IF RNT-SEQ-FIELD-X NOT = SPACES
003790         MOVE RNT-SEQ-FIELD-ED TO RNT-FILE-SEQ
003800         IF RNT-FILE-SEQ > ZERO AND RNT-FILE-SEQ <= 100
003810             MOVE RNT-SEQ-FILE(RNT-FILE-SEQ) TO RNT-CUR-FILE
003820         END-IF
003830     END-IF.

003840*----------------------------------------------------------------
003850*    A REJECTION THAT CANNOT BE TIED TO A SUPPLIER CANNOT BE
003860*    NOTICED.  THE FILES ARE LISTED HERE FOR OPERATIONS TO
003870*    FOLLOW UP BY HAND.
003880*----------------------------------------------------------------
003890 REPORT-UNRESOLVED-FILES.
003900     PERFORM VARYING RNT-FILE-INDEX FROM 1 BY 1
003910         UNTIL RNT-FILE-INDEX > RNT-FILE-COUNT
003920         IF RNT-FT-SUP(RNT-FILE-INDEX) = RNT-UNRESOLVED
003930             AND (RNT-FT-VERDICT(RNT-FILE-INDEX) NOT = 'ACCEPTED'
003940                 OR RNT-FT-EXC-LINES(RNT-FILE-INDEX) > ZERO)
003950             ADD 1 TO RNT-UNRESOLVED-FILES
003960             DISPLAY 'REJNOTC WARNING - NO SUPPLIER FOR FILE: '
003970                 RNT-FT-NAME(RNT-FILE-INDEX)(1:50)
003980         END-IF
003990     END-PERFORM
004000     IF RNT-ORPHAN-LINES > ZERO
004010         MOVE RNT-ORPHAN-LINES TO RNT-COUNT-EDIT
004020         DISPLAY 'REJNOTC WARNING - EXCEPTION LINES WITH NO '
004030             'GATEKEEPER DECISION: ' RNT-COUNT-EDIT
004040     END-IF.

004050*----------------------------------------------------------------
004060*    WRITES THE NOTICE FOR THE SUPPLIER AT RNT-CUR-SUP.  THE
004070*    EXCEPTION REPORT IS IN FILE= ORDER, SO ONE PASS GROUPS
004080*    EACH ACCEPTED FILE'S LINES UNDER ONE HEADER; THE FILES HELD
004090*    OUT AT THE GATE FOLLOW, ONE GROUP EACH.
004100*----------------------------------------------------------------
004110 WRITE-SUPPLIER-NOTICE.
004120     MOVE SPACES TO RNT-NOTICE-NAME
004130     STRING 'RJNOTC.' DELIMITED BY SIZE
004140         RNT-SUP-CODE(RNT-CUR-SUP) DELIMITED BY SPACE
004150         '.D' DELIMITED BY SIZE
004160         RNT-STEP-START-DATE DELIMITED BY SIZE
004170         '.T' DELIMITED BY SIZE
004180         RNT-STEP-START-TIME(1:6) DELIMITED BY SIZE
004190         INTO RNT-NOTICE-NAME
004200     OPEN OUTPUT NOTICE-FILE
004210     IF RNT-NOTICE-FILE-STATUS NOT = '00'
004220         MOVE RNT-NOTICE-FILE-STATUS TO RNT-ABEND-STATUS
004230         MOVE 'RJNOTC' TO RNT-ABEND-FILE
004240         PERFORM 9000-ABEND
004250     END-IF
004260     MOVE ZERO TO RNT-NOTICE-NUMBER
004270     MOVE ZERO TO RNT-NOTICE-FILES
004280     MOVE ZERO TO RNT-NOTICE-HELD
004290     MOVE ZERO TO RNT-NOTICE-DETAILS
004300     MOVE 'N' TO RNT-GROUP-OPEN-FLAG
004310     PERFORM OPEN-EXCEPTION-REPORT
004320     PERFORM UNTIL RNT-EXC-EOF
004330         PERFORM READ-EXCEPTION-LINE
004340         IF NOT RNT-EXC-EOF AND RNT-CUR-FILE > ZERO
004350             IF RNT-FT-SUP(RNT-CUR-FILE) = RNT-CUR-SUP
004360                 PERFORM WRITE-EXCEPTION-NOTICE
004370             END-IF
004380         END-IF
004390     END-PERFORM
004400     CLOSE EXCEPTION-FILE
004410     IF RNT-GROUP-OPEN
004420         PERFORM WRITE-NOTICE-TRAILER
004430     END-IF
004440     PERFORM VARYING RNT-FILE-INDEX FROM 1 BY 1
004450         UNTIL RNT-FILE-INDEX > RNT-FILE-COUNT
004460         IF RNT-FT-SUP(RNT-FILE-INDEX) = RNT-CUR-SUP
004470             AND RNT-FT-VERDICT(RNT-FILE-INDEX) NOT = 'ACCEPTED'
004480             MOVE RNT-FILE-INDEX TO RNT-GROUP-FILE
004490             PERFORM WRITE-NOTICE-HEADER
004500             PERFORM WRITE-GATE-DETAIL
004510             PERFORM WRITE-NOTICE-TRAILER
004520             ADD 1 TO RNT-NOTICE-HELD
004530         END-IF
004540     END-PERFORM
004550     CLOSE NOTICE-FILE
004560     ADD 1 TO RNT-NOTICES-WRITTEN
004570     ADD RNT-NOTICE-FILES TO RNT-FILES-NOTICED
004580     PERFORM WRITE-REGISTER-RECORD
004590     MOVE RNT-NOTICE-FILES TO RNT-COUNT-EDIT
004600     DISPLAY 'REJNOTC NOTICE ' RNT-NOTICE-NAME ' FILES '
004610         RNT-COUNT-EDIT.

004620 WRITE-EXCEPTION-NOTICE.
004630     IF NOT RNT-GROUP-OPEN
004640         OR RNT-CUR-FILE NOT = RNT-GROUP-FILE
004650         IF RNT-GROUP-OPEN
004660             PERFORM WRITE-NOTICE-TRAILER
004670         END-IF
004680         MOVE RNT-CUR-FILE TO RNT-GROUP-FILE
004690         PERFORM WRITE-NOTICE-HEADER
004700     END-IF
004710     PERFORM START-NOTICE-DETAIL
004720     MOVE RNT-LINE-KIND TO NTC-DTL-KIND
004730     EVALUATE RNT-LINE-KIND
004740         WHEN 'C'
004750             MOVE EXCR-RECORD-NUMBER TO NTC-DTL-RECORD-NUMBER
004760             MOVE EXCR-COLUMN TO NTC-DTL-COLUMN
004770             MOVE EXCR-CHARACTER TO NTC-DTL-CHARACTER
004780             MOVE 'INVALID INSTRUCTION CHARACTER'
004790                 TO NTC-DTL-REASON
004800             ADD 1 TO RNT-GRP-CHARS
004810         WHEN 'T'
004820             MOVE RNT-BAL-FIELD TO NTC-DTL-FIELD
004830             MOVE RNT-BAL-EXP-ED TO NTC-DTL-EXPECTED
004840             MOVE RNT-BAL-ACT-ED TO NTC-DTL-ACTUAL
004850             MOVE 'CONTROL TRAILER OUT OF BALANCE'
004860                 TO NTC-DTL-REASON
004870             ADD 1 TO RNT-GRP-CONTROLS
004880         WHEN OTHER
004890             MOVE 'CONTROL FIELDS NOT NUMERIC' TO NTC-DTL-REASON
004900             ADD 1 TO RNT-GRP-CONTROLS
004910     END-EVALUATE
004920     PERFORM PUT-NOTICE-DETAIL.

004930*----------------------------------------------------------------
004940*    THE GATE DETAIL CARRIES THE REASON THE FILE WAS HELD OUT
004950*    AND THE TRAILER INSTRUCTION COUNT AGAINST THE COUNT THE
004960*    GATE FOUND, SO A COUNT PROBLEM CAN BE SEEN WITHOUT A CALL.
004970*----------------------------------------------------------------
004980 WRITE-GATE-DETAIL.
004990     PERFORM START-NOTICE-DETAIL
005000     MOVE 'G' TO NTC-DTL-KIND
005010     MOVE 'INSTR' TO NTC-DTL-FIELD
005020     MOVE RNT-FT-TRL-INSTR(RNT-GROUP-FILE) TO NTC-DTL-EXPECTED
005030     MOVE RNT-FT-INSTR(RNT-GROUP-FILE) TO NTC-DTL-ACTUAL
005040     MOVE RNT-FT-REASON(RNT-GROUP-FILE) TO NTC-DTL-REASON
005050     PERFORM PUT-NOTICE-DETAIL.

005060 START-NOTICE-DETAIL.
005070     PERFORM START-NOTICE-RECORD
005080     MOVE 'ND' TO NTC-RECORD-TYPE
005090     MOVE ZERO TO NTC-DTL-RECORD-NUMBER
005100     MOVE ZERO TO NTC-DTL-COLUMN
005110     MOVE ZERO TO NTC-DTL-EXPECTED
005120     MOVE ZERO TO NTC-DTL-ACTUAL.

005130 PUT-NOTICE-DETAIL.
005140     PERFORM PUT-NOTICE-RECORD
005150     ADD 1 TO RNT-GRP-DETAILS
005160     ADD 1 TO RNT-NOTICE-DETAILS.

005170 WRITE-NOTICE-HEADER.
005180     ADD 1 TO RNT-NOTICE-NUMBER
005190     ADD 1 TO RNT-NOTICE-FILES
005200     MOVE ZERO TO RNT-GRP-DETAILS
005210     MOVE ZERO TO RNT-GRP-CHARS
005220     MOVE ZERO TO RNT-GRP-CONTROLS
005230     SET RNT-GROUP-OPEN TO TRUE
005240     PERFORM START-NOTICE-RECORD
005250     MOVE 'NH' TO NTC-RECORD-TYPE
005260     MOVE RNT-SUP-NAME(RNT-CUR-SUP) TO NTC-HDR-SUPPLIER-NAME
005270     MOVE RNT-FT-NAME(RNT-GROUP-FILE) TO NTC-HDR-FILE-NAME
005280     MOVE RNT-FT-HDR-DATE(RNT-GROUP-FILE) TO NTC-HDR-FILE-DATE
005290     MOVE RNT-FT-HDR-SEQ(RNT-GROUP-FILE) TO NTC-HDR-FILE-SEQ
005300     MOVE RNT-FT-VERDICT(RNT-GROUP-FILE) TO NTC-HDR-DISPOSITION
005310     PERFORM PUT-NOTICE-RECORD.

005320 WRITE-NOTICE-TRAILER.
005330     PERFORM START-NOTICE-RECORD
005340     MOVE 'NT' TO NTC-RECORD-TYPE
005350     MOVE RNT-GRP-DETAILS TO NTC-TRL-DETAIL-COUNT
005360     MOVE RNT-GRP-CHARS TO NTC-TRL-CHAR-COUNT
005370     MOVE RNT-GRP-CONTROLS TO NTC-TRL-CONTROL-COUNT
005380     MOVE RNT-FT-INSTR(RNT-GROUP-FILE) TO NTC-TRL-INSTR-COUNT
005390     MOVE RNT-FT-INVALID(RNT-GROUP-FILE) TO NTC-TRL-INVALID-COUNT
005400     MOVE RNT-FT-TRL-INSTR(RNT-GROUP-FILE)
005410         TO NTC-TRL-TRAILER-INSTR
005420     PERFORM PUT-NOTICE-RECORD
005430     MOVE 'N' TO RNT-GROUP-OPEN-FLAG.

005440 START-NOTICE-RECORD.
005450     MOVE SPACES TO NOTICE-RECORD
005460     MOVE RNT-SUP-CODE(RNT-CUR-SUP) TO NTC-SUPPLIER-CODE
005470     MOVE RNT-STEP-START-DATE TO NTC-NOTICE-DATE
005480     MOVE RNT-NOTICE-NUMBER TO NTC-NOTICE-NUMBER.

005490 PUT-NOTICE-RECORD.
005500     WRITE NOTICE-RECORD
005510     IF RNT-NOTICE-FILE-STATUS NOT = '00'
005520         MOVE RNT-NOTICE-FILE-STATUS TO RNT-ABEND-STATUS
005530         MOVE 'RJNOTC' TO RNT-ABEND-FILE
005540         PERFORM 9000-ABEND
005550     END-IF.

005560*----------------------------------------------------------------
005570*    APPENDS THE NOTICE JUST WRITTEN TO THE NOTICE REGISTER.
005580*----------------------------------------------------------------
005590 WRITE-REGISTER-RECORD.
005600     OPEN EXTEND NOTICE-REGISTER-FILE
005610     IF RNT-REGISTER-FILE-STATUS NOT = '00'
005620         AND RNT-REGISTER-FILE-STATUS NOT = '05'
005630         MOVE RNT-REGISTER-FILE-STATUS TO RNT-ABEND-STATUS
005640         MOVE 'NOTCREG' TO RNT-ABEND-FILE
005650         PERFORM 9000-ABEND
005660     END-IF
005670     MOVE RNT-STEP-START-DATE TO NRG-NOTICE-DATE
005680     MOVE RNT-STEP-START-TIME TO NRG-NOTICE-TIME
005690     MOVE RNT-SUP-CODE(RNT-CUR-SUP) TO NRG-SUPPLIER-CODE
005700     MOVE RNT-NOTICE-NAME TO NRG-NOTICE-NAME
005710     MOVE RNT-NOTICE-FILES TO NRG-FILE-COUNT
005720     MOVE RNT-NOTICE-HELD TO NRG-HELD-COUNT
005730     MOVE RNT-NOTICE-DETAILS TO NRG-DETAIL-COUNT
005740     WRITE NOTICE-REGISTER-RECORD
005750     IF RNT-REGISTER-FILE-STATUS NOT = '00'
005760         MOVE RNT-REGISTER-FILE-STATUS TO RNT-ABEND-STATUS
005770         MOVE 'NOTCREG' TO RNT-ABEND-FILE
005780         PERFORM 9000-ABEND
005790     END-IF
005800     CLOSE NOTICE-REGISTER-FILE.

005810*----------------------------------------------------------------
005820*    RESOLVES RNT-MATCH-NAME TO THE FIRST SUPPLIER WHOSE FILE
005830*    NAME PATTERN IT MATCHES, RETURNING THE SUBSCRIPT IN
005840*    RNT-FOUND-SUP (THE UNRESOLVED ENTRY WHEN NONE MATCHES).
005850*----------------------------------------------------------------
005860 RESOLVE-SUPPLIER.
005870     MOVE RNT-UNRESOLVED TO RNT-FOUND-SUP
005880     PERFORM VARYING RNT-SUP-INDEX FROM 1 BY 1
005890         UNTIL RNT-SUP-INDEX > RNT-SUP-COUNT
005900             OR RNT-FOUND-SUP NOT = RNT-UNRESOLVED
005910         PERFORM MATCH-PATTERN
005920         IF RNT-MATCHED
005930             MOVE RNT-SUP-INDEX TO RNT-FOUND-SUP
005940         END-IF
005950     END-PERFORM.

005960*----------------------------------------------------------------
005970*    COMPARES RNT-MATCH-NAME AGAINST THE PATTERN OF THE
005980*    SUPPLIER AT RNT-SUP-INDEX.  A PATTERN ENDING IN '*' MATCHES
005990*    ANY FILE NAME WITH THAT PREFIX; OTHERWISE THE TRIMMED NAMES
006000*    MUST AGREE EXACTLY.
006010*----------------------------------------------------------------
006020 MATCH-PATTERN.
006030     MOVE 'N' TO RNT-MATCH-FLAG
006040     MOVE 40 TO RNT-PATTERN-LENGTH
006050     PERFORM UNTIL RNT-PATTERN-LENGTH = 0
006060             OR RNT-SUP-PATTERN(RNT-SUP-INDEX)
006070                 (RNT-PATTERN-LENGTH:1) NOT = SPACE
006080         SUBTRACT 1 FROM RNT-PATTERN-LENGTH
006090     END-PERFORM
006100     MOVE 100 TO RNT-NAME-LENGTH
006110     PERFORM UNTIL RNT-NAME-LENGTH = 0
006120             OR RNT-MATCH-NAME(RNT-NAME-LENGTH:1) NOT = SPACE
006130         SUBTRACT 1 FROM RNT-NAME-LENGTH
006140     END-PERFORM
006150     IF RNT-PATTERN-LENGTH = 0 OR RNT-NAME-LENGTH = 0
006160         CONTINUE
006170     ELSE
006180         IF RNT-SUP-PATTERN(RNT-SUP-INDEX)
006190                 (RNT-PATTERN-LENGTH:1) = '*'
006200             IF RNT-PATTERN-LENGTH = 1
006210                 SET RNT-MATCHED TO TRUE
006220             ELSE
006230                 IF RNT-NAME-LENGTH >= RNT-PATTERN-LENGTH - 1
006240                     AND RNT-MATCH-NAME
006250                         (1:RNT-PATTERN-LENGTH - 1) =
006260                         RNT-SUP-PATTERN(RNT-SUP-INDEX)
006270                         (1:RNT-PATTERN-LENGTH - 1)
006280                     SET RNT-MATCHED TO TRUE
006290                 END-IF
006300             END-IF
006310         ELSE
006320             IF RNT-NAME-LENGTH = RNT-PATTERN-LENGTH
006330                 AND RNT-MATCH-NAME(1:RNT-NAME-LENGTH) =
006340                     RNT-SUP-PATTERN(RNT-SUP-INDEX)
006350                     (1:RNT-PATTERN-LENGTH)
006360                 SET RNT-MATCHED TO TRUE
006370             END-IF
006380         END-IF
006390     END-IF.

006400*----------------------------------------------------------------
006410*    APPENDS THIS STEP'S RECORD TO THE CENTRAL JOB LOG.  A LOG
006420*    THAT CANNOT BE WRITTEN MUST NEVER TAKE THE STEP DOWN, SO
006430*    ANY OPEN FAILURE IS REPORTED ON SYSOUT AND IGNORED.
006440*----------------------------------------------------------------
006450 WRITE-JOBLOG-RECORD.
006460     ACCEPT RNT-STEP-END-DATE FROM DATE YYYYMMDD
006470     ACCEPT RNT-STEP-END-TIME FROM TIME
006480     MOVE 'REJNOTC' TO JLG-PROGRAM-NAME
006490     MOVE RNT-STEP-START-DATE TO JLG-START-DATE
006500     MOVE RNT-STEP-START-TIME TO JLG-START-TIME
006510     MOVE RNT-STEP-END-DATE TO JLG-END-DATE
006520     MOVE RNT-STEP-END-TIME TO JLG-END-TIME
006530     MOVE RETURN-CODE TO JLG-RETURN-CODE
006540     MOVE RNT-NOTICES-WRITTEN TO JLG-COUNT-1
006550     MOVE RNT-FILES-NOTICED TO JLG-COUNT-2
006560     EVALUATE TRUE
006570         WHEN RETURN-CODE >= 16
006580             MOVE 'ABEND' TO JLG-SEVERITY
006590         WHEN RETURN-CODE >= 8
006600             MOVE 'ALERT' TO JLG-SEVERITY
006610         WHEN OTHER
006620             MOVE 'INFO ' TO JLG-SEVERITY
006630     END-EVALUATE
006640     OPEN EXTEND JOB-LOG-FILE
006650     IF RNT-JOB-LOG-FILE-STATUS = '00'
006660         OR RNT-JOB-LOG-FILE-STATUS = '05'
006670         WRITE JOB-LOG-RECORD
006680         CLOSE JOB-LOG-FILE
006690     ELSE
006700         DISPLAY 'REJNOTC WARNING - JOBLOG NOT WRITTEN, STATUS '
006710             RNT-JOB-LOG-FILE-STATUS
006720     END-IF.

006730 9000-ABEND.
006740     DISPLAY '*** REJNOTC ABEND - I/O ERROR ON ' RNT-ABEND-FILE
006750         ' ***'
006760     DISPLAY '*** FILE STATUS = ' RNT-ABEND-STATUS ' ***'
006770     CLOSE SUPPLIER-FILE
006780     CLOSE GATE-DECISION-FILE
006790     CLOSE EXCEPTION-FILE
006800     CLOSE NOTICE-FILE
006810     CLOSE NOTICE-REGISTER-FILE
006820     MOVE 16 TO RETURN-CODE
006830     PERFORM WRITE-JOBLOG-RECORD
006840     STOP RUN.
