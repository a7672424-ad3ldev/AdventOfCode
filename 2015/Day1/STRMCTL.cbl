000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STRMCTL.
000030 AUTHOR. A-DELGADO.
000040 INSTALLATION. AOC-BATCH.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-06 ADL   ORIGINAL VERSION - NIGHTLY STREAM CONTROLLER.
000120*                  READS THE STREAM DEFINITION (STRMDEF, LAYOUT
000130*                  STRMREC) - EACH STEP'S PROGRAM, PREREQUISITE
000140*                  STEPS, HIGHEST ACCEPTABLE RETURN CODE AND
000150*                  COMMAND - AND RUNS THE STEPS IN ORDER,
000160*                  STOPPING AT THE FIRST STEP WHOSE RETURN CODE
000170*                  BREACHES ITS LIMIT.  STEPS MARKED FOR HEAVY
000180*                  NIGHTS (MANSPLIT, ONE MAIN PER STREAM,
000190*                  MRGSTRM) RUN ONLY WHEN THE HEAVY PARAMETER IS
000200*                  Y; STEPS MARKED FOR NORMAL NIGHTS ONLY WHEN IT
000210*                  IS NOT.  ON A RESUBMISSION THE CENTRAL JOB LOG
000220*                  (JOBLOG) IS READ BACK: EVERY STEP THAT ALREADY
000230*                  COMPLETED CLEANLY THIS BATCH NIGHT IS SKIPPED
000240*                  AND THE STREAM RESUMES AT THE STEP THAT FAILED,
000250*                  SO A RERUN NEVER REPEATS AN ARCHIVE OR MISSES A
000260*                  RECON.  RESTART=N FORCES THE WHOLE STREAM TO
000270*                  RUN.  A BATCH NIGHT RUNS FROM NOON TO NOON; THE
000280*                  NIGHT PARAMETER (YYYYMMDD, THE DATE THE NIGHT
000290*                  STARTED) SELECTS ONE EXPLICITLY.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT STREAM-FILE ASSIGN TO 'STRMDEF'
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS STC-STREAM-FILE-STATUS.
000370     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS STC-JOB-LOG-FILE-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  STREAM-FILE.
000430 01  STREAM-RECORD.
000440     COPY STRMREC.

000450 FD  JOB-LOG-FILE.
000460 01  JOB-LOG-RECORD.
000470     COPY JOBLGREC.

000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------------
000500*    FILE AND PARAMETER STORAGE
000510*----------------------------------------------------------------
000520 01  STC-STREAM-FILE-STATUS  PIC XX.
000530 01  STC-EOF-FLAG            PIC X VALUE 'N'.
000540     88  STC-EOF             VALUE 'Y'.
000550 01  STC-ABEND-STATUS        PIC XX.
000560 01  STC-ABEND-FILE          PIC X(8).
000570 01  STC-NIGHT-PARM          PIC X(8).
000580 01  STC-HEAVY-PARM          PIC X(1).
000590 01  STC-RESTART-PARM        PIC X(1).
000600 01  STC-HEAVY-FLAG          PIC X VALUE 'N'.
000610     88  STC-HEAVY-NIGHT     VALUE 'Y'.
000620 01  STC-RESTART-FLAG        PIC X VALUE 'Y'.
000630     88  STC-RESTART-ALLOWED VALUE 'Y'.
000640 01  STC-DEFINITION-FLAG     PIC X VALUE 'N'.
000650     88  STC-DEFINITION-BAD  VALUE 'Y'.
000660*----------------------------------------------------------------
000670*    STEP TABLE.  ONE ENTRY PER STREAM DEFINITION RECORD, UP TO
000680*    30 STEPS.  STEP STATE IS
000690*        I - NOT RUN TONIGHT (HEAVY/NORMAL NIGHT TYPE)
000700*        P - PENDING
000710*        D - ALREADY COMPLETED CLEANLY THIS NIGHT, SKIPPED
000720*        R - RAN CLEANLY IN THIS SUBMISSION
000730*        F - RAN AND BREACHED ITS RETURN CODE LIMIT
000740*        X - NOT RUN, PREREQUISITE NOT SATISFIED
000750*----------------------------------------------------------------
000760 01  STC-STEP-TABLE.
000770     05  STC-STEP-ENTRY      OCCURS 30 TIMES.
000780         10  STC-SP-ID       PIC X(8).
000790         10  STC-SP-PROGRAM  PIC X(8).
000800         10  STC-SP-MAX-RC   PIC 9(2).
000810         10  STC-SP-NIGHT-TYPE PIC X(1).
000820         10  STC-SP-PREREQ   OCCURS 4 TIMES PIC X(8).
000830         10  STC-SP-COMMAND  PIC X(80).
000840         10  STC-SP-STATE    PIC X(1).
000850         10  STC-SP-RC       PIC 9(2).
000860 01  STC-STEP-COUNT          PIC 9(4) COMP VALUE ZERO.
000870 01  STC-STEP-INDEX          PIC 9(4) COMP VALUE ZERO.
000880 01  STC-CHECK-INDEX         PIC 9(4) COMP VALUE ZERO.
000890 01  STC-PREREQ-INDEX        PIC 9(4) COMP VALUE ZERO.
000900 01  STC-FOUND-STEP          PIC 9(4) COMP VALUE ZERO.
000910 01  STC-PREREQ-FLAG         PIC X VALUE 'Y'.
000920     88  STC-PREREQS-MET     VALUE 'Y'.
000930 01  STC-RESUMED-FLAG        PIC X VALUE 'N'.
000940     88  STC-RESUMED         VALUE 'Y'.
000950 01  STC-BREACH-FLAG         PIC X VALUE 'N'.
000960     88  STC-BREACHED        VALUE 'Y'.
000970*----------------------------------------------------------------
000980*    NIGHT LOG TABLE.  THE JOB LOG RECORDS OF THE SELECTED
000990*    BATCH NIGHT IN APPEND ORDER, UP TO 200.  A CLEAN RECORD IS
001000*    USED UP BY THE FIRST STEP OF ITS PROGRAM IT SATISFIES, SO A
001010*    PROGRAM THAT RUNS ONCE PER SPLIT STREAM NEEDS ONE CLEAN
001020*    RECORD PER STREAM.
001030*----------------------------------------------------------------
001040 01  STC-LOG-TABLE.
001050     05  STC-LOG-ENTRY       OCCURS 200 TIMES.
001060         10  STC-LG-PROGRAM  PIC X(8).
001070         10  STC-LG-RC       PIC 9(2).
001080         10  STC-LG-SEVERITY PIC X(5).
001090         10  STC-LG-USED     PIC X(1).
001100 01  STC-LOG-COUNT           PIC 9(4) COMP VALUE ZERO.
001110 01  STC-LOG-INDEX           PIC 9(4) COMP VALUE ZERO.
001120 01  STC-LOG-FOUND-FLAG      PIC X VALUE 'N'.
001130     88  STC-LOG-FOUND       VALUE 'Y'.
001140*----------------------------------------------------------------
001150*    STEP EXECUTION STORAGE
001160*----------------------------------------------------------------
001170 01  STC-COMMAND-LINE        PIC X(80).
001180 01  STC-CALL-RC             PIC S9(9) COMP VALUE ZERO.
001190 01  STC-LOGGED-RC           PIC S9(9) COMP VALUE ZERO.
001200 01  STC-LAUNCH-DATE         PIC 9(8) VALUE ZERO.
001210 01  STC-LAUNCH-TIME         PIC 9(8) VALUE ZERO.
001220 01  STC-STEPS-RUN           PIC 9(9) COMP VALUE ZERO.
001230 01  STC-STEPS-SKIPPED       PIC 9(9) COMP VALUE ZERO.
001240 01  STC-RC-EDIT             PIC Z9.
001250*----------------------------------------------------------------
001260*    SERIAL-DAY DATE ARITHMETIC STORAGE.  A BATCH NIGHT IS
001270*    NUMBERED BY THE SERIAL DAY IT STARTED ON; ANYTHING LOGGED
001280*    BEFORE NOON BELONGS TO THE PREVIOUS DAY'S NIGHT.
001290*----------------------------------------------------------------
001300 01  STC-DATE-X              PIC X(8).
001310 01  STC-DATE-PARTS REDEFINES STC-DATE-X.
001320     05  STC-DATE-YEAR       PIC 9(4).
001330     05  STC-DATE-MONTH      PIC 9(2).
001340     05  STC-DATE-DAY        PIC 9(2).
001350 01  STC-WORK-YEAR           PIC S9(9) COMP VALUE ZERO.
001360 01  STC-WORK-MONTH          PIC S9(9) COMP VALUE ZERO.
001370 01  STC-TERM-1              PIC S9(9) COMP VALUE ZERO.
001380 01  STC-TERM-2              PIC S9(9) COMP VALUE ZERO.
001390 01  STC-TERM-3              PIC S9(9) COMP VALUE ZERO.
001400 01  STC-TERM-4              PIC S9(9) COMP VALUE ZERO.
001410 01  STC-SERIAL-DAYS         PIC S9(9) COMP VALUE ZERO.
001420 01  STC-NIGHT-SERIAL        PIC S9(9) COMP VALUE ZERO.
001430 01  STC-TODAY-DATE          PIC 9(8) VALUE ZERO.
001440 01  STC-NOW-TIME            PIC 9(8) VALUE ZERO.
001450 01  STC-NOON                PIC 9(8) VALUE 12000000.
001460*----------------------------------------------------------------
001470*    CENTRAL JOB-EXECUTION LOG STORAGE
001480*----------------------------------------------------------------
001490 01  STC-JOB-LOG-FILE-STATUS PIC XX.
001500 01  STC-STEP-START-DATE     PIC 9(8) VALUE ZERO.
001510 01  STC-STEP-START-TIME     PIC 9(8) VALUE ZERO.
001520 01  STC-STEP-END-DATE       PIC 9(8) VALUE ZERO.
001530 01  STC-STEP-END-TIME       PIC 9(8) VALUE ZERO.

001540 PROCEDURE DIVISION.
001550 MAIN-LOGIC.
001560     ACCEPT STC-STEP-START-DATE FROM DATE YYYYMMDD
001570     ACCEPT STC-STEP-START-TIME FROM TIME
001580     PERFORM PARSE-PARAMETERS
001590     PERFORM LOAD-STREAM-DEFINITION
001600     IF STC-DEFINITION-BAD
001610         DISPLAY '*** STRMCTL - STREAM DEFINITION IN ERROR, ***'
001620         DISPLAY '*** NO STEP HAS BEEN RUN ***'
001630         MOVE 16 TO RETURN-CODE
001640         PERFORM WRITE-JOBLOG-RECORD
001650         STOP RUN
001660     END-IF
001670     IF STC-RESTART-ALLOWED
001680         PERFORM COLLECT-NIGHT-LOG
001690         PERFORM MARK-COMPLETED-STEPS
001700     END-IF
001710     PERFORM RUN-STREAM
001720     PERFORM DISPLAY-STREAM-SUMMARY
001730     PERFORM WRITE-JOBLOG-RECORD
001740     STOP RUN.

001750*----------------------------------------------------------------
001760*    APPENDS THIS STEP'S RECORD TO THE CENTRAL JOB LOG.  A LOG
001770*    THAT CANNOT BE WRITTEN MUST NEVER TAKE THE STEP DOWN, SO
001780*    ANY OPEN FAILURE IS REPORTED ON SYSOUT AND IGNORED.
001790*----------------------------------------------------------------
001800 WRITE-JOBLOG-RECORD.
001810     ACCEPT STC-STEP-END-DATE FROM DATE YYYYMMDD
001820     ACCEPT STC-STEP-END-TIME FROM TIME
001830     MOVE 'STRMCTL' TO JLG-PROGRAM-NAME
001840     MOVE STC-STEP-START-DATE TO JLG-START-DATE
001850     MOVE STC-STEP-START-TIME TO JLG-START-TIME
001860     MOVE STC-STEP-END-DATE TO JLG-END-DATE
001870     MOVE STC-STEP-END-TIME TO JLG-END-TIME
001880     MOVE RETURN-CODE TO JLG-RETURN-CODE
001890     MOVE STC-STEPS-RUN TO JLG-COUNT-1
001900     MOVE STC-STEPS-SKIPPED TO JLG-COUNT-2
001910     EVALUATE TRUE
001920         WHEN RETURN-CODE >= 16
001930             MOVE 'ABEND' TO JLG-SEVERITY
001940         WHEN RETURN-CODE >= 8
001950             MOVE 'ALERT' TO JLG-SEVERITY
001960         WHEN OTHER
001970             MOVE 'INFO ' TO JLG-SEVERITY
001980     END-EVALUATE
001990     OPEN EXTEND JOB-LOG-FILE
002000     IF STC-JOB-LOG-FILE-STATUS = '00'
002010         OR STC-JOB-LOG-FILE-STATUS = '05'
002020         WRITE JOB-LOG-RECORD
002030         CLOSE JOB-LOG-FILE
002040     ELSE
002050         DISPLAY 'STRMCTL WARNING - JOBLOG NOT WRITTEN, STATUS '
002060             STC-JOB-LOG-FILE-STATUS
002070     END-IF.

002080 PARSE-PARAMETERS.
002090     ACCEPT STC-NIGHT-PARM FROM ENVIRONMENT 'NIGHT'
002100         ON EXCEPTION
002110             MOVE SPACES TO STC-NIGHT-PARM
002120     END-ACCEPT
002130     ACCEPT STC-HEAVY-PARM FROM ENVIRONMENT 'HEAVY'
002140         ON EXCEPTION
002150             MOVE SPACES TO STC-HEAVY-PARM
002160     END-ACCEPT
002170     ACCEPT STC-RESTART-PARM FROM ENVIRONMENT 'RESTART'
002180         ON EXCEPTION
002190             MOVE SPACES TO STC-RESTART-PARM
002200     END-ACCEPT
002210     IF STC-HEAVY-PARM = 'Y'
002220         SET STC-HEAVY-NIGHT TO TRUE
002230     END-IF
002240     IF STC-RESTART-PARM = 'N'
002250         MOVE 'N' TO STC-RESTART-FLAG
002260     END-IF
002270     IF STC-NIGHT-PARM NOT = SPACES
002280         AND STC-NIGHT-PARM IS NUMERIC
002290         MOVE STC-NIGHT-PARM TO STC-DATE-X
002300         PERFORM DATE-TO-SERIAL-DAYS
002310         MOVE STC-SERIAL-DAYS TO STC-NIGHT-SERIAL
002320     ELSE
002330         ACCEPT STC-TODAY-DATE FROM DATE YYYYMMDD
002340         ACCEPT STC-NOW-TIME FROM TIME
002350         MOVE STC-TODAY-DATE TO STC-DATE-X
002360         PERFORM DATE-TO-SERIAL-DAYS
002370         MOVE STC-SERIAL-DAYS TO STC-NIGHT-SERIAL
002380         IF STC-NOW-TIME < STC-NOON
002390             SUBTRACT 1 FROM STC-NIGHT-SERIAL
002400         END-IF
002410     END-IF.

002420*----------------------------------------------------------------
002430*    CONVERTS STC-DATE-X (YYYYMMDD) TO A SERIAL DAY NUMBER IN
002440*    STC-SERIAL-DAYS.  ONLY DIFFERENCES BETWEEN TWO SERIALS ARE
002450*    EVER USED, SO THE EPOCH CONSTANT IS OMITTED.  EACH TERM IS
002460*    COMPUTED SEPARATELY SO EVERY DIVISION TRUNCATES.
002470*----------------------------------------------------------------
002480 DATE-TO-SERIAL-DAYS.
002490     IF STC-DATE-MONTH > 2
002500         MOVE STC-DATE-YEAR TO STC-WORK-YEAR
002510         COMPUTE STC-WORK-MONTH = STC-DATE-MONTH
002520     ELSE
002530         COMPUTE STC-WORK-YEAR = STC-DATE-YEAR - 1
002540         COMPUTE STC-WORK-MONTH = STC-DATE-MONTH + 12
002550     END-IF
002560     COMPUTE STC-TERM-1 = 365 * STC-WORK-YEAR
002570     COMPUTE STC-TERM-2 = STC-WORK-YEAR / 4
002580     COMPUTE STC-TERM-3 = STC-WORK-YEAR / 100
002590     COMPUTE STC-TERM-4 = STC-WORK-YEAR / 400
002600     COMPUTE STC-SERIAL-DAYS = STC-TERM-1 + STC-TERM-2
002610         - STC-TERM-3 + STC-TERM-4
002620     COMPUTE STC-TERM-1 =
002630         (153 * (STC-WORK-MONTH - 3) + 2) / 5
002640     COMPUTE STC-SERIAL-DAYS = STC-SERIAL-DAYS + STC-TERM-1
002650         + STC-DATE-DAY.

002660*----------------------------------------------------------------
002670*    LOADS THE STREAM DEFINITION.  EVERY STEP MUST HAVE A STEP
002680*    ID, A PROGRAM, A COMMAND AND A NUMERIC LIMIT, AND EVERY
002690*    PREREQUISITE MUST NAME A STEP EARLIER IN THE STREAM.  ANY
002700*    FAULT IS LISTED AND THE STREAM IS NOT STARTED.
002710*----------------------------------------------------------------
002720 LOAD-STREAM-DEFINITION.
002730     OPEN INPUT STREAM-FILE
002740     IF STC-STREAM-FILE-STATUS NOT = '00'
002750         MOVE STC-STREAM-FILE-STATUS TO STC-ABEND-STATUS
002760         MOVE 'STRMDEF' TO STC-ABEND-FILE
002770         PERFORM 9000-ABEND
002780     END-IF
002790     MOVE 'N' TO STC-EOF-FLAG
002800     PERFORM UNTIL STC-EOF
002810         READ STREAM-FILE INTO STREAM-RECORD
002820         EVALUATE STC-STREAM-FILE-STATUS
002830             WHEN '00'
002840                 IF STM-STEP-ID NOT = SPACES
002850                     PERFORM STORE-STREAM-STEP
002860                 END-IF
002870             WHEN '10'
002880                 SET STC-EOF TO TRUE
002890             WHEN OTHER
002900                 MOVE STC-STREAM-FILE-STATUS TO STC-ABEND-STATUS
002910                 MOVE 'STRMDEF' TO STC-ABEND-FILE
002920                 PERFORM 9000-ABEND
002930         END-EVALUATE
002940     END-PERFORM
002950     CLOSE STREAM-FILE
002960     IF STC-STEP-COUNT = ZERO
002970         DISPLAY 'STRMCTL ERROR - STREAM DEFINITION HAS NO STEPS'
002980         SET STC-DEFINITION-BAD TO TRUE
002990     END-IF.

003000 STORE-STREAM-STEP.
003010     IF STC-STEP-COUNT >= 30
003020         DISPLAY 'STRMCTL ERROR - MORE THAN 30 STEPS, STEP '
003030             STM-STEP-ID ' NOT LOADED'
003040         SET STC-DEFINITION-BAD TO TRUE
003050     ELSE
003060         ADD 1 TO STC-STEP-COUNT
003070         MOVE STC-STEP-COUNT TO STC-STEP-INDEX
003080         MOVE STM-STEP-ID TO STC-SP-ID(STC-STEP-INDEX)
003090         MOVE STM-PROGRAM-NAME TO STC-SP-PROGRAM(STC-STEP-INDEX)
003100         MOVE STM-NIGHT-TYPE TO STC-SP-NIGHT-TYPE(STC-STEP-INDEX)
003110         MOVE STM-COMMAND TO STC-SP-COMMAND(STC-STEP-INDEX)
003120         MOVE ZERO TO STC-SP-RC(STC-STEP-INDEX)
003130         IF STM-MAX-RC IS NUMERIC
003140             MOVE STM-MAX-RC TO STC-SP-MAX-RC(STC-STEP-INDEX)
003150         ELSE
003160             DISPLAY 'STRMCTL ERROR - STEP ' STM-STEP-ID
003170                 ' RETURN CODE LIMIT NOT NUMERIC'
003180             SET STC-DEFINITION-BAD TO TRUE
003190         END-IF
003200         IF STM-PROGRAM-NAME = SPACES
003210             OR STM-COMMAND = SPACES
003220             DISPLAY 'STRMCTL ERROR - STEP ' STM-STEP-ID
003230                 ' HAS NO PROGRAM OR NO COMMAND'
003240             SET STC-DEFINITION-BAD TO TRUE
003250         END-IF
003260         PERFORM CHECK-DUPLICATE-STEP
003270         PERFORM VARYING STC-PREREQ-INDEX FROM 1 BY 1
003280             UNTIL STC-PREREQ-INDEX > 4
003290             MOVE STM-PREREQ-STEP(STC-PREREQ-INDEX)
003300                 TO STC-SP-PREREQ(STC-STEP-INDEX,
003310                     STC-PREREQ-INDEX)
003320             IF STM-PREREQ-STEP(STC-PREREQ-INDEX) NOT = SPACES
003330                 PERFORM CHECK-PREREQ-DEFINED
003340             END-IF
003350         END-PERFORM
003360         EVALUATE TRUE
003370             WHEN STM-NIGHT-TYPE = 'H' AND NOT STC-HEAVY-NIGHT
003380                 MOVE 'I' TO STC-SP-STATE(STC-STEP-INDEX)
003390             WHEN STM-NIGHT-TYPE = 'N' AND STC-HEAVY-NIGHT
003400                 MOVE 'I' TO STC-SP-STATE(STC-STEP-INDEX)
003410             WHEN STM-NIGHT-TYPE = 'H' OR STM-NIGHT-TYPE = 'N'
003420                     OR STM-NIGHT-TYPE = SPACE
003430                 MOVE 'P' TO STC-SP-STATE(STC-STEP-INDEX)
003440             WHEN OTHER
003450                 DISPLAY 'STRMCTL ERROR - STEP ' STM-STEP-ID
003460                     ' NIGHT TYPE NOT H, N OR BLANK'
003470                 SET STC-DEFINITION-BAD TO TRUE
003480         END-EVALUATE
003490     END-IF.

003500 CHECK-DUPLICATE-STEP.
003510     PERFORM VARYING STC-CHECK-INDEX FROM 1 BY 1
003520         UNTIL STC-CHECK-INDEX >= STC-STEP-INDEX
003530         IF STC-SP-ID(STC-CHECK-INDEX) = STM-STEP-ID
003540             DISPLAY 'STRMCTL ERROR - STEP ID ' STM-STEP-ID
003550                 ' DEFINED TWICE'
003560             SET STC-DEFINITION-BAD TO TRUE
003570         END-IF
003580     END-PERFORM.

003590 CHECK-PREREQ-DEFINED.
003600     MOVE ZERO TO STC-FOUND-STEP
003610     PERFORM VARYING STC-CHECK-INDEX FROM 1 BY 1
003620         UNTIL STC-CHECK-INDEX >= STC-STEP-INDEX
003630         IF STC-SP-ID(STC-CHECK-INDEX)
003640                 = STM-PREREQ-STEP(STC-PREREQ-INDEX)
003650             MOVE STC-CHECK-INDEX TO STC-FOUND-STEP
003660         END-IF
003670     END-PERFORM
003680     IF STC-FOUND-STEP = ZERO
003690         DISPLAY 'STRMCTL ERROR - STEP ' STM-STEP-ID
003700             ' PREREQUISITE ' STM-PREREQ-STEP(STC-PREREQ-INDEX)
003710             ' IS NOT AN EARLIER STEP'
003720         SET STC-DEFINITION-BAD TO TRUE
003730     END-IF.

003740*----------------------------------------------------------------
003750*    READS THE JOB LOG BACK AND KEEPS THE RECORDS OF THE
003760*    SELECTED BATCH NIGHT.  NO LOG MEANS NOTHING HAS RUN.
003770*----------------------------------------------------------------
003780 COLLECT-NIGHT-LOG.
003790     OPEN INPUT JOB-LOG-FILE
003800     EVALUATE STC-JOB-LOG-FILE-STATUS
003810         WHEN '00'
003820             MOVE 'N' TO STC-EOF-FLAG
003830             PERFORM UNTIL STC-EOF
003840                 READ JOB-LOG-FILE INTO JOB-LOG-RECORD
003850                 IF STC-JOB-LOG-FILE-STATUS = '00'
003860                     PERFORM KEEP-NIGHT-LOG-RECORD
003870                 ELSE
003880                     SET STC-EOF TO TRUE
003890                 END-IF
003900             END-PERFORM
003910             CLOSE JOB-LOG-FILE
003920         WHEN '05'
003930             CLOSE JOB-LOG-FILE
003940         WHEN OTHER
003950             CONTINUE
003960     END-EVALUATE.

003970 KEEP-NIGHT-LOG-RECORD.
003980     MOVE JLG-START-DATE TO STC-DATE-X
003990     PERFORM DATE-TO-SERIAL-DAYS
004000     IF JLG-START-TIME < STC-NOON
004010         SUBTRACT 1 FROM STC-SERIAL-DAYS
004020     END-IF
004030     IF STC-SERIAL-DAYS = STC-NIGHT-SERIAL
004040         AND STC-LOG-COUNT < 200
004050         ADD 1 TO STC-LOG-COUNT
004060         MOVE JLG-PROGRAM-NAME TO STC-LG-PROGRAM(STC-LOG-COUNT)
004070         MOVE JLG-RETURN-CODE TO STC-LG-RC(STC-LOG-COUNT)
004080         MOVE JLG-SEVERITY TO STC-LG-SEVERITY(STC-LOG-COUNT)
004090         MOVE 'N' TO STC-LG-USED(STC-LOG-COUNT)
004100     END-IF.

004110*----------------------------------------------------------------
004120*    WALKS THE STREAM IN ORDER MARKING EACH STEP THAT ALREADY
004130*    COMPLETED CLEANLY TONIGHT AS DONE.  THE FIRST STEP WITHOUT
004140*    A CLEAN LOG RECORD IS WHERE THE STREAM RESUMES; EVERYTHING
004150*    FROM THERE ON RUNS AGAIN.
004160*----------------------------------------------------------------
004170 MARK-COMPLETED-STEPS.
004180     PERFORM VARYING STC-STEP-INDEX FROM 1 BY 1
004190         UNTIL STC-STEP-INDEX > STC-STEP-COUNT
004200             OR STC-RESUMED
004210         IF STC-SP-STATE(STC-STEP-INDEX) = 'P'
004220             PERFORM FIND-CLEAN-LOG-RECORD
004230             IF STC-LOG-FOUND
004240                 MOVE 'Y' TO STC-LG-USED(STC-LOG-INDEX)
004250                 MOVE 'D' TO STC-SP-STATE(STC-STEP-INDEX)
004260                 MOVE STC-LG-RC(STC-LOG-INDEX)
004270                     TO STC-SP-RC(STC-STEP-INDEX)
004280                 ADD 1 TO STC-STEPS-SKIPPED
004290             ELSE
004300                 SET STC-RESUMED TO TRUE
004310                 IF STC-STEPS-SKIPPED > ZERO
004320                     DISPLAY 'STRMCTL - RESTART, RESUMING AT '
004330                         'STEP ' STC-SP-ID(STC-STEP-INDEX)
004340                 END-IF
004350             END-IF
004360         END-IF
004370     END-PERFORM.

004380 FIND-CLEAN-LOG-RECORD.
004390     MOVE 'N' TO STC-LOG-FOUND-FLAG
004400     PERFORM VARYING STC-CHECK-INDEX FROM 1 BY 1
004410         UNTIL STC-CHECK-INDEX > STC-LOG-COUNT
004420             OR STC-LOG-FOUND
004430         IF STC-LG-PROGRAM(STC-CHECK-INDEX)
004440                 = STC-SP-PROGRAM(STC-STEP-INDEX)
004450             AND STC-LG-USED(STC-CHECK-INDEX) = 'N'
004460             AND STC-LG-RC(STC-CHECK-INDEX)
004470                 <= STC-SP-MAX-RC(STC-STEP-INDEX)
004480             AND STC-LG-SEVERITY(STC-CHECK-INDEX) NOT = 'ABEND'
004490             MOVE STC-CHECK-INDEX TO STC-LOG-INDEX
004500             SET STC-LOG-FOUND TO TRUE
004510         END-IF
004520     END-PERFORM.

004530 RUN-STREAM.
004540     PERFORM VARYING STC-STEP-INDEX FROM 1 BY 1
004550         UNTIL STC-STEP-INDEX > STC-STEP-COUNT
004560             OR STC-BREACHED
004570         IF STC-SP-STATE(STC-STEP-INDEX) = 'P'
004580             PERFORM CHECK-PREREQUISITES
004590             IF STC-PREREQS-MET
004600                 PERFORM RUN-ONE-STEP
004610             ELSE
004620                 MOVE 'X' TO STC-SP-STATE(STC-STEP-INDEX)
004630                 SET STC-BREACHED TO TRUE
004640                 MOVE 8 TO RETURN-CODE
004650             END-IF
004660         END-IF
004670     END-PERFORM.

004680*----------------------------------------------------------------
004690*    A PREREQUISITE IS SATISFIED WHEN IT COMPLETED CLEANLY,
004700*    TONIGHT OR IN THIS SUBMISSION, OR DOES NOT RUN ON THIS TYPE
004710*    OF NIGHT.
004720*----------------------------------------------------------------
004730 CHECK-PREREQUISITES.
004740     SET STC-PREREQS-MET TO TRUE
004750     PERFORM VARYING STC-PREREQ-INDEX FROM 1 BY 1
004760         UNTIL STC-PREREQ-INDEX > 4
004770         IF STC-SP-PREREQ(STC-STEP-INDEX, STC-PREREQ-INDEX)
004780                 NOT = SPACES
004790             PERFORM CHECK-ONE-PREREQUISITE
004800         END-IF
004810     END-PERFORM.

004820 CHECK-ONE-PREREQUISITE.
004830     PERFORM VARYING STC-CHECK-INDEX FROM 1 BY 1
004840         UNTIL STC-CHECK-INDEX >= STC-STEP-INDEX
004850         IF STC-SP-ID(STC-CHECK-INDEX)
004860                 = STC-SP-PREREQ(STC-STEP-INDEX, STC-PREREQ-INDEX)
004870             IF STC-SP-STATE(STC-CHECK-INDEX) NOT = 'D'
004880                 AND STC-SP-STATE(STC-CHECK-INDEX) NOT = 'R'
004890                 AND STC-SP-STATE(STC-CHECK-INDEX) NOT = 'I'
004900                 MOVE 'N' TO STC-PREREQ-FLAG
004910                 DISPLAY 'STRMCTL - STEP '
004920                     STC-SP-ID(STC-STEP-INDEX)
004930                     ' PREREQUISITE ' STC-SP-ID(STC-CHECK-INDEX)
004940                     ' NOT COMPLETE'
004950             END-IF
004960         END-IF
004970     END-PERFORM.

004980*----------------------------------------------------------------
004990*    RUNS ONE STEP'S COMMAND AND JUDGES ITS RETURN CODE.  THE
005000*    STEP'S OWN JOB LOG RECORD IS READ BACK AND THE HIGHER OF THE
005010*    TWO RETURN CODES IS TAKEN, SO A STEP RUN THROUGH A WRAPPER
005020*    THAT LOSES THE CODE STILL COUNTS AS FAILED.
005030*----------------------------------------------------------------
005040 RUN-ONE-STEP.
005050     DISPLAY 'STRMCTL - STARTING STEP ' STC-SP-ID(STC-STEP-INDEX)
005060         ' (' STC-SP-PROGRAM(STC-STEP-INDEX) ')'
005070     ACCEPT STC-LAUNCH-DATE FROM DATE YYYYMMDD
005080     ACCEPT STC-LAUNCH-TIME FROM TIME
005090     MOVE STC-SP-COMMAND(STC-STEP-INDEX) TO STC-COMMAND-LINE
005100     MOVE ZERO TO RETURN-CODE
005110     CALL 'SYSTEM' USING STC-COMMAND-LINE
005120     MOVE RETURN-CODE TO STC-CALL-RC
005130     MOVE ZERO TO RETURN-CODE
005140*    A RAW WAIT STATUS CARRIES THE EXIT CODE IN ITS HIGH BYTE.
005150     IF STC-CALL-RC > 255
005160         COMPUTE STC-CALL-RC = STC-CALL-RC / 256
005170     END-IF
005180     ADD 1 TO STC-STEPS-RUN
005190     PERFORM FIND-STEP-LOG-RC
005200     IF STC-LOGGED-RC > STC-CALL-RC
005210         MOVE STC-LOGGED-RC TO STC-CALL-RC
005220     END-IF
005230     IF STC-CALL-RC < ZERO OR STC-CALL-RC > 99
005240         MOVE 99 TO STC-CALL-RC
005250     END-IF
005260     MOVE STC-CALL-RC TO STC-SP-RC(STC-STEP-INDEX)
005270     MOVE STC-CALL-RC TO STC-RC-EDIT
005280     IF STC-SP-RC(STC-STEP-INDEX) > STC-SP-MAX-RC(STC-STEP-INDEX)
005290         MOVE 'F' TO STC-SP-STATE(STC-STEP-INDEX)
005300         SET STC-BREACHED TO TRUE
005310         DISPLAY '*** STRMCTL - STEP ' STC-SP-ID(STC-STEP-INDEX)
005320             ' ENDED RC=' STC-RC-EDIT ' - STREAM STOPPED ***'
005330         IF STC-SP-RC(STC-STEP-INDEX) >= 16
005340             MOVE 16 TO RETURN-CODE
005350         ELSE
005360             MOVE 8 TO RETURN-CODE
005370         END-IF
005380     ELSE
005390         MOVE 'R' TO STC-SP-STATE(STC-STEP-INDEX)
005400         DISPLAY 'STRMCTL - STEP ' STC-SP-ID(STC-STEP-INDEX)
005410             ' ENDED RC=' STC-RC-EDIT
005420     END-IF.

005430*----------------------------------------------------------------
005440*    FINDS THE RETURN CODE THE STEP LOGGED FOR ITSELF - THE LAST
005450*    RECORD OF ITS PROGRAM STARTED AT OR AFTER THE LAUNCH.  A
005460*    STEP THAT LEFT NO RECORD IS REPORTED BUT NOT FAILED ON
005470*    THAT ACCOUNT ALONE.
005480*----------------------------------------------------------------
005490 FIND-STEP-LOG-RC.
005500     MOVE ZERO TO STC-LOGGED-RC
005510     MOVE 'N' TO STC-LOG-FOUND-FLAG
005520     OPEN INPUT JOB-LOG-FILE
005530     EVALUATE STC-JOB-LOG-FILE-STATUS
005540         WHEN '00'
005550             MOVE 'N' TO STC-EOF-FLAG
005560             PERFORM UNTIL STC-EOF
005570                 READ JOB-LOG-FILE INTO JOB-LOG-RECORD
005580                 IF STC-JOB-LOG-FILE-STATUS = '00'
005590                     PERFORM CHECK-STEP-LOG-RECORD
005600                 ELSE
005610                     SET STC-EOF TO TRUE
005620                 END-IF
005630             END-PERFORM
005640             CLOSE JOB-LOG-FILE
005650         WHEN '05'
005660             CLOSE JOB-LOG-FILE
005670         WHEN OTHER
005680             CONTINUE
005690     END-EVALUATE
005700     IF NOT STC-LOG-FOUND
005710         DISPLAY 'STRMCTL WARNING - NO JOBLOG RECORD FROM STEP '
005720             STC-SP-ID(STC-STEP-INDEX)
005730     END-IF.

005740 CHECK-STEP-LOG-RECORD.
005750     IF JLG-PROGRAM-NAME = STC-SP-PROGRAM(STC-STEP-INDEX)
005760         IF JLG-START-DATE > STC-LAUNCH-DATE
005770             OR (JLG-START-DATE = STC-LAUNCH-DATE
005780                 AND JLG-START-TIME >= STC-LAUNCH-TIME)
005790             MOVE JLG-RETURN-CODE TO STC-LOGGED-RC
005800             SET STC-LOG-FOUND TO TRUE
005810         END-IF
005820     END-IF.

005830 DISPLAY-STREAM-SUMMARY.
005840     DISPLAY '================================================'
005850     DISPLAY '     NIGHTLY STREAM CONTROLLER SUMMARY'
005860     DISPLAY '================================================'
005870     PERFORM VARYING STC-STEP-INDEX FROM 1 BY 1
005880         UNTIL STC-STEP-INDEX > STC-STEP-COUNT
005890         PERFORM DISPLAY-ONE-STEP
005900     END-PERFORM
005910     IF STC-BREACHED
005920         DISPLAY 'STREAM STOPPED - RESUBMIT TO RESTART AT THE '
005930             'FAILED STEP'
005940     ELSE
005950         DISPLAY 'STREAM RAN TO COMPLETION'
005960     END-IF
005970     DISPLAY '  STEPS RUN ' STC-STEPS-RUN
005980         '  SKIPPED AS COMPLETE ' STC-STEPS-SKIPPED
005990     DISPLAY '================================================'.

006000 DISPLAY-ONE-STEP.
006010     MOVE STC-SP-RC(STC-STEP-INDEX) TO STC-RC-EDIT
006020     EVALUATE STC-SP-STATE(STC-STEP-INDEX)
006030         WHEN 'I'
006040             DISPLAY STC-SP-ID(STC-STEP-INDEX) ' '
006050                 STC-SP-PROGRAM(STC-STEP-INDEX)
006060                 '  NOT SCHEDULED TONIGHT'
006070         WHEN 'P'
006080             DISPLAY STC-SP-ID(STC-STEP-INDEX) ' '
006090                 STC-SP-PROGRAM(STC-STEP-INDEX)
006100                 '  NOT RUN'
006110         WHEN 'D'
006120             DISPLAY STC-SP-ID(STC-STEP-INDEX) ' '
006130                 STC-SP-PROGRAM(STC-STEP-INDEX)
006140                 '  ALREADY COMPLETE   RC=' STC-RC-EDIT
006150         WHEN 'R'
006160             DISPLAY STC-SP-ID(STC-STEP-INDEX) ' '
006170                 STC-SP-PROGRAM(STC-STEP-INDEX)
006180                 '  COMPLETED          RC=' STC-RC-EDIT
006190         WHEN 'F'
006200             DISPLAY STC-SP-ID(STC-STEP-INDEX) ' '
006210                 STC-SP-PROGRAM(STC-STEP-INDEX)
006220                 '  FAILED             RC=' STC-RC-EDIT
006230                 '  <<< STREAM STOPPED AT THIS STEP'
006240         WHEN 'X'
006250             DISPLAY STC-SP-ID(STC-STEP-INDEX) ' '
006260                 STC-SP-PROGRAM(STC-STEP-INDEX)
006270                 '  PREREQUISITE NOT MET'
006280                 '  <<< STREAM STOPPED AT THIS STEP'
006290         WHEN OTHER
006300             CONTINUE
006310     END-EVALUATE.

006320 9000-ABEND.
006330     DISPLAY '*** STRMCTL ABEND - I/O ERROR ON ' STC-ABEND-FILE
006340         ' ***'
006350     DISPLAY '*** FILE STATUS = ' STC-ABEND-STATUS ' ***'
006360     CLOSE STREAM-FILE
006370     MOVE 16 TO RETURN-CODE
006380     PERFORM WRITE-JOBLOG-RECORD
006390     STOP RUN.
