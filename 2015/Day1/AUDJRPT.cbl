000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDJRPT.
000030 AUTHOR. A-DELGADO.
000040 INSTALLATION. AOC-BATCH.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED. 2026-10-07.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-07 ADL   ORIGINAL VERSION - MASTER-FILE AUDIT JOURNAL
000120*                  REPORT.  READS THE AUDIT JOURNAL (AUDJRNL,
000130*                  LAYOUT AUDJREC) APPENDED TO BY RUNHMNT.CBL,
000140*                  HOUSEKP.CBL AND THE MSTRBKP.CBL RESTORE, AND
000150*                  LISTS ON THE JOURNAL REPORT (AUDRPT) EVERY
000160*                  CHANGE MADE IN A DATE RANGE (FROMDATE/TODATE
000170*                  PARAMETERS, YYYYMMDD, DEFAULT THE CURRENT
000180*                  MONTH TO DATE, AS RUNTREND.CBL) OR, WHEN
000190*                  RUNDATE IS GIVEN (RUNTIME OPTIONAL), THE FULL
000200*                  HISTORY OF THAT RUN KEY WHATEVER THE DATE:
000210*                  WHEN, WHICH PROGRAM AND FUNCTION, WHICH
000220*                  OPERATOR, WHICH MASTER, AND THE RECORD BEFORE
000230*                  AND AFTER.  RUN-MASTER IMAGES ARE SHOWN FIELD
000240*                  BY FIELD; OTHER IMAGES ARE SHOWN AS STORED.
000241* 2026-10-15 ADL   A REPORT FILE THAT CANNOT BE OPENED ABENDS THE
000242*                  STEP (RETURN-CODE 16).
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'AUDJRNL'
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS AJP-JOURNAL-FILE-STATUS.
000320     SELECT REPORT-FILE ASSIGN TO 'AUDRPT'
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS AJP-REPORT-FILE-STATUS.

000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  JOURNAL-FILE.
000380 01  JOURNAL-RECORD.
000390     COPY AUDJREC.

000400 FD  REPORT-FILE.
000410 01  REPORT-RECORD           PIC X(72).

000420 WORKING-STORAGE SECTION.
000430*----------------------------------------------------------------
000440*    FILE AND PARAMETER STORAGE
000450*----------------------------------------------------------------
000460 01  AJP-JOURNAL-FILE-STATUS PIC XX.
000470 01  AJP-REPORT-FILE-STATUS  PIC XX.
000473 01  AJP-ABEND-STATUS        PIC XX.
000476 01  AJP-ABEND-FILE          PIC X(8).
000480 01  AJP-EOF-FLAG            PIC X VALUE 'N'.
000490     88  AJP-EOF             VALUE 'Y'.
000500 01  AJP-KEY-MODE-FLAG       PIC X VALUE 'N'.
000510     88  AJP-KEY-MODE        VALUE 'Y'.
000520 01  AJP-FROMDATE-PARM       PIC X(8).
000530 01  AJP-TODATE-PARM         PIC X(8).
000540 01  AJP-RUNDATE-PARM        PIC X(8).
000550 01  AJP-RUNTIME-PARM        PIC X(8).
000560 01  AJP-FROM-DATE           PIC 9(8) VALUE ZERO.
000570 01  AJP-TO-DATE             PIC 9(8) VALUE ZERO.
000580 01  AJP-TODAY-DATE          PIC 9(8) VALUE ZERO.
000590 01  AJP-MONTH-WORK          PIC 9(9) COMP VALUE ZERO.
000600*----------------------------------------------------------------
000610*    RUN-MASTER IMAGE - A JOURNALED RUNHIX RECORD LAID OVER THE
000620*    RUN-MASTER LAYOUT SO ITS FIELDS CAN BE SHOWN.
000630*----------------------------------------------------------------
000640 01  AJP-RUN-IMAGE.
000650     COPY RUNHXREC.
000660 01  AJP-IMAGE               PIC X(128).
000670 01  AJP-IMAGE-LABEL         PIC X(7).
000680*----------------------------------------------------------------
000690*    SELECTION ACCOUNTING STORAGE
000700*----------------------------------------------------------------
000710 01  AJP-READ-COUNT          PIC 9(9) COMP VALUE ZERO.
000720 01  AJP-SELECTED-COUNT      PIC 9(9) COMP VALUE ZERO.
000730 01  AJP-ADDED-COUNT         PIC 9(9) COMP VALUE ZERO.
000740 01  AJP-CHANGED-COUNT       PIC 9(9) COMP VALUE ZERO.
000750 01  AJP-DELETED-COUNT       PIC 9(9) COMP VALUE ZERO.
000760 01  AJP-ACTION-WORD         PIC X(7).
000770*----------------------------------------------------------------
000780*    REPORT LINE BUILD STORAGE
000790*----------------------------------------------------------------
000800 01  AJP-REPORT-LINE         PIC X(72).
000810 01  AJP-LINE-POINTER        PIC 9(4) COMP VALUE 1.
000820 01  AJP-DATE-X              PIC X(8).
000830 01  AJP-DATE-EDIT           PIC X(10).
000840 01  AJP-TIME-X              PIC X(8).
000850 01  AJP-TIME-EDIT           PIC X(8).
000860 01  AJP-COUNT-EDIT          PIC ZZZZZZZZ9.
000870 01  AJP-FLOOR-EDIT          PIC -ZZZZZZZZ9.

000880 PROCEDURE DIVISION.
000890 MAIN-LOGIC.
000900     PERFORM PARSE-PARAMETERS
000910     OPEN OUTPUT REPORT-FILE
000912     IF AJP-REPORT-FILE-STATUS NOT = '00'
000914         MOVE AJP-REPORT-FILE-STATUS TO AJP-ABEND-STATUS
000916         MOVE 'AUDRPT' TO AJP-ABEND-FILE
000918         PERFORM 9000-ABEND
000919     END-IF
000920     PERFORM WRITE-REPORT-HEADING
000930     PERFORM SCAN-JOURNAL
000940     PERFORM WRITE-REPORT-TOTALS
000950     CLOSE REPORT-FILE
000960     DISPLAY 'AUDJRPT COMPLETE - JOURNAL ENTRIES LISTED = '
000970         AJP-SELECTED-COUNT
000980     STOP RUN.

000990 PARSE-PARAMETERS.
001000     ACCEPT AJP-FROMDATE-PARM FROM ENVIRONMENT 'FROMDATE'
001010         ON EXCEPTION
001020             MOVE SPACES TO AJP-FROMDATE-PARM
001030     END-ACCEPT
001040     ACCEPT AJP-TODATE-PARM FROM ENVIRONMENT 'TODATE'
001050         ON EXCEPTION
001060             MOVE SPACES TO AJP-TODATE-PARM
001070     END-ACCEPT
001080     ACCEPT AJP-RUNDATE-PARM FROM ENVIRONMENT 'RUNDATE'
001090         ON EXCEPTION
001100             MOVE SPACES TO AJP-RUNDATE-PARM
001110     END-ACCEPT
001120     ACCEPT AJP-RUNTIME-PARM FROM ENVIRONMENT 'RUNTIME'
001130         ON EXCEPTION
001140             MOVE SPACES TO AJP-RUNTIME-PARM
001150     END-ACCEPT
001160     IF AJP-RUNDATE-PARM NOT = SPACES
001170         AND AJP-RUNDATE-PARM IS NUMERIC
001180         SET AJP-KEY-MODE TO TRUE
001190     END-IF
001200     IF AJP-RUNTIME-PARM NOT = SPACES
001210         AND AJP-RUNTIME-PARM IS NOT NUMERIC
001220         MOVE SPACES TO AJP-RUNTIME-PARM
001230     END-IF
001240     ACCEPT AJP-TODAY-DATE FROM DATE YYYYMMDD
001250     IF AJP-TODATE-PARM NOT = SPACES
001260         AND AJP-TODATE-PARM IS NUMERIC
001270         MOVE AJP-TODATE-PARM TO AJP-TO-DATE
001280     ELSE
001290         MOVE AJP-TODAY-DATE TO AJP-TO-DATE
001300     END-IF
001310     IF AJP-FROMDATE-PARM NOT = SPACES
001320         AND AJP-FROMDATE-PARM IS NUMERIC
001330         MOVE AJP-FROMDATE-PARM TO AJP-FROM-DATE
001340     ELSE
001350*        THE DIVISION IS STORED SEPARATELY SO IT TRUNCATES TO
001360*        THE YEAR-MONTH BEFORE THE DAY IS REBUILT AS 01.
001370         COMPUTE AJP-MONTH-WORK = AJP-TO-DATE / 100
001380         COMPUTE AJP-FROM-DATE = AJP-MONTH-WORK * 100 + 1
001390     END-IF.

001400 WRITE-REPORT-HEADING.
001410     MOVE 'MASTER-FILE AUDIT JOURNAL REPORT' TO AJP-REPORT-LINE
001420     PERFORM WRITE-REPORT-LINE
001430     MOVE SPACES TO AJP-REPORT-LINE
001440     MOVE 1 TO AJP-LINE-POINTER
001450     IF AJP-KEY-MODE
001460         STRING 'RUN KEY : ' DELIMITED BY SIZE
001470             AJP-RUNDATE-PARM DELIMITED BY SIZE
001480             '/' DELIMITED BY SIZE
001490             INTO AJP-REPORT-LINE
001500             WITH POINTER AJP-LINE-POINTER
001510         IF AJP-RUNTIME-PARM = SPACES
001520             STRING 'ALL RUNS' DELIMITED BY SIZE
001530                 INTO AJP-REPORT-LINE
001540                 WITH POINTER AJP-LINE-POINTER
001550         ELSE
001560             STRING AJP-RUNTIME-PARM DELIMITED BY SIZE
001570                 INTO AJP-REPORT-LINE
001580                 WITH POINTER AJP-LINE-POINTER
001590         END-IF
001600         STRING ' - FULL HISTORY' DELIMITED BY SIZE
001610             INTO AJP-REPORT-LINE
001620             WITH POINTER AJP-LINE-POINTER
001630     ELSE
001640         MOVE AJP-FROM-DATE TO AJP-DATE-X
001650         PERFORM EDIT-REPORT-DATE
001660         STRING 'PERIOD : ' DELIMITED BY SIZE
001670             AJP-DATE-EDIT DELIMITED BY SIZE
001680             ' - ' DELIMITED BY SIZE
001690             INTO AJP-REPORT-LINE
001700             WITH POINTER AJP-LINE-POINTER
001710         MOVE AJP-TO-DATE TO AJP-DATE-X
001720         PERFORM EDIT-REPORT-DATE
001730         STRING AJP-DATE-EDIT DELIMITED BY SIZE
001740             INTO AJP-REPORT-LINE
001750             WITH POINTER AJP-LINE-POINTER
001760     END-IF
001770     PERFORM WRITE-REPORT-LINE
001780     MOVE SPACES TO AJP-REPORT-LINE
001790     PERFORM WRITE-REPORT-LINE.

001800*----------------------------------------------------------------
001810*    THE JOURNAL IS ONLY EVER APPENDED TO, SO IT IS ALREADY IN
001820*    THE ORDER THE CHANGES WERE MADE.  A JOURNAL NOT YET
001830*    CREATED OPENS EMPTY.
001840*----------------------------------------------------------------
001850 SCAN-JOURNAL.
001860     OPEN INPUT JOURNAL-FILE
001870     IF AJP-JOURNAL-FILE-STATUS NOT = '00'
001880         AND AJP-JOURNAL-FILE-STATUS NOT = '05'
001890         MOVE 'NO AUDIT JOURNAL ON RECORD' TO AJP-REPORT-LINE
001900         PERFORM WRITE-REPORT-LINE
001910     ELSE
001920         MOVE 'N' TO AJP-EOF-FLAG
001930         PERFORM UNTIL AJP-EOF
001940             READ JOURNAL-FILE INTO JOURNAL-RECORD
001950             IF AJP-JOURNAL-FILE-STATUS = '00'
001960                 ADD 1 TO AJP-READ-COUNT
001970                 PERFORM SELECT-JOURNAL-ENTRY
001980             ELSE
001990                 SET AJP-EOF TO TRUE
002000             END-IF
002010         END-PERFORM
002020         CLOSE JOURNAL-FILE
002030     END-IF.

002040 SELECT-JOURNAL-ENTRY.
002050     IF AJP-KEY-MODE
002060         IF AJR-RUN-DATE = AJP-RUNDATE-PARM
002070             AND (AJP-RUNTIME-PARM = SPACES
002080                 OR AJR-RUN-TIME = AJP-RUNTIME-PARM)
002090             PERFORM LIST-JOURNAL-ENTRY
002100         END-IF
002110     ELSE
002120         IF AJR-STAMP-DATE >= AJP-FROM-DATE
002130             AND AJR-STAMP-DATE <= AJP-TO-DATE
002140             PERFORM LIST-JOURNAL-ENTRY
002150         END-IF
002160     END-IF.

002170 LIST-JOURNAL-ENTRY.
002180     ADD 1 TO AJP-SELECTED-COUNT
002190     EVALUATE AJR-ACTION
002200         WHEN 'A'
002210             ADD 1 TO AJP-ADDED-COUNT
002220             MOVE 'ADDED  ' TO AJP-ACTION-WORD
002230         WHEN 'C'
002240             ADD 1 TO AJP-CHANGED-COUNT
002250             MOVE 'CHANGED' TO AJP-ACTION-WORD
002260         WHEN 'D'
002270             ADD 1 TO AJP-DELETED-COUNT
002280             MOVE 'DELETED' TO AJP-ACTION-WORD
002290         WHEN OTHER
002300             MOVE 'UNKNOWN' TO AJP-ACTION-WORD
002310     END-EVALUATE
002320     MOVE SPACES TO AJP-REPORT-LINE
002330     MOVE 1 TO AJP-LINE-POINTER
002340     MOVE AJR-STAMP-DATE TO AJP-DATE-X
002350     PERFORM EDIT-REPORT-DATE
002360     MOVE AJR-STAMP-TIME TO AJP-TIME-X
002370     MOVE SPACES TO AJP-TIME-EDIT
002380     STRING AJP-TIME-X(1:2) ':' AJP-TIME-X(3:2) ':'
002390         AJP-TIME-X(5:2) DELIMITED BY SIZE
002400         INTO AJP-TIME-EDIT
002410     STRING AJP-DATE-EDIT DELIMITED BY SIZE
002420         ' ' DELIMITED BY SIZE
002430         AJP-TIME-EDIT DELIMITED BY SIZE
002440         ' ' DELIMITED BY SIZE
002450         AJR-PROGRAM DELIMITED BY SIZE
002460         ' ' DELIMITED BY SIZE
002470         AJR-FUNCTION DELIMITED BY SIZE
002480         ' ' DELIMITED BY SIZE
002490         AJR-DATASET DELIMITED BY SIZE
002500         ' ' DELIMITED BY SIZE
002510         AJP-ACTION-WORD DELIMITED BY SIZE
002520         ' BY ' DELIMITED BY SIZE
002530         AJR-OPERATOR DELIMITED BY SIZE
002540         INTO AJP-REPORT-LINE
002550         WITH POINTER AJP-LINE-POINTER
002560     PERFORM WRITE-REPORT-LINE
002570     IF AJR-RUN-KEY NOT = ZERO
002580         MOVE SPACES TO AJP-REPORT-LINE
002590         STRING '    RUN ' DELIMITED BY SIZE
002600             AJR-RUN-DATE DELIMITED BY SIZE
002610             '/' DELIMITED BY SIZE
002620             AJR-RUN-TIME DELIMITED BY SIZE
002630             INTO AJP-REPORT-LINE
002640         PERFORM WRITE-REPORT-LINE
002650     END-IF
002660     MOVE 'BEFORE ' TO AJP-IMAGE-LABEL
002670     MOVE AJR-BEFORE-IMAGE TO AJP-IMAGE
002680     PERFORM WRITE-IMAGE-LINES
002690     MOVE 'AFTER  ' TO AJP-IMAGE-LABEL
002700     MOVE AJR-AFTER-IMAGE TO AJP-IMAGE
002710     PERFORM WRITE-IMAGE-LINES.

002720*----------------------------------------------------------------
002730*    SHOWS ONE SIDE OF A JOURNALED CHANGE.  A RECORD THAT DID
002740*    NOT EXIST ON THAT SIDE (AN ADD OR A DELETE) IS SHOWN AS
002750*    SUCH; A RUN-MASTER RECORD IS BROKEN INTO ITS FIELDS.
002760*----------------------------------------------------------------
002770 WRITE-IMAGE-LINES.
002780     MOVE SPACES TO AJP-REPORT-LINE
002790     MOVE 1 TO AJP-LINE-POINTER
002800     STRING '    ' DELIMITED BY SIZE
002810         AJP-IMAGE-LABEL DELIMITED BY SIZE
002820         INTO AJP-REPORT-LINE
002830         WITH POINTER AJP-LINE-POINTER
002840     EVALUATE TRUE
002850         WHEN AJP-IMAGE = SPACES
002860             STRING '(NO RECORD)' DELIMITED BY SIZE
002870                 INTO AJP-REPORT-LINE
002880                 WITH POINTER AJP-LINE-POINTER
002890             PERFORM WRITE-REPORT-LINE
002900         WHEN AJR-DATASET = 'RUNHIX  '
002910             PERFORM WRITE-RUN-IMAGE-LINES
002920         WHEN OTHER
002930             STRING AJP-IMAGE(1:60) DELIMITED BY SIZE
002940                 INTO AJP-REPORT-LINE
002950                 WITH POINTER AJP-LINE-POINTER
002960             PERFORM WRITE-REPORT-LINE
002970             IF AJP-IMAGE(61:68) NOT = SPACES
002980                 MOVE SPACES TO AJP-REPORT-LINE
002990                 MOVE AJP-IMAGE(61:60) TO AJP-REPORT-LINE(12:60)
003000                 PERFORM WRITE-REPORT-LINE
003010             END-IF
003020             IF AJP-IMAGE(121:8) NOT = SPACES
003030                 MOVE SPACES TO AJP-REPORT-LINE
003040                 MOVE AJP-IMAGE(121:8) TO AJP-REPORT-LINE(12:8)
003050                 PERFORM WRITE-REPORT-LINE
003060             END-IF
003070     END-EVALUATE.

003080 WRITE-RUN-IMAGE-LINES.
003090     MOVE AJP-IMAGE TO AJP-RUN-IMAGE
003100     MOVE RHX-FLOOR-COUNT TO AJP-FLOOR-EDIT
003110     STRING 'STATUS ' DELIMITED BY SIZE
003120         RHX-RUN-STATUS DELIMITED BY SIZE
003130         ' REPL BY ' DELIMITED BY SIZE
003140         RHX-REPL-DATE DELIMITED BY SIZE
003150         '/' DELIMITED BY SIZE
003160         RHX-REPL-TIME DELIMITED BY SIZE
003170         ' FLOOR ' DELIMITED BY SIZE
003180         AJP-FLOOR-EDIT DELIMITED BY SIZE
003190         INTO AJP-REPORT-LINE
003200         WITH POINTER AJP-LINE-POINTER
003210     PERFORM WRITE-REPORT-LINE
003220     IF RHX-ANNOTATION NOT = SPACES
003230         MOVE SPACES TO AJP-REPORT-LINE
003240         STRING '           NOTE ' DELIMITED BY SIZE
003250             RHX-ANNOTATION DELIMITED BY SIZE
003260             INTO AJP-REPORT-LINE
003270         PERFORM WRITE-REPORT-LINE
003280     END-IF.

003290 WRITE-REPORT-TOTALS.
003300     MOVE SPACES TO AJP-REPORT-LINE
003310     PERFORM WRITE-REPORT-LINE
003320     IF AJP-SELECTED-COUNT = ZERO
003330         MOVE 'NO JOURNAL ENTRIES SELECTED' TO AJP-REPORT-LINE
003340         PERFORM WRITE-REPORT-LINE
003350     END-IF
003360     MOVE AJP-READ-COUNT TO AJP-COUNT-EDIT
003370     MOVE SPACES TO AJP-REPORT-LINE
003380     STRING 'JOURNAL ENTRIES READ   : ' DELIMITED BY SIZE
003390         AJP-COUNT-EDIT DELIMITED BY SIZE
003400         INTO AJP-REPORT-LINE
003410     PERFORM WRITE-REPORT-LINE
003420     MOVE AJP-SELECTED-COUNT TO AJP-COUNT-EDIT
003430     MOVE SPACES TO AJP-REPORT-LINE
003440     STRING 'JOURNAL ENTRIES LISTED : ' DELIMITED BY SIZE
003450         AJP-COUNT-EDIT DELIMITED BY SIZE
003460         INTO AJP-REPORT-LINE
003470     PERFORM WRITE-REPORT-LINE
003480     MOVE AJP-ADDED-COUNT TO AJP-COUNT-EDIT
003490     MOVE SPACES TO AJP-REPORT-LINE
003500     STRING '  RECORDS ADDED        : ' DELIMITED BY SIZE
003510         AJP-COUNT-EDIT DELIMITED BY SIZE
003520         INTO AJP-REPORT-LINE
003530     PERFORM WRITE-REPORT-LINE
003540     MOVE AJP-CHANGED-COUNT TO AJP-COUNT-EDIT
003550     MOVE SPACES TO AJP-REPORT-LINE
003560     STRING '  RECORDS CHANGED      : ' DELIMITED BY SIZE
003570         AJP-COUNT-EDIT DELIMITED BY SIZE
003580         INTO AJP-REPORT-LINE
003590     PERFORM WRITE-REPORT-LINE
003600     MOVE AJP-DELETED-COUNT TO AJP-COUNT-EDIT
003610     MOVE SPACES TO AJP-REPORT-LINE
003620     STRING '  RECORDS DELETED      : ' DELIMITED BY SIZE
003630         AJP-COUNT-EDIT DELIMITED BY SIZE
003640         INTO AJP-REPORT-LINE
003650     PERFORM WRITE-REPORT-LINE.

003660 EDIT-REPORT-DATE.
003670     MOVE SPACES TO AJP-DATE-EDIT
003680     STRING AJP-DATE-X(1:4) '/' AJP-DATE-X(5:2) '/'
003690         AJP-DATE-X(7:2) DELIMITED BY SIZE
003700         INTO AJP-DATE-EDIT.

003710 WRITE-REPORT-LINE.
003720     MOVE AJP-REPORT-LINE TO REPORT-RECORD
003730     WRITE REPORT-RECORD.

003740 9000-ABEND.
003750     DISPLAY '*** AUDJRPT ABEND - I/O ERROR ON ' AJP-ABEND-FILE
003760         ' ***'
003770     DISPLAY '*** FILE STATUS = ' AJP-ABEND-STATUS ' ***'
003780     MOVE 16 TO RETURN-CODE
003790     STOP RUN.
