000310*                  REPORTS, SO THE OPERATOR CONSOLE
000320*                  (OPRCONS.CBL) CAN SHOW A PAST RUN'S
000330*                  THRESHOLD EVENTS FROM ITS GENERATION.
000332* 2026-10-05 ADL   THE GATEKEEPER REJECTION REPORT (GATERPT) IS
000334*                  NOW ARCHIVED AS WELL SO THE SUPPLIER
000336*                  SCORECARD (SUPSCORE.CBL) CAN COUNT GATE HOLDS
000337*                  OVER A DATE RANGE.  A RUN MADE WITHOUT THE
000338*                  GATEKEEPER STEP HAS NO GATERPT; IT IS THEN
000339*                  SKIPPED WITH A NOTE INSTEAD OF ABENDING.
000341* 2026-10-15 ADL   A RUN ARCHIVED AGAIN (E.G. AFTER A SPLICE)
000342*                  REPLACES ITS GENERATIONS IN PLACE BUT NO
000343*                  LONGER APPENDS A SECOND CATLGDS RECORD FOR
000344*                  THE SAME RUN AND DATASET, WHICH HAD SUPSCORE
000345*                  AND FLRPROF COUNTING THE RUN TWICE.
000346*================================================================
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000730 01  ARC-SOURCE-FILE-STATUS  PIC XX.
000740 01  ARC-TARGET-FILE-STATUS  PIC XX.
000750 01  ARC-CATALOG-FILE-STATUS PIC XX.
000752 01  ARC-CATALOG-EOF-FLAG    PIC X VALUE 'N'.
000754     88  ARC-CATALOG-EOF     VALUE 'Y'.
000756 01  ARC-CATALOGED-FLAG      PIC X VALUE 'N'.
000758     88  ARC-ALREADY-CATALOGED VALUE 'Y'.
000760 01  ARC-SOURCE-NAME         PIC X(100).
000770 01  ARC-TARGET-NAME         PIC X(100).
000780 01  ARC-EOF-FLAG            PIC X VALUE 'N'.
000850     05  FILLER              PIC X(8) VALUE 'LEDGRDS'.
000860     05  FILLER              PIC X(8) VALUE 'EXCPRPT'.
000870     05  FILLER              PIC X(8) VALUE 'EVNTRPT'.
000875     05  FILLER              PIC X(8) VALUE 'GATERPT'.
000880 01  ARC-DSN-LIST REDEFINES ARC-DSN-TABLE.
000890     05  ARC-DSN-NAME        OCCURS 5 TIMES PIC X(8).
000895 01  ARC-SOURCE-ABSENT-FLAG  PIC X VALUE 'N'.
000897     88  ARC-SOURCE-ABSENT   VALUE 'Y'.
000900 01  ARC-DSN-TRIMMED         PIC X(8).
000910 01  ARC-NAME-LENGTH         PIC 9(4) COMP VALUE ZERO.
000920 01  ARC-RECORD-COUNT        PIC 9(9) COMP VALUE ZERO.
001090     PERFORM READ-LATEST-RUN
001100     PERFORM BUILD-GENERATION-STAMP
001110     PERFORM VARYING ARC-DSN-INDEX FROM 1 BY 1
001120         UNTIL ARC-DSN-INDEX > 5
001130         PERFORM ARCHIVE-ONE-DATASET
001140     END-PERFORM
001150     DISPLAY 'ARCHIVE COMPLETE - GENERATIONS STAMPED '
001850         ARC-STAMP DELIMITED BY SIZE
001860         INTO ARC-TARGET-NAME
001870     PERFORM COPY-SOURCE-TO-TARGET
001875     IF NOT ARC-SOURCE-ABSENT
001876         PERFORM FIND-CATALOG-ENTRY
001877         IF NOT ARC-ALREADY-CATALOGED
001880             PERFORM APPEND-CATALOG-RECORD
001881         ELSE
001882             DISPLAY 'ARCHIVE NOTE - ' ARC-DSN-TRIMMED
001883                 ' ALREADY CATALOGED, GENERATION REPLACED'
001884         END-IF
001885     END-IF.

001890 COPY-SOURCE-TO-TARGET.
001900     MOVE ZERO TO ARC-RECORD-COUNT
001905     MOVE 'N' TO ARC-SOURCE-ABSENT-FLAG
001910     OPEN INPUT SOURCE-FILE
001912     IF ARC-SOURCE-FILE-STATUS NOT = '00'
001914         AND ARC-DSN-TRIMMED = 'GATERPT'
001916         SET ARC-SOURCE-ABSENT TO TRUE
001917         DISPLAY 'ARCHIVE NOTE - NO GATERPT FOR THIS RUN, '
001918             'NOT ARCHIVED'
001919     END-IF
001920     IF ARC-SOURCE-FILE-STATUS NOT = '00'
001925         AND NOT ARC-SOURCE-ABSENT
001930         MOVE ARC-SOURCE-FILE-STATUS TO ARC-ABEND-STATUS
001940         MOVE ARC-DSN-TRIMMED TO ARC-ABEND-FILE
001950         PERFORM 9000-ABEND
001960     END-IF
001965     IF NOT ARC-SOURCE-ABSENT
001966         PERFORM COPY-SOURCE-RECORDS
001967     END-IF.

001968 COPY-SOURCE-RECORDS.
001970     OPEN OUTPUT TARGET-FILE
001980     IF ARC-TARGET-FILE-STATUS NOT = '00'
001990         MOVE ARC-TARGET-FILE-STATUS TO ARC-ABEND-STATUS
002470     MOVE 16 TO RETURN-CODE
002480     PERFORM WRITE-JOBLOG-RECORD
002490     STOP RUN.

002500*----------------------------------------------------------------
002510*    A RUN ARCHIVED A SECOND TIME WRITES OVER THE SAME GENERATION
002520*    NAMES, SO A DATASET ALREADY CATALOGED FOR THIS RUN KEEPS
002530*    ITS ONE CATLGDS RECORD RATHER THAN GAINING ANOTHER.
002540*----------------------------------------------------------------
002550 FIND-CATALOG-ENTRY.
002560     MOVE 'N' TO ARC-CATALOGED-FLAG
002570     OPEN INPUT CATALOG-FILE
002580     IF ARC-CATALOG-FILE-STATUS NOT = '00'
002590         AND ARC-CATALOG-FILE-STATUS NOT = '05'
002600         MOVE ARC-CATALOG-FILE-STATUS TO ARC-ABEND-STATUS
002610         MOVE 'CATLGDS' TO ARC-ABEND-FILE
002620         PERFORM 9000-ABEND
002630     END-IF
002640     MOVE 'N' TO ARC-CATALOG-EOF-FLAG
002650     PERFORM UNTIL ARC-CATALOG-EOF OR ARC-ALREADY-CATALOGED
002660         READ CATALOG-FILE
002670         EVALUATE ARC-CATALOG-FILE-STATUS
002680             WHEN '00'
002690                 IF CAT-RUN-DATE = LRF-RUN-DATE
002700                     AND CAT-RUN-TIME = LRF-RUN-TIME
002710                     AND CAT-DSN-TYPE = ARC-DSN-TRIMMED
002720                     SET ARC-ALREADY-CATALOGED TO TRUE
002730                 END-IF
002740             WHEN '10'
002750                 SET ARC-CATALOG-EOF TO TRUE
002760             WHEN OTHER
002770                 MOVE ARC-CATALOG-FILE-STATUS TO ARC-ABEND-STATUS
002780                 MOVE 'CATLGDS' TO ARC-ABEND-FILE
002790                 PERFORM 9000-ABEND
002800         END-EVALUATE
002810     END-PERFORM
002820     CLOSE CATALOG-FILE.
