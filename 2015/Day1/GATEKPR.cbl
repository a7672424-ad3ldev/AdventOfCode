000328*                  TRAILER, SO THE PROGRESS INQUIRY
000330*                  (PROGINQ.CBL) CAN MEASURE PERCENT COMPLETE
000331*                  WHILE MAIN WORKS THROUGH THE FILE.
000332* 2026-10-09 ADL   WRITES A DECISION RECORD (GATEDCSN, LAYOUT
000333*                  GATDREC) FOR EVERY FILE SCREENED - FULL NAME,
000334*                  VERDICT, REASON, HEADER DATE/SEQUENCE AND
000335*                  COUNTS - FOR THE REJECTION NOTICES (REJNOTC).
000336*================================================================
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000512     SELECT GATE-TOTALS-FILE ASSIGN TO 'GATETOTS'
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS GTK-GATE-TOTALS-STATUS.
000517     SELECT GATE-DECISION-FILE ASSIGN TO 'GATEDCSN'
000518         ORGANIZATION IS LINE SEQUENTIAL
000519         FILE STATUS IS GTK-GATE-DECISION-STATUS.
000520     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS GTK-JOB-LOG-FILE-STATUS.
000684 01  GATE-TOTALS-RECORD.
000686     COPY GATTREC.

000687 FD  GATE-DECISION-FILE.
000688 01  GATE-DECISION-RECORD.
000689     COPY GATDREC.

000690 FD  JOB-LOG-FILE.
000700 01  JOB-LOG-RECORD.
000710     COPY JOBLGREC.
000790 01  GTK-REJECT-REPORT-STATUS PIC XX.
000800 01  GTK-REGISTER-FILE-STATUS PIC XX.
000802 01  GTK-GATE-TOTALS-STATUS  PIC XX.
000806 01  GTK-GATE-DECISION-STATUS PIC XX.
000810 01  GTK-MANIFEST-NAME       PIC X(100).
000820 01  GTK-INPUT-FILE-NAME     PIC X(100).
000830 01  GTK-EOF-FLAG            PIC X VALUE 'N'.
001510     PERFORM LOAD-REGISTER-TABLE
001520     OPEN OUTPUT ACCEPTED-FILE
001522     OPEN OUTPUT GATE-TOTALS-FILE
001526     OPEN OUTPUT GATE-DECISION-FILE
001530     OPEN OUTPUT REJECT-REPORT-FILE
001540     MOVE 'GATEKEEPER REJECTION REPORT' TO GTK-REPORT-LINE
001550     PERFORM WRITE-REPORT-LINE
001810     PERFORM WRITE-REPORT-TOTALS
001820     CLOSE ACCEPTED-FILE
001822     CLOSE GATE-TOTALS-FILE
001826     CLOSE GATE-DECISION-FILE
001830     CLOSE REJECT-REPORT-FILE
001840     IF GTK-REJECTED-COUNT > ZERO
001850         DISPLAY '*** FILES HELD OUT BY THE GATEKEEPER - ***'
003860     ELSE
003870         ADD 1 TO GTK-REJECTED-COUNT
003880     END-IF
003890     PERFORM WRITE-VERDICT-LINES
003895     PERFORM WRITE-DECISION-RECORD.

003900 APPEND-REGISTER-ENTRY.
003910     IF GTK-REG-COUNT < 1000
004990     CLOSE INPUT-FILE
005000     CLOSE ACCEPTED-FILE
005005     CLOSE GATE-TOTALS-FILE
005007     CLOSE GATE-DECISION-FILE
005010     CLOSE REJECT-REPORT-FILE
005020     MOVE 16 TO RETURN-CODE
005030     PERFORM WRITE-JOBLOG-RECORD
005040     STOP RUN.

005050*----------------------------------------------------------------
005060*    RECORDS THE VERDICT ON THE FILE JUST SCREENED FOR THE
005070*    REJECTION NOTICES.  THE HEADER KEY IS ONLY CARRIED WHEN
005080*    THIS FILE'S HEADER WAS SEEN AND NUMERIC.
005090*----------------------------------------------------------------
005100 WRITE-DECISION-RECORD.
005110     MOVE GTK-INPUT-FILE-NAME TO GTD-FILE-NAME
005120     MOVE GTK-VERDICT TO GTD-VERDICT
005130     MOVE GTK-REASON TO GTD-REASON
005140     IF GTK-HEADER-SEEN AND GTK-HEADER-STATUS = SPACES
005150         MOVE GTK-HEADER-DATE TO GTD-HEADER-DATE
005160         MOVE GTK-HEADER-SEQ TO GTD-HEADER-SEQ
005170     ELSE
005180         MOVE ZERO TO GTD-HEADER-DATE
005190         MOVE ZERO TO GTD-HEADER-SEQ
005200     END-IF
005210     MOVE GTK-FILE-INSTR-COUNT TO GTD-INSTR-COUNT
005220     MOVE GTK-FILE-INVALID-COUNT TO GTD-INVALID-COUNT
005230     MOVE GTK-TRAILER-INSTR TO GTD-TRAILER-INSTR
005240     WRITE GATE-DECISION-RECORD.
