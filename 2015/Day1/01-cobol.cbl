001640*                  INQUIRY (PROGINQ.CBL) CAN REPORT PERCENT
001650*                  COMPLETE AND AN ESTIMATED COMPLETION TIME
001660*                  WHILE A LONG RUN IS STILL GRINDING.
001662* 2026-10-12 ADL   THE INVALID-CHARACTER EXCEPTION LINE NOW SETS
001664*                  ITS LABELS ON EVERY WRITE - A CONTROL-TRAILER
001666*                  MESSAGE NO LONGER LEAVES ITS TEXT IN THE LABEL
001668*                  COLUMNS OF LATER EXCEPTION LINES.
001670*================================================================
001680 ENVIRONMENT DIVISION.
001690 INPUT-OUTPUT SECTION.
010040 WRITE-EXCEPTION-RECORD.
010050     ADD 1 TO DL1-REJECTED-COUNT
010060     ADD 1 TO DL1-FILE-REJECT-COUNT
010062     MOVE 'INVALID CHAR REC=' TO EXCR-LABEL
010064     MOVE ' COLUMN=' TO EXCR-COLUMN-LABEL
010066     MOVE ' CHAR=' TO EXCR-CHAR-LABEL
010067     MOVE ' POS=' TO EXCR-POS-LABEL
010068     MOVE ' FILE=' TO EXCR-FILE-LABEL
010070     MOVE DL1-RECORD-NUMBER TO EXCR-RECORD-NUMBER
010080     MOVE COUNTER TO EXCR-COLUMN
010090     MOVE INPUT-RECORD(COUNTER:1) TO EXCR-CHARACTER
