000010*================================================================
000020*    GATDREC - LAYOUT OF THE GATEKEEPER DECISION RECORD
000030*    (GATEDCSN).  ONE RECORD IS WRITTEN BY THE GATEKEEPER EDIT
000040*    (GATEKPR.CBL) FOR EVERY INSTRUCTION FILE IT SCREENS, IN
000050*    MANIFEST ORDER: THE FULL FILE NAME, THE VERDICT AND ANY
000060*    REJECTION REASON, THE SUPPLIER HEADER DATE/SEQUENCE (ZERO
000070*    WHEN ABSENT OR MALFORMED), THE INSTRUCTION AND INVALID-
000080*    CHARACTER COUNTS TALLIED BY THE GATE, AND THE EXPECTED
000090*    INSTRUCTION COUNT FROM THE CONTROL TRAILER.  THE ACCEPTED
000100*    RECORDS ARE IN THE ORDER OF THE ACCEPTED MANIFEST, SO THE
000110*    N-TH ACCEPTED RECORD IS FILE= SEQUENCE N OF THE BATCH JOB.
000120*    THE REJECTION-NOTICE STEP (REJNOTC.CBL) READS IT BACK.
000130*    COPY THIS UNDER THE 01-LEVEL GATE-DECISION-RECORD IN THE FD
000140*    FOR GATE-DECISION-FILE IN EACH PROGRAM.
000150*================================================================
000160     05  GTD-FILE-NAME       PIC X(100).
000170     05  GTD-VERDICT         PIC X(8).
000180     05  GTD-REASON          PIC X(30).
000190     05  GTD-HEADER-DATE     PIC 9(8).
000200     05  GTD-HEADER-SEQ      PIC 9(9).
000210     05  GTD-INSTR-COUNT     PIC 9(9).
000220     05  GTD-INVALID-COUNT   PIC 9(9).
000230     05  GTD-TRAILER-INSTR   PIC 9(9).
