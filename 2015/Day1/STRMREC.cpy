000010*================================================================
000020*    STRMREC - LAYOUT OF THE NIGHTLY STREAM DEFINITION RECORD
000030*    (STRMDEF).  ONE RECORD PER STEP, IN RUN ORDER, MAINTAINED
000040*    BY HAND BY OPERATIONS: A STEP ID UNIQUE WITHIN THE STREAM,
000050*    THE PROGRAM NAME THE STEP LOGS ON THE JOB LOG (JOBLOG), THE
000060*    HIGHEST RETURN CODE THE STREAM ACCEPTS FROM THE STEP, THE
000070*    NIGHT TYPE THE STEP RUNS ON (' ' EVERY NIGHT, 'H' HEAVY
000080*    NIGHTS ONLY, 'N' NORMAL NIGHTS ONLY - SO MAIN CAN BE
000090*    REPLACED BY MANSPLIT, ONE MAIN PER STREAM AND MRGSTRM), UP
000100*    TO FOUR PREREQUISITE STEP IDS, AND THE COMMAND THAT RUNS
000110*    THE STEP WITH ITS PARAMETERS.  A PROGRAM MAY APPEAR ON
000120*    MORE THAN ONE STEP (ONE MAIN PER SPLIT STREAM).  THE
000130*    STREAM CONTROLLER (STRMCTL.CBL) RUNS THE STREAM FROM THIS
000140*    FILE.  COPY THIS UNDER THE 01-LEVEL STREAM-RECORD IN THE FD
000150*    FOR STREAM-FILE IN EACH PROGRAM.
000160*================================================================
000170     05  STM-STEP-ID         PIC X(8).
000180     05  FILLER              PIC X(1).
000190     05  STM-PROGRAM-NAME    PIC X(8).
000200     05  FILLER              PIC X(1).
000210     05  STM-MAX-RC          PIC 9(2).
000220     05  FILLER              PIC X(1).
000230     05  STM-NIGHT-TYPE      PIC X(1).
000240     05  FILLER              PIC X(1).
000250     05  STM-PREREQ-ENTRY    OCCURS 4 TIMES.
000260         10  STM-PREREQ-STEP PIC X(8).
000270         10  FILLER          PIC X(1).
000280     05  STM-COMMAND         PIC X(80).
