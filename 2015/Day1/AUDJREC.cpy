000010*================================================================
000020*    AUDJREC - LAYOUT OF THE MASTER-FILE AUDIT JOURNAL RECORD
000030*    (AUDJRNL).  ONE RECORD IS APPENDED FOR EVERY CHANGE MADE TO
000040*    A CUMULATIVE MASTER - A RUN MARKED SUPERSEDED OR PURGED BY
000050*    RUNHMNT.CBL, A CATALOG RECORD DROPPED BY HOUSEKP.CBL, A
000060*    RECORD REPLACED, ADDED OR REMOVED BY AN MSTRBKP.CBL
000070*    RESTORE - CARRYING WHEN THE CHANGE WAS MADE, THE PROGRAM
000080*    AND FUNCTION THAT MADE IT, THE OPERATOR ID (OPERID
000090*    PARAMETER), THE MASTER CHANGED, THE ACTION ('A' ADDED,
000100*    'C' CHANGED, 'D' DELETED), THE RUN KEY THE RECORD BELONGS
000110*    TO (ZERO WHEN IT HAS NONE) AND THE RECORD IMAGE BEFORE AND
000120*    AFTER THE CHANGE (SPACES FOR A RECORD THAT DID NOT EXIST).
000130*    THE JOURNAL IS NEVER REWRITTEN; THE AUDIT JOURNAL REPORT
000140*    (AUDJRPT.CBL) READS IT BACK.  COPY THIS UNDER THE 01-LEVEL
000150*    JOURNAL-RECORD IN THE FD FOR JOURNAL-FILE IN EACH PROGRAM.
000160*================================================================
000170     05  AJR-STAMP-DATE      PIC 9(8).
000180     05  AJR-STAMP-TIME      PIC 9(8).
000190     05  AJR-PROGRAM         PIC X(8).
000200     05  AJR-FUNCTION        PIC X(9).
000210     05  AJR-OPERATOR        PIC X(8).
000220     05  AJR-DATASET         PIC X(8).
000230     05  AJR-ACTION          PIC X(1).
000240     05  AJR-RUN-KEY.
000250         10  AJR-RUN-DATE    PIC 9(8).
000260         10  AJR-RUN-TIME    PIC 9(8).
000270     05  AJR-BEFORE-IMAGE    PIC X(128).
000280     05  AJR-AFTER-IMAGE     PIC X(128).
