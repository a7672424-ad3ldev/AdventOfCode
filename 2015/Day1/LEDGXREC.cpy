000010*================================================================
000020*    LEDGXREC - LAYOUT OF THE INDEXED LEDGER RECORD (LEDGRIX),
000030*    KEYED ON LGX-LEDGER-KEY.  BUILT FROM THE LINE-SEQUENTIAL
000040*    LEDGER (LEDGRDS) BY THE LOAD JOB (LDGRLOAD.CBL) AND READ
000050*    BY THE KEYED POSITION INQUIRY (LDGRINQ.CBL).  COPY THIS
000060*    UNDER THE 01-LEVEL LEDGER-IX-RECORD IN THE FD FOR
000070*    LEDGER-IX-FILE IN EACH PROGRAM.
000071*----------------------------------------------------------------
000072*    2026-10-08 ADL  THE LEDGER NOW HOLDS EVERY RUN, NOT ONLY THE
000073*    LATEST: THE KEY IS THE RUN KEY OF THE ENTRY'S RUN (ITS
000074*    RHX-RUN-KEY ON THE RUN MASTER, RUNHIX) FOLLOWED BY THE
000075*    INSTRUCTION POSITION.  EACH LDGRLOAD ADDS ONE RUN; RUNHMNT
000076*    AND HOUSEKP RETENTION REMOVE A RUN'S ENTRIES WITH THE RUN.
000077*    ALSO READ BY THE OPERATOR CONSOLE (OPRCONS.CBL).
000080*================================================================
000081     05  LGX-LEDGER-KEY.
000082         10  LGX-RUN-KEY.
000083             15  LGX-RUN-DATE PIC 9(8).
000084             15  LGX-RUN-TIME PIC 9(8).
000090         10  LGX-POSITION    PIC 9(9).
000100     05  LGX-FILE-SEQ        PIC 9(4).
000110     05  LGX-RECORD-NUMBER   PIC 9(9).
000120     05  LGX-COLUMN          PIC 9(4).
