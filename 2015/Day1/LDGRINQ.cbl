000170*                  RUNNING FLOOR, AND THE INPUT FILE, RECORD AND
000180*                  COLUMN IT CAME FROM - A KEYED READ IN PLACE
000190*                  OF AN HOUR OF SCROLLING THE FULL LEDGER.
000191* 2026-10-08 ADL   READS THE HISTORICAL LEDGER (LEDGRIX, NOW KEYED
000192*                  ON RUN KEY PLUS POSITION).  THE RUN IS CHOSEN
000193*                  BY RUNDATE/RUNTIME PARAMETERS, DEFAULTING TO
000194*                  THE LATEST RUN ON LATESTDS, AND ITS STATUS ON
000195*                  THE RUN MASTER (RUNHIX) IS SHOWN SO AN ANSWER
000196*                  FROM A SUPERSEDED RUN IS FLAGGED WITH ITS
000197*                  REPLACEMENT.
000198* 2026-10-15 ADL   A PARTIAL OR NON-NUMERIC RUNDATE/RUNTIME IS A
000199*                  PARAMETER ERROR (RC 8) - NO LOOKUP IS MADE.
000200*================================================================
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000240     SELECT LEDGER-IX-FILE ASSIGN TO 'LEDGRIX'
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LGX-LEDGER-KEY
000280         FILE STATUS IS LNQ-LEDGER-IX-FILE-STATUS.
000281     SELECT LATEST-RUN-FILE ASSIGN TO 'LATESTDS'
000282         ORGANIZATION IS LINE SEQUENTIAL
000283         FILE STATUS IS LNQ-LATEST-RUN-FILE-STATUS.
000284     SELECT RUN-MASTER-FILE ASSIGN TO 'RUNHIX'
000285         ORGANIZATION IS INDEXED
000286         ACCESS MODE IS RANDOM
000287         RECORD KEY IS RHX-RUN-KEY
000288         FILE STATUS IS LNQ-RUN-MASTER-FILE-STATUS.

000290 DATA DIVISION.
000300 FILE SECTION.
000320 01  LEDGER-IX-RECORD.
000330     COPY LEDGXREC.

000331 FD  LATEST-RUN-FILE.
000332 01  LATEST-RUN-RECORD.
000333     COPY LATESTREC.

000334 FD  RUN-MASTER-FILE.
000335 01  RUN-MASTER-RECORD.
000336     COPY RUNHXREC.

000340 WORKING-STORAGE SECTION.
000350*----------------------------------------------------------------
000360*    INQUIRY STORAGE
000550 01  LNQ-RECORD-EDIT         PIC ZZZZZZZZ9.
000560 01  LNQ-COLUMN-EDIT         PIC ZZZZ9.
000570 01  LNQ-FILE-EDIT           PIC ZZZZ9.
000571 01  LNQ-LATEST-RUN-FILE-STATUS PIC XX.
000572 01  LNQ-RUN-MASTER-FILE-STATUS PIC XX.
000573 01  LNQ-RUNDATE-PARM        PIC X(8).
000574 01  LNQ-RUNTIME-PARM        PIC X(8).
000575 01  LNQ-RUN-KEY.
000576     05  LNQ-RUN-DATE        PIC 9(8) VALUE ZERO.
000577     05  LNQ-RUN-TIME        PIC 9(8) VALUE ZERO.

000580 PROCEDURE DIVISION.
000590 MAIN-LOGIC.
000640         MOVE 8 TO RETURN-CODE
000650         STOP RUN
000660     END-IF
000661     PERFORM RESOLVE-RUN-KEY
000662     IF LNQ-RUN-KEY = ZERO
000663         DISPLAY 'LDGRINQ - NO RUN - SUPPLY RUNDATE=YYYYMMDD'
000664         DISPLAY 'RUNTIME=HHMMSSCC, OR RUN MAIN FIRST'
000665         MOVE 8 TO RETURN-CODE
000666         STOP RUN
000667     END-IF
000670     OPEN INPUT LEDGER-IX-FILE
000680     IF LNQ-LEDGER-IX-FILE-STATUS NOT = '00'
000690         DISPLAY '*** LEDGER INDEX LEDGRIX NOT AVAILABLE ***'
000750     DISPLAY '============================================'
000760     DISPLAY '     FLOOR-AT-POSITION INQUIRY'
000770     DISPLAY '============================================'
000775     PERFORM DISPLAY-RUN-STATUS
000780     IF LNQ-POS > ZERO
000790         PERFORM FETCH-ONE-POSITION
000800     ELSE
001070     MOVE LNQ-PARSE-VALUE TO LNQ-TOPOS
001080     IF LNQ-TOPOS = ZERO
001090         MOVE LNQ-FROMPOS TO LNQ-TOPOS
001100     END-IF
001101     ACCEPT LNQ-RUNDATE-PARM FROM ENVIRONMENT 'RUNDATE'
001102         ON EXCEPTION
001103             MOVE SPACES TO LNQ-RUNDATE-PARM
001104     END-ACCEPT
001105     ACCEPT LNQ-RUNTIME-PARM FROM ENVIRONMENT 'RUNTIME'
001106         ON EXCEPTION
001107             MOVE SPACES TO LNQ-RUNTIME-PARM
001108     END-ACCEPT.

001110 PARSE-DIGITS.
001120     MOVE ZERO TO LNQ-PARSE-VALUE
001210     END-PERFORM.

001220 FETCH-ONE-POSITION.
001225     MOVE LNQ-RUN-KEY TO LGX-RUN-KEY
001230     MOVE LNQ-POS TO LGX-POSITION
001240     READ LEDGER-IX-FILE
001250         INVALID KEY
001310     END-READ.

001320 FETCH-POSITION-RANGE.
001325     MOVE LNQ-RUN-KEY TO LGX-RUN-KEY
001330     MOVE LNQ-FROMPOS TO LGX-POSITION
001340     START LEDGER-IX-FILE KEY >= LGX-LEDGER-KEY
001350         INVALID KEY
001360             DISPLAY 'NO LEDGER ENTRIES AT OR PAST FROMPOS'
001370             SET LNQ-EOF TO TRUE
001410             AT END
001420                 SET LNQ-EOF TO TRUE
001430             NOT AT END
001436                 IF LGX-RUN-KEY NOT = LNQ-RUN-KEY
001442                     OR LGX-POSITION > LNQ-TOPOS
001450                     SET LNQ-EOF TO TRUE
001460                 ELSE
001470                     PERFORM DISPLAY-LEDGER-ENTRY
001640     DISPLAY '    FILE ' LNQ-FILE-EDIT
001650         ' RECORD ' LNQ-RECORD-EDIT
001660         ' COLUMN ' LNQ-COLUMN-EDIT.

001670*----------------------------------------------------------------
001680*    A RUN KEY GIVEN AS RUNDATE/RUNTIME IS USED AS IT STANDS;
001690*    OTHERWISE THE LATEST RUN ON LATESTDS IS TAKEN, AS BEFORE THE
001700*    LEDGER KEPT HISTORY.  ZERO MEANS NO RUN COULD BE CHOSEN.
001705*    ONE WITHOUT THE OTHER, OR EITHER NOT NUMERIC, IS REFUSED.
001710*----------------------------------------------------------------
001720 RESOLVE-RUN-KEY.
001730     MOVE ZERO TO LNQ-RUN-DATE
001740     MOVE ZERO TO LNQ-RUN-TIME
001750     IF LNQ-RUNDATE-PARM IS NUMERIC
001760         AND LNQ-RUNTIME-PARM IS NUMERIC
001770         MOVE LNQ-RUNDATE-PARM TO LNQ-RUN-DATE
001780         MOVE LNQ-RUNTIME-PARM TO LNQ-RUN-TIME
001790     ELSE
001800         IF LNQ-RUNDATE-PARM = SPACES
001810             AND LNQ-RUNTIME-PARM = SPACES
001820             OPEN INPUT LATEST-RUN-FILE
001830             IF LNQ-LATEST-RUN-FILE-STATUS = '00'
001840                 READ LATEST-RUN-FILE INTO LATEST-RUN-RECORD
001850                 IF LNQ-LATEST-RUN-FILE-STATUS = '00'
001860                     MOVE LRF-RUN-DATE TO LNQ-RUN-DATE
001870                     MOVE LRF-RUN-TIME TO LNQ-RUN-TIME
001880                 END-IF
001890                 CLOSE LATEST-RUN-FILE
001900             END-IF
001910         ELSE
001912             DISPLAY 'LDGRINQ - PARAMETER ERROR - GIVE BOTH'
001914             DISPLAY 'RUNDATE=YYYYMMDD AND RUNTIME=HHMMSSCC,'
001915             DISPLAY 'OR NEITHER FOR THE LATEST RUN'
001916             MOVE 8 TO RETURN-CODE
001918             STOP RUN
001919         END-IF
001920     END-IF.

001930*----------------------------------------------------------------
001940*    SHOWS WHICH RUN THE ANSWER COMES FROM AND ITS STANDING ON
001950*    THE RUN MASTER, SO A FLOOR QUOTED FROM A SUPERSEDED RUN IS
001960*    NEVER MISTAKEN FOR THE FIGURE OF RECORD.
001970*----------------------------------------------------------------
001980 DISPLAY-RUN-STATUS.
001990     DISPLAY 'RUN ' LNQ-RUN-DATE '/' LNQ-RUN-TIME
002000     OPEN INPUT RUN-MASTER-FILE
002010     IF LNQ-RUN-MASTER-FILE-STATUS NOT = '00'
002020         DISPLAY '    RUN MASTER RUNHIX NOT AVAILABLE - STATUS '
002030             LNQ-RUN-MASTER-FILE-STATUS
002040     ELSE
002050         MOVE LNQ-RUN-KEY TO RHX-RUN-KEY
002060         READ RUN-MASTER-FILE
002070             INVALID KEY
002080                 DISPLAY '    RUN NOT ON THE RUN MASTER'
002090             NOT INVALID KEY
002100                 IF RHX-RUN-STATUS = 'S'
002110                     DISPLAY '    *** SUPERSEDED BY RUN '
002120                         RHX-REPL-DATE '/' RHX-REPL-TIME ' ***'
002130                 ELSE
002140                     DISPLAY '    ACTIVE RUN OF RECORD'
002150                 END-IF
002160         END-READ
002170         CLOSE RUN-MASTER-FILE
002180     END-IF
002190     DISPLAY '--------------------------------------------'.
