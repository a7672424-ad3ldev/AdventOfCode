000220*                  RUN AND ON ABEND - RECORDS LOADED, RETURN
000230*                  CODE AND SEVERITY - FOR THE MORNING STATUS
000240*                  BOARD (JOBSTAT.CBL).
000241* 2026-10-08 ADL   LEDGRIX IS NOW A HISTORICAL LEDGER KEYED ON RUN
000242*                  KEY PLUS POSITION (LAYOUT LEDGXREC).  THE LOAD
000243*                  TAKES THE RUN KEY FROM THE LATEST-RUN DATASET
000244*                  (LATESTDS) AND ADDS THE RUN TO THE HISTORY
000245*                  INSTEAD OF REPLACING THE DATASET; RELOADING A
000246*                  RUN ALREADY ON THE LEDGER FIRST REMOVES ITS
000247*                  OLD ENTRIES (COUNTED ON JOBLOG AS COUNT 2).
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000290     SELECT LEDGER-FILE ASSIGN TO 'LEDGRDS'
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS LDL-LEDGER-FILE-STATUS.
000320     SELECT OPTIONAL LEDGER-IX-FILE ASSIGN TO 'LEDGRIX'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS LGX-LEDGER-KEY
000360         FILE STATUS IS LDL-LEDGER-IX-FILE-STATUS.
000362     SELECT LATEST-RUN-FILE ASSIGN TO 'LATESTDS'
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS LDL-LATEST-RUN-FILE-STATUS.
000370     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS LDL-JOB-LOG-FILE-STATUS.
000430 01  LEDGER-RECORD.
000440     COPY LEDGRREC.

000442 FD  LATEST-RUN-FILE.
000444 01  LATEST-RUN-RECORD.
000446     COPY LATESTREC.

000450 FD  LEDGER-IX-FILE.
000460 01  LEDGER-IX-RECORD.
000470     COPY LEDGXREC.
000590 01  LDL-ABEND-STATUS        PIC XX.
000600 01  LDL-ABEND-FILE          PIC X(8).
000610 01  LDL-LOADED-COUNT        PIC 9(9) COMP VALUE ZERO.
000611 01  LDL-LATEST-RUN-FILE-STATUS PIC XX.
000612 01  LDL-REPLACED-COUNT      PIC 9(9) COMP VALUE ZERO.
000613 01  LDL-RUN-KEY.
000614     05  LDL-RUN-DATE        PIC 9(8) VALUE ZERO.
000615     05  LDL-RUN-TIME        PIC 9(8) VALUE ZERO.
000616 01  LDL-PURGE-DONE-FLAG     PIC X VALUE 'N'.
000617     88  LDL-PURGE-DONE      VALUE 'Y'.
000620*----------------------------------------------------------------
000630*    CENTRAL JOB-EXECUTION LOG STORAGE
000640*----------------------------------------------------------------
000770         MOVE 'LEDGRDS' TO LDL-ABEND-FILE
000780         PERFORM 9000-ABEND
000790     END-IF
000795     PERFORM READ-LATEST-RUN-KEY
000800     OPEN I-O LEDGER-IX-FILE
000810     IF LDL-LEDGER-IX-FILE-STATUS NOT = '00'
000815         AND LDL-LEDGER-IX-FILE-STATUS NOT = '05'
000820         MOVE LDL-LEDGER-IX-FILE-STATUS TO LDL-ABEND-STATUS
000830         MOVE 'LEDGRIX' TO LDL-ABEND-FILE
000840         PERFORM 9000-ABEND
000850     END-IF
000855     PERFORM REMOVE-PRIOR-LOAD
000860     PERFORM UNTIL LDL-EOF
000870         READ LEDGER-FILE INTO LEDGER-RECORD
000880         EVALUATE LDL-LEDGER-FILE-STATUS
001010     CLOSE LEDGER-IX-FILE
001020     DISPLAY 'LDGRLOAD COMPLETE - RECORDS LOADED = '
001030         LDL-LOADED-COUNT
001033     DISPLAY 'LDGRLOAD - RUN ' LDL-RUN-DATE '/' LDL-RUN-TIME
001036         ' OLD ENTRIES REPLACED = ' LDL-REPLACED-COUNT
001040     PERFORM WRITE-JOBLOG-RECORD
001050     STOP RUN.

001180     MOVE LDL-STEP-END-TIME TO JLG-END-TIME
001190     MOVE RETURN-CODE TO JLG-RETURN-CODE
001200     MOVE LDL-LOADED-COUNT TO JLG-COUNT-1
001210     MOVE LDL-REPLACED-COUNT TO JLG-COUNT-2
001220     EVALUATE TRUE
001230         WHEN RETURN-CODE >= 16
001240             MOVE 'ABEND' TO JLG-SEVERITY
001380     END-IF.

001390 LOAD-ONE-RECORD.
001393     MOVE LDL-RUN-DATE TO LGX-RUN-DATE
001396     MOVE LDL-RUN-TIME TO LGX-RUN-TIME
001400     MOVE LGR-POSITION TO LGX-POSITION
001410     MOVE LGR-FILE-SEQ TO LGX-FILE-SEQ
001420     MOVE LGR-RECORD-NUMBER TO LGX-RECORD-NUMBER
001570     DISPLAY '*** FILE STATUS = ' LDL-ABEND-STATUS ' ***'
001580     CLOSE LEDGER-FILE
001590     CLOSE LEDGER-IX-FILE
001595     CLOSE LATEST-RUN-FILE
001600     MOVE 16 TO RETURN-CODE
001610     PERFORM WRITE-JOBLOG-RECORD
001620     STOP RUN.

001630*----------------------------------------------------------------
001640*    THE LEDGER BEING LOADED BELONGS TO THE RUN ON THE LATEST-RUN
001650*    DATASET, WRITTEN BY MAIN (OR MRGSTRM) AT THE END OF THE SAME
001660*    RUN THAT WROTE LEDGRDS.
001670*----------------------------------------------------------------
001680 READ-LATEST-RUN-KEY.
001690     OPEN INPUT LATEST-RUN-FILE
001700     IF LDL-LATEST-RUN-FILE-STATUS NOT = '00'
001710         MOVE LDL-LATEST-RUN-FILE-STATUS TO LDL-ABEND-STATUS
001720         MOVE 'LATESTDS' TO LDL-ABEND-FILE
001730         PERFORM 9000-ABEND
001740     END-IF
001750     READ LATEST-RUN-FILE INTO LATEST-RUN-RECORD
001760     IF LDL-LATEST-RUN-FILE-STATUS NOT = '00'
001770         MOVE LDL-LATEST-RUN-FILE-STATUS TO LDL-ABEND-STATUS
001780         MOVE 'LATESTDS' TO LDL-ABEND-FILE
001790         PERFORM 9000-ABEND
001800     END-IF
001810     MOVE LRF-RUN-DATE TO LDL-RUN-DATE
001820     MOVE LRF-RUN-TIME TO LDL-RUN-TIME
001830     CLOSE LATEST-RUN-FILE.

001840*----------------------------------------------------------------
001850*    A RUN LOADED A SECOND TIME (A RERUN OF THE LOAD, OR A LEDGER
001860*    CORRECTED AFTER THE FIRST LOAD) REPLACES ITS EARLIER ENTRIES
001870*    RATHER THAN COLLIDING WITH THEM.  EVERY OTHER RUN ON THE
001880*    HISTORY IS LEFT AS IT IS.
001890*----------------------------------------------------------------
001900 REMOVE-PRIOR-LOAD.
001910     MOVE LDL-RUN-DATE TO LGX-RUN-DATE
001920     MOVE LDL-RUN-TIME TO LGX-RUN-TIME
001930     MOVE ZERO TO LGX-POSITION
001940     START LEDGER-IX-FILE KEY >= LGX-LEDGER-KEY
001950         INVALID KEY
001960             SET LDL-PURGE-DONE TO TRUE
001970     END-START
001980     PERFORM UNTIL LDL-PURGE-DONE
001990         READ LEDGER-IX-FILE NEXT RECORD
002000             AT END
002010                 SET LDL-PURGE-DONE TO TRUE
002020             NOT AT END
002030                 IF LGX-RUN-KEY NOT = LDL-RUN-KEY
002040                     SET LDL-PURGE-DONE TO TRUE
002050                 ELSE
002060                     DELETE LEDGER-IX-FILE
002070                         INVALID KEY
002080                             MOVE LDL-LEDGER-IX-FILE-STATUS
002090                                 TO LDL-ABEND-STATUS
002100                             MOVE 'LEDGRIX' TO LDL-ABEND-FILE
002110                             PERFORM 9000-ABEND
002120                     END-DELETE
002130                     ADD 1 TO LDL-REPLACED-COUNT
002140                 END-IF
002150         END-READ
002160     END-PERFORM.
