000320*                  RETURN-CODE 8.  EVERY ACTION GOES ON THE
000330*                  BACKUP/RESTORE REPORT (BKPRPT) FOR THE AUDIT
000340*                  FILE.
000341* 2026-10-07 ADL   FUNC=RESTORE NOW REQUIRES THE OPERATOR ID
000342*                  (OPERID PARAMETER) AND, BEFORE THE MASTER IS
000343*                  OVERWRITTEN, COMPARES IT WITH THE BACKUP SLOT
000344*                  IN KEY ORDER AND WRITES EVERY RECORD THE
000345*                  RESTORE ADDS, DROPS OR CHANGES TO THE
000346*                  MASTER-FILE AUDIT JOURNAL (AUDJRNL, LAYOUT
000347*                  AUDJREC) AS A BEFORE/AFTER IMAGE.
000348* 2026-10-08 ADL   LEDGRIX IS NOW KEYED ON RUN KEY PLUS POSITION
000349*                  (52-BYTE RECORD); ITS IMAGES CARRY THE RUN KEY.
000350* 2026-10-15 ADL   THE RESTORE REPORT COUNTS JOURNALED ADDS,
000351*                  CHANGES AND DELETES SEPARATELY.
000352* 2026-10-15 ADL   THE CONTROL RECORD CARRIES THE RECORD LENGTH OF
000353*                  THE BACKUP; A LEDGRIX SLOT NOT TAKEN IN THE
000354*                  52-BYTE LAYOUT IS REFUSED ON RESTORE (RC 8).
000355*================================================================
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000440     SELECT LEDGER-IX-FILE ASSIGN TO 'LEDGRIX'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS LGX-LEDGER-KEY
000480         FILE STATUS IS BKP-LEDGER-IX-STATUS.
000490     SELECT CATALOG-FILE ASSIGN TO 'CATLGDS'
000500         ORGANIZATION IS LINE SEQUENTIAL
000640     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS BKP-JOB-LOG-STATUS.
000662     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'AUDJRNL'
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS BKP-JOURNAL-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000860     05  BKC-RUN-TIME        PIC 9(8).
000870     05  BKC-REC-COUNT       PIC 9(9).
000880     05  BKC-HASH-TOTAL      PIC 9(9).
000885     05  BKC-REC-LENGTH      PIC 9(4).

000890 FD  CONTROL-TEMP-FILE.
000900 01  CONTROL-TEMP-RECORD     PIC X(59).

000910 FD  REPORT-FILE.
000920 01  REPORT-RECORD           PIC X(72).
000940 01  JOB-LOG-RECORD.
000950     COPY JOBLGREC.

000952 FD  JOURNAL-FILE.
000954 01  JOURNAL-RECORD.
000956     COPY AUDJREC.

000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------
000980*    FILE STATUS AND PARAMETER STORAGE
001170 01  BKP-PARSE-POINTER       PIC 9(4) COMP VALUE ZERO.
001180 01  BKP-DIGIT-X             PIC X(01).
001190 01  BKP-DIGIT               REDEFINES BKP-DIGIT-X PIC 9(01).
001193 01  BKP-OPERID-PARM         PIC X(8).
001196 01  BKP-JOURNAL-STATUS      PIC XX.
001200*----------------------------------------------------------------
001210*    BACKUP CONTROL TABLE - THE CONTROL DATASET LOADED TO
001220*    STORAGE, UP TO 200 CYCLE RECORDS.
001300         10  BKP-CTL-TIME    PIC 9(8).
001310         10  BKP-CTL-COUNT   PIC 9(9).
001320         10  BKP-CTL-HASH    PIC 9(9).
001325         10  BKP-CTL-LENGTH  PIC 9(4).
001330 01  BKP-CTL-COUNT-LOADED    PIC 9(4) COMP VALUE ZERO.
001340 01  BKP-CTL-INDEX           PIC 9(4) COMP VALUE ZERO.
001350*----------------------------------------------------------------
001390 01  BKP-SLOT-PREFIX         PIC X(3).
001400 01  BKP-SLOT-DSN            PIC X(8).
001410 01  BKP-SLOT-DIGIT          PIC 9(1) VALUE ZERO.
001415 01  BKP-MASTER-LENGTH       PIC 9(4) VALUE ZERO.
001420 01  BKP-NEXT-CYCLE          PIC 9(5) COMP VALUE ZERO.
001430 01  BKP-SLOT-NUMBER         PIC 9(4) COMP VALUE ZERO.
001440 01  BKP-CYCLE-QUOTIENT      PIC 9(5) COMP VALUE ZERO.
001450 01  BKP-FOUND-INDEX         PIC 9(4) COMP VALUE ZERO.
001452 01  BKP-LAYOUT-FLAG         PIC X VALUE 'N'.
001454     88  BKP-LAYOUT-MATCHES  VALUE 'Y'.
001460 01  BKP-REC-COUNT           PIC 9(9) COMP VALUE ZERO.
001470 01  BKP-HASH-TOTAL          PIC 9(18) COMP VALUE ZERO.
001480 01  BKP-HASH-STORED         PIC 9(9) COMP VALUE ZERO.
001500 01  BKP-SAVED-HASH          PIC 9(9) COMP VALUE ZERO.
001510 01  BKP-MISMATCH-COUNT      PIC 9(9) COMP VALUE ZERO.
001520 01  BKP-COPIED-COUNT        PIC 9(9) COMP VALUE ZERO.
001522 01  BKP-JOURNALED-ADDED     PIC 9(9) COMP VALUE ZERO.
001524 01  BKP-JOURNALED-CHANGED   PIC 9(9) COMP VALUE ZERO.
001526 01  BKP-JOURNALED-DELETED   PIC 9(9) COMP VALUE ZERO.
001530 01  BKP-RUN-DATE            PIC 9(8) VALUE ZERO.
001540 01  BKP-RUN-TIME            PIC 9(8) VALUE ZERO.
001541 01  BKP-KEY-LENGTH          PIC 9(4) COMP VALUE ZERO.
001542 01  BKP-OLD-IMAGE           PIC X(128).
001543 01  BKP-NEW-IMAGE           PIC X(128).
001544 01  BKP-CURRENT-STATUS      PIC XX.
001545 01  BKP-OLD-EOF-FLAG        PIC X VALUE 'N'.
001546     88  BKP-OLD-EOF         VALUE 'Y'.
001547 01  BKP-NEW-EOF-FLAG        PIC X VALUE 'N'.
001548     88  BKP-NEW-EOF         VALUE 'Y'.
001550*----------------------------------------------------------------
001560*    HASH WORK STORAGE.  THE HASH TOTAL IS THE SUM OVER EVERY
001570*    RECORD OF EACH DECIMAL DIGIT TIMES ITS COLUMN NUMBER,
002110         ON EXCEPTION
002120             MOVE SPACES TO BKP-MASTER-PARM
002130     END-ACCEPT
002132     ACCEPT BKP-OPERID-PARM FROM ENVIRONMENT 'OPERID'
002134         ON EXCEPTION
002136             MOVE SPACES TO BKP-OPERID-PARM
002138     END-ACCEPT
002140     IF BKP-MASTER-PARM = SPACES
002150         MOVE 'ALL     ' TO BKP-MASTER-PARM
002160     END-IF
002680     MOVE BKC-RUN-DATE TO BKP-CTL-DATE(BKP-CTL-COUNT-LOADED)
002690     MOVE BKC-RUN-TIME TO BKP-CTL-TIME(BKP-CTL-COUNT-LOADED)
002700     MOVE BKC-REC-COUNT TO BKP-CTL-COUNT(BKP-CTL-COUNT-LOADED)
002710     MOVE BKC-HASH-TOTAL TO BKP-CTL-HASH(BKP-CTL-COUNT-LOADED)
002712     IF BKC-REC-LENGTH IS NUMERIC
002714         MOVE BKC-REC-LENGTH
002715             TO BKP-CTL-LENGTH(BKP-CTL-COUNT-LOADED)
002716     ELSE
002718         MOVE ZERO TO BKP-CTL-LENGTH(BKP-CTL-COUNT-LOADED)
002719     END-IF.

002720 RUN-BACKUP.
002730     EVALUATE BKP-MASTER-PARM
003400     EVALUATE BKP-MASTER-TAG
003410         WHEN 'RUNHIX  '
003420             MOVE 'RHX' TO BKP-SLOT-PREFIX
003425             MOVE 128 TO BKP-MASTER-LENGTH
003430         WHEN 'CATLGDS '
003440             MOVE 'CAT' TO BKP-SLOT-PREFIX
003445             MOVE 68 TO BKP-MASTER-LENGTH
003450         WHEN 'LEDGRIX '
003460             MOVE 'LGX' TO BKP-SLOT-PREFIX
003465             MOVE 52 TO BKP-MASTER-LENGTH
003470     END-EVALUATE.

003480 BACKUP-RUNHIX-RECORDS.
004100             WHEN '00'
004110                 MOVE SPACES TO BKP-BUFFER
004120                 MOVE LEDGER-IX-RECORD TO BKP-BUFFER
004130                 MOVE 52 TO BKP-BUFFER-LENGTH
004140                 PERFORM HASH-AND-WRITE-BUFFER
004150             WHEN '10'
004160                 SET BKP-EOF TO TRUE
004600             MOVE BKP-CTL-TIME(BKP-CTL-INDEX) TO BKC-RUN-TIME
004610             MOVE BKP-CTL-COUNT(BKP-CTL-INDEX) TO BKC-REC-COUNT
004620             MOVE BKP-CTL-HASH(BKP-CTL-INDEX) TO BKC-HASH-TOTAL
004625             MOVE BKP-CTL-LENGTH(BKP-CTL-INDEX) TO BKC-REC-LENGTH
004630             WRITE CONTROL-TEMP-RECORD FROM CONTROL-RECORD
004640         END-IF
004650     END-PERFORM
004700     MOVE BKP-RUN-TIME TO BKC-RUN-TIME
004710     MOVE BKP-REC-COUNT TO BKC-REC-COUNT
004720     MOVE BKP-HASH-STORED TO BKC-HASH-TOTAL
004725     MOVE BKP-MASTER-LENGTH TO BKC-REC-LENGTH
004730     WRITE CONTROL-TEMP-RECORD FROM CONTROL-RECORD
004740     CLOSE CONTROL-TEMP-FILE
004750     OPEN OUTPUT CONTROL-FILE
005310         WHEN 'CATLGDS '
005320         WHEN 'LEDGRIX '
005330             MOVE BKP-MASTER-PARM TO BKP-MASTER-TAG
005331             IF BKP-OPERID-PARM = SPACES
005332                 DISPLAY '*** MSTRBKP - RESTORE NEEDS OPERID ***'
005333                 DISPLAY '*** OF THE OPERATOR RESTORING ***'
005334                 MOVE 8 TO RETURN-CODE
005335             ELSE
005336                 PERFORM OPEN-AUDIT-JOURNAL
005340                 PERFORM RESTORE-ONE-MASTER
005342                 CLOSE JOURNAL-FILE
005344             END-IF
005350         WHEN OTHER
005360             DISPLAY '*** MSTRBKP - RESTORE NEEDS MASTER= ***'
005370             DISPLAY '*** RUNHIX, CATLGDS OR LEDGRIX ***'
005380             MOVE 8 TO RETURN-CODE
005390     END-EVALUATE.

005391 REFUSE-SLOT-LAYOUT.
005392     MOVE 'N' TO BKP-LAYOUT-FLAG
005393     DISPLAY '*** MSTRBKP - ' BKP-SLOT-DSN ' HOLDS AN OLD ***'
005394     DISPLAY '*** RECORD LAYOUT OF ' BKP-MASTER-TAG ' ***'
005395     MOVE 'OLD RECORD LAYOUT IN SLOT - NOTHING RESTORED'
005396         TO BKP-REPORT-LINE
005397     PERFORM WRITE-REPORT-LINE
005398     MOVE 8 TO RETURN-CODE.

005400 RESTORE-ONE-MASTER.
005410     MOVE ZERO TO BKP-FOUND-INDEX
005420     PERFORM VARYING BKP-CTL-INDEX FROM 1 BY 1
005680         MOVE BKP-CTL-COUNT(BKP-FOUND-INDEX) TO BKP-SAVED-COUNT
005690         MOVE BKP-CTL-HASH(BKP-FOUND-INDEX) TO BKP-SAVED-HASH
005700         MOVE BKP-CTL-CYCLE(BKP-FOUND-INDEX) TO BKP-NEXT-CYCLE
005701         PERFORM CHECK-SLOT-LAYOUT
005702         IF BKP-LAYOUT-MATCHES
005705             PERFORM JOURNAL-RESTORE-CHANGES
005710             PERFORM COPY-BACKUP-TO-MASTER
005720             PERFORM VERIFY-RESTORED-MASTER
005725         END-IF
005730     END-IF.

005731 CHECK-SLOT-LAYOUT.
005732     PERFORM SET-SLOT-PREFIX
005733     IF BKP-CTL-LENGTH(BKP-FOUND-INDEX) = BKP-MASTER-LENGTH
005734         OR (BKP-CTL-LENGTH(BKP-FOUND-INDEX) = ZERO
005735             AND BKP-MASTER-TAG NOT = 'LEDGRIX ')
005736         SET BKP-LAYOUT-MATCHES TO TRUE
005737     ELSE
005738         PERFORM REFUSE-SLOT-LAYOUT
005739     END-IF.

005740 COPY-BACKUP-TO-MASTER.
005750     OPEN INPUT BACKUP-FILE
005760     IF BKP-BACKUP-STATUS NOT = '00'
007550             WHEN '00'
007560                 MOVE SPACES TO BKP-BUFFER
007570                 MOVE LEDGER-IX-RECORD TO BKP-BUFFER
007580                 MOVE 52 TO BKP-BUFFER-LENGTH
007590                 PERFORM HASH-BUFFER
007600                 ADD 1 TO BKP-REC-COUNT
007610             WHEN '10'
008140     CLOSE BACKUP-FILE
008150     CLOSE CONTROL-FILE
008160     CLOSE REPORT-FILE
008165     CLOSE JOURNAL-FILE
008170     MOVE 16 TO RETURN-CODE
008180     PERFORM WRITE-JOBLOG-RECORD
008190     STOP RUN.

008200 OPEN-AUDIT-JOURNAL.
008210     OPEN EXTEND JOURNAL-FILE
008220     IF BKP-JOURNAL-STATUS NOT = '00'
008230         AND BKP-JOURNAL-STATUS NOT = '05'
008240         MOVE BKP-JOURNAL-STATUS TO BKP-ABEND-STATUS
008250         MOVE 'AUDJRNL' TO BKP-ABEND-FILE
008260         PERFORM 9000-ABEND
008270     END-IF.

008280*----------------------------------------------------------------
008290*    BEFORE A MASTER IS OVERWRITTEN, READS IT AND ITS BACKUP
008300*    SLOT SIDE BY SIDE IN KEY ORDER AND JOURNALS EVERY RECORD
008310*    THE RESTORE WILL DROP ('D'), ADD ('A') OR CHANGE ('C').
008320*    THE CATALOG IS IN RUN ORDER RATHER THAN KEYED, SO ITS
008330*    RECORDS ARE MATCHED ON THE RUN KEY AND PAIRED IN FILE
008340*    ORDER WITHIN A RUN.  A MASTER THAT DOES NOT EXIST YET
008350*    COMPARES AS EMPTY.
008360*----------------------------------------------------------------
008370 JOURNAL-RESTORE-CHANGES.
008380     MOVE ZERO TO BKP-JOURNALED-ADDED
008382     MOVE ZERO TO BKP-JOURNALED-CHANGED
008384     MOVE ZERO TO BKP-JOURNALED-DELETED
008390     EVALUATE BKP-MASTER-TAG
008400         WHEN 'LEDGRIX '
008410             MOVE 25 TO BKP-KEY-LENGTH
008420         WHEN OTHER
008430             MOVE 16 TO BKP-KEY-LENGTH
008440     END-EVALUATE
008450     PERFORM OPEN-CURRENT-MASTER
008460     OPEN INPUT BACKUP-FILE
008470     IF BKP-BACKUP-STATUS NOT = '00'
008480         MOVE BKP-BACKUP-STATUS TO BKP-ABEND-STATUS
008490         MOVE BKP-SLOT-DSN TO BKP-ABEND-FILE
008500         PERFORM 9000-ABEND
008510     END-IF
008520     MOVE 'N' TO BKP-NEW-EOF-FLAG
008530     IF NOT BKP-OLD-EOF
008540         PERFORM READ-CURRENT-MASTER
008550     END-IF
008560     PERFORM READ-BACKUP-IMAGE
008570     PERFORM UNTIL BKP-OLD-EOF AND BKP-NEW-EOF
008580         EVALUATE TRUE
008590             WHEN BKP-NEW-EOF
008600                 MOVE 'D' TO AJR-ACTION
008610                 PERFORM WRITE-JOURNAL-RECORD
008620                 PERFORM READ-CURRENT-MASTER
008630             WHEN BKP-OLD-EOF
008640                 MOVE 'A' TO AJR-ACTION
008650                 PERFORM WRITE-JOURNAL-RECORD
008660                 PERFORM READ-BACKUP-IMAGE
008670             WHEN BKP-OLD-IMAGE(1:BKP-KEY-LENGTH) <
008680                     BKP-NEW-IMAGE(1:BKP-KEY-LENGTH)
008690                 MOVE 'D' TO AJR-ACTION
008700                 PERFORM WRITE-JOURNAL-RECORD
008710                 PERFORM READ-CURRENT-MASTER
008720             WHEN BKP-OLD-IMAGE(1:BKP-KEY-LENGTH) >
008730                     BKP-NEW-IMAGE(1:BKP-KEY-LENGTH)
008740                 MOVE 'A' TO AJR-ACTION
008750                 PERFORM WRITE-JOURNAL-RECORD
008760                 PERFORM READ-BACKUP-IMAGE
008770             WHEN OTHER
008780                 IF BKP-OLD-IMAGE NOT = BKP-NEW-IMAGE
008790                     MOVE 'C' TO AJR-ACTION
008800                     PERFORM WRITE-JOURNAL-RECORD
008810                 END-IF
008820                 PERFORM READ-CURRENT-MASTER
008830                 PERFORM READ-BACKUP-IMAGE
008840         END-EVALUATE
008850     END-PERFORM
008860     PERFORM CLOSE-CURRENT-MASTER
008870     CLOSE BACKUP-FILE
008880     MOVE SPACES TO BKP-REPORT-LINE
008890     MOVE 1 TO BKP-LINE-POINTER
008900     MOVE BKP-JOURNALED-ADDED TO BKP-COUNT-EDIT
008910     STRING '  RECORDS JOURNALED AS ADDED   ' DELIMITED BY SIZE
008920         BKP-COUNT-EDIT DELIMITED BY SIZE
008930         INTO BKP-REPORT-LINE
008940         WITH POINTER BKP-LINE-POINTER
008942     PERFORM WRITE-REPORT-LINE
008943     MOVE SPACES TO BKP-REPORT-LINE
008944     MOVE 1 TO BKP-LINE-POINTER
008945     MOVE BKP-JOURNALED-CHANGED TO BKP-COUNT-EDIT
008946     STRING '  RECORDS JOURNALED AS CHANGED ' DELIMITED BY SIZE
008947         BKP-COUNT-EDIT DELIMITED BY SIZE
008948         INTO BKP-REPORT-LINE
008949         WITH POINTER BKP-LINE-POINTER
008950     PERFORM WRITE-REPORT-LINE
008951     MOVE SPACES TO BKP-REPORT-LINE
008952     MOVE 1 TO BKP-LINE-POINTER
008953     MOVE BKP-JOURNALED-DELETED TO BKP-COUNT-EDIT
008954     STRING '  RECORDS JOURNALED AS DELETED ' DELIMITED BY SIZE
008955         BKP-COUNT-EDIT DELIMITED BY SIZE
008956         INTO BKP-REPORT-LINE
008957         WITH POINTER BKP-LINE-POINTER
008958     PERFORM WRITE-REPORT-LINE.

008960 OPEN-CURRENT-MASTER.
008970     MOVE 'N' TO BKP-OLD-EOF-FLAG
008980     EVALUATE BKP-MASTER-TAG
008990         WHEN 'RUNHIX  '
009000             OPEN INPUT RUN-MASTER-FILE
009010             MOVE BKP-RUN-MASTER-STATUS TO BKP-CURRENT-STATUS
009020         WHEN 'CATLGDS '
009030             OPEN INPUT CATALOG-FILE
009040             MOVE BKP-CATALOG-STATUS TO BKP-CURRENT-STATUS
009050         WHEN 'LEDGRIX '
009060             OPEN INPUT LEDGER-IX-FILE
009070             MOVE BKP-LEDGER-IX-STATUS TO BKP-CURRENT-STATUS
009080     END-EVALUATE
009090     EVALUATE BKP-CURRENT-STATUS
009100         WHEN '00'
009110             CONTINUE
009120         WHEN '35'
009130             SET BKP-OLD-EOF TO TRUE
009140         WHEN OTHER
009150             MOVE BKP-CURRENT-STATUS TO BKP-ABEND-STATUS
009160             MOVE BKP-MASTER-TAG TO BKP-ABEND-FILE
009170             PERFORM 9000-ABEND
009180     END-EVALUATE.

009190 READ-CURRENT-MASTER.
009200     MOVE SPACES TO BKP-OLD-IMAGE
009210     EVALUATE BKP-MASTER-TAG
009220         WHEN 'RUNHIX  '
009230             READ RUN-MASTER-FILE NEXT
009240             MOVE BKP-RUN-MASTER-STATUS TO BKP-CURRENT-STATUS
009250             MOVE RUN-MASTER-RECORD TO BKP-OLD-IMAGE
009260         WHEN 'CATLGDS '
009270             READ CATALOG-FILE INTO CATALOG-RECORD
009280             MOVE BKP-CATALOG-STATUS TO BKP-CURRENT-STATUS
009290             MOVE CATALOG-RECORD TO BKP-OLD-IMAGE
009300         WHEN 'LEDGRIX '
009310             READ LEDGER-IX-FILE NEXT
009320             MOVE BKP-LEDGER-IX-STATUS TO BKP-CURRENT-STATUS
009330             MOVE LEDGER-IX-RECORD TO BKP-OLD-IMAGE
009340     END-EVALUATE
009350     EVALUATE BKP-CURRENT-STATUS
009360         WHEN '00'
009370             CONTINUE
009380         WHEN '10'
009390             SET BKP-OLD-EOF TO TRUE
009400         WHEN OTHER
009410             MOVE BKP-CURRENT-STATUS TO BKP-ABEND-STATUS
009420             MOVE BKP-MASTER-TAG TO BKP-ABEND-FILE
009430             PERFORM 9000-ABEND
009440     END-EVALUATE.

009450 READ-BACKUP-IMAGE.
009460     MOVE SPACES TO BKP-NEW-IMAGE
009470     READ BACKUP-FILE INTO BKP-NEW-IMAGE
009480     EVALUATE BKP-BACKUP-STATUS
009490         WHEN '00'
009500             CONTINUE
009510         WHEN '10'
009520             SET BKP-NEW-EOF TO TRUE
009530         WHEN OTHER
009540             MOVE BKP-BACKUP-STATUS TO BKP-ABEND-STATUS
009550             MOVE BKP-SLOT-DSN TO BKP-ABEND-FILE
009560             PERFORM 9000-ABEND
009570     END-EVALUATE.

009580 CLOSE-CURRENT-MASTER.
009590     EVALUATE BKP-MASTER-TAG
009600         WHEN 'RUNHIX  '
009610             CLOSE RUN-MASTER-FILE
009620         WHEN 'CATLGDS '
009630             CLOSE CATALOG-FILE
009640         WHEN 'LEDGRIX '
009650             CLOSE LEDGER-IX-FILE
009660     END-EVALUATE.

009670*----------------------------------------------------------------
009680*    JOURNALS ONE RECORD THE RESTORE WILL DROP, ADD OR CHANGE.
009690*    THE CALLER SETS AJR-ACTION; THE CURRENT MASTER RECORD IS
009700*    THE BEFORE IMAGE AND THE BACKUP RECORD THE AFTER IMAGE.
009710*    EVERY MASTER LEADS WITH THE RUN KEY.
009720*----------------------------------------------------------------
009730 WRITE-JOURNAL-RECORD.
009740     ACCEPT AJR-STAMP-DATE FROM DATE YYYYMMDD
009750     ACCEPT AJR-STAMP-TIME FROM TIME
009760     MOVE 'MSTRBKP' TO AJR-PROGRAM
009770     MOVE 'RESTORE' TO AJR-FUNCTION
009780     MOVE BKP-OPERID-PARM TO AJR-OPERATOR
009790     MOVE BKP-MASTER-TAG TO AJR-DATASET
009800     MOVE SPACES TO AJR-BEFORE-IMAGE
009810     MOVE SPACES TO AJR-AFTER-IMAGE
009820     IF AJR-ACTION NOT = 'A'
009830         MOVE BKP-OLD-IMAGE TO AJR-BEFORE-IMAGE
009840     END-IF
009850     IF AJR-ACTION NOT = 'D'
009860         MOVE BKP-NEW-IMAGE TO AJR-AFTER-IMAGE
009870     END-IF
009880     IF AJR-ACTION = 'A'
009890         MOVE BKP-NEW-IMAGE(1:16) TO AJR-RUN-KEY
009900     ELSE
009910         MOVE BKP-OLD-IMAGE(1:16) TO AJR-RUN-KEY
009920     END-IF
009970     WRITE JOURNAL-RECORD
009980     IF BKP-JOURNAL-STATUS NOT = '00'
009990         MOVE BKP-JOURNAL-STATUS TO BKP-ABEND-STATUS
010000         MOVE 'AUDJRNL' TO BKP-ABEND-FILE
010010         PERFORM 9000-ABEND
010020     END-IF
010030     EVALUATE AJR-ACTION
010032         WHEN 'A'
010034             ADD 1 TO BKP-JOURNALED-ADDED
010036         WHEN 'D'
010038             ADD 1 TO BKP-JOURNALED-DELETED
010040         WHEN OTHER
010042             ADD 1 TO BKP-JOURNALED-CHANGED
010044     END-EVALUATE.
