000240*                  ARE ALSO PROVED AGAINST THE LATESTDS GRAND
000250*                  COUNTS; A MISMATCH SETS RETURN-CODE 8 SO A
000260*                  DAMAGED FEED NEVER LEAVES THE SHOP UNNOTICED.
000261* 2026-10-10 ADL   EACH FEED IS STAMPED WITH THE NEXT FEED
000262*                  SEQUENCE NUMBER (HEADER FEED TYPE 'O') AND
000263*                  LOGGED WITH ITS TRAILER TOTALS ON THE KEYED
000264*                  FEED REGISTER (WHSFREG, LAYOUT WHSFRREC) FOR
000265*                  THE WAREHOUSE ACKNOWLEDGEMENT JOB (WHSACKR).
000266* 2026-10-15 ADL   A RERUN FOR A RUN ALREADY ON THE REGISTER IS
000267*                  SENT AS A RESEND (TYPE 'R') OF THE RUN'S LAST
000268*                  FEED, AND THE RUN'S EARLIER FEEDS ARE MARKED
000269*                  RESENT AS WHSACKR DOES FOR ITS OWN RESENDS.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000400     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WHX-JOB-LOG-FILE-STATUS.
000421     SELECT OPTIONAL FEED-REGISTER-FILE ASSIGN TO 'WHSFREG'
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS WFR-FEED-SEQ
000425         FILE STATUS IS WHX-FEED-REGISTER-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.
000540 01  JOB-LOG-RECORD.
000550     COPY JOBLGREC.

000552 FD  FEED-REGISTER-FILE.
000554 01  FEED-REGISTER-RECORD.
000556     COPY WHSFRREC.

000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------
000580*    FILE STATUS AND EOF STORAGE
000600 01  WHX-LATEST-RUN-FILE-STATUS PIC XX.
000610 01  WHX-SUMMARY-FILE-STATUS PIC XX.
000620 01  WHX-EXTRACT-FILE-STATUS PIC XX.
000622 01  WHX-FEED-REGISTER-STATUS PIC XX.
000624 01  WHX-FEED-SEQ            PIC 9(9) VALUE ZERO.
000625 01  WHX-ORIG-FEED-SEQ       PIC 9(9) VALUE ZERO.
000626 01  WHX-REG-EOF-FLAG        PIC X VALUE 'N'.
000628     88  WHX-REG-EOF         VALUE 'Y'.
000629 01  WHX-FEED-TYPE           PIC X VALUE 'O'.
000630 01  WHX-EOF-FLAG            PIC X VALUE 'N'.
000640     88  WHX-EOF             VALUE 'Y'.
000650 01  WHX-ABEND-STATUS        PIC XX.
001230     ACCEPT WHX-STEP-START-DATE FROM DATE YYYYMMDD
001240     ACCEPT WHX-STEP-START-TIME FROM TIME
001250     PERFORM READ-LATEST-RUN
001255     PERFORM ASSIGN-FEED-SEQUENCE
001260     OPEN OUTPUT EXTRACT-FILE
001270     IF WHX-EXTRACT-FILE-STATUS NOT = '00'
001280         MOVE WHX-EXTRACT-FILE-STATUS TO WHX-ABEND-STATUS
001340     PERFORM WRITE-TRAILER-RECORD
001350     CLOSE EXTRACT-FILE
001360     PERFORM PROVE-CROSS-FOOT
001365     PERFORM LOG-FEED-REGISTER
001370     DISPLAY 'WHSEXTR COMPLETE - DETAIL RECORDS = '
001380         WHX-DETAIL-COUNT ' FEED SEQUENCE = ' WHX-FEED-SEQ
001390     PERFORM WRITE-JOBLOG-RECORD
001400     STOP RUN.

001580     MOVE LRF-RUN-DATE TO WHX-HDR-RUN-DATE
001590     MOVE LRF-RUN-TIME TO WHX-HDR-RUN-TIME
001600     MOVE LRF-FLOOR-COUNT TO WHX-HDR-FLOOR-COUNT
001602     MOVE WHX-FEED-SEQ TO WHX-HDR-FEED-SEQ
001604     MOVE WHX-FEED-TYPE TO WHX-HDR-FEED-TYPE
001606     MOVE WHX-ORIG-FEED-SEQ TO WHX-HDR-ORIG-FEED-SEQ
001610     WRITE EXTRACT-RECORD.

001620*----------------------------------------------------------------
003090     CLOSE LATEST-RUN-FILE
003100     CLOSE SUMMARY-FILE
003110     CLOSE EXTRACT-FILE
003115     CLOSE FEED-REGISTER-FILE
003120     MOVE 16 TO RETURN-CODE
003130     PERFORM WRITE-JOBLOG-RECORD
003140     STOP RUN.

003150*----------------------------------------------------------------
003160*    OPENS THE FEED REGISTER AND TAKES THE NEXT FEED SEQUENCE
003170*    AFTER THE HIGHEST ONE ON FILE.  THE FIRST FEED EVER
003180*    LOGGED IS SEQUENCE 1.  THE LAST FEED ALREADY LOGGED FOR
003182*    THIS RUN, IF ANY, MAKES THIS FEED A RESEND OF IT.
003190*----------------------------------------------------------------
003200 ASSIGN-FEED-SEQUENCE.
003210     OPEN I-O FEED-REGISTER-FILE
003220     IF WHX-FEED-REGISTER-STATUS NOT = '00'
003230         AND WHX-FEED-REGISTER-STATUS NOT = '05'
003240         MOVE WHX-FEED-REGISTER-STATUS TO WHX-ABEND-STATUS
003250         MOVE 'WHSFREG' TO WHX-ABEND-FILE
003260         PERFORM 9000-ABEND
003270     END-IF
003280     MOVE ZERO TO WHX-FEED-SEQ
003285     MOVE ZERO TO WHX-ORIG-FEED-SEQ
003290     MOVE 'N' TO WHX-REG-EOF-FLAG
003300     PERFORM UNTIL WHX-REG-EOF
003310         READ FEED-REGISTER-FILE NEXT RECORD
003320         EVALUATE WHX-FEED-REGISTER-STATUS
003330             WHEN '00'
003340                 MOVE WFR-FEED-SEQ TO WHX-FEED-SEQ
003342                 IF WFR-RUN-DATE = LRF-RUN-DATE
003344                     AND WFR-RUN-TIME = LRF-RUN-TIME
003346                     MOVE WFR-FEED-SEQ TO WHX-ORIG-FEED-SEQ
003348                 END-IF
003350             WHEN '10'
003360                 SET WHX-REG-EOF TO TRUE
003370             WHEN OTHER
003380                 MOVE WHX-FEED-REGISTER-STATUS
003390                     TO WHX-ABEND-STATUS
003400                 MOVE 'WHSFREG' TO WHX-ABEND-FILE
003410                 PERFORM 9000-ABEND
003420         END-EVALUATE
003430     END-PERFORM
003440     ADD 1 TO WHX-FEED-SEQ
003442     IF WHX-ORIG-FEED-SEQ > ZERO
003444         MOVE 'R' TO WHX-FEED-TYPE
003446     ELSE
003448         MOVE 'O' TO WHX-FEED-TYPE
003449     END-IF.

003450*----------------------------------------------------------------
003460*    LOGS THE FEED JUST BUILT, WITH ITS TRAILER TOTALS, SO ITS
003470*    ACKNOWLEDGEMENT CAN BE MATCHED BACK.  A FEED THAT DID NOT
003480*    CROSS-FOOT IS STILL LOGGED - IT WAS WRITTEN, AND STAYS ON
003490*    THE UNACKNOWLEDGED LIST UNTIL IT IS SENT OR REPLACED.
003500*----------------------------------------------------------------
003510 LOG-FEED-REGISTER.
003520     MOVE SPACES TO FEED-REGISTER-RECORD
003530     MOVE WHX-FEED-SEQ TO WFR-FEED-SEQ
003540     MOVE WHX-FEED-TYPE TO WFR-FEED-TYPE
003550     MOVE WHX-ORIG-FEED-SEQ TO WFR-ORIG-FEED-SEQ
003560     MOVE LRF-RUN-DATE TO WFR-RUN-DATE
003570     MOVE LRF-RUN-TIME TO WFR-RUN-TIME
003580     ACCEPT WFR-SENT-DATE FROM DATE YYYYMMDD
003590     ACCEPT WFR-SENT-TIME FROM TIME
003600     MOVE 'WHSEXTDS' TO WFR-DATASET-NAME
003610     MOVE WHX-DETAIL-COUNT TO WFR-DETAIL-COUNT
003620     MOVE WHX-INSTR-TOTAL TO WFR-INSTR-TOTAL
003630     MOVE WHX-OPEN-TOTAL TO WFR-OPEN-TOTAL
003640     MOVE WHX-CLOSE-TOTAL TO WFR-CLOSE-TOTAL
003650     MOVE WHX-REJECT-TOTAL TO WFR-REJECT-TOTAL
003660     MOVE ZERO TO WFR-ACK-DATE
003670     MOVE ZERO TO WFR-ACK-TIME
003680     MOVE 'N' TO WFR-ACK-MISMATCH
003690     MOVE ZERO TO WFR-RESENT-SEQ
003700     WRITE FEED-REGISTER-RECORD
003710         INVALID KEY
003720             MOVE WHX-FEED-REGISTER-STATUS TO WHX-ABEND-STATUS
003730             MOVE 'WHSFREG' TO WHX-ABEND-FILE
003740             PERFORM 9000-ABEND
003750     END-WRITE
003752     IF WHX-ORIG-FEED-SEQ > ZERO
003754         PERFORM MARK-RUN-FEEDS-RESENT
003756     END-IF
003760     CLOSE FEED-REGISTER-FILE.

003770*----------------------------------------------------------------
003780*    EVERY EARLIER FEED OF THE RUN NOT ALREADY REPLACED IS LINKED
003790*    TO THIS FEED, WHICH CLEARS IT FROM THE ATTENTION LISTS.
003800*----------------------------------------------------------------
003810 MARK-RUN-FEEDS-RESENT.
003820     MOVE 'N' TO WHX-REG-EOF-FLAG
003830     MOVE ZERO TO WFR-FEED-SEQ
003840     START FEED-REGISTER-FILE KEY >= WFR-FEED-SEQ
003850         INVALID KEY
003860             SET WHX-REG-EOF TO TRUE
003870     END-START
003880     PERFORM UNTIL WHX-REG-EOF
003890         READ FEED-REGISTER-FILE NEXT RECORD
003900             AT END
003910                 SET WHX-REG-EOF TO TRUE
003920             NOT AT END
003930                 IF WFR-RUN-DATE = LRF-RUN-DATE
003940                     AND WFR-RUN-TIME = LRF-RUN-TIME
003950                     AND WFR-FEED-SEQ < WHX-FEED-SEQ
003960                     AND WFR-RESENT-SEQ = ZERO
003970                     MOVE WHX-FEED-SEQ TO WFR-RESENT-SEQ
003980                     REWRITE FEED-REGISTER-RECORD
003990                         INVALID KEY
004000                             MOVE WHX-FEED-REGISTER-STATUS
004010                                 TO WHX-ABEND-STATUS
004020                             MOVE 'WHSFREG' TO WHX-ABEND-FILE
004030                             PERFORM 9000-ABEND
004040                     END-REWRITE
004050                 END-IF
004060         END-READ
004070     END-PERFORM.
