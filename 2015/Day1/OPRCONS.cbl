000260*                  MOST RECENT RUN.  THE HELP DESK ANSWERS A
000270*                  CALLER IN ONE SESSION INSTEAD OF JUGGLING
000280*                  THREE JOBS.
000281* 2026-10-08 ADL   FLOOR AT POSITION NOW ASKS WHICH RUN (BLANK FOR
000282*                  THE LATEST RUN ON LATESTDS, OR A DATE WITH AN
000283*                  OPTIONAL TIME, CHOSEN AS THE RUN-DETAIL VIEW
000284*                  CHOOSES IT) AND READS THAT RUN'S ENTRIES OFF
000285*                  THE HISTORICAL LEDGER, KEYED ON RUN KEY PLUS
000286*                  POSITION. THE RUN IS SHOWN FIRST, SO A
000287*                  SUPERSEDED RUN IS FLAGGED.
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000410     SELECT LEDGER-IX-FILE ASSIGN TO 'LEDGRIX'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LGX-LEDGER-KEY
000450         FILE STATUS IS OPR-LEDGER-IX-STATUS.
000460     SELECT CATALOG-FILE ASSIGN TO 'CATLGDS'
000470         ORGANIZATION IS LINE SEQUENTIAL
001100 01  OPR-FROMPOS             PIC 9(9) COMP VALUE ZERO.
001110 01  OPR-TOPOS               PIC 9(9) COMP VALUE ZERO.
001120 01  OPR-SHOWN-COUNT         PIC 9(9) COMP VALUE ZERO.
001125 01  OPR-LEDGER-RUN-KEY      PIC X(16) VALUE SPACES.
001130*----------------------------------------------------------------
001140*    RUN-DETAIL VIEW STORAGE.  THE CATALOG IS SEARCHED FOR THE
001150*    GENERATION OF EACH REPORT ARCHIVED UNDER THE CHOSEN RUN'S
003690     END-IF.

003700*----------------------------------------------------------------
003710*    OPTION 3 - FLOOR AT POSITION OFF THE HISTORICAL LEDGER, AS
003720*    LDGRINQ.CBL ANSWERS IT, FOR THE LATEST RUN OR A CHOSEN ONE.
003730*    A BLANK TO-POSITION MEANS THE SINGLE POSITION.
003740*----------------------------------------------------------------
003750 SHOW-FLOOR-AT-POSITION.
003751     PERFORM CHOOSE-LEDGER-RUN
003752     IF OPR-RUN-FOUND
003753         PERFORM ASK-POSITION-RANGE
003754     END-IF.

003755 ASK-POSITION-RANGE.
003760     DISPLAY 'FROM POSITION ?'
003770     ACCEPT OPR-REPLY
003780     MOVE OPR-REPLY TO OPR-PARSE-FIELD
004000     ELSE
004010         MOVE ZERO TO OPR-SHOWN-COUNT
004020         MOVE 'N' TO OPR-EOF-FLAG
004025         MOVE OPR-LEDGER-RUN-KEY TO LGX-RUN-KEY
004030         MOVE OPR-FROMPOS TO LGX-POSITION
004040         START LEDGER-IX-FILE KEY >= LGX-LEDGER-KEY
004050             INVALID KEY
004060                 SET OPR-EOF TO TRUE
004070         END-START
004100                 AT END
004110                     SET OPR-EOF TO TRUE
004120                 NOT AT END
004130                     IF LGX-RUN-KEY NOT = OPR-LEDGER-RUN-KEY
004135                         OR LGX-POSITION > OPR-TOPOS
004140                         SET OPR-EOF TO TRUE
004150                     ELSE
004160                         PERFORM DISPLAY-LEDGER-ENTRY
006200                 OPR-PARSE-VALUE * 10 + OPR-DIGIT
006210         END-IF
006220     END-PERFORM.

006230 CHOOSE-LEDGER-RUN.
006240     MOVE 'N' TO OPR-FOUND-FLAG
006250     MOVE ZERO TO OPR-RUN-TIME-WANTED
006260     DISPLAY 'RUN DATE YYYYMMDD (BLANK FOR THE LATEST RUN) ?'
006270     ACCEPT OPR-REPLY
006280     MOVE OPR-REPLY TO OPR-PARSE-FIELD
006290     PERFORM PARSE-DIGITS
006300     MOVE OPR-PARSE-VALUE TO OPR-RUN-DATE-WANTED
006310     IF OPR-RUN-DATE-WANTED = ZERO
006320         OPEN INPUT LATEST-RUN-FILE
006330         IF OPR-LATEST-RUN-STATUS = '00'
006340             READ LATEST-RUN-FILE INTO LATEST-RUN-RECORD
006350             IF OPR-LATEST-RUN-STATUS = '00'
006360                 MOVE LRF-RUN-DATE TO OPR-RUN-DATE-WANTED
006370                 MOVE LRF-RUN-TIME TO OPR-RUN-TIME-WANTED
006380             END-IF
006390             CLOSE LATEST-RUN-FILE
006400         END-IF
006410         IF OPR-RUN-DATE-WANTED = ZERO
006420             DISPLAY '*** NO PRIOR RUN ON RECORD - LATESTDS ***'
006430             DISPLAY '*** NOT FOUND OR EMPTY ***'
006440         END-IF
006450     ELSE
006460         DISPLAY 'RUN TIME HHMMSSTT (BLANK FOR THE LAST RUN'
006470         DISPLAY '  OF THE DATE) ?'
006480         ACCEPT OPR-REPLY
006490         MOVE OPR-REPLY TO OPR-PARSE-FIELD
006500         PERFORM PARSE-DIGITS
006510         MOVE OPR-PARSE-VALUE TO OPR-RUN-TIME-WANTED
006520     END-IF
006530     IF OPR-RUN-DATE-WANTED > ZERO
006540         PERFORM FETCH-CHOSEN-RUN
006550         IF OPR-RUN-FOUND
006560             MOVE RHX-RUN-KEY TO OPR-LEDGER-RUN-KEY
006570             PERFORM DISPLAY-RUN-RECORD
006580         ELSE
006590             DISPLAY 'NO RUN ON RECORD FOR THAT DATE/TIME'
006600         END-IF
006610     END-IF.
