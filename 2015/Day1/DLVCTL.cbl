000260*                  MISSING OR LATE DELIVERY SETS RETURN-CODE 8
000270*                  SO THE STREAM CAN PAGE BEFORE MAIN RUNS TWO
000280*                  DAYS THIN.
000282* 2026-10-05 ADL   A SCHEDULED SUPPLIER WITH NO MATCHING FILE IS
000284*                  NOW ALSO LOGGED ON DLVLOGDS AS 'MISSING ' SO
000286*                  THE SUPPLIER SCORECARD (SUPSCORE.CBL) CAN
000288*                  MEASURE ON-TIME RATES; THE LOG LAYOUT MOVED
000289*                  TO THE SHARED COPYBOOK DLVLGREC.
000290* 2026-10-11 ADL   DELIVERIES ARE NOW ALSO JUDGED AGAINST THE SHOP
000291*                  PROCESSING CALENDAR (CALNDDS, LAYOUT CALNDREC).
000292*                  NOTHING IS EXPECTED ON A HOLIDAY OR SHOP-CLOSED
000293*                  DAY, AND A SUPPLIER EXCEPTION ON THE CALENDAR
000294*                  OVERRIDES THE WEEKLY SCHEDULE EITHER WAY.  A
000295*                  SUPPLIER EXCUSED BY THE CALENDAR IS LISTED WITH
000296*                  STATUS 'EXCUSED ' AND A 'NOT EXPECTED - ' LINE
000297*                  GIVING THE CALENDAR REASON, AND IS NOT LOGGED.
000298*================================================================
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000450     SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO 'JOBLOG'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS DLV-JOB-LOG-FILE-STATUS.
000472     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALNDDS'
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS DLV-CALENDAR-FILE-STATUS.

000480 DATA DIVISION.
000490 FILE SECTION.

000550 FD  DELIVERY-LOG-FILE.
000560 01  DELIVERY-LOG-RECORD.
000570     COPY DLVLGREC.

000620 FD  DELIVERY-REPORT-FILE.
000630 01  DELIVERY-REPORT-RECORD  PIC X(72).
000650 01  JOB-LOG-RECORD.
000660     COPY JOBLGREC.

000662 FD  CALENDAR-FILE.
000664 01  CALENDAR-RECORD.
000666     COPY CALNDREC.

000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------
000690*    FILE AND PARAMETER STORAGE
000770     88  DLV-EOF             VALUE 'Y'.
000780 01  DLV-ABEND-STATUS        PIC XX.
000790 01  DLV-ABEND-FILE          PIC X(8).
000795 01  DLV-CALENDAR-FILE-STATUS PIC XX.
000800*----------------------------------------------------------------
000810*    SUPPLIER REFERENCE TABLE - UP TO 50 SUPPLIERS.
000820*----------------------------------------------------------------
000890         10  DLV-SUP-CUTOFF  PIC 9(4).
000900         10  DLV-SUP-STATUS  PIC X(8).
000910         10  DLV-SUP-FILE    PIC X(53).
000913         10  DLV-SUP-CAL-TYPE PIC X(1).
000916         10  DLV-SUP-CAL-DESC PIC X(30).
000920 01  DLV-SUP-COUNT           PIC 9(4) COMP VALUE ZERO.
000930 01  DLV-SUP-INDEX           PIC 9(4) COMP VALUE ZERO.
000940*----------------------------------------------------------------
001070 01  DLV-NAME-LENGTH         PIC 9(4) COMP VALUE ZERO.
001080 01  DLV-MATCH-FLAG          PIC X VALUE 'N'.
001090     88  DLV-MATCHED         VALUE 'Y'.
001091*----------------------------------------------------------------
001092*    SHOP PROCESSING CALENDAR ENTRY FOR THE RUN DATE
001093*----------------------------------------------------------------
001094 01  DLV-SHOP-DAY-TYPE       PIC X(1) VALUE SPACE.
001095 01  DLV-SHOP-MONTH-END      PIC X(1) VALUE 'N'.
001096 01  DLV-SHOP-QUARTER-END    PIC X(1) VALUE 'N'.
001097 01  DLV-SHOP-DESC           PIC X(30) VALUE SPACES.
001100*----------------------------------------------------------------
001110*    SERIAL-DAY DATE ARITHMETIC STORAGE (SAME CONVERSION AS
001120*    HOUSEKP.CBL).  THE SERIAL OF A MONDAY LEAVES REMAINDER 6
001370 01  DLV-LATE-COUNT          PIC 9(9) COMP VALUE ZERO.
001380 01  DLV-MISSING-COUNT       PIC 9(9) COMP VALUE ZERO.
001390 01  DLV-UNSCHED-COUNT       PIC 9(9) COMP VALUE ZERO.
001392 01  DLV-EXCUSED-COUNT       PIC 9(9) COMP VALUE ZERO.
001394 01  DLV-DAY-VERDICT         PIC X(1) VALUE SPACE.
001396     88  DLV-DAY-EXPECTED    VALUE 'E'.
001398     88  DLV-DAY-EXCUSED     VALUE 'X'.
001400*----------------------------------------------------------------
001410*    REPORT LINE BUILD STORAGE
001420*----------------------------------------------------------------
001710     END-IF
001720     PERFORM COMPUTE-TODAY-DOW
001730     PERFORM LOAD-SUPPLIER-TABLE
001735     PERFORM LOAD-RUN-DATE-CALENDAR
001740     PERFORM LOAD-MANIFEST-TABLE
001750     PERFORM MATCH-DELIVERIES
001760     PERFORM WRITE-DELIVERY-REPORT
002280         MOVE SUP-CUTOFF-TIME TO DLV-SUP-CUTOFF(DLV-SUP-COUNT)
002290         MOVE SPACES TO DLV-SUP-STATUS(DLV-SUP-COUNT)
002300         MOVE SPACES TO DLV-SUP-FILE(DLV-SUP-COUNT)
002303         MOVE SPACE TO DLV-SUP-CAL-TYPE(DLV-SUP-COUNT)
002306         MOVE SPACES TO DLV-SUP-CAL-DESC(DLV-SUP-COUNT)
002310     ELSE
002320         DISPLAY 'DLVCTL WARNING - SUPPLIER RECORD SKIPPED: '
002330             SUP-CODE
002660*    MANIFEST FOR A FILE MATCHING ITS PATTERN.  A MATCH IS
002670*    LOGGED AS ARRIVED, OR LATE WHEN THE CONTROL STEP RUNS
002680*    AFTER THE SUPPLIER'S CUTOFF; NO MATCH IS MISSING.
002685*    A SUPPLIER THE PROCESSING CALENDAR EXCUSES IS ONLY COUNTED.
002690*----------------------------------------------------------------
002700 MATCH-DELIVERIES.
002710     OPEN EXTEND DELIVERY-LOG-FILE
002770     END-IF
002780     PERFORM VARYING DLV-SUP-INDEX FROM 1 BY 1
002790         UNTIL DLV-SUP-INDEX > DLV-SUP-COUNT
002795         PERFORM JUDGE-SUPPLIER-DAY
002800         EVALUATE TRUE
002810             WHEN DLV-DAY-EXPECTED
002820                 ADD 1 TO DLV-EXPECTED-COUNT
002830                 PERFORM MATCH-ONE-SUPPLIER
002832             WHEN DLV-DAY-EXCUSED
002834                 MOVE 'EXCUSED ' TO DLV-SUP-STATUS(DLV-SUP-INDEX)
002836                 ADD 1 TO DLV-EXCUSED-COUNT
002837             WHEN OTHER
002838                 CONTINUE
002840         END-EVALUATE
002850     END-PERFORM
002860     CLOSE DELIVERY-LOG-FILE
002870     PERFORM VARYING DLV-MAN-INDEX FROM 1 BY 1
003030     END-PERFORM
003040     IF DLV-SUP-STATUS(DLV-SUP-INDEX) = 'MISSING '
003050         ADD 1 TO DLV-MISSING-COUNT
003052         PERFORM RECORD-MISSING
003060     END-IF.

003070*----------------------------------------------------------------
003680     MOVE DLV-MAN-NAME(DLV-MAN-INDEX) TO DLG-FILE-NAME
003690     WRITE DELIVERY-LOG-RECORD.

003692 RECORD-MISSING.
003693     MOVE DLV-RUN-DATE TO DLG-RUN-DATE
003694     MOVE DLV-RUN-TIME TO DLG-RUN-TIME
003695     MOVE DLV-SUP-CODE(DLV-SUP-INDEX) TO DLG-SUP-CODE
003696     MOVE 'MISSING ' TO DLG-STATUS
003697     MOVE SPACES TO DLG-FILE-NAME
003698     WRITE DELIVERY-LOG-RECORD.

003700 WRITE-DELIVERY-REPORT.
003710     OPEN OUTPUT DELIVERY-REPORT-FILE
003720     MOVE 'DELIVERY CONTROL REPORT' TO DLV-REPORT-LINE
003800         DELIMITED BY SIZE
003810         INTO DLV-REPORT-LINE
003820     PERFORM WRITE-REPORT-LINE
003825     PERFORM WRITE-CALENDAR-LINE
003830     MOVE 'EXPECTED DELIVERIES -' TO DLV-REPORT-LINE
003840     PERFORM WRITE-REPORT-LINE
003850     PERFORM VARYING DLV-SUP-INDEX FROM 1 BY 1
004210                 DLV-SUP-PATTERN(DLV-SUP-INDEX)(1:40)
004220                 DELIMITED BY SIZE
004230                 INTO DLV-REPORT-LINE
004231         WHEN 'EXCUSED '
004232             STRING '    NOT EXPECTED - ' DELIMITED BY SIZE
004233                 DLV-SUP-CAL-DESC(DLV-SUP-INDEX)
004234                 DELIMITED BY SIZE
004235                 INTO DLV-REPORT-LINE
004240         WHEN OTHER
004250             STRING '    FILE ' DELIMITED BY SIZE
004260                 DLV-SUP-FILE(DLV-SUP-INDEX)
004750     STRING DLV-COUNT-EDIT DELIMITED BY SIZE
004760         INTO DLV-REPORT-LINE
004770         WITH POINTER DLV-LINE-POINTER
004780     PERFORM WRITE-REPORT-LINE
004781     IF DLV-EXCUSED-COUNT > ZERO
004782         MOVE SPACES TO DLV-REPORT-LINE
004783         MOVE DLV-EXCUSED-COUNT TO DLV-COUNT-EDIT
004784         STRING '  EXCUSED BY THE PROCESSING CALENDAR '
004785             DELIMITED BY SIZE
004786             DLV-COUNT-EDIT DELIMITED BY SIZE
004787             INTO DLV-REPORT-LINE
004788         PERFORM WRITE-REPORT-LINE
004789     END-IF.

004790 WRITE-REPORT-LINE.
004800     MOVE DLV-REPORT-LINE TO DELIVERY-REPORT-RECORD
005430     CLOSE MANIFEST-FILE
005440     CLOSE DELIVERY-LOG-FILE
005450     CLOSE DELIVERY-REPORT-FILE
005455     CLOSE CALENDAR-FILE
005460     MOVE 16 TO RETURN-CODE
005470     PERFORM WRITE-JOBLOG-RECORD
005480     STOP RUN.

005490*----------------------------------------------------------------
005500*    PICKS UP THE PROCESSING CALENDAR ENTRIES FOR THE RUN DATE:
005510*    THE SHOP-WIDE DAY TYPE AND PERIOD-END FLAGS, AND ANY
005520*    SUPPLIER EXCEPTIONS, WHICH ARE HELD ON THE SUPPLIER TABLE.
005530*    WITH NO CALENDAR ON RECORD EVERY DAY IS AN ORDINARY DAY.
005540*----------------------------------------------------------------
005550 LOAD-RUN-DATE-CALENDAR.
005560     OPEN INPUT CALENDAR-FILE
005570     IF DLV-CALENDAR-FILE-STATUS NOT = '00'
005580         AND DLV-CALENDAR-FILE-STATUS NOT = '05'
005590         MOVE DLV-CALENDAR-FILE-STATUS TO DLV-ABEND-STATUS
005600         MOVE 'CALNDDS' TO DLV-ABEND-FILE
005610         PERFORM 9000-ABEND
005620     END-IF
005630     MOVE 'N' TO DLV-EOF-FLAG
005640     PERFORM UNTIL DLV-EOF
005650         READ CALENDAR-FILE INTO CALENDAR-RECORD
005660         EVALUATE DLV-CALENDAR-FILE-STATUS
005670             WHEN '00'
005680                 IF CAL-DATE = DLV-RUN-DATE
005690                     PERFORM STORE-CALENDAR-ENTRY
005700                 END-IF
005710             WHEN '10'
005720                 SET DLV-EOF TO TRUE
005730             WHEN OTHER
005740                 MOVE DLV-CALENDAR-FILE-STATUS
005750                     TO DLV-ABEND-STATUS
005760                 MOVE 'CALNDDS' TO DLV-ABEND-FILE
005770                 PERFORM 9000-ABEND
005780         END-EVALUATE
005790     END-PERFORM
005800     CLOSE CALENDAR-FILE.

005810 STORE-CALENDAR-ENTRY.
005820     IF CAL-SUP-CODE = SPACES
005830         IF CAL-DAY-TYPE NOT = SPACE
005840             MOVE CAL-DAY-TYPE TO DLV-SHOP-DAY-TYPE
005850             MOVE CAL-DESCRIPTION TO DLV-SHOP-DESC
005860         END-IF
005870         IF DLV-SHOP-DESC = SPACES
005880             MOVE CAL-DESCRIPTION TO DLV-SHOP-DESC
005890         END-IF
005900         IF CAL-MONTH-END-FLAG = 'Y'
005910             MOVE 'Y' TO DLV-SHOP-MONTH-END
005920         END-IF
005930         IF CAL-QUARTER-END-FLAG = 'Y'
005940             MOVE 'Y' TO DLV-SHOP-QUARTER-END
005950         END-IF
005960     ELSE
005970         MOVE 'N' TO DLV-MATCH-FLAG
005980         PERFORM VARYING DLV-SUP-INDEX FROM 1 BY 1
005990             UNTIL DLV-SUP-INDEX > DLV-SUP-COUNT
006000             IF DLV-SUP-CODE(DLV-SUP-INDEX) = CAL-SUP-CODE
006006                 MOVE CAL-DAY-TYPE
006012                     TO DLV-SUP-CAL-TYPE(DLV-SUP-INDEX)
006020                 MOVE CAL-DESCRIPTION
006030                     TO DLV-SUP-CAL-DESC(DLV-SUP-INDEX)
006040                 SET DLV-MATCHED TO TRUE
006050             END-IF
006060         END-PERFORM
006070         IF NOT DLV-MATCHED
006080             DISPLAY 'DLVCTL WARNING - CALENDAR EXCEPTION FOR '
006090                 'UNKNOWN SUPPLIER: ' CAL-SUP-CODE
006100         END-IF
006110     END-IF.

006120*----------------------------------------------------------------
006130*    DECIDES WHETHER THE SUPPLIER AT DLV-SUP-INDEX IS EXPECTED
006140*    TODAY.  A SUPPLIER EXCEPTION OF 'P' ALWAYS EXPECTS A FILE.
006150*    OTHERWISE THE WEEKLY SCHEDULE MUST NAME TODAY, AND A
006160*    SUPPLIER OR SHOP-WIDE HOLIDAY OR CLOSURE THEN EXCUSES IT.
006170*----------------------------------------------------------------
006180 JUDGE-SUPPLIER-DAY.
006190     EVALUATE TRUE
006200         WHEN DLV-SUP-CAL-TYPE(DLV-SUP-INDEX) = 'P'
006210             SET DLV-DAY-EXPECTED TO TRUE
006220         WHEN DLV-SUP-DAYS(DLV-SUP-INDEX)
006230                 (DLV-DAY-OF-WEEK:1) NOT = 'Y'
006240             MOVE 'N' TO DLV-DAY-VERDICT
006250         WHEN DLV-SUP-CAL-TYPE(DLV-SUP-INDEX) = 'H'
006260             OR DLV-SUP-CAL-TYPE(DLV-SUP-INDEX) = 'C'
006270             SET DLV-DAY-EXCUSED TO TRUE
006280             IF DLV-SUP-CAL-DESC(DLV-SUP-INDEX) = SPACES
006290                 MOVE 'SUPPLIER NOT DELIVERING TODAY'
006300                     TO DLV-SUP-CAL-DESC(DLV-SUP-INDEX)
006310             END-IF
006320         WHEN DLV-SHOP-DAY-TYPE = 'H'
006330             OR DLV-SHOP-DAY-TYPE = 'C'
006340             SET DLV-DAY-EXCUSED TO TRUE
006350             MOVE DLV-SHOP-DESC TO DLV-SUP-CAL-DESC(DLV-SUP-INDEX)
006360             IF DLV-SHOP-DESC = SPACES
006370                 MOVE 'SHOP CLOSED TODAY'
006380                     TO DLV-SUP-CAL-DESC(DLV-SUP-INDEX)
006390             END-IF
006400         WHEN OTHER
006410             SET DLV-DAY-EXPECTED TO TRUE
006420     END-EVALUATE.

006430 WRITE-CALENDAR-LINE.
006440     MOVE SPACES TO DLV-REPORT-LINE
006450     MOVE 1 TO DLV-LINE-POINTER
006460     STRING 'CALENDAR : ' DELIMITED BY SIZE
006470         INTO DLV-REPORT-LINE
006480         WITH POINTER DLV-LINE-POINTER
006490     EVALUATE TRUE
006500         WHEN DLV-SHOP-DAY-TYPE = 'H'
006510             STRING 'HOLIDAY' DELIMITED BY SIZE
006520                 INTO DLV-REPORT-LINE
006530                 WITH POINTER DLV-LINE-POINTER
006540         WHEN DLV-SHOP-DAY-TYPE = 'C'
006550             STRING 'SHOP CLOSED' DELIMITED BY SIZE
006560                 INTO DLV-REPORT-LINE
006570                 WITH POINTER DLV-LINE-POINTER
006580         WHEN DLV-SHOP-DAY-TYPE = 'P'
006590             OR DLV-DAY-OF-WEEK <= 5
006600             STRING 'PROCESSING DAY' DELIMITED BY SIZE
006610                 INTO DLV-REPORT-LINE
006620                 WITH POINTER DLV-LINE-POINTER
006630         WHEN OTHER
006640             STRING 'WEEKEND' DELIMITED BY SIZE
006650                 INTO DLV-REPORT-LINE
006660                 WITH POINTER DLV-LINE-POINTER
006670     END-EVALUATE
006680     IF DLV-SHOP-QUARTER-END = 'Y'
006690         STRING ' - QUARTER-END' DELIMITED BY SIZE
006700             INTO DLV-REPORT-LINE
006710             WITH POINTER DLV-LINE-POINTER
006720     ELSE
006730         IF DLV-SHOP-MONTH-END = 'Y'
006740             STRING ' - MONTH-END' DELIMITED BY SIZE
006750                 INTO DLV-REPORT-LINE
006760                 WITH POINTER DLV-LINE-POINTER
006770         END-IF
006780     END-IF
006790     IF DLV-SHOP-DESC NOT = SPACES
006800         STRING ' - ' DELIMITED BY SIZE
006810             DLV-SHOP-DESC DELIMITED BY SIZE
006820             INTO DLV-REPORT-LINE
006830             WITH POINTER DLV-LINE-POINTER
006840     END-IF
006850     PERFORM WRITE-REPORT-LINE.
