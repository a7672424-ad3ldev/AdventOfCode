000100*    CROSS-FOOTED COUNT TOTALS SO THE RECEIVING SIDE CAN
000110*    VALIDATE THE FEED.  COPY THIS UNDER THE 01-LEVEL
000120*    EXTRACT-RECORD IN THE FD FOR EXTRACT-FILE IN EACH PROGRAM.
000122*----------------------------------------------------------------
000124*    2026-10-10 ADL  THE HEADER NOW CARRIES THE FEED SEQUENCE
000125*    NUMBER LOGGED ON THE FEED REGISTER (WHSFREG) AND THE FEED
000126*    TYPE - 'O' FOR THE NIGHT'S ORIGINAL FEED, 'R' FOR A RESEND
000127*    REBUILT BY WHSACKR.CBL, WHICH ALSO CARRIES THE SEQUENCE OF
000128*    THE FEED IT REPLACES SO THE LOADER CAN BACK THAT ONE OUT
000129*    RATHER THAN LOAD THE RUN TWICE.
000130*================================================================
000140     05  WHX-RECORD-TYPE     PIC X(1).
000150     05  WHX-RECORD-DATA     PIC X(105).
000170         10  WHX-HDR-RUN-DATE    PIC 9(8).
000180         10  WHX-HDR-RUN-TIME    PIC 9(8).
000190         10  WHX-HDR-FLOOR-COUNT PIC S9(9).
000192         10  WHX-HDR-FEED-SEQ    PIC 9(9).
000194         10  WHX-HDR-FEED-TYPE   PIC X(1).
000196         10  WHX-HDR-ORIG-FEED-SEQ PIC 9(9).
000200         10  FILLER              PIC X(61).
000210     05  WHX-DETAIL-DATA REDEFINES WHX-RECORD-DATA.
000220         10  WHX-DTL-FILE-SEQ    PIC 9(4).
000230         10  WHX-DTL-INSTR-COUNT PIC 9(9).
