000010*================================================================
000020*    CALNDREC - LAYOUT OF THE SHOP PROCESSING CALENDAR RECORD
000030*    (CALNDDS).  MAINTAINED BY HAND BY OPERATIONS, ONE RECORD PER
000040*    DATE THAT IS NOT AN ORDINARY DAY.  A RECORD WITH THE SUPPLIER
000050*    CODE BLANK APPLIES TO THE WHOLE SHOP: DAY TYPE 'H' (HOLIDAY)
000060*    OR 'C' (SHOP CLOSED) MAKES THE DATE A NON-PROCESSING DAY,
000070*    'P' MAKES IT A PROCESSING DAY EVEN AT A WEEKEND, AND A BLANK
000080*    DAY TYPE LEAVES THE DATE AS IT IS AND ONLY CARRIES THE
000090*    MONTH-END AND QUARTER-END FLAGS (Y/N).  A RECORD WITH A
000100*    SUPPLIER CODE IS AN EXCEPTION FOR THAT SUPPLIER ALONE: 'P'
000110*    MEANS A DELIVERY IS EXPECTED THAT DAY WHATEVER THE WEEKLY
000120*    SCHEDULE OR THE SHOP CALENDAR SAYS, 'H' OR 'C' MEANS NONE IS.
000130*    WITH NO RECORD, MONDAY TO FRIDAY ARE PROCESSING DAYS AND
000140*    DELIVERIES FOLLOW THE SUPPLIER'S SCHEDULE (SUPLREC).  USED BY
000150*    DELIVERY CONTROL (DLVCTL.CBL), RETENTION IN BUSINESS DAYS
000160*    (HOUSEKP.CBL, RUNHMNT.CBL) AND THE TREND REPORT
000170*    (RUNTREND.CBL).  COPY THIS UNDER THE 01-LEVEL
000180*    CALENDAR-RECORD IN THE FD FOR CALENDAR-FILE IN EACH PROGRAM.
000190*================================================================
000200     05  CAL-DATE            PIC 9(8).
000210     05  FILLER              PIC X(1).
000220     05  CAL-SUP-CODE        PIC X(4).
000230     05  FILLER              PIC X(1).
000240     05  CAL-DAY-TYPE        PIC X(1).
000250     05  FILLER              PIC X(1).
000260     05  CAL-MONTH-END-FLAG  PIC X(1).
000270     05  CAL-QUARTER-END-FLAG PIC X(1).
000280     05  FILLER              PIC X(1).
000290     05  CAL-DESCRIPTION     PIC X(30).
