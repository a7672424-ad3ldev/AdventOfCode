000010*================================================================
000020*    SLACREC - LAYOUT OF THE BATCH-WINDOW SLA CONTROL RECORD
000030*    (SLACTL).  MAINTAINED BY HAND BY OPERATIONS.  RECORD TYPE
000040*    'W' DEFINES THE NIGHTLY BATCH WINDOW - THE TIME IT OPENS
000050*    AND THE TIME THE STREAM MUST BE FINISHED BY (HHMM; AN END
000060*    TIME EARLIER THAN THE OPEN TIME MEANS THE NEXT MORNING) -
000070*    AND THE PERCENTAGE BY WHICH A STEP'S RECENT RUN TIMES MUST
000080*    EXCEED ITS EARLIER ONES TO BE REPORTED AS GROWING (BLANK
000090*    MEANS 20).  RECORD TYPE 'S' SETS THE ELAPSED-TIME LIMIT, IN
000100*    MINUTES, FOR ONE PROGRAM NAME AS IT APPEARS ON THE JOB LOG.
000110*    THE DESCRIPTION IS FOR THE READER OF THE FILE ONLY.  READ BY
000120*    THE BATCH-WINDOW SLA REPORT (WINDSLA.CBL).  COPY THIS UNDER
000130*    THE 01-LEVEL SLA-CONTROL-RECORD IN THE FD FOR
000140*    SLA-CONTROL-FILE.
000150*================================================================
000160     05  SLC-RECORD-TYPE     PIC X(1).
000170         88  SLC-WINDOW-RECORD   VALUE 'W'.
000180         88  SLC-STEP-RECORD     VALUE 'S'.
000190     05  FILLER              PIC X(1).
000200     05  SLC-DETAIL          PIC X(20).
000210     05  SLC-WINDOW-DETAIL REDEFINES SLC-DETAIL.
000220         10  SLC-WINDOW-OPEN     PIC 9(4).
000230         10  FILLER              PIC X(1).
000240         10  SLC-WINDOW-END      PIC 9(4).
000250         10  FILLER              PIC X(1).
000260         10  SLC-GROWTH-PCT-X    PIC X(3).
000270         10  SLC-GROWTH-PCT REDEFINES SLC-GROWTH-PCT-X
000280                                 PIC 9(3).
000290         10  FILLER              PIC X(7).
000300     05  SLC-STEP-DETAIL REDEFINES SLC-DETAIL.
000310         10  SLC-STEP-PROGRAM    PIC X(8).
000320         10  FILLER              PIC X(1).
000330         10  SLC-STEP-LIMIT-MIN  PIC 9(4).
000340         10  FILLER              PIC X(7).
000350     05  FILLER              PIC X(1).
000360     05  SLC-DESCRIPTION     PIC X(30).
