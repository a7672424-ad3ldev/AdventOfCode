000010*================================================================
000020*    NTCRGREC - LAYOUT OF THE REJECTION-NOTICE REGISTER RECORD
000030*    (NOTCREG).  ONE RECORD IS APPENDED BY THE REJECTION-NOTICE
000040*    STEP (REJNOTC.CBL) FOR EVERY NOTICE DATASET IT WRITES: THE
000050*    NIGHT'S DATE AND TIME, THE SUPPLIER, THE NOTICE DATASET
000060*    NAME, THE NUMBER OF FILES NOTICED, HOW MANY OF THEM WERE
000070*    HELD OUT BY THE GATEKEEPER, AND THE DETAIL RECORD COUNT.
000080*    IT IS THE STANDING RECORD OF WHICH NOTICES WERE SENT EACH
000090*    NIGHT.  COPY THIS UNDER THE 01-LEVEL NOTICE-REGISTER-RECORD
000100*    IN THE FD FOR NOTICE-REGISTER-FILE IN EACH PROGRAM.
000110*================================================================
000120     05  NRG-NOTICE-DATE     PIC 9(8).
000130     05  NRG-NOTICE-TIME     PIC 9(8).
000140     05  NRG-SUPPLIER-CODE   PIC X(4).
000150     05  NRG-NOTICE-NAME     PIC X(44).
000160     05  NRG-FILE-COUNT      PIC 9(9).
000170     05  NRG-HELD-COUNT      PIC 9(9).
000180     05  NRG-DETAIL-COUNT    PIC 9(9).
