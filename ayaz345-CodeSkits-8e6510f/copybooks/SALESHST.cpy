      *----------------------------------------------------------------
      * SALESHST.CPY
      * LINE-LEVEL SALES HISTORY RECORD ON SALESHST.DAT.  PROGRAM6
      * APPENDS ONE RECORD FOR EVERY LINE IT EXTENDS - THE BATCH RUN,
      * THE CREDIT RELEASE AND THE SUSPENSE REPROCESS PASS ALIKE -
      * AND THE FILE IS NEVER RESET, SO IT IS THE PERMANENT RECORD OF
      * WHAT SOLD, TO WHOM, AND BY WHICH REP.  PROGRAM28 READS IT FOR
      * THE SALES ANALYSIS.  AMOUNTS ARE IN HOME CURRENCY; A CREDIT
      * MEMO LINE CARRIES A NEGATIVE QUANTITY AND NEGATIVE AMOUNTS.
      * THE FISCAL YEAR AND PERIOD ARE THOSE OF THE RUN DATE, BY THE
      * SAME CALENDAR-ALIGNED RULES PROGRAM9 STAMPS INTO DATEREC.
      * SH-INVOICE-NUMBER IS THE NUMBER FROM INVCTL.DAT THE LINE
      * BILLED UNDER; A RESTART DROPS ANY RECORD AT OR ABOVE THE
      * CHECKPOINTED NEXT NUMBER BEFORE IT RESUMES, SO THE CRASH
      * WINDOW IS NOT RECORDED TWICE.  SH-TAX-JURISDICTION IS THE
      * JURISDICTION THE LINE WAS TAXED UNDER, SO A RETURN CAN BE
      * CREDITED AT THE ORIGINAL INVOICE'S TAX; IT IS BLANK ON
      * RECORDS WRITTEN BEFORE IT WAS CARRIED.  PROGRAM31 READS THE
      * FILE TO CHECK A RETURN AUTHORIZATION AGAINST ITS INVOICE.
      *----------------------------------------------------------------
      * NOTE - THE WRITE PARAGRAPH MOVES SPACES TO
      * SH-SALES-HISTORY-RECORD BEFORE MOVING IN THE DATA FIELDS
      * BELOW, SO THE FILLER SEPARATORS ARE ALWAYS BLANK ON THE
      * OUTPUT LINE.
       01  SH-SALES-HISTORY-RECORD.
           05  SH-INVOICE-NUMBER       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  SH-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  SH-FISCAL-YEAR          PIC 9(04).
           05  FILLER                  PIC X(01).
           05  SH-FISCAL-PERIOD        PIC 9(02).
           05  FILLER                  PIC X(01).
           05  SH-CUSTOMER-NUMBER      PIC 9(03).
           05  FILLER                  PIC X(01).
           05  SH-ORDER-NUMBER         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  SH-ITEM-NUMBER          PIC 9(03).
           05  FILLER                  PIC X(01).
           05  SH-ITEM-CLASS           PIC X(02).
           05  FILLER                  PIC X(01).
           05  SH-SALESPERSON          PIC X(03).
           05  FILLER                  PIC X(01).
           05  SH-QUANTITY             PIC S9(05).
           05  FILLER                  PIC X(01).
           05  SH-GROSS-AMOUNT         PIC S9(10)V99.
           05  FILLER                  PIC X(01).
           05  SH-DISCOUNT-AMOUNT      PIC S9(10)V99.
           05  FILLER                  PIC X(01).
           05  SH-NET-AMOUNT           PIC S9(10)V99.
           05  FILLER                  PIC X(01).
           05  SH-TAX-AMOUNT           PIC S9(10)V99.
           05  FILLER                  PIC X(01).
           05  SH-TAX-JURISDICTION     PIC X(03).
