      * (RESTORING IT FOR CREDIT-MEMO REVERSALS) AND SPLITS THE
      * SHORTFALL OF AN UNDER-STOCKED LINE TO THE BACKORDER FILE
      * (SEE BACKORD.CPY) INSTEAD OF INVOICING STOCK WE DO NOT HAVE.
      * PROGRAM26 (RECEIVING) ADDS DELIVERED STOCK BACK TO ON-HAND.
      *
      * IM-REORDER-POINT IS THE AVAILABLE QUANTITY (ON HAND MINUS
      * ALLOCATED) BELOW WHICH PURCHASING SHOULD REORDER, AND
      * IM-REORDER-QTY THE QUANTITY IT NORMALLY ORDERS.  BOTH ARE
      * MAINTAINED THROUGH PROGRAM18 ("REORDER" TRANSACTIONS) AND
      * DRIVE THE NIGHTLY REORDER REPORT (PROGRAM27).  A ZERO
      * REORDER POINT LEAVES THE ITEM OFF THE REPORT.
      *----------------------------------------------------------------
       01  IM-ITEM-RECORD.
           05  IM-ITEM-NUMBER          PIC 9(03).
      * PER-CLASS OVERRIDES (SEE COMMRATE.CPY).  BLANK IS FINE - THE
      * REP'S DEFAULT RATE THEN APPLIES.
           05  IM-ITEM-CLASS           PIC X(02).
           05  IM-REORDER-POINT        PIC 9(07).
           05  IM-REORDER-QTY          PIC 9(07).
           05  FILLER                  PIC X(02).
