      *----------------------------------------------------------------
      * RCPTHIST.CPY
      * CASH-RECEIPTS HISTORY RECORD ON RCPTHIST.DAT.  PROGRAM16
      * APPENDS ONE RECORD PER RECEIPT IT READS FROM THE LOCKBOX FEED
      * - APPLIED OR NOT - STAMPED WITH THE RUN DATE AND THE AMOUNT
      * THAT ACTUALLY CAME OFF THE OPEN-ITEM FILE.  PAYMENTS.DAT IS
      * REPLACED BY EVERY FEED, SO THIS FILE IS THE ONLY PERMANENT
      * RECORD OF WHAT WAS RECEIVED.  PROGRAM24 (CUSTOMER STATEMENTS)
      * LISTS THE PERIOD'S RECEIPTS FROM IT.  A RECEIPT WHOSE
      * CUSTOMER NUMBER OR AMOUNT IS NOT NUMERIC CANNOT BE ATTRIBUTED
      * TO AN ACCOUNT AND IS NOT RECORDED.
      *
      * A RECEIPT PROGRAM16 COULD NOT PLACE IN FULL ON OPEN ITEMS IS
      * CODED "O" - THE REST IS HELD AS UNAPPLIED CASH ON ACCOUNT
      * (SEE AROPEN.CPY).  CASH ON ACCOUNT STILL REDUCES THE BALANCE,
      * SO RC-APPLIED-AMOUNT COUNTS IT.  BOTH AMOUNTS ARE HOME
      * CURRENCY - A FOREIGN-CURRENCY RECEIPT IS RECORDED AT ITS HOME
      * VALUE ON THE PAYMENT DATE, AND ONE WITH NO RATE FOR THAT DATE
      * IS NOT RECORDED UNTIL IT IS CORRECTED AND APPLIED.
      *----------------------------------------------------------------
      * NOTE - THE WRITE PARAGRAPH MOVES SPACES TO
      * RC-RECEIPT-HISTORY-RECORD BEFORE MOVING IN THE DATA FIELDS
      * BELOW, SO THE FILLER SEPARATORS ARE ALWAYS BLANK.
       01  RC-RECEIPT-HISTORY-RECORD.
           05  RC-CUSTOMER-NUMBER      PIC 9(03).
           05  FILLER                  PIC X(01).
           05  RC-ORDER-NUMBER         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  RC-PAYMENT-DATE         PIC X(10).
           05  FILLER                  PIC X(01).
           05  RC-PAYMENT-AMOUNT       PIC S9(11)V99.
           05  FILLER                  PIC X(01).
           05  RC-REFERENCE            PIC X(12).
           05  FILLER                  PIC X(01).
           05  RC-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  RC-DISPOSITION-CODE     PIC X(01).
               88  RC-RECEIPT-APPLIED      VALUE "A".
               88  RC-RECEIPT-UNAPPLIED    VALUE "U".
               88  RC-RECEIPT-ON-ACCOUNT   VALUE "O".
           05  FILLER                  PIC X(01).
           05  RC-APPLIED-AMOUNT       PIC S9(11)V99.
