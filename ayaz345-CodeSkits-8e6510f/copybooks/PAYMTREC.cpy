      * BY CUSTOMER AND ORDER NUMBER; A RECEIPT THAT MATCHES NO OPEN
      * ITEM GOES TO THE UNAPPLIED-CASH EXCEPTION LIST INSTEAD OF
      * BEING FORCED ON.
      *
      * PY-CURRENCY-CODE IS THE CURRENCY THE CUSTOMER PAID IN, AND
      * PY-PAYMENT-AMOUNT IS IN THAT CURRENCY.  BLANK (OR "USD") IS
      * HOME CURRENCY, SO A FEED WITHOUT THE COLUMN READS AS HOME.
      *----------------------------------------------------------------
      * NOTE - THE WRITE PARAGRAPH MOVES SPACES TO PY-PAYMENT-RECORD
      * BEFORE MOVING IN THE DATA FIELDS BELOW, SO THE FILLER
           05  PY-PAYMENT-AMOUNT       PIC S9(11)V99.
           05  FILLER                  PIC X(01).
           05  PY-REFERENCE            PIC X(12).
           05  FILLER                  PIC X(01).
           05  PY-CURRENCY-CODE        PIC X(03).
