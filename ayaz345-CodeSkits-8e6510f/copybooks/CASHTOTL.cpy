      *----------------------------------------------------------------
      * CASHTOTL.CPY
      * CASH-RECEIPTS CONTROL-TOTALS HAND-OFF RECORD ON CASHTOTL.DAT,
      * APPENDED BY PROGRAM16 AT THE END OF EVERY CASH APPLICATION
      * RUN AND TURNED INTO THE BALANCED CASH-RECEIPTS JOURNAL BY
      * PROGRAM19, WHICH EMPTIES THE FILE ONCE THE JOURNAL IS
      * RELEASED.  A HELD JOURNAL LEAVES THE FILE IN PLACE, AND ANY
      * FURTHER CASH RUNS ADD TO IT, SO NOTHING IS POSTED TWICE OR
      * LOST.
      *   CT-CASH-RECEIVED   - THE DEBIT TO CASH: CASH APPLIED TO
      *                        OPEN ITEMS PLUS CASH PUT ON ACCOUNT,
      *                        FOREIGN RECEIPTS AT THE PAYMENT-DATE
      *                        RATE
      *   CT-APPLIED-TO-AR   - THE CREDIT TO RECEIVABLES: CASH
      *                        APPLIED TO OPEN ITEMS PLUS CASH ON
      *                        ACCOUNT NETTED AGAINST INVOICES
      *   CT-UNAPPLIED-NET   - THE CREDIT TO UNAPPLIED CASH: CASH PUT
      *                        ON ACCOUNT LESS CASH ON ACCOUNT NETTED
      *                        (NEGATIVE WHEN MORE WAS USED UP THAN
      *                        CAME IN)
      *   CT-EXCEPTION-CASH  - RECEIPTS LEFT ON THE EXCEPTION LIST,
      *                        NOT JOURNALED UNTIL THEY ARE CORRECTED
      *                        AND APPLIED; CARRIED FOR THE REPORT
      *   CT-EXCHANGE-GAIN   - THE CREDIT TO REALIZED EXCHANGE GAIN/
      *                        LOSS: FOREIGN RECEIPTS WORTH MORE AT
      *                        THE PAYMENT-DATE RATE THAN THE ITEMS
      *                        THEY CLEARED WERE BOOKED AT
      *   CT-EXCHANGE-LOSS   - THE DEBIT TO THE SAME ACCOUNT: FOREIGN
      *                        RECEIPTS WORTH LESS THAN THEIR ITEMS
      * CT-CASH-RECEIVED = CT-APPLIED-TO-AR + CT-UNAPPLIED-NET
      *                  + CT-EXCHANGE-GAIN - CT-EXCHANGE-LOSS.
      * A RECORD WRITTEN BEFORE THE EXCHANGE COLUMNS WERE ADDED READS
      * THEM AS BLANK AND THEY ARE TAKEN AS ZERO.
      *----------------------------------------------------------------
      * NOTE - THE WRITE PARAGRAPH MOVES SPACES TO
      * CT-CASH-TOTALS-RECORD BEFORE MOVING IN THE DATA FIELDS BELOW,
      * SO THE FILLER SEPARATORS ARE ALWAYS BLANK ON THE OUTPUT LINE.
       01  CT-CASH-TOTALS-RECORD.
           05  CT-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  CT-CASH-RECEIVED        PIC S9(13)V99.
           05  FILLER                  PIC X(01).
           05  CT-APPLIED-TO-AR        PIC S9(13)V99.
           05  FILLER                  PIC X(01).
           05  CT-UNAPPLIED-NET        PIC S9(13)V99.
           05  FILLER                  PIC X(01).
           05  CT-EXCEPTION-CASH       PIC S9(13)V99.
           05  FILLER                  PIC X(01).
           05  CT-EXCHANGE-GAIN        PIC S9(13)V99.
           05  FILLER                  PIC X(01).
           05  CT-EXCHANGE-LOSS        PIC S9(13)V99.
