      *                  DISPOSITION AND CLOSES WITH APPLIED AND
      *                  UNAPPLIED CONTROL TOTALS SO THE RUN CAN BE
      *                  BALANCED AGAINST THE BANK DEPOSIT.
      * 10/14/2026 TH    EVERY RECEIPT READ IS NOW ALSO APPENDED TO THE
      *                  CASH-RECEIPTS HISTORY FILE (RCPTHIST.DAT)
      *                  WITH THE RUN DATE, ITS DISPOSITION AND THE
      *                  AMOUNT APPLIED, SO THE MONTHLY CUSTOMER
      *                  STATEMENTS (PROGRAM24) CAN LIST THE PERIOD'S
      *                  PAYMENTS AFTER PAYMENTS.DAT HAS BEEN REPLACED.
      * 10/14/2026 TH    RECEIPTS NO LONGER NEED AN EXACT ORDER MATCH.
      *                  A RECEIPT WITH NO ORDER NUMBER, OR ONE THAT
      *                  COVERS MORE THAN ITS OWN INVOICE, IS SPREAD
      *                  OVER THE CUSTOMER'S OPEN ITEMS OLDEST FIRST,
      *                  AND WHAT IS LEFT IS HELD AS UNAPPLIED CASH ON
      *                  ACCOUNT (A TYPE "U" ITEM ON AROPEN.DAT)
      *                  INSTEAD OF GOING TO THE EXCEPTION LIST.
      *                  EACH RUN FIRST NETS OPEN CREDITS - CREDIT
      *                  MEMOS, OVERPAYMENTS AND CASH ON ACCOUNT -
      *                  AGAINST THE SAME CUSTOMER'S OLDEST INVOICES.
      *                  THE REPORT SHOWS EVERY NETTING AND HOW EACH
      *                  RECEIPT WAS SPREAD.  AN UNREFERENCED RECEIPT
      *                  FOR A CUSTOMER NOT ON THE CUSTOMER MASTER
      *                  STILL GOES TO THE EXCEPTION LIST, AS DO
      *                  RECEIPTS QUOTING AN ORDER NOT ON FILE OR
      *                  ALREADY PAID.
      * 10/14/2026 TH    THE RUN'S CASH TOTALS ARE NOW HANDED TO
      *                  PROGRAM19 ON CASHTOTL.DAT - CASH RECEIVED,
      *                  CASH CREDITED TO RECEIVABLES AND THE NET
      *                  CHANGE IN CASH ON ACCOUNT - FOR THE DAILY
      *                  CASH-RECEIPTS JOURNAL, THE WAY PROGRAM6 HANDS
      *                  OFF DAYTOTLS.DAT FOR THE SALES JOURNAL.
      * 10/14/2026 TH    FOREIGN-CURRENCY RECEIPTS.  A RECEIPT NOW
      *                  CARRIES THE CURRENCY IT WAS PAID IN AND IS
      *                  VALUED AT THE EXCHRATE.DAT RATE FOR ITS
      *                  PAYMENT DATE.  IT CLEARS THE FOREIGN AMOUNT
      *                  OF THE CUSTOMER'S ITEMS BOOKED IN THE SAME
      *                  CURRENCY, EACH COMING OFF RECEIVABLES AT ITS
      *                  BOOKED RATE, AND THE DIFFERENCE IS THE
      *                  REALIZED EXCHANGE GAIN OR LOSS - SHOWN PER
      *                  ITEM ON THE REPORT AND HANDED TO PROGRAM19 ON
      *                  CASHTOTL.DAT FOR ITS OWN JOURNAL LINES.  A
      *                  FOREIGN RECEIPT WITH NO RATE FOR ITS PAYMENT
      *                  DATE, QUOTING AN ITEM IN ANOTHER CURRENCY, OR
      *                  REVERSING A PAYMENT GOES TO THE EXCEPTION
      *                  LIST.  HOME-CURRENCY CASH AND NETTING APPLIED
      *                  TO A FOREIGN ITEM MOVE ITS FOREIGN AMOUNT AT
      *                  THE BOOKED RATE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "CASHEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CASHAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCPTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-HISTORY-STATUS.

           SELECT CASH-TOTALS-FILE ASSIGN TO "CASHTOTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-TOTALS-STATUS.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-RATE-KEY
               FILE STATUS IS WS-EXCHANGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AROPEN.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAST.

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RCPTHIST.

       FD  CASH-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CASHTOTL.

       FD  DATE-STAMP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DS-LINE                     PIC X(50).

       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCHRATE.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE CONTROL FIELDS
      *----------------------------------------------------------------
       01  WS-PAYMENT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AR-OPEN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EXCEPTION-STATUS         PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.
       01  WS-RECEIPT-HISTORY-STATUS   PIC X(02) VALUE SPACES.
       01  WS-CASH-TOTALS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCHANGE-STATUS          PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  END-OF-PAYMENT-FILE         VALUE 'Y'.

       01  WS-UNAPPLIED-REASON         PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * CASH HELD ON ACCOUNT AND CREDITS NETTED.  CASH ON ACCOUNT IS
      * PART OF THE DEPOSIT ALONGSIDE THE APPLIED AND UNAPPLIED
      * SIDES; NETTING MOVES NO CASH, ONLY CLEARS CREDITS AGAINST
      * INVOICES.
      *----------------------------------------------------------------
       01  WS-ON-ACCOUNT-COUNT         PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-ON-ACCOUNT         PIC S9(13)V99 VALUE 0.
       01  WS-NETTED-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-NETTED             PIC S9(13)V99 VALUE 0.
       01  WS-ON-ACCOUNT-NETTED        PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * RECEIPT BEING SPREAD.  A BLANK ORDER NUMBER ON THE LOCKBOX
      * FEED IS TAKEN AS NO ORDER (ZERO) - AN UNREFERENCED RECEIPT.
      *----------------------------------------------------------------
       01  WS-RECEIPT-ORDER            PIC 9(04) VALUE 0.
       01  WS-PREFERRED-ORDER          PIC 9(04) VALUE 0.
       01  WS-SPREAD-REMAINING         PIC S9(11)V99 VALUE 0.
       01  WS-SPREAD-APPLIED           PIC S9(11)V99 VALUE 0.
       01  WS-SPREAD-AMOUNT            PIC S9(11)V99 VALUE 0.
       01  WS-CUSTOMER-OPEN-BALANCE    PIC S9(11)V99 VALUE 0.
       01  WS-ON-ACCOUNT-DATE          PIC X(10) VALUE SPACES.
       01  WS-SPREAD-HOME-APPLIED      PIC S9(11)V99 VALUE 0.
       01  WS-ON-ACCOUNT-AMOUNT        PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * FOREIGN-CURRENCY RECEIPTS.  A RECEIPT IN A FOREIGN CURRENCY
      * (ANYTHING BUT BLANK OR "USD") IS VALUED AT THE EXCHRATE.DAT
      * RATE FOR ITS PAYMENT DATE - THE LOCKBOX FEED DATES RECEIPTS
      * YYYY/MM/DD, THE SAME AS THE RATE KEY - AND CAN ONLY CLEAR
      * ITEMS BOOKED IN THE SAME CURRENCY.  EACH ITEM IT CLEARS COMES
      * OFF RECEIVABLES AT THE ITEM'S BOOKED RATE; THE DIFFERENCE
      * FROM THE CASH VALUE IS THE REALIZED EXCHANGE GAIN (POSITIVE)
      * OR LOSS.  WHAT IS LEFT OVER IS HELD ON ACCOUNT IN HOME
      * CURRENCY.  WS-RECEIPT-AMOUNT IS THE HOME VALUE OF EVERY
      * RECEIPT, FOREIGN OR NOT, AND IS WHAT THE CASH TOTALS CARRY.
      *----------------------------------------------------------------
       01  WS-EXCHANGE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
           88  EXCHANGE-FILE-IS-OPEN       VALUE 'Y'.
           88  EXCHANGE-FILE-NOT-OPEN      VALUE 'N'.

       01  WS-RECEIPT-CURRENCY         PIC X(03) VALUE SPACES.
           88  RECEIPT-IS-HOME-CURRENCY    VALUE "   ".
       01  WS-RECEIPT-RATE             PIC 9(03)V9(06) VALUE 0.
       01  WS-RECEIPT-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  WS-RECEIPT-EXCHANGE-DIFF    PIC S9(11)V99 VALUE 0.
       01  WS-ITEM-HOME-CLEARED        PIC S9(11)V99 VALUE 0.
       01  WS-ITEM-CASH-VALUE          PIC S9(11)V99 VALUE 0.
       01  WS-ITEM-EXCHANGE-DIFF       PIC S9(11)V99 VALUE 0.

       01  WS-FOREIGN-RECEIPT-COUNT    PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-EXCHANGE-GAIN      PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-EXCHANGE-LOSS      PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * ONE CUSTOMER'S ITEMS WITH A BALANCE, LOADED IN KEY ORDER FOR
      * A SPREAD OR A NETTING.  THE WORK IS DONE IN THE TABLE - THE
      * BALANCE COLUMN WORKS DOWN AND THE PAID-CHANGE COLUMN BUILDS
      * UP - AND ONLY THE ITEMS THAT CHANGED ARE REWRITTEN.  OLDEST
      * MEANS EARLIEST INVOICE DATE, THEN LOWEST ORDER NUMBER.  A
      * CUSTOMER WITH MORE ITEMS THAN THE TABLE HOLDS HAS THE
      * OVERFLOW LEFT FOR THE NEXT RUN.
      *----------------------------------------------------------------
       01  WS-CI-CUSTOMER              PIC 9(03) VALUE 0.
       01  WS-CI-TABLE-MAX             PIC 9(04) COMP VALUE 500.
       01  WS-CI-COUNT                 PIC 9(04) COMP VALUE 0.
       01  WS-CI-SUB                   PIC 9(04) COMP VALUE 0.
       01  WS-CI-TABLE.
           05  WS-CI-ENTRY OCCURS 500 TIMES.
               10  WS-CI-ORDER         PIC 9(04).
               10  WS-CI-INVOICE-DATE  PIC X(10).
               10  WS-CI-ITEM-TYPE     PIC X(01).
               10  WS-CI-BALANCE       PIC S9(11)V99.
               10  WS-CI-PAID-CHANGE   PIC S9(11)V99.
               10  WS-CI-CURRENCY      PIC X(03).
               10  WS-CI-BOOKED-RATE   PIC 9(03)V9(06).
               10  WS-CI-FOREIGN-BALANCE
                                       PIC S9(11)V99.
               10  WS-CI-FOREIGN-CHANGE
                                       PIC S9(11)V99.

       01  WS-CUSTOMER-ITEMS-SWITCH    PIC X(01) VALUE 'N'.
           88  MORE-CUSTOMER-ITEMS         VALUE 'Y'.
           88  END-OF-CUSTOMER-ITEMS       VALUE 'N'.

       01  WS-OLDEST-DEBIT-SUB         PIC 9(04) COMP VALUE 0.
       01  WS-OLDEST-CREDIT-SUB        PIC 9(04) COMP VALUE 0.
       01  WS-OLDEST-SUB               PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------
      * ORDER IN WHICH THE CURRENT RECEIPT WAS SPREAD, FOR THE REPORT
      *----------------------------------------------------------------
       01  WS-SP-COUNT                 PIC 9(04) COMP VALUE 0.
       01  WS-SP-SUB                   PIC 9(04) COMP VALUE 0.
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 500 TIMES.
               10  WS-SP-ITEM-SUB      PIC 9(04) COMP.
               10  WS-SP-AMOUNT        PIC S9(11)V99.
               10  WS-SP-EXCHANGE-DIFF PIC S9(11)V99.

      *----------------------------------------------------------------
      * CUSTOMERS WITH BOTH AN OPEN CREDIT AND AN OPEN INVOICE, FOUND
      * ON THE NETTING SCAN AND INDEXED BY CUSTOMER NUMBER PLUS ONE.
      *----------------------------------------------------------------
       01  WS-NC-SUB                   PIC 9(04) COMP VALUE 0.
       01  WS-NC-TABLE.
           05  WS-NC-ENTRY OCCURS 1000 TIMES.
               10  WS-NC-CREDIT-FLAG   PIC X(01).
               10  WS-NC-DEBIT-FLAG    PIC X(01).

       01  WS-AR-SCAN-SWITCH           PIC X(01) VALUE 'N'.
           88  END-OF-AR-SCAN              VALUE 'Y'.
           88  NOT-END-OF-AR-SCAN          VALUE 'N'.

       01  WS-NET-HEAD-SWITCH          PIC X(01) VALUE 'N'.
           88  NET-HEAD-IS-PRINTED         VALUE 'Y'.
           88  NET-HEAD-NOT-PRINTED        VALUE 'N'.

       01  WS-OPEN-BALANCE             PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * CASH-RECEIPTS HISTORY WORK FIELDS
      *----------------------------------------------------------------
       01  WS-HISTORY-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-HISTORY-DISPOSITION      PIC X(01) VALUE SPACES.
       01  WS-HISTORY-APPLIED-AMOUNT   PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * RUN-DATE STAMP, HANDED OFF BY PROGRAM9 THROUGH DATESTMP.DAT
      *----------------------------------------------------------------
           05  WS-EX-REFERENCE         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EX-REASON            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EX-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-SPREAD-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  WS-SL-LABEL             PIC X(09).
           05  WS-SL-ORDER-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SL-INVOICE-DATE      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-AMOUNT            PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-NOTE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-ITEM-BALANCE      PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-EXCHANGE-LABEL    PIC X(09).
           05  WS-SL-EXCHANGE-DIFF     PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-FOREIGN-RECEIPT-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               "RECEIVED IN ".
           05  WS-FR-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(09) VALUE
               " AT RATE ".
           05  WS-FR-RATE              PIC ZZ9.999999.
           05  FILLER                  PIC X(13) VALUE
               "  HOME VALUE ".
           05  WS-FR-HOME-VALUE        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(15) VALUE
               "  EXCHANGE G/L ".
           05  WS-FR-EXCHANGE-DIFF     PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-NET-SECTION-LINE         PIC X(132) VALUE
           "OPEN CREDITS NETTED AGAINST INVOICES - OLDEST FIRST".
       01  WS-NET-HEADING-LINE         PIC X(132) VALUE
           "CUST  CREDIT  CREDIT DATE   INVOICE INVOICE DATE AMOUNT NETT
      -    "ED  CREDIT TYPE".
       01  WS-NET-LINE.
           05  WS-NL-CUSTOMER-NUMBER   PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-NL-CREDIT-ORDER      PIC ZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-NL-CREDIT-DATE       PIC X(10).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-NL-INVOICE-ORDER     PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-NL-INVOICE-DATE      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-AMOUNT            PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-CREDIT-TYPE       PIC X(15).
           05  FILLER                  PIC X(53) VALUE SPACES.
       01  WS-NO-NETTING-LINE          PIC X(132) VALUE
           "NO OPEN CREDITS TO NET".

       01  WS-TRAILER-LINE-1           PIC X(132) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(22) VALUE
               "RECEIPTS READ -       ".
               "OPEN ITEMS CLOSED -   ".
           05  WS-TR-CLOSED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.
       01  WS-TRAILER-LINE-6.
           05  FILLER                  PIC X(22) VALUE
               "HELD ON ACCOUNT -     ".
           05  WS-TR-ON-ACCOUNT-COUNT  PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-TR-ON-ACCOUNT-AMOUNT PIC -Z(12)9.99.
           05  FILLER                  PIC X(82) VALUE SPACES.
       01  WS-TRAILER-LINE-7.
           05  FILLER                  PIC X(22) VALUE
               "CREDITS NETTED -      ".
           05  WS-TR-NETTED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-TR-NETTED-AMOUNT     PIC -Z(12)9.99.
           05  FILLER                  PIC X(82) VALUE SPACES.
       01  WS-TRAILER-LINE-8.
           05  FILLER                  PIC X(22) VALUE
               "FOREIGN RECEIPTS -    ".
           05  WS-TR-FOREIGN-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.
       01  WS-TRAILER-LINE-9.
           05  FILLER                  PIC X(22) VALUE
               "EXCHANGE GAIN -       ".
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-TR-EXCHANGE-GAIN     PIC -Z(12)9.99.
           05  FILLER                  PIC X(82) VALUE SPACES.
       01  WS-TRAILER-LINE-10.
           05  FILLER                  PIC X(22) VALUE
               "EXCHANGE LOSS -       ".
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-TR-EXCHANGE-LOSS     PIC -Z(12)9.99.
           05  FILLER                  PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PROGRAM16 - UNABLE TO OPEN CUSTOMER MASTER, "
                   "STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND RECEIPT-HISTORY-FILE.
           IF WS-RECEIPT-HISTORY-STATUS = "35"
               OPEN OUTPUT RECEIPT-HISTORY-FILE
           END-IF.
           IF WS-RECEIPT-HISTORY-STATUS NOT = "00"
               DISPLAY "PROGRAM16 - UNABLE TO OPEN RECEIPTS HISTORY, "
                   "STATUS " WS-RECEIPT-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXCHANGE-STATUS = "00"
               SET EXCHANGE-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PROGRAM16 - NO EXCHANGE-RATE FILE ON DISK, "
                   "FOREIGN-CURRENCY RECEIPTS WILL BE EXCEPTIONS"
           END-IF.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               STRING "RUN DATE: " WS-RUN-DATE-STAMP
                   INTO WS-HEADING-LINE-0
               WRITE RPT-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE RPT-LINE FROM WS-HEADING-LINE-1.
           PERFORM 1500-NET-OPEN-CREDITS THRU 1500-EXIT.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           PERFORM 2100-READ-PAYMENT-RECORD THRU 2100-EXIT.
       1000-EXIT.
       1100-EXIT.
           EXIT.

      *================================================================
      * 1500-NET-OPEN-CREDITS
      *
      * BEFORE ANY CASH IS APPLIED, EVERY CUSTOMER'S OPEN CREDITS -
      * CREDIT MEMOS, OVERPAID ITEMS AND CASH HELD ON ACCOUNT - ARE
      * NETTED AGAINST THE SAME CUSTOMER'S OLDEST OPEN INVOICES, SO
      * TONIGHT'S RECEIPTS GO ONLY TO WHAT IS TRULY STILL OWED.  A
      * READ-ONLY SCAN FINDS THE CUSTOMERS HOLDING BOTH; EACH OF
      * THOSE IS THEN NETTED AND REWRITTEN IN TURN.
      *================================================================
       1500-NET-OPEN-CREDITS.
           MOVE ALL 'N' TO WS-NC-TABLE.
           MOVE ZERO TO AR-CUSTOMER-NUMBER.
           MOVE ZERO TO AR-ORDER-NUMBER.
           SET NOT-END-OF-AR-SCAN TO TRUE.
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-OPEN-KEY
               INVALID KEY
                   SET END-OF-AR-SCAN TO TRUE
           END-START.
           IF NOT-END-OF-AR-SCAN
               PERFORM 1510-READ-NEXT-SCAN-ITEM THRU 1510-EXIT
           END-IF.
           PERFORM 1520-MARK-ONE-SCAN-ITEM THRU 1520-EXIT
               UNTIL END-OF-AR-SCAN.
           PERFORM 1550-NET-ONE-CUSTOMER THRU 1550-EXIT
               VARYING WS-NC-SUB FROM 1 BY 1
               UNTIL WS-NC-SUB > 1000.
           IF NET-HEAD-NOT-PRINTED
               WRITE RPT-LINE FROM WS-BLANK-LINE
               WRITE RPT-LINE FROM WS-NO-NETTING-LINE
           END-IF.
       1500-EXIT.
           EXIT.

      *================================================================
      * 1510-READ-NEXT-SCAN-ITEM
      *================================================================
       1510-READ-NEXT-SCAN-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET END-OF-AR-SCAN TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *================================================================
      * 1520-MARK-ONE-SCAN-ITEM
      *================================================================
       1520-MARK-ONE-SCAN-ITEM.
           COMPUTE WS-OPEN-BALANCE =
               AR-BILLED-AMOUNT - AR-PAID-AMOUNT.
           COMPUTE WS-NC-SUB = AR-CUSTOMER-NUMBER + 1.
           IF WS-OPEN-BALANCE < ZERO
               MOVE 'Y' TO WS-NC-CREDIT-FLAG (WS-NC-SUB)
           END-IF.
           IF WS-OPEN-BALANCE > ZERO
               MOVE 'Y' TO WS-NC-DEBIT-FLAG (WS-NC-SUB)
           END-IF.
           PERFORM 1510-READ-NEXT-SCAN-ITEM THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *================================================================
      * 1550-NET-ONE-CUSTOMER
      *================================================================
       1550-NET-ONE-CUSTOMER.
           IF WS-NC-CREDIT-FLAG (WS-NC-SUB) NOT = 'Y'
               OR WS-NC-DEBIT-FLAG (WS-NC-SUB) NOT = 'Y'
               GO TO 1550-EXIT
           END-IF.
           IF NET-HEAD-NOT-PRINTED
               WRITE RPT-LINE FROM WS-BLANK-LINE
               WRITE RPT-LINE FROM WS-NET-SECTION-LINE
               WRITE RPT-LINE FROM WS-NET-HEADING-LINE
               SET NET-HEAD-IS-PRINTED TO TRUE
           END-IF.
           COMPUTE WS-CI-CUSTOMER = WS-NC-SUB - 1.
           PERFORM 3000-LOAD-CUSTOMER-ITEMS THRU 3000-EXIT.
           PERFORM 3100-FIND-OLDEST-DEBIT THRU 3100-EXIT.
           PERFORM 3150-FIND-OLDEST-CREDIT THRU 3150-EXIT.
           PERFORM 1560-NET-ONE-PAIR THRU 1560-EXIT
               UNTIL WS-OLDEST-DEBIT-SUB = ZERO
                   OR WS-OLDEST-CREDIT-SUB = ZERO.
           PERFORM 3500-REWRITE-CUSTOMER-ITEMS THRU 3500-EXIT.
       1550-EXIT.
           EXIT.

      *================================================================
      * 1560-NET-ONE-PAIR
      *
      * THE OLDEST CREDIT GOES AGAINST THE OLDEST INVOICE FOR THE
      * SMALLER OF THE TWO BALANCES.  THE INVOICE'S PAID AMOUNT GOES
      * UP AND THE CREDIT'S GOES DOWN BY THE SAME FIGURE, SO THE
      * CUSTOMER'S BALANCE DOES NOT MOVE.
      *================================================================
       1560-NET-ONE-PAIR.
           COMPUTE WS-SPREAD-AMOUNT =
               0 - WS-CI-BALANCE (WS-OLDEST-CREDIT-SUB).
           IF WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB) < WS-SPREAD-AMOUNT
               MOVE WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB)
                   TO WS-SPREAD-AMOUNT
           END-IF.
           SUBTRACT WS-SPREAD-AMOUNT
               FROM WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB).
           ADD WS-SPREAD-AMOUNT
               TO WS-CI-PAID-CHANGE (WS-OLDEST-DEBIT-SUB).
           ADD WS-SPREAD-AMOUNT
               TO WS-CI-BALANCE (WS-OLDEST-CREDIT-SUB).
           SUBTRACT WS-SPREAD-AMOUNT
               FROM WS-CI-PAID-CHANGE (WS-OLDEST-CREDIT-SUB).
           ADD 1 TO WS-NETTED-COUNT.
           ADD WS-SPREAD-AMOUNT TO WS-TOTAL-NETTED.
           MOVE WS-CI-CUSTOMER TO WS-NL-CUSTOMER-NUMBER.
           MOVE WS-CI-ORDER (WS-OLDEST-CREDIT-SUB)
               TO WS-NL-CREDIT-ORDER.
           MOVE WS-CI-INVOICE-DATE (WS-OLDEST-CREDIT-SUB)
               TO WS-NL-CREDIT-DATE.
           MOVE WS-CI-ORDER (WS-OLDEST-DEBIT-SUB)
               TO WS-NL-INVOICE-ORDER.
           MOVE WS-CI-INVOICE-DATE (WS-OLDEST-DEBIT-SUB)
               TO WS-NL-INVOICE-DATE.
           MOVE WS-SPREAD-AMOUNT TO WS-NL-AMOUNT.
           IF WS-CI-ITEM-TYPE (WS-OLDEST-CREDIT-SUB) = "U"
               MOVE "CASH ON ACCOUNT" TO WS-NL-CREDIT-TYPE
               ADD WS-SPREAD-AMOUNT TO WS-ON-ACCOUNT-NETTED
           ELSE
               MOVE "CREDIT BALANCE " TO WS-NL-CREDIT-TYPE
           END-IF.
           WRITE RPT-LINE FROM WS-NET-LINE.
           IF WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB) = ZERO
               PERFORM 3100-FIND-OLDEST-DEBIT THRU 3100-EXIT
           END-IF.
           IF WS-CI-BALANCE (WS-OLDEST-CREDIT-SUB) = ZERO
               PERFORM 3150-FIND-OLDEST-CREDIT THRU 3150-EXIT
           END-IF.
       1560-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-PAYMENT-FILE
      *================================================================
       2000-PROCESS-PAYMENT-FILE.
           ADD 1 TO WS-PAYMENT-COUNT.
           MOVE ZERO TO WS-RECEIPT-ORDER.
           MOVE ZERO TO WS-RECEIPT-AMOUNT.
           MOVE ZERO TO WS-RECEIPT-RATE.
           MOVE PY-CURRENCY-CODE TO WS-RECEIPT-CURRENCY.
           IF WS-RECEIPT-CURRENCY = "USD"
               MOVE SPACES TO WS-RECEIPT-CURRENCY
           END-IF.
           IF PY-PAYMENT-RECORD (5:4) NOT = SPACES
               AND PY-ORDER-NUMBER NUMERIC
               MOVE PY-ORDER-NUMBER TO WS-RECEIPT-ORDER
           END-IF.
           IF PY-CUSTOMER-NUMBER NOT NUMERIC
               OR (PY-PAYMENT-RECORD (5:4) NOT = SPACES
                   AND PY-ORDER-NUMBER NOT NUMERIC)
               OR PY-PAYMENT-AMOUNT NOT NUMERIC
               MOVE "NON-NUMERIC RECEIPT " TO WS-UNAPPLIED-REASON
               PERFORM 2300-REPORT-UNAPPLIED-CASH THRU 2300-EXIT
           ELSE
               PERFORM 2050-VALUE-RECEIPT THRU 2050-EXIT
               ADD WS-RECEIPT-AMOUNT TO WS-TOTAL-RECEIVED
               EVALUATE TRUE
                   WHEN NOT RECEIPT-IS-HOME-CURRENCY
                       AND WS-RECEIPT-RATE = ZERO
                       MOVE "NO RATE FOR CURRENCY"
                           TO WS-UNAPPLIED-REASON
                       PERFORM 2300-REPORT-UNAPPLIED-CASH
                           THRU 2300-EXIT
                   WHEN WS-RECEIPT-ORDER = ZERO
                       PERFORM 2600-APPLY-UNREFERENCED THRU 2600-EXIT
                   WHEN OTHER
                       PERFORM 2200-APPLY-ONE-RECEIPT THRU 2200-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 2100-READ-PAYMENT-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2050-VALUE-RECEIPT
      *
      * SETS WS-RECEIPT-AMOUNT TO THE HOME VALUE OF THE RECEIPT.  A
      * FOREIGN RECEIPT IS READ AGAINST THE RATE FOR ITS PAYMENT DATE
      * - NOT THE RUN DATE - SO THE CASH IS VALUED AT WHAT THE BANK
      * ACTUALLY CREDITED.  NO RATE LEAVES WS-RECEIPT-RATE ZERO AND
      * THE RECEIPT GOES TO THE EXCEPTION LIST.
      *================================================================
       2050-VALUE-RECEIPT.
           IF RECEIPT-IS-HOME-CURRENCY
               MOVE PY-PAYMENT-AMOUNT TO WS-RECEIPT-AMOUNT
               GO TO 2050-EXIT
           END-IF.
           IF EXCHANGE-FILE-NOT-OPEN
               GO TO 2050-EXIT
           END-IF.
           MOVE WS-RECEIPT-CURRENCY TO XR-CURRENCY-CODE.
           MOVE PY-PAYMENT-DATE     TO XR-RATE-DATE.
           READ EXCHANGE-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XR-EXCHANGE-RATE TO WS-RECEIPT-RATE
           END-READ.
           IF WS-RECEIPT-RATE = ZERO
               GO TO 2050-EXIT
           END-IF.
           ADD 1 TO WS-FOREIGN-RECEIPT-COUNT.
           COMPUTE WS-RECEIPT-AMOUNT ROUNDED =
               PY-PAYMENT-AMOUNT * WS-RECEIPT-RATE
               ON SIZE ERROR
                   DISPLAY "PROGRAM16 - SIZE ERROR VALUING RECEIPT "
                       PY-REFERENCE
                   MOVE ZERO TO WS-RECEIPT-RATE
                   MOVE ZERO TO WS-RECEIPT-AMOUNT
           END-COMPUTE.
       2050-EXIT.
           EXIT.

      *================================================================
      * 2100-READ-PAYMENT-RECORD
      *================================================================
      * A RECEIPT FOR AN ITEM ALREADY PAID IN FULL IS NOT FORCED ON -
      * IT GOES TO THE EXCEPTION LIST, WHERE A HUMAN DECIDES WHETHER
      * IT IS A DUPLICATE REMITTANCE OR A MISKEYED ORDER NUMBER.
      * A RECEIPT IS SPREAD STARTING WITH ITS OWN ITEM, SO ANY EXCESS
      * OVER THAT ITEM GOES TO THE CUSTOMER'S OTHER OPEN ITEMS.  A
      * NEGATIVE RECEIPT (A BANK REVERSAL) IS POSTED STRAIGHT TO ITS
      * OWN ITEM AS BEFORE.  A FOREIGN RECEIPT MUST QUOTE AN ITEM IN
      * ITS OWN CURRENCY, AND A FOREIGN REVERSAL IS LEFT FOR THE
      * CREDIT DESK, SINCE THE EXCHANGE ON IT NEEDS UNWINDING BY HAND.
      *================================================================
       2200-APPLY-ONE-RECEIPT.
           MOVE PY-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-ORDER   TO AR-ORDER-NUMBER.
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   MOVE "NO OPEN ITEM        " TO WS-UNAPPLIED-REASON
                   PERFORM 2300-REPORT-UNAPPLIED-CASH THRU 2300-EXIT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AR-ITEM-IS-PAID
                           MOVE "ITEM ALREADY PAID   "
                               TO WS-UNAPPLIED-REASON
                           PERFORM 2300-REPORT-UNAPPLIED-CASH
                               THRU 2300-EXIT
                       WHEN NOT RECEIPT-IS-HOME-CURRENCY
                           AND AR-CURRENCY-CODE
                               NOT = WS-RECEIPT-CURRENCY
                           MOVE "CURRENCY MISMATCH   "
                               TO WS-UNAPPLIED-REASON
                           PERFORM 2300-REPORT-UNAPPLIED-CASH
                               THRU 2300-EXIT
                       WHEN PY-PAYMENT-AMOUNT > ZERO
                           MOVE WS-RECEIPT-ORDER
                               TO WS-PREFERRED-ORDER
                           PERFORM 2700-SPREAD-RECEIPT
                               THRU 2700-EXIT
                       WHEN NOT RECEIPT-IS-HOME-CURRENCY
                           MOVE "FOREIGN REVERSAL    "
                               TO WS-UNAPPLIED-REASON
                           PERFORM 2300-REPORT-UNAPPLIED-CASH
                               THRU 2300-EXIT
                       WHEN OTHER
                           PERFORM 2250-POST-RECEIPT-TO-ITEM
                               THRU 2250-EXIT
                   END-EVALUATE
           END-READ.
       2200-EXIT.
           EXIT.

      *================================================================
      * 2250-POST-RECEIPT-TO-ITEM
      *
      * ONLY HOME-CURRENCY RECEIPTS GET HERE.  ON A FOREIGN ITEM THE
      * FOREIGN AMOUNT CLEARED MOVES WITH IT AT THE BOOKED RATE.
      *================================================================
       2250-POST-RECEIPT-TO-ITEM.
           ADD PY-PAYMENT-AMOUNT TO AR-PAID-AMOUNT.
           IF NOT AR-ITEM-IS-HOME-CURRENCY
               AND AR-BOOKED-RATE NOT = ZERO
               COMPUTE AR-FOREIGN-PAID ROUNDED = AR-FOREIGN-PAID
                   + PY-PAYMENT-AMOUNT / AR-BOOKED-RATE
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.
           IF AR-PAID-AMOUNT >= AR-BILLED-AMOUNT
               SET AR-ITEM-IS-PAID TO TRUE
               ADD 1 TO WS-ITEMS-CLOSED-COUNT
           REWRITE AR-OPEN-ITEM-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD PY-PAYMENT-AMOUNT TO WS-TOTAL-APPLIED.
           MOVE "A"               TO WS-HISTORY-DISPOSITION.
           MOVE PY-PAYMENT-AMOUNT TO WS-HISTORY-APPLIED-AMOUNT.
           PERFORM 2500-WRITE-RECEIPT-HISTORY THRU 2500-EXIT.
           IF AR-ITEM-IS-PAID
               MOVE "APPLIED - ITEM PAID " TO WS-D-DISPOSITION
           ELSE
      *================================================================
       2300-REPORT-UNAPPLIED-CASH.
           ADD 1 TO WS-UNAPPLIED-COUNT.
           ADD WS-RECEIPT-AMOUNT TO WS-TOTAL-UNAPPLIED.
           MOVE SPACES             TO WS-EXCEPTION-LINE.
           MOVE PY-CUSTOMER-NUMBER TO WS-EX-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-ORDER   TO WS-EX-ORDER-NUMBER.
           MOVE PY-PAYMENT-DATE    TO WS-EX-PAYMENT-DATE.
           IF PY-PAYMENT-AMOUNT NUMERIC
               MOVE PY-PAYMENT-AMOUNT TO WS-EX-PAYMENT-AMOUNT
           END-IF.
           MOVE PY-REFERENCE       TO WS-EX-REFERENCE.
           MOVE WS-UNAPPLIED-REASON TO WS-EX-REASON.
           MOVE PY-CURRENCY-CODE   TO WS-EX-CURRENCY.
           WRITE EXC-LINE FROM WS-EXCEPTION-LINE.
           MOVE WS-UNAPPLIED-REASON TO WS-D-DISPOSITION.
           MOVE ZERO TO WS-D-OPEN-BALANCE.
           MOVE PY-CUSTOMER-NUMBER TO WS-D-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-ORDER   TO WS-D-ORDER-NUMBER.
           MOVE PY-PAYMENT-DATE    TO WS-D-PAYMENT-DATE.
           IF PY-PAYMENT-AMOUNT NUMERIC
               MOVE PY-PAYMENT-AMOUNT TO WS-D-PAYMENT-AMOUNT
               MOVE ZERO              TO WS-D-PAYMENT-AMOUNT
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           IF PY-CUSTOMER-NUMBER NUMERIC
               AND PY-PAYMENT-AMOUNT NUMERIC
               AND (RECEIPT-IS-HOME-CURRENCY
                   OR WS-RECEIPT-RATE NOT = ZERO)
               MOVE "U"  TO WS-HISTORY-DISPOSITION
               MOVE ZERO TO WS-HISTORY-APPLIED-AMOUNT
               PERFORM 2500-WRITE-RECEIPT-HISTORY THRU 2500-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *================================================================
       2400-WRITE-RECEIPT-DETAIL.
           MOVE PY-CUSTOMER-NUMBER TO WS-D-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-ORDER   TO WS-D-ORDER-NUMBER.
           MOVE PY-PAYMENT-DATE    TO WS-D-PAYMENT-DATE.
           MOVE PY-PAYMENT-AMOUNT  TO WS-D-PAYMENT-AMOUNT.
           COMPUTE WS-D-OPEN-BALANCE =
       2400-EXIT.
           EXIT.

      *================================================================
      * 2500-WRITE-RECEIPT-HISTORY
      *
      * ONE HISTORY RECORD PER RECEIPT, CARRYING THE DISPOSITION THE
      * CALLER SET ("A" APPLIED, "O" PARTLY OR WHOLLY ON ACCOUNT,
      * "U" UNAPPLIED) AND THE AMOUNT THAT CAME OFF THE BALANCE.
      * BOTH AMOUNTS ARE HOME CURRENCY - A FOREIGN RECEIPT IS
      * RECORDED AT ITS PAYMENT-DATE HOME VALUE.
      *================================================================
       2500-WRITE-RECEIPT-HISTORY.
           MOVE SPACES             TO RC-RECEIPT-HISTORY-RECORD.
           MOVE PY-CUSTOMER-NUMBER TO RC-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-ORDER   TO RC-ORDER-NUMBER.
           MOVE PY-PAYMENT-DATE    TO RC-PAYMENT-DATE.
           MOVE WS-RECEIPT-AMOUNT  TO RC-PAYMENT-AMOUNT.
           MOVE PY-REFERENCE       TO RC-REFERENCE.
           MOVE WS-RUN-DATE-STAMP(1:10) TO RC-RUN-DATE.
           MOVE WS-HISTORY-DISPOSITION  TO RC-DISPOSITION-CODE.
           MOVE WS-HISTORY-APPLIED-AMOUNT TO RC-APPLIED-AMOUNT.
           WRITE RC-RECEIPT-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-COUNT.
       2500-EXIT.
           EXIT.

      *================================================================
      * 2600-APPLY-UNREFERENCED
      *
      * A RECEIPT WITH NO ORDER NUMBER IS SPREAD OVER THE CUSTOMER'S
      * OPEN ITEMS OLDEST FIRST.  THE CUSTOMER MUST BE ON THE MASTER
      * - CASH IS NOT PUT ON ACCOUNT FOR A MISREAD CUSTOMER NUMBER -
      * AND THE AMOUNT MUST BE A PAYMENT, NOT A REVERSAL, SINCE THERE
      * IS NO ITEM TO REVERSE IT FROM.
      *================================================================
       2600-APPLY-UNREFERENCED.
           IF PY-PAYMENT-AMOUNT NOT > ZERO
               MOVE "NO ORDER - NEGATIVE " TO WS-UNAPPLIED-REASON
               PERFORM 2300-REPORT-UNAPPLIED-CASH THRU 2300-EXIT
               GO TO 2600-EXIT
           END-IF.
           MOVE PY-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "UNKNOWN CUSTOMER    " TO WS-UNAPPLIED-REASON
                   PERFORM 2300-REPORT-UNAPPLIED-CASH THRU 2300-EXIT
                   GO TO 2600-EXIT
           END-READ.
           MOVE ZERO TO WS-PREFERRED-ORDER.
           PERFORM 2700-SPREAD-RECEIPT THRU 2700-EXIT.
       2600-EXIT.
           EXIT.

      *================================================================
      * 2700-SPREAD-RECEIPT
      *
      * APPLIES THE RECEIPT TO THE PREFERRED (QUOTED) ITEM FIRST, IF
      * THERE IS ONE, THEN TO THE CUSTOMER'S OTHER OPEN ITEMS OLDEST
      * FIRST, NEVER MORE THAN AN ITEM'S BALANCE.  WHATEVER IS LEFT
      * WHEN THE ITEMS RUN OUT IS HELD ON ACCOUNT.  THE RECEIPT LINE
      * SHOWS THE CUSTOMER'S REMAINING OPEN BALANCE, AND A LINE
      * UNDER IT SHOWS EACH ITEM IT WENT TO.  A FOREIGN RECEIPT IS
      * SPREAD IN ITS OWN CURRENCY OVER THE ITEMS IN THAT CURRENCY
      * ONLY; WHAT IS LEFT GOES ON ACCOUNT AT ITS HOME VALUE - THE
      * RECEIPT'S HOME VALUE LESS WHAT CAME OFF THE ITEMS AND THE
      * EXCHANGE DIFFERENCE, SO THE CASH ALWAYS ADDS BACK EXACTLY.
      *================================================================
       2700-SPREAD-RECEIPT.
           MOVE PY-PAYMENT-AMOUNT  TO WS-SPREAD-REMAINING.
           MOVE ZERO               TO WS-SPREAD-APPLIED.
           MOVE ZERO               TO WS-SPREAD-HOME-APPLIED.
           MOVE ZERO               TO WS-RECEIPT-EXCHANGE-DIFF.
           MOVE ZERO               TO WS-ON-ACCOUNT-AMOUNT.
           MOVE ZERO               TO WS-SP-COUNT.
           MOVE PY-CUSTOMER-NUMBER TO WS-CI-CUSTOMER.
           PERFORM 3000-LOAD-CUSTOMER-ITEMS THRU 3000-EXIT.
           IF WS-PREFERRED-ORDER NOT = ZERO
               PERFORM 2705-FIND-PREFERRED-ITEM THRU 2705-EXIT
                   VARYING WS-CI-SUB FROM 1 BY 1
                   UNTIL WS-CI-SUB > WS-CI-COUNT
           END-IF.
           PERFORM 3100-FIND-OLDEST-DEBIT THRU 3100-EXIT.
           PERFORM 2720-APPLY-TO-OLDEST-ITEM THRU 2720-EXIT
               UNTIL WS-SPREAD-REMAINING = ZERO
                   OR WS-OLDEST-DEBIT-SUB = ZERO.
           PERFORM 3500-REWRITE-CUSTOMER-ITEMS THRU 3500-EXIT.
           IF WS-SPREAD-REMAINING > ZERO
               PERFORM 2750-VALUE-REMAINDER THRU 2750-EXIT
           END-IF.
           IF WS-ON-ACCOUNT-AMOUNT > ZERO
               PERFORM 2800-HOLD-ON-ACCOUNT THRU 2800-EXIT
           END-IF.
           IF WS-SPREAD-APPLIED > ZERO
               ADD 1 TO WS-APPLIED-COUNT
               ADD WS-SPREAD-HOME-APPLIED TO WS-TOTAL-APPLIED
           END-IF.
           IF WS-RECEIPT-EXCHANGE-DIFF > ZERO
               ADD WS-RECEIPT-EXCHANGE-DIFF TO WS-TOTAL-EXCHANGE-GAIN
           END-IF.
           IF WS-RECEIPT-EXCHANGE-DIFF < ZERO
               SUBTRACT WS-RECEIPT-EXCHANGE-DIFF
                   FROM WS-TOTAL-EXCHANGE-LOSS
           END-IF.
           EVALUATE TRUE
               WHEN WS-ON-ACCOUNT-AMOUNT > ZERO
                   AND WS-SPREAD-APPLIED > ZERO
                   MOVE "PART ON ACCOUNT     " TO WS-D-DISPOSITION
               WHEN WS-ON-ACCOUNT-AMOUNT > ZERO
                   MOVE "HELD ON ACCOUNT     " TO WS-D-DISPOSITION
               WHEN WS-SP-COUNT > 1
                   MOVE "SPREAD OLDEST FIRST " TO WS-D-DISPOSITION
               WHEN WS-CI-BALANCE (WS-SP-ITEM-SUB (1)) = ZERO
                   MOVE "APPLIED - ITEM PAID " TO WS-D-DISPOSITION
               WHEN OTHER
                   MOVE "APPLIED             " TO WS-D-DISPOSITION
           END-EVALUATE.
           MOVE ZERO TO WS-CUSTOMER-OPEN-BALANCE.
           PERFORM 2730-ADD-ONE-OPEN-BALANCE THRU 2730-EXIT
               VARYING WS-CI-SUB FROM 1 BY 1
               UNTIL WS-CI-SUB > WS-CI-COUNT.
           MOVE PY-CUSTOMER-NUMBER TO WS-D-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-ORDER   TO WS-D-ORDER-NUMBER.
           MOVE PY-PAYMENT-DATE    TO WS-D-PAYMENT-DATE.
           MOVE PY-PAYMENT-AMOUNT  TO WS-D-PAYMENT-AMOUNT.
           MOVE WS-CUSTOMER-OPEN-BALANCE TO WS-D-OPEN-BALANCE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           IF NOT RECEIPT-IS-HOME-CURRENCY
               MOVE WS-RECEIPT-CURRENCY      TO WS-FR-CURRENCY
               MOVE WS-RECEIPT-RATE          TO WS-FR-RATE
               MOVE WS-RECEIPT-AMOUNT        TO WS-FR-HOME-VALUE
               MOVE WS-RECEIPT-EXCHANGE-DIFF TO WS-FR-EXCHANGE-DIFF
               WRITE RPT-LINE FROM WS-FOREIGN-RECEIPT-LINE
           END-IF.
           PERFORM 2740-PRINT-ONE-SPREAD-LINE THRU 2740-EXIT
               VARYING WS-SP-SUB FROM 1 BY 1
               UNTIL WS-SP-SUB > WS-SP-COUNT.
           IF WS-ON-ACCOUNT-AMOUNT > ZERO
               MOVE SPACES TO WS-SPREAD-LINE
               MOVE "ON ACCT " TO WS-SL-LABEL
               MOVE ZERO TO WS-SL-ORDER-NUMBER
               MOVE WS-ON-ACCOUNT-DATE TO WS-SL-INVOICE-DATE
               MOVE WS-ON-ACCOUNT-AMOUNT TO WS-SL-AMOUNT
               MOVE "UNAPPLIED CASH HELD " TO WS-SL-NOTE
               MOVE ZERO TO WS-SL-ITEM-BALANCE
               WRITE RPT-LINE FROM WS-SPREAD-LINE
               MOVE "O" TO WS-HISTORY-DISPOSITION
           ELSE
               MOVE "A" TO WS-HISTORY-DISPOSITION
           END-IF.
           COMPUTE WS-HISTORY-APPLIED-AMOUNT =
               WS-SPREAD-HOME-APPLIED + WS-ON-ACCOUNT-AMOUNT.
           PERFORM 2500-WRITE-RECEIPT-HISTORY THRU 2500-EXIT.
       2700-EXIT.
           EXIT.

      *================================================================
      * 2705-FIND-PREFERRED-ITEM
      *================================================================
       2705-FIND-PREFERRED-ITEM.
           IF WS-CI-ORDER (WS-CI-SUB) = WS-PREFERRED-ORDER
               AND WS-SPREAD-REMAINING > ZERO
               AND ((RECEIPT-IS-HOME-CURRENCY
                       AND WS-CI-BALANCE (WS-CI-SUB) > ZERO)
                   OR (NOT RECEIPT-IS-HOME-CURRENCY
                       AND WS-CI-FOREIGN-BALANCE (WS-CI-SUB) > ZERO))
               MOVE WS-CI-SUB TO WS-OLDEST-DEBIT-SUB
               PERFORM 2710-APPLY-TO-ONE-ITEM THRU 2710-EXIT
           END-IF.
       2705-EXIT.
           EXIT.

      *================================================================
      * 2710-APPLY-TO-ONE-ITEM
      *
      * PUTS AS MUCH OF THE RECEIPT AS THE ITEM WILL TAKE ON THE ITEM
      * AT WS-OLDEST-DEBIT-SUB AND NOTES IT FOR THE REPORT.
      *================================================================
       2710-APPLY-TO-ONE-ITEM.
           IF NOT RECEIPT-IS-HOME-CURRENCY
               PERFORM 2715-APPLY-FOREIGN-TO-ITEM THRU 2715-EXIT
               GO TO 2710-EXIT
           END-IF.
           MOVE WS-SPREAD-REMAINING TO WS-SPREAD-AMOUNT.
           IF WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB) < WS-SPREAD-AMOUNT
               MOVE WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB)
                   TO WS-SPREAD-AMOUNT
           END-IF.
           SUBTRACT WS-SPREAD-AMOUNT
               FROM WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB).
           ADD WS-SPREAD-AMOUNT
               TO WS-CI-PAID-CHANGE (WS-OLDEST-DEBIT-SUB).
           SUBTRACT WS-SPREAD-AMOUNT FROM WS-SPREAD-REMAINING.
           ADD WS-SPREAD-AMOUNT TO WS-SPREAD-APPLIED.
           ADD WS-SPREAD-AMOUNT TO WS-SPREAD-HOME-APPLIED.
           MOVE ZERO TO WS-ITEM-EXCHANGE-DIFF.
           PERFORM 2712-NOTE-SPREAD-ITEM THRU 2712-EXIT.
       2710-EXIT.
           EXIT.

      *================================================================
      * 2712-NOTE-SPREAD-ITEM
      *================================================================
       2712-NOTE-SPREAD-ITEM.
           IF WS-SP-COUNT < WS-CI-TABLE-MAX
               ADD 1 TO WS-SP-COUNT
               MOVE WS-OLDEST-DEBIT-SUB
                   TO WS-SP-ITEM-SUB (WS-SP-COUNT)
               MOVE WS-SPREAD-AMOUNT TO WS-SP-AMOUNT (WS-SP-COUNT)
               MOVE WS-ITEM-EXCHANGE-DIFF
                   TO WS-SP-EXCHANGE-DIFF (WS-SP-COUNT)
           END-IF.
       2712-EXIT.
           EXIT.

      *================================================================
      * 2715-APPLY-FOREIGN-TO-ITEM
      *
      * A FOREIGN RECEIPT CLEARS AS MUCH OF THE ITEM'S FOREIGN AMOUNT
      * AS IT CAN.  RECEIVABLES COME DOWN BY THE HOME VALUE AT THE
      * ITEM'S BOOKED RATE - THE WHOLE HOME BALANCE WHEN THE FOREIGN
      * AMOUNT IS CLEARED IN FULL, SO NO ROUNDING IS LEFT BEHIND -
      * AND THE CASH IS WORTH THE SAME FOREIGN AMOUNT AT THE PAYMENT
      * RATE.  THE DIFFERENCE IS THE REALIZED EXCHANGE GAIN OR LOSS.
      *================================================================
       2715-APPLY-FOREIGN-TO-ITEM.
           MOVE WS-SPREAD-REMAINING TO WS-SPREAD-AMOUNT.
           IF WS-CI-FOREIGN-BALANCE (WS-OLDEST-DEBIT-SUB)
               < WS-SPREAD-AMOUNT
               MOVE WS-CI-FOREIGN-BALANCE (WS-OLDEST-DEBIT-SUB)
                   TO WS-SPREAD-AMOUNT
           END-IF.
           IF WS-SPREAD-AMOUNT
               = WS-CI-FOREIGN-BALANCE (WS-OLDEST-DEBIT-SUB)
               MOVE WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB)
                   TO WS-ITEM-HOME-CLEARED
           ELSE
               COMPUTE WS-ITEM-HOME-CLEARED ROUNDED =
                   WS-SPREAD-AMOUNT
                       * WS-CI-BOOKED-RATE (WS-OLDEST-DEBIT-SUB)
               IF WS-ITEM-HOME-CLEARED
                   > WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB)
                   MOVE WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB)
                       TO WS-ITEM-HOME-CLEARED
               END-IF
           END-IF.
           COMPUTE WS-ITEM-CASH-VALUE ROUNDED =
               WS-SPREAD-AMOUNT * WS-RECEIPT-RATE.
           COMPUTE WS-ITEM-EXCHANGE-DIFF =
               WS-ITEM-CASH-VALUE - WS-ITEM-HOME-CLEARED.
           SUBTRACT WS-SPREAD-AMOUNT
               FROM WS-CI-FOREIGN-BALANCE (WS-OLDEST-DEBIT-SUB).
           ADD WS-SPREAD-AMOUNT
               TO WS-CI-FOREIGN-CHANGE (WS-OLDEST-DEBIT-SUB).
           SUBTRACT WS-ITEM-HOME-CLEARED
               FROM WS-CI-BALANCE (WS-OLDEST-DEBIT-SUB).
           ADD WS-ITEM-HOME-CLEARED
               TO WS-CI-PAID-CHANGE (WS-OLDEST-DEBIT-SUB).
           SUBTRACT WS-SPREAD-AMOUNT FROM WS-SPREAD-REMAINING.
           ADD WS-SPREAD-AMOUNT TO WS-SPREAD-APPLIED.
           ADD WS-ITEM-HOME-CLEARED TO WS-SPREAD-HOME-APPLIED.
           ADD WS-ITEM-EXCHANGE-DIFF TO WS-RECEIPT-EXCHANGE-DIFF.
           PERFORM 2712-NOTE-SPREAD-ITEM THRU 2712-EXIT.
       2715-EXIT.
           EXIT.

      *================================================================
      * 2720-APPLY-TO-OLDEST-ITEM
      *================================================================
       2720-APPLY-TO-OLDEST-ITEM.
           PERFORM 2710-APPLY-TO-ONE-ITEM THRU 2710-EXIT.
           PERFORM 3100-FIND-OLDEST-DEBIT THRU 3100-EXIT.
       2720-EXIT.
           EXIT.

      *================================================================
      * 2730-ADD-ONE-OPEN-BALANCE
      *================================================================
       2730-ADD-ONE-OPEN-BALANCE.
           ADD WS-CI-BALANCE (WS-CI-SUB) TO WS-CUSTOMER-OPEN-BALANCE.
       2730-EXIT.
           EXIT.

      *================================================================
      * 2740-PRINT-ONE-SPREAD-LINE
      *================================================================
       2740-PRINT-ONE-SPREAD-LINE.
           MOVE WS-SP-ITEM-SUB (WS-SP-SUB) TO WS-CI-SUB.
           MOVE SPACES TO WS-SPREAD-LINE.
           MOVE "TO ORDER " TO WS-SL-LABEL.
           MOVE WS-CI-ORDER (WS-CI-SUB)        TO WS-SL-ORDER-NUMBER.
           MOVE WS-CI-INVOICE-DATE (WS-CI-SUB) TO WS-SL-INVOICE-DATE.
           MOVE WS-SP-AMOUNT (WS-SP-SUB)       TO WS-SL-AMOUNT.
           IF RECEIPT-IS-HOME-CURRENCY
               MOVE WS-CI-BALANCE (WS-CI-SUB)  TO WS-SL-ITEM-BALANCE
           ELSE
               MOVE WS-CI-FOREIGN-BALANCE (WS-CI-SUB)
                   TO WS-SL-ITEM-BALANCE
               MOVE "EXCH G/L " TO WS-SL-EXCHANGE-LABEL
               MOVE WS-SP-EXCHANGE-DIFF (WS-SP-SUB)
                   TO WS-SL-EXCHANGE-DIFF
           END-IF.
           IF WS-CI-BALANCE (WS-CI-SUB) = ZERO
               MOVE "ITEM PAID           " TO WS-SL-NOTE
           ELSE
               MOVE "ITEM STILL OPEN     " TO WS-SL-NOTE
           END-IF.
           WRITE RPT-LINE FROM WS-SPREAD-LINE.
       2740-EXIT.
           EXIT.

      *================================================================
      * 2750-VALUE-REMAINDER
      *
      * THE HOME VALUE OF WHAT THE ITEMS COULD NOT TAKE.  FOR A HOME
      * RECEIPT IT IS JUST THE REMAINDER.  SHOULD ROUNDING LEAVE A
      * FOREIGN REMAINDER WORTH NOTHING OR LESS, IT IS TAKEN INTO THE
      * EXCHANGE DIFFERENCE RATHER THAN HELD ON ACCOUNT.
      *================================================================
       2750-VALUE-REMAINDER.
           IF RECEIPT-IS-HOME-CURRENCY
               MOVE WS-SPREAD-REMAINING TO WS-ON-ACCOUNT-AMOUNT
               GO TO 2750-EXIT
           END-IF.
           COMPUTE WS-ON-ACCOUNT-AMOUNT = WS-RECEIPT-AMOUNT
               - WS-SPREAD-HOME-APPLIED - WS-RECEIPT-EXCHANGE-DIFF.
           IF WS-ON-ACCOUNT-AMOUNT NOT > ZERO
               ADD WS-ON-ACCOUNT-AMOUNT TO WS-RECEIPT-EXCHANGE-DIFF
               MOVE ZERO TO WS-ON-ACCOUNT-AMOUNT
           END-IF.
       2750-EXIT.
           EXIT.

      *================================================================
      * 2800-HOLD-ON-ACCOUNT
      *
      * CASH THE CUSTOMER'S OPEN ITEMS COULD NOT TAKE IS ADDED TO
      * THE CUSTOMER'S UNAPPLIED-CASH ITEM (ORDER 0000, TYPE "U"),
      * OPENING ONE IF NEED BE.  THE ITEM IS DATED WHEN IT OPENS, OR
      * REOPENS AFTER BEING USED UP, SO IT NETS AGAINST INVOICES IN
      * THE ORDER THE CASH ARRIVED.
      *================================================================
       2800-HOLD-ON-ACCOUNT.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               MOVE WS-RUN-DATE-STAMP(1:10) TO WS-ON-ACCOUNT-DATE
           ELSE
               MOVE PY-PAYMENT-DATE         TO WS-ON-ACCOUNT-DATE
           END-IF.
           MOVE PY-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE ZERO               TO AR-ORDER-NUMBER.
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   MOVE PY-CUSTOMER-NUMBER  TO AR-CUSTOMER-NUMBER
                   MOVE ZERO                TO AR-ORDER-NUMBER
                   MOVE WS-ON-ACCOUNT-DATE  TO AR-INVOICE-DATE
                   COMPUTE AR-BILLED-AMOUNT =
                       0 - WS-ON-ACCOUNT-AMOUNT
                   MOVE ZERO                TO AR-PAID-AMOUNT
                   MOVE SPACES              TO AR-CURRENCY-CODE
                   MOVE ZERO                TO AR-FOREIGN-BILLED
                   MOVE ZERO                TO AR-FOREIGN-PAID
                   MOVE ZERO                TO AR-BOOKED-RATE
                   SET AR-ITEM-IS-OPEN TO TRUE
                   SET AR-ITEM-IS-UNAPPLIED-CASH TO TRUE
                   WRITE AR-OPEN-ITEM-RECORD
               NOT INVALID KEY
                   IF AR-BILLED-AMOUNT = AR-PAID-AMOUNT
                       MOVE WS-ON-ACCOUNT-DATE TO AR-INVOICE-DATE
                   ELSE
                       MOVE AR-INVOICE-DATE TO WS-ON-ACCOUNT-DATE
                   END-IF
                   SUBTRACT WS-ON-ACCOUNT-AMOUNT FROM AR-BILLED-AMOUNT
                   SET AR-ITEM-IS-OPEN TO TRUE
                   SET AR-ITEM-IS-UNAPPLIED-CASH TO TRUE
                   REWRITE AR-OPEN-ITEM-RECORD
           END-READ.
           ADD 1 TO WS-ON-ACCOUNT-COUNT.
           ADD WS-ON-ACCOUNT-AMOUNT TO WS-TOTAL-ON-ACCOUNT.
       2800-EXIT.
           EXIT.

      *================================================================
      * 3000-LOAD-CUSTOMER-ITEMS
      *
      * LOADS EVERY ITEM OF WS-CI-CUSTOMER THAT STILL CARRIES A
      * BALANCE, EITHER WAY.  THE KEY LEADS WITH THE CUSTOMER NUMBER,
      * SO ONE START AND A RUN OF READ NEXTS COVERS THEM ALL.
      *================================================================
       3000-LOAD-CUSTOMER-ITEMS.
           MOVE ZERO TO WS-CI-COUNT.
           SET MORE-CUSTOMER-ITEMS TO TRUE.
           MOVE WS-CI-CUSTOMER TO AR-CUSTOMER-NUMBER.
           MOVE ZERO           TO AR-ORDER-NUMBER.
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-OPEN-KEY
               INVALID KEY
                   SET END-OF-CUSTOMER-ITEMS TO TRUE
           END-START.
           IF MORE-CUSTOMER-ITEMS
               PERFORM 3020-READ-NEXT-CUSTOMER-ITEM THRU 3020-EXIT
           END-IF.
           PERFORM 3010-LOAD-ONE-ITEM THRU 3010-EXIT
               UNTIL END-OF-CUSTOMER-ITEMS.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3010-LOAD-ONE-ITEM
      *================================================================
       3010-LOAD-ONE-ITEM.
           COMPUTE WS-OPEN-BALANCE =
               AR-BILLED-AMOUNT - AR-PAID-AMOUNT.
           IF WS-OPEN-BALANCE NOT = ZERO
               AND WS-CI-COUNT < WS-CI-TABLE-MAX
               ADD 1 TO WS-CI-COUNT
               MOVE AR-ORDER-NUMBER TO WS-CI-ORDER (WS-CI-COUNT)
               MOVE AR-INVOICE-DATE
                   TO WS-CI-INVOICE-DATE (WS-CI-COUNT)
               MOVE AR-ITEM-TYPE    TO WS-CI-ITEM-TYPE (WS-CI-COUNT)
               MOVE WS-OPEN-BALANCE TO WS-CI-BALANCE (WS-CI-COUNT)
               MOVE ZERO TO WS-CI-PAID-CHANGE (WS-CI-COUNT)
               MOVE AR-CURRENCY-CODE
                   TO WS-CI-CURRENCY (WS-CI-COUNT)
               MOVE AR-BOOKED-RATE
                   TO WS-CI-BOOKED-RATE (WS-CI-COUNT)
               COMPUTE WS-CI-FOREIGN-BALANCE (WS-CI-COUNT) =
                   AR-FOREIGN-BILLED - AR-FOREIGN-PAID
               MOVE ZERO TO WS-CI-FOREIGN-CHANGE (WS-CI-COUNT)
           END-IF.
           PERFORM 3020-READ-NEXT-CUSTOMER-ITEM THRU 3020-EXIT.
       3010-EXIT.
           EXIT.

      *================================================================
      * 3020-READ-NEXT-CUSTOMER-ITEM
      *================================================================
       3020-READ-NEXT-CUSTOMER-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET END-OF-CUSTOMER-ITEMS TO TRUE
           END-READ.
           IF MORE-CUSTOMER-ITEMS
               AND AR-CUSTOMER-NUMBER NOT = WS-CI-CUSTOMER
               SET END-OF-CUSTOMER-ITEMS TO TRUE
           END-IF.
       3020-EXIT.
           EXIT.

      *================================================================
      * 3100-FIND-OLDEST-DEBIT
      *
      * SETS WS-OLDEST-DEBIT-SUB TO THE OLDEST ITEM STILL OWED, OR
      * ZERO WHEN NONE IS LEFT.  THE TABLE IS IN ORDER-NUMBER ORDER,
      * SO ON A TIE OF DATES THE LOWER ORDER NUMBER WINS.  FOR A
      * FOREIGN RECEIPT ONLY ITEMS IN ITS CURRENCY WITH FOREIGN
      * AMOUNT STILL OWED COUNT.
      *================================================================
       3100-FIND-OLDEST-DEBIT.
           MOVE ZERO TO WS-OLDEST-SUB.
           PERFORM 3110-CHECK-ONE-DEBIT THRU 3110-EXIT
               VARYING WS-CI-SUB FROM 1 BY 1
               UNTIL WS-CI-SUB > WS-CI-COUNT.
           MOVE WS-OLDEST-SUB TO WS-OLDEST-DEBIT-SUB.
       3100-EXIT.
           EXIT.

      *================================================================
      * 3110-CHECK-ONE-DEBIT
      *================================================================
       3110-CHECK-ONE-DEBIT.
           IF RECEIPT-IS-HOME-CURRENCY
               IF WS-CI-BALANCE (WS-CI-SUB) NOT > ZERO
                   GO TO 3110-EXIT
               END-IF
           ELSE
               IF WS-CI-CURRENCY (WS-CI-SUB) NOT = WS-RECEIPT-CURRENCY
                   OR WS-CI-FOREIGN-BALANCE (WS-CI-SUB) NOT > ZERO
                   GO TO 3110-EXIT
               END-IF
           END-IF.
           IF WS-OLDEST-SUB = ZERO
               MOVE WS-CI-SUB TO WS-OLDEST-SUB
           ELSE
               IF WS-CI-INVOICE-DATE (WS-CI-SUB)
                   < WS-CI-INVOICE-DATE (WS-OLDEST-SUB)
                   MOVE WS-CI-SUB TO WS-OLDEST-SUB
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.

      *================================================================
      * 3150-FIND-OLDEST-CREDIT
      *================================================================
       3150-FIND-OLDEST-CREDIT.
           MOVE ZERO TO WS-OLDEST-SUB.
           PERFORM 3160-CHECK-ONE-CREDIT THRU 3160-EXIT
               VARYING WS-CI-SUB FROM 1 BY 1
               UNTIL WS-CI-SUB > WS-CI-COUNT.
           MOVE WS-OLDEST-SUB TO WS-OLDEST-CREDIT-SUB.
       3150-EXIT.
           EXIT.

      *================================================================
      * 3160-CHECK-ONE-CREDIT
      *================================================================
       3160-CHECK-ONE-CREDIT.
           IF WS-CI-BALANCE (WS-CI-SUB) < ZERO
               IF WS-OLDEST-SUB = ZERO
                   MOVE WS-CI-SUB TO WS-OLDEST-SUB
               ELSE
                   IF WS-CI-INVOICE-DATE (WS-CI-SUB)
                       < WS-CI-INVOICE-DATE (WS-OLDEST-SUB)
                       MOVE WS-CI-SUB TO WS-OLDEST-SUB
                   END-IF
               END-IF
           END-IF.
       3160-EXIT.
           EXIT.

      *================================================================
      * 3500-REWRITE-CUSTOMER-ITEMS
      *================================================================
       3500-REWRITE-CUSTOMER-ITEMS.
           PERFORM 3510-REWRITE-ONE-ITEM THRU 3510-EXIT
               VARYING WS-CI-SUB FROM 1 BY 1
               UNTIL WS-CI-SUB > WS-CI-COUNT.
       3500-EXIT.
           EXIT.

      *================================================================
      * 3510-REWRITE-ONE-ITEM
      *
      * AN ITEM BROUGHT TO A ZERO BALANCE IS PAID; AN INVOICE STILL
      * OWING STAYS OPEN.  A CREDIT NOT YET USED UP KEEPS ITS STATUS.
      * A FOREIGN ITEM'S FOREIGN AMOUNT CLEARED IS UPDATED TOO (3520).
      *================================================================
       3510-REWRITE-ONE-ITEM.
           IF WS-CI-PAID-CHANGE (WS-CI-SUB) = ZERO
               AND WS-CI-FOREIGN-CHANGE (WS-CI-SUB) = ZERO
               GO TO 3510-EXIT
           END-IF.
           MOVE WS-CI-CUSTOMER          TO AR-CUSTOMER-NUMBER.
           MOVE WS-CI-ORDER (WS-CI-SUB) TO AR-ORDER-NUMBER.
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY "PROGRAM16 - OPEN ITEM " AR-OPEN-KEY
                       " VANISHED DURING APPLICATION"
                   GO TO 3510-EXIT
           END-READ.
           ADD WS-CI-PAID-CHANGE (WS-CI-SUB) TO AR-PAID-AMOUNT.
           IF NOT AR-ITEM-IS-HOME-CURRENCY
               PERFORM 3520-UPDATE-FOREIGN-PAID THRU 3520-EXIT
           END-IF.
           COMPUTE WS-OPEN-BALANCE =
               AR-BILLED-AMOUNT - AR-PAID-AMOUNT.
           IF WS-OPEN-BALANCE = ZERO
               IF AR-ITEM-IS-OPEN
                   AND AR-BILLED-AMOUNT > ZERO
                   ADD 1 TO WS-ITEMS-CLOSED-COUNT
               END-IF
               SET AR-ITEM-IS-PAID TO TRUE
           END-IF.
           IF WS-OPEN-BALANCE > ZERO
               SET AR-ITEM-IS-OPEN TO TRUE
           END-IF.
           REWRITE AR-OPEN-ITEM-RECORD.
       3510-EXIT.
           EXIT.

      *================================================================
      * 3520-UPDATE-FOREIGN-PAID
      *
      * A FOREIGN RECEIPT SAYS EXACTLY HOW MUCH FOREIGN AMOUNT IT
      * CLEARED.  HOME-CURRENCY CASH OR A NETTED CREDIT CLEARS THE
      * FOREIGN EQUIVALENT AT THE BOOKED RATE.  AN ITEM WHOSE HOME
      * BALANCE IS GONE HAS ITS FOREIGN AMOUNT CLEARED IN FULL.
      *================================================================
       3520-UPDATE-FOREIGN-PAID.
           IF WS-CI-FOREIGN-CHANGE (WS-CI-SUB) NOT = ZERO
               ADD WS-CI-FOREIGN-CHANGE (WS-CI-SUB) TO AR-FOREIGN-PAID
           ELSE
               IF AR-BOOKED-RATE NOT = ZERO
                   COMPUTE AR-FOREIGN-PAID ROUNDED = AR-FOREIGN-PAID
                       + WS-CI-PAID-CHANGE (WS-CI-SUB) / AR-BOOKED-RATE
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
               END-IF
           END-IF.
           IF AR-PAID-AMOUNT = AR-BILLED-AMOUNT
               MOVE AR-FOREIGN-BILLED TO AR-FOREIGN-PAID
           END-IF.
       3520-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
           WRITE RPT-LINE FROM WS-TRAILER-LINE-4.
           MOVE WS-ITEMS-CLOSED-COUNT TO WS-TR-CLOSED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5.
           MOVE WS-ON-ACCOUNT-COUNT   TO WS-TR-ON-ACCOUNT-COUNT.
           MOVE WS-TOTAL-ON-ACCOUNT   TO WS-TR-ON-ACCOUNT-AMOUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-6.
           MOVE WS-NETTED-COUNT       TO WS-TR-NETTED-COUNT.
           MOVE WS-TOTAL-NETTED       TO WS-TR-NETTED-AMOUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-7.
           MOVE WS-FOREIGN-RECEIPT-COUNT TO WS-TR-FOREIGN-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-8.
           MOVE WS-TOTAL-EXCHANGE-GAIN   TO WS-TR-EXCHANGE-GAIN.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-9.
           MOVE WS-TOTAL-EXCHANGE-LOSS   TO WS-TR-EXCHANGE-LOSS.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-10.
           CLOSE PAYMENT-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE REPORT-FILE.
           CLOSE RECEIPT-HISTORY-FILE.
           IF EXCHANGE-FILE-IS-OPEN
               CLOSE EXCHANGE-RATE-FILE
           END-IF.
           PERFORM 9500-WRITE-CASH-TOTALS THRU 9500-EXIT.
           DISPLAY "PROGRAM16 - CASH APPLICATION COMPLETE - APPLIED "
               WS-APPLIED-COUNT " ON ACCOUNT " WS-ON-ACCOUNT-COUNT
               " UNAPPLIED " WS-UNAPPLIED-COUNT.
       9000-EXIT.
           EXIT.

      *================================================================
      * 9500-WRITE-CASH-TOTALS
      *
      * HANDS THE RUN'S CASH TOTALS TO PROGRAM19 FOR THE CASH-
      * RECEIPTS JOURNAL.  THE FILE IS APPENDED TO, NOT REWRITTEN -
      * PROGRAM19 EMPTIES IT WHEN IT RELEASES A JOURNAL, SO TWO CASH
      * RUNS BETWEEN JOURNALS ARE BOTH POSTED.  A RUN THAT MOVED NO
      * CASH AND USED NO CASH ON ACCOUNT HANDS OFF NOTHING.  CASH
      * RECEIVED INCLUDES THE EXCHANGE GAIN AND IS NET OF THE LOSS,
      * SINCE IT IS THE HOME VALUE THE BANK ACTUALLY CREDITED.
      *================================================================
       9500-WRITE-CASH-TOTALS.
           IF WS-TOTAL-APPLIED = ZERO
               AND WS-TOTAL-ON-ACCOUNT = ZERO
               AND WS-ON-ACCOUNT-NETTED = ZERO
               AND WS-TOTAL-UNAPPLIED = ZERO
               GO TO 9500-EXIT
           END-IF.
           OPEN EXTEND CASH-TOTALS-FILE.
           IF WS-CASH-TOTALS-STATUS = "35"
               OPEN OUTPUT CASH-TOTALS-FILE
           END-IF.
           IF WS-CASH-TOTALS-STATUS NOT = "00"
               DISPLAY "PROGRAM16 - UNABLE TO OPEN CASH TOTALS FILE, "
                   "STATUS " WS-CASH-TOTALS-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9500-EXIT
           END-IF.
           MOVE SPACES TO CT-CASH-TOTALS-RECORD.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               MOVE WS-RUN-DATE-STAMP(1:10) TO CT-RUN-DATE
           END-IF.
           COMPUTE CT-CASH-RECEIVED =
               WS-TOTAL-APPLIED + WS-TOTAL-ON-ACCOUNT
               + WS-TOTAL-EXCHANGE-GAIN - WS-TOTAL-EXCHANGE-LOSS.
           COMPUTE CT-APPLIED-TO-AR =
               WS-TOTAL-APPLIED + WS-ON-ACCOUNT-NETTED.
           COMPUTE CT-UNAPPLIED-NET =
               WS-TOTAL-ON-ACCOUNT - WS-ON-ACCOUNT-NETTED.
           MOVE WS-TOTAL-UNAPPLIED TO CT-EXCEPTION-CASH.
           MOVE WS-TOTAL-EXCHANGE-GAIN TO CT-EXCHANGE-GAIN.
           MOVE WS-TOTAL-EXCHANGE-LOSS TO CT-EXCHANGE-LOSS.
           WRITE CT-CASH-TOTALS-RECORD.
           CLOSE CASH-TOTALS-FILE.
       9500-EXIT.
           EXIT.
