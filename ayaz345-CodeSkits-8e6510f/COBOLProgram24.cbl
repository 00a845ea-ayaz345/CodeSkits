      *================================================================
      * PROGRAM-ID. PROGRAM24
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Program24.
       AUTHOR.        T. HARLOW.
       INSTALLATION.  DATA PROCESSING - ORDER PROCESSING.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 10/14/2026 TH    ORIGINAL PROGRAM - MONTHLY CUSTOMER
      *                  STATEMENTS, RUN ON THE MONTH-END CLOSE BRANCH
      *                  BEHIND THE RECEIVABLES AGING.  WALKS THE
      *                  CUSTOMER MASTER IN KEY ORDER AND, FOR EVERY
      *                  CUSTOMER WITH ACTIVITY IN THE PERIOD OR AN
      *                  OPEN BALANCE, PRINTS A STATEMENT ON STMTS.DAT
      *                  - THE BILL-TO BLOCK, THE OPENING BALANCE,
      *                  THE INVOICES BILLED (FROM AROPEN.DAT) AND
      *                  THE PAYMENTS RECEIVED (FROM THE CASH-RECEIPTS
      *                  HISTORY PROGRAM16 KEEPS IN RCPTHIST.DAT)
      *                  DURING THE PERIOD, THE OPEN ITEMS STILL
      *                  OUTSTANDING, AND A CURRENT / 30 / 60 / 90
      *                  AGING FOOTER AGED THE SAME WAY PROGRAM17
      *                  AGES THE TRIAL BALANCE.  THE PERIOD IS THE
      *                  CALENDAR MONTH OF THE RUN DATE, THROUGH THE
      *                  RUN DATE.
      * 10/14/2026 TH    A FINANCE-CHARGE ITEM (PROGRAM25) IS NOW
      *                  NOTED AS SUCH ON THE INVOICES-BILLED LINE, SO
      *                  THE CUSTOMER CAN TELL IT FROM A SALE.
      * 10/14/2026 TH    CASH HELD ON ACCOUNT (PROGRAM16, ORDER 0000)
      *                  IS NOT A BILLING - IT IS LEFT OUT OF THE
      *                  INVOICES BILLED BUT STILL SHOWS AS A CREDIT
      *                  AMONG THE OPEN ITEMS.  A RECEIPT PUT WHOLLY
      *                  OR PARTLY ON ACCOUNT IS NOTED AS SUCH.
      * 10/15/2026 TH    THE PERIOD'S BILLINGS NOW COME FROM THE SALES
      *                  HISTORY (SALESHST.DAT) BY RUN DATE, NOT FROM
      *                  THE OPEN ITEMS' INVOICE DATES - A BACKORDER
      *                  BILLED AND A RETURN CREDITED INTO AN EARLIER
      *                  MONTH'S ITEM KEEP THAT ITEM'S DATE, SO THEY
      *                  WERE LEFT OUT AND THE OPENING BALANCE WAS
      *                  WRONG.  CREDITS PRINT IN THEIR OWN SECTION.
      *                  FINANCE CHARGES STILL COME FROM AROPEN.DAT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCPTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-HISTORY-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STMTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAST.

       FD  AR-OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AROPEN.

       FD  RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RCPTHIST.

       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SALESHST.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  DATE-STAMP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DS-LINE                     PIC X(50).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE CONTROL FIELDS
      *----------------------------------------------------------------
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-AR-OPEN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RECEIPT-HISTORY-STATUS   PIC X(02) VALUE SPACES.
       01  WS-SALES-HISTORY-STATUS     PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  END-OF-CUSTOMER-FILE        VALUE 'Y'.
           88  NOT-END-OF-CUSTOMER-FILE    VALUE 'N'.

       01  WS-HISTORY-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY-FILE         VALUE 'Y'.
           88  NOT-END-OF-HISTORY-FILE     VALUE 'N'.

       01  WS-SALES-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  END-OF-SALES-FILE           VALUE 'Y'.
           88  NOT-END-OF-SALES-FILE       VALUE 'N'.

       01  WS-CUSTOMER-ITEMS-SWITCH    PIC X(01) VALUE 'N'.
           88  END-OF-CUSTOMER-ITEMS       VALUE 'Y'.
           88  MORE-CUSTOMER-ITEMS         VALUE 'N'.

      *----------------------------------------------------------------
      * RUN-DATE STAMP, THE AS-OF DATE THE OPEN ITEMS ARE AGED
      * AGAINST, AND THE STATEMENT PERIOD (FIRST OF THE RUN MONTH
      * THROUGH THE RUN DATE) IN YYYYMMDD FORM FOR COMPARISONS.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.
       01  WS-HEADING-LINE-0           PIC X(132) VALUE SPACES.

       01  WS-ASOF-DATE.
           05  WS-ASOF-YEAR            PIC 9(04).
           05  WS-ASOF-MONTH           PIC 9(02).
           05  WS-ASOF-DAY             PIC 9(02).
       01  WS-ASOF-DATE-NUM REDEFINES WS-ASOF-DATE
                                       PIC 9(08).
       01  WS-ASOF-INTEGER             PIC 9(08) COMP VALUE 0.

       01  WS-PERIOD-START-NUM         PIC 9(08) VALUE 0.
       01  WS-PERIOD-START-TEXT        PIC X(10) VALUE SPACES.
       01  WS-PERIOD-END-TEXT          PIC X(10) VALUE SPACES.

       01  WS-DATE-DIGITS-CHECK        PIC X(08) VALUE SPACES.
       01  WS-DATE-DIGITS-NUM REDEFINES WS-DATE-DIGITS-CHECK
                                       PIC 9(08).
       01  WS-ITEM-INTEGER             PIC 9(08) COMP VALUE 0.
       01  WS-ITEM-AGE-DAYS            PIC S9(05) COMP VALUE 0.

       01  WS-PERIOD-TEST-SWITCH       PIC X(01) VALUE 'N'.
           88  DATE-IS-IN-PERIOD           VALUE 'Y'.
           88  DATE-IS-NOT-IN-PERIOD       VALUE 'N'.

       01  WS-DATE-TO-TEST             PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------
      * THE PERIOD'S RECEIPTS, LOADED ONCE FROM THE CASH-RECEIPTS
      * HISTORY AND SEARCHED FOR EACH CUSTOMER.  A RECEIPT BELONGS TO
      * THE PERIOD IT WAS POSTED IN (ITS RUN DATE), SO THE STATEMENT
      * FOOTS WITH THE OPEN-ITEM FILE; A STANDALONE PROGRAM16 RUN
      * WITH NO STAMP FALLS BACK TO THE PAYMENT DATE.  A FULL TABLE
      * IS REPORTED ONCE - THE RECEIPTS THAT DID NOT FIT ARE LEFT OFF
      * THE STATEMENTS.
      *----------------------------------------------------------------
       01  WS-RCPT-TABLE-MAX           PIC 9(04) COMP VALUE 2000.
       01  WS-RCPT-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-RCPT-SUB                 PIC 9(04) COMP VALUE 0.
       01  WS-RCPT-OVERFLOW-COUNT      PIC 9(07) COMP VALUE 0.

       01  WS-RCPT-TABLE.
           05  WS-RCPT-ENTRY OCCURS 2000 TIMES.
               10  WS-RCPT-CUSTOMER    PIC 9(03).
               10  WS-RCPT-ORDER       PIC 9(04).
               10  WS-RCPT-DATE        PIC X(10).
               10  WS-RCPT-AMOUNT      PIC S9(11)V99.
               10  WS-RCPT-REFERENCE   PIC X(12).
               10  WS-RCPT-DISPOSITION PIC X(01).
               10  WS-RCPT-APPLIED     PIC S9(11)V99.

      *----------------------------------------------------------------
      * THE PERIOD'S BILLINGS AND CREDITS, LOADED ONCE FROM THE SALES
      * HISTORY AND SEARCHED FOR EACH CUSTOMER.  A LINE BELONGS TO THE
      * PERIOD IT WAS BILLED IN (ITS RUN DATE), WHATEVER OPEN ITEM IT
      * WAS POSTED INTO.  THE LINES OF ONE INVOICE DOCUMENT ARE
      * ADJACENT ON THE FILE AND ARE GATHERED INTO ONE ENTRY - ONE FOR
      * WHAT THE DOCUMENT BILLED (NET PLUS TAX, AS POSTED TO THE OPEN
      * ITEM) AND ONE FOR WHAT IT CREDITED, A CREDIT LINE CARRYING
      * NEGATIVE AMOUNTS.  A FULL TABLE IS REPORTED ONCE, AS FOR THE
      * RECEIPTS.
      *----------------------------------------------------------------
       01  WS-SALE-TABLE-MAX           PIC 9(04) COMP VALUE 5000.
       01  WS-SALE-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-SALE-SUB                 PIC 9(04) COMP VALUE 0.
       01  WS-SALE-OVERFLOW-COUNT      PIC 9(07) COMP VALUE 0.
       01  WS-SALE-LINE-AMOUNT         PIC S9(11)V99 VALUE 0.

       01  WS-SALE-TABLE.
           05  WS-SALE-ENTRY OCCURS 5000 TIMES.
               10  WS-SALE-CUSTOMER    PIC 9(03).
               10  WS-SALE-ORDER       PIC 9(04).
               10  WS-SALE-INVOICE     PIC 9(07).
               10  WS-SALE-DATE        PIC X(10).
               10  WS-SALE-AMOUNT      PIC S9(11)V99.

      *----------------------------------------------------------------
      * STATEMENT ACCUMULATORS FOR THE CUSTOMER IN HAND.  THE OPENING
      * BALANCE IS DERIVED - CLOSING BALANCE LESS THE PERIOD'S
      * BILLINGS, LESS ITS CREDITS (A NEGATIVE FIGURE), PLUS ITS
      * APPLIED RECEIPTS - SO THE STATEMENT ALWAYS FOOTS TO THE OPEN
      * ITEMS IT LISTS.
      *----------------------------------------------------------------
       01  WS-OPEN-BALANCE             PIC S9(11)V99 VALUE 0.
       01  WS-OPENING-BALANCE          PIC S9(11)V99 VALUE 0.
       01  WS-CLOSING-BALANCE          PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-BILLED            PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-CREDITED          PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-APPLIED           PIC S9(11)V99 VALUE 0.

       01  WS-PERIOD-INVOICE-COUNT     PIC 9(05) COMP VALUE 0.
       01  WS-PERIOD-CREDIT-COUNT      PIC 9(05) COMP VALUE 0.
       01  WS-PERIOD-RECEIPT-COUNT     PIC 9(05) COMP VALUE 0.
       01  WS-OPEN-ITEM-COUNT          PIC 9(05) COMP VALUE 0.

       01  WS-CUST-BUCKETS.
           05  WS-CB-CURRENT           PIC S9(11)V99 VALUE 0.
           05  WS-CB-OVER-30           PIC S9(11)V99 VALUE 0.
           05  WS-CB-OVER-60           PIC S9(11)V99 VALUE 0.
           05  WS-CB-OVER-90           PIC S9(11)V99 VALUE 0.
           05  WS-CB-TOTAL             PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * RUN CONTROL TOTALS
      *----------------------------------------------------------------
       01  WS-CUSTOMER-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-STATEMENT-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-BALANCE-DUE        PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1           PIC X(132) VALUE
           "PROGRAM24 - MONTHLY CUSTOMER STATEMENTS".

       01  WS-RULE-LINE                PIC X(132) VALUE ALL "=".
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       01  WS-STATEMENT-HEAD-LINE.
           05  FILLER                  PIC X(26) VALUE
               "STATEMENT OF ACCOUNT  -  ".
           05  FILLER                  PIC X(09) VALUE
               "CUSTOMER ".
           05  WS-SH-CUSTOMER-NUMBER   PIC 9(03).
           05  FILLER                  PIC X(09) VALUE
               "  PERIOD ".
           05  WS-SH-PERIOD-START      PIC X(10).
           05  FILLER                  PIC X(06) VALUE
               " THRU ".
           05  WS-SH-PERIOD-END        PIC X(10).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-BILL-TO-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-BT-TEXT              PIC X(50).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-TERMS-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "PAYMENT TERMS: ".
           05  WS-TM-PAYMENT-TERMS     PIC X(15).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL             PIC X(30).
           05  WS-AL-AMOUNT            PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-SECTION-LINE             PIC X(132) VALUE SPACES.

       01  WS-INVOICE-HEADING.
           05  FILLER                  PIC X(38) VALUE
               "   ORDER   INV DATE      AMOUNT BILLED".
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-INVOICE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-IL-ORDER-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-IL-INVOICE-DATE      PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-IL-BILLED-AMOUNT     PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-IL-NOTE              PIC X(20).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-CREDIT-HEADING.
           05  FILLER                  PIC X(38) VALUE
               "   ORDER   CRED DATE   AMOUNT CREDITED".
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-RECEIPT-HEADING.
           05  FILLER                  PIC X(38) VALUE
               "   ORDER   PAY DATE     REFERENCE     ".
           05  FILLER                  PIC X(32) VALUE
               "AMOUNT RECEIVED   AMOUNT APPLIED".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-RECEIPT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RL-ORDER-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RL-PAYMENT-DATE      PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RL-REFERENCE         PIC X(12).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RL-PAYMENT-AMOUNT    PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RL-APPLIED-AMOUNT    PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-NOTE              PIC X(20).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-OPEN-ITEM-HEADING.
           05  FILLER                  PIC X(38) VALUE
               "   ORDER   INV DATE      AMOUNT BILLED".
           05  FILLER                  PIC X(42) VALUE
               "      AMOUNT PAID     OPEN BALANCE    DAYS".
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-OPEN-ITEM-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-OL-ORDER-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OL-INVOICE-DATE      PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OL-BILLED-AMOUNT     PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OL-PAID-AMOUNT       PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OL-OPEN-BALANCE      PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OL-AGE-DAYS          PIC ZZZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-AGING-HEADING.
           05  FILLER                  PIC X(17) VALUE
               "          CURRENT".
           05  FILLER                  PIC X(15) VALUE
               "        OVER 30".
           05  FILLER                  PIC X(15) VALUE
               "        OVER 60".
           05  FILLER                  PIC X(15) VALUE
               "        OVER 90".
           05  FILLER                  PIC X(15) VALUE
               "    BALANCE DUE".
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-AGING-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-AG-CURRENT           PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AG-OVER-30           PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AG-OVER-60           PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AG-OVER-90           PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AG-TOTAL             PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(24) VALUE
               "CUSTOMERS READ -        ".
           05  WS-TR-CUSTOMER-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(24) VALUE
               "STATEMENTS PRINTED -    ".
           05  WS-TR-STATEMENT-COUNT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(24) VALUE
               "TOTAL BALANCE DUE -     ".
           05  WS-TR-BALANCE-DUE       PIC -Z(12)9.99.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
               UNTIL END-OF-CUSTOMER-FILE.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      *================================================================
      * 1000-INITIALIZE-RUN
      *================================================================
       1000-INITIALIZE-RUN.
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           PERFORM 1200-SET-STATEMENT-PERIOD THRU 1200-EXIT.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PROGRAM24 - UNABLE TO OPEN CUSTOMER MASTER, "
                   "STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF WS-AR-OPEN-STATUS NOT = "00"
               DISPLAY "PROGRAM24 - UNABLE TO OPEN OPEN-ITEM FILE, "
                   "STATUS " WS-AR-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-PERIOD-RECEIPTS THRU 1300-EXIT.
           PERFORM 1400-LOAD-PERIOD-BILLINGS THRU 1400-EXIT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               STRING "RUN DATE: " WS-RUN-DATE-STAMP
                   INTO WS-HEADING-LINE-0
               WRITE RPT-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE RPT-LINE FROM WS-HEADING-LINE-1.
           PERFORM 2100-READ-CUSTOMER-RECORD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-DATE-STAMP-FILE
      *
      * THE DATE STAMP FILE IS WRITTEN BY PROGRAM9.  WHEN THIS PROGRAM
      * IS RUN STANDALONE (NOT THROUGH THE DAILY BATCH DRIVER) THE
      * FILE MAY NOT EXIST, SO A MISSING FILE IS NOT AN ERROR.
      *================================================================
       1100-READ-DATE-STAMP-FILE.
           OPEN INPUT DATE-STAMP-FILE.
           IF WS-DATE-STAMP-STATUS = "00"
               READ DATE-STAMP-FILE
                   NOT AT END
                       MOVE DS-LINE TO WS-RUN-DATE-STAMP
               END-READ
               CLOSE DATE-STAMP-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *================================================================
      * 1200-SET-STATEMENT-PERIOD
      *
      * THE AS-OF DATE IS THE YYYY/MM/DD RUN DATE ON PROGRAM9'S
      * STAMP; THE SYSTEM DATE IS THE FALLBACK FOR A STANDALONE RUN.
      * THE PERIOD OPENS ON THE FIRST OF THE AS-OF MONTH.
      *================================================================
       1200-SET-STATEMENT-PERIOD.
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               MOVE SPACES TO WS-DATE-DIGITS-CHECK
               STRING WS-RUN-DATE-STAMP(1:4) WS-RUN-DATE-STAMP(6:2)
                   WS-RUN-DATE-STAMP(9:2)
                   INTO WS-DATE-DIGITS-CHECK
               IF WS-DATE-DIGITS-NUM NUMERIC
                   MOVE WS-DATE-DIGITS-NUM TO WS-ASOF-DATE-NUM
               END-IF
           END-IF.
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE-NUM).
           COMPUTE WS-PERIOD-START-NUM =
               (WS-ASOF-YEAR * 10000) + (WS-ASOF-MONTH * 100) + 1.
           MOVE SPACES TO WS-PERIOD-START-TEXT WS-PERIOD-END-TEXT.
           STRING WS-ASOF-YEAR "/" WS-ASOF-MONTH "/01"
               INTO WS-PERIOD-START-TEXT.
           STRING WS-ASOF-YEAR "/" WS-ASOF-MONTH "/" WS-ASOF-DAY
               INTO WS-PERIOD-END-TEXT.
       1200-EXIT.
           EXIT.

      *================================================================
      * 1300-LOAD-PERIOD-RECEIPTS
      *
      * NO HISTORY FILE MEANS NO RECEIPTS HAVE BEEN RECORDED YET -
      * THE STATEMENTS STILL PRINT, WITH NO PAYMENTS SECTION LINES.
      *================================================================
       1300-LOAD-PERIOD-RECEIPTS.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           IF WS-RECEIPT-HISTORY-STATUS NOT = "00"
               DISPLAY "PROGRAM24 - NO CASH-RECEIPTS HISTORY ON DISK "
                   "- NO PAYMENTS WILL BE LISTED"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-READ-HISTORY-RECORD THRU 1310-EXIT.
           PERFORM 1320-LOAD-ONE-RECEIPT THRU 1320-EXIT
               UNTIL END-OF-HISTORY-FILE.
           CLOSE RECEIPT-HISTORY-FILE.
           IF WS-RCPT-OVERFLOW-COUNT > 0
               DISPLAY "PROGRAM24 - RECEIPT TABLE FULL - "
                   WS-RCPT-OVERFLOW-COUNT " RECEIPTS NOT LISTED"
           END-IF.
       1300-EXIT.
           EXIT.

      *================================================================
      * 1310-READ-HISTORY-RECORD
      *================================================================
       1310-READ-HISTORY-RECORD.
           READ RECEIPT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-READ.
       1310-EXIT.
           EXIT.

      *================================================================
      * 1320-LOAD-ONE-RECEIPT
      *================================================================
       1320-LOAD-ONE-RECEIPT.
           IF RC-CUSTOMER-NUMBER NOT NUMERIC
               OR RC-APPLIED-AMOUNT NOT NUMERIC
               GO TO 1320-NEXT
           END-IF.
           IF RC-RUN-DATE = SPACES
               MOVE RC-PAYMENT-DATE TO WS-DATE-TO-TEST
           ELSE
               MOVE RC-RUN-DATE     TO WS-DATE-TO-TEST
           END-IF.
           PERFORM 2900-TEST-DATE-IN-PERIOD THRU 2900-EXIT.
           IF DATE-IS-NOT-IN-PERIOD
               GO TO 1320-NEXT
           END-IF.
           IF WS-RCPT-COUNT >= WS-RCPT-TABLE-MAX
               ADD 1 TO WS-RCPT-OVERFLOW-COUNT
               GO TO 1320-NEXT
           END-IF.
           ADD 1 TO WS-RCPT-COUNT.
           MOVE WS-RCPT-COUNT       TO WS-RCPT-SUB.
           MOVE RC-CUSTOMER-NUMBER  TO WS-RCPT-CUSTOMER (WS-RCPT-SUB).
           MOVE RC-ORDER-NUMBER     TO WS-RCPT-ORDER (WS-RCPT-SUB).
           MOVE RC-PAYMENT-DATE     TO WS-RCPT-DATE (WS-RCPT-SUB).
           MOVE RC-PAYMENT-AMOUNT   TO WS-RCPT-AMOUNT (WS-RCPT-SUB).
           MOVE RC-REFERENCE        TO WS-RCPT-REFERENCE (WS-RCPT-SUB).
           MOVE RC-DISPOSITION-CODE
               TO WS-RCPT-DISPOSITION (WS-RCPT-SUB).
           MOVE RC-APPLIED-AMOUNT   TO WS-RCPT-APPLIED (WS-RCPT-SUB).
       1320-NEXT.
           PERFORM 1310-READ-HISTORY-RECORD THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *================================================================
      * 1400-LOAD-PERIOD-BILLINGS
      *
      * NO SALES HISTORY MEANS NOTHING HAS BEEN BILLED YET - THE
      * STATEMENTS STILL PRINT, WITH ONLY FINANCE CHARGES LISTED.
      *================================================================
       1400-LOAD-PERIOD-BILLINGS.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-SALES-HISTORY-STATUS NOT = "00"
               DISPLAY "PROGRAM24 - NO SALES HISTORY ON DISK "
                   "- NO INVOICES OR CREDITS WILL BE LISTED"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-READ-SALES-RECORD THRU 1410-EXIT.
           PERFORM 1420-LOAD-ONE-SALES-LINE THRU 1420-EXIT
               UNTIL END-OF-SALES-FILE.
           CLOSE SALES-HISTORY-FILE.
           IF WS-SALE-OVERFLOW-COUNT > 0
               DISPLAY "PROGRAM24 - BILLING TABLE FULL - "
                   WS-SALE-OVERFLOW-COUNT " SALES LINES NOT LISTED"
           END-IF.
       1400-EXIT.
           EXIT.

      *================================================================
      * 1410-READ-SALES-RECORD
      *================================================================
       1410-READ-SALES-RECORD.
           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SALES-EOF-SWITCH
           END-READ.
       1410-EXIT.
           EXIT.

      *================================================================
      * 1420-LOAD-ONE-SALES-LINE
      *
      * A LINE IS ADDED INTO THE LAST ENTRY WHEN IT IS THE SAME
      * CUSTOMER'S SAME INVOICE DOCUMENT AND THE SAME SIDE - BILLING
      * OR CREDIT; OTHERWISE IT OPENS A NEW ENTRY.  A LINE THAT
      * NETS TO ZERO MOVES NO BALANCE AND IS PASSED OVER.
      *================================================================
       1420-LOAD-ONE-SALES-LINE.
           IF SH-CUSTOMER-NUMBER NOT NUMERIC
               OR SH-INVOICE-NUMBER NOT NUMERIC
               OR SH-NET-AMOUNT NOT NUMERIC
               OR SH-TAX-AMOUNT NOT NUMERIC
               GO TO 1420-NEXT
           END-IF.
           MOVE SH-RUN-DATE TO WS-DATE-TO-TEST.
           PERFORM 2900-TEST-DATE-IN-PERIOD THRU 2900-EXIT.
           IF DATE-IS-NOT-IN-PERIOD
               GO TO 1420-NEXT
           END-IF.
           COMPUTE WS-SALE-LINE-AMOUNT =
               SH-NET-AMOUNT + SH-TAX-AMOUNT.
           IF WS-SALE-LINE-AMOUNT = ZERO
               GO TO 1420-NEXT
           END-IF.
           IF WS-SALE-COUNT > 0
               IF WS-SALE-CUSTOMER (WS-SALE-COUNT) = SH-CUSTOMER-NUMBER
                   AND WS-SALE-INVOICE (WS-SALE-COUNT)
                       = SH-INVOICE-NUMBER
                   AND ((WS-SALE-AMOUNT (WS-SALE-COUNT) > ZERO
                         AND WS-SALE-LINE-AMOUNT > ZERO)
                     OR (WS-SALE-AMOUNT (WS-SALE-COUNT) < ZERO
                         AND WS-SALE-LINE-AMOUNT < ZERO))
                   ADD WS-SALE-LINE-AMOUNT
                       TO WS-SALE-AMOUNT (WS-SALE-COUNT)
                   GO TO 1420-NEXT
               END-IF
           END-IF.
           IF WS-SALE-COUNT >= WS-SALE-TABLE-MAX
               ADD 1 TO WS-SALE-OVERFLOW-COUNT
               GO TO 1420-NEXT
           END-IF.
           ADD 1 TO WS-SALE-COUNT.
           MOVE WS-SALE-COUNT       TO WS-SALE-SUB.
           MOVE SH-CUSTOMER-NUMBER  TO WS-SALE-CUSTOMER (WS-SALE-SUB).
           MOVE SH-ORDER-NUMBER     TO WS-SALE-ORDER (WS-SALE-SUB).
           MOVE SH-INVOICE-NUMBER   TO WS-SALE-INVOICE (WS-SALE-SUB).
           MOVE SH-RUN-DATE         TO WS-SALE-DATE (WS-SALE-SUB).
           MOVE WS-SALE-LINE-AMOUNT TO WS-SALE-AMOUNT (WS-SALE-SUB).
       1420-NEXT.
           PERFORM 1410-READ-SALES-RECORD THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-CUSTOMER
      *
      * A FIRST PASS OVER THE CUSTOMER'S ITEMS AND RECEIPTS DECIDES
      * WHETHER A STATEMENT IS DUE AT ALL - A CUSTOMER WITH NOTHING
      * BILLED, NOTHING RECEIVED AND NOTHING OWED GETS NONE.  THE
      * STATEMENT ITSELF IS THEN PRINTED SECTION BY SECTION.
      *================================================================
       2000-PROCESS-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           PERFORM 2200-TOTAL-CUSTOMER-ACCOUNT THRU 2200-EXIT.
           IF WS-PERIOD-INVOICE-COUNT = 0
               AND WS-PERIOD-CREDIT-COUNT = 0
               AND WS-PERIOD-RECEIPT-COUNT = 0
               AND WS-CLOSING-BALANCE = ZERO
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-STATEMENT-COUNT.
           ADD WS-CLOSING-BALANCE TO WS-TOTAL-BALANCE-DUE.
           COMPUTE WS-OPENING-BALANCE = WS-CLOSING-BALANCE
               - WS-PERIOD-BILLED - WS-PERIOD-CREDITED
               + WS-PERIOD-APPLIED.
           PERFORM 2300-PRINT-STATEMENT-HEADING THRU 2300-EXIT.
           PERFORM 2400-LIST-PERIOD-INVOICES THRU 2400-EXIT.
           PERFORM 2450-LIST-PERIOD-CREDITS THRU 2450-EXIT.
           PERFORM 2500-LIST-PERIOD-RECEIPTS THRU 2500-EXIT.
           PERFORM 2600-LIST-OPEN-ITEMS THRU 2600-EXIT.
           PERFORM 2700-PRINT-AGING-FOOTER THRU 2700-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-CUSTOMER-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-READ-CUSTOMER-RECORD
      *================================================================
       2100-READ-CUSTOMER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2150-START-CUSTOMER-ITEMS
      *
      * POSITIONS THE OPEN-ITEM FILE ON THE CUSTOMER'S FIRST ITEM
      * (THE KEY LEADS WITH THE CUSTOMER NUMBER) AND READS IT.  EACH
      * PASS OVER THE CUSTOMER'S ITEMS STARTS HERE.
      *================================================================
       2150-START-CUSTOMER-ITEMS.
           SET MORE-CUSTOMER-ITEMS TO TRUE.
           MOVE CU-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE ZERO               TO AR-ORDER-NUMBER.
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-OPEN-KEY
               INVALID KEY
                   SET END-OF-CUSTOMER-ITEMS TO TRUE
           END-START.
           IF MORE-CUSTOMER-ITEMS
               PERFORM 2160-READ-NEXT-CUSTOMER-ITEM THRU 2160-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

      *================================================================
      * 2160-READ-NEXT-CUSTOMER-ITEM
      *================================================================
       2160-READ-NEXT-CUSTOMER-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET END-OF-CUSTOMER-ITEMS TO TRUE
           END-READ.
           IF MORE-CUSTOMER-ITEMS
               AND AR-CUSTOMER-NUMBER NOT = CU-CUSTOMER-NUMBER
               SET END-OF-CUSTOMER-ITEMS TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.

      *================================================================
      * 2200-TOTAL-CUSTOMER-ACCOUNT
      *
      * THE CLOSING BALANCE IS BILLED LESS PAID ACROSS EVERY ITEM -
      * AN OVERPAID ITEM CARRIES A CREDIT - SO IT AGREES WITH WHAT
      * THE OPEN-ITEMS SECTION LISTS.  THE PERIOD'S SALES BILLINGS
      * AND CREDITS COME FROM THE SALES-HISTORY TABLE.
      *================================================================
       2200-TOTAL-CUSTOMER-ACCOUNT.
           MOVE ZERO TO WS-CLOSING-BALANCE WS-PERIOD-BILLED
                        WS-PERIOD-CREDITED WS-PERIOD-APPLIED
                        WS-PERIOD-INVOICE-COUNT WS-PERIOD-CREDIT-COUNT
                        WS-PERIOD-RECEIPT-COUNT.
           PERFORM 2150-START-CUSTOMER-ITEMS THRU 2150-EXIT.
           PERFORM 2210-TOTAL-ONE-ITEM THRU 2210-EXIT
               UNTIL END-OF-CUSTOMER-ITEMS.
           PERFORM 2230-TOTAL-ONE-SALE THRU 2230-EXIT
               VARYING WS-SALE-SUB FROM 1 BY 1
               UNTIL WS-SALE-SUB > WS-SALE-COUNT.
           PERFORM 2220-TOTAL-ONE-RECEIPT THRU 2220-EXIT
               VARYING WS-RCPT-SUB FROM 1 BY 1
               UNTIL WS-RCPT-SUB > WS-RCPT-COUNT.
       2200-EXIT.
           EXIT.

      *================================================================
      * 2210-TOTAL-ONE-ITEM
      *
      * EVERY ITEM COUNTS IN THE CLOSING BALANCE.  OF THE PERIOD'S
      * BILLINGS ONLY A FINANCE CHARGE IS TAKEN FROM HERE - IT IS
      * NEVER ADDED INTO AFTER IT IS DATED, AND IT IS NOT ON THE SALES
      * HISTORY.  A SALES INVOICE'S BILLINGS AND CREDITS COME FROM
      * THE SALES HISTORY (2230).  CASH HELD ON ACCOUNT IS NOT A
      * BILLING; THE RECEIPT BEHIND IT IS ALREADY IN THE PAYMENTS
      * RECEIVED.
      *================================================================
       2210-TOTAL-ONE-ITEM.
           COMPUTE WS-CLOSING-BALANCE = WS-CLOSING-BALANCE
               + AR-BILLED-AMOUNT - AR-PAID-AMOUNT.
           IF NOT AR-ITEM-IS-FINANCE-CHARGE
               GO TO 2210-NEXT
           END-IF.
           MOVE AR-INVOICE-DATE TO WS-DATE-TO-TEST.
           PERFORM 2900-TEST-DATE-IN-PERIOD THRU 2900-EXIT.
           IF DATE-IS-IN-PERIOD
               ADD 1 TO WS-PERIOD-INVOICE-COUNT
               ADD AR-BILLED-AMOUNT TO WS-PERIOD-BILLED
           END-IF.
       2210-NEXT.
           PERFORM 2160-READ-NEXT-CUSTOMER-ITEM THRU 2160-EXIT.
       2210-EXIT.
           EXIT.

      *================================================================
      * 2220-TOTAL-ONE-RECEIPT
      *================================================================
       2220-TOTAL-ONE-RECEIPT.
           IF WS-RCPT-CUSTOMER (WS-RCPT-SUB) = CU-CUSTOMER-NUMBER
               ADD 1 TO WS-PERIOD-RECEIPT-COUNT
               ADD WS-RCPT-APPLIED (WS-RCPT-SUB) TO WS-PERIOD-APPLIED
           END-IF.
       2220-EXIT.
           EXIT.

      *================================================================
      * 2230-TOTAL-ONE-SALE
      *================================================================
       2230-TOTAL-ONE-SALE.
           IF WS-SALE-CUSTOMER (WS-SALE-SUB) NOT = CU-CUSTOMER-NUMBER
               GO TO 2230-EXIT
           END-IF.
           IF WS-SALE-AMOUNT (WS-SALE-SUB) < ZERO
               ADD 1 TO WS-PERIOD-CREDIT-COUNT
               ADD WS-SALE-AMOUNT (WS-SALE-SUB) TO WS-PERIOD-CREDITED
           ELSE
               ADD 1 TO WS-PERIOD-INVOICE-COUNT
               ADD WS-SALE-AMOUNT (WS-SALE-SUB) TO WS-PERIOD-BILLED
           END-IF.
       2230-EXIT.
           EXIT.

      *================================================================
      * 2300-PRINT-STATEMENT-HEADING
      *
      * THE BILL-TO BLOCK COMES STRAIGHT FROM THE CUSTOMER MASTER; A
      * BLANK SECOND ADDRESS LINE IS NOT PRINTED.
      *================================================================
       2300-PRINT-STATEMENT-HEADING.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-RULE-LINE.
           MOVE CU-CUSTOMER-NUMBER   TO WS-SH-CUSTOMER-NUMBER.
           MOVE WS-PERIOD-START-TEXT TO WS-SH-PERIOD-START.
           MOVE WS-PERIOD-END-TEXT   TO WS-SH-PERIOD-END.
           WRITE RPT-LINE FROM WS-STATEMENT-HEAD-LINE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE CU-CUSTOMER-NAME  TO WS-BT-TEXT.
           WRITE RPT-LINE FROM WS-BILL-TO-LINE.
           MOVE CU-BILL-TO-LINE-1 TO WS-BT-TEXT.
           WRITE RPT-LINE FROM WS-BILL-TO-LINE.
           IF CU-BILL-TO-LINE-2 NOT = SPACES
               MOVE CU-BILL-TO-LINE-2 TO WS-BT-TEXT
               WRITE RPT-LINE FROM WS-BILL-TO-LINE
           END-IF.
           MOVE SPACES TO WS-BT-TEXT.
           STRING CU-BILL-TO-CITY DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               CU-BILL-TO-STATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CU-BILL-TO-ZIP DELIMITED BY SIZE
               INTO WS-BT-TEXT.
           WRITE RPT-LINE FROM WS-BILL-TO-LINE.
           MOVE CU-PAYMENT-TERMS TO WS-TM-PAYMENT-TERMS.
           WRITE RPT-LINE FROM WS-TERMS-LINE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE "OPENING BALANCE"  TO WS-AL-LABEL.
           MOVE WS-OPENING-BALANCE TO WS-AL-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
       2300-EXIT.
           EXIT.

      *================================================================
      * 2400-LIST-PERIOD-INVOICES
      *
      * THE SALES BILLINGS, EACH UNDER THE DATE IT WAS BILLED, THEN
      * THE PERIOD'S FINANCE CHARGES FROM THE OPEN-ITEM FILE.
      *================================================================
       2400-LIST-PERIOD-INVOICES.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE "INVOICES BILLED THIS PERIOD" TO WS-SECTION-LINE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           IF WS-PERIOD-INVOICE-COUNT = 0
               MOVE "    NO INVOICES BILLED THIS PERIOD"
                   TO WS-SECTION-LINE
               WRITE RPT-LINE FROM WS-SECTION-LINE
               GO TO 2400-TOTAL
           END-IF.
           WRITE RPT-LINE FROM WS-INVOICE-HEADING.
           PERFORM 2420-LIST-ONE-BILLING THRU 2420-EXIT
               VARYING WS-SALE-SUB FROM 1 BY 1
               UNTIL WS-SALE-SUB > WS-SALE-COUNT.
           PERFORM 2150-START-CUSTOMER-ITEMS THRU 2150-EXIT.
           PERFORM 2410-LIST-ONE-INVOICE THRU 2410-EXIT
               UNTIL END-OF-CUSTOMER-ITEMS.
       2400-TOTAL.
           MOVE "TOTAL INVOICES BILLED" TO WS-AL-LABEL.
           MOVE WS-PERIOD-BILLED        TO WS-AL-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
       2400-EXIT.
           EXIT.

      *================================================================
      * 2410-LIST-ONE-INVOICE
      *================================================================
       2410-LIST-ONE-INVOICE.
           IF NOT AR-ITEM-IS-FINANCE-CHARGE
               GO TO 2410-NEXT
           END-IF.
           MOVE AR-INVOICE-DATE TO WS-DATE-TO-TEST.
           PERFORM 2900-TEST-DATE-IN-PERIOD THRU 2900-EXIT.
           IF DATE-IS-IN-PERIOD
               MOVE AR-ORDER-NUMBER  TO WS-IL-ORDER-NUMBER
               MOVE AR-INVOICE-DATE  TO WS-IL-INVOICE-DATE
               MOVE AR-BILLED-AMOUNT TO WS-IL-BILLED-AMOUNT
               MOVE "FINANCE CHARGE" TO WS-IL-NOTE
               WRITE RPT-LINE FROM WS-INVOICE-LINE
           END-IF.
       2410-NEXT.
           PERFORM 2160-READ-NEXT-CUSTOMER-ITEM THRU 2160-EXIT.
       2410-EXIT.
           EXIT.

      *================================================================
      * 2420-LIST-ONE-BILLING
      *================================================================
       2420-LIST-ONE-BILLING.
           IF WS-SALE-CUSTOMER (WS-SALE-SUB) NOT = CU-CUSTOMER-NUMBER
               OR WS-SALE-AMOUNT (WS-SALE-SUB) < ZERO
               GO TO 2420-EXIT
           END-IF.
           MOVE WS-SALE-ORDER (WS-SALE-SUB)  TO WS-IL-ORDER-NUMBER.
           MOVE WS-SALE-DATE (WS-SALE-SUB)   TO WS-IL-INVOICE-DATE.
           MOVE WS-SALE-AMOUNT (WS-SALE-SUB) TO WS-IL-BILLED-AMOUNT.
           MOVE SPACES                       TO WS-IL-NOTE.
           WRITE RPT-LINE FROM WS-INVOICE-LINE.
       2420-EXIT.
           EXIT.

      *================================================================
      * 2450-LIST-PERIOD-CREDITS
      *
      * CREDIT MEMOS AND RETURN CREDITS ISSUED IN THE PERIOD, SHOWN
      * NEGATIVE AS THEY REDUCE THE BALANCE, UNDER THE ORDER THEY
      * WERE CREDITED AGAINST.
      *================================================================
       2450-LIST-PERIOD-CREDITS.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE "CREDITS ISSUED THIS PERIOD" TO WS-SECTION-LINE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           IF WS-PERIOD-CREDIT-COUNT = 0
               MOVE "    NO CREDITS ISSUED THIS PERIOD"
                   TO WS-SECTION-LINE
               WRITE RPT-LINE FROM WS-SECTION-LINE
               GO TO 2450-TOTAL
           END-IF.
           WRITE RPT-LINE FROM WS-CREDIT-HEADING.
           PERFORM 2460-LIST-ONE-CREDIT THRU 2460-EXIT
               VARYING WS-SALE-SUB FROM 1 BY 1
               UNTIL WS-SALE-SUB > WS-SALE-COUNT.
       2450-TOTAL.
           MOVE "TOTAL CREDITS ISSUED" TO WS-AL-LABEL.
           MOVE WS-PERIOD-CREDITED     TO WS-AL-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
       2450-EXIT.
           EXIT.

      *================================================================
      * 2460-LIST-ONE-CREDIT
      *================================================================
       2460-LIST-ONE-CREDIT.
           IF WS-SALE-CUSTOMER (WS-SALE-SUB) NOT = CU-CUSTOMER-NUMBER
               OR WS-SALE-AMOUNT (WS-SALE-SUB) NOT < ZERO
               GO TO 2460-EXIT
           END-IF.
           MOVE WS-SALE-ORDER (WS-SALE-SUB)  TO WS-IL-ORDER-NUMBER.
           MOVE WS-SALE-DATE (WS-SALE-SUB)   TO WS-IL-INVOICE-DATE.
           MOVE WS-SALE-AMOUNT (WS-SALE-SUB) TO WS-IL-BILLED-AMOUNT.
           MOVE SPACES                       TO WS-IL-NOTE.
           WRITE RPT-LINE FROM WS-INVOICE-LINE.
       2460-EXIT.
           EXIT.

      *================================================================
      * 2500-LIST-PERIOD-RECEIPTS
      *
      * EVERY RECEIPT THE CUSTOMER SENT IN THE PERIOD IS LISTED; ONE
      * THAT COULD NOT BE APPLIED SHOWS A ZERO APPLIED AMOUNT AND IS
      * FLAGGED, SINCE IT HAS NOT REDUCED THE BALANCE.
      *================================================================
       2500-LIST-PERIOD-RECEIPTS.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE "PAYMENTS RECEIVED THIS PERIOD" TO WS-SECTION-LINE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           IF WS-PERIOD-RECEIPT-COUNT = 0
               MOVE "    NO PAYMENTS RECEIVED THIS PERIOD"
                   TO WS-SECTION-LINE
               WRITE RPT-LINE FROM WS-SECTION-LINE
               GO TO 2500-TOTAL
           END-IF.
           WRITE RPT-LINE FROM WS-RECEIPT-HEADING.
           PERFORM 2510-LIST-ONE-RECEIPT THRU 2510-EXIT
               VARYING WS-RCPT-SUB FROM 1 BY 1
               UNTIL WS-RCPT-SUB > WS-RCPT-COUNT.
       2500-TOTAL.
           MOVE "TOTAL PAYMENTS APPLIED" TO WS-AL-LABEL.
           MOVE WS-PERIOD-APPLIED        TO WS-AL-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
       2500-EXIT.
           EXIT.

      *================================================================
      * 2510-LIST-ONE-RECEIPT
      *================================================================
       2510-LIST-ONE-RECEIPT.
           IF WS-RCPT-CUSTOMER (WS-RCPT-SUB) NOT = CU-CUSTOMER-NUMBER
               GO TO 2510-EXIT
           END-IF.
           MOVE WS-RCPT-ORDER (WS-RCPT-SUB)  TO WS-RL-ORDER-NUMBER.
           MOVE WS-RCPT-DATE (WS-RCPT-SUB)   TO WS-RL-PAYMENT-DATE.
           MOVE WS-RCPT-REFERENCE (WS-RCPT-SUB) TO WS-RL-REFERENCE.
           MOVE WS-RCPT-AMOUNT (WS-RCPT-SUB) TO WS-RL-PAYMENT-AMOUNT.
           MOVE WS-RCPT-APPLIED (WS-RCPT-SUB)
               TO WS-RL-APPLIED-AMOUNT.
           EVALUATE WS-RCPT-DISPOSITION (WS-RCPT-SUB)
               WHEN "U"
                   MOVE "UNDER REVIEW"    TO WS-RL-NOTE
               WHEN "O"
                   MOVE "ON ACCOUNT"      TO WS-RL-NOTE
               WHEN OTHER
                   MOVE SPACES            TO WS-RL-NOTE
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-RECEIPT-LINE.
       2510-EXIT.
           EXIT.

      *================================================================
      * 2600-LIST-OPEN-ITEMS
      *
      * EVERY ITEM STILL CARRYING A BALANCE, AGED AGAINST THE AS-OF
      * DATE THE SAME WAY PROGRAM17 AGES THE TRIAL BALANCE - AN
      * INVOICE DATE THAT DOES NOT PARSE AGES AS 90-PLUS.
      *================================================================
       2600-LIST-OPEN-ITEMS.
           MOVE ZERO TO WS-CB-CURRENT WS-CB-OVER-30 WS-CB-OVER-60
                        WS-CB-OVER-90 WS-CB-TOTAL WS-OPEN-ITEM-COUNT.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE "OPEN ITEMS OUTSTANDING" TO WS-SECTION-LINE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           WRITE RPT-LINE FROM WS-OPEN-ITEM-HEADING.
           PERFORM 2150-START-CUSTOMER-ITEMS THRU 2150-EXIT.
           PERFORM 2610-LIST-ONE-OPEN-ITEM THRU 2610-EXIT
               UNTIL END-OF-CUSTOMER-ITEMS.
           IF WS-OPEN-ITEM-COUNT = 0
               MOVE "    NO OPEN ITEMS" TO WS-SECTION-LINE
               WRITE RPT-LINE FROM WS-SECTION-LINE
           END-IF.
       2600-EXIT.
           EXIT.

      *================================================================
      * 2610-LIST-ONE-OPEN-ITEM
      *================================================================
       2610-LIST-ONE-OPEN-ITEM.
           COMPUTE WS-OPEN-BALANCE =
               AR-BILLED-AMOUNT - AR-PAID-AMOUNT.
           IF WS-OPEN-BALANCE = ZERO
               GO TO 2610-NEXT
           END-IF.
           ADD 1 TO WS-OPEN-ITEM-COUNT.
           MOVE SPACES TO WS-DATE-DIGITS-CHECK.
           STRING AR-INVOICE-DATE(1:4) AR-INVOICE-DATE(6:2)
               AR-INVOICE-DATE(9:2)
               INTO WS-DATE-DIGITS-CHECK.
           IF WS-DATE-DIGITS-NUM NUMERIC
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS-NUM)
               COMPUTE WS-ITEM-AGE-DAYS =
                   WS-ASOF-INTEGER - WS-ITEM-INTEGER
           ELSE
               MOVE 99 TO WS-ITEM-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-ITEM-AGE-DAYS < 30
                   ADD WS-OPEN-BALANCE TO WS-CB-CURRENT
               WHEN WS-ITEM-AGE-DAYS < 60
                   ADD WS-OPEN-BALANCE TO WS-CB-OVER-30
               WHEN WS-ITEM-AGE-DAYS < 90
                   ADD WS-OPEN-BALANCE TO WS-CB-OVER-60
               WHEN OTHER
                   ADD WS-OPEN-BALANCE TO WS-CB-OVER-90
           END-EVALUATE.
           ADD WS-OPEN-BALANCE TO WS-CB-TOTAL.
           MOVE AR-ORDER-NUMBER  TO WS-OL-ORDER-NUMBER.
           MOVE AR-INVOICE-DATE  TO WS-OL-INVOICE-DATE.
           MOVE AR-BILLED-AMOUNT TO WS-OL-BILLED-AMOUNT.
           MOVE AR-PAID-AMOUNT   TO WS-OL-PAID-AMOUNT.
           MOVE WS-OPEN-BALANCE  TO WS-OL-OPEN-BALANCE.
           IF WS-ITEM-AGE-DAYS < 0
               MOVE ZERO             TO WS-OL-AGE-DAYS
           ELSE
               MOVE WS-ITEM-AGE-DAYS TO WS-OL-AGE-DAYS
           END-IF.
           WRITE RPT-LINE FROM WS-OPEN-ITEM-LINE.
       2610-NEXT.
           PERFORM 2160-READ-NEXT-CUSTOMER-ITEM THRU 2160-EXIT.
       2610-EXIT.
           EXIT.

      *================================================================
      * 2700-PRINT-AGING-FOOTER
      *================================================================
       2700-PRINT-AGING-FOOTER.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-AGING-HEADING.
           MOVE WS-CB-CURRENT TO WS-AG-CURRENT.
           MOVE WS-CB-OVER-30 TO WS-AG-OVER-30.
           MOVE WS-CB-OVER-60 TO WS-AG-OVER-60.
           MOVE WS-CB-OVER-90 TO WS-AG-OVER-90.
           MOVE WS-CB-TOTAL   TO WS-AG-TOTAL.
           WRITE RPT-LINE FROM WS-AGING-LINE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE "CLOSING BALANCE"  TO WS-AL-LABEL.
           MOVE WS-CLOSING-BALANCE TO WS-AL-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
       2700-EXIT.
           EXIT.

      *================================================================
      * 2900-TEST-DATE-IN-PERIOD
      *
      * A YYYY/MM/DD DATE FALLS IN THE PERIOD WHEN IT IS ON OR AFTER
      * THE FIRST OF THE MONTH AND NOT AFTER THE AS-OF DATE.  A DATE
      * THAT DOES NOT PARSE IS NEVER IN THE PERIOD.
      *================================================================
       2900-TEST-DATE-IN-PERIOD.
           SET DATE-IS-NOT-IN-PERIOD TO TRUE.
           MOVE SPACES TO WS-DATE-DIGITS-CHECK.
           STRING WS-DATE-TO-TEST(1:4) WS-DATE-TO-TEST(6:2)
               WS-DATE-TO-TEST(9:2)
               INTO WS-DATE-DIGITS-CHECK.
           IF WS-DATE-DIGITS-NUM NOT NUMERIC
               GO TO 2900-EXIT
           END-IF.
           IF WS-DATE-DIGITS-NUM >= WS-PERIOD-START-NUM
               AND WS-DATE-DIGITS-NUM <= WS-ASOF-DATE-NUM
               SET DATE-IS-IN-PERIOD TO TRUE
           END-IF.
       2900-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
       9000-TERMINATE-RUN.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-RULE-LINE.
           MOVE WS-CUSTOMER-COUNT    TO WS-TR-CUSTOMER-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-STATEMENT-COUNT   TO WS-TR-STATEMENT-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-TOTAL-BALANCE-DUE TO WS-TR-BALANCE-DUE.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-3.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "PROGRAM24 - STATEMENTS COMPLETE - "
               WS-STATEMENT-COUNT " STATEMENTS PRINTED".
       9000-EXIT.
           EXIT.
