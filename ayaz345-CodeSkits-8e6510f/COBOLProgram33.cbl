      *================================================================
      * PROGRAM-ID. PROGRAM33
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Program33.
       AUTHOR.        T. HARLOW.
       INSTALLATION.  DATA PROCESSING - ORDER PROCESSING.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 10/14/2026 TH    ORIGINAL PROGRAM - MONTH-END REVALUATION OF
      *                  OPEN FOREIGN-CURRENCY RECEIVABLES, RUN ON THE
      *                  MONTH-END CLOSE BRANCH.  WALKS THE OPEN-ITEM
      *                  FILE IN KEY ORDER AND LISTS ON REVALUE.DAT
      *                  EVERY OPEN ITEM BOOKED IN A FOREIGN CURRENCY
      *                  WITH FOREIGN AMOUNT STILL OWED - ITS BOOK
      *                  VALUE (THE HOME BALANCE AT THE BOOKED RATE),
      *                  THE SAME FOREIGN AMOUNT AT THE CLOSING RATE
      *                  (EXCHRATE.DAT FOR THE RUN DATE), AND THE
      *                  UNREALIZED GAIN OR LOSS BETWEEN THEM - WITH
      *                  TOTALS BY CURRENCY AND IN HOME CURRENCY FOR
      *                  ACCOUNTING TO BOOK THE UNREALIZED POSITION.
      *                  NOTHING IS UPDATED.  AN ITEM WHOSE CURRENCY
      *                  HAS NO CLOSING RATE IS LISTED AS SUCH AND
      *                  LEFT OUT OF THE HOME TOTALS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-RATE-KEY
               FILE STATUS IS WS-EXCHANGE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REVALUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AROPEN.

       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCHRATE.

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
       01  WS-AR-OPEN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EXCHANGE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  END-OF-OPEN-ITEM-FILE       VALUE 'Y'.
           88  NOT-END-OF-OPEN-ITEM-FILE   VALUE 'N'.

       01  WS-EXCHANGE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
           88  EXCHANGE-FILE-IS-OPEN       VALUE 'Y'.
           88  EXCHANGE-FILE-NOT-OPEN      VALUE 'N'.

      *----------------------------------------------------------------
      * RUN-DATE STAMP AND THE YYYY/MM/DD DATE THE CLOSING RATES ARE
      * READ FOR.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.
       01  WS-HEADING-LINE-0           PIC X(132) VALUE SPACES.

       01  WS-RATE-DATE                PIC X(10) VALUE SPACES.
       01  WS-TODAY-DATE               PIC 9(08) VALUE 0.
       01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC X(04).
           05  WS-TODAY-MM             PIC X(02).
           05  WS-TODAY-DD             PIC X(02).

      *----------------------------------------------------------------
      * THE ITEM IN HAND.  THE BOOK VALUE IS THE HOME BALANCE STILL
      * OWED, WHICH IS THE OPEN FOREIGN AMOUNT AT THE BOOKED RATE.
      *----------------------------------------------------------------
       01  WS-OPEN-FOREIGN             PIC S9(11)V99 VALUE 0.
       01  WS-BOOK-VALUE               PIC S9(11)V99 VALUE 0.
       01  WS-REVALUED-AMOUNT          PIC S9(13)V99 VALUE 0.
       01  WS-UNREALIZED-AMOUNT        PIC S9(13)V99 VALUE 0.
       01  WS-CLOSING-RATE             PIC 9(03)V9(06) VALUE 0.

       01  WS-RATE-SWITCH              PIC X(01) VALUE 'N'.
           88  CLOSING-RATE-FOUND          VALUE 'Y'.
           88  CLOSING-RATE-NOT-FOUND      VALUE 'N'.

      *----------------------------------------------------------------
      * CURRENCY TABLE - ONE ENTRY PER CURRENCY SEEN, IN THE ORDER
      * FIRST MET, HOLDING ITS CLOSING RATE (READ ONCE) AND ITS
      * TOTALS.  A CURRENCY BEYOND THE TABLE IS STILL REVALUED AND
      * COUNTED IN THE HOME TOTALS, BUT GETS NO TOTAL LINE OF ITS OWN.
      *----------------------------------------------------------------
       01  WS-CUR-MAX                  PIC 9(04) COMP VALUE 50.
       01  WS-CUR-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-CUR-SUB                  PIC 9(04) COMP VALUE 0.
       01  WS-SCAN-SUB                 PIC 9(04) COMP VALUE 0.

       01  WS-CURRENCY-TABLE.
           05  WS-CUR-ENTRY OCCURS 50 TIMES.
               10  WS-CUR-CODE         PIC X(03).
               10  WS-CUR-RATE-SWITCH  PIC X(01).
               10  WS-CUR-CLOSING-RATE PIC 9(03)V9(06).
               10  WS-CUR-OPEN-FOREIGN PIC S9(13)V99.
               10  WS-CUR-BOOK-VALUE   PIC S9(13)V99.
               10  WS-CUR-REVALUED     PIC S9(13)V99.
               10  WS-CUR-UNREALIZED   PIC S9(13)V99.

      *----------------------------------------------------------------
      * RUN CONTROL TOTALS.  THE HOME TOTALS COVER ONLY THE ITEMS
      * THAT COULD BE REVALUED, SO BOOK VALUE PLUS UNREALIZED ALWAYS
      * EQUALS REVALUED.
      *----------------------------------------------------------------
       01  WS-ITEM-COUNT               PIC 9(07) COMP VALUE 0.
       01  WS-FOREIGN-ITEM-COUNT       PIC 9(07) COMP VALUE 0.
       01  WS-REVALUED-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-NO-RATE-COUNT            PIC 9(07) COMP VALUE 0.

       01  WS-TOTAL-BOOK-VALUE         PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-REVALUED           PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-UNREALIZED         PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1           PIC X(132) VALUE
           "PROGRAM33 - OPEN FOREIGN-CURRENCY ITEMS AT CLOSING RATE".

       01  WS-RATE-DATE-LINE.
           05  FILLER                  PIC X(20) VALUE
               "CLOSING RATES AS OF ".
           05  WS-RD-RATE-DATE         PIC X(10).
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(23) VALUE
               "CUS  ORDR  INV DATE".
           05  FILLER                  PIC X(21) VALUE
               "CUR    OPEN FOREIGN".
           05  FILLER                  PIC X(12) VALUE
               " BOOK RATE".
           05  FILLER                  PIC X(16) VALUE
               "    BOOK VALUE".
           05  FILLER                  PIC X(12) VALUE
               "CLOSE RATE".
           05  FILLER                  PIC X(16) VALUE
               "      REVALUED".
           05  FILLER                  PIC X(32) VALUE
               "    UNREALIZED".

       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTOMER-NUMBER   PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-ORDER-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-INVOICE-DATE      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-OPEN-FOREIGN      PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-BOOKED-RATE       PIC ZZ9.999999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-BOOK-VALUE        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CLOSING-RATE      PIC ZZ9.999999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REVALUED          PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-UNREALIZED        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE              PIC X(16).

       01  WS-CURRENCY-TOTAL-LINE.
           05  FILLER                  PIC X(23) VALUE
               "  TOTAL FOR CURRENCY".
           05  WS-CT-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CT-OPEN-FOREIGN      PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  WS-CT-BOOK-VALUE        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CT-CLOSING-RATE      PIC ZZ9.999999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CT-REVALUED          PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CT-UNREALIZED        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CT-NOTE              PIC X(16).

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(56) VALUE
               "TOTAL IN HOME CURRENCY".
           05  WS-GT-BOOK-VALUE        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  WS-GT-REVALUED          PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-GT-UNREALIZED        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-NONE-OPEN-LINE           PIC X(132) VALUE
           "NO OPEN FOREIGN-CURRENCY ITEMS".

       01  WS-RULE-LINE                PIC X(132) VALUE ALL "=".
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "OPEN ITEMS READ -".
           05  WS-TR-ITEM-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               "FOREIGN ITEMS OPEN -".
           05  WS-TR-FOREIGN-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               "ITEMS REVALUED -".
           05  WS-TR-REVALUED-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               "ITEMS WITH NO CLOSING RATE -".
           05  WS-TR-NO-RATE-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 2000-PROCESS-OPEN-ITEM THRU 2000-EXIT
               UNTIL END-OF-OPEN-ITEM-FILE.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      *================================================================
      * 1000-INITIALIZE-RUN
      *
      * WITH NO EXCHANGE-RATE FILE THE ITEMS ARE STILL LISTED, EACH
      * MARKED AS HAVING NO CLOSING RATE.
      *================================================================
       1000-INITIALIZE-RUN.
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           PERFORM 1200-SET-RATE-DATE THRU 1200-EXIT.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF WS-AR-OPEN-STATUS NOT = "00"
               DISPLAY "PROGRAM33 - UNABLE TO OPEN OPEN-ITEM FILE, "
                   "STATUS " WS-AR-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXCHANGE-STATUS = "00"
               SET EXCHANGE-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PROGRAM33 - NO EXCHANGE-RATE FILE ON DISK, "
                   "NO ITEM CAN BE REVALUED"
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               STRING "RUN DATE: " WS-RUN-DATE-STAMP
                   INTO WS-HEADING-LINE-0
               WRITE RPT-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE RPT-LINE FROM WS-HEADING-LINE-1.
           MOVE WS-RATE-DATE TO WS-RD-RATE-DATE.
           WRITE RPT-LINE FROM WS-RATE-DATE-LINE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT.
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
      * 1200-SET-RATE-DATE
      *
      * THE CLOSING RATE IS THE RATE FOR THE YYYY/MM/DD RUN DATE ON
      * PROGRAM9'S STAMP - THE LAST BUSINESS DAY OF THE PERIOD ON A
      * MONTH-END NIGHT; THE SYSTEM DATE IS THE FALLBACK FOR A
      * STANDALONE RUN.
      *================================================================
       1200-SET-RATE-DATE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               MOVE WS-RUN-DATE-STAMP (1:10) TO WS-RATE-DATE
               GO TO 1200-EXIT
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           STRING WS-TODAY-YYYY "/" WS-TODAY-MM "/" WS-TODAY-DD
               DELIMITED BY SIZE
               INTO WS-RATE-DATE.
       1200-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-OPEN-ITEM
      *
      * ONLY AN OPEN ITEM BOOKED IN A FOREIGN CURRENCY WITH FOREIGN
      * AMOUNT STILL OWED IS REVALUED.  A POSITIVE UNREALIZED AMOUNT
      * IS A GAIN - THE RECEIVABLE IS WORTH MORE AT THE CLOSING RATE
      * THAN IT IS CARRIED AT.
      *================================================================
       2000-PROCESS-OPEN-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF AR-ITEM-IS-HOME-CURRENCY
               OR NOT AR-ITEM-IS-OPEN
               GO TO 2000-NEXT
           END-IF.
           COMPUTE WS-OPEN-FOREIGN =
               AR-FOREIGN-BILLED - AR-FOREIGN-PAID.
           IF WS-OPEN-FOREIGN = ZERO
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-FOREIGN-ITEM-COUNT.
           COMPUTE WS-BOOK-VALUE =
               AR-BILLED-AMOUNT - AR-PAID-AMOUNT.
           PERFORM 2200-FIND-CURRENCY THRU 2200-EXIT.
           MOVE SPACES TO WS-DL-NOTE.
           IF CLOSING-RATE-NOT-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE ZERO TO WS-REVALUED-AMOUNT
               MOVE ZERO TO WS-UNREALIZED-AMOUNT
               MOVE "NO CLOSING RATE" TO WS-DL-NOTE
           ELSE
               ADD 1 TO WS-REVALUED-COUNT
               COMPUTE WS-REVALUED-AMOUNT ROUNDED =
                   WS-OPEN-FOREIGN * WS-CLOSING-RATE
               COMPUTE WS-UNREALIZED-AMOUNT =
                   WS-REVALUED-AMOUNT - WS-BOOK-VALUE
               ADD WS-BOOK-VALUE        TO WS-TOTAL-BOOK-VALUE
               ADD WS-REVALUED-AMOUNT   TO WS-TOTAL-REVALUED
               ADD WS-UNREALIZED-AMOUNT TO WS-TOTAL-UNREALIZED
           END-IF.
           IF WS-CUR-SUB NOT = ZERO
               PERFORM 2400-ADD-TO-CURRENCY THRU 2400-EXIT
           END-IF.
           PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-READ-OPEN-ITEM
      *================================================================
       2100-READ-OPEN-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2200-FIND-CURRENCY
      *
      * SETS WS-CUR-SUB TO THE ITEM'S CURRENCY IN THE TABLE, ADDING
      * IT (AND READING ITS CLOSING RATE) THE FIRST TIME IT IS MET,
      * AND SETS WS-CLOSING-RATE AND WS-RATE-SWITCH FOR THE ITEM.
      * WS-CUR-SUB IS LEFT ZERO WHEN THE TABLE IS FULL.
      *================================================================
       2200-FIND-CURRENCY.
           MOVE ZERO TO WS-CUR-SUB.
           PERFORM 2210-CHECK-ONE-CURRENCY THRU 2210-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-CUR-COUNT
                  OR WS-CUR-SUB NOT = ZERO.
           IF WS-CUR-SUB NOT = ZERO
               MOVE WS-CUR-RATE-SWITCH (WS-CUR-SUB) TO WS-RATE-SWITCH
               MOVE WS-CUR-CLOSING-RATE (WS-CUR-SUB)
                   TO WS-CLOSING-RATE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2250-READ-CLOSING-RATE THRU 2250-EXIT.
           IF WS-CUR-COUNT NOT < WS-CUR-MAX
               DISPLAY "PROGRAM33 - CURRENCY TABLE FULL - "
                   AR-CURRENCY-CODE " NOT TOTALLED SEPARATELY"
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-CUR-COUNT.
           MOVE WS-CUR-COUNT     TO WS-CUR-SUB.
           MOVE AR-CURRENCY-CODE TO WS-CUR-CODE (WS-CUR-SUB).
           MOVE WS-RATE-SWITCH   TO WS-CUR-RATE-SWITCH (WS-CUR-SUB).
           MOVE WS-CLOSING-RATE  TO WS-CUR-CLOSING-RATE (WS-CUR-SUB).
           MOVE ZERO TO WS-CUR-OPEN-FOREIGN (WS-CUR-SUB).
           MOVE ZERO TO WS-CUR-BOOK-VALUE (WS-CUR-SUB).
           MOVE ZERO TO WS-CUR-REVALUED (WS-CUR-SUB).
           MOVE ZERO TO WS-CUR-UNREALIZED (WS-CUR-SUB).
       2200-EXIT.
           EXIT.

      *================================================================
      * 2210-CHECK-ONE-CURRENCY
      *================================================================
       2210-CHECK-ONE-CURRENCY.
           IF WS-CUR-CODE (WS-SCAN-SUB) = AR-CURRENCY-CODE
               MOVE WS-SCAN-SUB TO WS-CUR-SUB
           END-IF.
       2210-EXIT.
           EXIT.

      *================================================================
      * 2250-READ-CLOSING-RATE
      *
      * A ZERO RATE ON FILE IS NO USE FOR REVALUING AND IS TREATED AS
      * NO RATE.
      *================================================================
       2250-READ-CLOSING-RATE.
           SET CLOSING-RATE-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-CLOSING-RATE.
           IF EXCHANGE-FILE-NOT-OPEN
               GO TO 2250-EXIT
           END-IF.
           MOVE AR-CURRENCY-CODE TO XR-CURRENCY-CODE.
           MOVE WS-RATE-DATE     TO XR-RATE-DATE.
           READ EXCHANGE-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XR-EXCHANGE-RATE TO WS-CLOSING-RATE
           END-READ.
           IF WS-CLOSING-RATE NOT = ZERO
               SET CLOSING-RATE-FOUND TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

      *================================================================
      * 2300-WRITE-DETAIL-LINE
      *================================================================
       2300-WRITE-DETAIL-LINE.
           MOVE AR-CUSTOMER-NUMBER   TO WS-DL-CUSTOMER-NUMBER.
           MOVE AR-ORDER-NUMBER      TO WS-DL-ORDER-NUMBER.
           MOVE AR-INVOICE-DATE      TO WS-DL-INVOICE-DATE.
           MOVE AR-CURRENCY-CODE     TO WS-DL-CURRENCY.
           MOVE WS-OPEN-FOREIGN      TO WS-DL-OPEN-FOREIGN.
           MOVE AR-BOOKED-RATE       TO WS-DL-BOOKED-RATE.
           MOVE WS-BOOK-VALUE        TO WS-DL-BOOK-VALUE.
           MOVE WS-CLOSING-RATE      TO WS-DL-CLOSING-RATE.
           MOVE WS-REVALUED-AMOUNT   TO WS-DL-REVALUED.
           MOVE WS-UNREALIZED-AMOUNT TO WS-DL-UNREALIZED.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2300-EXIT.
           EXIT.

      *================================================================
      * 2400-ADD-TO-CURRENCY
      *================================================================
       2400-ADD-TO-CURRENCY.
           ADD WS-OPEN-FOREIGN TO WS-CUR-OPEN-FOREIGN (WS-CUR-SUB).
           ADD WS-BOOK-VALUE   TO WS-CUR-BOOK-VALUE (WS-CUR-SUB).
           ADD WS-REVALUED-AMOUNT
               TO WS-CUR-REVALUED (WS-CUR-SUB).
           ADD WS-UNREALIZED-AMOUNT
               TO WS-CUR-UNREALIZED (WS-CUR-SUB).
       2400-EXIT.
           EXIT.

      *================================================================
      * 3000-PRINT-CURRENCY-TOTALS
      *================================================================
       3000-PRINT-CURRENCY-TOTALS.
           MOVE WS-CUR-CODE (WS-CUR-SUB)  TO WS-CT-CURRENCY.
           MOVE WS-CUR-OPEN-FOREIGN (WS-CUR-SUB)
               TO WS-CT-OPEN-FOREIGN.
           MOVE WS-CUR-BOOK-VALUE (WS-CUR-SUB)
               TO WS-CT-BOOK-VALUE.
           MOVE WS-CUR-CLOSING-RATE (WS-CUR-SUB)
               TO WS-CT-CLOSING-RATE.
           MOVE WS-CUR-REVALUED (WS-CUR-SUB)
               TO WS-CT-REVALUED.
           MOVE WS-CUR-UNREALIZED (WS-CUR-SUB)
               TO WS-CT-UNREALIZED.
           MOVE SPACES TO WS-CT-NOTE.
           IF WS-CUR-RATE-SWITCH (WS-CUR-SUB) NOT = 'Y'
               MOVE "NO CLOSING RATE" TO WS-CT-NOTE
           END-IF.
           WRITE RPT-LINE FROM WS-CURRENCY-TOTAL-LINE.
       3000-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
       9000-TERMINATE-RUN.
           IF WS-FOREIGN-ITEM-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-OPEN-LINE
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           PERFORM 3000-PRINT-CURRENCY-TOTALS THRU 3000-EXIT
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT.
           MOVE WS-TOTAL-BOOK-VALUE  TO WS-GT-BOOK-VALUE.
           MOVE WS-TOTAL-REVALUED    TO WS-GT-REVALUED.
           MOVE WS-TOTAL-UNREALIZED  TO WS-GT-UNREALIZED.
           WRITE RPT-LINE FROM WS-GRAND-TOTAL-LINE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-RULE-LINE.
           MOVE WS-ITEM-COUNT         TO WS-TR-ITEM-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-FOREIGN-ITEM-COUNT TO WS-TR-FOREIGN-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-REVALUED-COUNT     TO WS-TR-REVALUED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-3.
           MOVE WS-NO-RATE-COUNT      TO WS-TR-NO-RATE-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-4.
           CLOSE AR-OPEN-ITEM-FILE.
           IF EXCHANGE-FILE-IS-OPEN
               CLOSE EXCHANGE-RATE-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "PROGRAM33 - FOREIGN-CURRENCY REVALUATION COMPLETE "
               "- " WS-REVALUED-COUNT " REVALUED, " WS-NO-RATE-COUNT
               " WITH NO CLOSING RATE".
       9000-EXIT.
           EXIT.
