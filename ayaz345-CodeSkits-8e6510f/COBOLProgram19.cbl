      *                  THE JOURNAL FILE IS NOT RELEASED AND THE
      *                  STEP FAILS WITH CONDITION CODE 16 SO THE
      *                  BATCH DRIVER HOLDS THE CHAIN.
      * 10/14/2026 TH    ALSO BUILDS THE DAILY CASH-RECEIPTS JOURNAL
      *                  (CRJOURNL.DAT) FROM THE CASH TOTALS PROGRAM16
      *                  HANDS OFF ON CASHTOTL.DAT - DEBIT CASH,
      *                  CREDIT RECEIVABLES, CREDIT UNAPPLIED CASH -
      *                  MAPPED THROUGH THE NEW "CSH" AND "UNA"
      *                  GLACCTS.DAT TYPES.  IT IS PROVED AND HELD ON
      *                  THE SAME TERMS AS THE SALES JOURNAL, AND THE
      *                  TWO ARE RELEASED OR HELD TOGETHER.  A
      *                  RELEASED JOURNAL EMPTIES CASHTOTL.DAT SO THE
      *                  SAME CASH IS NOT POSTED AGAIN.
      * 10/14/2026 TH    THE CASH-RECEIPTS JOURNAL POSTS THE REALIZED
      *                  EXCHANGE GAIN AND LOSS ON FOREIGN-CURRENCY
      *                  RECEIPTS FROM CASHTOTL.DAT TO THE NEW "FXR"
      *                  GLACCTS.DAT TYPE - GAIN AS A CREDIT, LOSS AS
      *                  A DEBIT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASH-TOTALS-FILE ASSIGN TO "CASHTOTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-TOTALS-STATUS.

           SELECT CASH-JOURNAL-FILE ASSIGN TO "CRJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "GLJRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  CASH-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CASHTOTL.

       FD  CASH-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CRJ-LINE                    PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WS-DAY-TOTALS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-ACCOUNT-MAP-STATUS       PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.
       01  WS-CASH-TOTALS-STATUS       PIC X(02) VALUE SPACES.

       01  WS-TOTALS-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  END-OF-DAY-TOTALS           VALUE 'Y'.
           88  END-OF-ACCOUNT-MAP          VALUE 'Y'.
           88  NOT-END-OF-ACCOUNT-MAP      VALUE 'N'.

       01  WS-CASH-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-CASH-TOTALS          VALUE 'Y'.
           88  NOT-END-OF-CASH-TOTALS      VALUE 'N'.

      *----------------------------------------------------------------
      * RUN-DATE STAMP AND THE FISCAL PERIOD DERIVED FROM IT - THE
      * FISCAL YEAR ALIGNS WITH THE CALENDAR YEAR AND THE PERIOD IS

       01  WS-TAX-SUB                  PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------
      * CASH TOTALS PICKED UP FROM CASHTOTL.DAT - EVERY CASH RUN
      * SINCE THE LAST RELEASED JOURNAL, ADDED TOGETHER.
      *----------------------------------------------------------------
       01  WS-CASH-RECORD-COUNT        PIC 9(04) COMP VALUE 0.
       01  WS-CASH-RECEIVED            PIC S9(13)V99 VALUE 0.
       01  WS-CASH-APPLIED-TO-AR       PIC S9(13)V99 VALUE 0.
       01  WS-CASH-UNAPPLIED-NET       PIC S9(13)V99 VALUE 0.
       01  WS-CASH-EXCEPTION           PIC S9(13)V99 VALUE 0.
       01  WS-CASH-EXCHANGE-GAIN       PIC S9(13)V99 VALUE 0.
       01  WS-CASH-EXCHANGE-LOSS       PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * JOURNAL BUILD FIELDS AND THE BALANCE PROOF
      *----------------------------------------------------------------
       01  WS-TOTAL-CREDITS            PIC S9(13)V99 VALUE 0.
       01  WS-ENTRY-DEBIT              PIC S9(13)V99 VALUE 0.
       01  WS-ENTRY-CREDIT             PIC S9(13)V99 VALUE 0.
       01  WS-ENTRY-AMOUNT             PIC S9(13)V99 VALUE 0.
       01  WS-CASH-TOTAL-DEBITS        PIC S9(13)V99 VALUE 0.
       01  WS-CASH-TOTAL-CREDITS       PIC S9(13)V99 VALUE 0.

       01  WS-JOURNAL-SWITCH           PIC X(01) VALUE 'S'.
           88  BUILDING-SALES-JOURNAL      VALUE 'S'.
           88  BUILDING-CASH-JOURNAL       VALUE 'C'.

       01  WS-JOURNALS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
           88  JOURNALS-ARE-OPEN           VALUE 'Y'.
           88  JOURNALS-NOT-OPEN           VALUE 'N'.

       01  WS-RELEASE-SWITCH           PIC X(01) VALUE 'Y'.
           88  JOURNAL-CAN-BE-RELEASED     VALUE 'Y'.
           05  WS-TL-CREDITS           PIC -Z(12)9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-CASH-SECTION-LINE        PIC X(132) VALUE
           "CASH-RECEIPTS JOURNAL".
       01  WS-NO-CASH-LINE             PIC X(132) VALUE
           "NO CASH RECEIPTS HANDED OFF BY PROGRAM16".

       01  WS-CASH-TOTALS-LINE.
           05  FILLER                  PIC X(30) VALUE
               "CASH JOURNAL TOTALS -         ".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CT-DEBITS            PIC -Z(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CT-CREDITS           PIC -Z(12)9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-EXCEPTION-CASH-LINE.
           05  FILLER                  PIC X(30) VALUE
               "EXCEPTION CASH NOT JOURNALED -".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EC-AMOUNT            PIC -Z(12)9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-RELEASED-LINE            PIC X(132) VALUE
           "JOURNAL IN BALANCE - RELEASED FOR LEDGER LOAD".
       01  WS-HELD-LINE                PIC X(132) VALUE
           PERFORM 2000-LOAD-ACCOUNT-MAP THRU 2000-EXIT.
           PERFORM 3000-READ-DAY-TOTALS THRU 3000-EXIT.
           PERFORM 4000-BUILD-JOURNAL-FILE THRU 4000-EXIT.
           PERFORM 4900-PRINT-SALES-TOTALS THRU 4900-EXIT.
           PERFORM 5000-BUILD-CASH-JOURNAL THRU 5000-EXIT.
           PERFORM 8000-CLOSE-JOURNAL-FILES THRU 8000-EXIT.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      * DISCOUNTS - WHICH NETS TO ZERO BY CONSTRUCTION WHEN EVERY
      * LINE MAPS.  THE FILE IS WRITTEN AS THE ENTRIES BUILD AND
      * DELETED-IN-EFFECT (REWRITTEN EMPTY) IF THE PROOF FAILS, SO A
      * HELD DAY LEAVES NOTHING FOR THE LEDGER LOAD TO PICK UP - SEE
      * 8000-CLOSE-JOURNAL-FILES.  THE CASH-RECEIPTS JOURNAL FILE IS
      * OPENED ALONGSIDE SO THE TWO STAND OR FALL TOGETHER.
      *================================================================
       4000-BUILD-JOURNAL-FILE.
           IF JOURNAL-IS-HELD
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT CASH-JOURNAL-FILE.
           SET JOURNALS-ARE-OPEN TO TRUE.
           SET BUILDING-SALES-JOURNAL TO TRUE.
           MOVE "AR " TO WS-WANTED-MAP-TYPE.
           MOVE SPACES TO WS-WANTED-JURISDICTION.
           COMPUTE WS-ENTRY-DEBIT = WS-DAY-NET + WS-DAY-TOTAL-TAX.
           MOVE WS-DAY-DISCOUNT TO WS-ENTRY-DEBIT.
           MOVE ZERO TO WS-ENTRY-CREDIT.
           PERFORM 4500-WRITE-ONE-JOURNAL-ENTRY THRU 4500-EXIT.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               SET JOURNAL-IS-HELD TO TRUE
               DISPLAY "PROGRAM19 - DEBITS AND CREDITS DO NOT NET "
                   "TO ZERO - JOURNAL HELD"
           END-IF.
       4000-EXIT.
           EXIT.

           MOVE WS-ENTRY-DEBIT   TO JE-DEBIT-AMOUNT.
           MOVE WS-ENTRY-CREDIT  TO JE-CREDIT-AMOUNT.
           MOVE WS-FOUND-DESCRIPTION TO JE-DESCRIPTION.
           ADD 1 TO WS-JOURNAL-COUNT.
           IF BUILDING-CASH-JOURNAL
               WRITE CRJ-LINE FROM JE-JOURNAL-RECORD
               ADD WS-ENTRY-DEBIT  TO WS-CASH-TOTAL-DEBITS
               ADD WS-ENTRY-CREDIT TO WS-CASH-TOTAL-CREDITS
           ELSE
               WRITE JE-JOURNAL-RECORD
               ADD WS-ENTRY-DEBIT  TO WS-TOTAL-DEBITS
               ADD WS-ENTRY-CREDIT TO WS-TOTAL-CREDITS
           END-IF.
           MOVE WS-FOUND-ACCOUNT     TO WS-D-ACCOUNT.
           MOVE WS-FOUND-DESCRIPTION TO WS-D-DESCRIPTION.
           MOVE WS-ENTRY-DEBIT       TO WS-D-DEBIT.
           EXIT.

      *================================================================
      * 4900-PRINT-SALES-TOTALS
      *================================================================
       4900-PRINT-SALES-TOTALS.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-TOTAL-DEBITS  TO WS-TL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO WS-TL-CREDITS.
           WRITE RPT-LINE FROM WS-TOTALS-LINE.
       4900-EXIT.
           EXIT.

      *================================================================
      * 5000-BUILD-CASH-JOURNAL
      *
      * THE ENTRY SET IS - DEBIT CASH (EVERYTHING APPLIED OR PUT ON
      * ACCOUNT), CREDIT RECEIVABLES (CASH APPLIED TO OPEN ITEMS AND
      * CASH ON ACCOUNT NETTED AGAINST INVOICES), CREDIT UNAPPLIED
      * CASH (THE NET CHANGE IN CASH ON ACCOUNT), CREDIT REALIZED
      * EXCHANGE GAIN AND DEBIT REALIZED EXCHANGE LOSS ON FOREIGN-
      * CURRENCY RECEIPTS (BOTH "FXR").  A FIGURE THAT
      * COMES OUT NEGATIVE - A DAY OF REVERSALS, OR MORE CASH ON
      * ACCOUNT USED UP THAN RECEIVED - POSTS TO THE OTHER SIDE.
      * RECEIPTS LEFT ON PROGRAM16'S EXCEPTION LIST ARE NOT POSTED
      * UNTIL THEY ARE CORRECTED AND APPLIED; THEIR TOTAL IS SHOWN SO
      * THE JOURNAL CAN BE AGREED TO THE BANK DEPOSIT.
      *================================================================
       5000-BUILD-CASH-JOURNAL.
           IF JOURNALS-NOT-OPEN
               GO TO 5000-EXIT
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-CASH-SECTION-LINE.
           PERFORM 5100-READ-CASH-TOTALS THRU 5100-EXIT.
           IF WS-CASH-RECORD-COUNT = 0
               WRITE RPT-LINE FROM WS-NO-CASH-LINE
               GO TO 5000-EXIT
           END-IF.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           SET BUILDING-CASH-JOURNAL TO TRUE.
           MOVE SPACES TO WS-WANTED-JURISDICTION.
           MOVE "CSH" TO WS-WANTED-MAP-TYPE.
           MOVE WS-CASH-RECEIVED TO WS-ENTRY-AMOUNT.
           PERFORM 5400-SET-DEBIT-ENTRY THRU 5400-EXIT.
           PERFORM 4500-WRITE-ONE-JOURNAL-ENTRY THRU 4500-EXIT.
           MOVE "AR " TO WS-WANTED-MAP-TYPE.
           MOVE WS-CASH-APPLIED-TO-AR TO WS-ENTRY-AMOUNT.
           PERFORM 5450-SET-CREDIT-ENTRY THRU 5450-EXIT.
           PERFORM 4500-WRITE-ONE-JOURNAL-ENTRY THRU 4500-EXIT.
           MOVE "UNA" TO WS-WANTED-MAP-TYPE.
           MOVE WS-CASH-UNAPPLIED-NET TO WS-ENTRY-AMOUNT.
           PERFORM 5450-SET-CREDIT-ENTRY THRU 5450-EXIT.
           PERFORM 4500-WRITE-ONE-JOURNAL-ENTRY THRU 4500-EXIT.
           MOVE "FXR" TO WS-WANTED-MAP-TYPE.
           MOVE WS-CASH-EXCHANGE-GAIN TO WS-ENTRY-AMOUNT.
           PERFORM 5450-SET-CREDIT-ENTRY THRU 5450-EXIT.
           PERFORM 4500-WRITE-ONE-JOURNAL-ENTRY THRU 4500-EXIT.
           MOVE WS-CASH-EXCHANGE-LOSS TO WS-ENTRY-AMOUNT.
           PERFORM 5400-SET-DEBIT-ENTRY THRU 5400-EXIT.
           PERFORM 4500-WRITE-ONE-JOURNAL-ENTRY THRU 4500-EXIT.
           SET BUILDING-SALES-JOURNAL TO TRUE.
           IF WS-CASH-TOTAL-DEBITS NOT = WS-CASH-TOTAL-CREDITS
               SET JOURNAL-IS-HELD TO TRUE
               DISPLAY "PROGRAM19 - CASH-RECEIPTS DEBITS AND CREDITS "
                   "DO NOT NET TO ZERO - JOURNAL HELD"
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-CASH-TOTAL-DEBITS  TO WS-CT-DEBITS.
           MOVE WS-CASH-TOTAL-CREDITS TO WS-CT-CREDITS.
           WRITE RPT-LINE FROM WS-CASH-TOTALS-LINE.
           IF WS-CASH-EXCEPTION NOT = ZERO
               MOVE WS-CASH-EXCEPTION TO WS-EC-AMOUNT
               WRITE RPT-LINE FROM WS-EXCEPTION-CASH-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *================================================================
      * 5100-READ-CASH-TOTALS
      *
      * NO CASH TOTALS FILE MEANS NO CASH HAS BEEN APPLIED SINCE THE
      * LAST JOURNAL - NOT AN ERROR.  A FILE THAT IS THERE BUT CANNOT
      * BE READ HOLDS THE JOURNAL, SINCE THE CASH IN IT WOULD
      * OTHERWISE BE SKIPPED.
      *================================================================
       5100-READ-CASH-TOTALS.
           OPEN INPUT CASH-TOTALS-FILE.
           IF WS-CASH-TOTALS-STATUS = "35"
               GO TO 5100-EXIT
           END-IF.
           IF WS-CASH-TOTALS-STATUS NOT = "00"
               DISPLAY "PROGRAM19 - UNABLE TO READ CASH TOTALS FROM "
                   "PROGRAM16, STATUS " WS-CASH-TOTALS-STATUS
               SET JOURNAL-IS-HELD TO TRUE
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5110-READ-CASH-RECORD THRU 5110-EXIT.
           PERFORM 5120-ADD-CASH-RECORD THRU 5120-EXIT
               UNTIL END-OF-CASH-TOTALS.
           CLOSE CASH-TOTALS-FILE.
       5100-EXIT.
           EXIT.

      *================================================================
      * 5110-READ-CASH-RECORD
      *================================================================
       5110-READ-CASH-RECORD.
           READ CASH-TOTALS-FILE
               AT END
                   MOVE 'Y' TO WS-CASH-EOF-SWITCH
           END-READ.
       5110-EXIT.
           EXIT.

      *================================================================
      * 5120-ADD-CASH-RECORD
      *================================================================
       5120-ADD-CASH-RECORD.
           ADD 1 TO WS-CASH-RECORD-COUNT.
           ADD CT-CASH-RECEIVED  TO WS-CASH-RECEIVED.
           ADD CT-APPLIED-TO-AR  TO WS-CASH-APPLIED-TO-AR.
           ADD CT-UNAPPLIED-NET  TO WS-CASH-UNAPPLIED-NET.
           ADD CT-EXCEPTION-CASH TO WS-CASH-EXCEPTION.
           IF CT-EXCHANGE-GAIN NUMERIC
               ADD CT-EXCHANGE-GAIN TO WS-CASH-EXCHANGE-GAIN
           END-IF.
           IF CT-EXCHANGE-LOSS NUMERIC
               ADD CT-EXCHANGE-LOSS TO WS-CASH-EXCHANGE-LOSS
           END-IF.
           PERFORM 5110-READ-CASH-RECORD THRU 5110-EXIT.
       5120-EXIT.
           EXIT.

      *================================================================
      * 5400-SET-DEBIT-ENTRY
      *================================================================
       5400-SET-DEBIT-ENTRY.
           IF WS-ENTRY-AMOUNT < ZERO
               MOVE ZERO TO WS-ENTRY-DEBIT
               COMPUTE WS-ENTRY-CREDIT = 0 - WS-ENTRY-AMOUNT
           ELSE
               MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-DEBIT
               MOVE ZERO TO WS-ENTRY-CREDIT
           END-IF.
       5400-EXIT.
           EXIT.

      *================================================================
      * 5450-SET-CREDIT-ENTRY
      *================================================================
       5450-SET-CREDIT-ENTRY.
           IF WS-ENTRY-AMOUNT < ZERO
               COMPUTE WS-ENTRY-DEBIT = 0 - WS-ENTRY-AMOUNT
               MOVE ZERO TO WS-ENTRY-CREDIT
           ELSE
               MOVE ZERO TO WS-ENTRY-DEBIT
               MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-CREDIT
           END-IF.
       5450-EXIT.
           EXIT.

      *================================================================
      * 8000-CLOSE-JOURNAL-FILES
      *
      * A HELD RUN REWRITES BOTH JOURNAL FILES EMPTY AND LEAVES THE
      * CASH TOTALS WHERE THEY ARE FOR THE RERUN.  A RELEASED RUN
      * EMPTIES THE CASH TOTALS FILE - THAT CASH IS NOW IN THE LEDGER.
      *================================================================
       8000-CLOSE-JOURNAL-FILES.
           IF JOURNALS-NOT-OPEN
               GO TO 8000-EXIT
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE CASH-JOURNAL-FILE.
           IF JOURNAL-IS-HELD
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN OUTPUT CASH-JOURNAL-FILE
               CLOSE CASH-JOURNAL-FILE
               GO TO 8000-EXIT
           END-IF.
           IF WS-CASH-RECORD-COUNT > 0
               OPEN OUTPUT CASH-TOTALS-FILE
               CLOSE CASH-TOTALS-FILE
           END-IF.
       8000-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
       9000-TERMINATE-RUN.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           IF JOURNAL-CAN-BE-RELEASED
               WRITE RPT-LINE FROM WS-RELEASED-LINE
           ELSE
