      *================================================================
      * PROGRAM-ID. PROGRAM25
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Program25.
       AUTHOR.        T. HARLOW.
       INSTALLATION.  DATA PROCESSING - ORDER PROCESSING.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 10/14/2026 TH    ORIGINAL PROGRAM - MONTHLY LATE-PAYMENT
      *                  FINANCE CHARGES, RUN ON THE MONTH-END CLOSE
      *                  BRANCH AHEAD OF THE RECEIVABLES AGING.  READS
      *                  THE OPEN-ITEM FILE (AROPEN.DAT) IN KEY ORDER
      *                  AND FINDS EVERY SALES INVOICE PAST DUE UNDER
      *                  THE CUSTOMER'S PAYMENT TERMS (CU-PAYMENT-
      *                  TERMS ON THE CUSTOMER MASTER).  EACH
      *                  CUSTOMER'S PAST-DUE TOTAL IS CHARGED AT THE
      *                  MONTHLY RATE, SUBJECT TO A MINIMUM CHARGE,
      *                  BOTH FROM RUNPARMS.DAT, AND THE CHARGE IS
      *                  POSTED BACK TO AROPEN.DAT AS ITS OWN OPEN
      *                  ITEM, TYPED AS A FINANCE CHARGE.  CUSTOMERS
      *                  CODED EXEMPT ON THE MASTER ARE SKIPPED, AND
      *                  A CUSTOMER ALREADY CHARGED THIS MONTH IS NOT
      *                  CHARGED AGAIN ON A RERUN.  THE FINANCE-CHARGE
      *                  REGISTER (FINCHG.DAT) LISTS THE PAST-DUE
      *                  ITEMS AND EACH CHARGE, AND A BALANCED JOURNAL
      *                  (FCJOURNL.DAT, THE GLJRNL LAYOUT) DEBITS
      *                  RECEIVABLES AND CREDITS INTEREST INCOME.  IF
      *                  EITHER ACCOUNT HAS NO MAPPING ON GLACCTS.DAT
      *                  NOTHING IS POSTED AND THE STEP ENDS WITH
      *                  CONDITION CODE 16, SO THE OPEN-ITEM FILE AND
      *                  THE LEDGER CANNOT DRIFT APART.
      * 10/14/2026 TH    A FINANCE CHARGE IS NOW POSTED AS A HOME-
      *                  CURRENCY ITEM WITH ITS FOREIGN-CURRENCY
      *                  FIELDS ZERO (AROPEN.CPY).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "FCJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "FINCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AROPEN.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAST.

       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY GLACCTS.

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RUNPARMS.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY GLJRNL.

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
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ACCOUNT-MAP-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  END-OF-OPEN-ITEM-FILE       VALUE 'Y'.
           88  NOT-END-OF-OPEN-ITEM-FILE   VALUE 'N'.

       01  WS-MAP-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  END-OF-ACCOUNT-MAP          VALUE 'Y'.
           88  NOT-END-OF-ACCOUNT-MAP      VALUE 'N'.

       01  WS-RUN-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  END-OF-RUN-PARM-FILE        VALUE 'Y'.
           88  NOT-END-OF-RUN-PARM-FILE    VALUE 'N'.

      *----------------------------------------------------------------
      * RUN-CONTROL PARAMETERS - THE MONTHLY FINANCE-CHARGE RATE AS A
      * PERCENTAGE OF THE PAST-DUE BALANCE, AND THE MINIMUM CHARGE
      * PER CUSTOMER.  A MISSING PARAMETER FILE LEAVES THE
      * COMPILED-IN DEFAULTS (1.5 PERCENT, 2.00 MINIMUM).
      *----------------------------------------------------------------
       01  WS-FIN-CHARGE-RATE          PIC 9(03)V9(04) VALUE 1.5.
       01  WS-FIN-CHARGE-MINIMUM       PIC 9(07)V99 VALUE 2.00.

       01  WS-PARM-NUMVAL-CHECK        PIC S9(04) COMP VALUE 0.
       01  WS-PARM-DECIMAL-NUM         PIC 9(07)V9(04) VALUE 0.

      *----------------------------------------------------------------
      * RUN-DATE STAMP, THE AS-OF DATE ITEMS ARE AGED AGAINST, AND
      * THE POSTING PERIOD FOR THE JOURNAL - CALENDAR YEAR AND
      * MONTH, THE SAME RULES PROGRAM19 USES.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.
       01  WS-HEADING-LINE-0           PIC X(132) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-FISCAL-YEAR              PIC 9(04) VALUE 0.
       01  WS-FISCAL-PERIOD            PIC 9(02) VALUE 0.

       01  WS-ASOF-DATE.
           05  WS-ASOF-YEAR            PIC 9(04).
           05  WS-ASOF-MONTH           PIC 9(02).
           05  WS-ASOF-DAY             PIC 9(02).
       01  WS-ASOF-DATE-NUM REDEFINES WS-ASOF-DATE
                                       PIC 9(08).
       01  WS-ASOF-INTEGER             PIC 9(08) COMP VALUE 0.

       01  WS-DATE-DIGITS-CHECK        PIC X(08) VALUE SPACES.
       01  WS-DATE-DIGITS-NUM REDEFINES WS-DATE-DIGITS-CHECK
                                       PIC 9(08).
       01  WS-ITEM-INTEGER             PIC 9(08) COMP VALUE 0.
       01  WS-DAYS-PAST-DUE            PIC S9(05) COMP VALUE 0.

      *----------------------------------------------------------------
      * PAYMENT-TERMS PARSE - THE DAYS ALLOWED ARE THE DIGITS AFTER
      * "NET " IN CU-PAYMENT-TERMS; "DUE ON RECEIPT" OR "COD" ALLOW
      * NONE; ANYTHING ELSE GETS THE STANDARD THIRTY.
      *----------------------------------------------------------------
       01  WS-DEFAULT-TERMS-DAYS       PIC 9(03) VALUE 30.
       01  WS-TERMS-DAYS               PIC 9(03) VALUE 0.
       01  WS-TERMS-TALLY              PIC 9(02) COMP VALUE 0.
       01  WS-TERMS-BEFORE-COUNT       PIC 9(02) COMP VALUE 0.
       01  WS-TERMS-OFFSET             PIC 9(02) COMP VALUE 0.
       01  WS-TERMS-DIGITS             PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------
      * CUSTOMER GROUP FIELDS - THE FILE READS BACK IN CUSTOMER /
      * ORDER KEY ORDER, SO A CUSTOMER'S FINANCE-CHARGE ITEMS (THE
      * HIGHEST NUMBERS) ARRIVE AFTER ITS INVOICES.
      *----------------------------------------------------------------
       01  WS-CUSTOMER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
           88  CUSTOMER-GROUP-IS-OPEN      VALUE 'Y'.
           88  CUSTOMER-GROUP-IS-CLOSED    VALUE 'N'.

       01  WS-PREV-CUSTOMER-NUMBER     PIC 9(03) VALUE 0.

       01  WS-CG-MASTER-SWITCH         PIC X(01) VALUE 'N'.
           88  CG-CUSTOMER-ON-MASTER       VALUE 'Y'.
           88  CG-CUSTOMER-NOT-ON-MASTER   VALUE 'N'.

       01  WS-CG-EXEMPT-SWITCH         PIC X(01) VALUE 'N'.
           88  CG-CUSTOMER-IS-EXEMPT       VALUE 'Y'.
           88  CG-CUSTOMER-IS-CHARGEABLE   VALUE 'N'.

       01  WS-CG-CHARGED-SWITCH        PIC X(01) VALUE 'N'.
           88  CG-ALREADY-CHARGED          VALUE 'Y'.
           88  CG-NOT-YET-CHARGED          VALUE 'N'.

       01  WS-CG-HEAD-SWITCH           PIC X(01) VALUE 'N'.
           88  CG-HEAD-IS-PRINTED          VALUE 'Y'.
           88  CG-HEAD-NOT-PRINTED         VALUE 'N'.

       01  WS-CG-EXEMPT-DUE-SWITCH     PIC X(01) VALUE 'N'.
           88  CG-EXEMPT-HAD-PAST-DUE      VALUE 'Y'.
           88  CG-EXEMPT-HAD-NONE          VALUE 'N'.

       01  WS-CG-PAST-DUE-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-CG-HIGH-SALES-ORDER      PIC 9(04) VALUE 0.
       01  WS-CG-LOW-FIN-ORDER         PIC 9(05) VALUE 0.
       01  WS-CG-FIN-ORDER             PIC 9(05) VALUE 0.
       01  WS-CG-CHARGE                PIC S9(11)V99 VALUE 0.
       01  WS-CG-MINIMUM-SWITCH        PIC X(01) VALUE 'N'.
           88  CG-MINIMUM-APPLIED          VALUE 'Y'.
           88  CG-RATE-APPLIED             VALUE 'N'.

       01  WS-OPEN-BALANCE             PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * CHARGES TO POST.  THE CHARGES ARE WORKED OUT ON A READ-ONLY
      * PASS AND POSTED FROM THIS TABLE AFTERWARDS, SO THE NEW ITEMS
      * CANNOT DISTURB THE SEQUENTIAL PASS.  ONE ENTRY PER CUSTOMER
      * AT MOST, AND THE CUSTOMER NUMBER IS THREE DIGITS.
      *----------------------------------------------------------------
       01  WS-CHG-TABLE-MAX            PIC 9(04) COMP VALUE 999.
       01  WS-CHG-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-CHG-SUB                  PIC 9(04) COMP VALUE 0.

       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 999 TIMES.
               10  WS-CHG-CUSTOMER     PIC 9(03).
               10  WS-CHG-ORDER        PIC 9(04).
               10  WS-CHG-AMOUNT       PIC S9(11)V99.

      *----------------------------------------------------------------
      * ACCOUNT MAPPING - ONLY THE RECEIVABLES AND INTEREST-INCOME
      * ACCOUNTS ARE NEEDED, SO THEY ARE PICKED OFF AS THE MAPPING
      * FILE IS READ.
      *----------------------------------------------------------------
       01  WS-AR-ACCOUNT               PIC X(08) VALUE SPACES.
       01  WS-AR-DESCRIPTION           PIC X(20) VALUE SPACES.
       01  WS-FIN-ACCOUNT              PIC X(08) VALUE SPACES.
       01  WS-FIN-DESCRIPTION          PIC X(20) VALUE SPACES.

       01  WS-RELEASE-SWITCH           PIC X(01) VALUE 'Y'.
           88  CHARGES-CAN-BE-POSTED       VALUE 'Y'.
           88  CHARGES-ARE-HELD            VALUE 'N'.

       01  WS-FAILURE-RETURN-CODE      PIC 9(02) VALUE 16.

      *----------------------------------------------------------------
      * JOURNAL BUILD FIELDS
      *----------------------------------------------------------------
       01  WS-ENTRY-ACCOUNT            PIC X(08) VALUE SPACES.
       01  WS-ENTRY-DESCRIPTION        PIC X(20) VALUE SPACES.
       01  WS-ENTRY-DEBIT              PIC S9(13)V99 VALUE 0.
       01  WS-ENTRY-CREDIT             PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-DEBITS             PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITS            PIC S9(13)V99 VALUE 0.
       01  WS-JOURNAL-COUNT            PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------
      * RUN CONTROL TOTALS
      *----------------------------------------------------------------
       01  WS-PAST-DUE-ITEM-COUNT      PIC 9(07) COMP VALUE 0.
       01  WS-CHARGED-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-EXEMPT-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-REPEAT-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-NOT-CHARGED-COUNT        PIC 9(07) COMP VALUE 0.
       01  WS-POSTED-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-POST-FAILED-COUNT        PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-PAST-DUE           PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-CHARGED            PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-POSTED             PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1           PIC X(132) VALUE
           "PROGRAM25 - FINANCE CHARGE REGISTER".

       01  WS-RATE-LINE.
           05  FILLER                  PIC X(15) VALUE
               "MONTHLY RATE - ".
           05  WS-RT-RATE              PIC ZZ9.9999.
           05  FILLER                  PIC X(24) VALUE
               " PERCENT    MINIMUM -  ".
           05  WS-RT-MINIMUM           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-CUSTOMER-HEAD-LINE.
           05  FILLER                  PIC X(09) VALUE
               "CUSTOMER ".
           05  WS-CH-CUSTOMER-NUMBER   PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CH-CUSTOMER-NAME     PIC X(25).
           05  FILLER                  PIC X(09) VALUE
               "  TERMS ".
           05  WS-CH-PAYMENT-TERMS     PIC X(15).
           05  FILLER                  PIC X(02) VALUE " (".
           05  WS-CH-TERMS-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE " DAYS)".
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-ITEM-HEADING.
           05  FILLER                  PIC X(42) VALUE
               "   ORDER   INV DATE     DAYS PAST DUE     ".
           05  FILLER                  PIC X(12) VALUE
               "OPEN BALANCE".
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-IL-ORDER-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-IL-INVOICE-DATE      PIC X(10).
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-IL-DAYS-PAST-DUE     PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-OPEN-BALANCE      PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-NOTE              PIC X(30).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-CHARGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "PAST DUE TOTAL - ".
           05  WS-CL-PAST-DUE          PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(20) VALUE
               "   FINANCE CHARGE - ".
           05  WS-CL-CHARGE            PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-NOTE              PIC X(40).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-CHARGE-NOTE.
           05  FILLER                  PIC X(12) VALUE
               "POSTED AS  ".
           05  WS-CN-ORDER-NUMBER      PIC 9(04).
           05  WS-CN-MINIMUM           PIC X(24).

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DESCRIPTION        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DEBIT              PIC -Z(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CREDIT             PIC -Z(12)9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-JOURNAL-HEADING          PIC X(132) VALUE
           "ACCOUNT   DESCRIPTION                      DEBIT
      -    "     CREDIT".

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "PAST-DUE ITEMS -              ".
           05  WS-TR-ITEM-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-TR-PAST-DUE          PIC -Z(12)9.99.
           05  FILLER                  PIC X(73) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               "CUSTOMERS CHARGED -           ".
           05  WS-TR-CHARGED-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-TR-CHARGED           PIC -Z(12)9.99.
           05  FILLER                  PIC X(73) VALUE SPACES.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               "CHARGES POSTED TO AROPEN -    ".
           05  WS-TR-POSTED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-TR-POSTED            PIC -Z(12)9.99.
           05  FILLER                  PIC X(73) VALUE SPACES.
       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               "EXEMPT CUSTOMERS SKIPPED -    ".
           05  WS-TR-EXEMPT-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               "ALREADY CHARGED THIS MONTH -  ".
           05  WS-TR-REPEAT-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               "OTHERWISE NOT CHARGED -       ".
           05  WS-TR-NOT-CHARGED-COUNT PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-JOURNAL-TOTALS-LINE.
           05  FILLER                  PIC X(30) VALUE
               "JOURNAL TOTALS -              ".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-JT-DEBITS            PIC -Z(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-JT-CREDITS           PIC -Z(12)9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-HELD-LINE                PIC X(132) VALUE
           "*** RECEIVABLES OR INTEREST-INCOME ACCOUNT UNMAPPED - NOTHIN
      -    "G POSTED ***".
       01  WS-NO-ITEMS-LINE            PIC X(132) VALUE
           "NO PAST-DUE ITEMS ON FILE".

       01  WS-SECTION-LINE             PIC X(132) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 2000-PROCESS-OPEN-ITEM THRU 2000-EXIT
               UNTIL END-OF-OPEN-ITEM-FILE.
           IF CUSTOMER-GROUP-IS-OPEN
               PERFORM 2500-CLOSE-CUSTOMER-GROUP THRU 2500-EXIT
           END-IF.
           PERFORM 3000-POST-FINANCE-CHARGES THRU 3000-EXIT.
           PERFORM 4000-BUILD-JOURNAL-FILE THRU 4000-EXIT.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      *================================================================
      * 1000-INITIALIZE-RUN
      *================================================================
       1000-INITIALIZE-RUN.
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           PERFORM 1200-SET-AS-OF-DATE THRU 1200-EXIT.
           PERFORM 0500-LOAD-RUN-PARAMETERS THRU 0500-EXIT.
           PERFORM 1300-LOAD-ACCOUNT-MAP THRU 1300-EXIT.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF WS-AR-OPEN-STATUS NOT = "00"
               DISPLAY "PROGRAM25 - NO OPEN-ITEM FILE TO CHARGE, "
                   "STATUS " WS-AR-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PROGRAM25 - UNABLE TO OPEN CUSTOMER MASTER, "
                   "STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               STRING "RUN DATE: " WS-RUN-DATE-STAMP
                   INTO WS-HEADING-LINE-0
               WRITE RPT-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE RPT-LINE FROM WS-HEADING-LINE-1.
           MOVE WS-FIN-CHARGE-RATE    TO WS-RT-RATE.
           MOVE WS-FIN-CHARGE-MINIMUM TO WS-RT-MINIMUM.
           WRITE RPT-LINE FROM WS-RATE-LINE.
           IF CHARGES-ARE-HELD
               WRITE RPT-LINE FROM WS-HELD-LINE
           END-IF.
           PERFORM 2100-READ-OPEN-ITEM-RECORD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 0500-LOAD-RUN-PARAMETERS
      *
      * READS THE SHARED RUN-CONTROL PARAMETER FILE AND APPLIES THE
      * KEYWORDS THIS PROGRAM KNOWS.  A MISSING PARAMETER FILE
      * LEAVES THE COMPILED-IN RATE AND MINIMUM.
      *================================================================
       0500-LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-RUN-PARM-STATUS NOT = "00"
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0510-READ-RUN-PARM-RECORD THRU 0510-EXIT.
           PERFORM 0520-APPLY-RUN-PARM-RECORD THRU 0520-EXIT
               UNTIL END-OF-RUN-PARM-FILE.
           CLOSE RUN-PARM-FILE.
       0500-EXIT.
           EXIT.

      *================================================================
      * 0510-READ-RUN-PARM-RECORD
      *================================================================
       0510-READ-RUN-PARM-RECORD.
           READ RUN-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-RUN-PARM-EOF-SWITCH
           END-READ.
       0510-EXIT.
           EXIT.

      *================================================================
      * 0520-APPLY-RUN-PARM-RECORD
      *================================================================
       0520-APPLY-RUN-PARM-RECORD.
           EVALUATE RP-KEYWORD
               WHEN "FINANCE-CHARGE-RATE"
                   COMPUTE WS-PARM-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(RP-VALUE)
                   IF WS-PARM-NUMVAL-CHECK = 0
                       COMPUTE WS-PARM-DECIMAL-NUM =
                           FUNCTION NUMVAL(RP-VALUE)
                       IF WS-PARM-DECIMAL-NUM <= 100
                           MOVE WS-PARM-DECIMAL-NUM
                               TO WS-FIN-CHARGE-RATE
                       ELSE
                           DISPLAY "PROGRAM25 - OUT-OF-RANGE "
                               "FINANCE-CHARGE-RATE IGNORED"
                       END-IF
                   ELSE
                       DISPLAY "PROGRAM25 - NON-NUMERIC "
                           "FINANCE-CHARGE-RATE IGNORED"
                   END-IF
               WHEN "FINANCE-CHARGE-MIN"
                   COMPUTE WS-PARM-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(RP-VALUE)
                   IF WS-PARM-NUMVAL-CHECK = 0
                       COMPUTE WS-PARM-DECIMAL-NUM =
                           FUNCTION NUMVAL(RP-VALUE)
                       MOVE WS-PARM-DECIMAL-NUM
                           TO WS-FIN-CHARGE-MINIMUM
                   ELSE
                       DISPLAY "PROGRAM25 - NON-NUMERIC "
                           "FINANCE-CHARGE-MIN IGNORED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0510-READ-RUN-PARM-RECORD THRU 0510-EXIT.
       0520-EXIT.
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
      * 1200-SET-AS-OF-DATE
      *
      * THE AS-OF DATE IS THE YYYY/MM/DD RUN DATE ON PROGRAM9'S
      * STAMP; THE SYSTEM DATE IS THE FALLBACK FOR A STANDALONE RUN.
      * THE JOURNAL POSTS TO THE CALENDAR YEAR AND MONTH OF IT.
      *================================================================
       1200-SET-AS-OF-DATE.
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
           MOVE WS-ASOF-YEAR  TO WS-FISCAL-YEAR.
           MOVE WS-ASOF-MONTH TO WS-FISCAL-PERIOD.
           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-ASOF-YEAR "/" WS-ASOF-MONTH "/" WS-ASOF-DAY
               INTO WS-RUN-DATE.
       1200-EXIT.
           EXIT.

      *================================================================
      * 1300-LOAD-ACCOUNT-MAP
      *
      * BOTH SIDES OF THE ENTRY MUST MAP BEFORE ANYTHING POSTS - A
      * CHARGE ON THE OPEN-ITEM FILE THAT NEVER REACHES THE LEDGER
      * IS EXACTLY THE DRIFT THIS PROGRAM EXISTS TO PREVENT.
      *================================================================
       1300-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-ACCOUNT-MAP-STATUS NOT = "00"
               DISPLAY "PROGRAM25 - NO ACCOUNT-MAPPING FILE - "
                   "CHARGES WILL NOT BE POSTED"
               SET CHARGES-ARE-HELD TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-READ-ACCOUNT-MAP THRU 1310-EXIT.
           PERFORM 1320-PICK-ACCOUNT-MAP THRU 1320-EXIT
               UNTIL END-OF-ACCOUNT-MAP.
           CLOSE ACCOUNT-MAP-FILE.
           IF WS-AR-ACCOUNT = SPACES
               DISPLAY "PROGRAM25 - NO ACCOUNT MAPPED FOR AR  - "
                   "CHARGES WILL NOT BE POSTED"
               SET CHARGES-ARE-HELD TO TRUE
           END-IF.
           IF WS-FIN-ACCOUNT = SPACES
               DISPLAY "PROGRAM25 - NO ACCOUNT MAPPED FOR FIN - "
                   "CHARGES WILL NOT BE POSTED"
               SET CHARGES-ARE-HELD TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

      *================================================================
      * 1310-READ-ACCOUNT-MAP
      *================================================================
       1310-READ-ACCOUNT-MAP.
           READ ACCOUNT-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
           END-READ.
       1310-EXIT.
           EXIT.

      *================================================================
      * 1320-PICK-ACCOUNT-MAP
      *================================================================
       1320-PICK-ACCOUNT-MAP.
           EVALUATE TRUE
               WHEN GA-MAP-IS-RECEIVABLES
                   MOVE GA-ACCOUNT-NUMBER TO WS-AR-ACCOUNT
                   MOVE GA-DESCRIPTION    TO WS-AR-DESCRIPTION
               WHEN GA-MAP-IS-FINANCE-CHARGE
                   MOVE GA-ACCOUNT-NUMBER TO WS-FIN-ACCOUNT
                   MOVE GA-DESCRIPTION    TO WS-FIN-DESCRIPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 1310-READ-ACCOUNT-MAP THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-OPEN-ITEM
      *================================================================
       2000-PROCESS-OPEN-ITEM.
           IF CUSTOMER-GROUP-IS-OPEN
               AND AR-CUSTOMER-NUMBER NOT = WS-PREV-CUSTOMER-NUMBER
               PERFORM 2500-CLOSE-CUSTOMER-GROUP THRU 2500-EXIT
           END-IF.
           IF CUSTOMER-GROUP-IS-CLOSED
               PERFORM 2400-OPEN-CUSTOMER-GROUP THRU 2400-EXIT
           END-IF.
           PERFORM 2200-EXAMINE-ONE-ITEM THRU 2200-EXIT.
           PERFORM 2100-READ-OPEN-ITEM-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-READ-OPEN-ITEM-RECORD
      *================================================================
       2100-READ-OPEN-ITEM-RECORD.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2200-EXAMINE-ONE-ITEM
      *
      * A FINANCE-CHARGE ITEM IS NEVER CHARGED ITSELF; IT ONLY TELLS
      * US WHICH ITEM NUMBERS ARE TAKEN AND WHETHER THE CUSTOMER WAS
      * ALREADY CHARGED THIS MONTH.  A SALES INVOICE IS PAST DUE
      * WHEN THE AS-OF DATE IS LATER THAN ITS INVOICE DATE PLUS THE
      * TERMS DAYS.  AN INVOICE DATE THAT DOES NOT PARSE IS LISTED
      * BUT NOT CHARGED - INTEREST IS NOT BILLED ON A GUESS.
      *================================================================
       2200-EXAMINE-ONE-ITEM.
           IF AR-ITEM-IS-FINANCE-CHARGE
               IF AR-ORDER-NUMBER < WS-CG-LOW-FIN-ORDER
                   MOVE AR-ORDER-NUMBER TO WS-CG-LOW-FIN-ORDER
               END-IF
               IF AR-INVOICE-DATE(1:7) = WS-RUN-DATE(1:7)
                   SET CG-ALREADY-CHARGED TO TRUE
               END-IF
               GO TO 2200-EXIT
           END-IF.
           IF AR-ORDER-NUMBER > WS-CG-HIGH-SALES-ORDER
               MOVE AR-ORDER-NUMBER TO WS-CG-HIGH-SALES-ORDER
           END-IF.
           IF AR-ITEM-IS-PAID
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WS-OPEN-BALANCE =
               AR-BILLED-AMOUNT - AR-PAID-AMOUNT.
           IF WS-OPEN-BALANCE NOT > ZERO
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO WS-DATE-DIGITS-CHECK.
           STRING AR-INVOICE-DATE(1:4) AR-INVOICE-DATE(6:2)
               AR-INVOICE-DATE(9:2)
               INTO WS-DATE-DIGITS-CHECK.
           IF WS-DATE-DIGITS-NUM NUMERIC
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS-NUM)
               COMPUTE WS-DAYS-PAST-DUE = WS-ASOF-INTEGER
                   - WS-ITEM-INTEGER - WS-TERMS-DAYS
           ELSE
               IF CG-CUSTOMER-IS-CHARGEABLE
                   PERFORM 2300-PRINT-CUSTOMER-HEAD THRU 2300-EXIT
                   MOVE ZERO TO WS-IL-DAYS-PAST-DUE
                   MOVE "INVOICE DATE UNREADABLE" TO WS-IL-NOTE
                   PERFORM 2350-PRINT-ITEM-LINE THRU 2350-EXIT
               END-IF
               GO TO 2200-EXIT
           END-IF.
           IF WS-DAYS-PAST-DUE NOT > 0
               GO TO 2200-EXIT
           END-IF.
           IF CG-CUSTOMER-IS-EXEMPT
               SET CG-EXEMPT-HAD-PAST-DUE TO TRUE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-PRINT-CUSTOMER-HEAD THRU 2300-EXIT.
           MOVE WS-DAYS-PAST-DUE TO WS-IL-DAYS-PAST-DUE.
           MOVE SPACES TO WS-IL-NOTE.
           PERFORM 2350-PRINT-ITEM-LINE THRU 2350-EXIT.
           ADD 1 TO WS-PAST-DUE-ITEM-COUNT.
           ADD WS-OPEN-BALANCE TO WS-CG-PAST-DUE-TOTAL.
           ADD WS-OPEN-BALANCE TO WS-TOTAL-PAST-DUE.
       2200-EXIT.
           EXIT.

      *================================================================
      * 2300-PRINT-CUSTOMER-HEAD
      *
      * THE CUSTOMER HEADING PRINTS ONCE, WITH THE FIRST ITEM WORTH
      * LISTING - A CUSTOMER WITH NOTHING PAST DUE DOES NOT APPEAR.
      *================================================================
       2300-PRINT-CUSTOMER-HEAD.
           IF CG-HEAD-IS-PRINTED
               GO TO 2300-EXIT
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-PREV-CUSTOMER-NUMBER TO WS-CH-CUSTOMER-NUMBER.
           MOVE WS-TERMS-DAYS TO WS-CH-TERMS-DAYS.
           IF CG-CUSTOMER-ON-MASTER
               MOVE CU-CUSTOMER-NAME TO WS-CH-CUSTOMER-NAME
               MOVE CU-PAYMENT-TERMS TO WS-CH-PAYMENT-TERMS
           ELSE
               MOVE "** NOT ON CUSTOMER MASTER"
                   TO WS-CH-CUSTOMER-NAME
               MOVE SPACES TO WS-CH-PAYMENT-TERMS
           END-IF.
           WRITE RPT-LINE FROM WS-CUSTOMER-HEAD-LINE.
           WRITE RPT-LINE FROM WS-ITEM-HEADING.
           SET CG-HEAD-IS-PRINTED TO TRUE.
       2300-EXIT.
           EXIT.

      *================================================================
      * 2350-PRINT-ITEM-LINE
      *================================================================
       2350-PRINT-ITEM-LINE.
           MOVE AR-ORDER-NUMBER TO WS-IL-ORDER-NUMBER.
           MOVE AR-INVOICE-DATE TO WS-IL-INVOICE-DATE.
           MOVE WS-OPEN-BALANCE TO WS-IL-OPEN-BALANCE.
           WRITE RPT-LINE FROM WS-ITEM-LINE.
       2350-EXIT.
           EXIT.

      *================================================================
      * 2400-OPEN-CUSTOMER-GROUP
      *================================================================
       2400-OPEN-CUSTOMER-GROUP.
           MOVE AR-CUSTOMER-NUMBER TO WS-PREV-CUSTOMER-NUMBER.
           MOVE ZERO  TO WS-CG-PAST-DUE-TOTAL WS-CG-HIGH-SALES-ORDER.
           MOVE 10000 TO WS-CG-LOW-FIN-ORDER.
           SET CG-NOT-YET-CHARGED        TO TRUE.
           SET CG-HEAD-NOT-PRINTED       TO TRUE.
           SET CG-EXEMPT-HAD-NONE        TO TRUE.
           SET CG-CUSTOMER-IS-CHARGEABLE TO TRUE.
           MOVE AR-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET CG-CUSTOMER-NOT-ON-MASTER TO TRUE
                   MOVE WS-DEFAULT-TERMS-DAYS TO WS-TERMS-DAYS
               NOT INVALID KEY
                   SET CG-CUSTOMER-ON-MASTER TO TRUE
                   IF CU-EXEMPT-FROM-FIN-CHARGE
                       SET CG-CUSTOMER-IS-EXEMPT TO TRUE
                   END-IF
                   PERFORM 2450-PARSE-PAYMENT-TERMS THRU 2450-EXIT
           END-READ.
           SET CUSTOMER-GROUP-IS-OPEN TO TRUE.
       2400-EXIT.
           EXIT.

      *================================================================
      * 2450-PARSE-PAYMENT-TERMS
      *
      * "NET 30", "2/10 NET 45" AND THE LIKE GIVE THE DIGITS AFTER
      * "NET ".  "DUE ON RECEIPT" AND "COD" ALLOW NO DAYS.  TERMS
      * THAT SAY NEITHER GET THE STANDARD THIRTY DAYS.
      *================================================================
       2450-PARSE-PAYMENT-TERMS.
           MOVE WS-DEFAULT-TERMS-DAYS TO WS-TERMS-DAYS.
           MOVE ZERO TO WS-TERMS-TALLY.
           INSPECT CU-PAYMENT-TERMS TALLYING WS-TERMS-TALLY
               FOR ALL "RECEIPT" ALL "COD".
           IF WS-TERMS-TALLY > 0
               MOVE ZERO TO WS-TERMS-DAYS
               GO TO 2450-EXIT
           END-IF.
           INSPECT CU-PAYMENT-TERMS TALLYING WS-TERMS-TALLY
               FOR ALL "NET ".
           IF WS-TERMS-TALLY = 0
               GO TO 2450-EXIT
           END-IF.
           MOVE ZERO TO WS-TERMS-BEFORE-COUNT.
           INSPECT CU-PAYMENT-TERMS TALLYING WS-TERMS-BEFORE-COUNT
               FOR CHARACTERS BEFORE INITIAL "NET ".
           COMPUTE WS-TERMS-OFFSET = WS-TERMS-BEFORE-COUNT + 5.
           IF WS-TERMS-OFFSET > 15
               GO TO 2450-EXIT
           END-IF.
           MOVE CU-PAYMENT-TERMS(WS-TERMS-OFFSET:) TO WS-TERMS-DIGITS.
           EVALUATE TRUE
               WHEN WS-TERMS-DIGITS(1:3) NUMERIC
                   MOVE WS-TERMS-DIGITS(1:3) TO WS-TERMS-DAYS
               WHEN WS-TERMS-DIGITS(1:2) NUMERIC
                   MOVE WS-TERMS-DIGITS(1:2) TO WS-TERMS-DAYS
               WHEN WS-TERMS-DIGITS(1:1) NUMERIC
                   MOVE WS-TERMS-DIGITS(1:1) TO WS-TERMS-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2450-EXIT.
           EXIT.

      *================================================================
      * 2500-CLOSE-CUSTOMER-GROUP
      *
      * THE CHARGE IS THE PAST-DUE TOTAL AT THE MONTHLY RATE, OR THE
      * MINIMUM IF THAT IS MORE.  ITS ITEM NUMBER IS ONE BELOW THE
      * CUSTOMER'S LOWEST FINANCE-CHARGE NUMBER (9999 FOR THE FIRST);
      * IF THAT WOULD REACH DOWN INTO THE CUSTOMER'S ORDER NUMBERS
      * THE CHARGE CANNOT BE NUMBERED AND IS LEFT FOR THE CREDIT DESK.
      *================================================================
       2500-CLOSE-CUSTOMER-GROUP.
           SET CUSTOMER-GROUP-IS-CLOSED TO TRUE.
           IF CG-EXEMPT-HAD-PAST-DUE
               ADD 1 TO WS-EXEMPT-COUNT
           END-IF.
           IF WS-CG-PAST-DUE-TOTAL = ZERO
               GO TO 2500-EXIT
           END-IF.
           MOVE ZERO TO WS-CG-CHARGE.
           MOVE WS-CG-PAST-DUE-TOTAL TO WS-CL-PAST-DUE.
           IF CG-CUSTOMER-NOT-ON-MASTER
               ADD 1 TO WS-NOT-CHARGED-COUNT
               MOVE "NOT ON CUSTOMER MASTER - NOT CHARGED"
                   TO WS-CL-NOTE
               GO TO 2500-PRINT
           END-IF.
           IF CG-ALREADY-CHARGED
               ADD 1 TO WS-REPEAT-COUNT
               MOVE "ALREADY CHARGED THIS MONTH" TO WS-CL-NOTE
               GO TO 2500-PRINT
           END-IF.
           COMPUTE WS-CG-FIN-ORDER = WS-CG-LOW-FIN-ORDER - 1.
           IF WS-CG-FIN-ORDER NOT > WS-CG-HIGH-SALES-ORDER
               ADD 1 TO WS-NOT-CHARGED-COUNT
               MOVE "NO FREE ITEM NUMBER - NOT CHARGED"
                   TO WS-CL-NOTE
               GO TO 2500-PRINT
           END-IF.
           IF WS-CHG-COUNT >= WS-CHG-TABLE-MAX
               ADD 1 TO WS-NOT-CHARGED-COUNT
               MOVE "CHARGE TABLE FULL - NOT CHARGED" TO WS-CL-NOTE
               GO TO 2500-PRINT
           END-IF.
           COMPUTE WS-CG-CHARGE ROUNDED =
               WS-CG-PAST-DUE-TOTAL * WS-FIN-CHARGE-RATE / 100.
           SET CG-RATE-APPLIED TO TRUE.
           IF WS-CG-CHARGE < WS-FIN-CHARGE-MINIMUM
               MOVE WS-FIN-CHARGE-MINIMUM TO WS-CG-CHARGE
               SET CG-MINIMUM-APPLIED TO TRUE
           END-IF.
           ADD 1 TO WS-CHG-COUNT.
           MOVE WS-CHG-COUNT            TO WS-CHG-SUB.
           MOVE WS-PREV-CUSTOMER-NUMBER TO WS-CHG-CUSTOMER (WS-CHG-SUB).
           MOVE WS-CG-FIN-ORDER         TO WS-CHG-ORDER (WS-CHG-SUB).
           MOVE WS-CG-CHARGE            TO WS-CHG-AMOUNT (WS-CHG-SUB).
           ADD 1 TO WS-CHARGED-COUNT.
           ADD WS-CG-CHARGE TO WS-TOTAL-CHARGED.
           MOVE WS-CG-FIN-ORDER TO WS-CN-ORDER-NUMBER.
           IF CG-MINIMUM-APPLIED
               MOVE " - MINIMUM CHARGE" TO WS-CN-MINIMUM
           ELSE
               MOVE SPACES TO WS-CN-MINIMUM
           END-IF.
           MOVE WS-CHARGE-NOTE TO WS-CL-NOTE.
       2500-PRINT.
           MOVE WS-CG-CHARGE TO WS-CL-CHARGE.
           WRITE RPT-LINE FROM WS-CHARGE-LINE.
       2500-EXIT.
           EXIT.

      *================================================================
      * 3000-POST-FINANCE-CHARGES
      *
      * THE OPEN-ITEM FILE IS REOPENED FOR UPDATE AND EACH CHARGE IS
      * WRITTEN AS A NEW ITEM DATED THE RUN DATE.  A CHARGE WHOSE
      * NUMBER TURNS OUT TO BE TAKEN IS REPORTED AND LEFT OFF THE
      * JOURNAL, SO THE LEDGER ONLY EVER SEES WHAT ACTUALLY POSTED.
      *================================================================
       3000-POST-FINANCE-CHARGES.
           CLOSE AR-OPEN-ITEM-FILE.
           IF CHARGES-ARE-HELD OR WS-CHG-COUNT = 0
               GO TO 3000-EXIT
           END-IF.
           OPEN I-O AR-OPEN-ITEM-FILE.
           IF WS-AR-OPEN-STATUS NOT = "00"
               DISPLAY "PROGRAM25 - UNABLE TO OPEN OPEN-ITEM FILE "
                   "FOR UPDATE, STATUS " WS-AR-OPEN-STATUS
               SET CHARGES-ARE-HELD TO TRUE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-POST-ONE-CHARGE THRU 3100-EXIT
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT.
           CLOSE AR-OPEN-ITEM-FILE.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3100-POST-ONE-CHARGE
      *================================================================
       3100-POST-ONE-CHARGE.
           MOVE SPACES TO AR-OPEN-ITEM-RECORD.
           MOVE WS-CHG-CUSTOMER (WS-CHG-SUB) TO AR-CUSTOMER-NUMBER.
           MOVE WS-CHG-ORDER (WS-CHG-SUB)    TO AR-ORDER-NUMBER.
           MOVE WS-RUN-DATE                  TO AR-INVOICE-DATE.
           MOVE WS-CHG-AMOUNT (WS-CHG-SUB)   TO AR-BILLED-AMOUNT.
           MOVE ZERO                         TO AR-PAID-AMOUNT.
           MOVE ZERO                         TO AR-FOREIGN-BILLED.
           MOVE ZERO                         TO AR-FOREIGN-PAID.
           MOVE ZERO                         TO AR-BOOKED-RATE.
           SET AR-ITEM-IS-OPEN TO TRUE.
           SET AR-ITEM-IS-FINANCE-CHARGE TO TRUE.
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-POST-FAILED-COUNT
                   DISPLAY "PROGRAM25 - CUSTOMER "
                       WS-CHG-CUSTOMER (WS-CHG-SUB) " ITEM "
                       WS-CHG-ORDER (WS-CHG-SUB)
                       " ALREADY ON FILE - CHARGE NOT POSTED"
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-CHG-AMOUNT (WS-CHG-SUB) TO WS-TOTAL-POSTED
           END-WRITE.
       3100-EXIT.
           EXIT.

      *================================================================
      * 4000-BUILD-JOURNAL-FILE
      *
      * DEBIT RECEIVABLES, CREDIT INTEREST INCOME, FOR WHAT ACTUALLY
      * POSTED.  THE FILE IS ALWAYS WRITTEN FRESH - A MONTH WITH NO
      * CHARGES (OR A HELD RUN) LEAVES IT EMPTY, SO THE LEDGER LOAD
      * NEVER PICKS UP AN EARLIER MONTH'S LINES A SECOND TIME.
      *================================================================
       4000-BUILD-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           IF CHARGES-ARE-HELD OR WS-TOTAL-POSTED = ZERO
               CLOSE JOURNAL-FILE
               GO TO 4000-EXIT
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-JOURNAL-HEADING.
           MOVE WS-AR-ACCOUNT     TO WS-ENTRY-ACCOUNT.
           MOVE WS-AR-DESCRIPTION TO WS-ENTRY-DESCRIPTION.
           MOVE WS-TOTAL-POSTED   TO WS-ENTRY-DEBIT.
           MOVE ZERO              TO WS-ENTRY-CREDIT.
           PERFORM 4500-WRITE-ONE-JOURNAL-ENTRY THRU 4500-EXIT.
           MOVE WS-FIN-ACCOUNT     TO WS-ENTRY-ACCOUNT.
           MOVE WS-FIN-DESCRIPTION TO WS-ENTRY-DESCRIPTION.
           MOVE ZERO               TO WS-ENTRY-DEBIT.
           MOVE WS-TOTAL-POSTED    TO WS-ENTRY-CREDIT.
           PERFORM 4500-WRITE-ONE-JOURNAL-ENTRY THRU 4500-EXIT.
           CLOSE JOURNAL-FILE.
           MOVE WS-TOTAL-DEBITS  TO WS-JT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO WS-JT-CREDITS.
           WRITE RPT-LINE FROM WS-JOURNAL-TOTALS-LINE.
       4000-EXIT.
           EXIT.

      *================================================================
      * 4500-WRITE-ONE-JOURNAL-ENTRY
      *================================================================
       4500-WRITE-ONE-JOURNAL-ENTRY.
           MOVE SPACES               TO JE-JOURNAL-RECORD.
           MOVE WS-RUN-DATE          TO JE-RUN-DATE.
           MOVE WS-FISCAL-YEAR       TO JE-FISCAL-YEAR.
           MOVE WS-FISCAL-PERIOD     TO JE-FISCAL-PERIOD.
           MOVE WS-ENTRY-ACCOUNT     TO JE-ACCOUNT-NUMBER.
           MOVE WS-ENTRY-DEBIT       TO JE-DEBIT-AMOUNT.
           MOVE WS-ENTRY-CREDIT      TO JE-CREDIT-AMOUNT.
           MOVE WS-ENTRY-DESCRIPTION TO JE-DESCRIPTION.
           WRITE JE-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-COUNT.
           ADD WS-ENTRY-DEBIT  TO WS-TOTAL-DEBITS.
           ADD WS-ENTRY-CREDIT TO WS-TOTAL-CREDITS.
           MOVE WS-ENTRY-ACCOUNT     TO WS-D-ACCOUNT.
           MOVE WS-ENTRY-DESCRIPTION TO WS-D-DESCRIPTION.
           MOVE WS-ENTRY-DEBIT       TO WS-D-DEBIT.
           MOVE WS-ENTRY-CREDIT      TO WS-D-CREDIT.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       4500-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
       9000-TERMINATE-RUN.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           IF WS-PAST-DUE-ITEM-COUNT = 0
               WRITE RPT-LINE FROM WS-NO-ITEMS-LINE
           END-IF.
           MOVE WS-PAST-DUE-ITEM-COUNT TO WS-TR-ITEM-COUNT.
           MOVE WS-TOTAL-PAST-DUE      TO WS-TR-PAST-DUE.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-CHARGED-COUNT       TO WS-TR-CHARGED-COUNT.
           MOVE WS-TOTAL-CHARGED       TO WS-TR-CHARGED.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-POSTED-COUNT        TO WS-TR-POSTED-COUNT.
           MOVE WS-TOTAL-POSTED        TO WS-TR-POSTED.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-3.
           MOVE WS-EXEMPT-COUNT        TO WS-TR-EXEMPT-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-4.
           MOVE WS-REPEAT-COUNT        TO WS-TR-REPEAT-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5.
           MOVE WS-NOT-CHARGED-COUNT   TO WS-TR-NOT-CHARGED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-6.
           IF CHARGES-ARE-HELD
               WRITE RPT-LINE FROM WS-HELD-LINE
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE REPORT-FILE.
           IF CHARGES-ARE-HELD
               DISPLAY "PROGRAM25 - FINANCE CHARGES HELD - SEE FINCHG"
               MOVE WS-FAILURE-RETURN-CODE TO RETURN-CODE
           ELSE
               DISPLAY "PROGRAM25 - FINANCE CHARGES COMPLETE - "
                   WS-POSTED-COUNT " CHARGES POSTED"
           END-IF.
       9000-EXIT.
           EXIT.
