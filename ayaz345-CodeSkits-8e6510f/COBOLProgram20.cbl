      *                  TAX BACKED OUT - THEN RESETS THE
      *                  ACCUMULATORS FOR THE NEW PERIOD, THE SAME
      *                  WAY PROGRAM14 RESETS MTDTOTLS.DAT.
      * 10/14/2026 TH    EACH JURISDICTION NOW ALSO SHOWS ITS EXEMPT
      *                  SALES - NET SALES TO CUSTOMERS HOLDING AN
      *                  EXEMPTION CERTIFICATE FOR IT - AS THE RETURN
      *                  REPORTS THEM APART FROM THE TAXABLE BASE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WS-GRAND-TAXABLE            PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-TAX                PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-CREDIT             PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-EXEMPT             PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * REPORT LINES
           "PROGRAM20 - MONTHLY SALES-TAX REMITTANCE REPORT".
       01  WS-HEADING-LINE-2           PIC X(132) VALUE
           "JURIS        TAXABLE BASE    TAX COLLECTED   CREDIT TAX B
      -    "ACKED OUT     EXEMPT SALES".

       01  WS-DETAIL-LINE.
           05  WS-D-JURISDICTION       PIC X(03).
           05  WS-D-TAX                PIC -Z(12)9.99.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-D-CREDIT             PIC -Z(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-EXEMPT             PIC -Z(12)9.99.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE "ALL  ".
           05  WS-T-TAX                PIC -Z(12)9.99.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-T-CREDIT             PIC -Z(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-EXEMPT             PIC -Z(12)9.99.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-NO-ACTIVITY-LINE         PIC X(132) VALUE
           "NO TAX ACTIVITY ACCUMULATED THIS PERIOD".

      *================================================================
      * 2000-REPORT-ONE-JURISDICTION
      *
      * A RECORD ROLLED BEFORE EXEMPT SALES WERE CARRIED HAS SPACES
      * IN THE EXEMPT FIGURE - IT IS REPORTED AS ZERO.
      *================================================================
       2000-REPORT-ONE-JURISDICTION.
           ADD 1 TO WS-JURISDICTION-COUNT.
           IF TA-EXEMPT-AMOUNT NOT NUMERIC
               MOVE ZERO TO TA-EXEMPT-AMOUNT
           END-IF.
           MOVE TA-JURISDICTION      TO WS-D-JURISDICTION.
           MOVE TA-TAXABLE-AMOUNT    TO WS-D-TAXABLE.
           MOVE TA-TAX-AMOUNT        TO WS-D-TAX.
           MOVE TA-CREDIT-TAX-AMOUNT TO WS-D-CREDIT.
           MOVE TA-EXEMPT-AMOUNT     TO WS-D-EXEMPT.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD TA-TAXABLE-AMOUNT    TO WS-GRAND-TAXABLE.
           ADD TA-TAX-AMOUNT        TO WS-GRAND-TAX.
           ADD TA-CREDIT-TAX-AMOUNT TO WS-GRAND-CREDIT.
           ADD TA-EXEMPT-AMOUNT     TO WS-GRAND-EXEMPT.
           PERFORM 2100-READ-TAX-ACCUM-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
               MOVE WS-GRAND-TAXABLE TO WS-T-TAXABLE
               MOVE WS-GRAND-TAX     TO WS-T-TAX
               MOVE WS-GRAND-CREDIT  TO WS-T-CREDIT
               MOVE WS-GRAND-EXEMPT  TO WS-T-EXEMPT
               WRITE RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           CLOSE REPORT-FILE.
