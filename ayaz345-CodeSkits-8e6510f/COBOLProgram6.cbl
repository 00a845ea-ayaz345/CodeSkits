      *                  AS THE COMPLETED RUN FLUSHED IT, THE SAME
      *                  WAY IT ALREADY SKIPPED THE MONTH-TO-DATE
      *                  ROLL.
      * 10/14/2026 TH    ADDED THE CREDIT-LIMIT CHECK.  AN ORDER FOR A
      *                  CUSTOMER CODED "H", OR WHOSE OPEN AROPEN.DAT
      *                  BALANCE PLUS THE WHOLE ORDER WOULD PASS THE
      *                  NEW CU-CREDIT-LIMIT, IS NOT EXTENDED - ITS
      *                  LINES GO TO THE CREDIT-HOLD FILE (HELDORD.DAT)
      *                  WITH A REASON CODE, AND THE TRAILER COUNTS
      *                  THEM.  A NEW "RELEASE" COMMAND-LINE MODE
      *                  EXTENDS THE LINES CREDIT RELEASED, CANCELS
      *                  THE ONES IT REJECTED, CARRIES THE REST
      *                  FORWARD, AND LISTS EVERY LINE ON THE CREDIT
      *                  RELEASE REGISTER (CRREG.DAT).
      * 10/14/2026 TH    A NEWLY POSTED OPEN ITEM IS NOW TYPED AS A
      *                  SALES INVOICE (AR-ITEM-TYPE BLANK), SO IT
      *                  CANNOT BE MISTAKEN FOR A FINANCE CHARGE.
      * 10/14/2026 TH    EVERY LINE BILLED - BATCH, CREDIT RELEASE AND
      *                  REPROCESS ALIKE - IS NOW APPENDED TO THE
      *                  PERMANENT LINE-LEVEL SALES HISTORY
      *                  (SALESHST.DAT) WITH ITS FISCAL YEAR AND
      *                  PERIOD, FOR THE PROGRAM28 SALES ANALYSIS.  A
      *                  RESTART TRIMS THE CRASH WINDOW FROM THE FILE
      *                  BEFORE IT RESUMES.
      * 10/14/2026 TH    A NEGATIVE-QUANTITY LINE ON THE ORDER FILE IS
      *                  NO LONGER CREDITED - IT GOES TO SUSPENSE AS
      *                  "RA" (NO RETURN AUTHORIZATION).  CREDITS NOW
      *                  COME ONLY FROM RAS APPROVED ON THE RA MASTER
      *                  (RETAUTH.DAT, MAINTAINED BY PROGRAM31).  EACH
      *                  BATCH RUN ISSUES ONE CREDIT LINE PER APPROVED
      *                  RA NOT YET CREDITED, AT THE ORIGINAL INVOICE
      *                  LINE'S NET PRICE AND TAX RATE, AND STAMPS THE
      *                  CREDIT'S INVOICE NUMBER ON THE RA.  THE CREDIT
      *                  NO LONGER PUTS THE STOCK BACK - PROGRAM31 DOES
      *                  WHEN THE GOODS ARE RECEIVED.  SALES HISTORY NOW
      *                  CARRIES THE LINE'S TAX JURISDICTION.  A
      *                  RESTART BACKS OUT ANY RA CREDIT ISSUED AFTER
      *                  THE LAST CHECKPOINT SO IT IS CREDITED ONCE, ON
      *                  THE NEXT CLEAN RUN.
      * 10/14/2026 TH    EVERY INVOICE DOCUMENT BILLED TO A CUSTOMER
      *                  CODED FOR EDI (CU-EDI-FLAG) IS ALSO WRITTEN
      *                  TO THE OUTBOUND ELECTRONIC-INVOICE FILE
      *                  (EINVOICE.DAT) - HEADER, ONE RECORD PER LINE
      *                  AND A SUMMARY - INSIDE A TRANSMISSION
      *                  ENVELOPE WITH ITS OWN RECORD COUNT AND HASH
      *                  TOTAL, PROVED BY THE CONTROL FILE
      *                  (EINVCTL.DAT).  EACH INVOICE SENT IS LOGGED
      *                  TO THE PERMANENT SENT-INVOICE LOG
      *                  (EINVLOG.DAT).  A RESTART TRIMS THE CRASH
      *                  WINDOW FROM BOTH FILES AND CARRIES ON IN THE
      *                  CRASHED RUN'S ENVELOPE.
      * 10/14/2026 TH    TAX-EXEMPT CUSTOMERS.  A LINE FOR A CUSTOMER
      *                  WHOSE EXEMPTION CERTIFICATE (CUSTMAST.CPY)
      *                  COVERS THE LINE'S JURISDICTION IS BILLED
      *                  WITHOUT TAX AND ACCUMULATED AS EXEMPT SALES
      *                  FOR THE JURISDICTION - ON THE TAX REGISTER,
      *                  ITS SUBTOTALS AND THE TAXACCUM.DAT ROLL.  A
      *                  COVERED LINE ON AN EXPIRED CERTIFICATE
      *                  SUSPENSES WITH REASON "EX".
      * 10/14/2026 TH    AN INVOICE DOCUMENT BILLED IN A FOREIGN
      *                  CURRENCY NOW POSTS ITS OPEN ITEM WITH THE
      *                  CURRENCY, THE FOREIGN AMOUNT (THE HOME
      *                  BILLED TOTAL BACK AT THE RUN DATE'S RATE) AND
      *                  THE RATE IT WAS BOOKED AT, SO PROGRAM16 CAN
      *                  CLEAR IT IN THE CUSTOMER'S OWN CURRENCY.  A
      *                  RETURN CREDIT OR BACK-OUT AGAINST A FOREIGN
      *                  ITEM MOVES THE FOREIGN AMOUNT AT THE BOOKED
      *                  RATE.  AN ORDER WHOSE LINES MIX CURRENCIES IS
      *                  BOOKED IN HOME CURRENCY ONLY, WITH A WARNING.
      * 10/15/2026 TH    THE REPROCESS PASS NOW RUNS THE CREDIT CHECK
      *                  ON A CORRECTED SUSPENSE LINE - A CUSTOMER ON
      *                  HOLD OR OVER LIMIT HAS THE LINE PUT ON THE
      *                  CREDIT-HOLD FILE INSTEAD OF BILLED.  AN ORDER
      *                  IS NOW COUNTED AND ANNOUNCED AS HELD WHEN ITS
      *                  FIRST LINE IS ACTUALLY WRITTEN TO HELDORD.DAT,
      *                  NOT WHEN THE HOLD IS DECIDED, SO AN ORDER
      *                  WHOSE LINES ALL SUSPENSE IS NOT REPORTED HELD.
      * 10/15/2026 TH    A LINE WHOSE CUSTOMER AND ORDER NUMBER ALREADY
      *                  KEY A FINANCE-CHARGE ("F") OR UNAPPLIED-CASH
      *                  ("U") ITEM ON AROPEN.DAT NOW SUSPENSES WITH
      *                  REASON "OI" INSTEAD OF BILLING INTO THAT ITEM,
      *                  WHERE IT WAS AGED, STATED AND JOURNALED AS
      *                  INTEREST OR HELD CASH.  THE CHECK IS MADE ON
      *                  EVERY PATH THROUGH THE LINE EDITS AND ON THE
      *                  REPROCESS PASS, AND IS CARRIED IN THE
      *                  CHECKPOINT AND ON THE TRAILER.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-REGISTER-FILE ASSIGN TO "PRCOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-REGISTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-REGISTER-STATUS.

           SELECT HELD-ORDER-FILE ASSIGN TO "HELDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-ORDER-STATUS.

           SELECT HELD-WORK-FILE ASSIGN TO "HOLDWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-WORK-STATUS.

           SELECT CREDIT-RELEASE-FILE ASSIGN TO "CRREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-CONTROL-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.

           SELECT SALES-HISTORY-WORK-FILE ASSIGN TO "SALESWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-WORK-STATUS.

           SELECT RETURN-AUTH-FILE ASSIGN TO "RETAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-NUMBER
               FILE STATUS IS WS-RETURN-AUTH-STATUS.

           SELECT EINVOICE-FILE ASSIGN TO "EINVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EINVOICE-STATUS.

           SELECT EINVOICE-WORK-FILE ASSIGN TO "EINVWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EINVOICE-WORK-STATUS.

           SELECT EINVOICE-CONTROL-FILE ASSIGN TO "EINVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EINVOICE-CONTROL-STATUS.

           SELECT EINVOICE-LOG-FILE ASSIGN TO "EINVLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EINVOICE-LOG-STATUS.

           SELECT EINVOICE-LOG-WORK-FILE ASSIGN TO "EINVLWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EINVOICE-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE
           RECORDING MODE IS F.
       01  INVREG-LINE                 PIC X(132).

       FD  HELD-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY HELDORD.

       FD  HELD-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HW-WORK-RECORD              PIC X(92).

       FD  CREDIT-RELEASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CRREG-LINE                  PIC X(132).

       FD  AR-OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AROPEN.
           05  CK-REGISTER-COUNT       PIC 9(07).
           05  CK-FIRST-INVOICE        PIC 9(07).
           05  CK-LAST-INVOICE         PIC 9(07).
           05  CK-HELD-LINE-COUNT      PIC 9(07).
           05  CK-UNAUTH-CREDIT-COUNT  PIC 9(07).
           05  CK-RETURN-CREDIT-COUNT  PIC 9(07).
           05  CK-EXEMPT-EXPIRED-COUNT PIC 9(07).
           05  CK-KEY-CONFLICT-COUNT   PIC 9(07).
      * THE CONTROL RECORD ABOVE IS FOLLOWED BY ONE BUCKET RECORD
      * PER TAX JURISDICTION (TYPE "T") AND PER SALESPERSON (TYPE
      * "C") BILLED SO FAR, SO A RESTART RESUMES THE TAX SUBTOTALS
      * AND THE COMMISSION BUCKETS THE SAME WAY IT RESUMES THE OTHER
      * CONTROL TOTALS - OTHERWISE THE DAY-TOTALS HAND-OFF, THE
      * PERIOD-TO-DATE TAX ROLL AND THE COMMISSION ROLL WOULD COVER
      * ONLY THE POST-CRASH PORTION OF THE DAY.  A TAX BUCKET'S
      * AMOUNT-4 IS THE JURISDICTION'S EXEMPT SALES.
       01  CK-BUCKET-LINE.
           05  CK-BK-TYPE              PIC X(01).
               88  CK-BUCKET-IS-TAX        VALUE "T".
           05  CK-BK-AMOUNT-2          PIC S9(11)V99.
           05  CK-BK-AMOUNT-3          PIC S9(11)V99.
           05  CK-BK-COUNT             PIC 9(07).
           05  CK-BK-AMOUNT-4          PIC S9(11)V99.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY EXTCTL.

       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SALESHST.

       FD  SALES-HISTORY-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SW-HISTORY-WORK-RECORD      PIC X(108).

       FD  RETURN-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RETAUTH.

       FD  EINVOICE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY EINVREC.

       FD  EINVOICE-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EW-EINVOICE-WORK-RECORD     PIC X(177).

       FD  EINVOICE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY EINVCTL.

       FD  EINVOICE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY EINVLOG.

       FD  EINVOICE-LOG-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EW-LOG-WORK-RECORD          PIC X(63).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * WORK FIELDS CARRIED FORWARD FROM THE ORIGINAL PROGRAM
       01  WS-PRICE-VARIANCE-PCT       PIC 9(05)V99 VALUE 0.
       01  WS-EXT-VARIANCE             PIC S9(10)V99 VALUE 0.

       01  WS-PRICE-REGISTER-STATUS    PIC X(02) VALUE SPACES.

       01  WS-PRICE-EXCEPTION-COUNT    PIC 9(07) COMP VALUE 0.
       01  WS-OVERRIDE-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-OVERRIDE-VARIANCE-TOTAL  PIC S9(11)V99 VALUE 0.
      *----------------------------------------------------------------
      * THE SHARED EXTENSION PATH SERVES BOTH THE ORDER FILE AND THE
      * BACKORDER RETRY - THE SUSPENSE WRITER NEEDS TO KNOW WHICH
      * RECORD AREA HOLDS THE LINE'S ORIGINAL IMAGE.  A RETURN
      * CREDIT BUILT FROM THE RA MASTER IS NEVER SUSPENSED - THE RA
      * STAYS APPROVED AND THE NEXT RUN TRIES IT AGAIN.
      *----------------------------------------------------------------
       01  WS-LINE-SOURCE-SWITCH       PIC X(01) VALUE 'O'.
           88  LINE-CAME-FROM-ORDER-FILE   VALUE 'O'.
           88  LINE-CAME-FROM-BACKORDER    VALUE 'B'.
           88  LINE-CAME-FROM-CREDIT-HOLD  VALUE 'H'.
           88  LINE-CAME-FROM-RETURN-AUTH  VALUE 'R'.
           88  LINE-CAME-FROM-SUSPENSE     VALUE 'S'.

       01  WS-AVAILABLE-QTY            PIC S9(07) COMP VALUE 0.
       01  WS-SHORT-QTY                PIC 9(05) VALUE 0.
       01  WS-AR-OPEN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AR-POST-AMOUNT           PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * CURRENCY OF THE AMOUNT BEING POSTED TO AROPEN.DAT.  AN INVOICE
      * DOCUMENT TAKES ITS CURRENCY AND RATE FROM ITS FIRST LINE; A
      * LATER LINE IN ANOTHER CURRENCY MAKES IT MIXED, AND A MIXED
      * DOCUMENT IS BOOKED IN HOME CURRENCY ONLY.  BLANK IS HOME.
      *----------------------------------------------------------------
       01  WS-INV-CURRENCY             PIC X(03) VALUE SPACES.
       01  WS-INV-EXCH-RATE            PIC 9(03)V9(06) VALUE 0.

       01  WS-INV-CURRENCY-SWITCH      PIC X(01) VALUE 'N'.
           88  INV-CURRENCY-NOT-SET        VALUE 'N'.
           88  INV-CURRENCY-IS-SET         VALUE 'Y'.
           88  INV-CURRENCY-IS-MIXED       VALUE 'M'.

       01  WS-POST-CURRENCY            PIC X(03) VALUE SPACES.
       01  WS-POST-EXCH-RATE           PIC 9(03)V9(06) VALUE 0.
       01  WS-AR-FOREIGN-DELTA         PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * CREDIT-LIMIT CHECK AND CREDIT-HOLD FIELDS.  THE DECISION IS
      * MADE ON THE FIRST LINE OF EACH ORDER AND HELD FOR THE REST
      * OF THE ORDER, SO AN ORDER IS NEVER PART-BILLED AND PART-
      * HELD.  EXPOSURE IS THE CUSTOMER'S OPEN AROPEN.DAT BALANCE,
      * PLUS ANY INVOICE DOCUMENT STILL OPEN FOR THE CUSTOMER, PLUS
      * THE WHOLE ORDER'S VALUE FROM THE PRE-VERIFY PASS TABLE.
      *----------------------------------------------------------------
       01  WS-HELD-ORDER-STATUS        PIC X(02) VALUE SPACES.
       01  WS-HELD-WORK-STATUS         PIC X(02) VALUE SPACES.

       01  WS-CREDIT-HOLD-SWITCH       PIC X(01) VALUE 'N'.
           88  ORDER-IS-ON-CREDIT-HOLD     VALUE 'Y'.
           88  ORDER-PASSES-CREDIT         VALUE 'N'.

       01  WS-CREDIT-CHECKED-SWITCH    PIC X(01) VALUE 'N'.
           88  CREDIT-ORDER-WAS-CHECKED    VALUE 'Y'.
           88  CREDIT-ORDER-NOT-CHECKED    VALUE 'N'.

      * SET ONCE THE HELD ORDER'S FIRST LINE IS ON THE HOLD FILE, SO
      * THE ORDER IS COUNTED AND ANNOUNCED ONCE, AND ONLY IF A LINE
      * WAS REALLY HELD.
       01  WS-HOLD-ANNOUNCED-SWITCH    PIC X(01) VALUE 'N'.
           88  ORDER-HOLD-WAS-ANNOUNCED    VALUE 'Y'.
           88  ORDER-HOLD-NOT-ANNOUNCED    VALUE 'N'.

       01  WS-AR-SCAN-SWITCH           PIC X(01) VALUE 'N'.
           88  END-OF-CUSTOMER-ITEMS       VALUE 'Y'.
           88  MORE-CUSTOMER-ITEMS         VALUE 'N'.

       01  WS-CREDIT-ORDER-NUMBER      PIC 9(04) VALUE 0.
       01  WS-CREDIT-CUSTOMER-NUMBER   PIC 9(03) VALUE 0.
       01  WS-CREDIT-REASON-CODE       PIC X(02) VALUE SPACES.
       01  WS-CREDIT-LIMIT             PIC 9(09)V99 VALUE 0.
       01  WS-CREDIT-EXPOSURE          PIC S9(11)V99 VALUE 0.
       01  WS-CREDIT-ORDER-VALUE       PIC S9(11)V99 VALUE 0.

       01  WS-HELD-LINE-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-HELD-ORDER-COUNT         PIC 9(07) COMP VALUE 0.

      * ORDER VALUES (QUANTITY TIMES KEYED PRICE, IN THE ORDER'S OWN
      * CURRENCY) ACCUMULATED BY THE PRE-VERIFY PASS.  AN ORDER NOT
      * IN THE TABLE - A BACKORDER RETRY, OR A FULL TABLE - IS
      * VALUED AT THE LINE IN HAND.
       01  WS-ORDVAL-ENTRY-COUNT       PIC 9(04) COMP VALUE 0.
       01  WS-ORDVAL-ENTRY-MAX         PIC 9(04) COMP VALUE 2000.
       01  WS-ORDVAL-TABLE.
           05  WS-ORDVAL-ENTRY OCCURS 2000 TIMES.
               10  WS-ORDVAL-ORDER-NUMBER  PIC 9(04).
               10  WS-ORDVAL-CUSTOMER      PIC 9(03).
               10  WS-ORDVAL-AMOUNT        PIC S9(11)V99.
       01  WS-ORDVAL-KEY-ORDER         PIC 9(04) VALUE 0.
       01  WS-ORDVAL-KEY-CUSTOMER      PIC 9(03) VALUE 0.
       01  WS-ORDVAL-SUB               PIC 9(04) COMP VALUE 0.
       01  WS-ORDVAL-FOUND-SUB         PIC 9(04) COMP VALUE 0.
       01  WS-ORDVAL-LINE-AMOUNT       PIC S9(11)V99 VALUE 0.

       01  WS-ORDVAL-FULL-SWITCH       PIC X(01) VALUE 'N'.
           88  ORDER-VALUE-TABLE-IS-FULL   VALUE 'Y'.
           88  ORDER-VALUE-TABLE-HAS-ROOM  VALUE 'N'.

       01  WS-CREDIT-HOLD-MESSAGE.
           05  FILLER                  PIC X(20) VALUE
               "PROGRAM6 CREDIT HOLD".
           05  FILLER                  PIC X(07) VALUE
               " ORDER ".
           05  WS-CH-ORDER-NUMBER      PIC 9(04).
           05  FILLER                  PIC X(10) VALUE
               " CUSTOMER ".
           05  WS-CH-CUSTOMER-NUMBER   PIC 9(03).
           05  FILLER                  PIC X(08) VALUE
               " REASON ".
           05  WS-CH-REASON-CODE       PIC X(02).
           05  FILLER                  PIC X(10) VALUE
               " EXPOSURE ".
           05  WS-CH-EXPOSURE          PIC -ZZZZZZZZZ9.99.

      *----------------------------------------------------------------
      * CREDIT RELEASE RUN FIELDS.  THE "RELEASE" RUN READS
      * HELDORD.DAT AFTER CREDIT HAS KEYED ITS DECISIONS, EXTENDS THE
      * RELEASED LINES THROUGH THE SHARED EXTENSION PATH (WITHOUT A
      * SECOND CREDIT CHECK - THE RELEASE IS THE OVERRIDE), CANCELS
      * THE REJECTED ONES, AND CARRIES THE UNDECIDED ONES FORWARD.
      *----------------------------------------------------------------
       01  WS-RELEASE-SWITCH           PIC X(01) VALUE 'N'.
           88  THIS-IS-A-CREDIT-RELEASE    VALUE 'Y'.
           88  THIS-IS-NOT-A-RELEASE       VALUE 'N'.

       01  WS-HELD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-HELD-ORDER-FILE      VALUE 'Y'.
           88  NOT-END-OF-HELD-ORDER-FILE  VALUE 'N'.

       01  WS-HOLDWORK-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  END-OF-HELD-RELOAD          VALUE 'Y'.
           88  NOT-END-OF-HELD-RELOAD      VALUE 'N'.

       01  WS-RELEASE-READ-COUNT       PIC 9(07) COMP VALUE 0.
       01  WS-RELEASE-EXTEND-COUNT     PIC 9(07) COMP VALUE 0.
       01  WS-RELEASE-CANCEL-COUNT     PIC 9(07) COMP VALUE 0.
       01  WS-RELEASE-PENDING-COUNT    PIC 9(07) COMP VALUE 0.
       01  WS-RELEASE-FAIL-COUNT       PIC 9(07) COMP VALUE 0.
       01  WS-RELEASE-SUSPENSE-BEFORE  PIC 9(07) COMP VALUE 0.

       01  WS-CRREG-HEADING-1          PIC X(132) VALUE
           "PROGRAM6 - CREDIT RELEASE REGISTER".
       01  WS-CRREG-HEADING-2          PIC X(132) VALUE
           "ORDER  CUST   ITEM   QUANTITY    PRICE  RSN  HELD ON
      -    "   EXPOSURE  CREDIT LIMIT  DISPOSITION         BY".

       01  WS-CRREG-DETAIL-LINE.
           05  WS-CR-ORDER-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CR-CUSTOMER-NUMBER   PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CR-ITEM-NUMBER       PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CR-QUANTITY          PIC -ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-PRICE             PIC -ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-REASON-CODE       PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CR-HELD-DATE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-EXPOSURE          PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-CREDIT-LIMIT      PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-DISPOSITION       PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-DECIDED-BY        PIC X(08).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-CRREG-TRAILER-1.
           05  FILLER                  PIC X(20) VALUE
               "HELD LINES READ -   ".
           05  WS-CR-TR-READ-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  WS-CRREG-TRAILER-2.
           05  FILLER                  PIC X(20) VALUE
               "LINES RELEASED -    ".
           05  WS-CR-TR-EXTEND-COUNT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  WS-CRREG-TRAILER-3.
           05  FILLER                  PIC X(20) VALUE
               "RELEASED TO SUSPENSE".
           05  WS-CR-TR-FAIL-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  WS-CRREG-TRAILER-4.
           05  FILLER                  PIC X(20) VALUE
               "LINES CANCELLED -   ".
           05  WS-CR-TR-CANCEL-COUNT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  WS-CRREG-TRAILER-5.
           05  FILLER                  PIC X(20) VALUE
               "AWAITING DECISION - ".
           05  WS-CR-TR-PENDING-COUNT  PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.

       01  WS-RELEASE-HEADING-1        PIC X(132) VALUE
           "PROGRAM6 - CREDIT RELEASE INVOICE REPORT".
       01  WS-RELEASE-INVREG-HEADING   PIC X(132) VALUE
           "PROGRAM6 - CREDIT RELEASE INVOICES".
       01  WS-RELEASE-PRCOVRD-HEADING  PIC X(132) VALUE
           "PROGRAM6 - CREDIT RELEASE PRICE OVERRIDES".

      *----------------------------------------------------------------
      * INVOICE-DOCUMENT REPORT LINES - THE BILL-TO BLOCK AND THE
      * PER-INVOICE TOTALS THAT BRACKET EACH GROUP OF DETAIL LINES.
      * CHECKPOINT SO A RESTART NEITHER BURNS NOR REUSES NUMBERS.
      *----------------------------------------------------------------
       01  WS-INVOICE-CONTROL-STATUS   PIC X(02) VALUE SPACES.
       01  WS-INVOICE-REGISTER-STATUS  PIC X(02) VALUE SPACES.
       01  WS-NEXT-INVOICE-NUMBER      PIC 9(07) VALUE 1.
       01  WS-CURRENT-INVOICE-NUMBER   PIC 9(07) VALUE 0.

               10  WS-TAX-ACC-TAXABLE  PIC S9(11)V99.
               10  WS-TAX-ACC-TAX      PIC S9(11)V99.
               10  WS-TAX-ACC-CREDIT   PIC S9(11)V99.
               10  WS-TAX-ACC-EXEMPT   PIC S9(11)V99.

       01  WS-TAX-SUB                  PIC 9(04) COMP VALUE 0.
       01  WS-TAX-FOUND-SUB            PIC 9(04) COMP VALUE 0.

       01  WS-LINE-JURISDICTION        PIC X(03) VALUE SPACES.
       01  WS-APPLIED-TAX-PCT          PIC 9(02)V99 VALUE 0.

      *----------------------------------------------------------------
      * TAX EXEMPTION - THE CUSTOMER MASTER'S CERTIFICATE, CHECKED
      * AGAINST THE LINE'S JURISDICTION AFTER THE CUSTOMER LOOKUP.
      * THE CERTIFICATE EXPIRES AGAINST THE RUN DATE, OR THE SYSTEM
      * DATE WHEN THE DATE STAMP IS MISSING.
      *----------------------------------------------------------------
       01  WS-EXEMPT-SWITCH            PIC X(01) VALUE 'N'.
           88  LINE-IS-TAX-EXEMPT          VALUE 'Y'.
           88  LINE-EXEMPTION-HAS-EXPIRED  VALUE 'X'.
           88  LINE-IS-TAXABLE             VALUE 'N'.

       01  WS-EXEMPT-SUB               PIC 9(04) COMP VALUE 0.
       01  WS-EXEMPT-FOUND-SUB         PIC 9(04) COMP VALUE 0.
       01  WS-EXEMPT-JURIS-MAX         PIC 9(04) COMP VALUE 5.
       01  WS-EXEMPT-AS-OF-DATE        PIC X(10) VALUE SPACES.
       01  WS-EXEMPT-SYSTEM-DATE       PIC 9(08) VALUE 0.
       01  WS-EXEMPT-SYSTEM-DATE-X REDEFINES WS-EXEMPT-SYSTEM-DATE
                                       PIC X(08).
       01  WS-EXEMPT-EXPIRED-COUNT     PIC 9(07) COMP VALUE 0.

       01  WS-EXEMPT-EXPIRED-MSG.
           05  FILLER                  PIC X(20) VALUE
               "PROGRAM6 EXCEPTION -".
           05  WS-EE-RECORD-COUNT      PIC ZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE
               " CUSTOMER ".
           05  WS-EE-CUSTOMER-NUMBER   PIC 9(03).
           05  FILLER                  PIC X(19) VALUE
               " EXEMPTION EXPIRED ".
           05  WS-EE-EXPIRY-DATE       PIC X(10).

      *----------------------------------------------------------------
      * OPEN-ITEM KEY CHECK.  A LINE BILLS INTO THE AROPEN.DAT ITEM
      * KEYED BY ITS CUSTOMER AND ORDER NUMBER.  PROGRAM25'S FINANCE
      * CHARGES (TYPE "F", NUMBERED DOWN FROM 9999) AND PROGRAM16'S
      * UNAPPLIED CASH (TYPE "U", ORDER 0000) USE THE SAME KEY, SO
      * AN ORDER NUMBER ONE OF THEM ALREADY HOLDS FOR THE CUSTOMER
      * CANNOT BE BILLED UNTIL THE ORDER IS RENUMBERED.
      *----------------------------------------------------------------
       01  WS-OPEN-ITEM-KEY-SWITCH     PIC X(01) VALUE 'N'.
           88  OPEN-ITEM-KEY-IS-TAKEN      VALUE 'Y'.
           88  OPEN-ITEM-KEY-IS-FREE       VALUE 'N'.

       01  WS-KEY-CONFLICT-COUNT       PIC 9(07) COMP VALUE 0.

       01  WS-KEY-CONFLICT-MSG.
           05  FILLER                  PIC X(20) VALUE
               "PROGRAM6 EXCEPTION -".
           05  WS-KC-RECORD-COUNT      PIC ZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE " ORDER ".
           05  WS-KC-ORDER-NUMBER      PIC 9(04).
           05  FILLER                  PIC X(10) VALUE
               " CUSTOMER ".
           05  WS-KC-CUSTOMER-NUMBER   PIC 9(03).
           05  FILLER                  PIC X(25) VALUE
               " KEYS AN AROPEN ITEM TYPE".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-KC-ITEM-TYPE         PIC X(01).
       01  WS-TAX-AMOUNT               PIC S9(10)V99 VALUE 0.

       01  WS-TAX-WARNING-MESSAGE.
           "PROGRAM6 - SALES TAX REGISTER".
       01  WS-TAXREG-HEADING-2         PIC X(132) VALUE
           "JURIS  ORDER  CUST       TAXABLE AMOUNT   RATE PCT
      -    "    TAX AMOUNT  EXEMPT  CERTIFICATE".

       01  WS-TAXREG-DETAIL-LINE.
           05  WS-TD-JURISDICTION      PIC X(03).
           05  WS-TD-RATE-PCT          PIC Z9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-TD-TAX-AMOUNT        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TD-EXEMPT-FLAG       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TD-EXEMPT-CERT       PIC X(15).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-TAXREG-SUBTOTAL-HEADING  PIC X(132) VALUE
           "JURISDICTION SUBTOTALS - TAXABLE, TAX AND EXEMPT SALES".

       01  WS-TAXREG-RESTART-WARNING   PIC X(132) VALUE
           "*** RESTARTED RUN - DETAIL MAY REPEAT THE CRASH WINDOW -
           05  WS-TS-TAXABLE-AMOUNT    PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-TS-TAX-AMOUNT        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-TS-EXEMPT-AMOUNT     PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

      *----------------------------------------------------------------
      * CONTROL-TOTAL TRAILER FIELDS
               10  WS-TAC-TAXABLE      PIC S9(13)V99.
               10  WS-TAC-TAX          PIC S9(13)V99.
               10  WS-TAC-CREDIT       PIC S9(13)V99.
               10  WS-TAC-EXEMPT       PIC S9(13)V99.

       01  WS-TAC-SUB                  PIC 9(04) COMP VALUE 0.
       01  WS-TAC-FOUND-SUB            PIC 9(04) COMP VALUE 0.
               "LINES BACKORDERED - ".
           05  WS-TR-BACKORDER-COUNT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  WS-TRAILER-LINE-5F.
           05  FILLER                  PIC X(20) VALUE
               "LINES ON CREDIT HOLD".
           05  WS-TR-HELD-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  WS-TRAILER-LINE-5G.
           05  FILLER                  PIC X(20) VALUE
               "CREDITS WITHOUT RA -".
           05  WS-TR-UNAUTH-CREDITS    PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  WS-TRAILER-LINE-5H.
           05  FILLER                  PIC X(20) VALUE
               "RA CREDITS ISSUED - ".
           05  WS-TR-RETURN-CREDITS    PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  WS-TRAILER-LINE-5I.
           05  FILLER                  PIC X(20) VALUE
               "EXEMPTIONS EXPIRED -".
           05  WS-TR-EXEMPT-EXPIRED    PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  WS-TRAILER-LINE-5J.
           05  FILLER                  PIC X(20) VALUE
               "AR KEY CONFLICTS -  ".
           05  WS-TR-KEY-CONFLICTS     PIC ZZZZZZ9.
           05  FILLER                  PIC X(105) VALUE SPACES.

      *----------------------------------------------------------------
      * RUN-DATE STAMP, HANDED OFF BY PROGRAM9 THROUGH DATESTMP.DAT
           88  IS-INQUIRY-REQUEST          VALUE "INQUIRY ".
           88  IS-REPROCESS-REQUEST        VALUE "REPROCES".
           88  IS-SIMULATE-REQUEST         VALUE "SIMULATE".
           88  IS-RELEASE-REQUEST          VALUE "RELEASE ".

       01  WS-RESTART-SWITCH           PIC X(01) VALUE 'N'.
           88  THIS-IS-A-RESTART-RUN       VALUE 'Y'.
       01  WS-KEPT-EXTRACT-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-DROPPED-EXTRACT-COUNT    PIC 9(09) COMP VALUE 0.

      *----------------------------------------------------------------
      * LINE-LEVEL SALES HISTORY (SALESHST.DAT).  EVERY LINE BILLED IS
      * APPENDED WITH THE FISCAL YEAR AND PERIOD OF THE RUN DATE.  A
      * RESTART TRIMS THE RECORDS THE CRASHED RUN WROTE PAST ITS LAST
      * CHECKPOINT - THOSE ARE THE RECORDS AT OR ABOVE THE RESTORED
      * NEXT INVOICE NUMBER - SO THE REPEATED WINDOW IS NOT RECORDED
      * TWICE.
      *----------------------------------------------------------------
       01  WS-SALES-HISTORY-STATUS     PIC X(02) VALUE SPACES.
       01  WS-SALES-WORK-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SALES-HISTORY-SWITCH     PIC X(01) VALUE 'N'.
           88  SALES-HISTORY-IS-OPEN       VALUE 'Y'.
           88  SALES-HISTORY-NOT-OPEN      VALUE 'N'.

       01  WS-HISTORY-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY-FILE         VALUE 'Y'.
           88  NOT-END-OF-HISTORY-FILE     VALUE 'N'.

       01  WS-HISTORY-FISCAL-YEAR      PIC 9(04) VALUE 0.
       01  WS-HISTORY-FISCAL-PERIOD    PIC 9(02) VALUE 0.
       01  WS-HISTORY-SYSTEM-DATE      PIC 9(08) VALUE 0.
       01  WS-HISTORY-DATE-CHECK       PIC X(06) VALUE SPACES.
       01  WS-HISTORY-DATE-NUM REDEFINES WS-HISTORY-DATE-CHECK
                                       PIC 9(06).
       01  WS-DROPPED-HISTORY-COUNT    PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------------
      * RETURN AUTHORIZATIONS (RETAUTH.DAT, MAINTAINED BY PROGRAM31).
      * A NEGATIVE QUANTITY ON THE ORDER FILE IS NOT CREDITED - IT
      * SUSPENSES AS "RA".  THE ONLY CREDITS ARE THE ONES THE BATCH
      * RUN ISSUES ITSELF, AHEAD OF THE ORDER FILE, FOR EACH APPROVED
      * RA NOT YET CREDITED, PRICED FROM THE ORIGINAL INVOICE LINE'S
      * BILLED QUANTITY, NET AND TAX CARRIED ON THE RA.
      *----------------------------------------------------------------
       01  WS-RETURN-AUTH-STATUS       PIC X(02) VALUE SPACES.

       01  WS-RETURN-AUTH-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-RETURN-AUTH-FILE     VALUE 'Y'.
           88  NOT-END-OF-RETURN-AUTH-FILE VALUE 'N'.

       01  WS-RETURN-CREDIT-SWITCH     PIC X(01) VALUE 'N'.
           88  LINE-IS-RETURN-CREDIT       VALUE 'Y'.
           88  LINE-IS-NOT-RETURN-CREDIT   VALUE 'N'.

       01  WS-RETURN-CREDIT-COUNT      PIC 9(07) COMP VALUE 0.
       01  WS-RETURN-CREDIT-FAIL-COUNT PIC 9(07) COMP VALUE 0.
       01  WS-RETURN-BACKOUT-COUNT     PIC 9(07) COMP VALUE 0.
       01  WS-UNAUTH-CREDIT-COUNT      PIC 9(07) COMP VALUE 0.

       01  WS-UNAUTH-CREDIT-MSG.
           05  FILLER                  PIC X(20) VALUE
               "PROGRAM6 EXCEPTION -".
           05  WS-UC-RECORD-COUNT      PIC ZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE
               " ITEM ".
           05  WS-UC-ITEM-NUMBER       PIC 9(03).
           05  FILLER                  PIC X(37) VALUE
               " NEGATIVE QUANTITY WITHOUT AN RA".

       01  WS-RETURN-CREDIT-FAIL-MSG.
           05  FILLER                  PIC X(14) VALUE
               "PROGRAM6 - RA ".
           05  WS-RX-RA-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(26) VALUE
               " NOT CREDITED, REASON ".
           05  WS-RX-REASON-CODE       PIC X(02).
           05  FILLER                  PIC X(24) VALUE
               " - RETRIED NEXT RUN".

       01  WS-RETURN-BACKOUT-MSG.
           05  FILLER                  PIC X(14) VALUE
               "PROGRAM6 - RA ".
           05  WS-RB-RA-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(22) VALUE
               " CREDIT FROM INVOICE ".
           05  WS-RB-INVOICE-NUMBER    PIC 9(07).
           05  FILLER                  PIC X(38) VALUE
               " BACKED OUT - RE-ISSUED NEXT CLEAN RUN".

      *----------------------------------------------------------------
      * OUTBOUND ELECTRONIC INVOICES (EINVOICE.DAT) FOR CUSTOMERS
      * CODED FOR EDI.  THE TRANSMISSION ENVELOPE OPENS WITH THE RUN'S
      * FIRST EDI DOCUMENT AND CLOSES AT END OF RUN; THE COUNTS BELOW
      * COVER THE RECORDS BETWEEN ITS HEADER AND TRAILER.  THE
      * DOCUMENT FIELDS ARE THE EDI DOCUMENT'S OWN, SO THE REPROCESS
      * PASS - WHICH BILLS EACH LINE AS ITS OWN INVOICE WITHOUT THE
      * PRINTED DOCUMENT - CAN SHARE THE WRITE PARAGRAPHS.
      *----------------------------------------------------------------
       01  WS-EINVOICE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EINVOICE-WORK-STATUS     PIC X(02) VALUE SPACES.
       01  WS-EINVOICE-CONTROL-STATUS  PIC X(02) VALUE SPACES.
       01  WS-EINVOICE-LOG-STATUS      PIC X(02) VALUE SPACES.

       01  WS-EINVOICE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
           88  EINVOICE-FILES-ARE-OPEN     VALUE 'Y'.
           88  EINVOICE-FILES-NOT-OPEN     VALUE 'N'.

       01  WS-EINV-ENVELOPE-SWITCH     PIC X(01) VALUE 'N'.
           88  EINVOICE-ENVELOPE-IS-OPEN   VALUE 'Y'.
           88  EINVOICE-ENVELOPE-IS-CLOSED VALUE 'N'.

       01  WS-EINV-DOCUMENT-SWITCH     PIC X(01) VALUE 'N'.
           88  EINVOICE-DOCUMENT-IS-OPEN   VALUE 'Y'.
           88  EINVOICE-DOCUMENT-IS-CLOSED VALUE 'N'.

       01  WS-EINV-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-EINVOICE-COPY        VALUE 'Y'.
           88  NOT-END-OF-EINVOICE-COPY    VALUE 'N'.

       01  WS-EINV-LAST-XMIT-NUMBER    PIC 9(06) VALUE 0.
       01  WS-EINV-XMIT-NUMBER         PIC 9(06) VALUE 0.
       01  WS-EINV-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
       01  WS-EINV-INVOICE-COUNT       PIC 9(07) COMP VALUE 0.
       01  WS-EINV-HASH-TOTAL          PIC S9(12)V99 VALUE 0.

       01  WS-EINV-INVOICE-NUMBER      PIC 9(07) VALUE 0.
       01  WS-EINV-CUSTOMER-NUMBER     PIC 9(03) VALUE 0.
       01  WS-EINV-ORDER-NUMBER        PIC 9(04) VALUE 0.
       01  WS-EINV-LINE-COUNT          PIC 9(03) VALUE 0.
       01  WS-EINV-GROSS-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-EINV-DISCOUNT-AMOUNT     PIC S9(11)V99 VALUE 0.
       01  WS-EINV-NET-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  WS-EINV-TAX-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  WS-EINV-INVOICE-TOTAL       PIC S9(11)V99 VALUE 0.

       01  WS-DROPPED-EINVOICE-COUNT   PIC 9(07) COMP VALUE 0.
       01  WS-DROPPED-EINV-LOG-COUNT   PIC 9(07) COMP VALUE 0.

       01  WS-EINV-SENT-MSG.
           05  FILLER                  PIC X(34) VALUE
               "PROGRAM6 - E-INVOICE TRANSMISSION ".
           05  WS-ES-XMIT-NUMBER       PIC 9(06).
           05  FILLER                  PIC X(10) VALUE
               " CLOSED - ".
           05  WS-ES-INVOICE-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE
               " INVOICES, ".
           05  WS-ES-RECORD-COUNT      PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE
               " RECORDS".

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
                   PERFORM 5000-RUN-INTERACTIVE-SESSION THRU 5000-EXIT
               WHEN IS-REPROCESS-REQUEST
                   PERFORM 6000-RUN-REPROCESS-PASS THRU 6000-EXIT
               WHEN IS-RELEASE-REQUEST
                   PERFORM 6500-RUN-CREDIT-RELEASE THRU 6500-EXIT
               WHEN IS-SIMULATE-REQUEST
                   SET THIS-IS-A-SIMULATION TO TRUE
                   PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
               WHEN OTHER
                   PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
                   PERFORM 7500-RETRY-BACKORDER-FILE THRU 7500-EXIT
                   PERFORM 7600-ISSUE-RETURN-CREDITS THRU 7600-EXIT
                   PERFORM 2000-PROCESS-ORDER-FILE THRU 2000-EXIT
                       UNTIL END-OF-ORDER-FILE
                   PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
           IF THIS-IS-A-RESTART-RUN
               PERFORM 1200-READ-CHECKPOINT-FILE THRU 1200-EXIT
               PERFORM 1350-RECONCILE-EXTRACT-FILE THRU 1350-EXIT
               PERFORM 1380-RECONCILE-SALES-HISTORY THRU 1380-EXIT
               PERFORM 1460-RECONCILE-EINVOICE-FILE THRU 1460-EXIT
               PERFORM 1470-RECONCILE-EINVOICE-LOG THRU 1470-EXIT
               OPEN EXTEND REPORT-FILE
               OPEN EXTEND TAX-REGISTER-FILE
               OPEN EXTEND PRICE-REGISTER-FILE
           END-IF.
           PERFORM 1400-OPEN-AUDIT-LOG-FILE THRU 1400-EXIT.
           PERFORM 1500-OPEN-EXTRACT-FILE THRU 1500-EXIT.
           PERFORM 1450-OPEN-SALES-HISTORY THRU 1450-EXIT.
           PERFORM 1480-OPEN-EINVOICE-FILES THRU 1480-EXIT.
           PERFORM 1600-OPEN-DISCOUNT-SCHEDULE THRU 1600-EXIT.
           PERFORM 1700-OPEN-TAX-RATES THRU 1700-EXIT.
           IF THIS-IS-A-SIMULATION
           END-IF.
           PERFORM 1800-OPEN-SUSPENSE-FILE THRU 1800-EXIT.
           PERFORM 1850-OPEN-OPEN-ITEM-FILE THRU 1850-EXIT.
           IF THIS-IS-A-RESTART-RUN
               PERFORM 1880-BACK-OUT-RETURN-CREDITS THRU 1880-EXIT
           END-IF.
           PERFORM 1860-OPEN-HELD-ORDER-FILE THRU 1860-EXIT.
           PERFORM 1900-OPEN-EXCHANGE-RATES THRU 1900-EXIT.
           PERFORM 1090-OPEN-COMMISSION-FILES THRU 1090-EXIT.
           PERFORM 2100-READ-ORDER-RECORD THRU 2100-EXIT.
               END-READ
               CLOSE DATE-STAMP-FILE
           END-IF.
      * THE DATE TAX-EXEMPTION CERTIFICATES EXPIRE AGAINST (2282).
           IF WS-RUN-DATE-STAMP(1:4) NUMERIC
               MOVE WS-RUN-DATE-STAMP(1:10) TO WS-EXEMPT-AS-OF-DATE
           ELSE
               ACCEPT WS-EXEMPT-SYSTEM-DATE FROM DATE YYYYMMDD
               STRING WS-EXEMPT-SYSTEM-DATE-X(1:4) "/"
                   WS-EXEMPT-SYSTEM-DATE-X(5:2) "/"
                   WS-EXEMPT-SYSTEM-DATE-X(7:2)
                   DELIMITED BY SIZE INTO WS-EXEMPT-AS-OF-DATE
           END-IF.
       1100-EXIT.
           EXIT.

           IF CK-LAST-INVOICE NUMERIC
               MOVE CK-LAST-INVOICE TO WS-LAST-INVOICE-NUMBER
           END-IF.
           IF CK-HELD-LINE-COUNT NUMERIC
               MOVE CK-HELD-LINE-COUNT TO WS-HELD-LINE-COUNT
           END-IF.
           IF CK-UNAUTH-CREDIT-COUNT NUMERIC
               MOVE CK-UNAUTH-CREDIT-COUNT TO WS-UNAUTH-CREDIT-COUNT
           END-IF.
           IF CK-RETURN-CREDIT-COUNT NUMERIC
               MOVE CK-RETURN-CREDIT-COUNT TO WS-RETURN-CREDIT-COUNT
           END-IF.
           IF CK-EXEMPT-EXPIRED-COUNT NUMERIC
               MOVE CK-EXEMPT-EXPIRED-COUNT
                   TO WS-EXEMPT-EXPIRED-COUNT
           END-IF.
           IF CK-KEY-CONFLICT-COUNT NUMERIC
               MOVE CK-KEY-CONFLICT-COUNT TO WS-KEY-CONFLICT-COUNT
           END-IF.
       1250-EXIT.
           EXIT.

           MOVE CK-BK-AMOUNT-1 TO WS-TAX-ACC-TAXABLE (WS-TAX-SUB).
           MOVE CK-BK-AMOUNT-2 TO WS-TAX-ACC-TAX (WS-TAX-SUB).
           MOVE CK-BK-AMOUNT-3 TO WS-TAX-ACC-CREDIT (WS-TAX-SUB).
      * A CHECKPOINT WRITTEN BEFORE EXEMPT SALES WERE CARRIED HAS NO
      * AMOUNT-4 - THE DAY SO FAR HAD NONE.
           IF CK-BK-AMOUNT-4 NUMERIC
               MOVE CK-BK-AMOUNT-4 TO WS-TAX-ACC-EXEMPT (WS-TAX-SUB)
           ELSE
               MOVE ZERO TO WS-TAX-ACC-EXEMPT (WS-TAX-SUB)
           END-IF.
       1275-EXIT.
           EXIT.

       1375-EXIT.
           EXIT.

      *================================================================
      * 1380-RECONCILE-SALES-HISTORY
      *
      * A CRASHED RUN LEFT SALESHST.DAT WITH HISTORY RECORDS FOR THE
      * LINES BILLED AFTER ITS LAST CHECKPOINT, AND THE RESTART WILL
      * BILL THOSE LINES AGAIN UNDER THE SAME INVOICE NUMBERS.  THE
      * CHECKPOINT ALWAYS FALLS ON A DOCUMENT BOUNDARY AND INVOICE
      * NUMBERS ONLY EVER CLIMB, SO EVERY RECORD AT OR ABOVE THE
      * RESTORED NEXT INVOICE NUMBER BELONGS TO THE CRASH WINDOW.
      * THE FILE IS COPIED THROUGH THE WORK FILE WITHOUT THEM AND
      * RELOADED.  A MISSING HISTORY FILE HAS NOTHING TO TRIM.
      *================================================================
       1380-RECONCILE-SALES-HISTORY.
           IF THIS-IS-A-SIMULATION
               GO TO 1380-EXIT
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-SALES-HISTORY-STATUS NOT = "00"
               GO TO 1380-EXIT
           END-IF.
           OPEN OUTPUT SALES-HISTORY-WORK-FILE.
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
           PERFORM 1385-READ-HISTORY-FOR-COPY THRU 1385-EXIT.
           PERFORM 1390-COPY-ONE-HISTORY-RECORD THRU 1390-EXIT
               UNTIL END-OF-HISTORY-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE SALES-HISTORY-WORK-FILE.
           IF WS-DROPPED-HISTORY-COUNT = 0
               GO TO 1380-EXIT
           END-IF.
           OPEN INPUT SALES-HISTORY-WORK-FILE.
           OPEN OUTPUT SALES-HISTORY-FILE.
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
           PERFORM 1395-READ-HISTORY-WORK THRU 1395-EXIT.
           PERFORM 1396-RELOAD-ONE-HISTORY THRU 1396-EXIT
               UNTIL END-OF-HISTORY-FILE.
           CLOSE SALES-HISTORY-WORK-FILE.
           CLOSE SALES-HISTORY-FILE.
           DISPLAY "PROGRAM6 - RESTART DROPPED "
               WS-DROPPED-HISTORY-COUNT " UNCHECKPOINTED "
               "SALES HISTORY RECORDS".
       1380-EXIT.
           EXIT.

      *================================================================
      * 1385-READ-HISTORY-FOR-COPY
      *================================================================
       1385-READ-HISTORY-FOR-COPY.
           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-READ.
       1385-EXIT.
           EXIT.

      *================================================================
      * 1390-COPY-ONE-HISTORY-RECORD
      *================================================================
       1390-COPY-ONE-HISTORY-RECORD.
           IF SH-INVOICE-NUMBER < WS-NEXT-INVOICE-NUMBER
               WRITE SW-HISTORY-WORK-RECORD
                   FROM SH-SALES-HISTORY-RECORD
           ELSE
               ADD 1 TO WS-DROPPED-HISTORY-COUNT
           END-IF.
           PERFORM 1385-READ-HISTORY-FOR-COPY THRU 1385-EXIT.
       1390-EXIT.
           EXIT.

      *================================================================
      * 1395-READ-HISTORY-WORK
      *================================================================
       1395-READ-HISTORY-WORK.
           READ SALES-HISTORY-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-READ.
       1395-EXIT.
           EXIT.

      *================================================================
      * 1396-RELOAD-ONE-HISTORY
      *================================================================
       1396-RELOAD-ONE-HISTORY.
           WRITE SH-SALES-HISTORY-RECORD FROM SW-HISTORY-WORK-RECORD.
           PERFORM 1395-READ-HISTORY-WORK THRU 1395-EXIT.
       1396-EXIT.
           EXIT.

      *================================================================
      * 1400-OPEN-AUDIT-LOG-FILE
      *
           EXIT.

      *================================================================
      * 1450-OPEN-SALES-HISTORY
      *
      * THE SALES HISTORY IS PERMANENT - IT IS OPENED EXTEND AND
      * NEVER RESET, AND A FIRST-EVER RUN CREATES IT.  THE FISCAL
      * YEAR AND PERIOD STAMPED ON EVERY RECORD COME FROM THE RUN
      * DATE (THE PERIOD IS THE CALENDAR MONTH, THE SAME RULE
      * PROGRAM9 USES), FALLING BACK TO THE SYSTEM DATE WHEN THE
      * DATE STAMP IS MISSING OR DAMAGED.  A SIMULATION BILLS
      * NOTHING, SO IT DOES NOT TOUCH THE FILE.
      *================================================================
       1450-OPEN-SALES-HISTORY.
           IF THIS-IS-A-SIMULATION
               GO TO 1450-EXIT
           END-IF.
           MOVE SPACES TO WS-HISTORY-DATE-CHECK.
           STRING WS-RUN-DATE-STAMP(1:4) WS-RUN-DATE-STAMP(6:2)
               DELIMITED BY SIZE INTO WS-HISTORY-DATE-CHECK.
           IF WS-HISTORY-DATE-NUM IS NUMERIC
               AND WS-HISTORY-DATE-CHECK(5:2) >= "01"
               AND WS-HISTORY-DATE-CHECK(5:2) <= "12"
               MOVE WS-HISTORY-DATE-CHECK(1:4)
                   TO WS-HISTORY-FISCAL-YEAR
               MOVE WS-HISTORY-DATE-CHECK(5:2)
                   TO WS-HISTORY-FISCAL-PERIOD
           ELSE
               ACCEPT WS-HISTORY-SYSTEM-DATE FROM DATE YYYYMMDD
               MOVE WS-HISTORY-SYSTEM-DATE(1:4)
                   TO WS-HISTORY-FISCAL-YEAR
               MOVE WS-HISTORY-SYSTEM-DATE(5:2)
                   TO WS-HISTORY-FISCAL-PERIOD
           END-IF.
           OPEN EXTEND SALES-HISTORY-FILE.
           IF WS-SALES-HISTORY-STATUS = "35"
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF.
           IF WS-SALES-HISTORY-STATUS = "00"
               SET SALES-HISTORY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PROGRAM6 - UNABLE TO OPEN SALES HISTORY, "
                   "STATUS " WS-SALES-HISTORY-STATUS
                   " - NO HISTORY THIS RUN"
           END-IF.
       1450-EXIT.
           EXIT.

      *================================================================
      * 1460-RECONCILE-EINVOICE-FILE
      *
      * A CRASHED RUN LEFT EINVOICE.DAT WITH DOCUMENTS BEYOND THE LAST
      * CHECKPOINT - THE RESTART BILLS THEM AGAIN UNDER THE SAME
      * INVOICE NUMBERS, SO EVERY DOCUMENT RECORD AT OR ABOVE THE
      * CHECKPOINTED NEXT INVOICE NUMBER IS DROPPED, THE SAME RULE
      * THE SALES HISTORY TRIM (1380) USES.  THE ENVELOPE RECORDS ARE
      * KEPT.  AN ENVELOPE LEFT WITHOUT ITS TRAILER IS THE CRASHED
      * RUN'S OWN - ITS NUMBER AND THE COUNTS OF THE RECORDS KEPT IN
      * IT ARE PICKED UP HERE SO THE RESTART CARRIES ON IN IT AND
      * CLOSES IT WITH A TRAILER THAT PROVES.  A MISSING FILE HAS
      * NOTHING TO TRIM.
      *================================================================
       1460-RECONCILE-EINVOICE-FILE.
           IF THIS-IS-A-SIMULATION
               GO TO 1460-EXIT
           END-IF.
           OPEN INPUT EINVOICE-FILE.
           IF WS-EINVOICE-STATUS NOT = "00"
               GO TO 1460-EXIT
           END-IF.
           OPEN OUTPUT EINVOICE-WORK-FILE.
           SET NOT-END-OF-EINVOICE-COPY TO TRUE.
           PERFORM 1462-READ-EINVOICE-FOR-COPY THRU 1462-EXIT.
           PERFORM 1464-COPY-ONE-EINVOICE THRU 1464-EXIT
               UNTIL END-OF-EINVOICE-COPY.
           CLOSE EINVOICE-FILE.
           CLOSE EINVOICE-WORK-FILE.
           IF WS-DROPPED-EINVOICE-COUNT = 0
               GO TO 1460-EXIT
           END-IF.
           OPEN INPUT EINVOICE-WORK-FILE.
           OPEN OUTPUT EINVOICE-FILE.
           SET NOT-END-OF-EINVOICE-COPY TO TRUE.
           PERFORM 1466-READ-EINVOICE-WORK THRU 1466-EXIT.
           PERFORM 1468-RELOAD-ONE-EINVOICE THRU 1468-EXIT
               UNTIL END-OF-EINVOICE-COPY.
           CLOSE EINVOICE-WORK-FILE.
           CLOSE EINVOICE-FILE.
           DISPLAY "PROGRAM6 - RESTART DROPPED "
               WS-DROPPED-EINVOICE-COUNT " UNCHECKPOINTED "
               "E-INVOICE RECORDS".
       1460-EXIT.
           EXIT.

      *================================================================
      * 1462-READ-EINVOICE-FOR-COPY
      *================================================================
       1462-READ-EINVOICE-FOR-COPY.
           READ EINVOICE-FILE
               AT END
                   SET END-OF-EINVOICE-COPY TO TRUE
           END-READ.
       1462-EXIT.
           EXIT.

      *================================================================
      * 1464-COPY-ONE-EINVOICE
      *================================================================
       1464-COPY-ONE-EINVOICE.
           EVALUATE TRUE
               WHEN EI-TYPE-IS-XMIT-HEADER
                   SET EINVOICE-ENVELOPE-IS-OPEN TO TRUE
                   MOVE EI-XMIT-NUMBER TO WS-EINV-XMIT-NUMBER
                   IF EI-XMIT-NUMBER > WS-EINV-LAST-XMIT-NUMBER
                       MOVE EI-XMIT-NUMBER
                           TO WS-EINV-LAST-XMIT-NUMBER
                   END-IF
                   MOVE ZERO TO WS-EINV-RECORD-COUNT
                                WS-EINV-INVOICE-COUNT
                                WS-EINV-HASH-TOTAL
               WHEN EI-TYPE-IS-XMIT-TRAILER
                   SET EINVOICE-ENVELOPE-IS-CLOSED TO TRUE
               WHEN EI-INVOICE-NUMBER NUMERIC
                   AND EI-INVOICE-NUMBER NOT < WS-NEXT-INVOICE-NUMBER
                   ADD 1 TO WS-DROPPED-EINVOICE-COUNT
                   GO TO 1464-NEXT
               WHEN EINVOICE-ENVELOPE-IS-OPEN
                   ADD 1 TO WS-EINV-RECORD-COUNT
                   IF EI-TYPE-IS-SUMMARY
                       ADD 1 TO WS-EINV-INVOICE-COUNT
                       ADD EI-IS-INVOICE-TOTAL TO WS-EINV-HASH-TOTAL
                           ON SIZE ERROR
                               CONTINUE
                       END-ADD
                   END-IF
           END-EVALUATE.
           WRITE EW-EINVOICE-WORK-RECORD FROM EI-EINVOICE-RECORD.
       1464-NEXT.
           PERFORM 1462-READ-EINVOICE-FOR-COPY THRU 1462-EXIT.
       1464-EXIT.
           EXIT.

      *================================================================
      * 1466-READ-EINVOICE-WORK
      *================================================================
       1466-READ-EINVOICE-WORK.
           READ EINVOICE-WORK-FILE
               AT END
                   SET END-OF-EINVOICE-COPY TO TRUE
           END-READ.
       1466-EXIT.
           EXIT.

      *================================================================
      * 1468-RELOAD-ONE-EINVOICE
      *================================================================
       1468-RELOAD-ONE-EINVOICE.
           WRITE EI-EINVOICE-RECORD FROM EW-EINVOICE-WORK-RECORD.
           PERFORM 1466-READ-EINVOICE-WORK THRU 1466-EXIT.
       1468-EXIT.
           EXIT.

      *================================================================
      * 1470-RECONCILE-EINVOICE-LOG
      *
      * THE SENT-INVOICE LOG IS TRIMMED BY THE SAME RULE AS THE
      * FILE IT LOGS (1460), SO IT NEVER CLAIMS AN INVOICE WENT OUT
      * TWICE.
      *================================================================
       1470-RECONCILE-EINVOICE-LOG.
           IF THIS-IS-A-SIMULATION
               GO TO 1470-EXIT
           END-IF.
           OPEN INPUT EINVOICE-LOG-FILE.
           IF WS-EINVOICE-LOG-STATUS NOT = "00"
               GO TO 1470-EXIT
           END-IF.
           OPEN OUTPUT EINVOICE-LOG-WORK-FILE.
           SET NOT-END-OF-EINVOICE-COPY TO TRUE.
           PERFORM 1472-READ-LOG-FOR-COPY THRU 1472-EXIT.
           PERFORM 1474-COPY-ONE-LOG-RECORD THRU 1474-EXIT
               UNTIL END-OF-EINVOICE-COPY.
           CLOSE EINVOICE-LOG-FILE.
           CLOSE EINVOICE-LOG-WORK-FILE.
           IF WS-DROPPED-EINV-LOG-COUNT = 0
               GO TO 1470-EXIT
           END-IF.
           OPEN INPUT EINVOICE-LOG-WORK-FILE.
           OPEN OUTPUT EINVOICE-LOG-FILE.
           SET NOT-END-OF-EINVOICE-COPY TO TRUE.
           PERFORM 1476-READ-LOG-WORK THRU 1476-EXIT.
           PERFORM 1478-RELOAD-ONE-LOG-RECORD THRU 1478-EXIT
               UNTIL END-OF-EINVOICE-COPY.
           CLOSE EINVOICE-LOG-WORK-FILE.
           CLOSE EINVOICE-LOG-FILE.
       1470-EXIT.
           EXIT.

      *================================================================
      * 1472-READ-LOG-FOR-COPY
      *================================================================
       1472-READ-LOG-FOR-COPY.
           READ EINVOICE-LOG-FILE
               AT END
                   SET END-OF-EINVOICE-COPY TO TRUE
           END-READ.
       1472-EXIT.
           EXIT.

      *================================================================
      * 1474-COPY-ONE-LOG-RECORD
      *================================================================
       1474-COPY-ONE-LOG-RECORD.
           IF EL-INVOICE-NUMBER NUMERIC
               AND EL-INVOICE-NUMBER NOT < WS-NEXT-INVOICE-NUMBER
               ADD 1 TO WS-DROPPED-EINV-LOG-COUNT
           ELSE
               WRITE EW-LOG-WORK-RECORD FROM EL-SENT-LOG-RECORD
           END-IF.
           PERFORM 1472-READ-LOG-FOR-COPY THRU 1472-EXIT.
       1474-EXIT.
           EXIT.

      *================================================================
      * 1476-READ-LOG-WORK
      *================================================================
       1476-READ-LOG-WORK.
           READ EINVOICE-LOG-WORK-FILE
               AT END
                   SET END-OF-EINVOICE-COPY TO TRUE
           END-READ.
       1476-EXIT.
           EXIT.

      *================================================================
      * 1478-RELOAD-ONE-LOG-RECORD
      *================================================================
       1478-RELOAD-ONE-LOG-RECORD.
           WRITE EL-SENT-LOG-RECORD FROM EW-LOG-WORK-RECORD.
           PERFORM 1476-READ-LOG-WORK THRU 1476-EXIT.
       1478-EXIT.
           EXIT.

      *================================================================
      * 1480-OPEN-EINVOICE-FILES
      *
      * THE OUTBOUND FILE IS APPENDED TO - EVERY BILLING RUN ADDS ITS
      * OWN ENVELOPE, AND THE SENDING STEP TAKES THE FILE AWAY - AND
      * THE SENT-INVOICE LOG IS PERMANENT.  A FIRST-EVER RUN CREATES
      * BOTH.  THE LAST TRANSMISSION NUMBER USED COMES FROM THE
      * CONTROL FILE.  IF THE OUTBOUND FILE CANNOT BE OPENED THE RUN
      * STILL BILLS - THE PRINTED INVOICES ARE UNAFFECTED - BUT SAYS
      * SO AT THE CONSOLE.  A SIMULATION BILLS NOTHING AND OPENS
      * NEITHER FILE.
      *================================================================
       1480-OPEN-EINVOICE-FILES.
           IF THIS-IS-A-SIMULATION
               GO TO 1480-EXIT
           END-IF.
           PERFORM 1485-READ-EINVOICE-CONTROL THRU 1485-EXIT.
           OPEN EXTEND EINVOICE-FILE.
           IF WS-EINVOICE-STATUS = "35"
               OPEN OUTPUT EINVOICE-FILE
           END-IF.
           IF WS-EINVOICE-STATUS NOT = "00"
               DISPLAY "PROGRAM6 - UNABLE TO OPEN E-INVOICE FILE, "
                   "STATUS " WS-EINVOICE-STATUS
                   " - NO E-INVOICES THIS RUN"
               GO TO 1480-EXIT
           END-IF.
           OPEN EXTEND EINVOICE-LOG-FILE.
           IF WS-EINVOICE-LOG-STATUS = "35"
               OPEN OUTPUT EINVOICE-LOG-FILE
           END-IF.
           SET EINVOICE-FILES-ARE-OPEN TO TRUE.
       1480-EXIT.
           EXIT.

      *================================================================
      * 1485-READ-EINVOICE-CONTROL
      *================================================================
       1485-READ-EINVOICE-CONTROL.
           OPEN INPUT EINVOICE-CONTROL-FILE.
           IF WS-EINVOICE-CONTROL-STATUS = "00"
               READ EINVOICE-CONTROL-FILE
                   NOT AT END
                       IF EN-LAST-XMIT-NUMBER NUMERIC
                           AND EN-LAST-XMIT-NUMBER >
                               WS-EINV-LAST-XMIT-NUMBER
                           MOVE EN-LAST-XMIT-NUMBER
                               TO WS-EINV-LAST-XMIT-NUMBER
                       END-IF
               END-READ
               CLOSE EINVOICE-CONTROL-FILE
           END-IF.
       1485-EXIT.
           EXIT.

      *================================================================
      * 1500-OPEN-EXTRACT-FILE
      *
      * THE FIXED-FORMAT EXTRACT IS SHARED ACROSS PROGRAM6, PROGRAM9
      * AND PROGRAM10, SO IT IS OPENED EXTEND (APPEND) TO PRESERVE THE
      * RUN-DATE RECORD PROGRAM9 WRITES AHEAD OF THIS PROGRAM IN THE
      * DAILY CHAIN.  WHEN PROGRAM6 IS RUN STANDALONE (NOT THROUGH THE
      * DAILY BATCH DRIVER) THE FILE MAY NOT EXIST YET, SO A MISSING
      * EXTRACT FILE IS NOT AN ERROR.
      *================================================================
       1500-OPEN-EXTRACT-FILE.
           IF THIS-IS-A-SIMULATION
               GO TO 1500-EXIT
           END-IF.
           OPEN EXTEND EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = "35"
               OPEN OUTPUT EXTRACT-FILE
           END-IF.
           PERFORM 1550-READ-EXTRACT-CONTROL THRU 1550-EXIT.
       1500-EXIT.
           EXIT.

      *================================================================
      * 1550-READ-EXTRACT-CONTROL
      *
      * PICKS UP THE RUNNING RECORD COUNT AND HASH TOTAL LEFT ON THE
      * EXTRACT CONTROL-COUNT FILE BY THE EARLIER PROGRAMS IN THE
      * CHAIN.  WHEN PROGRAM6 IS RUN STANDALONE THE FILE MAY NOT
      * EXIST, SO THE COUNTS SIMPLY START AT ZERO.
      *================================================================
       1550-READ-EXTRACT-CONTROL.
           IF EXTRACT-WAS-RECONCILED
               GO TO 1550-EXIT
           END-IF.
           OPEN INPUT EXTRACT-CONTROL-FILE.
           IF WS-EXTRACT-CONTROL-STATUS = "00"
               READ EXTRACT-CONTROL-FILE
                   NOT AT END
                       MOVE EC-RECORD-COUNT TO WS-EXTRACT-RECORD-COUNT
                       MOVE EC-HASH-TOTAL   TO WS-EXTRACT-HASH-TOTAL
               END-READ
               CLOSE EXTRACT-CONTROL-FILE
           END-IF.
       1550-EXIT.
           EXIT.

      *================================================================
      * 1600-OPEN-DISCOUNT-SCHEDULE
      *
      * THE SCHEDULE IS READ RANDOMLY DURING THE RUN - NOTHING IS
      * LOADED UP FRONT.  A MISSING SCHEDULE FILE IS NOT AN ERROR -
      * EVERY LINE SIMPLY EXTENDS AT FULL PRICE, AS BEFORE.
      *================================================================
       1600-OPEN-DISCOUNT-SCHEDULE.
           OPEN INPUT DISCOUNT-SCHEDULE-FILE.
           IF WS-DISCOUNT-STATUS = "00"
               SET DISCOUNT-FILE-IS-OPEN TO TRUE
           ELSE
               SET DISCOUNT-FILE-NOT-OPEN TO TRUE
               DISPLAY "PROGRAM6 - NO DISCOUNT SCHEDULE ON FILE, "
                   "ALL LINES EXTEND AT FULL PRICE"
           END-IF.
       1600-EXIT.
           EXIT.

      *================================================================
      * 1700-OPEN-TAX-RATES
      *
      * THE RATE FILE IS READ RANDOMLY DURING THE RUN.  A MISSING
      * FILE IS REPORTED AT THE CONSOLE - EVERY LINE THEN COMPUTES
      * ZERO TAX, SO THE RUN IS NOT LOST BUT THE RETURN CANNOT BE
      * FILED FROM IT.
       1850-EXIT.
           EXIT.

      *================================================================
      * 1860-OPEN-HELD-ORDER-FILE
      *
      * THE CREDIT-HOLD FILE CARRIES HELD ORDERS UNTIL CREDIT DECIDES
      * THEM, HOWEVER MANY NIGHTS THAT TAKES, SO THE BATCH RUN OPENS
      * IT EXTEND.  A RESTART FIRST DROPS THE LINES THE CRASHED RUN
      * HELD PAST ITS LAST CHECKPOINT (1870) - THE RESTART HOLDS
      * THEM AGAIN AS IT RE-READS THEM, AND A LINE ON THE FILE TWICE
      * WOULD BILL TWICE WHEN CREDIT RELEASED IT.
      *================================================================
       1860-OPEN-HELD-ORDER-FILE.
           IF THIS-IS-A-SIMULATION
               GO TO 1860-EXIT
           END-IF.
           IF THIS-IS-A-RESTART-RUN
               PERFORM 1870-TRIM-HELD-ORDER-FILE THRU 1870-EXIT
           END-IF.
           OPEN EXTEND HELD-ORDER-FILE.
           IF WS-HELD-ORDER-STATUS = "35"
               OPEN OUTPUT HELD-ORDER-FILE
           END-IF.
       1860-EXIT.
           EXIT.

      *================================================================
      * 1870-TRIM-HELD-ORDER-FILE
      *
      * COPIES THE CREDIT-HOLD FILE TO THE WORK FILE, LEAVING OUT
      * TODAY'S LINES FROM PAST THE RESTORED CHECKPOINT (ALL OF
      * TODAY'S ORDER-FILE LINES WHEN NO CHECKPOINT WAS TRUSTED), THEN
      * RELOADS IT (6580) - THE SAME KEEP-FILE PATTERN THE EXTRACT
      * RECONCILIATION USES.  LINES HELD BY THE BACKORDER RETRY
      * CARRY RECORD NUMBER ZERO AND ARE ALWAYS KEPT - A RESTART
      * DOES NOT RETRY THE BACKORDER FILE.
      *================================================================
       1870-TRIM-HELD-ORDER-FILE.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HELD-ORDER-STATUS NOT = "00"
               GO TO 1870-EXIT
           END-IF.
           OPEN OUTPUT HELD-WORK-FILE.
           SET NOT-END-OF-HELD-ORDER-FILE TO TRUE.
           PERFORM 6520-READ-HELD-RECORD THRU 6520-EXIT.
           PERFORM 1875-COPY-ONE-HELD-RECORD THRU 1875-EXIT
               UNTIL END-OF-HELD-ORDER-FILE.
           CLOSE HELD-ORDER-FILE.
           CLOSE HELD-WORK-FILE.
           PERFORM 6580-REWRITE-HELD-ORDER-FILE THRU 6580-EXIT.
       1870-EXIT.
           EXIT.

      *================================================================
      * 1875-COPY-ONE-HELD-RECORD
      *================================================================
       1875-COPY-ONE-HELD-RECORD.
           IF HO-RUN-DATE = WS-RUN-DATE-STAMP(1:10)
               AND HO-RECORD-NUMBER NUMERIC
               AND HO-RECORD-NUMBER > WS-RESUME-COUNT
               CONTINUE
           ELSE
               WRITE HW-WORK-RECORD FROM HO-HELD-ORDER-RECORD
           END-IF.
           PERFORM 6520-READ-HELD-RECORD THRU 6520-EXIT.
       1875-EXIT.
           EXIT.

      *================================================================
      * 1880-BACK-OUT-RETURN-CREDITS
      *
      * RESTART ONLY.  AN RA STAMPED TODAY WITH A CREDIT INVOICE AT OR
      * ABOVE THE RESTORED NEXT INVOICE NUMBER WAS CREDITED AFTER THE
      * LAST CHECKPOINT - ITS HISTORY AND EXTRACT RECORDS HAVE JUST
      * BEEN TRIMMED AND ITS NUMBER WILL BE REUSED.  ITS OPEN-ITEM
      * POSTING IS TAKEN BACK OUT AND THE STAMP CLEARED, SO THE NEXT
      * CLEAN RUN CREDITS IT ONCE.  NO RA FILE MEANS NO CREDITS.
      *================================================================
       1880-BACK-OUT-RETURN-CREDITS.
           IF THIS-IS-A-SIMULATION
               GO TO 1880-EXIT
           END-IF.
           OPEN I-O RETURN-AUTH-FILE.
           IF WS-RETURN-AUTH-STATUS NOT = "00"
               GO TO 1880-EXIT
           END-IF.
           SET NOT-END-OF-RETURN-AUTH-FILE TO TRUE.
           PERFORM 7610-READ-RETURN-AUTH THRU 7610-EXIT.
           PERFORM 1885-BACK-OUT-ONE-CREDIT THRU 1885-EXIT
               UNTIL END-OF-RETURN-AUTH-FILE.
           CLOSE RETURN-AUTH-FILE.
           IF WS-RETURN-BACKOUT-COUNT > 0
               DISPLAY "PROGRAM6 - " WS-RETURN-BACKOUT-COUNT
                   " RETURN CREDITS BACKED OUT FOR RE-ISSUE"
           END-IF.
       1880-EXIT.
           EXIT.

      *================================================================
      * 1885-BACK-OUT-ONE-CREDIT
      *================================================================
       1885-BACK-OUT-ONE-CREDIT.
           IF RA-CREDIT-INVOICE = ZERO
               OR RA-CREDIT-INVOICE < WS-NEXT-INVOICE-NUMBER
               OR RA-CREDIT-DATE NOT = WS-RUN-DATE-STAMP(1:10)
               GO TO 1885-NEXT
           END-IF.
           MOVE RA-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE RA-ORDER-NUMBER    TO AR-ORDER-NUMBER.
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT RA-CREDIT-AMOUNT FROM AR-BILLED-AMOUNT
                   COMPUTE WS-AR-POST-AMOUNT = 0 - RA-CREDIT-AMOUNT
                   MOVE SPACES TO WS-POST-CURRENCY
                   MOVE ZERO   TO WS-POST-EXCH-RATE
                   PERFORM 2383-ADD-FOREIGN-AMOUNT THRU 2383-EXIT
                   IF AR-PAID-AMOUNT < AR-BILLED-AMOUNT
                       SET AR-ITEM-IS-OPEN TO TRUE
                   END-IF
                   REWRITE AR-OPEN-ITEM-RECORD
           END-READ.
           ADD 1 TO WS-RETURN-BACKOUT-COUNT.
           MOVE RA-NUMBER          TO WS-RB-RA-NUMBER.
           MOVE RA-CREDIT-INVOICE  TO WS-RB-INVOICE-NUMBER.
           DISPLAY WS-RETURN-BACKOUT-MSG.
           MOVE ZERO   TO RA-CREDIT-INVOICE.
           MOVE ZERO   TO RA-CREDIT-AMOUNT.
           MOVE SPACES TO RA-CREDIT-DATE.
           REWRITE RA-RETURN-AUTH-RECORD
               INVALID KEY
                   DISPLAY "PROGRAM6 - UNABLE TO CLEAR RA " RA-NUMBER
           END-REWRITE.
       1885-NEXT.
           PERFORM 7610-READ-RETURN-AUTH THRU 7610-EXIT.
       1885-EXIT.
           EXIT.

      *================================================================
      * 1960-PREVERIFY-ORDER-BATCHES
      *
               WHEN OB-TYPE-IS-BATCH-TRAILER
                   PERFORM 1974-PROVE-PV-BATCH THRU 1974-EXIT
               WHEN OTHER
                   PERFORM 1978-ADD-ORDER-VALUE THRU 1978-EXIT
                   IF PV-INSIDE-A-BATCH
                       ADD 1 TO WS-PV-RECORD-COUNT
                       IF QP-QUANTITY NUMERIC
       1975-EXIT.
           EXIT.

      *================================================================
      * 1978-ADD-ORDER-VALUE
      *
      * ADDS THE DETAIL LINE'S QUANTITY TIMES KEYED PRICE INTO ITS
      * ORDER'S ENTRY ON THE ORDER-VALUE TABLE, SO THE CREDIT CHECK
      * ON THE ORDER'S FIRST LINE (2285) SEES THE WHOLE ORDER.  A
      * LINE THAT WILL FAIL THE NUMERIC EDITS IS LEFT OUT.  A FULL
      * TABLE IS REPORTED ONCE; THE ORDERS THAT DID NOT FIT ARE
      * VALUED LINE BY LINE.
      *================================================================
       1978-ADD-ORDER-VALUE.
           IF QP-QUANTITY NOT NUMERIC
               OR QP-PRICE NOT NUMERIC
               OR QP-ORDER-NUMBER NOT NUMERIC
               OR QP-CUSTOMER-NUMBER NOT NUMERIC
               GO TO 1978-EXIT
           END-IF.
           MOVE QP-ORDER-NUMBER    TO WS-ORDVAL-KEY-ORDER.
           MOVE QP-CUSTOMER-NUMBER TO WS-ORDVAL-KEY-CUSTOMER.
           PERFORM 2291-LOOKUP-ORDER-VALUE THRU 2291-EXIT.
           IF WS-ORDVAL-FOUND-SUB = 0
               IF WS-ORDVAL-ENTRY-COUNT >= WS-ORDVAL-ENTRY-MAX
                   IF ORDER-VALUE-TABLE-HAS-ROOM
                       SET ORDER-VALUE-TABLE-IS-FULL TO TRUE
                       DISPLAY "PROGRAM6 - ORDER-VALUE TABLE FULL - "
                           "LATER ORDERS CREDIT-CHECKED BY THE LINE"
                   END-IF
                   GO TO 1978-EXIT
               END-IF
               ADD 1 TO WS-ORDVAL-ENTRY-COUNT
               MOVE WS-ORDVAL-ENTRY-COUNT TO WS-ORDVAL-FOUND-SUB
               MOVE WS-ORDVAL-KEY-ORDER
                   TO WS-ORDVAL-ORDER-NUMBER (WS-ORDVAL-FOUND-SUB)
               MOVE WS-ORDVAL-KEY-CUSTOMER
                   TO WS-ORDVAL-CUSTOMER (WS-ORDVAL-FOUND-SUB)
               MOVE ZERO TO WS-ORDVAL-AMOUNT (WS-ORDVAL-FOUND-SUB)
           END-IF.
           COMPUTE WS-ORDVAL-LINE-AMOUNT = QP-QUANTITY * QP-PRICE
               ON SIZE ERROR
                   MOVE ZERO TO WS-ORDVAL-LINE-AMOUNT
           END-COMPUTE.
           ADD WS-ORDVAL-LINE-AMOUNT
               TO WS-ORDVAL-AMOUNT (WS-ORDVAL-FOUND-SUB)
               ON SIZE ERROR
                   CONTINUE
           END-ADD.
       1978-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-ORDER-FILE
      *================================================================
      *
      * THE FULL VALIDATION-AND-EXTENSION PATH FOR THE ORDER LINE
      * ALREADY UNPACKED INTO THE WS WORK FIELDS.  SHARED BY THE
      * MAIN ORDER-FILE PASS (2000), THE AUTOMATIC BACKORDER RETRY
      * (7520), THE RETURN CREDITS (7620) AND THE CREDIT RELEASE
      * RUN (6540), SO A RETRIED OR RELEASED LINE GETS EXACTLY THE
      * SAME EDITS, STOCK CHECK AND OUTPUTS AS A FRESH ONE.  A
      * NEGATIVE QUANTITY IS ONLY EXTENDED AS A RETURN CREDIT.
      *================================================================
       2150-EXTEND-ONE-ORDER-LINE.
           PERFORM 2200-VALIDATE-ORDER-LINE THRU 2200-EXIT.
           ELSE
               PERFORM 2270-LOOKUP-ITEM-MASTER THRU 2270-EXIT
               PERFORM 2275-LOOKUP-CUSTOMER-MASTER THRU 2275-EXIT
               PERFORM 2282-CHECK-TAX-EXEMPTION THRU 2282-EXIT
               PERFORM 2278-CHECK-PRICE-TOLERANCE THRU 2278-EXIT
               PERFORM 2285-CHECK-CREDIT-STANDING THRU 2285-EXIT
               PERFORM 2289-CHECK-OPEN-ITEM-KEY THRU 2289-EXIT
               EVALUATE TRUE
                   WHEN WS-NUM1 < ZERO
                       AND LINE-IS-NOT-RETURN-CREDIT
                       PERFORM 2266-REPORT-UNAUTHORIZED-CREDIT
                           THRU 2266-EXIT
                   WHEN ITEM-IS-NOT-ON-MASTER
                       PERFORM 2260-REPORT-ITEM-EXCEPTION
                           THRU 2260-EXIT
                   WHEN CUSTOMER-IS-NOT-ON-MASTER
                       PERFORM 2268-REPORT-CUSTOMER-EXCEPTION
                           THRU 2268-EXIT
                   WHEN LINE-EXEMPTION-HAS-EXPIRED
                       PERFORM 2267-REPORT-EXPIRED-EXEMPTION
                           THRU 2267-EXIT
                   WHEN OPEN-ITEM-KEY-IS-TAKEN
                       PERFORM 2264-REPORT-KEY-CONFLICT
                           THRU 2264-EXIT
                   WHEN LINE-PRICE-OUT-OF-TOLERANCE
                       PERFORM 2269-REPORT-PRICE-EXCEPTION
                           THRU 2269-EXIT
                   WHEN ORDER-IS-ON-CREDIT-HOLD
                       PERFORM 2290-HOLD-ORDER-LINE THRU 2290-EXIT
                   WHEN OTHER
                       PERFORM 2300-MULTIPLY-TWO-NUMBERS THRU 2300-EXIT
                       PERFORM 2305-CONVERT-TO-HOME-CURRENCY
                                   THRU 2450-EXIT
                               PERFORM 2460-WRITE-EXTRACT-RECORD
                                   THRU 2460-EXIT
                               PERFORM 2470-WRITE-SALES-HISTORY
                                   THRU 2470-EXIT
                               PERFORM 2440-APPLY-STOCK-MOVEMENT
                                   THRU 2440-EXIT
                               PERFORM 2345-COMPUTE-COMMISSION
       2265-EXIT.
           EXIT.

      *================================================================
      * 2266-REPORT-UNAUTHORIZED-CREDIT
      *
      * A NEGATIVE QUANTITY KEYED ON THE ORDER FILE - A CREDIT WITH
      * NO RETURN AUTHORIZATION BEHIND IT.  IT IS NOT EXTENDED; IT
      * SUSPENSES WITH REASON "RA" SO CUSTOMER SERVICE CAN KEY AN RA
      * AGAINST THE ORIGINAL INVOICE INSTEAD (PROGRAM31), AND THE
      * CREDIT IS THEN ISSUED FROM THE APPROVED RA.
      *================================================================
       2266-REPORT-UNAUTHORIZED-CREDIT.
           ADD 1 TO WS-UNAUTH-CREDIT-COUNT.
           MOVE WS-RECORD-COUNT TO WS-UC-RECORD-COUNT.
           MOVE WS-ITEM-NUMBER  TO WS-UC-ITEM-NUMBER.
           DISPLAY WS-UNAUTH-CREDIT-MSG.
           MOVE "RA" TO WS-LINE-REASON-CODE.
           PERFORM 2280-WRITE-SUSPENSE-RECORD THRU 2280-EXIT.
       2266-EXIT.
           EXIT.

      *================================================================
      * 2268-REPORT-CUSTOMER-EXCEPTION
      *
       2268-EXIT.
           EXIT.

      *================================================================
      * 2267-REPORT-EXPIRED-EXEMPTION
      *
      * THE CUSTOMER'S EXEMPTION CERTIFICATE COVERS THE LINE'S
      * JURISDICTION BUT HAS EXPIRED.  THE LINE IS NEITHER BILLED
      * EXEMPT ON A LAPSED CERTIFICATE NOR TAXED BEHIND THE
      * CUSTOMER'S BACK - IT SUSPENSES WITH REASON "EX" UNTIL THE
      * RENEWED CERTIFICATE IS ON THE MASTER (OR THE EXEMPTION IS
      * TAKEN OFF) AND THE LINE IS REPROCESSED.
      *================================================================
       2267-REPORT-EXPIRED-EXEMPTION.
           ADD 1 TO WS-EXEMPT-EXPIRED-COUNT.
           MOVE WS-RECORD-COUNT       TO WS-EE-RECORD-COUNT.
           MOVE WS-CUSTOMER-NUMBER    TO WS-EE-CUSTOMER-NUMBER.
           MOVE CU-EXEMPT-EXPIRY-DATE TO WS-EE-EXPIRY-DATE.
           DISPLAY WS-EXEMPT-EXPIRED-MSG.
           MOVE "EX" TO WS-LINE-REASON-CODE.
           PERFORM 2280-WRITE-SUSPENSE-RECORD THRU 2280-EXIT.
       2267-EXIT.
           EXIT.

      *================================================================
      * 2264-REPORT-KEY-CONFLICT
      *
      * THE LINE'S CUSTOMER AND ORDER NUMBER ALREADY KEY A FINANCE
      * CHARGE OR UNAPPLIED-CASH ITEM ON THE OPEN-ITEM FILE.  BILLING
      * IT WOULD MERGE THE SALE INTO THAT ITEM, SO IT SUSPENSES WITH
      * REASON "OI" UNTIL THE ORDER IS GIVEN A FREE NUMBER AND THE
      * LINE IS REPROCESSED.
      *================================================================
       2264-REPORT-KEY-CONFLICT.
           ADD 1 TO WS-KEY-CONFLICT-COUNT.
           MOVE WS-RECORD-COUNT    TO WS-KC-RECORD-COUNT.
           MOVE WS-ORDER-NUMBER    TO WS-KC-ORDER-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO WS-KC-CUSTOMER-NUMBER.
           MOVE AR-ITEM-TYPE       TO WS-KC-ITEM-TYPE.
           DISPLAY WS-KEY-CONFLICT-MSG.
           MOVE "OI" TO WS-LINE-REASON-CODE.
           PERFORM 2280-WRITE-SUSPENSE-RECORD THRU 2280-EXIT.
       2264-EXIT.
           EXIT.

      *================================================================
      * 2282-CHECK-TAX-EXEMPTION
      *
      * A LINE IS TAX-EXEMPT WHEN THE CUSTOMER HOLDS AN EXEMPTION
      * CERTIFICATE AND THE LINE'S JURISDICTION IS ONE IT COVERS.  A
      * CERTIFICATE WHOSE EXPIRY DATE IS BEFORE THE RUN DATE FLAGS
      * THE LINE EXPIRED INSTEAD; A BLANK EXPIRY NEVER EXPIRES.  A
      * RETURN CREDIT FOLLOWS THE ORIGINAL SALE, NOT TODAY'S
      * CERTIFICATE - IT IS EXEMPT ONLY WHEN THE ORIGINAL LINE BILLED
      * NO TAX IN A COVERED JURISDICTION, AND IS NEVER HELD UP FOR AN
      * EXPIRED ONE.
      *================================================================
       2282-CHECK-TAX-EXEMPTION.
           SET LINE-IS-TAXABLE TO TRUE.
           IF CUSTOMER-IS-NOT-ON-MASTER
               OR CU-EXEMPT-CERT-NUMBER = SPACES
               OR WS-LINE-JURISDICTION = SPACES
               GO TO 2282-EXIT
           END-IF.
           MOVE ZERO TO WS-EXEMPT-FOUND-SUB.
           PERFORM 2283-MATCH-ONE-EXEMPTION THRU 2283-EXIT
               VARYING WS-EXEMPT-SUB FROM 1 BY 1
               UNTIL WS-EXEMPT-SUB > WS-EXEMPT-JURIS-MAX
                   OR WS-EXEMPT-FOUND-SUB > 0.
           IF WS-EXEMPT-FOUND-SUB = 0
               GO TO 2282-EXIT
           END-IF.
           IF LINE-IS-RETURN-CREDIT
               IF RA-BILLED-TAX = ZERO
                   SET LINE-IS-TAX-EXEMPT TO TRUE
               END-IF
               GO TO 2282-EXIT
           END-IF.
           IF CU-EXEMPT-EXPIRY-DATE NOT = SPACES
               AND CU-EXEMPT-EXPIRY-DATE < WS-EXEMPT-AS-OF-DATE
               SET LINE-EXEMPTION-HAS-EXPIRED TO TRUE
           ELSE
               SET LINE-IS-TAX-EXEMPT TO TRUE
           END-IF.
       2282-EXIT.
           EXIT.

      *================================================================
      * 2283-MATCH-ONE-EXEMPTION
      *================================================================
       2283-MATCH-ONE-EXEMPTION.
           IF CU-EXEMPT-JURISDICTION (WS-EXEMPT-SUB)
               = WS-LINE-JURISDICTION
               MOVE WS-EXEMPT-SUB TO WS-EXEMPT-FOUND-SUB
           END-IF.
       2283-EXIT.
           EXIT.

      *================================================================
      * 2278-CHECK-PRICE-TOLERANCE
      *
      * WOULD ALWAYS MISCOMPARE.  A ZERO LIST PRICE MEANS THE ITEM
      * IS NOT PRICE-CHECKED.  THE REPROCESS PASS DOES NOT PERFORM
      * THIS CHECK - RE-FEEDING A "PV" SUSPENSE LINE UNCHANGED IS
      * HOW A SUPERVISOR RELEASES IT.  A RETURN CREDIT IS PRICED
      * FROM ITS ORIGINAL INVOICE, NOT TODAY'S LIST, SO IT IS NOT
      * CHECKED EITHER.
      *================================================================
       2278-CHECK-PRICE-TOLERANCE.
           SET LINE-PRICE-IN-TOLERANCE TO TRUE.
           MOVE ZERO TO WS-PRICE-VARIANCE.
           IF ITEM-IS-NOT-ON-MASTER
               OR LINE-IS-RETURN-CREDIT
               GO TO 2278-EXIT
           END-IF.
           IF NOT LINE-IS-HOME-CURRENCY
       2278-EXIT.
           EXIT.

      *================================================================
      * 2285-CHECK-CREDIT-STANDING
      *
      * DECIDES WHETHER THE ORDER THIS LINE BELONGS TO IS BILLED OR
      * HELD FOR CREDIT.  A CUSTOMER CODED "H" ON THE MASTER IS
      * ALWAYS HELD ("CH"); OTHERWISE THE ORDER IS HELD ("CL") WHEN
      * THE CUSTOMER'S OPEN RECEIVABLE BALANCE PLUS THE WHOLE
      * ORDER'S VALUE WOULD PASS A NON-ZERO CREDIT LIMIT.  THE
      * DECISION IS TAKEN ON THE ORDER'S FIRST LINE AND REUSED FOR
      * ITS OTHER LINES.  A SIMULATION HAS NO OPEN-ITEM FILE AND A
      * RELEASE IS CREDIT'S OWN DECISION, SO NEITHER IS CHECKED; A
      * RETURN CREDIT, OR ANY ORDER VALUE NOT ABOVE ZERO, IS NEVER
      * HELD.
      *================================================================
       2285-CHECK-CREDIT-STANDING.
           IF THIS-IS-A-SIMULATION
               OR THIS-IS-A-CREDIT-RELEASE
               OR CUSTOMER-IS-NOT-ON-MASTER
               OR LINE-IS-RETURN-CREDIT
               SET ORDER-PASSES-CREDIT TO TRUE
               SET CREDIT-ORDER-NOT-CHECKED TO TRUE
               GO TO 2285-EXIT
           END-IF.
           IF CREDIT-ORDER-WAS-CHECKED
               AND WS-ORDER-NUMBER = WS-CREDIT-ORDER-NUMBER
               AND WS-CUSTOMER-NUMBER = WS-CREDIT-CUSTOMER-NUMBER
               GO TO 2285-EXIT
           END-IF.
           SET CREDIT-ORDER-WAS-CHECKED TO TRUE.
           SET ORDER-PASSES-CREDIT TO TRUE.
           SET ORDER-HOLD-NOT-ANNOUNCED TO TRUE.
           MOVE WS-ORDER-NUMBER    TO WS-CREDIT-ORDER-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO WS-CREDIT-CUSTOMER-NUMBER.
           MOVE SPACES TO WS-CREDIT-REASON-CODE.
           MOVE ZERO TO WS-CREDIT-LIMIT.
           MOVE ZERO TO WS-CREDIT-EXPOSURE.
           IF CU-CREDIT-LIMIT NUMERIC
               MOVE CU-CREDIT-LIMIT TO WS-CREDIT-LIMIT
           END-IF.
           PERFORM 2287-FIND-ORDER-VALUE THRU 2287-EXIT.
           IF WS-CREDIT-ORDER-VALUE NOT > ZERO
               GO TO 2285-EXIT
           END-IF.
           PERFORM 2286-TOTAL-OPEN-BALANCE THRU 2286-EXIT.
           ADD WS-CREDIT-ORDER-VALUE TO WS-CREDIT-EXPOSURE
               ON SIZE ERROR
                   CONTINUE
           END-ADD.
           EVALUATE TRUE
               WHEN CU-CREDIT-IS-ON-HOLD
                   MOVE "CH" TO WS-CREDIT-REASON-CODE
               WHEN WS-CREDIT-LIMIT > ZERO
                   AND WS-CREDIT-EXPOSURE > WS-CREDIT-LIMIT
                   MOVE "CL" TO WS-CREDIT-REASON-CODE
               WHEN OTHER
                   GO TO 2285-EXIT
           END-EVALUATE.
           SET ORDER-IS-ON-CREDIT-HOLD TO TRUE.
       2285-EXIT.
           EXIT.

      *================================================================
      * 2286-TOTAL-OPEN-BALANCE
      *
      * BROWSES THE CUSTOMER'S ITEMS ON THE OPEN-ITEM FILE (THE KEY
      * LEADS WITH THE CUSTOMER NUMBER) AND ADDS UP WHAT IS STILL
      * OWED, THEN ADDS THE INVOICE DOCUMENT STILL OPEN FOR THE
      * CUSTOMER - IT IS BILLED BUT NOT POSTED UNTIL IT CLOSES.
      *================================================================
       2286-TOTAL-OPEN-BALANCE.
           MOVE ZERO TO WS-CREDIT-EXPOSURE.
           SET MORE-CUSTOMER-ITEMS TO TRUE.
           MOVE WS-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE ZERO               TO AR-ORDER-NUMBER.
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-OPEN-KEY
               INVALID KEY
                   SET END-OF-CUSTOMER-ITEMS TO TRUE
           END-START.
           PERFORM 2288-ADD-ONE-OPEN-ITEM THRU 2288-EXIT
               UNTIL END-OF-CUSTOMER-ITEMS.
           IF INVOICE-DOCUMENT-IS-OPEN
               AND WS-PREV-CUSTOMER-NUMBER = WS-CUSTOMER-NUMBER
               AND WS-PREV-ORDER-NUMBER NOT = WS-ORDER-NUMBER
               ADD WS-INV-NET-AMOUNT WS-INV-TAX-AMOUNT
                   TO WS-CREDIT-EXPOSURE
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           END-IF.
       2286-EXIT.
           EXIT.

      *================================================================
      * 2287-FIND-ORDER-VALUE
      *
      * THE ORDER'S VALUE FROM THE PRE-VERIFY PASS TABLE, OR THE
      * LINE IN HAND FOR AN ORDER NOT ON IT.  A FOREIGN-CURRENCY
      * ORDER IS CONVERTED AT THE RUN DATE'S RATE; WITH NO RATE THE
      * LINE WILL FAIL ITS CURRENCY EDIT ANYWAY, SO THE UNCONVERTED
      * VALUE STANDS.
      *================================================================
       2287-FIND-ORDER-VALUE.
           MOVE WS-ORDER-NUMBER    TO WS-ORDVAL-KEY-ORDER.
           MOVE WS-CUSTOMER-NUMBER TO WS-ORDVAL-KEY-CUSTOMER.
           PERFORM 2291-LOOKUP-ORDER-VALUE THRU 2291-EXIT.
           IF WS-ORDVAL-FOUND-SUB > 0
               MOVE WS-ORDVAL-AMOUNT (WS-ORDVAL-FOUND-SUB)
                   TO WS-CREDIT-ORDER-VALUE
           ELSE
               COMPUTE WS-CREDIT-ORDER-VALUE = WS-NUM1 * WS-NUM2
                   ON SIZE ERROR
                       MOVE ZERO TO WS-CREDIT-ORDER-VALUE
               END-COMPUTE
           END-IF.
           IF LINE-IS-HOME-CURRENCY
               GO TO 2287-EXIT
           END-IF.
           SET EXCHANGE-RATE-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-APPLIED-EXCH-RATE.
           PERFORM 2307-LOOKUP-EXCHANGE-RATE THRU 2307-EXIT.
           IF EXCHANGE-RATE-WAS-FOUND
               COMPUTE WS-CREDIT-ORDER-VALUE ROUNDED =
                   WS-CREDIT-ORDER-VALUE * WS-APPLIED-EXCH-RATE
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.
       2287-EXIT.
           EXIT.

      *================================================================
      * 2288-ADD-ONE-OPEN-ITEM
      *
      * PAID ITEMS ARE SKIPPED.  SO IS AN ITEM FOR THIS SAME ORDER
      * DATED TODAY - THAT IS A RESTART RE-EXTENDING A DOCUMENT THE
      * CRASHED RUN POSTED, AND 2380 WILL REPLACE IT, NOT ADD TO IT.
      *================================================================
       2288-ADD-ONE-OPEN-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET END-OF-CUSTOMER-ITEMS TO TRUE
                   GO TO 2288-EXIT
           END-READ.
           IF AR-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
               SET END-OF-CUSTOMER-ITEMS TO TRUE
               GO TO 2288-EXIT
           END-IF.
           IF AR-ITEM-IS-PAID
               GO TO 2288-EXIT
           END-IF.
           IF AR-ORDER-NUMBER = WS-ORDER-NUMBER
               AND AR-INVOICE-DATE = WS-RUN-DATE-STAMP(1:10)
               GO TO 2288-EXIT
           END-IF.
           COMPUTE WS-CREDIT-EXPOSURE = WS-CREDIT-EXPOSURE
               + AR-BILLED-AMOUNT - AR-PAID-AMOUNT
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE.
       2288-EXIT.
           EXIT.

      *================================================================
      * 2289-CHECK-OPEN-ITEM-KEY
      *
      * READS THE OPEN ITEM THE LINE WOULD POST TO (2380, OR 6400 ON
      * THE REPROCESS PASS).  NO ITEM, OR A SALES INVOICE FROM AN
      * EARLIER LINE, DAY OR RETURN, IS FINE; ANY OTHER ITEM TYPE
      * FLAGS THE KEY AS TAKEN AND LEAVES THE ITEM IN THE RECORD
      * AREA FOR THE EXCEPTION MESSAGE.  A SIMULATION HAS NO
      * OPEN-ITEM FILE AND POSTS NOTHING, SO IT IS NOT CHECKED.
      *================================================================
       2289-CHECK-OPEN-ITEM-KEY.
           SET OPEN-ITEM-KEY-IS-FREE TO TRUE.
           IF THIS-IS-A-SIMULATION
               GO TO 2289-EXIT
           END-IF.
           MOVE WS-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE WS-ORDER-NUMBER    TO AR-ORDER-NUMBER.
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   GO TO 2289-EXIT
           END-READ.
           IF NOT AR-ITEM-IS-SALES-INVOICE
               SET OPEN-ITEM-KEY-IS-TAKEN TO TRUE
           END-IF.
       2289-EXIT.
           EXIT.

      *================================================================
      * 2290-HOLD-ORDER-LINE
      *
      * WRITES THE LINE TO THE CREDIT-HOLD FILE WITH ITS ORIGINAL
      * IMAGE, THE REASON AND THE FIGURES CREDIT DECIDES ON.  THE
      * LINE IS NOT EXTENDED, STOCKED OR AUDITED - THE CREDIT
      * RELEASE RUN DOES ALL OF THAT IF CREDIT RELEASES IT.  THE
      * ORDER IS COUNTED AND ANNOUNCED ON ITS FIRST HELD LINE.  A LINE
      * HELD FROM THE REPROCESS PASS CARRIES RECORD NUMBER ZERO, LIKE
      * A BACKORDER RETRY, SO A RESTART'S TRIM ALWAYS KEEPS IT.
      *================================================================
       2290-HOLD-ORDER-LINE.
           ADD 1 TO WS-HELD-LINE-COUNT.
           IF ORDER-HOLD-NOT-ANNOUNCED
               SET ORDER-HOLD-WAS-ANNOUNCED TO TRUE
               ADD 1 TO WS-HELD-ORDER-COUNT
               MOVE WS-CREDIT-ORDER-NUMBER    TO WS-CH-ORDER-NUMBER
               MOVE WS-CREDIT-CUSTOMER-NUMBER TO WS-CH-CUSTOMER-NUMBER
               MOVE WS-CREDIT-REASON-CODE     TO WS-CH-REASON-CODE
               MOVE WS-CREDIT-EXPOSURE        TO WS-CH-EXPOSURE
               DISPLAY WS-CREDIT-HOLD-MESSAGE
           END-IF.
           MOVE SPACES                  TO HO-HELD-ORDER-RECORD.
           MOVE WS-RECORD-COUNT         TO HO-RECORD-NUMBER.
           IF LINE-CAME-FROM-SUSPENSE
               MOVE ZERO                TO HO-RECORD-NUMBER
           END-IF.
           MOVE WS-CREDIT-REASON-CODE   TO HO-REASON-CODE.
           MOVE WS-RUN-DATE-STAMP(1:10) TO HO-RUN-DATE.
           IF LINE-CAME-FROM-BACKORDER
               OR LINE-CAME-FROM-SUSPENSE
               MOVE WS-REPROCESS-ORDER-LINE TO HO-ORDER-IMAGE
           ELSE
               MOVE QP-ORDER-LINE-RECORD TO HO-ORDER-IMAGE
           END-IF.
           MOVE WS-CREDIT-EXPOSURE      TO HO-EXPOSURE-AMOUNT.
           MOVE WS-CREDIT-LIMIT         TO HO-CREDIT-LIMIT.
           WRITE HO-HELD-ORDER-RECORD.
       2290-EXIT.
           EXIT.

      *================================================================
      * 2291-LOOKUP-ORDER-VALUE
      *
      * THE ORDER FILE ARRIVES IN ORDER SEQUENCE, SO THE LAST ENTRY
      * IS TRIED FIRST BEFORE THE TABLE IS SEARCHED.
      *================================================================
       2291-LOOKUP-ORDER-VALUE.
           MOVE ZERO TO WS-ORDVAL-FOUND-SUB.
           IF WS-ORDVAL-ENTRY-COUNT = 0
               GO TO 2291-EXIT
           END-IF.
           MOVE WS-ORDVAL-ENTRY-COUNT TO WS-ORDVAL-SUB.
           PERFORM 2292-MATCH-ONE-ORDER-VALUE THRU 2292-EXIT.
           IF WS-ORDVAL-FOUND-SUB > 0
               GO TO 2291-EXIT
           END-IF.
           PERFORM 2292-MATCH-ONE-ORDER-VALUE THRU 2292-EXIT
               VARYING WS-ORDVAL-SUB FROM 1 BY 1
               UNTIL WS-ORDVAL-SUB > WS-ORDVAL-ENTRY-COUNT
                  OR WS-ORDVAL-FOUND-SUB > 0.
       2291-EXIT.
           EXIT.

      *================================================================
      * 2292-MATCH-ONE-ORDER-VALUE
      *================================================================
       2292-MATCH-ONE-ORDER-VALUE.
           IF WS-ORDVAL-ORDER-NUMBER (WS-ORDVAL-SUB)
                   = WS-ORDVAL-KEY-ORDER
               AND WS-ORDVAL-CUSTOMER (WS-ORDVAL-SUB)
                   = WS-ORDVAL-KEY-CUSTOMER
               MOVE WS-ORDVAL-SUB TO WS-ORDVAL-FOUND-SUB
           END-IF.
       2292-EXIT.
           EXIT.

      *================================================================
      * 2269-REPORT-PRICE-EXCEPTION
      *
      *================================================================
       2280-WRITE-SUSPENSE-RECORD.
           IF THIS-IS-A-SIMULATION
               OR LINE-CAME-FROM-RETURN-AUTH
               GO TO 2280-EXIT
           END-IF.
           MOVE SPACES               TO SU-SUSPENSE-RECORD.
           MOVE WS-LINE-REASON-CODE  TO SU-REASON-CODE.
           MOVE WS-RUN-DATE-STAMP(1:10) TO SU-RUN-DATE.
           IF LINE-CAME-FROM-BACKORDER
               OR LINE-CAME-FROM-CREDIT-HOLD
               MOVE WS-REPROCESS-ORDER-LINE TO SU-ORDER-IMAGE
           ELSE
               MOVE QP-ORDER-LINE-RECORD TO SU-ORDER-IMAGE
      *
      * WALKS THE ITEM'S TIERS ON THE INDEXED SCHEDULE FOR THE
      * HIGHEST QUANTITY BREAK THE LINE MEETS AND APPLIES THAT
      * TIER'S PERCENT TO THE GROSS EXTENDED PRICE.  A RETURN
      * CREDIT IS NOT DISCOUNTED AGAIN - IT TAKES ITS SHARE OF THE
      * ORIGINAL INVOICE LINE'S NET, WHICH ALREADY CARRIES WHATEVER
      * DISCOUNT THE CUSTOMER WAS GIVEN.
      *================================================================
       2310-APPLY-DISCOUNT-SCHEDULE.
           MOVE ZERO TO WS-APPLIED-DISC-PCT.
           IF LINE-IS-RETURN-CREDIT
               MOVE ZERO TO WS-DISCOUNT-AMOUNT
               COMPUTE WS-NET-RESULT ROUNDED =
                   RA-BILLED-NET * WS-NUM1 / RA-BILLED-QTY
                   ON SIZE ERROR
                       MOVE WS-RESULT TO WS-NET-RESULT
               END-COMPUTE
               MOVE WS-NET-RESULT TO WS-RESULT
               MOVE WS-NET-RESULT TO WS-ORIGINAL-RESULT
               GO TO 2310-EXIT
           END-IF.
           PERFORM 2320-SEARCH-DISCOUNT-TIERS THRU 2320-EXIT.
           COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
               WS-RESULT * WS-APPLIED-DISC-PCT / 100.
      * IS WARNED AT THE CONSOLE SO THE FILE CAN BE FIXED BEFORE THE
      * RETURN IS FILED.  WHEN THE RATE FILE ITSELF IS MISSING, 1700
      * ALREADY SAID SO ONCE - THE PER-LINE WARNING WOULD ONLY BURY
      * THE REAL REJECTS, SO IT IS SKIPPED.  A RETURN CREDIT TAKES
      * ITS TAX FROM THE ORIGINAL INVOICE INSTEAD (2335).  A LINE
      * COVERED BY THE CUSTOMER'S EXEMPTION CERTIFICATE (2282) IS
      * STILL LOOKED UP, SO THE JURISDICTION IS PROVED, BUT CARRIES
      * A ZERO RATE AND GOES INTO THE BUCKET AS EXEMPT SALES.
      *================================================================
       2330-COMPUTE-SALES-TAX.
           SET JURISDICTION-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-APPLIED-TAX-PCT.
           IF LINE-IS-RETURN-CREDIT
               PERFORM 2335-COMPUTE-RETURN-TAX THRU 2335-EXIT
               GO TO 2330-EXIT
           END-IF.
           PERFORM 2340-LOOKUP-TAX-JURISDICTION THRU 2340-EXIT.
           IF JURISDICTION-WAS-NOT-FOUND
               AND TAX-FILE-IS-OPEN
               MOVE WS-LINE-JURISDICTION TO WS-TW-JURISDICTION
               DISPLAY WS-TAX-WARNING-MESSAGE
           END-IF.
           IF LINE-IS-TAX-EXEMPT
               MOVE ZERO TO WS-APPLIED-TAX-PCT
           END-IF.
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-NET-RESULT * WS-APPLIED-TAX-PCT / 100.
           IF JURISDICTION-WAS-FOUND
       2330-EXIT.
           EXIT.

      *================================================================
      * 2335-COMPUTE-RETURN-TAX
      *
      * THE RETURN IS CREDITED AT THE TAX THE ORIGINAL INVOICE LINE
      * ACTUALLY CHARGED - ITS SHARE OF THE BILLED TAX, BY QUANTITY -
      * SO A RATE CHANGE SINCE THE SALE DOES NOT CREDIT MORE OR LESS
      * TAX THAN WAS COLLECTED.  THE RATE SHOWN IS THAT ORIGINAL
      * EFFECTIVE RATE.  THE CREDIT GOES INTO THE ORIGINAL
      * JURISDICTION'S BUCKET; A LINE BILLED BEFORE HISTORY CARRIED
      * THE JURISDICTION HAS NONE TO GO TO.
      *================================================================
       2335-COMPUTE-RETURN-TAX.
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               RA-BILLED-TAX * WS-NUM1 / RA-BILLED-QTY
               ON SIZE ERROR
                   MOVE ZERO TO WS-TAX-AMOUNT
           END-COMPUTE.
           COMPUTE WS-APPLIED-TAX-PCT ROUNDED =
               RA-BILLED-TAX * 100 / RA-BILLED-NET
               ON SIZE ERROR
                   MOVE ZERO TO WS-APPLIED-TAX-PCT
           END-COMPUTE.
           IF WS-LINE-JURISDICTION NOT = SPACES
               SET JURISDICTION-WAS-FOUND TO TRUE
               PERFORM 2350-ACCUMULATE-TAX-BUCKET THRU 2350-EXIT
           END-IF.
       2335-EXIT.
           EXIT.

      *================================================================
      * 2340-LOOKUP-TAX-JURISDICTION
      *================================================================
      * RUN, FOR THE REGISTER SUBTOTALS, THE DAY-TOTALS HAND-OFF AND
      * THE PERIOD-TO-DATE ROLL.  A CREDIT MEMO'S NEGATIVE TAX IS
      * ALSO REMEMBERED AS A POSITIVE BACKED-OUT FIGURE FOR THE
      * MONTHLY FILING REPORT.  AN EXEMPT LINE'S NET GOES TO THE
      * EXEMPT SALES INSTEAD OF THE TAXABLE BASE.
      *================================================================
       2350-ACCUMULATE-TAX-BUCKET.
           MOVE ZERO TO WS-TAX-FOUND-SUB.
               MOVE ZERO TO WS-TAX-ACC-TAXABLE (WS-TAX-FOUND-SUB)
               MOVE ZERO TO WS-TAX-ACC-TAX (WS-TAX-FOUND-SUB)
               MOVE ZERO TO WS-TAX-ACC-CREDIT (WS-TAX-FOUND-SUB)
               MOVE ZERO TO WS-TAX-ACC-EXEMPT (WS-TAX-FOUND-SUB)
           END-IF.
           IF LINE-IS-TAX-EXEMPT
               ADD WS-NET-RESULT TO WS-TAX-ACC-EXEMPT
                   (WS-TAX-FOUND-SUB)
           ELSE
               ADD WS-NET-RESULT TO WS-TAX-ACC-TAXABLE
                   (WS-TAX-FOUND-SUB)
           END-IF.
           ADD WS-TAX-AMOUNT TO WS-TAX-ACC-TAX (WS-TAX-FOUND-SUB).
           IF WS-NUM1 < ZERO
               SUBTRACT WS-TAX-AMOUNT
           END-IF.
           PERFORM 2390-BUILD-DETAIL-LINE THRU 2390-EXIT.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           IF EINVOICE-DOCUMENT-IS-OPEN
               PERFORM 2482-WRITE-EINVOICE-LINE THRU 2482-EXIT
           END-IF.
           PERFORM 2395-ADD-LINE-TO-TOTALS THRU 2395-EXIT.
           ADD WS-RESULT          TO WS-INV-GROSS-AMOUNT.
           ADD WS-DISCOUNT-AMOUNT TO WS-INV-DISCOUNT-AMOUNT.
           ADD WS-TAX-AMOUNT      TO WS-INV-TAX-AMOUNT.
           ADD WS-NET-RESULT      TO WS-INV-NET-AMOUNT.
           PERFORM 2398-TRACK-DOCUMENT-CURRENCY THRU 2398-EXIT.
           IF LINE-IS-HOME-CURRENCY
               AND LINE-IS-NOT-RETURN-CREDIT
               AND WS-ITEM-LIST-PRICE NOT = ZERO
               AND WS-NUM2 NOT = WS-ITEM-LIST-PRICE
               PERFORM 2420-WRITE-PRICE-OVERRIDE-LINE THRU 2420-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *================================================================
      * 2398-TRACK-DOCUMENT-CURRENCY
      *
      * THE FIRST LINE OF A DOCUMENT SETS ITS CURRENCY AND RATE.  A
      * LATER LINE IN ANOTHER CURRENCY MAKES THE DOCUMENT MIXED - ITS
      * OPEN ITEM IS THEN BOOKED IN HOME CURRENCY ONLY, SINCE NO ONE
      * FOREIGN AMOUNT DESCRIBES IT.
      *================================================================
       2398-TRACK-DOCUMENT-CURRENCY.
           IF INV-CURRENCY-IS-MIXED
               GO TO 2398-EXIT
           END-IF.
           IF LINE-IS-HOME-CURRENCY
               MOVE SPACES TO WS-POST-CURRENCY
               MOVE ZERO   TO WS-POST-EXCH-RATE
           ELSE
               MOVE WS-LINE-CURRENCY     TO WS-POST-CURRENCY
               MOVE WS-APPLIED-EXCH-RATE TO WS-POST-EXCH-RATE
           END-IF.
           IF INV-CURRENCY-NOT-SET
               MOVE WS-POST-CURRENCY  TO WS-INV-CURRENCY
               MOVE WS-POST-EXCH-RATE TO WS-INV-EXCH-RATE
               SET INV-CURRENCY-IS-SET TO TRUE
               GO TO 2398-EXIT
           END-IF.
           IF WS-POST-CURRENCY NOT = WS-INV-CURRENCY
               DISPLAY "PROGRAM6 - ORDER " WS-PREV-ORDER-NUMBER
                   " MIXES CURRENCIES - OPEN ITEM BOOKED IN HOME "
                   "CURRENCY ONLY"
               MOVE SPACES TO WS-INV-CURRENCY
               MOVE ZERO   TO WS-INV-EXCH-RATE
               SET INV-CURRENCY-IS-MIXED TO TRUE
           END-IF.
       2398-EXIT.
           EXIT.

      *================================================================
      * MINUS ALLOCATED).  THE SHORTFALL IS WRITTEN TO THE BACKORDER
      * WORK FILE AND THE LINE'S QUANTITY IS CUT TO THE SHIPPABLE
      * PORTION, WHICH IS THEN RE-EXTENDED AND RE-CONVERTED SO EVERY
      * DOWNSTREAM FIGURE CARRIES THE SHIPPED QUANTITY.  A RETURN
      * CREDIT (NEGATIVE QUANTITY) ALWAYS PASSES - IT SHIPS NOTHING.
      * THE REPROCESS PASS DOES NOT COME THROUGH HERE - A RELEASED
      * SUSPENSE LINE BILLS AS CORRECTED.
      *================================================================
      * 2440-APPLY-STOCK-MOVEMENT
      *
      * THE LINE BILLED, SO ITS SHIPPED QUANTITY COMES OFF ON-HAND
      * AND THE MASTER IS REWRITTEN IN PLACE.  A RETURN CREDIT MOVES
      * NO STOCK - THE GOODS GO BACK ON HAND WHEN PROGRAM31 RECEIVES
      * THEM AGAINST THE RA, WHICH MAY BE BEFORE OR AFTER THE CREDIT
      * IS ISSUED.  THE MOVEMENT ALSO FEEDS THE
      * DAILY STOCK-MOVEMENT REPORT - THE OPENING BALANCE IS THE
      * ON-HAND FIGURE THE ITEM'S FIRST MOVEMENT OF THE RUN FOUND.
      *
      *================================================================
       2440-APPLY-STOCK-MOVEMENT.
           IF THIS-IS-A-SIMULATION
               OR LINE-IS-RETURN-CREDIT
               GO TO 2440-EXIT
           END-IF.
           IF WS-ITEM-NUMBER > 0
                        WS-INV-DISCOUNT-AMOUNT
                        WS-INV-TAX-AMOUNT
                        WS-INV-NET-AMOUNT.
           MOVE SPACES TO WS-INV-CURRENCY.
           MOVE ZERO   TO WS-INV-EXCH-RATE.
           SET INV-CURRENCY-NOT-SET TO TRUE.
           SET INVOICE-DOCUMENT-IS-OPEN TO TRUE.
           IF CU-BILLS-BY-EDI
               PERFORM 2480-OPEN-EINVOICE-DOCUMENT THRU 2480-EXIT
           END-IF.
       2360-EXIT.
           EXIT.

           WRITE RPT-LINE FROM WS-INVOICE-TOTAL-LINE.
           PERFORM 2380-POST-OPEN-ITEM THRU 2380-EXIT.
           PERFORM 2385-WRITE-REGISTER-LINE THRU 2385-EXIT.
           IF EINVOICE-DOCUMENT-IS-OPEN
               PERFORM 2484-CLOSE-EINVOICE-DOCUMENT THRU 2484-EXIT
           END-IF.
           SET INVOICE-DOCUMENT-IS-CLOSED TO TRUE.
      * A CHECKPOINT THAT CAME DUE MID-DOCUMENT WAS DEFERRED TO THIS
      * CLOSE, SO EVERY CHECKPOINT FALLS ON A DOCUMENT BOUNDARY.
      * ALREADY DATED TODAY IS A RESTART RE-EXTENDING A DOCUMENT A
      * CRASHED RUN POSTED - THAT ONE IS REPLACED WITH THE FRESH
      * BILLED TOTAL (NOT DOUBLE-BILLED), STILL KEEPING ANY CASH.
      * THE CREDIT RELEASE RUN NEVER RE-EXTENDS, SO IT ALWAYS ADDS,
      * AND SO DOES A RETURN CREDIT - IT POSTS AGAINST THE ORIGINAL
      * ORDER'S ITEM, AND A RESTART BACKS IT OUT ITSELF (1880).
      * A FOREIGN-CURRENCY DOCUMENT ALSO CARRIES ITS FOREIGN AMOUNT
      * AND BOOKED RATE ONTO THE ITEM (2381/2383).
      *================================================================
       2380-POST-OPEN-ITEM.
           IF THIS-IS-A-SIMULATION
           END-IF.
           COMPUTE WS-AR-POST-AMOUNT =
               WS-INV-NET-AMOUNT + WS-INV-TAX-AMOUNT.
           MOVE WS-INV-CURRENCY  TO WS-POST-CURRENCY.
           MOVE WS-INV-EXCH-RATE TO WS-POST-EXCH-RATE.
           MOVE WS-PREV-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE WS-PREV-ORDER-NUMBER    TO AR-ORDER-NUMBER.
           READ AR-OPEN-ITEM-FILE
                   MOVE WS-RUN-DATE-STAMP(1:10) TO AR-INVOICE-DATE
                   MOVE WS-AR-POST-AMOUNT TO AR-BILLED-AMOUNT
                   MOVE ZERO              TO AR-PAID-AMOUNT
                   MOVE ZERO              TO AR-FOREIGN-PAID
                   SET AR-ITEM-IS-OPEN TO TRUE
                   SET AR-ITEM-IS-SALES-INVOICE TO TRUE
                   PERFORM 2381-BOOK-ITEM-CURRENCY THRU 2381-EXIT
                   WRITE AR-OPEN-ITEM-RECORD
               NOT INVALID KEY
                   IF AR-INVOICE-DATE = WS-RUN-DATE-STAMP(1:10)
                       AND THIS-IS-NOT-A-RELEASE
                       AND LINE-IS-NOT-RETURN-CREDIT
                       MOVE WS-AR-POST-AMOUNT TO AR-BILLED-AMOUNT
                       PERFORM 2381-BOOK-ITEM-CURRENCY THRU 2381-EXIT
                   ELSE
                       ADD WS-AR-POST-AMOUNT TO AR-BILLED-AMOUNT
                       PERFORM 2383-ADD-FOREIGN-AMOUNT THRU 2383-EXIT
                   END-IF
                   IF AR-PAID-AMOUNT < AR-BILLED-AMOUNT
                       SET AR-ITEM-IS-OPEN TO TRUE
       2380-EXIT.
           EXIT.

      *================================================================
      * 2381-BOOK-ITEM-CURRENCY
      *
      * SETS THE CURRENCY OF AN ITEM THE POSTING HAS JUST OPENED (OR
      * REPLACED ON A RESTART) FROM WS-POST-CURRENCY.  THE FOREIGN
      * AMOUNT IS THE HOME BILLED TOTAL TAKEN BACK AT THE RATE THE
      * LINES WERE CONVERTED AT, SO DISCOUNT AND TAX ARE IN IT TOO.
      * A HOME-CURRENCY POSTING LEAVES THE FOREIGN FIELDS ZERO.
      *================================================================
       2381-BOOK-ITEM-CURRENCY.
           MOVE SPACES TO AR-CURRENCY-CODE.
           MOVE ZERO   TO AR-FOREIGN-BILLED.
           MOVE ZERO   TO AR-BOOKED-RATE.
           IF WS-POST-CURRENCY = SPACES
               OR WS-POST-EXCH-RATE = ZERO
               GO TO 2381-EXIT
           END-IF.
           MOVE WS-POST-CURRENCY  TO AR-CURRENCY-CODE.
           MOVE WS-POST-EXCH-RATE TO AR-BOOKED-RATE.
           COMPUTE AR-FOREIGN-BILLED ROUNDED =
               AR-BILLED-AMOUNT / WS-POST-EXCH-RATE
               ON SIZE ERROR
                   DISPLAY "PROGRAM6 - SIZE ERROR ON FOREIGN AMOUNT, "
                       "ITEM " AR-OPEN-KEY " BOOKED IN HOME CURRENCY"
                   MOVE SPACES TO AR-CURRENCY-CODE
                   MOVE ZERO   TO AR-FOREIGN-BILLED
                   MOVE ZERO   TO AR-BOOKED-RATE
           END-COMPUTE.
       2381-EXIT.
           EXIT.

      *================================================================
      * 2383-ADD-FOREIGN-AMOUNT
      *
      * WS-AR-POST-AMOUNT HAS JUST BEEN ADDED INTO AN EXISTING ITEM.
      * A HOME-CURRENCY ITEM STAYS HOME CURRENCY.  ON A FOREIGN ITEM
      * MORE BILLING IN THE SAME CURRENCY ADDS ITS FOREIGN AMOUNT AT
      * TODAY'S RATE; ANYTHING ELSE - A RETURN CREDIT, A BACK-OUT, A
      * HOME-CURRENCY POSTING - MOVES THE FOREIGN AMOUNT AT THE RATE
      * THE ITEM WAS BOOKED AT.  THE BOOKED RATE IS THEN RESET TO THE
      * BLENDED RATE OF THE WHOLE ITEM.
      *================================================================
       2383-ADD-FOREIGN-AMOUNT.
           IF AR-ITEM-IS-HOME-CURRENCY
               GO TO 2383-EXIT
           END-IF.
           MOVE ZERO TO WS-AR-FOREIGN-DELTA.
           IF WS-POST-CURRENCY = AR-CURRENCY-CODE
               AND WS-POST-EXCH-RATE NOT = ZERO
               AND LINE-IS-NOT-RETURN-CREDIT
               COMPUTE WS-AR-FOREIGN-DELTA ROUNDED =
                   WS-AR-POST-AMOUNT / WS-POST-EXCH-RATE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-AR-FOREIGN-DELTA
               END-COMPUTE
           ELSE
               IF AR-BOOKED-RATE NOT = ZERO
                   COMPUTE WS-AR-FOREIGN-DELTA ROUNDED =
                       WS-AR-POST-AMOUNT / AR-BOOKED-RATE
                       ON SIZE ERROR
                           MOVE ZERO TO WS-AR-FOREIGN-DELTA
                   END-COMPUTE
               END-IF
           END-IF.
           ADD WS-AR-FOREIGN-DELTA TO AR-FOREIGN-BILLED.
           IF AR-FOREIGN-BILLED NOT = ZERO
               COMPUTE AR-BOOKED-RATE ROUNDED =
                   AR-BILLED-AMOUNT / AR-FOREIGN-BILLED
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.
       2383-EXIT.
           EXIT.

      *================================================================
      * 2390-BUILD-DETAIL-LINE
      *
           MOVE WS-NET-RESULT        TO WS-TD-TAXABLE-AMOUNT.
           MOVE WS-APPLIED-TAX-PCT   TO WS-TD-RATE-PCT.
           MOVE WS-TAX-AMOUNT        TO WS-TD-TAX-AMOUNT.
           IF LINE-IS-TAX-EXEMPT
               MOVE "EXEMPT"              TO WS-TD-EXEMPT-FLAG
               MOVE CU-EXEMPT-CERT-NUMBER TO WS-TD-EXEMPT-CERT
           ELSE
               MOVE SPACES                TO WS-TD-EXEMPT-FLAG
               MOVE SPACES                TO WS-TD-EXEMPT-CERT
           END-IF.
       2405-EXIT.
           EXIT.

      *================================================================
       2460-WRITE-EXTRACT-RECORD.
           IF THIS-IS-A-SIMULATION
               OR THIS-IS-A-CREDIT-RELEASE
               GO TO 2460-EXIT
           END-IF.
           MOVE SPACES            TO EX-EXTRACT-RECORD.
       2460-EXIT.
           EXIT.

      *================================================================
      * 2470-WRITE-SALES-HISTORY
      *
      * ONE PERMANENT HISTORY RECORD PER BILLED LINE, IN HOME
      * CURRENCY, UNDER THE INVOICE NUMBER THE LINE BILLED ON.  A
      * CREDIT MEMO LINE CARRIES ITS NEGATIVE QUANTITY AND AMOUNTS,
      * SO THE ANALYSIS NETS RETURNS AGAINST SALES.
      *================================================================
       2470-WRITE-SALES-HISTORY.
           IF THIS-IS-A-SIMULATION
               OR SALES-HISTORY-NOT-OPEN
               GO TO 2470-EXIT
           END-IF.
           MOVE SPACES                  TO SH-SALES-HISTORY-RECORD.
           MOVE WS-CURRENT-INVOICE-NUMBER TO SH-INVOICE-NUMBER.
           MOVE WS-RUN-DATE-STAMP(1:10) TO SH-RUN-DATE.
           MOVE WS-HISTORY-FISCAL-YEAR  TO SH-FISCAL-YEAR.
           MOVE WS-HISTORY-FISCAL-PERIOD TO SH-FISCAL-PERIOD.
           MOVE WS-CUSTOMER-NUMBER      TO SH-CUSTOMER-NUMBER.
           MOVE WS-ORDER-NUMBER         TO SH-ORDER-NUMBER.
           MOVE WS-ITEM-NUMBER          TO SH-ITEM-NUMBER.
           MOVE WS-ITEM-CLASS           TO SH-ITEM-CLASS.
           MOVE WS-SALESPERSON          TO SH-SALESPERSON.
           MOVE WS-NUM1                 TO SH-QUANTITY.
           MOVE WS-RESULT               TO SH-GROSS-AMOUNT.
           MOVE WS-DISCOUNT-AMOUNT      TO SH-DISCOUNT-AMOUNT.
           MOVE WS-NET-RESULT           TO SH-NET-AMOUNT.
           MOVE WS-TAX-AMOUNT           TO SH-TAX-AMOUNT.
           MOVE WS-LINE-JURISDICTION    TO SH-TAX-JURISDICTION.
           WRITE SH-SALES-HISTORY-RECORD.
       2470-EXIT.
           EXIT.

      *================================================================
      * 2480-OPEN-EINVOICE-DOCUMENT
      *
      * THE DOCUMENT JUST OPENED IS FOR A CUSTOMER BILLED BY EDI - ITS
      * INVOICE HEADER GOES TO THE OUTBOUND FILE FROM THE CUSTOMER
      * MASTER RECORD STILL IN ITS RECORD AREA, OPENING THE RUN'S
      * TRANSMISSION ENVELOPE FIRST IF THIS IS ITS FIRST DOCUMENT.
      *================================================================
       2480-OPEN-EINVOICE-DOCUMENT.
           IF THIS-IS-A-SIMULATION
               OR EINVOICE-FILES-NOT-OPEN
               GO TO 2480-EXIT
           END-IF.
           IF EINVOICE-ENVELOPE-IS-CLOSED
               PERFORM 2486-OPEN-EINVOICE-ENVELOPE THRU 2486-EXIT
           END-IF.
           MOVE WS-CURRENT-INVOICE-NUMBER TO WS-EINV-INVOICE-NUMBER.
           MOVE WS-CUSTOMER-NUMBER        TO WS-EINV-CUSTOMER-NUMBER.
           MOVE WS-ORDER-NUMBER           TO WS-EINV-ORDER-NUMBER.
           MOVE ZERO TO WS-EINV-LINE-COUNT
                        WS-EINV-GROSS-AMOUNT
                        WS-EINV-DISCOUNT-AMOUNT
                        WS-EINV-NET-AMOUNT
                        WS-EINV-TAX-AMOUNT.
           MOVE SPACES                  TO EI-EINVOICE-RECORD.
           SET EI-TYPE-IS-INVOICE-HEAD  TO TRUE.
           MOVE WS-EINV-XMIT-NUMBER     TO EI-XMIT-NUMBER.
           MOVE WS-EINV-INVOICE-NUMBER  TO EI-INVOICE-NUMBER.
           MOVE WS-RUN-DATE-STAMP(1:10) TO EI-IH-INVOICE-DATE.
           MOVE WS-EINV-CUSTOMER-NUMBER TO EI-IH-CUSTOMER-NUMBER.
           MOVE WS-EINV-ORDER-NUMBER    TO EI-IH-ORDER-NUMBER.
           MOVE CU-CUSTOMER-NAME        TO EI-IH-CUSTOMER-NAME.
           MOVE CU-BILL-TO-LINE-1       TO EI-IH-BILL-TO-LINE-1.
           MOVE CU-BILL-TO-LINE-2       TO EI-IH-BILL-TO-LINE-2.
           MOVE CU-BILL-TO-CITY         TO EI-IH-BILL-TO-CITY.
           MOVE CU-BILL-TO-STATE        TO EI-IH-BILL-TO-STATE.
           MOVE CU-BILL-TO-ZIP          TO EI-IH-BILL-TO-ZIP.
           MOVE CU-PAYMENT-TERMS        TO EI-IH-PAYMENT-TERMS.
           PERFORM 2488-PUT-EINVOICE-RECORD THRU 2488-EXIT.
           SET EINVOICE-DOCUMENT-IS-OPEN TO TRUE.
       2480-EXIT.
           EXIT.

      *================================================================
      * 2482-WRITE-EINVOICE-LINE
      *
      * ONE LINE RECORD PER LINE BILLED ON AN EDI DOCUMENT, FROM THE
      * SAME WORK FIELDS THE PRINTED DETAIL LINE WAS BUILT FROM.
      *================================================================
       2482-WRITE-EINVOICE-LINE.
           IF EINVOICE-DOCUMENT-IS-CLOSED
               GO TO 2482-EXIT
           END-IF.
           ADD 1 TO WS-EINV-LINE-COUNT.
           MOVE SPACES                  TO EI-EINVOICE-RECORD.
           SET EI-TYPE-IS-INVOICE-LINE  TO TRUE.
           MOVE WS-EINV-XMIT-NUMBER     TO EI-XMIT-NUMBER.
           MOVE WS-EINV-INVOICE-NUMBER  TO EI-INVOICE-NUMBER.
           MOVE WS-EINV-LINE-COUNT      TO EI-LD-LINE-NUMBER.
           MOVE WS-ITEM-NUMBER          TO EI-LD-ITEM-NUMBER.
           MOVE WS-ITEM-DESCRIPTION     TO EI-LD-DESCRIPTION.
           MOVE WS-NUM1                 TO EI-LD-QUANTITY.
           MOVE WS-NUM2                 TO EI-LD-UNIT-PRICE.
           MOVE WS-LINE-CURRENCY        TO EI-LD-CURRENCY-CODE.
           MOVE WS-RESULT               TO EI-LD-GROSS-AMOUNT.
           MOVE WS-DISCOUNT-AMOUNT      TO EI-LD-DISCOUNT-AMOUNT.
           MOVE WS-NET-RESULT           TO EI-LD-NET-AMOUNT.
           MOVE WS-LINE-JURISDICTION    TO EI-LD-TAX-JURISDICTION.
           MOVE WS-APPLIED-TAX-PCT      TO EI-LD-TAX-PCT.
           MOVE WS-TAX-AMOUNT           TO EI-LD-TAX-AMOUNT.
           PERFORM 2488-PUT-EINVOICE-RECORD THRU 2488-EXIT.
           ADD WS-RESULT          TO WS-EINV-GROSS-AMOUNT.
           ADD WS-DISCOUNT-AMOUNT TO WS-EINV-DISCOUNT-AMOUNT.
           ADD WS-NET-RESULT      TO WS-EINV-NET-AMOUNT.
           ADD WS-TAX-AMOUNT      TO WS-EINV-TAX-AMOUNT.
       2482-EXIT.
           EXIT.

      *================================================================
      * 2484-CLOSE-EINVOICE-DOCUMENT
      *
      * THE SUMMARY RECORD CARRIES THE DOCUMENT TOTALS AND THE
      * INVOICE TOTAL (NET PLUS TAX, AS POSTED TO RECEIVABLES), WHICH
      * ALSO GOES INTO THE ENVELOPE'S HASH TOTAL.  THE INVOICE IS
      * THEN LOGGED AS SENT IN THIS TRANSMISSION.
      *================================================================
       2484-CLOSE-EINVOICE-DOCUMENT.
           COMPUTE WS-EINV-INVOICE-TOTAL =
               WS-EINV-NET-AMOUNT + WS-EINV-TAX-AMOUNT.
           MOVE SPACES                  TO EI-EINVOICE-RECORD.
           SET EI-TYPE-IS-SUMMARY       TO TRUE.
           MOVE WS-EINV-XMIT-NUMBER     TO EI-XMIT-NUMBER.
           MOVE WS-EINV-INVOICE-NUMBER  TO EI-INVOICE-NUMBER.
           MOVE WS-EINV-LINE-COUNT      TO EI-IS-LINE-COUNT.
           MOVE WS-EINV-GROSS-AMOUNT    TO EI-IS-GROSS-AMOUNT.
           MOVE WS-EINV-DISCOUNT-AMOUNT TO EI-IS-DISCOUNT-AMOUNT.
           MOVE WS-EINV-NET-AMOUNT      TO EI-IS-NET-AMOUNT.
           MOVE WS-EINV-TAX-AMOUNT      TO EI-IS-TAX-AMOUNT.
           MOVE WS-EINV-INVOICE-TOTAL   TO EI-IS-INVOICE-TOTAL.
           PERFORM 2488-PUT-EINVOICE-RECORD THRU 2488-EXIT.
           ADD 1 TO WS-EINV-INVOICE-COUNT.
           ADD WS-EINV-INVOICE-TOTAL TO WS-EINV-HASH-TOTAL
               ON SIZE ERROR
                   CONTINUE
           END-ADD.
           MOVE SPACES                  TO EL-SENT-LOG-RECORD.
           MOVE WS-RUN-DATE-STAMP(1:10) TO EL-RUN-DATE.
           MOVE WS-EINV-XMIT-NUMBER     TO EL-XMIT-NUMBER.
           MOVE WS-EINV-INVOICE-NUMBER  TO EL-INVOICE-NUMBER.
           MOVE WS-EINV-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER.
           MOVE WS-EINV-ORDER-NUMBER    TO EL-ORDER-NUMBER.
           MOVE WS-EINV-LINE-COUNT      TO EL-LINE-COUNT.
           MOVE WS-EINV-INVOICE-TOTAL   TO EL-INVOICE-TOTAL.
           MOVE WS-AUDIT-PROGRAM-ID     TO EL-PROGRAM-ID.
           WRITE EL-SENT-LOG-RECORD.
           SET EINVOICE-DOCUMENT-IS-CLOSED TO TRUE.
       2484-EXIT.
           EXIT.

      *================================================================
      * 2486-OPEN-EINVOICE-ENVELOPE
      *
      * TAKES THE NEXT TRANSMISSION NUMBER AND WRITES THE ENVELOPE
      * HEADER.  THE NUMBER IS RESERVED ON THE CONTROL FILE AT ONCE,
      * SO A RUN THAT DIES BEFORE ITS TRAILER CANNOT HAND THE SAME
      * NUMBER TO THE NEXT RUN.  THE HEADER IS NOT COUNTED - THE
      * TRAILER COUNTS THE RECORDS BETWEEN THE TWO.
      *================================================================
       2486-OPEN-EINVOICE-ENVELOPE.
           ADD 1 TO WS-EINV-LAST-XMIT-NUMBER.
           MOVE WS-EINV-LAST-XMIT-NUMBER TO WS-EINV-XMIT-NUMBER.
           MOVE ZERO TO WS-EINV-RECORD-COUNT
                        WS-EINV-INVOICE-COUNT
                        WS-EINV-HASH-TOTAL.
           MOVE SPACES                  TO EI-EINVOICE-RECORD.
           SET EI-TYPE-IS-XMIT-HEADER   TO TRUE.
           MOVE WS-EINV-XMIT-NUMBER     TO EI-XMIT-NUMBER.
           MOVE ZERO                    TO EI-INVOICE-NUMBER.
           MOVE WS-RUN-DATE-STAMP(1:10) TO EI-XH-RUN-DATE.
           MOVE "PROGRAM6"              TO EI-XH-SENDER-ID.
           WRITE EI-EINVOICE-RECORD.
           SET EINVOICE-ENVELOPE-IS-OPEN TO TRUE.
           PERFORM 2489-REWRITE-EINVOICE-CONTROL THRU 2489-EXIT.
       2486-EXIT.
           EXIT.

      *================================================================
      * 2488-PUT-EINVOICE-RECORD
      *================================================================
       2488-PUT-EINVOICE-RECORD.
           WRITE EI-EINVOICE-RECORD.
           ADD 1 TO WS-EINV-RECORD-COUNT.
       2488-EXIT.
           EXIT.

      *================================================================
      * 2489-REWRITE-EINVOICE-CONTROL
      *
      * THE FILE IS REOPENED OUTPUT SO THE CURRENT ENVELOPE'S NUMBER
      * AND COUNTS REPLACE THE PREVIOUS ONE'S.
      *================================================================
       2489-REWRITE-EINVOICE-CONTROL.
           OPEN OUTPUT EINVOICE-CONTROL-FILE.
           MOVE SPACES                  TO EN-CONTROL-RECORD.
           MOVE WS-EINV-XMIT-NUMBER     TO EN-LAST-XMIT-NUMBER.
           MOVE WS-RUN-DATE-STAMP(1:10) TO EN-XMIT-DATE.
           MOVE WS-EINV-RECORD-COUNT    TO EN-RECORD-COUNT.
           MOVE WS-EINV-INVOICE-COUNT   TO EN-INVOICE-COUNT.
           MOVE WS-EINV-HASH-TOTAL      TO EN-HASH-TOTAL.
           WRITE EN-CONTROL-RECORD.
           CLOSE EINVOICE-CONTROL-FILE.
       2489-EXIT.
           EXIT.

      *================================================================
      * 2500-WRITE-CHECKPOINT-IF-DUE
      *================================================================
           MOVE WS-REGISTER-COUNT       TO CK-REGISTER-COUNT.
           MOVE WS-FIRST-INVOICE-NUMBER TO CK-FIRST-INVOICE.
           MOVE WS-LAST-INVOICE-NUMBER  TO CK-LAST-INVOICE.
           MOVE WS-HELD-LINE-COUNT      TO CK-HELD-LINE-COUNT.
           MOVE WS-UNAUTH-CREDIT-COUNT  TO CK-UNAUTH-CREDIT-COUNT.
           MOVE WS-RETURN-CREDIT-COUNT  TO CK-RETURN-CREDIT-COUNT.
           MOVE WS-EXEMPT-EXPIRED-COUNT TO CK-EXEMPT-EXPIRED-COUNT.
           MOVE WS-KEY-CONFLICT-COUNT   TO CK-KEY-CONFLICT-COUNT.
           WRITE CK-LINE.
           PERFORM 2515-WRITE-ONE-TAX-CHECKPOINT THRU 2515-EXIT
               VARYING WS-TAX-SUB FROM 1 BY 1
           MOVE WS-TAX-ACC-TAX (WS-TAX-SUB)     TO CK-BK-AMOUNT-2.
           MOVE WS-TAX-ACC-CREDIT (WS-TAX-SUB)  TO CK-BK-AMOUNT-3.
           MOVE ZERO                            TO CK-BK-COUNT.
           MOVE WS-TAX-ACC-EXEMPT (WS-TAX-SUB)  TO CK-BK-AMOUNT-4.
           WRITE CK-BUCKET-LINE.
       2515-EXIT.
           EXIT.
           MOVE ZERO                           TO CK-BK-AMOUNT-2.
           MOVE ZERO                           TO CK-BK-AMOUNT-3.
           MOVE WS-REP-LINE-COUNT (WS-REP-SUB) TO CK-BK-COUNT.
           MOVE ZERO                           TO CK-BK-AMOUNT-4.
           WRITE CK-BUCKET-LINE.
       2517-EXIT.
           EXIT.
           PERFORM 1600-OPEN-DISCOUNT-SCHEDULE THRU 1600-EXIT.
           PERFORM 1700-OPEN-TAX-RATES THRU 1700-EXIT.
           PERFORM 1850-OPEN-OPEN-ITEM-FILE THRU 1850-EXIT.
           PERFORM 1860-OPEN-HELD-ORDER-FILE THRU 1860-EXIT.
           PERFORM 1900-OPEN-EXCHANGE-RATES THRU 1900-EXIT.
           PERFORM 1090-OPEN-COMMISSION-FILES THRU 1090-EXIT.
           PERFORM 1450-OPEN-SALES-HISTORY THRU 1450-EXIT.
           PERFORM 1480-OPEN-EINVOICE-FILES THRU 1480-EXIT.
           MOVE "PROGRAM6R" TO WS-AUDIT-PROGRAM-ID.
           OPEN OUTPUT SUPPLEMENTAL-REPORT-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
           CLOSE ITEM-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE HELD-ORDER-FILE.
           IF DISCOUNT-FILE-IS-OPEN
               CLOSE DISCOUNT-SCHEDULE-FILE
           END-IF.
               CLOSE COMMISSION-DETAIL-FILE
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           IF SALES-HISTORY-IS-OPEN
               CLOSE SALES-HISTORY-FILE
           END-IF.
           PERFORM 9250-CLOSE-EINVOICE-FILES THRU 9250-EXIT.
           CLOSE SUPPLEMENTAL-REPORT-FILE.
           CLOSE SUPPLEMENTAL-TAX-FILE.
           DISPLAY "PROGRAM6 - REPROCESS COMPLETE - FIXED "
               WS-REPROCESS-FIXED-COUNT " STILL IN ERROR "
               WS-REPROCESS-FAIL-COUNT.
           IF WS-HELD-LINE-COUNT > 0
               DISPLAY "PROGRAM6 - " WS-HELD-ORDER-COUNT
                   " ORDERS (" WS-HELD-LINE-COUNT
                   " LINES) HELD FOR CREDIT REVIEW"
           END-IF.
       6000-EXIT.
           EXIT.

      *
      * UNPACKS THE SAVED ORDER-LINE IMAGE THROUGH THE SHARED
      * QTYPRICE LAYOUT AND SENDS IT DOWN THE SAME VALIDATION AND
      * EXTENSION PATH AS THE BATCH RUN.  A CORRECTED LINE IS CREDIT-
      * CHECKED LIKE A FRESH ONE - AN ORDER ON HOLD OR OVER LIMIT
      * GOES TO THE CREDIT-HOLD FILE, AND LEAVES SUSPENSE, RATHER
      * THAN BILLING.
      *================================================================
       6200-PROCESS-SUSPENSE-RECORD.
           ADD 1 TO WS-REPROCESS-READ-COUNT.
           MOVE WS-RP-TAX-JURISDICTION  TO WS-LINE-JURISDICTION.
           MOVE WS-RP-CURRENCY-CODE     TO WS-LINE-CURRENCY.
           MOVE WS-RP-SALESPERSON       TO WS-SALESPERSON.
           SET LINE-CAME-FROM-SUSPENSE  TO TRUE.
           PERFORM 2200-VALIDATE-ORDER-LINE THRU 2200-EXIT.
           IF ORDER-LINE-IS-INVALID
               MOVE "NN" TO WS-LINE-REASON-CODE
           ELSE
               PERFORM 2270-LOOKUP-ITEM-MASTER THRU 2270-EXIT
               PERFORM 2275-LOOKUP-CUSTOMER-MASTER THRU 2275-EXIT
               PERFORM 2282-CHECK-TAX-EXEMPTION THRU 2282-EXIT
               PERFORM 2285-CHECK-CREDIT-STANDING THRU 2285-EXIT
               PERFORM 2289-CHECK-OPEN-ITEM-KEY THRU 2289-EXIT
               EVALUATE TRUE
                   WHEN WS-NUM1 < ZERO
                       MOVE "RA" TO WS-LINE-REASON-CODE
                       PERFORM 6250-REPORT-REPROCESS-FAILURE
                           THRU 6250-EXIT
                   WHEN ITEM-IS-NOT-ON-MASTER
                       MOVE "IM" TO WS-LINE-REASON-CODE
                       PERFORM 6250-REPORT-REPROCESS-FAILURE
                       MOVE "CM" TO WS-LINE-REASON-CODE
                       PERFORM 6250-REPORT-REPROCESS-FAILURE
                           THRU 6250-EXIT
                   WHEN LINE-EXEMPTION-HAS-EXPIRED
                       MOVE "EX" TO WS-LINE-REASON-CODE
                       PERFORM 6250-REPORT-REPROCESS-FAILURE
                           THRU 6250-EXIT
                   WHEN OPEN-ITEM-KEY-IS-TAKEN
                       MOVE "OI" TO WS-LINE-REASON-CODE
                       PERFORM 6250-REPORT-REPROCESS-FAILURE
                           THRU 6250-EXIT
                   WHEN ORDER-IS-ON-CREDIT-HOLD
                       PERFORM 2290-HOLD-ORDER-LINE THRU 2290-EXIT
                   WHEN OTHER
                       PERFORM 2300-MULTIPLY-TWO-NUMBERS THRU 2300-EXIT
                       PERFORM 2305-CONVERT-TO-HOME-CURRENCY
                           ADD 1 TO WS-NEXT-INVOICE-NUMBER
                           PERFORM 2450-WRITE-AUDIT-RECORD
                               THRU 2450-EXIT
                           PERFORM 2470-WRITE-SALES-HISTORY
                               THRU 2470-EXIT
                           IF CU-BILLS-BY-EDI
                               PERFORM 2480-OPEN-EINVOICE-DOCUMENT
                                   THRU 2480-EXIT
                               PERFORM 2482-WRITE-EINVOICE-LINE
                                   THRU 2482-EXIT
                               PERFORM 2484-CLOSE-EINVOICE-DOCUMENT
                                   THRU 2484-EXIT
                           END-IF
                           PERFORM 6400-POST-REPROCESS-OPEN-ITEM
                               THRU 6400-EXIT
                           PERFORM 2440-APPLY-STOCK-MOVEMENT
      *================================================================
       6400-POST-REPROCESS-OPEN-ITEM.
           COMPUTE WS-AR-POST-AMOUNT = WS-NET-RESULT + WS-TAX-AMOUNT.
           IF LINE-IS-HOME-CURRENCY
               MOVE SPACES TO WS-POST-CURRENCY
               MOVE ZERO   TO WS-POST-EXCH-RATE
           ELSE
               MOVE WS-LINE-CURRENCY     TO WS-POST-CURRENCY
               MOVE WS-APPLIED-EXCH-RATE TO WS-POST-EXCH-RATE
           END-IF.
           MOVE WS-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE WS-ORDER-NUMBER    TO AR-ORDER-NUMBER.
           READ AR-OPEN-ITEM-FILE
                   MOVE WS-RUN-DATE-STAMP(1:10) TO AR-INVOICE-DATE
                   MOVE WS-AR-POST-AMOUNT  TO AR-BILLED-AMOUNT
                   MOVE ZERO               TO AR-PAID-AMOUNT
                   MOVE ZERO               TO AR-FOREIGN-PAID
                   SET AR-ITEM-IS-OPEN TO TRUE
                   SET AR-ITEM-IS-SALES-INVOICE TO TRUE
                   PERFORM 2381-BOOK-ITEM-CURRENCY THRU 2381-EXIT
                   WRITE AR-OPEN-ITEM-RECORD
               NOT INVALID KEY
                   ADD WS-AR-POST-AMOUNT TO AR-BILLED-AMOUNT
                   PERFORM 2383-ADD-FOREIGN-AMOUNT THRU 2383-EXIT
                   SET AR-ITEM-IS-OPEN TO TRUE
                   REWRITE AR-OPEN-ITEM-RECORD
           END-READ.
       6900-EXIT.
           EXIT.

      *================================================================
      * 6500-RUN-CREDIT-RELEASE
      *
      * CREDIT RELEASE MODE, SELECTED BY PASSING "RELEASE" ON THE
      * COMMAND LINE ONCE CREDIT HAS KEYED ITS DECISIONS INTO
      * HELDORD.DAT.  A LINE MARKED "R" GOES DOWN THE SHARED
      * EXTENSION PATH (2150) EXACTLY AS THE BATCH RUN WOULD HAVE
      * BILLED IT - INVOICE DOCUMENT, TAX, AUDIT, OPEN ITEM, STOCK
      * AND COMMISSION - ON ITS OWN REPORT (RELRPT.DAT) AND TAX
      * REGISTER (RELTAX.DAT), WITH ITS INVOICES AND PRICE
      * OVERRIDES APPENDED TO THE DAY'S REGISTERS.  A LINE MARKED
      * "C" IS CANCELLED AND AUDITED.  ANY OTHER LINE IS CARRIED
      * FORWARD, SO NO ORDER DROPS OFF THE FILE WITHOUT A DECISION.
      * EVERY LINE READ GOES ON THE CREDIT RELEASE REGISTER
      * (CRREG.DAT) WITH ITS DISPOSITION.  RELEASED LINES AUDIT
      * UNDER "PROGRAM6C" AND ARE NOT FED TO THE EXTRACT - LIKE THE
      * REPROCESS PASS, THE RELEASE RUNS AFTER THE DAY'S
      * TRANSMISSION HAS BALANCED.  A RELEASED LINE STILL SHORT OF
      * STOCK BACKORDERS, AND ITS REMAINDER COMES BACK THROUGH THE
      * NEXT NIGHT'S RETRY AND CREDIT CHECK LIKE ANY OTHER.
      *================================================================
       6500-RUN-CREDIT-RELEASE.
           SET THIS-IS-A-CREDIT-RELEASE TO TRUE.
           PERFORM 0500-LOAD-RUN-PARAMETERS THRU 0500-EXIT.
           MOVE "RELRPT.DAT" TO WS-INVOICE-REPORT-NAME.
           MOVE "RELTAX.DAT" TO WS-TAX-REGISTER-NAME.
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           PERFORM 1080-READ-INVOICE-CONTROL THRU 1080-EXIT.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HELD-ORDER-STATUS NOT = "00"
               DISPLAY "PROGRAM6 - NO CREDIT-HOLD FILE TO RELEASE, "
                   "STATUS " WS-HELD-ORDER-STATUS
               GO TO 6500-EXIT
           END-IF.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "PROGRAM6 - UNABLE TO OPEN ITEM MASTER, STATUS "
                   WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PROGRAM6 - UNABLE TO OPEN CUSTOMER MASTER, "
                   "STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKORDER-WORK-FILE.
           PERFORM 1070-CLEAR-STOCK-TABLE THRU 1070-EXIT.
           PERFORM 1400-OPEN-AUDIT-LOG-FILE THRU 1400-EXIT.
           PERFORM 1600-OPEN-DISCOUNT-SCHEDULE THRU 1600-EXIT.
           PERFORM 1700-OPEN-TAX-RATES THRU 1700-EXIT.
           PERFORM 1800-OPEN-SUSPENSE-FILE THRU 1800-EXIT.
           PERFORM 1850-OPEN-OPEN-ITEM-FILE THRU 1850-EXIT.
           PERFORM 1900-OPEN-EXCHANGE-RATES THRU 1900-EXIT.
           PERFORM 1090-OPEN-COMMISSION-FILES THRU 1090-EXIT.
           PERFORM 1450-OPEN-SALES-HISTORY THRU 1450-EXIT.
           PERFORM 1480-OPEN-EINVOICE-FILES THRU 1480-EXIT.
           MOVE "PROGRAM6C" TO WS-AUDIT-PROGRAM-ID.
           PERFORM 6510-OPEN-RELEASE-REPORTS THRU 6510-EXIT.
           OPEN OUTPUT HELD-WORK-FILE.
           PERFORM 6520-READ-HELD-RECORD THRU 6520-EXIT.
           PERFORM 6530-PROCESS-HELD-RECORD THRU 6530-EXIT
               UNTIL END-OF-HELD-ORDER-FILE.
           IF INVOICE-DOCUMENT-IS-OPEN
               PERFORM 2370-CLOSE-INVOICE-DOCUMENT THRU 2370-EXIT
           END-IF.
      * THE ROLLED AND REPORTED RECORD COUNT IS THE COUNT OF LINES
      * RELEASED AND BILLED, THE SAME RULE THE REPROCESS PASS USES.
           MOVE WS-RELEASE-EXTEND-COUNT TO WS-RECORD-COUNT.
           PERFORM 9100-WRITE-TRAILER-REPORT THRU 9100-EXIT.
           PERFORM 9300-WRITE-TAX-SUBTOTALS THRU 9300-EXIT.
           PERFORM 9600-WRITE-PRICE-REGISTER-TRAILER THRU 9600-EXIT.
           PERFORM 9650-WRITE-REGISTER-TRAILER THRU 9650-EXIT.
           PERFORM 6590-WRITE-RELEASE-TRAILER THRU 6590-EXIT.
           CLOSE HELD-ORDER-FILE.
           CLOSE HELD-WORK-FILE.
           PERFORM 6580-REWRITE-HELD-ORDER-FILE THRU 6580-EXIT.
           PERFORM 9800-REWRITE-BACKORDER-FILE THRU 9800-EXIT.
           PERFORM 9400-ROLL-MTD-TOTALS THRU 9400-EXIT.
           PERFORM 9450-ROLL-TAX-ACCUMULATION THRU 9450-EXIT.
           PERFORM 9550-ROLL-COMMISSION-ACCUM THRU 9550-EXIT.
           PERFORM 2520-REWRITE-INVOICE-CONTROL THRU 2520-EXIT.
           CLOSE ITEM-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           IF DISCOUNT-FILE-IS-OPEN
               CLOSE DISCOUNT-SCHEDULE-FILE
           END-IF.
           IF TAX-FILE-IS-OPEN
               CLOSE TAX-RATE-FILE
           END-IF.
           IF EXCHANGE-FILE-IS-OPEN
               CLOSE EXCHANGE-RATE-FILE
           END-IF.
           IF COMM-RATES-ARE-OPEN
               CLOSE COMMISSION-RATE-FILE
               CLOSE COMMISSION-DETAIL-FILE
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           IF SALES-HISTORY-IS-OPEN
               CLOSE SALES-HISTORY-FILE
           END-IF.
           PERFORM 9250-CLOSE-EINVOICE-FILES THRU 9250-EXIT.
           CLOSE SUSPENSE-FILE.
           CLOSE REPORT-FILE.
           CLOSE TAX-REGISTER-FILE.
           CLOSE PRICE-REGISTER-FILE.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE CREDIT-RELEASE-FILE.
           DISPLAY "PROGRAM6 - CREDIT RELEASE COMPLETE - RELEASED "
               WS-RELEASE-EXTEND-COUNT " CANCELLED "
               WS-RELEASE-CANCEL-COUNT " STILL HELD "
               WS-RELEASE-PENDING-COUNT.
           IF WS-RELEASE-FAIL-COUNT > 0
               DISPLAY "PROGRAM6 - " WS-RELEASE-FAIL-COUNT
                   " RELEASED LINES WRITTEN TO SUSPENSE"
           END-IF.
       6500-EXIT.
           EXIT.

      *================================================================
      * 6510-OPEN-RELEASE-REPORTS
      *
      * THE RELEASE REPORT AND TAX REGISTER ARE THE RUN'S OWN.  THE
      * INVOICE AND PRICE-OVERRIDE REGISTERS ARE THE DAY'S, SO THE
      * RELEASE APPENDS ITS OWN HEADED SECTION TO EACH - THE
      * INVOICE NUMBERS CARRY ON FROM THE NUMBER-CONTROL FILE, AND
      * THE SECTION'S OWN FIRST/LAST/COUNT TRAILER PROVES THEM.
      *================================================================
       6510-OPEN-RELEASE-REPORTS.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               STRING "RUN DATE: " WS-RUN-DATE-STAMP
                   INTO WS-HEADING-LINE-0
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               WRITE RPT-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE RPT-LINE FROM WS-RELEASE-HEADING-1.
           OPEN OUTPUT TAX-REGISTER-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               WRITE TAXREG-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE TAXREG-LINE FROM WS-TAXREG-HEADING-1.
           WRITE TAXREG-LINE FROM WS-TAXREG-HEADING-2.
           OPEN EXTEND PRICE-REGISTER-FILE.
           IF WS-PRICE-REGISTER-STATUS = "35"
               OPEN OUTPUT PRICE-REGISTER-FILE
           END-IF.
           WRITE PRCOVRD-LINE FROM WS-TRAILER-LINE-1.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               WRITE PRCOVRD-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE PRCOVRD-LINE FROM WS-RELEASE-PRCOVRD-HEADING.
           WRITE PRCOVRD-LINE FROM WS-PRCOVRD-HEADING-2.
           OPEN EXTEND INVOICE-REGISTER-FILE.
           IF WS-INVOICE-REGISTER-STATUS = "35"
               OPEN OUTPUT INVOICE-REGISTER-FILE
           END-IF.
           WRITE INVREG-LINE FROM WS-TRAILER-LINE-1.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               WRITE INVREG-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE INVREG-LINE FROM WS-RELEASE-INVREG-HEADING.
           WRITE INVREG-LINE FROM WS-INVREG-HEADING-2.
           OPEN OUTPUT CREDIT-RELEASE-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               WRITE CRREG-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE CRREG-LINE FROM WS-CRREG-HEADING-1.
           WRITE CRREG-LINE FROM WS-CRREG-HEADING-2.
       6510-EXIT.
           EXIT.

      *================================================================
      * 6520-READ-HELD-RECORD
      *================================================================
       6520-READ-HELD-RECORD.
           READ HELD-ORDER-FILE
               AT END
                   SET END-OF-HELD-ORDER-FILE TO TRUE
           END-READ.
       6520-EXIT.
           EXIT.

      *================================================================
      * 6530-PROCESS-HELD-RECORD
      *================================================================
       6530-PROCESS-HELD-RECORD.
           ADD 1 TO WS-RELEASE-READ-COUNT.
           PERFORM 6535-BUILD-RELEASE-LINE THRU 6535-EXIT.
           EVALUATE TRUE
               WHEN HO-DECISION-IS-RELEASE
                   PERFORM 6540-RELEASE-HELD-LINE THRU 6540-EXIT
               WHEN HO-DECISION-IS-CANCEL
                   PERFORM 6550-CANCEL-HELD-LINE THRU 6550-EXIT
               WHEN OTHER
                   PERFORM 6560-CARRY-HELD-LINE THRU 6560-EXIT
           END-EVALUATE.
           WRITE CRREG-LINE FROM WS-CRREG-DETAIL-LINE.
           PERFORM 6520-READ-HELD-RECORD THRU 6520-EXIT.
       6530-EXIT.
           EXIT.

      *================================================================
      * 6535-BUILD-RELEASE-LINE
      *
      * UNPACKS THE HELD ORDER-LINE IMAGE INTO THE WS WORK FIELDS,
      * THE SAME WAY THE BACKORDER RETRY (7520) DOES, AND FILLS THE
      * REGISTER LINE FROM THE HELD RECORD.
      *================================================================
       6535-BUILD-RELEASE-LINE.
           MOVE HO-ORDER-IMAGE          TO WS-REPROCESS-ORDER-LINE.
           MOVE WS-RP-QUANTITY          TO WS-NUM1.
           MOVE WS-RP-PRICE             TO WS-NUM2.
           MOVE WS-RP-ORDER-NUMBER      TO WS-ORDER-NUMBER.
           MOVE WS-RP-CUSTOMER-NUMBER   TO WS-CUSTOMER-NUMBER.
           MOVE WS-RP-ITEM-NUMBER       TO WS-ITEM-NUMBER.
           MOVE WS-RP-TAX-JURISDICTION  TO WS-LINE-JURISDICTION.
           MOVE WS-RP-CURRENCY-CODE     TO WS-LINE-CURRENCY.
           MOVE WS-RP-SALESPERSON       TO WS-SALESPERSON.
           MOVE SPACES                  TO WS-CRREG-DETAIL-LINE.
           MOVE WS-NUM1                 TO WS-CR-QUANTITY.
           MOVE WS-NUM2                 TO WS-CR-PRICE.
           MOVE WS-ORDER-NUMBER         TO WS-CR-ORDER-NUMBER.
           MOVE WS-CUSTOMER-NUMBER      TO WS-CR-CUSTOMER-NUMBER.
           MOVE WS-ITEM-NUMBER          TO WS-CR-ITEM-NUMBER.
           MOVE HO-REASON-CODE          TO WS-CR-REASON-CODE.
           MOVE HO-RUN-DATE             TO WS-CR-HELD-DATE.
           IF HO-EXPOSURE-AMOUNT NUMERIC
               MOVE HO-EXPOSURE-AMOUNT  TO WS-CR-EXPOSURE
           END-IF.
           IF HO-CREDIT-LIMIT NUMERIC
               MOVE HO-CREDIT-LIMIT     TO WS-CR-CREDIT-LIMIT
           END-IF.
           MOVE HO-DECIDED-BY           TO WS-CR-DECIDED-BY.
       6535-EXIT.
           EXIT.

      *================================================================
      * 6540-RELEASE-HELD-LINE
      *
      * THE LINE KEEPS ITS ORIGINAL ORDER-FILE RECORD NUMBER, SO A
      * RELEASED LINE THAT STILL FAILS AN EDIT SUSPENSES UNDER THE
      * NUMBER IT WAS HELD UNDER.
      *================================================================
       6540-RELEASE-HELD-LINE.
           IF HO-RECORD-NUMBER NUMERIC
               MOVE HO-RECORD-NUMBER    TO WS-RECORD-COUNT
           ELSE
               MOVE ZERO                TO WS-RECORD-COUNT
           END-IF.
           SET LINE-CAME-FROM-CREDIT-HOLD TO TRUE.
           MOVE WS-SUSPENSE-WRITE-COUNT TO WS-RELEASE-SUSPENSE-BEFORE.
           PERFORM 2150-EXTEND-ONE-ORDER-LINE THRU 2150-EXIT.
           IF WS-SUSPENSE-WRITE-COUNT > WS-RELEASE-SUSPENSE-BEFORE
               ADD 1 TO WS-RELEASE-FAIL-COUNT
               MOVE "RELEASED-SUSPENSE" TO WS-CR-DISPOSITION
           ELSE
               ADD 1 TO WS-RELEASE-EXTEND-COUNT
               MOVE "RELEASED"          TO WS-CR-DISPOSITION
           END-IF.
       6540-EXIT.
           EXIT.

      *================================================================
      * 6550-CANCEL-HELD-LINE
      *================================================================
       6550-CANCEL-HELD-LINE.
           ADD 1 TO WS-RELEASE-CANCEL-COUNT.
           MOVE "CANCELLED"             TO WS-CR-DISPOSITION.
           MOVE SPACES                  TO AL-AUDIT-RECORD.
           MOVE WS-AUDIT-PROGRAM-ID     TO AL-PROGRAM-ID.
           MOVE WS-RUN-DATE-STAMP       TO AL-RUN-TIMESTAMP.
           MOVE WS-CR-QUANTITY          TO AL-INPUT-1.
           MOVE WS-CR-PRICE             TO AL-INPUT-2.
           MOVE "CREDIT CANCELLED"      TO AL-RESULT.
           MOVE WS-ORDER-NUMBER         TO AL-REFERENCE.
           WRITE AL-AUDIT-RECORD.
       6550-EXIT.
           EXIT.

      *================================================================
      * 6560-CARRY-HELD-LINE
      *
      * AN UNDECIDED LINE - OR ONE WITH A DECISION CODE CREDIT DOES
      * NOT USE - GOES BACK ON THE FILE UNCHANGED FOR A LATER RUN.
      *================================================================
       6560-CARRY-HELD-LINE.
           ADD 1 TO WS-RELEASE-PENDING-COUNT.
           IF HO-DECISION-IS-PENDING
               MOVE "AWAITING DECISION" TO WS-CR-DISPOSITION
           ELSE
               MOVE "UNKNOWN DECISION"  TO WS-CR-DISPOSITION
           END-IF.
           WRITE HW-WORK-RECORD FROM HO-HELD-ORDER-RECORD.
       6560-EXIT.
           EXIT.

      *================================================================
      * 6580-REWRITE-HELD-ORDER-FILE
      *
      * THE CREDIT-HOLD FILE IS REWRITTEN FROM THE WORK FILE - THE
      * SAME KEEP-FILE PATTERN AS THE SUSPENSE REWRITE (6950).
      *================================================================
       6580-REWRITE-HELD-ORDER-FILE.
           OPEN INPUT HELD-WORK-FILE.
           OPEN OUTPUT HELD-ORDER-FILE.
           SET NOT-END-OF-HELD-RELOAD TO TRUE.
           PERFORM 6582-READ-WORK-FOR-RELOAD THRU 6582-EXIT.
           PERFORM 6584-RELOAD-ONE-HELD THRU 6584-EXIT
               UNTIL END-OF-HELD-RELOAD.
           CLOSE HELD-WORK-FILE.
           CLOSE HELD-ORDER-FILE.
       6580-EXIT.
           EXIT.

      *================================================================
      * 6582-READ-WORK-FOR-RELOAD
      *================================================================
       6582-READ-WORK-FOR-RELOAD.
           READ HELD-WORK-FILE
               AT END
                   SET END-OF-HELD-RELOAD TO TRUE
           END-READ.
       6582-EXIT.
           EXIT.

      *================================================================
      * 6584-RELOAD-ONE-HELD
      *================================================================
       6584-RELOAD-ONE-HELD.
           WRITE HO-HELD-ORDER-RECORD FROM HW-WORK-RECORD.
           PERFORM 6582-READ-WORK-FOR-RELOAD THRU 6582-EXIT.
       6584-EXIT.
           EXIT.

      *================================================================
      * 6590-WRITE-RELEASE-TRAILER
      *================================================================
       6590-WRITE-RELEASE-TRAILER.
           WRITE CRREG-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-RELEASE-READ-COUNT    TO WS-CR-TR-READ-COUNT.
           WRITE CRREG-LINE FROM WS-CRREG-TRAILER-1.
           MOVE WS-RELEASE-EXTEND-COUNT  TO WS-CR-TR-EXTEND-COUNT.
           WRITE CRREG-LINE FROM WS-CRREG-TRAILER-2.
           MOVE WS-RELEASE-FAIL-COUNT    TO WS-CR-TR-FAIL-COUNT.
           WRITE CRREG-LINE FROM WS-CRREG-TRAILER-3.
           MOVE WS-RELEASE-CANCEL-COUNT  TO WS-CR-TR-CANCEL-COUNT.
           WRITE CRREG-LINE FROM WS-CRREG-TRAILER-4.
           MOVE WS-RELEASE-PENDING-COUNT TO WS-CR-TR-PENDING-COUNT.
           WRITE CRREG-LINE FROM WS-CRREG-TRAILER-5.
       6590-EXIT.
           EXIT.

      *================================================================
      * 7500-RETRY-BACKORDER-FILE
      *
       7520-EXIT.
           EXIT.

      *================================================================
      * 7600-ISSUE-RETURN-CREDITS
      *
      * ONE CREDIT LINE FOR EACH APPROVED RETURN AUTHORIZATION NOT
      * YET CREDITED, ISSUED AHEAD OF THE ORDER FILE THROUGH THE
      * SHARED EXTENSION PATH.  A CHECKPOINT IS TAKEN AT THE END OF
      * THE PASS, SO A LATER CRASH CAN NEITHER LOSE NOR REPEAT THE
      * CREDITS.  A RESTART RUN HOLDS THE PASS, THE SAME AS THE
      * BACKORDER RETRY, AND NO RA FILE MEANS NOTHING HAS BEEN
      * AUTHORIZED.
      *================================================================
       7600-ISSUE-RETURN-CREDITS.
           IF THIS-IS-A-RESTART-RUN
               DISPLAY "PROGRAM6 - RESTART RUN - RETURN CREDITS "
                   "HELD FOR THE NEXT CLEAN RUN"
               GO TO 7600-EXIT
           END-IF.
           OPEN I-O RETURN-AUTH-FILE.
           IF WS-RETURN-AUTH-STATUS NOT = "00"
               GO TO 7600-EXIT
           END-IF.
           SET NOT-END-OF-RETURN-AUTH-FILE TO TRUE.
           PERFORM 7610-READ-RETURN-AUTH THRU 7610-EXIT.
           PERFORM 7620-CREDIT-ONE-RETURN-AUTH THRU 7620-EXIT
               UNTIL END-OF-RETURN-AUTH-FILE.
           CLOSE RETURN-AUTH-FILE.
           IF WS-RETURN-CREDIT-COUNT > 0
               PERFORM 2510-WRITE-CHECKPOINT-RECORD THRU 2510-EXIT
               DISPLAY "PROGRAM6 - " WS-RETURN-CREDIT-COUNT
                   " RETURN CREDITS ISSUED"
           END-IF.
           IF WS-RETURN-CREDIT-FAIL-COUNT > 0
               DISPLAY "PROGRAM6 - " WS-RETURN-CREDIT-FAIL-COUNT
                   " APPROVED RAS COULD NOT BE CREDITED"
           END-IF.
       7600-EXIT.
           EXIT.

      *================================================================
      * 7610-READ-RETURN-AUTH
      *================================================================
       7610-READ-RETURN-AUTH.
           READ RETURN-AUTH-FILE NEXT RECORD
               AT END
                   SET END-OF-RETURN-AUTH-FILE TO TRUE
           END-READ.
       7610-EXIT.
           EXIT.

      *================================================================
      * 7620-CREDIT-ONE-RETURN-AUTH
      *
      * THE CREDIT LINE IS THE RETURN QUANTITY, NEGATIVE, AGAINST THE
      * ORIGINAL ORDER, CUSTOMER, ITEM, JURISDICTION AND REP; THE
      * UNIT PRICE SHOWN IS THE ORIGINAL NET PER UNIT, AND 2310/2335
      * TAKE THE EXACT SHARE OF THE ORIGINAL NET AND TAX.  EACH
      * CREDIT IS ITS OWN DOCUMENT - IT IS CLOSED, AND SO POSTED TO
      * THE OPEN ITEM, BEFORE THE RA IS STAMPED WITH ITS INVOICE
      * NUMBER, SO A STAMPED RA ALWAYS HAS ITS POSTING BEHIND IT.
      * A CREDIT THAT CANNOT EXTEND (ITEM OR CUSTOMER GONE FROM THE
      * MASTER) LEAVES THE RA APPROVED AND UNSTAMPED FOR THE NEXT
      * RUN.
      *================================================================
       7620-CREDIT-ONE-RETURN-AUTH.
           IF NOT RA-IS-APPROVED
               OR RA-CREDIT-INVOICE NOT = ZERO
               OR RA-RETURN-QTY = ZERO
               OR RA-BILLED-QTY = ZERO
               GO TO 7620-NEXT
           END-IF.
           IF INVOICE-DOCUMENT-IS-OPEN
               PERFORM 2370-CLOSE-INVOICE-DOCUMENT THRU 2370-EXIT
           END-IF.
           COMPUTE WS-NUM1 = ZERO - RA-RETURN-QTY.
           COMPUTE WS-NUM2 ROUNDED = RA-BILLED-NET / RA-BILLED-QTY
               ON SIZE ERROR
                   MOVE ZERO TO WS-NUM2
           END-COMPUTE.
           MOVE RA-ORDER-NUMBER         TO WS-ORDER-NUMBER.
           MOVE RA-CUSTOMER-NUMBER      TO WS-CUSTOMER-NUMBER.
           MOVE RA-ITEM-NUMBER          TO WS-ITEM-NUMBER.
           MOVE RA-TAX-JURISDICTION     TO WS-LINE-JURISDICTION.
           MOVE SPACES                  TO WS-LINE-CURRENCY.
           MOVE RA-SALESPERSON          TO WS-SALESPERSON.
           MOVE WS-NUM1                 TO WS-RP-QUANTITY.
           MOVE WS-NUM2                 TO WS-RP-PRICE.
           MOVE WS-ORDER-NUMBER         TO WS-RP-ORDER-NUMBER.
           MOVE WS-CUSTOMER-NUMBER      TO WS-RP-CUSTOMER-NUMBER.
           MOVE WS-ITEM-NUMBER          TO WS-RP-ITEM-NUMBER.
           MOVE WS-LINE-JURISDICTION    TO WS-RP-TAX-JURISDICTION.
           MOVE WS-LINE-CURRENCY        TO WS-RP-CURRENCY-CODE.
           MOVE WS-SALESPERSON          TO WS-RP-SALESPERSON.
           MOVE SPACES                  TO WS-LINE-REASON-CODE.
           SET LINE-CAME-FROM-RETURN-AUTH TO TRUE.
           SET LINE-IS-RETURN-CREDIT    TO TRUE.
           PERFORM 2150-EXTEND-ONE-ORDER-LINE THRU 2150-EXIT.
           IF WS-LINE-REASON-CODE NOT = SPACES
               ADD 1 TO WS-RETURN-CREDIT-FAIL-COUNT
               MOVE RA-NUMBER           TO WS-RX-RA-NUMBER
               MOVE WS-LINE-REASON-CODE TO WS-RX-REASON-CODE
               DISPLAY WS-RETURN-CREDIT-FAIL-MSG
               SET LINE-IS-NOT-RETURN-CREDIT TO TRUE
               GO TO 7620-NEXT
           END-IF.
           PERFORM 2370-CLOSE-INVOICE-DOCUMENT THRU 2370-EXIT.
           SET LINE-IS-NOT-RETURN-CREDIT TO TRUE.
           COMPUTE RA-CREDIT-AMOUNT = WS-NET-RESULT + WS-TAX-AMOUNT.
           MOVE WS-CURRENT-INVOICE-NUMBER TO RA-CREDIT-INVOICE.
           MOVE WS-RUN-DATE-STAMP(1:10)   TO RA-CREDIT-DATE.
           REWRITE RA-RETURN-AUTH-RECORD
               INVALID KEY
                   DISPLAY "PROGRAM6 - UNABLE TO STAMP RA " RA-NUMBER
                       " WITH CREDIT " WS-CURRENT-INVOICE-NUMBER
           END-REWRITE.
           ADD 1 TO WS-RETURN-CREDIT-COUNT.
       7620-NEXT.
           PERFORM 7610-READ-RETURN-AUTH THRU 7610-EXIT.
       7620-EXIT.
           EXIT.

      *================================================================
      * 8100-COMPUTE-BASELINE
      *
               WS-RESULT - WS-BASE-DISC-AMOUNT.
           MOVE ZERO TO WS-BASE-TAX-PCT.
           PERFORM 8120-LOOKUP-BASELINE-TAX THRU 8120-EXIT.
           IF LINE-IS-TAX-EXEMPT
               MOVE ZERO TO WS-BASE-TAX-PCT
           END-IF.
           COMPUTE WS-BASE-TAX-AMOUNT ROUNDED =
               WS-BASE-NET-RESULT * WS-BASE-TAX-PCT / 100.
           ADD WS-BASE-DISC-AMOUNT TO WS-BASE-TOTAL-DISCOUNT.
               CLOSE PRICE-REGISTER-FILE
               CLOSE INVOICE-REGISTER-FILE
               CLOSE SUSPENSE-FILE
               CLOSE HELD-ORDER-FILE
               CLOSE AUDIT-LOG-FILE
               CLOSE EXTRACT-FILE
           END-IF.
           IF SALES-HISTORY-IS-OPEN
               CLOSE SALES-HISTORY-FILE
           END-IF.
           PERFORM 9250-CLOSE-EINVOICE-FILES THRU 9250-EXIT.
           PERFORM 9200-REWRITE-EXTRACT-CONTROL THRU 9200-EXIT.
           PERFORM 9400-ROLL-MTD-TOTALS THRU 9400-EXIT.
           PERFORM 9450-ROLL-TAX-ACCUMULATION THRU 9450-EXIT.
               DISPLAY "PROGRAM6 - " WS-SUSPENSE-WRITE-COUNT
                   " REJECTED LINES WRITTEN TO SUSPENSE"
           END-IF.
           IF WS-HELD-LINE-COUNT > 0
               DISPLAY "PROGRAM6 - " WS-HELD-ORDER-COUNT
                   " ORDERS (" WS-HELD-LINE-COUNT
                   " LINES) HELD FOR CREDIT REVIEW"
           END-IF.
       9000-EXIT.
           EXIT.

       9200-EXIT.
           EXIT.

      *================================================================
      * 9250-CLOSE-EINVOICE-FILES
      *
      * CLOSES THE RUN'S TRANSMISSION ENVELOPE WITH ITS TRAILER - THE
      * RECORD COUNT, INVOICE COUNT AND HASH TOTAL - AND RECORDS THE
      * SAME COUNTS ON THE CONTROL FILE FOR THE SENDING STEP'S PROOF.
      * A RUN THAT BILLED NO EDI CUSTOMER OPENED NO ENVELOPE.
      *================================================================
       9250-CLOSE-EINVOICE-FILES.
           IF EINVOICE-FILES-NOT-OPEN
               GO TO 9250-EXIT
           END-IF.
           IF EINVOICE-ENVELOPE-IS-OPEN
               MOVE SPACES                TO EI-EINVOICE-RECORD
               SET EI-TYPE-IS-XMIT-TRAILER TO TRUE
               MOVE WS-EINV-XMIT-NUMBER   TO EI-XMIT-NUMBER
               MOVE ZERO                  TO EI-INVOICE-NUMBER
               MOVE WS-EINV-RECORD-COUNT  TO EI-XT-RECORD-COUNT
               MOVE WS-EINV-INVOICE-COUNT TO EI-XT-INVOICE-COUNT
               MOVE WS-EINV-HASH-TOTAL    TO EI-XT-HASH-TOTAL
               WRITE EI-EINVOICE-RECORD
               PERFORM 2489-REWRITE-EINVOICE-CONTROL THRU 2489-EXIT
               SET EINVOICE-ENVELOPE-IS-CLOSED TO TRUE
               MOVE WS-EINV-XMIT-NUMBER   TO WS-ES-XMIT-NUMBER
               MOVE WS-EINV-INVOICE-COUNT TO WS-ES-INVOICE-COUNT
               MOVE WS-EINV-RECORD-COUNT  TO WS-ES-RECORD-COUNT
               DISPLAY WS-EINV-SENT-MSG
           END-IF.
           CLOSE EINVOICE-FILE.
           CLOSE EINVOICE-LOG-FILE.
           SET EINVOICE-FILES-NOT-OPEN TO TRUE.
       9250-EXIT.
           EXIT.

      *================================================================
      * 9400-ROLL-MTD-TOTALS
      *
      * LOT APPENDS TO THE PENDING FILE INSTEAD OF WIPING IT.  LINES
      * BETWEEN THE CHECKPOINT AND THE CRASH MAY APPEAR TWICE - SEE
      * THE RESTART CAVEAT ON 2440 - SO A RESTARTED DAY'S BACKORDER
      * FILE IS REVIEWED BEFORE THE NEXT RUN RETRIES IT.  THE CREDIT
      * RELEASE RUN ALSO APPENDS - TONIGHT'S RETRY HAS NOT YET READ
      * THE PENDING FILE.
      *================================================================
       9800-REWRITE-BACKORDER-FILE.
           IF THIS-IS-A-SIMULATION
               GO TO 9800-EXIT
           END-IF.
           IF THIS-IS-A-RESTART-RUN
               OR THIS-IS-A-CREDIT-RELEASE
               OPEN EXTEND BACKORDER-FILE
               IF WS-BACKORDER-STATUS = "35"
                   OPEN OUTPUT BACKORDER-FILE
           MOVE TA-TAXABLE-AMOUNT TO WS-TAC-TAXABLE (WS-TAC-SUB).
           MOVE TA-TAX-AMOUNT     TO WS-TAC-TAX (WS-TAC-SUB).
           MOVE TA-CREDIT-TAX-AMOUNT TO WS-TAC-CREDIT (WS-TAC-SUB).
           IF TA-EXEMPT-AMOUNT NUMERIC
               MOVE TA-EXEMPT-AMOUNT TO WS-TAC-EXEMPT (WS-TAC-SUB)
           ELSE
               MOVE ZERO TO WS-TAC-EXEMPT (WS-TAC-SUB)
           END-IF.
           PERFORM 9455-READ-TAX-ACCUM-RECORD THRU 9455-EXIT.
       9460-EXIT.
           EXIT.
           IF WS-TAX-ACC-TAXABLE (WS-TAX-SUB) = ZERO
               AND WS-TAX-ACC-TAX (WS-TAX-SUB) = ZERO
               AND WS-TAX-ACC-CREDIT (WS-TAX-SUB) = ZERO
               AND WS-TAX-ACC-EXEMPT (WS-TAX-SUB) = ZERO
               GO TO 9465-EXIT
           END-IF.
           SET ACCUM-ENTRY-NOT-FOUND TO TRUE.
               MOVE ZERO TO WS-TAC-TAXABLE (WS-TAC-FOUND-SUB)
               MOVE ZERO TO WS-TAC-TAX (WS-TAC-FOUND-SUB)
               MOVE ZERO TO WS-TAC-CREDIT (WS-TAC-FOUND-SUB)
               MOVE ZERO TO WS-TAC-EXEMPT (WS-TAC-FOUND-SUB)
           END-IF.
           ADD WS-TAX-ACC-TAXABLE (WS-TAX-SUB)
               TO WS-TAC-TAXABLE (WS-TAC-FOUND-SUB).
               TO WS-TAC-TAX (WS-TAC-FOUND-SUB).
           ADD WS-TAX-ACC-CREDIT (WS-TAX-SUB)
               TO WS-TAC-CREDIT (WS-TAC-FOUND-SUB).
           ADD WS-TAX-ACC-EXEMPT (WS-TAX-SUB)
               TO WS-TAC-EXEMPT (WS-TAC-FOUND-SUB).
       9465-EXIT.
           EXIT.

           MOVE WS-TAC-TAXABLE (WS-TAC-SUB) TO TA-TAXABLE-AMOUNT.
           MOVE WS-TAC-TAX (WS-TAC-SUB)     TO TA-TAX-AMOUNT.
           MOVE WS-TAC-CREDIT (WS-TAC-SUB)  TO TA-CREDIT-TAX-AMOUNT.
           MOVE WS-TAC-EXEMPT (WS-TAC-SUB)  TO TA-EXEMPT-AMOUNT.
           WRITE TA-TAX-ACCUM-RECORD.
       9475-EXIT.
           EXIT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5D.
           MOVE WS-BACKORDER-COUNT     TO WS-TR-BACKORDER-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5E.
           MOVE WS-HELD-LINE-COUNT     TO WS-TR-HELD-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5F.
           MOVE WS-UNAUTH-CREDIT-COUNT TO WS-TR-UNAUTH-CREDITS.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5G.
           MOVE WS-RETURN-CREDIT-COUNT TO WS-TR-RETURN-CREDITS.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5H.
           MOVE WS-EXEMPT-EXPIRED-COUNT TO WS-TR-EXEMPT-EXPIRED.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5I.
           MOVE WS-KEY-CONFLICT-COUNT  TO WS-TR-KEY-CONFLICTS.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5J.
       9100-EXIT.
           EXIT.

       9305-BUILD-ONE-TAX-SUBTOTAL.
           IF WS-TAX-ACC-TAXABLE (WS-TAX-SUB) = ZERO
               AND WS-TAX-ACC-TAX (WS-TAX-SUB) = ZERO
               AND WS-TAX-ACC-EXEMPT (WS-TAX-SUB) = ZERO
               SET SUBTOTAL-LINE-IS-EMPTY TO TRUE
               GO TO 9305-EXIT
           END-IF.
           MOVE WS-TAX-ACC-TAXABLE (WS-TAX-SUB)
               TO WS-TS-TAXABLE-AMOUNT.
           MOVE WS-TAX-ACC-TAX (WS-TAX-SUB) TO WS-TS-TAX-AMOUNT.
           MOVE WS-TAX-ACC-EXEMPT (WS-TAX-SUB)
               TO WS-TS-EXEMPT-AMOUNT.
       9305-EXIT.
           EXIT.
