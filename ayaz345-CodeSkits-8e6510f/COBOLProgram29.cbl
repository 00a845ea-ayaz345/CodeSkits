      *================================================================
      * PROGRAM-ID. PROGRAM29
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Program29.
       AUTHOR.        T. HARLOW.
       INSTALLATION.  DATA PROCESSING - ORDER PROCESSING.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 10/14/2026 TH    ORIGINAL PROGRAM - PRE-RUN REFERENCE-DATA
      *                  READINESS CHECK.  RUNS AS A CHAIN STEP
      *                  BEHIND PROGRAM9 AND AHEAD OF PROGRAM6.
      *                  READS THE DAY'S ORDER FILE (THE SAME
      *                  DATASET PROGRAM6 WILL BILL, ORDER-FILE-NAME
      *                  ON RUNPARMS.DAT) AND LOOKS UP EVERY
      *                  REFERENCE EACH LINE WILL NEED - THE
      *                  CUSTOMER AND ITEM MASTERS, THE RUN-DATE
      *                  EXCHANGE RATE FOR A FOREIGN-CURRENCY LINE,
      *                  THE REP'S COMMISSION RATE FOR THE ITEM'S
      *                  CLASS, THE TAX RATE AND THE GENERAL-LEDGER
      *                  "TAX" MAPPING FOR THE JURISDICTION.  EVERY
      *                  MISSING REFERENCE IS LISTED ONCE ON
      *                  READYRPT.DAT WITH THE NUMBER OF LINES IT
      *                  AFFECTS.  CONDITION CODE 0 - READY;
      *                  4 - REFERENCES MISSING (BATCHDRIVER HOLDS
      *                  THE CHAIN OR CARRIES ON WITH A WARNING PER
      *                  THE READINESS-ACTION PARAMETER); 16 - THE
      *                  ORDER FILE OR A MASTER FILE CANNOT BE OPENED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN USING WS-ORDER-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-RATE-KEY
               FILE STATUS IS WS-EXCHANGE-STATUS.

           SELECT COMMISSION-RATE-FILE ASSIGN TO "COMMRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-RATE-KEY
               FILE STATUS IS WS-COMM-RATE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-JURISDICTION
               FILE STATUS IS WS-TAX-RATE-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "READYRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY QTYPRICE.
           COPY ORDBATCH.

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RUNPARMS.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAST.

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITEMMAST.

       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCHRATE.

       FD  COMMISSION-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY COMMRATE.

       FD  TAX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXRATES.

       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY GLACCTS.

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
       01  WS-ORDER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EXCHANGE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COMM-RATE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TAX-RATE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ACCOUNT-MAP-STATUS       PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  END-OF-ORDER-FILE           VALUE 'Y'.
           88  NOT-END-OF-ORDER-FILE       VALUE 'N'.

       01  WS-RUN-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  END-OF-RUN-PARM-FILE        VALUE 'Y'.
           88  NOT-END-OF-RUN-PARM-FILE    VALUE 'N'.

       01  WS-MAP-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  END-OF-ACCOUNT-MAP          VALUE 'Y'.
           88  NOT-END-OF-ACCOUNT-MAP      VALUE 'N'.

       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.
       01  WS-HEADING-LINE-0           PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------
      * RUN-CONTROL PARAMETERS.  THE ORDER FILE IS THE SAME DATASET
      * PROGRAM6 WILL BILL, SO THIS PROGRAM HONORS THE SAME KEYWORD.
      *----------------------------------------------------------------
       01  WS-ORDER-FILE-NAME          PIC X(40) VALUE "QTYPRICE.DAT".

      *----------------------------------------------------------------
      * OPTIONAL REFERENCE FILES.  A FILE THAT CANNOT BE OPENED IS
      * ITSELF A MISSING REFERENCE - PROGRAM6 WOULD RUN WITHOUT IT -
      * AND THE LINE-BY-LINE CHECKS AGAINST IT ARE NOT MADE.
      *----------------------------------------------------------------
       01  WS-EXCHANGE-FILE-SWITCH     PIC X(01) VALUE 'N'.
           88  EXCHANGE-FILE-IS-OPEN       VALUE 'Y'.
           88  EXCHANGE-FILE-NOT-OPEN      VALUE 'N'.

       01  WS-COMM-RATE-FILE-SWITCH    PIC X(01) VALUE 'N'.
           88  COMM-RATES-ARE-OPEN         VALUE 'Y'.
           88  COMM-RATES-NOT-OPEN         VALUE 'N'.

       01  WS-TAX-RATE-FILE-SWITCH     PIC X(01) VALUE 'N'.
           88  TAX-RATES-ARE-OPEN          VALUE 'Y'.
           88  TAX-RATES-NOT-OPEN          VALUE 'N'.

       01  WS-ACCOUNT-MAP-SWITCH       PIC X(01) VALUE 'N'.
           88  ACCOUNT-MAP-IS-LOADED       VALUE 'Y'.
           88  ACCOUNT-MAP-NOT-LOADED      VALUE 'N'.

      *----------------------------------------------------------------
      * "TAX" ACCOUNT-MAPPING JURISDICTIONS, LOADED FROM GLACCTS.DAT
      * AT INITIALIZATION.  ONLY THE TAX RECORDS MATTER HERE - THE
      * FIXED RECEIVABLES, SALES AND DISCOUNT MAPPINGS DO NOT DEPEND
      * ON THE DAY'S ORDERS.
      *----------------------------------------------------------------
       01  WS-TAX-MAP-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-TAX-MAP-MAX              PIC 9(04) COMP VALUE 100.

       01  WS-TAX-MAP-TABLE.
           05  WS-TAX-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-TM-JURISDICTION  PIC X(03).

       01  WS-TAX-MAP-SUB              PIC 9(04) COMP VALUE 0.

       01  WS-TAX-MAP-FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88  TAX-MAPPING-WAS-FOUND       VALUE 'Y'.
           88  TAX-MAPPING-NOT-FOUND       VALUE 'N'.

      *----------------------------------------------------------------
      * ORDER-LINE WORK FIELDS
      *----------------------------------------------------------------
       01  WS-LINE-CURRENCY            PIC X(03) VALUE SPACES.
           88  LINE-IS-HOME-CURRENCY       VALUE "   ", "USD".

       01  WS-ITEM-CLASS               PIC X(02) VALUE SPACES.

       01  WS-ITEM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88  ITEM-IS-ON-MASTER           VALUE 'Y'.
           88  ITEM-IS-NOT-ON-MASTER       VALUE 'N'.

       01  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88  REFERENCE-WAS-FOUND         VALUE 'Y'.
           88  REFERENCE-NOT-FOUND         VALUE 'N'.

       01  WS-LINE-FINDING-SWITCH      PIC X(01) VALUE 'N'.
           88  LINE-HAS-A-FINDING          VALUE 'Y'.
           88  LINE-HAS-NO-FINDING         VALUE 'N'.

       01  WS-KEY-NUMBER               PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * MISSING-REFERENCE TABLE.  EACH DISTINCT MISSING REFERENCE IS
      * HELD ONCE, WITH THE NUMBER OF ORDER LINES IT AFFECTS AND THE
      * FIRST ORDER THAT NEEDED IT, SO A BAD CUSTOMER ON FIFTY LINES
      * PRINTS AS ONE LINE.  A FILE-LEVEL FINDING CARRIES NO ORDER.
      *----------------------------------------------------------------
       01  WS-NEW-FILE                 PIC X(08) VALUE SPACES.
       01  WS-NEW-KEY                  PIC X(16) VALUE SPACES.
       01  WS-NEW-CONDITION            PIC X(40) VALUE SPACES.
       01  WS-NEW-ORDER-NUMBER         PIC 9(04) VALUE 0.
       01  WS-NEW-LINE-COUNT           PIC 9(07) COMP VALUE 0.

       01  WS-FINDING-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-FINDING-MAX              PIC 9(04) COMP VALUE 500.

       01  WS-FINDING-TABLE.
           05  WS-FINDING-ENTRY OCCURS 500 TIMES.
               10  WS-FN-FILE          PIC X(08).
               10  WS-FN-KEY           PIC X(16).
               10  WS-FN-CONDITION     PIC X(40).
               10  WS-FN-LINE-COUNT    PIC 9(07) COMP.
               10  WS-FN-FIRST-ORDER   PIC 9(04).

       01  WS-FINDING-SUB              PIC 9(04) COMP VALUE 0.

       01  WS-FINDING-FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88  FINDING-WAS-FOUND           VALUE 'Y'.
           88  FINDING-NOT-FOUND           VALUE 'N'.

       01  WS-FINDING-FULL-SWITCH      PIC X(01) VALUE 'N'.
           88  FINDING-TABLE-IS-FULL       VALUE 'Y'.
           88  FINDING-TABLE-NOT-FULL      VALUE 'N'.

       01  WS-NOT-READY-RETURN-CODE    PIC 9(02) VALUE 4.

      *----------------------------------------------------------------
      * RUN CONTROL TOTALS
      *----------------------------------------------------------------
       01  WS-RECORDS-READ             PIC 9(07) COMP VALUE 0.
       01  WS-LINES-CHECKED            PIC 9(07) COMP VALUE 0.
       01  WS-LINES-WITH-FINDINGS      PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1           PIC X(132) VALUE
           "PROGRAM29 - REFERENCE-DATA READINESS CHECK".

       01  WS-ORDER-FILE-LINE.
           05  FILLER                  PIC X(12) VALUE
               "ORDER FILE: ".
           05  WS-OF-FILE-NAME         PIC X(40).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(45) VALUE
               "FILE      KEY               MISSING REFERENCE".
           05  FILLER                  PIC X(27) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               "LINES  FIRST ORDER".

       01  WS-DETAIL-LINE.
           05  WS-D-FILE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-KEY                PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CONDITION          PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-LINE-COUNT         PIC ZZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-FIRST-ORDER        PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-READY-LINE               PIC X(132) VALUE
           "READY - NO MISSING REFERENCE DATA".

       01  WS-NOT-READY-LINE           PIC X(132) VALUE
           "NOT READY - REFERENCE DATA MISSING, SEE ABOVE".

       01  WS-TABLE-FULL-LINE          PIC X(132) VALUE
           "MISSING-REFERENCE TABLE FULL - FURTHER FINDINGS NOT LISTED".

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "ORDER RECORDS READ -          ".
           05  WS-TR-READ-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               "ORDER LINES CHECKED -         ".
           05  WS-TR-CHECKED-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               "LINES MISSING A REFERENCE -   ".
           05  WS-TR-AFFECTED-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               "MISSING REFERENCES -          ".
           05  WS-TR-FINDING-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 0500-LOAD-RUN-PARAMETERS THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-ORDER-RECORD THRU 2000-EXIT
               UNTIL END-OF-ORDER-FILE.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      *================================================================
      * 0500-LOAD-RUN-PARAMETERS
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
               WHEN "ORDER-FILE-NAME     "
                   MOVE RP-VALUE TO WS-ORDER-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0510-READ-RUN-PARM-RECORD THRU 0510-EXIT.
       0520-EXIT.
           EXIT.

      *================================================================
      * 1000-INITIALIZE-RUN
      *
      * THE ORDER FILE AND THE TWO MASTERS ARE REQUIRED - WITHOUT
      * THEM THE CHECK CANNOT BE MADE AT ALL, AND PROGRAM6 WOULD
      * FAIL THE SAME WAY.  THE RATE FILES AND THE ACCOUNT MAP ARE
      * OPTIONAL TO PROGRAM6, SO HERE AN UNAVAILABLE ONE IS REPORTED
      * AS A FINDING AND ITS LINE CHECKS ARE PASSED OVER.
      *================================================================
       1000-INITIALIZE-RUN.
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "PROGRAM29 - UNABLE TO OPEN ORDER FILE, STATUS "
                   WS-ORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PROGRAM29 - UNABLE TO OPEN CUSTOMER MASTER, "
                   "STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "PROGRAM29 - UNABLE TO OPEN ITEM MASTER, STATUS "
                   WS-ITEM-STATUS
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
           MOVE WS-ORDER-FILE-NAME TO WS-OF-FILE-NAME.
           WRITE RPT-LINE FROM WS-ORDER-FILE-LINE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           PERFORM 1200-OPEN-REFERENCE-FILES THRU 1200-EXIT.
           PERFORM 1300-LOAD-ACCOUNT-MAP THRU 1300-EXIT.
           PERFORM 2100-READ-ORDER-RECORD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-DATE-STAMP-FILE
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
      * 1200-OPEN-REFERENCE-FILES
      *================================================================
       1200-OPEN-REFERENCE-FILES.
           MOVE ZERO TO WS-NEW-ORDER-NUMBER.
           MOVE SPACES TO WS-NEW-KEY.
           MOVE "FILE NOT AVAILABLE" TO WS-NEW-CONDITION.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXCHANGE-STATUS = "00"
               SET EXCHANGE-FILE-IS-OPEN TO TRUE
           ELSE
               MOVE "EXCHRATE" TO WS-NEW-FILE
               MOVE ZERO TO WS-NEW-LINE-COUNT
               PERFORM 3000-RECORD-FINDING THRU 3000-EXIT
           END-IF.
           OPEN INPUT COMMISSION-RATE-FILE.
           IF WS-COMM-RATE-STATUS = "00"
               SET COMM-RATES-ARE-OPEN TO TRUE
           ELSE
               MOVE "COMMRATE" TO WS-NEW-FILE
               MOVE ZERO TO WS-NEW-LINE-COUNT
               PERFORM 3000-RECORD-FINDING THRU 3000-EXIT
           END-IF.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-RATE-STATUS = "00"
               SET TAX-RATES-ARE-OPEN TO TRUE
           ELSE
               MOVE "TAXRATES" TO WS-NEW-FILE
               MOVE ZERO TO WS-NEW-LINE-COUNT
               PERFORM 3000-RECORD-FINDING THRU 3000-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *================================================================
      * 1300-LOAD-ACCOUNT-MAP
      *
      * A MISSING ACCOUNT-MAPPING FILE HOLDS PROGRAM19'S JOURNAL
      * OUTRIGHT, SO IT IS REPORTED HERE AS ITS OWN FINDING.
      *================================================================
       1300-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-ACCOUNT-MAP-STATUS NOT = "00"
               MOVE "GLACCTS " TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-KEY
               MOVE "FILE NOT AVAILABLE" TO WS-NEW-CONDITION
               MOVE ZERO TO WS-NEW-ORDER-NUMBER
               MOVE ZERO TO WS-NEW-LINE-COUNT
               PERFORM 3000-RECORD-FINDING THRU 3000-EXIT
               GO TO 1300-EXIT
           END-IF.
           SET ACCOUNT-MAP-IS-LOADED TO TRUE.
           PERFORM 1310-READ-ACCOUNT-MAP THRU 1310-EXIT.
           PERFORM 1320-STORE-TAX-MAPPING THRU 1320-EXIT
               UNTIL END-OF-ACCOUNT-MAP.
           CLOSE ACCOUNT-MAP-FILE.
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
      * 1320-STORE-TAX-MAPPING
      *================================================================
       1320-STORE-TAX-MAPPING.
           IF NOT GA-MAP-IS-TAX
               GO TO 1320-NEXT
           END-IF.
           IF WS-TAX-MAP-COUNT >= WS-TAX-MAP-MAX
               DISPLAY "PROGRAM29 - TAX MAPPING TABLE FULL, "
                   "REMAINING ENTRIES IGNORED"
               MOVE 'Y' TO WS-MAP-EOF-SWITCH
               GO TO 1320-EXIT
           END-IF.
           ADD 1 TO WS-TAX-MAP-COUNT.
           MOVE GA-JURISDICTION
               TO WS-TM-JURISDICTION (WS-TAX-MAP-COUNT).
       1320-NEXT.
           PERFORM 1310-READ-ACCOUNT-MAP THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *================================================================
      * 2000-CHECK-ONE-ORDER-RECORD
      *
      * BATCH HEADER AND TRAILER RECORDS CARRY NO REFERENCES AND ARE
      * PASSED OVER.  EVERY ORDER LINE - CREDIT MEMOS INCLUDED - IS
      * CHECKED THE WAY PROGRAM6 WILL LOOK IT UP.
      *================================================================
       2000-CHECK-ONE-ORDER-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF OB-TYPE-IS-BATCH-HEADER OR OB-TYPE-IS-BATCH-TRAILER
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-LINES-CHECKED.
           SET LINE-HAS-NO-FINDING TO TRUE.
           MOVE QP-ORDER-NUMBER TO WS-NEW-ORDER-NUMBER.
           MOVE 1 TO WS-NEW-LINE-COUNT.
           PERFORM 2200-CHECK-CUSTOMER THRU 2200-EXIT.
           PERFORM 2300-CHECK-ITEM THRU 2300-EXIT.
           PERFORM 2400-CHECK-EXCHANGE-RATE THRU 2400-EXIT.
           PERFORM 2500-CHECK-COMMISSION-RATE THRU 2500-EXIT.
           PERFORM 2600-CHECK-TAX-JURISDICTION THRU 2600-EXIT.
           IF LINE-HAS-A-FINDING
               ADD 1 TO WS-LINES-WITH-FINDINGS
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-ORDER-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-READ-ORDER-RECORD
      *================================================================
       2100-READ-ORDER-RECORD.
           READ ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2200-CHECK-CUSTOMER
      *================================================================
       2200-CHECK-CUSTOMER.
           MOVE QP-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "CUSTMAST" TO WS-NEW-FILE
                   MOVE QP-CUSTOMER-NUMBER TO WS-KEY-NUMBER
                   MOVE WS-KEY-NUMBER TO WS-NEW-KEY
                   MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
                       TO WS-NEW-CONDITION
                   PERFORM 3000-RECORD-FINDING THRU 3000-EXIT
           END-READ.
       2200-EXIT.
           EXIT.

      *================================================================
      * 2300-CHECK-ITEM
      *
      * THE ITEM'S CLASS IS KEPT FOR THE COMMISSION CHECK.  AN ITEM
      * NOT ON THE MASTER HAS NO CLASS, SO ITS COMMISSION CHECK FALLS
      * TO THE REP'S DEFAULT, AS IT WOULD IN PROGRAM6.
      *================================================================
       2300-CHECK-ITEM.
           MOVE SPACES TO WS-ITEM-CLASS.
           MOVE QP-ITEM-NUMBER TO IM-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   SET ITEM-IS-NOT-ON-MASTER TO TRUE
                   MOVE "ITEMMAST" TO WS-NEW-FILE
                   MOVE QP-ITEM-NUMBER TO WS-KEY-NUMBER
                   MOVE WS-KEY-NUMBER TO WS-NEW-KEY
                   MOVE "ITEM NOT ON ITEM MASTER" TO WS-NEW-CONDITION
                   PERFORM 3000-RECORD-FINDING THRU 3000-EXIT
               NOT INVALID KEY
                   SET ITEM-IS-ON-MASTER TO TRUE
                   MOVE IM-ITEM-CLASS TO WS-ITEM-CLASS
           END-READ.
       2300-EXIT.
           EXIT.

      *================================================================
      * 2400-CHECK-EXCHANGE-RATE
      *
      * A HOME-CURRENCY LINE (BLANK OR "USD") NEEDS NO RATE.  ANY
      * OTHER CURRENCY NEEDS A RATE DATED THE RUN DATE - PROGRAM6
      * READS BY CURRENCY PLUS RUN DATE AND NOTHING ELSE WILL MATCH.
      *================================================================
       2400-CHECK-EXCHANGE-RATE.
           MOVE QP-CURRENCY-CODE TO WS-LINE-CURRENCY.
           IF LINE-IS-HOME-CURRENCY
               GO TO 2400-EXIT
           END-IF.
           IF EXCHANGE-FILE-NOT-OPEN
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-LINE-CURRENCY        TO XR-CURRENCY-CODE.
           MOVE WS-RUN-DATE-STAMP(1:10) TO XR-RATE-DATE.
           READ EXCHANGE-RATE-FILE
               INVALID KEY
                   MOVE "EXCHRATE" TO WS-NEW-FILE
                   MOVE SPACES TO WS-NEW-KEY
                   STRING WS-LINE-CURRENCY " "
                       WS-RUN-DATE-STAMP(1:10)
                       DELIMITED BY SIZE INTO WS-NEW-KEY
                   MOVE "NO EXCHANGE RATE FOR THE RUN DATE"
                       TO WS-NEW-CONDITION
                   PERFORM 3000-RECORD-FINDING THRU 3000-EXIT
           END-READ.
       2400-EXIT.
           EXIT.

      *================================================================
      * 2500-CHECK-COMMISSION-RATE
      *
      * THE SAME TWO-STEP LOOKUP PROGRAM6 MAKES - THE EXACT
      * ITEM-CLASS RATE, THEN THE REP'S BLANK-CLASS DEFAULT.  A LINE
      * WITH NO REP EARNS NO COMMISSION BY DESIGN AND IS NOT A
      * FINDING.
      *================================================================
       2500-CHECK-COMMISSION-RATE.
           IF QP-SALESPERSON = SPACES
               GO TO 2500-EXIT
           END-IF.
           IF COMM-RATES-NOT-OPEN
               GO TO 2500-EXIT
           END-IF.
           SET REFERENCE-NOT-FOUND TO TRUE.
           MOVE QP-SALESPERSON TO CR-SALESPERSON.
           MOVE WS-ITEM-CLASS  TO CR-ITEM-CLASS.
           READ COMMISSION-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REFERENCE-WAS-FOUND TO TRUE
           END-READ.
           IF REFERENCE-NOT-FOUND
               AND WS-ITEM-CLASS NOT = SPACES
               MOVE QP-SALESPERSON TO CR-SALESPERSON
               MOVE SPACES         TO CR-ITEM-CLASS
               READ COMMISSION-RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REFERENCE-WAS-FOUND TO TRUE
               END-READ
           END-IF.
           IF REFERENCE-WAS-FOUND
               GO TO 2500-EXIT
           END-IF.
           MOVE "COMMRATE" TO WS-NEW-FILE.
           MOVE SPACES TO WS-NEW-KEY.
           STRING "REP " QP-SALESPERSON " CLASS " WS-ITEM-CLASS
               DELIMITED BY SIZE INTO WS-NEW-KEY.
           MOVE "NO RATE FOR CLASS AND NO REP DEFAULT"
               TO WS-NEW-CONDITION.
           PERFORM 3000-RECORD-FINDING THRU 3000-EXIT.
       2500-EXIT.
           EXIT.

      *================================================================
      * 2600-CHECK-TAX-JURISDICTION
      *
      * THE JURISDICTION MUST BE ON THE TAX-RATE FILE, OR PROGRAM6
      * BILLS THE LINE WITH NO TAX.  A JURISDICTION THAT IS THERE
      * WILL ROLL INTO THE TAX BUCKETS, SO IT ALSO NEEDS A "TAX"
      * ACCOUNT MAPPING OR PROGRAM19 HOLDS THE JOURNAL.
      *================================================================
       2600-CHECK-TAX-JURISDICTION.
           IF TAX-RATES-NOT-OPEN
               GO TO 2600-EXIT
           END-IF.
           MOVE QP-TAX-JURISDICTION TO TX-JURISDICTION.
           READ TAX-RATE-FILE
               INVALID KEY
                   MOVE "TAXRATES" TO WS-NEW-FILE
                   MOVE QP-TAX-JURISDICTION TO WS-NEW-KEY
                   MOVE "JURISDICTION NOT ON TAX-RATE FILE"
                       TO WS-NEW-CONDITION
                   PERFORM 3000-RECORD-FINDING THRU 3000-EXIT
                   GO TO 2600-EXIT
           END-READ.
           IF ACCOUNT-MAP-NOT-LOADED
               GO TO 2600-EXIT
           END-IF.
           SET TAX-MAPPING-NOT-FOUND TO TRUE.
           PERFORM 2610-MATCH-ONE-TAX-MAPPING THRU 2610-EXIT
               VARYING WS-TAX-MAP-SUB FROM 1 BY 1
               UNTIL WS-TAX-MAP-SUB > WS-TAX-MAP-COUNT
                   OR TAX-MAPPING-WAS-FOUND.
           IF TAX-MAPPING-NOT-FOUND
               MOVE "GLACCTS " TO WS-NEW-FILE
               MOVE QP-TAX-JURISDICTION TO WS-NEW-KEY
               MOVE "NO TAX ACCOUNT MAPPING FOR JURISDICTION"
                   TO WS-NEW-CONDITION
               PERFORM 3000-RECORD-FINDING THRU 3000-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *================================================================
      * 2610-MATCH-ONE-TAX-MAPPING
      *================================================================
       2610-MATCH-ONE-TAX-MAPPING.
           IF WS-TM-JURISDICTION (WS-TAX-MAP-SUB) = QP-TAX-JURISDICTION
               SET TAX-MAPPING-WAS-FOUND TO TRUE
           END-IF.
       2610-EXIT.
           EXIT.

      *================================================================
      * 3000-RECORD-FINDING
      *
      * ADDS THE MISSING REFERENCE IN WS-NEW-FILE/KEY/CONDITION TO
      * THE TABLE, OR BUMPS THE LINE COUNT OF THE ENTRY ALREADY THERE.
      *================================================================
       3000-RECORD-FINDING.
           SET LINE-HAS-A-FINDING TO TRUE.
           SET FINDING-NOT-FOUND TO TRUE.
           PERFORM 3010-MATCH-ONE-FINDING THRU 3010-EXIT
               VARYING WS-FINDING-SUB FROM 1 BY 1
               UNTIL WS-FINDING-SUB > WS-FINDING-COUNT
                   OR FINDING-WAS-FOUND.
           IF FINDING-WAS-FOUND
               GO TO 3000-EXIT
           END-IF.
           IF WS-FINDING-COUNT >= WS-FINDING-MAX
               SET FINDING-TABLE-IS-FULL TO TRUE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-FINDING-COUNT.
           MOVE WS-FINDING-COUNT TO WS-FINDING-SUB.
           MOVE WS-NEW-FILE       TO WS-FN-FILE (WS-FINDING-SUB).
           MOVE WS-NEW-KEY        TO WS-FN-KEY (WS-FINDING-SUB).
           MOVE WS-NEW-CONDITION  TO WS-FN-CONDITION (WS-FINDING-SUB).
           MOVE WS-NEW-LINE-COUNT TO WS-FN-LINE-COUNT (WS-FINDING-SUB).
           MOVE WS-NEW-ORDER-NUMBER
               TO WS-FN-FIRST-ORDER (WS-FINDING-SUB).
       3000-EXIT.
           EXIT.

      *================================================================
      * 3010-MATCH-ONE-FINDING
      *================================================================
       3010-MATCH-ONE-FINDING.
           IF WS-FN-FILE (WS-FINDING-SUB) = WS-NEW-FILE
               AND WS-FN-KEY (WS-FINDING-SUB) = WS-NEW-KEY
               AND WS-FN-CONDITION (WS-FINDING-SUB) = WS-NEW-CONDITION
               SET FINDING-WAS-FOUND TO TRUE
               ADD WS-NEW-LINE-COUNT
                   TO WS-FN-LINE-COUNT (WS-FINDING-SUB)
           END-IF.
       3010-EXIT.
           EXIT.

      *================================================================
      * 8000-PRINT-ONE-FINDING
      *================================================================
       8000-PRINT-ONE-FINDING.
           MOVE WS-FN-FILE (WS-FINDING-SUB)        TO WS-D-FILE.
           MOVE WS-FN-KEY (WS-FINDING-SUB)         TO WS-D-KEY.
           MOVE WS-FN-CONDITION (WS-FINDING-SUB)   TO WS-D-CONDITION.
           MOVE WS-FN-LINE-COUNT (WS-FINDING-SUB)  TO WS-D-LINE-COUNT.
           MOVE WS-FN-FIRST-ORDER (WS-FINDING-SUB) TO WS-D-FIRST-ORDER.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       8000-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *
      * ANY MISSING REFERENCE SETS CONDITION CODE 4.  WHETHER THAT
      * HOLDS THE CHAIN IS BATCHDRIVER'S DECISION, NOT THIS
      * PROGRAM'S.
      *================================================================
       9000-TERMINATE-RUN.
           PERFORM 8000-PRINT-ONE-FINDING THRU 8000-EXIT
               VARYING WS-FINDING-SUB FROM 1 BY 1
               UNTIL WS-FINDING-SUB > WS-FINDING-COUNT.
           IF FINDING-TABLE-IS-FULL
               WRITE RPT-LINE FROM WS-TABLE-FULL-LINE
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           IF WS-FINDING-COUNT = ZERO
               WRITE RPT-LINE FROM WS-READY-LINE
           ELSE
               WRITE RPT-LINE FROM WS-NOT-READY-LINE
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ        TO WS-TR-READ-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-LINES-CHECKED       TO WS-TR-CHECKED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-LINES-WITH-FINDINGS TO WS-TR-AFFECTED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-3.
           MOVE WS-FINDING-COUNT       TO WS-TR-FINDING-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-4.
           CLOSE ORDER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ITEM-MASTER-FILE.
           IF EXCHANGE-FILE-IS-OPEN
               CLOSE EXCHANGE-RATE-FILE
           END-IF.
           IF COMM-RATES-ARE-OPEN
               CLOSE COMMISSION-RATE-FILE
           END-IF.
           IF TAX-RATES-ARE-OPEN
               CLOSE TAX-RATE-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "PROGRAM29 - ORDER LINES CHECKED "
               WS-LINES-CHECKED.
           DISPLAY "PROGRAM29 - MISSING REFERENCES "
               WS-FINDING-COUNT.
           IF WS-FINDING-COUNT > ZERO
               DISPLAY "PROGRAM29 - REFERENCE DATA NOT READY - "
                   "SEE READYRPT"
               MOVE WS-NOT-READY-RETURN-CODE TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
