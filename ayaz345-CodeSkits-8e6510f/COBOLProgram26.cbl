      *================================================================
      * PROGRAM-ID. PROGRAM26
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Program26.
       AUTHOR.        T. HARLOW.
       INSTALLATION.  DATA PROCESSING - ORDER PROCESSING.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 10/14/2026 TH    ORIGINAL PROGRAM - STOCK RECEIVING.  READS THE
      *                  RECEIVING DOCK'S RECEIPTS (STKRCPT.DAT - ITEM,
      *                  QUANTITY, VENDOR REFERENCE, RECEIPT DATE) AND
      *                  ADDS EACH QUANTITY TO THE ITEM'S ON-HAND
      *                  BALANCE ON THE ITEM MASTER.  EVERY RECEIPT
      *                  POSTED IS WRITTEN TO THE SHARED AUDIT LOG
      *                  (AUDITLOG.DAT) WITH THE BALANCE BEFORE AND
      *                  AFTER.  THE RECEIVING REGISTER (RCVREG.DAT)
      *                  LISTS EVERY RECEIPT, POSTED OR REJECTED, AND
      *                  THEN THE BACKORDER LINES (BACKORD.DAT) FOR THE
      *                  ITEMS RECEIVED, OLDEST FIRST, SHOWING WHICH
      *                  ONES THE NEW STOCK NOW COVERS.  THE BACKORDER
      *                  FILE ITSELF IS LEFT ALONE - PROGRAM6 RETRIES
      *                  IT AHEAD OF THE ORDERS ON THE NEXT BATCH RUN.
      *                  RUN ON DEMAND BY THE RECEIVING DESK; THE
      *                  RECEIPTS FILE IS REPLACED FOR EACH RUN, SINCE
      *                  POSTING THE SAME FILE TWICE WOULD COUNT THE
      *                  STOCK TWICE.  ENDS WITH CONDITION CODE 4 IF
      *                  ANY RECEIPT WAS REJECTED.
      * 10/15/2026 TH    THE AUDIT RECORD'S FIRST INPUT IS NOW THE ITEM
      *                  NUMBER AND THE EDITED QUANTITY RECEIVED - THE
      *                  LABELLED FORM RAN PAST THE END OF THE FIELD
      *                  AND LOST THE LOW-ORDER DIGITS OF THE QUANTITY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO "STKRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RCVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STKRCPT.

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITEMMAST.

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BACKORD.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY AUDITREC.

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
       01  WS-RECEIPT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BACKORDER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  END-OF-RECEIPT-FILE         VALUE 'Y'.
           88  NOT-END-OF-RECEIPT-FILE     VALUE 'N'.

       01  WS-BACKORDER-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88  END-OF-BACKORDER-FILE       VALUE 'Y'.
           88  NOT-END-OF-BACKORDER-FILE   VALUE 'N'.

      *----------------------------------------------------------------
      * RUN-DATE STAMP FOR THE REPORT HEADING, AND THE WALL-CLOCK
      * STAMP EACH AUDIT RECORD CARRIES (YYYY/MM/DD HH:MM:SS, SO THE
      * AUDIT ARCHIVE CAN AGE IT LIKE ANY OTHER RECORD).
      *----------------------------------------------------------------
       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.
       01  WS-HEADING-LINE-0           PIC X(132) VALUE SPACES.
       01  WS-STAMP-DATE               PIC 9(08) VALUE 0.
       01  WS-STAMP-DATE-X REDEFINES WS-STAMP-DATE
                                       PIC X(08).
       01  WS-STAMP-TIME               PIC X(08) VALUE SPACES.
       01  WS-AUDIT-STAMP              PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * RECEIPT EDIT FIELDS
      *----------------------------------------------------------------
       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.
           88  RECEIPT-EDITS-CLEAN         VALUE SPACES.

       01  WS-RECEIPT-DATE-CHECK.
           05  WS-RC-YEAR              PIC X(04).
           05  WS-RC-MONTH             PIC X(02).
           05  WS-RC-DAY               PIC X(02).
       01  WS-RECEIPT-DATE-NUM REDEFINES WS-RECEIPT-DATE-CHECK
                                       PIC 9(08).

       01  WS-ON-HAND-BEFORE           PIC S9(07) VALUE 0.

      *----------------------------------------------------------------
      * STOCK RECEIVED THIS RUN, INDEXED BY ITEM NUMBER PLUS ONE (THE
      * ITEM NUMBER IS THREE DIGITS, ZERO INCLUDED).  THE BACKORDER
      * PASS WORKS DOWN EACH ITEM'S AVAILABLE BALANCE - ON HAND LESS
      * ALLOCATED, AFTER TONIGHT'S RECEIPTS - ONE BACKORDER LINE AT A
      * TIME IN FILE ORDER, SO THE OLDEST BACKORDERS CLAIM THE NEW
      * STOCK FIRST, JUST AS PROGRAM6'S RETRY WILL.
      *----------------------------------------------------------------
       01  WS-ITEM-SUB                 PIC 9(04) COMP VALUE 0.
       01  WS-RECEIVED-TABLE.
           05  WS-RI-ENTRY OCCURS 1000 TIMES.
               10  WS-RI-RECEIVED-QTY  PIC 9(09).
               10  WS-RI-AVAILABLE     PIC S9(09).
               10  WS-RI-LOADED-SWITCH PIC X(01).
                   88  RI-AVAILABLE-IS-LOADED  VALUE 'Y'.

           COPY QTYPRICE.

       01  WS-BO-HEAD-SWITCH           PIC X(01) VALUE 'N'.
           88  BO-HEAD-IS-PRINTED          VALUE 'Y'.
           88  BO-HEAD-NOT-PRINTED         VALUE 'N'.

      *----------------------------------------------------------------
      * RUN CONTROL TOTALS
      *----------------------------------------------------------------
       01  WS-RECEIPTS-READ            PIC 9(07) COMP VALUE 0.
       01  WS-RECEIPTS-POSTED          PIC 9(07) COMP VALUE 0.
       01  WS-RECEIPTS-REJECTED        PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-QTY-RECEIVED       PIC 9(11) VALUE 0.
       01  WS-BO-COVERED-COUNT         PIC 9(07) COMP VALUE 0.
       01  WS-BO-PARTIAL-COUNT         PIC 9(07) COMP VALUE 0.
       01  WS-BO-SHORT-COUNT           PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1           PIC X(132) VALUE
           "PROGRAM26 - RECEIVING REGISTER".

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(41) VALUE
               "ITEM  DESCRIPTION         QTY RECEIVED   ".
           05  FILLER                  PIC X(51) VALUE
               "VENDOR REF   RCVD DATE   OH BEFORE      OH AFTER".
           05  FILLER                  PIC X(40) VALUE
               "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-ITEM-NUMBER        PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-DESCRIPTION        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-QUANTITY           PIC Z(09)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-VENDOR-REFERENCE   PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-RECEIPT-DATE       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ON-HAND-BEFORE     PIC -Z(07)9.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-D-ON-HAND-AFTER      PIC -Z(07)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(30).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-BO-SECTION-LINE          PIC X(132) VALUE
           "BACKORDERS FOR ITEMS RECEIVED - OLDEST FIRST".

       01  WS-BO-HEADING-LINE.
           05  FILLER                  PIC X(44) VALUE
               "ORDER  CUST  ITEM    QUANTITY   BO RUN      ".
           05  FILLER                  PIC X(88) VALUE
               "AVAILABLE  STATUS".

       01  WS-BO-DETAIL-LINE.
           05  WS-BD-ORDER-NUMBER      PIC 9(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BD-CUSTOMER-NUMBER   PIC 9(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BD-ITEM-NUMBER       PIC 9(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BD-QUANTITY          PIC Z(08)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-BD-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BD-AVAILABLE         PIC -Z(09)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BD-STATUS            PIC X(15).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-NO-BACKORDERS-LINE       PIC X(132) VALUE
           "NO BACKORDERS ON FILE FOR THE ITEMS RECEIVED".

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "RECEIPTS READ -               ".
           05  WS-TR-READ-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               "RECEIPTS POSTED -             ".
           05  WS-TR-POSTED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "UNITS RECEIVED -".
           05  WS-TR-TOTAL-QTY         PIC Z(10)9.
           05  FILLER                  PIC X(63) VALUE SPACES.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               "RECEIPTS REJECTED -           ".
           05  WS-TR-REJECTED-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               "BACKORDER LINES COVERED -     ".
           05  WS-TR-COVERED-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               "BACKORDER LINES PARTLY -      ".
           05  WS-TR-PARTIAL-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               "BACKORDER LINES STILL SHORT - ".
           05  WS-TR-SHORT-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 2000-PROCESS-RECEIPT THRU 2000-EXIT
               UNTIL END-OF-RECEIPT-FILE.
           PERFORM 3000-LIST-COVERED-BACKORDERS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      *================================================================
      * 1000-INITIALIZE-RUN
      *================================================================
       1000-INITIALIZE-RUN.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE-X(1:4) "/" WS-STAMP-DATE-X(5:2) "/"
               WS-STAMP-DATE-X(7:2) " " WS-STAMP-TIME(1:2) ":"
               WS-STAMP-TIME(3:2) ":" WS-STAMP-TIME(5:2)
               INTO WS-AUDIT-STAMP.
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           PERFORM 1200-CLEAR-RECEIVED-ENTRY THRU 1200-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > 1000.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "PROGRAM26 - NO RECEIPTS ON FILE, STATUS "
                   WS-RECEIPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "PROGRAM26 - UNABLE TO OPEN ITEM MASTER, "
                   "STATUS " WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               STRING "RUN DATE: " WS-RUN-DATE-STAMP
                   INTO WS-HEADING-LINE-0
               WRITE RPT-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE RPT-LINE FROM WS-HEADING-LINE-1.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           PERFORM 2100-READ-RECEIPT-RECORD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-DATE-STAMP-FILE
      *
      * THE STAMP IS ONLY THERE IF PROGRAM9 HAS RUN TODAY.  WITHOUT
      * IT THE REGISTER SIMPLY HAS NO RUN-DATE LINE.
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
      * 1200-CLEAR-RECEIVED-ENTRY
      *================================================================
       1200-CLEAR-RECEIVED-ENTRY.
           MOVE ZERO TO WS-RI-RECEIVED-QTY (WS-ITEM-SUB).
           MOVE ZERO TO WS-RI-AVAILABLE (WS-ITEM-SUB).
           MOVE 'N'  TO WS-RI-LOADED-SWITCH (WS-ITEM-SUB).
       1200-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-RECEIPT
      *
      * EDITS ONE RECEIPT AND, IF IT IS CLEAN, ADDS THE QUANTITY TO
      * THE ITEM'S ON-HAND BALANCE AND AUDITS THE POSTING.  A
      * REJECTED RECEIPT IS LISTED WITH ITS REASON AND CHANGES
      * NOTHING.
      *================================================================
       2000-PROCESS-RECEIPT.
           ADD 1 TO WS-RECEIPTS-READ.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SR-ITEM-NUMBER      TO WS-D-ITEM-NUMBER.
           MOVE SR-VENDOR-REFERENCE TO WS-D-VENDOR-REFERENCE.
           MOVE SR-RECEIPT-DATE     TO WS-D-RECEIPT-DATE.
           PERFORM 2200-EDIT-RECEIPT THRU 2200-EXIT.
           IF NOT RECEIPT-EDITS-CLEAN
               ADD 1 TO WS-RECEIPTS-REJECTED
               MOVE WS-EDIT-REASON TO WS-D-DISPOSITION
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               GO TO 2000-NEXT
           END-IF.
           MOVE IM-ITEM-DESCRIPTION  TO WS-D-DESCRIPTION.
           MOVE SR-QUANTITY-RECEIVED TO WS-D-QUANTITY.
           MOVE IM-ON-HAND-QTY       TO WS-ON-HAND-BEFORE.
           MOVE IM-ON-HAND-QTY       TO WS-D-ON-HAND-BEFORE.
           ADD SR-QUANTITY-RECEIVED TO IM-ON-HAND-QTY
               ON SIZE ERROR
                   ADD 1 TO WS-RECEIPTS-REJECTED
                   MOVE "ON-HAND WOULD OVERFLOW" TO WS-D-DISPOSITION
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
                   GO TO 2000-NEXT
           END-ADD.
           REWRITE IM-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECEIPTS-REJECTED
                   MOVE "ITEM MASTER REWRITE FAILED"
                       TO WS-D-DISPOSITION
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
                   GO TO 2000-NEXT
           END-REWRITE.
           ADD 1 TO WS-RECEIPTS-POSTED.
           ADD SR-QUANTITY-RECEIVED TO WS-TOTAL-QTY-RECEIVED.
           COMPUTE WS-ITEM-SUB = SR-ITEM-NUMBER + 1.
           ADD SR-QUANTITY-RECEIVED
               TO WS-RI-RECEIVED-QTY (WS-ITEM-SUB).
           MOVE IM-ON-HAND-QTY TO WS-D-ON-HAND-AFTER.
           MOVE "POSTED" TO WS-D-DISPOSITION.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-RECEIPT-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-READ-RECEIPT-RECORD
      *================================================================
       2100-READ-RECEIPT-RECORD.
           READ RECEIPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2200-EDIT-RECEIPT
      *
      * THE ITEM MUST BE ON THE MASTER (THE READ LEAVES THE RECORD IN
      * THE BUFFER FOR THE POSTING), THE QUANTITY A POSITIVE NUMBER
      * AND THE RECEIPT DATE A REAL YYYY/MM/DD DATE.
      *================================================================
       2200-EDIT-RECEIPT.
           MOVE SPACES TO WS-EDIT-REASON.
           IF SR-ITEM-NUMBER NOT NUMERIC
               MOVE "NON-NUMERIC ITEM NUMBER" TO WS-EDIT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF SR-QUANTITY-RECEIVED NOT NUMERIC
               MOVE "NON-NUMERIC QUANTITY" TO WS-EDIT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF SR-QUANTITY-RECEIVED = ZERO
               MOVE "ZERO QUANTITY" TO WS-EDIT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF SR-RECEIPT-DATE (5:1) NOT = "/"
               OR SR-RECEIPT-DATE (8:1) NOT = "/"
               MOVE "RECEIPT DATE NOT YYYY/MM/DD" TO WS-EDIT-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE SR-RECEIPT-DATE (1:4) TO WS-RC-YEAR.
           MOVE SR-RECEIPT-DATE (6:2) TO WS-RC-MONTH.
           MOVE SR-RECEIPT-DATE (9:2) TO WS-RC-DAY.
           IF WS-RECEIPT-DATE-CHECK NOT NUMERIC
               MOVE "RECEIPT DATE NOT YYYY/MM/DD" TO WS-EDIT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-RECEIPT-DATE-NUM)
                   NOT = 0
               MOVE "INVALID RECEIPT DATE" TO WS-EDIT-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE SR-ITEM-NUMBER TO IM-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "ITEM NOT ON MASTER" TO WS-EDIT-REASON
           END-READ.
       2200-EXIT.
           EXIT.

      *================================================================
      * 2300-WRITE-AUDIT-RECORD
      *
      * ONE AUDIT RECORD PER RECEIPT POSTED - ITEM NUMBER AND EDITED
      * QUANTITY IN, THE ON-HAND BALANCE BEFORE AND AFTER, AND THE
      * VENDOR REFERENCE AS THE SOURCE DOCUMENT.
      *================================================================
       2300-WRITE-AUDIT-RECORD.
           MOVE SPACES          TO AL-AUDIT-RECORD.
           MOVE "PROGRAM26"     TO AL-PROGRAM-ID.
           MOVE WS-AUDIT-STAMP  TO AL-RUN-TIMESTAMP.
           STRING SR-ITEM-NUMBER " " WS-D-QUANTITY
               DELIMITED BY SIZE INTO AL-INPUT-1.
           MOVE WS-D-ON-HAND-BEFORE TO AL-INPUT-2.
           MOVE WS-D-ON-HAND-AFTER  TO AL-RESULT.
           MOVE SR-VENDOR-REFERENCE (1:10) TO AL-REFERENCE.
           WRITE AL-AUDIT-RECORD.
       2300-EXIT.
           EXIT.

      *================================================================
      * 3000-LIST-COVERED-BACKORDERS
      *
      * RUNS THE BACKORDER FILE IN ITS OWN ORDER - OLDEST FIRST -
      * AND LISTS EVERY LINE FOR AN ITEM RECEIVED TONIGHT AGAINST THE
      * STOCK NOW AVAILABLE.  NO BACKORDER FILE MEANS NOTHING IS
      * WAITING.
      *================================================================
       3000-LIST-COVERED-BACKORDERS.
           IF WS-RECEIPTS-POSTED = ZERO
               GO TO 3000-EXIT
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-BO-SECTION-LINE.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS NOT = "00"
               WRITE RPT-LINE FROM WS-NO-BACKORDERS-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-BACKORDER-RECORD THRU 3100-EXIT.
           PERFORM 3200-CHECK-ONE-BACKORDER THRU 3200-EXIT
               UNTIL END-OF-BACKORDER-FILE.
           CLOSE BACKORDER-FILE.
           IF BO-HEAD-NOT-PRINTED
               WRITE RPT-LINE FROM WS-NO-BACKORDERS-LINE
           END-IF.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3100-READ-BACKORDER-RECORD
      *================================================================
       3100-READ-BACKORDER-RECORD.
           READ BACKORDER-FILE
               AT END
                   MOVE 'Y' TO WS-BACKORDER-EOF-SWITCH
           END-READ.
       3100-EXIT.
           EXIT.

      *================================================================
      * 3200-CHECK-ONE-BACKORDER
      *
      * THE FIRST BACKORDER FOR AN ITEM PICKS UP THE ITEM'S AVAILABLE
      * STOCK FROM THE MASTER; EACH LINE COVERED THEN TAKES ITS
      * QUANTITY OUT OF IT, SO A LATER LINE SEES ONLY WHAT IS LEFT.
      *================================================================
       3200-CHECK-ONE-BACKORDER.
           MOVE BO-ORDER-IMAGE TO QP-ORDER-LINE-RECORD.
           IF QP-ITEM-NUMBER NOT NUMERIC
               GO TO 3200-NEXT
           END-IF.
           COMPUTE WS-ITEM-SUB = QP-ITEM-NUMBER + 1.
           IF WS-RI-RECEIVED-QTY (WS-ITEM-SUB) = ZERO
               GO TO 3200-NEXT
           END-IF.
           IF NOT RI-AVAILABLE-IS-LOADED (WS-ITEM-SUB)
               MOVE QP-ITEM-NUMBER TO IM-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE ZERO TO IM-ON-HAND-QTY
                       MOVE ZERO TO IM-ALLOCATED-QTY
               END-READ
               COMPUTE WS-RI-AVAILABLE (WS-ITEM-SUB) =
                   IM-ON-HAND-QTY - IM-ALLOCATED-QTY
               MOVE 'Y' TO WS-RI-LOADED-SWITCH (WS-ITEM-SUB)
           END-IF.
           IF BO-HEAD-NOT-PRINTED
               WRITE RPT-LINE FROM WS-BO-HEADING-LINE
               SET BO-HEAD-IS-PRINTED TO TRUE
           END-IF.
           MOVE QP-ORDER-NUMBER    TO WS-BD-ORDER-NUMBER.
           MOVE QP-CUSTOMER-NUMBER TO WS-BD-CUSTOMER-NUMBER.
           MOVE QP-ITEM-NUMBER     TO WS-BD-ITEM-NUMBER.
           MOVE QP-QUANTITY        TO WS-BD-QUANTITY.
           MOVE BO-RUN-DATE        TO WS-BD-RUN-DATE.
           MOVE WS-RI-AVAILABLE (WS-ITEM-SUB) TO WS-BD-AVAILABLE.
           EVALUATE TRUE
               WHEN WS-RI-AVAILABLE (WS-ITEM-SUB) >= QP-QUANTITY
                   MOVE "COVERED" TO WS-BD-STATUS
                   ADD 1 TO WS-BO-COVERED-COUNT
                   SUBTRACT QP-QUANTITY
                       FROM WS-RI-AVAILABLE (WS-ITEM-SUB)
               WHEN WS-RI-AVAILABLE (WS-ITEM-SUB) > ZERO
                   MOVE "PARTLY COVERED" TO WS-BD-STATUS
                   ADD 1 TO WS-BO-PARTIAL-COUNT
                   MOVE ZERO TO WS-RI-AVAILABLE (WS-ITEM-SUB)
               WHEN OTHER
                   MOVE "NOT YET COVERED" TO WS-BD-STATUS
                   ADD 1 TO WS-BO-SHORT-COUNT
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-BO-DETAIL-LINE.
       3200-NEXT.
           PERFORM 3100-READ-BACKORDER-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
       9000-TERMINATE-RUN.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-RECEIPTS-READ      TO WS-TR-READ-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-RECEIPTS-POSTED    TO WS-TR-POSTED-COUNT.
           MOVE WS-TOTAL-QTY-RECEIVED TO WS-TR-TOTAL-QTY.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-RECEIPTS-REJECTED  TO WS-TR-REJECTED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-3.
           MOVE WS-BO-COVERED-COUNT   TO WS-TR-COVERED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-4.
           MOVE WS-BO-PARTIAL-COUNT   TO WS-TR-PARTIAL-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5.
           MOVE WS-BO-SHORT-COUNT     TO WS-TR-SHORT-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-6.
           CLOSE RECEIPT-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "PROGRAM26 - RECEIPTS POSTED " WS-RECEIPTS-POSTED
               " REJECTED " WS-RECEIPTS-REJECTED.
           IF WS-RECEIPTS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
