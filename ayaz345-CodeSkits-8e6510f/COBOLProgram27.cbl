      *================================================================
      * PROGRAM-ID. PROGRAM27
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Program27.
       AUTHOR.        T. HARLOW.
       INSTALLATION.  DATA PROCESSING - ORDER PROCESSING.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 10/14/2026 TH    ORIGINAL PROGRAM - NIGHTLY REORDER REPORT.
      *                  RUNS AT THE END OF THE BUSINESS-DAY BRANCH,
      *                  AFTER THE DAY'S INVOICING HAS DRAWN STOCK
      *                  DOWN.  READS THE ITEM MASTER IN ITEM ORDER
      *                  AND LISTS ON REORDER.DAT EVERY ITEM WHOSE
      *                  AVAILABLE STOCK (ON HAND LESS ALLOCATED) HAS
      *                  FALLEN BELOW ITS REORDER POINT, WITH THE
      *                  QUANTITY PURCHASING NORMALLY ORDERS.  ITEMS
      *                  WITH NO REORDER POINT ARE NOT CHECKED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITEMMAST.

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
       01  WS-ITEM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  END-OF-ITEM-MASTER          VALUE 'Y'.
           88  NOT-END-OF-ITEM-MASTER      VALUE 'N'.

       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.
       01  WS-HEADING-LINE-0           PIC X(132) VALUE SPACES.

       01  WS-AVAILABLE-QTY            PIC S9(08) VALUE 0.
       01  WS-SHORTFALL-QTY            PIC S9(08) VALUE 0.

      *----------------------------------------------------------------
      * RUN CONTROL TOTALS
      *----------------------------------------------------------------
       01  WS-ITEMS-READ               PIC 9(07) COMP VALUE 0.
       01  WS-ITEMS-CHECKED            PIC 9(07) COMP VALUE 0.
       01  WS-ITEMS-TO-REORDER         PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1           PIC X(132) VALUE
           "PROGRAM27 - ITEMS BELOW REORDER POINT".

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(42) VALUE
               "ITEM  DESCRIPTION           CLASS  ON HAND".
           05  FILLER                  PIC X(47) VALUE
               "  ALLOCATED  AVAILABLE  REORDER PT  REORDER QTY".
           05  FILLER                  PIC X(43) VALUE
               "  BELOW POINT".

       01  WS-DETAIL-LINE.
           05  WS-D-ITEM-NUMBER        PIC 9(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-DESCRIPTION        PIC X(20).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-ITEM-CLASS         PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ON-HAND            PIC -Z(07)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ALLOCATED          PIC -Z(07)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-AVAILABLE          PIC -Z(07)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-REORDER-POINT      PIC Z(08)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-REORDER-QTY        PIC Z(08)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-SHORTFALL          PIC Z(08)9.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-NONE-LINE                PIC X(132) VALUE
           "NO ITEMS BELOW THEIR REORDER POINT".

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "ITEMS READ -                  ".
           05  WS-TR-READ-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               "ITEMS WITH A REORDER POINT -  ".
           05  WS-TR-CHECKED-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               "ITEMS TO REORDER -            ".
           05  WS-TR-REORDER-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-ITEM THRU 2000-EXIT
               UNTIL END-OF-ITEM-MASTER.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      *================================================================
      * 1000-INITIALIZE-RUN
      *================================================================
       1000-INITIALIZE-RUN.
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "PROGRAM27 - UNABLE TO OPEN ITEM MASTER, "
                   "STATUS " WS-ITEM-STATUS
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
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           PERFORM 2100-READ-ITEM-RECORD THRU 2100-EXIT.
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
      * 2000-CHECK-ONE-ITEM
      *
      * AN ITEM IS LISTED WHEN ITS AVAILABLE STOCK IS STRICTLY BELOW
      * ITS REORDER POINT.  THE LAST COLUMN IS HOW FAR BELOW.
      *================================================================
       2000-CHECK-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           IF IM-REORDER-POINT NOT NUMERIC
               OR IM-REORDER-POINT = ZERO
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-ITEMS-CHECKED.
           COMPUTE WS-AVAILABLE-QTY =
               IM-ON-HAND-QTY - IM-ALLOCATED-QTY.
           IF WS-AVAILABLE-QTY NOT < IM-REORDER-POINT
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-ITEMS-TO-REORDER.
           COMPUTE WS-SHORTFALL-QTY =
               IM-REORDER-POINT - WS-AVAILABLE-QTY.
           MOVE IM-ITEM-NUMBER      TO WS-D-ITEM-NUMBER.
           MOVE IM-ITEM-DESCRIPTION TO WS-D-DESCRIPTION.
           MOVE IM-ITEM-CLASS       TO WS-D-ITEM-CLASS.
           MOVE IM-ON-HAND-QTY      TO WS-D-ON-HAND.
           MOVE IM-ALLOCATED-QTY    TO WS-D-ALLOCATED.
           MOVE WS-AVAILABLE-QTY    TO WS-D-AVAILABLE.
           MOVE IM-REORDER-POINT    TO WS-D-REORDER-POINT.
           MOVE IM-REORDER-QTY      TO WS-D-REORDER-QTY.
           MOVE WS-SHORTFALL-QTY    TO WS-D-SHORTFALL.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2000-NEXT.
           PERFORM 2100-READ-ITEM-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-READ-ITEM-RECORD
      *================================================================
       2100-READ-ITEM-RECORD.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
       9000-TERMINATE-RUN.
           IF WS-ITEMS-TO-REORDER = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-ITEMS-READ       TO WS-TR-READ-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-ITEMS-CHECKED    TO WS-TR-CHECKED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-ITEMS-TO-REORDER TO WS-TR-REORDER-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-3.
           CLOSE ITEM-MASTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "PROGRAM27 - ITEMS TO REORDER "
               WS-ITEMS-TO-REORDER.
       9000-EXIT.
           EXIT.
