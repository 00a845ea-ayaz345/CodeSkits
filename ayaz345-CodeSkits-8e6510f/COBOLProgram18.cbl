      *                  PLACE WITH RANDOM I-O, THE SAME WAY THE ITEM
      *                  MASTER ALWAYS WAS, AND FILE SIZE IS NO
      *                  LONGER CAPPED BY A WORK TABLE.
      * 10/14/2026 TH    FUTURE-DATED CHANGES.  A TRANSACTION MAY
      *                  CARRY AN EFFECTIVE DATE (TM-EFFECTIVE-DATE);
      *                  ONE DATED AFTER THE DAY IT IS KEYED IS EDITED
      *                  AS USUAL AND THEN HELD ON THE PENDING-CHANGE
      *                  FILE (PENDCHG.DAT) INSTEAD OF BEING APPLIED.
      *                  ACTION "X" CANCELS A PENDING CHANGE.  A NEW
      *                  "APPLY" COMMAND-LINE MODE, RUN BY THE BATCH
      *                  DRIVER BEHIND PROGRAM9, APPLIES EVERY PENDING
      *                  CHANGE THE RUN DATE HAS REACHED, REPORTS ON
      *                  PENDAPLY.DAT AND REMOVES THEM FROM THE FILE.
      *                  A NEW "INQUIRY" MODE LISTS THE PENDING
      *                  CHANGES BY FILE AND EFFECTIVE DATE ON
      *                  PENDRPT.DAT.  THE AUDIT LOG NOW CARRIES WHEN
      *                  EACH CHANGE WAS KEYED (AL-KEYED-STAMP) AS WELL
      *                  AS WHEN IT WAS APPLIED.
      * 10/14/2026 TH    NEW "REORDER" TRANSACTION SETS AN ITEM'S
      *                  REORDER POINT AND REORDER QUANTITY (SEE
      *                  ITEMMAST.CPY) ON THE ITEM-MASTER PASS.  IT IS
      *                  CHANGE-ONLY AND TOUCHES NOTHING ELSE ON THE
      *                  RECORD.  A NEW ITEM OPENS WITH BOTH AT ZERO.
      *                  THE BEFORE/AFTER IMAGES WERE WIDENED TO THE
      *                  LONGER ITEM RECORD.
      * 10/15/2026 TH    THE ACTION CODE IS NOW CHECKED BEFORE THE
      *                  EFFECTIVE-DATE SCREEN, SO A FUTURE-DATED
      *                  TRANSACTION WITH A BAD ACTION IS REJECTED THE
      *                  NIGHT IT IS KEYED INSTEAD OF BEING HELD ON
      *                  PENDCHG.DAT UNTIL IT FALLS DUE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS HD-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PENDING-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT REPORT-FILE ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY HOLIDAYS.

       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDCHG.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  DATE-STAMP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DS-LINE                     PIC X(50).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WS-EXCHANGE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HOLIDAY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.

       01  WS-TRANSACTION-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88  END-OF-TRANSACTION-FILE     VALUE 'Y'.
           88  NOT-END-OF-TRANSACTIONS     VALUE 'N'.

       01  WS-PENDING-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  END-OF-PENDING-FILE         VALUE 'Y'.
           88  NOT-END-OF-PENDING-FILE     VALUE 'N'.

      *----------------------------------------------------------------
      * COMMAND-LINE MODE.  NO PARAMETER IS THE DESK'S MAINTENANCE
      * RUN AGAINST TABMAINT.DAT.  "APPLY" IS THE NIGHTLY RUN OF THE
      * PENDING CHANGES THAT HAVE COME DUE; "INQUIRY" LISTS THE
      * PENDING CHANGES AND UPDATES NOTHING.  EACH MODE HAS ITS OWN
      * REPORT FILE SO THE NIGHTLY RUN DOES NOT OVERWRITE THE DESK'S
      * EDIT REPORT.
      *----------------------------------------------------------------
       01  WS-RUN-MODE-PARM            PIC X(08) VALUE SPACES.
           88  IS-APPLY-REQUEST            VALUE "APPLY   ".
           88  IS-INQUIRY-REQUEST          VALUE "INQUIRY ".

       01  WS-REPORT-FILE-NAME         PIC X(12) VALUE "TABMEDIT.DAT".

      *----------------------------------------------------------------
      * TRANSACTION TABLE - THE WHOLE TRANSACTION FILE IS LOADED UP
      * FRONT SO EACH OF THE FIVE TARGET FILES CAN BE OPENED ONCE
               10  WS-TN-KEY           PIC X(20).
               10  WS-TN-DATA          PIC X(40).
               10  WS-TN-OPERATOR      PIC X(08).
               10  WS-TN-EFFECTIVE-DATE PIC X(10).
               10  WS-TN-KEYED-STAMP   PIC X(20).

       01  WS-TRAN-SUB                 PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------
      * EFFECTIVE-DATE CONTROL.  A CHANGE DATED AFTER THE CUTOFF IS
      * HELD ON THE PENDING-CHANGE FILE.  THE CUTOFF IS TODAY'S WALL
      * CLOCK DATE ON A DESK RUN AND PROGRAM9'S RUN DATE ON THE
      * NIGHTLY APPLY RUN, BOTH AS YYYY/MM/DD.
      *----------------------------------------------------------------
       01  WS-EFFECTIVE-CUTOFF         PIC X(10) VALUE SPACES.

       01  WS-DEFER-SWITCH             PIC X(01) VALUE 'N'.
           88  TRANSACTION-IS-DEFERRED     VALUE 'Y'.
           88  TRANSACTION-IS-DUE          VALUE 'N'.

       01  WS-PREV-PENDING-FILE-ID     PIC X(08) VALUE SPACES.
       01  WS-FILE-PENDING-COUNT       PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-PENDING-COUNT      PIC 9(05) COMP VALUE 0.

      *----------------------------------------------------------------
      * TARGET-FILE CONTROL.  EACH REFERENCE FILE IS OPENED I-O (AND
      * CREATED EMPTY ON A FIRST-EVER RUN), ITS TRANSACTIONS ARE
       01  WS-EDIT-TOLERANCE-X         PIC X(04) VALUE SPACES.
       01  WS-EDIT-TOLERANCE REDEFINES WS-EDIT-TOLERANCE-X
                                       PIC 9(02)V99.
       01  WS-EDIT-REORDER-POINT-X     PIC X(07) VALUE SPACES.
       01  WS-EDIT-REORDER-POINT REDEFINES WS-EDIT-REORDER-POINT-X
                                       PIC 9(07).
       01  WS-EDIT-REORDER-QTY-X       PIC X(07) VALUE SPACES.
       01  WS-EDIT-REORDER-QTY REDEFINES WS-EDIT-REORDER-QTY-X
                                       PIC 9(07).

       01  WS-VAL-DATE.
           05  WS-VAL-YEAR             PIC 9(04).
       01  WS-TRAN-READ-COUNT          PIC 9(05) COMP VALUE 0.
       01  WS-TRAN-APPLIED-COUNT       PIC 9(05) COMP VALUE 0.
       01  WS-TRAN-REJECTED-COUNT      PIC 9(05) COMP VALUE 0.
       01  WS-TRAN-HELD-COUNT          PIC 9(05) COMP VALUE 0.
       01  WS-TRAN-CANCELLED-COUNT     PIC 9(05) COMP VALUE 0.

      *----------------------------------------------------------------
      * RUN DATE/TIME STAMP FOR THE AUDIT TRAIL - MAINTENANCE IS AN
      * PROGRAM9'S CHAIN DATE.
      *----------------------------------------------------------------
       01  WS-STAMP-DATE               PIC 9(08) VALUE 0.
       01  WS-STAMP-DATE-X REDEFINES WS-STAMP-DATE
                                       PIC X(08).
       01  WS-STAMP-TIME               PIC X(08) VALUE SPACES.
       01  WS-RUN-STAMP                PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1           PIC X(132) VALUE
           "PROGRAM18 - REFERENCE-FILE MAINTENANCE EDIT REPORT".
       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(45) VALUE
               "FILE      A  KEY                   OPERATOR  ".
           05  FILLER                  PIC X(36) VALUE
               "DISPOSITION".
           05  FILLER                  PIC X(51) VALUE "EFFECTIVE".

       01  WS-APPLY-HEADING-LINE-0     PIC X(132) VALUE SPACES.
       01  WS-APPLY-HEADING-LINE-1     PIC X(132) VALUE
           "PROGRAM18 - PENDING REFERENCE CHANGES APPLIED".

       01  WS-DETAIL-LINE.
           05  WS-D-FILE-ID            PIC X(08).
           05  WS-D-OPERATOR           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(34).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-EFFECTIVE-DATE     PIC X(10).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-BEFORE-LINE.
           05  FILLER                  PIC X(13) VALUE
               "    BEFORE - ".
           05  WS-BF-IMAGE             PIC X(66).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-AFTER-LINE.
           05  FILLER                  PIC X(13) VALUE
               "    AFTER  - ".
           05  WS-AF-IMAGE             PIC X(66).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-TRAILER-LINE-1           PIC X(132) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
               "TRANSACTIONS REJECTED - ".
           05  WS-TR-REJECTED-COUNT    PIC ZZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.
       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(24) VALUE
               "HELD AS PENDING -       ".
           05  WS-TR-HELD-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.
       01  WS-TRAILER-LINE-6.
           05  FILLER                  PIC X(24) VALUE
               "PENDING CANCELLED -     ".
           05  WS-TR-CANCELLED-COUNT   PIC ZZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

      *----------------------------------------------------------------
      * PENDING-CHANGE INQUIRY LINES
      *----------------------------------------------------------------
       01  WS-INQUIRY-HEADING-LINE-1.
           05  FILLER                  PIC X(44) VALUE
               "PROGRAM18 - PENDING REFERENCE CHANGES AS OF ".
           05  WS-IH-STAMP             PIC X(20).
           05  FILLER                  PIC X(68) VALUE SPACES.
       01  WS-INQUIRY-HEADING-LINE-2.
           05  FILLER                  PIC X(48) VALUE
               "FILE      EFFECTIVE   A  KEY                   ".
           05  FILLER                  PIC X(42) VALUE
               "DATA".
           05  FILLER                  PIC X(42) VALUE
               "OPERATOR  KEYED".

       01  WS-INQUIRY-DETAIL-LINE.
           05  WS-ID-FILE-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ID-EFFECTIVE-DATE    PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ID-ACTION            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ID-KEY               PIC X(20).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ID-DATA              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ID-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ID-KEYED-STAMP       PIC X(20).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-INQUIRY-FILE-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-IF-FILE-ID           PIC X(08).
           05  FILLER                  PIC X(18) VALUE
               " PENDING CHANGES -".
           05  WS-IF-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
       01  WS-INQUIRY-TOTAL-LINE.
           05  FILLER                  PIC X(36) VALUE
               "TOTAL PENDING CHANGES -             ".
           05  WS-IT-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
       01  WS-NO-PENDING-LINE          PIC X(132) VALUE
           "NO PENDING CHANGES ON FILE".
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           ACCEPT WS-RUN-MODE-PARM FROM COMMAND-LINE.
           IF IS-INQUIRY-REQUEST
               PERFORM 8500-LIST-PENDING-CHANGES THRU 8500-EXIT
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 3000-MAINTAIN-ITEM-MASTER THRU 3000-EXIT.
           MOVE "DISCSCHD" TO WS-CUR-FILE-ID.
           MOVE "HOLIDAYS" TO WS-CUR-FILE-ID.
           PERFORM 4000-MAINTAIN-ONE-REF-FILE THRU 4000-EXIT.
           PERFORM 7000-REPORT-UNKNOWN-FILE-IDS THRU 7000-EXIT.
           IF IS-APPLY-REQUEST
               PERFORM 8000-REMOVE-APPLIED-PENDING THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

           STRING WS-STAMP-DATE " " WS-STAMP-TIME(1:2) ":"
               WS-STAMP-TIME(3:2) ":" WS-STAMP-TIME(5:2)
               INTO WS-RUN-STAMP.
           MOVE SPACES TO WS-EFFECTIVE-CUTOFF.
           STRING WS-STAMP-DATE-X(1:4) "/" WS-STAMP-DATE-X(5:2) "/"
               WS-STAMP-DATE-X(7:2)
               INTO WS-EFFECTIVE-CUTOFF.
           IF IS-APPLY-REQUEST
               MOVE "PENDAPLY.DAT" TO WS-REPORT-FILE-NAME
               PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT
           ELSE
               OPEN INPUT TRANSACTION-FILE
               IF WS-TRANSACTION-STATUS NOT = "00"
                   DISPLAY "PROGRAM18 - NO MAINTENANCE TRANSACTIONS "
                       "ON FILE, STATUS " WS-TRANSACTION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "PROGRAM18 - UNABLE TO OPEN PENDING-CHANGE "
                   "FILE, STATUS " WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF IS-APPLY-REQUEST
               WRITE RPT-LINE FROM WS-APPLY-HEADING-LINE-0
               WRITE RPT-LINE FROM WS-APPLY-HEADING-LINE-1
           ELSE
               WRITE RPT-LINE FROM WS-HEADING-LINE-1
           END-IF.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF IS-APPLY-REQUEST
               PERFORM 1400-LOAD-DUE-PENDING-CHANGES THRU 1400-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-READ-TRANSACTION-RECORD THRU 1200-EXIT.
           PERFORM 1300-STORE-TRANSACTION-RECORD THRU 1300-EXIT
               UNTIL END-OF-TRANSACTION-FILE.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-DATE-STAMP-FILE
      *
      * THE NIGHTLY APPLY RUN TAKES ITS CUTOFF FROM THE RUN DATE
      * PROGRAM9 JUST STAMPED, SO A CHANGE TAKES EFFECT WITH THE
      * FIRST CHAIN THAT RUNS FOR ITS DATE, EVEN A LATE OR RE-DATED
      * ONE.  RUN STANDALONE WITH NO STAMP, TODAY'S DATE IS USED.
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
           IF WS-RUN-DATE-STAMP NOT = SPACES
               MOVE WS-RUN-DATE-STAMP(1:10) TO WS-EFFECTIVE-CUTOFF
               STRING "RUN DATE: " WS-RUN-DATE-STAMP
                   INTO WS-APPLY-HEADING-LINE-0
           ELSE
               DISPLAY "PROGRAM18 - NO DATE STAMP - PENDING CHANGES "
                   "DUE BY " WS-EFFECTIVE-CUTOFF " APPLIED"
           END-IF.
       1100-EXIT.
           EXIT.

      *================================================================
      * 1200-READ-TRANSACTION-RECORD
      *================================================================
           MOVE TM-KEY      TO WS-TN-KEY (WS-TRAN-SUB).
           MOVE TM-DATA     TO WS-TN-DATA (WS-TRAN-SUB).
           MOVE TM-OPERATOR TO WS-TN-OPERATOR (WS-TRAN-SUB).
           MOVE TM-EFFECTIVE-DATE
               TO WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB).
           MOVE WS-RUN-STAMP TO WS-TN-KEYED-STAMP (WS-TRAN-SUB).
           PERFORM 1200-READ-TRANSACTION-RECORD THRU 1200-EXIT.
       1300-EXIT.
           EXIT.

      *================================================================
      * 1400-LOAD-DUE-PENDING-CHANGES
      *
      * THE APPLY RUN LOADS EVERY PENDING CHANGE DATED ON OR BEFORE
      * THE CUTOFF INTO THE TRANSACTION TABLE, WHERE THE FILE PASSES
      * APPLY IT EXACTLY AS IF THE DESK HAD KEYED IT TONIGHT.  THE
      * FILE READS BACK BY FILE AND DATE, SO TWO CHANGES TO ONE KEY
      * APPLY IN DATE ORDER.  CHANGES THAT DO NOT FIT THE TABLE STAY
      * PENDING FOR THE NEXT NIGHT.
      *================================================================
       1400-LOAD-DUE-PENDING-CHANGES.
           PERFORM 1410-READ-PENDING-RECORD THRU 1410-EXIT.
           PERFORM 1420-STORE-DUE-PENDING-CHANGE THRU 1420-EXIT
               UNTIL END-OF-PENDING-FILE.
       1400-EXIT.
           EXIT.

      *================================================================
      * 1410-READ-PENDING-RECORD
      *================================================================
       1410-READ-PENDING-RECORD.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDING-EOF-SWITCH
           END-READ.
       1410-EXIT.
           EXIT.

      *================================================================
      * 1420-STORE-DUE-PENDING-CHANGE
      *================================================================
       1420-STORE-DUE-PENDING-CHANGE.
           IF PC-EFFECTIVE-DATE > WS-EFFECTIVE-CUTOFF
               GO TO 1420-NEXT
           END-IF.
           IF WS-TRAN-ENTRY-COUNT >= WS-TRAN-ENTRY-MAX
               DISPLAY "PROGRAM18 - TRANSACTION TABLE FULL, "
                   "REMAINING PENDING CHANGES LEFT FOR NEXT RUN"
               MOVE 'Y' TO WS-PENDING-EOF-SWITCH
               GO TO 1420-EXIT
           END-IF.
           ADD 1 TO WS-TRAN-READ-COUNT.
           ADD 1 TO WS-TRAN-ENTRY-COUNT.
           MOVE WS-TRAN-ENTRY-COUNT TO WS-TRAN-SUB.
           MOVE PC-FILE-ID        TO WS-TN-FILE-ID (WS-TRAN-SUB).
           MOVE PC-ACTION         TO WS-TN-ACTION (WS-TRAN-SUB).
           MOVE PC-TRAN-KEY       TO WS-TN-KEY (WS-TRAN-SUB).
           MOVE PC-DATA           TO WS-TN-DATA (WS-TRAN-SUB).
           MOVE PC-OPERATOR       TO WS-TN-OPERATOR (WS-TRAN-SUB).
           MOVE PC-EFFECTIVE-DATE
               TO WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB).
           MOVE PC-KEYED-STAMP    TO WS-TN-KEYED-STAMP (WS-TRAN-SUB).
       1420-NEXT.
           PERFORM 1410-READ-PENDING-RECORD THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *================================================================
      * 3000-MAINTAIN-ITEM-MASTER
      *================================================================
      * 3100-APPLY-ONE-ITEM-TRAN
      *================================================================
       3100-APPLY-ONE-ITEM-TRAN.
           IF WS-TN-FILE-ID (WS-TRAN-SUB) = "REORDER "
               PERFORM 3500-APPLY-ONE-REORDER-TRAN THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF WS-TN-FILE-ID (WS-TRAN-SUB) NOT = "ITEMMAST"
               GO TO 3100-EXIT
           END-IF.
           END-IF.
           IF TRANSACTION-EDITS-CLEAN
               AND WS-TN-ACTION (WS-TRAN-SUB) NOT = "D"
               AND WS-TN-ACTION (WS-TRAN-SUB) NOT = "X"
               PERFORM 3150-EDIT-ITEM-PRICE-FIELDS THRU 3150-EXIT
           END-IF.
           IF NOT TRANSACTION-EDITS-CLEAN
               PERFORM 6200-REPORT-REJECTED-TRAN THRU 6200-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 6500-SCREEN-EFFECTIVE-DATE THRU 6500-EXIT.
           IF TRANSACTION-IS-DEFERRED
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-TN-KEY (WS-TRAN-SUB) (1:3) TO IM-ITEM-NUMBER.
           EVALUATE WS-TN-ACTION (WS-TRAN-SUB)
               WHEN "A"
      * OPENS WITH NOTHING ON HAND UNTIL RECEIVING POSTS STOCK.
           MOVE ZERO TO IM-ON-HAND-QTY.
           MOVE ZERO TO IM-ALLOCATED-QTY.
           MOVE ZERO TO IM-REORDER-POINT.
           MOVE ZERO TO IM-REORDER-QTY.
           WRITE IM-ITEM-RECORD
               INVALID KEY
                   MOVE "DUPLICATE KEY" TO WS-EDIT-REASON
       3400-EXIT.
           EXIT.

      *================================================================
      * 3500-APPLY-ONE-REORDER-TRAN
      *
      * THE REORDER FIELDS BELONG TO PURCHASING, NOT THE PRICING
      * DESK, SO THEY HAVE THEIR OWN CHANGE-ONLY TRANSACTION AND AN
      * ITEM-MASTER CHANGE NEVER DISTURBS THEM.  BOTH QUANTITIES ARE
      * REQUIRED; ZERO IS ALLOWED AND TAKES THE ITEM OFF THE REORDER
      * REPORT.
      *================================================================
       3500-APPLY-ONE-REORDER-TRAN.
           MOVE SPACES TO WS-EDIT-REASON.
           IF WS-TN-KEY (WS-TRAN-SUB) (1:3) NOT NUMERIC
               MOVE "NON-NUMERIC ITEM KEY" TO WS-EDIT-REASON
           END-IF.
           IF TRANSACTION-EDITS-CLEAN
               AND WS-TN-ACTION (WS-TRAN-SUB) NOT = "C"
               AND WS-TN-ACTION (WS-TRAN-SUB) NOT = "X"
               MOVE "REORDER IS CHANGE ONLY" TO WS-EDIT-REASON
           END-IF.
           IF TRANSACTION-EDITS-CLEAN
               AND WS-TN-ACTION (WS-TRAN-SUB) = "C"
               MOVE WS-TN-DATA (WS-TRAN-SUB) (1:7)
                   TO WS-EDIT-REORDER-POINT-X
               MOVE WS-TN-DATA (WS-TRAN-SUB) (8:7)
                   TO WS-EDIT-REORDER-QTY-X
               IF WS-EDIT-REORDER-POINT NOT NUMERIC
                   OR WS-EDIT-REORDER-QTY NOT NUMERIC
                   MOVE "NON-NUMERIC REORDER QTY" TO WS-EDIT-REASON
               END-IF
           END-IF.
           IF NOT TRANSACTION-EDITS-CLEAN
               PERFORM 6200-REPORT-REJECTED-TRAN THRU 6200-EXIT
               GO TO 3500-EXIT
           END-IF.
           PERFORM 6500-SCREEN-EFFECTIVE-DATE THRU 6500-EXIT.
           IF TRANSACTION-IS-DEFERRED
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-TN-KEY (WS-TRAN-SUB) (1:3) TO IM-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "KEY NOT ON FILE" TO WS-EDIT-REASON
                   PERFORM 6200-REPORT-REJECTED-TRAN THRU 6200-EXIT
               NOT INVALID KEY
                   MOVE IM-ITEM-RECORD TO WS-BF-IMAGE
                   MOVE WS-EDIT-REORDER-POINT TO IM-REORDER-POINT
                   MOVE WS-EDIT-REORDER-QTY   TO IM-REORDER-QTY
                   REWRITE IM-ITEM-RECORD
                   MOVE IM-ITEM-RECORD TO WS-AF-IMAGE
                   PERFORM 6100-REPORT-APPLIED-TRAN THRU 6100-EXIT
           END-READ.
       3500-EXIT.
           EXIT.

      *================================================================
      * 4000-MAINTAIN-ONE-REF-FILE
      *
               PERFORM 6200-REPORT-REJECTED-TRAN THRU 6200-EXIT
               GO TO 4500-EXIT
           END-IF.
           PERFORM 6500-SCREEN-EFFECTIVE-DATE THRU 6500-EXIT.
           IF TRANSACTION-IS-DEFERRED
               GO TO 4500-EXIT
           END-IF.
           EVALUATE WS-TN-ACTION (WS-TRAN-SUB)
               WHEN "A"
                   PERFORM 4700-ADD-TARGET-RECORD THRU 4700-EXIT
      * KEY AND DATA PORTIONS, RATE RANGES THAT CATCH A 99.99 KEYED
      * FOR 9.99, AND FULL CALENDAR VALIDATION ON DATES SO A 20261301
      * CANNOT GET ONTO THE HOLIDAY CALENDAR.  DELETES SKIP THE DATA
      * EDITS - ONLY THE KEY MATTERS - AND SO DO CANCELS OF A
      * PENDING CHANGE.  DUPLICATE AND MISSING KEYS
      * ARE CAUGHT BY THE INDEXED I-O ITSELF.
      *================================================================
       5000-EDIT-REF-TRANSACTION.
               GO TO 5100-EXIT
           END-IF.
           IF WS-TN-ACTION (WS-TRAN-SUB) = "D"
               OR WS-TN-ACTION (WS-TRAN-SUB) = "X"
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-TN-DATA (WS-TRAN-SUB) (1:4) TO WS-EDIT-NUM-4-X.
               GO TO 5200-EXIT
           END-IF.
           IF WS-TN-ACTION (WS-TRAN-SUB) = "D"
               OR WS-TN-ACTION (WS-TRAN-SUB) = "X"
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-TN-DATA (WS-TRAN-SUB) (1:4) TO WS-EDIT-NUM-4-X.
               GO TO 5300-EXIT
           END-IF.
           IF WS-TN-ACTION (WS-TRAN-SUB) = "D"
               OR WS-TN-ACTION (WS-TRAN-SUB) = "X"
               GO TO 5300-EXIT
           END-IF.
           MOVE WS-TN-DATA (WS-TRAN-SUB) (1:9) TO WS-EDIT-NUM-9-X.
           MOVE WS-TN-ACTION (WS-TRAN-SUB)   TO WS-D-ACTION.
           MOVE WS-TN-KEY (WS-TRAN-SUB)      TO WS-D-KEY.
           MOVE WS-TN-OPERATOR (WS-TRAN-SUB) TO WS-D-OPERATOR.
           MOVE WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB)
               TO WS-D-EFFECTIVE-DATE.
       6300-EXIT.
           EXIT.

           STRING WS-TN-OPERATOR (WS-TRAN-SUB) " "
               WS-TN-DATA (WS-TRAN-SUB) (1:11)
               INTO AL-RESULT.
           MOVE WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) TO AL-REFERENCE.
           MOVE WS-TN-KEYED-STAMP (WS-TRAN-SUB) TO AL-KEYED-STAMP.
           WRITE AL-AUDIT-RECORD.
       6400-EXIT.
           EXIT.

      *================================================================
      * 6500-SCREEN-EFFECTIVE-DATE
      *
      * DECIDES, ONCE A TRANSACTION HAS PASSED ITS FIELD EDITS,
      * WHETHER IT IS APPLIED NOW.  AN ACTION OTHER THAN A, C, D OR X
      * IS REJECTED HERE, BEFORE ANYTHING CAN BE HELD PENDING WITH
      * IT.  A CANCEL IS NEVER APPLIED TO THE TARGET FILE - IT ONLY
      * REMOVES A PENDING CHANGE.  A CHANGE DATED AFTER THE CUTOFF
      * IS HELD.  A BLANK DATE, OR ONE ON OR BEFORE THE CUTOFF,
      * FALLS THROUGH TO BE APPLIED AS USUAL.
      *================================================================
       6500-SCREEN-EFFECTIVE-DATE.
           SET TRANSACTION-IS-DUE TO TRUE.
           IF WS-TN-ACTION (WS-TRAN-SUB) NOT = "A"
               AND WS-TN-ACTION (WS-TRAN-SUB) NOT = "C"
               AND WS-TN-ACTION (WS-TRAN-SUB) NOT = "D"
               AND WS-TN-ACTION (WS-TRAN-SUB) NOT = "X"
               SET TRANSACTION-IS-DEFERRED TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-EDIT-REASON
               PERFORM 6200-REPORT-REJECTED-TRAN THRU 6200-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF WS-TN-ACTION (WS-TRAN-SUB) = "X"
               SET TRANSACTION-IS-DEFERRED TO TRUE
               PERFORM 6600-CANCEL-PENDING-CHANGE THRU 6600-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) = SPACES
               GO TO 6500-EXIT
           END-IF.
           PERFORM 6550-EDIT-EFFECTIVE-DATE THRU 6550-EXIT.
           IF NOT TRANSACTION-EDITS-CLEAN
               SET TRANSACTION-IS-DEFERRED TO TRUE
               PERFORM 6200-REPORT-REJECTED-TRAN THRU 6200-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) > WS-EFFECTIVE-CUTOFF
               SET TRANSACTION-IS-DEFERRED TO TRUE
               PERFORM 6700-HOLD-PENDING-CHANGE THRU 6700-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

      *================================================================
      * 6550-EDIT-EFFECTIVE-DATE
      *
      * THE EFFECTIVE DATE IS COMPARED AS TEXT AGAINST THE RUN DATE,
      * SO IT MUST BE A REAL CALENDAR DATE IN THE SAME YYYY/MM/DD
      * FORM.
      *================================================================
       6550-EDIT-EFFECTIVE-DATE.
           MOVE SPACES TO WS-EDIT-REASON.
           IF WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) (5:1) NOT = "/"
               OR WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) (8:1) NOT = "/"
               OR WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) (1:4) NOT NUMERIC
               OR WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) (6:2) NOT NUMERIC
               OR WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) (9:2) NOT NUMERIC
               MOVE "EFF DATE NOT YYYY/MM/DD" TO WS-EDIT-REASON
               GO TO 6550-EXIT
           END-IF.
           MOVE WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) (1:4)
               TO WS-VAL-DATE-X(1:4).
           MOVE WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) (6:2)
               TO WS-VAL-DATE-X(5:2).
           MOVE WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) (9:2)
               TO WS-VAL-DATE-X(7:2).
           PERFORM 5500-VALIDATE-CALENDAR-DATE THRU 5500-EXIT.
           IF DATE-IS-INVALID
               MOVE "INVALID EFFECTIVE DATE" TO WS-EDIT-REASON
           END-IF.
       6550-EXIT.
           EXIT.

      *================================================================
      * 6600-CANCEL-PENDING-CHANGE
      *
      * REMOVES THE PENDING CHANGE FOR THIS FILE, KEY AND EFFECTIVE
      * DATE.  THE CANCEL GOES ON THE AUDIT LOG LIKE AN APPLIED
      * CHANGE, SO A CHANGE THAT NEVER HAPPENED STILL SHOWS WHO
      * STOPPED IT.
      *================================================================
       6600-CANCEL-PENDING-CHANGE.
           IF WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB) = SPACES
               MOVE "CANCEL NEEDS EFF DATE" TO WS-EDIT-REASON
               PERFORM 6200-REPORT-REJECTED-TRAN THRU 6200-EXIT
               GO TO 6600-EXIT
           END-IF.
           MOVE WS-TN-FILE-ID (WS-TRAN-SUB) TO PC-FILE-ID.
           MOVE WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB)
               TO PC-EFFECTIVE-DATE.
           MOVE WS-TN-KEY (WS-TRAN-SUB) TO PC-TRAN-KEY.
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   MOVE "NO SUCH PENDING CHANGE" TO WS-EDIT-REASON
                   PERFORM 6200-REPORT-REJECTED-TRAN THRU 6200-EXIT
                   GO TO 6600-EXIT
           END-READ.
           MOVE SPACES TO WS-BF-IMAGE.
           STRING PC-ACTION " " PC-DATA
               INTO WS-BF-IMAGE.
           DELETE PENDING-CHANGE-FILE.
           MOVE SPACES TO WS-AF-IMAGE.
           ADD 1 TO WS-TRAN-CANCELLED-COUNT.
           PERFORM 6300-BUILD-DETAIL-LINE THRU 6300-EXIT.
           MOVE "PENDING CHANGE CANCELLED" TO WS-D-DISPOSITION.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           WRITE RPT-LINE FROM WS-BEFORE-LINE.
           PERFORM 6400-WRITE-AUDIT-RECORD THRU 6400-EXIT.
       6600-EXIT.
           EXIT.

      *================================================================
      * 6700-HOLD-PENDING-CHANGE
      *
      * FILES THE EDITED TRANSACTION ON THE PENDING-CHANGE FILE WITH
      * THE STAMP OF THIS DESK RUN.  A SECOND CHANGE TO THE SAME KEY
      * FOR THE SAME DATE IS REJECTED - THE FIRST MUST BE CANCELLED
      * AND THE CHANGE RE-KEYED.
      *================================================================
       6700-HOLD-PENDING-CHANGE.
           MOVE SPACES TO PC-PENDING-RECORD.
           MOVE WS-TN-FILE-ID (WS-TRAN-SUB) TO PC-FILE-ID.
           MOVE WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB)
               TO PC-EFFECTIVE-DATE.
           MOVE WS-TN-KEY (WS-TRAN-SUB)        TO PC-TRAN-KEY.
           MOVE WS-TN-ACTION (WS-TRAN-SUB)     TO PC-ACTION.
           MOVE WS-TN-DATA (WS-TRAN-SUB)       TO PC-DATA.
           MOVE WS-TN-OPERATOR (WS-TRAN-SUB)   TO PC-OPERATOR.
           MOVE WS-TN-KEYED-STAMP (WS-TRAN-SUB) TO PC-KEYED-STAMP.
           WRITE PC-PENDING-RECORD
               INVALID KEY
                   MOVE "ALREADY PENDING FOR DATE" TO WS-EDIT-REASON
                   PERFORM 6200-REPORT-REJECTED-TRAN THRU 6200-EXIT
                   GO TO 6700-EXIT
           END-WRITE.
           ADD 1 TO WS-TRAN-HELD-COUNT.
           PERFORM 6300-BUILD-DETAIL-LINE THRU 6300-EXIT.
           MOVE "HELD UNTIL EFFECTIVE DATE" TO WS-D-DISPOSITION.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       6700-EXIT.
           EXIT.

      *================================================================
      * 7000-REPORT-UNKNOWN-FILE-IDS
      *
       7100-TEST-ONE-FILE-ID.
           EVALUATE WS-TN-FILE-ID (WS-TRAN-SUB)
               WHEN "ITEMMAST"
               WHEN "REORDER "
               WHEN "DISCSCHD"
               WHEN "TAXRATES"
               WHEN "EXCHRATE"
       7100-EXIT.
           EXIT.

      *================================================================
      * 8000-REMOVE-APPLIED-PENDING
      *
      * EVERY DUE CHANGE THE APPLY RUN LOADED HAS NOW BEEN APPLIED OR
      * REJECTED ON THE REPORT, AND COMES OFF THE PENDING FILE EITHER
      * WAY - A REJECTED ONE WOULD ONLY BE REJECTED AGAIN TOMORROW.
      *================================================================
       8000-REMOVE-APPLIED-PENDING.
           PERFORM 8100-REMOVE-ONE-PENDING THRU 8100-EXIT
               VARYING WS-TRAN-SUB FROM 1 BY 1
               UNTIL WS-TRAN-SUB > WS-TRAN-ENTRY-COUNT.
       8000-EXIT.
           EXIT.

      *================================================================
      * 8100-REMOVE-ONE-PENDING
      *================================================================
       8100-REMOVE-ONE-PENDING.
           MOVE WS-TN-FILE-ID (WS-TRAN-SUB) TO PC-FILE-ID.
           MOVE WS-TN-EFFECTIVE-DATE (WS-TRAN-SUB)
               TO PC-EFFECTIVE-DATE.
           MOVE WS-TN-KEY (WS-TRAN-SUB) TO PC-TRAN-KEY.
           DELETE PENDING-CHANGE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       8100-EXIT.
           EXIT.

      *================================================================
      * 8500-LIST-PENDING-CHANGES
      *
      * THE PRICING DESK'S INQUIRY - EVERY PENDING CHANGE, IN THE
      * FILE'S OWN KEY ORDER (FILE, THEN EFFECTIVE DATE), WITH A
      * COUNT PER FILE.  NOTHING IS UPDATED.
      *================================================================
       8500-LIST-PENDING-CHANGES.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE " " WS-STAMP-TIME(1:2) ":"
               WS-STAMP-TIME(3:2) ":" WS-STAMP-TIME(5:2)
               INTO WS-RUN-STAMP.
           MOVE "PENDRPT.DAT" TO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-STAMP TO WS-IH-STAMP.
           WRITE RPT-LINE FROM WS-INQUIRY-HEADING-LINE-1.
           WRITE RPT-LINE FROM WS-INQUIRY-HEADING-LINE-2.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               WRITE RPT-LINE FROM WS-NO-PENDING-LINE
               CLOSE REPORT-FILE
               DISPLAY "PROGRAM18 - NO PENDING CHANGES ON FILE"
               GO TO 8500-EXIT
           END-IF.
           PERFORM 1410-READ-PENDING-RECORD THRU 1410-EXIT.
           PERFORM 8510-LIST-ONE-PENDING THRU 8510-EXIT
               UNTIL END-OF-PENDING-FILE.
           IF WS-TOTAL-PENDING-COUNT = 0
               WRITE RPT-LINE FROM WS-NO-PENDING-LINE
           ELSE
               PERFORM 8520-PRINT-FILE-TOTAL THRU 8520-EXIT
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-TOTAL-PENDING-COUNT TO WS-IT-COUNT.
           WRITE RPT-LINE FROM WS-INQUIRY-TOTAL-LINE.
           CLOSE PENDING-CHANGE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "PROGRAM18 - PENDING-CHANGE INQUIRY COMPLETE - "
               WS-TOTAL-PENDING-COUNT " PENDING".
       8500-EXIT.
           EXIT.

      *================================================================
      * 8510-LIST-ONE-PENDING
      *================================================================
       8510-LIST-ONE-PENDING.
           IF WS-TOTAL-PENDING-COUNT > 0
               AND PC-FILE-ID NOT = WS-PREV-PENDING-FILE-ID
               PERFORM 8520-PRINT-FILE-TOTAL THRU 8520-EXIT
           END-IF.
           IF WS-FILE-PENDING-COUNT = 0
               WRITE RPT-LINE FROM WS-BLANK-LINE
           END-IF.
           MOVE PC-FILE-ID        TO WS-PREV-PENDING-FILE-ID.
           MOVE PC-FILE-ID        TO WS-ID-FILE-ID.
           MOVE PC-EFFECTIVE-DATE TO WS-ID-EFFECTIVE-DATE.
           MOVE PC-ACTION         TO WS-ID-ACTION.
           MOVE PC-TRAN-KEY       TO WS-ID-KEY.
           MOVE PC-DATA           TO WS-ID-DATA.
           MOVE PC-OPERATOR       TO WS-ID-OPERATOR.
           MOVE PC-KEYED-STAMP    TO WS-ID-KEYED-STAMP.
           WRITE RPT-LINE FROM WS-INQUIRY-DETAIL-LINE.
           ADD 1 TO WS-FILE-PENDING-COUNT.
           ADD 1 TO WS-TOTAL-PENDING-COUNT.
           PERFORM 1410-READ-PENDING-RECORD THRU 1410-EXIT.
       8510-EXIT.
           EXIT.

      *================================================================
      * 8520-PRINT-FILE-TOTAL
      *================================================================
       8520-PRINT-FILE-TOTAL.
           MOVE WS-PREV-PENDING-FILE-ID TO WS-IF-FILE-ID.
           MOVE WS-FILE-PENDING-COUNT   TO WS-IF-COUNT.
           WRITE RPT-LINE FROM WS-INQUIRY-FILE-TOTAL-LINE.
           MOVE ZERO TO WS-FILE-PENDING-COUNT.
       8520-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
           WRITE RPT-LINE FROM WS-TRAILER-LINE-3.
           MOVE WS-TRAN-REJECTED-COUNT TO WS-TR-REJECTED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-4.
           MOVE WS-TRAN-HELD-COUNT      TO WS-TR-HELD-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5.
           MOVE WS-TRAN-CANCELLED-COUNT TO WS-TR-CANCELLED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-6.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE PENDING-CHANGE-FILE.
           DISPLAY "PROGRAM18 - MAINTENANCE COMPLETE - APPLIED "
               WS-TRAN-APPLIED-COUNT " REJECTED "
               WS-TRAN-REJECTED-COUNT " HELD "
               WS-TRAN-HELD-COUNT.
      * THE NIGHTLY APPLY RUN REPORTS A REJECTED CHANGE ON PENDAPLY
      * BUT DOES NOT SET A CONDITION CODE - THE BATCH DRIVER WOULD
      * OTHERWISE HOLD THE WHOLE NIGHT'S BILLING FOR ONE BAD RECORD.
           IF WS-TRAN-REJECTED-COUNT > 0
               AND NOT IS-APPLY-REQUEST
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
