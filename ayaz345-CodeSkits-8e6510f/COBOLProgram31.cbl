      *================================================================
      * PROGRAM-ID. PROGRAM31
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Program31.
       AUTHOR.        T. HARLOW.
       INSTALLATION.  DATA PROCESSING - ORDER PROCESSING.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 10/14/2026 TH    ORIGINAL PROGRAM - RETURN AUTHORIZATIONS.
      *                  POSTS CUSTOMER SERVICE'S AND THE RECEIVING
      *                  DOCK'S RA TRANSACTIONS (RATRANS.DAT) TO THE
      *                  INDEXED RA MASTER (RETAUTH.DAT).  A NEW RA IS
      *                  KEYED AGAINST AN ORIGINAL INVOICE NUMBER AND
      *                  ITEM; THE INVOICE LINE IS LOOKED UP ON THE
      *                  SALES HISTORY (SALESHST.DAT) AND THE RETURN
      *                  QUANTITY MAY NOT EXCEED WHAT THE INVOICE
      *                  BILLED LESS WHAT OTHER RAS HAVE ALREADY TAKEN
      *                  BACK ON IT.  AN RA IS FILED PENDING AND ONLY
      *                  AN APPROVED ONE IS CREDITED - PROGRAM6 ISSUES
      *                  THE CREDIT ON ITS NEXT BATCH RUN AT THE
      *                  ORIGINAL NET PRICE AND TAX.  AN RA NOT YET
      *                  CREDITED OR RECEIVED CAN BE CANCELLED.  GOODS
      *                  RECEIVED BACK AGAINST AN APPROVED RA GO BACK
      *                  ON HAND ON THE ITEM MASTER AND ARE AUDITED TO
      *                  AUDITLOG.DAT, AS PROGRAM26 DOES FOR VENDOR
      *                  RECEIPTS.  THE RA REGISTER (RAREG.DAT) LISTS
      *                  EVERY TRANSACTION, POSTED OR REJECTED, AND THE
      *                  OPEN-RA REPORT (OPENRA.DAT) LISTS EVERY
      *                  APPROVED RA WHOSE GOODS ARE NOT ALL BACK, WITH
      *                  ITS AGE, FOR FOLLOW-UP.  WITH NO TRANSACTION
      *                  FILE THE RUN JUST PRINTS THE OPEN-RA REPORT.
      *                  ENDS WITH CONDITION CODE 4 IF ANY TRANSACTION
      *                  WAS REJECTED.
      * 10/15/2026 TH    THE AUDIT RECORD'S FIRST INPUT IS NOW THE ITEM
      *                  NUMBER AND THE EDITED QUANTITY RETURNED - THE
      *                  LABELLED FORM RAN PAST THE END OF THE FIELD
      *                  AND LOST THE LOW-ORDER DIGITS OF THE QUANTITY.
      * 10/15/2026 TH    THE AUDIT RECORD IS NOW BUILT IN ITS OWN SIGNED
      *                  EDIT FIELD.  IT HAD BORROWED THE REGISTER'S
      *                  QUANTITY COLUMN, SO A RECEIVE LINE PRINTED THE
      *                  NEW ON-HAND BALANCE AS THE QUANTITY, AND A
      *                  NEGATIVE BALANCE WAS AUDITED WITHOUT ITS SIGN.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RA-TRANS-FILE ASSIGN TO "RATRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-TRANS-STATUS.

           SELECT RETURN-AUTH-FILE ASSIGN TO "RETAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-NUMBER
               FILE STATUS IS WS-RETURN-AUTH-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RAREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-RA-FILE ASSIGN TO "OPENRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RA-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RATRANS.

       FD  RETURN-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RETAUTH.

       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SALESHST.

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITEMMAST.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  OPEN-RA-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ORA-LINE                    PIC X(132).

       FD  DATE-STAMP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DS-LINE                     PIC X(50).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE CONTROL FIELDS
      *----------------------------------------------------------------
       01  WS-RA-TRANS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RETURN-AUTH-STATUS       PIC X(02) VALUE SPACES.
       01  WS-SALES-HISTORY-STATUS     PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  END-OF-TRANS-FILE           VALUE 'Y'.
           88  NOT-END-OF-TRANS-FILE       VALUE 'N'.

       01  WS-HISTORY-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  END-OF-SALES-HISTORY        VALUE 'Y'.
           88  NOT-END-OF-SALES-HISTORY    VALUE 'N'.

       01  WS-RA-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-RA-FILE              VALUE 'Y'.
           88  NOT-END-OF-RA-FILE          VALUE 'N'.

       01  WS-TRANS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88  TRANS-FILE-IS-OPEN          VALUE 'Y'.
           88  TRANS-FILE-NOT-OPEN         VALUE 'N'.

      *----------------------------------------------------------------
      * RUN-DATE STAMP FOR THE REPORT HEADINGS AND THE RA DATES, AND
      * THE WALL-CLOCK STAMP EACH AUDIT RECORD CARRIES.  WITHOUT THE
      * PROGRAM9 STAMP THE RA DATES FALL BACK TO THE SYSTEM DATE.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.
       01  WS-HEADING-LINE-0           PIC X(132) VALUE SPACES.
       01  WS-STAMP-DATE               PIC 9(08) VALUE 0.
       01  WS-STAMP-DATE-X REDEFINES WS-STAMP-DATE
                                       PIC X(08).
       01  WS-STAMP-TIME               PIC X(08) VALUE SPACES.
       01  WS-AUDIT-STAMP              PIC X(20) VALUE SPACES.
       01  WS-TODAY                    PIC X(10) VALUE SPACES.

       01  WS-DATE-CHECK.
           05  WS-DC-YEAR              PIC X(04).
           05  WS-DC-MONTH             PIC X(02).
           05  WS-DC-DAY               PIC X(02).
       01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK
                                       PIC 9(08).
       01  WS-TODAY-NUM                PIC 9(08) VALUE 0.
       01  WS-DAYS-OPEN                PIC S9(05) VALUE 0.

      *----------------------------------------------------------------
      * TRANSACTION EDIT FIELDS
      *----------------------------------------------------------------
       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.
           88  TRANSACTION-EDITS-CLEAN     VALUE SPACES.

       01  WS-BILLED-QTY               PIC S9(07) VALUE 0.
       01  WS-BILLED-NET               PIC S9(10)V99 VALUE 0.
       01  WS-BILLED-TAX               PIC S9(10)V99 VALUE 0.
       01  WS-BILLED-CUSTOMER          PIC 9(03) VALUE 0.
       01  WS-BILLED-ORDER             PIC 9(04) VALUE 0.
       01  WS-BILLED-SALESPERSON       PIC X(03) VALUE SPACES.
       01  WS-BILLED-JURISDICTION      PIC X(03) VALUE SPACES.
       01  WS-PRIOR-RETURN-QTY         PIC S9(07) VALUE 0.
       01  WS-AVAILABLE-QTY            PIC S9(07) VALUE 0.
       01  WS-OUTSTANDING-QTY          PIC S9(07) VALUE 0.
       01  WS-ON-HAND-BEFORE           PIC S9(07) VALUE 0.
       01  WS-AUDIT-QTY                PIC -(07)9.

      *----------------------------------------------------------------
      * RUN CONTROL TOTALS
      *----------------------------------------------------------------
       01  WS-TRANS-READ               PIC 9(07) COMP VALUE 0.
       01  WS-TRANS-POSTED             PIC 9(07) COMP VALUE 0.
       01  WS-TRANS-REJECTED           PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-QTY-RECEIVED       PIC 9(09) VALUE 0.
       01  WS-OPEN-RA-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-OPEN-RA-UNITS            PIC 9(09) VALUE 0.
       01  WS-PENDING-RA-COUNT         PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------------
      * RA REGISTER LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1           PIC X(132) VALUE
           "PROGRAM31 - RETURN AUTHORIZATION REGISTER".

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(44) VALUE
               "TRANSACTION  RA NO.  INVOICE  CUST  ITEM    ".
           05  FILLER                  PIC X(88) VALUE
               "QUANTITY   BILLED RETURNED  DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-TRANS-TYPE         PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-RA-NUMBER          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-INVOICE-NUMBER     PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CUSTOMER-NUMBER    PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-ITEM-NUMBER        PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-QUANTITY           PIC Z(07)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-BILLED-QTY         PIC Z(07)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-RETURNED-QTY       PIC Z(07)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(30).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "TRANSACTIONS READ -           ".
           05  WS-TR-READ-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               "TRANSACTIONS POSTED -         ".
           05  WS-TR-POSTED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "UNITS RECEIVED -".
           05  WS-TR-TOTAL-QTY         PIC Z(08)9.
           05  FILLER                  PIC X(65) VALUE SPACES.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               "TRANSACTIONS REJECTED -       ".
           05  WS-TR-REJECTED-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-NO-TRANS-LINE            PIC X(132) VALUE
           "NO RA TRANSACTIONS ON FILE - OPEN-RA REPORT ONLY".

      *----------------------------------------------------------------
      * OPEN-RA REPORT LINES
      *----------------------------------------------------------------
       01  WS-ORA-HEADING-1            PIC X(132) VALUE
           "PROGRAM31 - OPEN RETURN AUTHORIZATIONS - NOT RECEIVED".

       01  WS-ORA-HEADING-2.
           05  FILLER                  PIC X(46) VALUE
               "RA NO.  CUST  ORDER  INVOICE  ITEM  APPROVED  ".
           05  FILLER                  PIC X(45) VALUE
               "   DAYS  AUTHORIZED  RECEIVED  OUTSTANDING  ".
           05  FILLER                  PIC X(41) VALUE
               "CREDIT INV  CREDIT DATE".

       01  WS-ORA-DETAIL-LINE.
           05  WS-OD-RA-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-CUSTOMER-NUMBER   PIC 9(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OD-ORDER-NUMBER      PIC 9(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OD-INVOICE-NUMBER    PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-ITEM-NUMBER       PIC 9(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OD-APPROVED-DATE     PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-OD-DAYS-OPEN         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-RETURN-QTY        PIC Z(09)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-OD-RECEIVED-QTY      PIC Z(08)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-OUTSTANDING-QTY   PIC Z(10)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-CREDIT-INVOICE    PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-OD-CREDIT-DATE       PIC X(10).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-NO-OPEN-RA-LINE          PIC X(132) VALUE
           "NO APPROVED RETURN AUTHORIZATIONS AWAITING RECEIPT".

       01  WS-ORA-TRAILER-1.
           05  FILLER                  PIC X(30) VALUE
               "OPEN RAS LISTED -             ".
           05  WS-OT-OPEN-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               "UNITS OUTSTANDING -".
           05  WS-OT-OPEN-UNITS        PIC Z(08)9.
           05  FILLER                  PIC X(62) VALUE SPACES.
       01  WS-ORA-TRAILER-2.
           05  FILLER                  PIC X(30) VALUE
               "RAS AWAITING APPROVAL -       ".
           05  WS-OT-PENDING-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-TRANS-FILE.
           PERFORM 5000-WRITE-OPEN-RA-REPORT THRU 5000-EXIT.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      *================================================================
      * 1000-INITIALIZE-RUN
      *
      * THE RA MASTER IS CREATED EMPTY THE FIRST TIME.  THE ITEM
      * MASTER IS ONLY NEEDED WHEN THERE ARE TRANSACTIONS TO POST.
      *================================================================
       1000-INITIALIZE-RUN.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE-X(1:4) "/" WS-STAMP-DATE-X(5:2) "/"
               WS-STAMP-DATE-X(7:2) " " WS-STAMP-TIME(1:2) ":"
               WS-STAMP-TIME(3:2) ":" WS-STAMP-TIME(5:2)
               INTO WS-AUDIT-STAMP.
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               MOVE WS-RUN-DATE-STAMP(1:10) TO WS-TODAY
           ELSE
               MOVE WS-AUDIT-STAMP(1:10)    TO WS-TODAY
           END-IF.
           MOVE WS-TODAY(1:4) TO WS-DC-YEAR.
           MOVE WS-TODAY(6:2) TO WS-DC-MONTH.
           MOVE WS-TODAY(9:2) TO WS-DC-DAY.
           IF WS-DATE-CHECK NUMERIC
               MOVE WS-DATE-CHECK-NUM TO WS-TODAY-NUM
           ELSE
               MOVE WS-STAMP-DATE     TO WS-TODAY-NUM
           END-IF.
           OPEN I-O RETURN-AUTH-FILE.
           IF WS-RETURN-AUTH-STATUS = "35"
               OPEN OUTPUT RETURN-AUTH-FILE
               CLOSE RETURN-AUTH-FILE
               OPEN I-O RETURN-AUTH-FILE
           END-IF.
           IF WS-RETURN-AUTH-STATUS NOT = "00"
               DISPLAY "PROGRAM31 - UNABLE TO OPEN RA MASTER, STATUS "
                   WS-RETURN-AUTH-STATUS
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
           OPEN INPUT RA-TRANS-FILE.
           IF WS-RA-TRANS-STATUS NOT = "00"
               WRITE RPT-LINE FROM WS-NO-TRANS-LINE
               SET END-OF-TRANS-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET TRANS-FILE-IS-OPEN TO TRUE.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "PROGRAM31 - UNABLE TO OPEN ITEM MASTER, "
                   "STATUS " WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-DATE-STAMP-FILE
      *
      * THE STAMP IS ONLY THERE IF PROGRAM9 HAS RUN TODAY.  WITHOUT
      * IT THE REPORTS SIMPLY HAVE NO RUN-DATE LINE.
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
      * 2000-PROCESS-TRANSACTION
      *
      * EDITS AND POSTS ONE TRANSACTION.  EACH TYPE LEAVES A REASON
      * IN WS-EDIT-REASON IF IT CANNOT BE POSTED; A REJECTED
      * TRANSACTION IS LISTED WITH ITS REASON AND CHANGES NOTHING.
      *================================================================
       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RT-RA-NUMBER       TO WS-D-RA-NUMBER.
           IF NOT RT-IS-APPROVAL AND NOT RT-IS-CANCELLATION
               MOVE RT-INVOICE-NUMBER  TO WS-D-INVOICE-NUMBER
               MOVE RT-CUSTOMER-NUMBER TO WS-D-CUSTOMER-NUMBER
               MOVE RT-ITEM-NUMBER     TO WS-D-ITEM-NUMBER
           END-IF.
           IF RT-QUANTITY NUMERIC
               MOVE RT-QUANTITY TO WS-D-QUANTITY
           END-IF.
           IF RT-RA-NUMBER NOT NUMERIC
               OR RT-RA-NUMBER = ZERO
               MOVE "INVALID RA NUMBER" TO WS-EDIT-REASON
               GO TO 2000-LIST
           END-IF.
           EVALUATE TRUE
               WHEN RT-IS-NEW-RA
                   MOVE "NEW RA"  TO WS-D-TRANS-TYPE
                   PERFORM 3000-ADD-NEW-RA THRU 3000-EXIT
               WHEN RT-IS-APPROVAL
                   MOVE "APPROVE" TO WS-D-TRANS-TYPE
                   PERFORM 4000-APPROVE-RA THRU 4000-EXIT
               WHEN RT-IS-CANCELLATION
                   MOVE "CANCEL"  TO WS-D-TRANS-TYPE
                   PERFORM 4100-CANCEL-RA THRU 4100-EXIT
               WHEN RT-IS-RECEIPT
                   MOVE "RECEIVE" TO WS-D-TRANS-TYPE
                   PERFORM 4200-RECEIVE-RA THRU 4200-EXIT
               WHEN OTHER
                   MOVE RT-TRANS-TYPE TO WS-D-TRANS-TYPE
                   MOVE "UNKNOWN TRANSACTION TYPE" TO WS-EDIT-REASON
           END-EVALUATE.
       2000-LIST.
           IF TRANSACTION-EDITS-CLEAN
               ADD 1 TO WS-TRANS-POSTED
               IF WS-D-DISPOSITION = SPACES
                   MOVE "POSTED" TO WS-D-DISPOSITION
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               MOVE WS-EDIT-REASON TO WS-D-DISPOSITION
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-READ-TRANSACTION
      *================================================================
       2100-READ-TRANSACTION.
           READ RA-TRANS-FILE
               AT END
                   SET END-OF-TRANS-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *================================================================
      * 3000-ADD-NEW-RA
      *
      * THE RA NUMBER MUST BE NEW, AND THE INVOICE MUST HAVE BILLED
      * THE ITEM TO THIS CUSTOMER.  THE RETURN QUANTITY MAY NOT PASS
      * THE QUANTITY BILLED LESS EVERY OTHER RA NOT CANCELLED
      * AGAINST THE SAME INVOICE AND ITEM.
      *================================================================
       3000-ADD-NEW-RA.
           IF RT-INVOICE-NUMBER NOT NUMERIC
               OR RT-INVOICE-NUMBER = ZERO
               MOVE "INVALID INVOICE NUMBER" TO WS-EDIT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF RT-CUSTOMER-NUMBER NOT NUMERIC
               MOVE "NON-NUMERIC CUSTOMER NUMBER" TO WS-EDIT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF RT-ITEM-NUMBER NOT NUMERIC
               MOVE "NON-NUMERIC ITEM NUMBER" TO WS-EDIT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF RT-QUANTITY NOT NUMERIC
               OR RT-QUANTITY = ZERO
               MOVE "INVALID RETURN QUANTITY" TO WS-EDIT-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE RT-RA-NUMBER TO RA-NUMBER.
           READ RETURN-AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "RA NUMBER ALREADY ON FILE" TO WS-EDIT-REASON
           END-READ.
           IF NOT TRANSACTION-EDITS-CLEAN
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-FIND-INVOICE-LINE THRU 3100-EXIT.
           IF NOT TRANSACTION-EDITS-CLEAN
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-BILLED-QTY TO WS-D-BILLED-QTY.
           IF WS-BILLED-CUSTOMER NOT = RT-CUSTOMER-NUMBER
               MOVE "INVOICE IS FOR ANOTHER CUSTOMER" TO WS-EDIT-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-TOTAL-PRIOR-RETURNS THRU 3200-EXIT.
           MOVE WS-PRIOR-RETURN-QTY TO WS-D-RETURNED-QTY.
           COMPUTE WS-AVAILABLE-QTY =
               WS-BILLED-QTY - WS-PRIOR-RETURN-QTY.
           IF RT-QUANTITY > WS-AVAILABLE-QTY
               MOVE "EXCEEDS BILLED LESS RETURNED" TO WS-EDIT-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-WRITE-NEW-RA THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3100-FIND-INVOICE-LINE
      *
      * TOTALS EVERY SALES-HISTORY LINE THE INVOICE BILLED FOR THE
      * ITEM - AN ORDER CAN CARRY THE SAME ITEM ON MORE THAN ONE
      * LINE.  CREDIT LINES ON THE HISTORY ARE NOT SALES AND ARE
      * SKIPPED; RETURNS ALREADY AUTHORIZED ARE COUNTED FROM THE RA
      * MASTER INSTEAD (3200).
      *================================================================
       3100-FIND-INVOICE-LINE.
           MOVE ZERO   TO WS-BILLED-QTY.
           MOVE ZERO   TO WS-BILLED-NET.
           MOVE ZERO   TO WS-BILLED-TAX.
           MOVE ZERO   TO WS-BILLED-CUSTOMER.
           MOVE ZERO   TO WS-BILLED-ORDER.
           MOVE SPACES TO WS-BILLED-SALESPERSON.
           MOVE SPACES TO WS-BILLED-JURISDICTION.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-SALES-HISTORY-STATUS NOT = "00"
               MOVE "NO SALES HISTORY ON FILE" TO WS-EDIT-REASON
               GO TO 3100-EXIT
           END-IF.
           SET NOT-END-OF-SALES-HISTORY TO TRUE.
           PERFORM 3110-READ-SALES-HISTORY THRU 3110-EXIT.
           PERFORM 3120-MATCH-ONE-HISTORY THRU 3120-EXIT
               UNTIL END-OF-SALES-HISTORY.
           CLOSE SALES-HISTORY-FILE.
           IF WS-BILLED-QTY = ZERO
               MOVE "ITEM NOT BILLED ON INVOICE" TO WS-EDIT-REASON
           END-IF.
       3100-EXIT.
           EXIT.

      *================================================================
      * 3110-READ-SALES-HISTORY
      *================================================================
       3110-READ-SALES-HISTORY.
           READ SALES-HISTORY-FILE
               AT END
                   SET END-OF-SALES-HISTORY TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.

      *================================================================
      * 3120-MATCH-ONE-HISTORY
      *================================================================
       3120-MATCH-ONE-HISTORY.
           IF SH-INVOICE-NUMBER NOT NUMERIC
               OR SH-ITEM-NUMBER NOT NUMERIC
               OR SH-QUANTITY NOT NUMERIC
               GO TO 3120-NEXT
           END-IF.
           IF SH-INVOICE-NUMBER NOT = RT-INVOICE-NUMBER
               OR SH-ITEM-NUMBER NOT = RT-ITEM-NUMBER
               OR SH-QUANTITY NOT > ZERO
               GO TO 3120-NEXT
           END-IF.
           ADD SH-QUANTITY   TO WS-BILLED-QTY.
           ADD SH-NET-AMOUNT TO WS-BILLED-NET.
           ADD SH-TAX-AMOUNT TO WS-BILLED-TAX.
           MOVE SH-CUSTOMER-NUMBER  TO WS-BILLED-CUSTOMER.
           MOVE SH-ORDER-NUMBER     TO WS-BILLED-ORDER.
           MOVE SH-SALESPERSON      TO WS-BILLED-SALESPERSON.
           MOVE SH-TAX-JURISDICTION TO WS-BILLED-JURISDICTION.
       3120-NEXT.
           PERFORM 3110-READ-SALES-HISTORY THRU 3110-EXIT.
       3120-EXIT.
           EXIT.

      *================================================================
      * 3200-TOTAL-PRIOR-RETURNS
      *
      * BROWSES THE WHOLE RA MASTER FOR RAS ALREADY TAKEN AGAINST
      * THE SAME INVOICE AND ITEM.  A CANCELLED RA GAVE ITS QUANTITY
      * BACK AND DOES NOT COUNT.
      *================================================================
       3200-TOTAL-PRIOR-RETURNS.
           MOVE ZERO TO WS-PRIOR-RETURN-QTY.
           MOVE ZERO TO RA-NUMBER.
           SET NOT-END-OF-RA-FILE TO TRUE.
           START RETURN-AUTH-FILE KEY IS NOT LESS THAN RA-NUMBER
               INVALID KEY
                   SET END-OF-RA-FILE TO TRUE
           END-START.
           IF NOT-END-OF-RA-FILE
               PERFORM 3210-READ-NEXT-RA THRU 3210-EXIT
           END-IF.
           PERFORM 3220-ADD-ONE-PRIOR-RETURN THRU 3220-EXIT
               UNTIL END-OF-RA-FILE.
       3200-EXIT.
           EXIT.

      *================================================================
      * 3210-READ-NEXT-RA
      *================================================================
       3210-READ-NEXT-RA.
           READ RETURN-AUTH-FILE NEXT RECORD
               AT END
                   SET END-OF-RA-FILE TO TRUE
           END-READ.
       3210-EXIT.
           EXIT.

      *================================================================
      * 3220-ADD-ONE-PRIOR-RETURN
      *================================================================
       3220-ADD-ONE-PRIOR-RETURN.
           IF RA-INVOICE-NUMBER = RT-INVOICE-NUMBER
               AND RA-ITEM-NUMBER = RT-ITEM-NUMBER
               AND NOT RA-IS-CANCELLED
               ADD RA-RETURN-QTY TO WS-PRIOR-RETURN-QTY
           END-IF.
           PERFORM 3210-READ-NEXT-RA THRU 3210-EXIT.
       3220-EXIT.
           EXIT.

      *================================================================
      * 3300-WRITE-NEW-RA
      *
      * THE RA IS FILED PENDING WITH THE INVOICE LINE'S BILLED
      * QUANTITY, NET AND TAX, SO THE CREDIT IS PRICED FROM WHAT WAS
      * ACTUALLY BILLED WHENEVER IT IS ISSUED.
      *================================================================
       3300-WRITE-NEW-RA.
           MOVE SPACES                 TO RA-RETURN-AUTH-RECORD.
           MOVE RT-RA-NUMBER           TO RA-NUMBER.
           SET RA-IS-PENDING           TO TRUE.
           MOVE RT-CUSTOMER-NUMBER     TO RA-CUSTOMER-NUMBER.
           MOVE WS-BILLED-ORDER        TO RA-ORDER-NUMBER.
           MOVE RT-INVOICE-NUMBER      TO RA-INVOICE-NUMBER.
           MOVE RT-ITEM-NUMBER         TO RA-ITEM-NUMBER.
           MOVE RT-QUANTITY            TO RA-RETURN-QTY.
           MOVE WS-BILLED-QTY          TO RA-BILLED-QTY.
           MOVE WS-BILLED-NET          TO RA-BILLED-NET.
           MOVE WS-BILLED-TAX          TO RA-BILLED-TAX.
           MOVE WS-BILLED-JURISDICTION TO RA-TAX-JURISDICTION.
           MOVE WS-BILLED-SALESPERSON  TO RA-SALESPERSON.
           MOVE RT-REASON-TEXT         TO RA-REASON-TEXT.
           MOVE WS-TODAY               TO RA-ENTERED-DATE.
           MOVE ZERO                   TO RA-CREDIT-INVOICE.
           MOVE ZERO                   TO RA-CREDIT-AMOUNT.
           MOVE ZERO                   TO RA-QTY-RECEIVED.
           WRITE RA-RETURN-AUTH-RECORD
               INVALID KEY
                   MOVE "RA MASTER WRITE FAILED" TO WS-EDIT-REASON
                   GO TO 3300-EXIT
           END-WRITE.
           MOVE "FILED - PENDING APPROVAL" TO WS-D-DISPOSITION.
       3300-EXIT.
           EXIT.

      *================================================================
      * 4000-APPROVE-RA
      *
      * ONLY A PENDING RA CAN BE APPROVED.  PROGRAM6 ISSUES THE
      * CREDIT ON ITS NEXT BATCH RUN.
      *================================================================
       4000-APPROVE-RA.
           PERFORM 4900-READ-RA-FOR-UPDATE THRU 4900-EXIT.
           IF NOT TRANSACTION-EDITS-CLEAN
               GO TO 4000-EXIT
           END-IF.
           IF NOT RA-IS-PENDING
               MOVE "RA IS NOT PENDING" TO WS-EDIT-REASON
               GO TO 4000-EXIT
           END-IF.
           SET RA-IS-APPROVED TO TRUE.
           MOVE WS-TODAY TO RA-APPROVED-DATE.
           PERFORM 4950-REWRITE-RA THRU 4950-EXIT.
           MOVE "APPROVED - CREDIT NEXT RUN" TO WS-D-DISPOSITION.
       4000-EXIT.
           EXIT.

      *================================================================
      * 4100-CANCEL-RA
      *
      * AN RA CAN BE CANCELLED UNTIL IT IS CREDITED OR ANY GOODS ARE
      * RECEIVED AGAINST IT.  ITS QUANTITY IS THEN FREE FOR ANOTHER
      * RA ON THE SAME INVOICE LINE.
      *================================================================
       4100-CANCEL-RA.
           PERFORM 4900-READ-RA-FOR-UPDATE THRU 4900-EXIT.
           IF NOT TRANSACTION-EDITS-CLEAN
               GO TO 4100-EXIT
           END-IF.
           IF RA-IS-CANCELLED
               MOVE "RA ALREADY CANCELLED" TO WS-EDIT-REASON
               GO TO 4100-EXIT
           END-IF.
           IF RA-CREDIT-INVOICE NOT = ZERO
               MOVE "RA ALREADY CREDITED" TO WS-EDIT-REASON
               GO TO 4100-EXIT
           END-IF.
           IF RA-QTY-RECEIVED NOT = ZERO
               MOVE "GOODS ALREADY RECEIVED" TO WS-EDIT-REASON
               GO TO 4100-EXIT
           END-IF.
           SET RA-IS-CANCELLED TO TRUE.
           PERFORM 4950-REWRITE-RA THRU 4950-EXIT.
           MOVE "CANCELLED" TO WS-D-DISPOSITION.
       4100-EXIT.
           EXIT.

      *================================================================
      * 4200-RECEIVE-RA
      *
      * GOODS COME BACK ONLY AGAINST AN APPROVED RA AND NEVER MORE
      * THAN IT AUTHORIZED.  THE QUANTITY GOES BACK ON HAND ON THE
      * ITEM MASTER, THE POSTING IS AUDITED, AND THE RA CARRIES THE
      * RUNNING QUANTITY RECEIVED.
      *================================================================
       4200-RECEIVE-RA.
           IF RT-QUANTITY NOT NUMERIC
               OR RT-QUANTITY = ZERO
               MOVE "INVALID RECEIVED QUANTITY" TO WS-EDIT-REASON
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4900-READ-RA-FOR-UPDATE THRU 4900-EXIT.
           IF NOT TRANSACTION-EDITS-CLEAN
               GO TO 4200-EXIT
           END-IF.
           MOVE RA-INVOICE-NUMBER  TO WS-D-INVOICE-NUMBER.
           MOVE RA-CUSTOMER-NUMBER TO WS-D-CUSTOMER-NUMBER.
           MOVE RA-ITEM-NUMBER     TO WS-D-ITEM-NUMBER.
           MOVE RA-RETURN-QTY      TO WS-D-BILLED-QTY.
           MOVE RA-QTY-RECEIVED    TO WS-D-RETURNED-QTY.
           IF NOT RA-IS-APPROVED
               MOVE "RA IS NOT APPROVED" TO WS-EDIT-REASON
               GO TO 4200-EXIT
           END-IF.
           COMPUTE WS-OUTSTANDING-QTY =
               RA-RETURN-QTY - RA-QTY-RECEIVED.
           IF RT-QUANTITY > WS-OUTSTANDING-QTY
               MOVE "MORE THAN RA AUTHORIZED" TO WS-EDIT-REASON
               GO TO 4200-EXIT
           END-IF.
           MOVE RA-ITEM-NUMBER TO IM-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "ITEM NOT ON MASTER" TO WS-EDIT-REASON
                   GO TO 4200-EXIT
           END-READ.
           MOVE IM-ON-HAND-QTY TO WS-ON-HAND-BEFORE.
           ADD RT-QUANTITY TO IM-ON-HAND-QTY
               ON SIZE ERROR
                   MOVE "ON-HAND WOULD OVERFLOW" TO WS-EDIT-REASON
                   GO TO 4200-EXIT
           END-ADD.
           REWRITE IM-ITEM-RECORD
               INVALID KEY
                   MOVE "ITEM MASTER REWRITE FAILED" TO WS-EDIT-REASON
                   GO TO 4200-EXIT
           END-REWRITE.
           PERFORM 4250-WRITE-AUDIT-RECORD THRU 4250-EXIT.
           ADD RT-QUANTITY TO RA-QTY-RECEIVED.
           MOVE WS-TODAY   TO RA-LAST-RECEIPT-DATE.
           PERFORM 4950-REWRITE-RA THRU 4950-EXIT.
           ADD RT-QUANTITY TO WS-TOTAL-QTY-RECEIVED.
           IF RA-QTY-RECEIVED = RA-RETURN-QTY
               MOVE "RECEIVED - RA COMPLETE" TO WS-D-DISPOSITION
           ELSE
               MOVE "RECEIVED - PART OUTSTANDING" TO WS-D-DISPOSITION
           END-IF.
       4200-EXIT.
           EXIT.

      *================================================================
      * 4250-WRITE-AUDIT-RECORD
      *
      * ONE AUDIT RECORD PER RETURN RECEIVED - ITEM NUMBER AND EDITED
      * QUANTITY IN, THE ON-HAND BALANCE BEFORE AND AFTER, AND THE RA
      * NUMBER AS THE SOURCE DOCUMENT.
      *================================================================
       4250-WRITE-AUDIT-RECORD.
           MOVE SPACES          TO AL-AUDIT-RECORD.
           MOVE "PROGRAM31"     TO AL-PROGRAM-ID.
           MOVE WS-AUDIT-STAMP  TO AL-RUN-TIMESTAMP.
           MOVE RT-QUANTITY       TO WS-AUDIT-QTY.
           STRING RA-ITEM-NUMBER " " WS-AUDIT-QTY
               DELIMITED BY SIZE INTO AL-INPUT-1.
           MOVE WS-ON-HAND-BEFORE TO WS-AUDIT-QTY.
           MOVE WS-AUDIT-QTY      TO AL-INPUT-2.
           MOVE IM-ON-HAND-QTY    TO WS-AUDIT-QTY.
           MOVE WS-AUDIT-QTY      TO AL-RESULT.
           STRING "RA " RA-NUMBER
               DELIMITED BY SIZE INTO AL-REFERENCE.
           WRITE AL-AUDIT-RECORD.
       4250-EXIT.
           EXIT.

      *================================================================
      * 4900-READ-RA-FOR-UPDATE
      *================================================================
       4900-READ-RA-FOR-UPDATE.
           MOVE RT-RA-NUMBER TO RA-NUMBER.
           READ RETURN-AUTH-FILE
               INVALID KEY
                   MOVE "RA NOT ON FILE" TO WS-EDIT-REASON
           END-READ.
       4900-EXIT.
           EXIT.

      *================================================================
      * 4950-REWRITE-RA
      *================================================================
       4950-REWRITE-RA.
           REWRITE RA-RETURN-AUTH-RECORD
               INVALID KEY
                   MOVE "RA MASTER REWRITE FAILED" TO WS-EDIT-REASON
           END-REWRITE.
       4950-EXIT.
           EXIT.

      *================================================================
      * 5000-WRITE-OPEN-RA-REPORT
      *
      * EVERY APPROVED RA WHOSE GOODS ARE NOT ALL BACK, IN RA NUMBER
      * ORDER, WITH THE DAYS SINCE APPROVAL - AUTHORIZED BUT NEVER
      * RECEIVED IS WHAT CUSTOMER SERVICE FOLLOWS UP.  THE CREDIT
      * COLUMNS SHOW WHETHER THE CUSTOMER HAS ALREADY BEEN CREDITED.
      *================================================================
       5000-WRITE-OPEN-RA-REPORT.
           OPEN OUTPUT OPEN-RA-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               WRITE ORA-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE ORA-LINE FROM WS-ORA-HEADING-1.
           WRITE ORA-LINE FROM WS-BLANK-LINE.
           WRITE ORA-LINE FROM WS-ORA-HEADING-2.
           MOVE ZERO TO RA-NUMBER.
           SET NOT-END-OF-RA-FILE TO TRUE.
           START RETURN-AUTH-FILE KEY IS NOT LESS THAN RA-NUMBER
               INVALID KEY
                   SET END-OF-RA-FILE TO TRUE
           END-START.
           IF NOT-END-OF-RA-FILE
               PERFORM 3210-READ-NEXT-RA THRU 3210-EXIT
           END-IF.
           PERFORM 5100-LIST-ONE-RA THRU 5100-EXIT
               UNTIL END-OF-RA-FILE.
           IF WS-OPEN-RA-COUNT = ZERO
               WRITE ORA-LINE FROM WS-NO-OPEN-RA-LINE
           END-IF.
           WRITE ORA-LINE FROM WS-BLANK-LINE.
           MOVE WS-OPEN-RA-COUNT    TO WS-OT-OPEN-COUNT.
           MOVE WS-OPEN-RA-UNITS    TO WS-OT-OPEN-UNITS.
           WRITE ORA-LINE FROM WS-ORA-TRAILER-1.
           MOVE WS-PENDING-RA-COUNT TO WS-OT-PENDING-COUNT.
           WRITE ORA-LINE FROM WS-ORA-TRAILER-2.
           CLOSE OPEN-RA-FILE.
       5000-EXIT.
           EXIT.

      *================================================================
      * 5100-LIST-ONE-RA
      *================================================================
       5100-LIST-ONE-RA.
           IF RA-IS-PENDING
               ADD 1 TO WS-PENDING-RA-COUNT
               GO TO 5100-NEXT
           END-IF.
           IF NOT RA-IS-APPROVED
               OR RA-QTY-RECEIVED NOT < RA-RETURN-QTY
               GO TO 5100-NEXT
           END-IF.
           ADD 1 TO WS-OPEN-RA-COUNT.
           COMPUTE WS-OUTSTANDING-QTY =
               RA-RETURN-QTY - RA-QTY-RECEIVED.
           ADD WS-OUTSTANDING-QTY TO WS-OPEN-RA-UNITS.
           MOVE RA-NUMBER          TO WS-OD-RA-NUMBER.
           MOVE RA-CUSTOMER-NUMBER TO WS-OD-CUSTOMER-NUMBER.
           MOVE RA-ORDER-NUMBER    TO WS-OD-ORDER-NUMBER.
           MOVE RA-INVOICE-NUMBER  TO WS-OD-INVOICE-NUMBER.
           MOVE RA-ITEM-NUMBER     TO WS-OD-ITEM-NUMBER.
           MOVE RA-APPROVED-DATE   TO WS-OD-APPROVED-DATE.
           MOVE RA-RETURN-QTY      TO WS-OD-RETURN-QTY.
           MOVE RA-QTY-RECEIVED    TO WS-OD-RECEIVED-QTY.
           MOVE WS-OUTSTANDING-QTY TO WS-OD-OUTSTANDING-QTY.
           PERFORM 5150-AGE-ONE-RA THRU 5150-EXIT.
           IF RA-CREDIT-INVOICE = ZERO
               MOVE "NOT YET"         TO WS-OD-CREDIT-INVOICE
               MOVE SPACES            TO WS-OD-CREDIT-DATE
           ELSE
               MOVE RA-CREDIT-INVOICE TO WS-OD-CREDIT-INVOICE
               MOVE RA-CREDIT-DATE    TO WS-OD-CREDIT-DATE
           END-IF.
           WRITE ORA-LINE FROM WS-ORA-DETAIL-LINE.
       5100-NEXT.
           PERFORM 3210-READ-NEXT-RA THRU 3210-EXIT.
       5100-EXIT.
           EXIT.

      *================================================================
      * 5150-AGE-ONE-RA
      *
      * DAYS FROM APPROVAL TO THE RUN DATE.  AN APPROVAL DATE THAT
      * IS NOT A REAL YYYY/MM/DD DATE AGES AS ZERO.
      *================================================================
       5150-AGE-ONE-RA.
           MOVE ZERO TO WS-DAYS-OPEN.
           MOVE RA-APPROVED-DATE(1:4) TO WS-DC-YEAR.
           MOVE RA-APPROVED-DATE(6:2) TO WS-DC-MONTH.
           MOVE RA-APPROVED-DATE(9:2) TO WS-DC-DAY.
           IF WS-DATE-CHECK NOT NUMERIC
               GO TO 5150-SHOW
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK-NUM) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-TODAY-NUM) NOT = 0
               GO TO 5150-SHOW
           END-IF.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-DATE-CHECK-NUM).
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF.
       5150-SHOW.
           MOVE WS-DAYS-OPEN TO WS-OD-DAYS-OPEN.
       5150-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
       9000-TERMINATE-RUN.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-TRANS-READ         TO WS-TR-READ-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-TRANS-POSTED       TO WS-TR-POSTED-COUNT.
           MOVE WS-TOTAL-QTY-RECEIVED TO WS-TR-TOTAL-QTY.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-TRANS-REJECTED     TO WS-TR-REJECTED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-3.
           IF TRANS-FILE-IS-OPEN
               CLOSE RA-TRANS-FILE
               CLOSE ITEM-MASTER-FILE
               CLOSE AUDIT-LOG-FILE
           END-IF.
           CLOSE RETURN-AUTH-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "PROGRAM31 - RA TRANSACTIONS POSTED "
               WS-TRANS-POSTED " REJECTED " WS-TRANS-REJECTED
               " OPEN RAS " WS-OPEN-RA-COUNT.
           IF WS-TRANS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
