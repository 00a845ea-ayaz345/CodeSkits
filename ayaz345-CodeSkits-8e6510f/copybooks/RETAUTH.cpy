      *----------------------------------------------------------------
      * RETAUTH.CPY
      * RETURN-AUTHORIZATION (RA) RECORD ON THE INDEXED RETAUTH.DAT,
      * KEYED BY THE PRE-NUMBERED RA FORM NUMBER.  CUSTOMER SERVICE
      * KEYS AN RA AGAINST AN ORIGINAL INVOICE NUMBER AND ITEM;
      * PROGRAM31 LOOKS THE INVOICE LINE UP ON THE SALES HISTORY
      * (SALESHST.DAT), CHECKS THE RETURN QUANTITY AGAINST WHAT THE
      * INVOICE BILLED LESS WHAT OTHER RAS HAVE ALREADY TAKEN BACK
      * ON IT, AND FILES THE RA AS PENDING WITH THE INVOICE LINE'S
      * BILLED QUANTITY, NET AND TAX COPIED IN.  ONLY AN APPROVED RA
      * PRODUCES A CREDIT - PROGRAM6 ISSUES IT ON ITS NEXT BATCH RUN
      * AT THE ORIGINAL NET PRICE AND TAX RATE, THEN STAMPS THE
      * CREDIT'S INVOICE NUMBER AND DATE HERE.  RA-CREDIT-INVOICE IS
      * ZERO UNTIL THE CREDIT IS ISSUED.  THE GOODS GO BACK INTO
      * STOCK WHEN THE RECEIVING DOCK RECEIVES THEM THROUGH PROGRAM31
      * (RA-QTY-RECEIVED), NOT WHEN THE CREDIT IS ISSUED.  A
      * CANCELLED RA NO LONGER COUNTS AGAINST THE INVOICE LINE.
      * RA-CREDIT-AMOUNT IS THE CREDIT'S NET PLUS TAX AS POSTED TO
      * THE OPEN ITEM, SO A RESTART CAN BACK OUT A CREDIT ISSUED
      * AFTER ITS LAST CHECKPOINT.
      *----------------------------------------------------------------
       01  RA-RETURN-AUTH-RECORD.
           05  RA-NUMBER               PIC 9(06).
           05  RA-STATUS               PIC X(01).
               88  RA-IS-PENDING           VALUE "P".
               88  RA-IS-APPROVED          VALUE "A".
               88  RA-IS-CANCELLED         VALUE "X".
           05  RA-CUSTOMER-NUMBER      PIC 9(03).
           05  RA-ORDER-NUMBER         PIC 9(04).
           05  RA-INVOICE-NUMBER       PIC 9(07).
           05  RA-ITEM-NUMBER          PIC 9(03).
           05  RA-RETURN-QTY           PIC 9(05).
           05  RA-BILLED-QTY           PIC 9(05).
           05  RA-BILLED-NET           PIC S9(10)V99.
           05  RA-BILLED-TAX           PIC S9(10)V99.
           05  RA-TAX-JURISDICTION     PIC X(03).
           05  RA-SALESPERSON          PIC X(03).
           05  RA-REASON-TEXT          PIC X(20).
           05  RA-ENTERED-DATE         PIC X(10).
           05  RA-APPROVED-DATE        PIC X(10).
           05  RA-CREDIT-INVOICE       PIC 9(07).
           05  RA-CREDIT-DATE          PIC X(10).
           05  RA-CREDIT-AMOUNT        PIC S9(10)V99.
           05  RA-QTY-RECEIVED         PIC 9(05).
           05  RA-LAST-RECEIPT-DATE    PIC X(10).
           05  FILLER                  PIC X(04).
