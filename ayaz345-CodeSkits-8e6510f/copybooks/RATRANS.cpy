      *----------------------------------------------------------------
      * RATRANS.CPY
      * RETURN-AUTHORIZATION TRANSACTION ON RATRANS.DAT, KEYED BY
      * CUSTOMER SERVICE AND THE RECEIVING DOCK AND POSTED TO THE RA
      * MASTER (RETAUTH.CPY) BY PROGRAM31.  RT-RA-NUMBER IS THE
      * NUMBER PRINTED ON THE RA FORM.  THE TRANSACTION TYPES ARE -
      *   N  NEW RA - INVOICE, CUSTOMER, ITEM, QUANTITY AND REASON
      *   A  APPROVE A PENDING RA
      *   X  CANCEL AN RA NOT YET CREDITED
      *   R  RECEIVE RETURNED GOODS - QUANTITY RECEIVED
      * ONLY THE RA NUMBER IS NEEDED ON AN APPROVE OR CANCEL.
      *----------------------------------------------------------------
      * NOTE - THE FILLER SEPARATORS ARE BLANK ON THE INPUT LINE.
       01  RT-RA-TRANS-RECORD.
           05  RT-TRANS-TYPE           PIC X(01).
               88  RT-IS-NEW-RA            VALUE "N".
               88  RT-IS-APPROVAL          VALUE "A".
               88  RT-IS-CANCELLATION      VALUE "X".
               88  RT-IS-RECEIPT           VALUE "R".
           05  FILLER                  PIC X(01).
           05  RT-RA-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RT-INVOICE-NUMBER       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RT-CUSTOMER-NUMBER      PIC 9(03).
           05  FILLER                  PIC X(01).
           05  RT-ITEM-NUMBER          PIC 9(03).
           05  FILLER                  PIC X(01).
           05  RT-QUANTITY             PIC 9(05).
           05  FILLER                  PIC X(01).
           05  RT-REASON-TEXT          PIC X(20).
