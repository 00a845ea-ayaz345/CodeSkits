      *----------------------------------------------------------------
      * EINVLOG.CPY
      * SENT-INVOICE LOG RECORD ON EINVLOG.DAT - ONE RECORD PER
      * INVOICE DOCUMENT PROGRAM6 PUTS ON THE OUTBOUND ELECTRONIC-
      * INVOICE FILE (SEE EINVREC.CPY), WITH THE RUN DATE AND THE
      * TRANSMISSION NUMBER IT WENT OUT IN, SO WE CAN SHOW A CUSTOMER
      * WHICH INVOICES WERE SENT ON WHICH DAY.  THE LOG IS PERMANENT -
      * IT IS APPENDED TO AND NEVER RESET.  EL-PROGRAM-ID IS THE
      * BILLING RUN'S AUDIT ID (PROGRAM6, PROGRAM6C FOR A CREDIT
      * RELEASE, PROGRAM6R FOR A REPROCESS PASS).
      *----------------------------------------------------------------
      * NOTE - THE WRITE PARAGRAPH MOVES SPACES TO EL-SENT-LOG-RECORD
      * BEFORE MOVING IN THE DATA FIELDS BELOW, SO THE FILLER
      * SEPARATORS ARE ALWAYS BLANK ON THE OUTPUT LINE.
       01  EL-SENT-LOG-RECORD.
           05  EL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  EL-XMIT-NUMBER          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  EL-INVOICE-NUMBER       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  EL-CUSTOMER-NUMBER      PIC 9(03).
           05  FILLER                  PIC X(01).
           05  EL-ORDER-NUMBER         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  EL-LINE-COUNT           PIC 9(03).
           05  FILLER                  PIC X(01).
           05  EL-INVOICE-TOTAL        PIC S9(11)V99.
           05  FILLER                  PIC X(01).
           05  EL-PROGRAM-ID           PIC X(10).
