      *----------------------------------------------------------------
      * EINVREC.CPY
      * OUTBOUND ELECTRONIC-INVOICE RECORD ON EINVOICE.DAT, WRITTEN BY
      * PROGRAM6 FOR EVERY INVOICE DOCUMENT BILLED TO A CUSTOMER CODED
      * FOR EDI ON THE CUSTOMER MASTER (CU-EDI-FLAG).  EACH DOCUMENT
      * IS AN INVOICE HEADER (TYPE "I") WITH THE INVOICE DATE,
      * BILL-TO AND TERMS, ONE LINE RECORD (TYPE "D") PER BILLED
      * LINE, AND A SUMMARY (TYPE "S") WITH THE DOCUMENT TOTALS.
      *
      * THE DOCUMENTS TRAVEL IN A TRANSMISSION ENVELOPE, THE SAME WAY
      * EXTRACT.DAT DOES - A TRANSMISSION HEADER (TYPE "H") OPENS IT
      * WITH THE TRANSMISSION NUMBER AND RUN DATE, AND A TRAILER
      * (TYPE "T") CLOSES IT WITH THE COUNT OF RECORDS BETWEEN HEADER
      * AND TRAILER, THE NUMBER OF INVOICES AND THE HASH TOTAL OF THE
      * SUMMARY RECORDS' INVOICE TOTALS, SO A TRUNCATED TRANSFER CAN
      * BE CAUGHT BEFORE IT IS SENT (SEE EINVCTL.CPY).  EVERY PROGRAM6
      * RUN THAT BILLS AN EDI CUSTOMER APPENDS ITS OWN ENVELOPE.
      * EI-INVOICE-NUMBER IS ZERO ON THE ENVELOPE RECORDS.
      *
      * AMOUNTS ARE HOME CURRENCY, AS ON THE PRINTED INVOICE; THE
      * UNIT PRICE IS AS ORDERED, IN EI-LD-CURRENCY-CODE.
      *----------------------------------------------------------------
      * NOTE - THE WRITE PARAGRAPHS MOVE SPACES TO EI-EINVOICE-RECORD
      * BEFORE MOVING IN THE DATA FIELDS BELOW, SO THE FILLER
      * SEPARATORS ARE ALWAYS BLANK ON THE OUTPUT LINE.
       01  EI-EINVOICE-RECORD.
           05  EI-RECORD-TYPE          PIC X(01).
               88  EI-TYPE-IS-XMIT-HEADER  VALUE "H".
               88  EI-TYPE-IS-INVOICE-HEAD VALUE "I".
               88  EI-TYPE-IS-INVOICE-LINE VALUE "D".
               88  EI-TYPE-IS-SUMMARY      VALUE "S".
               88  EI-TYPE-IS-XMIT-TRAILER VALUE "T".
           05  FILLER                  PIC X(01).
           05  EI-XMIT-NUMBER          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  EI-INVOICE-NUMBER       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  EI-RECORD-DATA          PIC X(160).
      * TYPE "H" - TRANSMISSION HEADER
           05  EI-XMIT-HEADER-DATA REDEFINES EI-RECORD-DATA.
               10  EI-XH-RUN-DATE      PIC X(10).
               10  FILLER              PIC X(01).
               10  EI-XH-SENDER-ID     PIC X(10).
               10  FILLER              PIC X(139).
      * TYPE "I" - INVOICE HEADER
           05  EI-INVOICE-HEAD-DATA REDEFINES EI-RECORD-DATA.
               10  EI-IH-INVOICE-DATE  PIC X(10).
               10  FILLER              PIC X(01).
               10  EI-IH-CUSTOMER-NUMBER PIC 9(03).
               10  FILLER              PIC X(01).
               10  EI-IH-ORDER-NUMBER  PIC 9(04).
               10  FILLER              PIC X(01).
               10  EI-IH-CUSTOMER-NAME PIC X(25).
               10  FILLER              PIC X(01).
               10  EI-IH-BILL-TO-LINE-1 PIC X(25).
               10  FILLER              PIC X(01).
               10  EI-IH-BILL-TO-LINE-2 PIC X(25).
               10  FILLER              PIC X(01).
               10  EI-IH-BILL-TO-CITY  PIC X(15).
               10  FILLER              PIC X(01).
               10  EI-IH-BILL-TO-STATE PIC X(02).
               10  FILLER              PIC X(01).
               10  EI-IH-BILL-TO-ZIP   PIC X(10).
               10  FILLER              PIC X(01).
               10  EI-IH-PAYMENT-TERMS PIC X(15).
               10  FILLER              PIC X(17).
      * TYPE "D" - INVOICE LINE
           05  EI-INVOICE-LINE-DATA REDEFINES EI-RECORD-DATA.
               10  EI-LD-LINE-NUMBER   PIC 9(03).
               10  FILLER              PIC X(01).
               10  EI-LD-ITEM-NUMBER   PIC 9(03).
               10  FILLER              PIC X(01).
               10  EI-LD-DESCRIPTION   PIC X(20).
               10  FILLER              PIC X(01).
               10  EI-LD-QUANTITY      PIC S9(05).
               10  FILLER              PIC X(01).
               10  EI-LD-UNIT-PRICE    PIC S9(05)V99.
               10  FILLER              PIC X(01).
               10  EI-LD-CURRENCY-CODE PIC X(03).
               10  FILLER              PIC X(01).
               10  EI-LD-GROSS-AMOUNT  PIC S9(10)V99.
               10  FILLER              PIC X(01).
               10  EI-LD-DISCOUNT-AMOUNT PIC S9(10)V99.
               10  FILLER              PIC X(01).
               10  EI-LD-NET-AMOUNT    PIC S9(10)V99.
               10  FILLER              PIC X(01).
               10  EI-LD-TAX-JURISDICTION PIC X(03).
               10  FILLER              PIC X(01).
               10  EI-LD-TAX-PCT       PIC 9(02)V99.
               10  FILLER              PIC X(01).
               10  EI-LD-TAX-AMOUNT    PIC S9(10)V99.
               10  FILLER              PIC X(53).
      * TYPE "S" - INVOICE SUMMARY
           05  EI-SUMMARY-DATA REDEFINES EI-RECORD-DATA.
               10  EI-IS-LINE-COUNT    PIC 9(03).
               10  FILLER              PIC X(01).
               10  EI-IS-GROSS-AMOUNT  PIC S9(11)V99.
               10  FILLER              PIC X(01).
               10  EI-IS-DISCOUNT-AMOUNT PIC S9(11)V99.
               10  FILLER              PIC X(01).
               10  EI-IS-NET-AMOUNT    PIC S9(11)V99.
               10  FILLER              PIC X(01).
               10  EI-IS-TAX-AMOUNT    PIC S9(11)V99.
               10  FILLER              PIC X(01).
               10  EI-IS-INVOICE-TOTAL PIC S9(11)V99.
               10  FILLER              PIC X(87).
      * TYPE "T" - TRANSMISSION TRAILER
           05  EI-XMIT-TRAILER-DATA REDEFINES EI-RECORD-DATA.
               10  EI-XT-RECORD-COUNT  PIC 9(09).
               10  FILLER              PIC X(01).
               10  EI-XT-INVOICE-COUNT PIC 9(07).
               10  FILLER              PIC X(01).
               10  EI-XT-HASH-TOTAL    PIC S9(12)V99.
               10  FILLER              PIC X(128).
