      *----------------------------------------------------------------
      * STKRCPT.CPY
      * STOCK RECEIPT RECORD ON STKRCPT.DAT, KEYED BY THE RECEIVING
      * DOCK ONE LINE PER ITEM DELIVERED.  PROGRAM26 ADDS THE
      * QUANTITY TO THE ITEM'S ON-HAND BALANCE (SEE ITEMMAST.CPY).
      * SR-VENDOR-REFERENCE IS THE VENDOR'S PACKING-SLIP OR INVOICE
      * NUMBER, CARRIED TO THE REGISTER AND THE AUDIT LOG SO A
      * RECEIPT CAN BE TRACED BACK TO ITS PAPERWORK.
      * SR-RECEIPT-DATE IS THE DAY THE GOODS CAME IN, YYYY/MM/DD.
      *----------------------------------------------------------------
      * NOTE - THE FILLER SEPARATORS ARE BLANK ON THE INPUT LINE.
       01  SR-RECEIPT-RECORD.
           05  SR-ITEM-NUMBER          PIC 9(03).
           05  FILLER                  PIC X(01).
           05  SR-QUANTITY-RECEIVED    PIC 9(07).
           05  FILLER                  PIC X(01).
           05  SR-VENDOR-REFERENCE     PIC X(12).
           05  FILLER                  PIC X(01).
           05  SR-RECEIPT-DATE         PIC X(10).
