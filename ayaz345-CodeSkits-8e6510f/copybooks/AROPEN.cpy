      * RECEIPTS TO AR-PAID-AMOUNT AND FLIPS THE STATUS TO PAID WHEN
      * THE ITEM IS COVERED; PROGRAM17 AGES THE OPEN BALANCE
      * (BILLED MINUS PAID) BY CUSTOMER AT THE CLOSE.
      *
      * AR-ITEM-TYPE IS BLANK ON A SALES INVOICE.  PROGRAM25 POSTS
      * EACH MONTH'S LATE-PAYMENT FINANCE CHARGE AS ITS OWN ITEM,
      * TYPE "F", NUMBERED DOWN FROM 9999 WITHIN THE CUSTOMER, AWAY
      * FROM THE ORDER NUMBERS, WHICH COUNT UP.  A LATER ORDER CAN
      * STILL REACH A NUMBER A FINANCE CHARGE (OR UNAPPLIED CASH,
      * BELOW) HOLDS - PROGRAM6 SUSPENSES SUCH A LINE ("OI") RATHER
      * THAN BILL INTO AN ITEM THAT IS NOT A SALES INVOICE.  A
      * FINANCE CHARGE IS NEVER ITSELF CHARGED INTEREST.
      *
      * AN ITEM WITH A NEGATIVE BALANCE IS A CREDIT - A CREDIT-MEMO
      * REVERSAL FROM PROGRAM6, AN OVERPAID INVOICE, OR CASH HELD ON
      * ACCOUNT.  PROGRAM16 NETS OPEN CREDITS AGAINST THE CUSTOMER'S
      * OLDEST INVOICES, AND HOLDS CASH IT CANNOT APPLY AS A SINGLE
      * TYPE "U" (UNAPPLIED CASH) ITEM PER CUSTOMER UNDER ORDER
      * NUMBER 0000, WHICH IS RESERVED FOR IT.  THE HELD CASH IS
      * BILLED AS A NEGATIVE AMOUNT, SO IT REDUCES THE CUSTOMER'S
      * BALANCE LIKE ANY OTHER CREDIT.
      *
      * AR-BILLED-AMOUNT AND AR-PAID-AMOUNT ARE ALWAYS HOME CURRENCY.
      * AN ITEM BILLED IN A FOREIGN CURRENCY ALSO KEEPS THE CURRENCY
      * (AR-CURRENCY-CODE, BLANK FOR HOME), THE FOREIGN AMOUNT BILLED
      * AND CLEARED, AND THE RATE IT WAS BOOKED AT (HOME VALUE OF ONE
      * FOREIGN UNIT, AS ON EXCHRATE.DAT).  PROGRAM16 CLEARS THE
      * FOREIGN AMOUNT WITH RECEIPTS IN THE SAME CURRENCY AND TAKES
      * THE DIFFERENCE BETWEEN THE PAYMENT-DATE RATE AND THE BOOKED
      * RATE AS A REALIZED EXCHANGE GAIN OR LOSS; PROGRAM33 REVALUES
      * THE OPEN FOREIGN AMOUNT AT THE MONTH-END CLOSING RATE.  WHEN
      * MORE IS BILLED TO AN ITEM ON A LATER DAY THE BOOKED RATE
      * BECOMES THE BLENDED RATE OF THE WHOLE ITEM.
      *----------------------------------------------------------------
       01  AR-OPEN-ITEM-RECORD.
           05  AR-OPEN-KEY.
           05  AR-OPEN-STATUS          PIC X(01).
               88  AR-ITEM-IS-OPEN         VALUE "O".
               88  AR-ITEM-IS-PAID         VALUE "P".
           05  AR-ITEM-TYPE            PIC X(01).
               88  AR-ITEM-IS-SALES-INVOICE  VALUE SPACE.
               88  AR-ITEM-IS-FINANCE-CHARGE VALUE "F".
               88  AR-ITEM-IS-UNAPPLIED-CASH VALUE "U".
           05  AR-CURRENCY-CODE        PIC X(03).
               88  AR-ITEM-IS-HOME-CURRENCY  VALUE "   ".
           05  AR-FOREIGN-BILLED       PIC S9(11)V99.
           05  AR-FOREIGN-PAID         PIC S9(11)V99.
           05  AR-BOOKED-RATE          PIC 9(03)V9(06).
           05  FILLER                  PIC X(04).
