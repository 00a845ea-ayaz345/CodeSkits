      * ONE PER JURISDICTION.  PROGRAM6 ROLLS ITS PER-JURISDICTION
      * REGISTER SUBTOTALS IN AT THE END OF EVERY RUN - THE TAXABLE
      * AND TAX AMOUNTS NET OF CREDIT MEMOS, PLUS THE CREDIT-MEMO TAX
      * BACKED OUT AS A SEPARATE MEMO FIGURE, AND THE NET SALES TO
      * CUSTOMERS HOLDING AN EXEMPTION CERTIFICATE FOR THE
      * JURISDICTION, WHICH THE RETURN REPORTS SEPARATELY FROM THE
      * TAXABLE BASE.  A RECORD ROLLED BEFORE THE EXEMPT FIGURE WAS
      * CARRIED HAS SPACES THERE AND IS READ AS ZERO.  PROGRAM20
      * TURNS THE FILE INTO THE MONTHLY FILING REPORT ON THE
      * MONTH-END BRANCH AND RESETS THE ACCUMULATORS FOR THE NEW
      * PERIOD, THE SAME WAY PROGRAM14 RESETS MTDTOTLS.DAT.
      *----------------------------------------------------------------
      * NOTE - THE WRITE PARAGRAPH MOVES SPACES TO
      * TA-TAX-ACCUM-RECORD BEFORE MOVING IN THE DATA FIELDS BELOW,
           05  TA-TAX-AMOUNT           PIC S9(13)V99.
           05  FILLER                  PIC X(01).
           05  TA-CREDIT-TAX-AMOUNT    PIC S9(13)V99.
           05  FILLER                  PIC X(01).
           05  TA-EXEMPT-AMOUNT        PIC S9(13)V99.
