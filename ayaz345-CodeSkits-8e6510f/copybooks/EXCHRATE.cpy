      * EXCEPTION INSTEAD OF EXTENDING AT A STALE RATE.  THE RATE IS
      * THE HOME-CURRENCY VALUE OF ONE UNIT OF THE FOREIGN CURRENCY.
      * THE TABLE IS NO LONGER LOADED AT START-UP, SO THE NUMBER OF
      * CURRENCIES IS NOT A COMPILED-IN CAP.  PROGRAM16 VALUES A
      * FOREIGN-CURRENCY RECEIPT AT THE RATE FOR ITS PAYMENT DATE, AND
      * PROGRAM33 REVALUES OPEN FOREIGN ITEMS AT THE RATE FOR THE
      * MONTH-END RUN DATE, SO BOTH DATES NEED A RATE ON FILE.
      *
      * XR-RATE-DATE MUST BE KEYED AS YYYY/MM/DD - WITH THE SLASHES -
      * BECAUSE IT IS MATCHED BYTE FOR BYTE AGAINST THE RUN DATE ON
