      * ONE TAX-PAYABLE CREDIT PER JURISDICTION (GA-JURISDICTION IS
      * ONLY MEANINGFUL ON "TAX" RECORDS).  A TOTALS LINE WITH NO
      * MAPPING HOLDS THE WHOLE JOURNAL - PROGRAM19 REFUSES TO
      * RELEASE AN ENTRY IT CANNOT POST.  PROGRAM25'S MONTHLY
      * FINANCE-CHARGE JOURNAL DEBITS THE SAME "AR " ACCOUNT AND
      * CREDITS THE "FIN" INTEREST-INCOME ACCOUNT.  THE DAILY
      * CASH-RECEIPTS JOURNAL (PROGRAM19, FROM PROGRAM16'S TOTALS)
      * DEBITS THE "CSH" BANK ACCOUNT AND CREDITS THE SAME "AR "
      * ACCOUNT AND THE "UNA" UNAPPLIED-CASH ACCOUNT, AND POSTS
      * REALIZED EXCHANGE GAINS (CREDIT) AND LOSSES (DEBIT) ON
      * FOREIGN-CURRENCY RECEIPTS TO THE "FXR" ACCOUNT.
      *----------------------------------------------------------------
       01  GA-ACCOUNT-MAP-RECORD.
           05  GA-MAP-TYPE             PIC X(03).
               88  GA-MAP-IS-SALES         VALUE "SLS".
               88  GA-MAP-IS-DISCOUNT      VALUE "DSC".
               88  GA-MAP-IS-TAX           VALUE "TAX".
               88  GA-MAP-IS-FINANCE-CHARGE VALUE "FIN".
               88  GA-MAP-IS-CASH          VALUE "CSH".
               88  GA-MAP-IS-UNAPPLIED-CASH VALUE "UNA".
               88  GA-MAP-IS-REALIZED-EXCHANGE VALUE "FXR".
           05  FILLER                  PIC X(01).
           05  GA-JURISDICTION         PIC X(03).
           05  FILLER                  PIC X(01).
