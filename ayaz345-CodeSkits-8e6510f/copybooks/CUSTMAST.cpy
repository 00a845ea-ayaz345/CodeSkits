      * INVOICE DOCUMENT HEADING.  AN ORDER LINE WHOSE CUSTOMER
      * NUMBER IS NOT ON THE MASTER SUSPENSES WITH ITS OWN REASON
      * CODE (SEE SUSPREC.CPY) INSTEAD OF BEING EXTENDED.
      *
      * CU-CREDIT-LIMIT IS THE MOST THE CUSTOMER MAY OWE - OPEN
      * AROPEN.DAT BALANCE PLUS THE ORDER BEING BILLED.  AN ORDER
      * THAT WOULD PASS IT, OR ANY ORDER FOR A CUSTOMER CODED "H",
      * GOES TO THE CREDIT-HOLD FILE (SEE HELDORD.CPY) INSTEAD OF THE
      * INVOICE.  A ZERO LIMIT MEANS THE CUSTOMER HAS NO LIMIT.
      *
      * CU-FIN-CHARGE-FLAG "Y" EXEMPTS THE CUSTOMER FROM THE MONTHLY
      * LATE-PAYMENT FINANCE CHARGE (PROGRAM25).  PROGRAM25 ALSO
      * READS THE DAYS ALLOWED FROM CU-PAYMENT-TERMS - THE NUMBER
      * AFTER "NET ", ZERO FOR "DUE ON RECEIPT" OR "COD", OTHERWISE
      * THIRTY.
      *
      * CU-EDI-FLAG "Y" MEANS THE CUSTOMER IS BILLED ELECTRONICALLY -
      * PROGRAM6 ALSO WRITES EACH OF ITS INVOICE DOCUMENTS TO THE
      * OUTBOUND ELECTRONIC-INVOICE FILE (SEE EINVREC.CPY).
      *
      * CU-EXEMPT-CERT-NUMBER IS THE SALES-TAX EXEMPTION CERTIFICATE
      * ON FILE FOR A RESELLER OR GOVERNMENT ACCOUNT - SPACES MEANS
      * THE CUSTOMER IS TAXABLE EVERYWHERE.  THE CERTIFICATE COVERS
      * ONLY THE TAX JURISDICTIONS LISTED IN CU-EXEMPT-JURISDICTION
      * (UNUSED ENTRIES BLANK).  PROGRAM6 CHARGES NO TAX ON A LINE
      * WHOSE JURISDICTION IS COVERED AND REPORTS IT AS EXEMPT
      * SALES.  CU-EXEMPT-EXPIRY-DATE IS YYYY/MM/DD (SPACES FOR A
      * CERTIFICATE THAT DOES NOT EXPIRE); ONCE THE RUN DATE IS PAST
      * IT, COVERED LINES SUSPENSE WITH REASON "EX" UNTIL THE RENEWED
      * CERTIFICATE IS ON FILE.  PROGRAM32 LISTS THE CERTIFICATES
      * COMING UP FOR RENEWAL.
      *----------------------------------------------------------------
       01  CU-CUSTOMER-RECORD.
           05  CU-CUSTOMER-NUMBER      PIC 9(03).
           05  CU-CREDIT-STATUS        PIC X(01).
               88  CU-CREDIT-IS-OPEN       VALUE "O".
               88  CU-CREDIT-IS-ON-HOLD    VALUE "H".
           05  CU-CREDIT-LIMIT         PIC 9(09)V99.
           05  CU-FIN-CHARGE-FLAG      PIC X(01).
               88  CU-EXEMPT-FROM-FIN-CHARGE VALUE "Y".
           05  CU-EDI-FLAG             PIC X(01).
               88  CU-BILLS-BY-EDI         VALUE "Y".
           05  CU-EXEMPT-CERT-NUMBER   PIC X(15).
           05  CU-EXEMPT-JURISDICTION  PIC X(03) OCCURS 5 TIMES.
           05  CU-EXEMPT-EXPIRY-DATE   PIC X(10).
           05  FILLER                  PIC X(05).
