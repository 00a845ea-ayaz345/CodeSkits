      *             DATA = DESCRIPTION (20) + LIST PRICE (7 DIGITS,
      *                    9(5)V99) + TOLERANCE PCT (4 DIGITS) +
      *                    ITEM CLASS (2)
      *   REORDER   KEY = ITEM NUMBER (3)
      *             DATA = REORDER POINT (7 DIGITS) + REORDER QTY
      *                    (7 DIGITS).  CHANGE ONLY - SETS THE TWO
      *                    REORDER FIELDS ON AN EXISTING ITEM-MASTER
      *                    RECORD AND LEAVES THE REST ALONE.
      *   DISCSCHD  KEY = ITEM NUMBER (3) + QTY BREAK (5)
      *             DATA = DISCOUNT PCT (4 DIGITS, 0825 = 8.25)
      *   TAXRATES  KEY = JURISDICTION (3)
      * TM-OPERATOR IS THE INITIALS OF WHOEVER KEYED THE TRANSACTION,
      * CARRIED ONTO THE AUDIT LOG SO "WHO CHANGED THE RATE AND WHEN"
      * HAS AN ANSWER.
      *
      * TM-EFFECTIVE-DATE (YYYY/MM/DD) IS OPTIONAL.  BLANK, OR A DATE
      * NOT AFTER THE DAY IT IS KEYED, APPLIES AT ONCE AS ALWAYS.  A
      * LATER DATE HOLDS THE TRANSACTION ON THE PENDING-CHANGE FILE
      * (SEE PENDCHG.CPY) UNTIL THE NIGHTLY CHAIN REACHES THAT RUN
      * DATE.  ACTION "X" CANCELS A PENDING CHANGE - FILE-ID, KEY AND
      * EFFECTIVE DATE MUST MATCH THE CHANGE BEING CANCELLED.
      *----------------------------------------------------------------
       01  TM-TRANSACTION-RECORD.
           05  TM-FILE-ID              PIC X(08).
               88  TM-FILE-IS-ITEMMAST     VALUE "ITEMMAST".
               88  TM-FILE-IS-REORDER      VALUE "REORDER ".
               88  TM-FILE-IS-DISCSCHD     VALUE "DISCSCHD".
               88  TM-FILE-IS-TAXRATES     VALUE "TAXRATES".
               88  TM-FILE-IS-EXCHRATE     VALUE "EXCHRATE".
               88  TM-ACTION-IS-ADD        VALUE "A".
               88  TM-ACTION-IS-CHANGE     VALUE "C".
               88  TM-ACTION-IS-DELETE     VALUE "D".
               88  TM-ACTION-IS-CANCEL     VALUE "X".
           05  FILLER                  PIC X(01).
           05  TM-KEY                  PIC X(20).
           05  FILLER                  PIC X(01).
           05  TM-DATA                 PIC X(40).
           05  FILLER                  PIC X(01).
           05  TM-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01).
           05  TM-EFFECTIVE-DATE       PIC X(10).
