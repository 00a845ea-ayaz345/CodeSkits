      *----------------------------------------------------------------
      * HELDORD.CPY
      * CREDIT-HOLD RECORD ON HELDORD.DAT.  PROGRAM6'S BATCH RUN
      * WRITES ONE RECORD PER ORDER LINE IT WILL NOT EXTEND BECAUSE
      * THE CUSTOMER IS CODED ON CREDIT HOLD ON THE CUSTOMER MASTER
      * ("CH") OR BECAUSE THE CUSTOMER'S OPEN RECEIVABLE BALANCE PLUS
      * THE ORDER WOULD PASS THE CREDIT LIMIT ("CL").  THE WHOLE
      * ORDER IS HELD, NEVER PART OF IT.  CREDIT KEYS A DECISION INTO
      * HO-DECISION-CODE ("R" RELEASE, "C" CANCEL) AND HO-DECIDED-BY
      * IN PLACE, THE SAME WAY SUSPENSE LINES ARE CORRECTED IN PLACE,
      * AND PROGRAM6'S CREDIT RELEASE RUN ("RELEASE" ON THE COMMAND
      * LINE) EXTENDS THE RELEASED ORDERS, CANCELS THE REJECTED ONES
      * AND CARRIES THE UNDECIDED ONES FORWARD.
      *----------------------------------------------------------------
      * NOTE - THE WRITE PARAGRAPH MOVES SPACES TO
      * HO-HELD-ORDER-RECORD BEFORE MOVING IN THE DATA FIELDS BELOW,
      * SO THE FILLER SEPARATORS AND THE DECISION FIELDS ARE ALWAYS
      * BLANK ON A NEWLY HELD LINE.
       01  HO-HELD-ORDER-RECORD.
           05  HO-RECORD-NUMBER        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HO-REASON-CODE          PIC X(02).
               88  HO-REASON-CREDIT-HOLD   VALUE "CH".
               88  HO-REASON-OVER-LIMIT    VALUE "CL".
           05  FILLER                  PIC X(01).
           05  HO-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  HO-ORDER-IMAGE          PIC X(31).
           05  FILLER                  PIC X(01).
           05  HO-EXPOSURE-AMOUNT      PIC S9(11)V99.
           05  FILLER                  PIC X(01).
           05  HO-CREDIT-LIMIT         PIC 9(09)V99.
           05  FILLER                  PIC X(01).
           05  HO-DECISION-CODE        PIC X(01).
               88  HO-DECISION-IS-PENDING  VALUE " ".
               88  HO-DECISION-IS-RELEASE  VALUE "R".
               88  HO-DECISION-IS-CANCEL   VALUE "C".
           05  FILLER                  PIC X(01).
           05  HO-DECIDED-BY           PIC X(08).
