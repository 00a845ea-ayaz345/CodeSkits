      *----------------------------------------------------------------
      * EINVCTL.CPY
      * ELECTRONIC-INVOICE CONTROL RECORD, CARRIED ON EINVCTL.DAT
      * ALONGSIDE EINVOICE.DAT.  PROGRAM6 RESERVES THE NEXT
      * TRANSMISSION NUMBER HERE WHEN IT OPENS AN ENVELOPE, AND WHEN
      * IT CLOSES THE ENVELOPE IT RECORDS THE SAME RECORD COUNT,
      * INVOICE COUNT AND HASH TOTAL IT PUT ON THE TYPE "T" TRAILER,
      * SO THE SENDING STEP CAN PROVE THE LAST ENVELOPE ON THE FILE
      * AGAINST IT - THE SAME PROOF EXTCTL.DAT GIVES EXTRACT.DAT.
      *
      * THE HASH TOTAL CARRIES ONLY THE LOW-ORDER DIGITS - OVERFLOW IS
      * IGNORED THE SAME WAY ON THE WRITING AND THE VERIFYING SIDE.
      *----------------------------------------------------------------
      * NOTE - THE WRITE PARAGRAPH MOVES SPACES TO EN-CONTROL-RECORD
      * BEFORE MOVING IN THE DATA FIELDS BELOW, SO THE FILLER
      * SEPARATORS ARE ALWAYS BLANK ON THE OUTPUT LINE.
       01  EN-CONTROL-RECORD.
           05  EN-LAST-XMIT-NUMBER     PIC 9(06).
           05  FILLER                  PIC X(01).
           05  EN-XMIT-DATE            PIC X(10).
           05  FILLER                  PIC X(01).
           05  EN-RECORD-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  EN-INVOICE-COUNT        PIC 9(07).
           05  FILLER                  PIC X(01).
           05  EN-HASH-TOTAL           PIC S9(12)V99.
