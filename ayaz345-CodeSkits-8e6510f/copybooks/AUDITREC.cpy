           05  AL-RESULT               PIC X(20).
           05  FILLER                  PIC X(01).
      * REFERENCE TIES THE RECORD TO ITS SOURCE DOCUMENT - PROGRAM6
      * STAMPS THE ASSIGNED INVOICE NUMBER HERE, PROGRAM18 THE
      * EFFECTIVE DATE OF A FUTURE-DATED CHANGE; WRITERS WITH NO
      * DOCUMENT LEAVE IT BLANK.
           05  AL-REFERENCE            PIC X(10).
           05  FILLER                  PIC X(01).
      * KEYED STAMP IS WHEN A PROGRAM18 REFERENCE-FILE CHANGE WAS
      * KEYED BY THE DESK; AL-RUN-TIMESTAMP IS WHEN IT WAS APPLIED.
      * THE TWO DIFFER FOR A FUTURE-DATED CHANGE.  OTHER WRITERS
      * LEAVE IT BLANK.
           05  AL-KEYED-STAMP          PIC X(20).
