               88  SU-REASON-CUST-MISSING  VALUE "CM".
               88  SU-REASON-BATCH-BALANCE VALUE "BB".
               88  SU-REASON-PRICE-VARIANCE VALUE "PV".
               88  SU-REASON-NO-RETURN-AUTH VALUE "RA".
               88  SU-REASON-EXEMPT-EXPIRED VALUE "EX".
               88  SU-REASON-ITEM-KEY-TAKEN VALUE "OI".
           05  FILLER                  PIC X(01).
           05  SU-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(01).
