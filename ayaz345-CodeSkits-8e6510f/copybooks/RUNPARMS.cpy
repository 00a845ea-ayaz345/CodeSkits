      *   SLA-PROGRAMN          PROGRAM22 PER-STEP SLA (SECONDS) -
      *                         THE KEYWORD IS "SLA-" PLUS THE STEP
      *                         NAME, E.G. SLA-PROGRAM6
      *   FINANCE-CHARGE-RATE   PROGRAM25 MONTHLY RATE, PERCENT
      *   FINANCE-CHARGE-MIN    PROGRAM25 MINIMUM CHARGE PER CUSTOMER
      *   READINESS-ACTION      BATCHDRIVER RESPONSE TO MISSING
      *                         REFERENCE DATA FROM PROGRAM29 -
      *                         HOLD OR WARN (DEFAULT WARN)
      *   BACKUP-GENERATIONS    PROGRAM30 BACKUP GENERATIONS KEPT
      *                         (1-99, DEFAULT 5)
      *----------------------------------------------------------------
       01  RP-PARAMETER-RECORD.
           05  RP-KEYWORD              PIC X(20).
