      *----------------------------------------------------------------
      * JOBSCHED.CPY
      * JOB-SCHEDULE RECORD ON SCHEDULE.DAT, MAINTAINED BY OPERATIONS
      * AND READ BY BATCHDRIVER AT START-UP.  ONE RECORD PER JOB THAT
      * RUNS ALONGSIDE THE FIXED NIGHTLY CHAIN - THE WEEKLY AUDIT
      * ARCHIVAL, CASH APPLICATION WHEN THE LOCKBOX FILE LANDS, AND
      * SO ON.  EACH SCHEDULED JOB IS RUN AND RECORDED IN THE RUN
      * HISTORY LIKE ANY OTHER STEP, NUMBERED FROM STEP 21 UP IN
      * SCHEDULE-FILE ORDER, AND IS RESUMED BY "RESTART" THE SAME
      * WAY.  A RECORD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
      *
      * RUN RULES (JS-RUN-RULE) -
      *   DAILY      EVERY NIGHT, BUSINESS DAY OR NOT
      *   WEEKDAY    WHEN TONIGHT'S DAY OF THE WEEK IS JS-RUN-DAY,
      *              SPELLED OUT AS ON THE DATE STAMP (E.G. FRIDAY)
      *   PERFIRST   ON THE FIRST BUSINESS DAY OF THE FISCAL PERIOD
      *   PERLAST    ON THE LAST BUSINESS DAY OF THE FISCAL PERIOD
      *   IFINPUT    ONLY WHEN JS-INPUT-FILE IS PRESENT.  ONCE THE
      *              JOB COMPLETES THE FILE IS RENAMED WITH THE RUN
      *              DATE (PAYMENTS.DAT BECOMES PAYMENTS.DAT.YYYYMMDD)
      *              SO THE SAME FILE IS NEVER PROCESSED TWICE.
      *
      * JS-COMMAND IS THE COMMAND LINE THE DRIVER LAUNCHES, E.G.
      * "./Program15".  JS-WARNING-RC IS THE HIGHEST CONDITION CODE
      * THAT IS A WARNING FROM THIS JOB RATHER THAN A FAILURE (E.G.
      * 04 FOR PROGRAM22'S SLA BREACHES); BLANK OR ZERO MEANS ANY
      * NONZERO CODE FAILS THE CHAIN.
      *----------------------------------------------------------------
       01  JS-SCHEDULE-RECORD.
           05  JS-JOB-NAME             PIC X(10).
           05  FILLER                  PIC X(01).
           05  JS-RUN-RULE             PIC X(08).
               88  JS-RUNS-DAILY           VALUE "DAILY   ".
               88  JS-RUNS-ON-WEEKDAY      VALUE "WEEKDAY ".
               88  JS-RUNS-PERIOD-FIRST    VALUE "PERFIRST".
               88  JS-RUNS-PERIOD-LAST     VALUE "PERLAST ".
               88  JS-RUNS-IF-INPUT        VALUE "IFINPUT ".
           05  FILLER                  PIC X(01).
           05  JS-RUN-DAY              PIC X(09).
           05  FILLER                  PIC X(01).
           05  JS-INPUT-FILE           PIC X(20).
           05  FILLER                  PIC X(01).
           05  JS-WARNING-RC           PIC X(02).
           05  FILLER                  PIC X(01).
           05  JS-COMMAND              PIC X(40).
