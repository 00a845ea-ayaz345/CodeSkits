      *                  BEHIND THE TAX REMITTANCE, SO COMMISSIONS
      *                  ARE PAID FROM THE SYSTEM THAT ACTUALLY
      *                  INVOICES.
      * 10/14/2026 TH    ADDED STEP 13 - PROGRAM24 (MONTHLY CUSTOMER
      *                  STATEMENTS) ON THE MONTH-END BRANCH BEHIND
      *                  THE RECEIVABLES AGING, SO THE STATEMENTS AGE
      *                  THE SAME OPEN ITEMS AS THE TRIAL BALANCE.
      * 10/14/2026 TH    ADDED STEP 14 - PROGRAM25 (MONTHLY FINANCE
      *                  CHARGES) ON THE MONTH-END BRANCH BETWEEN THE
      *                  CLOSE AND THE RECEIVABLES AGING, SO THE AGED
      *                  TRIAL BALANCE AND THE STATEMENTS BOTH CARRY
      *                  THE MONTH'S CHARGES.
      * 10/14/2026 TH    ADDED STEP 15 - PROGRAM18 APPLY (PENDING
      *                  REFERENCE-FILE CHANGES) BEHIND PROGRAM9 AND
      *                  THE DUPLICATE-RUN CHECK, AHEAD OF EVERY STEP
      *                  THAT PRICES OR CALENDARS FROM THE REFERENCE
      *                  FILES.  IT RUNS ON EVERY NIGHT, BUSINESS DAY
      *                  OR NOT, SO A CHANGE DATED FOR A WEEKEND IS IN
      *                  PLACE BY THE NEXT BILLING RUN.
      * 10/14/2026 TH    ADDED STEP 16 - PROGRAM27 (REORDER REPORT) AT
      *                  THE END OF THE BUSINESS-DAY BRANCH, AFTER
      *                  THE DAY'S INVOICING HAS DRAWN STOCK DOWN.
      * 10/14/2026 TH    ADDED STEP 17 - PROGRAM29 (REFERENCE-DATA
      *                  READINESS CHECK) AT THE HEAD OF THE
      *                  BUSINESS-DAY BRANCH, AHEAD OF PROGRAM6.
      *                  CONDITION CODE 4 (REFERENCES MISSING) HOLDS
      *                  THE CHAIN OR IS A WARNING ONLY, PER THE NEW
      *                  READINESS-ACTION PARAMETER ON RUNPARMS.DAT
      *                  (HOLD OR WARN, DEFAULT WARN).  THE DRIVER
      *                  NOW APPLIES THAT ONE KEYWORD ITSELF AS IT
      *                  ECHOES THE PARAMETER FILE.  A HELD NIGHT IS
      *                  RESUMED WITH "RESTART" ONCE THE REFERENCE
      *                  FILES ARE FIXED - THE CHECK RUNS AGAIN.
      * 10/14/2026 TH    ADDED STEP 18 - PROGRAM30 BACKUP (DATED
      *                  GENERATION OF THE MASTER AND ACCUMULATOR
      *                  FILES) BETWEEN THE READINESS CHECK AND
      *                  PROGRAM6, SO A NIGHT THAT FINISHED BUT WAS
      *                  WRONG CAN BE ROLLED BACK WITH "PROGRAM30
      *                  RESTORE YYYYMMDD" AND RE-RUN.  A FAILED
      *                  BACKUP STOPS THE CHAIN BEFORE ANYTHING IS
      *                  UPDATED.
      * 10/14/2026 TH    ADDED STEP 19 - PROGRAM32 (TAX-EXEMPTION
      *                  CERTIFICATE RENEWAL LIST) AT THE END OF THE
      *                  MONTH-END BRANCH, AFTER THE COMMISSION
      *                  REGISTER.
      * 10/14/2026 TH    ADDED THE JOB SCHEDULE (SCHEDULE.DAT, LAYOUT
      *                  IN JOBSCHED.CPY) FOR THE JOBS THAT USED TO BE
      *                  STARTED BY HAND - PROGRAM15, PROGRAM16,
      *                  PROGRAM18 MAINTENANCE AND PROGRAM22.  EACH
      *                  JOB RUNS DAILY, ON A GIVEN WEEKDAY, ON THE
      *                  FIRST OR LAST BUSINESS DAY OF THE FISCAL
      *                  PERIOD, OR ONLY WHEN ITS INPUT FILE IS
      *                  PRESENT.  THE SCHEDULE IS LOADED AT START-UP
      *                  INTO STEPS 20 UP OF THE STEP TABLE, SO EVERY
      *                  JOB IS IN THE RUN HISTORY AND THE ARCHIVE AND
      *                  IS RESUMED BY "RESTART" LIKE ANY OTHER STEP.
      *                  ONCE PROGRAM9 HAS STAMPED THE RUN DATE (ITS
      *                  NEW THIRD RECORD CARRIES THE FIRST/LAST
      *                  BUSINESS DAY OF THE PERIOD) TONIGHT'S
      *                  SCHEDULE IS LISTED ON THE CONSOLE BEFORE ANY
      *                  PROCESSING STEP RUNS.  THE DUE JOBS RUN
      *                  BETWEEN THE BUSINESS-DAY AND MONTH-END
      *                  BRANCHES, SO CASH APPLIED TONIGHT IS ON THE
      *                  OPEN ITEMS BEFORE A CLOSE AGES THEM.
      * 10/14/2026 TH    ADDED STEP 20 - PROGRAM33 (REVALUATION OF
      *                  OPEN FOREIGN-CURRENCY ITEMS AT THE CLOSING
      *                  RATE) AT THE END OF THE MONTH-END BRANCH.
      *                  SCHEDULED JOBS NOW START AT STEP 21.
      * 10/15/2026 TH    ON A BUSINESS DAY THE DUE SCHEDULED JOBS NOW
      *                  RUN AHEAD OF PROGRAM19 (STEP 7) INSTEAD OF
      *                  AFTER THE WHOLE BUSINESS-DAY BRANCH.  TONIGHT'S
      *                  PROGRAM16 CASH WAS OTHERWISE LEFT FOR THE NEXT
      *                  NIGHT'S CASH-RECEIPTS JOURNAL, WHICH PUT A
      *                  MONTH-END NIGHT'S CASH IN THE NEXT PERIOD.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-ARCHIVE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT SCHEDULED-INPUT-FILE
               ASSIGN USING WS-SCHED-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
           COPY RUNHISTA.

       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY JOBSCHED.

       FD  SCHEDULED-INPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SI-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * STEP CONTROL FIELDS
           88  END-OF-RUN-PARM-FILE        VALUE 'Y'.
           88  NOT-END-OF-RUN-PARM-FILE    VALUE 'N'.

      *----------------------------------------------------------------
      * WHAT TO DO WHEN PROGRAM29 FINDS REFERENCE DATA MISSING -
      * "HOLD" STOPS THE CHAIN AHEAD OF PROGRAM6, "WARN" (THE
      * DEFAULT) CARRIES ON WITH A CONSOLE WARNING.  SET FROM THE
      * READINESS-ACTION KEYWORD ON RUNPARMS.DAT.
      *----------------------------------------------------------------
       01  WS-READINESS-ACTION-SWITCH  PIC X(01) VALUE 'W'.
           88  READINESS-HOLDS-CHAIN       VALUE 'H'.
           88  READINESS-WARNS-ONLY        VALUE 'W'.

      *----------------------------------------------------------------
      * MONTH-END/LEAP-DAY CLOSE FLAG, SET FROM PROGRAM9'S CONDITION
      * CODE (SEE 1000-RUN-PROGRAM9) SO THE CHAIN CAN BRANCH ON IT.
           88  THIS-IS-A-RESTART-RUN       VALUE 'Y'.
           88  THIS-IS-A-NORMAL-RUN        VALUE 'N'.

      * WS-STEP-TABLE-MAX IS THE FIXED CHAIN'S 20 STEPS PLUS THE
      * SCHEDULED JOBS LOADED FROM SCHEDULE.DAT (SEE 0700).
       01  WS-STEP-TABLE-MAX           PIC 9(02) COMP VALUE 20.
       01  WS-FIXED-STEP-MAX           PIC 9(02) COMP VALUE 20.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 30 TIMES.
               10  WS-ST-NAME          PIC X(10).
               10  WS-ST-START-STAMP   PIC X(14).
               10  WS-ST-END-STAMP     PIC X(14).
      *----------------------------------------------------------------
       01  WS-HISTORY-ARCHIVE-STATUS   PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB SCHEDULE.  THE JOBS ON SCHEDULE.DAT ARE HELD HERE IN FILE
      * ORDER; SCHEDULED JOB N IS STEP WS-FIXED-STEP-MAX + N IN THE
      * STEP TABLE.  THE DUE FLAG IS SET EACH NIGHT FROM THE JOB'S
      * RUN RULE ONCE PROGRAM9 HAS STAMPED THE RUN DATE.
      *----------------------------------------------------------------
       01  WS-SCHEDULE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SCHED-INPUT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-SCHED-INPUT-NAME         PIC X(40) VALUE SPACES.

       01  WS-SCHEDULE-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  END-OF-SCHEDULE-FILE        VALUE 'Y'.
           88  NOT-END-OF-SCHEDULE-FILE    VALUE 'N'.

       01  WS-SCHED-ENTRY-SWITCH       PIC X(01) VALUE 'Y'.
           88  SCHEDULE-ENTRY-IS-VALID     VALUE 'Y'.
           88  SCHEDULE-ENTRY-IS-INVALID   VALUE 'N'.

       01  WS-SCHED-JOB-COUNT          PIC 9(02) COMP VALUE 0.
       01  WS-SCHED-JOB-MAX            PIC 9(02) COMP VALUE 10.
       01  WS-SCHED-SUB                PIC 9(02) COMP VALUE 0.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY OCCURS 10 TIMES.
               10  WS-SJ-RUN-RULE      PIC X(08).
               10  WS-SJ-RUN-DAY       PIC X(09).
               10  WS-SJ-INPUT-FILE    PIC X(20).
               10  WS-SJ-WARNING-RC    PIC 9(02).
               10  WS-SJ-COMMAND       PIC X(40).
               10  WS-SJ-DUE-FLAG      PIC X(01).
                   88  SJ-IS-DUE-TONIGHT   VALUE 'Y'.
                   88  SJ-IS-NOT-DUE       VALUE 'N'.
               10  WS-SJ-RULE-TEXT     PIC X(40).

       01  WS-SCHED-REJECT-REASON      PIC X(30) VALUE SPACES.
       01  WS-SCHED-STEP-DISPLAY       PIC Z9.
       01  WS-RENAME-COMMAND           PIC X(80) VALUE SPACES.
       01  WS-SET-ASIDE-NAME           PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      * TONIGHT'S CALENDAR FOR THE SCHEDULE, FROM PROGRAM9'S DATE
      * STAMP - THE RUN DATE AND DAY NAME FROM RECORD ONE, THE
      * FIRST/LAST-BUSINESS-DAY-OF-PERIOD FLAGS FROM RECORD THREE.
      *----------------------------------------------------------------
       01  WS-SCHED-RUN-DATE           PIC X(10) VALUE SPACES.
       01  WS-SCHED-DAY-NAME           PIC X(09) VALUE SPACES.
       01  WS-SCHED-DATE-DIGITS        PIC X(08) VALUE SPACES.

       01  WS-STAMP-PERIOD-RECORD.
           05  WS-SP-LABEL             PIC X(20).
           05  FILLER                  PIC X(08).
           05  WS-SP-FIRST-FLAG        PIC X(01).
               88  TONIGHT-IS-FIRST-OF-PERIOD  VALUE 'Y'.
           05  FILLER                  PIC X(07).
           05  WS-SP-LAST-FLAG         PIC X(01).
               88  TONIGHT-IS-LAST-OF-PERIOD   VALUE 'Y'.
           05  FILLER                  PIC X(13).

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
           PERFORM 0300-EXTRACT-AS-OF-DATE THRU 0300-EXIT.
           PERFORM 0400-INITIALIZE-STEP-TABLE THRU 0400-EXIT.
           PERFORM 0500-LIST-RUN-PARAMETERS THRU 0500-EXIT.
           PERFORM 0700-LOAD-JOB-SCHEDULE THRU 0700-EXIT.
           IF THIS-IS-A-RESTART-RUN
               PERFORM 0600-READ-RUN-HISTORY THRU 0600-EXIT
           END-IF.
           IF CHAIN-OK
               PERFORM 1500-CHECK-DUPLICATE-RUN THRU 1500-EXIT
           END-IF.
           IF CHAIN-OK
               PERFORM 1600-SELECT-SCHEDULED-JOBS THRU 1600-EXIT
           END-IF.
           IF CHAIN-OK
               PERFORM 1700-RUN-PROGRAM18-APPLY THRU 1700-EXIT
           END-IF.
           IF CHAIN-OK AND TODAY-IS-NOT-A-BUSINESS-DAY
               DISPLAY "BATCHDRIVER - NON-BUSINESS DAY - INVOICE "
                   "STEPS 2 THROUGH 7 SKIPPED"
               PERFORM 7200-RECORD-SKIPPED-STEPS THRU 7200-EXIT
               PERFORM 6800-RUN-SCHEDULED-JOBS THRU 6800-EXIT
           END-IF.
           IF CHAIN-OK AND TODAY-IS-A-BUSINESS-DAY
               PERFORM 1800-RUN-PROGRAM29 THRU 1800-EXIT
               IF CHAIN-OK
                   PERFORM 1900-RUN-PROGRAM30-BACKUP THRU 1900-EXIT
               END-IF
               IF CHAIN-OK
                   PERFORM 2000-RUN-PROGRAM6 THRU 2000-EXIT
               END-IF
               IF CHAIN-OK
                   PERFORM 3000-RUN-PROGRAM10 THRU 3000-EXIT
               END-IF
               IF CHAIN-OK
                   PERFORM 4500-RUN-PROGRAM13 THRU 4500-EXIT
               END-IF
               IF CHAIN-OK
                   PERFORM 6800-RUN-SCHEDULED-JOBS THRU 6800-EXIT
               END-IF
               IF CHAIN-OK
                   PERFORM 4800-RUN-PROGRAM19 THRU 4800-EXIT
               END-IF
               IF CHAIN-OK
                   PERFORM 6500-RUN-PROGRAM21 THRU 6500-EXIT
               END-IF
               IF CHAIN-OK
                   PERFORM 6600-RUN-PROGRAM27 THRU 6600-EXIT
               END-IF
           END-IF.
           IF CHAIN-OK
               IF TODAY-IS-MONTH-END
                   PERFORM 5000-RUN-PROGRAM14 THRU 5000-EXIT
                   IF CHAIN-OK
                       PERFORM 5300-RUN-PROGRAM25 THRU 5300-EXIT
                   END-IF
                   IF CHAIN-OK
                       PERFORM 5500-RUN-PROGRAM17 THRU 5500-EXIT
                   END-IF
                   IF CHAIN-OK
                       PERFORM 5550-RUN-PROGRAM24 THRU 5550-EXIT
                   END-IF
                   IF CHAIN-OK
                       PERFORM 5600-RUN-PROGRAM20 THRU 5600-EXIT
                   END-IF
                   IF CHAIN-OK
                       PERFORM 5700-RUN-PROGRAM23 THRU 5700-EXIT
                   END-IF
                   IF CHAIN-OK
                       PERFORM 5750-RUN-PROGRAM32 THRU 5750-EXIT
                   END-IF
                   IF CHAIN-OK
                       PERFORM 5760-RUN-PROGRAM33 THRU 5760-EXIT
                   END-IF
               ELSE
                   PERFORM 7300-RECORD-NO-CLOSE-STEP THRU 7300-EXIT
               END-IF
           MOVE "PROGRAM20 " TO WS-ST-NAME (10).
           MOVE "PROGRAM21 " TO WS-ST-NAME (11).
           MOVE "PROGRAM23 " TO WS-ST-NAME (12).
           MOVE "PROGRAM24 " TO WS-ST-NAME (13).
           MOVE "PROGRAM25 " TO WS-ST-NAME (14).
           MOVE "PROGRAM18 " TO WS-ST-NAME (15).
           MOVE "PROGRAM27 " TO WS-ST-NAME (16).
           MOVE "PROGRAM29 " TO WS-ST-NAME (17).
           MOVE "PROGRAM30 " TO WS-ST-NAME (18).
           MOVE "PROGRAM32 " TO WS-ST-NAME (19).
           MOVE "PROGRAM33 " TO WS-ST-NAME (20).
           PERFORM 0410-BLANK-ONE-STEP-ENTRY THRU 0410-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-TABLE-MAX.

      *================================================================
      * 0620-PRIME-ONE-STEP-ENTRY
      *
      * A SCHEDULED-JOB STEP IS ONLY PRIMED WHEN THE SAME JOB STILL
      * HOLDS THAT STEP NUMBER - IF SCHEDULE.DAT WAS CHANGED BEFORE
      * THE RESTART, THE JOB NOW IN THE SLOT STARTS FRESH.
      *================================================================
       0620-PRIME-ONE-STEP-ENTRY.
           IF RH-STEP-NUMBER < 1
               OR RH-STEP-NUMBER > WS-STEP-TABLE-MAX
               GO TO 0620-NEXT
           END-IF.
           MOVE RH-STEP-NUMBER TO WS-STEP-SUB.
           IF WS-STEP-SUB > WS-FIXED-STEP-MAX
               AND RH-STEP-NAME NOT = WS-ST-NAME (WS-STEP-SUB)
               GO TO 0620-NEXT
           END-IF.
           MOVE RH-START-STAMP TO WS-ST-START-STAMP (WS-STEP-SUB).
           MOVE RH-END-STAMP   TO WS-ST-END-STAMP (WS-STEP-SUB).
           MOVE RH-CONDITION-CODE TO WS-ST-RC (WS-STEP-SUB).
           MOVE RH-COMPLETION-STATE TO WS-ST-STATE (WS-STEP-SUB).
       0620-NEXT.
           PERFORM 0610-READ-HISTORY-RECORD THRU 0610-EXIT.
       0620-EXIT.
           EXIT.
      * TO THE CONSOLE, SO THE RUN LOG SHOWS THE SETTINGS THE WHOLE
      * CHAIN RAN WITH.  EACH STEP PROGRAM READS AND APPLIES ITS OWN
      * KEYWORDS WHEN IT INITIALIZES.  A MISSING PARAMETER FILE MEANS
      * THE CHAIN IS RUNNING ON COMPILED-IN DEFAULTS.  THE ONE
      * KEYWORD THE DRIVER APPLIES ITSELF IS READINESS-ACTION.
      *================================================================
       0500-LIST-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE.

      *================================================================
      * 0520-ECHO-RUN-PARM-RECORD
      *
      * AN UNRECOGNIZED READINESS-ACTION VALUE IS REPORTED AND THE
      * DEFAULT KEPT, THE SAME WAY THE STEP PROGRAMS TREAT THEIRS.
      *================================================================
       0520-ECHO-RUN-PARM-RECORD.
           DISPLAY "BATCHDRIVER -   " RP-KEYWORD " " RP-VALUE.
           IF RP-KEYWORD = "READINESS-ACTION    "
               EVALUATE RP-VALUE
                   WHEN "HOLD"
                       SET READINESS-HOLDS-CHAIN TO TRUE
                   WHEN "WARN"
                       SET READINESS-WARNS-ONLY TO TRUE
                   WHEN OTHER
                       DISPLAY "BATCHDRIVER - INVALID "
                           "READINESS-ACTION PARAMETER IGNORED"
               END-EVALUATE
           END-IF.
           PERFORM 0510-READ-RUN-PARM-RECORD THRU 0510-EXIT.
       0520-EXIT.
           EXIT.

      *================================================================
      * 0700-LOAD-JOB-SCHEDULE
      *
      * LOADS SCHEDULE.DAT BEHIND THE FIXED CHAIN IN THE STEP TABLE
      * AND ECHOES IT TO THE CONSOLE, THE WAY 0500 ECHOES THE RUN
      * PARAMETERS.  AN ENTRY THAT FAILS ITS EDITS IS REPORTED AND
      * LEFT OUT; THE REST OF THE SCHEDULE STILL LOADS.  NO SCHEDULE
      * FILE MEANS NO SCHEDULED JOBS - THE FIXED CHAIN RUNS AS IT
      * ALWAYS HAS.
      *================================================================
       0700-LOAD-JOB-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "BATCHDRIVER - NO JOB SCHEDULE FILE - NO "
                   "SCHEDULED JOBS"
               GO TO 0700-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - JOB SCHEDULE ON FILE -".
           PERFORM 0710-READ-SCHEDULE-RECORD THRU 0710-EXIT.
           PERFORM 0720-LOAD-ONE-SCHEDULED-JOB THRU 0720-EXIT
               UNTIL END-OF-SCHEDULE-FILE.
           CLOSE SCHEDULE-FILE.
           COMPUTE WS-STEP-TABLE-MAX =
               WS-FIXED-STEP-MAX + WS-SCHED-JOB-COUNT.
       0700-EXIT.
           EXIT.

      *================================================================
      * 0710-READ-SCHEDULE-RECORD
      *================================================================
       0710-READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-SCHEDULE-EOF-SWITCH
           END-READ.
       0710-EXIT.
           EXIT.

      *================================================================
      * 0720-LOAD-ONE-SCHEDULED-JOB
      *================================================================
       0720-LOAD-ONE-SCHEDULED-JOB.
           IF JS-SCHEDULE-RECORD = SPACES
               OR JS-JOB-NAME (1:1) = "*"
               GO TO 0720-NEXT
           END-IF.
           DISPLAY "BATCHDRIVER -   " JS-JOB-NAME " " JS-RUN-RULE " "
               JS-RUN-DAY " " JS-INPUT-FILE " " JS-COMMAND.
           PERFORM 0730-EDIT-SCHEDULE-RECORD THRU 0730-EXIT.
           IF SCHEDULE-ENTRY-IS-INVALID
               DISPLAY "BATCHDRIVER - SCHEDULE ENTRY FOR " JS-JOB-NAME
                   " IGNORED - " WS-SCHED-REJECT-REASON
               GO TO 0720-NEXT
           END-IF.
           IF WS-SCHED-JOB-COUNT >= WS-SCHED-JOB-MAX
               DISPLAY "BATCHDRIVER - JOB SCHEDULE FULL - "
                   JS-JOB-NAME " IGNORED"
               GO TO 0720-NEXT
           END-IF.
           ADD 1 TO WS-SCHED-JOB-COUNT.
           MOVE WS-SCHED-JOB-COUNT TO WS-SCHED-SUB.
           COMPUTE WS-STEP-SUB = WS-FIXED-STEP-MAX + WS-SCHED-SUB.
           MOVE JS-JOB-NAME TO WS-ST-NAME (WS-STEP-SUB).
           PERFORM 0410-BLANK-ONE-STEP-ENTRY THRU 0410-EXIT.
           MOVE JS-RUN-RULE   TO WS-SJ-RUN-RULE (WS-SCHED-SUB).
           MOVE JS-RUN-DAY    TO WS-SJ-RUN-DAY (WS-SCHED-SUB).
           MOVE JS-INPUT-FILE TO WS-SJ-INPUT-FILE (WS-SCHED-SUB).
           MOVE JS-COMMAND    TO WS-SJ-COMMAND (WS-SCHED-SUB).
           IF JS-WARNING-RC NUMERIC
               MOVE JS-WARNING-RC TO WS-SJ-WARNING-RC (WS-SCHED-SUB)
           ELSE
               MOVE ZERO TO WS-SJ-WARNING-RC (WS-SCHED-SUB)
           END-IF.
           SET SJ-IS-NOT-DUE (WS-SCHED-SUB) TO TRUE.
           MOVE SPACES TO WS-SJ-RULE-TEXT (WS-SCHED-SUB).
           EVALUATE TRUE
               WHEN JS-RUNS-DAILY
                   MOVE "DAILY" TO WS-SJ-RULE-TEXT (WS-SCHED-SUB)
               WHEN JS-RUNS-ON-WEEKDAY
                   STRING "WEEKLY ON " JS-RUN-DAY
                       INTO WS-SJ-RULE-TEXT (WS-SCHED-SUB)
               WHEN JS-RUNS-PERIOD-FIRST
                   MOVE "FIRST BUSINESS DAY OF PERIOD"
                       TO WS-SJ-RULE-TEXT (WS-SCHED-SUB)
               WHEN JS-RUNS-PERIOD-LAST
                   MOVE "LAST BUSINESS DAY OF PERIOD"
                       TO WS-SJ-RULE-TEXT (WS-SCHED-SUB)
               WHEN JS-RUNS-IF-INPUT
                   STRING "WHEN " DELIMITED BY SIZE
                       JS-INPUT-FILE DELIMITED BY SPACE
                       " IS PRESENT" DELIMITED BY SIZE
                       INTO WS-SJ-RULE-TEXT (WS-SCHED-SUB)
           END-EVALUATE.
       0720-NEXT.
           PERFORM 0710-READ-SCHEDULE-RECORD THRU 0710-EXIT.
       0720-EXIT.
           EXIT.

      *================================================================
      * 0730-EDIT-SCHEDULE-RECORD
      *================================================================
       0730-EDIT-SCHEDULE-RECORD.
           SET SCHEDULE-ENTRY-IS-VALID TO TRUE.
           MOVE SPACES TO WS-SCHED-REJECT-REASON.
           IF JS-JOB-NAME = SPACES
               OR JS-COMMAND = SPACES
               SET SCHEDULE-ENTRY-IS-INVALID TO TRUE
               MOVE "JOB NAME OR COMMAND MISSING"
                   TO WS-SCHED-REJECT-REASON
               GO TO 0730-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN JS-RUNS-DAILY
               WHEN JS-RUNS-PERIOD-FIRST
               WHEN JS-RUNS-PERIOD-LAST
                   CONTINUE
               WHEN JS-RUNS-ON-WEEKDAY
                   EVALUATE JS-RUN-DAY
                       WHEN "MONDAY   "
                       WHEN "TUESDAY  "
                       WHEN "WEDNESDAY"
                       WHEN "THURSDAY "
                       WHEN "FRIDAY   "
                       WHEN "SATURDAY "
                       WHEN "SUNDAY   "
                           CONTINUE
                       WHEN OTHER
                           SET SCHEDULE-ENTRY-IS-INVALID TO TRUE
                           MOVE "INVALID RUN DAY"
                               TO WS-SCHED-REJECT-REASON
                   END-EVALUATE
               WHEN JS-RUNS-IF-INPUT
                   IF JS-INPUT-FILE = SPACES
                       SET SCHEDULE-ENTRY-IS-INVALID TO TRUE
                       MOVE "INPUT FILE NAME MISSING"
                           TO WS-SCHED-REJECT-REASON
                   END-IF
               WHEN OTHER
                   SET SCHEDULE-ENTRY-IS-INVALID TO TRUE
                   MOVE "UNKNOWN RUN RULE" TO WS-SCHED-REJECT-REASON
           END-EVALUATE.
       0730-EXIT.
           EXIT.

      *================================================================
      * 1000-RUN-PROGRAM9
      *================================================================
       1500-EXIT.
           EXIT.

      *================================================================
      * 1600-SELECT-SCHEDULED-JOBS
      *
      * TESTS EACH SCHEDULED JOB'S RUN RULE AGAINST THE DATE PROGRAM9
      * JUST STAMPED AND LISTS TONIGHT'S SCHEDULE ON THE CONSOLE,
      * BEFORE ANY PROCESSING STEP RUNS.  A JOB NOT DUE TONIGHT IS
      * RECORDED AS SKIPPED SO THE RUN HISTORY ACCOUNTS FOR IT.  ON A
      * RESTART A JOB THAT ALREADY COMPLETED IS LEFT AS IT STANDS.
      *================================================================
       1600-SELECT-SCHEDULED-JOBS.
           PERFORM 1610-READ-TONIGHTS-CALENDAR THRU 1610-EXIT.
           IF WS-SCHED-JOB-COUNT = 0
               DISPLAY "BATCHDRIVER - NO SCHEDULED JOBS TONIGHT"
               GO TO 1600-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - SCHEDULED JOBS FOR "
               WS-SCHED-RUN-DATE " " WS-SCHED-DAY-NAME " -".
           PERFORM 1620-TEST-ONE-SCHEDULED-JOB THRU 1620-EXIT
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > WS-SCHED-JOB-COUNT.
           PERFORM 7900-REWRITE-RUN-HISTORY THRU 7900-EXIT.
       1600-EXIT.
           EXIT.

      *================================================================
      * 1610-READ-TONIGHTS-CALENDAR
      *
      * RECORD THREE OF THE DATE STAMP IS ONLY TRUSTED WHEN IT CARRIES
      * ITS LABEL.  WITHOUT IT NEITHER PERIOD RULE FIRES TONIGHT.
      *================================================================
       1610-READ-TONIGHTS-CALENDAR.
           MOVE SPACES TO WS-SCHED-RUN-DATE.
           MOVE SPACES TO WS-SCHED-DAY-NAME.
           MOVE SPACES TO WS-SCHED-DATE-DIGITS.
           MOVE SPACES TO WS-STAMP-PERIOD-RECORD.
           OPEN INPUT DATE-STAMP-FILE.
           IF WS-DATE-STAMP-STATUS = "00"
               READ DATE-STAMP-FILE
                   NOT AT END
                       MOVE DS-LINE(1:10)  TO WS-SCHED-RUN-DATE
                       MOVE DS-LINE(13:9)  TO WS-SCHED-DAY-NAME
               END-READ
               READ DATE-STAMP-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-DATE-STAMP-STATUS = "00"
                   READ DATE-STAMP-FILE
                       NOT AT END
                           MOVE DS-LINE TO WS-STAMP-PERIOD-RECORD
                   END-READ
               END-IF
               CLOSE DATE-STAMP-FILE
           END-IF.
           IF WS-SP-LABEL NOT = "PERIOD-BUSINESS-DAY:"
               MOVE SPACES TO WS-STAMP-PERIOD-RECORD
           END-IF.
           STRING WS-SCHED-RUN-DATE(1:4) WS-SCHED-RUN-DATE(6:2)
               WS-SCHED-RUN-DATE(9:2)
               INTO WS-SCHED-DATE-DIGITS.
           IF WS-SCHED-DATE-DIGITS NOT NUMERIC
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               MOVE WS-STAMP-DATE TO WS-SCHED-DATE-DIGITS
           END-IF.
       1610-EXIT.
           EXIT.

      *================================================================
      * 1620-TEST-ONE-SCHEDULED-JOB
      *================================================================
       1620-TEST-ONE-SCHEDULED-JOB.
           COMPUTE WS-STEP-SUB = WS-FIXED-STEP-MAX + WS-SCHED-SUB.
           MOVE WS-STEP-SUB TO WS-SCHED-STEP-DISPLAY.
           SET SJ-IS-NOT-DUE (WS-SCHED-SUB) TO TRUE.
           EVALUATE WS-SJ-RUN-RULE (WS-SCHED-SUB)
               WHEN "DAILY   "
                   SET SJ-IS-DUE-TONIGHT (WS-SCHED-SUB) TO TRUE
               WHEN "WEEKDAY "
                   IF WS-SJ-RUN-DAY (WS-SCHED-SUB) = WS-SCHED-DAY-NAME
                       SET SJ-IS-DUE-TONIGHT (WS-SCHED-SUB) TO TRUE
                   END-IF
               WHEN "PERFIRST"
                   IF TONIGHT-IS-FIRST-OF-PERIOD
                       SET SJ-IS-DUE-TONIGHT (WS-SCHED-SUB) TO TRUE
                   END-IF
               WHEN "PERLAST "
                   IF TONIGHT-IS-LAST-OF-PERIOD
                       SET SJ-IS-DUE-TONIGHT (WS-SCHED-SUB) TO TRUE
                   END-IF
               WHEN "IFINPUT "
                   PERFORM 1630-TEST-INPUT-PRESENT THRU 1630-EXIT
           END-EVALUATE.
           IF THIS-IS-A-RESTART-RUN
               AND WS-ST-STATE (WS-STEP-SUB) = "COMPLETE"
               DISPLAY "BATCHDRIVER -   STEP " WS-SCHED-STEP-DISPLAY
                   " " WS-ST-NAME (WS-STEP-SUB) " ALREADY COMPLETE - "
                   WS-SJ-RULE-TEXT (WS-SCHED-SUB)
               GO TO 1620-EXIT
           END-IF.
           IF SJ-IS-DUE-TONIGHT (WS-SCHED-SUB)
               DISPLAY "BATCHDRIVER -   STEP " WS-SCHED-STEP-DISPLAY
                   " " WS-ST-NAME (WS-STEP-SUB) " RUNS TONIGHT     - "
                   WS-SJ-RULE-TEXT (WS-SCHED-SUB)
           ELSE
               DISPLAY "BATCHDRIVER -   STEP " WS-SCHED-STEP-DISPLAY
                   " " WS-ST-NAME (WS-STEP-SUB) " NOT DUE TONIGHT  - "
                   WS-SJ-RULE-TEXT (WS-SCHED-SUB)
               PERFORM 7210-SKIP-ONE-STEP-ENTRY THRU 7210-EXIT
           END-IF.
       1620-EXIT.
           EXIT.

      *================================================================
      * 1630-TEST-INPUT-PRESENT
      *================================================================
       1630-TEST-INPUT-PRESENT.
           MOVE WS-SJ-INPUT-FILE (WS-SCHED-SUB) TO WS-SCHED-INPUT-NAME.
           OPEN INPUT SCHEDULED-INPUT-FILE.
           IF WS-SCHED-INPUT-STATUS = "00"
               SET SJ-IS-DUE-TONIGHT (WS-SCHED-SUB) TO TRUE
               CLOSE SCHEDULED-INPUT-FILE
           END-IF.
       1630-EXIT.
           EXIT.

      *================================================================
      * 1700-RUN-PROGRAM18-APPLY
      *
      * APPLIES THE FUTURE-DATED REFERENCE-FILE CHANGES THE PRICING
      * DESK FILED WITH PROGRAM18 WHOSE EFFECTIVE DATE TONIGHT'S RUN
      * DATE HAS REACHED, BEFORE ANYTHING IS PRICED OR TAXED.  A
      * CHANGE THAT FAILS ITS EDITS IS REPORTED ON PENDAPLY.DAT
      * WITHOUT HOLDING THE CHAIN; ONLY A FILE FAILURE STOPS IT.
      *================================================================
       1700-RUN-PROGRAM18-APPLY.
           MOVE 15 TO WS-CURRENT-STEP.
           IF THIS-IS-A-RESTART-RUN
               AND WS-ST-STATE (15) = "COMPLETE"
               DISPLAY "BATCHDRIVER - STEP 15 ALREADY COMPLETE - "
                   "SKIPPED"
               GO TO 1700-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - STEP 15 - PROGRAM18 (PENDING "
               "REFERENCE CHANGES)".
           MOVE "PROGRAM18"   TO WS-STEP-NAME.
           MOVE "./Program18 APPLY" TO WS-COMMAND-LINE.
           PERFORM 7000-RECORD-STEP-START THRU 7000-EXIT.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           PERFORM 8000-CHECK-STEP-CONDITION-CODE THRU 8000-EXIT.
           PERFORM 7100-RECORD-STEP-END THRU 7100-EXIT.
       1700-EXIT.
           EXIT.

      *================================================================
      * 1800-RUN-PROGRAM29
      *
      * CHECKS THE DAY'S ORDER FILE AGAINST EVERY REFERENCE FILE
      * PROGRAM6 WILL NEED AND LISTS WHAT IS MISSING ON READYRPT.DAT.
      * CONDITION CODE 4 MEANS REFERENCES ARE MISSING - UNDER
      * READINESS-ACTION HOLD THE CHAIN STOPS HERE, BEFORE A LINE IS
      * BILLED OR SUSPENSED; UNDER WARN IT CARRIES ON.  ANY OTHER
      * NONZERO CODE IS A FILE FAILURE AND STOPS THE CHAIN EITHER
      * WAY.
      *================================================================
       1800-RUN-PROGRAM29.
           MOVE 17 TO WS-CURRENT-STEP.
           IF THIS-IS-A-RESTART-RUN
               AND WS-ST-STATE (17) = "COMPLETE"
               DISPLAY "BATCHDRIVER - STEP 17 ALREADY COMPLETE - "
                   "SKIPPED"
               GO TO 1800-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - STEP 17 - PROGRAM29 (READINESS "
               "CHECK)".
           MOVE "PROGRAM29"   TO WS-STEP-NAME.
           MOVE "./Program29" TO WS-COMMAND-LINE.
           PERFORM 7000-RECORD-STEP-START THRU 7000-EXIT.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           DIVIDE RETURN-CODE BY 256 GIVING WS-STEP-RC.
           EVALUATE WS-STEP-RC
               WHEN 0
                   SET CHAIN-OK TO TRUE
               WHEN 4
                   IF READINESS-HOLDS-CHAIN
                       SET CHAIN-FAILED TO TRUE
                       DISPLAY "BATCHDRIVER - REFERENCE DATA MISSING "
                           "- CHAIN HELD, SEE READYRPT"
                       DISPLAY "BATCHDRIVER - REMAINING STEPS "
                           "BYPASSED"
                   ELSE
                       SET CHAIN-OK TO TRUE
                       DISPLAY "BATCHDRIVER - WARNING - REFERENCE "
                           "DATA MISSING - SEE READYRPT"
                   END-IF
               WHEN OTHER
                   SET CHAIN-FAILED TO TRUE
                   MOVE WS-STEP-RC TO WS-STEP-RC-DISPLAY
                   DISPLAY "BATCHDRIVER - " WS-STEP-NAME
                       " FAILED, CONDITION CODE " WS-STEP-RC-DISPLAY
                   DISPLAY "BATCHDRIVER - REMAINING STEPS BYPASSED"
           END-EVALUATE.
           PERFORM 7100-RECORD-STEP-END THRU 7100-EXIT.
       1800-EXIT.
           EXIT.

      *================================================================
      * 1900-RUN-PROGRAM30-BACKUP
      *
      * TAKES TONIGHT'S BACKUP GENERATION OF THE FILES THE CHAIN
      * UPDATES IN PLACE, IMMEDIATELY BEFORE PROGRAM6 TOUCHES THEM.
      * THE FIRST GENERATION FOR A RUN DATE IS KEPT, SO A RESTART OR
      * A FORCED RE-RUN NEVER REPLACES IT WITH UPDATED FILES.
      *================================================================
       1900-RUN-PROGRAM30-BACKUP.
           MOVE 18 TO WS-CURRENT-STEP.
           IF THIS-IS-A-RESTART-RUN
               AND WS-ST-STATE (18) = "COMPLETE"
               DISPLAY "BATCHDRIVER - STEP 18 ALREADY COMPLETE - "
                   "SKIPPED"
               GO TO 1900-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - STEP 18 - PROGRAM30 (MASTER FILE "
               "BACKUP)".
           MOVE "PROGRAM30"   TO WS-STEP-NAME.
           MOVE "./Program30 BACKUP" TO WS-COMMAND-LINE.
           PERFORM 7000-RECORD-STEP-START THRU 7000-EXIT.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           PERFORM 8000-CHECK-STEP-CONDITION-CODE THRU 8000-EXIT.
           PERFORM 7100-RECORD-STEP-END THRU 7100-EXIT.
       1900-EXIT.
           EXIT.

      *================================================================
      * 2000-RUN-PROGRAM6
      *================================================================
       5000-EXIT.
           EXIT.

      *================================================================
      * 5300-RUN-PROGRAM25
      *
      * MONTHLY FINANCE CHARGES, RUN BEHIND THE CLOSE AND AHEAD OF THE
      * AGING SO THE CHARGES ARE ON THE OPEN-ITEM FILE BEFORE IT IS
      * AGED AND STATEMENTS ARE PRINTED.  CONDITION CODE 16 MEANS AN
      * ACCOUNT MAPPING WAS MISSING AND NOTHING WAS CHARGED.
      *================================================================
       5300-RUN-PROGRAM25.
           MOVE 14 TO WS-CURRENT-STEP.
           IF THIS-IS-A-RESTART-RUN
               AND WS-ST-STATE (14) = "COMPLETE"
               DISPLAY "BATCHDRIVER - STEP 14 ALREADY COMPLETE - "
                   "SKIPPED"
               GO TO 5300-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - STEP 14 - PROGRAM25 (FINANCE "
               "CHARGES)".
           MOVE "PROGRAM25"   TO WS-STEP-NAME.
           MOVE "./Program25" TO WS-COMMAND-LINE.
           PERFORM 7000-RECORD-STEP-START THRU 7000-EXIT.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           PERFORM 8000-CHECK-STEP-CONDITION-CODE THRU 8000-EXIT.
           PERFORM 7100-RECORD-STEP-END THRU 7100-EXIT.
       5300-EXIT.
           EXIT.

      *================================================================
      * 5500-RUN-PROGRAM17
      *
       5500-EXIT.
           EXIT.

      *================================================================
      * 5550-RUN-PROGRAM24
      *
      * MONTHLY CUSTOMER STATEMENTS, RUN BEHIND THE AGING SO EACH
      * STATEMENT'S AGING FOOTER AGREES WITH THE TRIAL BALANCE THE
      * SAME CLOSE PRODUCED.
      *================================================================
       5550-RUN-PROGRAM24.
           MOVE 13 TO WS-CURRENT-STEP.
           IF THIS-IS-A-RESTART-RUN
               AND WS-ST-STATE (13) = "COMPLETE"
               DISPLAY "BATCHDRIVER - STEP 13 ALREADY COMPLETE - "
                   "SKIPPED"
               GO TO 5550-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - STEP 13 - PROGRAM24 (CUSTOMER "
               "STATEMENTS)".
           MOVE "PROGRAM24"   TO WS-STEP-NAME.
           MOVE "./Program24" TO WS-COMMAND-LINE.
           PERFORM 7000-RECORD-STEP-START THRU 7000-EXIT.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           PERFORM 8000-CHECK-STEP-CONDITION-CODE THRU 8000-EXIT.
           PERFORM 7100-RECORD-STEP-END THRU 7100-EXIT.
       5550-EXIT.
           EXIT.

      *================================================================
      * 5600-RUN-PROGRAM20
      *
       5700-EXIT.
           EXIT.

      *================================================================
      * 5750-RUN-PROGRAM32
      *
      * MONTHLY LIST OF TAX-EXEMPTION CERTIFICATES EXPIRING IN THE
      * NEXT 60 DAYS (OR ALREADY EXPIRED), SO RENEWALS ARE CHASED
      * BEFORE PROGRAM6 STARTS SUSPENSING THE CUSTOMERS' LINES.
      *================================================================
       5750-RUN-PROGRAM32.
           MOVE 19 TO WS-CURRENT-STEP.
           IF THIS-IS-A-RESTART-RUN
               AND WS-ST-STATE (19) = "COMPLETE"
               DISPLAY "BATCHDRIVER - STEP 19 ALREADY COMPLETE - "
                   "SKIPPED"
               GO TO 5750-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - STEP 19 - PROGRAM32 (EXEMPTION "
               "RENEWALS)".
           MOVE "PROGRAM32"   TO WS-STEP-NAME.
           MOVE "./Program32" TO WS-COMMAND-LINE.
           PERFORM 7000-RECORD-STEP-START THRU 7000-EXIT.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           PERFORM 8000-CHECK-STEP-CONDITION-CODE THRU 8000-EXIT.
           PERFORM 7100-RECORD-STEP-END THRU 7100-EXIT.
       5750-EXIT.
           EXIT.

      *================================================================
      * 5760-RUN-PROGRAM33
      *
      * MONTH-END REVALUATION OF THE OPEN FOREIGN-CURRENCY ITEMS AT
      * THE CLOSING RATE, RUN AFTER THE FINANCE CHARGES AND AGING SO
      * IT SHOWS THE SAME OPEN ITEMS THE PERIOD CLOSED WITH.
      *================================================================
       5760-RUN-PROGRAM33.
           MOVE 20 TO WS-CURRENT-STEP.
           IF THIS-IS-A-RESTART-RUN
               AND WS-ST-STATE (20) = "COMPLETE"
               DISPLAY "BATCHDRIVER - STEP 20 ALREADY COMPLETE - "
                   "SKIPPED"
               GO TO 5760-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - STEP 20 - PROGRAM33 (FOREIGN "
               "CURRENCY REVALUATION)".
           MOVE "PROGRAM33"   TO WS-STEP-NAME.
           MOVE "./Program33" TO WS-COMMAND-LINE.
           PERFORM 7000-RECORD-STEP-START THRU 7000-EXIT.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           PERFORM 8000-CHECK-STEP-CONDITION-CODE THRU 8000-EXIT.
           PERFORM 7100-RECORD-STEP-END THRU 7100-EXIT.
       5760-EXIT.
           EXIT.

      *================================================================
      * 6500-RUN-PROGRAM21
      *
       6500-EXIT.
           EXIT.

      *================================================================
      * 6600-RUN-PROGRAM27
      *
      * NIGHTLY REORDER REPORT - ITEMS WHOSE AVAILABLE STOCK IS NOW
      * BELOW THEIR REORDER POINT.  READ-ONLY, BUT RUN LAST ON THE
      * BUSINESS-DAY BRANCH SO IT SEES THE DAY'S INVOICING.
      *================================================================
       6600-RUN-PROGRAM27.
           MOVE 16 TO WS-CURRENT-STEP.
           IF THIS-IS-A-RESTART-RUN
               AND WS-ST-STATE (16) = "COMPLETE"
               DISPLAY "BATCHDRIVER - STEP 16 ALREADY COMPLETE - "
                   "SKIPPED"
               GO TO 6600-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - STEP 16 - PROGRAM27 (REORDER)".
           MOVE "PROGRAM27"   TO WS-STEP-NAME.
           MOVE "./Program27" TO WS-COMMAND-LINE.
           PERFORM 7000-RECORD-STEP-START THRU 7000-EXIT.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           PERFORM 8000-CHECK-STEP-CONDITION-CODE THRU 8000-EXIT.
           PERFORM 7100-RECORD-STEP-END THRU 7100-EXIT.
       6600-EXIT.
           EXIT.

      *================================================================
      * 6800-RUN-SCHEDULED-JOBS
      *
      * RUNS TONIGHT'S DUE JOBS IN SCHEDULE-FILE ORDER.  ON A BUSINESS
      * DAY THEY RUN AFTER THE INVOICE AND EXTRACT STEPS BUT AHEAD OF
      * PROGRAM19, SO TONIGHT'S CASH APPLICATION IS JOURNALED TONIGHT
      * AND A MONTH-END NIGHT'S CASH STAYS IN ITS OWN PERIOD.  ON A
      * NON-BUSINESS DAY THEY RUN RIGHT AFTER THE INVOICE STEPS ARE
      * SKIPPED, AND THE CASH WAITS FOR THE NEXT BUSINESS NIGHT'S
      * JOURNAL.  EITHER WAY THEY RUN BEFORE THE MONTH-END BRANCH, SO
      * CASH APPLIED TONIGHT IS ON THE OPEN ITEMS BEFORE A CLOSE AGES
      * THEM.  A FAILED JOB STOPS THE CHAIN LIKE ANY OTHER STEP.
      *================================================================
       6800-RUN-SCHEDULED-JOBS.
           PERFORM 6810-RUN-ONE-SCHEDULED-JOB THRU 6810-EXIT
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > WS-SCHED-JOB-COUNT
                   OR CHAIN-FAILED.
       6800-EXIT.
           EXIT.

      *================================================================
      * 6810-RUN-ONE-SCHEDULED-JOB
      *
      * A CONDITION CODE UP TO THE JOB'S WARNING CODE ON SCHEDULE.DAT
      * IS A CONSOLE WARNING, NOT A CHAIN FAILURE - THE SAME
      * TREATMENT PROGRAM11'S AND PROGRAM21'S WARNINGS GET.
      *================================================================
       6810-RUN-ONE-SCHEDULED-JOB.
           IF SJ-IS-NOT-DUE (WS-SCHED-SUB)
               GO TO 6810-EXIT
           END-IF.
           COMPUTE WS-CURRENT-STEP = WS-FIXED-STEP-MAX + WS-SCHED-SUB.
           MOVE WS-CURRENT-STEP TO WS-SCHED-STEP-DISPLAY.
           IF THIS-IS-A-RESTART-RUN
               AND WS-ST-STATE (WS-CURRENT-STEP) = "COMPLETE"
               DISPLAY "BATCHDRIVER - STEP " WS-SCHED-STEP-DISPLAY
                   " ALREADY COMPLETE - SKIPPED"
               GO TO 6810-EXIT
           END-IF.
           DISPLAY "BATCHDRIVER - STEP " WS-SCHED-STEP-DISPLAY " - "
               WS-ST-NAME (WS-CURRENT-STEP) "(SCHEDULED JOB)".
           MOVE WS-ST-NAME (WS-CURRENT-STEP) TO WS-STEP-NAME.
           MOVE WS-SJ-COMMAND (WS-SCHED-SUB) TO WS-COMMAND-LINE.
           PERFORM 7000-RECORD-STEP-START THRU 7000-EXIT.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           DIVIDE RETURN-CODE BY 256 GIVING WS-STEP-RC.
           EVALUATE TRUE
               WHEN WS-STEP-RC = 0
                   SET CHAIN-OK TO TRUE
               WHEN WS-STEP-RC > 0
                   AND WS-STEP-RC NOT > WS-SJ-WARNING-RC (WS-SCHED-SUB)
                   SET CHAIN-OK TO TRUE
                   MOVE WS-STEP-RC TO WS-STEP-RC-DISPLAY
                   DISPLAY "BATCHDRIVER - WARNING - " WS-STEP-NAME
                       " ENDED WITH CONDITION CODE " WS-STEP-RC-DISPLAY
               WHEN OTHER
                   SET CHAIN-FAILED TO TRUE
                   MOVE WS-STEP-RC TO WS-STEP-RC-DISPLAY
                   DISPLAY "BATCHDRIVER - " WS-STEP-NAME
                       " FAILED, CONDITION CODE " WS-STEP-RC-DISPLAY
                   DISPLAY "BATCHDRIVER - REMAINING STEPS BYPASSED"
           END-EVALUATE.
           IF CHAIN-OK
               AND WS-SJ-RUN-RULE (WS-SCHED-SUB) = "IFINPUT "
               PERFORM 6820-SET-ASIDE-INPUT-FILE THRU 6820-EXIT
           END-IF.
           PERFORM 7100-RECORD-STEP-END THRU 7100-EXIT.
       6810-EXIT.
           EXIT.

      *================================================================
      * 6820-SET-ASIDE-INPUT-FILE
      *
      * RENAMES A RUN-IF-PRESENT JOB'S INPUT FILE WITH THE RUN DATE
      * ONCE THE JOB HAS COMPLETED, SO TOMORROW NIGHT DOES NOT
      * PROCESS THE SAME FILE AGAIN.  A FAILED JOB LEAVES THE FILE
      * WHERE IT IS FOR THE RESTART.
      *================================================================
       6820-SET-ASIDE-INPUT-FILE.
           MOVE SPACES TO WS-SET-ASIDE-NAME.
           STRING WS-SJ-INPUT-FILE (WS-SCHED-SUB) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-SCHED-DATE-DIGITS DELIMITED BY SIZE
               INTO WS-SET-ASIDE-NAME.
           MOVE SPACES TO WS-RENAME-COMMAND.
           STRING "mv " DELIMITED BY SIZE
               WS-SJ-INPUT-FILE (WS-SCHED-SUB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SET-ASIDE-NAME DELIMITED BY SPACE
               INTO WS-RENAME-COMMAND.
           CALL "SYSTEM" USING WS-RENAME-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "BATCHDRIVER - WARNING - "
                   WS-SJ-INPUT-FILE (WS-SCHED-SUB)
                   " NOT RENAMED - MOVE IT ASIDE BEFORE THE NEXT RUN"
           ELSE
               DISPLAY "BATCHDRIVER - INPUT FILE SET ASIDE AS "
                   WS-SET-ASIDE-NAME
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       6820-EXIT.
           EXIT.

      *================================================================
      * 7000-RECORD-STEP-START
      *================================================================
      * ON A NON-BUSINESS DAY THE INVOICE STEPS NEVER RUN - THEY ARE
      * RECORDED AS SKIPPED SO A LATER RESTART DOES NOT TRY TO RUN
      * THEM.  A STEP ALREADY COMPLETE (RESTART OF A MIXED RUN) IS
      * LEFT AS IT STANDS.  SCHEDULED JOBS HAVE THEIR OWN RUN RULES
      * (SEE 1600) AND ARE NOT TOUCHED HERE.
      *================================================================
       7200-RECORD-SKIPPED-STEPS.
           PERFORM 7210-SKIP-ONE-STEP-ENTRY THRU 7210-EXIT
               VARYING WS-STEP-SUB FROM 2 BY 1
               UNTIL WS-STEP-SUB > WS-FIXED-STEP-MAX.
           PERFORM 7900-REWRITE-RUN-HISTORY THRU 7900-EXIT.
       7200-EXIT.
           EXIT.
      * 7300-RECORD-NO-CLOSE-STEP
      *
      * ON AN ORDINARY DAY THE MONTH-END STEPS (THE CLOSE AND THE
      * FINANCE CHARGES, RECEIVABLES AGING, STATEMENTS AND MONTHLY
      * REPORTS BEHIND IT) DO NOT RUN - THEY ARE RECORDED AS SKIPPED
      * SO A RESTART DOES NOT TRY THEM.  SCHEDULED JOBS ARE LEFT TO
      * THEIR OWN RUN RULES.
      *================================================================
       7300-RECORD-NO-CLOSE-STEP.
           PERFORM 7210-SKIP-ONE-STEP-ENTRY THRU 7210-EXIT
               VARYING WS-STEP-SUB FROM 8 BY 1
               UNTIL WS-STEP-SUB > WS-FIXED-STEP-MAX.
           PERFORM 7900-REWRITE-RUN-HISTORY THRU 7900-EXIT.
       7300-EXIT.
           EXIT.
