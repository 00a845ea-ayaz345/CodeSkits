      *                  CALENDAR'S SIZE IS NO LONGER A COMPILED-IN
      *                  CAP.  MAINTAINED THROUGH PROGRAM18 LIKE THE
      *                  OTHER REFERENCE FILES.
      * 10/14/2026 TH    A THIRD DATESTMP.DAT RECORD NOW FLAGS WHETHER
      *                  TODAY IS THE FIRST AND/OR LAST BUSINESS DAY
      *                  OF THE FISCAL PERIOD, SO THE BATCH DRIVER'S
      *                  JOB SCHEDULE CAN RUN PERIOD-START AND
      *                  PERIOD-END JOBS WITHOUT KEEPING A CALENDAR OF
      *                  ITS OWN.  THE PREVIOUS BUSINESS DAY IS FOUND
      *                  THE SAME WAY AS THE NEXT, STEPPING BACK.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  WS-BD-NEXT-DATE         PIC X(10).
           05  FILLER                  PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------
      * FIRST/LAST BUSINESS DAY OF THE FISCAL PERIOD.  THE BACKWARD
      * SEARCH STEPS THROUGH THE INTEGER-DATE FORM LIKE THE NEXT-
      * BUSINESS-DAY SEARCH ABOVE, BUT STOPS AT THE START OF THE
      * PERIOD - ALL IT NEEDS TO KNOW IS WHETHER AN EARLIER BUSINESS
      * DAY EXISTS IN IT.
      *----------------------------------------------------------------
       01  WS-PBD-INTEGER              PIC 9(08) COMP VALUE 0.
       01  WS-PBD-DATE.
           05  WS-PBD-YEAR             PIC 9(04).
           05  WS-PBD-MONTH            PIC 9(02).
           05  WS-PBD-DAY              PIC 9(02).
       01  WS-PBD-DATE-NUM REDEFINES WS-PBD-DATE
                                       PIC 9(08).
       01  WS-PBD-DOW-DIV              PIC 9(08) COMP VALUE 0.
       01  WS-PBD-DOW-REM              PIC 9(01) VALUE 0.
       01  WS-PBD-SEARCH-SWITCH        PIC X(01) VALUE 'N'.
           88  PRIOR-SEARCH-IS-DONE        VALUE 'Y'.
           88  PRIOR-SEARCH-NOT-DONE       VALUE 'N'.

       01  WS-PERIOD-DAY-STAMP.
           05  FILLER                  PIC X(20) VALUE
               "PERIOD-BUSINESS-DAY:".
           05  FILLER                  PIC X(08) VALUE "  FIRST ".
           05  WS-PD-FIRST-FLAG        PIC X(01) VALUE 'N'.
               88  TODAY-IS-FIRST-OF-PERIOD    VALUE 'Y'.
           05  FILLER                  PIC X(07) VALUE "  LAST ".
           05  WS-PD-LAST-FLAG         PIC X(01) VALUE 'N'.
               88  TODAY-IS-LAST-OF-PERIOD     VALUE 'Y'.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-REPORT-HEADER-STAMP      PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------
               PERFORM 5500-DETERMINE-MONTH-END THRU 5500-EXIT
               PERFORM 5600-DETERMINE-BUSINESS-DAY THRU 5600-EXIT
               PERFORM 5700-FIND-NEXT-BUSINESS-DAY THRU 5700-EXIT
               PERFORM 5750-FLAG-PERIOD-BUSINESS-DAY THRU 5750-EXIT
               PERFORM 5800-CLOSE-HOLIDAY-CALENDAR THRU 5800-EXIT
               PERFORM 6000-BUILD-REPORT-HEADER-STAMP THRU 6000-EXIT
           ELSE
       5710-EXIT.
           EXIT.

      *================================================================
      * 5750-FLAG-PERIOD-BUSINESS-DAY
      *
      * THE FISCAL PERIOD IS THE CALENDAR MONTH (SEE 5000).  TODAY IS
      * THE LAST BUSINESS DAY OF THE PERIOD WHEN THE NEXT BUSINESS
      * DAY 5700 FOUND FALLS IN ANOTHER MONTH, AND THE FIRST WHEN NO
      * EARLIER DATE IN THIS MONTH IS A BUSINESS DAY.  A NON-BUSINESS
      * DAY IS NEITHER.
      *================================================================
       5750-FLAG-PERIOD-BUSINESS-DAY.
           MOVE 'N' TO WS-PD-FIRST-FLAG.
           MOVE 'N' TO WS-PD-LAST-FLAG.
           IF DAY-IS-NOT-A-BUSINESS-DAY
               GO TO 5750-EXIT
           END-IF.
           IF WS-NBD-MONTH NOT = WS-MONTH
               MOVE 'Y' TO WS-PD-LAST-FLAG
           END-IF.
           MOVE WS-DATE TO WS-PBD-DATE.
           COMPUTE WS-PBD-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PBD-DATE-NUM).
           SET PRIOR-SEARCH-NOT-DONE TO TRUE.
           PERFORM 5760-TEST-PRIOR-CANDIDATE THRU 5760-EXIT
               UNTIL PRIOR-SEARCH-IS-DONE.
       5750-EXIT.
           EXIT.

      *================================================================
      * 5760-TEST-PRIOR-CANDIDATE
      *================================================================
       5760-TEST-PRIOR-CANDIDATE.
           SUBTRACT 1 FROM WS-PBD-INTEGER.
           COMPUTE WS-PBD-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PBD-INTEGER).
           IF WS-PBD-MONTH NOT = WS-MONTH
               MOVE 'Y' TO WS-PD-FIRST-FLAG
               SET PRIOR-SEARCH-IS-DONE TO TRUE
               GO TO 5760-EXIT
           END-IF.
           DIVIDE WS-PBD-INTEGER BY 7 GIVING WS-PBD-DOW-DIV
               REMAINDER WS-PBD-DOW-REM.
           IF WS-PBD-DOW-REM = 6 OR WS-PBD-DOW-REM = 0
               GO TO 5760-EXIT
           END-IF.
           MOVE WS-PBD-DATE TO WS-HOLIDAY-TEST-DATE.
           PERFORM 5650-TEST-HOLIDAY-CALENDAR THRU 5650-EXIT.
           IF DATE-IS-NOT-A-HOLIDAY
               SET PRIOR-SEARCH-IS-DONE TO TRUE
           END-IF.
       5760-EXIT.
           EXIT.

      *================================================================
      * 6000-BUILD-REPORT-HEADER-STAMP
      *================================================================
      *================================================================
      * THE FIRST RECORD IS THE REPORT HEADER STAMP THE OTHER PROGRAMS
      * ALREADY READ.  THE SECOND RECORD CARRIES THE BUSINESS-DAY FLAG
      * AND THE NEXT BUSINESS DAY FOR SETTLEMENT-DATE REPORTING, AND
      * THE THIRD THE FIRST/LAST-BUSINESS-DAY-OF-PERIOD FLAGS FOR THE
      * BATCH DRIVER'S JOB SCHEDULE - READERS THAT ONLY WANT THE STAMP
      * SIMPLY STOP AFTER RECORD ONE.
       7000-WRITE-DATE-STAMP-FILE.
           OPEN OUTPUT DATE-STAMP-FILE.
           MOVE WS-REPORT-HEADER-STAMP TO DS-LINE.
           MOVE WS-NEXT-BUSINESS-DAY-STR TO WS-BD-NEXT-DATE.
           MOVE WS-BUSINESS-DAY-STAMP TO DS-LINE.
           WRITE DS-LINE.
           MOVE WS-PERIOD-DAY-STAMP TO DS-LINE.
           WRITE DS-LINE.
           CLOSE DATE-STAMP-FILE.
       7000-EXIT.
           EXIT.
