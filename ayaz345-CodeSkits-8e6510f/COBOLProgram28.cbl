      *================================================================
      * PROGRAM-ID. PROGRAM28
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Program28.
       AUTHOR.        T. HARLOW.
       INSTALLATION.  DATA PROCESSING - ORDER PROCESSING.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 10/14/2026 TH    ORIGINAL PROGRAM - SALES ANALYSIS.  READS THE
      *                  PERMANENT LINE-LEVEL SALES HISTORY PROGRAM6
      *                  WRITES (SALESHST.DAT) AND RANKS CUSTOMERS,
      *                  ITEMS AND SALESPEOPLE BY NET SALES FOR ONE
      *                  FISCAL PERIOD, SHOWING THE SAME PERIOD OF THE
      *                  PRIOR YEAR, YEAR TO DATE AND PRIOR YEAR TO
      *                  DATE, WITH THE CHANGE, ON SALESANL.DAT.  THE
      *                  PERIOD IS PASSED ON THE COMMAND LINE AS
      *                  YYYYPP; WITHOUT ONE THE CURRENT PERIOD OF THE
      *                  RUN DATE IS ANALYSED.  RUN ON DEMAND.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SALESANL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SALESHST.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAST.

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITEMMAST.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  DATE-STAMP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DS-LINE                     PIC X(50).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE CONTROL FIELDS
      *----------------------------------------------------------------
       01  WS-SALES-HISTORY-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  END-OF-SALES-HISTORY        VALUE 'Y'.
           88  NOT-END-OF-SALES-HISTORY    VALUE 'N'.

       01  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  SALES-HISTORY-IS-OPEN       VALUE 'Y'.
           88  SALES-HISTORY-NOT-OPEN      VALUE 'N'.

       01  WS-CUSTOMER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
           88  CUSTOMER-MASTER-IS-OPEN     VALUE 'Y'.
           88  CUSTOMER-MASTER-NOT-OPEN    VALUE 'N'.

       01  WS-ITEM-OPEN-SWITCH         PIC X(01) VALUE 'N'.
           88  ITEM-MASTER-IS-OPEN         VALUE 'Y'.
           88  ITEM-MASTER-NOT-OPEN        VALUE 'N'.

       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.
       01  WS-HEADING-LINE-0           PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------
      * ANALYSIS PERIOD.  THE COMMAND LINE MAY NAME THE PERIOD AS
      * YYYYPP; OTHERWISE IT IS THE RUN DATE'S PERIOD (THE PERIOD IS
      * THE CALENDAR MONTH, THE SAME RULE PROGRAM9 USES), FALLING
      * BACK TO THE SYSTEM DATE WHEN THE DATE STAMP IS UNUSABLE.
      *----------------------------------------------------------------
       01  WS-PERIOD-PARM              PIC X(80) VALUE SPACES.
       01  WS-PERIOD-CHECK             PIC X(06) VALUE SPACES.
       01  WS-PERIOD-CHECK-NUM REDEFINES WS-PERIOD-CHECK
                                       PIC 9(06).
       01  WS-SYSTEM-DATE              PIC 9(08) VALUE 0.

       01  WS-ANALYSIS-YEAR            PIC 9(04) VALUE 0.
       01  WS-ANALYSIS-PERIOD          PIC 9(02) VALUE 0.
       01  WS-PRIOR-YEAR               PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * BUCKETS A HISTORY RECORD FALLS INTO
      *----------------------------------------------------------------
       01  WS-CURRENT-PERIOD-SWITCH    PIC X(01) VALUE 'N'.
           88  IN-CURRENT-PERIOD           VALUE 'Y'.
       01  WS-CURRENT-YTD-SWITCH       PIC X(01) VALUE 'N'.
           88  IN-CURRENT-YTD              VALUE 'Y'.
       01  WS-PRIOR-PERIOD-SWITCH      PIC X(01) VALUE 'N'.
           88  IN-PRIOR-PERIOD             VALUE 'Y'.
       01  WS-PRIOR-YTD-SWITCH         PIC X(01) VALUE 'N'.
           88  IN-PRIOR-YTD                VALUE 'Y'.

      *----------------------------------------------------------------
      * ANALYSIS TABLE - ONE ROW PER DIMENSION (1 = CUSTOMER, 2 =
      * ITEM, 3 = SALESPERSON).  CUSTOMERS AND ITEMS ARE THREE-DIGIT
      * NUMBERS, SO THEIR ENTRY IS THE NUMBER PLUS ONE; SALESPEOPLE
      * ARE ADDED IN THE ORDER FIRST MET.
      *----------------------------------------------------------------
       01  WS-ANALYSIS-TABLE.
           05  WS-AN-DIMENSION         OCCURS 3 TIMES.
               10  WS-AN-ENTRY-COUNT   PIC 9(04) COMP.
               10  WS-AN-ENTRY         OCCURS 1000 TIMES.
                   15  WS-AN-USED      PIC X(01).
                       88  AN-ENTRY-IS-USED    VALUE 'Y'.
                   15  WS-AN-CODE      PIC X(03).
                   15  WS-AN-QTY       PIC S9(09).
                   15  WS-AN-CUR-NET   PIC S9(13)V99.
                   15  WS-AN-PRIOR-NET PIC S9(13)V99.
                   15  WS-AN-YTD-NET   PIC S9(13)V99.
                   15  WS-AN-PRIOR-YTD-NET PIC S9(13)V99.

       01  WS-ENTRY-MAX                PIC 9(04) COMP VALUE 1000.
       01  WS-DIM                      PIC 9(04) COMP VALUE 0.
       01  WS-SUB                      PIC 9(04) COMP VALUE 0.
       01  WS-FOUND-SUB                PIC 9(04) COMP VALUE 0.
       01  WS-ENTRY-CODE               PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------
      * RANKING TABLE - THE USED ENTRIES OF ONE DIMENSION, ORDERED BY
      * NET SALES FOR THE PERIOD, HIGHEST FIRST.  ENTRIES WITH EQUAL
      * SALES KEEP THEIR CODE ORDER.
      *----------------------------------------------------------------
       01  WS-RANK-TABLE.
           05  WS-RK-ENTRY             OCCURS 1000 TIMES.
               10  WS-RK-SUB           PIC 9(04) COMP.
               10  WS-RK-NET           PIC S9(13)V99.

       01  WS-RANK-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-RANK-I                   PIC 9(04) COMP VALUE 0.
       01  WS-RANK-J                   PIC 9(04) COMP VALUE 0.
       01  WS-HOLD-SUB                 PIC 9(04) COMP VALUE 0.
       01  WS-HOLD-NET                 PIC S9(13)V99 VALUE 0.

       01  WS-SHIFT-SWITCH             PIC X(01) VALUE 'N'.
           88  SHIFT-IS-DONE               VALUE 'Y'.
           88  SHIFT-NOT-DONE              VALUE 'N'.

      *----------------------------------------------------------------
      * SECTION TOTALS
      *----------------------------------------------------------------
       01  WS-SECTION-QTY              PIC S9(09) VALUE 0.
       01  WS-SECTION-CUR-NET          PIC S9(13)V99 VALUE 0.
       01  WS-SECTION-PRIOR-NET        PIC S9(13)V99 VALUE 0.
       01  WS-SECTION-YTD-NET          PIC S9(13)V99 VALUE 0.
       01  WS-SECTION-PRIOR-YTD-NET    PIC S9(13)V99 VALUE 0.
       01  WS-CHANGE-AMOUNT            PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * RUN CONTROL TOTALS
      *----------------------------------------------------------------
       01  WS-RECORDS-READ             PIC 9(07) COMP VALUE 0.
       01  WS-RECORDS-USED             PIC 9(07) COMP VALUE 0.
       01  WS-RECORDS-REJECTED         PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1           PIC X(132) VALUE
           "PROGRAM28 - SALES ANALYSIS".

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(14) VALUE
               "FISCAL PERIOD ".
           05  WS-PL-YEAR              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-PL-PERIOD            PIC 9(02).
           05  FILLER                  PIC X(32) VALUE
               " AND YEAR TO DATE, AGAINST THE S".
           05  FILLER                  PIC X(30) VALUE
               "AME PERIOD AND YEAR TO DATE OF".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PL-PRIOR-YEAR        PIC 9(04).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-SECTION-TITLE            PIC X(132) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(38) VALUE
               "RANK CODE  NAME                    QTY".
           05  FILLER                  PIC X(30) VALUE
               "     PERIOD NET   PRIOR YR NET".
           05  FILLER                  PIC X(30) VALUE
               "         CHANGE        YTD NET".
           05  FILLER                  PIC X(34) VALUE
               "  PRIOR YTD NET     YTD CHANGE".

       01  WS-DETAIL-LINE.
           05  WS-D-RANK               PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CODE               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-NAME               PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-QTY                PIC -Z(05)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CUR-NET            PIC -Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PRIOR-NET          PIC -Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CHANGE             PIC -Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-YTD-NET            PIC -Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PRIOR-YTD-NET      PIC -Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-YTD-CHANGE         PIC -Z(08)9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "TOTAL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-QTY                PIC -Z(05)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-CUR-NET            PIC -Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-PRIOR-NET          PIC -Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-CHANGE             PIC -Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-YTD-NET            PIC -Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-PRIOR-YTD-NET      PIC -Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-YTD-CHANGE         PIC -Z(08)9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-NONE-LINE                PIC X(132) VALUE
           "NO SALES IN THE PERIODS ANALYSED".

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "HISTORY RECORDS READ -        ".
           05  WS-TR-READ-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               "RECORDS IN THE ANALYSIS -     ".
           05  WS-TR-USED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               "RECORDS UNUSABLE -            ".
           05  WS-TR-REJECT-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 2000-ANALYSE-ONE-RECORD THRU 2000-EXIT
               UNTIL END-OF-SALES-HISTORY.
           MOVE 1 TO WS-DIM.
           MOVE "SALES BY CUSTOMER - RANKED BY PERIOD NET SALES"
               TO WS-SECTION-TITLE.
           PERFORM 3000-PRINT-ONE-SECTION THRU 3000-EXIT.
           MOVE 2 TO WS-DIM.
           MOVE "SALES BY ITEM - RANKED BY PERIOD NET SALES"
               TO WS-SECTION-TITLE.
           PERFORM 3000-PRINT-ONE-SECTION THRU 3000-EXIT.
           MOVE 3 TO WS-DIM.
           MOVE "SALES BY SALESPERSON - RANKED BY PERIOD NET SALES"
               TO WS-SECTION-TITLE.
           PERFORM 3000-PRINT-ONE-SECTION THRU 3000-EXIT.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      *================================================================
      * 1000-INITIALIZE-RUN
      *
      * A MISSING HISTORY FILE IS NOT AN ERROR - NOTHING HAS BEEN
      * BILLED SINCE IT WAS STARTED - SO THE REPORT IS STILL WRITTEN,
      * EMPTY.  THE MASTERS ONLY SUPPLY NAMES; WITHOUT THEM THE
      * REPORT SHOWS CODES ALONE.
      *================================================================
       1000-INITIALIZE-RUN.
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           PERFORM 1200-SET-ANALYSIS-PERIOD THRU 1200-EXIT.
           PERFORM 1300-CLEAR-ONE-DIMENSION THRU 1300-EXIT
               VARYING WS-DIM FROM 1 BY 1 UNTIL WS-DIM > 3.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-SALES-HISTORY-STATUS = "00"
               SET SALES-HISTORY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PROGRAM28 - NO SALES HISTORY ON FILE, STATUS "
                   WS-SALES-HISTORY-STATUS
               SET END-OF-SALES-HISTORY TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS = "00"
               SET CUSTOMER-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "00"
               SET ITEM-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               STRING "RUN DATE: " WS-RUN-DATE-STAMP
                   INTO WS-HEADING-LINE-0
               WRITE RPT-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE RPT-LINE FROM WS-HEADING-LINE-1.
           MOVE WS-ANALYSIS-YEAR   TO WS-PL-YEAR.
           MOVE WS-ANALYSIS-PERIOD TO WS-PL-PERIOD.
           MOVE WS-PRIOR-YEAR      TO WS-PL-PRIOR-YEAR.
           WRITE RPT-LINE FROM WS-PERIOD-LINE.
           IF NOT-END-OF-SALES-HISTORY
               PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-DATE-STAMP-FILE
      *================================================================
       1100-READ-DATE-STAMP-FILE.
           OPEN INPUT DATE-STAMP-FILE.
           IF WS-DATE-STAMP-STATUS = "00"
               READ DATE-STAMP-FILE
                   NOT AT END
                       MOVE DS-LINE TO WS-RUN-DATE-STAMP
               END-READ
               CLOSE DATE-STAMP-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *================================================================
      * 1200-SET-ANALYSIS-PERIOD
      *
      * A COMMAND-LINE PERIOD MUST BE SIX DIGITS WITH A PERIOD OF
      * 01-12; ANYTHING ELSE IS REPORTED AND THE RUN DATE'S PERIOD
      * IS USED INSTEAD.
      *================================================================
       1200-SET-ANALYSIS-PERIOD.
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE.
           IF WS-PERIOD-PARM NOT = SPACES
               MOVE WS-PERIOD-PARM(1:6) TO WS-PERIOD-CHECK
               IF WS-PERIOD-CHECK-NUM IS NUMERIC
                   AND WS-PERIOD-CHECK(5:2) >= "01"
                   AND WS-PERIOD-CHECK(5:2) <= "12"
                   GO TO 1200-SET-YEARS
               END-IF
               DISPLAY "PROGRAM28 - PERIOD " WS-PERIOD-PARM(1:6)
                   " NOT VALID (YYYYPP) - USING THE RUN DATE PERIOD"
           END-IF.
           MOVE SPACES TO WS-PERIOD-CHECK.
           STRING WS-RUN-DATE-STAMP(1:4) WS-RUN-DATE-STAMP(6:2)
               DELIMITED BY SIZE INTO WS-PERIOD-CHECK.
           IF WS-PERIOD-CHECK-NUM IS NUMERIC
               AND WS-PERIOD-CHECK(5:2) >= "01"
               AND WS-PERIOD-CHECK(5:2) <= "12"
               GO TO 1200-SET-YEARS
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           MOVE WS-SYSTEM-DATE(1:6) TO WS-PERIOD-CHECK.
       1200-SET-YEARS.
           MOVE WS-PERIOD-CHECK(1:4) TO WS-ANALYSIS-YEAR.
           MOVE WS-PERIOD-CHECK(5:2) TO WS-ANALYSIS-PERIOD.
           COMPUTE WS-PRIOR-YEAR = WS-ANALYSIS-YEAR - 1.
           DISPLAY "PROGRAM28 - ANALYSING FISCAL PERIOD "
               WS-ANALYSIS-YEAR "/" WS-ANALYSIS-PERIOD.
       1200-EXIT.
           EXIT.

      *================================================================
      * 1300-CLEAR-ONE-DIMENSION
      *================================================================
       1300-CLEAR-ONE-DIMENSION.
           MOVE ZERO TO WS-AN-ENTRY-COUNT (WS-DIM).
           PERFORM 1310-CLEAR-ONE-ENTRY THRU 1310-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-ENTRY-MAX.
       1300-EXIT.
           EXIT.

      *================================================================
      * 1310-CLEAR-ONE-ENTRY
      *================================================================
       1310-CLEAR-ONE-ENTRY.
           MOVE 'N'    TO WS-AN-USED (WS-DIM WS-SUB).
           MOVE SPACES TO WS-AN-CODE (WS-DIM WS-SUB).
           MOVE ZERO   TO WS-AN-QTY (WS-DIM WS-SUB).
           MOVE ZERO   TO WS-AN-CUR-NET (WS-DIM WS-SUB).
           MOVE ZERO   TO WS-AN-PRIOR-NET (WS-DIM WS-SUB).
           MOVE ZERO   TO WS-AN-YTD-NET (WS-DIM WS-SUB).
           MOVE ZERO   TO WS-AN-PRIOR-YTD-NET (WS-DIM WS-SUB).
       1310-EXIT.
           EXIT.

      *================================================================
      * 2000-ANALYSE-ONE-RECORD
      *
      * A RECORD COUNTS IN THE PERIOD WHEN ITS YEAR AND PERIOD MATCH,
      * AND IN YEAR TO DATE WHEN ITS YEAR MATCHES AND ITS PERIOD IS
      * NOT LATER.  THE PRIOR-YEAR BUCKETS USE THE SAME RULES ONE
      * YEAR BACK.  RECORDS IN NO BUCKET ARE PASSED OVER.
      *================================================================
       2000-ANALYSE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF SH-FISCAL-YEAR NOT NUMERIC
               OR SH-FISCAL-PERIOD NOT NUMERIC
               OR SH-CUSTOMER-NUMBER NOT NUMERIC
               OR SH-ITEM-NUMBER NOT NUMERIC
               OR SH-QUANTITY NOT NUMERIC
               OR SH-NET-AMOUNT NOT NUMERIC
               ADD 1 TO WS-RECORDS-REJECTED
               GO TO 2000-NEXT
           END-IF.
           MOVE 'N' TO WS-CURRENT-PERIOD-SWITCH.
           MOVE 'N' TO WS-CURRENT-YTD-SWITCH.
           MOVE 'N' TO WS-PRIOR-PERIOD-SWITCH.
           MOVE 'N' TO WS-PRIOR-YTD-SWITCH.
           IF SH-FISCAL-PERIOD NOT > WS-ANALYSIS-PERIOD
               IF SH-FISCAL-YEAR = WS-ANALYSIS-YEAR
                   SET IN-CURRENT-YTD TO TRUE
                   IF SH-FISCAL-PERIOD = WS-ANALYSIS-PERIOD
                       SET IN-CURRENT-PERIOD TO TRUE
                   END-IF
               END-IF
               IF SH-FISCAL-YEAR = WS-PRIOR-YEAR
                   SET IN-PRIOR-YTD TO TRUE
                   IF SH-FISCAL-PERIOD = WS-ANALYSIS-PERIOD
                       SET IN-PRIOR-PERIOD TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT IN-CURRENT-YTD
               AND NOT IN-PRIOR-YTD
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-RECORDS-USED.
           MOVE 1 TO WS-DIM.
           COMPUTE WS-FOUND-SUB = SH-CUSTOMER-NUMBER + 1.
           MOVE SH-CUSTOMER-NUMBER TO WS-ENTRY-CODE.
           PERFORM 2200-ADD-TO-ENTRY THRU 2200-EXIT.
           MOVE 2 TO WS-DIM.
           COMPUTE WS-FOUND-SUB = SH-ITEM-NUMBER + 1.
           MOVE SH-ITEM-NUMBER TO WS-ENTRY-CODE.
           PERFORM 2200-ADD-TO-ENTRY THRU 2200-EXIT.
           MOVE 3 TO WS-DIM.
           MOVE SH-SALESPERSON TO WS-ENTRY-CODE.
           PERFORM 2300-FIND-OR-ADD-REP THRU 2300-EXIT.
           IF WS-FOUND-SUB > 0
               PERFORM 2200-ADD-TO-ENTRY THRU 2200-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-READ-HISTORY-RECORD
      *================================================================
       2100-READ-HISTORY-RECORD.
           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2200-ADD-TO-ENTRY
      *
      * ADDS THE RECORD TO ENTRY WS-FOUND-SUB OF DIMENSION WS-DIM.
      * THE QUANTITY COLUMN IS THE PERIOD'S QUANTITY.
      *================================================================
       2200-ADD-TO-ENTRY.
           IF NOT AN-ENTRY-IS-USED (WS-DIM WS-FOUND-SUB)
               MOVE 'Y' TO WS-AN-USED (WS-DIM WS-FOUND-SUB)
               MOVE WS-ENTRY-CODE TO WS-AN-CODE (WS-DIM WS-FOUND-SUB)
           END-IF.
           IF IN-CURRENT-PERIOD
               ADD SH-QUANTITY   TO WS-AN-QTY (WS-DIM WS-FOUND-SUB)
               ADD SH-NET-AMOUNT
                   TO WS-AN-CUR-NET (WS-DIM WS-FOUND-SUB)
           END-IF.
           IF IN-CURRENT-YTD
               ADD SH-NET-AMOUNT
                   TO WS-AN-YTD-NET (WS-DIM WS-FOUND-SUB)
           END-IF.
           IF IN-PRIOR-PERIOD
               ADD SH-NET-AMOUNT
                   TO WS-AN-PRIOR-NET (WS-DIM WS-FOUND-SUB)
           END-IF.
           IF IN-PRIOR-YTD
               ADD SH-NET-AMOUNT
                   TO WS-AN-PRIOR-YTD-NET (WS-DIM WS-FOUND-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

      *================================================================
      * 2300-FIND-OR-ADD-REP
      *
      * LEAVES WS-FOUND-SUB AT THE SALESPERSON'S ENTRY, ADDING ONE
      * IF NEEDED, OR AT ZERO WHEN THE TABLE IS FULL.
      *================================================================
       2300-FIND-OR-ADD-REP.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 2310-MATCH-ONE-REP THRU 2310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AN-ENTRY-COUNT (3)
                   OR WS-FOUND-SUB > 0.
           IF WS-FOUND-SUB > 0
               GO TO 2300-EXIT
           END-IF.
           IF WS-AN-ENTRY-COUNT (3) >= WS-ENTRY-MAX
               DISPLAY "PROGRAM28 - SALESPERSON TABLE FULL, "
                   WS-ENTRY-CODE " NOT ANALYSED"
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-AN-ENTRY-COUNT (3).
           MOVE WS-AN-ENTRY-COUNT (3) TO WS-FOUND-SUB.
       2300-EXIT.
           EXIT.

      *================================================================
      * 2310-MATCH-ONE-REP
      *================================================================
       2310-MATCH-ONE-REP.
           IF WS-AN-CODE (3 WS-SUB) = WS-ENTRY-CODE
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.
       2310-EXIT.
           EXIT.

      *================================================================
      * 3000-PRINT-ONE-SECTION
      *
      * RANKS THE USED ENTRIES OF DIMENSION WS-DIM AND PRINTS THEM
      * WITH A SECTION TOTAL.
      *================================================================
       3000-PRINT-ONE-SECTION.
           MOVE ZERO TO WS-RANK-COUNT.
           MOVE ZERO TO WS-SECTION-QTY.
           MOVE ZERO TO WS-SECTION-CUR-NET.
           MOVE ZERO TO WS-SECTION-PRIOR-NET.
           MOVE ZERO TO WS-SECTION-YTD-NET.
           MOVE ZERO TO WS-SECTION-PRIOR-YTD-NET.
           PERFORM 3100-LOAD-ONE-RANK-ENTRY THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-ENTRY-MAX.
           PERFORM 3200-INSERT-ONE-RANK-ENTRY THRU 3200-EXIT
               VARYING WS-RANK-I FROM 2 BY 1
               UNTIL WS-RANK-I > WS-RANK-COUNT.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-SECTION-TITLE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADING.
           IF WS-RANK-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-PRINT-ONE-RANKED-ENTRY THRU 3300-EXIT
               VARYING WS-RANK-I FROM 1 BY 1
               UNTIL WS-RANK-I > WS-RANK-COUNT.
           MOVE WS-SECTION-QTY           TO WS-T-QTY.
           MOVE WS-SECTION-CUR-NET       TO WS-T-CUR-NET.
           MOVE WS-SECTION-PRIOR-NET     TO WS-T-PRIOR-NET.
           COMPUTE WS-CHANGE-AMOUNT =
               WS-SECTION-CUR-NET - WS-SECTION-PRIOR-NET.
           MOVE WS-CHANGE-AMOUNT         TO WS-T-CHANGE.
           MOVE WS-SECTION-YTD-NET       TO WS-T-YTD-NET.
           MOVE WS-SECTION-PRIOR-YTD-NET TO WS-T-PRIOR-YTD-NET.
           COMPUTE WS-CHANGE-AMOUNT =
               WS-SECTION-YTD-NET - WS-SECTION-PRIOR-YTD-NET.
           MOVE WS-CHANGE-AMOUNT         TO WS-T-YTD-CHANGE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3100-LOAD-ONE-RANK-ENTRY
      *================================================================
       3100-LOAD-ONE-RANK-ENTRY.
           IF NOT AN-ENTRY-IS-USED (WS-DIM WS-SUB)
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-RANK-COUNT.
           MOVE WS-SUB TO WS-RK-SUB (WS-RANK-COUNT).
           MOVE WS-AN-CUR-NET (WS-DIM WS-SUB)
               TO WS-RK-NET (WS-RANK-COUNT).
       3100-EXIT.
           EXIT.

      *================================================================
      * 3200-INSERT-ONE-RANK-ENTRY
      *
      * STRAIGHT INSERTION - ENTRY I IS LIFTED OUT, THE ENTRIES ABOVE
      * IT WITH SMALLER SALES ARE SHIFTED DOWN ONE, AND IT DROPS
      * INTO THE GAP.  AN EQUAL ENTRY IS NOT PASSED, SO TIES KEEP
      * THEIR ORIGINAL ORDER.
      *================================================================
       3200-INSERT-ONE-RANK-ENTRY.
           MOVE WS-RK-SUB (WS-RANK-I) TO WS-HOLD-SUB.
           MOVE WS-RK-NET (WS-RANK-I) TO WS-HOLD-NET.
           MOVE WS-RANK-I TO WS-RANK-J.
           SET SHIFT-NOT-DONE TO TRUE.
           PERFORM 3210-SHIFT-ONE-RANK-ENTRY THRU 3210-EXIT
               UNTIL SHIFT-IS-DONE.
           MOVE WS-HOLD-SUB TO WS-RK-SUB (WS-RANK-J).
           MOVE WS-HOLD-NET TO WS-RK-NET (WS-RANK-J).
       3200-EXIT.
           EXIT.

      *================================================================
      * 3210-SHIFT-ONE-RANK-ENTRY
      *================================================================
       3210-SHIFT-ONE-RANK-ENTRY.
           IF WS-RANK-J = 1
               SET SHIFT-IS-DONE TO TRUE
               GO TO 3210-EXIT
           END-IF.
           IF WS-RK-NET (WS-RANK-J - 1) NOT < WS-HOLD-NET
               SET SHIFT-IS-DONE TO TRUE
               GO TO 3210-EXIT
           END-IF.
           MOVE WS-RK-SUB (WS-RANK-J - 1) TO WS-RK-SUB (WS-RANK-J).
           MOVE WS-RK-NET (WS-RANK-J - 1) TO WS-RK-NET (WS-RANK-J).
           SUBTRACT 1 FROM WS-RANK-J.
       3210-EXIT.
           EXIT.

      *================================================================
      * 3300-PRINT-ONE-RANKED-ENTRY
      *================================================================
       3300-PRINT-ONE-RANKED-ENTRY.
           MOVE WS-RK-SUB (WS-RANK-I) TO WS-SUB.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-RANK-I TO WS-D-RANK.
           MOVE WS-AN-CODE (WS-DIM WS-SUB) TO WS-D-CODE.
           PERFORM 3310-LOOKUP-NAME THRU 3310-EXIT.
           MOVE WS-AN-QTY (WS-DIM WS-SUB) TO WS-D-QTY.
           MOVE WS-AN-CUR-NET (WS-DIM WS-SUB) TO WS-D-CUR-NET.
           MOVE WS-AN-PRIOR-NET (WS-DIM WS-SUB) TO WS-D-PRIOR-NET.
           COMPUTE WS-CHANGE-AMOUNT =
               WS-AN-CUR-NET (WS-DIM WS-SUB)
               - WS-AN-PRIOR-NET (WS-DIM WS-SUB).
           MOVE WS-CHANGE-AMOUNT TO WS-D-CHANGE.
           MOVE WS-AN-YTD-NET (WS-DIM WS-SUB) TO WS-D-YTD-NET.
           MOVE WS-AN-PRIOR-YTD-NET (WS-DIM WS-SUB)
               TO WS-D-PRIOR-YTD-NET.
           COMPUTE WS-CHANGE-AMOUNT =
               WS-AN-YTD-NET (WS-DIM WS-SUB)
               - WS-AN-PRIOR-YTD-NET (WS-DIM WS-SUB).
           MOVE WS-CHANGE-AMOUNT TO WS-D-YTD-CHANGE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD WS-AN-QTY (WS-DIM WS-SUB) TO WS-SECTION-QTY.
           ADD WS-AN-CUR-NET (WS-DIM WS-SUB) TO WS-SECTION-CUR-NET.
           ADD WS-AN-PRIOR-NET (WS-DIM WS-SUB)
               TO WS-SECTION-PRIOR-NET.
           ADD WS-AN-YTD-NET (WS-DIM WS-SUB) TO WS-SECTION-YTD-NET.
           ADD WS-AN-PRIOR-YTD-NET (WS-DIM WS-SUB)
               TO WS-SECTION-PRIOR-YTD-NET.
       3300-EXIT.
           EXIT.

      *================================================================
      * 3310-LOOKUP-NAME
      *
      * CUSTOMER NAME OR ITEM DESCRIPTION FROM THE MASTER; THERE IS
      * NO SALESPERSON MASTER, SO REPS SHOW THEIR CODE ONLY.
      *================================================================
       3310-LOOKUP-NAME.
           MOVE SPACES TO WS-D-NAME.
           EVALUATE WS-DIM
               WHEN 1
                   IF CUSTOMER-MASTER-IS-OPEN
                       MOVE WS-AN-CODE (WS-DIM WS-SUB)
                           TO CU-CUSTOMER-NUMBER
                       READ CUSTOMER-MASTER-FILE
                           INVALID KEY
                               MOVE "NOT ON MASTER" TO WS-D-NAME
                           NOT INVALID KEY
                               MOVE CU-CUSTOMER-NAME TO WS-D-NAME
                       END-READ
                   END-IF
               WHEN 2
                   IF ITEM-MASTER-IS-OPEN
                       MOVE WS-AN-CODE (WS-DIM WS-SUB)
                           TO IM-ITEM-NUMBER
                       READ ITEM-MASTER-FILE
                           INVALID KEY
                               MOVE "NOT ON MASTER" TO WS-D-NAME
                           NOT INVALID KEY
                               MOVE IM-ITEM-DESCRIPTION TO WS-D-NAME
                       END-READ
                   END-IF
           END-EVALUATE.
       3310-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
       9000-TERMINATE-RUN.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ     TO WS-TR-READ-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-RECORDS-USED     TO WS-TR-USED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-RECORDS-REJECTED TO WS-TR-REJECT-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-3.
           IF SALES-HISTORY-IS-OPEN
               CLOSE SALES-HISTORY-FILE
           END-IF.
           IF CUSTOMER-MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF ITEM-MASTER-IS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "PROGRAM28 - SALES ANALYSIS COMPLETE - RECORDS "
               "ANALYSED " WS-RECORDS-USED.
       9000-EXIT.
           EXIT.
