      *================================================================
      * PROGRAM-ID. PROGRAM30
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Program30.
       AUTHOR.        T. HARLOW.
       INSTALLATION.  DATA PROCESSING - ORDER PROCESSING.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 10/14/2026 TH    ORIGINAL PROGRAM - BACKUP GENERATIONS OF THE
      *                  CHAIN'S MASTER AND ACCUMULATOR FILES AND THE
      *                  ROLL-BACK-THE-DAY RESTORE.  TWO
      *                  COMMAND-LINE MODES -
      *                  "BACKUP" IS A BATCHDRIVER STEP AHEAD OF
      *                  PROGRAM6.  IT COPIES ITEMMAST, AROPEN,
      *                  INVCTL, MTDTOTLS, TAXACCUM, COMMACCU,
      *                  PERDETL AND BACKORD INTO ONE GENERATION FOR
      *                  THE STAMPED RUN DATE AND CATALOGS IT ON
      *                  BKUPCAT.DAT, KEEPING THE NUMBER OF
      *                  GENERATIONS SET BY BACKUP-GENERATIONS ON
      *                  RUNPARMS.DAT (DEFAULT 5).  REPORT ON
      *                  BKUPRPT.DAT.
      *                  "RESTORE YYYYMMDD" IS RUN BY HAND.  IT PUTS
      *                  EVERY FILE BACK TO THAT RUN DATE'S
      *                  GENERATION TOGETHER, RESETS LASTRUN.DAT TO
      *                  WHAT IT HELD BEFORE THAT NIGHT SO THE DAY
      *                  CAN BE RE-RUN, AND REPORTS EXACTLY WHAT WAS
      *                  RESTORED ON RESTRPT.DAT.  EVERY BACKUP COPY
      *                  IS PROVED AGAINST ITS CATALOGED RECORD COUNT
      *                  BEFORE ANY FILE IS TOUCHED - ONE BAD COPY
      *                  AND NOTHING IS RESTORED.
      * 10/14/2026 TH    BACKUP COPY RECORD WIDENED TO 100 BYTES FOR
      *                  THE LONGER OPEN-ITEM RECORD, WHICH NOW CARRIES
      *                  ITS FOREIGN-CURRENCY FIELDS.
      * 10/15/2026 TH    EACH GENERATION NOW ALSO HOLDS RETAUTH,
      *                  SALESHST, HELDORD AND EINVLOG, WHICH PROGRAM6
      *                  STAMPS OR APPENDS TO IN THE SAME NIGHT.  WITH
      *                  ONLY THE ORIGINAL EIGHT ROLLED BACK, A RE-RUN
      *                  REUSED THE RESTORED INVOICE NUMBERS ALONGSIDE
      *                  THE ROLLED-BACK NIGHT'S HISTORY AND SENT-LOG
      *                  RECORDS, HELD THE SAME ORDERS TWICE, AND
      *                  NEVER RE-ISSUED AN RA CREDIT WHOSE STAMP HAD
      *                  SURVIVED.  COPY RECORD WIDENED TO 160 FOR THE
      *                  RA RECORD.  A GENERATION CATALOGED BEFORE
      *                  THIS CHANGE HAS NO COPY OF THE FOUR - A
      *                  RESTORE FROM IT LEAVES THEM AS THEY ARE AND
      *                  SAYS SO ON THE REPORT.
      * 10/15/2026 TH    EACH GENERATION NOW ALSO HOLDS RCPTHIST AND
      *                  CASHTOTL.  CASH APPLICATION (PROGRAM16) RUNS
      *                  FROM THE JOB SCHEDULE AFTER THE BACKUP IS
      *                  TAKEN AND APPENDS TO BOTH, SO A RE-RUN AFTER
      *                  A RESTORE RECORDED THE RECEIPTS AND JOURNALED
      *                  THE CASH TWICE.  THE RESTORE REPORT ALSO
      *                  LISTS EACH SCHEDULED INPUT FILE THE DRIVER SET
      *                  ASIDE UNDER THE RESTORED RUN DATE, WHICH MUST
      *                  BE MOVED BACK BEFORE THE DAY IS RE-RUN.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RETURN-AUTH-FILE ASSIGN TO "RETAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RA-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MASTER-FILE ASSIGN USING WS-MASTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKUPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT LAST-RUN-FILE ASSIGN TO "LASTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-RUN-STATUS.

           SELECT REPORT-FILE ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITEMMAST.

       FD  AR-OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AROPEN.

       FD  RETURN-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RETAUTH.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ML-RECORD                   PIC X(120).

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BK-RECORD                   PIC X(160).

       FD  BACKUP-CATALOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BC-CATALOG-LINE             PIC X(165).

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RUNPARMS.

       FD  LAST-RUN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LR-LINE                     PIC X(10).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  DATE-STAMP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DS-LINE                     PIC X(50).

       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY JOBSCHED.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS AND END-OF-FILE CONTROL FIELDS.  THE FOUR MASTER
      * FILE DEFINITIONS SHARE ONE STATUS FIELD - ONLY ONE OF THEM IS
      * EVER OPEN AT A TIME.
      *----------------------------------------------------------------
       01  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BACKUP-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CATALOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LAST-RUN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.
       01  WS-SCHEDULE-STATUS          PIC X(02) VALUE SPACES.

       01  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-FILE          VALUE 'Y'.
           88  NOT-END-OF-MASTER-FILE      VALUE 'N'.

       01  WS-BACKUP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  END-OF-BACKUP-FILE          VALUE 'Y'.
           88  NOT-END-OF-BACKUP-FILE      VALUE 'N'.

       01  WS-CATALOG-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  END-OF-CATALOG-FILE         VALUE 'Y'.
           88  NOT-END-OF-CATALOG-FILE     VALUE 'N'.

       01  WS-RUN-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  END-OF-RUN-PARM-FILE        VALUE 'Y'.
           88  NOT-END-OF-RUN-PARM-FILE    VALUE 'N'.

       01  WS-SCHEDULE-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  END-OF-SCHEDULE-FILE        VALUE 'Y'.
           88  NOT-END-OF-SCHEDULE-FILE    VALUE 'N'.

       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.
       01  WS-HEADING-LINE-0           PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------
      * COMMAND-LINE MODE.  "BACKUP" IS THE NIGHTLY CHAIN STEP;
      * "RESTORE YYYYMMDD" ROLLS THE FILES BACK TO THAT RUN DATE.
      *----------------------------------------------------------------
       01  WS-COMMAND-PARM.
           05  WS-RUN-MODE-PARM        PIC X(08).
               88  IS-BACKUP-REQUEST       VALUE "BACKUP  ".
               88  IS-RESTORE-REQUEST      VALUE "RESTORE ".
           05  WS-RESTORE-DATE-PARM    PIC X(08).
           05  FILLER                  PIC X(64).

       01  WS-REPORT-FILE-NAME         PIC X(40) VALUE "BKUPRPT.DAT".

      *----------------------------------------------------------------
      * RUN-CONTROL PARAMETERS
      *----------------------------------------------------------------
       01  WS-PARM-NUMVAL-CHECK        PIC S9(04) COMP VALUE 0.
       01  WS-PARM-VALUE-NUM           PIC 9(12) VALUE 0.

       01  WS-GENERATIONS-TO-KEEP      PIC 9(02) VALUE 5.

      *----------------------------------------------------------------
      * THE FILES EACH GENERATION HOLDS, IN CATALOG ORDER.  ENTRIES
      * 1, 2 AND 9 ARE THE INDEXED MASTERS AND ARE READ AND REBUILT
      * IN KEY ORDER THROUGH THEIR OWN FILE DEFINITIONS; THE REST ARE
      * LINE SEQUENTIAL AND SHARE MASTER-FILE.
      *----------------------------------------------------------------
       01  WS-FILE-COUNT               PIC 9(02) COMP VALUE 14.

       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 14 TIMES.
               10  WS-FT-BASE-NAME     PIC X(08).

       01  WS-FILE-SUB                 PIC 9(02) COMP VALUE 0.
           88  FILE-IS-ITEM-MASTER         VALUE 1.
           88  FILE-IS-AR-OPEN-ITEMS       VALUE 2.
           88  FILE-IS-RETURN-AUTH         VALUE 9.

       01  WS-MASTER-FILE-NAME         PIC X(40) VALUE SPACES.
       01  WS-BACKUP-FILE-NAME         PIC X(40) VALUE SPACES.
       01  WS-GENERATION-DISPLAY       PIC 9(02) VALUE 0.

       01  WS-COPY-RECORD              PIC X(160) VALUE SPACES.
       01  WS-COPY-COUNT               PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------------
      * BACKUP CATALOG, HELD IN CORE OLDEST FIRST AND REWRITTEN IN
      * FULL WHENEVER IT CHANGES.  THE CATALOG RECORD LAYOUT IS USED
      * AS THE WORK AREA FOR WHICHEVER ENTRY IS IN HAND.
      *----------------------------------------------------------------
           COPY BKUPCAT.

       01  WS-CATALOG-COUNT            PIC 9(02) COMP VALUE 0.
       01  WS-CATALOG-MAX              PIC 9(02) COMP VALUE 99.

       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ENTRY OCCURS 99 TIMES
                                       PIC X(165).

       01  WS-CATALOG-SUB              PIC 9(02) COMP VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(02) COMP VALUE 0.
       01  WS-FOUND-SUB                PIC 9(02) COMP VALUE 0.

       01  WS-NEW-GENERATION           PIC 9(02) VALUE 0.
       01  WS-TRY-GENERATION           PIC 9(02) VALUE 0.

       01  WS-SLOT-USED-SWITCH         PIC X(01) VALUE 'N'.
           88  SLOT-IS-IN-USE              VALUE 'Y'.
           88  SLOT-IS-FREE                VALUE 'N'.

      *----------------------------------------------------------------
      * RUN DATE, LAST-RUN DATE AND TIME-STAMP FIELDS
      *----------------------------------------------------------------
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-PRIOR-LAST-RUN-DATE      PIC X(10) VALUE SPACES.

       01  WS-STAMP-DATE               PIC 9(08) VALUE 0.
       01  WS-STAMP-TIME               PIC X(08) VALUE SPACES.
       01  WS-TIME-STAMP               PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------
      * RUN OUTCOME SWITCHES AND TOTALS
      *----------------------------------------------------------------
       01  WS-RUN-FAILED-SWITCH        PIC X(01) VALUE 'N'.
           88  RUN-HAS-FAILED              VALUE 'Y'.
           88  RUN-HAS-NOT-FAILED          VALUE 'N'.

       01  WS-FAILED-RETURN-CODE       PIC 9(02) VALUE 16.

       01  WS-FILES-COPIED             PIC 9(07) COMP VALUE 0.
       01  WS-RECORDS-COPIED           PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------------
      * SCHEDULED INPUT FILES SET ASIDE ON THE RESTORED RUN DATE.  THE
      * DRIVER RENAMES AN IFINPUT JOB'S FILE TO ITS NAME PLUS "." AND
      * THE RUN DATE AS YYYYMMDD ONCE THE JOB COMPLETES.
      *----------------------------------------------------------------
       01  WS-SET-ASIDE-NAME           PIC X(40) VALUE SPACES.
       01  WS-SET-ASIDE-COUNT          PIC 9(03) COMP VALUE 0.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-BACKUP-HEADING-LINE-1    PIC X(132) VALUE
           "PROGRAM30 - MASTER FILE BACKUP GENERATION".
       01  WS-RESTORE-HEADING-LINE-1   PIC X(132) VALUE
           "PROGRAM30 - RESTORE OF MASTER FILES TO A RUN DATE".

       01  WS-GENERATION-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-GL-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(14) VALUE
               "   GENERATION ".
           05  WS-GL-GENERATION        PIC 9(02).
           05  FILLER                  PIC X(10) VALUE
               "   TAKEN ".
           05  WS-GL-BACKUP-STAMP      PIC X(14).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(42) VALUE
               "FILE          COPY FILE          RECORDS  ".
           05  FILLER                  PIC X(90) VALUE
               "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-D-FILE-NAME          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-BACKUP-NAME        PIC X(16).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-RECORD-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ACTION             PIC X(50).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-MESSAGE-LINE             PIC X(132) VALUE SPACES.

       01  WS-LAST-RUN-LINE.
           05  FILLER                  PIC X(26) VALUE
               "LASTRUN.DAT RESET TO:     ".
           05  WS-LR-LAST-RUN-DATE     PIC X(20).
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-CATALOG-HEADING-LINE     PIC X(132) VALUE
           "GENERATIONS HELD -".

       01  WS-CATALOG-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "GENERATION ".
           05  WS-CL-GENERATION        PIC 9(02).
           05  FILLER                  PIC X(12) VALUE
               "   RUN DATE ".
           05  WS-CL-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(09) VALUE "   TAKEN ".
           05  WS-CL-BACKUP-STAMP      PIC X(14).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "FILES COPIED -                ".
           05  WS-TR-FILE-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               "RECORDS COPIED -              ".
           05  WS-TR-RECORD-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           MOVE SPACES TO WS-COMMAND-PARM.
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE.
           IF NOT IS-BACKUP-REQUEST AND NOT IS-RESTORE-REQUEST
               DISPLAY "PROGRAM30 - MODE MUST BE BACKUP OR "
                   "RESTORE YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0500-LOAD-RUN-PARAMETERS THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           IF IS-BACKUP-REQUEST
               PERFORM 2000-TAKE-BACKUP THRU 2000-EXIT
           ELSE
               PERFORM 5000-RESTORE-RUN-DATE THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      *================================================================
      * 0500-LOAD-RUN-PARAMETERS
      *================================================================
       0500-LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-RUN-PARM-STATUS NOT = "00"
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0510-READ-RUN-PARM-RECORD THRU 0510-EXIT.
           PERFORM 0520-APPLY-RUN-PARM-RECORD THRU 0520-EXIT
               UNTIL END-OF-RUN-PARM-FILE.
           CLOSE RUN-PARM-FILE.
       0500-EXIT.
           EXIT.

      *================================================================
      * 0510-READ-RUN-PARM-RECORD
      *================================================================
       0510-READ-RUN-PARM-RECORD.
           READ RUN-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-RUN-PARM-EOF-SWITCH
           END-READ.
       0510-EXIT.
           EXIT.

      *================================================================
      * 0520-APPLY-RUN-PARM-RECORD
      *================================================================
       0520-APPLY-RUN-PARM-RECORD.
           EVALUATE RP-KEYWORD
               WHEN "BACKUP-GENERATIONS  "
                   COMPUTE WS-PARM-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(RP-VALUE)
                   IF WS-PARM-NUMVAL-CHECK = 0
                       COMPUTE WS-PARM-VALUE-NUM =
                           FUNCTION NUMVAL(RP-VALUE)
                       IF WS-PARM-VALUE-NUM > 0
                           AND WS-PARM-VALUE-NUM <= 99
                           MOVE WS-PARM-VALUE-NUM
                               TO WS-GENERATIONS-TO-KEEP
                       ELSE
                           DISPLAY "PROGRAM30 - OUT-OF-RANGE "
                               "BACKUP-GENERATIONS IGNORED"
                       END-IF
                   ELSE
                       DISPLAY "PROGRAM30 - NON-NUMERIC "
                           "BACKUP-GENERATIONS IGNORED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0510-READ-RUN-PARM-RECORD THRU 0510-EXIT.
       0520-EXIT.
           EXIT.

      *================================================================
      * 1000-INITIALIZE-RUN
      *================================================================
       1000-INITIALIZE-RUN.
           MOVE "ITEMMAST" TO WS-FT-BASE-NAME (1).
           MOVE "AROPEN  " TO WS-FT-BASE-NAME (2).
           MOVE "INVCTL  " TO WS-FT-BASE-NAME (3).
           MOVE "MTDTOTLS" TO WS-FT-BASE-NAME (4).
           MOVE "TAXACCUM" TO WS-FT-BASE-NAME (5).
           MOVE "COMMACCU" TO WS-FT-BASE-NAME (6).
           MOVE "PERDETL " TO WS-FT-BASE-NAME (7).
           MOVE "BACKORD " TO WS-FT-BASE-NAME (8).
           MOVE "RETAUTH " TO WS-FT-BASE-NAME (9).
           MOVE "SALESHST" TO WS-FT-BASE-NAME (10).
           MOVE "HELDORD " TO WS-FT-BASE-NAME (11).
           MOVE "EINVLOG " TO WS-FT-BASE-NAME (12).
           MOVE "RCPTHIST" TO WS-FT-BASE-NAME (13).
           MOVE "CASHTOTL" TO WS-FT-BASE-NAME (14).
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           MOVE WS-RUN-DATE-STAMP(1:10) TO WS-RUN-DATE.
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT.
           IF IS-RESTORE-REQUEST
               MOVE "RESTRPT.DAT" TO WS-REPORT-FILE-NAME
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               STRING "RUN DATE: " WS-RUN-DATE-STAMP
                   INTO WS-HEADING-LINE-0
               WRITE RPT-LINE FROM WS-HEADING-LINE-0
           END-IF.
           IF IS-BACKUP-REQUEST
               WRITE RPT-LINE FROM WS-BACKUP-HEADING-LINE-1
           ELSE
               WRITE RPT-LINE FROM WS-RESTORE-HEADING-LINE-1
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
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
      * 1200-LOAD-CATALOG
      *
      * NO CATALOG YET SIMPLY MEANS NO GENERATIONS HAVE BEEN TAKEN.
      *================================================================
       1200-LOAD-CATALOG.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-CATALOG-RECORD THRU 1210-EXIT.
           PERFORM 1220-STORE-CATALOG-ENTRY THRU 1220-EXIT
               UNTIL END-OF-CATALOG-FILE.
           CLOSE BACKUP-CATALOG-FILE.
       1200-EXIT.
           EXIT.

      *================================================================
      * 1210-READ-CATALOG-RECORD
      *================================================================
       1210-READ-CATALOG-RECORD.
           READ BACKUP-CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
           END-READ.
       1210-EXIT.
           EXIT.

      *================================================================
      * 1220-STORE-CATALOG-ENTRY
      *================================================================
       1220-STORE-CATALOG-ENTRY.
           IF WS-CATALOG-COUNT >= WS-CATALOG-MAX
               DISPLAY "PROGRAM30 - BACKUP CATALOG TABLE FULL, "
                   "REMAINING ENTRIES IGNORED"
               MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
               GO TO 1220-EXIT
           END-IF.
           ADD 1 TO WS-CATALOG-COUNT.
           MOVE BC-CATALOG-LINE TO WS-CATALOG-ENTRY (WS-CATALOG-COUNT).
           PERFORM 1210-READ-CATALOG-RECORD THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *================================================================
      * 2000-TAKE-BACKUP
      *
      * THE FIRST GENERATION TAKEN FOR A RUN DATE IS THE ONE KEPT.  A
      * RESTARTED NIGHT, OR A FORCED RE-RUN OF THE SAME DATE, MUST NOT
      * OVERWRITE THE PRE-RUN COPY WITH FILES PROGRAM6 HAS ALREADY
      * UPDATED.  THE OUTGOING GENERATION IS DROPPED FROM THE CATALOG
      * BEFORE ITS SLOT IS OVERWRITTEN, AND THE NEW ONE IS CATALOGED
      * ONLY WHEN EVERY FILE HAS COPIED, SO THE CATALOG NEVER NAMES A
      * PARTIAL GENERATION.
      *================================================================
       2000-TAKE-BACKUP.
           IF WS-RUN-DATE = SPACES
               DISPLAY "PROGRAM30 - NO RUN DATE STAMP - BACKUP "
                   "CANNOT BE CATALOGED"
               SET RUN-HAS-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 4100-FIND-RUN-DATE THRU 4100-EXIT.
           IF WS-FOUND-SUB > ZERO
               MOVE "GENERATION ALREADY HELD FOR THIS RUN DATE - KEPT"
                   TO WS-MESSAGE-LINE
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
               DISPLAY "PROGRAM30 - GENERATION ALREADY HELD FOR "
                   WS-RUN-DATE " - KEPT"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CHOOSE-GENERATION THRU 2100-EXIT.
           PERFORM 4000-REWRITE-CATALOG THRU 4000-EXIT.
           PERFORM 2050-READ-LAST-RUN-DATE THRU 2050-EXIT.
           PERFORM 7950-BUILD-TIME-STAMP THRU 7950-EXIT.
           MOVE SPACES                 TO BC-BACKUP-CATALOG-RECORD.
           MOVE WS-RUN-DATE            TO BC-RUN-DATE.
           MOVE WS-NEW-GENERATION      TO BC-GENERATION.
           MOVE WS-TIME-STAMP          TO BC-BACKUP-STAMP.
           MOVE WS-PRIOR-LAST-RUN-DATE TO BC-LAST-RUN-DATE.
           MOVE BC-RUN-DATE            TO WS-GL-RUN-DATE.
           MOVE BC-GENERATION          TO WS-GL-GENERATION.
           MOVE BC-BACKUP-STAMP        TO WS-GL-BACKUP-STAMP.
           WRITE RPT-LINE FROM WS-GENERATION-LINE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           PERFORM 2200-BACKUP-ONE-FILE THRU 2200-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
                   OR RUN-HAS-FAILED.
           IF RUN-HAS-FAILED
               WRITE RPT-LINE FROM WS-BLANK-LINE
               MOVE "BACKUP FAILED - GENERATION NOT CATALOGED"
                   TO WS-MESSAGE-LINE
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CATALOG-COUNT.
           MOVE BC-BACKUP-CATALOG-RECORD
               TO WS-CATALOG-ENTRY (WS-CATALOG-COUNT).
           PERFORM 4000-REWRITE-CATALOG THRU 4000-EXIT.
           DISPLAY "PROGRAM30 - GENERATION " WS-NEW-GENERATION
               " TAKEN FOR RUN DATE " WS-RUN-DATE.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2050-READ-LAST-RUN-DATE
      *================================================================
       2050-READ-LAST-RUN-DATE.
           MOVE SPACES TO WS-PRIOR-LAST-RUN-DATE.
           OPEN INPUT LAST-RUN-FILE.
           IF WS-LAST-RUN-STATUS = "00"
               READ LAST-RUN-FILE
                   NOT AT END
                       MOVE LR-LINE TO WS-PRIOR-LAST-RUN-DATE
               END-READ
               CLOSE LAST-RUN-FILE
           END-IF.
       2050-EXIT.
           EXIT.

      *================================================================
      * 2100-CHOOSE-GENERATION
      *
      * WITH THE WINDOW FULL THE OLDEST GENERATIONS ARE DROPPED UNTIL
      * THERE IS ROOM FOR ONE MORE, AND THE LAST SLOT DROPPED IS THE
      * ONE REUSED.  OTHERWISE THE LOWEST SLOT NUMBER NOT IN USE IS
      * TAKEN.  IF THE WINDOW HAS BEEN SHORTENED, THE EXTRA SLOTS'
      * FILES ARE LEFT IN PLACE BUT ARE NO LONGER CATALOGED.
      *================================================================
       2100-CHOOSE-GENERATION.
           MOVE ZERO TO WS-NEW-GENERATION.
           PERFORM 2110-DROP-OLDEST-GENERATION THRU 2110-EXIT
               UNTIL WS-CATALOG-COUNT < WS-GENERATIONS-TO-KEEP.
           IF WS-NEW-GENERATION > ZERO
               GO TO 2100-EXIT
           END-IF.
           SET SLOT-IS-IN-USE TO TRUE.
           PERFORM 2120-TRY-ONE-SLOT THRU 2120-EXIT
               VARYING WS-TRY-GENERATION FROM 1 BY 1
               UNTIL SLOT-IS-FREE.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2110-DROP-OLDEST-GENERATION
      *================================================================
       2110-DROP-OLDEST-GENERATION.
           MOVE WS-CATALOG-ENTRY (1) TO BC-BACKUP-CATALOG-RECORD.
           MOVE BC-GENERATION TO WS-NEW-GENERATION.
           MOVE "DROPPED FROM CATALOG -" TO WS-MESSAGE-LINE.
           MOVE BC-GENERATION      TO WS-CL-GENERATION.
           MOVE BC-RUN-DATE        TO WS-CL-RUN-DATE.
           MOVE BC-BACKUP-STAMP    TO WS-CL-BACKUP-STAMP.
           WRITE RPT-LINE FROM WS-MESSAGE-LINE.
           WRITE RPT-LINE FROM WS-CATALOG-LINE.
           PERFORM 2115-SHIFT-ONE-ENTRY THRU 2115-EXIT
               VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB >= WS-CATALOG-COUNT.
           SUBTRACT 1 FROM WS-CATALOG-COUNT.
       2110-EXIT.
           EXIT.

      *================================================================
      * 2115-SHIFT-ONE-ENTRY
      *================================================================
       2115-SHIFT-ONE-ENTRY.
           MOVE WS-CATALOG-ENTRY (WS-SHIFT-SUB + 1)
               TO WS-CATALOG-ENTRY (WS-SHIFT-SUB).
       2115-EXIT.
           EXIT.

      *================================================================
      * 2120-TRY-ONE-SLOT
      *================================================================
       2120-TRY-ONE-SLOT.
           SET SLOT-IS-FREE TO TRUE.
           PERFORM 2125-CHECK-SLOT-AGAINST-ENTRY THRU 2125-EXIT
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
                   OR SLOT-IS-IN-USE.
           IF SLOT-IS-FREE
               MOVE WS-TRY-GENERATION TO WS-NEW-GENERATION
           END-IF.
       2120-EXIT.
           EXIT.

      *================================================================
      * 2125-CHECK-SLOT-AGAINST-ENTRY
      *================================================================
       2125-CHECK-SLOT-AGAINST-ENTRY.
           MOVE WS-CATALOG-ENTRY (WS-CATALOG-SUB)
               TO BC-BACKUP-CATALOG-RECORD.
           IF BC-GENERATION = WS-TRY-GENERATION
               SET SLOT-IS-IN-USE TO TRUE
           END-IF.
       2125-EXIT.
           EXIT.

      *================================================================
      * 2200-BACKUP-ONE-FILE
      *
      * A FILE THAT DOES NOT EXIST YET (STATUS 35) IS CATALOGED AS
      * ABSENT RATHER THAN FAILING THE BACKUP - A NEW INSTALLATION
      * HAS NO BACKORDERS OR PERIOD DETAIL UNTIL THE FIRST NIGHT
      * WRITES THEM.  ANY OTHER OPEN FAILURE STOPS THE BACKUP.
      *================================================================
       2200-BACKUP-ONE-FILE.
           PERFORM 3000-BUILD-FILE-NAMES THRU 3000-EXIT.
           MOVE ZERO TO WS-COPY-COUNT.
           PERFORM 3100-OPEN-MASTER-INPUT THRU 3100-EXIT.
           IF WS-MASTER-STATUS = "35"
               MOVE "N"  TO BC-FILE-PRESENT (WS-FILE-SUB)
               MOVE ZERO TO BC-RECORD-COUNT (WS-FILE-SUB)
               MOVE "NOT PRESENT - CATALOGED AS ABSENT"
                   TO WS-D-ACTION
               PERFORM 8100-WRITE-FILE-DETAIL THRU 8100-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PROGRAM30 - UNABLE TO OPEN "
                   WS-MASTER-FILE-NAME ", STATUS " WS-MASTER-STATUS
               SET RUN-HAS-FAILED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "PROGRAM30 - UNABLE TO OPEN "
                   WS-BACKUP-FILE-NAME ", STATUS " WS-BACKUP-STATUS
               PERFORM 3300-CLOSE-MASTER THRU 3300-EXIT
               SET RUN-HAS-FAILED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           SET NOT-END-OF-MASTER-FILE TO TRUE.
           PERFORM 3200-READ-MASTER-RECORD THRU 3200-EXIT.
           PERFORM 2210-COPY-ONE-RECORD THRU 2210-EXIT
               UNTIL END-OF-MASTER-FILE.
           PERFORM 3300-CLOSE-MASTER THRU 3300-EXIT.
           CLOSE BACKUP-FILE.
           MOVE "Y"           TO BC-FILE-PRESENT (WS-FILE-SUB).
           MOVE WS-COPY-COUNT TO BC-RECORD-COUNT (WS-FILE-SUB).
           ADD 1              TO WS-FILES-COPIED.
           ADD WS-COPY-COUNT  TO WS-RECORDS-COPIED.
           MOVE "BACKED UP" TO WS-D-ACTION.
           PERFORM 8100-WRITE-FILE-DETAIL THRU 8100-EXIT.
       2200-EXIT.
           EXIT.

      *================================================================
      * 2210-COPY-ONE-RECORD
      *================================================================
       2210-COPY-ONE-RECORD.
           MOVE WS-COPY-RECORD TO BK-RECORD.
           WRITE BK-RECORD.
           ADD 1 TO WS-COPY-COUNT.
           PERFORM 3200-READ-MASTER-RECORD THRU 3200-EXIT.
       2210-EXIT.
           EXIT.

      *================================================================
      * 3000-BUILD-FILE-NAMES
      *================================================================
       3000-BUILD-FILE-NAMES.
           MOVE SPACES TO WS-MASTER-FILE-NAME.
           MOVE SPACES TO WS-BACKUP-FILE-NAME.
           MOVE BC-GENERATION TO WS-GENERATION-DISPLAY.
           STRING WS-FT-BASE-NAME (WS-FILE-SUB) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-MASTER-FILE-NAME.
           STRING WS-FT-BASE-NAME (WS-FILE-SUB) DELIMITED BY SPACE
               ".G" WS-GENERATION-DISPLAY DELIMITED BY SIZE
               INTO WS-BACKUP-FILE-NAME.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3100-OPEN-MASTER-INPUT
      *================================================================
       3100-OPEN-MASTER-INPUT.
           EVALUATE TRUE
               WHEN FILE-IS-ITEM-MASTER
                   OPEN INPUT ITEM-MASTER-FILE
               WHEN FILE-IS-AR-OPEN-ITEMS
                   OPEN INPUT AR-OPEN-ITEM-FILE
               WHEN FILE-IS-RETURN-AUTH
                   OPEN INPUT RETURN-AUTH-FILE
               WHEN OTHER
                   OPEN INPUT MASTER-FILE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *================================================================
      * 3200-READ-MASTER-RECORD
      *================================================================
       3200-READ-MASTER-RECORD.
           MOVE SPACES TO WS-COPY-RECORD.
           EVALUATE TRUE
               WHEN FILE-IS-ITEM-MASTER
                   READ ITEM-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                       NOT AT END
                           MOVE IM-ITEM-RECORD TO WS-COPY-RECORD
                   END-READ
               WHEN FILE-IS-AR-OPEN-ITEMS
                   READ AR-OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                       NOT AT END
                           MOVE AR-OPEN-ITEM-RECORD TO WS-COPY-RECORD
                   END-READ
               WHEN FILE-IS-RETURN-AUTH
                   READ RETURN-AUTH-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                       NOT AT END
                           MOVE RA-RETURN-AUTH-RECORD
                               TO WS-COPY-RECORD
                   END-READ
               WHEN OTHER
                   READ MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                       NOT AT END
                           MOVE ML-RECORD TO WS-COPY-RECORD
                   END-READ
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *================================================================
      * 3300-CLOSE-MASTER
      *================================================================
       3300-CLOSE-MASTER.
           EVALUATE TRUE
               WHEN FILE-IS-ITEM-MASTER
                   CLOSE ITEM-MASTER-FILE
               WHEN FILE-IS-AR-OPEN-ITEMS
                   CLOSE AR-OPEN-ITEM-FILE
               WHEN FILE-IS-RETURN-AUTH
                   CLOSE RETURN-AUTH-FILE
               WHEN OTHER
                   CLOSE MASTER-FILE
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      *================================================================
      * 3400-OPEN-MASTER-OUTPUT
      *================================================================
       3400-OPEN-MASTER-OUTPUT.
           EVALUATE TRUE
               WHEN FILE-IS-ITEM-MASTER
                   OPEN OUTPUT ITEM-MASTER-FILE
               WHEN FILE-IS-AR-OPEN-ITEMS
                   OPEN OUTPUT AR-OPEN-ITEM-FILE
               WHEN FILE-IS-RETURN-AUTH
                   OPEN OUTPUT RETURN-AUTH-FILE
               WHEN OTHER
                   OPEN OUTPUT MASTER-FILE
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      *================================================================
      * 3500-WRITE-MASTER-RECORD
      *
      * THE INDEXED MASTERS WERE COPIED OUT IN KEY ORDER, SO THEY
      * REBUILD WITH SEQUENTIAL WRITES IN THE SAME ORDER.
      *================================================================
       3500-WRITE-MASTER-RECORD.
           EVALUATE TRUE
               WHEN FILE-IS-ITEM-MASTER
                   MOVE WS-COPY-RECORD TO IM-ITEM-RECORD
                   WRITE IM-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "PROGRAM30 - ITEM MASTER WRITE "
                               "FAILED, STATUS " WS-MASTER-STATUS
                           SET RUN-HAS-FAILED TO TRUE
                   END-WRITE
               WHEN FILE-IS-AR-OPEN-ITEMS
                   MOVE WS-COPY-RECORD TO AR-OPEN-ITEM-RECORD
                   WRITE AR-OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "PROGRAM30 - OPEN-ITEM WRITE "
                               "FAILED, STATUS " WS-MASTER-STATUS
                           SET RUN-HAS-FAILED TO TRUE
                   END-WRITE
               WHEN FILE-IS-RETURN-AUTH
                   MOVE WS-COPY-RECORD TO RA-RETURN-AUTH-RECORD
                   WRITE RA-RETURN-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "PROGRAM30 - RA MASTER WRITE "
                               "FAILED, STATUS " WS-MASTER-STATUS
                           SET RUN-HAS-FAILED TO TRUE
                   END-WRITE
               WHEN OTHER
                   MOVE WS-COPY-RECORD TO ML-RECORD
                   WRITE ML-RECORD
           END-EVALUATE.
       3500-EXIT.
           EXIT.

      *================================================================
      * 4000-REWRITE-CATALOG
      *================================================================
       4000-REWRITE-CATALOG.
           OPEN OUTPUT BACKUP-CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "PROGRAM30 - UNABLE TO OPEN BACKUP CATALOG, "
                   "STATUS " WS-CATALOG-STATUS
               SET RUN-HAS-FAILED TO TRUE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4010-WRITE-ONE-CATALOG-ENTRY THRU 4010-EXIT
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT.
           CLOSE BACKUP-CATALOG-FILE.
       4000-EXIT.
           EXIT.

      *================================================================
      * 4010-WRITE-ONE-CATALOG-ENTRY
      *================================================================
       4010-WRITE-ONE-CATALOG-ENTRY.
           MOVE WS-CATALOG-ENTRY (WS-CATALOG-SUB) TO BC-CATALOG-LINE.
           WRITE BC-CATALOG-LINE.
       4010-EXIT.
           EXIT.

      *================================================================
      * 4100-FIND-RUN-DATE
      *
      * LEAVES THE MATCHING ENTRY'S SUBSCRIPT IN WS-FOUND-SUB (ZERO
      * WHEN NONE) AND THE ENTRY ITSELF IN THE CATALOG WORK AREA.
      *================================================================
       4100-FIND-RUN-DATE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 4110-MATCH-ONE-RUN-DATE THRU 4110-EXIT
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
                   OR WS-FOUND-SUB > ZERO.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-CATALOG-ENTRY (WS-FOUND-SUB)
                   TO BC-BACKUP-CATALOG-RECORD
           END-IF.
       4100-EXIT.
           EXIT.

      *================================================================
      * 4110-MATCH-ONE-RUN-DATE
      *================================================================
       4110-MATCH-ONE-RUN-DATE.
           MOVE WS-CATALOG-ENTRY (WS-CATALOG-SUB)
               TO BC-BACKUP-CATALOG-RECORD.
           IF BC-RUN-DATE = WS-RUN-DATE
               MOVE WS-CATALOG-SUB TO WS-FOUND-SUB
           END-IF.
       4110-EXIT.
           EXIT.

      *================================================================
      * 5000-RESTORE-RUN-DATE
      *
      * THE RUN DATE TO ROLL BACK TO COMES FROM THE COMMAND LINE AS
      * YYYYMMDD.  EVERY COPY IS PROVED FIRST; ONLY WHEN ALL OF THEM
      * ARE GOOD ARE THE LIVE FILES REPLACED, THEN LASTRUN.DAT IS PUT
      * BACK SO THE DUPLICATE-RUN CHECK LETS THE DAY RUN AGAIN.  THE
      * RA MASTER GOES BACK WITH THE REST, SO ANY RA KEYED OR RECEIVED
      * THROUGH PROGRAM31 SINCE THAT NIGHT'S BACKUP MUST BE KEYED
      * AGAIN, JUST AS A PROGRAM26 RECEIPT MUST BE RE-POSTED.  THE
      * RECEIPTS HISTORY AND CASH TOTALS GO BACK TOO, SO ANY CASH
      * PROGRAM16 APPLIED FROM THAT NIGHT ON IS UNDONE - THE LOCKBOX
      * FILE IT READ WAS SET ASIDE BY THE DRIVER AND MUST BE MOVED
      * BACK UNDER ITS OWN NAME FOR THE RE-RUN TO APPLY IT AGAIN.  THE
      * REPORT LISTS EVERY SUCH FILE STILL SET ASIDE (5400).
      *================================================================
       5000-RESTORE-RUN-DATE.
           IF WS-RESTORE-DATE-PARM NOT NUMERIC
               DISPLAY "PROGRAM30 - RESTORE NEEDS A RUN DATE AS "
                   "YYYYMMDD"
               MOVE "NO VALID RUN DATE GIVEN - NOTHING RESTORED"
                   TO WS-MESSAGE-LINE
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
               PERFORM 8200-LIST-GENERATIONS THRU 8200-EXIT
               SET RUN-HAS-FAILED TO TRUE
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-RESTORE-DATE-PARM(1:4) "/"
               WS-RESTORE-DATE-PARM(5:2) "/"
               WS-RESTORE-DATE-PARM(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM 4100-FIND-RUN-DATE THRU 4100-EXIT.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "PROGRAM30 - NO GENERATION HELD FOR RUN DATE "
                   WS-RUN-DATE
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "NO GENERATION HELD FOR RUN DATE " WS-RUN-DATE
                   " - NOTHING RESTORED"
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
               PERFORM 8200-LIST-GENERATIONS THRU 8200-EXIT
               SET RUN-HAS-FAILED TO TRUE
               GO TO 5000-EXIT
           END-IF.
           MOVE BC-RUN-DATE     TO WS-GL-RUN-DATE.
           MOVE BC-GENERATION   TO WS-GL-GENERATION.
           MOVE BC-BACKUP-STAMP TO WS-GL-BACKUP-STAMP.
           WRITE RPT-LINE FROM WS-GENERATION-LINE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           PERFORM 5100-VERIFY-ONE-BACKUP THRU 5100-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT.
           IF RUN-HAS-FAILED
               WRITE RPT-LINE FROM WS-BLANK-LINE
               MOVE "GENERATION FAILED VERIFICATION - NOTHING RESTORED"
                   TO WS-MESSAGE-LINE
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5200-RESTORE-ONE-FILE THRU 5200-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT.
           PERFORM 5300-RESET-LAST-RUN-DATE THRU 5300-EXIT.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-LAST-RUN-LINE.
           PERFORM 5400-LIST-SET-ASIDE-INPUT THRU 5400-EXIT.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           EVALUATE TRUE
               WHEN RUN-HAS-FAILED
                   MOVE "RESTORE INCOMPLETE - SEE CONSOLE LOG"
                       TO WS-MESSAGE-LINE
               WHEN WS-SET-ASIDE-COUNT > 0
                   MOVE "RESTORE COMPLETE - MOVE THE FILES ABOVE BACK"
                       TO WS-MESSAGE-LINE
               WHEN OTHER
                   MOVE "RESTORE COMPLETE - THE DAY MAY NOW BE RE-RUN"
                       TO WS-MESSAGE-LINE
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-MESSAGE-LINE.
           DISPLAY "PROGRAM30 - FILES RESTORED TO RUN DATE "
               WS-RUN-DATE.
       5000-EXIT.
           EXIT.

      *================================================================
      * 5100-VERIFY-ONE-BACKUP
      *
      * A COPY MUST OPEN AND HOLD EXACTLY THE RECORD COUNT CATALOGED
      * WHEN IT WAS TAKEN.
      *================================================================
       5100-VERIFY-ONE-BACKUP.
           PERFORM 3000-BUILD-FILE-NAMES THRU 3000-EXIT.
           IF BC-FILE-WAS-ABSENT (WS-FILE-SUB)
               OR BC-FILE-NOT-IN-GENERATION (WS-FILE-SUB)
               GO TO 5100-EXIT
           END-IF.
           MOVE ZERO TO WS-COPY-COUNT.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE "COPY FILE MISSING" TO WS-D-ACTION
               PERFORM 8100-WRITE-FILE-DETAIL THRU 8100-EXIT
               SET RUN-HAS-FAILED TO TRUE
               GO TO 5100-EXIT
           END-IF.
           SET NOT-END-OF-BACKUP-FILE TO TRUE.
           PERFORM 5110-READ-BACKUP-RECORD THRU 5110-EXIT.
           PERFORM 5120-COUNT-ONE-BACKUP-RECORD THRU 5120-EXIT
               UNTIL END-OF-BACKUP-FILE.
           CLOSE BACKUP-FILE.
           IF WS-COPY-COUNT NOT = BC-RECORD-COUNT (WS-FILE-SUB)
               MOVE "RECORD COUNT DOES NOT AGREE WITH CATALOG"
                   TO WS-D-ACTION
               PERFORM 8100-WRITE-FILE-DETAIL THRU 8100-EXIT
               SET RUN-HAS-FAILED TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.

      *================================================================
      * 5110-READ-BACKUP-RECORD
      *================================================================
       5110-READ-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   MOVE 'Y' TO WS-BACKUP-EOF-SWITCH
               NOT AT END
                   MOVE BK-RECORD TO WS-COPY-RECORD
           END-READ.
       5110-EXIT.
           EXIT.

      *================================================================
      * 5120-COUNT-ONE-BACKUP-RECORD
      *================================================================
       5120-COUNT-ONE-BACKUP-RECORD.
           ADD 1 TO WS-COPY-COUNT.
           PERFORM 5110-READ-BACKUP-RECORD THRU 5110-EXIT.
       5120-EXIT.
           EXIT.

      *================================================================
      * 5200-RESTORE-ONE-FILE
      *
      * THE LIVE FILE IS OPENED OUTPUT, WHICH EMPTIES IT, AND RELOADED
      * FROM THE COPY.  A FILE THAT WAS ABSENT WHEN THE GENERATION WAS
      * TAKEN IS LEFT EMPTY, WHICH EVERY PROGRAM IN THE CHAIN TREATS
      * THE SAME AS NOT THERE.  A FILE THE GENERATION HOLDS NO ENTRY
      * FOR AT ALL - ONE CATALOGED BEFORE THE FILE WAS ADDED TO THE
      * BACKUP - IS NOT TOUCHED.
      *================================================================
       5200-RESTORE-ONE-FILE.
           PERFORM 3000-BUILD-FILE-NAMES THRU 3000-EXIT.
           MOVE ZERO TO WS-COPY-COUNT.
           IF BC-FILE-NOT-IN-GENERATION (WS-FILE-SUB)
               MOVE "NOT IN THIS GENERATION - LEFT AS IS"
                   TO WS-D-ACTION
               PERFORM 8100-WRITE-FILE-DETAIL THRU 8100-EXIT
               GO TO 5200-EXIT
           END-IF.
           PERFORM 3400-OPEN-MASTER-OUTPUT THRU 3400-EXIT.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PROGRAM30 - UNABLE TO OPEN "
                   WS-MASTER-FILE-NAME ", STATUS " WS-MASTER-STATUS
               MOVE "NOT RESTORED - FILE WOULD NOT OPEN"
                   TO WS-D-ACTION
               PERFORM 8100-WRITE-FILE-DETAIL THRU 8100-EXIT
               SET RUN-HAS-FAILED TO TRUE
               GO TO 5200-EXIT
           END-IF.
           IF BC-FILE-WAS-ABSENT (WS-FILE-SUB)
               PERFORM 3300-CLOSE-MASTER THRU 3300-EXIT
               MOVE "EMPTIED - NOT PRESENT AT BACKUP" TO WS-D-ACTION
               PERFORM 8100-WRITE-FILE-DETAIL THRU 8100-EXIT
               GO TO 5200-EXIT
           END-IF.
           OPEN INPUT BACKUP-FILE.
           SET NOT-END-OF-BACKUP-FILE TO TRUE.
           PERFORM 5110-READ-BACKUP-RECORD THRU 5110-EXIT.
           PERFORM 5210-RESTORE-ONE-RECORD THRU 5210-EXIT
               UNTIL END-OF-BACKUP-FILE.
           CLOSE BACKUP-FILE.
           PERFORM 3300-CLOSE-MASTER THRU 3300-EXIT.
           ADD 1              TO WS-FILES-COPIED.
           ADD WS-COPY-COUNT  TO WS-RECORDS-COPIED.
           MOVE "RESTORED" TO WS-D-ACTION.
           PERFORM 8100-WRITE-FILE-DETAIL THRU 8100-EXIT.
       5200-EXIT.
           EXIT.

      *================================================================
      * 5210-RESTORE-ONE-RECORD
      *================================================================
       5210-RESTORE-ONE-RECORD.
           PERFORM 3500-WRITE-MASTER-RECORD THRU 3500-EXIT.
           ADD 1 TO WS-COPY-COUNT.
           PERFORM 5110-READ-BACKUP-RECORD THRU 5110-EXIT.
       5210-EXIT.
           EXIT.

      *================================================================
      * 5300-RESET-LAST-RUN-DATE
      *
      * LASTRUN.DAT GOES BACK TO WHAT IT HELD BEFORE THE RESTORED
      * NIGHT RAN.  IF THERE WAS NO LAST RUN THEN, THE FILE IS LEFT
      * EMPTY AND THE DUPLICATE-RUN CHECK HAS NOTHING TO MATCH.
      *================================================================
       5300-RESET-LAST-RUN-DATE.
           OPEN OUTPUT LAST-RUN-FILE.
           IF BC-LAST-RUN-DATE NOT = SPACES
               MOVE BC-LAST-RUN-DATE TO LR-LINE
               WRITE LR-LINE
               MOVE BC-LAST-RUN-DATE TO WS-LR-LAST-RUN-DATE
           ELSE
               MOVE "(NO PRIOR RUN)" TO WS-LR-LAST-RUN-DATE
           END-IF.
           CLOSE LAST-RUN-FILE.
       5300-EXIT.
           EXIT.

      *================================================================
      * 5400-LIST-SET-ASIDE-INPUT
      *
      * WALKS THE JOB SCHEDULE FOR IFINPUT JOBS AND LOOKS FOR EACH ONE'S
      * INPUT FILE UNDER THE NAME THE DRIVER GAVE IT ON THE RESTORED
      * RUN DATE.  ONE THAT IS THERE WAS PROCESSED THAT NIGHT OR LATER
      * INTO FILES JUST ROLLED BACK, SO IT IS LISTED TO BE MOVED BACK.
      * NO SCHEDULE FILE MEANS NO SCHEDULED JOBS AND NOTHING TO LIST.
      *================================================================
       5400-LIST-SET-ASIDE-INPUT.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               GO TO 5400-EXIT
           END-IF.
           PERFORM 5410-READ-SCHEDULE-RECORD THRU 5410-EXIT.
           PERFORM 5420-CHECK-ONE-SCHEDULED-JOB THRU 5420-EXIT
               UNTIL END-OF-SCHEDULE-FILE.
           CLOSE SCHEDULE-FILE.
       5400-EXIT.
           EXIT.

      *================================================================
      * 5410-READ-SCHEDULE-RECORD
      *================================================================
       5410-READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-SCHEDULE-EOF-SWITCH
           END-READ.
       5410-EXIT.
           EXIT.

      *================================================================
      * 5420-CHECK-ONE-SCHEDULED-JOB
      *
      * THE SET-ASIDE FILE IS LOOKED FOR BY OPENING IT THROUGH THE
      * SHARED LINE-SEQUENTIAL DEFINITION; IT IS NOT READ.
      *================================================================
       5420-CHECK-ONE-SCHEDULED-JOB.
           IF JS-JOB-NAME (1:1) = "*"
               OR NOT JS-RUNS-IF-INPUT
               OR JS-INPUT-FILE = SPACES
               GO TO 5420-NEXT
           END-IF.
           MOVE SPACES TO WS-SET-ASIDE-NAME.
           STRING JS-INPUT-FILE DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-RESTORE-DATE-PARM DELIMITED BY SIZE
               INTO WS-SET-ASIDE-NAME.
           MOVE WS-SET-ASIDE-NAME TO WS-MASTER-FILE-NAME.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               GO TO 5420-NEXT
           END-IF.
           CLOSE MASTER-FILE.
           IF WS-SET-ASIDE-COUNT = 0
               WRITE RPT-LINE FROM WS-BLANK-LINE
               MOVE "SCHEDULED INPUT SET ASIDE ON THIS RUN DATE -"
                   TO WS-MESSAGE-LINE
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
           END-IF.
           ADD 1 TO WS-SET-ASIDE-COUNT.
           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "    " DELIMITED BY SIZE
               WS-SET-ASIDE-NAME DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               JS-JOB-NAME DELIMITED BY SPACE
               ") - MOVE BACK TO " DELIMITED BY SIZE
               JS-INPUT-FILE DELIMITED BY SPACE
               " BEFORE THE RE-RUN" DELIMITED BY SIZE
               INTO WS-MESSAGE-LINE.
           WRITE RPT-LINE FROM WS-MESSAGE-LINE.
           DISPLAY "PROGRAM30 - " WS-SET-ASIDE-NAME
               " MUST BE MOVED BACK BEFORE THE RE-RUN".
       5420-NEXT.
           PERFORM 5410-READ-SCHEDULE-RECORD THRU 5410-EXIT.
       5420-EXIT.
           EXIT.

      *================================================================
      * 7950-BUILD-TIME-STAMP
      *================================================================
       7950-BUILD-TIME-STAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE SPACES TO WS-TIME-STAMP.
           STRING WS-STAMP-DATE WS-STAMP-TIME(1:6)
               INTO WS-TIME-STAMP.
       7950-EXIT.
           EXIT.

      *================================================================
      * 8100-WRITE-FILE-DETAIL
      *================================================================
       8100-WRITE-FILE-DETAIL.
           MOVE WS-MASTER-FILE-NAME TO WS-D-FILE-NAME.
           MOVE WS-BACKUP-FILE-NAME TO WS-D-BACKUP-NAME.
           MOVE WS-COPY-COUNT       TO WS-D-RECORD-COUNT.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       8100-EXIT.
           EXIT.

      *================================================================
      * 8200-LIST-GENERATIONS
      *================================================================
       8200-LIST-GENERATIONS.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-CATALOG-HEADING-LINE.
           PERFORM 8210-LIST-ONE-GENERATION THRU 8210-EXIT
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT.
       8200-EXIT.
           EXIT.

      *================================================================
      * 8210-LIST-ONE-GENERATION
      *================================================================
       8210-LIST-ONE-GENERATION.
           MOVE WS-CATALOG-ENTRY (WS-CATALOG-SUB)
               TO BC-BACKUP-CATALOG-RECORD.
           MOVE BC-GENERATION   TO WS-CL-GENERATION.
           MOVE BC-RUN-DATE     TO WS-CL-RUN-DATE.
           MOVE BC-BACKUP-STAMP TO WS-CL-BACKUP-STAMP.
           WRITE RPT-LINE FROM WS-CATALOG-LINE.
       8210-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
       9000-TERMINATE-RUN.
           IF IS-BACKUP-REQUEST AND RUN-HAS-NOT-FAILED
               PERFORM 8200-LIST-GENERATIONS THRU 8200-EXIT
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-FILES-COPIED   TO WS-TR-FILE-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-RECORDS-COPIED TO WS-TR-RECORD-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-2.
           CLOSE REPORT-FILE.
           DISPLAY "PROGRAM30 - FILES COPIED " WS-FILES-COPIED
               ", RECORDS COPIED " WS-RECORDS-COPIED.
           IF RUN-HAS-FAILED
               MOVE WS-FAILED-RETURN-CODE TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
