      *================================================================
      * PROGRAM-ID. PROGRAM32
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Program32.
       AUTHOR.        T. HARLOW.
       INSTALLATION.  DATA PROCESSING - ORDER PROCESSING.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 10/14/2026 TH    ORIGINAL PROGRAM - MONTHLY TAX-EXEMPTION
      *                  CERTIFICATE RENEWAL LIST, RUN ON THE MONTH-
      *                  END CLOSE BRANCH.  WALKS THE CUSTOMER MASTER
      *                  IN KEY ORDER AND LISTS ON EXEMPEXP.DAT EVERY
      *                  EXEMPTION CERTIFICATE THAT EXPIRES WITHIN THE
      *                  NEXT 60 DAYS OF THE RUN DATE, SO THE RENEWED
      *                  CERTIFICATE CAN BE CHASED BEFORE PROGRAM6
      *                  STARTS SUSPENSING THE CUSTOMER'S LINES ("EX").
      *                  CERTIFICATES ALREADY EXPIRED ARE LISTED TOO,
      *                  MARKED AS SUCH, AS ARE EXPIRY DATES THAT ARE
      *                  NOT A REAL YYYY/MM/DD DATE.  A CERTIFICATE
      *                  WITH NO EXPIRY DATE NEVER EXPIRES AND IS NOT
      *                  LISTED.
      * 10/15/2026 TH    STATUS COLUMN HEADING LINED UP OVER THE
      *                  STATUS IT HEADS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "EXEMPEXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-STAMP-FILE ASSIGN TO "DATESTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAST.

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
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DATE-STAMP-STATUS        PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  END-OF-CUSTOMER-FILE        VALUE 'Y'.
           88  NOT-END-OF-CUSTOMER-FILE    VALUE 'N'.

      *----------------------------------------------------------------
      * RUN-DATE STAMP AND THE AS-OF DATE THE CERTIFICATES ARE
      * MEASURED FROM, AS A YYYYMMDD NUMBER AND AS A DAY INTEGER.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-STAMP           PIC X(50) VALUE SPACES.
       01  WS-HEADING-LINE-0           PIC X(132) VALUE SPACES.

       01  WS-ASOF-DATE-NUM            PIC 9(08) VALUE 0.
       01  WS-ASOF-INTEGER             PIC 9(08) COMP VALUE 0.

       01  WS-DATE-DIGITS-CHECK        PIC X(08) VALUE SPACES.
       01  WS-DATE-DIGITS-NUM REDEFINES WS-DATE-DIGITS-CHECK
                                       PIC 9(08).

      *----------------------------------------------------------------
      * RENEWAL WINDOW AND THE CERTIFICATE IN HAND
      *----------------------------------------------------------------
       01  WS-NOTICE-DAYS              PIC S9(05) COMP VALUE 60.
       01  WS-DAYS-TO-EXPIRY           PIC S9(07) COMP VALUE 0.

       01  WS-CERT-STATE-SWITCH        PIC X(01) VALUE 'N'.
           88  CERT-IS-NOT-DUE             VALUE 'N'.
           88  CERT-IS-EXPIRING            VALUE 'D'.
           88  CERT-HAS-EXPIRED            VALUE 'X'.
           88  CERT-DATE-IS-INVALID        VALUE 'I'.

       01  WS-JURIS-SUB                PIC 9(04) COMP VALUE 0.
       01  WS-JURIS-MAX                PIC 9(04) COMP VALUE 5.

      *----------------------------------------------------------------
      * RUN CONTROL TOTALS
      *----------------------------------------------------------------
       01  WS-CUSTOMER-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-CERTIFICATE-COUNT        PIC 9(07) COMP VALUE 0.
       01  WS-EXPIRING-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-INVALID-DATE-COUNT       PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1           PIC X(132) VALUE
           "PROGRAM32 - TAX EXEMPTION CERTIFICATES DUE FOR RENEWAL".

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(32) VALUE
               "CUST CUSTOMER NAME              ".
           05  FILLER                  PIC X(38) VALUE
               "CERTIFICATE      JURISDICTIONS        ".
           05  FILLER                  PIC X(20) VALUE
               "EXPIRES        DAYS ".
           05  FILLER                  PIC X(42) VALUE
               "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTOMER-NUMBER   PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUSTOMER-NAME     PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CERT-NUMBER       PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-JURISDICTIONS.
               10  WS-DL-JURIS-ENTRY OCCURS 5 TIMES.
                   15  WS-DL-JURISDICTION PIC X(03).
                   15  FILLER          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-EXPIRY-DATE       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS-TO-EXPIRY    PIC -ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS            PIC X(20).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-NONE-DUE-LINE            PIC X(132) VALUE
           "NO EXEMPTION CERTIFICATES DUE FOR RENEWAL".

       01  WS-RULE-LINE                PIC X(132) VALUE ALL "=".
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "CUSTOMERS READ -".
           05  WS-TR-CUSTOMER-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               "CERTIFICATES ON FILE -".
           05  WS-TR-CERTIFICATE-COUNT PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               "EXPIRING WITHIN 60 DAYS -".
           05  WS-TR-EXPIRING-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               "ALREADY EXPIRED -".
           05  WS-TR-EXPIRED-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               "INVALID EXPIRY DATES -".
           05  WS-TR-INVALID-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
               UNTIL END-OF-CUSTOMER-FILE.
           PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
           STOP RUN.

      *================================================================
      * 1000-INITIALIZE-RUN
      *================================================================
       1000-INITIALIZE-RUN.
           PERFORM 1100-READ-DATE-STAMP-FILE THRU 1100-EXIT.
           PERFORM 1200-SET-AS-OF-DATE THRU 1200-EXIT.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PROGRAM32 - UNABLE TO OPEN CUSTOMER MASTER, "
                   "STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               STRING "RUN DATE: " WS-RUN-DATE-STAMP
                   INTO WS-HEADING-LINE-0
               WRITE RPT-LINE FROM WS-HEADING-LINE-0
           END-IF.
           WRITE RPT-LINE FROM WS-HEADING-LINE-1.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HEADING-LINE-2.
           PERFORM 2100-READ-CUSTOMER-RECORD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-DATE-STAMP-FILE
      *
      * THE DATE STAMP FILE IS WRITTEN BY PROGRAM9.  WHEN THIS PROGRAM
      * IS RUN STANDALONE (NOT THROUGH THE DAILY BATCH DRIVER) THE
      * FILE MAY NOT EXIST, SO A MISSING FILE IS NOT AN ERROR.
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
      * 1200-SET-AS-OF-DATE
      *
      * THE AS-OF DATE IS THE YYYY/MM/DD RUN DATE ON PROGRAM9'S
      * STAMP - THE SAME DATE PROGRAM6 EXPIRES CERTIFICATES AGAINST;
      * THE SYSTEM DATE IS THE FALLBACK FOR A STANDALONE RUN.
      *================================================================
       1200-SET-AS-OF-DATE.
           ACCEPT WS-ASOF-DATE-NUM FROM DATE YYYYMMDD.
           IF WS-RUN-DATE-STAMP NOT = SPACES
               MOVE SPACES TO WS-DATE-DIGITS-CHECK
               STRING WS-RUN-DATE-STAMP(1:4) WS-RUN-DATE-STAMP(6:2)
                   WS-RUN-DATE-STAMP(9:2)
                   INTO WS-DATE-DIGITS-CHECK
               IF WS-DATE-DIGITS-NUM NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (WS-DATE-DIGITS-NUM) = 0
                   MOVE WS-DATE-DIGITS-NUM TO WS-ASOF-DATE-NUM
               END-IF
           END-IF.
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE-NUM).
       1200-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-CUSTOMER
      *
      * ONLY A CUSTOMER WITH A CERTIFICATE NUMBER AND AN EXPIRY DATE
      * CAN COME DUE.  THE DAYS TO EXPIRY ARE NEGATIVE ONCE THE
      * CERTIFICATE HAS LAPSED - PROGRAM6 STOPS HONORING IT THE DAY
      * AFTER THE EXPIRY DATE.
      *================================================================
       2000-PROCESS-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           IF CU-EXEMPT-CERT-NUMBER = SPACES
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-CERTIFICATE-COUNT.
           IF CU-EXEMPT-EXPIRY-DATE = SPACES
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-CLASSIFY-CERTIFICATE THRU 2200-EXIT.
           IF CERT-IS-NOT-DUE
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-CUSTOMER-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-READ-CUSTOMER-RECORD
      *================================================================
       2100-READ-CUSTOMER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2200-CLASSIFY-CERTIFICATE
      *================================================================
       2200-CLASSIFY-CERTIFICATE.
           SET CERT-IS-NOT-DUE TO TRUE.
           MOVE ZERO TO WS-DAYS-TO-EXPIRY.
           MOVE SPACES TO WS-DATE-DIGITS-CHECK.
           STRING CU-EXEMPT-EXPIRY-DATE(1:4)
               CU-EXEMPT-EXPIRY-DATE(6:2)
               CU-EXEMPT-EXPIRY-DATE(9:2)
               INTO WS-DATE-DIGITS-CHECK.
           IF WS-DATE-DIGITS-NUM NOT NUMERIC
               SET CERT-DATE-IS-INVALID TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-DIGITS-NUM) NOT = 0
               SET CERT-DATE-IS-INVALID TO TRUE
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WS-DAYS-TO-EXPIRY =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS-NUM)
               - WS-ASOF-INTEGER.
           EVALUATE TRUE
               WHEN WS-DAYS-TO-EXPIRY < ZERO
                   SET CERT-HAS-EXPIRED TO TRUE
               WHEN WS-DAYS-TO-EXPIRY NOT > WS-NOTICE-DAYS
                   SET CERT-IS-EXPIRING TO TRUE
               WHEN OTHER
                   SET CERT-IS-NOT-DUE TO TRUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *================================================================
      * 2300-WRITE-DETAIL-LINE
      *================================================================
       2300-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DL-JURISDICTIONS.
           MOVE CU-CUSTOMER-NUMBER    TO WS-DL-CUSTOMER-NUMBER.
           MOVE CU-CUSTOMER-NAME      TO WS-DL-CUSTOMER-NAME.
           MOVE CU-EXEMPT-CERT-NUMBER TO WS-DL-CERT-NUMBER.
           PERFORM 2310-MOVE-ONE-JURISDICTION THRU 2310-EXIT
               VARYING WS-JURIS-SUB FROM 1 BY 1
               UNTIL WS-JURIS-SUB > WS-JURIS-MAX.
           MOVE CU-EXEMPT-EXPIRY-DATE TO WS-DL-EXPIRY-DATE.
           MOVE WS-DAYS-TO-EXPIRY     TO WS-DL-DAYS-TO-EXPIRY.
           EVALUATE TRUE
               WHEN CERT-HAS-EXPIRED
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "EXPIRED - RENEW NOW" TO WS-DL-STATUS
               WHEN CERT-DATE-IS-INVALID
                   ADD 1 TO WS-INVALID-DATE-COUNT
                   MOVE "INVALID EXPIRY DATE" TO WS-DL-STATUS
               WHEN OTHER
                   ADD 1 TO WS-EXPIRING-COUNT
                   MOVE "RENEWAL DUE"         TO WS-DL-STATUS
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2300-EXIT.
           EXIT.

      *================================================================
      * 2310-MOVE-ONE-JURISDICTION
      *================================================================
       2310-MOVE-ONE-JURISDICTION.
           MOVE CU-EXEMPT-JURISDICTION (WS-JURIS-SUB)
               TO WS-DL-JURISDICTION (WS-JURIS-SUB).
       2310-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE-RUN
      *================================================================
       9000-TERMINATE-RUN.
           IF WS-EXPIRING-COUNT = 0
               AND WS-EXPIRED-COUNT = 0
               AND WS-INVALID-DATE-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-DUE-LINE
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-RULE-LINE.
           MOVE WS-CUSTOMER-COUNT     TO WS-TR-CUSTOMER-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-CERTIFICATE-COUNT  TO WS-TR-CERTIFICATE-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-EXPIRING-COUNT     TO WS-TR-EXPIRING-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-3.
           MOVE WS-EXPIRED-COUNT      TO WS-TR-EXPIRED-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-4.
           MOVE WS-INVALID-DATE-COUNT TO WS-TR-INVALID-COUNT.
           WRITE RPT-LINE FROM WS-TRAILER-LINE-5.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "PROGRAM32 - EXEMPTION RENEWAL LIST COMPLETE - "
               WS-EXPIRING-COUNT " DUE, " WS-EXPIRED-COUNT
               " EXPIRED".
       9000-EXIT.
           EXIT.
