      *                  FIELD (PROGRAM6'S INVOICE NUMBER).  THE
      *                  ARCHIVE AND KEEP RECORDS WERE WIDENED TO THE
      *                  NEW LENGTH.
      * 10/14/2026 TH    THE SHARED AUDIT RECORD GREW AN
      *                  AL-KEYED-STAMP FIELD (WHEN A PROGRAM18 CHANGE
      *                  WAS KEYED).  THE ARCHIVE AND KEEP RECORDS
      *                  WERE WIDENED TO THE NEW LENGTH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AR-ARCHIVE-RECORD           PIC X(146).

       FD  KEEP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  KP-KEEP-RECORD              PIC X(146).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
