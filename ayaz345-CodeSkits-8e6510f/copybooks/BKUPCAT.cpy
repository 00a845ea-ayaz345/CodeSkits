      *----------------------------------------------------------------
      * BKUPCAT.CPY
      * BACKUP-GENERATION CATALOG RECORD ON BKUPCAT.DAT, MAINTAINED BY
      * PROGRAM30.  ONE RECORD PER GENERATION HELD, OLDEST FIRST.
      * EACH GENERATION IS A COPY OF THE CHAIN'S MASTER AND
      * ACCUMULATOR FILES TAKEN JUST BEFORE PROGRAM6 UPDATED THEM FOR
      * BC-RUN-DATE.  THE COPIES LIVE IN NUMBERED SLOTS - THE BASE
      * NAME PLUS ".G" AND THE TWO-DIGIT BC-GENERATION, E.G.
      * ITEMMAST.G03 - AND A SLOT IS REUSED WHEN ITS GENERATION
      * FALLS OFF THE END OF THE BACKUP-GENERATIONS WINDOW ON
      * RUNPARMS.DAT.  BC-LAST-RUN-DATE IS WHAT LASTRUN.DAT HELD WHEN
      * THE GENERATION WAS TAKEN, SO A RESTORE CAN PUT IT BACK AND
      * LET THE DAY BE RE-RUN.  THE FOURTEEN FILE ENTRIES ARE ALWAYS
      * IN THIS ORDER -
      *   1 ITEMMAST   2 AROPEN     3 INVCTL     4 MTDTOTLS
      *   5 TAXACCUM   6 COMMACCU   7 PERDETL    8 BACKORD
      *   9 RETAUTH   10 SALESHST  11 HELDORD   12 EINVLOG
      *  13 RCPTHIST  14 CASHTOTL
      * BC-FILE-PRESENT IS "N" FOR A FILE THAT DID NOT EXIST WHEN THE
      * GENERATION WAS TAKEN; A RESTORE LEAVES IT EMPTY.  IT IS BLANK
      * FOR AN ENTRY ADDED AFTER THE GENERATION WAS CATALOGED - 9 TO
      * 14 WHEN ONLY THE FIRST EIGHT WERE BACKED UP, 13 AND 14 WHEN
      * ONLY THE FIRST TWELVE WERE; A RESTORE LEAVES THOSE FILES
      * ALONE.
      *----------------------------------------------------------------
      * NOTE - THE WRITE PARAGRAPH MOVES SPACES TO
      * BC-BACKUP-CATALOG-RECORD BEFORE MOVING IN THE DATA FIELDS
      * BELOW, SO THE FILLER SEPARATORS ARE ALWAYS BLANK ON THE
      * OUTPUT LINE.
       01  BC-BACKUP-CATALOG-RECORD.
           05  BC-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  BC-GENERATION           PIC 9(02).
           05  FILLER                  PIC X(01).
           05  BC-BACKUP-STAMP         PIC X(14).
           05  FILLER                  PIC X(01).
           05  BC-LAST-RUN-DATE        PIC X(10).
           05  BC-FILE-ENTRY OCCURS 14 TIMES.
               10  FILLER              PIC X(01).
               10  BC-FILE-PRESENT     PIC X(01).
                   88  BC-FILE-WAS-PRESENT VALUE "Y".
                   88  BC-FILE-WAS-ABSENT  VALUE "N".
                   88  BC-FILE-NOT-IN-GENERATION VALUE SPACE.
               10  BC-RECORD-COUNT     PIC 9(07).
