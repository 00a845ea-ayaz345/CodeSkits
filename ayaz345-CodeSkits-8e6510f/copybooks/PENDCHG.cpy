      *----------------------------------------------------------------
      * PENDCHG.CPY
      * PENDING REFERENCE-FILE CHANGE RECORD ON THE INDEXED
      * PENDCHG.DAT.  PROGRAM18 FILES A TABMAINT.DAT TRANSACTION HERE
      * WHEN ITS EFFECTIVE DATE IS STILL IN THE FUTURE, AND THE
      * NIGHTLY APPLY RUN (PROGRAM18 APPLY, BEHIND PROGRAM9 IN THE
      * BATCH DRIVER) APPLIES AND REMOVES EVERY CHANGE WHOSE DATE
      * THE RUN DATE HAS REACHED.  THE KEY RUNS FILE, EFFECTIVE DATE,
      * TARGET KEY, SO THE FILE READS BACK IN THE ORDER THE CHANGES
      * WILL TAKE EFFECT AND THE INQUIRY (PROGRAM18 INQUIRY) LISTS IT
      * BY FILE AND DATE WITHOUT A SORT.  ONE PENDING CHANGE PER
      * TARGET KEY PER DATE.
      *
      * PC-KEYED-STAMP IS THE WALL-CLOCK STAMP OF THE DESK RUN THAT
      * FILED THE CHANGE - IT IS CARRIED TO THE AUDIT LOG WHEN THE
      * CHANGE IS APPLIED.
      *----------------------------------------------------------------
       01  PC-PENDING-RECORD.
           05  PC-PENDING-KEY.
               10  PC-FILE-ID          PIC X(08).
               10  PC-EFFECTIVE-DATE   PIC X(10).
               10  PC-TRAN-KEY         PIC X(20).
           05  PC-ACTION               PIC X(01).
           05  PC-DATA                 PIC X(40).
           05  PC-OPERATOR             PIC X(08).
           05  PC-KEYED-STAMP          PIC X(20).
