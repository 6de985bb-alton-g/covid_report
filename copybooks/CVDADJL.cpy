      *----------------------------------------------------------
      * CVDADJL - BACKLOG / RECLASSIFICATION ADJUSTMENT LEDGER.
      * ONE RECORD PER ADJUSTMENT ENTRY, MAINTAINED BY THE COVADJM
      * UTILITY IN KEY SEQUENCE AND APPLIED TO THE CANONICAL
      * ARCHIVE BY COVADJ.  AN ENTRY MOVES ADJL-AMOUNT OF ONE NEW
      * COUNT OFF THE DAY A COUNTRY DUMPED IT (THE REPORT DATE)
      * AND ONTO THE EARLIER DAYS IT REALLY BELONGS TO.
      * FIELD      'C' NEW-CC      'D' NEW-DEATHS
      *            'R' NEW-RECVR   'V' NEW-DOSES
      * ENTRY-NO   DISTINGUISHES SEVERAL ENTRIES FOR ONE DUMP -
      *            ONE PER TARGET DATE WHEN THE DUMP IS SPLIT BY
      *            DATE, OR ONE PER PIECE SPREAD OVER A PERIOD
      * METHOD     'E' EVENLY OVER THE ADJL-DAYS DAYS BEFORE THE
      *                REPORT DATE
      *            'T' ALL OF IT TO ADJL-TARGET-DATE
      * DATES ARE YYYYMMDD.  THE REASON AND SOURCE REFERENCE ARE
      * FREE TEXT FOR THE AUDIT TRAIL (E.G. "DEATH REGISTER
      * BACKLOG MAY-JUL", "MOH BULLETIN 212").
      *----------------------------------------------------------
       01  ADJL-REC.
           05  ADJL-KEY.
               10  ADJL-CC                      PIC X(02).
               10  ADJL-REPORT-DATE             PIC X(08).
               10  ADJL-FIELD                   PIC X(01).
               10  ADJL-ENTRY-NO                PIC 9(02).
           05  ADJL-METHOD                      PIC X(01).
           05  ADJL-DAYS                        PIC 9(03).
           05  ADJL-TARGET-DATE                 PIC X(08).
           05  ADJL-AMOUNT                      PIC 9(12).
           05  ADJL-REASON                      PIC X(24).
           05  ADJL-SOURCE-REF                  PIC X(20).
           05  ADJL-ADDED-DATE                  PIC X(08).
           05  ADJL-CHANGED-DATE                PIC X(08).
           05  FILLER                           PIC X(03).
