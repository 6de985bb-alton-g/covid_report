      *----------------------------------------------------------
      * CVDPEAK - PEAK AND MILESTONE MASTER RECORD.
      * ONE RECORD PER COUNTRY CODE, KEYED ON PEAK-CC, MAINTAINED
      * BY COVPEAK FROM EACH DAY'S CANONICAL FILE (OR REBUILT BY
      * IT FROM THE DATED CANONICAL ARCHIVE).  THE THREE HIGHS ARE
      * THE ALL-TIME HIGHEST DAILY NEW CASES, NEW DEATHS AND NEW
      * DOSES WITH THE DATA DATE EACH WAS REPORTED FOR; THE
      * MILESTONE DATES ARE THE DATA DATES THE CUMULATIVE TOTALS
      * FIRST REACHED EACH STANDARD MARK (SPACES UNTIL THEY DO).
      * EVERY DATE IS A DATA DATE (YYYYMMDD) TAKEN FROM THE
      * CANONICAL ROW, NEVER THE RUN DATE, SO A REPLAYED PAST
      * GENERATION CAN ONLY RAISE A HIGH UNDER ITS OWN DATE AND
      * CAN ONLY MOVE A MILESTONE EARLIER.  PEAK-LAST-DATE IS THE
      * LATEST DATA DATE APPLIED TO THE RECORD.
      *----------------------------------------------------------
       01  PEAK-REC.
           05  PEAK-CC                          PIC X(02).
           05  PEAK-COUNTRY                     PIC X(20).
           05  PEAK-LAST-DATE                   PIC X(08).
           05  PEAK-HIGHS.
               10  PEAK-MAX-NEW-CC              PIC 9(12).
               10  PEAK-MAX-NEW-CC-DATE         PIC X(08).
               10  PEAK-MAX-NEW-DEATHS          PIC 9(12).
               10  PEAK-MAX-NEW-DEATHS-DATE     PIC X(08).
               10  PEAK-MAX-NEW-DOSES           PIC 9(12).
               10  PEAK-MAX-NEW-DOSES-DATE      PIC X(08).
           05  PEAK-HIGH-TABLE REDEFINES PEAK-HIGHS.
               10  PEAK-HIGH OCCURS 3 TIMES.
                   15  PEAK-HIGH-VALUE          PIC 9(12).
                   15  PEAK-HIGH-DATE           PIC X(08).
           05  PEAK-MILESTONES.
               10  PEAK-CC-100K-DATE            PIC X(08).
               10  PEAK-CC-1M-DATE              PIC X(08).
               10  PEAK-CC-10M-DATE             PIC X(08).
               10  PEAK-CC-100M-DATE            PIC X(08).
               10  PEAK-DEATHS-10K-DATE         PIC X(08).
               10  PEAK-DEATHS-100K-DATE        PIC X(08).
               10  PEAK-DEATHS-1M-DATE          PIC X(08).
               10  PEAK-DOSES-1M-DATE           PIC X(08).
               10  PEAK-DOSES-10M-DATE          PIC X(08).
               10  PEAK-DOSES-100M-DATE         PIC X(08).
               10  PEAK-DOSES-1B-DATE           PIC X(08).
           05  PEAK-MILESTONE-TABLE REDEFINES PEAK-MILESTONES.
               10  PEAK-MS-DATE OCCURS 11 TIMES PIC X(08).
