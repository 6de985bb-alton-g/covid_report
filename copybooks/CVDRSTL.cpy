      *----------------------------------------------------------
      * CVDRSTL - RESTATEMENT LEDGER RECORD.
      * ONE RECORD PER PUBLISHED FIGURE THAT MOVED WHEN A PAST
      * DATA DATE WAS REPLAYED THROUGH COVID19 FROM A CORRECTED
      * VENDOR FILE, WRITTEN BY COVRSTM TO THE PERMANENT RSTLEDG
      * KEYED FILE.  THE KEY RUNS DATA DATE, COUNTRY CODE,
      * PROVINCE (SPACES FOR A COUNTRY-LEVEL ROW), FIELD NAME AND
      * THE DATE AND TIME OF THE COVRSTM RUN, SO A BROWSE ON THE
      * LEADING PART OF THE KEY RETURNS EVERY REVISION OF ONE
      * FIGURE IN THE ORDER THE REVISIONS WERE MADE.
      * THE CHANGE TYPE IS 'C' FOR A FIGURE THAT CHANGED, 'A' FOR
      * A ROW ONLY IN THE REPLAYED GENERATION AND 'D' FOR A ROW
      * DROPPED FROM IT.  THE RECORD TYPES ARE THE CAN-REC-TYPE
      * OF THE ORIGINAL AND REPLAYED ROWS (SPACE WHERE THE ROW
      * WAS NOT PRESENT), SO AN ESTIMATE REPLACED BY A REPORTED
      * FIGURE IS VISIBLE IN THE LEDGER.  THE DELTA IS THE
      * REPLAYED VALUE LESS THE ORIGINAL VALUE.
      *----------------------------------------------------------
       01  RSTL-REC.
           05  RSTL-KEY.
               10  RSTL-DATA-DATE               PIC X(08).
               10  RSTL-CC                      PIC X(02).
               10  RSTL-PROVINCE                PIC X(20).
               10  RSTL-FIELD                   PIC X(12).
               10  RSTL-RUN-DATE                PIC X(08).
               10  RSTL-RUN-TIME                PIC X(08).
           05  RSTL-COUNTRY                     PIC X(20).
           05  RSTL-CHANGE-TYPE                 PIC X(01).
           05  RSTL-ORIG-TYPE                   PIC X(01).
           05  RSTL-NEW-TYPE                    PIC X(01).
           05  RSTL-ORIG-VALUE                  PIC 9(12).
           05  RSTL-NEW-VALUE                   PIC 9(12).
           05  RSTL-DELTA                       PIC S9(12)
               SIGN IS LEADING SEPARATE.
