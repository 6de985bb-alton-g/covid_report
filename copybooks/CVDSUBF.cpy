      *----------------------------------------------------------
      * CVDSUBF - PARTNER DAILY SUBMISSION FILE RECORD.
      * THE PUBLIC-HEALTH PARTNER'S FIXED-FORMAT 150-BYTE INTAKE
      * LAYOUT, WRITTEN BY COVSUBM (DDNAME SUBOUT) FROM THE DAY'S
      * CANONICAL COUNTRY RECORDS.  EVERY RECORD CARRIES ITS TYPE
      * AND THE SUBMISSION SEQUENCE NUMBER:
      *   'H' HEADER  - SENDER ID, DATA DATE, CORRECTION NUMBER
      *                 (00 FOR AN ORIGINAL SUBMISSION) AND THE
      *                 SEQUENCE NUMBER OF THE ORIGINAL SUBMISSION
      *                 A CORRECTION REPLACES
      *   'D' DETAIL  - ONE PER COUNTRY
      *   'T' TRAILER - DETAIL RECORD COUNT AND HASH TOTALS OF NEW
      *                 CASES AND NEW DEATHS OVER THE DETAILS
      *----------------------------------------------------------
       01  SUBF-REC.
           05  SUBF-REC-TYPE                    PIC X(01).
           05  SUBF-SEQ-NO                      PIC 9(06).
           05  SUBF-BODY                        PIC X(143).
           05  SUBF-HEADER REDEFINES SUBF-BODY.
               10  SUBF-SENDER-ID               PIC X(08).
               10  SUBF-DATA-DATE               PIC X(08).
               10  SUBF-CORR-NO                 PIC 9(02).
               10  SUBF-ORIG-SEQ-NO             PIC 9(06).
               10  SUBF-CREATE-DATE             PIC X(08).
               10  SUBF-CREATE-TIME             PIC X(08).
               10  FILLER                       PIC X(103).
           05  SUBF-DETAIL REDEFINES SUBF-BODY.
               10  SUBF-CC                      PIC X(02).
               10  SUBF-COUNTRY                 PIC X(20).
               10  SUBF-NEW-CC                  PIC 9(12).
               10  SUBF-TOTAL-CC                PIC 9(12).
               10  SUBF-NEW-DEATHS              PIC 9(12).
               10  SUBF-TOTAL-DEATHS            PIC 9(12).
               10  SUBF-NEW-DOSES               PIC 9(12).
               10  SUBF-TOTAL-DOSES             PIC 9(12).
               10  SUBF-FULLY-VACC              PIC 9(12).
               10  FILLER                       PIC X(37).
           05  SUBF-TRAILER REDEFINES SUBF-BODY.
               10  SUBF-RECORD-CNT              PIC 9(07).
               10  SUBF-HASH-NEW-CC             PIC 9(15).
               10  SUBF-HASH-NEW-DEATHS         PIC 9(15).
               10  FILLER                       PIC X(106).
