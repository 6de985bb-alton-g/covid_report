      *----------------------------------------------------------
      * CVDCTOT - WORLD CONTROL-TOTALS RECORD.
      * ONE RECORD APPENDED TO THE SHARED CTLTOT FILE BY EACH RUN
      * OF A PROGRAM THAT PUBLISHES WORLD TOTALS OF ITS OWN FROM
      * THE CANONICAL DAILY FILE - COVRANK, AND COVBULL WHEN IT
      * PRINTS ITS FIGURES - SO THE COVBAL END-OF-SUITE BALANCING
      * STEP CAN PROVE EACH ONE READ THE SAME DAY'S RECORDS IN
      * FULL.  THE COUNTRY COUNT AND TOTALS COVER EVERY RECORD
      * THE PROGRAM READ WHOSE TYPE IS NOT 'P'.  DATE IS YYYYMMDD.
      *----------------------------------------------------------
       01  CTOT-REC.
           05  CTOT-PROGRAM                     PIC X(08).
           05  CTOT-RUN-DATE                    PIC X(08).
           05  CTOT-RUN-TIME                    PIC X(08).
           05  CTOT-COUNTRY-CNT                 PIC 9(07).
           05  CTOT-NEW-CC                      PIC 9(12).
           05  CTOT-NEW-DEATHS                  PIC 9(12).
           05  CTOT-NEW-DOSES                   PIC 9(12).
           05  CTOT-TOTAL-CC                    PIC 9(12).
           05  CTOT-TOTAL-DEATHS                PIC 9(12).
           05  FILLER                           PIC X(09).
