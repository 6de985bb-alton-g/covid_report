      * FIGURES INSTEAD OF ITS OWN OUTPUT.  COVHLOAD BUILDS THE
      * FILE WITH ZERO PRIORS AND A ZERO STAMP, WHICH THE NEXT
      * COVID19 RUN ROLLS FORWARD NORMALLY.
      * HMST-DAYS-SILENT COUNTS THE CONSECUTIVE RUN DAYS THE
      * COUNTRY HAS BEEN MISSING FROM THE FEED AND HMST-LAST-RPT-
      * DATE IS THE LAST DAY IT DID REPORT - COVID19 RESETS BOTH
      * ON EVERY UPDATE AND ITS END-OF-RUN NON-REPORTING SWEEP
      * BUMPS THE COUNT.  COVHLOAD LOADS A ZERO COUNT AND A ZERO
      * (NOT KNOWN) DATE.
      *----------------------------------------------------------
       01  HMST-REC.
           05  HMST-CC                          PIC X(02).
           05  HMST-PRIOR-TOTAL-DEATHS          PIC 9(12).
           05  HMST-PRIOR-TOTAL-RECVR           PIC 9(12).
           05  HMST-AS-OF-DATE                  PIC X(08).
           05  HMST-DAYS-SILENT                 PIC 9(04).
           05  HMST-LAST-RPT-DATE               PIC X(08).
