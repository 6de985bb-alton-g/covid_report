      *
      * RUN-HISTORY REPORT OVER THE SHARED RUN-CONTROL LOG.
      * TAKES A DATE RANGE (YYYYMMDD YYYYMMDD) FROM A SYSIN CARD,
      * PRINTS EVERY RUN-CONTROL RECORD APPENDED TO RUNLOG IN THAT
      * RANGE - BY COVID19, COVRANK, COVLOOK, COVAUDIT, COVRSTM,
      * COVPEAK, COVSUBM, COVSACK, COVXCHK, COVFIX, COVRLSE, COVQRY,
      * COVADJ, COVVACC AND COVBAL - AND FLAGS EACH DAY IN THE RANGE
      * ON WHICH AN EXPECTED PROGRAM DID NOT RUN.  COVID19, COVRANK,
      * THE COVSUBM PARTNER SUBMISSION, THE COVRLSE RELEASE DECISION
      * AND THE COVBAL END-OF-SUITE BALANCING ARE EXPECTED EVERY
      * DAY.  THE REST ARE NOT TIED TO EVERY DAY'S RUN - COVLOOK AND
      * COVQRY ARE AD HOC, AND COVSACK RUNS WHENEVER THE PARTNER'S
      * ACKNOWLEDGEMENT ARRIVES - SO THEY ARE LISTED BUT NEVER
      * FLAGGED AS MISSING.  A BLANK CARD REPORTS EVERY DATE PRESENT
      * IN THE LOG WITHOUT THE MISSING-DAY SWEEP.
      *
      * MODIFICATION HISTORY
      *   2026-08-21  AG  NEW PROGRAM.
      *   2026-10-15  AG  EXPECT THE DAILY COVSUBM PARTNER SUBMISSION.
      *   2026-10-15  AG  EXPECT THE DAILY COVRLSE RELEASE DECISION.
      *   2026-10-15  AG  EXPECT THE DAILY COVBAL FILE BALANCING.
      *
      *--------------------
       ENVIRONMENT DIVISION.
               VALUE "COVID19 ".
           05  FILLER                           PIC X(08)
               VALUE "COVRANK ".
           05  FILLER                           PIC X(08)
               VALUE "COVSUBM ".
           05  FILLER                           PIC X(08)
               VALUE "COVRLSE ".
           05  FILLER                           PIC X(08)
               VALUE "COVBAL  ".
       01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-DATA.
           05  WS-EXPECTED-PGM OCCURS 5 TIMES   PIC X(08).
       01  WS-EXP-SUB                           PIC 9(02) COMP
           VALUE ZERO.
      *
           ADD 1 TO WS-DAY-GUARD.
           PERFORM 7200-CHECK-ONE-PROGRAM THRU 7200-EXIT
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > 5.
           PERFORM 9500-BUMP-DATE THRU 9500-EXIT.
       7100-EXIT.
           EXIT.
