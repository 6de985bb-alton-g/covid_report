      *----------------------------------------------------------
      * CVDRLOG - RUN-CONTROL LOG RECORD.
      * ONE RECORD APPENDED TO THE SHARED RUNLOG FILE BY EVERY
      * EXECUTION OF COVID19, COVRANK, COVLOOK, COVAUDIT, COVRSTM,
      * COVPEAK, COVSUBM, COVSACK, COVXCHK, COVFIX, COVRLSE
      * (WHOSE GRADES TRAVEL IN THE RETURN CODE), COVQRY, COVADJ,
      * COVVACC AND COVBAL:
      * WHICH PROGRAM
      * RAN, WHEN IT STARTED AND ENDED, THE RECORD/DETAIL/REJECT
      * COUNTS IT SAW, THE SYSIN CRITERIA AND RESTART INDICATOR IN
