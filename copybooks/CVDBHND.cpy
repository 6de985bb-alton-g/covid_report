      *----------------------------------------------------------
      * CVDBHND - VACCINATION BEHIND-SCHEDULE RECORD.
      * ONE RECORD WRITTEN BY COVVACC (DDNAME VACBHND) FOR EACH
      * COUNTRY THAT WILL NOT REACH ITS FULL-VACCINATION TARGET
      * BY THE TARGET DATE AT ITS CURRENT PACE, FOR THE COVBULL
      * BULLETIN TO PRINT.  THE REASON IS 'L' WHEN THE PROJECTED
      * DATE FALLS AFTER THE TARGET DATE, 'S' WHEN THE COUNTRY HAS
      * STALLED (NO DOSES FOR THE STALL PERIOD) AND 'Z' WHEN THE
      * NUMBER FULLY VACCINATED HAS NOT RISEN OVER THE PACE
      * WINDOW - THE LAST TWO CARRY NO PROJECTED DATE.  PERCENTS
      * ARE OF THE POPFILE POPULATION IN FORCE ON THE DATA DATE;
      * DATES ARE YYYYMMDD.
      *----------------------------------------------------------
       01  BHND-REC.
           05  BHND-DATA-DATE                   PIC X(08).
           05  BHND-CC                          PIC X(02).
           05  BHND-COUNTRY                     PIC X(20).
           05  BHND-REGION                      PIC X(15).
           05  BHND-PCT-FULLY                   PIC 9(03)V99.
           05  BHND-TARGET-PCT                  PIC 9(03).
           05  BHND-TARGET-DATE                 PIC X(08).
           05  BHND-PROJ-DATE                   PIC X(08).
           05  BHND-REASON                      PIC X(01).
           05  FILLER                           PIC X(10).
