      * WHICH ROWS WERE ACCEPTED - SORTS THE DAILY FIGURES
      * DESCENDING BY THE SELECTED RANKING KEY THEN NEW CASES, AND
      * PRINTS A LEADERBOARD OF THE WORST 20 COUNTRIES FOR THE
      * DAY USING THE SAME HEADER STYLE AS COVID19, WITH A WORLD
      * TOTAL LINE OVER EVERY COUNTRY RECORD UNDER IT.  THE WORLD
      * TOTALS ARE ALSO APPENDED TO THE SHARED CONTROL-TOTALS FILE
      * (DDNAME CTLTOT) FOR COVBAL TO BALANCE AGAINST THE CANONICAL
      * FILE.
      *
      * MODIFICATION HISTORY
      *   2026-08-09  AG  NEW PROGRAM.
      *   2026-09-02  AG  READ THE EFFECTIVE-DATED POPFILE LAYOUT
      *     (CVDPOPF, MAINTAINED BY COVPOPM), PICKING PER COUNTRY
      *     THE FIGURE IN FORCE FOR THE RUN DATE.
      *   2026-10-15  AG  PRINT A WORLD TOTAL LINE UNDER THE
      *     LEADERBOARD AND APPEND THE WORLD TOTALS TO THE SHARED
      *     CTLTOT FILE (CVDCTOT) FOR COVBAL TO BALANCE AGAINST
      *     THE CANONICAL FILE.
      *
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTL-TOTALS ASSIGN TO CTLTOT
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK1.
      *-------------
       DATA DIVISION.
       FD  RUN-LOG RECORDING MODE IS F.
       COPY CVDRLOG.
      *
      * SHARED WORLD CONTROL-TOTALS FILE, APPENDED AT END OF RUN.
      *
       FD  CTL-TOTALS RECORDING MODE IS F.
       COPY CVDCTOT.
      *
      * SD-KEY-1 CARRIES WHICHEVER RANKING VALUE THE CONTROL CARD
      * SELECTED - RAW NEW DEATHS, OR NEW DEATHS PER 100K WHEN THE
      * 'P' OPTION IS ON - SO THE SORT STATEMENT ITSELF NEVER
           VALUE 999999.9.
       01  WS-CFR-MAX-VALUE                     PIC 9(03)V99
           VALUE 999.99.
      *
      * WORLD TOTALS OVER EVERY COUNTRY RECORD RELEASED TO THE
      * SORT, NOT JUST THE TOP 20.
      *
       01  WS-WORLD-TOTALS.
           05  WS-WT-COUNTRY-CNT                PIC 9(07) COMP.
           05  WS-WT-NEW-CC                     PIC 9(12) COMP.
           05  WS-WT-NEW-DEATHS                 PIC 9(12) COMP.
           05  WS-WT-NEW-DOSES                  PIC 9(12) COMP.
           05  WS-WT-TOTAL-CC                   PIC 9(12) COMP.
           05  WS-WT-TOTAL-DEATHS               PIC 9(12) COMP.
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-START-DATE                PIC X(08).
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 1200-LOAD-POPULATION THRU 1200-EXIT.
           INITIALIZE WS-WORLD-TOTALS.
           OPEN OUTPUT PRINT-LINE.
           SORT SORT-WORK
               ON DESCENDING KEY SD-KEY-1
               OUTPUT PROCEDURE IS 7000-WRITE-TOP20 THRU 7000-EXIT.
           CLOSE PRINT-LINE.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           PERFORM 9200-WRITE-CONTROL-TOTALS THRU 9200-EXIT.
           GOBACK.
      *
      * READ THE OPTIONAL SYSIN CONTROL CARD FOR THE RANKING
               MOVE CAN-TOTAL-CC         TO SD-TOTAL-CC
               PERFORM 2600-SET-RANKING-KEY THRU 2600-EXIT
               RELEASE SD-RCD
               ADD 1                TO WS-WT-COUNTRY-CNT
               ADD CAN-NEW-CC       TO WS-WT-NEW-CC
               ADD CAN-NEW-DEATHS   TO WS-WT-NEW-DEATHS
               ADD CAN-NEW-DOSES    TO WS-WT-NEW-DOSES
               ADD CAN-TOTAL-CC     TO WS-WT-TOTAL-CC
               ADD CAN-TOTAL-DEATHS TO WS-WT-TOTAL-DEATHS
           END-IF.
           PERFORM 5000-READ-CANON THRU 5000-EXIT.
       2500-EXIT.
           RETURN SORT-WORK AT END MOVE 'Y' TO SORT-EOF.
           PERFORM 7500-WRITE-ONE-RANK THRU 7500-EXIT
               UNTIL SORT-EOF = 'Y' OR WS-RANK-CTR = 20.
           PERFORM 7700-WRITE-WORLD-LINE THRU 7700-EXIT.
       7000-EXIT.
           EXIT.
      *
           RETURN SORT-WORK AT END MOVE 'Y' TO SORT-EOF.
       7500-EXIT.
           EXIT.
      *
      * THE WORLD TOTAL UNDER THE LEADERBOARD - EVERY COUNTRY
      * RECORD ON THE FILE, RANKED OR NOT.
      *
       7700-WRITE-WORLD-LINE.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
           MOVE "WORLD TOTAL"        TO PRT-COUNTRY.
           MOVE WS-WT-NEW-DEATHS     TO PRT-NEW-DEATHS.
           MOVE WS-WT-NEW-CC         TO PRT-NEW-CC.
           MOVE WS-WT-TOTAL-DEATHS   TO PRT-TOTAL-DEATHS.
           MOVE WS-WT-TOTAL-CC       TO PRT-TOTAL-CC.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
       7700-EXIT.
           EXIT.
      *
       4000-WRITE-HEADERS.
           MOVE HEADER-1 TO PRT-RCD.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
      *
      * APPEND THIS RUN'S WORLD TOTALS TO THE SHARED CONTROL-
      * TOTALS FILE FOR THE END-OF-SUITE BALANCING STEP.
      *
       9200-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTL-TOTALS.
           MOVE SPACES TO CTOT-REC.
           MOVE "COVRANK"            TO CTOT-PROGRAM.
           MOVE WS-RUN-START-DATE    TO CTOT-RUN-DATE.
           ACCEPT CTOT-RUN-TIME FROM TIME.
           MOVE WS-WT-COUNTRY-CNT    TO CTOT-COUNTRY-CNT.
           MOVE WS-WT-NEW-CC         TO CTOT-NEW-CC.
           MOVE WS-WT-NEW-DEATHS     TO CTOT-NEW-DEATHS.
           MOVE WS-WT-NEW-DOSES      TO CTOT-NEW-DOSES.
           MOVE WS-WT-TOTAL-CC       TO CTOT-TOTAL-CC.
           MOVE WS-WT-TOTAL-DEATHS   TO CTOT-TOTAL-DEATHS.
           WRITE CTOT-REC.
           CLOSE CTL-TOTALS.
       9200-EXIT.
           EXIT.
