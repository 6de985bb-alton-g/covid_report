      * WITHOUT IT, AND THAT ROLLUP IS NOT RECOMPUTED HERE, SO
      * COUNTRY-LEVEL CONSUMERS STILL SEE THE SHORT TOTALS UNTIL
      * THE NEXT FULL RUN; THE AUDIT LINE SAYS SO EXPLICITLY.
      * EACH RUN APPENDS A RECORD TO THE SHARED RUNLOG WHOSE
      * REJECT COUNT IS THE ROWS STILL OUT OF THE DAY'S FIGURES
      * (UNREPAIRED PLUS OVERFLOW) - COVRLSE HOLDS THE DAY'S
      * RELEASE WHEN THAT EXCEEDS ITS POLICY LIMIT.
      *
      * CORRECTION CARD LAYOUT (CORRIN):
      *   COL 1-2    COUNTRY CODE
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AG  NEW PROGRAM.
      *   2026-10-15  AG  APPEND A RUN-CONTROL LOG RECORD CARRYING THE
      *                   OUTSTANDING REJECT COUNT FOR RELEASE CONTROL.
      *
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT CORR-IN ASSIGN TO CORRIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
           05  CORR-VALUE                       PIC X(12).
           05  FILLER                           PIC X(49).
      *
      * SHARED RUN-CONTROL LOG, APPENDED AT END OF RUN.
      *
       FD  RUN-LOG RECORDING MODE IS F.
       COPY CVDRLOG.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
               VALUE ZERO.
      *
       01  WS-RESULT-TEXT                       PIC X(45).
      *
      * RUN-CONTROL LOG WORK FIELDS - THE START TIMESTAMP IS
      * CAPTURED AT INITIALIZATION, THE GRADE AT END OF RUN.
      *
       01  WS-ACCEPT-DATE                       PIC X(08).
       01  WS-RUN-START-TIME                    PIC X(08).
       01  WS-FINAL-RC                          PIC 9(04) COMP
           VALUE ZERO.
       01  WS-RLOG-CRITERIA.
           05  FILLER                           PIC X(15)
               VALUE "CARDS REJECTED ".
           05  WS-RLOG-CARD-REJ                 PIC ZZZZ9.
           05  FILLER                           PIC X(30)
               VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           PERFORM 2500-LOAD-REJECTS THRU 2500-EXIT.
           IF WS-CARD-REJ-CNT > ZERO
               OR WS-UNREPAIRED-CNT > ZERO
               OR WS-OVERFLOW-CNT > ZERO
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      *
       2000-OPEN-FILES.
           MOVE SPACES TO PRT-RCD.
       8000-EXIT.
           EXIT.
      *
      * APPEND THIS RUN'S CONTROL RECORD TO THE SHARED LOG, THE
      * SAME WAY COVAUDIT DOES.  RECORDS IN ARE THE REJECT ROWS
      * READ, DATA ROWS THE CARDS APPLIED, DETAIL THE ROWS
      * REPAIRED AND REJECTS THE ROWS STILL OUTSTANDING.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVFIX"             TO RLOG-PROGRAM.
           MOVE WS-ACCEPT-DATE       TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           COMPUTE RLOG-RCD-IN = WS-REJ-CNT + WS-OVERFLOW-CNT.
           MOVE WS-APPLIED-CNT       TO RLOG-DATA-ROWS.
           MOVE WS-REPAIRED-CNT      TO RLOG-DETAIL-CNT.
           COMPUTE RLOG-REJECT-CNT = WS-UNREPAIRED-CNT
               + WS-OVERFLOW-CNT.
           MOVE WS-CARD-REJ-CNT      TO WS-RLOG-CARD-REJ.
           MOVE WS-RLOG-CRITERIA     TO RLOG-CRITERIA.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE WS-FINAL-RC          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
