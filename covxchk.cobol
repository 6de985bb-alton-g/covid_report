      *   RC=8  SERIOUS DIVERGENCE - A FIELD DIFFERS BY MORE THAN
      *         THE TOLERANCE
      *   RC=16 A REQUIRED COLUMN MISSING FROM EITHER HEADER
      * THE GRADE IS ALSO APPENDED TO THE SHARED RUNLOG, WHERE
      * COVRLSE READS IT WHEN DECIDING WHETHER THE DAY RELEASES.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AG  NEW PROGRAM.
      *   2026-10-15  AG  APPEND A RUN-CONTROL LOG RECORD CARRYING THE
      *                   GRADE FOR RELEASE CONTROL.
      *
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO SYSIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
           05  CC-TOLERANCE-PCT                 PIC X(03).
           05  FILLER                           PIC X(77).
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
           05  WS-DETAIL-TEXT                   PIC X(50).
           05  WS-CHECK-NAME                    PIC X(14).
      *
      * RUN-CONTROL LOG WORK FIELDS - THE START TIMESTAMP IS
      * CAPTURED AT INITIALIZATION, THE GRADE AT END OF RUN.
      *
       01  WS-ACCEPT-DATE                       PIC X(08).
       01  WS-RUN-START-TIME                    PIC X(08).
       01  WS-FINAL-RC                          PIC 9(04) COMP
           VALUE ZERO.
       01  WS-RLOG-CRITERIA.
           05  FILLER                           PIC X(10)
               VALUE "TOLERANCE ".
           05  WS-RLOG-TOL-PCT                  PIC ZZ9.
           05  FILLER                           PIC X(37)
               VALUE " PCT".
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           MOVE "COVXCHK" TO WS-MAP-PGM-NAME.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           OPEN OUTPUT PRINT-LINE.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           PERFORM 2000-LOAD-FEED-A THRU 2000-EXIT.
           IF WS-MAP-ERROR = 'Y'
               CLOSE PRINT-LINE
               MOVE 16 TO WS-FINAL-RC
               PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-COMPARE-FEED-B THRU 3000-EXIT.
           IF WS-MAP-ERROR = 'Y'
               CLOSE PRINT-LINE
               MOVE 16 TO WS-FINAL-RC
               PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 7800-FLAG-UNMATCHED THRU 7800-EXIT
           PERFORM 8000-WRITE-SCORECARD THRU 8000-EXIT.
           CLOSE PRINT-LINE.
           PERFORM 9000-SET-GRADE THRU 9000-EXIT.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      *
      * A MALFORMED TOLERANCE CARD FALLS BACK TO ZERO - THE
      *
       9000-SET-GRADE.
           IF WS-SERIOUS-CNT > ZERO
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-DRIFT-CNT > ZERO OR WS-MISSING-CNT > ZERO
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
      *
      * APPEND THIS RUN'S CONTROL RECORD TO THE SHARED LOG, THE
      * SAME WAY COVAUDIT DOES.  THE DETAIL COUNT IS EVERY
      * DIVERGENCE LINE PRINTED; THE REJECT COUNT IS THE ROWS
      * SKIPPED ON THE FIELD EDIT.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVXCHK"            TO RLOG-PROGRAM.
           MOVE WS-ACCEPT-DATE       TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           MOVE WS-A-ROWS-CNT        TO RLOG-RCD-IN.
           MOVE WS-B-ROWS-CNT        TO RLOG-DATA-ROWS.
           COMPUTE RLOG-DETAIL-CNT = WS-SERIOUS-CNT + WS-DRIFT-CNT
               + WS-MISSING-CNT.
           MOVE WS-SKIPPED-CNT       TO RLOG-REJECT-CNT.
           MOVE WS-TOLERANCE-PCT     TO WS-RLOG-TOL-PCT.
           MOVE WS-RLOG-CRITERIA     TO RLOG-CRITERIA.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE WS-FINAL-RC          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
