      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVSACK.
       AUTHOR.          ALTON GOODMAN.
      *
      * PARTNER ACKNOWLEDGEMENT RECONCILIATION.
      * READS THE ACKNOWLEDGEMENT FILE THE PUBLIC-HEALTH PARTNER
      * RETURNS (DDNAME ACKIN, CVDSACK LAYOUT) AND POSTS EACH
      * FILE-LEVEL AND COUNTRY-LEVEL RESULT TO THE SUBMISSION IT
      * ANSWERS ON THE SUBCTL SUBMISSION-CONTROL FILE (CVDSUBC)
      * THAT COVSUBM WRITES, MATCHING ON SEQUENCE NUMBER AND
      * COUNTRY CODE.  THE FIRST PAGE LISTS EVERY EXCEPTION IN THE
      * ACKNOWLEDGEMENT - A RECORD THAT MATCHES NO SUBMISSION, A
      * WHOLE FILE THE PARTNER REJECTED, A PARTNER TRAILER WHOSE
      * COUNTS DISAGREE WITH ITS OWN DETAILS.  THE SECOND PAGE IS
      * THE UNRESOLVED-SUBMISSIONS REPORT OVER ALL OF SUBCTL:
      * EVERY CURRENT SUBMISSION NOT YET FULLY ACCEPTED, WITH EACH
      * COUNTRY ROW STILL AWAITING AN ANSWER OR REJECTED AND THE
      * PARTNER'S REASON.  A SUBMISSION SUPERSEDED BY A LATER
      * CORRECTION IS NOT LISTED - THE CORRECTION ANSWERS FOR IT.
      * THE RESULT GRADES THROUGH THE RETURN CODE:
      *   RC=0  EVERY SUBMISSION ACCEPTED IN FULL
      *   RC=4  SUBMISSIONS STILL AWAITING AN ANSWER OR CARRYING
      *         REJECTED ROWS
      *   RC=8  THE ACKNOWLEDGEMENT HELD UNMATCHED RECORDS, A
      *         TRAILER OUT OF BALANCE, OR A WHOLE-FILE REJECTION
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AG  NEW PROGRAM.
      *
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACK-IN ASSIGN TO ACKIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUBMISSION-CONTROL ASSIGN TO SUBCTL
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS SUBC-KEY.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE IS F.
      *
       01  PRT-RCD.
           05  PRT-CHECK                        PIC X(14).
           05  FILLER                           PIC X(01).
           05  PRT-SEQ                          PIC X(06).
           05  FILLER                           PIC X(02).
           05  PRT-CC                           PIC X(02).
           05  FILLER                           PIC X(02).
           05  PRT-COUNTRY                      PIC X(20).
           05  FILLER                           PIC X(02).
           05  PRT-STATUS                       PIC X(10).
           05  FILLER                           PIC X(02).
           05  PRT-REASON                       PIC X(04).
           05  FILLER                           PIC X(02).
           05  PRT-TEXT                         PIC X(40).
           05  FILLER                           PIC X(25).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR ONE SUBMISSION ON THE
      * UNRESOLVED-SUBMISSIONS PAGE.
      *
       01  PRT-RCD-SUB REDEFINES PRT-RCD.
           05  SUB-SEQ                          PIC 9(06).
           05  FILLER                           PIC X(02).
           05  SUB-DATA-DATE                    PIC X(10).
           05  FILLER                           PIC X(02).
           05  SUB-CORR                         PIC 9(02).
           05  FILLER                           PIC X(02).
           05  SUB-STATUS                       PIC X(16).
           05  FILLER                           PIC X(02).
           05  SUB-SENT                         PIC X(10).
           05  FILLER                           PIC X(02).
           05  SUB-ROWS                         PIC ZZZZZZ9.
           05  FILLER                           PIC X(02).
           05  SUB-ACCEPTED                     PIC ZZZZZZ9.
           05  FILLER                           PIC X(02).
           05  SUB-REJECTED                     PIC ZZZZZZ9.
           05  FILLER                           PIC X(02).
           05  SUB-AWAITING                     PIC ZZZZZZ9.
           05  FILLER                           PIC X(44).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE RUN SUMMARY.
      *
       01  PRT-RCD-FOOTER REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  FTR-LABEL                        PIC X(35).
           05  FILLER                           PIC X(02).
           05  FTR-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(81).
      *
       FD  ACK-IN RECORDING MODE IS F.
       COPY CVDSACK.
      *
       FD  SUBMISSION-CONTROL.
       COPY CVDSUBC.
      *
      * SHARED RUN-CONTROL LOG, APPENDED AT END OF RUN.
      *
       FD  RUN-LOG RECORDING MODE IS F.
       COPY CVDRLOG.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  HEADER-1                             PIC X(60)
           VALUE "PARTNER ACKNOWLEDGEMENT EXCEPTIONS".
       01  HEADER-2.
           05  FILLER                           PIC X(05)
                VALUE "CHECK".
           05  FILLER                           PIC X(10)
                VALUE SPACE.
           05  FILLER                           PIC X(03)
                VALUE "SEQ".
           05  FILLER                           PIC X(05)
                VALUE SPACE.
           05  FILLER                           PIC X(02)
                VALUE "CC".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(07)
                VALUE "COUNTRY".
           05  FILLER                           PIC X(15)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "STATUS".
           05  FILLER                           PIC X(06)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "CODE".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(12)
                VALUE "PARTNER TEXT".
       01  HEADER-5                             PIC X(132)
           VALUE ALL "=".
       01  HEADER-6                             PIC X(60)
           VALUE "UNRESOLVED PARTNER SUBMISSIONS".
       01  HEADER-7.
           05  FILLER                           PIC X(03)
                VALUE "SEQ".
           05  FILLER                           PIC X(05)
                VALUE SPACE.
           05  FILLER                           PIC X(09)
                VALUE "DATA DATE".
           05  FILLER                           PIC X(03)
                VALUE SPACE.
           05  FILLER                           PIC X(02)
                VALUE "CR".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "STATUS".
           05  FILLER                           PIC X(12)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "SENT".
           05  FILLER                           PIC X(11)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "ROWS".
           05  FILLER                           PIC X(01)
                VALUE SPACE.
           05  FILLER                           PIC X(08)
                VALUE "ACCEPTED".
           05  FILLER                           PIC X(01)
                VALUE SPACE.
           05  FILLER                           PIC X(08)
                VALUE "REJECTED".
           05  FILLER                           PIC X(01)
                VALUE SPACE.
           05  FILLER                           PIC X(08)
                VALUE "AWAITING".
       01  HEADER-10                            PIC X(60)
           VALUE "ACKNOWLEDGEMENT RUN SUMMARY".
      *
       01  WS-SHOW-DATE.
           05  WS-SD-YYYY                       PIC X(04).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-SD-MM                         PIC X(02).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-SD-DD                         PIC X(02).
      *
      * THE ACKNOWLEDGEMENT BEING POSTED - ITS DATE FROM THE
      * PARTNER'S HEADER, AND THE DETAIL RESULTS COUNTED FOR THE
      * TRAILER CHECK.
      *
       01  WS-ACK-STATE.
           05  WS-ACK-DATE                      PIC X(08).
           05  WS-ACK-SEQ-NO                    PIC 9(06).
           05  WS-ACK-ACCEPT-CNT                PIC 9(07) COMP.
           05  WS-ACK-REJECT-CNT                PIC 9(07) COMP.
       01  WS-OLD-STATUS                        PIC X(01).
       01  WS-HOLD-LINE                         PIC X(132).
       01  WS-CNT-SHOW                          PIC 9(07).
       01  WS-CNT-SHOW-2                        PIC 9(07).
       01  WS-AWAITING                          PIC 9(07) COMP.
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-START-DATE                PIC X(08).
           05  WS-RUN-START-TIME                PIC X(08).
       01  WS-FINAL-RC                          PIC 9(04) COMP
           VALUE ZERO.
      *
       01  FLAGS.
           05  LAST-ACK-REC                     PIC X(01) VALUE 'N'.
           05  SUBC-EOF                         PIC X(01) VALUE 'N'.
           05  WS-SUBC-FOUND                    PIC X(01) VALUE 'N'.
           05  WS-LIST-SUB                      PIC X(01) VALUE 'N'.
      *
       01  COUNTERS.
           05  LINE-CTR                         PIC S9(03) COMP
               VALUE ZERO.
           05  RCD-IN                           PIC S9(07) COMP
               VALUE ZERO.
           05  WS-HEADER-CNT                    PIC 9(07) COMP
               VALUE ZERO.
           05  WS-DETAIL-CNT                    PIC 9(07) COMP
               VALUE ZERO.
           05  WS-TRAILER-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-ACCEPT-CNT                    PIC 9(07) COMP
               VALUE ZERO.
           05  WS-REJECT-CNT                    PIC 9(07) COMP
               VALUE ZERO.
           05  WS-UNMATCHED-CNT                 PIC 9(07) COMP
               VALUE ZERO.
           05  WS-FILE-REJECT-CNT               PIC 9(07) COMP
               VALUE ZERO.
           05  WS-MISMATCH-CNT                  PIC 9(07) COMP
               VALUE ZERO.
           05  WS-EXCEPTION-CNT                 PIC 9(07) COMP
               VALUE ZERO.
           05  WS-OPEN-SUB-CNT                  PIC 9(07) COMP
               VALUE ZERO.
           05  WS-OPEN-ROW-CNT                  PIC 9(07) COMP
               VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           MOVE WS-RUN-START-DATE TO WS-ACK-DATE.
           MOVE ZERO TO WS-ACK-SEQ-NO.
           MOVE ZERO TO WS-ACK-ACCEPT-CNT.
           MOVE ZERO TO WS-ACK-REJECT-CNT.
           OPEN I-O SUBMISSION-CONTROL.
           OPEN INPUT ACK-IN.
           OPEN OUTPUT PRINT-LINE.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           PERFORM 5000-READ-ACK THRU 5000-EXIT.
           PERFORM 2000-POST-ONE-ACK THRU 2000-EXIT
               UNTIL LAST-ACK-REC = 'Y'.
           CLOSE ACK-IN.
           IF WS-EXCEPTION-CNT = ZERO
               MOVE "(NO EXCEPTIONS IN THE ACKNOWLEDGEMENT FILE)"
                   TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRT-RCD
           END-IF.
           PERFORM 6000-LIST-UNRESOLVED THRU 6000-EXIT.
           CLOSE SUBMISSION-CONTROL.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           CLOSE PRINT-LINE.
           PERFORM 9000-SET-GRADE THRU 9000-EXIT.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      *
       2000-POST-ONE-ACK.
           EVALUATE SACK-REC-TYPE
               WHEN 'H'
                   PERFORM 2100-POST-HEADER THRU 2100-EXIT
               WHEN 'D'
                   PERFORM 2200-POST-DETAIL THRU 2200-EXIT
               WHEN 'T'
                   PERFORM 2300-CHECK-TRAILER THRU 2300-EXIT
               WHEN OTHER
                   ADD 1 TO WS-UNMATCHED-CNT
                   MOVE SPACES TO PRT-RCD
                   MOVE "UNKNOWN RECORD" TO PRT-CHECK
                   MOVE SACK-REC(1:40)   TO PRT-TEXT
                   PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
           END-EVALUATE.
           PERFORM 5000-READ-ACK THRU 5000-EXIT.
       2000-EXIT.
           EXIT.
      *
      * THE PARTNER'S HEADER STARTS THE ANSWER FOR ONE SUBMISSION.
      * A WHOLE-FILE REJECTION LEAVES EVERY ROW AWAITING - THE
      * DAY HAS TO GO AGAIN AS A CORRECTION.
      *
       2100-POST-HEADER.
           ADD 1 TO WS-HEADER-CNT.
           MOVE ZERO TO WS-ACK-ACCEPT-CNT.
           MOVE ZERO TO WS-ACK-REJECT-CNT.
           MOVE SACK-SEQ-NO TO WS-ACK-SEQ-NO.
           IF SACK-ACK-DATE NUMERIC
               MOVE SACK-ACK-DATE TO WS-ACK-DATE
           END-IF.
           PERFORM 2400-READ-SUB-HEADER THRU 2400-EXIT.
           IF WS-SUBC-FOUND NOT = 'Y'
               ADD 1 TO WS-UNMATCHED-CNT
               MOVE SPACES TO PRT-RCD
               MOVE "UNMATCHED"        TO PRT-CHECK
               MOVE SACK-SEQ-NO        TO PRT-SEQ
               MOVE "FILE"             TO PRT-STATUS
               MOVE SACK-FILE-REASON   TO PRT-REASON
               MOVE "NO SUCH SUBMISSION ON SUBCTL" TO PRT-TEXT
               PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
           ELSE
               MOVE WS-ACK-DATE TO SUBC-ACK-DATE
               IF SACK-FILE-STATUS = 'R'
                   ADD 1 TO WS-FILE-REJECT-CNT
                   MOVE 'F'              TO SUBC-STATUS
                   MOVE SACK-FILE-REASON TO SUBC-REASON
                   MOVE SACK-FILE-TEXT   TO SUBC-REASON-TEXT
                   MOVE SPACES TO PRT-RCD
                   MOVE "FILE REJECTED"  TO PRT-CHECK
                   MOVE SACK-SEQ-NO      TO PRT-SEQ
                   MOVE "REJECTED"       TO PRT-STATUS
                   MOVE SACK-FILE-REASON TO PRT-REASON
                   MOVE SACK-FILE-TEXT   TO PRT-TEXT
                   PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
               END-IF
               REWRITE SUBC-REC
           END-IF.
       2100-EXIT.
           EXIT.
      *
      * POST ONE COUNTRY'S RESULT TO ITS ROW, THEN MOVE THE
      * SUBMISSION'S ACCEPTED AND REJECTED COUNTS BY THE CHANGE -
      * A REPEATED ANSWER FOR THE SAME ROW IS NOT COUNTED TWICE.
      *
       2200-POST-DETAIL.
           ADD 1 TO WS-DETAIL-CNT.
           IF SACK-STATUS NOT = 'A' AND SACK-STATUS NOT = 'R'
               ADD 1 TO WS-UNMATCHED-CNT
               MOVE SPACES TO PRT-RCD
               MOVE "BAD STATUS"  TO PRT-CHECK
               MOVE SACK-SEQ-NO   TO PRT-SEQ
               MOVE SACK-CC       TO PRT-CC
               MOVE SACK-STATUS   TO PRT-STATUS
               MOVE SACK-REASON   TO PRT-REASON
               MOVE SACK-TEXT     TO PRT-TEXT
               PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
           ELSE
               IF SACK-STATUS = 'A'
                   ADD 1 TO WS-ACK-ACCEPT-CNT
               ELSE
                   ADD 1 TO WS-ACK-REJECT-CNT
               END-IF
               MOVE SACK-SEQ-NO TO SUBC-SEQ-NO
               MOVE SACK-CC     TO SUBC-CC
               READ SUBMISSION-CONTROL
                   INVALID KEY
                       MOVE 'N' TO WS-SUBC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SUBC-FOUND
               END-READ
               IF WS-SUBC-FOUND NOT = 'Y' OR SACK-CC = SPACES
                   ADD 1 TO WS-UNMATCHED-CNT
                   MOVE SPACES TO PRT-RCD
                   MOVE "UNMATCHED"   TO PRT-CHECK
                   MOVE SACK-SEQ-NO   TO PRT-SEQ
                   MOVE SACK-CC       TO PRT-CC
                   MOVE SACK-STATUS   TO PRT-STATUS
                   MOVE SACK-REASON   TO PRT-REASON
                   MOVE "NO SUCH ROW IN THE SUBMISSION" TO PRT-TEXT
                   PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
               ELSE
                   PERFORM 2210-UPDATE-ROW THRU 2210-EXIT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2210-UPDATE-ROW.
           MOVE SUBC-STATUS TO WS-OLD-STATUS.
           MOVE SACK-STATUS TO SUBC-STATUS.
           MOVE WS-ACK-DATE TO SUBC-ACK-DATE.
           IF SACK-STATUS = 'R'
               ADD 1 TO WS-REJECT-CNT
               MOVE SACK-REASON TO SUBC-REASON
               MOVE SACK-TEXT   TO SUBC-REASON-TEXT
           ELSE
               ADD 1 TO WS-ACCEPT-CNT
               MOVE SPACES TO SUBC-REASON
               MOVE SPACES TO SUBC-REASON-TEXT
           END-IF.
           REWRITE SUBC-REC.
           IF WS-OLD-STATUS NOT = SACK-STATUS
               MOVE SACK-SEQ-NO TO WS-ACK-SEQ-NO
               PERFORM 2400-READ-SUB-HEADER THRU 2400-EXIT
               IF WS-SUBC-FOUND = 'Y'
                   IF WS-OLD-STATUS = 'A'
                       SUBTRACT 1 FROM SUBC-ACCEPT-CNT
                   END-IF
                   IF WS-OLD-STATUS = 'R'
                       SUBTRACT 1 FROM SUBC-REJECT-CNT
                   END-IF
                   IF SACK-STATUS = 'A'
                       ADD 1 TO SUBC-ACCEPT-CNT
                   ELSE
                       ADD 1 TO SUBC-REJECT-CNT
                   END-IF
                   IF SUBC-ACCEPT-CNT = SUBC-RECORD-CNT
                       MOVE 'A' TO SUBC-STATUS
                   ELSE
                       IF SUBC-ACCEPT-CNT + SUBC-REJECT-CNT
                               = SUBC-RECORD-CNT
                           MOVE 'P' TO SUBC-STATUS
                       END-IF
                   END-IF
                   MOVE WS-ACK-DATE TO SUBC-ACK-DATE
                   REWRITE SUBC-REC
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.
      *
      * THE PARTNER'S TRAILER MUST AGREE WITH THE DETAIL RESULTS
      * IT SENT SINCE ITS HEADER.
      *
       2300-CHECK-TRAILER.
           ADD 1 TO WS-TRAILER-CNT.
           IF SACK-ACCEPT-CNT NOT NUMERIC
               OR SACK-REJECT-CNT NOT NUMERIC
               OR SACK-ACCEPT-CNT NOT = WS-ACK-ACCEPT-CNT
               OR SACK-REJECT-CNT NOT = WS-ACK-REJECT-CNT
               ADD 1 TO WS-MISMATCH-CNT
               MOVE WS-ACK-ACCEPT-CNT TO WS-CNT-SHOW
               MOVE WS-ACK-REJECT-CNT TO WS-CNT-SHOW-2
               MOVE SPACES TO PRT-RCD
               MOVE "COUNT MISMATCH"  TO PRT-CHECK
               MOVE SACK-SEQ-NO       TO PRT-SEQ
               STRING "TRAILER DISAGREES - DETAILS A "
                                      DELIMITED BY SIZE
                   WS-CNT-SHOW        DELIMITED BY SIZE
                   " R "              DELIMITED BY SIZE
                   WS-CNT-SHOW-2      DELIMITED BY SIZE
                   INTO PRT-TEXT
               END-STRING
               PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
      *
       2400-READ-SUB-HEADER.
           MOVE WS-ACK-SEQ-NO TO SUBC-SEQ-NO.
           MOVE SPACES        TO SUBC-CC.
           IF WS-ACK-SEQ-NO NOT NUMERIC OR WS-ACK-SEQ-NO = ZERO
               MOVE 'N' TO WS-SUBC-FOUND
           ELSE
               READ SUBMISSION-CONTROL
                   INVALID KEY
                       MOVE 'N' TO WS-SUBC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SUBC-FOUND
               END-READ
           END-IF.
       2400-EXIT.
           EXIT.
      *
       4000-WRITE-HEADERS.
           MOVE HEADER-1 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE HEADER-2 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE 4 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-SUB-HEADERS.
           MOVE HEADER-6 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE HEADER-7 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE 4 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       4100-EXIT.
           EXIT.
      *
       5000-READ-ACK.
           READ ACK-IN
               AT END MOVE 'Y' TO LAST-ACK-REC
           END-READ.
           IF LAST-ACK-REC NOT = 'Y'
               ADD 1 TO RCD-IN
           END-IF.
       5000-EXIT.
           EXIT.
      *
      * BROWSE ALL OF SUBCTL IN KEY ORDER - EACH SUBMISSION HEADER
      * COMES AHEAD OF ITS COUNTRY ROWS.
      *
       6000-LIST-UNRESOLVED.
           PERFORM 4100-WRITE-SUB-HEADERS THRU 4100-EXIT.
           MOVE 'N' TO SUBC-EOF.
           MOVE 'N' TO WS-LIST-SUB.
           MOVE 1      TO SUBC-SEQ-NO.
           MOVE SPACES TO SUBC-CC.
           START SUBMISSION-CONTROL KEY IS NOT LESS THAN SUBC-KEY
               INVALID KEY
                   MOVE 'Y' TO SUBC-EOF
           END-START.
           PERFORM 6100-LIST-ONE-SUBC THRU 6100-EXIT
               UNTIL SUBC-EOF = 'Y'.
           IF WS-OPEN-SUB-CNT = ZERO
               MOVE "(EVERY SUBMISSION ACCEPTED IN FULL)" TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRT-RCD
           END-IF.
       6000-EXIT.
           EXIT.
      *
       6100-LIST-ONE-SUBC.
           READ SUBMISSION-CONTROL NEXT RECORD
               AT END
                   MOVE 'Y' TO SUBC-EOF
           END-READ.
           IF SUBC-EOF NOT = 'Y'
               IF SUBC-CC = SPACES
                   MOVE 'N' TO WS-LIST-SUB
                   IF SUBC-SUPERSEDED-IND NOT = 'Y'
                       AND SUBC-STATUS NOT = 'A'
                       MOVE 'Y' TO WS-LIST-SUB
                       PERFORM 6200-PRINT-SUBMISSION THRU 6200-EXIT
                   END-IF
               ELSE
                   IF WS-LIST-SUB = 'Y'
                       AND SUBC-STATUS NOT = 'A'
                       PERFORM 6300-PRINT-OPEN-ROW THRU 6300-EXIT
                   END-IF
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.
      *
       6200-PRINT-SUBMISSION.
           ADD 1 TO WS-OPEN-SUB-CNT.
           IF LINE-CTR >= 54
               PERFORM 4100-WRITE-SUB-HEADERS THRU 4100-EXIT.
           MOVE SPACES TO PRT-RCD-SUB.
           MOVE SUBC-SEQ-NO          TO SUB-SEQ.
           MOVE SUBC-DATA-DATE(1:4)  TO WS-SD-YYYY.
           MOVE SUBC-DATA-DATE(5:2)  TO WS-SD-MM.
           MOVE SUBC-DATA-DATE(7:2)  TO WS-SD-DD.
           MOVE WS-SHOW-DATE         TO SUB-DATA-DATE.
           MOVE SUBC-CORR-NO         TO SUB-CORR.
           EVALUATE SUBC-STATUS
               WHEN 'S'
                   MOVE "AWAITING ACK"     TO SUB-STATUS
               WHEN 'P'
                   MOVE "ROWS REJECTED"    TO SUB-STATUS
               WHEN 'F'
                   MOVE "FILE REJECTED"    TO SUB-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN"          TO SUB-STATUS
           END-EVALUATE.
           MOVE SUBC-SENT-DATE(1:4)  TO WS-SD-YYYY.
           MOVE SUBC-SENT-DATE(5:2)  TO WS-SD-MM.
           MOVE SUBC-SENT-DATE(7:2)  TO WS-SD-DD.
           MOVE WS-SHOW-DATE         TO SUB-SENT.
           MOVE SUBC-RECORD-CNT      TO SUB-ROWS.
           MOVE SUBC-ACCEPT-CNT      TO SUB-ACCEPTED.
           MOVE SUBC-REJECT-CNT      TO SUB-REJECTED.
           COMPUTE WS-AWAITING = SUBC-RECORD-CNT
               - SUBC-ACCEPT-CNT - SUBC-REJECT-CNT.
           MOVE WS-AWAITING          TO SUB-AWAITING.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-CTR.
           IF SUBC-STATUS = 'F'
               MOVE SPACES TO PRT-RCD
               MOVE "WHOLE FILE"     TO PRT-COUNTRY
               MOVE "REJECTED"       TO PRT-STATUS
               MOVE SUBC-REASON      TO PRT-REASON
               MOVE SUBC-REASON-TEXT TO PRT-TEXT
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CTR
           END-IF.
           MOVE SPACES TO PRT-RCD.
       6200-EXIT.
           EXIT.
      *
       6300-PRINT-OPEN-ROW.
           ADD 1 TO WS-OPEN-ROW-CNT.
           IF LINE-CTR >= 56
               PERFORM 4100-WRITE-SUB-HEADERS THRU 4100-EXIT.
           MOVE SPACES TO PRT-RCD.
           MOVE SUBC-SEQ-NO      TO PRT-SEQ.
           MOVE SUBC-CC          TO PRT-CC.
           MOVE SUBC-COUNTRY     TO PRT-COUNTRY.
           IF SUBC-STATUS = 'R'
               MOVE "REJECTED"       TO PRT-STATUS
               MOVE SUBC-REASON      TO PRT-REASON
               MOVE SUBC-REASON-TEXT TO PRT-TEXT
           ELSE
               MOVE "NO ACK"         TO PRT-STATUS
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       6300-EXIT.
           EXIT.
      *
      * THE CALLER HAS FILLED THE EXCEPTION LINE.
      *
       7000-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT.
           IF LINE-CTR >= 56
               MOVE PRT-RCD TO WS-HOLD-LINE
               PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT
               MOVE WS-HOLD-LINE TO PRT-RCD
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       7000-EXIT.
           EXIT.
      *
       8000-WRITE-SUMMARY.
           MOVE SPACES TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE HEADER-10 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ACKNOWLEDGEMENT RECORDS READ" TO FTR-LABEL.
           MOVE RCD-IN                       TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "SUBMISSIONS ANSWERED"       TO FTR-LABEL.
           MOVE WS-HEADER-CNT                TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRY RESULTS READ"       TO FTR-LABEL.
           MOVE WS-DETAIL-CNT                TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ROWS ACCEPTED"              TO FTR-LABEL.
           MOVE WS-ACCEPT-CNT                TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ROWS REJECTED BY PARTNER"   TO FTR-LABEL.
           MOVE WS-REJECT-CNT                TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "WHOLE FILES REJECTED"       TO FTR-LABEL.
           MOVE WS-FILE-REJECT-CNT           TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "UNMATCHED OR INVALID RECORDS" TO FTR-LABEL.
           MOVE WS-UNMATCHED-CNT             TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "TRAILERS OUT OF BALANCE"    TO FTR-LABEL.
           MOVE WS-MISMATCH-CNT              TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "UNRESOLVED SUBMISSIONS"     TO FTR-LABEL.
           MOVE WS-OPEN-SUB-CNT              TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "UNRESOLVED COUNTRY ROWS"    TO FTR-LABEL.
           MOVE WS-OPEN-ROW-CNT              TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
       8000-EXIT.
           EXIT.
      *
       9000-SET-GRADE.
           IF WS-UNMATCHED-CNT > ZERO
               OR WS-MISMATCH-CNT > ZERO
               OR WS-FILE-REJECT-CNT > ZERO
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-OPEN-SUB-CNT > ZERO
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
      *
      * THE DETAIL COUNT CARRIES THE UNRESOLVED SUBMISSIONS SO
      * COVBULL CAN SHOW THEM WITHOUT READING SUBCTL.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVSACK"            TO RLOG-PROGRAM.
           MOVE WS-RUN-START-DATE    TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           MOVE RCD-IN               TO RLOG-RCD-IN.
           MOVE WS-DETAIL-CNT        TO RLOG-DATA-ROWS.
           MOVE WS-OPEN-SUB-CNT      TO RLOG-DETAIL-CNT.
           MOVE WS-REJECT-CNT        TO RLOG-REJECT-CNT.
           MOVE WS-OPEN-ROW-CNT      TO WS-CNT-SHOW.
           STRING "UNRESOLVED ROWS " DELIMITED BY SIZE
               WS-CNT-SHOW           DELIMITED BY SIZE
               INTO RLOG-CRITERIA
           END-STRING.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE WS-FINAL-RC          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
