       AUTHOR.          ALTON GOODMAN.
      *
      * ONE-PAGE DAILY EXECUTIVE BULLETIN.
      * RUNS AT THE END OF THE MORNING SUITE, AHEAD ONLY OF THE
      * COVBAL BALANCING STEP, AND PRODUCES ON
      * A SINGLE 80-COLUMN PAGE WHAT USED TO BE PASTED TOGETHER BY
      * HAND: THE WORLD GRAND TOTALS FROM THE CANONICAL DAILY FILE
      * (DDNAME CANIN), THE TOP FIVE MOVERS BY NEW DEATHS, THE
      * THAN THE ALERT RC=4, OR THE CANONICAL FILE IS MISSING OR
      * EMPTY, THE FIGURES ARE WITHHELD AND THE PAGE SAYS SO
      * RATHER THAN PRINTING STALE NUMBERS.
      * THE RUN-CONTROL SECTION ALSO SHOWS WHETHER TODAY'S PARTNER
      * SUBMISSION WENT OUT (COVSUBM) AND HOW MANY SUBMISSIONS THE
      * PARTNER'S ACKNOWLEDGEMENTS LEAVE UNRESOLVED (COVSACK), AND
      * TODAY'S DISTRIBUTION RELEASE DECISION FROM THE RELEASE LOG
      * COVRLSE KEEPS (DDNAME RELLOG) - WHEN THE DAY WENT OUT ON AN
      * OPERATOR OVERRIDE THE PAGE SAYS "RELEASED UNDER OVERRIDE"
      * WITH THE REASON, THE OPERATOR AND THE EXPLANATION.
      * THE VACCINATION TARGETS SECTION LISTS THE COUNTRIES COVVACC
      * FOUND BEHIND THEIR FULL-VACCINATION TARGET (DDNAME VACBHND),
      * OR SAYS COVVACC HAS NOT RUN CLEANLY TODAY.
      * WHEN THE FIGURES PRINT, THE WORLD TOTALS ARE ALSO APPENDED
      * TO THE SHARED CONTROL-TOTALS FILE (DDNAME CTLTOT) FOR COVBAL
      * TO BALANCE AGAINST THE CANONICAL FILE.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AG  NEW PROGRAM.
      *   2026-10-15  AG  ADD PARTNER SUBMISSION AND ACKNOWLEDGEMENT
      *     LINES TO THE RUN-CONTROL SECTION.
      *   2026-10-15  AG  ADD THE RELEASE DECISION, AND ANY OVERRIDE
      *     REASON, TO THE RUN-CONTROL SECTION.
      *   2026-10-15  AG  ADD THE VACCINATION TARGETS SECTION FROM
      *     COVVACC'S BEHIND-SCHEDULE FILE.
      *   2026-10-15  AG  APPEND THE PRINTED WORLD TOTALS TO THE
      *     SHARED CTLTOT FILE (CVDCTOT) FOR COVBAL TO BALANCE
      *     AGAINST THE CANONICAL FILE.
      *
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RELEASE-LOG ASSIGN TO RELLOG
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BEHIND-IN ASSIGN TO VACBHND
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTL-TOTALS ASSIGN TO CTLTOT
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
           05  ALIN-DAYS                        PIC X(05).
      *
      * SHARED RUN-CONTROL LOG APPENDED BY COVID19, COVRANK,
      * COVLOOK, COVAUDIT, COVSUBM, COVSACK AND COVVACC.
      *
       FD  RUN-LOG RECORDING MODE IS F.
       COPY CVDRLOG.
      *
      * PERMANENT RELEASE LOG APPENDED BY COVRLSE.
      *
       FD  RELEASE-LOG RECORDING MODE IS F.
       COPY CVDRELL.
      *
      * COUNTRIES BEHIND THEIR VACCINATION TARGET, WRITTEN BY
      * COVVACC.
      *
       FD  BEHIND-IN RECORDING MODE IS F.
       COPY CVDBHND.
      *
      * SHARED WORLD CONTROL-TOTALS FILE, APPENDED WHEN THE WORLD
      * TOTALS PRINT.
      *
       FD  CTL-TOTALS RECORDING MODE IS F.
       COPY CVDCTOT.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
           05  WS-RS-RNK-REJECTS                PIC 9(07) VALUE ZERO.
           05  WS-RS-AUD-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-RS-AUD-RC                     PIC 9(04) VALUE ZERO.
           05  WS-RS-SUB-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-RS-SUB-RC                     PIC 9(04) VALUE ZERO.
           05  WS-RS-SUB-CRITERIA               PIC X(50)
               VALUE SPACES.
           05  WS-RS-ACK-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-RS-ACK-RC                     PIC 9(04) VALUE ZERO.
           05  WS-RS-ACK-OPEN                   PIC 9(07) VALUE ZERO.
           05  WS-RS-VAC-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-RS-VAC-RC                     PIC 9(04) VALUE ZERO.
      *
      * TODAY'S LATEST RELEASE DECISION FROM THE RELEASE LOG.
      *
       01  WS-RELEASE-STATE.
           05  WS-RL-FOUND                      PIC X(01) VALUE 'N'.
           05  WS-RL-DECISION                   PIC X(01) VALUE SPACE.
           05  WS-RL-FAIL-REASON                PIC X(40)
               VALUE SPACES.
           05  WS-RL-OPERATOR-ID                PIC X(08)
               VALUE SPACES.
           05  WS-RL-REASON-CODE                PIC X(04)
               VALUE SPACES.
           05  WS-RL-REASON-DESC                PIC X(40)
               VALUE SPACES.
           05  WS-RL-TEXT                       PIC X(50)
               VALUE SPACES.
       01  WS-GRADE-SHOW                        PIC X(08)
           VALUE SPACES.
      *
           05  LAST-CANON-REC                   PIC X(01) VALUE 'N'.
           05  LAST-ALERT-REC                   PIC X(01) VALUE 'N'.
           05  LAST-LOG-REC                     PIC X(01) VALUE 'N'.
           05  LAST-RELL-REC                    PIC X(01) VALUE 'N'.
           05  LAST-BHND-REC                    PIC X(01) VALUE 'N'.
           05  WS-FIGURES-OK                    PIC X(01) VALUE 'N'.
           05  WS-C19-CLEAN                     PIC X(01) VALUE 'N'.
      *
               VALUE ZERO.
           05  WS-ALERT-MORE-CNT                PIC 9(05) COMP
               VALUE ZERO.
           05  WS-BHND-SHOWN-CNT                PIC 9(05) COMP
               VALUE ZERO.
           05  WS-BHND-MORE-CNT                 PIC 9(05) COMP
               VALUE ZERO.
      *
       01  WS-CANON-REC-LEN                     PIC 9(07) COMP
           VALUE ZERO.
       01  WS-RC-SHOW                           PIC ZZZ9.
       01  WS-REJ-SHOW                          PIC ZZZZZZ9.
       01  WS-MORE-SHOW                         PIC ZZZZ9.
       01  WS-PCT-SHOW                          PIC ZZ9.99.
       01  WS-TGT-SHOW                          PIC ZZ9.
       01  WS-BHND-DATE-1                       PIC X(10).
       01  WS-BHND-REASON-TEXT                  PIC X(15).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAINLINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 2000-LOAD-RUN-LOG THRU 2000-EXIT.
           PERFORM 2100-LOAD-RELEASE-LOG THRU 2100-EXIT.
           PERFORM 2500-LOAD-CANON THRU 2500-EXIT.
      *
      * FIGURES PRINT ONLY WHEN COVID19 LOGGED A RUN TODAY, ENDED
               PERFORM 3600-PRINT-NO-FIGURES THRU 3600-EXIT
           END-IF.
           PERFORM 5000-PRINT-ALERTS THRU 5000-EXIT.
           PERFORM 5500-PRINT-VACC-TARGETS THRU 5500-EXIT.
           PERFORM 6000-PRINT-RUN-CONTROL THRU 6000-EXIT.
           CLOSE PRINT-LINE.
           IF WS-FIGURES-OK = 'Y'
               PERFORM 9200-WRITE-CONTROL-TOTALS THRU 9200-EXIT
           END-IF.
           GOBACK.
      *
      * KEEP THE LATEST OF TODAY'S RUN RECORDS FOR EACH EXPECTED
                       WHEN "COVAUDIT"
                           MOVE 'Y' TO WS-RS-AUD-FOUND
                           MOVE RLOG-RETURN-CODE TO WS-RS-AUD-RC
                       WHEN "COVSUBM "
                           MOVE 'Y' TO WS-RS-SUB-FOUND
                           MOVE RLOG-RETURN-CODE TO WS-RS-SUB-RC
                           MOVE RLOG-CRITERIA
                               TO WS-RS-SUB-CRITERIA
                       WHEN "COVSACK "
                           MOVE 'Y' TO WS-RS-ACK-FOUND
                           MOVE RLOG-RETURN-CODE TO WS-RS-ACK-RC
                           MOVE RLOG-DETAIL-CNT TO WS-RS-ACK-OPEN
                       WHEN "COVVACC "
                           MOVE 'Y' TO WS-RS-VAC-FOUND
                           MOVE RLOG-RETURN-CODE TO WS-RS-VAC-RC
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       2010-EXIT.
           EXIT.
      *
      * THE LATEST OF TODAY'S RELEASE DECISIONS WINS - A DAY HELD
      * AND THEN RELEASED ON AN OVERRIDE CARD LOGS TWICE.
      *
       2100-LOAD-RELEASE-LOG.
           MOVE 'N' TO LAST-RELL-REC.
           OPEN INPUT RELEASE-LOG.
           PERFORM 2110-READ-ONE-RELL THRU 2110-EXIT
               UNTIL LAST-RELL-REC = 'Y'.
           CLOSE RELEASE-LOG.
       2100-EXIT.
           EXIT.
      *
       2110-READ-ONE-RELL.
           READ RELEASE-LOG
               AT END MOVE 'Y' TO LAST-RELL-REC
           END-READ.
           IF LAST-RELL-REC NOT = 'Y'
               IF RELL-RUN-DATE = WS-TODAY-DATE
                   MOVE 'Y'                TO WS-RL-FOUND
                   MOVE RELL-DECISION      TO WS-RL-DECISION
                   MOVE RELL-FAIL-REASON   TO WS-RL-FAIL-REASON
                   MOVE RELL-OPERATOR-ID   TO WS-RL-OPERATOR-ID
                   MOVE RELL-REASON-CODE   TO WS-RL-REASON-CODE
                   MOVE RELL-OVERRIDE-NOTE TO WS-RL-REASON-DESC
                   MOVE RELL-OVERRIDE-TEXT TO WS-RL-TEXT
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.
      *
      * ROLL THE CANONICAL COUNTRY RECORDS INTO THE WORLD TOTALS
      * AND THE TOP-FIVE TABLE.  PROVINCE RECORDS ARE SKIPPED -
      * THEIR FIGURES ARE IN THE ROLLED-UP COUNTRY RECORDS.
           END-IF.
       5010-EXIT.
           EXIT.
      *
      * COUNTRIES BEHIND THEIR VACCINATION TARGET, CAPPED LIKE THE
      * ALERTS.  COVVACC EMPTIES ITS FILE WHEN IT STOPS, BUT A DAY
      * IT DID NOT RUN WOULD LEAVE YESTERDAY'S LIST, SO WITHOUT A
      * CLEAN COVVACC RUN TODAY THE SECTION SAYS SO INSTEAD.  A
      * REJECTED TARGET CARD (RC 4) STILL LEAVES A GOOD LIST.
      *
       5500-PRINT-VACC-TARGETS.
           MOVE "VACCINATION TARGETS" TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           IF WS-RS-VAC-FOUND NOT = 'Y'
               OR WS-RS-VAC-RC > 4
               MOVE SPACES TO WS-BULL-LINE
               STRING "  TARGET PROGRESS UNAVAILABLE - "
                                                DELIMITED BY SIZE
                   "COVVACC DID NOT RUN CLEANLY" DELIMITED BY SIZE
                   INTO WS-BULL-LINE
               END-STRING
               MOVE WS-BULL-LINE TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 5600-LIST-BEHIND-FILE THRU 5600-EXIT
           END-IF.
       5500-EXIT.
           EXIT.
      *
       5600-LIST-BEHIND-FILE.
           MOVE 'N' TO LAST-BHND-REC.
           OPEN INPUT BEHIND-IN.
           PERFORM 5610-READ-ONE-BEHIND THRU 5610-EXIT
               UNTIL LAST-BHND-REC = 'Y'.
           CLOSE BEHIND-IN.
           IF WS-BHND-SHOWN-CNT = ZERO
               MOVE "  (NO COUNTRY BEHIND ITS VACCINATION TARGET)"
                   TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-BHND-MORE-CNT > ZERO
               MOVE WS-BHND-MORE-CNT TO WS-MORE-SHOW
               MOVE SPACES TO WS-BULL-LINE
               STRING "  ... AND "  DELIMITED BY SIZE
                   WS-MORE-SHOW     DELIMITED BY SIZE
                   " MORE ON THE BEHIND-SCHEDULE FILE"
                                    DELIMITED BY SIZE
                   INTO WS-BULL-LINE
               END-STRING
               MOVE WS-BULL-LINE TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           END-IF.
       5600-EXIT.
           EXIT.
      *
      * ONE LINE PER COUNTRY - WHERE IT STANDS, ITS TARGET AND
      * EITHER THE DATE IT WILL GET THERE OR WHY IT WILL NOT.
      *
       5610-READ-ONE-BEHIND.
           READ BEHIND-IN
               AT END MOVE 'Y' TO LAST-BHND-REC
           END-READ.
           IF LAST-BHND-REC NOT = 'Y'
               IF WS-BHND-SHOWN-CNT < 5
                   ADD 1 TO WS-BHND-SHOWN-CNT
                   MOVE BHND-PCT-FULLY  TO WS-PCT-SHOW
                   MOVE BHND-TARGET-PCT TO WS-TGT-SHOW
                   MOVE SPACES TO WS-BHND-DATE-1
                   STRING BHND-TARGET-DATE(1:4) "-"
                       BHND-TARGET-DATE(5:2) "-"
                       BHND-TARGET-DATE(7:2)
                       DELIMITED BY SIZE INTO WS-BHND-DATE-1
                   END-STRING
                   MOVE SPACES TO WS-BHND-REASON-TEXT
                   EVALUATE TRUE
                       WHEN BHND-REASON = 'S'
                           MOVE "STALLED" TO WS-BHND-REASON-TEXT
                       WHEN BHND-REASON = 'Z'
                           MOVE "NO PROGRESS" TO WS-BHND-REASON-TEXT
                       WHEN BHND-PROJ-DATE = SPACES
                           MOVE "PROJ OVER 100YR"
                               TO WS-BHND-REASON-TEXT
                       WHEN OTHER
                           STRING "PROJ " BHND-PROJ-DATE(1:4) "-"
                               BHND-PROJ-DATE(5:2) "-"
                               BHND-PROJ-DATE(7:2)
                               DELIMITED BY SIZE
                               INTO WS-BHND-REASON-TEXT
                           END-STRING
                   END-EVALUATE
                   MOVE SPACES TO WS-BULL-LINE
                   STRING "  "          DELIMITED BY SIZE
                       BHND-CC          DELIMITED BY SIZE
                       " "              DELIMITED BY SIZE
                       BHND-COUNTRY     DELIMITED BY SIZE
                       " AT "           DELIMITED BY SIZE
                       WS-PCT-SHOW      DELIMITED BY SIZE
                       "% TGT "         DELIMITED BY SIZE
                       WS-TGT-SHOW      DELIMITED BY SIZE
                       "% BY "          DELIMITED BY SIZE
                       WS-BHND-DATE-1   DELIMITED BY SIZE
                       " "              DELIMITED BY SIZE
                       WS-BHND-REASON-TEXT DELIMITED BY SIZE
                       INTO WS-BULL-LINE
                   END-STRING
                   MOVE WS-BULL-LINE TO PRT-RCD
                   WRITE PRT-RCD
                       AFTER ADVANCING 1 LINE
               ELSE
                   ADD 1 TO WS-BHND-MORE-CNT
               END-IF
           END-IF.
       5610-EXIT.
           EXIT.
      *
       6000-PRINT-RUN-CONTROL.
           MOVE "RUN CONTROL" TO PRT-RCD.
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
      *
      * THE SUBMISSION'S LOG CRITERIA CARRY ITS SEQUENCE,
      * CORRECTION NUMBER AND DATA DATE, OR "NOT SENT" WHEN THE
      * RUN STOPPED.  THE ACKNOWLEDGEMENT'S DETAIL COUNT IS THE
      * NUMBER OF SUBMISSIONS STILL UNRESOLVED.
      *
           IF WS-RS-SUB-FOUND = 'Y'
               MOVE WS-RS-SUB-RC TO WS-RC-SHOW
               MOVE SPACES TO WS-BULL-LINE
               STRING "  COVSUBM  RC " DELIMITED BY SIZE
                   WS-RC-SHOW          DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   WS-RS-SUB-CRITERIA  DELIMITED BY SIZE
                   INTO WS-BULL-LINE
               END-STRING
               MOVE WS-BULL-LINE TO PRT-RCD
           ELSE
               MOVE "  COVSUBM  *** PARTNER SUBMISSION NOT SENT TODAY"
                   TO PRT-RCD
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           IF WS-RS-ACK-FOUND = 'Y'
               MOVE WS-RS-ACK-RC   TO WS-RC-SHOW
               MOVE WS-RS-ACK-OPEN TO WS-REJ-SHOW
               MOVE SPACES TO WS-BULL-LINE
               STRING "  COVSACK  RC " DELIMITED BY SIZE
                   WS-RC-SHOW          DELIMITED BY SIZE
                   "  UNRESOLVED SUBMISSIONS " DELIMITED BY SIZE
                   WS-REJ-SHOW         DELIMITED BY SIZE
                   INTO WS-BULL-LINE
               END-STRING
               MOVE WS-BULL-LINE TO PRT-RCD
           ELSE
               MOVE "  COVSACK  *** NO ACKNOWLEDGEMENT PROCESSED TODAY"
                   TO PRT-RCD
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           PERFORM 6100-PRINT-RELEASE THRU 6100-EXIT.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
       6000-EXIT.
           EXIT.
      *
      * THE DAY'S RELEASE DECISION.  AN OVERRIDE TAKES TWO MORE
      * LINES - THE REASON AND WHO GAVE IT, THEN THE OPERATOR'S
      * OWN EXPLANATION.
      *
       6100-PRINT-RELEASE.
           MOVE SPACES TO WS-BULL-LINE.
           IF WS-RL-FOUND NOT = 'Y'
               MOVE "  RELEASE  *** NO RELEASE DECISION TODAY"
                   TO WS-BULL-LINE
           ELSE
               EVALUATE WS-RL-DECISION
                   WHEN 'A'
                       MOVE "  RELEASE  RELEASED - WITHIN POLICY"
                           TO WS-BULL-LINE
                   WHEN 'O'
                       MOVE "  RELEASE  *** RELEASED UNDER OVERRIDE ***"
                           TO WS-BULL-LINE
                   WHEN OTHER
                       STRING "  RELEASE  *** HELD - "
                                               DELIMITED BY SIZE
                           WS-RL-FAIL-REASON   DELIMITED BY SIZE
                           INTO WS-BULL-LINE
                       END-STRING
               END-EVALUATE
           END-IF.
           MOVE WS-BULL-LINE TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           IF WS-RL-FOUND = 'Y' AND WS-RL-DECISION = 'O'
               MOVE SPACES TO WS-BULL-LINE
               STRING "             REASON " DELIMITED BY SIZE
                   WS-RL-REASON-CODE   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WS-RL-REASON-DESC   DELIMITED BY "  "
                   " - BY "            DELIMITED BY SIZE
                   WS-RL-OPERATOR-ID   DELIMITED BY SIZE
                   INTO WS-BULL-LINE
               END-STRING
               MOVE WS-BULL-LINE TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-BULL-LINE
               STRING "             " DELIMITED BY SIZE
                   WS-RL-TEXT          DELIMITED BY SIZE
                   INTO WS-BULL-LINE
               END-STRING
               MOVE WS-BULL-LINE TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           END-IF.
       6100-EXIT.
           EXIT.
      *
      * APPEND THE WORLD TOTALS THE PAGE PRINTED TO THE SHARED
      * CONTROL-TOTALS FILE FOR THE END-OF-SUITE BALANCING STEP.
      *
       9200-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTL-TOTALS.
           MOVE SPACES TO CTOT-REC.
           MOVE "COVBULL"            TO CTOT-PROGRAM.
           MOVE WS-TODAY-DATE        TO CTOT-RUN-DATE.
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
