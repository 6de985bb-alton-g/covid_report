      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVRLSE.
       AUTHOR.          ALTON GOODMAN.
      *
      * DISTRIBUTION RELEASE CONTROL.
      * RUNS AFTER THE MORNING CHECKS AND BEFORE DISTRIBUTION, AND
      * DECIDES FROM TODAY'S RECORDS ON THE SHARED RUN-CONTROL LOG
      * (DDNAME RUNLOG) WHETHER THE DAY'S COVID19 REPORT MAY GO
      * OUT.  THE DAY IS RELEASABLE WHEN -
      *   COVID19 RAN TODAY, ENDED NO WORSE THAN THE ALERT RC=4,
      *   AND ITS LATEST RUN IS NOT A REPLAY;
      *   COVAUDIT AND COVXCHK BOTH RAN AND GRADED NO WORSE THAN
      *   THE POLICY LIMITS ON THE SYSIN CARD;
      *   THE REJECT ROWS STILL OUT OF THE DAY'S FIGURES - AS LEFT
      *   BY COVFIX, OR COVID19'S OWN REJECT COUNT WHEN COVFIX DID
      *   NOT RUN - ARE NO MORE THAN THE POLICY LIMIT.
      * WHERE THE DAY IS HELD, AN OPERATOR MAY FORCE IT OUT WITH A
      * RELEASE-OVERRIDE CARD (DDNAME OVRDIN) DATED TODAY AND
      * CARRYING THE OPERATOR ID, ONE OF THE REASON CODES BELOW
      * AND A FREE-TEXT EXPLANATION.  AN OVERRIDE CANNOT RELEASE A
      * DAY WHOSE COVID19 RUN IS MISSING OR ENDED BADLY - THERE IS
      * NO REPORT FIT TO DISTRIBUTE.  EVERY DECISION, AUTOMATIC OR
      * OVERRIDDEN, IS PRINTED AND APPENDED TO THE PERMANENT
      * RELEASE LOG (DDNAME RELLOG, CVDRELL LAYOUT), WHICH COVBULL
      * READS FOR ITS RELEASE LINE.
      * THE DECISION TRAVELS IN THE RETURN CODE FOR THE SCHEDULER:
      *   RC=0  RELEASED - EVERY CHECK WITHIN POLICY
      *   RC=4  RELEASED UNDER OPERATOR OVERRIDE
      *   RC=8  HELD
      * WITH AN 'M' IN COL 1 OF THE SYSIN CARD THE PROGRAM INSTEAD
      * PRINTS THE MONTHLY OVERRIDE REPORT FROM THE RELEASE LOG -
      * EVERY DAY RELEASED DESPITE A FAILING GRADE, WHO RELEASED
      * IT AND WHY - AND ENDS RC=0.
      *
      * SYSIN CARD LAYOUT:
      *   COL 1      MODE - 'M' MONTHLY OVERRIDE REPORT, ELSE THE
      *              DAILY RELEASE DECISION
      *   DAILY -
      *   COL 3-4    HIGHEST COVAUDIT RC RELEASED (DEFAULT 04)
      *   COL 6-7    HIGHEST COVXCHK RC RELEASED (DEFAULT 04)
      *   COL 9-15   MOST REJECT ROWS OUTSTANDING (DEFAULT 25)
      *   MONTHLY -
      *   COL 3-8    REPORT MONTH YYYYMM (DEFAULT THIS MONTH)
      *
      * RELEASE-OVERRIDE CARD LAYOUT (OVRDIN):
      *   COL 1-8    DATE THE CARD APPLIES TO, YYYYMMDD - TODAY
      *   COL 10-17  OPERATOR ID
      *   COL 19-22  REASON CODE -
      *              SRCV  FIGURES VERIFIED AT SOURCE
      *              VRST  VENDOR RESTATEMENT PENDING
      *              XFED  SECOND FEED AT FAULT
      *              RJOK  OUTSTANDING REJECTS ACCEPTED
      *              RPLY  REPLAYED FIGURES CONFIRMED
      *              MGMT  MANAGEMENT DIRECTION
      *   COL 24-73  FREE-TEXT EXPLANATION
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
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO SYSIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-CARD ASSIGN TO OVRDIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RELEASE-LOG ASSIGN TO RELLOG
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
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
           05  PRT-CHECK                        PIC X(24).
           05  FILLER                           PIC X(02).
           05  PRT-ACTUAL                       PIC X(16).
           05  FILLER                           PIC X(02).
           05  PRT-LIMIT                        PIC X(16).
           05  FILLER                           PIC X(02).
           05  PRT-RESULT                       PIC X(10).
           05  FILLER                           PIC X(02).
           05  PRT-NOTE                         PIC X(50).
           05  FILLER                           PIC X(08).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR ONE OVERRIDDEN DAY ON
      * THE MONTHLY OVERRIDE REPORT.
      *
       01  PRT-RCD-OVR REDEFINES PRT-RCD.
           05  OVR-DATE                         PIC X(10).
           05  FILLER                           PIC X(02).
           05  OVR-TIME                         PIC X(08).
           05  FILLER                           PIC X(02).
           05  OVR-OPERATOR                     PIC X(08).
           05  FILLER                           PIC X(02).
           05  OVR-REASON                       PIC X(04).
           05  FILLER                           PIC X(02).
           05  OVR-AUDIT-RC                     PIC X(04).
           05  FILLER                           PIC X(02).
           05  OVR-XCHK-RC                      PIC X(04).
           05  FILLER                           PIC X(02).
           05  OVR-REJECTS                      PIC ZZZZZZ9.
           05  FILLER                           PIC X(02).
           05  OVR-FAIL-CNT                     PIC Z9.
           05  FILLER                           PIC X(02).
           05  OVR-FAIL-REASON                  PIC X(40).
           05  FILLER                           PIC X(29).
      *
      * SECOND LINE OF AN OVERRIDDEN DAY - THE REASON AND THE
      * OPERATOR'S OWN EXPLANATION.
      *
       01  PRT-RCD-OVR-TEXT REDEFINES PRT-RCD.
           05  FILLER                           PIC X(12).
           05  OVR-REASON-DESC                  PIC X(36).
           05  FILLER                           PIC X(02).
           05  OVR-TEXT                         PIC X(50).
           05  FILLER                           PIC X(32).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE MONTHLY SUMMARY.
      *
       01  PRT-RCD-FOOTER REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  FTR-LABEL                        PIC X(35).
           05  FILLER                           PIC X(02).
           05  FTR-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(81).
      *
      * SYSIN CONTROL CARD - THE MODE, THEN THE DAILY POLICY
      * LIMITS OR THE REPORT MONTH.
      *
       FD  CONTROL-CARD RECORDING MODE IS F.
       01  CONTROL-CARD-REC.
           05  CC-MODE                          PIC X(01).
           05  FILLER                           PIC X(01).
           05  CC-MAX-AUDIT-RC                  PIC X(02).
           05  FILLER                           PIC X(01).
           05  CC-MAX-XCHK-RC                   PIC X(02).
           05  FILLER                           PIC X(01).
           05  CC-MAX-REJECTS                   PIC X(07).
           05  FILLER                           PIC X(65).
       01  CONTROL-CARD-MONTHLY REDEFINES CONTROL-CARD-REC.
           05  FILLER                           PIC X(02).
           05  CC-REPORT-MONTH                  PIC X(06).
           05  FILLER                           PIC X(72).
      *
       FD  OVERRIDE-CARD RECORDING MODE IS F.
       01  OVRD-REC.
           05  OVRD-DATE                        PIC X(08).
           05  FILLER                           PIC X(01).
           05  OVRD-OPERATOR-ID                 PIC X(08).
           05  FILLER                           PIC X(01).
           05  OVRD-REASON-CODE                 PIC X(04).
           05  FILLER                           PIC X(01).
           05  OVRD-TEXT                        PIC X(50).
           05  FILLER                           PIC X(07).
      *
      * PERMANENT RELEASE LOG - APPENDED BY THE DAILY RUN, READ BY
      * THE MONTHLY REPORT.
      *
       FD  RELEASE-LOG RECORDING MODE IS F.
       COPY CVDRELL.
      *
      * SHARED RUN-CONTROL LOG - READ FOR TODAY'S GRADES, THEN
      * APPENDED WITH THIS RUN'S OWN RECORD.
      *
       FD  RUN-LOG RECORDING MODE IS F.
       COPY CVDRLOG.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  HEADER-1.
           05  FILLER                           PIC X(33)
               VALUE "DISTRIBUTION RELEASE CONTROL - ".
           05  HDR-1-DATE                       PIC X(10).
           05  FILLER                           PIC X(17)
               VALUE SPACES.
       01  HEADER-2.
           05  FILLER                           PIC X(05)
                VALUE "CHECK".
           05  FILLER                           PIC X(21)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "ACTUAL".
           05  FILLER                           PIC X(12)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "POLICY".
           05  FILLER                           PIC X(12)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "RESULT".
           05  FILLER                           PIC X(06)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "NOTE".
       01  HEADER-5                             PIC X(132)
           VALUE ALL "=".
       01  HEADER-6.
           05  FILLER                           PIC X(33)
               VALUE "RELEASE OVERRIDE REPORT - MONTH ".
           05  HDR-6-MONTH                      PIC X(07).
           05  FILLER                           PIC X(20)
               VALUE SPACES.
       01  HEADER-7.
           05  FILLER                           PIC X(04)
                VALUE "DATE".
           05  FILLER                           PIC X(08)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "TIME".
           05  FILLER                           PIC X(06)
                VALUE SPACE.
           05  FILLER                           PIC X(08)
                VALUE "OPERATOR".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "CODE".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "AUD".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "XCHK".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(07)
                VALUE "REJECTS".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(02)
                VALUE "NF".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(13)
                VALUE "FIRST FAILURE".
       01  HEADER-10                            PIC X(60)
           VALUE "RELEASE OVERRIDE REPORT - MONTH SUMMARY".
      *
      * OVERRIDE REASON CODES AND THEIR PRINTED DESCRIPTIONS.
      *
       01  WS-REASON-DATA.
           05  FILLER                           PIC X(40)
               VALUE "SRCVFIGURES VERIFIED AT SOURCE".
           05  FILLER                           PIC X(40)
               VALUE "VRSTVENDOR RESTATEMENT PENDING".
           05  FILLER                           PIC X(40)
               VALUE "XFEDSECOND FEED AT FAULT".
           05  FILLER                           PIC X(40)
               VALUE "RJOKOUTSTANDING REJECTS ACCEPTED".
           05  FILLER                           PIC X(40)
               VALUE "RPLYREPLAYED FIGURES CONFIRMED".
           05  FILLER                           PIC X(40)
               VALUE "MGMTMANAGEMENT DIRECTION".
       01  WS-REASON-TABLE REDEFINES WS-REASON-DATA.
           05  WS-REASON-ENTRY OCCURS 6 TIMES
                            INDEXED BY WS-RSN-IDX.
               10  WS-REASON-CODE               PIC X(04).
               10  WS-REASON-DESC               PIC X(36).
       01  WS-REASON-FOUND                      PIC X(01) VALUE 'N'.
       01  WS-REASON-SHOW                       PIC X(36).
      *
      * TODAY'S RUN-CONTROL STATE - THE LATEST OF TODAY'S RECORDS
      * FOR EACH PROGRAM WINS, THE SAME WAY COVBULL READS THEM.
      *
       01  WS-RUN-STATE.
           05  WS-RS-C19-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-RS-C19-RC                     PIC 9(04) VALUE ZERO.
           05  WS-RS-C19-RESTART                PIC X(01) VALUE SPACE.
           05  WS-RS-C19-REJECTS                PIC 9(07) VALUE ZERO.
           05  WS-RS-C19-REPLAYED               PIC X(01) VALUE 'N'.
           05  WS-RS-AUD-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-RS-AUD-RC                     PIC 9(04) VALUE ZERO.
           05  WS-RS-XCK-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-RS-XCK-RC                     PIC 9(04) VALUE ZERO.
           05  WS-RS-FIX-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-RS-FIX-REJECTS                PIC 9(07) VALUE ZERO.
      *
      * POLICY LIMITS FROM THE SYSIN CARD.
      *
       01  WS-POLICY.
           05  WS-MAX-AUDIT-RC                  PIC 9(02) VALUE 4.
           05  WS-MAX-XCHK-RC                   PIC 9(02) VALUE 4.
           05  WS-MAX-REJECTS                   PIC 9(07) VALUE 25.
       01  WS-REPORT-MONTH                      PIC X(06).
       01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YYYY                       PIC 9(04).
           05  WS-RM-MM                         PIC 9(02).
      *
      * THE DECISION BEING BUILT - IT BECOMES THE RELEASE LOG
      * RECORD.
      *
       01  WS-DECISION.
           05  WS-DEC-CODE                      PIC X(01) VALUE 'H'.
           05  WS-DEC-C19-STATUS                PIC X(01) VALUE 'N'.
           05  WS-DEC-OPEN-REJECTS              PIC 9(07) VALUE ZERO.
           05  WS-DEC-FAIL-CNT                  PIC 9(02) VALUE ZERO.
           05  WS-DEC-FAIL-REASON               PIC X(40)
               VALUE SPACES.
           05  WS-DEC-HARD-FAIL                 PIC X(01) VALUE 'N'.
           05  WS-DEC-OVR-IND                   PIC X(01) VALUE SPACE.
           05  WS-DEC-OVR-NOTE                  PIC X(40)
               VALUE SPACES.
       01  WS-FAIL-TEXT                         PIC X(40).
      *
       01  WS-SHOW-DATE.
           05  WS-SD-YYYY                       PIC X(04).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-SD-MM                         PIC X(02).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-SD-DD                         PIC X(02).
       01  WS-SHOW-MONTH.
           05  WS-SM-YYYY                       PIC X(04).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-SM-MM                         PIC X(02).
       01  WS-SHOW-TIME.
           05  WS-ST-HH                         PIC X(02).
           05  FILLER                           PIC X(01)
               VALUE ":".
           05  WS-ST-MM                         PIC X(02).
           05  FILLER                           PIC X(01)
               VALUE ":".
           05  WS-ST-SS                         PIC X(02).
       01  WS-RC-SHOW                           PIC ZZZ9.
       01  WS-RC-SHOW-X REDEFINES WS-RC-SHOW    PIC X(04).
       01  WS-RC-NUM                            PIC 9(02).
       01  WS-FAIL-SHOW                         PIC Z9.
       01  WS-CNT-SHOW                          PIC ZZZZZZ9.
       01  WS-TEXT-SHOW                         PIC X(16).
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-START-DATE                PIC X(08).
           05  WS-RUN-START-TIME                PIC X(08).
       01  WS-FINAL-RC                          PIC 9(04) COMP
           VALUE ZERO.
      *
       01  FLAGS.
           05  LAST-LOG-REC                     PIC X(01) VALUE 'N'.
           05  LAST-RELL-REC                    PIC X(01) VALUE 'N'.
           05  WS-MONTHLY-MODE                  PIC X(01) VALUE 'N'.
           05  WS-OVR-PRESENT                   PIC X(01) VALUE 'N'.
           05  WS-OVR-VALID                     PIC X(01) VALUE 'N'.
      *
       01  COUNTERS.
           05  LINE-CTR                         PIC S9(03) COMP
               VALUE ZERO.
           05  RCD-IN                           PIC S9(07) COMP
               VALUE ZERO.
           05  WS-TODAY-CNT                     PIC 9(07) COMP
               VALUE ZERO.
           05  WS-MONTH-CNT                     PIC 9(07) COMP
               VALUE ZERO.
           05  WS-AUTO-CNT                      PIC 9(07) COMP
               VALUE ZERO.
           05  WS-OVERRIDE-CNT                  PIC 9(07) COMP
               VALUE ZERO.
           05  WS-HELD-CNT                      PIC 9(07) COMP
               VALUE ZERO.
           05  WS-REFUSED-CNT                   PIC 9(07) COMP
               VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           OPEN OUTPUT PRINT-LINE.
           IF WS-MONTHLY-MODE = 'Y'
               PERFORM 7000-OVERRIDE-REPORT THRU 7000-EXIT
           ELSE
               PERFORM 2000-LOAD-RUN-LOG THRU 2000-EXIT
               PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT
               PERFORM 3000-CHECK-COVID19 THRU 3000-EXIT
               PERFORM 3100-CHECK-AUDIT THRU 3100-EXIT
               PERFORM 3200-CHECK-XCHK THRU 3200-EXIT
               PERFORM 3300-CHECK-REJECTS THRU 3300-EXIT
               PERFORM 3500-READ-OVERRIDE THRU 3500-EXIT
               PERFORM 3600-DECIDE THRU 3600-EXIT
               PERFORM 5000-PRINT-DECISION THRU 5000-EXIT
               PERFORM 6000-WRITE-RELEASE-LOG THRU 6000-EXIT
           END-IF.
           CLOSE PRINT-LINE.
           PERFORM 9000-SET-GRADE THRU 9000-EXIT.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      *
      * A MALFORMED POLICY LIMIT FALLS BACK TO ITS DEFAULT RATHER
      * THAN TO ZERO OR TO THE WIDEST VALUE, SO A MISPUNCHED CARD
      * NEITHER HOLDS EVERY DAY NOR WAVES EVERY DAY THROUGH.
      *
       1100-READ-CONTROL-CARD.
           MOVE SPACES TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END CONTINUE
           END-READ.
           CLOSE CONTROL-CARD.
           IF CC-MODE = 'M'
               MOVE 'Y' TO WS-MONTHLY-MODE
               MOVE CC-REPORT-MONTH TO WS-REPORT-MONTH
               IF WS-REPORT-MONTH = SPACES
                   MOVE WS-RUN-START-DATE(1:6) TO WS-REPORT-MONTH
               ELSE
                   IF WS-REPORT-MONTH NOT NUMERIC
                       OR WS-RM-MM < 1 OR WS-RM-MM > 12
                       MOVE WS-RUN-START-DATE(1:6)
                           TO WS-REPORT-MONTH
                       DISPLAY "COVRLSE - REPORT MONTH NOT VALID - "
                           "CURRENT MONTH ASSUMED"
                   END-IF
               END-IF
           ELSE
               IF CC-MAX-AUDIT-RC NUMERIC
                   MOVE CC-MAX-AUDIT-RC TO WS-MAX-AUDIT-RC
               ELSE
                   IF CC-MAX-AUDIT-RC NOT = SPACES
                       DISPLAY "COVRLSE - COVAUDIT LIMIT NOT "
                           "NUMERIC - RC 4 ASSUMED"
                   END-IF
               END-IF
               IF CC-MAX-XCHK-RC NUMERIC
                   MOVE CC-MAX-XCHK-RC TO WS-MAX-XCHK-RC
               ELSE
                   IF CC-MAX-XCHK-RC NOT = SPACES
                       DISPLAY "COVRLSE - COVXCHK LIMIT NOT "
                           "NUMERIC - RC 4 ASSUMED"
                   END-IF
               END-IF
               IF CC-MAX-REJECTS NUMERIC
                   MOVE CC-MAX-REJECTS TO WS-MAX-REJECTS
               ELSE
                   IF CC-MAX-REJECTS NOT = SPACES
                       DISPLAY "COVRLSE - REJECT LIMIT NOT "
                           "NUMERIC - 25 ASSUMED"
                   END-IF
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *
      * KEEP THE LATEST OF TODAY'S RUN RECORDS FOR EACH PROGRAM
      * THE DECISION RESTS ON.  COVID19 LOGS ITS PROCESSING DATE
      * AS THE START DATE, SO A REPLAY OF AN EARLIER DAY RUN THIS
      * MORNING DOES NOT COUNT AS TODAY'S RUN - IT IS NOTED ONLY
      * SO THE HOLD CAN SAY WHY.
      *
       2000-LOAD-RUN-LOG.
           MOVE 'N' TO LAST-LOG-REC.
           OPEN INPUT RUN-LOG.
           PERFORM 2010-READ-ONE-LOG THRU 2010-EXIT
               UNTIL LAST-LOG-REC = 'Y'.
           CLOSE RUN-LOG.
       2000-EXIT.
           EXIT.
      *
       2010-READ-ONE-LOG.
           READ RUN-LOG
               AT END MOVE 'Y' TO LAST-LOG-REC
           END-READ.
           IF LAST-LOG-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               IF RLOG-START-DATE = WS-RUN-START-DATE
                   ADD 1 TO WS-TODAY-CNT
                   EVALUATE RLOG-PROGRAM
                       WHEN "COVID19 "
                           MOVE 'Y' TO WS-RS-C19-FOUND
                           MOVE RLOG-RETURN-CODE TO WS-RS-C19-RC
                           MOVE RLOG-RESTART-IND
                               TO WS-RS-C19-RESTART
                           MOVE RLOG-REJECT-CNT
                               TO WS-RS-C19-REJECTS
                       WHEN "COVAUDIT"
                           MOVE 'Y' TO WS-RS-AUD-FOUND
                           MOVE RLOG-RETURN-CODE TO WS-RS-AUD-RC
                       WHEN "COVXCHK "
                           MOVE 'Y' TO WS-RS-XCK-FOUND
                           MOVE RLOG-RETURN-CODE TO WS-RS-XCK-RC
                       WHEN "COVFIX  "
                           MOVE 'Y' TO WS-RS-FIX-FOUND
                           MOVE RLOG-REJECT-CNT
                               TO WS-RS-FIX-REJECTS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   IF RLOG-END-DATE = WS-RUN-START-DATE
                       AND RLOG-PROGRAM = "COVID19 "
                       AND RLOG-RESTART-IND = 'R'
                       MOVE 'Y' TO WS-RS-C19-REPLAYED
                   END-IF
               END-IF
           END-IF.
       2010-EXIT.
           EXIT.
      *
      * COVID19 MUST HAVE PRODUCED TODAY'S REPORT.  A MISSING RUN
      * OR ONE THAT ENDED BADLY IS A HARD FAILURE NO OVERRIDE CAN
      * LIFT; A REPLAY OF TODAY'S OWN DATE CAN BE RELEASED ONLY
      * WHEN AN OPERATOR CONFIRMS THE REPLAYED FIGURES.  A HARD
      * FAILURE PRINTS AS "HARD FAIL" RATHER THAN "FAIL".
      *
       3000-CHECK-COVID19.
           MOVE SPACES TO PRT-RCD.
           MOVE "COVID19 RUN"       TO PRT-CHECK.
           MOVE "RC 4, NOT REPLAY"  TO PRT-LIMIT.
           IF WS-RS-C19-FOUND NOT = 'Y'
               MOVE 'N' TO WS-DEC-C19-STATUS
               MOVE 'Y' TO WS-DEC-HARD-FAIL
               MOVE "NOT RUN"          TO PRT-ACTUAL
               IF WS-RS-C19-REPLAYED = 'Y'
                   MOVE "COVID19 RAN ONLY AS A REPLAY TODAY"
                       TO WS-FAIL-TEXT
               ELSE
                   MOVE "COVID19 HAS NOT RUN TODAY"
                       TO WS-FAIL-TEXT
               END-IF
               PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
               MOVE "HARD FAIL" TO PRT-RESULT
           ELSE
               MOVE WS-RS-C19-RC TO WS-RC-NUM
               MOVE SPACES TO WS-TEXT-SHOW
               STRING "RC " DELIMITED BY SIZE
                   WS-RC-NUM DELIMITED BY SIZE
                   INTO WS-TEXT-SHOW
               END-STRING
               MOVE WS-TEXT-SHOW TO PRT-ACTUAL
               IF WS-RS-C19-RC > 4
                   MOVE 'E' TO WS-DEC-C19-STATUS
                   MOVE 'Y' TO WS-DEC-HARD-FAIL
                   MOVE "COVID19 ENDED BADLY"  TO WS-FAIL-TEXT
                   PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
                   MOVE "HARD FAIL" TO PRT-RESULT
               ELSE
                   IF WS-RS-C19-RESTART = 'R'
                       MOVE 'R' TO WS-DEC-C19-STATUS
                       MOVE "REPLAY"           TO PRT-ACTUAL
                       MOVE "COVID19 LATEST RUN IS A REPLAY"
                           TO WS-FAIL-TEXT
                       PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
                   ELSE
                       MOVE 'Y' TO WS-DEC-C19-STATUS
                       MOVE "PASS" TO PRT-RESULT
                   END-IF
               END-IF
           END-IF.
           PERFORM 4500-WRITE-CHECK-LINE THRU 4500-EXIT.
       3000-EXIT.
           EXIT.
      *
       3100-CHECK-AUDIT.
           MOVE SPACES TO PRT-RCD.
           MOVE "COVAUDIT GRADE"    TO PRT-CHECK.
           MOVE WS-MAX-AUDIT-RC TO WS-RC-NUM.
           MOVE SPACES TO WS-TEXT-SHOW.
           STRING "RC " DELIMITED BY SIZE
               WS-RC-NUM DELIMITED BY SIZE
               INTO WS-TEXT-SHOW
           END-STRING.
           MOVE WS-TEXT-SHOW TO PRT-LIMIT.
           IF WS-RS-AUD-FOUND NOT = 'Y'
               MOVE "NOT RUN"          TO PRT-ACTUAL
               MOVE "COVAUDIT HAS NOT RUN TODAY" TO WS-FAIL-TEXT
               PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
           ELSE
               MOVE WS-RS-AUD-RC TO WS-RC-NUM
               MOVE SPACES TO WS-TEXT-SHOW
               STRING "RC " DELIMITED BY SIZE
                   WS-RC-NUM DELIMITED BY SIZE
                   INTO WS-TEXT-SHOW
               END-STRING
               MOVE WS-TEXT-SHOW TO PRT-ACTUAL
               IF WS-RS-AUD-RC > WS-MAX-AUDIT-RC
                   MOVE "COVAUDIT GRADE OUTSIDE POLICY"
                       TO WS-FAIL-TEXT
                   PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
               ELSE
                   MOVE "PASS" TO PRT-RESULT
               END-IF
           END-IF.
           PERFORM 4500-WRITE-CHECK-LINE THRU 4500-EXIT.
       3100-EXIT.
           EXIT.
      *
       3200-CHECK-XCHK.
           MOVE SPACES TO PRT-RCD.
           MOVE "COVXCHK GRADE"     TO PRT-CHECK.
           MOVE WS-MAX-XCHK-RC TO WS-RC-NUM.
           MOVE SPACES TO WS-TEXT-SHOW.
           STRING "RC " DELIMITED BY SIZE
               WS-RC-NUM DELIMITED BY SIZE
               INTO WS-TEXT-SHOW
           END-STRING.
           MOVE WS-TEXT-SHOW TO PRT-LIMIT.
           IF WS-RS-XCK-FOUND NOT = 'Y'
               MOVE "NOT RUN"          TO PRT-ACTUAL
               MOVE "COVXCHK HAS NOT RUN TODAY" TO WS-FAIL-TEXT
               PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
           ELSE
               MOVE WS-RS-XCK-RC TO WS-RC-NUM
               MOVE SPACES TO WS-TEXT-SHOW
               STRING "RC " DELIMITED BY SIZE
                   WS-RC-NUM DELIMITED BY SIZE
                   INTO WS-TEXT-SHOW
               END-STRING
               MOVE WS-TEXT-SHOW TO PRT-ACTUAL
               IF WS-RS-XCK-RC > WS-MAX-XCHK-RC
                   MOVE "COVXCHK GRADE OUTSIDE POLICY"
                       TO WS-FAIL-TEXT
                   PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
               ELSE
                   MOVE "PASS" TO PRT-RESULT
               END-IF
           END-IF.
           PERFORM 4500-WRITE-CHECK-LINE THRU 4500-EXIT.
       3200-EXIT.
           EXIT.
      *
      * THE REJECT ROWS STILL OUT OF THE DAY'S FIGURES.  WHEN
      * COVFIX HAS NOT RUN NOTHING HAS BEEN REPAIRED, SO EVERY ROW
      * COVID19 REJECTED IS STILL OUTSTANDING.
      *
       3300-CHECK-REJECTS.
           MOVE SPACES TO PRT-RCD.
           MOVE "OUTSTANDING REJECTS"  TO PRT-CHECK.
           MOVE WS-MAX-REJECTS TO WS-CNT-SHOW.
           MOVE WS-CNT-SHOW TO PRT-LIMIT.
           IF WS-RS-FIX-FOUND = 'Y'
               MOVE WS-RS-FIX-REJECTS TO WS-DEC-OPEN-REJECTS
               MOVE "AFTER COVFIX REPAIRS" TO PRT-NOTE
           ELSE
               MOVE WS-RS-C19-REJECTS TO WS-DEC-OPEN-REJECTS
               MOVE "COVID19 REJECTS - COVFIX NOT RUN" TO PRT-NOTE
           END-IF.
           MOVE WS-DEC-OPEN-REJECTS TO WS-CNT-SHOW.
           MOVE WS-CNT-SHOW TO PRT-ACTUAL.
           IF WS-DEC-OPEN-REJECTS > WS-MAX-REJECTS
               MOVE "OUTSTANDING REJECTS OUTSIDE POLICY"
                   TO WS-FAIL-TEXT
               PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
           ELSE
               MOVE "PASS" TO PRT-RESULT
           END-IF.
           PERFORM 4500-WRITE-CHECK-LINE THRU 4500-EXIT.
       3300-EXIT.
           EXIT.
      *
      * THE OVERRIDE CARD IS OPTIONAL.  A CARD IS ONLY GOOD FOR
      * THE DAY IT IS DATED, SO ONE LEFT IN THE DECK CANNOT
      * RELEASE TOMORROW AS WELL.
      *
       3500-READ-OVERRIDE.
           MOVE SPACES TO OVRD-REC.
           OPEN INPUT OVERRIDE-CARD.
           READ OVERRIDE-CARD
               AT END MOVE SPACES TO OVRD-REC
           END-READ.
           CLOSE OVERRIDE-CARD.
           IF OVRD-REC NOT = SPACES
               MOVE 'Y' TO WS-OVR-PRESENT
               MOVE 'Y' TO WS-OVR-VALID
               PERFORM 3510-FIND-REASON THRU 3510-EXIT
               IF OVRD-DATE NOT = WS-RUN-START-DATE
                   MOVE 'N' TO WS-OVR-VALID
                   MOVE "CARD IS NOT DATED TODAY" TO WS-DEC-OVR-NOTE
               ELSE
                   IF OVRD-OPERATOR-ID = SPACES
                       MOVE 'N' TO WS-OVR-VALID
                       MOVE "NO OPERATOR ID ON CARD"
                           TO WS-DEC-OVR-NOTE
                   ELSE
                       IF WS-REASON-FOUND NOT = 'Y'
                           MOVE 'N' TO WS-OVR-VALID
                           MOVE "UNKNOWN REASON CODE"
                               TO WS-DEC-OVR-NOTE
                       ELSE
                           IF OVRD-TEXT = SPACES
                               MOVE 'N' TO WS-OVR-VALID
                               MOVE "NO EXPLANATION ON CARD"
                                   TO WS-DEC-OVR-NOTE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.
      *
       3510-FIND-REASON.
           MOVE 'N' TO WS-REASON-FOUND.
           MOVE SPACES TO WS-REASON-SHOW.
           SET WS-RSN-IDX TO 1.
           SEARCH WS-REASON-ENTRY
               AT END
                   MOVE 'N' TO WS-REASON-FOUND
               WHEN WS-REASON-CODE(WS-RSN-IDX) = OVRD-REASON-CODE
                   MOVE 'Y' TO WS-REASON-FOUND
                   MOVE WS-REASON-DESC(WS-RSN-IDX) TO WS-REASON-SHOW
           END-SEARCH.
       3510-EXIT.
           EXIT.
      *
      * A DAY WITH NO FAILED CHECK RELEASES ON ITS OWN AND ANY
      * CARD IS RECORDED AS NOT NEEDED.  A HARD FAILURE HOLDS
      * WHATEVER THE CARD SAYS.  OTHERWISE A GOOD CARD RELEASES
      * THE DAY UNDER OVERRIDE AND A BAD ONE LEAVES IT HELD.
      *
       3600-DECIDE.
           IF WS-DEC-FAIL-CNT = ZERO
               MOVE 'A' TO WS-DEC-CODE
               ADD 1 TO WS-AUTO-CNT
               IF WS-OVR-PRESENT = 'Y'
                   MOVE 'N' TO WS-DEC-OVR-IND
                   MOVE "DAY RELEASABLE WITHOUT IT"
                       TO WS-DEC-OVR-NOTE
               END-IF
           ELSE
               MOVE 'H' TO WS-DEC-CODE
               IF WS-OVR-PRESENT = 'Y'
                   IF WS-OVR-VALID NOT = 'Y'
                       MOVE 'R' TO WS-DEC-OVR-IND
                       ADD 1 TO WS-REFUSED-CNT
                   ELSE
                       IF WS-DEC-HARD-FAIL = 'Y'
                           MOVE 'R' TO WS-DEC-OVR-IND
                           ADD 1 TO WS-REFUSED-CNT
                           MOVE "COVID19 FAILURE IS NOT OVERRIDABLE"
                               TO WS-DEC-OVR-NOTE
                       ELSE
                           MOVE 'O' TO WS-DEC-CODE
                           MOVE 'A' TO WS-DEC-OVR-IND
                           ADD 1 TO WS-OVERRIDE-CNT
                           MOVE WS-REASON-SHOW TO WS-DEC-OVR-NOTE
                       END-IF
                   END-IF
               END-IF
               IF WS-DEC-CODE = 'H'
                   ADD 1 TO WS-HELD-CNT
               END-IF
           END-IF.
       3600-EXIT.
           EXIT.
      *
      * COUNT A CHECK OUTSIDE POLICY AND KEEP THE FIRST ONE AS
      * THE REASON THE DAY IS HELD.
      *
       3900-NOTE-FAILURE.
           ADD 1 TO WS-DEC-FAIL-CNT.
           IF WS-DEC-FAIL-CNT = 1
               MOVE WS-FAIL-TEXT TO WS-DEC-FAIL-REASON
           END-IF.
           MOVE "FAIL" TO PRT-RESULT.
           IF PRT-NOTE = SPACES
               MOVE WS-FAIL-TEXT TO PRT-NOTE
           END-IF.
       3900-EXIT.
           EXIT.
      *
       4000-WRITE-HEADERS.
           MOVE WS-RUN-START-DATE(1:4) TO WS-SD-YYYY.
           MOVE WS-RUN-START-DATE(5:2) TO WS-SD-MM.
           MOVE WS-RUN-START-DATE(7:2) TO WS-SD-DD.
           MOVE WS-SHOW-DATE TO HDR-1-DATE.
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
       4100-WRITE-OVR-HEADERS.
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
       4500-WRITE-CHECK-LINE.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       4500-EXIT.
           EXIT.
      *
      * THE OVERRIDE CARD, IF ANY, AND THE DECISION ITSELF.
      *
       5000-PRINT-DECISION.
           MOVE SPACES TO PRT-RCD.
           MOVE "OVERRIDE CARD"     TO PRT-CHECK.
           IF WS-OVR-PRESENT NOT = 'Y'
               MOVE "NONE PRESENTED" TO PRT-ACTUAL
               WRITE PRT-RCD
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE OVRD-OPERATOR-ID TO PRT-ACTUAL
               MOVE OVRD-REASON-CODE TO PRT-LIMIT
               EVALUATE WS-DEC-OVR-IND
                   WHEN 'A'
                       MOVE "APPLIED"    TO PRT-RESULT
                   WHEN 'N'
                       MOVE "NOT NEEDED" TO PRT-RESULT
                   WHEN OTHER
                       MOVE "REFUSED"    TO PRT-RESULT
               END-EVALUATE
               MOVE WS-DEC-OVR-NOTE TO PRT-NOTE
               WRITE PRT-RCD
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO PRT-RCD
               MOVE "OVERRIDE EXPLANATION" TO PRT-CHECK
               MOVE OVRD-TEXT TO PRT-NOTE
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO PRT-RCD.
           MOVE "RELEASE DECISION"  TO PRT-CHECK.
           EVALUATE WS-DEC-CODE
               WHEN 'A'
                   MOVE "RELEASED"   TO PRT-ACTUAL
                   MOVE "EVERY CHECK WITHIN POLICY" TO PRT-NOTE
               WHEN 'O'
                   MOVE "RELEASED"   TO PRT-ACTUAL
                   MOVE "RELEASED UNDER OVERRIDE"   TO PRT-NOTE
               WHEN OTHER
                   MOVE "HELD"       TO PRT-ACTUAL
                   MOVE WS-DEC-FAIL-REASON          TO PRT-NOTE
           END-EVALUATE.
           MOVE WS-DEC-FAIL-CNT TO WS-FAIL-SHOW.
           MOVE SPACES TO WS-TEXT-SHOW.
           STRING WS-FAIL-SHOW DELIMITED BY SIZE
               " FAILED" DELIMITED BY SIZE
               INTO WS-TEXT-SHOW
           END-STRING.
           MOVE WS-TEXT-SHOW TO PRT-LIMIT.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
       5000-EXIT.
           EXIT.
      *
      * APPEND THE DECISION TO THE PERMANENT RELEASE LOG.
      *
       6000-WRITE-RELEASE-LOG.
           OPEN EXTEND RELEASE-LOG.
           MOVE SPACES TO RELL-REC.
           MOVE WS-RUN-START-DATE    TO RELL-RUN-DATE.
           MOVE WS-RUN-START-TIME    TO RELL-RUN-TIME.
           MOVE WS-DEC-CODE          TO RELL-DECISION.
           MOVE WS-DEC-C19-STATUS    TO RELL-C19-STATUS.
           MOVE WS-RS-C19-RC         TO RELL-C19-RC.
           MOVE WS-RS-AUD-FOUND      TO RELL-AUDIT-RAN.
           MOVE WS-RS-AUD-RC         TO RELL-AUDIT-RC.
           MOVE WS-RS-XCK-FOUND      TO RELL-XCHK-RAN.
           MOVE WS-RS-XCK-RC         TO RELL-XCHK-RC.
           MOVE WS-RS-FIX-FOUND      TO RELL-FIX-RAN.
           MOVE WS-DEC-OPEN-REJECTS  TO RELL-OPEN-REJECTS.
           MOVE WS-MAX-AUDIT-RC      TO RELL-MAX-AUDIT-RC.
           MOVE WS-MAX-XCHK-RC       TO RELL-MAX-XCHK-RC.
           MOVE WS-MAX-REJECTS       TO RELL-MAX-REJECTS.
           MOVE WS-DEC-FAIL-CNT      TO RELL-FAIL-CNT.
           MOVE WS-DEC-FAIL-REASON   TO RELL-FAIL-REASON.
           MOVE WS-DEC-OVR-IND       TO RELL-OVERRIDE-IND.
           IF WS-OVR-PRESENT = 'Y'
               MOVE OVRD-OPERATOR-ID TO RELL-OPERATOR-ID
               MOVE OVRD-REASON-CODE TO RELL-REASON-CODE
               MOVE OVRD-TEXT        TO RELL-OVERRIDE-TEXT
           END-IF.
           MOVE WS-DEC-OVR-NOTE      TO RELL-OVERRIDE-NOTE.
           WRITE RELL-REC.
           CLOSE RELEASE-LOG.
       6000-EXIT.
           EXIT.
      *
      * MONTHLY OVERRIDE REPORT - EVERY DECISION IN THE MONTH IS
      * COUNTED, AND EVERY DAY RELEASED UNDER OVERRIDE IS LISTED
      * WITH THE GRADES IT FAILED AND THE OPERATOR'S REASON.
      *
       7000-OVERRIDE-REPORT.
           MOVE WS-REPORT-MONTH(1:4) TO WS-SM-YYYY.
           MOVE WS-REPORT-MONTH(5:2) TO WS-SM-MM.
           MOVE WS-SHOW-MONTH TO HDR-6-MONTH.
           PERFORM 4100-WRITE-OVR-HEADERS THRU 4100-EXIT.
           MOVE 'N' TO LAST-RELL-REC.
           OPEN INPUT RELEASE-LOG.
           PERFORM 7100-READ-ONE-RELL THRU 7100-EXIT
               UNTIL LAST-RELL-REC = 'Y'.
           CLOSE RELEASE-LOG.
           IF WS-OVERRIDE-CNT = ZERO
               MOVE "(NO DAYS RELEASED UNDER OVERRIDE THIS MONTH)"
                   TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRT-RCD
           END-IF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
       7000-EXIT.
           EXIT.
      *
       7100-READ-ONE-RELL.
           READ RELEASE-LOG
               AT END MOVE 'Y' TO LAST-RELL-REC
           END-READ.
           IF LAST-RELL-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               IF RELL-RUN-DATE(1:6) = WS-REPORT-MONTH
                   ADD 1 TO WS-MONTH-CNT
                   IF RELL-OVERRIDE-IND = 'R'
                       ADD 1 TO WS-REFUSED-CNT
                   END-IF
                   EVALUATE RELL-DECISION
                       WHEN 'A'
                           ADD 1 TO WS-AUTO-CNT
                       WHEN 'O'
                           ADD 1 TO WS-OVERRIDE-CNT
                           PERFORM 7200-PRINT-OVERRIDE THRU 7200-EXIT
                       WHEN OTHER
                           ADD 1 TO WS-HELD-CNT
                   END-EVALUATE
               END-IF
           END-IF.
       7100-EXIT.
           EXIT.
      *
       7200-PRINT-OVERRIDE.
           IF LINE-CTR >= 56
               PERFORM 4100-WRITE-OVR-HEADERS THRU 4100-EXIT
           END-IF.
           MOVE SPACES TO PRT-RCD-OVR.
           MOVE RELL-RUN-DATE(1:4) TO WS-SD-YYYY.
           MOVE RELL-RUN-DATE(5:2) TO WS-SD-MM.
           MOVE RELL-RUN-DATE(7:2) TO WS-SD-DD.
           MOVE WS-SHOW-DATE       TO OVR-DATE.
           MOVE RELL-RUN-TIME(1:2) TO WS-ST-HH.
           MOVE RELL-RUN-TIME(3:2) TO WS-ST-MM.
           MOVE RELL-RUN-TIME(5:2) TO WS-ST-SS.
           MOVE WS-SHOW-TIME       TO OVR-TIME.
           MOVE RELL-OPERATOR-ID   TO OVR-OPERATOR.
           MOVE RELL-REASON-CODE   TO OVR-REASON.
           IF RELL-AUDIT-RAN = 'Y'
               MOVE RELL-AUDIT-RC  TO WS-RC-SHOW
               MOVE WS-RC-SHOW-X   TO OVR-AUDIT-RC
           ELSE
               MOVE " N/R"         TO OVR-AUDIT-RC
           END-IF.
           IF RELL-XCHK-RAN = 'Y'
               MOVE RELL-XCHK-RC   TO WS-RC-SHOW
               MOVE WS-RC-SHOW-X   TO OVR-XCHK-RC
           ELSE
               MOVE " N/R"         TO OVR-XCHK-RC
           END-IF.
           MOVE RELL-OPEN-REJECTS  TO OVR-REJECTS.
           MOVE RELL-FAIL-CNT      TO OVR-FAIL-CNT.
           MOVE RELL-FAIL-REASON   TO OVR-FAIL-REASON.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD-OVR-TEXT.
           MOVE RELL-OVERRIDE-NOTE TO OVR-REASON-DESC.
           MOVE RELL-OVERRIDE-TEXT TO OVR-TEXT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       7200-EXIT.
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
           MOVE "RELEASE DECISIONS LOGGED"   TO FTR-LABEL.
           MOVE WS-MONTH-CNT                 TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "RELEASED - WITHIN POLICY"   TO FTR-LABEL.
           MOVE WS-AUTO-CNT                  TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "RELEASED UNDER OVERRIDE"    TO FTR-LABEL.
           MOVE WS-OVERRIDE-CNT              TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "HELD"                       TO FTR-LABEL.
           MOVE WS-HELD-CNT                  TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "OVERRIDE CARDS REFUSED"     TO FTR-LABEL.
           MOVE WS-REFUSED-CNT               TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
       8000-EXIT.
           EXIT.
      *
      * THE DAILY DECISION TRAVELS IN THE RETURN CODE; THE
      * MONTHLY REPORT ALWAYS ENDS CLEAN.
      *
       9000-SET-GRADE.
           IF WS-MONTHLY-MODE NOT = 'Y'
               EVALUATE WS-DEC-CODE
                   WHEN 'A'
                       MOVE 0 TO WS-FINAL-RC
                   WHEN 'O'
                       MOVE 4 TO WS-FINAL-RC
                   WHEN OTHER
                       MOVE 8 TO WS-FINAL-RC
               END-EVALUATE
           END-IF.
       9000-EXIT.
           EXIT.
      *
      * THE CRITERIA CARRY THE DECISION - AND ON AN OVERRIDE THE
      * REASON CODE AND OPERATOR - OR THE MONTH REPORTED.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVRLSE"            TO RLOG-PROGRAM.
           MOVE WS-RUN-START-DATE    TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           MOVE RCD-IN               TO RLOG-RCD-IN.
           IF WS-MONTHLY-MODE = 'Y'
               MOVE WS-MONTH-CNT     TO RLOG-DATA-ROWS
               MOVE WS-OVERRIDE-CNT  TO RLOG-DETAIL-CNT
               MOVE WS-REFUSED-CNT   TO RLOG-REJECT-CNT
               STRING "OVERRIDE REPORT " DELIMITED BY SIZE
                   WS-REPORT-MONTH       DELIMITED BY SIZE
                   INTO RLOG-CRITERIA
               END-STRING
           ELSE
               MOVE WS-TODAY-CNT     TO RLOG-DATA-ROWS
               MOVE WS-DEC-FAIL-CNT  TO RLOG-DETAIL-CNT
               MOVE WS-REFUSED-CNT   TO RLOG-REJECT-CNT
               EVALUATE WS-DEC-CODE
                   WHEN 'A'
                       MOVE "RELEASED" TO RLOG-CRITERIA
                   WHEN 'O'
                       STRING "OVERRIDE " DELIMITED BY SIZE
                           OVRD-REASON-CODE   DELIMITED BY SIZE
                           " BY "             DELIMITED BY SIZE
                           OVRD-OPERATOR-ID   DELIMITED BY SIZE
                           INTO RLOG-CRITERIA
                       END-STRING
                   WHEN OTHER
                       STRING "HELD - "      DELIMITED BY SIZE
                           WS-DEC-FAIL-REASON DELIMITED BY SIZE
                           INTO RLOG-CRITERIA
                       END-STRING
               END-EVALUATE
           END-IF.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE WS-FINAL-RC          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
