      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVSUBM.
       AUTHOR.          ALTON GOODMAN.
      *
      * OUTBOUND PARTNER SUBMISSION BUILDER.
      * BUILDS THE PUBLIC-HEALTH PARTNER'S FIXED-FORMAT DAILY
      * INTAKE FILE (DDNAME SUBOUT, CVDSUBF LAYOUT) FROM THE DAY'S
      * CANONICAL FILE (DDNAME CANIN) - ONE DETAIL PER REPORTED
      * COUNTRY RECORD (TYPE 'C', OR A SHORT PRE-PROVINCE RECORD),
      * BETWEEN A HEADER CARRYING OUR SENDER ID, THE DATA DATE AND
      * THE SUBMISSION SEQUENCE NUMBER AND A TRAILER CARRYING THE
      * DETAIL COUNT AND THE NEW-CASES AND NEW-DEATHS HASH TOTALS.
      * PROVINCE ROWS AND CARRIED-FORWARD ESTIMATES ARE NOT SENT.
      * EVERY SUBMISSION IS RECORDED ON THE PERMANENT SUBCTL
      * SUBMISSION-CONTROL FILE (CVDSUBC) FOR COVSACK TO RECONCILE
      * THE PARTNER'S ACKNOWLEDGEMENT AGAINST.  WHEN SUBCTL ALREADY
      * HOLDS A SUBMISSION FOR THE DATA DATE - A REPLAYED DAY OR A
      * DAY RESENT AFTER COVFIX REPAIRED ITS REJECTS - THE FILE
      * GOES OUT AS THE NEXT NUMBERED CORRECTION OF THE ORIGINAL
      * SUBMISSION, NOT AS A SECOND ORIGINAL, AND THE EARLIER
      * SUBMISSION IS MARKED SUPERSEDED.
      * THE SYSIN CARD CARRIES THE PARTNER-ASSIGNED SENDER ID IN
      * COLUMNS 1-8; A BLANK CARD SENDS UNDER THE STANDING ID.
      * A CANONICAL FILE WITH NO REPORTED COUNTRY ROWS, OR ROWS
      * FOR MORE THAN ONE DATA DATE, STOPS THE RUN BEFORE ANYTHING
      * IS SENT OR RECORDED.  THE RESULT GRADES THROUGH THE
      * RETURN CODE:
      *   RC=0  ORIGINAL SUBMISSION SENT
      *   RC=4  CORRECTION SENT, OR DUPLICATE COUNTRY ROWS LEFT
      *         OUT OF THE FILE
      *   RC=8  RUN STOPPED - NOTHING SENT
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
           SELECT CANON-IN ASSIGN TO CANIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO SYSIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUBMISSION-OUT ASSIGN TO SUBOUT
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
           05  PRT-CC                           PIC X(02).
           05  FILLER                           PIC X(02).
           05  PRT-COUNTRY                      PIC X(20).
           05  FILLER                           PIC X(02).
           05  PRT-NEW-CC                       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-TOTAL-CC                     PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-NEW-DEATHS                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-TOTAL-DEATHS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-NEW-DOSES                    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-NOTE                         PIC X(21).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE RUN SUMMARY - THE
      * COUNT IS WIDE ENOUGH FOR THE HASH TOTALS.
      *
       01  PRT-RCD-FOOTER REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  FTR-LABEL                        PIC X(35).
           05  FILLER                           PIC X(02).
           05  FTR-COUNT                    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(73).
      *
      * CANONICAL DAILY FILE WRITTEN BY COVID19 - ALREADY PARSED
      * AND VALIDATED, WITH ANY COVFIX SUPPLEMENTAL RECORDS
      * CONCATENATED BEHIND IT.  READ AS VARIABLE 199-TO-220-BYTE
      * RECORDS SO A PRE-PROVINCE 199-BYTE GENERATION REMAINS
      * READABLE - SHORT RECORDS CARRY NO TYPE OR PROVINCE AND ARE
      * TREATED AS ORDINARY COUNTRY ROWS.
      *
       FD  CANON-IN RECORDING MODE IS V
           RECORD IS VARYING FROM 199 TO 220 CHARACTERS
           DEPENDING ON WS-CANON-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       COPY CVDCANF.
      *
      * SYSIN CONTROL CARD - PARTNER-ASSIGNED SENDER ID IN
      * COLUMNS 1-8.
      *
       FD  CONTROL-CARD RECORDING MODE IS F.
       01  CONTROL-CARD-REC.
           05  CC-SENDER-ID                     PIC X(08).
           05  FILLER                           PIC X(72).
      *
       FD  SUBMISSION-OUT RECORDING MODE IS F.
       COPY CVDSUBF.
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
           VALUE "PARTNER DAILY SUBMISSION REGISTER".
       01  HEADER-2.
           05  FILLER                           PIC X(02)
                VALUE "CC".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(07)
                VALUE "COUNTRY".
           05  FILLER                           PIC X(21)
                VALUE SPACE.
           05  FILLER                           PIC X(09)
                VALUE "NEW CASES".
           05  FILLER                           PIC X(06)
                VALUE SPACE.
           05  FILLER                           PIC X(11)
                VALUE "TOTAL CASES".
           05  FILLER                           PIC X(07)
                VALUE SPACE.
           05  FILLER                           PIC X(10)
                VALUE "NEW DEATHS".
           05  FILLER                           PIC X(05)
                VALUE SPACE.
           05  FILLER                           PIC X(12)
                VALUE "TOTAL DEATHS".
           05  FILLER                           PIC X(08)
                VALUE SPACE.
           05  FILLER                           PIC X(09)
                VALUE "NEW DOSES".
       01  HEADER-5                             PIC X(132)
           VALUE ALL "=".
       01  HEADER-10                            PIC X(60)
           VALUE "PARTNER SUBMISSION RUN SUMMARY".
      *
      * THE SECOND TITLE LINE - WHAT THIS SUBMISSION IS.
      *
       01  WS-INFO-LINE                         PIC X(132)
           VALUE SPACES.
      *
      * THE SENDER ID THE PARTNER ASSIGNED TO THIS SHOP, USED
      * WHEN THE CARD DOES NOT OVERRIDE IT.
      *
       01  WS-SENDER-ID                         PIC X(08)
           VALUE "CVDSUITE".
      *
      * THE SUBMISSION BEING BUILT AND THE ONE IT CORRECTS.
      *
       01  WS-SUBMISSION.
           05  WS-SEQ-NO                        PIC 9(06) VALUE ZERO.
           05  WS-CORR-NO                       PIC 9(02) VALUE ZERO.
           05  WS-ORIG-SEQ-NO                   PIC 9(06) VALUE ZERO.
           05  WS-PRIOR-SEQ-NO                  PIC 9(06) VALUE ZERO.
           05  WS-PRIOR-CORR-NO                 PIC 9(02) VALUE ZERO.
           05  WS-PRIOR-ORIG-SEQ-NO             PIC 9(06) VALUE ZERO.
           05  WS-PRIOR-RECORD-CNT              PIC 9(07) VALUE ZERO.
           05  WS-PRIOR-NEW-CC                  PIC 9(15) VALUE ZERO.
           05  WS-PRIOR-NEW-DEATHS              PIC 9(15) VALUE ZERO.
       01  WS-HASH-NEW-CC                       PIC 9(15) VALUE ZERO.
       01  WS-HASH-NEW-DEATHS                   PIC 9(15) VALUE ZERO.
      *
      * DATE WORK FIELDS.  THE CANONICAL DATE IS YYYY-MM-DD; THE
      * PARTNER FILE AND SUBCTL CARRY YYYYMMDD.
      *
       01  WS-CANON-DATE                        PIC X(10)
           VALUE SPACES.
       01  WS-DATA-DATE.
           05  WS-DD-YYYY                       PIC X(04).
           05  WS-DD-MM                         PIC X(02).
           05  WS-DD-DD                         PIC X(02).
       01  WS-SEQ-SHOW                          PIC 9(06).
       01  WS-CORR-SHOW                         PIC 9(02).
       01  WS-ORIG-SHOW                         PIC 9(06).
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-START-DATE                PIC X(08).
           05  WS-RUN-START-TIME                PIC X(08).
       01  WS-FINAL-RC                          PIC 9(04) COMP
           VALUE ZERO.
      *
       01  FLAGS.
           05  LAST-REC                         PIC X(01) VALUE 'N'.
           05  SUBC-EOF                         PIC X(01) VALUE 'N'.
           05  WS-STOP-RUN                      PIC X(01) VALUE 'N'.
           05  WS-CONTROL-FOUND                 PIC X(01) VALUE 'N'.
           05  WS-PRIOR-FOUND                   PIC X(01) VALUE 'N'.
           05  WS-DUP-ROW                       PIC X(01) VALUE 'N'.
      *
       01  WS-CANON-REC-LEN                     PIC 9(07) COMP
           VALUE ZERO.
      *
       01  COUNTERS.
           05  LINE-CTR                         PIC S9(03) COMP
               VALUE ZERO.
           05  RCD-IN                           PIC S9(07) COMP
               VALUE ZERO.
           05  WS-COUNTRY-ROWS-CNT              PIC 9(07) COMP
               VALUE ZERO.
           05  WS-SKIPPED-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-OTHER-DATE-CNT                PIC 9(07) COMP
               VALUE ZERO.
           05  WS-DETAIL-CNT                    PIC 9(07) COMP
               VALUE ZERO.
           05  WS-DUP-CNT                       PIC 9(07) COMP
               VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 2000-SCAN-CANON THRU 2000-EXIT.
      *
      * A STOPPED RUN SENDS NOTHING AND TAKES NO SEQUENCE NUMBER -
      * THE PARTNER WOULD OTHERWISE LOAD AN EMPTY OR MIXED-DATE
      * DAY AS OUR FIGURES.
      *
           IF WS-STOP-RUN = 'Y'
               MOVE 8 TO WS-FINAL-RC
               PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O SUBMISSION-CONTROL.
           PERFORM 3000-ALLOCATE-SEQUENCE THRU 3000-EXIT.
           OPEN OUTPUT PRINT-LINE.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           PERFORM 5000-WRITE-SUBMISSION THRU 5000-EXIT.
           CLOSE SUBMISSION-CONTROL.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           CLOSE PRINT-LINE.
           PERFORM 9000-SET-GRADE THRU 9000-EXIT.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      *
       1100-READ-CONTROL-CARD.
           MOVE SPACES TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END CONTINUE
           END-READ.
           CLOSE CONTROL-CARD.
           IF CC-SENDER-ID NOT = SPACES
               MOVE CC-SENDER-ID TO WS-SENDER-ID
           END-IF.
       1100-EXIT.
           EXIT.
      *
      * FIRST PASS - FIND THE DATA DATE AND MAKE SURE EVERY
      * COUNTRY-LEVEL ROW CARRIES IT.  PROVINCE ROWS ARE NOT SENT,
      * SO THEY DO NOT COUNT.
      *
       2000-SCAN-CANON.
           OPEN INPUT CANON-IN.
           PERFORM 5900-READ-CANON THRU 5900-EXIT.
           PERFORM 2010-SCAN-ONE THRU 2010-EXIT
               UNTIL LAST-REC = 'Y'.
           CLOSE CANON-IN.
           IF WS-CANON-DATE = SPACES
               MOVE 'Y' TO WS-STOP-RUN
               DISPLAY "COVSUBM - CANONICAL FILE HAS NO COUNTRY "
                   "ROWS - NOTHING SENT"
           END-IF.
           IF WS-OTHER-DATE-CNT > ZERO
               MOVE 'Y' TO WS-STOP-RUN
               DISPLAY "COVSUBM - CANONICAL FILE CARRIES MORE THAN "
                   "ONE DATA DATE - NOTHING SENT"
           END-IF.
           IF WS-STOP-RUN NOT = 'Y'
               MOVE WS-CANON-DATE(1:4) TO WS-DD-YYYY
               MOVE WS-CANON-DATE(6:2) TO WS-DD-MM
               MOVE WS-CANON-DATE(9:2) TO WS-DD-DD
           END-IF.
           MOVE 'N' TO LAST-REC.
           MOVE ZERO TO RCD-IN.
       2000-EXIT.
           EXIT.
      *
       2010-SCAN-ONE.
           IF CAN-REC-TYPE NOT = 'P'
               IF WS-CANON-DATE = SPACES
                   MOVE CAN-DATE TO WS-CANON-DATE
               ELSE
                   IF CAN-DATE NOT = WS-CANON-DATE
                       ADD 1 TO WS-OTHER-DATE-CNT
                   END-IF
               END-IF
           END-IF.
           PERFORM 5900-READ-CANON THRU 5900-EXIT.
       2010-EXIT.
           EXIT.
      *
      * TAKE THE NEXT SEQUENCE NUMBER FROM THE CONTROL RECORD AND
      * LOOK FOR AN EARLIER SUBMISSION OF THE SAME DATA DATE THAT
      * IS STILL CURRENT.  IF THERE IS ONE THIS SUBMISSION IS ITS
      * NEXT CORRECTION AND IT IS MARKED SUPERSEDED.
      *
       3000-ALLOCATE-SEQUENCE.
           MOVE ZERO   TO SUBC-SEQ-NO.
           MOVE SPACES TO SUBC-CC.
           READ SUBMISSION-CONTROL
               INVALID KEY
                   MOVE 'N' TO WS-CONTROL-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTROL-FOUND
           END-READ.
           IF WS-CONTROL-FOUND = 'Y'
               COMPUTE WS-SEQ-NO = SUBC-LAST-SEQ-NO + 1
           ELSE
               MOVE 1 TO WS-SEQ-NO
           END-IF.
           PERFORM 3100-FIND-PRIOR THRU 3100-EXIT.
           MOVE WS-SEQ-NO TO WS-ORIG-SEQ-NO.
           IF WS-PRIOR-FOUND = 'Y'
               COMPUTE WS-CORR-NO = WS-PRIOR-CORR-NO + 1
               MOVE WS-PRIOR-ORIG-SEQ-NO TO WS-ORIG-SEQ-NO
               MOVE WS-PRIOR-SEQ-NO TO SUBC-SEQ-NO
               MOVE SPACES          TO SUBC-CC
               READ SUBMISSION-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SUBC-SUPERSEDED-IND
                       REWRITE SUBC-REC
               END-READ
           END-IF.
           MOVE SPACES    TO SUBC-REC.
           MOVE ZERO      TO SUBC-SEQ-NO.
           MOVE WS-SEQ-NO TO SUBC-LAST-SEQ-NO.
           IF WS-CONTROL-FOUND = 'Y'
               REWRITE SUBC-REC
           ELSE
               WRITE SUBC-REC
           END-IF.
           MOVE SPACES TO WS-INFO-LINE.
           MOVE WS-SEQ-NO      TO WS-SEQ-SHOW.
           MOVE WS-CORR-NO     TO WS-CORR-SHOW.
           MOVE WS-ORIG-SEQ-NO TO WS-ORIG-SHOW.
           IF WS-CORR-NO = ZERO
               STRING "SENDER "        DELIMITED BY SIZE
                   WS-SENDER-ID        DELIMITED BY SIZE
                   "  DATA DATE "      DELIMITED BY SIZE
                   WS-CANON-DATE       DELIMITED BY SIZE
                   "  SEQUENCE "       DELIMITED BY SIZE
                   WS-SEQ-SHOW         DELIMITED BY SIZE
                   "  ORIGINAL SUBMISSION" DELIMITED BY SIZE
                   INTO WS-INFO-LINE
               END-STRING
           ELSE
               STRING "SENDER "        DELIMITED BY SIZE
                   WS-SENDER-ID        DELIMITED BY SIZE
                   "  DATA DATE "      DELIMITED BY SIZE
                   WS-CANON-DATE       DELIMITED BY SIZE
                   "  SEQUENCE "       DELIMITED BY SIZE
                   WS-SEQ-SHOW         DELIMITED BY SIZE
                   "  CORRECTION "     DELIMITED BY SIZE
                   WS-CORR-SHOW        DELIMITED BY SIZE
                   " OF SEQUENCE "     DELIMITED BY SIZE
                   WS-ORIG-SHOW        DELIMITED BY SIZE
                   INTO WS-INFO-LINE
               END-STRING
           END-IF.
       3000-EXIT.
           EXIT.
      *
      * BROWSE THE SUBMISSION HEADERS FOR THE DATA DATE.  THE
      * CURRENT ONE IS THE HIGHEST SEQUENCE NOT YET SUPERSEDED.
      *
       3100-FIND-PRIOR.
           MOVE 'N' TO WS-PRIOR-FOUND.
           MOVE 'N' TO SUBC-EOF.
           MOVE 1      TO SUBC-SEQ-NO.
           MOVE SPACES TO SUBC-CC.
           START SUBMISSION-CONTROL KEY IS NOT LESS THAN SUBC-KEY
               INVALID KEY
                   MOVE 'Y' TO SUBC-EOF
           END-START.
           PERFORM 3110-CHECK-ONE-SUBC THRU 3110-EXIT
               UNTIL SUBC-EOF = 'Y'.
       3100-EXIT.
           EXIT.
      *
       3110-CHECK-ONE-SUBC.
           READ SUBMISSION-CONTROL NEXT RECORD
               AT END
                   MOVE 'Y' TO SUBC-EOF
           END-READ.
           IF SUBC-EOF NOT = 'Y'
               IF SUBC-CC = SPACES
                   AND SUBC-DATA-DATE = WS-DATA-DATE
                   AND SUBC-SUPERSEDED-IND NOT = 'Y'
                   MOVE 'Y'              TO WS-PRIOR-FOUND
                   MOVE SUBC-SEQ-NO      TO WS-PRIOR-SEQ-NO
                   MOVE SUBC-CORR-NO     TO WS-PRIOR-CORR-NO
                   MOVE SUBC-ORIG-SEQ-NO TO WS-PRIOR-ORIG-SEQ-NO
                   MOVE SUBC-RECORD-CNT  TO WS-PRIOR-RECORD-CNT
                   MOVE SUBC-NEW-CC      TO WS-PRIOR-NEW-CC
                   MOVE SUBC-NEW-DEATHS  TO WS-PRIOR-NEW-DEATHS
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.
      *
       4000-WRITE-HEADERS.
           MOVE HEADER-1 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE WS-INFO-LINE TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE HEADER-2 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       4000-EXIT.
           EXIT.
      *
      * SECOND PASS - HEADER, ONE DETAIL PER COUNTRY, TRAILER.
      * EACH COUNTRY IS RECORDED ON SUBCTL BEFORE ITS DETAIL IS
      * WRITTEN, SO A COUNTRY APPEARING TWICE IN THE CANONICAL
      * FILE IS CAUGHT BY THE DUPLICATE KEY AND SENT ONCE.
      *
       5000-WRITE-SUBMISSION.
           OPEN OUTPUT SUBMISSION-OUT.
           MOVE SPACES TO SUBF-REC.
           MOVE 'H'               TO SUBF-REC-TYPE.
           MOVE WS-SEQ-NO         TO SUBF-SEQ-NO.
           MOVE WS-SENDER-ID      TO SUBF-SENDER-ID.
           MOVE WS-DATA-DATE      TO SUBF-DATA-DATE.
           MOVE WS-CORR-NO        TO SUBF-CORR-NO.
           MOVE WS-ORIG-SEQ-NO    TO SUBF-ORIG-SEQ-NO.
           MOVE WS-RUN-START-DATE TO SUBF-CREATE-DATE.
           MOVE WS-RUN-START-TIME TO SUBF-CREATE-TIME.
           WRITE SUBF-REC.
           OPEN INPUT CANON-IN.
           PERFORM 5900-READ-CANON THRU 5900-EXIT.
           PERFORM 5100-SEND-ONE-ROW THRU 5100-EXIT
               UNTIL LAST-REC = 'Y'.
           CLOSE CANON-IN.
           MOVE SPACES TO SUBF-REC.
           MOVE 'T'                TO SUBF-REC-TYPE.
           MOVE WS-SEQ-NO          TO SUBF-SEQ-NO.
           MOVE WS-DETAIL-CNT      TO SUBF-RECORD-CNT.
           MOVE WS-HASH-NEW-CC     TO SUBF-HASH-NEW-CC.
           MOVE WS-HASH-NEW-DEATHS TO SUBF-HASH-NEW-DEATHS.
           WRITE SUBF-REC.
           CLOSE SUBMISSION-OUT.
           MOVE SPACES TO SUBC-REC.
           MOVE WS-SEQ-NO          TO SUBC-SEQ-NO.
           MOVE WS-DATA-DATE       TO SUBC-DATA-DATE.
           MOVE 'S'                TO SUBC-STATUS.
           MOVE WS-CORR-NO         TO SUBC-CORR-NO.
           MOVE WS-ORIG-SEQ-NO     TO SUBC-ORIG-SEQ-NO.
           MOVE 'N'                TO SUBC-SUPERSEDED-IND.
           MOVE WS-RUN-START-DATE  TO SUBC-SENT-DATE.
           MOVE WS-RUN-START-TIME  TO SUBC-SENT-TIME.
           MOVE WS-DETAIL-CNT      TO SUBC-RECORD-CNT.
           MOVE ZERO               TO SUBC-ACCEPT-CNT.
           MOVE ZERO               TO SUBC-REJECT-CNT.
           MOVE WS-HASH-NEW-CC     TO SUBC-NEW-CC.
           MOVE WS-HASH-NEW-DEATHS TO SUBC-NEW-DEATHS.
           WRITE SUBC-REC
               INVALID KEY
                   DISPLAY "COVSUBM - SEQUENCE " WS-SEQ-NO
                       " ALREADY ON SUBCTL - HEADER NOT RECORDED"
           END-WRITE.
       5000-EXIT.
           EXIT.
      *
       5100-SEND-ONE-ROW.
           IF CAN-REC-TYPE = 'C' OR CAN-REC-TYPE = SPACE
               ADD 1 TO WS-COUNTRY-ROWS-CNT
               MOVE 'N' TO WS-DUP-ROW
               MOVE SPACES TO SUBC-REC
               MOVE WS-SEQ-NO         TO SUBC-SEQ-NO
               MOVE CAN-CC            TO SUBC-CC
               MOVE WS-DATA-DATE      TO SUBC-DATA-DATE
               MOVE CAN-COUNTRY       TO SUBC-COUNTRY
               MOVE SPACE             TO SUBC-STATUS
               MOVE WS-CORR-NO        TO SUBC-CORR-NO
               MOVE WS-ORIG-SEQ-NO    TO SUBC-ORIG-SEQ-NO
               MOVE 'N'               TO SUBC-SUPERSEDED-IND
               MOVE WS-RUN-START-DATE TO SUBC-SENT-DATE
               MOVE WS-RUN-START-TIME TO SUBC-SENT-TIME
               MOVE 1                 TO SUBC-RECORD-CNT
               MOVE ZERO              TO SUBC-ACCEPT-CNT
               MOVE ZERO              TO SUBC-REJECT-CNT
               MOVE CAN-NEW-CC        TO SUBC-NEW-CC
               MOVE CAN-NEW-DEATHS    TO SUBC-NEW-DEATHS
               WRITE SUBC-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-DUP-ROW
               END-WRITE
               IF WS-DUP-ROW = 'Y'
                   ADD 1 TO WS-DUP-CNT
               ELSE
                   PERFORM 5200-WRITE-DETAIL THRU 5200-EXIT
               END-IF
               PERFORM 5300-PRINT-ROW THRU 5300-EXIT
           ELSE
               ADD 1 TO WS-SKIPPED-CNT
           END-IF.
           PERFORM 5900-READ-CANON THRU 5900-EXIT.
       5100-EXIT.
           EXIT.
      *
       5200-WRITE-DETAIL.
           MOVE SPACES TO SUBF-REC.
           MOVE 'D'              TO SUBF-REC-TYPE.
           MOVE WS-SEQ-NO        TO SUBF-SEQ-NO.
           MOVE CAN-CC           TO SUBF-CC.
           MOVE CAN-COUNTRY      TO SUBF-COUNTRY.
           MOVE CAN-NEW-CC       TO SUBF-NEW-CC.
           MOVE CAN-TOTAL-CC     TO SUBF-TOTAL-CC.
           MOVE CAN-NEW-DEATHS   TO SUBF-NEW-DEATHS.
           MOVE CAN-TOTAL-DEATHS TO SUBF-TOTAL-DEATHS.
           MOVE CAN-NEW-DOSES    TO SUBF-NEW-DOSES.
           MOVE CAN-TOTAL-DOSES  TO SUBF-TOTAL-DOSES.
           MOVE CAN-FULLY-VACC   TO SUBF-FULLY-VACC.
           WRITE SUBF-REC.
           ADD 1              TO WS-DETAIL-CNT.
           ADD CAN-NEW-CC     TO WS-HASH-NEW-CC.
           ADD CAN-NEW-DEATHS TO WS-HASH-NEW-DEATHS.
       5200-EXIT.
           EXIT.
      *
       5300-PRINT-ROW.
           IF LINE-CTR >= 56
               PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           MOVE SPACES TO PRT-RCD.
           MOVE CAN-CC           TO PRT-CC.
           MOVE CAN-COUNTRY      TO PRT-COUNTRY.
           MOVE CAN-NEW-CC       TO PRT-NEW-CC.
           MOVE CAN-TOTAL-CC     TO PRT-TOTAL-CC.
           MOVE CAN-NEW-DEATHS   TO PRT-NEW-DEATHS.
           MOVE CAN-TOTAL-DEATHS TO PRT-TOTAL-DEATHS.
           MOVE CAN-NEW-DOSES    TO PRT-NEW-DOSES.
           IF WS-DUP-ROW = 'Y'
               MOVE "DUPLICATE - NOT SENT" TO PRT-NOTE
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       5300-EXIT.
           EXIT.
      *
       5900-READ-CANON.
           READ CANON-IN
               AT END MOVE 'Y' TO LAST-REC
           END-READ.
      *
      * A PRE-PROVINCE 199-BYTE RECORD HAS NO TYPE OR PROVINCE
      * FIELDS - IT IS AN ORDINARY COUNTRY ROW.
      *
           IF LAST-REC NOT = 'Y'
               IF WS-CANON-REC-LEN < 220
                   MOVE SPACES TO CAN-REC-TYPE
                   MOVE SPACES TO CAN-PROVINCE
               END-IF
               ADD 1 TO RCD-IN
           END-IF.
       5900-EXIT.
           EXIT.
      *
       8000-WRITE-SUMMARY.
           MOVE SPACES TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE HEADER-10 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE WS-INFO-LINE TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "CANONICAL ROWS READ"        TO FTR-LABEL.
           MOVE RCD-IN                       TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "PROVINCE/ESTIMATE ROWS NOT SENT" TO FTR-LABEL.
           MOVE WS-SKIPPED-CNT               TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "DUPLICATE COUNTRY ROWS NOT SENT" TO FTR-LABEL.
           MOVE WS-DUP-CNT                   TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "DETAIL RECORDS SENT"        TO FTR-LABEL.
           MOVE WS-DETAIL-CNT                TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "HASH TOTAL - NEW CASES"     TO FTR-LABEL.
           MOVE WS-HASH-NEW-CC               TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "HASH TOTAL - NEW DEATHS"    TO FTR-LABEL.
           MOVE WS-HASH-NEW-DEATHS           TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
      *
      * A CORRECTION WHOSE COUNT AND HASH TOTALS MATCH THE
      * SUBMISSION IT REPLACES IS STILL SENT - THE PARTNER MAY
      * HAVE REJECTED THE FIRST ONE - BUT THE PAGE SAYS SO.
      *
           IF WS-PRIOR-FOUND = 'Y'
               MOVE SPACES TO PRT-RCD-FOOTER
               MOVE "SUPERSEDES SEQUENCE"     TO FTR-LABEL
               MOVE WS-PRIOR-SEQ-NO           TO FTR-COUNT
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               IF WS-PRIOR-RECORD-CNT = WS-DETAIL-CNT
                   AND WS-PRIOR-NEW-CC = WS-HASH-NEW-CC
                   AND WS-PRIOR-NEW-DEATHS = WS-HASH-NEW-DEATHS
                   MOVE SPACES TO PRT-RCD-FOOTER
                   MOVE "*** TOTALS UNCHANGED FROM THAT ONE"
                       TO FTR-LABEL
                   WRITE PRT-RCD
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           MOVE SPACES TO PRT-RCD.
       8000-EXIT.
           EXIT.
      *
       9000-SET-GRADE.
           IF WS-CORR-NO > ZERO OR WS-DUP-CNT > ZERO
               MOVE 4 TO WS-FINAL-RC
           END-IF.
       9000-EXIT.
           EXIT.
      *
      * THE CRITERIA FIELD CARRIES WHAT WAS SENT SO COVRUNH AND
      * COVBULL CAN SHOW IT WITHOUT READING SUBCTL.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVSUBM"            TO RLOG-PROGRAM.
           MOVE WS-RUN-START-DATE    TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           MOVE RCD-IN               TO RLOG-RCD-IN.
           MOVE WS-COUNTRY-ROWS-CNT  TO RLOG-DATA-ROWS.
           MOVE WS-DETAIL-CNT        TO RLOG-DETAIL-CNT.
           MOVE WS-DUP-CNT           TO RLOG-REJECT-CNT.
           IF WS-STOP-RUN = 'Y'
               MOVE "NOT SENT"       TO RLOG-CRITERIA
           ELSE
               MOVE WS-SEQ-NO        TO WS-SEQ-SHOW
               MOVE WS-CORR-NO       TO WS-CORR-SHOW
               STRING "SEQ "         DELIMITED BY SIZE
                   WS-SEQ-SHOW       DELIMITED BY SIZE
                   " CORR "          DELIMITED BY SIZE
                   WS-CORR-SHOW      DELIMITED BY SIZE
                   " DATA "          DELIMITED BY SIZE
                   WS-DATA-DATE      DELIMITED BY SIZE
                   " SENDER "        DELIMITED BY SIZE
                   WS-SENDER-ID      DELIMITED BY SIZE
                   INTO RLOG-CRITERIA
               END-STRING
           END-IF.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE WS-FINAL-RC          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
