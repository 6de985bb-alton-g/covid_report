      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVBAL.
       AUTHOR.          ALTON GOODMAN.
      *
      * END-OF-SUITE INTER-FILE BALANCING.
      * RUNS AS THE LAST STEP OF THE MORNING SUITE AND PROVES THAT
      * THE FILES THE STEPS HAND TO ONE ANOTHER AGREE WITH EACH
      * OTHER AND WITH TODAY'S RECORDS ON THE SHARED RUN-CONTROL
      * LOG (DDNAME RUNLOG), SO A TRUNCATED DATASET OR A STEP THAT
      * READ THE WRONG GENERATION IS CAUGHT BEFORE DISTRIBUTION.
      * EACH FILE IS READ ONCE, IN FULL, AND EVERY CHECK PRINTS ONE
      * LINE OF EXPECTED AGAINST ACTUAL -
      *   COVID19 LOGGED A RUN TODAY;
      *   CANOUT TYPE 'C' RECORDS AGAINST COVID19'S DETAIL COUNT;
      *   HISTOUT RECORDS AGAINST CANOUT'S COUNTRY RECORDS, AND
      *   EVERY HISTOUT RECORD MATCHED BY COUNTRY AND TOTALS;
      *   EXTOUT LINES AGAINST COVID19'S DETAIL COUNT;
      *   JOURNAL UPDATES FOR REPORTED COUNTRIES AGAINST HISTOUT,
      *   AND THE LATEST JOURNAL AFTER-IMAGE OF EACH COUNTRY
      *   AGAINST THE HISTMST RECORD ITSELF;
      *   HISTMST COUNTRIES STAMPED AS REPORTED TODAY AGAINST THE
      *   COUNTRIES ON HISTOUT;
      *   REJOUT LINES AND REJDATA ROWS AGAINST COVID19'S REJECT
      *   COUNT;
      *   REJDATA ROWS AGAINST THE ROWS COVFIX READ, AND SUPPOUT
      *   RECORDS AGAINST THE ROWS COVFIX REPAIRED;
      *   THE WORLD TOTALS COVRANK AND COVBULL LEFT ON THE SHARED
      *   CONTROL-TOTALS FILE (DDNAME CTLTOT, CVDCTOT LAYOUT)
      *   AGAINST THE CANONICAL FILE'S OWN - CANOUT PLUS SUPPOUT,
      *   EVERY RECORD NOT OF TYPE 'P'.
      * A CHECK THAT DOES NOT APPLY TO THE KIND OF RUN BEING
      * BALANCED (A RUN NARROWED BY THE COVID19 SYSIN CRITERIA, A
      * REPLAY, A DAY COVFIX DID NOT RUN) PRINTS AS NOT APPLICABLE.
      * A CHECK THAT SHOULD HAVE BEEN MADE BUT COULD NOT - ITS LOG
      * OR CONTROL-TOTALS RECORD IS MISSING, OR A COUNTRY TABLE
      * FILLED - PRINTS AS NOT CHECKED.
      * EVERY INPUT IS OPTIONAL, SO A MISSING DATASET READS AS EMPTY
      * AND SHOWS UP AS OUT OF BALANCE RATHER THAN AS AN ABEND.
      * CANIN IS THE DAY'S CANOUT ALONE, NOT THE CONCATENATION
      * WITH SUPPOUT THE DOWNSTREAM READERS GET.
      * THE RESULT TRAVELS IN THE RETURN CODE FOR THE SCHEDULER:
      *   RC=0  EVERY CHECK MADE IS IN BALANCE
      *   RC=4  IN BALANCE, BUT ONE OR MORE CHECKS NOT MADE
      *   RC=8  OUT OF BALANCE - HOLD DISTRIBUTION
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
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTL-TOTALS ASSIGN TO CTLTOT
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CANON-IN ASSIGN TO CANIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUPP-IN ASSIGN TO SUPPIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HISTORY-IN ASSIGN TO HISTIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-IN ASSIGN TO JRNLIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HISTORY-MASTER ASSIGN TO HISTMST
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS HMST-CC.
           SELECT OPTIONAL REJECT-RPT ASSIGN TO REJRPT
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REJECT-DATA ASSIGN TO REJIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EXTRACT-IN ASSIGN TO EXTIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE IS F.
      *
       01  PRT-RCD.
           05  PRT-CHECK                        PIC X(44).
           05  FILLER                           PIC X(02).
           05  PRT-EXPECTED                     PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-ACTUAL                       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-RESULT                       PIC X(22).
           05  FILLER                           PIC X(02).
           05  PRT-NOTE                         PIC X(28).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE RUN BEING BALANCED.
      *
       01  PRT-RCD-INFO REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  INFO-LABEL                       PIC X(24).
           05  INFO-TEXT                        PIC X(105).
      *
       01  PRT-RCD-FOOTER REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  FTR-LABEL                        PIC X(35).
           05  FILLER                           PIC X(02).
           05  FTR-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(81).
      *
      * SHARED RUN-CONTROL LOG - READ FOR TODAY'S COUNTS, THEN
      * APPENDED WITH THIS RUN'S OWN RECORD.
      *
       FD  RUN-LOG RECORDING MODE IS F.
       COPY CVDRLOG.
      *
      * SHARED WORLD CONTROL-TOTALS FILE FROM COVRANK AND COVBULL.
      *
       FD  CTL-TOTALS RECORDING MODE IS F.
       COPY CVDCTOT.
      *
      * THE DAY'S CANOUT AND COVFIX'S SUPPOUT, EACH READ AS
      * VARIABLE 199-TO-220-BYTE RECORDS INTO THE ONE CVDCANF
      * LAYOUT IN WORKING-STORAGE.
      *
       FD  CANON-IN RECORDING MODE IS V
           RECORD IS VARYING FROM 199 TO 220 CHARACTERS
           DEPENDING ON WS-CANON-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  CANON-IN-RCD                         PIC X(220).
      *
       FD  SUPP-IN RECORDING MODE IS V
           RECORD IS VARYING FROM 199 TO 220 CHARACTERS
           DEPENDING ON WS-SUPP-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  SUPP-IN-RCD                          PIC X(220).
      *
      * THE DAY'S HISTOUT GENERATION, READ INTO WS-HIST-WORK-REC.
      *
       FD  HISTORY-IN RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-HIST-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-IN-RCD                          PIC X(82).
      *
       FD  JOURNAL-IN RECORDING MODE IS F.
       COPY CVDJRNL.
      *
       FD  HISTORY-MASTER.
       COPY CVDHMST.
      *
      * THE PRINTED REJECT LISTING - ONLY THE FIELD NAME MATTERS
      * HERE, TO TELL THE DATA-ROW REJECTS FROM THE REST.
      *
       FD  REJECT-RPT RECORDING MODE IS F.
       01  REJ-RCD.
           05  REJ-RCD-NUM                      PIC X(07).
           05  FILLER                           PIC X(03).
           05  REJ-FIELD-NAME                   PIC X(15).
           05  FILLER                           PIC X(01).
           05  REJ-RAW-RCD                      PIC X(296).
      *
       FD  REJECT-DATA RECORDING MODE IS F.
       COPY CVDREJF.
      *
       FD  EXTRACT-IN RECORDING MODE IS F.
       01  EXTRACT-REC                          PIC X(240).
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  HEADER-1.
           05  FILLER                           PIC X(30)
               VALUE "END-OF-SUITE FILE BALANCING - ".
           05  HDR-1-DATE                       PIC X(10).
           05  FILLER                           PIC X(20)
               VALUE SPACES.
       01  HEADER-2.
           05  FILLER                           PIC X(53)
                VALUE "CHECK".
           05  FILLER                           PIC X(08)
                VALUE "EXPECTED".
           05  FILLER                           PIC X(11)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "ACTUAL".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(24)
                VALUE "RESULT".
           05  FILLER                           PIC X(04)
                VALUE "NOTE".
       01  HEADER-5                             PIC X(132)
           VALUE ALL "=".
       01  WS-MSG-OUT-OF-BALANCE                PIC X(50)
           VALUE "*** SUITE OUT OF BALANCE - HOLD DISTRIBUTION ***".
       01  WS-MSG-INCOMPLETE                    PIC X(50)
           VALUE "*** BALANCING INCOMPLETE - SEE CHECKS NOT MADE ***".
       01  WS-MSG-IN-BALANCE                    PIC X(50)
           VALUE "ALL FILES IN BALANCE".
      *
       COPY CVDCANF.
       01  WS-CANON-REC-LEN                     PIC 9(07) COMP
           VALUE ZERO.
       01  WS-SUPP-REC-LEN                      PIC 9(07) COMP
           VALUE ZERO.
      *
      * HISTOUT RECORD AS READ, MATCHING COVID19'S HIST-OUT-REC.
      *
       01  WS-HIST-WORK-REC.
           05  WS-HW-CC                         PIC X(02).
           05  WS-HW-COUNTRY                    PIC X(20).
           05  WS-HW-TOTAL-CC                   PIC 9(12).
           05  WS-HW-TOTAL-DEATHS               PIC 9(12).
           05  WS-HW-TOTAL-RECVR                PIC 9(12).
           05  WS-HW-TOTAL-DOSES                PIC 9(12).
           05  WS-HW-FULLY-VACC                 PIC 9(12).
       01  WS-HIST-REC-LEN                      PIC 9(07) COMP
           VALUE ZERO.
      *
      * THE JOURNAL AFTER-IMAGE, FOR THE COUNTRY CODE AND THE DATE
      * THE COUNTRY LAST REPORTED (CVDHMST OFFSETS).
      *
       01  WS-AFTER-WORK.
           05  WS-AW-CC                         PIC X(02).
           05  FILLER                           PIC X(128).
           05  WS-AW-LAST-RPT-DATE              PIC X(08).
      *
      * TODAY'S LATEST COVID19 AND COVFIX RUN RECORDS.  A RUN IS
      * TODAY'S WHEN IT ENDED TODAY - COVID19 LOGS A REPLAY UNDER
      * THE REPLAYED DATE, BUT THE FILES ON HAND ARE STILL THE ONES
      * THAT REPLAY WROTE THIS MORNING.
      *
       01  WS-RUN-STATE.
           05  WS-RS-C19-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-RS-C19-DATE                   PIC X(08).
           05  WS-RS-C19-RC                     PIC 9(04) VALUE ZERO.
           05  WS-RS-C19-RESTART                PIC X(01) VALUE SPACE.
           05  WS-RS-C19-DETAIL                 PIC 9(07) VALUE ZERO.
           05  WS-RS-C19-REJECTS                PIC 9(07) VALUE ZERO.
           05  WS-RS-C19-CRITERIA               PIC X(50).
           05  WS-RS-C19-REPLAY                 PIC X(01) VALUE 'N'.
           05  WS-RS-C19-NARROWED               PIC X(01) VALUE 'N'.
           05  WS-RS-FIX-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-RS-FIX-READ                   PIC 9(07) VALUE ZERO.
           05  WS-RS-FIX-REPAIRED               PIC 9(07) VALUE ZERO.
       01  WS-BAL-DATE                          PIC X(08).
      *
      * THE SIX WORLD FIGURES - COUNTRY COUNT, NEW CASES, NEW
      * DEATHS, NEW DOSES, TOTAL CASES, TOTAL DEATHS - AS THE
      * CANONICAL FILE GIVES THEM AND AS COVRANK AND COVBULL
      * PUBLISHED THEM.
      *
       01  WS-CANON-TOTALS.
           05  WS-CF-FIGURE OCCURS 6 TIMES      PIC 9(12).
       01  WS-RANK-TOTALS.
           05  WS-RK-FOUND                      PIC X(01) VALUE 'N'.
           05  WS-RK-FIGURE OCCURS 6 TIMES      PIC 9(12).
       01  WS-BULL-TOTALS.
           05  WS-BL-FOUND                      PIC X(01) VALUE 'N'.
           05  WS-BL-FIGURE OCCURS 6 TIMES      PIC 9(12).
       01  WS-CHECK-TOTALS.
           05  WS-WC-FOUND                      PIC X(01).
           05  WS-WC-FIGURE OCCURS 6 TIMES      PIC 9(12).
       01  WS-WC-PROGRAM                        PIC X(08).
       01  WS-WC-SUB                            PIC 9(02) COMP
           VALUE ZERO.
       01  WS-FIGURE-NAME-DATA.
           05  FILLER                           PIC X(14)
               VALUE "COUNTRY COUNT".
           05  FILLER                           PIC X(14)
               VALUE "NEW CASES".
           05  FILLER                           PIC X(14)
               VALUE "NEW DEATHS".
           05  FILLER                           PIC X(14)
               VALUE "NEW DOSES".
           05  FILLER                           PIC X(14)
               VALUE "TOTAL CASES".
           05  FILLER                           PIC X(14)
               VALUE "TOTAL DEATHS".
       01  WS-FIGURE-NAME-TABLE REDEFINES WS-FIGURE-NAME-DATA.
           05  WS-FIGURE-NAME OCCURS 6 TIMES    PIC X(14).
      *
      * ONE ROW PER COUNTRY ON CANOUT - HOW MANY TYPE 'C' RECORDS
      * IT HAD AND THE TOTALS ON THE LAST OF THEM - AND HOW MANY
      * HISTOUT RECORDS CLAIMED IT.
      *
       01  WS-COUNTRY-TABLE.
           05  WS-CN-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-CN-IDX.
               10  WS-CN-CC                     PIC X(02).
               10  WS-CN-CAN-CNT                PIC 9(05) COMP.
               10  WS-CN-HIST-CNT               PIC 9(05) COMP.
               10  WS-CN-TOTAL-CC               PIC 9(12).
               10  WS-CN-TOTAL-DEATHS           PIC 9(12).
       01  WS-CN-CNT                            PIC 9(05) COMP
           VALUE ZERO.
       01  WS-CN-KEY                            PIC X(02).
       01  WS-CN-FOUND                          PIC X(01) VALUE 'N'.
       01  WS-CN-FULL                           PIC X(01) VALUE 'N'.
      *
      * ONE ROW PER COUNTRY ON THE JOURNAL - THE LATEST AFTER-IMAGE
      * WRITTEN FOR IT AND WHETHER HISTMST CARRIES THE COUNTRY.
      *
       01  WS-JOURNAL-TABLE.
           05  WS-JT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-JT-IDX.
               10  WS-JT-CC                     PIC X(02).
               10  WS-JT-ON-MASTER              PIC X(01).
               10  WS-JT-AFTER-IMAGE            PIC X(138).
       01  WS-JT-CNT                            PIC 9(05) COMP
           VALUE ZERO.
       01  WS-JT-KEY                            PIC X(02).
       01  WS-JT-FOUND                          PIC X(01) VALUE 'N'.
       01  WS-JT-FULL                           PIC X(01) VALUE 'N'.
      *
      * THE CHECK BEING PRINTED.  THE STATUS IS 'B' FOR A CHECK
      * MADE, 'A' FOR NOT APPLICABLE AND 'N' FOR NOT CHECKED -
      * 'M' WHEN THE RECORD THAT WOULD GIVE THE ACTUAL FIGURE IS
      * MISSING TOO.
      *
       01  WS-CHECK.
           05  WS-CHK-LABEL                     PIC X(44).
           05  WS-CHK-STATUS                    PIC X(01).
           05  WS-CHK-EXPECTED                  PIC 9(12).
           05  WS-CHK-ACTUAL                    PIC 9(12).
           05  WS-CHK-NOTE                      PIC X(28).
      *
       01  WS-SHOW-DATE.
           05  WS-SD-YYYY                       PIC X(04).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-SD-MM                         PIC X(02).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-SD-DD                         PIC X(02).
       01  WS-RC-NUM                            PIC 9(02).
       01  WS-RUN-KIND                          PIC X(20).
       01  WS-INFO-WORK                         PIC X(105).
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-START-DATE                PIC X(08).
           05  WS-RUN-START-TIME                PIC X(08).
       01  WS-FINAL-RC                          PIC 9(04) COMP
           VALUE ZERO.
      *
       01  FLAGS.
           05  LAST-LOG-REC                     PIC X(01) VALUE 'N'.
           05  LAST-CTOT-REC                    PIC X(01) VALUE 'N'.
           05  LAST-CANON-REC                   PIC X(01) VALUE 'N'.
           05  LAST-SUPP-REC                    PIC X(01) VALUE 'N'.
           05  LAST-HIST-REC                    PIC X(01) VALUE 'N'.
           05  LAST-JRNL-REC                    PIC X(01) VALUE 'N'.
           05  LAST-HMST-REC                    PIC X(01) VALUE 'N'.
           05  LAST-REJ-REC                     PIC X(01) VALUE 'N'.
           05  LAST-REJF-REC                    PIC X(01) VALUE 'N'.
           05  LAST-EXT-REC                     PIC X(01) VALUE 'N'.
      *
       01  COUNTERS.
           05  LINE-CTR                         PIC S9(03) COMP
               VALUE ZERO.
           05  RCD-IN                           PIC S9(07) COMP
               VALUE ZERO.
           05  WS-LOG-CNT                       PIC 9(07) COMP
               VALUE ZERO.
           05  WS-LOG-TODAY-CNT                 PIC 9(07) COMP
               VALUE ZERO.
           05  WS-CTOT-CNT                      PIC 9(07) COMP
               VALUE ZERO.
           05  WS-CANON-CNT                     PIC 9(07) COMP
               VALUE ZERO.
           05  WS-CANON-C-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-SUPP-CNT                      PIC 9(07) COMP
               VALUE ZERO.
           05  WS-HIST-CNT                      PIC 9(07) COMP
               VALUE ZERO.
           05  WS-HIST-UNMATCHED-CNT            PIC 9(07) COMP
               VALUE ZERO.
           05  WS-HIST-CTRY-CNT                 PIC 9(07) COMP
               VALUE ZERO.
           05  WS-JRNL-CNT                      PIC 9(07) COMP
               VALUE ZERO.
           05  WS-JRNL-RPT-CNT                  PIC 9(07) COMP
               VALUE ZERO.
           05  WS-HMST-CNT                      PIC 9(07) COMP
               VALUE ZERO.
           05  WS-HMST-RPT-CNT                  PIC 9(07) COMP
               VALUE ZERO.
           05  WS-IMAGE-DIFF-CNT                PIC 9(07) COMP
               VALUE ZERO.
           05  WS-REJ-CNT                       PIC 9(07) COMP
               VALUE ZERO.
           05  WS-REJ-NONDATA-CNT               PIC 9(07) COMP
               VALUE ZERO.
           05  WS-REJF-CNT                      PIC 9(07) COMP
               VALUE ZERO.
           05  WS-EXT-CNT                       PIC 9(07) COMP
               VALUE ZERO.
           05  WS-CHECKS-MADE-CNT               PIC 9(07) COMP
               VALUE ZERO.
           05  WS-IN-BAL-CNT                    PIC 9(07) COMP
               VALUE ZERO.
           05  WS-OUT-BAL-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-NOT-CHECKED-CNT               PIC 9(07) COMP
               VALUE ZERO.
           05  WS-NOT-APPL-CNT                  PIC 9(07) COMP
               VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE WS-CANON-TOTALS.
           PERFORM 2000-LOAD-RUN-LOG THRU 2000-EXIT.
           PERFORM 2100-LOAD-CTL-TOTALS THRU 2100-EXIT.
           PERFORM 2200-READ-CANON THRU 2200-EXIT.
           PERFORM 2300-READ-SUPP THRU 2300-EXIT.
           PERFORM 2400-READ-HISTORY THRU 2400-EXIT.
           PERFORM 2500-READ-JOURNAL THRU 2500-EXIT.
           PERFORM 2600-READ-MASTER THRU 2600-EXIT.
           PERFORM 2700-READ-REJECTS THRU 2700-EXIT.
           PERFORM 2750-READ-REJECT-DATA THRU 2750-EXIT.
           PERFORM 2800-READ-EXTRACT THRU 2800-EXIT.
           OPEN OUTPUT PRINT-LINE.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           PERFORM 3000-CHECK-COVID19-RUN THRU 3000-EXIT.
           PERFORM 3100-CHECK-CANON THRU 3100-EXIT.
           PERFORM 3200-CHECK-HISTORY THRU 3200-EXIT.
           PERFORM 3300-CHECK-EXTRACT THRU 3300-EXIT.
           PERFORM 3400-CHECK-JOURNAL THRU 3400-EXIT.
           PERFORM 3500-CHECK-MASTER THRU 3500-EXIT.
           PERFORM 3600-CHECK-REJECTS THRU 3600-EXIT.
           PERFORM 3700-CHECK-COVFIX THRU 3700-EXIT.
           MOVE "COVRANK"     TO WS-WC-PROGRAM.
           MOVE WS-RANK-TOTALS TO WS-CHECK-TOTALS.
           PERFORM 3800-CHECK-WORLD-TOTALS THRU 3800-EXIT.
           MOVE "COVBULL"     TO WS-WC-PROGRAM.
           MOVE WS-BULL-TOTALS TO WS-CHECK-TOTALS.
           PERFORM 3800-CHECK-WORLD-TOTALS THRU 3800-EXIT.
           PERFORM 5000-PRINT-FOOTER THRU 5000-EXIT.
           CLOSE PRINT-LINE.
           PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      *
      * KEEP THE LATEST OF TODAY'S COVID19 AND COVFIX RECORDS.
      * THE DATE BEING BALANCED IS COVID19'S OWN PROCESSING DATE,
      * OR TODAY WHEN COVID19 LOGGED NOTHING.
      *
       2000-LOAD-RUN-LOG.
           MOVE 'N' TO LAST-LOG-REC.
           OPEN INPUT RUN-LOG.
           PERFORM 2010-READ-ONE-LOG THRU 2010-EXIT
               UNTIL LAST-LOG-REC = 'Y'.
           CLOSE RUN-LOG.
           MOVE WS-RUN-START-DATE TO WS-BAL-DATE.
           IF WS-RS-C19-FOUND = 'Y'
               MOVE WS-RS-C19-DATE TO WS-BAL-DATE
               IF WS-RS-C19-RESTART = 'R'
                   MOVE 'Y' TO WS-RS-C19-REPLAY
               END-IF
               IF WS-RS-C19-CRITERIA NOT = SPACES
                   MOVE 'Y' TO WS-RS-C19-NARROWED
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2010-READ-ONE-LOG.
           READ RUN-LOG
               AT END MOVE 'Y' TO LAST-LOG-REC
           END-READ.
           IF LAST-LOG-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               ADD 1 TO WS-LOG-CNT
               IF RLOG-END-DATE = WS-RUN-START-DATE
                   ADD 1 TO WS-LOG-TODAY-CNT
                   EVALUATE RLOG-PROGRAM
                       WHEN "COVID19 "
                           MOVE 'Y' TO WS-RS-C19-FOUND
                           MOVE RLOG-START-DATE  TO WS-RS-C19-DATE
                           MOVE RLOG-RETURN-CODE TO WS-RS-C19-RC
                           MOVE RLOG-RESTART-IND
                               TO WS-RS-C19-RESTART
                           MOVE RLOG-DETAIL-CNT  TO WS-RS-C19-DETAIL
                           MOVE RLOG-REJECT-CNT
                               TO WS-RS-C19-REJECTS
                           MOVE RLOG-CRITERIA
                               TO WS-RS-C19-CRITERIA
                       WHEN "COVFIX  "
                           MOVE 'Y' TO WS-RS-FIX-FOUND
                           MOVE RLOG-RCD-IN      TO WS-RS-FIX-READ
                           MOVE RLOG-DETAIL-CNT
                               TO WS-RS-FIX-REPAIRED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
       2010-EXIT.
           EXIT.
      *
      * THE LATEST OF TODAY'S WORLD TOTALS FROM EACH PUBLISHER.
      *
       2100-LOAD-CTL-TOTALS.
           MOVE 'N' TO LAST-CTOT-REC.
           OPEN INPUT CTL-TOTALS.
           PERFORM 2110-READ-ONE-CTOT THRU 2110-EXIT
               UNTIL LAST-CTOT-REC = 'Y'.
           CLOSE CTL-TOTALS.
       2100-EXIT.
           EXIT.
      *
       2110-READ-ONE-CTOT.
           READ CTL-TOTALS
               AT END MOVE 'Y' TO LAST-CTOT-REC
           END-READ.
           IF LAST-CTOT-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               ADD 1 TO WS-CTOT-CNT
               IF CTOT-RUN-DATE = WS-RUN-START-DATE
                   EVALUATE CTOT-PROGRAM
                       WHEN "COVRANK "
                           MOVE 'Y' TO WS-RK-FOUND
                           MOVE CTOT-COUNTRY-CNT  TO WS-RK-FIGURE(1)
                           MOVE CTOT-NEW-CC       TO WS-RK-FIGURE(2)
                           MOVE CTOT-NEW-DEATHS   TO WS-RK-FIGURE(3)
                           MOVE CTOT-NEW-DOSES    TO WS-RK-FIGURE(4)
                           MOVE CTOT-TOTAL-CC     TO WS-RK-FIGURE(5)
                           MOVE CTOT-TOTAL-DEATHS TO WS-RK-FIGURE(6)
                       WHEN "COVBULL "
                           MOVE 'Y' TO WS-BL-FOUND
                           MOVE CTOT-COUNTRY-CNT  TO WS-BL-FIGURE(1)
                           MOVE CTOT-NEW-CC       TO WS-BL-FIGURE(2)
                           MOVE CTOT-NEW-DEATHS   TO WS-BL-FIGURE(3)
                           MOVE CTOT-NEW-DOSES    TO WS-BL-FIGURE(4)
                           MOVE CTOT-TOTAL-CC     TO WS-BL-FIGURE(5)
                           MOVE CTOT-TOTAL-DEATHS TO WS-BL-FIGURE(6)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.
      *
      * CANOUT - COUNT THE TYPE 'C' RECORDS BY COUNTRY AND ADD
      * EVERY RECORD NOT OF TYPE 'P' INTO THE CANONICAL WORLD
      * FIGURES, THE SAME SELECTION COVRANK AND COVBULL MAKE.
      *
       2200-READ-CANON.
           MOVE 'N' TO LAST-CANON-REC.
           OPEN INPUT CANON-IN.
           PERFORM 2210-READ-ONE-CANON THRU 2210-EXIT
               UNTIL LAST-CANON-REC = 'Y'.
           CLOSE CANON-IN.
       2200-EXIT.
           EXIT.
      *
      * A PRE-PROVINCE 199-BYTE RECORD HAS NO TYPE OR PROVINCE
      * FIELDS - IT IS AN ORDINARY COUNTRY ROW.
      *
       2210-READ-ONE-CANON.
           READ CANON-IN INTO CAN-REC
               AT END MOVE 'Y' TO LAST-CANON-REC
           END-READ.
           IF LAST-CANON-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               ADD 1 TO WS-CANON-CNT
               IF WS-CANON-REC-LEN < 220
                   MOVE SPACES TO CAN-REC-TYPE
                   MOVE SPACES TO CAN-PROVINCE
               END-IF
               IF CAN-REC-TYPE NOT = 'P'
                   PERFORM 2900-ADD-CANON-FIGURES THRU 2900-EXIT
               END-IF
               IF CAN-REC-TYPE = 'C' OR CAN-REC-TYPE = SPACE
                   ADD 1 TO WS-CANON-C-CNT
                   PERFORM 2220-POST-COUNTRY THRU 2220-EXIT
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2220-POST-COUNTRY.
           MOVE CAN-CC TO WS-CN-KEY.
           PERFORM 2950-FIND-COUNTRY THRU 2950-EXIT.
           IF WS-CN-FOUND NOT = 'Y'
               IF WS-CN-CNT < 1000
                   ADD 1 TO WS-CN-CNT
                   SET WS-CN-IDX TO WS-CN-CNT
                   MOVE CAN-CC  TO WS-CN-CC(WS-CN-IDX)
                   MOVE ZERO    TO WS-CN-CAN-CNT(WS-CN-IDX)
                   MOVE ZERO    TO WS-CN-HIST-CNT(WS-CN-IDX)
                   MOVE 'Y'     TO WS-CN-FOUND
               ELSE
                   MOVE 'Y' TO WS-CN-FULL
               END-IF
           END-IF.
           IF WS-CN-FOUND = 'Y'
               ADD 1 TO WS-CN-CAN-CNT(WS-CN-IDX)
               MOVE CAN-TOTAL-CC     TO WS-CN-TOTAL-CC(WS-CN-IDX)
               MOVE CAN-TOTAL-DEATHS TO WS-CN-TOTAL-DEATHS(WS-CN-IDX)
           END-IF.
       2220-EXIT.
           EXIT.
      *
      * SUPPOUT - COVFIX'S REPAIRED ROWS, WHICH THE DOWNSTREAM
      * READERS SEE CONCATENATED BEHIND CANOUT.
      *
       2300-READ-SUPP.
           MOVE 'N' TO LAST-SUPP-REC.
           OPEN INPUT SUPP-IN.
           PERFORM 2310-READ-ONE-SUPP THRU 2310-EXIT
               UNTIL LAST-SUPP-REC = 'Y'.
           CLOSE SUPP-IN.
       2300-EXIT.
           EXIT.
      *
       2310-READ-ONE-SUPP.
           READ SUPP-IN INTO CAN-REC
               AT END MOVE 'Y' TO LAST-SUPP-REC
           END-READ.
           IF LAST-SUPP-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               ADD 1 TO WS-SUPP-CNT
               IF WS-SUPP-REC-LEN < 220
                   MOVE SPACES TO CAN-REC-TYPE
                   MOVE SPACES TO CAN-PROVINCE
               END-IF
               IF CAN-REC-TYPE NOT = 'P'
                   PERFORM 2900-ADD-CANON-FIGURES THRU 2900-EXIT
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.
      *
      * HISTOUT - EVERY RECORD MUST BELONG TO A COUNTRY WITH A
      * TYPE 'C' RECORD ON CANOUT AND CARRY THE SAME TOTALS; A
      * COUNTRY WITH MORE HISTOUT RECORDS THAN CANOUT RECORDS
      * COUNTS THE EXTRAS AS UNMATCHED.
      *
       2400-READ-HISTORY.
           MOVE 'N' TO LAST-HIST-REC.
           OPEN INPUT HISTORY-IN.
           PERFORM 2410-READ-ONE-HISTORY THRU 2410-EXIT
               UNTIL LAST-HIST-REC = 'Y'.
           CLOSE HISTORY-IN.
           PERFORM 2420-COUNT-HIST-COUNTRY THRU 2420-EXIT
               VARYING WS-CN-IDX FROM 1 BY 1
               UNTIL WS-CN-IDX > WS-CN-CNT.
       2400-EXIT.
           EXIT.
      *
      * A PRE-VACCINATION 58-BYTE RECORD HAS NO DOSE FIELDS.
      *
       2410-READ-ONE-HISTORY.
           MOVE SPACES TO WS-HIST-WORK-REC.
           READ HISTORY-IN INTO WS-HIST-WORK-REC
               AT END MOVE 'Y' TO LAST-HIST-REC
           END-READ.
           IF LAST-HIST-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               ADD 1 TO WS-HIST-CNT
               IF WS-HIST-REC-LEN < 82
                   MOVE ZEROS TO WS-HW-TOTAL-DOSES
                   MOVE ZEROS TO WS-HW-FULLY-VACC
               END-IF
               MOVE WS-HW-CC TO WS-CN-KEY
               PERFORM 2950-FIND-COUNTRY THRU 2950-EXIT
               IF WS-CN-FOUND = 'Y'
                   ADD 1 TO WS-CN-HIST-CNT(WS-CN-IDX)
                   IF WS-CN-HIST-CNT(WS-CN-IDX)
                           > WS-CN-CAN-CNT(WS-CN-IDX)
                       OR WS-HW-TOTAL-CC
                           NOT = WS-CN-TOTAL-CC(WS-CN-IDX)
                       OR WS-HW-TOTAL-DEATHS
                           NOT = WS-CN-TOTAL-DEATHS(WS-CN-IDX)
                       ADD 1 TO WS-HIST-UNMATCHED-CNT
                   END-IF
               ELSE
                   ADD 1 TO WS-HIST-UNMATCHED-CNT
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.
      *
       2420-COUNT-HIST-COUNTRY.
           IF WS-CN-HIST-CNT(WS-CN-IDX) > ZERO
               ADD 1 TO WS-HIST-CTRY-CNT
           END-IF.
       2420-EXIT.
           EXIT.
      *
      * THE JOURNAL - COUNT THE UPDATES FOR COUNTRIES THAT
      * REPORTED ON THE DATE BEING BALANCED (THE NON-REPORTING
      * SWEEP'S CARRY-FORWARD REWRITES LEAVE THE LAST-REPORTED
      * DATE ALONE) AND KEEP EACH COUNTRY'S LATEST AFTER-IMAGE.
      *
       2500-READ-JOURNAL.
           MOVE 'N' TO LAST-JRNL-REC.
           OPEN INPUT JOURNAL-IN.
           PERFORM 2510-READ-ONE-JOURNAL THRU 2510-EXIT
               UNTIL LAST-JRNL-REC = 'Y'.
           CLOSE JOURNAL-IN.
       2500-EXIT.
           EXIT.
      *
       2510-READ-ONE-JOURNAL.
           READ JOURNAL-IN
               AT END MOVE 'Y' TO LAST-JRNL-REC
           END-READ.
           IF LAST-JRNL-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               ADD 1 TO WS-JRNL-CNT
               MOVE JRNL-AFTER-IMAGE TO WS-AFTER-WORK
               IF (JRNL-ACTION = "WR" OR JRNL-ACTION = "RW")
                   AND WS-AW-LAST-RPT-DATE = WS-BAL-DATE
                   ADD 1 TO WS-JRNL-RPT-CNT
               END-IF
               MOVE JRNL-CC TO WS-JT-KEY
               PERFORM 2960-FIND-JOURNAL THRU 2960-EXIT
               IF WS-JT-FOUND NOT = 'Y'
                   IF WS-JT-CNT < 1000
                       ADD 1 TO WS-JT-CNT
                       SET WS-JT-IDX TO WS-JT-CNT
                       MOVE JRNL-CC TO WS-JT-CC(WS-JT-IDX)
                       MOVE 'N'     TO WS-JT-ON-MASTER(WS-JT-IDX)
                       MOVE 'Y'     TO WS-JT-FOUND
                   ELSE
                       MOVE 'Y' TO WS-JT-FULL
                   END-IF
               END-IF
               IF WS-JT-FOUND = 'Y'
                   MOVE JRNL-AFTER-IMAGE
                       TO WS-JT-AFTER-IMAGE(WS-JT-IDX)
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.
      *
      * HISTMST - BROWSED IN KEY ORDER.  A COUNTRY ON THE JOURNAL
      * MUST STAND ON THE MASTER EXACTLY AS ITS LATEST AFTER-IMAGE
      * LEFT IT; A JOURNALED COUNTRY NOT ON THE MASTER AT ALL IS
      * COUNTED AS A DIFFERENCE TOO.
      *
       2600-READ-MASTER.
           MOVE 'N' TO LAST-HMST-REC.
           OPEN INPUT HISTORY-MASTER.
           PERFORM 2610-READ-ONE-MASTER THRU 2610-EXIT
               UNTIL LAST-HMST-REC = 'Y'.
           CLOSE HISTORY-MASTER.
           PERFORM 2620-CHECK-JOURNAL-ENTRY THRU 2620-EXIT
               VARYING WS-JT-IDX FROM 1 BY 1
               UNTIL WS-JT-IDX > WS-JT-CNT.
       2600-EXIT.
           EXIT.
      *
       2610-READ-ONE-MASTER.
           READ HISTORY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO LAST-HMST-REC
           END-READ.
           IF LAST-HMST-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               ADD 1 TO WS-HMST-CNT
               IF HMST-LAST-RPT-DATE = WS-BAL-DATE
                   ADD 1 TO WS-HMST-RPT-CNT
               END-IF
               MOVE HMST-CC TO WS-JT-KEY
               PERFORM 2960-FIND-JOURNAL THRU 2960-EXIT
               IF WS-JT-FOUND = 'Y'
                   MOVE 'Y' TO WS-JT-ON-MASTER(WS-JT-IDX)
                   IF HMST-REC NOT = WS-JT-AFTER-IMAGE(WS-JT-IDX)
                       ADD 1 TO WS-IMAGE-DIFF-CNT
                   END-IF
               END-IF
           END-IF.
       2610-EXIT.
           EXIT.
      *
       2620-CHECK-JOURNAL-ENTRY.
           IF WS-JT-ON-MASTER(WS-JT-IDX) NOT = 'Y'
               ADD 1 TO WS-IMAGE-DIFF-CNT
           END-IF.
       2620-EXIT.
           EXIT.
      *
      * REJOUT - THE BAD ALERT-PARM CARDS AND VENDOR TRAILERS ARE
      * LISTED THERE BUT HAVE NO REJDATA ROW, SO THEY ARE COUNTED
      * APART.
      *
       2700-READ-REJECTS.
           MOVE 'N' TO LAST-REJ-REC.
           OPEN INPUT REJECT-RPT.
           PERFORM 2710-READ-ONE-REJECT THRU 2710-EXIT
               UNTIL LAST-REJ-REC = 'Y'.
           CLOSE REJECT-RPT.
       2700-EXIT.
           EXIT.
      *
       2710-READ-ONE-REJECT.
           READ REJECT-RPT
               AT END MOVE 'Y' TO LAST-REJ-REC
           END-READ.
           IF LAST-REJ-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               ADD 1 TO WS-REJ-CNT
               IF REJ-FIELD-NAME = "ALERT-PARM"
                   OR REJ-FIELD-NAME = "ALERT-PARM-FULL"
                   OR REJ-FIELD-NAME = "TRAILER-COUNT"
                   ADD 1 TO WS-REJ-NONDATA-CNT
               END-IF
           END-IF.
       2710-EXIT.
           EXIT.
      *
       2750-READ-REJECT-DATA.
           MOVE 'N' TO LAST-REJF-REC.
           OPEN INPUT REJECT-DATA.
           PERFORM 2760-READ-ONE-REJECT-DATA THRU 2760-EXIT
               UNTIL LAST-REJF-REC = 'Y'.
           CLOSE REJECT-DATA.
       2750-EXIT.
           EXIT.
      *
       2760-READ-ONE-REJECT-DATA.
           READ REJECT-DATA
               AT END MOVE 'Y' TO LAST-REJF-REC
           END-READ.
           IF LAST-REJF-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               ADD 1 TO WS-REJF-CNT
           END-IF.
       2760-EXIT.
           EXIT.
      *
       2800-READ-EXTRACT.
           MOVE 'N' TO LAST-EXT-REC.
           OPEN INPUT EXTRACT-IN.
           PERFORM 2810-READ-ONE-EXTRACT THRU 2810-EXIT
               UNTIL LAST-EXT-REC = 'Y'.
           CLOSE EXTRACT-IN.
       2800-EXIT.
           EXIT.
      *
       2810-READ-ONE-EXTRACT.
           READ EXTRACT-IN
               AT END MOVE 'Y' TO LAST-EXT-REC
           END-READ.
           IF LAST-EXT-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               ADD 1 TO WS-EXT-CNT
           END-IF.
       2810-EXIT.
           EXIT.
      *
       2900-ADD-CANON-FIGURES.
           ADD 1                TO WS-CF-FIGURE(1).
           ADD CAN-NEW-CC       TO WS-CF-FIGURE(2).
           ADD CAN-NEW-DEATHS   TO WS-CF-FIGURE(3).
           ADD CAN-NEW-DOSES    TO WS-CF-FIGURE(4).
           ADD CAN-TOTAL-CC     TO WS-CF-FIGURE(5).
           ADD CAN-TOTAL-DEATHS TO WS-CF-FIGURE(6).
       2900-EXIT.
           EXIT.
      *
      * FIND WS-CN-KEY AMONG THE CANOUT COUNTRIES.
      *
       2950-FIND-COUNTRY.
           MOVE 'N' TO WS-CN-FOUND.
           IF WS-CN-CNT > ZERO
               SET WS-CN-IDX TO 1
               SEARCH WS-CN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CN-IDX > WS-CN-CNT
                       CONTINUE
                   WHEN WS-CN-CC(WS-CN-IDX) = WS-CN-KEY
                       MOVE 'Y' TO WS-CN-FOUND
               END-SEARCH
           END-IF.
       2950-EXIT.
           EXIT.
      *
      * FIND WS-JT-KEY AMONG THE JOURNALED COUNTRIES.
      *
       2960-FIND-JOURNAL.
           MOVE 'N' TO WS-JT-FOUND.
           IF WS-JT-CNT > ZERO
               SET WS-JT-IDX TO 1
               SEARCH WS-JT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-JT-IDX > WS-JT-CNT
                       CONTINUE
                   WHEN WS-JT-CC(WS-JT-IDX) = WS-JT-KEY
                       MOVE 'Y' TO WS-JT-FOUND
               END-SEARCH
           END-IF.
       2960-EXIT.
           EXIT.
      *
      * COVID19 MUST HAVE LOGGED A RUN TODAY - EVERY COUNT CHECK
      * BELOW RESTS ON ITS RECORD.
      *
       3000-CHECK-COVID19-RUN.
           MOVE "COVID19 RUN LOGGED TODAY" TO WS-CHK-LABEL.
           MOVE 'B'    TO WS-CHK-STATUS.
           MOVE 1      TO WS-CHK-EXPECTED.
           MOVE SPACES TO WS-CHK-NOTE.
           IF WS-RS-C19-FOUND = 'Y'
               MOVE 1    TO WS-CHK-ACTUAL
               IF WS-RS-C19-REPLAY = 'Y'
                   MOVE "REPLAY" TO WS-CHK-NOTE
               END-IF
               IF WS-RS-C19-RESTART = 'Y'
                   MOVE "CHECKPOINT RESTART" TO WS-CHK-NOTE
               END-IF
           ELSE
               MOVE ZERO TO WS-CHK-ACTUAL
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
       3000-EXIT.
           EXIT.
      *
      * COVID19 WRITES A TYPE 'C' RECORD FOR EVERY COUNTRY IT
      * ACCEPTS BUT PRINTS A DETAIL LINE ONLY FOR THE ONES ITS
      * SYSIN CRITERIA SELECT, SO THE TWO AGREE ONLY ON A FULL RUN.
      *
       3100-CHECK-CANON.
           MOVE "CANOUT COUNTRY RECORDS VS COVID19 DETAILS"
               TO WS-CHK-LABEL.
           MOVE WS-RS-C19-DETAIL TO WS-CHK-EXPECTED.
           MOVE WS-CANON-C-CNT   TO WS-CHK-ACTUAL.
           MOVE SPACES           TO WS-CHK-NOTE.
           IF WS-RS-C19-FOUND NOT = 'Y'
               MOVE 'N' TO WS-CHK-STATUS
               MOVE "NO COVID19 RUN LOGGED TODAY" TO WS-CHK-NOTE
           ELSE
               IF WS-RS-C19-NARROWED = 'Y'
                   MOVE 'A' TO WS-CHK-STATUS
                   MOVE "RUN NARROWED BY SYSIN" TO WS-CHK-NOTE
               ELSE
                   MOVE 'B' TO WS-CHK-STATUS
               END-IF
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
       3100-EXIT.
           EXIT.
      *
      * HISTOUT CARRIES ONE RECORD PER SELECTED COUNTRY - EVERY
      * CANOUT COUNTRY ON A FULL RUN, THE DETAIL LINES ON A
      * NARROWED ONE.
      *
       3200-CHECK-HISTORY.
           MOVE SPACES      TO WS-CHK-NOTE.
           MOVE WS-HIST-CNT TO WS-CHK-ACTUAL.
           MOVE 'B'         TO WS-CHK-STATUS.
           IF WS-RS-C19-NARROWED = 'Y'
               MOVE "HISTOUT RECORDS VS COVID19 DETAILS"
                   TO WS-CHK-LABEL
               MOVE WS-RS-C19-DETAIL TO WS-CHK-EXPECTED
               MOVE "RUN NARROWED BY SYSIN" TO WS-CHK-NOTE
           ELSE
               MOVE "HISTOUT RECORDS VS CANOUT COUNTRY RECORDS"
                   TO WS-CHK-LABEL
               MOVE WS-CANON-C-CNT TO WS-CHK-EXPECTED
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
      *
           MOVE "HISTOUT RECORDS WITH NO MATCHING CANOUT"
               TO WS-CHK-LABEL.
           MOVE ZERO                  TO WS-CHK-EXPECTED.
           MOVE WS-HIST-UNMATCHED-CNT TO WS-CHK-ACTUAL.
           MOVE SPACES                TO WS-CHK-NOTE.
           IF WS-CN-FULL = 'Y'
               MOVE 'N' TO WS-CHK-STATUS
               MOVE "COUNTRY TABLE FULL" TO WS-CHK-NOTE
           ELSE
               MOVE 'B' TO WS-CHK-STATUS
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
       3200-EXIT.
           EXIT.
      *
       3300-CHECK-EXTRACT.
           MOVE "EXTOUT LINES VS COVID19 DETAILS" TO WS-CHK-LABEL.
           MOVE WS-RS-C19-DETAIL TO WS-CHK-EXPECTED.
           MOVE WS-EXT-CNT       TO WS-CHK-ACTUAL.
           MOVE SPACES           TO WS-CHK-NOTE.
           IF WS-RS-C19-FOUND NOT = 'Y'
               MOVE 'N' TO WS-CHK-STATUS
               MOVE "NO COVID19 RUN LOGGED TODAY" TO WS-CHK-NOTE
           ELSE
               MOVE 'B' TO WS-CHK-STATUS
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
       3300-EXIT.
           EXIT.
      *
      * EVERY HISTOUT RECORD OF A NORMAL RUN GOES WITH ONE WR OR
      * RW JOURNAL RECORD STAMPED AS REPORTED TODAY.  A REPLAY
      * LEAVES THE MASTER ALONE AND SO JOURNALS NOTHING AT ALL.
      *
       3400-CHECK-JOURNAL.
           MOVE 'B'    TO WS-CHK-STATUS.
           MOVE SPACES TO WS-CHK-NOTE.
           IF WS-RS-C19-REPLAY = 'Y'
               MOVE "JOURNAL RECORDS WRITTEN BY A REPLAY"
                   TO WS-CHK-LABEL
               MOVE ZERO        TO WS-CHK-EXPECTED
               MOVE WS-JRNL-CNT TO WS-CHK-ACTUAL
               MOVE "REPLAY - NO UPDATES EXPECTED" TO WS-CHK-NOTE
           ELSE
               MOVE "JOURNAL REPORTED UPDATES VS HISTOUT RECORDS"
                   TO WS-CHK-LABEL
               MOVE WS-HIST-CNT     TO WS-CHK-EXPECTED
               MOVE WS-JRNL-RPT-CNT TO WS-CHK-ACTUAL
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
       3400-EXIT.
           EXIT.
      *
      * THE MASTER AGAINST THE JOURNAL, AND THE COUNTRIES IT HAS
      * STAMPED AS REPORTED AGAINST THOSE ON HISTOUT.  A NARROWED
      * RUN STAMPS ONLY ITS OWN COUNTRIES, SO AN EARLIER FULL RUN
      * THE SAME DAY LEAVES MORE STAMPED THAN HISTOUT CARRIES.
      *
       3500-CHECK-MASTER.
           MOVE "JOURNAL IMAGES DIFFERING FROM HISTMST"
               TO WS-CHK-LABEL.
           MOVE ZERO              TO WS-CHK-EXPECTED.
           MOVE WS-IMAGE-DIFF-CNT TO WS-CHK-ACTUAL.
           MOVE SPACES            TO WS-CHK-NOTE.
           IF WS-RS-C19-REPLAY = 'Y'
               MOVE 'A' TO WS-CHK-STATUS
               MOVE "REPLAY LEAVES HISTMST ALONE" TO WS-CHK-NOTE
           ELSE
               IF WS-JT-FULL = 'Y'
                   MOVE 'N' TO WS-CHK-STATUS
                   MOVE "COUNTRY TABLE FULL" TO WS-CHK-NOTE
               ELSE
                   MOVE 'B' TO WS-CHK-STATUS
               END-IF
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
      *
           MOVE "HISTMST COUNTRIES REPORTED VS HISTOUT"
               TO WS-CHK-LABEL.
           MOVE WS-HIST-CTRY-CNT TO WS-CHK-EXPECTED.
           MOVE WS-HMST-RPT-CNT  TO WS-CHK-ACTUAL.
           MOVE SPACES           TO WS-CHK-NOTE.
           EVALUATE TRUE
               WHEN WS-RS-C19-REPLAY = 'Y'
                   MOVE 'A' TO WS-CHK-STATUS
                   MOVE "REPLAY LEAVES HISTMST ALONE" TO WS-CHK-NOTE
               WHEN WS-RS-C19-NARROWED = 'Y'
                   MOVE 'A' TO WS-CHK-STATUS
                   MOVE "RUN NARROWED BY SYSIN" TO WS-CHK-NOTE
               WHEN WS-CN-FULL = 'Y'
                   MOVE 'N' TO WS-CHK-STATUS
                   MOVE "COUNTRY TABLE FULL" TO WS-CHK-NOTE
               WHEN OTHER
                   MOVE 'B' TO WS-CHK-STATUS
           END-EVALUATE.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
       3500-EXIT.
           EXIT.
      *
      * EVERY REJECT COVID19 COUNTED IS ON THE LISTING; EVERY ONE
      * BUT THE ALERT-PARM AND TRAILER REJECTS HAS A REJDATA ROW.
      *
       3600-CHECK-REJECTS.
           MOVE "REJOUT LINES VS COVID19 REJECT COUNT"
               TO WS-CHK-LABEL.
           MOVE WS-RS-C19-REJECTS TO WS-CHK-EXPECTED.
           MOVE WS-REJ-CNT        TO WS-CHK-ACTUAL.
           MOVE SPACES            TO WS-CHK-NOTE.
           IF WS-RS-C19-FOUND NOT = 'Y'
               MOVE 'N' TO WS-CHK-STATUS
               MOVE "NO COVID19 RUN LOGGED TODAY" TO WS-CHK-NOTE
           ELSE
               MOVE 'B' TO WS-CHK-STATUS
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
      *
           MOVE "REJDATA ROWS VS COVID19 DATA-ROW REJECTS"
               TO WS-CHK-LABEL.
           IF WS-RS-C19-REJECTS > WS-REJ-NONDATA-CNT
               COMPUTE WS-CHK-EXPECTED =
                   WS-RS-C19-REJECTS - WS-REJ-NONDATA-CNT
           ELSE
               MOVE ZERO TO WS-CHK-EXPECTED
           END-IF.
           MOVE WS-REJF-CNT TO WS-CHK-ACTUAL.
           MOVE SPACES      TO WS-CHK-NOTE.
           IF WS-RS-C19-FOUND NOT = 'Y'
               MOVE 'N' TO WS-CHK-STATUS
               MOVE "NO COVID19 RUN LOGGED TODAY" TO WS-CHK-NOTE
           ELSE
               MOVE 'B' TO WS-CHK-STATUS
               IF WS-REJ-NONDATA-CNT > ZERO
                   MOVE "EXCLUDES PARM/TRAILER ROWS" TO WS-CHK-NOTE
               END-IF
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
       3600-EXIT.
           EXIT.
      *
      * COVFIX READS THE WHOLE REJDATA FILE AND WRITES ONE SUPPOUT
      * RECORD PER ROW IT REPAIRS.  ON A DAY IT DID NOT RUN THERE
      * SHOULD BE NO SUPPOUT RECORDS - ANY THERE ARE BELONG TO
      * ANOTHER DAY.
      *
       3700-CHECK-COVFIX.
           MOVE "REJDATA ROWS VS ROWS READ BY COVFIX"
               TO WS-CHK-LABEL.
           MOVE WS-REJF-CNT    TO WS-CHK-EXPECTED.
           MOVE WS-RS-FIX-READ TO WS-CHK-ACTUAL.
           MOVE SPACES         TO WS-CHK-NOTE.
           IF WS-RS-FIX-FOUND = 'Y'
               MOVE 'B' TO WS-CHK-STATUS
           ELSE
               MOVE 'A' TO WS-CHK-STATUS
               MOVE "COVFIX NOT RUN TODAY" TO WS-CHK-NOTE
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
      *
           MOVE "SUPPOUT RECORDS VS COVFIX REPAIRED ROWS"
               TO WS-CHK-LABEL.
           MOVE 'B'         TO WS-CHK-STATUS.
           MOVE WS-SUPP-CNT TO WS-CHK-ACTUAL.
           MOVE SPACES      TO WS-CHK-NOTE.
           IF WS-RS-FIX-FOUND = 'Y'
               MOVE WS-RS-FIX-REPAIRED TO WS-CHK-EXPECTED
           ELSE
               MOVE ZERO TO WS-CHK-EXPECTED
               MOVE "COVFIX NOT RUN TODAY" TO WS-CHK-NOTE
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
       3700-EXIT.
           EXIT.
      *
      * ONE PUBLISHER'S WORLD FIGURES AGAINST THE CANONICAL FILE'S.
      * COVBULL LEAVES NO RECORD ON A DAY ITS FIGURES DID NOT
      * PRINT, AND THEN NOTHING IT PUBLISHED NEEDS PROVING - BUT
      * THE CHECK IS STILL REPORTED AS NOT MADE.
      *
       3800-CHECK-WORLD-TOTALS.
           IF WS-WC-FOUND = 'Y'
               PERFORM 3810-CHECK-ONE-FIGURE THRU 3810-EXIT
                   VARYING WS-WC-SUB FROM 1 BY 1
                   UNTIL WS-WC-SUB > 6
           ELSE
               MOVE SPACES TO WS-CHK-LABEL
               STRING WS-WC-PROGRAM DELIMITED BY SPACE
                   " WORLD TOTALS" DELIMITED BY SIZE
                   INTO WS-CHK-LABEL
               END-STRING
               MOVE 'M'    TO WS-CHK-STATUS
               MOVE ZERO   TO WS-CHK-EXPECTED
               MOVE ZERO   TO WS-CHK-ACTUAL
               MOVE SPACES TO WS-CHK-NOTE
               STRING "NO " DELIMITED BY SIZE
                   WS-WC-PROGRAM DELIMITED BY SPACE
                   " TOTALS TODAY" DELIMITED BY SIZE
                   INTO WS-CHK-NOTE
               END-STRING
               PERFORM 4500-POST-CHECK THRU 4500-EXIT
           END-IF.
       3800-EXIT.
           EXIT.
      *
       3810-CHECK-ONE-FIGURE.
           MOVE SPACES TO WS-CHK-LABEL.
           STRING WS-WC-PROGRAM DELIMITED BY SPACE
               " WORLD " DELIMITED BY SIZE
               WS-FIGURE-NAME(WS-WC-SUB) DELIMITED BY SIZE
               INTO WS-CHK-LABEL
           END-STRING.
           MOVE 'B' TO WS-CHK-STATUS.
           MOVE WS-CF-FIGURE(WS-WC-SUB) TO WS-CHK-EXPECTED.
           MOVE WS-WC-FIGURE(WS-WC-SUB) TO WS-CHK-ACTUAL.
           MOVE SPACES TO WS-CHK-NOTE.
           IF WS-WC-SUB = 1
               MOVE "CANOUT PLUS SUPPOUT" TO WS-CHK-NOTE
           END-IF.
           PERFORM 4500-POST-CHECK THRU 4500-EXIT.
       3810-EXIT.
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
           MOVE 1 TO LINE-CTR.
           PERFORM 4100-WRITE-RUN-INFO THRU 4100-EXIT.
           MOVE HEADER-2 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       4000-EXIT.
           EXIT.
      *
      * WHICH COVID19 RUN IS BEING BALANCED, AND WHETHER COVFIX
      * RAN BEHIND IT.
      *
       4100-WRITE-RUN-INFO.
           MOVE SPACES TO PRT-RCD.
           MOVE "COVID19 RUN BALANCED" TO INFO-LABEL.
           IF WS-RS-C19-FOUND = 'Y'
               MOVE WS-RS-C19-DATE(1:4) TO WS-SD-YYYY
               MOVE WS-RS-C19-DATE(5:2) TO WS-SD-MM
               MOVE WS-RS-C19-DATE(7:2) TO WS-SD-DD
               EVALUATE TRUE
                   WHEN WS-RS-C19-REPLAY = 'Y'
                       MOVE "REPLAY"             TO WS-RUN-KIND
                   WHEN WS-RS-C19-RESTART = 'Y'
                       MOVE "CHECKPOINT RESTART" TO WS-RUN-KIND
                   WHEN OTHER
                       MOVE "NORMAL RUN"         TO WS-RUN-KIND
               END-EVALUATE
               MOVE WS-RS-C19-RC TO WS-RC-NUM
               MOVE SPACES TO WS-INFO-WORK
               STRING WS-SHOW-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RUN-KIND DELIMITED BY "  "
                   "  RC " DELIMITED BY SIZE
                   WS-RC-NUM DELIMITED BY SIZE
                   INTO WS-INFO-WORK
               END-STRING
               MOVE WS-INFO-WORK TO INFO-TEXT
           ELSE
               MOVE "NONE LOGGED TODAY" TO INFO-TEXT
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD.
           MOVE "SELECTION CRITERIA" TO INFO-LABEL.
           IF WS-RS-C19-NARROWED = 'Y'
               MOVE WS-RS-C19-CRITERIA TO INFO-TEXT
           ELSE
               MOVE "NONE - FULL RUN" TO INFO-TEXT
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
           MOVE "COVFIX" TO INFO-LABEL.
           IF WS-RS-FIX-FOUND = 'Y'
               MOVE "RAN TODAY" TO INFO-TEXT
           ELSE
               MOVE "NOT RUN TODAY" TO INFO-TEXT
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 4 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       4100-EXIT.
           EXIT.
      *
      * PRINT ONE CHECK FROM WS-CHECK AND COUNT ITS RESULT.  THE
      * EXPECTED FIGURE PRINTS ONLY FOR A CHECK ACTUALLY MADE.
      *
       4500-POST-CHECK.
           IF LINE-CTR >= 56
               PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT
           END-IF.
           MOVE SPACES TO PRT-RCD.
           MOVE WS-CHK-LABEL  TO PRT-CHECK.
           IF WS-CHK-STATUS NOT = 'M'
               MOVE WS-CHK-ACTUAL TO PRT-ACTUAL
           END-IF.
           MOVE WS-CHK-NOTE   TO PRT-NOTE.
           EVALUATE WS-CHK-STATUS
               WHEN 'B'
                   ADD 1 TO WS-CHECKS-MADE-CNT
                   MOVE WS-CHK-EXPECTED TO PRT-EXPECTED
                   IF WS-CHK-ACTUAL = WS-CHK-EXPECTED
                       ADD 1 TO WS-IN-BAL-CNT
                       MOVE "IN BALANCE" TO PRT-RESULT
                   ELSE
                       ADD 1 TO WS-OUT-BAL-CNT
                       MOVE "*** OUT OF BALANCE ***" TO PRT-RESULT
                   END-IF
               WHEN 'A'
                   ADD 1 TO WS-NOT-APPL-CNT
                   MOVE "NOT APPLICABLE" TO PRT-RESULT
               WHEN OTHER
                   ADD 1 TO WS-NOT-CHECKED-CNT
                   MOVE "NOT CHECKED" TO PRT-RESULT
           END-EVALUATE.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       4500-EXIT.
           EXIT.
      *
      * THE RESULT COUNTS, THE RECORDS READ FROM EACH FILE, AND
      * THE VERDICT.
      *
       5000-PRINT-FOOTER.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
           MOVE "CHECKS MADE"                  TO FTR-LABEL.
           MOVE WS-CHECKS-MADE-CNT             TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD.
           MOVE "   IN BALANCE"                TO FTR-LABEL.
           MOVE WS-IN-BAL-CNT                  TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "   OUT OF BALANCE"            TO FTR-LABEL.
           MOVE WS-OUT-BAL-CNT                 TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "CHECKS NOT MADE"              TO FTR-LABEL.
           MOVE WS-NOT-CHECKED-CNT             TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "CHECKS NOT APPLICABLE"        TO FTR-LABEL.
           MOVE WS-NOT-APPL-CNT                TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
      *
           MOVE "RUNLOG RECORDS READ"          TO FTR-LABEL.
           MOVE WS-LOG-CNT                     TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD.
           MOVE "   OF THEM ENDED TODAY"       TO FTR-LABEL.
           MOVE WS-LOG-TODAY-CNT               TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "CTLTOT RECORDS READ"          TO FTR-LABEL.
           MOVE WS-CTOT-CNT                    TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "CANOUT RECORDS READ"          TO FTR-LABEL.
           MOVE WS-CANON-CNT                   TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "SUPPOUT RECORDS READ"         TO FTR-LABEL.
           MOVE WS-SUPP-CNT                    TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "HISTOUT RECORDS READ"         TO FTR-LABEL.
           MOVE WS-HIST-CNT                    TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "JOURNAL RECORDS READ"         TO FTR-LABEL.
           MOVE WS-JRNL-CNT                    TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "HISTMST RECORDS READ"         TO FTR-LABEL.
           MOVE WS-HMST-CNT                    TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "REJOUT LINES READ"            TO FTR-LABEL.
           MOVE WS-REJ-CNT                     TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "REJDATA ROWS READ"            TO FTR-LABEL.
           MOVE WS-REJF-CNT                    TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
           MOVE "EXTOUT LINES READ"            TO FTR-LABEL.
           MOVE WS-EXT-CNT                     TO FTR-COUNT.
           PERFORM 5100-WRITE-FOOTER-LINE THRU 5100-EXIT.
      *
           EVALUATE TRUE
               WHEN WS-OUT-BAL-CNT > ZERO
                   MOVE WS-MSG-OUT-OF-BALANCE TO PRT-RCD
               WHEN WS-NOT-CHECKED-CNT > ZERO
                   MOVE WS-MSG-INCOMPLETE     TO PRT-RCD
               WHEN OTHER
                   MOVE WS-MSG-IN-BALANCE     TO PRT-RCD
           END-EVALUATE.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD.
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-FOOTER-LINE.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
       5100-EXIT.
           EXIT.
      *
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-OUT-BAL-CNT > ZERO
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-NOT-CHECKED-CNT > ZERO
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RC
           END-EVALUATE.
       9000-EXIT.
           EXIT.
      *
      * THE CRITERIA NAME THE COVID19 PROCESSING DATE BALANCED.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVBAL"             TO RLOG-PROGRAM.
           MOVE WS-RUN-START-DATE    TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           MOVE RCD-IN               TO RLOG-RCD-IN.
           MOVE WS-LOG-TODAY-CNT     TO RLOG-DATA-ROWS.
           MOVE WS-CHECKS-MADE-CNT   TO RLOG-DETAIL-CNT.
           MOVE WS-OUT-BAL-CNT       TO RLOG-REJECT-CNT.
           STRING "BALANCING COVID19 RUN OF " DELIMITED BY SIZE
               WS-BAL-DATE DELIMITED BY SIZE
               INTO RLOG-CRITERIA
           END-STRING.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE WS-FINAL-RC          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
