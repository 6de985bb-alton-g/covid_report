      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVRSTM.
       AUTHOR.          ALTON GOODMAN.
      *
      * RESTATEMENT REPORT AND LEDGER FOR A REPLAYED DATA DATE.
      * WHEN THE VENDOR SENDS A CORRECTED PAST-DATE FILE IT IS RUN
      * THROUGH COVID19 IN REPLAY MODE (CC-PROCESS-DATE) AND THE
      * DATED CANOUT GENERATION IS REPLACED.  THIS PROGRAM READS
      * THE GENERATION AS ORIGINALLY PUBLISHED (DDNAME CANORIG)
      * AND THE REPLAYED GENERATION FOR THE SAME DATE (DDNAME
      * CANRPLY), MATCHES THE ROWS BY COUNTRY CODE - AND PROVINCE
      * FOR TYPE 'P' ROWS - AND PRINTS EVERY FIGURE THAT MOVED,
      * THE SIZE OF THE MOVE, AND ANY ROWS ADDED TO OR DROPPED
      * FROM THE REPLAY, FOLLOWED BY REGION AND WORLD NET
      * RESTATEMENT TOTALS OVER THE COUNTRY-LEVEL ROWS.  EACH
      * MOVED FIGURE IS ALSO WRITTEN TO THE PERMANENT RSTLEDG
      * RESTATEMENT LEDGER (CVDRSTL) SO THE REVISION HISTORY OF
      * ANY PUBLISHED FIGURE CAN BE TRACED.
      * THE SYSIN CARD CARRIES THE EXPECTED DATA DATE (COLS 1-8,
      * YYYYMMDD, OPTIONAL) AND THE WORLD-TOTAL TOLERANCE (COLS
      * 9-11, WHOLE PERCENT OF THE ORIGINAL WORLD FIGURE, THE WAY
      * COVXCHK TAKES ITS TOLERANCE).  THE TWO GENERATIONS MUST
      * CARRY THE SAME DATA DATE - AND THE CARD DATE WHEN ONE IS
      * GIVEN - OR THE RUN STOPS BEFORE ANYTHING REACHES THE
      * LEDGER.  THE RESULT GRADES THROUGH THE RETURN CODE:
      *   RC=0  NOTHING RESTATED
      *   RC=4  FIGURES RESTATED, ROWS ADDED OR DROPPED, BUT NO
      *         WORLD TOTAL MOVED BY MORE THAN THE TOLERANCE
      *   RC=8  A WORLD TOTAL MOVED BY MORE THAN THE TOLERANCE,
      *         OR THE RUN WAS STOPPED
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
           SELECT CANON-ORIG ASSIGN TO CANORIG
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT CANON-RPLY ASSIGN TO CANRPLY
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO SYSIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGION-MASTER ASSIGN TO REGNMST
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RESTATE-LEDGER ASSIGN TO RSTLEDG
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS RSTL-KEY.
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
           05  PRT-CHECK                        PIC X(11).
           05  FILLER                           PIC X(01).
           05  PRT-CC                           PIC X(02).
           05  FILLER                           PIC X(02).
           05  PRT-COUNTRY                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  PRT-PROVINCE                     PIC X(20).
           05  FILLER                           PIC X(01).
           05  PRT-FIELD                        PIC X(12).
           05  FILLER                           PIC X(01).
           05  PRT-ORIG-VALUE                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-NEW-VALUE                    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-DELTA                        PIC ----,---,---,--9.
           05  FILLER                           PIC X(11).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE REGION NET
      * RESTATEMENT PAGE.
      *
       01  PRT-RCD-REGION REDEFINES PRT-RCD.
           05  FILLER                           PIC X(02).
           05  RGN-NAME                         PIC X(15).
           05  FILLER                           PIC X(02).
           05  RGN-COUNTRY-CNT                  PIC ZZZZ9.
           05  FILLER                           PIC X(02).
           05  RGN-NET-NEW-CC                   PIC ----,---,---,--9.
           05  FILLER                           PIC X(02).
           05  RGN-NET-TOTAL-CC                 PIC ----,---,---,--9.
           05  FILLER                           PIC X(02).
           05  RGN-NET-NEW-DEATHS               PIC ----,---,---,--9.
           05  FILLER                           PIC X(02).
           05  RGN-NET-TOTAL-DEATHS             PIC ----,---,---,--9.
           05  FILLER                           PIC X(02).
           05  RGN-NET-TOTAL-DOSES              PIC ----,---,---,--9.
           05  FILLER                           PIC X(02).
           05  RGN-NET-FULLY-VACC               PIC ----,---,---,--9.
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE WORLD NET
      * RESTATEMENT PAGE.
      *
       01  PRT-RCD-WORLD REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  WLD-FIELD                        PIC X(12).
           05  FILLER                           PIC X(02).
           05  WLD-ORIG-VALUE                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  WLD-NEW-VALUE                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  WLD-NET                          PIC --,---,---,---,--9.
           05  FILLER                           PIC X(02).
           05  WLD-PCT                          PIC ZZZZ9.9.
           05  FILLER                           PIC X(02).
           05  WLD-FLAG                         PIC X(20).
           05  FILLER                           PIC X(28).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE SCORECARD FOOTER.
      *
       01  PRT-RCD-FOOTER REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  FTR-LABEL                        PIC X(35).
           05  FILLER                           PIC X(02).
           05  FTR-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(81).
      *
      * THE TWO CANONICAL GENERATIONS, EACH READ AS VARIABLE
      * 199-TO-220-BYTE RECORDS SO A PRE-PROVINCE 199-BYTE
      * GENERATION FROM THE ARCHIVE CAN STILL BE COMPARED.  BOTH
      * ARE READ INTO THE ONE CVDCANF LAYOUT IN WORKING-STORAGE.
      *
       FD  CANON-ORIG RECORDING MODE IS V
           RECORD IS VARYING FROM 199 TO 220 CHARACTERS
           DEPENDING ON WS-ORIG-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  CANON-ORIG-RCD                       PIC X(220).
      *
       FD  CANON-RPLY RECORDING MODE IS V
           RECORD IS VARYING FROM 199 TO 220 CHARACTERS
           DEPENDING ON WS-RPLY-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  CANON-RPLY-RCD                       PIC X(220).
      *
      * SYSIN CONTROL CARD - EXPECTED DATA DATE (YYYYMMDD, BLANK
      * FOR NO CHECK) AND THE WORLD-TOTAL TOLERANCE IN WHOLE
      * PERCENT.
      *
       FD  CONTROL-CARD RECORDING MODE IS F.
       01  CONTROL-CARD-REC.
           05  CC-DATA-DATE                     PIC X(08).
           05  CC-TOLERANCE-PCT                 PIC X(03).
           05  FILLER                           PIC X(69).
      *
      * COUNTRY-CODE TO REGION REFERENCE MASTER, MAINTAINED BY THE
      * COVREGNM UTILITY - SAME FILE COVID19 LOADS AT STARTUP.
      *
       FD  REGION-MASTER RECORDING MODE IS F.
       01  REGN-IN-REC.
           05  REGN-IN-CC                       PIC X(02).
           05  REGN-IN-NAME                     PIC X(15).
      *
      * PERMANENT RESTATEMENT LEDGER, ADDED TO ON EVERY RUN.
      *
       FD  RESTATE-LEDGER.
       COPY CVDRSTL.
      *
      * SHARED RUN-CONTROL LOG, APPENDED AT END OF RUN.
      *
       FD  RUN-LOG RECORDING MODE IS F.
       COPY CVDRLOG.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  WS-TITLE-LINE                        PIC X(60)
           VALUE SPACES.
       01  WS-TITLE-TEXT                        PIC X(31)
           VALUE "RESTATEMENT REPORT - DATA DATE ".
       01  HEADER-2.
           05  FILLER                           PIC X(05)
                VALUE "CHECK".
           05  FILLER                           PIC X(07)
                VALUE SPACE.
           05  FILLER                           PIC X(02)
                VALUE "CC".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(07)
                VALUE "COUNTRY".
           05  FILLER                           PIC X(14)
                VALUE SPACE.
           05  FILLER                           PIC X(08)
                VALUE "PROVINCE".
           05  FILLER                           PIC X(13)
                VALUE SPACE.
           05  FILLER                           PIC X(05)
                VALUE "FIELD".
           05  FILLER                           PIC X(15)
                VALUE SPACE.
           05  FILLER                           PIC X(08)
                VALUE "ORIGINAL".
           05  FILLER                           PIC X(09)
                VALUE SPACE.
           05  FILLER                           PIC X(08)
                VALUE "REPLAYED".
           05  FILLER                           PIC X(12)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "CHANGE".
       01  HEADER-5                             PIC X(132)
           VALUE ALL "=".
       01  HEADER-6                             PIC X(60)
           VALUE "REGION NET RESTATEMENT - COUNTRY-LEVEL ROWS".
       01  HEADER-7.
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(15)
                VALUE "REGION".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(05)
                VALUE "CTRYS".
           05  FILLER                           PIC X(05)
                VALUE SPACE.
           05  FILLER                           PIC X(13)
                VALUE "NET NEW CASES".
           05  FILLER                           PIC X(05)
                VALUE SPACE.
           05  FILLER                           PIC X(13)
                VALUE "NET TOT CASES".
           05  FILLER                           PIC X(04)
                VALUE SPACE.
           05  FILLER                           PIC X(14)
                VALUE "NET NEW DEATHS".
           05  FILLER                           PIC X(04)
                VALUE SPACE.
           05  FILLER                           PIC X(14)
                VALUE "NET TOT DEATHS".
           05  FILLER                           PIC X(05)
                VALUE SPACE.
           05  FILLER                           PIC X(13)
                VALUE "NET TOT DOSES".
           05  FILLER                           PIC X(04)
                VALUE SPACE.
           05  FILLER                           PIC X(14)
                VALUE "NET FULLY VACC".
       01  HEADER-8                             PIC X(60)
           VALUE "WORLD NET RESTATEMENT - COUNTRY-LEVEL ROWS".
       01  HEADER-9.
           05  FILLER                           PIC X(03)
                VALUE SPACE.
           05  FILLER                           PIC X(12)
                VALUE "FIELD".
           05  FILLER                           PIC X(11)
                VALUE SPACE.
           05  FILLER                           PIC X(08)
                VALUE "ORIGINAL".
           05  FILLER                           PIC X(11)
                VALUE SPACE.
           05  FILLER                           PIC X(08)
                VALUE "REPLAYED".
           05  FILLER                           PIC X(10)
                VALUE SPACE.
           05  FILLER                           PIC X(10)
                VALUE "NET CHANGE".
           05  FILLER                           PIC X(06)
                VALUE SPACE.
           05  FILLER                           PIC X(03)
                VALUE "PCT".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(09)
                VALUE "TOLERANCE".
       01  HEADER-10                            PIC X(60)
           VALUE "RESTATEMENT SCORECARD".
      *
      * THE CANONICAL ROW JUST READ, FROM WHICHEVER GENERATION.
      *
       COPY CVDCANF.
      *
      * THE NINE COUNT FIELDS OF THE ROW, STAGED SO THEY CAN BE
      * WALKED BY SUBSCRIPT, AND THE NAME EACH IS KNOWN BY ON THE
      * REPORT AND IN THE LEDGER.
      *
       01  WS-ROW-VALUES.
           05  WS-RV-NEW-CC                     PIC 9(12).
           05  WS-RV-TOTAL-CC                   PIC 9(12).
           05  WS-RV-NEW-DEATHS                 PIC 9(12).
           05  WS-RV-TOTAL-DEATHS               PIC 9(12).
           05  WS-RV-NEW-RECVR                  PIC 9(12).
           05  WS-RV-TOTAL-RECVR                PIC 9(12).
           05  WS-RV-NEW-DOSES                  PIC 9(12).
           05  WS-RV-TOTAL-DOSES                PIC 9(12).
           05  WS-RV-FULLY-VACC                 PIC 9(12).
       01  WS-ROW-VALUE-TABLE REDEFINES WS-ROW-VALUES.
           05  WS-RV-VALUE OCCURS 9 TIMES       PIC 9(12).
      *
       01  WS-FIELD-NAME-DATA.
           05  FILLER                           PIC X(12)
                VALUE "NEW-CC".
           05  FILLER                           PIC X(12)
                VALUE "TOTAL-CC".
           05  FILLER                           PIC X(12)
                VALUE "NEW-DEATHS".
           05  FILLER                           PIC X(12)
                VALUE "TOTAL-DEATHS".
           05  FILLER                           PIC X(12)
                VALUE "NEW-RECVR".
           05  FILLER                           PIC X(12)
                VALUE "TOTAL-RECVR".
           05  FILLER                           PIC X(12)
                VALUE "NEW-DOSES".
           05  FILLER                           PIC X(12)
                VALUE "TOTAL-DOSES".
           05  FILLER                           PIC X(12)
                VALUE "FULLY-VACC".
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-DATA.
           05  WS-FIELD-NAME OCCURS 9 TIMES     PIC X(12).
      *
      * THE MATCH KEY OF THE ROW JUST READ - CLASS 'P' FOR A
      * PROVINCE ROW, 'C' FOR ANY COUNTRY-LEVEL ROW (REPORTED,
      * ESTIMATED OR A SHORT PRE-PROVINCE RECORD), SO AN ESTIMATE
      * IN ONE GENERATION MATCHES THE REPORTED ROW IN THE OTHER.
      *
       01  WS-MATCH-KEY.
           05  WS-MATCH-CLASS                   PIC X(01).
           05  WS-MATCH-CC                      PIC X(02).
           05  WS-MATCH-PROVINCE                PIC X(20).
      *
      * THE ORIGINAL GENERATION, LOADED IN FULL SO THE REPLAYED
      * ROWS CAN MATCH AGAINST IT.
      *
       01  WS-ORIG-TABLE.
           05  WS-OT-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-OT-IDX.
               10  WS-OT-KEY.
                   15  WS-OT-CLASS              PIC X(01).
                   15  WS-OT-CC                 PIC X(02).
                   15  WS-OT-PROVINCE           PIC X(20).
               10  WS-OT-COUNTRY                PIC X(20).
               10  WS-OT-REC-TYPE               PIC X(01).
               10  WS-OT-VALUES.
                   15  WS-OT-VALUE OCCURS 9 TIMES
                                                PIC 9(12).
               10  WS-OT-MATCHED                PIC X(01).
       01  WS-ORIG-CNT                          PIC 9(05) COMP
           VALUE ZERO.
       01  WS-OT-SUB                            PIC 9(05) COMP
           VALUE ZERO.
      *
      * COUNTRY-CODE TO REGION LOOKUP TABLE, LOADED AT STARTUP FROM
      * THE REGNMST REFERENCE MASTER, THE SAME WAY COVID19 LOADS IT.
      *
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-REGION-IDX.
               10  WS-REGION-CC                 PIC X(02).
               10  WS-REGION-NAME               PIC X(15).
       01  WS-REGION-CNT                        PIC 9(05) COMP
           VALUE ZERO.
       01  LAST-REGN-REC                        PIC X(01)
           VALUE 'N'.
       01  WS-REGION-NAME-WORK                  PIC X(15).
      *
      * REGION NET RESTATEMENT ACCUMULATORS - THE SAME SIX-BUCKET
      * SHAPE COVID19'S SUMMARY TRAILER USES, WITH "OTHER" FOR
      * CODES NOT ON THE MASTER.  THE COUNT IS OF COUNTRIES WITH
      * AT LEAST ONE FIGURE RESTATED.
      *
       01  WS-REGION-TOTALS.
           05  WS-RT-ENTRY OCCURS 6 TIMES
                           INDEXED BY WS-RT-IDX.
               10  WS-RT-NAME                   PIC X(15).
               10  WS-RT-COUNTRY-CNT            PIC 9(05) COMP.
               10  WS-RT-NET OCCURS 9 TIMES     PIC S9(13) COMP.
      *
      * WORLD TOTALS OVER THE COUNTRY-LEVEL ROWS OF EACH
      * GENERATION, AND THE NET RESTATEMENT BETWEEN THEM.
      *
       01  WS-WORLD-TOTALS.
           05  WS-WT-ENTRY OCCURS 9 TIMES.
               10  WS-WT-ORIG                   PIC 9(13) COMP.
               10  WS-WT-RPLY                   PIC 9(13) COMP.
               10  WS-WT-NET                    PIC S9(13) COMP.
       01  WS-GT-COUNTRY-CNT                    PIC 9(05) COMP
           VALUE ZERO.
      *
      * THE FIGURE BEING COMPARED.
      *
       01  WS-COMPARE-STAGE.
           05  WS-FLD-SUB                       PIC 9(02) COMP.
           05  WS-CMP-ORIG                      PIC 9(12) COMP.
           05  WS-CMP-NEW                       PIC 9(12) COMP.
           05  WS-CMP-DELTA                     PIC S9(13) COMP.
           05  WS-CMP-ORIG-TYPE                 PIC X(01).
           05  WS-CMP-NEW-TYPE                  PIC X(01).
           05  WS-CHANGE-TYPE                   PIC X(01).
           05  WS-DIFF-ABS                      PIC 9(13) COMP.
           05  WS-DIFF-PCT                      PIC 9(05)V9 COMP.
       01  WS-DIFF-PCT-MAX                      PIC 9(05)V9
           VALUE 99999.9.
       01  WS-TOLERANCE-PCT                     PIC 9(03)
           VALUE ZERO.
      *
      * DATA DATES IN THE CANONICAL FILE'S YYYY-MM-DD FORMAT, AND
      * THE SAME DATE AS THE LEDGER CARRIES IT.
      *
       01  WS-ORIG-DATE                         PIC X(10)
           VALUE SPACES.
       01  WS-RPLY-DATE                         PIC X(10)
           VALUE SPACES.
       01  WS-CARD-DATE.
           05  WS-CDT-YYYY                      PIC X(04).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-CDT-MM                        PIC X(02).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-CDT-DD                        PIC X(02).
       01  WS-DATA-DATE.
           05  WS-DD-YYYY                       PIC X(04).
           05  FILLER                           PIC X(01).
           05  WS-DD-MM                         PIC X(02).
           05  FILLER                           PIC X(01).
           05  WS-DD-DD                         PIC X(02).
       01  WS-LEDGER-DATE.
           05  WS-LD-YYYY                       PIC X(04).
           05  WS-LD-MM                         PIC X(02).
           05  WS-LD-DD                         PIC X(02).
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-START-DATE                PIC X(08).
           05  WS-RUN-START-TIME                PIC X(08).
       01  WS-FINAL-RC                          PIC 9(04) COMP
           VALUE ZERO.
      *
       01  FLAGS.
           05  LAST-ORIG-REC                    PIC X(01) VALUE 'N'.
           05  LAST-RPLY-REC                    PIC X(01) VALUE 'N'.
           05  WS-CARD-DATE-IND                 PIC X(01) VALUE 'N'.
           05  WS-STOP-RUN                      PIC X(01) VALUE 'N'.
           05  WS-OT-FOUND                      PIC X(01) VALUE 'N'.
           05  WS-ROW-CHANGED                   PIC X(01) VALUE 'N'.
           05  WS-RPLY-DUP                      PIC X(01) VALUE 'N'.
      *
       01  WS-ORIG-REC-LEN                      PIC 9(07) COMP
           VALUE ZERO.
       01  WS-RPLY-REC-LEN                      PIC 9(07) COMP
           VALUE ZERO.
      *
       01  COUNTERS.
           05  LINE-CTR                         PIC S9(03) COMP
               VALUE ZERO.
           05  WS-ORIG-ROWS-CNT                 PIC 9(07) COMP
               VALUE ZERO.
           05  WS-RPLY-ROWS-CNT                 PIC 9(07) COMP
               VALUE ZERO.
           05  WS-MATCHED-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-CHANGED-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-ADDED-CNT                     PIC 9(07) COMP
               VALUE ZERO.
           05  WS-DROPPED-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-TYPE-CHG-CNT                  PIC 9(07) COMP
               VALUE ZERO.
           05  WS-DUP-ORIG-CNT                  PIC 9(07) COMP
               VALUE ZERO.
           05  WS-DUP-RPLY-CNT                  PIC 9(07) COMP
               VALUE ZERO.
           05  WS-LEDGER-CNT                    PIC 9(07) COMP
               VALUE ZERO.
           05  WS-LEDGER-DUP-CNT                PIC 9(07) COMP
               VALUE ZERO.
           05  WS-BEYOND-CNT                    PIC 9(07) COMP
               VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 1050-INIT-REGION-TOTALS THRU 1050-EXIT.
           PERFORM 2700-LOAD-REGION-MASTER THRU 2700-EXIT.
           IF WS-STOP-RUN NOT = 'Y'
               PERFORM 2000-LOAD-ORIGINAL THRU 2000-EXIT
           END-IF.
           IF WS-STOP-RUN NOT = 'Y'
               PERFORM 2500-SCAN-REPLAY-DATE THRU 2500-EXIT
           END-IF.
           IF WS-STOP-RUN NOT = 'Y'
               PERFORM 2600-CHECK-DATA-DATES THRU 2600-EXIT
           END-IF.
      *
      * A STOPPED RUN WRITES NOTHING TO THE LEDGER - A WRONG
      * GENERATION WOULD OTHERWISE POST A WHOLE DAY OF FALSE
      * REVISIONS TO THE PERMANENT HISTORY.
      *
           IF WS-STOP-RUN = 'Y'
               MOVE 8 TO WS-FINAL-RC
               PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           OPEN I-O RESTATE-LEDGER.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           PERFORM 3000-COMPARE-REPLAY THRU 3000-EXIT.
           PERFORM 7800-FLAG-DROPPED THRU 7800-EXIT
               VARYING WS-OT-SUB FROM 1 BY 1
               UNTIL WS-OT-SUB > WS-ORIG-CNT.
           CLOSE RESTATE-LEDGER.
           PERFORM 8000-WRITE-REGION-PAGE THRU 8000-EXIT.
           PERFORM 8100-WRITE-WORLD-PAGE THRU 8100-EXIT.
           PERFORM 8200-WRITE-SCORECARD THRU 8200-EXIT.
           CLOSE PRINT-LINE.
           PERFORM 9000-SET-GRADE THRU 9000-EXIT.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      *
       1050-INIT-REGION-TOTALS.
           INITIALIZE WS-REGION-TOTALS.
           INITIALIZE WS-WORLD-TOTALS.
           SET WS-RT-IDX TO 1.
           MOVE "AMERICAS"   TO WS-RT-NAME(WS-RT-IDX).
           SET WS-RT-IDX TO 2.
           MOVE "EUROPE"     TO WS-RT-NAME(WS-RT-IDX).
           SET WS-RT-IDX TO 3.
           MOVE "ASIA"       TO WS-RT-NAME(WS-RT-IDX).
           SET WS-RT-IDX TO 4.
           MOVE "AFRICA"     TO WS-RT-NAME(WS-RT-IDX).
           SET WS-RT-IDX TO 5.
           MOVE "OCEANIA"    TO WS-RT-NAME(WS-RT-IDX).
           SET WS-RT-IDX TO 6.
           MOVE "OTHER"      TO WS-RT-NAME(WS-RT-IDX).
       1050-EXIT.
           EXIT.
      *
      * A MALFORMED TOLERANCE FALLS BACK TO ZERO - THE STRICTEST
      * COMPARISON - THE WAY COVXCHK'S DOES.  A DATA DATE THAT IS
      * PRESENT BUT NOT A VALID YYYYMMDD DATE STOPS THE RUN, AS
      * THE CARD CANNOT THEN GUARD THE LEDGER AGAINST A WRONG
      * GENERATION.
      *
       1100-READ-CONTROL-CARD.
           MOVE SPACES TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END CONTINUE
           END-READ.
           CLOSE CONTROL-CARD.
           IF CC-TOLERANCE-PCT NUMERIC
               MOVE CC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           ELSE
               MOVE ZERO TO WS-TOLERANCE-PCT
               DISPLAY "COVRSTM - TOLERANCE CARD MISSING OR NOT "
                   "NUMERIC - ZERO TOLERANCE ASSUMED"
           END-IF.
           IF CC-DATA-DATE NOT = SPACES
               IF CC-DATA-DATE NUMERIC
                   AND CC-DATA-DATE(5:2) NOT < "01"
                   AND CC-DATA-DATE(5:2) NOT > "12"
                   AND CC-DATA-DATE(7:2) NOT < "01"
                   AND CC-DATA-DATE(7:2) NOT > "31"
                   MOVE 'Y' TO WS-CARD-DATE-IND
                   MOVE CC-DATA-DATE(1:4) TO WS-CDT-YYYY
                   MOVE CC-DATA-DATE(5:2) TO WS-CDT-MM
                   MOVE CC-DATA-DATE(7:2) TO WS-CDT-DD
               ELSE
                   MOVE 'Y' TO WS-STOP-RUN
                   DISPLAY "COVRSTM - DATA DATE ON SYSIN CARD IS "
                       "NOT A VALID YYYYMMDD DATE - RUN STOPPED"
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *
      * LOAD THE ORIGINALLY PUBLISHED GENERATION AND TOTAL ITS
      * COUNTRY-LEVEL ROWS FOR THE WORLD FIGURES.  THE DATA DATE
      * IS TAKEN FROM THE FIRST ROW.
      *
       2000-LOAD-ORIGINAL.
           OPEN INPUT CANON-ORIG.
           PERFORM 5000-READ-ORIG THRU 5000-EXIT.
           PERFORM 2100-POST-ONE-ORIG THRU 2100-EXIT
               UNTIL LAST-ORIG-REC = 'Y'.
           CLOSE CANON-ORIG.
           IF WS-ORIG-DATE = SPACES
               MOVE 'Y' TO WS-STOP-RUN
               DISPLAY "COVRSTM - ORIGINAL GENERATION HAS NO "
                   "ROWS - RUN STOPPED"
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-POST-ONE-ORIG.
           ADD 1 TO WS-ORIG-ROWS-CNT.
           IF WS-ORIG-DATE = SPACES
               MOVE CAN-DATE TO WS-ORIG-DATE
           END-IF.
           PERFORM 5500-STAGE-ROW THRU 5500-EXIT.
           PERFORM 6700-FIND-ORIG THRU 6700-EXIT.
           IF WS-OT-FOUND = 'Y'
               ADD 1 TO WS-DUP-ORIG-CNT
           ELSE
               IF WS-ORIG-CNT < 3000
                   ADD 1 TO WS-ORIG-CNT
                   SET WS-OT-IDX TO WS-ORIG-CNT
                   MOVE WS-MATCH-KEY   TO WS-OT-KEY(WS-OT-IDX)
                   MOVE CAN-COUNTRY    TO WS-OT-COUNTRY(WS-OT-IDX)
                   MOVE CAN-REC-TYPE   TO WS-OT-REC-TYPE(WS-OT-IDX)
                   MOVE WS-ROW-VALUES  TO WS-OT-VALUES(WS-OT-IDX)
                   MOVE 'N'            TO WS-OT-MATCHED(WS-OT-IDX)
                   IF WS-MATCH-CLASS = 'C'
                       PERFORM 2110-ADD-WORLD-ORIG THRU 2110-EXIT
                           VARYING WS-FLD-SUB FROM 1 BY 1
                           UNTIL WS-FLD-SUB > 9
                   END-IF
               ELSE
      *
      * A ROW PAST THE TABLE WOULD SHOW AS ADDED WHEN THE REPLAY
      * IS MATCHED, SO AN OVERSIZED GENERATION STOPS THE RUN.
      *
                   IF WS-STOP-RUN NOT = 'Y'
                       MOVE 'Y' TO WS-STOP-RUN
                       DISPLAY "COVRSTM - ORIGINAL GENERATION "
                           "EXCEEDS 3000 ROWS - RUN STOPPED"
                   END-IF
               END-IF
           END-IF.
           PERFORM 5000-READ-ORIG THRU 5000-EXIT.
       2100-EXIT.
           EXIT.
      *
       2110-ADD-WORLD-ORIG.
           ADD WS-RV-VALUE(WS-FLD-SUB) TO WS-WT-ORIG(WS-FLD-SUB).
       2110-EXIT.
           EXIT.
      *
      * FIND THE REPLAYED GENERATION'S DATA DATE AHEAD OF THE
      * COMPARISON, SO A MISMATCH IS CAUGHT BEFORE THE LEDGER IS
      * OPENED.
      *
       2500-SCAN-REPLAY-DATE.
           OPEN INPUT CANON-RPLY.
           PERFORM 5100-READ-RPLY THRU 5100-EXIT.
           IF LAST-RPLY-REC NOT = 'Y'
               MOVE CAN-DATE TO WS-RPLY-DATE
           END-IF.
           CLOSE CANON-RPLY.
           MOVE 'N' TO LAST-RPLY-REC.
           IF WS-RPLY-DATE = SPACES
               MOVE 'Y' TO WS-STOP-RUN
               DISPLAY "COVRSTM - REPLAYED GENERATION HAS NO "
                   "ROWS - RUN STOPPED"
           END-IF.
       2500-EXIT.
           EXIT.
      *
       2600-CHECK-DATA-DATES.
           IF WS-ORIG-DATE NOT = WS-RPLY-DATE
               MOVE 'Y' TO WS-STOP-RUN
               DISPLAY "COVRSTM - ORIGINAL DATA DATE " WS-ORIG-DATE
                   " DOES NOT MATCH REPLAYED DATA DATE "
                   WS-RPLY-DATE " - RUN STOPPED"
           END-IF.
           IF WS-CARD-DATE-IND = 'Y'
               AND WS-ORIG-DATE NOT = WS-CARD-DATE
               MOVE 'Y' TO WS-STOP-RUN
               DISPLAY "COVRSTM - ORIGINAL DATA DATE " WS-ORIG-DATE
                   " DOES NOT MATCH SYSIN CARD DATE "
                   WS-CARD-DATE " - RUN STOPPED"
           END-IF.
           MOVE WS-ORIG-DATE TO WS-DATA-DATE.
           MOVE WS-DD-YYYY   TO WS-LD-YYYY.
           MOVE WS-DD-MM     TO WS-LD-MM.
           MOVE WS-DD-DD     TO WS-LD-DD.
           MOVE SPACES TO WS-TITLE-LINE.
           STRING WS-TITLE-TEXT DELIMITED BY SIZE
               WS-DATA-DATE     DELIMITED BY SIZE
               INTO WS-TITLE-LINE
           END-STRING.
       2600-EXIT.
           EXIT.
      *
       2700-LOAD-REGION-MASTER.
           MOVE SPACES TO WS-REGION-TABLE.
           MOVE ZERO TO WS-REGION-CNT.
           MOVE 'N' TO LAST-REGN-REC.
           OPEN INPUT REGION-MASTER.
           PERFORM 2710-LOAD-ONE-REGN THRU 2710-EXIT
               UNTIL LAST-REGN-REC = 'Y' OR WS-REGION-CNT = 500.
           CLOSE REGION-MASTER.
       2700-EXIT.
           EXIT.
      *
       2710-LOAD-ONE-REGN.
           READ REGION-MASTER
               AT END MOVE 'Y' TO LAST-REGN-REC
           END-READ.
           IF LAST-REGN-REC NOT = 'Y'
               ADD 1 TO WS-REGION-CNT
               SET WS-REGION-IDX TO WS-REGION-CNT
               MOVE REGN-IN-CC   TO WS-REGION-CC(WS-REGION-IDX)
               MOVE REGN-IN-NAME TO WS-REGION-NAME(WS-REGION-IDX)
           END-IF.
       2710-EXIT.
           EXIT.
      *
      * READ THE REPLAYED GENERATION AND MATCH EACH ROW AGAINST
      * THE ORIGINAL TABLE.
      *
       3000-COMPARE-REPLAY.
           OPEN INPUT CANON-RPLY.
           PERFORM 5100-READ-RPLY THRU 5100-EXIT.
           PERFORM 3500-COMPARE-ONE-RPLY THRU 3500-EXIT
               UNTIL LAST-RPLY-REC = 'Y'.
           CLOSE CANON-RPLY.
       3000-EXIT.
           EXIT.
      *
       3500-COMPARE-ONE-RPLY.
           ADD 1 TO WS-RPLY-ROWS-CNT.
           MOVE 'N' TO WS-RPLY-DUP.
           PERFORM 5500-STAGE-ROW THRU 5500-EXIT.
           PERFORM 6700-FIND-ORIG THRU 6700-EXIT.
           IF WS-OT-FOUND = 'Y'
               IF WS-OT-MATCHED(WS-OT-IDX) = 'Y'
                   ADD 1 TO WS-DUP-RPLY-CNT
                   MOVE 'Y' TO WS-RPLY-DUP
                   MOVE SPACES TO PRT-RCD
                   MOVE "DUPLICATE"       TO PRT-CHECK
                   MOVE "ROW SKIPPED"     TO PRT-FIELD
                   PERFORM 7500-WRITE-DETAIL THRU 7500-EXIT
               ELSE
                   MOVE 'Y' TO WS-OT-MATCHED(WS-OT-IDX)
                   ADD 1 TO WS-MATCHED-CNT
                   PERFORM 3600-COMPARE-MATCHED THRU 3600-EXIT
               END-IF
           ELSE
               PERFORM 3700-POST-ADDED THRU 3700-EXIT
           END-IF.
           IF WS-MATCH-CLASS = 'C'
               AND WS-RPLY-DUP NOT = 'Y'
               PERFORM 3510-ADD-WORLD-RPLY THRU 3510-EXIT
                   VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > 9
           END-IF.
           PERFORM 5100-READ-RPLY THRU 5100-EXIT.
       3500-EXIT.
           EXIT.
      *
       3510-ADD-WORLD-RPLY.
           ADD WS-RV-VALUE(WS-FLD-SUB) TO WS-WT-RPLY(WS-FLD-SUB).
       3510-EXIT.
           EXIT.
      *
      * A MATCHED ROW - FLAG AN ESTIMATE THAT BECAME A REPORTED
      * FIGURE (OR THE REVERSE), THEN COMPARE THE NINE FIELDS.
      *
       3600-COMPARE-MATCHED.
           MOVE 'N' TO WS-ROW-CHANGED.
           MOVE 'C' TO WS-CHANGE-TYPE.
           MOVE WS-OT-REC-TYPE(WS-OT-IDX) TO WS-CMP-ORIG-TYPE.
           MOVE CAN-REC-TYPE              TO WS-CMP-NEW-TYPE.
           PERFORM 7710-FIND-REGION THRU 7710-EXIT.
           IF WS-CMP-ORIG-TYPE = 'E' AND WS-CMP-NEW-TYPE NOT = 'E'
               OR WS-CMP-ORIG-TYPE NOT = 'E' AND WS-CMP-NEW-TYPE = 'E'
               ADD 1 TO WS-TYPE-CHG-CNT
               MOVE 'Y' TO WS-ROW-CHANGED
               MOVE SPACES TO PRT-RCD
               MOVE "TYPE CHANGE"     TO PRT-CHECK
               IF WS-CMP-ORIG-TYPE = 'E'
                   MOVE "EST TO RPTD" TO PRT-FIELD
               ELSE
                   MOVE "RPTD TO EST" TO PRT-FIELD
               END-IF
               PERFORM 7500-WRITE-DETAIL THRU 7500-EXIT
           END-IF.
           PERFORM 3610-COMPARE-ONE-FIELD THRU 3610-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > 9.
           PERFORM 3800-COUNT-REGION-ROW THRU 3800-EXIT.
       3600-EXIT.
           EXIT.
      *
       3610-COMPARE-ONE-FIELD.
           MOVE WS-OT-VALUE(WS-OT-IDX, WS-FLD-SUB) TO WS-CMP-ORIG.
           MOVE WS-RV-VALUE(WS-FLD-SUB)            TO WS-CMP-NEW.
           IF WS-CMP-ORIG NOT = WS-CMP-NEW
               ADD 1 TO WS-CHANGED-CNT
               PERFORM 7000-POST-CHANGE THRU 7000-EXIT
           END-IF.
       3610-EXIT.
           EXIT.
      *
      * A ROW ONLY IN THE REPLAY - EVERY NONZERO FIGURE IS NEW TO
      * THE PUBLISHED RECORD.
      *
       3700-POST-ADDED.
           ADD 1 TO WS-ADDED-CNT.
           MOVE 'N' TO WS-ROW-CHANGED.
           MOVE 'A' TO WS-CHANGE-TYPE.
           MOVE SPACE        TO WS-CMP-ORIG-TYPE.
           MOVE CAN-REC-TYPE TO WS-CMP-NEW-TYPE.
           PERFORM 7710-FIND-REGION THRU 7710-EXIT.
           PERFORM 3710-ADD-ONE-FIELD THRU 3710-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > 9.
           IF WS-ROW-CHANGED NOT = 'Y'
               MOVE 'Y' TO WS-ROW-CHANGED
               MOVE SPACES TO PRT-RCD
               MOVE "ADDED"           TO PRT-CHECK
               MOVE "ALL ZERO"        TO PRT-FIELD
               PERFORM 7500-WRITE-DETAIL THRU 7500-EXIT
           END-IF.
           PERFORM 3800-COUNT-REGION-ROW THRU 3800-EXIT.
       3700-EXIT.
           EXIT.
      *
       3710-ADD-ONE-FIELD.
           MOVE ZERO                    TO WS-CMP-ORIG.
           MOVE WS-RV-VALUE(WS-FLD-SUB) TO WS-CMP-NEW.
           IF WS-CMP-NEW NOT = ZERO
               PERFORM 7000-POST-CHANGE THRU 7000-EXIT
           END-IF.
       3710-EXIT.
           EXIT.
      *
      * ONE COUNTRY-LEVEL ROW WITH ANYTHING RESTATED COUNTS ONCE
      * AGAINST ITS REGION AND THE WORLD.
      *
       3800-COUNT-REGION-ROW.
           IF WS-ROW-CHANGED = 'Y'
               AND WS-MATCH-CLASS = 'C'
               ADD 1 TO WS-RT-COUNTRY-CNT(WS-RT-IDX)
               ADD 1 TO WS-GT-COUNTRY-CNT
           END-IF.
       3800-EXIT.
           EXIT.
      *
       4000-WRITE-HEADERS.
           MOVE SPACES TO PRT-RCD.
           MOVE WS-TITLE-LINE TO PRT-RCD.
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
      * A PRE-PROVINCE 199-BYTE RECORD HAS NO TYPE OR PROVINCE
      * FIELDS - IT IS AN ORDINARY COUNTRY ROW.
      *
       5000-READ-ORIG.
           READ CANON-ORIG INTO CAN-REC
               AT END MOVE 'Y' TO LAST-ORIG-REC
           END-READ.
           IF LAST-ORIG-REC NOT = 'Y'
               IF WS-ORIG-REC-LEN < 220
                   MOVE SPACES TO CAN-REC-TYPE
                   MOVE SPACES TO CAN-PROVINCE
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-READ-RPLY.
           READ CANON-RPLY INTO CAN-REC
               AT END MOVE 'Y' TO LAST-RPLY-REC
           END-READ.
           IF LAST-RPLY-REC NOT = 'Y'
               IF WS-RPLY-REC-LEN < 220
                   MOVE SPACES TO CAN-REC-TYPE
                   MOVE SPACES TO CAN-PROVINCE
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.
      *
      * BUILD THE MATCH KEY AND STAGE THE COUNT FIELDS OF THE ROW
      * JUST READ.
      *
       5500-STAGE-ROW.
           MOVE CAN-CC TO WS-MATCH-CC.
           IF CAN-REC-TYPE = 'P'
               MOVE 'P'          TO WS-MATCH-CLASS
               MOVE CAN-PROVINCE TO WS-MATCH-PROVINCE
           ELSE
               MOVE 'C'          TO WS-MATCH-CLASS
               MOVE SPACES       TO WS-MATCH-PROVINCE
           END-IF.
           MOVE CAN-NEW-CC       TO WS-RV-NEW-CC.
           MOVE CAN-TOTAL-CC     TO WS-RV-TOTAL-CC.
           MOVE CAN-NEW-DEATHS   TO WS-RV-NEW-DEATHS.
           MOVE CAN-TOTAL-DEATHS TO WS-RV-TOTAL-DEATHS.
           MOVE CAN-NEW-RECVR    TO WS-RV-NEW-RECVR.
           MOVE CAN-TOTAL-RECVR  TO WS-RV-TOTAL-RECVR.
           MOVE CAN-NEW-DOSES    TO WS-RV-NEW-DOSES.
           MOVE CAN-TOTAL-DOSES  TO WS-RV-TOTAL-DOSES.
           MOVE CAN-FULLY-VACC   TO WS-RV-FULLY-VACC.
       5500-EXIT.
           EXIT.
      *
      * LOOK UP WS-MATCH-KEY IN THE ORIGINAL TABLE AND LEAVE
      * WS-OT-IDX ON THE MATCH.
      *
       6700-FIND-ORIG.
           MOVE 'N' TO WS-OT-FOUND.
           IF WS-ORIG-CNT > ZERO
               SET WS-OT-IDX TO 1
               SEARCH WS-OT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OT-KEY(WS-OT-IDX) = WS-MATCH-KEY
                       MOVE 'Y' TO WS-OT-FOUND
               END-SEARCH
           END-IF.
       6700-EXIT.
           EXIT.
      *
      * ONE FIGURE MOVED - PRINT IT, LEDGER IT AND ROLL THE NET
      * INTO THE REGION TOTAL FOR A COUNTRY-LEVEL ROW.  THE CALLER
      * HAS STAGED THE KEY, THE TWO VALUES AND THE CHANGE TYPE.
      *
       7000-POST-CHANGE.
           MOVE 'Y' TO WS-ROW-CHANGED.
           COMPUTE WS-CMP-DELTA = WS-CMP-NEW - WS-CMP-ORIG.
           MOVE SPACES TO PRT-RCD.
           EVALUATE WS-CHANGE-TYPE
               WHEN 'A'
                   MOVE "ADDED"   TO PRT-CHECK
               WHEN 'D'
                   MOVE "DROPPED" TO PRT-CHECK
               WHEN OTHER
                   MOVE "CHANGED" TO PRT-CHECK
           END-EVALUATE.
           MOVE WS-FIELD-NAME(WS-FLD-SUB) TO PRT-FIELD.
           MOVE WS-CMP-ORIG               TO PRT-ORIG-VALUE.
           MOVE WS-CMP-NEW                TO PRT-NEW-VALUE.
           MOVE WS-CMP-DELTA              TO PRT-DELTA.
           PERFORM 7500-WRITE-DETAIL THRU 7500-EXIT.
           PERFORM 7600-WRITE-LEDGER THRU 7600-EXIT.
           IF WS-MATCH-CLASS = 'C'
               ADD WS-CMP-DELTA TO WS-RT-NET(WS-RT-IDX, WS-FLD-SUB)
           END-IF.
       7000-EXIT.
           EXIT.
      *
      * THE CALLER HAS FILLED THE CHECK AND FIGURE COLUMNS - THE
      * ROW IDENTITY IS ADDED HERE FROM THE MATCH KEY.
      *
       7500-WRITE-DETAIL.
           IF LINE-CTR >= 56
               PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           MOVE WS-MATCH-CC       TO PRT-CC.
           MOVE WS-MATCH-PROVINCE TO PRT-PROVINCE.
           IF WS-CHANGE-TYPE = 'D'
               MOVE WS-OT-COUNTRY(WS-OT-IDX) TO PRT-COUNTRY
           ELSE
               MOVE CAN-COUNTRY              TO PRT-COUNTRY
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       7500-EXIT.
           EXIT.
      *
      * THE RUN DATE AND TIME CLOSE THE KEY, SO A LATER CORRECTION
      * OF THE SAME DATE ADDS A FURTHER REVISION RATHER THAN
      * COLLIDING WITH THIS ONE.  A DUPLICATE KEY CAN ONLY COME
      * FROM A DUPLICATED ROW AND IS COUNTED ON THE SCORECARD.
      *
       7600-WRITE-LEDGER.
           MOVE SPACES TO RSTL-REC.
           MOVE WS-LEDGER-DATE    TO RSTL-DATA-DATE.
           MOVE WS-MATCH-CC       TO RSTL-CC.
           MOVE WS-MATCH-PROVINCE TO RSTL-PROVINCE.
           MOVE WS-FIELD-NAME(WS-FLD-SUB) TO RSTL-FIELD.
           MOVE WS-RUN-START-DATE TO RSTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO RSTL-RUN-TIME.
           IF WS-CHANGE-TYPE = 'D'
               MOVE WS-OT-COUNTRY(WS-OT-IDX) TO RSTL-COUNTRY
           ELSE
               MOVE CAN-COUNTRY              TO RSTL-COUNTRY
           END-IF.
           MOVE WS-CHANGE-TYPE    TO RSTL-CHANGE-TYPE.
           MOVE WS-CMP-ORIG-TYPE  TO RSTL-ORIG-TYPE.
           MOVE WS-CMP-NEW-TYPE   TO RSTL-NEW-TYPE.
           MOVE WS-CMP-ORIG       TO RSTL-ORIG-VALUE.
           MOVE WS-CMP-NEW        TO RSTL-NEW-VALUE.
           MOVE WS-CMP-DELTA      TO RSTL-DELTA.
           WRITE RSTL-REC
               INVALID KEY
                   ADD 1 TO WS-LEDGER-DUP-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-LEDGER-CNT
           END-WRITE.
       7600-EXIT.
           EXIT.
      *
      * LOOK UP THE REGION FOR THIS COUNTRY AND POSITION WS-RT-IDX
      * ON THE MATCHING BUCKET.  UNKNOWN CODES ROLL UP UNDER THE
      * "OTHER" BUCKET, THE SAME WAY COVID19'S TRAILER DOES.
      *
       7710-FIND-REGION.
           SET WS-REGION-IDX TO 1.
           MOVE "OTHER" TO WS-REGION-NAME-WORK.
           SEARCH WS-REGION-ENTRY
               AT END
                   MOVE "OTHER" TO WS-REGION-NAME-WORK
               WHEN WS-REGION-CC(WS-REGION-IDX) = WS-MATCH-CC
                   MOVE WS-REGION-NAME(WS-REGION-IDX)
                       TO WS-REGION-NAME-WORK
           END-SEARCH.
           SET WS-RT-IDX TO 1.
           SEARCH WS-RT-ENTRY
               AT END
                   SET WS-RT-IDX TO 6
               WHEN WS-RT-NAME(WS-RT-IDX) = WS-REGION-NAME-WORK
                   CONTINUE
           END-SEARCH.
       7710-EXIT.
           EXIT.
      *
      * AN ORIGINAL ROW THE REPLAY NEVER MATCHED WAS DROPPED -
      * EVERY NONZERO FIGURE IT PUBLISHED IS WITHDRAWN.
      *
       7800-FLAG-DROPPED.
           SET WS-OT-IDX TO WS-OT-SUB.
           IF WS-OT-MATCHED(WS-OT-IDX) NOT = 'Y'
               ADD 1 TO WS-DROPPED-CNT
               MOVE 'N' TO WS-ROW-CHANGED
               MOVE 'D' TO WS-CHANGE-TYPE
               MOVE WS-OT-KEY(WS-OT-IDX)      TO WS-MATCH-KEY
               MOVE WS-OT-REC-TYPE(WS-OT-IDX) TO WS-CMP-ORIG-TYPE
               MOVE SPACE                     TO WS-CMP-NEW-TYPE
               PERFORM 7710-FIND-REGION THRU 7710-EXIT
               PERFORM 7810-DROP-ONE-FIELD THRU 7810-EXIT
                   VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > 9
               IF WS-ROW-CHANGED NOT = 'Y'
                   MOVE 'Y' TO WS-ROW-CHANGED
                   MOVE SPACES TO PRT-RCD
                   MOVE "DROPPED"     TO PRT-CHECK
                   MOVE "ALL ZERO"    TO PRT-FIELD
                   PERFORM 7500-WRITE-DETAIL THRU 7500-EXIT
               END-IF
               PERFORM 3800-COUNT-REGION-ROW THRU 3800-EXIT
           END-IF.
       7800-EXIT.
           EXIT.
      *
       7810-DROP-ONE-FIELD.
           MOVE WS-OT-VALUE(WS-OT-IDX, WS-FLD-SUB) TO WS-CMP-ORIG.
           MOVE ZERO                               TO WS-CMP-NEW.
           IF WS-CMP-ORIG NOT = ZERO
               PERFORM 7000-POST-CHANGE THRU 7000-EXIT
           END-IF.
       7810-EXIT.
           EXIT.
      *
       8000-WRITE-REGION-PAGE.
           MOVE SPACES TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE HEADER-6 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE HEADER-7 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           PERFORM 8010-WRITE-ONE-REGION THRU 8010-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > 6.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           PERFORM 8020-SET-WORLD-NET THRU 8020-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > 9.
           MOVE SPACES TO PRT-RCD-REGION.
           MOVE "WORLD TOTAL"      TO RGN-NAME.
           MOVE WS-GT-COUNTRY-CNT  TO RGN-COUNTRY-CNT.
           MOVE WS-WT-NET(1)       TO RGN-NET-NEW-CC.
           MOVE WS-WT-NET(2)       TO RGN-NET-TOTAL-CC.
           MOVE WS-WT-NET(3)       TO RGN-NET-NEW-DEATHS.
           MOVE WS-WT-NET(4)       TO RGN-NET-TOTAL-DEATHS.
           MOVE WS-WT-NET(8)       TO RGN-NET-TOTAL-DOSES.
           MOVE WS-WT-NET(9)       TO RGN-NET-FULLY-VACC.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
       8000-EXIT.
           EXIT.
      *
       8010-WRITE-ONE-REGION.
           MOVE SPACES TO PRT-RCD-REGION.
           MOVE WS-RT-NAME(WS-RT-IDX)        TO RGN-NAME.
           MOVE WS-RT-COUNTRY-CNT(WS-RT-IDX) TO RGN-COUNTRY-CNT.
           MOVE WS-RT-NET(WS-RT-IDX, 1)      TO RGN-NET-NEW-CC.
           MOVE WS-RT-NET(WS-RT-IDX, 2)      TO RGN-NET-TOTAL-CC.
           MOVE WS-RT-NET(WS-RT-IDX, 3)      TO RGN-NET-NEW-DEATHS.
           MOVE WS-RT-NET(WS-RT-IDX, 4)      TO RGN-NET-TOTAL-DEATHS.
           MOVE WS-RT-NET(WS-RT-IDX, 8)      TO RGN-NET-TOTAL-DOSES.
           MOVE WS-RT-NET(WS-RT-IDX, 9)      TO RGN-NET-FULLY-VACC.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
       8010-EXIT.
           EXIT.
      *
       8020-SET-WORLD-NET.
           COMPUTE WS-WT-NET(WS-FLD-SUB) =
               WS-WT-RPLY(WS-FLD-SUB) - WS-WT-ORIG(WS-FLD-SUB).
       8020-EXIT.
           EXIT.
      *
      * ONE LINE PER FIELD - THE WORLD FIGURE AS PUBLISHED, AS
      * REPLAYED, THE NET RESTATEMENT AND ITS SIZE AS A PERCENTAGE
      * OF THE PUBLISHED FIGURE.  A PUBLISHED ZERO AGAINST A
      * NONZERO REPLAY PEGS TO THE MAXIMUM, AS IN COVXCHK.
      *
       8100-WRITE-WORLD-PAGE.
           MOVE SPACES TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE HEADER-8 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE HEADER-9 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           PERFORM 8110-WRITE-ONE-FIELD THRU 8110-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > 9.
           MOVE SPACES TO PRT-RCD.
       8100-EXIT.
           EXIT.
      *
       8110-WRITE-ONE-FIELD.
           MOVE ZERO TO WS-DIFF-PCT.
           IF WS-WT-NET(WS-FLD-SUB) NOT = ZERO
               IF WS-WT-NET(WS-FLD-SUB) < ZERO
                   COMPUTE WS-DIFF-ABS = 0 - WS-WT-NET(WS-FLD-SUB)
               ELSE
                   MOVE WS-WT-NET(WS-FLD-SUB) TO WS-DIFF-ABS
               END-IF
               IF WS-WT-ORIG(WS-FLD-SUB) > ZERO
                   COMPUTE WS-DIFF-PCT ROUNDED =
                       (WS-DIFF-ABS * 100)
                       / WS-WT-ORIG(WS-FLD-SUB)
                       ON SIZE ERROR
                           MOVE WS-DIFF-PCT-MAX TO WS-DIFF-PCT
                   END-COMPUTE
               ELSE
                   MOVE WS-DIFF-PCT-MAX TO WS-DIFF-PCT
               END-IF
           END-IF.
           MOVE SPACES TO PRT-RCD-WORLD.
           MOVE WS-FIELD-NAME(WS-FLD-SUB) TO WLD-FIELD.
           MOVE WS-WT-ORIG(WS-FLD-SUB)    TO WLD-ORIG-VALUE.
           MOVE WS-WT-RPLY(WS-FLD-SUB)    TO WLD-NEW-VALUE.
           MOVE WS-WT-NET(WS-FLD-SUB)     TO WLD-NET.
           MOVE WS-DIFF-PCT               TO WLD-PCT.
           IF WS-WT-NET(WS-FLD-SUB) NOT = ZERO
               IF WS-DIFF-PCT > WS-TOLERANCE-PCT
                   ADD 1 TO WS-BEYOND-CNT
                   MOVE "BEYOND TOLERANCE" TO WLD-FLAG
               ELSE
                   MOVE "WITHIN TOLERANCE" TO WLD-FLAG
               END-IF
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
       8110-EXIT.
           EXIT.
      *
       8200-WRITE-SCORECARD.
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
           MOVE "ORIGINAL ROWS READ"         TO FTR-LABEL.
           MOVE WS-ORIG-ROWS-CNT             TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "REPLAYED ROWS READ"         TO FTR-LABEL.
           MOVE WS-RPLY-ROWS-CNT             TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ROWS MATCHED"               TO FTR-LABEL.
           MOVE WS-MATCHED-CNT               TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "FIGURES RESTATED ON MATCHED ROWS"  TO FTR-LABEL.
           MOVE WS-CHANGED-CNT               TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ESTIMATE/REPORTED TYPE CHANGES"    TO FTR-LABEL.
           MOVE WS-TYPE-CHG-CNT              TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ROWS ADDED IN REPLAY"       TO FTR-LABEL.
           MOVE WS-ADDED-CNT                 TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ROWS DROPPED FROM REPLAY"   TO FTR-LABEL.
           MOVE WS-DROPPED-CNT               TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "DUPLICATE ROWS - ORIGINAL"  TO FTR-LABEL.
           MOVE WS-DUP-ORIG-CNT              TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "DUPLICATE ROWS - REPLAYED"  TO FTR-LABEL.
           MOVE WS-DUP-RPLY-CNT              TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "LEDGER RECORDS WRITTEN"     TO FTR-LABEL.
           MOVE WS-LEDGER-CNT                TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "LEDGER DUPLICATE KEYS"      TO FTR-LABEL.
           MOVE WS-LEDGER-DUP-CNT            TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "WORLD TOLERANCE PERCENT"    TO FTR-LABEL.
           MOVE WS-TOLERANCE-PCT             TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "WORLD FIELDS BEYOND TOLERANCE"     TO FTR-LABEL.
           MOVE WS-BEYOND-CNT                TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           IF WS-BEYOND-CNT > ZERO
               MOVE "GRADE - SERIOUS - WORLD TOTAL MOVED"
                   TO FTR-LABEL
           ELSE
               IF WS-CHANGED-CNT > ZERO OR WS-ADDED-CNT > ZERO
                   OR WS-DROPPED-CNT > ZERO
                   OR WS-TYPE-CHG-CNT > ZERO
                   OR WS-LEDGER-DUP-CNT > ZERO
                   MOVE "GRADE - FIGURES RESTATED - REVIEW"
                       TO FTR-LABEL
               ELSE
                   MOVE "GRADE - NOTHING RESTATED" TO FTR-LABEL
               END-IF
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
       8200-EXIT.
           EXIT.
      *
      * GRADE THE RESTATEMENT THROUGH THE RETURN CODE SO THE
      * SCHEDULER CAN HOLD REDISTRIBUTION OF THE CORRECTED DAY.
      *
       9000-SET-GRADE.
           IF WS-BEYOND-CNT > ZERO
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-CHANGED-CNT > ZERO OR WS-ADDED-CNT > ZERO
                   OR WS-DROPPED-CNT > ZERO
                   OR WS-TYPE-CHG-CNT > ZERO
                   OR WS-LEDGER-DUP-CNT > ZERO
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVRSTM"            TO RLOG-PROGRAM.
           MOVE WS-RUN-START-DATE    TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           COMPUTE RLOG-RCD-IN = WS-ORIG-ROWS-CNT + WS-RPLY-ROWS-CNT.
           MOVE WS-RPLY-ROWS-CNT     TO RLOG-DATA-ROWS.
           MOVE WS-LEDGER-CNT        TO RLOG-DETAIL-CNT.
           MOVE WS-LEDGER-DUP-CNT    TO RLOG-REJECT-CNT.
           MOVE CONTROL-CARD-REC(1:50) TO RLOG-CRITERIA.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE WS-FINAL-RC          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
