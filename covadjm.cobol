      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVADJM.
       AUTHOR.          ALTON GOODMAN.
      *
      * BACKLOG / RECLASSIFICATION ADJUSTMENT LEDGER MAINTENANCE.
      * APPLIES ADD/CHANGE/DELETE TRANSACTION CARDS TO THE ADJMST
      * ADJUSTMENT LEDGER (CVDADJL LAYOUT) THAT COVADJ APPLIES TO
      * THE CANONICAL ARCHIVE - THE SAME TREATMENT COVREGNM GIVES
      * THE REGION MASTER.  THE OLD LEDGER IS READ FROM ADJIN, THE
      * UPDATED LEDGER IS WRITTEN TO ADJOUT IN KEY SEQUENCE (AN
      * ADD IS SLOTTED INTO PLACE), AND EVERY TRANSACTION IS
      * LISTED ON THE AUDIT REPORT WITH ITS RESULT.  A REJECTED
      * TRANSACTION (DUPLICATE ADD, CHANGE/DELETE OF AN ENTRY NOT
      * ON THE LEDGER, BAD ACTION CODE, ANY FIELD THAT FAILS ITS
      * EDIT) DOES NOT STOP THE RUN BUT LEAVES RETURN CODE 4.  AN
      * OLD LEDGER LARGER THAN THE TABLE OR OUT OF KEY SEQUENCE
      * STOPS THE RUN WITH RC=8 BEFORE A DAMAGED NEW LEDGER CAN BE
      * WRITTEN.
      *
      * TRANSACTION CARD LAYOUT (TRANIN):
      *   COL 1      ACTION - A (ADD), C (CHANGE), D (DELETE)
      *   COL 2-3    COUNTRY CODE
      *   COL 4-11   REPORT DATE (YYYYMMDD) - THE DAY THE COUNTRY
      *              DUMPED THE BACKLOG
      *   COL 12     FIELD - C NEW-CC, D NEW-DEATHS, R NEW-RECVR,
      *              V NEW-DOSES
      *   COL 13-14  ENTRY NUMBER 01-99
      *   COL 15     METHOD - E EVENLY BACK OVER N DAYS, T TO ONE
      *              TARGET DATE
      *   COL 16-23  METHOD E - NUMBER OF DAYS 001-366 IN 16-18
      *              METHOD T - TARGET DATE (YYYYMMDD), BEFORE THE
      *              REPORT DATE
      *   COL 24-35  AMOUNT TO MOVE OFF THE REPORT DATE (LEADING
      *              BLANKS OR ZEROS)
      *   COL 36-59  REASON
      *   COL 60-79  SOURCE REFERENCE
      * COLUMNS 2-14 ARE THE KEY.  A DELETE CARD NEEDS ONLY THE
      * KEY; A CHANGE CARD REPLACES EVERYTHING AFTER IT.  TO SPLIT
      * ONE DUMP ACROSS SPECIFIC DATES, ADD ONE METHOD T ENTRY PER
      * TARGET DATE UNDER THE SAME REPORT DATE AND FIELD.
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
           SELECT OPTIONAL LEDGER-IN ASSIGN TO ADJIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEDGER-OUT ASSIGN TO ADJOUT
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRAN-IN ASSIGN TO TRANIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE IS F.
      *
       01  PRT-RCD.
           05  PRT-ACTION                       PIC X(01).
           05  FILLER                           PIC X(03).
           05  PRT-CC                           PIC X(02).
           05  FILLER                           PIC X(02).
           05  PRT-REPORT-DATE                  PIC X(08).
           05  FILLER                           PIC X(02).
           05  PRT-FIELD                        PIC X(01).
           05  FILLER                           PIC X(02).
           05  PRT-ENTRY-NO                     PIC X(02).
           05  FILLER                           PIC X(02).
           05  PRT-METHOD                       PIC X(01).
           05  FILLER                           PIC X(02).
           05  PRT-SPREAD                       PIC X(08).
           05  FILLER                           PIC X(02).
           05  PRT-AMOUNT                       PIC X(12).
           05  FILLER                           PIC X(02).
           05  PRT-REASON                       PIC X(24).
           05  FILLER                           PIC X(02).
           05  PRT-RESULT                       PIC X(40).
           05  FILLER                           PIC X(14).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE COUNT FOOTER LINES.
      *
       01  PRT-RCD-FOOTER REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  FTR-LABEL                        PIC X(35).
           05  FILLER                           PIC X(02).
           05  FTR-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(81).
      *
       FD  LEDGER-IN RECORDING MODE IS F.
       COPY CVDADJL.
      *
       FD  LEDGER-OUT RECORDING MODE IS F.
       01  ADJL-OUT-REC                         PIC X(100).
      *
       FD  TRAN-IN RECORDING MODE IS F.
       01  TRAN-REC.
           05  TRAN-ACTION                      PIC X(01).
           05  TRAN-KEY.
               10  TRAN-CC                      PIC X(02).
               10  TRAN-REPORT-DATE             PIC X(08).
               10  TRAN-FIELD                   PIC X(01).
               10  TRAN-ENTRY-NO                PIC X(02).
           05  TRAN-METHOD                      PIC X(01).
           05  TRAN-SPREAD                      PIC X(08).
           05  TRAN-SPREAD-DAYS REDEFINES TRAN-SPREAD.
               10  TRAN-DAYS                    PIC X(03).
               10  FILLER                       PIC X(05).
           05  TRAN-AMOUNT                      PIC X(12).
           05  TRAN-REASON                      PIC X(24).
           05  TRAN-SOURCE-REF                  PIC X(20).
           05  FILLER                           PIC X(01).
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  HEADER-1                             PIC X(60)
           VALUE "ADJUSTMENT LEDGER MAINTENANCE - AUDIT LISTING".
       01  HEADER-2.
           05  FILLER                           PIC X(04)
                VALUE "ACT".
           05  FILLER                           PIC X(04)
                VALUE "CC".
           05  FILLER                           PIC X(10)
                VALUE "RPT DATE".
           05  FILLER                           PIC X(03)
                VALUE "F".
           05  FILLER                           PIC X(04)
                VALUE "NO".
           05  FILLER                           PIC X(03)
                VALUE "M".
           05  FILLER                           PIC X(10)
                VALUE "SPREAD".
           05  FILLER                           PIC X(14)
                VALUE "      AMOUNT".
           05  FILLER                           PIC X(26)
                VALUE "REASON".
           05  FILLER                           PIC X(06)
                VALUE "RESULT".
       01  HEADER-5                             PIC X(132)
           VALUE ALL "=".
      *
      * THE LEDGER IS HELD IN THIS TABLE, IN KEY SEQUENCE, WHILE
      * THE TRANSACTIONS ARE APPLIED.  WS-AL-DELETED MARKS AN
      * ENTRY A DELETE CARD REMOVED, SO IT IS SKIPPED WHEN THE NEW
      * LEDGER IS WRITTEN.
      *
       01  WS-LEDGER-TABLE.
           05  WS-AL-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-AL-IDX.
               10  WS-AL-REC.
                   15  WS-AL-KEY                PIC X(13).
                   15  WS-AL-DATA               PIC X(87).
               10  WS-AL-DELETED                PIC X(01).
       01  WS-LEDGER-CNT                        PIC 9(05) COMP
           VALUE ZERO.
       01  WS-AL-SUB                            PIC 9(05) COMP
           VALUE ZERO.
       01  WS-INSERT-AT                         PIC 9(05) COMP
           VALUE ZERO.
       01  WS-PREV-KEY                          PIC X(13)
           VALUE LOW-VALUES.
      *
      * THE ENTRY BEING BUILT FROM A CARD, IN LEDGER LAYOUT.
      *
       01  WS-NEW-ENTRY.
           05  WS-NE-KEY.
               10  WS-NE-CC                     PIC X(02).
               10  WS-NE-REPORT-DATE            PIC X(08).
               10  WS-NE-FIELD                  PIC X(01).
               10  WS-NE-ENTRY-NO               PIC 9(02).
           05  WS-NE-METHOD                     PIC X(01).
           05  WS-NE-DAYS                       PIC 9(03).
           05  WS-NE-TARGET-DATE                PIC X(08).
           05  WS-NE-AMOUNT                     PIC 9(12).
           05  WS-NE-REASON                     PIC X(24).
           05  WS-NE-SOURCE-REF                 PIC X(20).
           05  WS-NE-ADDED-DATE                 PIC X(08).
           05  WS-NE-CHANGED-DATE               PIC X(08).
           05  FILLER                           PIC X(03).
      *
       01  WS-EDIT-WORK.
           05  WS-DATE-WORK                     PIC X(08).
           05  WS-DAYS-WORK                     PIC X(03).
           05  WS-AMOUNT-WORK                   PIC X(12).
           05  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-WORK
                                                PIC 9(12).
       01  WS-RUN-DATE                          PIC X(08).
      *
       01  FLAGS.
           05  LAST-ADJL-REC                    PIC X(01) VALUE 'N'.
           05  LAST-TRAN-REC                    PIC X(01) VALUE 'N'.
           05  WS-ENTRY-FOUND                   PIC X(01) VALUE 'N'.
           05  WS-DATE-OK                       PIC X(01) VALUE 'N'.
           05  WS-TABLE-FULL                    PIC X(01) VALUE 'N'.
           05  WS-OUT-OF-SEQ                    PIC X(01) VALUE 'N'.
      *
       01  COUNTERS.
           05  LINE-CTR                         PIC S9(03) COMP
               VALUE ZERO.
           05  WS-ADD-CNT                       PIC 9(05) COMP
               VALUE ZERO.
           05  WS-CHANGE-CNT                    PIC 9(05) COMP
               VALUE ZERO.
           05  WS-DELETE-CNT                    PIC 9(05) COMP
               VALUE ZERO.
           05  WS-REJECT-CNT                    PIC 9(05) COMP
               VALUE ZERO.
           05  WS-OUT-CNT                       PIC 9(05) COMP
               VALUE ZERO.
      *
       01  WS-RESULT-TEXT                       PIC X(40).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           PERFORM 2500-LOAD-LEDGER THRU 2500-EXIT.
           IF WS-TABLE-FULL = 'Y' OR WS-OUT-OF-SEQ = 'Y'
               DISPLAY "COVADJM - OLD LEDGER EXCEEDS THE 2000-ENTRY "
                   "TABLE OR IS OUT OF KEY SEQUENCE - NO NEW LEDGER "
                   "WRITTEN - RUN STOPPED"
               PERFORM 3000-CLOSE THRU 3000-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 5000-READ-TRAN THRU 5000-EXIT.
           PERFORM 3500-APPLY-ONE-TRAN THRU 3500-EXIT
               UNTIL LAST-TRAN-REC = 'Y'.
           PERFORM 7000-WRITE-NEW-LEDGER THRU 7000-EXIT.
           PERFORM 8000-WRITE-FOOTER THRU 8000-EXIT.
           PERFORM 3000-CLOSE THRU 3000-EXIT.
           IF WS-REJECT-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       2000-OPEN-FILES.
           OPEN INPUT LEDGER-IN.
           OPEN INPUT TRAN-IN.
           OPEN OUTPUT LEDGER-OUT.
           OPEN OUTPUT PRINT-LINE.
       2000-EXIT.
           EXIT.
      *
      * LOAD THE OLD LEDGER.  EVERY KEY MUST BE HIGHER THAN THE
      * ONE BEFORE IT - THE ADD LOGIC AND COVADJ BOTH RELY ON IT.
      *
       2500-LOAD-LEDGER.
           MOVE SPACES TO WS-LEDGER-TABLE.
           MOVE ZERO TO WS-LEDGER-CNT.
           MOVE 'N' TO LAST-ADJL-REC.
           PERFORM 2510-LOAD-ONE-ADJL THRU 2510-EXIT
               UNTIL LAST-ADJL-REC = 'Y'
                   OR WS-TABLE-FULL = 'Y'
                   OR WS-OUT-OF-SEQ = 'Y'.
       2500-EXIT.
           EXIT.
      *
       2510-LOAD-ONE-ADJL.
           READ LEDGER-IN
               AT END MOVE 'Y' TO LAST-ADJL-REC
           END-READ.
           IF LAST-ADJL-REC NOT = 'Y'
               IF ADJL-KEY NOT > WS-PREV-KEY
                   MOVE 'Y' TO WS-OUT-OF-SEQ
               ELSE
                   IF WS-LEDGER-CNT < 2000
                       ADD 1 TO WS-LEDGER-CNT
                       SET WS-AL-IDX TO WS-LEDGER-CNT
                       MOVE ADJL-REC TO WS-AL-REC(WS-AL-IDX)
                       MOVE 'N'      TO WS-AL-DELETED(WS-AL-IDX)
                       MOVE ADJL-KEY TO WS-PREV-KEY
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL
                   END-IF
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.
      *
       3000-CLOSE.
           CLOSE LEDGER-IN.
           CLOSE TRAN-IN.
           CLOSE LEDGER-OUT.
           CLOSE PRINT-LINE.
       3000-EXIT.
           EXIT.
      *
      * APPLY ONE TRANSACTION CARD TO THE TABLE AND LIST IT WITH
      * ITS RESULT ON THE AUDIT REPORT.
      *
       3500-APPLY-ONE-TRAN.
           MOVE SPACES TO WS-RESULT-TEXT.
           PERFORM 3600-EDIT-KEY THRU 3600-EXIT.
           IF WS-RESULT-TEXT = SPACES
               PERFORM 6000-FIND-ENTRY THRU 6000-EXIT
               EVALUATE TRAN-ACTION
                   WHEN 'A'
                       PERFORM 6100-APPLY-ADD THRU 6100-EXIT
                   WHEN 'C'
                       PERFORM 6200-APPLY-CHANGE THRU 6200-EXIT
                   WHEN 'D'
                       PERFORM 6300-APPLY-DELETE THRU 6300-EXIT
                   WHEN OTHER
                       MOVE "*** REJECTED - INVALID ACTION CODE ***"
                           TO WS-RESULT-TEXT
               END-EVALUATE
           END-IF.
           IF WS-RESULT-TEXT(1:3) = "***"
               ADD 1 TO WS-REJECT-CNT
           END-IF.
           PERFORM 7500-WRITE-AUDIT-LINE THRU 7500-EXIT.
           PERFORM 5000-READ-TRAN THRU 5000-EXIT.
       3500-EXIT.
           EXIT.
      *
      * EDIT THE KEY COLUMNS, WHICH EVERY ACTION NEEDS.
      *
       3600-EDIT-KEY.
           MOVE TRAN-REPORT-DATE TO WS-DATE-WORK.
           PERFORM 3900-EDIT-DATE THRU 3900-EXIT.
           EVALUATE TRUE
               WHEN TRAN-CC = SPACES
                   MOVE "*** REJECTED - COUNTRY CODE MISSING ***"
                       TO WS-RESULT-TEXT
               WHEN WS-DATE-OK NOT = 'Y'
                   MOVE "*** REJECTED - INVALID REPORT DATE ***"
                       TO WS-RESULT-TEXT
               WHEN TRAN-FIELD NOT = 'C' AND NOT = 'D'
                   AND NOT = 'R' AND NOT = 'V'
                   MOVE "*** REJECTED - FIELD MUST BE C D R OR V"
                       TO WS-RESULT-TEXT
               WHEN TRAN-ENTRY-NO NOT NUMERIC
                   OR TRAN-ENTRY-NO = "00"
                   MOVE "*** REJECTED - ENTRY NO. NOT 01-99 ***"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3600-EXIT.
           EXIT.
      *
      * EDIT THE BODY OF AN ADD OR CHANGE CARD AND BUILD THE
      * LEDGER ENTRY FROM IT.
      *
       3700-EDIT-BODY.
           MOVE SPACES TO WS-NEW-ENTRY.
           MOVE TRAN-CC          TO WS-NE-CC.
           MOVE TRAN-REPORT-DATE TO WS-NE-REPORT-DATE.
           MOVE TRAN-FIELD       TO WS-NE-FIELD.
           MOVE TRAN-ENTRY-NO    TO WS-NE-ENTRY-NO.
           MOVE TRAN-METHOD      TO WS-NE-METHOD.
           MOVE ZERO             TO WS-NE-DAYS.
           MOVE TRAN-REASON      TO WS-NE-REASON.
           MOVE TRAN-SOURCE-REF  TO WS-NE-SOURCE-REF.
           MOVE TRAN-AMOUNT TO WS-AMOUNT-WORK.
           INSPECT WS-AMOUNT-WORK REPLACING LEADING SPACE BY ZERO.
           EVALUATE TRAN-METHOD
               WHEN 'E'
                   MOVE TRAN-DAYS TO WS-DAYS-WORK
                   IF WS-DAYS-WORK NUMERIC
                       AND WS-DAYS-WORK NOT < "001"
                       AND WS-DAYS-WORK NOT > "366"
                       AND TRAN-SPREAD(4:5) = SPACES
                       MOVE WS-DAYS-WORK TO WS-NE-DAYS
                   ELSE
                       MOVE "*** REJECTED - DAYS MUST BE 001-366 ***"
                           TO WS-RESULT-TEXT
                   END-IF
               WHEN 'T'
                   MOVE TRAN-SPREAD TO WS-DATE-WORK
                   PERFORM 3900-EDIT-DATE THRU 3900-EXIT
                   IF WS-DATE-OK NOT = 'Y'
                       MOVE "*** REJECTED - INVALID TARGET DATE ***"
                           TO WS-RESULT-TEXT
                   ELSE
                       IF TRAN-SPREAD NOT < TRAN-REPORT-DATE
                           MOVE "*** REJECTED - TARGET NOT BEFORE DATE"
                               TO WS-RESULT-TEXT
                       ELSE
                           MOVE TRAN-SPREAD TO WS-NE-TARGET-DATE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "*** REJECTED - METHOD MUST BE E OR T ***"
                       TO WS-RESULT-TEXT
           END-EVALUATE.
           IF WS-RESULT-TEXT = SPACES
               EVALUATE TRUE
                   WHEN WS-AMOUNT-WORK NOT NUMERIC
                       OR WS-AMOUNT-NUM = ZERO
                       MOVE "*** REJECTED - AMOUNT NOT A WHOLE NUMBER"
                           TO WS-RESULT-TEXT
                   WHEN TRAN-REASON = SPACES
                       MOVE "*** REJECTED - REASON MISSING ***"
                           TO WS-RESULT-TEXT
                   WHEN TRAN-SOURCE-REF = SPACES
                       MOVE "*** REJECTED - SOURCE REFERENCE MISSING"
                           TO WS-RESULT-TEXT
                   WHEN OTHER
                       MOVE WS-AMOUNT-NUM TO WS-NE-AMOUNT
               END-EVALUATE
           END-IF.
       3700-EXIT.
           EXIT.
      *
      * A YYYYMMDD DATE - NUMERIC, MONTH 01-12, DAY 01-31.
      *
       3900-EDIT-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF WS-DATE-WORK NUMERIC
               AND WS-DATE-WORK(5:2) NOT < "01"
               AND WS-DATE-WORK(5:2) NOT > "12"
               AND WS-DATE-WORK(7:2) NOT < "01"
               AND WS-DATE-WORK(7:2) NOT > "31"
               MOVE 'Y' TO WS-DATE-OK
           END-IF.
       3900-EXIT.
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
       5000-READ-TRAN.
           READ TRAN-IN
               AT END MOVE 'Y' TO LAST-TRAN-REC
           END-READ.
       5000-EXIT.
           EXIT.
      *
      * LOOK FOR THE CARD'S KEY AMONG THE LIVE (NOT DELETED)
      * ENTRIES AND LEAVE WS-AL-IDX ON THE MATCH.
      *
       6000-FIND-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           IF WS-LEDGER-CNT > ZERO
               SET WS-AL-IDX TO 1
               SEARCH WS-AL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AL-KEY(WS-AL-IDX) = TRAN-KEY
                       AND WS-AL-DELETED(WS-AL-IDX) = 'N'
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF.
       6000-EXIT.
           EXIT.
      *
      * ADD - THE NEW ENTRY IS SLOTTED IN AHEAD OF THE FIRST ENTRY
      * WITH A HIGHER KEY, SHIFTING THE REST OF THE TABLE DOWN.
      *
       6100-APPLY-ADD.
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND = 'Y'
                   MOVE "*** REJECTED - ALREADY ON LEDGER ***"
                       TO WS-RESULT-TEXT
               WHEN WS-LEDGER-CNT NOT < 2000
                   MOVE "*** REJECTED - LEDGER TABLE FULL ***"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 3700-EDIT-BODY THRU 3700-EXIT
           END-EVALUATE.
           IF WS-RESULT-TEXT = SPACES
               MOVE WS-RUN-DATE TO WS-NE-ADDED-DATE
               MOVE WS-LEDGER-CNT TO WS-INSERT-AT
               ADD 1 TO WS-INSERT-AT
               PERFORM 6110-FIND-SLOT THRU 6110-EXIT
                   VARYING WS-AL-SUB FROM WS-LEDGER-CNT BY -1
                   UNTIL WS-AL-SUB < 1
               PERFORM 6120-SHIFT-ONE-DOWN THRU 6120-EXIT
                   VARYING WS-AL-SUB FROM WS-LEDGER-CNT BY -1
                   UNTIL WS-AL-SUB < WS-INSERT-AT
               ADD 1 TO WS-LEDGER-CNT
               SET WS-AL-IDX TO WS-INSERT-AT
               MOVE WS-NEW-ENTRY TO WS-AL-REC(WS-AL-IDX)
               MOVE 'N'          TO WS-AL-DELETED(WS-AL-IDX)
               ADD 1 TO WS-ADD-CNT
               MOVE "ADDED" TO WS-RESULT-TEXT
           END-IF.
       6100-EXIT.
           EXIT.
      *
       6110-FIND-SLOT.
           SET WS-AL-IDX TO WS-AL-SUB.
           IF WS-AL-KEY(WS-AL-IDX) > TRAN-KEY
               MOVE WS-AL-SUB TO WS-INSERT-AT
           END-IF.
       6110-EXIT.
           EXIT.
      *
       6120-SHIFT-ONE-DOWN.
           MOVE WS-AL-ENTRY(WS-AL-SUB) TO WS-AL-ENTRY(WS-AL-SUB + 1).
       6120-EXIT.
           EXIT.
      *
      * CHANGE - EVERYTHING AFTER THE KEY IS REPLACED; THE DATE THE
      * ENTRY WAS FIRST ADDED IS KEPT.
      *
       6200-APPLY-CHANGE.
           IF WS-ENTRY-FOUND = 'Y'
               PERFORM 3700-EDIT-BODY THRU 3700-EXIT
               IF WS-RESULT-TEXT = SPACES
                   MOVE WS-AL-REC(WS-AL-IDX) TO ADJL-REC
                   MOVE ADJL-ADDED-DATE TO WS-NE-ADDED-DATE
                   MOVE WS-RUN-DATE     TO WS-NE-CHANGED-DATE
                   MOVE WS-NEW-ENTRY TO WS-AL-REC(WS-AL-IDX)
                   ADD 1 TO WS-CHANGE-CNT
                   MOVE "CHANGED" TO WS-RESULT-TEXT
               END-IF
           ELSE
               MOVE "*** REJECTED - ENTRY NOT ON LEDGER ***"
                   TO WS-RESULT-TEXT
           END-IF.
       6200-EXIT.
           EXIT.
      *
       6300-APPLY-DELETE.
           IF WS-ENTRY-FOUND = 'Y'
               MOVE 'Y' TO WS-AL-DELETED(WS-AL-IDX)
               ADD 1 TO WS-DELETE-CNT
               MOVE "DELETED" TO WS-RESULT-TEXT
           ELSE
               MOVE "*** REJECTED - ENTRY NOT ON LEDGER ***"
                   TO WS-RESULT-TEXT
           END-IF.
       6300-EXIT.
           EXIT.
      *
      * WRITE EVERY LIVE ENTRY TO THE NEW LEDGER, IN KEY ORDER.
      *
       7000-WRITE-NEW-LEDGER.
           PERFORM 7100-WRITE-ONE-ENTRY THRU 7100-EXIT
               VARYING WS-AL-SUB FROM 1 BY 1
               UNTIL WS-AL-SUB > WS-LEDGER-CNT.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-ONE-ENTRY.
           SET WS-AL-IDX TO WS-AL-SUB.
           IF WS-AL-DELETED(WS-AL-IDX) = 'N'
               MOVE WS-AL-REC(WS-AL-IDX) TO ADJL-OUT-REC
               WRITE ADJL-OUT-REC
               ADD 1 TO WS-OUT-CNT
           END-IF.
       7100-EXIT.
           EXIT.
      *
       7500-WRITE-AUDIT-LINE.
           IF LINE-CTR >= 56
               PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           MOVE SPACES TO PRT-RCD.
           MOVE TRAN-ACTION      TO PRT-ACTION.
           MOVE TRAN-CC          TO PRT-CC.
           MOVE TRAN-REPORT-DATE TO PRT-REPORT-DATE.
           MOVE TRAN-FIELD       TO PRT-FIELD.
           MOVE TRAN-ENTRY-NO    TO PRT-ENTRY-NO.
           MOVE TRAN-METHOD      TO PRT-METHOD.
           MOVE TRAN-SPREAD      TO PRT-SPREAD.
           MOVE TRAN-AMOUNT      TO PRT-AMOUNT.
           MOVE TRAN-REASON      TO PRT-REASON.
           MOVE WS-RESULT-TEXT   TO PRT-RESULT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       7500-EXIT.
           EXIT.
      *
       8000-WRITE-FOOTER.
           MOVE SPACES TO PRT-RCD.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ADDS APPLIED"         TO FTR-LABEL.
           MOVE WS-ADD-CNT             TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "CHANGES APPLIED"      TO FTR-LABEL.
           MOVE WS-CHANGE-CNT          TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "DELETES APPLIED"      TO FTR-LABEL.
           MOVE WS-DELETE-CNT          TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "TRANSACTIONS REJECTED" TO FTR-LABEL.
           MOVE WS-REJECT-CNT          TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ENTRIES ON NEW LEDGER" TO FTR-LABEL.
           MOVE WS-OUT-CNT             TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
       8000-EXIT.
           EXIT.
