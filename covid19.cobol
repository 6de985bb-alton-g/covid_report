      *     CARDS AND EMIT REPAIRED ROWS AS SUPPLEMENTAL CANONICAL
      *     RECORDS THE SAME DAY INSTEAD OF LOSING THE COUNTRY FOR
      *     TWENTY-FOUR HOURS.
      *   2026-10-15  AG  SWEEP THE HISTMST MASTER AT END OF RUN FOR
      *     COUNTRIES THAT DID NOT REPORT TODAY, SO A VENDOR
      *     DROPPING A COUNTRY NO LONGER QUIETLY SHRINKS THE REGION
      *     AND WORLD TOTALS.  EACH SILENT COUNTRY HAS ITS
      *     CONSECUTIVE DAYS-SILENT COUNT BUMPED ON THE MASTER
      *     (JOURNALED LIKE ANY OTHER UPDATE) AND GETS A TYPE 'E'
      *     ESTIMATE RECORD ON THE CANONICAL FILE CARRYING ITS LAST
      *     REPORTED TOTALS WITH ZERO NEW COUNTS, WHICH ALSO ROLLS
      *     INTO THE REGION TRAILER.  PAST THE DAYS-SILENT LIMIT ON
      *     THE SYSIN CARD (DEFAULT 7) THE COUNTRY IS NO LONGER
      *     CARRIED FORWARD AND IS FLAGGED FOR THE REGION MASTER
      *     OWNER INSTEAD.  A NEW NON-REPORTING COUNTRIES PAGE
      *     LISTS EVERY SILENT COUNTRY WITH ITS LAST REPORTED DATE.
      *     A REPLAY OR A RUN NARROWED BY THE SYSIN CRITERIA SKIPS
      *     THE SWEEP.
      *   2026-10-15  AG  ADD A COUNTRY GROUP SUMMARY PAGE AFTER THE
      *     REGION TRAILER.  THE USER-DEFINED WATCHLISTS ON THE
      *     GRPMST GROUP MASTER (CVDGRPM LAYOUT, MAINTAINED BY
      *     COVGRPM) ARE LOADED AT STARTUP; EVERY ACCEPTED COUNTRY
      *     RECORD, AND EVERY CARRY-FORWARD ESTIMATE, ROLLS INTO
      *     EACH GROUP IT BELONGS TO.  EACH GROUP PRINTS ITS MEMBER
      *     AND REPORTING COUNTS, NEW/TOTAL CASES, DEATHS AND
      *     DOSES, PER-100K RATES FROM THE POPFILE FIGURES OF ITS
      *     MEMBERS, AND EVERY MEMBER MISSING FROM THE DAY'S FEED.
      *     A GROUP ID ON THE SYSIN CARD PRINTS THAT GROUP ALONE.
      *   2026-10-15  AG  THE NON-REPORTING SWEEP NO LONGER CARRIES
      *     FORWARD A COUNTRY WHOSE ROW WAS REJECTED TODAY - COVFIX
      *     SUPPLIES ITS REPAIRED ROW, AND AN ESTIMATE AS WELL
      *     COUNTED THE COUNTRY TWICE DOWNSTREAM.  ESTIMATES ARE
      *     NOW DATED WITH THE DAY'S DATA DATE, TAKEN FROM THE
      *     FIRST ACCEPTED ROW, SO THEY FALL ON THE SAME DAY AS THE
      *     REPORTED ROWS THEY STAND IN FOR.
      *
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HISTORY-MASTER ASSIGN TO HISTMST
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS HMST-CC.
           SELECT OPTIONAL POPULATION-IN ASSIGN TO POPFILE
           SELECT REGION-MASTER ASSIGN TO REGNMST
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GROUP-MASTER ASSIGN TO GRPMST
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXTRACT-OUT ASSIGN TO EXTOUT
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           05  FILLER                           PIC X(02).
           05  RPTP-TOTAL-DEATHS                PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(40).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE NON-REPORTING
      * COUNTRIES PAGE.
      *
       01  PRT-RCD-NONRPT REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  RPTN-CC                          PIC X(02).
           05  FILLER                           PIC X(03).
           05  RPTN-COUNTRY                     PIC X(20).
           05  FILLER                           PIC X(03).
           05  RPTN-LAST-DATE                   PIC X(10).
           05  FILLER                           PIC X(03).
           05  RPTN-DAYS                        PIC ZZZ9.
           05  FILLER                           PIC X(03).
           05  RPTN-TOTAL-CC                    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(03).
           05  RPTN-STATUS                      PIC X(35).
           05  FILLER                           PIC X(28).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE FIRST LINE OF EACH
      * GROUP ON THE COUNTRY GROUP SUMMARY PAGE.
      *
       01  PRT-RCD-GROUP REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  RPTG-GROUP-ID                    PIC X(08).
           05  FILLER                           PIC X(02).
           05  RPTG-NAME                        PIC X(30).
           05  FILLER                           PIC X(02).
           05  RPTG-MEMBER-CNT                  PIC ZZ9.
           05  FILLER                           PIC X(02).
           05  RPTG-REPORT-CNT                  PIC ZZ9.
           05  FILLER                           PIC X(02).
           05  RPTG-NEW-CC                      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  RPTG-TOTAL-CC                    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  RPTG-NEW-DEATHS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  RPTG-TOTAL-DEATHS                PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(42).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR A GROUP MEMBER MISSING
      * FROM THE DAY'S FEED.
      *
       01  PRT-RCD-GRPMISS REDEFINES PRT-RCD.
           05  FILLER                           PIC X(13).
           05  RPTM-CC                          PIC X(02).
           05  FILLER                           PIC X(03).
           05  RPTM-COUNTRY                     PIC X(20).
           05  FILLER                           PIC X(03).
           05  RPTM-STATUS                      PIC X(40).
           05  FILLER                           PIC X(74).
      *
       FD  COVID-CSV RECORDING MODE IS V
           RECORD IS VARYING FROM 1 TO 296 CHARACTERS
      * SCOPE OF A RUN.  BLANK FIELDS MEAN "NO RESTRICTION".
      * A YYYYMMDD PROCESSING DATE NEXT TO THE RESTART INDICATOR
      * RUNS THE FEED IN REPLAY MODE AS OF THAT DATE; BLANK MEANS
      * A NORMAL CURRENT-DAY RUN.  THE DAYS-SILENT LIMIT IS HOW
      * MANY CONSECUTIVE DAYS A NON-REPORTING COUNTRY IS CARRIED
      * FORWARD AS AN ESTIMATE BEFORE IT IS FLAGGED INSTEAD; BLANK
      * MEANS THE STANDARD 7 DAYS.  A GROUP ID FROM THE GROUP
      * MASTER PRINTS THAT GROUP ALONE ON THE GROUP SUMMARY PAGE;
      * BLANK MEANS EVERY GROUP.
      *
       FD  CONTROL-CARD RECORDING MODE IS F.
       01  CONTROL-CARD-REC.
           05  CC-DATE-TO                       PIC X(10).
           05  CC-RESTART-IND                   PIC X(01).
           05  CC-PROCESS-DATE                  PIC X(08).
           05  CC-SILENT-LIMIT                  PIC X(03).
           05  CC-GROUP-ID                      PIC X(08).
           05  FILLER                           PIC X(10).
      *
      * EXCEPTION REPORT FOR COVID-CSV ROWS THAT FAIL FIELD
      * VALIDATION.
           05  REGN-IN-CC                       PIC X(02).
           05  REGN-IN-NAME                     PIC X(15).
      *
      * COUNTRY GROUP (WATCHLIST) MASTER, MAINTAINED BY THE COVGRPM
      * UTILITY.  AN ABSENT OR EMPTY MASTER PRINTS NO GROUP PAGE.
      *
       FD  GROUP-MASTER RECORDING MODE IS F.
       COPY CVDGRPM.
      *
      * MACHINE-READABLE, PIPE-DELIMITED COPY OF EACH DETAIL LINE
      * FOR DOWNSTREAM SPREADSHEET/BI TOOLS.
      *
                VALUE SPACE.
           05  FILLER                           PIC X(12)
                VALUE "TOTAL DEATHS".
      *
       01  HEADER-16                            PIC X(60)
           VALUE "NON-REPORTING COUNTRIES - MISSING FROM TODAY'S FEED".
       01  HEADER-17.
           05  FILLER                           PIC X(03)
                VALUE SPACE.
           05  FILLER                           PIC X(02)
                VALUE "CC".
           05  FILLER                           PIC X(03)
                VALUE SPACE.
           05  FILLER                           PIC X(07)
                VALUE "COUNTRY".
           05  FILLER                           PIC X(16)
                VALUE SPACE.
           05  FILLER                           PIC X(11)
                VALUE "LAST REPORT".
           05  FILLER                           PIC X(01)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "SILENT".
           05  FILLER                           PIC X(06)
                VALUE SPACE.
           05  FILLER                           PIC X(11)
                VALUE "TOTAL CASES".
           05  FILLER                           PIC X(03)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "STATUS".
       01  HEADER-12.
           05  FILLER                           PIC X(03)
                VALUE SPACE.
                VALUE SPACE.
           05  FILLER                           PIC X(10)
                VALUE "FULLY VACC".
       01  HEADER-18                            PIC X(60)
           VALUE "COUNTRY GROUP SUMMARY - WATCHLISTS".
       01  HEADER-19.
           05  FILLER                           PIC X(03)
                VALUE SPACE.
           05  FILLER                           PIC X(08)
                VALUE "GROUP".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(30)
                VALUE "GROUP NAME".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(03)
                VALUE "MBR".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(03)
                VALUE "RPT".
           05  FILLER                           PIC X(04)
                VALUE SPACE.
           05  FILLER                           PIC X(09)
                VALUE "NEW CASES".
           05  FILLER                           PIC X(06)
                VALUE SPACE.
           05  FILLER                           PIC X(11)
                VALUE "TOTAL CASES".
           05  FILLER                           PIC X(03)
                VALUE SPACE.
           05  FILLER                           PIC X(10)
                VALUE "NEW DEATHS".
           05  FILLER                           PIC X(05)
                VALUE SPACE.
           05  FILLER                           PIC X(12)
                VALUE "TOTAL DEATHS".
      *
      * SECOND LINE OF EACH GROUP ON THE GROUP SUMMARY PAGE - THE
      * DOSE FIGURES AND PER-100K RATES, SELF-LABELED THE SAME WAY
      * THE DETAIL PAGE'S VACCINATION LINE IS.
      *
       01  WS-PRT-GROUP2.
           05  FILLER                           PIC X(13)
                VALUE SPACES.
           05  FILLER                           PIC X(10)
                VALUE "NEW DOSES ".
           05  WS-PRT-GRP2-NEW-DOSES            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02)
                VALUE SPACES.
           05  FILLER                           PIC X(12)
                VALUE "TOTAL DOSES ".
           05  WS-PRT-GRP2-TOTAL-DOSES          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02)
                VALUE SPACES.
           05  FILLER                           PIC X(11)
                VALUE "CASES/100K ".
           05  WS-PRT-GRP2-CASES-100K           PIC ZZ,ZZZ,ZZ9.9.
           05  FILLER                           PIC X(02)
                VALUE SPACES.
           05  FILLER                           PIC X(12)
                VALUE "DEATHS/100K ".
           05  WS-PRT-GRP2-DEATHS-100K          PIC ZZ,ZZZ,ZZ9.9.
           05  FILLER                           PIC X(14)
                VALUE SPACES.
      *
      * COUNTRY-CODE TO REGION LOOKUP TABLE, LOADED AT STARTUP FROM
      * THE REGNMST REFERENCE MASTER.
      *
       01  WS-HOLD-PRINT-LINE                   PIC X(219)
           VALUE SPACES.
      *
      * END-OF-RUN NON-REPORTING SWEEP OF THE HISTORY MASTER.  A
      * COUNTRY WHOSE LAST-REPORTED DATE IS NOT TODAY IS SILENT;
      * UP TO WS-SILENT-LIMIT CONSECUTIVE DAYS IT IS CARRIED
      * FORWARD AS A TYPE 'E' ESTIMATE, AFTER THAT IT IS FLAGGED
      * FOR THE REGION MASTER OWNER.  THE TABLE FEEDS THE NON-
      * REPORTING PAGE; SILENT COUNTRIES PAST THE TABLE ARE STILL
      * SWEPT - ONLY THEIR REPORT LINE IS LOST.
      *
       01  WS-SILENT-LIMIT                      PIC 9(04) COMP
           VALUE 7.
       01  WS-SWEEP-EOF                         PIC X(01)
           VALUE 'N'.
       01  WS-ESTIMATE-IND                      PIC X(01)
           VALUE 'N'.
       01  WS-NONRPT-TABLE.
           05  WS-NR-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-NR-IDX.
               10  WS-NR-CC                     PIC X(02).
               10  WS-NR-COUNTRY                PIC X(20).
               10  WS-NR-LAST-DATE              PIC X(08).
               10  WS-NR-DAYS                   PIC 9(04).
               10  WS-NR-TOTAL-CC               PIC 9(12).
               10  WS-NR-STATUS                 PIC X(01).
       01  WS-NONRPT-CNT                        PIC 9(05) COMP
           VALUE ZERO.
       01  WS-NR-SUB                            PIC 9(05) COMP
           VALUE ZERO.
       01  WS-NR-LOST-CNT                       PIC 9(05) COMP
           VALUE ZERO.
       01  WS-NR-CARRIED-CNT                    PIC 9(05) COMP
           VALUE ZERO.
       01  WS-NR-FLAGGED-CNT                    PIC 9(05) COMP
           VALUE ZERO.
      *
      * DATA DATE OF THE DAY'S FEED (YYYY-MM-DD, AS ON THE VENDOR
      * ROWS), SAVED FROM THE FIRST ACCEPTED ROW TO DATE THE CARRY-
      * FORWARD ESTIMATES.
      *
       01  WS-DATA-DATE                         PIC X(10)
           VALUE SPACES.
      *
      * COUNTRY CODES WITH A DATA ROW REJECTED THIS RUN.  COVFIX
      * WRITES THE REPAIRED ROW FOR SUCH A COUNTRY, SO THE SWEEP
      * MUST NOT CARRY IT FORWARD AS WELL.
      *
       01  WS-REJ-CC-TABLE.
           05  WS-RJ-CC OCCURS 500 TIMES
                        INDEXED BY WS-RJ-IDX PIC X(02).
       01  WS-REJ-CC-CNT                        PIC 9(05) COMP
           VALUE ZERO.
       01  WS-RJ-FOUND                          PIC X(01)
           VALUE 'N'.
       01  WS-RJ-EOF                            PIC X(01)
           VALUE 'N'.
      *
      * COUNTRY GROUPS LOADED FROM THE GRPMST GROUP MASTER, WITH
      * THE DAY'S ACCUMULATORS FOR THE GROUP SUMMARY PAGE.  THE
      * RATE NUMERATORS AND POPULATION SUM COVER ONLY THE MEMBERS
      * WITH A POPFILE FIGURE, SO A MEMBER WITH NO POPULATION
      * RECORD CANNOT INFLATE THE GROUP'S RATES.  A GROUP ID ON
      * THE SYSIN CARD LOADS THAT GROUP ALONE.
      *
       01  WS-SEL-GROUP-ID                      PIC X(08)
           VALUE SPACES.
       01  LAST-GRPM-REC                        PIC X(01)
           VALUE 'N'.
       01  WS-GRP-TABLE.
           05  WS-GP-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-GP-IDX.
               10  WS-GP-ID                     PIC X(08).
               10  WS-GP-NAME                   PIC X(30).
               10  WS-GP-MEMBER-CNT             PIC 9(05) COMP.
               10  WS-GP-REPORT-CNT             PIC 9(05) COMP.
               10  WS-GP-NEW-CC                 PIC 9(12) COMP.
               10  WS-GP-TOTAL-CC               PIC 9(12) COMP.
               10  WS-GP-NEW-DEATHS             PIC 9(12) COMP.
               10  WS-GP-TOTAL-DEATHS           PIC 9(12) COMP.
               10  WS-GP-NEW-DOSES              PIC 9(12) COMP.
               10  WS-GP-TOTAL-DOSES            PIC 9(12) COMP.
               10  WS-GP-POP                    PIC 9(13) COMP.
               10  WS-GP-RATE-CC                PIC 9(12) COMP.
               10  WS-GP-RATE-DEATHS            PIC 9(12) COMP.
       01  WS-GROUP-CNT                         PIC 9(05) COMP
           VALUE ZERO.
       01  WS-GP-SUB                            PIC 9(05) COMP
           VALUE ZERO.
      *
      * ONE ENTRY PER GROUP MEMBERSHIP, POINTING AT ITS GROUP.
      * WS-GM-STATUS IS SPACE UNTIL THE COUNTRY TURNS UP - 'R'
      * REPORTED IN TODAY'S FEED, 'E' CARRIED FORWARD AS AN
      * ESTIMATE.  MEMBERSHIPS PAST THE TABLE ARE COUNTED SO THE
      * PAGE CAN SAY SO.
      *
       01  WS-GRP-MEMBER-TABLE.
           05  WS-GM-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-GM-IDX.
               10  WS-GM-GROUP-SUB              PIC 9(05) COMP.
               10  WS-GM-CC                     PIC X(02).
               10  WS-GM-COUNTRY                PIC X(20).
               10  WS-GM-STATUS                 PIC X(01).
       01  WS-GRP-MEMBER-CNT                    PIC 9(05) COMP
           VALUE ZERO.
       01  WS-GM-SUB                            PIC 9(05) COMP
           VALUE ZERO.
       01  WS-GM-LOST-CNT                       PIC 9(05) COMP
           VALUE ZERO.
       01  WS-GP-FOUND                          PIC X(01)
           VALUE 'N'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
           PERFORM 2600-LOAD-POPULATION THRU 2600-EXIT.
           PERFORM 2700-LOAD-REGION-MASTER THRU 2700-EXIT.
           PERFORM 2750-LOAD-GROUP-MASTER THRU 2750-EXIT.
           PERFORM 2800-LOAD-ALERT-PARMS THRU 2800-EXIT.
           PERFORM 2900-LOAD-ALERT-HIST THRU 2900-EXIT.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
      * COUNTRY'S ROLLUP PENDING.
      *
           PERFORM 7300-FLUSH-ROLLUP THRU 7300-EXIT.
      *
      * COUNTRIES ON THE MASTER THAT DID NOT REPORT ARE CARRIED
      * FORWARD BEFORE THE TRAILER, SO THEIR ESTIMATES ARE IN THE
      * REGION AND WORLD TOTALS.
      *
           PERFORM 8300-SWEEP-NON-REPORTING THRU 8300-EXIT.
           PERFORM 8000-WRITE-REGION-TOTALS THRU 8000-EXIT.
           PERFORM 8100-WRITE-VACC-TOTALS THRU 8100-EXIT.
           PERFORM 8400-WRITE-GROUP-PAGE THRU 8400-EXIT.
           PERFORM 8350-WRITE-NONREPORT-PAGE THRU 8350-EXIT.
           PERFORM 8200-WRITE-PROVINCE-REPORT THRU 8200-EXIT.
           PERFORM 8500-WRITE-TREND-REPORT THRU 8500-EXIT.
           PERFORM 8600-WRITE-CONTROL-FOOTER THRU 8600-EXIT.
           CLOSE CONTROL-CARD.
           MOVE CC-DATE-FROM TO WS-SEL-DATE-FROM.
           MOVE CC-DATE-TO   TO WS-SEL-DATE-TO.
           MOVE CC-GROUP-ID  TO WS-SEL-GROUP-ID.
           PERFORM 1110-PARSE-COUNTRY-LIST THRU 1110-EXIT.
      *
      * A VALID YYYYMMDD PROCESSING DATE PUTS THE RUN IN REPLAY
                       "REPLAY IGNORED"
               END-IF
           END-IF.
           IF CC-SILENT-LIMIT NOT = SPACES
               IF CC-SILENT-LIMIT NUMERIC
                   MOVE CC-SILENT-LIMIT TO WS-SILENT-LIMIT
               ELSE
                   DISPLAY "COVID19 - DAYS-SILENT LIMIT ON SYSIN "
                       "CARD NOT NUMERIC - DEFAULT OF 7 USED"
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *
           OPEN INPUT COVID-CSV.
           IF CC-RESTART-IND = 'Y'
               PERFORM 2050-RELOAD-RESTART-STATE THRU 2050-EXIT
               OPEN EXTEND PRINT-LINE
               OPEN EXTEND REJECT-RPT
               OPEN EXTEND REJECT-DATA
       2000-EXIT.
           EXIT.
      *
      * A RESTART DOES NOT RE-EDIT THE ROWS BEFORE THE CHECKPOINT,
      * SO THE REJECTED COUNTRY CODES AND THE DATA DATE THE SWEEP
      * NEEDS ARE READ BACK FROM THE ORIGINAL RUN'S REJDATA AND
      * CANOUT BEFORE THEY ARE EXTENDED.
      *
       2050-RELOAD-RESTART-STATE.
           MOVE 'N' TO WS-RJ-EOF.
           OPEN INPUT REJECT-DATA.
           PERFORM 2060-RELOAD-ONE-REJECT THRU 2060-EXIT
               UNTIL WS-RJ-EOF = 'Y'.
           CLOSE REJECT-DATA.
           MOVE 'N' TO WS-RJ-EOF.
           OPEN INPUT CANON-OUT.
           PERFORM 2070-RELOAD-ONE-CANON THRU 2070-EXIT
               UNTIL WS-RJ-EOF = 'Y'
                   OR WS-DATA-DATE NOT = SPACES.
           CLOSE CANON-OUT.
       2050-EXIT.
           EXIT.
      *
       2060-RELOAD-ONE-REJECT.
           READ REJECT-DATA
               AT END
                   MOVE 'Y' TO WS-RJ-EOF
           END-READ.
           IF WS-RJ-EOF NOT = 'Y'
               MOVE REJF-CC TO WS-PRT-CC
               PERFORM 6920-NOTE-REJECTED-CC THRU 6920-EXIT
           END-IF.
       2060-EXIT.
           EXIT.
      *
       2070-RELOAD-ONE-CANON.
           READ CANON-OUT
               AT END
                   MOVE 'Y' TO WS-RJ-EOF
           END-READ.
           IF WS-RJ-EOF NOT = 'Y'
               AND CAN-REC-TYPE NOT = 'E'
               MOVE CAN-DATE TO WS-DATA-DATE
           END-IF.
       2070-EXIT.
           EXIT.
      *
      * LOAD THE POPULATION REFERENCE FILE INTO A TABLE SO EACH
      * DETAIL RECORD'S PER-100K RATES CAN BE DERIVED AS IT IS
      * PROCESSED.  THE FILE CARRIES EFFECTIVE-DATED RECORDS, SO
       2710-EXIT.
           EXIT.
      *
      * LOAD THE COUNTRY GROUP MASTER.  A RECORD WITH A BLANK
      * COUNTRY CODE DEFINES A GROUP; ANY OTHER IS A MEMBER OF THE
      * GROUP NAMED ON IT, AND IS IGNORED IF THAT GROUP IS NOT
      * LOADED - WHICH IS HOW A GROUP ID ON THE SYSIN CARD NARROWS
      * THE PAGE TO ONE GROUP.
      *
       2750-LOAD-GROUP-MASTER.
           INITIALIZE WS-GRP-TABLE.
           INITIALIZE WS-GRP-MEMBER-TABLE.
           MOVE ZERO TO WS-GROUP-CNT.
           MOVE ZERO TO WS-GRP-MEMBER-CNT.
           MOVE 'N' TO LAST-GRPM-REC.
           OPEN INPUT GROUP-MASTER.
           PERFORM 2760-LOAD-ONE-GRPM THRU 2760-EXIT
               UNTIL LAST-GRPM-REC = 'Y'.
           CLOSE GROUP-MASTER.
           IF WS-SEL-GROUP-ID NOT = SPACES
               AND WS-GROUP-CNT = ZERO
               DISPLAY "COVID19 - GROUP " WS-SEL-GROUP-ID
                   " ON SYSIN CARD IS NOT ON THE GROUP MASTER"
           END-IF.
       2750-EXIT.
           EXIT.
      *
       2760-LOAD-ONE-GRPM.
           READ GROUP-MASTER
               AT END MOVE 'Y' TO LAST-GRPM-REC
           END-READ.
           IF LAST-GRPM-REC NOT = 'Y'
               IF GRPM-CC = SPACES
                   IF (WS-SEL-GROUP-ID = SPACES
                       OR WS-SEL-GROUP-ID = GRPM-GROUP-ID)
                       AND WS-GROUP-CNT < 200
                       ADD 1 TO WS-GROUP-CNT
                       SET WS-GP-IDX TO WS-GROUP-CNT
                       MOVE GRPM-GROUP-ID TO WS-GP-ID(WS-GP-IDX)
                       MOVE GRPM-NAME     TO WS-GP-NAME(WS-GP-IDX)
                   END-IF
               ELSE
                   PERFORM 2770-LOAD-ONE-MEMBER THRU 2770-EXIT
               END-IF
           END-IF.
       2760-EXIT.
           EXIT.
      *
       2770-LOAD-ONE-MEMBER.
           MOVE 'N' TO WS-GP-FOUND.
           IF WS-GROUP-CNT > ZERO
               SET WS-GP-IDX TO 1
               SEARCH WS-GP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GP-ID(WS-GP-IDX) = GRPM-GROUP-ID
                       MOVE 'Y' TO WS-GP-FOUND
               END-SEARCH
           END-IF.
           IF WS-GP-FOUND = 'Y'
               IF WS-GRP-MEMBER-CNT < 2000
                   ADD 1 TO WS-GRP-MEMBER-CNT
                   SET WS-GM-IDX TO WS-GRP-MEMBER-CNT
                   SET WS-GM-GROUP-SUB(WS-GM-IDX) TO WS-GP-IDX
                   MOVE GRPM-CC   TO WS-GM-CC(WS-GM-IDX)
                   MOVE GRPM-NAME TO WS-GM-COUNTRY(WS-GM-IDX)
                   MOVE SPACE     TO WS-GM-STATUS(WS-GM-IDX)
                   ADD 1 TO WS-GP-MEMBER-CNT(WS-GP-IDX)
               ELSE
                   ADD 1 TO WS-GM-LOST-CNT
               END-IF
           END-IF.
       2770-EXIT.
           EXIT.
      *
      * LOAD THE THRESHOLD PARAMETER CARDS.  AN ABSENT OR EMPTY
      * FILE MEANS NO THRESHOLDS AND THEREFORE NO ALERTS.  A CARD
      * WHOSE VALUE IS NOT NUMERIC, OR WHOSE TYPE IS UNKNOWN, IS
      *
       7350-PROCESS-COUNTRY.
           PERFORM 7550-WRITE-CANON THRU 7550-EXIT.
           PERFORM 7750-ACCUM-GROUPS THRU 7750-EXIT.
           PERFORM 6700-SELECT-TEST THRU 6700-EXIT.
           IF WS-SELECTED = 'Y'
               PERFORM 7060-COMPUTE-RATES THRU 7060-EXIT
           MOVE WS-LEN-TOTAL-DOSES  TO REJF-LEN-TOTAL-DOSES.
           MOVE WS-LEN-FULLY-VACC   TO REJF-LEN-FULLY-VACC.
           WRITE REJF-REC.
           PERFORM 6920-NOTE-REJECTED-CC THRU 6920-EXIT.
       6910-EXIT.
           EXIT.
      *
      * NOTE WS-PRT-CC AS A COUNTRY WITH A REJECTED ROW, ONCE.
      *
       6920-NOTE-REJECTED-CC.
           PERFORM 6930-FIND-REJECTED-CC THRU 6930-EXIT.
           IF WS-RJ-FOUND NOT = 'Y'
               IF WS-REJ-CC-CNT < 500
                   ADD 1 TO WS-REJ-CC-CNT
                   SET WS-RJ-IDX TO WS-REJ-CC-CNT
                   MOVE WS-PRT-CC TO WS-RJ-CC(WS-RJ-IDX)
               END-IF
           END-IF.
       6920-EXIT.
           EXIT.
      *
       6930-FIND-REJECTED-CC.
           MOVE 'N' TO WS-RJ-FOUND.
           IF WS-REJ-CC-CNT > ZERO
               SET WS-RJ-IDX TO 1
               SEARCH WS-RJ-CC
                   AT END
                       CONTINUE
                   WHEN WS-RJ-IDX > WS-REJ-CC-CNT
                       CONTINUE
                   WHEN WS-RJ-CC(WS-RJ-IDX) = WS-PRT-CC
                       MOVE 'Y' TO WS-RJ-FOUND
               END-SEARCH
           END-IF.
       6930-EXIT.
           EXIT.
      *
      * APPLY THE SYSIN CONTROL-CARD COUNTRY/DATE CRITERIA.  A
      * RECORD NOT MATCHING IS SIMPLY SKIPPED RATHER THAN PRINTED.
      *
      *
      * A ROW STILL CARRYING A PROVINCE NAME IS A SUB-NATIONAL
      * RECORD; THE FLUSHED COUNTRY ROLLUP AND ORDINARY COUNTRY
      * ROWS CARRY NO PROVINCE AND WRITE TYPE 'C'.  A COUNTRY
      * CARRIED FORWARD BY THE NON-REPORTING SWEEP WRITES TYPE
      * 'E' SO NO READER MISTAKES THE ESTIMATE FOR REPORTED DATA.
      *
           IF WS-PRT-PROVINCE NOT = SPACES
               MOVE 'P'             TO CAN-REC-TYPE
               MOVE 'C'             TO CAN-REC-TYPE
               MOVE SPACES          TO CAN-PROVINCE
           END-IF.
           IF WS-ESTIMATE-IND = 'Y'
               MOVE 'E'             TO CAN-REC-TYPE
           ELSE
               IF WS-DATA-DATE = SPACES
                   MOVE WS-PRT-DATE TO WS-DATA-DATE
               END-IF
           END-IF.
           MOVE 220 TO WS-CANON-REC-LEN.
           WRITE CAN-REC.
       7550-EXIT.
           MOVE WS-AS-TOTAL-DOSES  TO HMST-TOTAL-DOSES.
           MOVE WS-AS-FULLY-VACC   TO HMST-FULLY-VACC.
           MOVE WS-RUN-START-DATE  TO HMST-AS-OF-DATE.
           MOVE ZEROS              TO HMST-DAYS-SILENT.
           MOVE WS-RUN-START-DATE  TO HMST-LAST-RPT-DATE.
      *
      * JOURNAL THE UPDATE BEFORE APPLYING IT - AN ABEND BETWEEN
      * THE JOURNAL WRITE AND THE MASTER I-O LEAVES AT WORST ONE
       7710-EXIT.
           EXIT.
      *
      * ROLL THIS COUNTRY INTO EVERY GROUP IT BELONGS TO.  THE
      * GROUP PAGE FOLLOWS THE CANONICAL FILE RATHER THAN THE
      * SYSIN COUNTRY/DATE CRITERIA - A GROUP IS ITS OWN
      * SELECTION - SO EVERY ACCEPTED COUNTRY RECORD AND EVERY
      * CARRY-FORWARD ESTIMATE COMES THROUGH HERE.  WS-AS-* IS
      * ALREADY STAGED.
      *
       7750-ACCUM-GROUPS.
           IF WS-GRP-MEMBER-CNT > ZERO
               PERFORM 7070-FIND-POPULATION THRU 7070-EXIT
               PERFORM 7760-ACCUM-ONE-MEMBER THRU 7760-EXIT
                   VARYING WS-GM-SUB FROM 1 BY 1
                   UNTIL WS-GM-SUB > WS-GRP-MEMBER-CNT
           END-IF.
       7750-EXIT.
           EXIT.
      *
       7760-ACCUM-ONE-MEMBER.
           SET WS-GM-IDX TO WS-GM-SUB.
           IF WS-GM-CC(WS-GM-IDX) = WS-PRT-CC
               SET WS-GP-IDX TO WS-GM-GROUP-SUB(WS-GM-IDX)
               IF WS-ESTIMATE-IND = 'Y'
                   IF WS-GM-STATUS(WS-GM-IDX) = SPACE
                       MOVE 'E' TO WS-GM-STATUS(WS-GM-IDX)
                   END-IF
               ELSE
                   IF WS-GM-STATUS(WS-GM-IDX) NOT = 'R'
                       MOVE 'R' TO WS-GM-STATUS(WS-GM-IDX)
                       ADD 1 TO WS-GP-REPORT-CNT(WS-GP-IDX)
                   END-IF
               END-IF
               ADD WS-AS-NEW-CC       TO WS-GP-NEW-CC(WS-GP-IDX)
               ADD WS-AS-TOTAL-CC     TO WS-GP-TOTAL-CC(WS-GP-IDX)
               ADD WS-AS-NEW-DEATHS   TO WS-GP-NEW-DEATHS(WS-GP-IDX)
               ADD WS-AS-TOTAL-DEATHS
                   TO WS-GP-TOTAL-DEATHS(WS-GP-IDX)
               ADD WS-AS-NEW-DOSES    TO WS-GP-NEW-DOSES(WS-GP-IDX)
               ADD WS-AS-TOTAL-DOSES  TO WS-GP-TOTAL-DOSES(WS-GP-IDX)
               IF WS-POP-FOUND = 'Y' AND WS-POP-COUNT-WORK > ZERO
                   ADD WS-POP-COUNT-WORK TO WS-GP-POP(WS-GP-IDX)
                   ADD WS-AS-TOTAL-CC
                       TO WS-GP-RATE-CC(WS-GP-IDX)
                   ADD WS-AS-TOTAL-DEATHS
                       TO WS-GP-RATE-DEATHS(WS-GP-IDX)
               END-IF
           END-IF.
       7760-EXIT.
           EXIT.
      *
      * BUILD THE DAY-OVER-DAY TREND FIGURES FOR THIS COUNTRY BY
      * DIFFING TODAY'S TOTAL CASES AGAINST THE PRIOR-DAY FIGURES
      * FROM THE HISTORY MASTER.  THE FIGURES GO TO WS-TREND-CURR
       8220-EXIT.
           EXIT.
      *
      * SWEEP THE HISTORY MASTER FOR COUNTRIES THAT DID NOT REPORT
      * TODAY.  A COUNTRY WHOSE ROW WAS REJECTED IS NOT SILENT -
      * COVFIX WRITES ITS REPAIRED ROW - SO IT IS PASSED OVER
      * RATHER THAN COUNTED TWICE.  A REPLAY LEAVES THE MASTER
      * UNTOUCHED, AND A RUN
      * NARROWED BY THE SYSIN COUNTRY/DATE CRITERIA NEVER UPDATES
      * THE OUT-OF-SCOPE COUNTRIES, SO NEITHER ONE SWEEPS.  A
      * CHECKPOINT RESTART DOES - THE PRE-CHECKPOINT COUNTRIES
      * WERE ALREADY STAMPED ON THE MASTER BY THE ORIGINAL RUN.
      *
       8300-SWEEP-NON-REPORTING.
           IF WS-REPLAY-IND NOT = 'Y'
               AND WS-SEL-COUNTRY-CNT = ZERO
               AND WS-SEL-DATE-FROM = SPACES
               AND WS-SEL-DATE-TO = SPACES
               MOVE 'N' TO WS-SWEEP-EOF
               MOVE LOW-VALUES TO HMST-CC
               START HISTORY-MASTER KEY IS NOT LESS THAN HMST-CC
                   INVALID KEY
                       MOVE 'Y' TO WS-SWEEP-EOF
               END-START
               PERFORM 8310-SWEEP-ONE-MASTER THRU 8310-EXIT
                   UNTIL WS-SWEEP-EOF = 'Y'
           END-IF.
       8300-EXIT.
           EXIT.
      *
       8310-SWEEP-ONE-MASTER.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF
           END-READ.
           IF WS-SWEEP-EOF NOT = 'Y'
               AND HMST-LAST-RPT-DATE NOT = WS-RUN-START-DATE
               MOVE HMST-CC TO WS-PRT-CC
               PERFORM 6930-FIND-REJECTED-CC THRU 6930-EXIT
               IF WS-RJ-FOUND NOT = 'Y'
                   PERFORM 8320-CARRY-ONE-SILENT THRU 8320-EXIT
               END-IF
           END-IF.
       8310-EXIT.
           EXIT.
      *
      * ONE SILENT COUNTRY.  THE DAYS-SILENT COUNT IS BUMPED ONCE
      * PER DAY - A SAME-DAY RERUN FINDS THE AS-OF DATE ALREADY
      * STAMPED AND LEAVES THE MASTER ALONE.  THE CURRENT TOTALS
      * ROLL INTO THE PRIOR-DAY FIELDS THE SAME WAY 7650-UPDATE-
      * MASTER ROLLS THEM, SINCE TODAY'S ESTIMATE CARRIES THEM
      * FORWARD UNCHANGED, AND THE UPDATE IS JOURNALED AHEAD OF
      * THE REWRITE LIKE ANY OTHER.
      *
       8320-CARRY-ONE-SILENT.
           IF HMST-AS-OF-DATE NOT = WS-RUN-START-DATE
               MOVE HMST-REC TO JRNL-BEFORE-IMAGE
               MOVE HMST-TOTAL-CC     TO HMST-PRIOR-TOTAL-CC
               MOVE HMST-TOTAL-DEATHS TO HMST-PRIOR-TOTAL-DEATHS
               MOVE HMST-TOTAL-RECVR  TO HMST-PRIOR-TOTAL-RECVR
               IF HMST-DAYS-SILENT NOT NUMERIC
                   MOVE ZEROS TO HMST-DAYS-SILENT
               END-IF
               IF HMST-DAYS-SILENT < 9999
                   ADD 1 TO HMST-DAYS-SILENT
               END-IF
               MOVE WS-RUN-START-DATE TO HMST-AS-OF-DATE
               MOVE HMST-CC  TO JRNL-CC
               MOVE HMST-REC TO JRNL-AFTER-IMAGE
               MOVE 'RW' TO JRNL-ACTION
               WRITE JRNL-REC
               REWRITE HMST-REC
           END-IF.
      *
      * INSIDE THE LIMIT THE COUNTRY IS CARRIED FORWARD AS AN
      * ESTIMATE; PAST IT THE COUNTRY DROPS OUT OF THE TOTALS AND
      * IS FLAGGED FOR THE REGION MASTER OWNER TO DECIDE WHETHER
      * IT IS STILL BEING REPORTED AT ALL.
      *
           IF HMST-DAYS-SILENT NOT > WS-SILENT-LIMIT
               ADD 1 TO WS-NR-CARRIED-CNT
               PERFORM 8330-WRITE-ESTIMATE THRU 8330-EXIT
           ELSE
               ADD 1 TO WS-NR-FLAGGED-CNT
               DISPLAY "COVID19 - " HMST-CC " " HMST-COUNTRY
                   " SILENT " HMST-DAYS-SILENT " DAYS - REFER TO "
                   "REGION MASTER OWNER"
           END-IF.
           IF WS-NONRPT-CNT < 500
               ADD 1 TO WS-NONRPT-CNT
               SET WS-NR-IDX TO WS-NONRPT-CNT
               MOVE HMST-CC            TO WS-NR-CC(WS-NR-IDX)
               MOVE HMST-COUNTRY       TO WS-NR-COUNTRY(WS-NR-IDX)
               MOVE HMST-LAST-RPT-DATE TO WS-NR-LAST-DATE(WS-NR-IDX)
               MOVE HMST-DAYS-SILENT   TO WS-NR-DAYS(WS-NR-IDX)
               MOVE HMST-TOTAL-CC      TO WS-NR-TOTAL-CC(WS-NR-IDX)
               IF HMST-DAYS-SILENT NOT > WS-SILENT-LIMIT
                   MOVE 'E' TO WS-NR-STATUS(WS-NR-IDX)
               ELSE
                   MOVE 'F' TO WS-NR-STATUS(WS-NR-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-NR-LOST-CNT
           END-IF.
       8320-EXIT.
           EXIT.
      *
      * WRITE THE TYPE 'E' CARRY-FORWARD RECORD - THE LAST
      * REPORTED TOTALS WITH ZERO NEW COUNTS, DATED WITH THE DAY'S
      * DATA DATE, OR THE RUN DATE WHEN NO ROW WAS ACCEPTED - AND
      * ROLL IT INTO THE REGION AND WORLD TOTALS.  THE WS-PRT- AND
      * STAGING FIELDS ARE FREE TO BORROW BY THIS POINT IN THE
      * RUN.
      *
       8330-WRITE-ESTIMATE.
           MOVE SPACES             TO WS-PRINT-LINE.
           MOVE HMST-CC            TO WS-PRT-CC.
           MOVE HMST-COUNTRY       TO WS-PRT-COUNTRY.
           MOVE "ESTIMATE - CARRIED FORWARD FROM LAST REPORT"
               TO WS-PRT-SLUG.
           IF WS-DATA-DATE NOT = SPACES
               MOVE WS-DATA-DATE TO WS-PRT-DATE
           ELSE
               STRING WS-RUN-START-DATE(1:4) "-"
                      WS-RUN-START-DATE(5:2) "-"
                      WS-RUN-START-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO WS-PRT-DATE
               END-STRING
           END-IF.
           MOVE ZEROS              TO WS-AS-NEW-CC.
           MOVE ZEROS              TO WS-AS-NEW-DEATHS.
           MOVE ZEROS              TO WS-AS-NEW-RECVR.
           MOVE ZEROS              TO WS-AS-NEW-DOSES.
           MOVE HMST-TOTAL-CC      TO WS-AS-TOTAL-CC.
           MOVE HMST-TOTAL-DEATHS  TO WS-AS-TOTAL-DEATHS.
           MOVE HMST-TOTAL-RECVR   TO WS-AS-TOTAL-RECVR.
           MOVE HMST-TOTAL-DOSES   TO WS-AS-TOTAL-DOSES.
           MOVE HMST-FULLY-VACC    TO WS-AS-FULLY-VACC.
           MOVE 'Y' TO WS-ESTIMATE-IND.
           PERFORM 7550-WRITE-CANON THRU 7550-EXIT.
           PERFORM 7750-ACCUM-GROUPS THRU 7750-EXIT.
           MOVE 'N' TO WS-ESTIMATE-IND.
           PERFORM 7700-ACCUM-REGION THRU 7700-EXIT.
       8330-EXIT.
           EXIT.
      *
      * NON-REPORTING COUNTRIES PAGE - EVERY COUNTRY THE SWEEP
      * FOUND SILENT, WITH ITS LAST REPORTED DATE, THE DAYS IT HAS
      * BEEN SILENT AND WHETHER IT WAS CARRIED FORWARD OR FLAGGED.
      * A DAY WHEN EVERY COUNTRY REPORTED PRINTS NO PAGE.
      *
       8350-WRITE-NONREPORT-PAGE.
           IF WS-NR-CARRIED-CNT > ZERO
               OR WS-NR-FLAGGED-CNT > ZERO
               MOVE SPACES TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING PAGE
               MOVE HEADER-16 TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               MOVE HEADER-17 TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 2 LINES
               MOVE HEADER-5 TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               PERFORM 8360-WRITE-ONE-NONREPORT THRU 8360-EXIT
                   VARYING WS-NR-SUB FROM 1 BY 1
                   UNTIL WS-NR-SUB > WS-NONRPT-CNT
               MOVE HEADER-5 TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRT-RCD-FOOTER
               MOVE "COUNTRIES CARRIED FORWARD" TO FTR-LABEL
               MOVE WS-NR-CARRIED-CNT TO FTR-COUNT
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRT-RCD-FOOTER
               MOVE "COUNTRIES FLAGGED FOR REGION OWNER"
                   TO FTR-LABEL
               MOVE WS-NR-FLAGGED-CNT TO FTR-COUNT
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRT-RCD-FOOTER
               MOVE "DAYS-SILENT LIMIT" TO FTR-LABEL
               MOVE WS-SILENT-LIMIT TO FTR-COUNT
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               IF WS-NR-LOST-CNT > ZERO
                   MOVE SPACES TO PRT-RCD-FOOTER
                   MOVE "SILENT LINES PAST TABLE LIMIT"
                       TO FTR-LABEL
                   MOVE WS-NR-LOST-CNT TO FTR-COUNT
                   WRITE PRT-RCD
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO PRT-RCD
           END-IF.
       8350-EXIT.
           EXIT.
      *
       8360-WRITE-ONE-NONREPORT.
           SET WS-NR-IDX TO WS-NR-SUB.
           MOVE SPACES TO PRT-RCD-NONRPT.
           MOVE WS-NR-CC(WS-NR-IDX)       TO RPTN-CC.
           MOVE WS-NR-COUNTRY(WS-NR-IDX)  TO RPTN-COUNTRY.
           IF WS-NR-LAST-DATE(WS-NR-IDX) NUMERIC
               AND WS-NR-LAST-DATE(WS-NR-IDX) NOT = ZEROS
               STRING WS-NR-LAST-DATE(WS-NR-IDX)(1:4) "-"
                      WS-NR-LAST-DATE(WS-NR-IDX)(5:2) "-"
                      WS-NR-LAST-DATE(WS-NR-IDX)(7:2)
                   DELIMITED BY SIZE
                   INTO RPTN-LAST-DATE
               END-STRING
           ELSE
               MOVE "NOT KNOWN" TO RPTN-LAST-DATE
           END-IF.
           MOVE WS-NR-DAYS(WS-NR-IDX)     TO RPTN-DAYS.
           MOVE WS-NR-TOTAL-CC(WS-NR-IDX) TO RPTN-TOTAL-CC.
           IF WS-NR-STATUS(WS-NR-IDX) = 'E'
               MOVE "CARRIED FORWARD AS ESTIMATE" TO RPTN-STATUS
           ELSE
               MOVE "PAST LIMIT - REFER TO REGION OWNER"
                   TO RPTN-STATUS
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
       8360-EXIT.
           EXIT.
      *
      * COUNTRY GROUP SUMMARY PAGE - ONE TWO-LINE ENTRY PER GROUP
      * WITH ITS MEMBER AND REPORTING COUNTS, FIGURES AND RATES,
      * FOLLOWED BY A LINE FOR EACH MEMBER MISSING FROM THE DAY'S
      * FEED.  NO GROUP MASTER PRINTS NO PAGE; A SYSIN GROUP ID
      * NOT ON THE MASTER PRINTS THE PAGE WITH A NOTE SAYING SO.
      *
       8400-WRITE-GROUP-PAGE.
           IF WS-GROUP-CNT > ZERO
               OR WS-SEL-GROUP-ID NOT = SPACES
               PERFORM 8405-WRITE-GROUP-HEADERS THRU 8405-EXIT
               IF WS-GROUP-CNT = ZERO
                   MOVE SPACES TO PRT-RCD
                   STRING "   *** GROUP "  DELIMITED BY SIZE
                       WS-SEL-GROUP-ID  DELIMITED BY SPACE
                       " IS NOT ON THE GROUP MASTER ***"
                                        DELIMITED BY SIZE
                       INTO PRT-RCD
                   END-STRING
                   WRITE PRT-RCD
                       AFTER ADVANCING 2 LINES
               ELSE
                   PERFORM 8410-WRITE-ONE-GROUP THRU 8410-EXIT
                       VARYING WS-GP-SUB FROM 1 BY 1
                       UNTIL WS-GP-SUB > WS-GROUP-CNT
               END-IF
               IF WS-GM-LOST-CNT > ZERO
                   MOVE HEADER-5 TO PRT-RCD
                   WRITE PRT-RCD
                       AFTER ADVANCING 2 LINES
                   MOVE SPACES TO PRT-RCD-FOOTER
                   MOVE "GROUP MEMBERS PAST TABLE LIMIT"
                       TO FTR-LABEL
                   MOVE WS-GM-LOST-CNT TO FTR-COUNT
                   WRITE PRT-RCD
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO PRT-RCD
           END-IF.
       8400-EXIT.
           EXIT.
      *
       8405-WRITE-GROUP-HEADERS.
           MOVE SPACES TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE HEADER-18 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE HEADER-19 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE 4 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       8405-EXIT.
           EXIT.
      *
      * ONE GROUP.  THE RATE STAGING FIELDS ARE FREE TO BORROW BY
      * THIS POINT IN THE RUN; A GROUP WITH NO MEMBER POPULATION
      * ON FILE PRINTS ZERO RATES, THE SAME AS A COUNTRY DOES.
      *
       8410-WRITE-ONE-GROUP.
           SET WS-GP-IDX TO WS-GP-SUB.
           IF LINE-CTR >= 53
               PERFORM 8405-WRITE-GROUP-HEADERS THRU 8405-EXIT.
           INITIALIZE WS-RATE-STAGE.
           IF WS-GP-POP(WS-GP-IDX) > ZERO
               COMPUTE WS-AS-CASES-100K ROUNDED =
                   (WS-GP-RATE-CC(WS-GP-IDX) * 100000)
                   / WS-GP-POP(WS-GP-IDX)
                   ON SIZE ERROR
                       MOVE WS-RATE-MAX-VALUE TO WS-AS-CASES-100K
               END-COMPUTE
               COMPUTE WS-AS-DEATHS-100K ROUNDED =
                   (WS-GP-RATE-DEATHS(WS-GP-IDX) * 100000)
                   / WS-GP-POP(WS-GP-IDX)
                   ON SIZE ERROR
                       MOVE WS-RATE-MAX-VALUE TO WS-AS-DEATHS-100K
               END-COMPUTE
           END-IF.
           MOVE SPACES TO PRT-RCD-GROUP.
           MOVE WS-GP-ID(WS-GP-IDX)           TO RPTG-GROUP-ID.
           MOVE WS-GP-NAME(WS-GP-IDX)         TO RPTG-NAME.
           MOVE WS-GP-MEMBER-CNT(WS-GP-IDX)   TO RPTG-MEMBER-CNT.
           MOVE WS-GP-REPORT-CNT(WS-GP-IDX)   TO RPTG-REPORT-CNT.
           MOVE WS-GP-NEW-CC(WS-GP-IDX)       TO RPTG-NEW-CC.
           MOVE WS-GP-TOTAL-CC(WS-GP-IDX)     TO RPTG-TOTAL-CC.
           MOVE WS-GP-NEW-DEATHS(WS-GP-IDX)   TO RPTG-NEW-DEATHS.
           MOVE WS-GP-TOTAL-DEATHS(WS-GP-IDX) TO RPTG-TOTAL-DEATHS.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE WS-GP-NEW-DOSES(WS-GP-IDX)   TO WS-PRT-GRP2-NEW-DOSES.
           MOVE WS-GP-TOTAL-DOSES(WS-GP-IDX)
               TO WS-PRT-GRP2-TOTAL-DOSES.
           MOVE WS-AS-CASES-100K   TO WS-PRT-GRP2-CASES-100K.
           MOVE WS-AS-DEATHS-100K  TO WS-PRT-GRP2-DEATHS-100K.
           MOVE WS-PRT-GROUP2 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-CTR.
           PERFORM 8420-WRITE-ONE-MISSING THRU 8420-EXIT
               VARYING WS-GM-SUB FROM 1 BY 1
               UNTIL WS-GM-SUB > WS-GRP-MEMBER-CNT.
       8410-EXIT.
           EXIT.
      *
      * A MEMBER OF THE CURRENT GROUP THAT DID NOT REPORT TODAY -
      * CARRIED FORWARD BY THE NON-REPORTING SWEEP, OR NOT SEEN AT
      * ALL.
      *
       8420-WRITE-ONE-MISSING.
           SET WS-GM-IDX TO WS-GM-SUB.
           IF WS-GM-GROUP-SUB(WS-GM-IDX) = WS-GP-SUB
               AND WS-GM-STATUS(WS-GM-IDX) NOT = 'R'
               IF LINE-CTR >= 56
                   PERFORM 8405-WRITE-GROUP-HEADERS THRU 8405-EXIT
               END-IF
               MOVE SPACES TO PRT-RCD-GRPMISS
               MOVE WS-GM-CC(WS-GM-IDX)      TO RPTM-CC
               MOVE WS-GM-COUNTRY(WS-GM-IDX) TO RPTM-COUNTRY
               IF WS-GM-STATUS(WS-GM-IDX) = 'E'
                   MOVE "MISSING - CARRIED FORWARD AS ESTIMATE"
                       TO RPTM-STATUS
               ELSE
                   MOVE "MISSING FROM TODAY'S FEED"
                       TO RPTM-STATUS
               END-IF
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CTR
           END-IF.
       8420-EXIT.
           EXIT.
      *
      * PRINT THE DAY-OVER-DAY TREND PAGE BUILT IN WS-TREND-TABLE.
      *
       8500-WRITE-TREND-REPORT.
