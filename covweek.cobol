      *              CARD DATE) OR M (MONTH TO DATE THROUGH THE
      *              CARD DATE)
      *   COL 3-10   PERIOD DATE, YYYYMMDD
      *   COL 12-19  GROUP ID - PRINT ONLY THAT GROUP ON THE GROUP
      *              SUMMARY PAGE; BLANK MEANS EVERY GROUP
      * CANONICAL ROWS DATED OUTSIDE THE PERIOD ARE SKIPPED, SO A
      * CONCATENATION WIDER THAN THE PERIOD IS HARMLESS.
      *
      *   2026-09-02  AG  SKIP THE TYPE 'P' PROVINCE RECORDS THE
      *     PREMIUM SUB-NATIONAL FEED ADDS TO THE CANONICAL FILE -
      *     THE PERIOD TOTALS ROLL UP FROM THE COUNTRY RECORDS.
      *   2026-10-15  AG  ADD A COUNTRY GROUP SUMMARY PAGE AFTER THE
      *     REGION TRAILER, FROM THE GRPMST GROUP MASTER COVID19
      *     ALSO LOADS.  EACH GROUP PRINTS ITS MEMBER AND REPORTING
      *     COUNTS, PERIOD NEW CASES, DEATHS AND DOSES, THE LATEST
      *     TOTALS IN THE PERIOD, PER-100K RATES ON THE PERIOD NEW
      *     COUNTS FROM THE POPFILE FIGURES IN FORCE AT PERIOD END,
      *     AND EVERY MEMBER THAT DID NOT REPORT IN THE PERIOD.
      *
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT REGION-MASTER ASSIGN TO REGNMST
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL POPULATION-IN ASSIGN TO POPFILE
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GROUP-MASTER ASSIGN TO GRPMST
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
           05  RPT-NEW-DOSES                    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(54).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE FIRST LINE OF EACH
      * GROUP ON THE COUNTRY GROUP SUMMARY PAGE, THE SAME SHAPE
      * COVID19'S GROUP PAGE USES.
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
           05  FILLER                           PIC X(19).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR A GROUP MEMBER THAT DID
      * NOT REPORT IN THE PERIOD.
      *
       01  PRT-RCD-GRPMISS REDEFINES PRT-RCD.
           05  FILLER                           PIC X(13).
           05  RPTM-CC                          PIC X(02).
           05  FILLER                           PIC X(03).
           05  RPTM-COUNTRY                     PIC X(20).
           05  FILLER                           PIC X(03).
           05  RPTM-STATUS                      PIC X(40).
           05  FILLER                           PIC X(51).
      *
      * CANONICAL DAILY FILE WRITTEN BY COVID19 - ALREADY PARSED
      * AND VALIDATED, ONE GENERATION PER ARCHIVED DAY.  READ AS
      * VARIABLE 199-TO-220-BYTE RECORDS SO PRE-PROVINCE 199-BYTE
           LABEL RECORDS ARE OMITTED.
       COPY CVDCANF.
      *
      * SYSIN CONTROL CARD - PERIOD TYPE AND YYYYMMDD PERIOD DATE,
      * AND AN OPTIONAL GROUP ID FOR THE GROUP SUMMARY PAGE.
      *
       FD  CONTROL-CARD RECORDING MODE IS F.
       01  CONTROL-CARD-REC.
           05  CC-PERIOD-TYPE                   PIC X(01).
           05  FILLER                           PIC X(01).
           05  CC-PERIOD-DATE                   PIC X(08).
           05  FILLER                           PIC X(01).
           05  CC-GROUP-ID                      PIC X(08).
           05  FILLER                           PIC X(61).
      *
      * COUNTRY-CODE TO REGION REFERENCE MASTER, MAINTAINED BY THE
      * COVREGNM UTILITY - SAME FILE COVID19 LOADS AT STARTUP.
           05  REGN-IN-CC                       PIC X(02).
           05  REGN-IN-NAME                     PIC X(15).
      *
      * POPULATION REFERENCE FILE, EFFECTIVE-DATED AND MAINTAINED
      * BY COVPOPM, FOR THE GROUP PAGE'S PER-100K RATES.  THE RUN
      * PICKS THE FIGURE IN FORCE ON THE PERIOD DATE.  READ AS
      * VARIABLE 34-TO-42-BYTE RECORDS THE SAME WAY COVID19 READS
      * IT.
      *
       FD  POPULATION-IN RECORDING MODE IS V
           RECORD IS VARYING FROM 34 TO 42 CHARACTERS
           DEPENDING ON WS-POP-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       COPY CVDPOPF.
      *
      * COUNTRY GROUP (WATCHLIST) MASTER, MAINTAINED BY THE COVGRPM
      * UTILITY.  AN ABSENT OR EMPTY MASTER PRINTS NO GROUP PAGE.
      *
       FD  GROUP-MASTER RECORDING MODE IS F.
       COPY CVDGRPM.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
                VALUE SPACE.
           05  FILLER                           PIC X(09)
                VALUE "NEW DOSES".
       01  HEADER-18                            PIC X(60)
           VALUE "COUNTRY GROUP SUMMARY - RATES ON PERIOD NEW COUNTS".
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
      * DOSE FIGURES AND PER-100K RATES, SELF-LABELED.
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
      * THE REGNMST REFERENCE MASTER, THE SAME WAY COVID19 LOADS IT.
               10  WS-CT-NEW-CC                 PIC 9(12) COMP.
               10  WS-CT-NEW-DEATHS             PIC 9(12) COMP.
               10  WS-CT-NEW-DOSES              PIC 9(12) COMP.
               10  WS-CT-TOTAL-CC               PIC 9(12) COMP.
               10  WS-CT-TOTAL-DEATHS           PIC 9(12) COMP.
               10  WS-CT-TOTAL-DOSES            PIC 9(12) COMP.
               10  WS-CT-LAST-DATE              PIC X(10).
               10  WS-CT-REPORTED               PIC X(01).
       01  WS-CTRY-CNT                          PIC 9(05) COMP
           VALUE ZERO.
       01  WS-CT-SUB                            PIC 9(05) COMP
           05  WS-GT-NEW-CC                     PIC 9(12) COMP.
           05  WS-GT-NEW-DEATHS                 PIC 9(12) COMP.
           05  WS-GT-NEW-DOSES                  PIC 9(12) COMP.
      *
      *
      * POPULATION REFERENCE TABLE LOADED FROM POPULATION-IN AT
      * STARTUP, THE SAME SHAPE COVID19 LOADS.
      *
       01  WS-POP-TABLE.
           05  WS-POP-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-POP-IDX.
               10  WS-POP-CC                    PIC X(02).
               10  WS-POP-COUNT                 PIC 9(12).
               10  WS-POP-EFF                   PIC X(08).
       01  WS-POP-CNT                           PIC 9(05) COMP
           VALUE ZERO.
       01  LAST-POP-REC                         PIC X(01)
           VALUE 'N'.
       01  WS-POP-FOUND                         PIC X(01).
       01  WS-POP-COUNT-WORK                    PIC 9(12) COMP
           VALUE ZERO.
       01  WS-POP-EFF-WORK                      PIC X(08)
           VALUE SPACES.
       01  WS-POP-REC-LEN                       PIC 9(07) COMP
           VALUE ZERO.
      *
      * COUNTRY GROUPS LOADED FROM THE GRPMST GROUP MASTER, WITH
      * THE PERIOD ACCUMULATORS FOR THE GROUP SUMMARY PAGE.  THE
      * RATE NUMERATORS AND POPULATION SUM COVER ONLY THE MEMBERS
      * WITH A POPFILE FIGURE.  A GROUP ID ON THE SYSIN CARD LOADS
      * THAT GROUP ALONE.
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
      * REPORTED IN THE PERIOD, 'E' ONLY CARRY-FORWARD ESTIMATES
      * IN THE PERIOD.
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
      *
      * PER-100K RATE WORK FIELDS, CAPPED THE WAY COVID19 CAPS ITS
      * RATE COLUMNS.
      *
       01  WS-RATE-STAGE.
           05  WS-AS-CASES-100K                 PIC 9(08)V9 COMP.
           05  WS-AS-DEATHS-100K                PIC 9(08)V9 COMP.
       01  WS-RATE-MAX-VALUE                    PIC 9(08)V9
           VALUE 99999999.9.
      *
       01  FLAGS.
           05  LAST-REC                         PIC X(01) VALUE 'N'.
           PERFORM 1200-SET-PERIOD-RANGE THRU 1200-EXIT.
           PERFORM 1050-INIT-REGION-TOTALS THRU 1050-EXIT.
           PERFORM 2700-LOAD-REGION-MASTER THRU 2700-EXIT.
           PERFORM 2600-LOAD-POPULATION THRU 2600-EXIT.
           PERFORM 2750-LOAD-GROUP-MASTER THRU 2750-EXIT.
           OPEN INPUT CANON-IN.
           OPEN OUTPUT PRINT-LINE.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
               UNTIL LAST-REC = 'Y'.
           PERFORM 7000-WRITE-COUNTRY-LINES THRU 7000-EXIT.
           PERFORM 8000-WRITE-REGION-TOTALS THRU 8000-EXIT.
           PERFORM 8400-WRITE-GROUP-PAGE THRU 8400-EXIT.
           CLOSE CANON-IN.
           CLOSE PRINT-LINE.
           GOBACK.
               AND CC-PERIOD-DATE(7:2) NOT > "31"
               MOVE 'Y' TO WS-CARD-VALID
           END-IF.
           MOVE CC-GROUP-ID TO WS-SEL-GROUP-ID.
       1100-EXIT.
           EXIT.
      *
       1200-EXIT.
           EXIT.
      *
      * LOAD THE POPULATION REFERENCE FILE, KEEPING PER COUNTRY THE
      * FIGURE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE PERIOD
      * DATE - THE SAME RULE COVID19 APPLIES TO ITS PROCESSING
      * DATE.  AN ABSENT FILE LEAVES THE GROUP RATES AT ZERO.
      *
       2600-LOAD-POPULATION.
           MOVE ZERO TO WS-POP-CNT.
           MOVE 'N' TO LAST-POP-REC.
           OPEN INPUT POPULATION-IN.
           PERFORM 2610-LOAD-ONE-POP THRU 2610-EXIT
               UNTIL LAST-POP-REC = 'Y'.
           CLOSE POPULATION-IN.
       2600-EXIT.
           EXIT.
      *
       2610-LOAD-ONE-POP.
           READ POPULATION-IN
               AT END MOVE 'Y' TO LAST-POP-REC
           END-READ.
      *
      * A PRE-CONVERSION 34-BYTE RECORD HAS NO EFFECTIVE DATE -
      * IT IS ALWAYS IN FORCE.
      *
           IF LAST-POP-REC NOT = 'Y'
               AND WS-POP-REC-LEN < 42
               MOVE SPACES TO POP-IN-EFF-DATE
           END-IF.
           IF LAST-POP-REC NOT = 'Y'
               IF POP-IN-EFF-DATE NUMERIC
                   MOVE POP-IN-EFF-DATE TO WS-POP-EFF-WORK
               ELSE
                   MOVE "00000000" TO WS-POP-EFF-WORK
               END-IF
               IF WS-POP-EFF-WORK NOT > CC-PERIOD-DATE
                   PERFORM 2620-POST-ONE-POP THRU 2620-EXIT
               END-IF
           END-IF.
       2610-EXIT.
           EXIT.
      *
      * POST ONE IN-FORCE RECORD - A LATER EFFECTIVE DATE FOR A
      * COUNTRY ALREADY LOADED SUPERSEDES THE EARLIER FIGURE.
      *
       2620-POST-ONE-POP.
           MOVE 'N' TO WS-POP-FOUND.
           IF WS-POP-CNT > ZERO
               SET WS-POP-IDX TO 1
               SEARCH WS-POP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-POP-CC(WS-POP-IDX) = POP-IN-CC
                       MOVE 'Y' TO WS-POP-FOUND
               END-SEARCH
           END-IF.
           IF WS-POP-FOUND = 'Y'
               IF WS-POP-EFF-WORK NOT < WS-POP-EFF(WS-POP-IDX)
                   MOVE POP-IN-COUNT   TO WS-POP-COUNT(WS-POP-IDX)
                   MOVE WS-POP-EFF-WORK TO WS-POP-EFF(WS-POP-IDX)
               END-IF
           ELSE
               IF WS-POP-CNT < 1000
                   ADD 1 TO WS-POP-CNT
                   SET WS-POP-IDX TO WS-POP-CNT
                   MOVE POP-IN-CC      TO WS-POP-CC(WS-POP-IDX)
                   MOVE POP-IN-COUNT   TO WS-POP-COUNT(WS-POP-IDX)
                   MOVE WS-POP-EFF-WORK TO WS-POP-EFF(WS-POP-IDX)
               END-IF
           END-IF.
       2620-EXIT.
           EXIT.
      *
      * LOAD THE REGION REFERENCE MASTER INTO THE LOOKUP TABLE THE
      * REGION SUBTOTAL LOGIC SEARCHES.  THE TABLE IS BLANKED FIRST
      * SO UNUSED OCCURRENCES CANNOT MATCH A REAL COUNTRY CODE.
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
               DISPLAY "COVWEEK - GROUP " WS-SEL-GROUP-ID
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
      * POST ONE CANONICAL ROW INTO ITS COUNTRY'S PERIOD TOTALS IF
      * ITS DATE FALLS WITHIN THE PERIOD.
      *
                   INITIALIZE WS-CT-ENTRY(WS-CT-IDX)
                   MOVE CAN-CC      TO WS-CT-CC(WS-CT-IDX)
                   MOVE CAN-COUNTRY TO WS-CT-COUNTRY(WS-CT-IDX)
                   MOVE 'N' TO WS-CT-REPORTED(WS-CT-IDX)
                   MOVE 'Y' TO WS-CTRY-FOUND
               END-IF
           END-IF.
               ADD CAN-NEW-CC     TO WS-CT-NEW-CC(WS-CT-IDX)
               ADD CAN-NEW-DEATHS TO WS-CT-NEW-DEATHS(WS-CT-IDX)
               ADD CAN-NEW-DOSES  TO WS-CT-NEW-DOSES(WS-CT-IDX)
      *
      * THE GROUP PAGE'S TOTALS ARE THE LATEST-DATED IN THE PERIOD,
      * WHATEVER ORDER THE CONCATENATED GENERATIONS ARRIVE IN.  AN
      * ESTIMATE ROW DOES NOT COUNT AS THE COUNTRY REPORTING.
      *
               IF CAN-DATE NOT < WS-CT-LAST-DATE(WS-CT-IDX)
                   MOVE CAN-DATE TO WS-CT-LAST-DATE(WS-CT-IDX)
                   MOVE CAN-TOTAL-CC
                       TO WS-CT-TOTAL-CC(WS-CT-IDX)
                   MOVE CAN-TOTAL-DEATHS
                       TO WS-CT-TOTAL-DEATHS(WS-CT-IDX)
                   MOVE CAN-TOTAL-DOSES
                       TO WS-CT-TOTAL-DOSES(WS-CT-IDX)
               END-IF
               IF CAN-REC-TYPE NOT = 'E'
                   MOVE 'Y' TO WS-CT-REPORTED(WS-CT-IDX)
               END-IF
           END-IF.
       3600-EXIT.
           EXIT.
               UNTIL WS-CT-SUB > WS-CTRY-CNT.
       7000-EXIT.
           EXIT.
      *
      * LOOK UP THE POPULATION IN FORCE FOR THIS COUNTRY.
      *
       7070-FIND-POPULATION.
           MOVE 'N' TO WS-POP-FOUND.
           MOVE ZERO TO WS-POP-COUNT-WORK.
           IF WS-POP-CNT > ZERO
               SET WS-POP-IDX TO 1
               SEARCH WS-POP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-POP-CC(WS-POP-IDX) = WS-CT-CC(WS-CT-IDX)
                       MOVE 'Y' TO WS-POP-FOUND
                       MOVE WS-POP-COUNT(WS-POP-IDX)
                           TO WS-POP-COUNT-WORK
               END-SEARCH
           END-IF.
       7070-EXIT.
           EXIT.
      *
       7500-WRITE-ONE-COUNTRY.
           SET WS-CT-IDX TO WS-CT-SUB.
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           PERFORM 7700-ACCUM-REGION THRU 7700-EXIT.
           PERFORM 7750-ACCUM-GROUPS THRU 7750-EXIT.
       7500-EXIT.
           EXIT.
      *
           END-SEARCH.
       7710-EXIT.
           EXIT.
      *
      * ROLL THIS COUNTRY'S PERIOD FIGURES INTO EVERY GROUP IT
      * BELONGS TO.
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
           IF WS-GM-CC(WS-GM-IDX) = WS-CT-CC(WS-CT-IDX)
               SET WS-GP-IDX TO WS-GM-GROUP-SUB(WS-GM-IDX)
               IF WS-CT-REPORTED(WS-CT-IDX) = 'Y'
                   MOVE 'R' TO WS-GM-STATUS(WS-GM-IDX)
                   ADD 1 TO WS-GP-REPORT-CNT(WS-GP-IDX)
               ELSE
                   MOVE 'E' TO WS-GM-STATUS(WS-GM-IDX)
               END-IF
               ADD WS-CT-NEW-CC(WS-CT-IDX)
                   TO WS-GP-NEW-CC(WS-GP-IDX)
               ADD WS-CT-TOTAL-CC(WS-CT-IDX)
                   TO WS-GP-TOTAL-CC(WS-GP-IDX)
               ADD WS-CT-NEW-DEATHS(WS-CT-IDX)
                   TO WS-GP-NEW-DEATHS(WS-GP-IDX)
               ADD WS-CT-TOTAL-DEATHS(WS-CT-IDX)
                   TO WS-GP-TOTAL-DEATHS(WS-GP-IDX)
               ADD WS-CT-NEW-DOSES(WS-CT-IDX)
                   TO WS-GP-NEW-DOSES(WS-GP-IDX)
               ADD WS-CT-TOTAL-DOSES(WS-CT-IDX)
                   TO WS-GP-TOTAL-DOSES(WS-GP-IDX)
               IF WS-POP-FOUND = 'Y' AND WS-POP-COUNT-WORK > ZERO
                   ADD WS-POP-COUNT-WORK TO WS-GP-POP(WS-GP-IDX)
                   ADD WS-CT-NEW-CC(WS-CT-IDX)
                       TO WS-GP-RATE-CC(WS-GP-IDX)
                   ADD WS-CT-NEW-DEATHS(WS-CT-IDX)
                       TO WS-GP-RATE-DEATHS(WS-GP-IDX)
               END-IF
           END-IF.
       7760-EXIT.
           EXIT.
      *
       8000-WRITE-REGION-TOTALS.
           MOVE SPACES TO PRT-RCD.
       8010-EXIT.
           EXIT.
      *
      * COUNTRY GROUP SUMMARY PAGE - ONE TWO-LINE ENTRY PER GROUP
      * WITH ITS MEMBER AND REPORTING COUNTS, PERIOD FIGURES AND
      * RATES, FOLLOWED BY A LINE FOR EACH MEMBER THAT DID NOT
      * REPORT IN THE PERIOD.  NO GROUP MASTER PRINTS NO PAGE; A
      * SYSIN GROUP ID NOT ON THE MASTER PRINTS THE PAGE WITH A
      * NOTE SAYING SO.
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
                   MOVE SPACES TO PRT-RCD-GRPMISS
                   MOVE "GROUP MEMBERS PAST TABLE LIMIT NOT SHOWN"
                       TO RPTM-STATUS
                   WRITE PRT-RCD
                       AFTER ADVANCING 2 LINES
               END-IF
               MOVE SPACES TO PRT-RCD
           END-IF.
       8400-EXIT.
           EXIT.
      *
       8405-WRITE-GROUP-HEADERS.
           MOVE SPACES TO PRT-RCD.
           MOVE WS-TITLE-LINE TO PRT-RCD.
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
           MOVE 5 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       8405-EXIT.
           EXIT.
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
                   MOVE "ESTIMATES ONLY IN PERIOD" TO RPTM-STATUS
               ELSE
                   MOVE "NO DATA IN PERIOD" TO RPTM-STATUS
               END-IF
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CTR
           END-IF.
       8420-EXIT.
           EXIT.
      *
      * STEP THE WORK DATE BACK ONE DAY, CROSSING MONTH AND YEAR
      * BOUNDARIES WITH THE MONTH-LENGTH TABLE AND THE CENTURY
      * LEAP-YEAR RULE.
