      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVPEAK.
       AUTHOR.          ALTON GOODMAN.
      *
      * PER-COUNTRY PEAK AND MILESTONE TRACKING.
      * MAINTAINS THE PEAKMST KEYED MASTER (CVDPEAK) FROM THE DAY'S
      * CANONICAL FILE (CANIN): PER COUNTRY THE ALL-TIME HIGHEST
      * DAILY NEW CASES, NEW DEATHS AND NEW DOSES WITH THE DATE OF
      * EACH, AND THE DATES THE CUMULATIVE TOTALS CROSSED THE
      * STANDARD MILESTONES (100K/1M/10M/100M CASES, 10K/100K/1M
      * DEATHS, 1M/10M/100M/1B DOSES).  EVERY NEW RECORD HIGH AND
      * NEWLY CROSSED MILESTONE GOES TO THE NOTICES FILE (CVDNOTC)
      * AND THE NOTICE PAGE OF THE REPORT, FOLLOWED BY A DAYS-
      * SINCE-PEAK LISTING OF EVERY COUNTRY ON THE MASTER BY REGION
      * FROM THE REGNMST MASTER.
      * ONLY REPORTED COUNTRY-LEVEL ROWS ARE APPLIED - PROVINCE
      * ROWS AND CARRIED-FORWARD ESTIMATES ARE SKIPPED.  EVERY DATE
      * KEPT IS THE ROW'S OWN DATA DATE, SO A REPLAYED PAST
      * GENERATION CAN ONLY RAISE A HIGH UNDER ITS OWN DATE OR
      * MOVE A MILESTONE EARLIER - NEVER STAMP A PEAK WITH A LATER
      * DAY'S DATE.  A HIGH IS NEVER LOWERED; A CORRECTION THAT
      * REDUCES A PEAK DAY IS PICKED UP BY A REBUILD.
      * 'B' IN COLUMN 1 OF THE SYSIN CARD REBUILDS THE MASTER FROM
      * SCRATCH - CANIN IS THEN THE DATED CANONICAL ARCHIVE
      * CONCATENATED IN DATE ORDER, AND NOTICES ARE COUNTED BUT
      * NOT WRITTEN.
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
           SELECT REGION-MASTER ASSIGN TO REGNMST
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PEAK-MASTER ASSIGN TO PEAKMST
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS PEAK-CC.
           SELECT NOTICE-OUT ASSIGN TO NOTICES
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK1.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE IS F.
      *
       01  PRT-RCD.
           05  PRT-NOTICE                       PIC X(11).
           05  FILLER                           PIC X(01).
           05  PRT-CC                           PIC X(02).
           05  FILLER                           PIC X(02).
           05  PRT-COUNTRY                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  PRT-FIELD                        PIC X(12).
           05  FILLER                           PIC X(01).
           05  PRT-VALUE                        PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-PRIOR-VALUE                  PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-PRIOR-DATE                   PIC X(10).
           05  FILLER                           PIC X(02).
           05  PRT-REPLAY                       PIC X(10).
           05  FILLER                           PIC X(26).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE DAYS-SINCE-PEAK
      * LISTING.
      *
       01  PRT-RCD-PEAK REDEFINES PRT-RCD.
           05  PK-REGION                        PIC X(15).
           05  FILLER                           PIC X(02).
           05  PK-CC                            PIC X(02).
           05  FILLER                           PIC X(02).
           05  PK-COUNTRY                       PIC X(20).
           05  FILLER                           PIC X(02).
           05  PK-MAX-NEW-CC                    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PK-CC-DATE                       PIC X(10).
           05  FILLER                           PIC X(02).
           05  PK-CC-DAYS                       PIC X(05).
           05  FILLER                           PIC X(03).
           05  PK-MAX-NEW-DEATHS                PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PK-DEATHS-DATE                   PIC X(10).
           05  FILLER                           PIC X(02).
           05  PK-DEATHS-DAYS                   PIC X(05).
           05  FILLER                           PIC X(18).
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
      * CANONICAL DAILY FILE WRITTEN BY COVID19 - ALREADY PARSED
      * AND VALIDATED.  READ AS VARIABLE 199-TO-220-BYTE RECORDS
      * SO PRE-PROVINCE 199-BYTE GENERATIONS IN THE ARCHIVE REMAIN
      * READABLE FOR A REBUILD - SHORT RECORDS CARRY NO TYPE OR
      * PROVINCE AND ARE TREATED AS ORDINARY COUNTRY ROWS.
      *
       FD  CANON-IN RECORDING MODE IS V
           RECORD IS VARYING FROM 199 TO 220 CHARACTERS
           DEPENDING ON WS-CANON-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       COPY CVDCANF.
      *
      * SYSIN CONTROL CARD - 'B' IN COLUMN 1 REBUILDS THE MASTER
      * FROM THE ARCHIVE; BLANK IS THE DAILY UPDATE.
      *
       FD  CONTROL-CARD RECORDING MODE IS F.
       01  CONTROL-CARD-REC.
           05  CC-RUN-MODE                      PIC X(01).
           05  FILLER                           PIC X(79).
      *
      * COUNTRY-CODE TO REGION REFERENCE MASTER, MAINTAINED BY THE
      * COVREGNM UTILITY - SAME FILE COVID19 LOADS AT STARTUP.
      *
       FD  REGION-MASTER RECORDING MODE IS F.
       01  REGN-IN-REC.
           05  REGN-IN-CC                       PIC X(02).
           05  REGN-IN-NAME                     PIC X(15).
      *
       FD  PEAK-MASTER.
       COPY CVDPEAK.
      *
       FD  NOTICE-OUT RECORDING MODE IS F.
       COPY CVDNOTC.
      *
      * SHARED RUN-CONTROL LOG, APPENDED AT END OF RUN.
      *
       FD  RUN-LOG RECORDING MODE IS F.
       COPY CVDRLOG.
      *
      * ONE RECORD PER COUNTRY ON THE MASTER FOR THE LISTING, IN
      * REGION ORDER AND MOST RECENT CASE PEAK FIRST.  A COUNTRY
      * THAT HAS NEVER REPORTED A CASE SORTS LAST IN ITS REGION.
      *
       SD  SORT-WORK.
       01  SD-RCD.
           05  SD-REGION                        PIC X(15).
           05  SD-DAYS-CC                       PIC 9(05).
           05  SD-COUNTRY                       PIC X(20).
           05  SD-CC                            PIC X(02).
           05  SD-MAX-NEW-CC                    PIC 9(12).
           05  SD-CC-DATE                       PIC X(08).
           05  SD-MAX-NEW-DEATHS                PIC 9(12).
           05  SD-DEATHS-DATE                   PIC X(08).
           05  SD-DAYS-DEATHS                   PIC 9(05).
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  HEADER-1                             PIC X(60)
           VALUE "RECORD HIGHS AND MILESTONES CROSSED".
       01  HEADER-2.
           05  FILLER                           PIC X(06)
                VALUE "NOTICE".
           05  FILLER                           PIC X(06)
                VALUE SPACE.
           05  FILLER                           PIC X(02)
                VALUE "CC".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(07)
                VALUE "COUNTRY".
           05  FILLER                           PIC X(14)
                VALUE SPACE.
           05  FILLER                           PIC X(05)
                VALUE "FIELD".
           05  FILLER                           PIC X(18)
                VALUE SPACE.
           05  FILLER                           PIC X(05)
                VALUE "VALUE".
           05  FILLER                           PIC X(07)
                VALUE SPACE.
           05  FILLER                           PIC X(10)
                VALUE "PRIOR/MARK".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(10)
                VALUE "PRIOR DATE".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "REPLAY".
       01  HEADER-5                             PIC X(132)
           VALUE ALL "=".
       01  WS-TITLE-LINE                        PIC X(60)
           VALUE SPACES.
       01  WS-TITLE-TEXT                        PIC X(39)
           VALUE "DAYS SINCE PEAK BY REGION - AS OF DATA ".
       01  HEADER-7.
           05  FILLER                           PIC X(06)
                VALUE "REGION".
           05  FILLER                           PIC X(11)
                VALUE SPACE.
           05  FILLER                           PIC X(02)
                VALUE "CC".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(07)
                VALUE "COUNTRY".
           05  FILLER                           PIC X(16)
                VALUE SPACE.
           05  FILLER                           PIC X(14)
                VALUE "PEAK NEW CASES".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(09)
                VALUE "PEAK DATE".
           05  FILLER                           PIC X(04)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "DAYS".
           05  FILLER                           PIC X(03)
                VALUE SPACE.
           05  FILLER                           PIC X(15)
                VALUE "PEAK NEW DEATHS".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(09)
                VALUE "PEAK DATE".
           05  FILLER                           PIC X(04)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "DAYS".
       01  HEADER-10                            PIC X(60)
           VALUE "PEAK AND MILESTONE RUN SUMMARY".
      *
      * THE STANDARD MILESTONES - WHICH CUMULATIVE TOTAL EACH
      * APPLIES TO (1 CASES, 2 DEATHS, 3 DOSES), THE MARK, AND ITS
      * NAME ON THE NOTICE.  THE ORDER MATCHES THE MILESTONE DATE
      * SLOTS ON THE CVDPEAK RECORD.
      *
       01  WS-MILESTONE-DATA.
           05  FILLER                           PIC 9(01) VALUE 1.
           05  FILLER                           PIC 9(12) VALUE 100000.
           05  FILLER                           PIC X(12)
                VALUE "100K CASES".
           05  FILLER                           PIC 9(01) VALUE 1.
           05  FILLER                           PIC 9(12)
                VALUE 1000000.
           05  FILLER                           PIC X(12)
                VALUE "1M CASES".
           05  FILLER                           PIC 9(01) VALUE 1.
           05  FILLER                           PIC 9(12)
                VALUE 10000000.
           05  FILLER                           PIC X(12)
                VALUE "10M CASES".
           05  FILLER                           PIC 9(01) VALUE 1.
           05  FILLER                           PIC 9(12)
                VALUE 100000000.
           05  FILLER                           PIC X(12)
                VALUE "100M CASES".
           05  FILLER                           PIC 9(01) VALUE 2.
           05  FILLER                           PIC 9(12) VALUE 10000.
           05  FILLER                           PIC X(12)
                VALUE "10K DEATHS".
           05  FILLER                           PIC 9(01) VALUE 2.
           05  FILLER                           PIC 9(12) VALUE 100000.
           05  FILLER                           PIC X(12)
                VALUE "100K DEATHS".
           05  FILLER                           PIC 9(01) VALUE 2.
           05  FILLER                           PIC 9(12)
                VALUE 1000000.
           05  FILLER                           PIC X(12)
                VALUE "1M DEATHS".
           05  FILLER                           PIC 9(01) VALUE 3.
           05  FILLER                           PIC 9(12)
                VALUE 1000000.
           05  FILLER                           PIC X(12)
                VALUE "1M DOSES".
           05  FILLER                           PIC 9(01) VALUE 3.
           05  FILLER                           PIC 9(12)
                VALUE 10000000.
           05  FILLER                           PIC X(12)
                VALUE "10M DOSES".
           05  FILLER                           PIC 9(01) VALUE 3.
           05  FILLER                           PIC 9(12)
                VALUE 100000000.
           05  FILLER                           PIC X(12)
                VALUE "100M DOSES".
           05  FILLER                           PIC 9(01) VALUE 3.
           05  FILLER                           PIC 9(12)
                VALUE 1000000000.
           05  FILLER                           PIC X(12)
                VALUE "1B DOSES".
       01  WS-MILESTONE-TABLE REDEFINES WS-MILESTONE-DATA.
           05  WS-MS-ENTRY OCCURS 11 TIMES.
               10  WS-MS-TOTAL                  PIC 9(01).
               10  WS-MS-MARK                   PIC 9(12).
               10  WS-MS-NAME                   PIC X(12).
      *
      * THE ROW'S DAILY COUNTS AND CUMULATIVE TOTALS IN THE SAME
      * ORDER AS THE MASTER'S HIGHS AND THE MILESTONE TOTALS.
      *
       01  WS-ROW-HIGHS.
           05  WS-RH-VALUE OCCURS 3 TIMES       PIC 9(12).
       01  WS-ROW-TOTALS.
           05  WS-RT-VALUE OCCURS 3 TIMES       PIC 9(12).
       01  WS-HIGH-NAME-DATA.
           05  FILLER                           PIC X(12)
                VALUE "NEW-CC".
           05  FILLER                           PIC X(12)
                VALUE "NEW-DEATHS".
           05  FILLER                           PIC X(12)
                VALUE "NEW-DOSES".
       01  WS-HIGH-NAME-TABLE REDEFINES WS-HIGH-NAME-DATA.
           05  WS-HIGH-NAME OCCURS 3 TIMES      PIC X(12).
       01  WS-HI-SUB                            PIC 9(02) COMP
           VALUE ZERO.
       01  WS-MS-SUB                            PIC 9(02) COMP
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
       01  WS-PREV-REGION                       PIC X(15).
      *
      * DATE WORK FIELDS.  THE ROW DATE IS THE CANONICAL YYYY-MM-DD
      * DATE AS THE MASTER KEEPS IT (YYYYMMDD); THE REFERENCE DATE
      * FOR DAYS SINCE PEAK IS THE LATEST DATA DATE ON THE MASTER.
      *
       01  WS-ROW-DATE.
           05  WS-ROW-YYYY                      PIC X(04).
           05  WS-ROW-MM                        PIC X(02).
           05  WS-ROW-DD                        PIC X(02).
       01  WS-PREV-ROW-DATE                     PIC X(08)
           VALUE SPACES.
       01  WS-REF-DATE                          PIC X(08)
           VALUE SPACES.
       01  WS-SHOW-DATE.
           05  WS-SD-YYYY                       PIC X(04).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-SD-MM                         PIC X(02).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-SD-DD                         PIC X(02).
      *
      * DAY-NUMBER WORK FIELDS - A YYYYMMDD DATE IS TURNED INTO A
      * RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED.  MARCH
      * IS TAKEN AS THE FIRST MONTH SO THE LEAP DAY FALLS AT THE
      * END OF THE YEAR.
      *
       01  WS-DN-DATE.
           05  WS-DN-YYYY                       PIC 9(04).
           05  WS-DN-MM                         PIC 9(02).
           05  WS-DN-DD                         PIC 9(02).
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE    PIC X(08).
       01  WS-DN-WORK.
           05  WS-DN-YEAR                       PIC 9(04) COMP.
           05  WS-DN-MONTH                      PIC 9(02) COMP.
           05  WS-DN-Q4                         PIC 9(04) COMP.
           05  WS-DN-Q100                       PIC 9(04) COMP.
           05  WS-DN-Q400                       PIC 9(04) COMP.
           05  WS-DN-MWORK                      PIC 9(04) COMP.
           05  WS-DN-MDAYS                      PIC 9(04) COMP.
           05  WS-DN-NUMBER                     PIC 9(07) COMP.
       01  WS-REF-DAY-NUMBER                    PIC 9(07) COMP
           VALUE ZERO.
       01  WS-DAYS-SINCE                        PIC S9(07) COMP
           VALUE ZERO.
       01  WS-DAYS-EDIT                         PIC ZZZZ9.
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-START-DATE                PIC X(08).
           05  WS-RUN-START-TIME                PIC X(08).
      *
       01  FLAGS.
           05  LAST-REC                         PIC X(01) VALUE 'N'.
           05  SORT-EOF                         PIC X(01) VALUE 'N'.
           05  MASTER-EOF                       PIC X(01) VALUE 'N'.
           05  WS-REBUILD-IND                   PIC X(01) VALUE 'N'.
           05  WS-PEAK-FOUND                    PIC X(01) VALUE 'N'.
           05  WS-REPLAY-ROW                    PIC X(01) VALUE 'N'.
      *
       01  WS-CANON-REC-LEN                     PIC 9(07) COMP
           VALUE ZERO.
      *
       01  COUNTERS.
           05  LINE-CTR                         PIC S9(03) COMP
               VALUE ZERO.
           05  RCD-IN                           PIC S9(07) COMP
               VALUE ZERO.
           05  WS-APPLIED-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-SKIPPED-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-NEW-CTRY-CNT                  PIC 9(07) COMP
               VALUE ZERO.
           05  WS-HIGH-CNT                      PIC 9(07) COMP
               VALUE ZERO.
           05  WS-MILESTONE-CNT                 PIC 9(07) COMP
               VALUE ZERO.
           05  WS-MS-EARLIER-CNT                PIC 9(07) COMP
               VALUE ZERO.
           05  WS-REPLAY-CNT                    PIC 9(07) COMP
               VALUE ZERO.
           05  WS-ORDER-CNT                     PIC 9(07) COMP
               VALUE ZERO.
           05  WS-NOTICE-CNT                    PIC 9(07) COMP
               VALUE ZERO.
           05  WS-MASTER-CNT                    PIC 9(07) COMP
               VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 2700-LOAD-REGION-MASTER THRU 2700-EXIT.
      *
      * A REBUILD EMPTIES THE MASTER FIRST, THE WAY COVHLOAD
      * BUILDS HISTMST FROM SCRATCH, THEN APPLIES THE ARCHIVE
      * THROUGH THE SAME LOGIC AS THE DAILY UPDATE.
      *
           IF WS-REBUILD-IND = 'Y'
               OPEN OUTPUT PEAK-MASTER
               CLOSE PEAK-MASTER
           END-IF.
           OPEN I-O PEAK-MASTER.
           OPEN INPUT CANON-IN.
           OPEN OUTPUT NOTICE-OUT.
           OPEN OUTPUT PRINT-LINE.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           PERFORM 5000-READ-CANON THRU 5000-EXIT.
           PERFORM 3000-APPLY-ONE-ROW THRU 3000-EXIT
               UNTIL LAST-REC = 'Y'.
           CLOSE CANON-IN.
           CLOSE NOTICE-OUT.
           IF WS-REBUILD-IND = 'Y'
               MOVE SPACES TO PRT-RCD
               MOVE "MASTER REBUILT FROM THE CANONICAL ARCHIVE - "
                   TO PRT-RCD
               MOVE "NOTICES COUNTED, NOT WRITTEN" TO PRT-RCD(45:28)
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRT-RCD
           END-IF.
           PERFORM 1200-SET-REFERENCE-DATE THRU 1200-EXIT.
           SORT SORT-WORK
               ON ASCENDING KEY SD-REGION
               ON ASCENDING KEY SD-DAYS-CC
               ON ASCENDING KEY SD-COUNTRY
               INPUT PROCEDURE IS 6000-RELEASE-MASTER THRU 6000-EXIT
               OUTPUT PROCEDURE IS 7000-WRITE-PEAK-LISTING
                   THRU 7000-EXIT.
           CLOSE PEAK-MASTER.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           CLOSE PRINT-LINE.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           GOBACK.
      *
      * AN UNRECOGNISED RUN MODE FALLS BACK TO THE DAILY UPDATE -
      * A REBUILD EMPTIES THE MASTER AND IS NEVER ASSUMED.
      *
       1100-READ-CONTROL-CARD.
           MOVE SPACES TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END CONTINUE
           END-READ.
           CLOSE CONTROL-CARD.
           IF CC-RUN-MODE = 'B'
               MOVE 'Y' TO WS-REBUILD-IND
           ELSE
               IF CC-RUN-MODE NOT = SPACE
                   DISPLAY "COVPEAK - RUN MODE " CC-RUN-MODE
                       " NOT RECOGNISED - DAILY UPDATE ASSUMED"
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *
      * DAYS SINCE PEAK ARE COUNTED TO THE LATEST DATA DATE ON
      * THE MASTER RECORDS THE RUN TOUCHED - A REPLAYED PAST DAY
      * STILL COUNTS TO THE CURRENT DATE - OR THE RUN DATE WHEN
      * THE FILE HELD NO COUNTRY ROWS.
      *
       1200-SET-REFERENCE-DATE.
           IF WS-REF-DATE = SPACES
               MOVE WS-RUN-START-DATE TO WS-REF-DATE
           END-IF.
           MOVE WS-REF-DATE TO WS-DN-DATE-X.
           PERFORM 9700-DAY-NUMBER THRU 9700-EXIT.
           MOVE WS-DN-NUMBER TO WS-REF-DAY-NUMBER.
           MOVE WS-REF-DATE(1:4) TO WS-SD-YYYY.
           MOVE WS-REF-DATE(5:2) TO WS-SD-MM.
           MOVE WS-REF-DATE(7:2) TO WS-SD-DD.
           MOVE SPACES TO WS-TITLE-LINE.
           STRING WS-TITLE-TEXT DELIMITED BY SIZE
               "DATE "          DELIMITED BY SIZE
               WS-SHOW-DATE     DELIMITED BY SIZE
               INTO WS-TITLE-LINE
           END-STRING.
       1200-EXIT.
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
      * APPLY ONE REPORTED COUNTRY ROW TO ITS MASTER RECORD.
      *
       3000-APPLY-ONE-ROW.
           IF CAN-REC-TYPE = 'P' OR CAN-REC-TYPE = 'E'
               ADD 1 TO WS-SKIPPED-CNT
           ELSE
               ADD 1 TO WS-APPLIED-CNT
               MOVE CAN-DATE(1:4) TO WS-ROW-YYYY
               MOVE CAN-DATE(6:2) TO WS-ROW-MM
               MOVE CAN-DATE(9:2) TO WS-ROW-DD
               IF WS-PREV-ROW-DATE NOT = SPACES
                   AND WS-ROW-DATE < WS-PREV-ROW-DATE
                   ADD 1 TO WS-ORDER-CNT
               END-IF
               MOVE WS-ROW-DATE TO WS-PREV-ROW-DATE
               PERFORM 3050-READ-MASTER THRU 3050-EXIT
               MOVE CAN-NEW-CC       TO WS-RH-VALUE(1)
               MOVE CAN-NEW-DEATHS   TO WS-RH-VALUE(2)
               MOVE CAN-NEW-DOSES    TO WS-RH-VALUE(3)
               MOVE CAN-TOTAL-CC     TO WS-RT-VALUE(1)
               MOVE CAN-TOTAL-DEATHS TO WS-RT-VALUE(2)
               MOVE CAN-TOTAL-DOSES  TO WS-RT-VALUE(3)
               PERFORM 3100-CHECK-ONE-HIGH THRU 3100-EXIT
                   VARYING WS-HI-SUB FROM 1 BY 1
                   UNTIL WS-HI-SUB > 3
               PERFORM 3200-CHECK-ONE-MILESTONE THRU 3200-EXIT
                   VARYING WS-MS-SUB FROM 1 BY 1
                   UNTIL WS-MS-SUB > 11
               IF WS-ROW-DATE > PEAK-LAST-DATE
                   OR PEAK-LAST-DATE = SPACES
                   MOVE WS-ROW-DATE TO PEAK-LAST-DATE
               END-IF
               IF WS-REF-DATE = SPACES
                   OR PEAK-LAST-DATE > WS-REF-DATE
                   MOVE PEAK-LAST-DATE TO WS-REF-DATE
               END-IF
               IF WS-PEAK-FOUND = 'Y'
                   REWRITE PEAK-REC
               ELSE
                   WRITE PEAK-REC
               END-IF
           END-IF.
           PERFORM 5000-READ-CANON THRU 5000-EXIT.
       3000-EXIT.
           EXIT.
      *
      * A ROW DATED EARLIER THAN THE LATEST DATE ALREADY APPLIED
      * TO THE COUNTRY IS A REPLAYED (OR OUT-OF-ORDER ARCHIVE)
      * DAY; IT IS APPLIED UNDER ITS OWN DATE AND MARKED ON ANY
      * NOTICE IT RAISES.
      *
       3050-READ-MASTER.
           MOVE CAN-CC TO PEAK-CC.
           READ PEAK-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-PEAK-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PEAK-FOUND
           END-READ.
           MOVE 'N' TO WS-REPLAY-ROW.
           IF WS-PEAK-FOUND = 'Y'
               IF WS-ROW-DATE < PEAK-LAST-DATE
                   MOVE 'Y' TO WS-REPLAY-ROW
                   ADD 1 TO WS-REPLAY-CNT
               END-IF
           ELSE
               INITIALIZE PEAK-REC
               MOVE CAN-CC TO PEAK-CC
               ADD 1 TO WS-NEW-CTRY-CNT
           END-IF.
           MOVE CAN-COUNTRY TO PEAK-COUNTRY.
       3050-EXIT.
           EXIT.
      *
      * A HIGH IS BEATEN ONLY BY A STRICTLY GREATER COUNT, SO A
      * TIE KEEPS THE EARLIER DATE AND A SAME-DAY RERUN RAISES NO
      * SECOND NOTICE.
      *
       3100-CHECK-ONE-HIGH.
           IF WS-RH-VALUE(WS-HI-SUB) > PEAK-HIGH-VALUE(WS-HI-SUB)
               ADD 1 TO WS-HIGH-CNT
               MOVE SPACES TO NOTC-REC
               MOVE 'R'                        TO NOTC-TYPE
               MOVE WS-HIGH-NAME(WS-HI-SUB)    TO NOTC-FIELD
               MOVE WS-RH-VALUE(WS-HI-SUB)     TO NOTC-VALUE
               MOVE PEAK-HIGH-VALUE(WS-HI-SUB) TO NOTC-PRIOR-VALUE
               MOVE PEAK-HIGH-DATE(WS-HI-SUB)  TO NOTC-PRIOR-DATE
               PERFORM 3300-WRITE-NOTICE THRU 3300-EXIT
               MOVE WS-RH-VALUE(WS-HI-SUB)
                   TO PEAK-HIGH-VALUE(WS-HI-SUB)
               MOVE WS-ROW-DATE TO PEAK-HIGH-DATE(WS-HI-SUB)
           END-IF.
       3100-EXIT.
           EXIT.
      *
      * A MILESTONE NOT YET ON THE MASTER IS NEWLY CROSSED.  ONE
      * ALREADY DATED LATER THAN THIS ROW - A REPLAYED DAY OR AN
      * OUT-OF-ORDER ARCHIVE GENERATION - MOVES BACK TO THE
      * EARLIER DATE WITHOUT A NOTICE.
      *
       3200-CHECK-ONE-MILESTONE.
           IF WS-RT-VALUE(WS-MS-TOTAL(WS-MS-SUB))
                   NOT < WS-MS-MARK(WS-MS-SUB)
               IF PEAK-MS-DATE(WS-MS-SUB) = SPACES
                   ADD 1 TO WS-MILESTONE-CNT
                   MOVE SPACES TO NOTC-REC
                   MOVE 'M'                     TO NOTC-TYPE
                   MOVE WS-MS-NAME(WS-MS-SUB)   TO NOTC-FIELD
                   MOVE WS-RT-VALUE(WS-MS-TOTAL(WS-MS-SUB))
                       TO NOTC-VALUE
                   MOVE WS-MS-MARK(WS-MS-SUB)   TO NOTC-PRIOR-VALUE
                   PERFORM 3300-WRITE-NOTICE THRU 3300-EXIT
                   MOVE WS-ROW-DATE TO PEAK-MS-DATE(WS-MS-SUB)
               ELSE
                   IF WS-ROW-DATE < PEAK-MS-DATE(WS-MS-SUB)
                       ADD 1 TO WS-MS-EARLIER-CNT
                       MOVE WS-ROW-DATE TO PEAK-MS-DATE(WS-MS-SUB)
                   END-IF
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.
      *
      * THE CALLER HAS FILLED THE TYPE, FIELD AND VALUES.  A
      * REBUILD COUNTS ITS NOTICES BUT NEITHER WRITES NOR PRINTS
      * THEM - THEY ARE YEARS OLD.
      *
       3300-WRITE-NOTICE.
           MOVE WS-ROW-DATE   TO NOTC-DATA-DATE.
           MOVE CAN-CC        TO NOTC-CC.
           MOVE CAN-COUNTRY   TO NOTC-COUNTRY.
           MOVE WS-REPLAY-ROW TO NOTC-REPLAY-IND.
           IF WS-REBUILD-IND NOT = 'Y'
               WRITE NOTC-REC
               ADD 1 TO WS-NOTICE-CNT
               IF LINE-CTR >= 56
                   PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT
               END-IF
               MOVE SPACES TO PRT-RCD
               IF NOTC-TYPE = 'R'
                   MOVE "RECORD HIGH" TO PRT-NOTICE
               ELSE
                   MOVE "MILESTONE"   TO PRT-NOTICE
               END-IF
               MOVE NOTC-CC          TO PRT-CC
               MOVE NOTC-COUNTRY     TO PRT-COUNTRY
               MOVE NOTC-FIELD       TO PRT-FIELD
               MOVE NOTC-VALUE       TO PRT-VALUE
               MOVE NOTC-PRIOR-VALUE TO PRT-PRIOR-VALUE
               IF NOTC-PRIOR-DATE NOT = SPACES
                   MOVE NOTC-PRIOR-DATE(1:4) TO WS-SD-YYYY
                   MOVE NOTC-PRIOR-DATE(5:2) TO WS-SD-MM
                   MOVE NOTC-PRIOR-DATE(7:2) TO WS-SD-DD
                   MOVE WS-SHOW-DATE TO PRT-PRIOR-DATE
               END-IF
               IF NOTC-REPLAY-IND = 'Y'
                   MOVE "REPLAYED" TO PRT-REPLAY
               END-IF
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CTR
               MOVE SPACES TO PRT-RCD
           END-IF.
       3300-EXIT.
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
       4100-WRITE-PEAK-HEADERS.
           MOVE WS-TITLE-LINE TO PRT-RCD.
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
           MOVE SPACES TO WS-PREV-REGION.
       4100-EXIT.
           EXIT.
      *
       5000-READ-CANON.
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
       5000-EXIT.
           EXIT.
      *
      * BROWSE THE WHOLE MASTER INTO THE SORT WITH ITS REGION AND
      * DAYS SINCE EACH PEAK.
      *
       6000-RELEASE-MASTER.
           MOVE LOW-VALUES TO PEAK-CC.
           MOVE 'N' TO MASTER-EOF.
           START PEAK-MASTER KEY IS NOT LESS THAN PEAK-CC
               INVALID KEY
                   MOVE 'Y' TO MASTER-EOF
           END-START.
           PERFORM 6100-RELEASE-ONE THRU 6100-EXIT
               UNTIL MASTER-EOF = 'Y'.
       6000-EXIT.
           EXIT.
      *
       6100-RELEASE-ONE.
           READ PEAK-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO MASTER-EOF
           END-READ.
           IF MASTER-EOF NOT = 'Y'
               ADD 1 TO WS-MASTER-CNT
               PERFORM 7710-FIND-REGION THRU 7710-EXIT
               MOVE WS-REGION-NAME-WORK      TO SD-REGION
               MOVE PEAK-CC                  TO SD-CC
               MOVE PEAK-COUNTRY             TO SD-COUNTRY
               MOVE PEAK-MAX-NEW-CC          TO SD-MAX-NEW-CC
               MOVE PEAK-MAX-NEW-CC-DATE     TO SD-CC-DATE
               MOVE PEAK-MAX-NEW-DEATHS      TO SD-MAX-NEW-DEATHS
               MOVE PEAK-MAX-NEW-DEATHS-DATE TO SD-DEATHS-DATE
               MOVE PEAK-MAX-NEW-CC-DATE     TO WS-DN-DATE-X
               PERFORM 6200-DAYS-SINCE THRU 6200-EXIT
               MOVE WS-DAYS-SINCE            TO SD-DAYS-CC
               MOVE PEAK-MAX-NEW-DEATHS-DATE TO WS-DN-DATE-X
               PERFORM 6200-DAYS-SINCE THRU 6200-EXIT
               MOVE WS-DAYS-SINCE            TO SD-DAYS-DEATHS
               RELEASE SD-RCD
           END-IF.
       6100-EXIT.
           EXIT.
      *
      * DAYS FROM THE PEAK DATE IN WS-DN-DATE TO THE REFERENCE
      * DATE.  NO PEAK YET GIVES 99999, WHICH SORTS LAST AND
      * PRINTS AS "NONE"; A PEAK LATER THAN THE REFERENCE DATE
      * (THIS RUN WAS A REPLAY) COUNTS AS ZERO DAYS.
      *
       6200-DAYS-SINCE.
           IF WS-DN-DATE-X = SPACES
               OR WS-DN-DATE-X NOT NUMERIC
               MOVE 99999 TO WS-DAYS-SINCE
           ELSE
               PERFORM 9700-DAY-NUMBER THRU 9700-EXIT
               COMPUTE WS-DAYS-SINCE =
                   WS-REF-DAY-NUMBER - WS-DN-NUMBER
               IF WS-DAYS-SINCE < ZERO
                   MOVE ZERO TO WS-DAYS-SINCE
               END-IF
               IF WS-DAYS-SINCE > 99998
                   MOVE 99998 TO WS-DAYS-SINCE
               END-IF
           END-IF.
       6200-EXIT.
           EXIT.
      *
       7000-WRITE-PEAK-LISTING.
           PERFORM 4100-WRITE-PEAK-HEADERS THRU 4100-EXIT.
           MOVE 'N' TO SORT-EOF.
           RETURN SORT-WORK AT END MOVE 'Y' TO SORT-EOF.
           PERFORM 7100-WRITE-ONE-PEAK THRU 7100-EXIT
               UNTIL SORT-EOF = 'Y'.
       7000-EXIT.
           EXIT.
      *
      * THE REGION NAME PRINTS ON THE FIRST LINE OF EACH REGION
      * AND AGAIN AT THE TOP OF EACH PAGE; A BLANK LINE SEPARATES
      * THE REGIONS.
      *
       7100-WRITE-ONE-PEAK.
           IF LINE-CTR >= 56
               PERFORM 4100-WRITE-PEAK-HEADERS THRU 4100-EXIT.
           MOVE SPACES TO PRT-RCD-PEAK.
           IF SD-REGION NOT = WS-PREV-REGION
               IF WS-PREV-REGION NOT = SPACES
                   WRITE PRT-RCD
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO LINE-CTR
               END-IF
               MOVE SD-REGION TO PK-REGION
               MOVE SD-REGION TO WS-PREV-REGION
           END-IF.
           MOVE SD-CC                TO PK-CC.
           MOVE SD-COUNTRY           TO PK-COUNTRY.
           MOVE SD-MAX-NEW-CC        TO PK-MAX-NEW-CC.
           MOVE SD-MAX-NEW-DEATHS    TO PK-MAX-NEW-DEATHS.
           IF SD-DAYS-CC = 99999
               MOVE "NONE"           TO PK-CC-DATE
           ELSE
               MOVE SD-CC-DATE(1:4)  TO WS-SD-YYYY
               MOVE SD-CC-DATE(5:2)  TO WS-SD-MM
               MOVE SD-CC-DATE(7:2)  TO WS-SD-DD
               MOVE WS-SHOW-DATE     TO PK-CC-DATE
               MOVE SD-DAYS-CC       TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT     TO PK-CC-DAYS
           END-IF.
           IF SD-DAYS-DEATHS = 99999
               MOVE "NONE"           TO PK-DEATHS-DATE
           ELSE
               MOVE SD-DEATHS-DATE(1:4) TO WS-SD-YYYY
               MOVE SD-DEATHS-DATE(5:2) TO WS-SD-MM
               MOVE SD-DEATHS-DATE(7:2) TO WS-SD-DD
               MOVE WS-SHOW-DATE     TO PK-DEATHS-DATE
               MOVE SD-DAYS-DEATHS   TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT     TO PK-DEATHS-DAYS
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           RETURN SORT-WORK AT END MOVE 'Y' TO SORT-EOF.
       7100-EXIT.
           EXIT.
      *
      * LOOK UP THE REGION FOR THE MASTER RECORD'S COUNTRY.
      * UNKNOWN CODES LIST UNDER "OTHER", THE SAME WAY COVID19'S
      * TRAILER ROLLS THEM UP.
      *
       7710-FIND-REGION.
           SET WS-REGION-IDX TO 1.
           MOVE "OTHER" TO WS-REGION-NAME-WORK.
           SEARCH WS-REGION-ENTRY
               AT END
                   MOVE "OTHER" TO WS-REGION-NAME-WORK
               WHEN WS-REGION-CC(WS-REGION-IDX) = PEAK-CC
                   MOVE WS-REGION-NAME(WS-REGION-IDX)
                       TO WS-REGION-NAME-WORK
           END-SEARCH.
       7710-EXIT.
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
           IF WS-REBUILD-IND = 'Y'
               MOVE "RUN MODE - REBUILD FROM ARCHIVE" TO FTR-LABEL
           ELSE
               MOVE "RUN MODE - DAILY UPDATE"         TO FTR-LABEL
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "CANONICAL ROWS READ"        TO FTR-LABEL.
           MOVE RCD-IN                       TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRY ROWS APPLIED"       TO FTR-LABEL.
           MOVE WS-APPLIED-CNT               TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "PROVINCE/ESTIMATE ROWS SKIPPED" TO FTR-LABEL.
           MOVE WS-SKIPPED-CNT               TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRIES ADDED TO MASTER"  TO FTR-LABEL.
           MOVE WS-NEW-CTRY-CNT              TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "NEW RECORD HIGHS"           TO FTR-LABEL.
           MOVE WS-HIGH-CNT                  TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "MILESTONES NEWLY CROSSED"   TO FTR-LABEL.
           MOVE WS-MILESTONE-CNT             TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "MILESTONE DATES MOVED EARLIER" TO FTR-LABEL.
           MOVE WS-MS-EARLIER-CNT            TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "NOTICES WRITTEN"            TO FTR-LABEL.
           MOVE WS-NOTICE-CNT                TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ROWS EARLIER THAN MASTER - REPLAY" TO FTR-LABEL.
           MOVE WS-REPLAY-CNT                TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ROWS OUT OF DATE ORDER"     TO FTR-LABEL.
           MOVE WS-ORDER-CNT                 TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRIES ON MASTER"        TO FTR-LABEL.
           MOVE WS-MASTER-CNT                TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
       8000-EXIT.
           EXIT.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVPEAK"            TO RLOG-PROGRAM.
           MOVE WS-RUN-START-DATE    TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           MOVE RCD-IN               TO RLOG-RCD-IN.
           MOVE WS-APPLIED-CNT       TO RLOG-DATA-ROWS.
           MOVE WS-NOTICE-CNT        TO RLOG-DETAIL-CNT.
           MOVE ZERO                 TO RLOG-REJECT-CNT.
           MOVE CONTROL-CARD-REC(1:50) TO RLOG-CRITERIA.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE ZERO                 TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
      *
      * TURN THE YYYYMMDD DATE IN WS-DN-DATE INTO A DAY NUMBER -
      * 365 DAYS A YEAR PLUS THE CENTURY LEAP-YEAR RULE, WITH THE
      * YEAR TAKEN TO START IN MARCH.  ONLY THE DIFFERENCE BETWEEN
      * TWO DAY NUMBERS IS EVER USED.
      *
       9700-DAY-NUMBER.
           MOVE WS-DN-YYYY TO WS-DN-YEAR.
           MOVE WS-DN-MM   TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF.
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-MWORK = (153 * (WS-DN-MONTH - 3)) + 2.
           DIVIDE WS-DN-MWORK BY 5 GIVING WS-DN-MDAYS.
           COMPUTE WS-DN-NUMBER = (365 * WS-DN-YEAR)
               + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
               + WS-DN-MDAYS + WS-DN-DD.
       9700-EXIT.
           EXIT.
