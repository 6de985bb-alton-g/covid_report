      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVVACC.
       AUTHOR.          ALTON GOODMAN.
      *
      * VACCINATION COVERAGE AND TARGET-PROGRESS REPORT.
      * RELATES THE DOSE AND FULLY-VACCINATED FIGURES ON THE DAY'S
      * CANONICAL FILE (DDNAME CANIN) TO POPULATION AND TO THE
      * COVERAGE TARGETS WE ARE ASKED ABOUT.  FOR EACH COUNTRY, EACH
      * REGION OF THE REGNMST MASTER (THE SAME SIX-BUCKET ROLLUP
      * COVID19'S TRAILER USES) AND THE WORLD IT PRINTS THE PERCENT
      * OF POPULATION FULLY VACCINATED, DOSES PER 100 PEOPLE AND
      * THE DAILY DOSE PACE, THE TARGET IN FORCE, THE DATE THE
      * TARGET WILL BE REACHED AT THE CURRENT PACE AND WHETHER THAT
      * IS ON SCHEDULE.
      *
      * POPULATION IS THE POPFILE FIGURE IN FORCE ON THE DATA DATE
      * (THE DATE ON THE FIRST REPORTED ROW OF THE FILE), PICKED THE
      * WAY COVID19 PICKS IT.  REGION AND WORLD FIGURES COVER ONLY
      * THE COUNTRIES WITH A POPULATION FIGURE.
      *
      * THE PACE COMES FROM THE LAST SEVEN GENERATIONS OF COVID19'S
      * HISTORY GDG - HISTG1 THE NEWEST, HISTG7 THE OLDEST - READ
      * THE SAME WAY COVTREND READS THEM: THE MOVEMENT IN TOTAL
      * DOSES AND IN PERSONS FULLY VACCINATED BETWEEN THE NEWEST
      * GENERATION AND THE OLDEST ONE THE COUNTRY APPEARS IN,
      * AVERAGED PER DAY.  THE PROJECTION RUNS THE FULLY-VACCINATED
      * PACE FORWARD FROM THE DATA DATE TO THE NUMBER THE TARGET
      * PERCENT OF POPULATION NEEDS.  A COUNTRY WHOSE TOTAL DOSES
      * HAVE NOT MOVED FOR THE STALL PERIOD IS FLAGGED STALLED, AND
      * ONE REPORTING MORE PERSONS FULLY VACCINATED THAN ITS
      * POPULATION IS FLAGGED OVER POP.
      *
      * TARGET CARDS (DDNAME TGTIN):
      *   COL 1      SCOPE - G GLOBAL, C COUNTRY, R REGION
      *   COL 3-17   COUNTRY CODE (COL 3-4) OR REGION NAME; BLANK
      *              FOR GLOBAL
      *   COL 19-21  TARGET PERCENT OF POPULATION FULLY
      *              VACCINATED, 001-100
      *   COL 23-30  TARGET DATE, YYYYMMDD
      * A COUNTRY TAKES ITS OWN CARD, ELSE ITS REGION'S, ELSE THE
      * GLOBAL ONE; A REGION TAKES ITS OWN, ELSE THE GLOBAL ONE.
      * EVERY CARD IS LISTED WITH ITS VERDICT; A REJECTED CARD
      * ENDS THE RUN WITH RETURN CODE 4.
      *
      * SYSIN CARD COL 1-2 - STALL PERIOD IN DAYS, 01-06 (THE
      * GENERATIONS HOLD SIX DAYS OF MOVEMENT); BLANK MEANS 03.
      *
      * EVERY COUNTRY BEHIND SCHEDULE ALSO GOES TO THE VACBHND
      * FILE (CVDBHND) FOR THE COVBULL BULLETIN.
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
           SELECT OPTIONAL CANON-IN ASSIGN TO CANIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO SYSIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TARGET-CARDS ASSIGN TO TGTIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGION-MASTER ASSIGN TO REGNMST
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL POPULATION-IN ASSIGN TO POPFILE
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-GEN-1 ASSIGN TO HISTG1
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-GEN-2 ASSIGN TO HISTG2
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-GEN-3 ASSIGN TO HISTG3
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-GEN-4 ASSIGN TO HISTG4
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-GEN-5 ASSIGN TO HISTG5
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-GEN-6 ASSIGN TO HISTG6
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-GEN-7 ASSIGN TO HISTG7
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT BEHIND-OUT ASSIGN TO VACBHND
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
      * COUNTRY, REGION AND WORLD LINE.
      *
       01  PRT-RCD.
           05  PRT-COUNTRY                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  PRT-CC                           PIC X(02).
           05  FILLER                           PIC X(02).
           05  PRT-PCT-FULLY                    PIC ZZ9.99.
           05  FILLER                           PIC X(02).
           05  PRT-DOSES-100                    PIC ZZ,ZZ9.9.
           05  FILLER                           PIC X(02).
           05  PRT-DOSE-PACE                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-TGT-PCT                      PIC ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-TGT-DATE                     PIC X(10).
           05  FILLER                           PIC X(02).
           05  PRT-PROJ-DATE                    PIC X(10).
           05  FILLER                           PIC X(02).
           05  PRT-STATUS                       PIC X(15).
           05  FILLER                           PIC X(01).
           05  PRT-STALLED                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  PRT-OVER-POP                     PIC X(08).
           05  FILLER                           PIC X(15).
      *
      * ALTERNATE VIEW OF PRT-RCD FOR THE TARGET CARD LISTING.
      *
       01  PRT-RCD-CARD REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  RPTC-CARD                        PIC X(50).
           05  FILLER                           PIC X(02).
           05  RPTC-VERDICT                     PIC X(45).
           05  FILLER                           PIC X(32).
      *
      * ALTERNATE VIEW OF PRT-RCD USED FOR THE CONTROL COUNTS.
      *
       01  PRT-RCD-FOOTER REDEFINES PRT-RCD.
           05  FILLER                           PIC X(03).
           05  FTR-LABEL                        PIC X(35).
           05  FILLER                           PIC X(02).
           05  FTR-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(81).
      *
      * CANONICAL DAILY FILE WRITTEN BY COVID19.  READ AS VARIABLE
      * 199-TO-220-BYTE RECORDS SO PRE-PROVINCE 199-BYTE
      * GENERATIONS REMAIN READABLE - SHORT RECORDS CARRY NO
      * TYPE/PROVINCE AND ARE TREATED AS ORDINARY COUNTRY ROWS.
      *
       FD  CANON-IN RECORDING MODE IS V
           RECORD IS VARYING FROM 199 TO 220 CHARACTERS
           DEPENDING ON WS-CANON-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       COPY CVDCANF.
      *
      * COL 1-2 STALL PERIOD IN DAYS, OR BLANK.
      *
       FD  CONTROL-CARD RECORDING MODE IS F.
       01  CONTROL-CARD-REC.
           05  CC-STALL-DAYS                    PIC X(02).
           05  FILLER                           PIC X(78).
      *
       FD  TARGET-CARDS RECORDING MODE IS F.
       01  TGT-CARD-REC.
           05  TGT-SCOPE                        PIC X(01).
           05  FILLER                           PIC X(01).
           05  TGT-KEY                          PIC X(15).
           05  FILLER                           PIC X(01).
           05  TGT-PCT                          PIC X(03).
           05  FILLER                           PIC X(01).
           05  TGT-DATE                         PIC X(08).
           05  FILLER                           PIC X(50).
      *
      * COUNTRY-CODE TO REGION REFERENCE MASTER, MAINTAINED BY THE
      * COVREGNM UTILITY - SAME FILE COVID19 LOADS AT STARTUP.
      *
       FD  REGION-MASTER RECORDING MODE IS F.
       01  REGN-IN-REC.
           05  REGN-IN-CC                       PIC X(02).
           05  REGN-IN-NAME                     PIC X(15).
      *
      * POPULATION REFERENCE FILE, EFFECTIVE-DATED AND MAINTAINED
      * BY COVPOPM.  READ AS VARIABLE 34-TO-42-BYTE RECORDS THE
      * SAME WAY COVID19 READS IT.
      *
       FD  POPULATION-IN RECORDING MODE IS V
           RECORD IS VARYING FROM 34 TO 42 CHARACTERS
           DEPENDING ON WS-POP-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       COPY CVDPOPF.
      *
      * THE SEVEN HISTORY GENERATIONS, IN THE RECORD LAYOUT COVID19
      * WRITES TO HISTOUT.  GENERATIONS WRITTEN BEFORE THE
      * VACCINATION FIELDS ARE 58 BYTES AND CARRY ZERO DOSES.
      *
       FD  HIST-GEN-1 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-GEN-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-G1-REC                          PIC X(82).
       FD  HIST-GEN-2 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-GEN-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-G2-REC                          PIC X(82).
       FD  HIST-GEN-3 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-GEN-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-G3-REC                          PIC X(82).
       FD  HIST-GEN-4 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-GEN-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-G4-REC                          PIC X(82).
       FD  HIST-GEN-5 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-GEN-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-G5-REC                          PIC X(82).
       FD  HIST-GEN-6 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-GEN-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-G6-REC                          PIC X(82).
       FD  HIST-GEN-7 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-GEN-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-G7-REC                          PIC X(82).
      *
      * BEHIND-SCHEDULE FILE FOR COVBULL.
      *
       FD  BEHIND-OUT RECORDING MODE IS F.
       COPY CVDBHND.
      *
      * SHARED RUN-CONTROL LOG, APPENDED AT END OF RUN.
      *
       FD  RUN-LOG RECORDING MODE IS F.
       COPY CVDRLOG.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  WS-TITLE-LINE.
           05  FILLER                           PIC X(40)
               VALUE "VACCINATION COVERAGE AND TARGET PROGRESS".
           05  FILLER                           PIC X(13)
               VALUE " - DATA DATE ".
           05  WS-TITLE-DATE                    PIC X(10).
           05  FILLER                           PIC X(06)
               VALUE SPACES.
       01  HEADER-2.
           05  HDR2-FIRST-COL                   PIC X(21)
                VALUE "COUNTRY".
           05  FILLER                           PIC X(04)
                VALUE "CC".
           05  FILLER                           PIC X(08)
                VALUE "% FULLY".
           05  FILLER                           PIC X(10)
                VALUE "DOSES/100".
           05  FILLER                           PIC X(13)
                VALUE "  DOSES/DAY".
           05  FILLER                           PIC X(05)
                VALUE "TGT%".
           05  FILLER                           PIC X(12)
                VALUE "TARGET DATE".
           05  FILLER                           PIC X(12)
                VALUE "PROJECTED".
           05  FILLER                           PIC X(16)
                VALUE "STATUS".
           05  FILLER                           PIC X(16)
                VALUE "FLAGS".
       01  HEADER-3                             PIC X(60)
           VALUE "TARGET CARDS".
       01  HEADER-8                             PIC X(60)
           VALUE "COUNTRY COVERAGE".
       01  HEADER-4.
           05  FILLER                           PIC X(03)
                VALUE SPACE.
           05  FILLER                           PIC X(52)
                VALUE "CARD".
           05  FILLER                           PIC X(07)
                VALUE "VERDICT".
       01  HEADER-5                             PIC X(132)
           VALUE ALL "=".
       01  HEADER-6                             PIC X(60)
           VALUE "COUNTRIES BEHIND SCHEDULE".
       01  HEADER-7                             PIC X(60)
           VALUE "REGION/CONTINENT AND WORLD COVERAGE".
       01  WS-SECTION-TITLE                     PIC X(60)
           VALUE SPACES.
      *
      * THE DAY'S COUNTRIES FROM CANIN, WITH THE SEVEN HISTORY
      * GENERATIONS' DOSE FIGURES.  WS-CG-PRESENT MARKS WHETHER THE
      * COUNTRY APPEARED IN THAT GENERATION, AS IN COVTREND.
      *
       01  WS-CTRY-TABLE.
           05  WS-CT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-CT-IDX.
               10  WS-CT-CC                     PIC X(02).
               10  WS-CT-COUNTRY                PIC X(20).
               10  WS-CT-REGION                 PIC X(15).
               10  WS-CT-RT-SUB                 PIC 9(02) COMP.
               10  WS-CT-TOTAL-DOSES            PIC 9(12) COMP.
               10  WS-CT-FULLY-VACC             PIC 9(12) COMP.
               10  WS-CT-POP                    PIC 9(12) COMP.
               10  WS-CT-HAS-POP                PIC X(01).
               10  WS-CT-STATUS                 PIC X(01).
               10  WS-CT-GEN OCCURS 7 TIMES.
                   15  WS-CG-TOTAL-DOSES        PIC 9(12) COMP.
                   15  WS-CG-FULLY-VACC         PIC 9(12) COMP.
                   15  WS-CG-PRESENT            PIC X(01).
       01  WS-CTRY-CNT                          PIC 9(05) COMP
           VALUE ZERO.
       01  WS-CT-SUB                            PIC 9(05) COMP
           VALUE ZERO.
       01  WS-CTRY-FOUND                        PIC X(01).
       01  WS-SRCH-CC                           PIC X(02).
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
      * REGION ACCUMULATORS - THE SIX BUCKETS OF COVID19'S TRAILER,
      * "OTHER" FOR CODES NOT ON THE MASTER, THEN THE WORLD.  THE
      * FIGURES COVER THE MEMBERS WITH A POPULATION FIGURE.
      *
       01  WS-REGION-TOTALS.
           05  WS-RT-ENTRY OCCURS 7 TIMES
                           INDEXED BY WS-RT-IDX.
               10  WS-RT-NAME                   PIC X(15).
               10  WS-RT-COUNTRY-CNT            PIC 9(05) COMP.
               10  WS-RT-POP                    PIC 9(13) COMP.
               10  WS-RT-TOTAL-DOSES            PIC 9(13) COMP.
               10  WS-RT-FULLY-VACC             PIC 9(13) COMP.
               10  WS-RT-PACE-CNT               PIC 9(05) COMP.
               10  WS-RT-DOSE-PACE              PIC S9(11)V9 COMP.
               10  WS-RT-FV-PACE                PIC S9(11)V9 COMP.
               10  WS-RT-TGT-FOUND              PIC X(01).
               10  WS-RT-TGT-PCT                PIC 9(03).
               10  WS-RT-TGT-DATE               PIC X(08).
       01  WS-RT-SUB                            PIC 9(02) COMP
           VALUE ZERO.
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
       01  WS-POP-EFF-WORK                      PIC X(08)
           VALUE SPACES.
       01  WS-POP-REC-LEN                       PIC 9(07) COMP
           VALUE ZERO.
      *
      * TARGET CARDS AS READ, WITH THEIR VERDICTS, AND THE COUNTRY
      * TARGETS THEY SET.  THE GLOBAL TARGET AND THE REGION TARGETS
      * ARE HELD IN WS-RT-ENTRY (THE WORLD ENTRY IS THE GLOBAL).
      *
       01  WS-CARD-TABLE.
           05  WS-CD-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-CD-IDX.
               10  WS-CD-TEXT                   PIC X(50).
               10  WS-CD-VERDICT                PIC X(45).
       01  WS-CARD-CNT                          PIC 9(05) COMP
           VALUE ZERO.
       01  WS-CARD-SUB                          PIC 9(05) COMP
           VALUE ZERO.
       01  WS-CARDS-LOST                        PIC 9(05) COMP
           VALUE ZERO.
       01  WS-TGT-TABLE.
           05  WS-TG-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-TG-IDX.
               10  WS-TG-CC                     PIC X(02).
               10  WS-TG-PCT                    PIC 9(03).
               10  WS-TG-DATE                   PIC X(08).
       01  WS-TGT-CNT                           PIC 9(05) COMP
           VALUE ZERO.
       01  WS-TG-FOUND                          PIC X(01).
       01  WS-CARD-VERDICT                      PIC X(45).
       01  WS-DATE-WORK                         PIC X(08).
       01  WS-DATE-OK                           PIC X(01).
      *
      * THE FIGURES BEING JUDGED - ONE COUNTRY, REGION OR THE WORLD
      * AT A TIME - AND WHAT THE JUDGEMENT MAKES OF THEM.  STATUS
      * 'R' TARGET REACHED, 'O' ON SCHEDULE, 'L' PROJECTED LATE,
      * 'S' STALLED, 'Z' NO RISE IN PERSONS FULLY VACCINATED,
      * 'U' NO PACE TO PROJECT, 'N' NO TARGET, 'P' NO POPULATION.
      *
       01  WS-EVAL.
           05  WS-EV-POP                        PIC 9(13) COMP.
           05  WS-EV-TOTAL-DOSES                PIC 9(13) COMP.
           05  WS-EV-FULLY-VACC                 PIC 9(13) COMP.
           05  WS-EV-PACE-KNOWN                 PIC X(01).
           05  WS-EV-DOSE-PACE                  PIC S9(11)V9 COMP.
           05  WS-EV-FV-PACE                    PIC S9(11)V9 COMP.
           05  WS-EV-STALLED                    PIC X(01).
           05  WS-EV-TGT-FOUND                  PIC X(01).
           05  WS-EV-TGT-PCT                    PIC 9(03).
           05  WS-EV-TGT-DATE                   PIC X(08).
           05  WS-EV-PCT-FULLY                  PIC 9(03)V99 COMP.
           05  WS-EV-DOSES-100                  PIC 9(05)V9 COMP.
           05  WS-EV-OVER-POP                   PIC X(01).
           05  WS-EV-NEEDED                     PIC 9(13) COMP.
           05  WS-EV-REMAIN                     PIC 9(13) COMP.
           05  WS-EV-DAYS                       PIC 9(09) COMP.
           05  WS-EV-PROJ-DAY                   PIC 9(09) COMP.
           05  WS-EV-TGT-DAY                    PIC 9(09) COMP.
           05  WS-EV-PROJ-DATE                  PIC X(08).
           05  WS-EV-PROJ-TEXT                  PIC X(10).
           05  WS-EV-STATUS                     PIC X(01).
       01  WS-PCT-MAX-VALUE                     PIC 9(03)V99
           VALUE 999.99.
       01  WS-DOSES-MAX-VALUE                   PIC 9(05)V9
           VALUE 99999.9.
       01  WS-PROJ-MAX-DAYS                     PIC 9(09) COMP
           VALUE 36524.
      *
      * PACE WORK FIELDS, SIGNED AS IN COVTREND BECAUSE A VENDOR
      * CORRECTION CAN STEP A CUMULATIVE TOTAL BACKWARD.
      *
       01  WS-PACE-WORK.
           05  WS-PW-DELTA                      PIC S9(12) COMP.
           05  WS-PW-OLDEST-GEN                 PIC 9(01) COMP.
           05  WS-PW-SPAN-DAYS                  PIC 9(01) COMP.
           05  WS-PW-STALL-GEN                  PIC 9(01) COMP.
       01  WS-GEN                               PIC 9(01) COMP
           VALUE ZERO.
       01  WS-GEN-REC-LEN                       PIC 9(07) COMP
           VALUE ZERO.
       01  WS-STALL-DAYS                        PIC 9(02)
           VALUE 3.
      *
      * COMMON UNPACKING AREA FOR THE HISTORY GENERATIONS - THE
      * LAYOUT OF COVID19'S HIST-OUT-REC.
      *
       01  WS-HIST-WORK-REC.
           05  WS-HW-CC                         PIC X(02).
           05  WS-HW-COUNTRY                    PIC X(20).
           05  WS-HW-TOTAL-CC                   PIC 9(12).
           05  WS-HW-TOTAL-DEATHS               PIC 9(12).
           05  WS-HW-TOTAL-RECVR                PIC 9(12).
           05  WS-HW-TOTAL-DOSES                PIC 9(12).
           05  WS-HW-FULLY-VACC                 PIC 9(12).
      *
      * DAY NUMBERS, FOR PROJECTING A DATE FORWARD AND COMPARING IT
      * WITH THE TARGET DATE.
      *
       01  WS-CUR-DATE.
           05  WS-CD-YYYY                       PIC 9(04).
           05  WS-CD-MM                         PIC 9(02).
           05  WS-CD-DD                         PIC 9(02).
       01  WS-CUR-DATE-X REDEFINES WS-CUR-DATE  PIC X(08).
       01  WS-DAY-CALC.
           05  WS-DC-A                          PIC 9(04) COMP.
           05  WS-DC-Y                          PIC 9(06) COMP.
           05  WS-DC-M                          PIC 9(04) COMP.
           05  WS-DC-TERM                       PIC 9(12) COMP.
           05  WS-DC-JDN                        PIC 9(09) COMP.
           05  WS-DC-QUOT                       PIC 9(09) COMP.
           05  WS-DC-L                          PIC 9(09) COMP.
           05  WS-DC-N                          PIC 9(09) COMP.
           05  WS-DC-I                          PIC 9(09) COMP.
           05  WS-DC-J                          PIC 9(09) COMP.
       01  WS-DATA-DATE                         PIC X(08)
           VALUE SPACES.
       01  WS-DATA-DAY                          PIC 9(09) COMP
           VALUE ZERO.
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-START-DATE                PIC X(08).
           05  WS-RUN-START-TIME                PIC X(08).
      *
       01  FLAGS.
           05  LAST-REC                         PIC X(01) VALUE 'N'.
           05  LAST-CARD-REC                    PIC X(01) VALUE 'N'.
           05  LAST-GEN-REC                     PIC X(01) VALUE 'N'.
           05  WS-CARD-VALID                    PIC X(01) VALUE 'Y'.
           05  WS-BEHIND-ONLY                   PIC X(01) VALUE 'N'.
      *
       01  WS-CANON-REC-LEN                     PIC 9(07) COMP
           VALUE ZERO.
       01  WS-FINAL-RC                          PIC 9(04)
           VALUE ZERO.
      *
       01  COUNTERS.
           05  LINE-CTR                         PIC S9(03) COMP
               VALUE ZERO.
           05  RCD-IN                           PIC 9(07) COMP
               VALUE ZERO.
           05  WS-REJECT-CNT                    PIC 9(05) COMP
               VALUE ZERO.
           05  WS-NO-POP-CNT                    PIC 9(05) COMP
               VALUE ZERO.
           05  WS-REACHED-CNT                   PIC 9(05) COMP
               VALUE ZERO.
           05  WS-ON-SCHED-CNT                  PIC 9(05) COMP
               VALUE ZERO.
           05  WS-BEHIND-CNT                    PIC 9(05) COMP
               VALUE ZERO.
           05  WS-STALLED-CNT                   PIC 9(05) COMP
               VALUE ZERO.
           05  WS-OVER-POP-CNT                  PIC 9(05) COMP
               VALUE ZERO.
           05  WS-CTRY-LOST-CNT                 PIC 9(05) COMP
               VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           IF WS-CARD-VALID NOT = 'Y'
               DISPLAY "COVVACC - SYSIN STALL PERIOD MUST BE 01-06 "
                   "DAYS OR BLANK - RUN STOPPED"
               MOVE 8 TO WS-FINAL-RC
               PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.
      *
      * THE BEHIND-SCHEDULE FILE IS OPENED FIRST SO A RUN THAT
      * STOPS STILL LEAVES COVBULL AN EMPTY FILE, NOT YESTERDAY'S.
      *
           OPEN OUTPUT BEHIND-OUT.
           PERFORM 1050-INIT-REGION-TOTALS THRU 1050-EXIT.
           PERFORM 2500-LOAD-CANON THRU 2500-EXIT.
           IF WS-CTRY-CNT = ZERO
               DISPLAY "COVVACC - CANONICAL DAILY FILE MISSING OR "
                   "EMPTY - RUN STOPPED"
               CLOSE BEHIND-OUT
               MOVE 8 TO WS-FINAL-RC
               PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2600-LOAD-POPULATION THRU 2600-EXIT.
           PERFORM 2700-LOAD-REGION-MASTER THRU 2700-EXIT.
           PERFORM 2800-LOAD-GENERATIONS THRU 2800-EXIT
               VARYING WS-GEN FROM 1 BY 1 UNTIL WS-GEN > 7.
           PERFORM 1200-LOAD-TARGET-CARDS THRU 1200-EXIT.
           PERFORM 3000-ACCUM-REGIONS THRU 3000-EXIT
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CTRY-CNT.
           OPEN OUTPUT PRINT-LINE.
           PERFORM 7000-LIST-TARGET-CARDS THRU 7000-EXIT.
           MOVE HEADER-8 TO WS-SECTION-TITLE.
           MOVE "COUNTRY" TO HDR2-FIRST-COL.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           MOVE 'N' TO WS-BEHIND-ONLY.
           PERFORM 7100-LIST-ONE-COUNTRY THRU 7100-EXIT
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CTRY-CNT.
           MOVE HEADER-6 TO WS-SECTION-TITLE.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           IF WS-BEHIND-CNT = ZERO
               MOVE "   *** NO COUNTRY IS BEHIND ITS TARGET ***"
                   TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'Y' TO WS-BEHIND-ONLY.
           PERFORM 7100-LIST-ONE-COUNTRY THRU 7100-EXIT
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CTRY-CNT.
           MOVE HEADER-7 TO WS-SECTION-TITLE.
           MOVE "REGION" TO HDR2-FIRST-COL.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           PERFORM 7500-LIST-ONE-REGION THRU 7500-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > 7.
           PERFORM 8000-WRITE-FOOTER THRU 8000-EXIT.
           CLOSE PRINT-LINE.
           CLOSE BEHIND-OUT.
           IF WS-REJECT-CNT > ZERO
               MOVE 4 TO WS-FINAL-RC
           ELSE
               MOVE ZERO TO WS-FINAL-RC
           END-IF.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      *
       1050-INIT-REGION-TOTALS.
           INITIALIZE WS-REGION-TOTALS.
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
           SET WS-RT-IDX TO 7.
           MOVE "WORLD"      TO WS-RT-NAME(WS-RT-IDX).
       1050-EXIT.
           EXIT.
      *
      * STALL PERIOD.  NO CARD OR A BLANK ONE KEEPS THE DEFAULT.
      *
       1100-READ-CONTROL-CARD.
           MOVE SPACES TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END CONTINUE
           END-READ.
           CLOSE CONTROL-CARD.
           IF CC-STALL-DAYS NOT = SPACES
               IF CC-STALL-DAYS NUMERIC
                   AND CC-STALL-DAYS NOT < "01"
                   AND CC-STALL-DAYS NOT > "06"
                   MOVE CC-STALL-DAYS TO WS-STALL-DAYS
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *
      * READ AND EDIT THE TARGET CARDS.  EACH IS KEPT WITH ITS
      * VERDICT FOR THE LISTING; A GOOD ONE SETS ITS TARGET.
      *
       1200-LOAD-TARGET-CARDS.
           MOVE 'N' TO LAST-CARD-REC.
           OPEN INPUT TARGET-CARDS.
           PERFORM 1210-LOAD-ONE-CARD THRU 1210-EXIT
               UNTIL LAST-CARD-REC = 'Y'.
           CLOSE TARGET-CARDS.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-CARD.
           MOVE SPACES TO TGT-CARD-REC.
           READ TARGET-CARDS
               AT END MOVE 'Y' TO LAST-CARD-REC
           END-READ.
           IF LAST-CARD-REC NOT = 'Y'
               PERFORM 1300-EDIT-ONE-CARD THRU 1300-EXIT
               IF WS-CARD-VERDICT(1:3) = "***"
                   ADD 1 TO WS-REJECT-CNT
               END-IF
               IF WS-CARD-CNT < 300
                   ADD 1 TO WS-CARD-CNT
                   SET WS-CD-IDX TO WS-CARD-CNT
                   MOVE TGT-CARD-REC    TO WS-CD-TEXT(WS-CD-IDX)
                   MOVE WS-CARD-VERDICT TO WS-CD-VERDICT(WS-CD-IDX)
               ELSE
                   ADD 1 TO WS-CARDS-LOST
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.
      *
       1300-EDIT-ONE-CARD.
           MOVE "ACCEPTED" TO WS-CARD-VERDICT.
           MOVE TGT-DATE TO WS-DATE-WORK.
           PERFORM 3900-EDIT-DATE THRU 3900-EXIT.
           EVALUATE TRUE
               WHEN TGT-SCOPE NOT = 'G' AND TGT-SCOPE NOT = 'C'
                   AND TGT-SCOPE NOT = 'R'
                   MOVE "*** REJECTED - SCOPE MUST BE G, C OR R"
                       TO WS-CARD-VERDICT
               WHEN TGT-PCT NOT NUMERIC
                   OR TGT-PCT < "001" OR TGT-PCT > "100"
                   MOVE "*** REJECTED - PERCENT MUST BE 001-100"
                       TO WS-CARD-VERDICT
               WHEN WS-DATE-OK NOT = 'Y'
                   MOVE "*** REJECTED - TARGET DATE NOT YYYYMMDD"
                       TO WS-CARD-VERDICT
               WHEN TGT-SCOPE = 'G'
                   PERFORM 1310-POST-GLOBAL THRU 1310-EXIT
               WHEN TGT-SCOPE = 'R'
                   PERFORM 1320-POST-REGION THRU 1320-EXIT
               WHEN OTHER
                   PERFORM 1330-POST-COUNTRY THRU 1330-EXIT
           END-EVALUATE.
       1300-EXIT.
           EXIT.
      *
       1310-POST-GLOBAL.
           SET WS-RT-IDX TO 7.
           EVALUATE TRUE
               WHEN TGT-KEY NOT = SPACES
                   MOVE "*** REJECTED - GLOBAL CARD TAKES NO KEY"
                       TO WS-CARD-VERDICT
               WHEN WS-RT-TGT-FOUND(WS-RT-IDX) = 'Y'
                   MOVE "*** REJECTED - DUPLICATE GLOBAL TARGET"
                       TO WS-CARD-VERDICT
               WHEN OTHER
                   MOVE 'Y'      TO WS-RT-TGT-FOUND(WS-RT-IDX)
                   MOVE TGT-PCT  TO WS-RT-TGT-PCT(WS-RT-IDX)
                   MOVE TGT-DATE TO WS-RT-TGT-DATE(WS-RT-IDX)
           END-EVALUATE.
       1310-EXIT.
           EXIT.
      *
      * A REGION CARD MUST NAME ONE OF THE SIX REGION BUCKETS.
      *
       1320-POST-REGION.
           SET WS-RT-IDX TO 1.
           SEARCH WS-RT-ENTRY
               AT END
                   MOVE "*** REJECTED - NOT A REGION NAME"
                       TO WS-CARD-VERDICT
               WHEN WS-RT-IDX > 6
                   MOVE "*** REJECTED - NOT A REGION NAME"
                       TO WS-CARD-VERDICT
               WHEN WS-RT-NAME(WS-RT-IDX) = TGT-KEY
                   IF WS-RT-TGT-FOUND(WS-RT-IDX) = 'Y'
                       MOVE "*** REJECTED - DUPLICATE REGION TARGET"
                           TO WS-CARD-VERDICT
                   ELSE
                       MOVE 'Y'      TO WS-RT-TGT-FOUND(WS-RT-IDX)
                       MOVE TGT-PCT  TO WS-RT-TGT-PCT(WS-RT-IDX)
                       MOVE TGT-DATE TO WS-RT-TGT-DATE(WS-RT-IDX)
                   END-IF
           END-SEARCH.
       1320-EXIT.
           EXIT.
      *
       1330-POST-COUNTRY.
           MOVE TGT-KEY(1:2) TO WS-SRCH-CC.
           PERFORM 6100-FIND-TARGET THRU 6100-EXIT.
           EVALUATE TRUE
               WHEN TGT-KEY(1:2) = SPACES OR TGT-KEY(3:13) NOT = SPACES
                   MOVE "*** REJECTED - COUNTRY CODE IN COL 3-4 ONLY"
                       TO WS-CARD-VERDICT
               WHEN WS-TG-FOUND = 'Y'
                   MOVE "*** REJECTED - DUPLICATE COUNTRY TARGET"
                       TO WS-CARD-VERDICT
               WHEN WS-TGT-CNT NOT < 1000
                   MOVE "*** REJECTED - COUNTRY TARGET TABLE FULL"
                       TO WS-CARD-VERDICT
               WHEN OTHER
                   ADD 1 TO WS-TGT-CNT
                   SET WS-TG-IDX TO WS-TGT-CNT
                   MOVE TGT-KEY(1:2) TO WS-TG-CC(WS-TG-IDX)
                   MOVE TGT-PCT      TO WS-TG-PCT(WS-TG-IDX)
                   MOVE TGT-DATE     TO WS-TG-DATE(WS-TG-IDX)
                   PERFORM 6000-FIND-COUNTRY THRU 6000-EXIT
                   IF WS-CTRY-FOUND NOT = 'Y'
                       MOVE "ACCEPTED - COUNTRY NOT ON TODAY'S FILE"
                           TO WS-CARD-VERDICT
                   END-IF
           END-EVALUATE.
       1330-EXIT.
           EXIT.
      *
      * LOAD THE DAY'S COUNTRY ROWS.  PROVINCE ROWS ARE SKIPPED -
      * THEIR FIGURES ARE IN THE ROLLED-UP COUNTRY ROWS.  THE DATA
      * DATE IS TAKEN FROM THE FIRST COUNTRY ROW.
      *
       2500-LOAD-CANON.
           MOVE 'N' TO LAST-REC.
           OPEN INPUT CANON-IN.
           PERFORM 2510-LOAD-ONE-CANON THRU 2510-EXIT
               UNTIL LAST-REC = 'Y'.
           CLOSE CANON-IN.
           IF WS-DATA-DATE NOT NUMERIC
               MOVE WS-RUN-START-DATE TO WS-DATA-DATE
           END-IF.
           MOVE WS-DATA-DATE TO WS-CUR-DATE-X.
           PERFORM 6400-DATE-TO-DAY-NUMBER THRU 6400-EXIT.
           MOVE WS-DC-JDN TO WS-DATA-DAY.
           STRING WS-DATA-DATE(1:4) "-" WS-DATA-DATE(5:2) "-"
               WS-DATA-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TITLE-DATE
           END-STRING.
       2500-EXIT.
           EXIT.
      *
       2510-LOAD-ONE-CANON.
           READ CANON-IN
               AT END MOVE 'Y' TO LAST-REC
           END-READ.
      *
      * A PRE-PROVINCE 199-BYTE RECORD HAS NO TYPE OR PROVINCE
      * FIELDS - IT IS AN ORDINARY COUNTRY ROW.
      *
           IF LAST-REC NOT = 'Y'
               ADD 1 TO RCD-IN
               IF WS-CANON-REC-LEN < 220
                   MOVE SPACES TO CAN-REC-TYPE
                   MOVE SPACES TO CAN-PROVINCE
               END-IF
           END-IF.
           IF LAST-REC NOT = 'Y'
               AND CAN-REC-TYPE NOT = 'P'
               IF WS-DATA-DATE = SPACES
                   STRING CAN-DATE(1:4) CAN-DATE(6:2) CAN-DATE(9:2)
                       DELIMITED BY SIZE INTO WS-DATA-DATE
                   END-STRING
               END-IF
               MOVE CAN-CC TO WS-SRCH-CC
               PERFORM 6000-FIND-COUNTRY THRU 6000-EXIT
               IF WS-CTRY-FOUND NOT = 'Y'
                   IF WS-CTRY-CNT < 1000
                       ADD 1 TO WS-CTRY-CNT
                       SET WS-CT-IDX TO WS-CTRY-CNT
                       INITIALIZE WS-CT-ENTRY(WS-CT-IDX)
                       MOVE CAN-CC      TO WS-CT-CC(WS-CT-IDX)
                       MOVE CAN-COUNTRY TO WS-CT-COUNTRY(WS-CT-IDX)
                       MOVE 'Y' TO WS-CTRY-FOUND
                   ELSE
                       ADD 1 TO WS-CTRY-LOST-CNT
                   END-IF
               END-IF
               IF WS-CTRY-FOUND = 'Y'
                   MOVE CAN-TOTAL-DOSES
                       TO WS-CT-TOTAL-DOSES(WS-CT-IDX)
                   MOVE CAN-FULLY-VACC
                       TO WS-CT-FULLY-VACC(WS-CT-IDX)
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.
      *
      * LOAD THE POPULATION REFERENCE FILE, KEEPING PER COUNTRY THE
      * FIGURE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE DATA
      * DATE - THE SAME RULE COVID19 APPLIES TO ITS PROCESSING
      * DATE.
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
               IF WS-POP-EFF-WORK NOT > WS-DATA-DATE
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
      * LOAD THE REGION REFERENCE MASTER INTO THE LOOKUP TABLE.
      * THE TABLE IS BLANKED FIRST SO UNUSED OCCURRENCES CANNOT
      * MATCH A REAL COUNTRY CODE.
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
      * LOAD ONE HISTORY GENERATION'S DOSE FIGURES FOR THE DAY'S
      * COUNTRIES.  AN ABSENT GENERATION (A GDG YOUNGER THAN SEVEN
      * DAYS) SIMPLY LOADS NOTHING.
      *
       2800-LOAD-GENERATIONS.
           MOVE 'N' TO LAST-GEN-REC.
           PERFORM 2810-OPEN-GEN THRU 2810-EXIT.
           PERFORM 2820-READ-ONE-GEN THRU 2820-EXIT
               UNTIL LAST-GEN-REC = 'Y'.
           PERFORM 2830-CLOSE-GEN THRU 2830-EXIT.
       2800-EXIT.
           EXIT.
      *
       2810-OPEN-GEN.
           EVALUATE WS-GEN
               WHEN 1 OPEN INPUT HIST-GEN-1
               WHEN 2 OPEN INPUT HIST-GEN-2
               WHEN 3 OPEN INPUT HIST-GEN-3
               WHEN 4 OPEN INPUT HIST-GEN-4
               WHEN 5 OPEN INPUT HIST-GEN-5
               WHEN 6 OPEN INPUT HIST-GEN-6
               WHEN 7 OPEN INPUT HIST-GEN-7
           END-EVALUATE.
       2810-EXIT.
           EXIT.
      *
       2820-READ-ONE-GEN.
           MOVE SPACES TO WS-HIST-WORK-REC.
           EVALUATE WS-GEN
               WHEN 1
                   READ HIST-GEN-1 INTO WS-HIST-WORK-REC
                       AT END MOVE 'Y' TO LAST-GEN-REC
                   END-READ
               WHEN 2
                   READ HIST-GEN-2 INTO WS-HIST-WORK-REC
                       AT END MOVE 'Y' TO LAST-GEN-REC
                   END-READ
               WHEN 3
                   READ HIST-GEN-3 INTO WS-HIST-WORK-REC
                       AT END MOVE 'Y' TO LAST-GEN-REC
                   END-READ
               WHEN 4
                   READ HIST-GEN-4 INTO WS-HIST-WORK-REC
                       AT END MOVE 'Y' TO LAST-GEN-REC
                   END-READ
               WHEN 5
                   READ HIST-GEN-5 INTO WS-HIST-WORK-REC
                       AT END MOVE 'Y' TO LAST-GEN-REC
                   END-READ
               WHEN 6
                   READ HIST-GEN-6 INTO WS-HIST-WORK-REC
                       AT END MOVE 'Y' TO LAST-GEN-REC
                   END-READ
               WHEN 7
                   READ HIST-GEN-7 INTO WS-HIST-WORK-REC
                       AT END MOVE 'Y' TO LAST-GEN-REC
                   END-READ
           END-EVALUATE.
           IF LAST-GEN-REC NOT = 'Y'
      *
      * A PRE-VACCINATION 58-BYTE RECORD HAS NO DOSE FIELDS.
      *
               IF WS-GEN-REC-LEN < 82
                   MOVE ZEROS TO WS-HW-TOTAL-DOSES
                   MOVE ZEROS TO WS-HW-FULLY-VACC
               END-IF
               MOVE WS-HW-CC TO WS-SRCH-CC
               PERFORM 6000-FIND-COUNTRY THRU 6000-EXIT
               IF WS-CTRY-FOUND = 'Y'
                   MOVE WS-HW-TOTAL-DOSES
                       TO WS-CG-TOTAL-DOSES(WS-CT-IDX, WS-GEN)
                   MOVE WS-HW-FULLY-VACC
                       TO WS-CG-FULLY-VACC(WS-CT-IDX, WS-GEN)
                   MOVE 'Y' TO WS-CG-PRESENT(WS-CT-IDX, WS-GEN)
               END-IF
           END-IF.
       2820-EXIT.
           EXIT.
      *
       2830-CLOSE-GEN.
           EVALUATE WS-GEN
               WHEN 1 CLOSE HIST-GEN-1
               WHEN 2 CLOSE HIST-GEN-2
               WHEN 3 CLOSE HIST-GEN-3
               WHEN 4 CLOSE HIST-GEN-4
               WHEN 5 CLOSE HIST-GEN-5
               WHEN 6 CLOSE HIST-GEN-6
               WHEN 7 CLOSE HIST-GEN-7
           END-EVALUATE.
       2830-EXIT.
           EXIT.
      *
      * SETTLE EACH COUNTRY'S POPULATION AND REGION AND ROLL ITS
      * FIGURES AND PACE INTO ITS REGION AND THE WORLD.
      *
       3000-ACCUM-REGIONS.
           SET WS-CT-IDX TO WS-CT-SUB.
           PERFORM 7070-FIND-POPULATION THRU 7070-EXIT.
           PERFORM 7710-FIND-REGION THRU 7710-EXIT.
           SET WS-CT-RT-SUB(WS-CT-IDX) TO WS-RT-IDX.
           MOVE WS-REGION-NAME-WORK TO WS-CT-REGION(WS-CT-IDX).
           IF WS-CT-HAS-POP(WS-CT-IDX) = 'Y'
               PERFORM 3100-COMPUTE-PACE THRU 3100-EXIT
               PERFORM 3010-ADD-TO-REGION THRU 3010-EXIT
               SET WS-RT-IDX TO 7
               PERFORM 3010-ADD-TO-REGION THRU 3010-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3010-ADD-TO-REGION.
           ADD 1 TO WS-RT-COUNTRY-CNT(WS-RT-IDX).
           ADD WS-CT-POP(WS-CT-IDX) TO WS-RT-POP(WS-RT-IDX).
           ADD WS-CT-TOTAL-DOSES(WS-CT-IDX)
               TO WS-RT-TOTAL-DOSES(WS-RT-IDX).
           ADD WS-CT-FULLY-VACC(WS-CT-IDX)
               TO WS-RT-FULLY-VACC(WS-RT-IDX).
           IF WS-EV-PACE-KNOWN = 'Y'
               ADD 1 TO WS-RT-PACE-CNT(WS-RT-IDX)
               ADD WS-EV-DOSE-PACE TO WS-RT-DOSE-PACE(WS-RT-IDX)
               ADD WS-EV-FV-PACE   TO WS-RT-FV-PACE(WS-RT-IDX)
           END-IF.
       3010-EXIT.
           EXIT.
      *
      * DAILY PACE OVER THE GENERATIONS, THE WAY COVTREND AVERAGES
      * - NEWEST GENERATION AGAINST THE OLDEST ONE THE COUNTRY IS
      * IN - AND THE STALL TEST: TOTAL DOSES UNCHANGED BETWEEN THE
      * NEWEST GENERATION AND THE ONE THE STALL PERIOD BEFORE IT.
      *
       3100-COMPUTE-PACE.
           MOVE 'N' TO WS-EV-PACE-KNOWN.
           MOVE 'N' TO WS-EV-STALLED.
           MOVE ZERO TO WS-EV-DOSE-PACE.
           MOVE ZERO TO WS-EV-FV-PACE.
           IF WS-CG-PRESENT(WS-CT-IDX, 1) = 'Y'
               MOVE 1 TO WS-PW-OLDEST-GEN
               PERFORM 3110-FIND-OLDEST THRU 3110-EXIT
                   VARYING WS-GEN FROM 2 BY 1 UNTIL WS-GEN > 7
               IF WS-PW-OLDEST-GEN > 1
                   MOVE 'Y' TO WS-EV-PACE-KNOWN
                   COMPUTE WS-PW-SPAN-DAYS = WS-PW-OLDEST-GEN - 1
                   COMPUTE WS-PW-DELTA =
                       WS-CG-TOTAL-DOSES(WS-CT-IDX, 1)
                       - WS-CG-TOTAL-DOSES(WS-CT-IDX,
                                           WS-PW-OLDEST-GEN)
                   COMPUTE WS-EV-DOSE-PACE ROUNDED =
                       WS-PW-DELTA / WS-PW-SPAN-DAYS
                   COMPUTE WS-PW-DELTA =
                       WS-CG-FULLY-VACC(WS-CT-IDX, 1)
                       - WS-CG-FULLY-VACC(WS-CT-IDX,
                                          WS-PW-OLDEST-GEN)
                   COMPUTE WS-EV-FV-PACE ROUNDED =
                       WS-PW-DELTA / WS-PW-SPAN-DAYS
               END-IF
               COMPUTE WS-PW-STALL-GEN = WS-STALL-DAYS + 1
               IF WS-CG-PRESENT(WS-CT-IDX, WS-PW-STALL-GEN) = 'Y'
                   AND WS-CG-TOTAL-DOSES(WS-CT-IDX, 1) > ZERO
                   AND WS-CG-TOTAL-DOSES(WS-CT-IDX, 1) =
                       WS-CG-TOTAL-DOSES(WS-CT-IDX, WS-PW-STALL-GEN)
                   MOVE 'Y' TO WS-EV-STALLED
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3110-FIND-OLDEST.
           IF WS-CG-PRESENT(WS-CT-IDX, WS-GEN) = 'Y'
               MOVE WS-GEN TO WS-PW-OLDEST-GEN
           END-IF.
       3110-EXIT.
           EXIT.
      *
      * JUDGE THE FIGURES IN WS-EVAL AGAINST THE TARGET IN FORCE.
      * THE NUMBER NEEDED IS THE TARGET PERCENT OF POPULATION,
      * ROUNDED UP TO A WHOLE PERSON, AND THE DAYS TO GET THERE
      * ARE ROUNDED UP TO A WHOLE DAY.
      *
       3200-JUDGE-PROGRESS.
           MOVE ZERO   TO WS-EV-PCT-FULLY.
           MOVE ZERO   TO WS-EV-DOSES-100.
           MOVE 'N'    TO WS-EV-OVER-POP.
           MOVE SPACES TO WS-EV-PROJ-DATE.
           MOVE SPACES TO WS-EV-PROJ-TEXT.
           IF WS-EV-POP = ZERO
               MOVE 'P' TO WS-EV-STATUS
           ELSE
               COMPUTE WS-EV-PCT-FULLY ROUNDED =
                   (WS-EV-FULLY-VACC * 100) / WS-EV-POP
                   ON SIZE ERROR
                       MOVE WS-PCT-MAX-VALUE TO WS-EV-PCT-FULLY
               END-COMPUTE
               COMPUTE WS-EV-DOSES-100 ROUNDED =
                   (WS-EV-TOTAL-DOSES * 100) / WS-EV-POP
                   ON SIZE ERROR
                       MOVE WS-DOSES-MAX-VALUE TO WS-EV-DOSES-100
               END-COMPUTE
               IF WS-EV-FULLY-VACC > WS-EV-POP
                   MOVE 'Y' TO WS-EV-OVER-POP
               END-IF
               IF WS-EV-TGT-FOUND = 'Y'
                   PERFORM 3210-PROJECT THRU 3210-EXIT
               ELSE
                   MOVE 'N' TO WS-EV-STATUS
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3210-PROJECT.
           COMPUTE WS-EV-NEEDED = WS-EV-POP * WS-EV-TGT-PCT.
           DIVIDE WS-EV-NEEDED BY 100 GIVING WS-EV-NEEDED
               REMAINDER WS-EV-REMAIN.
           IF WS-EV-REMAIN > ZERO
               ADD 1 TO WS-EV-NEEDED
           END-IF.
           MOVE WS-EV-TGT-DATE TO WS-CUR-DATE-X.
           PERFORM 6400-DATE-TO-DAY-NUMBER THRU 6400-EXIT.
           MOVE WS-DC-JDN TO WS-EV-TGT-DAY.
           EVALUATE TRUE
               WHEN WS-EV-FULLY-VACC NOT < WS-EV-NEEDED
                   MOVE 'R' TO WS-EV-STATUS
               WHEN WS-EV-STALLED = 'Y'
                   MOVE 'S' TO WS-EV-STATUS
                   MOVE "STALLED" TO WS-EV-PROJ-TEXT
               WHEN WS-EV-PACE-KNOWN NOT = 'Y'
                   MOVE 'U' TO WS-EV-STATUS
                   MOVE "NO PACE" TO WS-EV-PROJ-TEXT
               WHEN WS-EV-FV-PACE NOT > ZERO
                   MOVE 'Z' TO WS-EV-STATUS
                   MOVE "NO RISE" TO WS-EV-PROJ-TEXT
               WHEN OTHER
                   PERFORM 3220-PROJECT-DATE THRU 3220-EXIT
           END-EVALUATE.
       3210-EXIT.
           EXIT.
      *
       3220-PROJECT-DATE.
           COMPUTE WS-EV-REMAIN = WS-EV-NEEDED - WS-EV-FULLY-VACC.
           COMPUTE WS-EV-DAYS = WS-EV-REMAIN / WS-EV-FV-PACE
               ON SIZE ERROR
                   MOVE 999999999 TO WS-EV-DAYS
           END-COMPUTE.
           IF WS-EV-DAYS < 999999999
               AND WS-EV-DAYS * WS-EV-FV-PACE < WS-EV-REMAIN
               ADD 1 TO WS-EV-DAYS
           END-IF.
           IF WS-EV-DAYS > WS-PROJ-MAX-DAYS
               MOVE 'L' TO WS-EV-STATUS
               MOVE "OVER 100YR" TO WS-EV-PROJ-TEXT
           ELSE
               COMPUTE WS-EV-PROJ-DAY = WS-DATA-DAY + WS-EV-DAYS
               MOVE WS-EV-PROJ-DAY TO WS-DC-JDN
               PERFORM 6500-DAY-NUMBER-TO-DATE THRU 6500-EXIT
               MOVE WS-CUR-DATE-X TO WS-EV-PROJ-DATE
               STRING WS-CUR-DATE-X(1:4) "-" WS-CUR-DATE-X(5:2) "-"
                   WS-CUR-DATE-X(7:2)
                   DELIMITED BY SIZE INTO WS-EV-PROJ-TEXT
               END-STRING
               IF WS-EV-PROJ-DAY > WS-EV-TGT-DAY
                   MOVE 'L' TO WS-EV-STATUS
               ELSE
                   MOVE 'O' TO WS-EV-STATUS
               END-IF
           END-IF.
       3220-EXIT.
           EXIT.
      *
      * TARGET-DATE VALIDITY, THE SAME EDIT COVRUNH APPLIES TO ITS
      * RANGE DATES.
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
           MOVE WS-TITLE-LINE TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE WS-SECTION-TITLE TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-2 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE 6 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-CARD-HEADERS.
           MOVE WS-TITLE-LINE TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE HEADER-3 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE HEADER-4 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE 6 TO LINE-CTR.
           MOVE SPACES TO PRT-RCD.
       4100-EXIT.
           EXIT.
      *
      * FIND WS-SRCH-CC AMONG THE DAY'S COUNTRIES.
      *
       6000-FIND-COUNTRY.
           MOVE 'N' TO WS-CTRY-FOUND.
           IF WS-CTRY-CNT > ZERO
               SET WS-CT-IDX TO 1
               SEARCH WS-CT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CT-IDX > WS-CTRY-CNT
                       CONTINUE
                   WHEN WS-CT-CC(WS-CT-IDX) = WS-SRCH-CC
                       MOVE 'Y' TO WS-CTRY-FOUND
               END-SEARCH
           END-IF.
       6000-EXIT.
           EXIT.
      *
      * FIND WS-SRCH-CC AMONG THE COUNTRY TARGET CARDS.
      *
       6100-FIND-TARGET.
           MOVE 'N' TO WS-TG-FOUND.
           IF WS-TGT-CNT > ZERO
               SET WS-TG-IDX TO 1
               SEARCH WS-TG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TG-IDX > WS-TGT-CNT
                       CONTINUE
                   WHEN WS-TG-CC(WS-TG-IDX) = WS-SRCH-CC
                       MOVE 'Y' TO WS-TG-FOUND
               END-SEARCH
           END-IF.
       6100-EXIT.
           EXIT.
      *
      * DAY NUMBER OF WS-CUR-DATE INTO WS-DC-JDN.
      *
       6400-DATE-TO-DAY-NUMBER.
           IF WS-CD-MM < 3
               MOVE 1 TO WS-DC-A
           ELSE
               MOVE 0 TO WS-DC-A
           END-IF.
           COMPUTE WS-DC-Y = WS-CD-YYYY + 4800 - WS-DC-A.
           COMPUTE WS-DC-M = WS-CD-MM + (12 * WS-DC-A) - 3.
           COMPUTE WS-DC-TERM = (153 * WS-DC-M) + 2.
           DIVIDE WS-DC-TERM BY 5 GIVING WS-DC-QUOT.
           COMPUTE WS-DC-JDN = WS-CD-DD + WS-DC-QUOT
               + (365 * WS-DC-Y).
           DIVIDE WS-DC-Y BY 4 GIVING WS-DC-QUOT.
           ADD WS-DC-QUOT TO WS-DC-JDN.
           DIVIDE WS-DC-Y BY 100 GIVING WS-DC-QUOT.
           SUBTRACT WS-DC-QUOT FROM WS-DC-JDN.
           DIVIDE WS-DC-Y BY 400 GIVING WS-DC-QUOT.
           ADD WS-DC-QUOT TO WS-DC-JDN.
           SUBTRACT 32045 FROM WS-DC-JDN.
       6400-EXIT.
           EXIT.
      *
      * DATE OF DAY NUMBER WS-DC-JDN INTO WS-CUR-DATE - THE SAME
      * ARITHMETIC RUN BACKWARD.
      *
       6500-DAY-NUMBER-TO-DATE.
           COMPUTE WS-DC-L = WS-DC-JDN + 68569.
           COMPUTE WS-DC-TERM = 4 * WS-DC-L.
           DIVIDE WS-DC-TERM BY 146097 GIVING WS-DC-N.
           COMPUTE WS-DC-TERM = (146097 * WS-DC-N) + 3.
           DIVIDE WS-DC-TERM BY 4 GIVING WS-DC-QUOT.
           SUBTRACT WS-DC-QUOT FROM WS-DC-L.
           COMPUTE WS-DC-TERM = 4000 * (WS-DC-L + 1).
           DIVIDE WS-DC-TERM BY 1461001 GIVING WS-DC-I.
           COMPUTE WS-DC-TERM = 1461 * WS-DC-I.
           DIVIDE WS-DC-TERM BY 4 GIVING WS-DC-QUOT.
           COMPUTE WS-DC-L = WS-DC-L - WS-DC-QUOT + 31.
           COMPUTE WS-DC-TERM = 80 * WS-DC-L.
           DIVIDE WS-DC-TERM BY 2447 GIVING WS-DC-J.
           COMPUTE WS-DC-TERM = 2447 * WS-DC-J.
           DIVIDE WS-DC-TERM BY 80 GIVING WS-DC-QUOT.
           COMPUTE WS-CD-DD = WS-DC-L - WS-DC-QUOT.
           DIVIDE WS-DC-J BY 11 GIVING WS-DC-L.
           COMPUTE WS-CD-MM = WS-DC-J + 2 - (12 * WS-DC-L).
           COMPUTE WS-CD-YYYY =
               (100 * (WS-DC-N - 49)) + WS-DC-I + WS-DC-L.
       6500-EXIT.
           EXIT.
      *
      * EVERY TARGET CARD WITH ITS VERDICT.
      *
       7000-LIST-TARGET-CARDS.
           PERFORM 4100-WRITE-CARD-HEADERS THRU 4100-EXIT.
           IF WS-CARD-CNT = ZERO
               MOVE "   *** NO TARGET CARDS - NO PROJECTIONS ***"
                   TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 7010-LIST-ONE-CARD THRU 7010-EXIT
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-CNT.
       7000-EXIT.
           EXIT.
      *
       7010-LIST-ONE-CARD.
           IF LINE-CTR >= 56
               PERFORM 4100-WRITE-CARD-HEADERS THRU 4100-EXIT
           END-IF.
           SET WS-CD-IDX TO WS-CARD-SUB.
           MOVE SPACES TO PRT-RCD-CARD.
           MOVE WS-CD-TEXT(WS-CD-IDX)    TO RPTC-CARD.
           MOVE WS-CD-VERDICT(WS-CD-IDX) TO RPTC-VERDICT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       7010-EXIT.
           EXIT.
      *
      * ONE COUNTRY - JUDGED AGAINST THE TARGET IN FORCE FOR IT AND
      * LISTED.  ON THE FIRST PASS EVERY COUNTRY IS LISTED, COUNTED
      * AND, IF BEHIND, WRITTEN TO VACBHND; THE SECOND PASS LISTS
      * THE BEHIND COUNTRIES AGAIN ON THEIR OWN.
      *
       7100-LIST-ONE-COUNTRY.
           SET WS-CT-IDX TO WS-CT-SUB.
           IF WS-BEHIND-ONLY NOT = 'Y'
               PERFORM 7110-JUDGE-COUNTRY THRU 7110-EXIT
               PERFORM 7120-COUNT-COUNTRY THRU 7120-EXIT
               PERFORM 7200-WRITE-LINE THRU 7200-EXIT
           ELSE
               IF WS-CT-STATUS(WS-CT-IDX) = 'L'
                   OR WS-CT-STATUS(WS-CT-IDX) = 'S'
                   OR WS-CT-STATUS(WS-CT-IDX) = 'Z'
                   PERFORM 7110-JUDGE-COUNTRY THRU 7110-EXIT
                   PERFORM 7200-WRITE-LINE THRU 7200-EXIT
               END-IF
           END-IF.
       7100-EXIT.
           EXIT.
      *
       7110-JUDGE-COUNTRY.
           INITIALIZE WS-EVAL.
           MOVE WS-CT-POP(WS-CT-IDX)         TO WS-EV-POP.
           MOVE WS-CT-TOTAL-DOSES(WS-CT-IDX) TO WS-EV-TOTAL-DOSES.
           MOVE WS-CT-FULLY-VACC(WS-CT-IDX)  TO WS-EV-FULLY-VACC.
           PERFORM 3100-COMPUTE-PACE THRU 3100-EXIT.
           MOVE WS-CT-CC(WS-CT-IDX) TO WS-SRCH-CC.
           PERFORM 6100-FIND-TARGET THRU 6100-EXIT.
           SET WS-RT-IDX TO WS-CT-RT-SUB(WS-CT-IDX).
           EVALUATE TRUE
               WHEN WS-TG-FOUND = 'Y'
                   MOVE 'Y'                    TO WS-EV-TGT-FOUND
                   MOVE WS-TG-PCT(WS-TG-IDX)   TO WS-EV-TGT-PCT
                   MOVE WS-TG-DATE(WS-TG-IDX)  TO WS-EV-TGT-DATE
               WHEN WS-RT-TGT-FOUND(WS-RT-IDX) = 'Y'
                   MOVE 'Y'                    TO WS-EV-TGT-FOUND
                   MOVE WS-RT-TGT-PCT(WS-RT-IDX)  TO WS-EV-TGT-PCT
                   MOVE WS-RT-TGT-DATE(WS-RT-IDX) TO WS-EV-TGT-DATE
               WHEN OTHER
                   SET WS-RT-IDX TO 7
                   MOVE WS-RT-TGT-FOUND(WS-RT-IDX) TO WS-EV-TGT-FOUND
                   MOVE WS-RT-TGT-PCT(WS-RT-IDX)   TO WS-EV-TGT-PCT
                   MOVE WS-RT-TGT-DATE(WS-RT-IDX)  TO WS-EV-TGT-DATE
           END-EVALUATE.
           PERFORM 3200-JUDGE-PROGRESS THRU 3200-EXIT.
           MOVE WS-EV-STATUS TO WS-CT-STATUS(WS-CT-IDX).
       7110-EXIT.
           EXIT.
      *
       7120-COUNT-COUNTRY.
           EVALUATE WS-EV-STATUS
               WHEN 'P'
                   ADD 1 TO WS-NO-POP-CNT
               WHEN 'R'
                   ADD 1 TO WS-REACHED-CNT
               WHEN 'O'
                   ADD 1 TO WS-ON-SCHED-CNT
               WHEN 'L'
               WHEN 'S'
               WHEN 'Z'
                   ADD 1 TO WS-BEHIND-CNT
                   PERFORM 7800-WRITE-BEHIND THRU 7800-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-EV-STALLED = 'Y'
               ADD 1 TO WS-STALLED-CNT
           END-IF.
           IF WS-EV-OVER-POP = 'Y'
               ADD 1 TO WS-OVER-POP-CNT
           END-IF.
       7120-EXIT.
           EXIT.
      *
      * ONE LINE FROM WS-EVAL, FOR A COUNTRY OR A REGION.
      *
       7200-WRITE-LINE.
           IF LINE-CTR >= 56
               PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT
           END-IF.
           MOVE SPACES TO PRT-RCD.
           IF WS-RT-SUB = ZERO
               MOVE WS-CT-COUNTRY(WS-CT-IDX) TO PRT-COUNTRY
               MOVE WS-CT-CC(WS-CT-IDX)      TO PRT-CC
           ELSE
               MOVE WS-RT-NAME(WS-RT-SUB)    TO PRT-COUNTRY
           END-IF.
           IF WS-EV-STATUS NOT = 'P'
               MOVE WS-EV-PCT-FULLY TO PRT-PCT-FULLY
               MOVE WS-EV-DOSES-100 TO PRT-DOSES-100
           END-IF.
           IF WS-EV-PACE-KNOWN = 'Y'
               IF WS-EV-DOSE-PACE > ZERO
                   MOVE WS-EV-DOSE-PACE TO PRT-DOSE-PACE
               ELSE
                   MOVE ZERO TO PRT-DOSE-PACE
               END-IF
           END-IF.
           IF WS-EV-TGT-FOUND = 'Y'
               MOVE WS-EV-TGT-PCT TO PRT-TGT-PCT
               STRING WS-EV-TGT-DATE(1:4) "-" WS-EV-TGT-DATE(5:2) "-"
                   WS-EV-TGT-DATE(7:2)
                   DELIMITED BY SIZE INTO PRT-TGT-DATE
               END-STRING
           END-IF.
           MOVE WS-EV-PROJ-TEXT TO PRT-PROJ-DATE.
           EVALUATE WS-EV-STATUS
               WHEN 'P'
                   MOVE "NO POPULATION"   TO PRT-STATUS
               WHEN 'N'
                   MOVE "NO TARGET"       TO PRT-STATUS
               WHEN 'R'
                   MOVE "TARGET REACHED"  TO PRT-STATUS
               WHEN 'O'
                   MOVE "ON SCHEDULE"     TO PRT-STATUS
               WHEN 'U'
                   MOVE "CANNOT PROJECT"  TO PRT-STATUS
               WHEN OTHER
                   MOVE "*** BEHIND ***"  TO PRT-STATUS
           END-EVALUATE.
           IF WS-EV-STALLED = 'Y'
               MOVE "STALLED" TO PRT-STALLED
           END-IF.
           IF WS-EV-OVER-POP = 'Y'
               MOVE "OVER POP" TO PRT-OVER-POP
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       7200-EXIT.
           EXIT.
      *
      * ONE REGION, OR THE WORLD, AGAINST ITS OWN TARGET OR THE
      * GLOBAL ONE.  ITS PACE IS THE SUM OF ITS MEMBERS' PACES.
      *
       7500-LIST-ONE-REGION.
           SET WS-RT-IDX TO WS-RT-SUB.
           INITIALIZE WS-EVAL.
           MOVE WS-RT-POP(WS-RT-IDX)         TO WS-EV-POP.
           MOVE WS-RT-TOTAL-DOSES(WS-RT-IDX) TO WS-EV-TOTAL-DOSES.
           MOVE WS-RT-FULLY-VACC(WS-RT-IDX)  TO WS-EV-FULLY-VACC.
           MOVE 'N' TO WS-EV-STALLED.
           MOVE 'N' TO WS-EV-PACE-KNOWN.
           IF WS-RT-PACE-CNT(WS-RT-IDX) > ZERO
               MOVE 'Y' TO WS-EV-PACE-KNOWN
               MOVE WS-RT-DOSE-PACE(WS-RT-IDX) TO WS-EV-DOSE-PACE
               MOVE WS-RT-FV-PACE(WS-RT-IDX)   TO WS-EV-FV-PACE
           END-IF.
           IF WS-RT-TGT-FOUND(WS-RT-IDX) NOT = 'Y'
               SET WS-RT-IDX TO 7
           END-IF.
           MOVE WS-RT-TGT-FOUND(WS-RT-IDX) TO WS-EV-TGT-FOUND.
           MOVE WS-RT-TGT-PCT(WS-RT-IDX)   TO WS-EV-TGT-PCT.
           MOVE WS-RT-TGT-DATE(WS-RT-IDX)  TO WS-EV-TGT-DATE.
           PERFORM 3200-JUDGE-PROGRESS THRU 3200-EXIT.
           IF WS-RT-SUB = 7
               MOVE HEADER-5 TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CTR
           END-IF.
           PERFORM 7200-WRITE-LINE THRU 7200-EXIT.
       7500-EXIT.
           EXIT.
      *
      * LOOK UP THE POPULATION IN FORCE FOR THE COUNTRY AT
      * WS-CT-IDX.
      *
       7070-FIND-POPULATION.
           MOVE 'N' TO WS-POP-FOUND.
           IF WS-POP-CNT > ZERO
               SET WS-POP-IDX TO 1
               SEARCH WS-POP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-POP-CC(WS-POP-IDX) = WS-CT-CC(WS-CT-IDX)
                       MOVE 'Y' TO WS-POP-FOUND
               END-SEARCH
           END-IF.
           IF WS-POP-FOUND = 'Y' AND WS-POP-COUNT(WS-POP-IDX) > ZERO
               MOVE WS-POP-COUNT(WS-POP-IDX) TO WS-CT-POP(WS-CT-IDX)
               MOVE 'Y' TO WS-CT-HAS-POP(WS-CT-IDX)
           ELSE
               MOVE ZERO TO WS-CT-POP(WS-CT-IDX)
               MOVE 'N' TO WS-CT-HAS-POP(WS-CT-IDX)
           END-IF.
       7070-EXIT.
           EXIT.
      *
      * LOOK UP THE REGION FOR THE COUNTRY AT WS-CT-IDX AND
      * POSITION WS-RT-IDX ON ITS BUCKET.  UNKNOWN CODES ROLL UP
      * UNDER "OTHER", AS IN COVID19.
      *
       7710-FIND-REGION.
           SET WS-REGION-IDX TO 1.
           MOVE "OTHER" TO WS-REGION-NAME-WORK.
           SEARCH WS-REGION-ENTRY
               AT END
                   MOVE "OTHER" TO WS-REGION-NAME-WORK
               WHEN WS-REGION-CC(WS-REGION-IDX) = WS-CT-CC(WS-CT-IDX)
                   MOVE WS-REGION-NAME(WS-REGION-IDX)
                       TO WS-REGION-NAME-WORK
           END-SEARCH.
           SET WS-RT-IDX TO 1.
           SEARCH WS-RT-ENTRY
               AT END
                   SET WS-RT-IDX TO 6
               WHEN WS-RT-IDX > 6
                   SET WS-RT-IDX TO 6
               WHEN WS-RT-NAME(WS-RT-IDX) = WS-REGION-NAME-WORK
                   CONTINUE
           END-SEARCH.
       7710-EXIT.
           EXIT.
      *
      * ONE BEHIND-SCHEDULE RECORD FOR COVBULL.
      *
       7800-WRITE-BEHIND.
           MOVE SPACES TO BHND-REC.
           MOVE WS-DATA-DATE              TO BHND-DATA-DATE.
           MOVE WS-CT-CC(WS-CT-IDX)       TO BHND-CC.
           MOVE WS-CT-COUNTRY(WS-CT-IDX)  TO BHND-COUNTRY.
           MOVE WS-CT-REGION(WS-CT-IDX)   TO BHND-REGION.
           MOVE WS-EV-PCT-FULLY           TO BHND-PCT-FULLY.
           MOVE WS-EV-TGT-PCT             TO BHND-TARGET-PCT.
           MOVE WS-EV-TGT-DATE            TO BHND-TARGET-DATE.
           MOVE WS-EV-PROJ-DATE           TO BHND-PROJ-DATE.
           MOVE WS-EV-STATUS              TO BHND-REASON.
           WRITE BHND-REC.
       7800-EXIT.
           EXIT.
      *
       8000-WRITE-FOOTER.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "CANONICAL RECORDS READ" TO FTR-LABEL.
           MOVE RCD-IN TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRIES REPORTED" TO FTR-LABEL.
           MOVE WS-CTRY-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRIES WITH NO POPULATION FIGURE" TO FTR-LABEL.
           MOVE WS-NO-POP-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRIES AT TARGET" TO FTR-LABEL.
           MOVE WS-REACHED-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRIES ON SCHEDULE" TO FTR-LABEL.
           MOVE WS-ON-SCHED-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRIES BEHIND SCHEDULE" TO FTR-LABEL.
           MOVE WS-BEHIND-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRIES STALLED" TO FTR-LABEL.
           MOVE WS-STALLED-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "COUNTRIES OVER POPULATION" TO FTR-LABEL.
           MOVE WS-OVER-POP-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "TARGET CARDS REJECTED" TO FTR-LABEL.
           MOVE WS-REJECT-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           IF WS-CARDS-LOST > ZERO
               MOVE SPACES TO PRT-RCD-FOOTER
               MOVE "TARGET CARDS LOST (TABLE FULL)"
                   TO FTR-LABEL
               MOVE WS-CARDS-LOST TO FTR-COUNT
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-CTRY-LOST-CNT > ZERO
               MOVE SPACES TO PRT-RCD-FOOTER
               MOVE "COUNTRIES DROPPED (TABLE FULL)" TO FTR-LABEL
               MOVE WS-CTRY-LOST-CNT TO FTR-COUNT
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           END-IF.
       8000-EXIT.
           EXIT.
      *
      * APPEND THIS RUN'S CONTROL RECORD TO THE SHARED LOG.  THE
      * DETAIL COUNT IS THE NUMBER OF COUNTRIES BEHIND SCHEDULE,
      * WHICH COVBULL SHOWS BESIDE THE LIST.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVVACC"            TO RLOG-PROGRAM.
           MOVE WS-RUN-START-DATE    TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           MOVE RCD-IN               TO RLOG-RCD-IN.
           MOVE WS-CTRY-CNT          TO RLOG-DATA-ROWS.
           MOVE WS-BEHIND-CNT        TO RLOG-DETAIL-CNT.
           MOVE WS-REJECT-CNT        TO RLOG-REJECT-CNT.
           STRING "DATA DATE " WS-DATA-DATE " STALL "
               WS-STALL-DAYS " DAYS"
               DELIMITED BY SIZE INTO RLOG-CRITERIA
           END-STRING.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE WS-FINAL-RC          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
