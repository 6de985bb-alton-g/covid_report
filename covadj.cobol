      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVADJ.
       AUTHOR.          ALTON GOODMAN.
      *
      * BACKLOG / RECLASSIFICATION ADJUSTMENT OF THE CANONICAL
      * ARCHIVE.  APPLIES THE ADJMST ADJUSTMENT LEDGER (CVDADJL,
      * MAINTAINED BY COVADJM) TO THE DATED CANONICAL ARCHIVE ON
      * CANIN AND WRITES THE ADJUSTED SERIES TO CANADJ IN THE SAME
      * CVDCANF LAYOUT, RECORD FOR RECORD, SO COVWEEK, COVQRY AND
      * ANY OTHER CANIN READER RUNS ON "ADJUSTED" INSTEAD OF "AS
      * REPORTED" FIGURES JUST BY POINTING ITS CANIN AT CANADJ.
      *
      * EACH APPLIED LEDGER ENTRY TAKES ITS AMOUNT OFF THE NEW
      * COUNT ON THE COUNTRY'S REPORT-DATE ROW AND PUTS IT ON THE
      * EARLIER DAYS IT BELONGS TO - SPREAD EVENLY OVER THE N DAYS
      * BEFORE THE REPORT DATE (ANY REMAINDER ONE APIECE ON THE
      * EARLIEST DAYS) OR ALL ON ONE TARGET DATE.  THE MATCHING
      * CUMULATIVE TOTAL IS RAISED ON EVERY ROW FROM THE FIRST DAY
      * THAT RECEIVED A SHARE UP TO THE DAY BEFORE THE REPORT DATE
      * BY WHAT HAS BEEN MOVED ONTO OR BEFORE THAT DAY, SO THE
      * TOTALS STAY CONSISTENT WITH THE NEW COUNTS AND ARE
      * UNCHANGED FROM THE REPORT DATE ON.  ONLY COUNTRY-LEVEL ROWS
      * (TYPE C, E OR A SHORT 199-BYTE ROW) ARE ADJUSTED; PROVINCE
      * ROWS ARE COPIED UNCHANGED.
      *
      * AN ENTRY IS APPLIED ONLY WHEN THE ARCHIVE HOLDS THE
      * COUNTRY'S ROW ON THE REPORT DATE AND ON EVERY DAY THE
      * AMOUNT GOES TO, AND ALL THE ENTRIES FOR ONE DUMP TOGETHER
      * DO NOT EXCEED THE NEW COUNT REPORTED THAT DAY.  OTHERWISE
      * THE ENTRY IS LISTED AS NOT APPLIED (RETURN CODE 4) AND
      * THE FIGURES ARE LEFT AS REPORTED.  AN ENTRY WHOSE REPORT
      * DATE FALLS OUTSIDE THE ARCHIVE IS SIMPLY LISTED.
      *
      * THE ARCHIVE IS READ TWICE - THE FIRST PASS CHECKS EVERY
      * ENTRY AGAINST THE ROWS, THE SECOND WRITES THE ADJUSTED
      * SERIES.  THE LISTING SHOWS EVERY LEDGER ENTRY WITH ITS
      * DISPOSITION, THEN FOR EACH COUNTRY ON THE LEDGER AND EACH
      * FIELD IT ADJUSTS THE REPORTED AND ADJUSTED SUMS OF THE NEW
      * COUNT AND THE LATEST CUMULATIVE TOTAL, THEN THE SAME SUMS
      * OVER EVERY COUNTRY.  BOTH SIDES ARE ADDED UP FROM THE ROWS
      * AS THEY ARE READ AND WRITTEN, AND MUST BALANCE EXACTLY -
      * AN OUT-OF-BALANCE LINE MEANS CANADJ MUST NOT BE USED, AND
      * ENDS THE RUN WITH RETURN CODE 8.
      *
      * COVTREND READS COVID19'S HISTORY GENERATIONS RATHER THAN
      * THE CANONICAL FILE, SO WHEN THE SYSIN CARD CARRIES AN
      * AS-OF DATE (COL 1-8, YYYYMMDD) THIS PROGRAM ALSO WRITES
      * SEVEN ADJUSTED HISTORY GENERATIONS IN THE HISTOUT LAYOUT -
      * HISTA1 FOR THE AS-OF DATE BACK TO HISTA7 SIX DAYS EARLIER
      * - FOR COVTREND'S HISTG1-HISTG7 DDNAMES.  A BLANK CARD
      * WRITES NO GENERATIONS.
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
           SELECT CANON-OUT ASSIGN TO CANADJ
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LEDGER-IN ASSIGN TO ADJMST
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO SYSIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-ADJ-1 ASSIGN TO HISTA1
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-ADJ-2 ASSIGN TO HISTA2
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-ADJ-3 ASSIGN TO HISTA3
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-ADJ-4 ASSIGN TO HISTA4
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-ADJ-5 ASSIGN TO HISTA5
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-ADJ-6 ASSIGN TO HISTA6
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-ADJ-7 ASSIGN TO HISTA7
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
      * LEDGER ENTRY LINE.
      *
       01  PRT-RCD.
           05  PRT-CC                           PIC X(02).
           05  FILLER                           PIC X(02).
           05  PRT-REPORT-DATE                  PIC X(10).
           05  FILLER                           PIC X(02).
           05  PRT-FIELD                        PIC X(10).
           05  FILLER                           PIC X(02).
           05  PRT-ENTRY-NO                     PIC 9(02).
           05  FILLER                           PIC X(02).
           05  PRT-SPREAD                       PIC X(18).
           05  FILLER                           PIC X(02).
           05  PRT-AMOUNT                       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  PRT-STATUS                       PIC X(40).
           05  FILLER                           PIC X(23).
      *
      * ALTERNATE VIEW OF PRT-RCD FOR AN ENTRY'S REASON AND SOURCE.
      *
       01  PRT-RCD-REASON REDEFINES PRT-RCD.
           05  FILLER                           PIC X(04).
           05  RPTR-REASON-LIT                  PIC X(08).
           05  RPTR-REASON                      PIC X(24).
           05  FILLER                           PIC X(02).
           05  RPTR-SOURCE-LIT                  PIC X(08).
           05  RPTR-SOURCE-REF                  PIC X(20).
           05  FILLER                           PIC X(66).
      *
      * ALTERNATE VIEW OF PRT-RCD FOR THE BALANCE PAGE.
      *
       01  PRT-RCD-BAL REDEFINES PRT-RCD.
           05  RPTB-CC                          PIC X(02).
           05  FILLER                           PIC X(02).
           05  RPTB-COUNTRY                     PIC X(20).
           05  FILLER                           PIC X(02).
           05  RPTB-FIELD                       PIC X(12).
           05  FILLER                           PIC X(02).
           05  RPTB-REPORTED                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  RPTB-ADJUSTED                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  RPTB-MOVED                       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  RPTB-LAST-TOTAL                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(02).
           05  RPTB-STATUS                      PIC X(16).
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
      * CANONICAL ARCHIVE AS REPORTED - READ AS VARIABLE 199-TO-
      * 220-BYTE RECORDS SO PRE-PROVINCE GENERATIONS STAY READABLE.
      *
       FD  CANON-IN RECORDING MODE IS V
           RECORD IS VARYING FROM 199 TO 220 CHARACTERS
           DEPENDING ON WS-CANON-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       COPY CVDCANF.
      *
      * ADJUSTED SERIES - EVERY INPUT RECORD, AT ITS INPUT LENGTH.
      *
       FD  CANON-OUT RECORDING MODE IS V
           RECORD IS VARYING FROM 199 TO 220 CHARACTERS
           DEPENDING ON WS-CANON-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  CANADJ-REC                           PIC X(220).
      *
       FD  LEDGER-IN RECORDING MODE IS F.
       COPY CVDADJL.
      *
      * COL 1-8 AS-OF DATE (YYYYMMDD) FOR THE ADJUSTED HISTORY
      * GENERATIONS, OR BLANK FOR NONE.
      *
       FD  CONTROL-CARD RECORDING MODE IS F.
       01  CONTROL-REC.
           05  CC-ASOF-DATE                     PIC X(08).
           05  FILLER                           PIC X(72).
      *
      * ADJUSTED HISTORY GENERATIONS, HISTOUT LAYOUT, ALWAYS THE
      * FULL 82 BYTES.
      *
       FD  HIST-ADJ-1 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-HIST-ADJ-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-A1-REC                          PIC X(82).
       FD  HIST-ADJ-2 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-HIST-ADJ-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-A2-REC                          PIC X(82).
       FD  HIST-ADJ-3 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-HIST-ADJ-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-A3-REC                          PIC X(82).
       FD  HIST-ADJ-4 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-HIST-ADJ-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-A4-REC                          PIC X(82).
       FD  HIST-ADJ-5 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-HIST-ADJ-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-A5-REC                          PIC X(82).
       FD  HIST-ADJ-6 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-HIST-ADJ-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-A6-REC                          PIC X(82).
       FD  HIST-ADJ-7 RECORDING MODE IS V
           RECORD IS VARYING FROM 58 TO 82 CHARACTERS
           DEPENDING ON WS-HIST-ADJ-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       01  HIST-A7-REC                          PIC X(82).
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
           VALUE "ADJUSTMENT LEDGER - ENTRIES AND DISPOSITION".
       01  HEADER-2.
           05  FILLER                           PIC X(04)
                VALUE "CC".
           05  FILLER                           PIC X(12)
                VALUE "RPT DATE".
           05  FILLER                           PIC X(12)
                VALUE "FIELD".
           05  FILLER                           PIC X(04)
                VALUE "NO".
           05  FILLER                           PIC X(20)
                VALUE "SPREAD".
           05  FILLER                           PIC X(17)
                VALUE "         AMOUNT".
           05  FILLER                           PIC X(11)
                VALUE "DISPOSITION".
       01  HEADER-3                             PIC X(60)
           VALUE "ADJUSTED VERSUS REPORTED - BALANCE BY COUNTRY".
       01  HEADER-4.
           05  FILLER                           PIC X(04)
                VALUE "CC".
           05  FILLER                           PIC X(22)
                VALUE "COUNTRY".
           05  FILLER                           PIC X(14)
                VALUE "FIELD".
           05  FILLER                           PIC X(19)
                VALUE "   REPORTED NEW".
           05  FILLER                           PIC X(19)
                VALUE "   ADJUSTED NEW".
           05  FILLER                           PIC X(19)
                VALUE "       MOVED".
           05  FILLER                           PIC X(19)
                VALUE "  LATEST TOTAL".
           05  FILLER                           PIC X(06)
                VALUE "STATUS".
       01  HEADER-5                             PIC X(132)
           VALUE ALL "=".
      *
      * THE FOUR NEW-COUNT FIELDS A LEDGER ENTRY CAN ADJUST, BY
      * LEDGER FIELD CODE.  FIELD N IS CANONICAL COUNT 2N-1 AND
      * ITS CUMULATIVE TOTAL COUNT 2N.
      *
       01  WS-FIELD-DATA.
           05  FILLER                           PIC X(13)
                VALUE "CNEW-CC      ".
           05  FILLER                           PIC X(13)
                VALUE "DNEW-DEATHS  ".
           05  FILLER                           PIC X(13)
                VALUE "RNEW-RECVR   ".
           05  FILLER                           PIC X(13)
                VALUE "VNEW-DOSES   ".
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-DATA.
           05  WS-FLD-ENTRY OCCURS 4 TIMES
                             INDEXED BY WS-FLD-IDX.
               10  WS-FLD-CODE                  PIC X(01).
               10  WS-FLD-NAME                  PIC X(12).
       01  WS-FLD-SUB                           PIC 9(02) COMP
           VALUE ZERO.
       01  WS-NEW-SUB                           PIC 9(02) COMP
           VALUE ZERO.
       01  WS-TOT-SUB                           PIC 9(02) COMP
           VALUE ZERO.
      *
      * THE LEDGER, IN KEY SEQUENCE, WITH WHAT THIS RUN WORKS OUT
      * FOR EACH ENTRY - ITS DAY NUMBERS, ITS EVEN SHARE AND
      * REMAINDER, WHAT THE FIRST PASS FOUND, AND ITS DISPOSITION
      * ('A' APPLIED, 'O' OUTSIDE THE ARCHIVE, 'N' NOT APPLIED).
      *
       01  WS-LEDGER-TABLE.
           05  WS-LE-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-LE-IDX.
               10  WS-LE-KEY.
                   15  WS-LE-CC                 PIC X(02).
                   15  WS-LE-REPORT-DATE        PIC X(08).
                   15  WS-LE-FIELD              PIC X(01).
                   15  WS-LE-ENTRY-NO           PIC 9(02).
               10  WS-LE-METHOD                 PIC X(01).
               10  WS-LE-DAYS                   PIC 9(03).
               10  WS-LE-TARGET-DATE            PIC X(08).
               10  WS-LE-AMOUNT                 PIC 9(12).
               10  WS-LE-REASON                 PIC X(24).
               10  WS-LE-SOURCE-REF             PIC X(20).
               10  WS-LE-FLD                    PIC 9(02) COMP.
               10  WS-LE-RPT-DAY                PIC 9(09) COMP.
               10  WS-LE-FIRST-DAY              PIC 9(09) COMP.
               10  WS-LE-SHARE                  PIC 9(12) COMP.
               10  WS-LE-REM                    PIC 9(03) COMP.
               10  WS-LE-RPT-FOUND              PIC X(01).
               10  WS-LE-RPT-NEW                PIC 9(12) COMP.
               10  WS-LE-DAYS-FOUND             PIC 9(05) COMP.
               10  WS-LE-DUMP-SUM               PIC 9(15) COMP.
               10  WS-LE-STATUS                 PIC X(01).
               10  WS-LE-NOTE                   PIC X(40).
       01  WS-LEDGER-CNT                        PIC 9(05) COMP
           VALUE ZERO.
       01  WS-LE-SUB                            PIC 9(05) COMP
           VALUE ZERO.
       01  WS-LE-SUB-2                          PIC 9(05) COMP
           VALUE ZERO.
       01  WS-PREV-KEY                          PIC X(13)
           VALUE LOW-VALUES.
      *
      * ONE ENTRY PER COUNTRY ON THE LEDGER - ITS RANGE OF LEDGER
      * ENTRIES AND, PER FIELD, THE BALANCE FIGURES.
      *
       01  WS-LC-TABLE.
           05  WS-LC-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-LC-IDX.
               10  WS-LC-CC                     PIC X(02).
               10  WS-LC-COUNTRY                PIC X(20).
               10  WS-LC-FIRST                  PIC 9(05) COMP.
               10  WS-LC-LAST                   PIC 9(05) COMP.
               10  WS-LC-FLD OCCURS 4 TIMES.
                   15  WS-LC-HAS-ENTRIES        PIC X(01).
                   15  WS-LC-REP-NEW            PIC 9(15) COMP.
                   15  WS-LC-ADJ-NEW            PIC 9(15) COMP.
                   15  WS-LC-MOVED              PIC 9(15) COMP.
                   15  WS-LC-LAST-DAY           PIC 9(09) COMP.
                   15  WS-LC-REP-LAST-TOT       PIC 9(12) COMP.
                   15  WS-LC-ADJ-LAST-TOT       PIC 9(12) COMP.
       01  WS-LC-CNT                            PIC 9(05) COMP
           VALUE ZERO.
       01  WS-LC-SUB                            PIC 9(05) COMP
           VALUE ZERO.
       01  WS-LC-FOUND                          PIC X(01).
      *
      * SUMS OVER EVERY COUNTRY-LEVEL ROW IN THE ARCHIVE.
      *
       01  WS-GRAND-TABLE.
           05  WS-GT-FLD OCCURS 4 TIMES.
               10  WS-GT-REP-NEW                PIC 9(15) COMP.
               10  WS-GT-ADJ-NEW                PIC 9(15) COMP.
               10  WS-GT-MOVED                  PIC 9(15) COMP.
      *
      * THE ROW IN HAND, WITH ITS NINE COUNTS ADDRESSABLE BY
      * POSITION, AND THE COUNTS AS REPORTED.
      *
       01  WS-ROW-CAN.
           05  WS-RC-COUNTRY                    PIC X(20).
           05  WS-RC-CC                         PIC X(02).
           05  WS-RC-SLUG                       PIC X(50).
           05  WS-RC-COUNT OCCURS 9 TIMES       PIC 9(12).
           05  WS-RC-DATE                       PIC X(10).
           05  WS-RC-TIME                       PIC X(09).
           05  WS-RC-TYPE                       PIC X(01).
           05  WS-RC-PROVINCE                   PIC X(20).
       01  WS-ROW-ORIG.
           05  WS-RO-COUNT OCCURS 9 TIMES       PIC 9(12).
       01  WS-ROW-DAY                           PIC 9(09) COMP.
       01  WS-ROW-SUB                           PIC 9(09) COMP.
       01  WS-ROW-SHARE                         PIC 9(12) COMP.
       01  WS-ROW-CUM                           PIC 9(12) COMP.
       01  WS-ROW-ADJUSTED                      PIC X(01).
      *
      * DAY NUMBERS.  A DATE IS TURNED INTO A DAY NUMBER BY THE
      * USUAL CHRONOLOGICAL (JULIAN DAY) ARITHMETIC SO SPANS AND
      * WINDOWS ARE PLAIN SUBTRACTION.
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
           05  WS-DC-TERM                       PIC 9(09) COMP.
           05  WS-DC-JDN                        PIC 9(09) COMP.
           05  WS-DC-QUOT                       PIC 9(09) COMP.
       01  WS-ARCH-FIRST-DAY                    PIC 9(09) COMP
           VALUE 999999999.
       01  WS-ARCH-LAST-DAY                     PIC 9(09) COMP
           VALUE ZERO.
       01  WS-ASOF-DAY                          PIC 9(09) COMP
           VALUE ZERO.
       01  WS-GEN                               PIC 9(09) COMP
           VALUE ZERO.
      *
      * ADJUSTED HISTORY RECORD, IN COVID19'S HISTOUT LAYOUT.
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
       01  WS-SPREAD-TEXT                       PIC X(18).
       01  WS-DAYS-SHOW                         PIC ZZ9.
       01  WS-FLD-BALANCED                      PIC X(01).
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-START-DATE                PIC X(08).
           05  WS-RUN-START-TIME                PIC X(08).
      *
       01  FLAGS.
           05  LAST-REC                         PIC X(01) VALUE 'N'.
           05  LAST-ADJL-REC                    PIC X(01) VALUE 'N'.
           05  WS-TABLE-FULL                    PIC X(01) VALUE 'N'.
           05  WS-OUT-OF-SEQ                    PIC X(01) VALUE 'N'.
           05  WS-CARD-VALID                    PIC X(01) VALUE 'Y'.
           05  WS-WRITE-GENS                    PIC X(01) VALUE 'N'.
           05  WS-OUT-OF-BALANCE                PIC X(01) VALUE 'N'.
      *
       01  WS-CANON-REC-LEN                     PIC 9(07) COMP
           VALUE ZERO.
       01  WS-HIST-ADJ-LEN                      PIC 9(07) COMP
           VALUE 82.
       01  WS-FINAL-RC                          PIC 9(04)
           VALUE ZERO.
      *
       01  COUNTERS.
           05  LINE-CTR                         PIC S9(03) COMP
               VALUE ZERO.
           05  RCD-IN                           PIC 9(07) COMP
               VALUE ZERO.
           05  WS-OUT-CNT                       PIC 9(07) COMP
               VALUE ZERO.
           05  WS-ROWS-ADJUSTED                 PIC 9(07) COMP
               VALUE ZERO.
           05  WS-APPLIED-CNT                   PIC 9(05) COMP
               VALUE ZERO.
           05  WS-OUTSIDE-CNT                   PIC 9(05) COMP
               VALUE ZERO.
           05  WS-NOT-APPLIED-CNT               PIC 9(05) COMP
               VALUE ZERO.
           05  WS-GEN-REC-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-UNBALANCED-CNT                PIC 9(05) COMP
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
               DISPLAY "COVADJ - SYSIN AS-OF DATE MUST BE A VALID "
                   "YYYYMMDD DATE OR BLANK - RUN STOPPED"
               MOVE 8 TO WS-FINAL-RC
               PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2500-LOAD-LEDGER THRU 2500-EXIT.
           IF WS-TABLE-FULL = 'Y' OR WS-OUT-OF-SEQ = 'Y'
               DISPLAY "COVADJ - LEDGER EXCEEDS THE 2000-ENTRY OR "
                   "500-COUNTRY TABLE OR IS OUT OF KEY SEQUENCE - "
                   "RUN STOPPED"
               MOVE 8 TO WS-FINAL-RC
               PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-SCAN-ARCHIVE THRU 3000-EXIT.
           PERFORM 3500-DISPOSE-ENTRIES THRU 3500-EXIT.
           PERFORM 5500-WRITE-ADJUSTED THRU 5500-EXIT.
           OPEN OUTPUT PRINT-LINE.
           PERFORM 7000-LIST-LEDGER THRU 7000-EXIT.
           PERFORM 7500-LIST-BALANCE THRU 7500-EXIT.
           PERFORM 8000-WRITE-FOOTER THRU 8000-EXIT.
           CLOSE PRINT-LINE.
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE = 'Y'
                   DISPLAY "COVADJ - ADJUSTED SERIES DOES NOT "
                       "BALANCE TO THE ARCHIVE - DO NOT USE CANADJ"
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-NOT-APPLIED-CNT > ZERO
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE ZERO TO WS-FINAL-RC
           END-EVALUATE.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      *
      * AS-OF DATE FOR THE ADJUSTED HISTORY GENERATIONS.  NO CARD
      * OR A BLANK ONE MEANS NONE ARE WRITTEN.
      *
       1100-READ-CONTROL-CARD.
           MOVE SPACES TO CONTROL-REC.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END MOVE SPACES TO CONTROL-REC
           END-READ.
           CLOSE CONTROL-CARD.
           IF CC-ASOF-DATE NOT = SPACES
               IF CC-ASOF-DATE NUMERIC
                   AND CC-ASOF-DATE(5:2) NOT < "01"
                   AND CC-ASOF-DATE(5:2) NOT > "12"
                   AND CC-ASOF-DATE(7:2) NOT < "01"
                   AND CC-ASOF-DATE(7:2) NOT > "31"
                   MOVE 'Y' TO WS-WRITE-GENS
                   MOVE CC-ASOF-DATE TO WS-CUR-DATE-X
                   PERFORM 6400-DATE-TO-DAY-NUMBER THRU 6400-EXIT
                   MOVE WS-DC-JDN TO WS-ASOF-DAY
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *
      * LOAD THE LEDGER, WORK OUT EACH ENTRY'S DAY NUMBERS AND
      * SHARES, AND INDEX THE ENTRIES BY COUNTRY.  THE LEDGER IS IN
      * KEY SEQUENCE, SO EACH COUNTRY'S ENTRIES ARE CONTIGUOUS.
      *
       2500-LOAD-LEDGER.
           MOVE 'N' TO LAST-ADJL-REC.
           OPEN INPUT LEDGER-IN.
           PERFORM 2510-LOAD-ONE-ADJL THRU 2510-EXIT
               UNTIL LAST-ADJL-REC = 'Y'
                   OR WS-TABLE-FULL = 'Y'
                   OR WS-OUT-OF-SEQ = 'Y'.
           CLOSE LEDGER-IN.
       2500-EXIT.
           EXIT.
      *
       2510-LOAD-ONE-ADJL.
           READ LEDGER-IN
               AT END MOVE 'Y' TO LAST-ADJL-REC
           END-READ.
           IF LAST-ADJL-REC NOT = 'Y'
               EVALUATE TRUE
                   WHEN ADJL-KEY NOT > WS-PREV-KEY
                       MOVE 'Y' TO WS-OUT-OF-SEQ
                   WHEN WS-LEDGER-CNT NOT < 2000
                       MOVE 'Y' TO WS-TABLE-FULL
                   WHEN ADJL-CC NOT = WS-PREV-KEY(1:2)
                       AND WS-LC-CNT NOT < 500
                       MOVE 'Y' TO WS-TABLE-FULL
                   WHEN OTHER
                       PERFORM 2520-STORE-ENTRY THRU 2520-EXIT
               END-EVALUATE
           END-IF.
       2510-EXIT.
           EXIT.
      *
       2520-STORE-ENTRY.
           ADD 1 TO WS-LEDGER-CNT.
           SET WS-LE-IDX TO WS-LEDGER-CNT.
           INITIALIZE WS-LE-ENTRY(WS-LE-IDX).
           MOVE ADJL-KEY          TO WS-LE-KEY(WS-LE-IDX).
           MOVE ADJL-METHOD       TO WS-LE-METHOD(WS-LE-IDX).
           MOVE ADJL-DAYS         TO WS-LE-DAYS(WS-LE-IDX).
           MOVE ADJL-TARGET-DATE  TO WS-LE-TARGET-DATE(WS-LE-IDX).
           MOVE ADJL-AMOUNT       TO WS-LE-AMOUNT(WS-LE-IDX).
           MOVE ADJL-REASON       TO WS-LE-REASON(WS-LE-IDX).
           MOVE ADJL-SOURCE-REF   TO WS-LE-SOURCE-REF(WS-LE-IDX).
           MOVE 'N'               TO WS-LE-RPT-FOUND(WS-LE-IDX).
           SET WS-FLD-IDX TO 1.
           SEARCH WS-FLD-ENTRY
               AT END
                   MOVE 1 TO WS-LE-FLD(WS-LE-IDX)
               WHEN WS-FLD-CODE(WS-FLD-IDX) = ADJL-FIELD
                   SET WS-LE-FLD(WS-LE-IDX) TO WS-FLD-IDX
           END-SEARCH.
           MOVE ADJL-REPORT-DATE TO WS-CUR-DATE-X.
           PERFORM 6400-DATE-TO-DAY-NUMBER THRU 6400-EXIT.
           MOVE WS-DC-JDN TO WS-LE-RPT-DAY(WS-LE-IDX).
           IF ADJL-METHOD = 'T'
               MOVE ADJL-TARGET-DATE TO WS-CUR-DATE-X
               PERFORM 6400-DATE-TO-DAY-NUMBER THRU 6400-EXIT
               MOVE WS-DC-JDN TO WS-LE-FIRST-DAY(WS-LE-IDX)
           ELSE
               COMPUTE WS-LE-FIRST-DAY(WS-LE-IDX) =
                   WS-LE-RPT-DAY(WS-LE-IDX) - ADJL-DAYS
               DIVIDE ADJL-AMOUNT BY ADJL-DAYS
                   GIVING WS-LE-SHARE(WS-LE-IDX)
                   REMAINDER WS-LE-REM(WS-LE-IDX)
           END-IF.
           IF ADJL-CC NOT = WS-PREV-KEY(1:2)
               ADD 1 TO WS-LC-CNT
               SET WS-LC-IDX TO WS-LC-CNT
               INITIALIZE WS-LC-ENTRY(WS-LC-IDX)
               MOVE ADJL-CC       TO WS-LC-CC(WS-LC-IDX)
               MOVE WS-LEDGER-CNT TO WS-LC-FIRST(WS-LC-IDX)
           END-IF.
           SET WS-LC-IDX TO WS-LC-CNT.
           MOVE WS-LEDGER-CNT TO WS-LC-LAST(WS-LC-IDX).
           MOVE 'Y' TO WS-LC-HAS-ENTRIES(WS-LC-IDX,
                                        WS-LE-FLD(WS-LE-IDX)).
           MOVE ADJL-KEY TO WS-PREV-KEY.
       2520-EXIT.
           EXIT.
      *
      * FIRST PASS - NOTE THE ARCHIVE'S DATE SPAN AND, FOR EVERY
      * LEDGER ENTRY, WHETHER ITS REPORT-DATE ROW AND THE ROWS IT
      * SPREADS ONTO ARE THERE.
      *
       3000-SCAN-ARCHIVE.
           MOVE 'N' TO LAST-REC.
           OPEN INPUT CANON-IN.
           PERFORM 5000-READ-CANON THRU 5000-EXIT.
           PERFORM 3100-SCAN-ONE-ROW THRU 3100-EXIT
               UNTIL LAST-REC = 'Y'.
           CLOSE CANON-IN.
       3000-EXIT.
           EXIT.
      *
       3100-SCAN-ONE-ROW.
           MOVE CAN-REC TO WS-ROW-CAN.
           PERFORM 5050-SET-ROW-DAY THRU 5050-EXIT.
           IF WS-RC-TYPE NOT = 'P' AND WS-ROW-DAY > ZERO
               IF WS-ROW-DAY < WS-ARCH-FIRST-DAY
                   MOVE WS-ROW-DAY TO WS-ARCH-FIRST-DAY
               END-IF
               IF WS-ROW-DAY > WS-ARCH-LAST-DAY
                   MOVE WS-ROW-DAY TO WS-ARCH-LAST-DAY
               END-IF
               PERFORM 6000-FIND-COUNTRY THRU 6000-EXIT
               IF WS-LC-FOUND = 'Y'
                   MOVE WS-RC-COUNTRY TO WS-LC-COUNTRY(WS-LC-IDX)
                   PERFORM 3110-SCAN-ONE-ENTRY THRU 3110-EXIT
                       VARYING WS-LE-SUB FROM WS-LC-FIRST(WS-LC-IDX)
                       BY 1 UNTIL WS-LE-SUB > WS-LC-LAST(WS-LC-IDX)
               END-IF
           END-IF.
           PERFORM 5000-READ-CANON THRU 5000-EXIT.
       3100-EXIT.
           EXIT.
      *
       3110-SCAN-ONE-ENTRY.
           SET WS-LE-IDX TO WS-LE-SUB.
           COMPUTE WS-NEW-SUB = (2 * WS-LE-FLD(WS-LE-IDX)) - 1.
           IF WS-ROW-DAY = WS-LE-RPT-DAY(WS-LE-IDX)
               MOVE 'Y' TO WS-LE-RPT-FOUND(WS-LE-IDX)
               MOVE WS-RC-COUNT(WS-NEW-SUB)
                   TO WS-LE-RPT-NEW(WS-LE-IDX)
           END-IF.
           IF WS-LE-METHOD(WS-LE-IDX) = 'T'
               IF WS-ROW-DAY = WS-LE-FIRST-DAY(WS-LE-IDX)
                   ADD 1 TO WS-LE-DAYS-FOUND(WS-LE-IDX)
               END-IF
           ELSE
               IF WS-ROW-DAY NOT < WS-LE-FIRST-DAY(WS-LE-IDX)
                   AND WS-ROW-DAY < WS-LE-RPT-DAY(WS-LE-IDX)
                   ADD 1 TO WS-LE-DAYS-FOUND(WS-LE-IDX)
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.
      *
      * DECIDE EACH ENTRY'S DISPOSITION, THEN HOLD BACK EVERY
      * ENTRY OF A DUMP WHOSE ENTRIES TOGETHER WOULD TAKE MORE OFF
      * THE REPORT DATE THAN WAS REPORTED THERE.
      *
       3500-DISPOSE-ENTRIES.
           PERFORM 3510-DISPOSE-ONE-ENTRY THRU 3510-EXIT
               VARYING WS-LE-SUB FROM 1 BY 1
               UNTIL WS-LE-SUB > WS-LEDGER-CNT.
           PERFORM 3550-SUM-ONE-DUMP THRU 3550-EXIT
               VARYING WS-LE-SUB FROM 1 BY 1
               UNTIL WS-LE-SUB > WS-LEDGER-CNT.
           PERFORM 3570-CHECK-ONE-DUMP THRU 3570-EXIT
               VARYING WS-LE-SUB FROM 1 BY 1
               UNTIL WS-LE-SUB > WS-LEDGER-CNT.
           PERFORM 3580-COUNT-ONE-ENTRY THRU 3580-EXIT
               VARYING WS-LE-SUB FROM 1 BY 1
               UNTIL WS-LE-SUB > WS-LEDGER-CNT.
       3500-EXIT.
           EXIT.
      *
       3510-DISPOSE-ONE-ENTRY.
           SET WS-LE-IDX TO WS-LE-SUB.
           MOVE 'N' TO WS-LE-STATUS(WS-LE-IDX).
           EVALUATE TRUE
               WHEN WS-LE-RPT-DAY(WS-LE-IDX) < WS-ARCH-FIRST-DAY
                   OR WS-LE-RPT-DAY(WS-LE-IDX) > WS-ARCH-LAST-DAY
                   MOVE 'O' TO WS-LE-STATUS(WS-LE-IDX)
                   MOVE "REPORT DATE OUTSIDE THIS ARCHIVE"
                       TO WS-LE-NOTE(WS-LE-IDX)
               WHEN WS-LE-FIRST-DAY(WS-LE-IDX) < WS-ARCH-FIRST-DAY
                   MOVE "*** NOT APPLIED - STARTS BEFORE ARCHIVE"
                       TO WS-LE-NOTE(WS-LE-IDX)
               WHEN WS-LE-RPT-FOUND(WS-LE-IDX) NOT = 'Y'
                   MOVE "*** NOT APPLIED - NO ROW ON REPORT DATE"
                       TO WS-LE-NOTE(WS-LE-IDX)
               WHEN WS-LE-METHOD(WS-LE-IDX) = 'T'
                   AND WS-LE-DAYS-FOUND(WS-LE-IDX) = ZERO
                   MOVE "*** NOT APPLIED - NO ROW ON TARGET DATE"
                       TO WS-LE-NOTE(WS-LE-IDX)
               WHEN WS-LE-METHOD(WS-LE-IDX) NOT = 'T'
                   AND WS-LE-DAYS-FOUND(WS-LE-IDX)
                       < WS-LE-DAYS(WS-LE-IDX)
                   MOVE "*** NOT APPLIED - SPREAD DAYS MISSING"
                       TO WS-LE-NOTE(WS-LE-IDX)
               WHEN OTHER
                   MOVE 'A' TO WS-LE-STATUS(WS-LE-IDX)
                   MOVE "APPLIED" TO WS-LE-NOTE(WS-LE-IDX)
           END-EVALUATE.
       3510-EXIT.
           EXIT.
      *
      * TOTAL OF THE STILL-APPLICABLE ENTRIES OF THIS ENTRY'S DUMP
      * (SAME COUNTRY, REPORT DATE AND FIELD).  THEY ARE ALL IN
      * THE SAME COUNTRY'S RANGE OF THE LEDGER.
      *
       3550-SUM-ONE-DUMP.
           SET WS-LE-IDX TO WS-LE-SUB.
           MOVE ZERO TO WS-LE-DUMP-SUM(WS-LE-IDX).
           IF WS-LE-STATUS(WS-LE-IDX) = 'A'
               PERFORM 3560-ADD-ONE-DUMP-ENTRY THRU 3560-EXIT
                   VARYING WS-LE-SUB-2 FROM 1 BY 1
                   UNTIL WS-LE-SUB-2 > WS-LEDGER-CNT
           END-IF.
       3550-EXIT.
           EXIT.
      *
       3560-ADD-ONE-DUMP-ENTRY.
           IF WS-LE-KEY(WS-LE-SUB-2)(1:11)
                   = WS-LE-KEY(WS-LE-SUB)(1:11)
               AND WS-LE-STATUS(WS-LE-SUB-2) = 'A'
               ADD WS-LE-AMOUNT(WS-LE-SUB-2)
                   TO WS-LE-DUMP-SUM(WS-LE-SUB)
           END-IF.
       3560-EXIT.
           EXIT.
      *
       3570-CHECK-ONE-DUMP.
           SET WS-LE-IDX TO WS-LE-SUB.
           IF WS-LE-STATUS(WS-LE-IDX) = 'A'
               AND WS-LE-DUMP-SUM(WS-LE-IDX)
                   > WS-LE-RPT-NEW(WS-LE-IDX)
               MOVE 'N' TO WS-LE-STATUS(WS-LE-IDX)
               MOVE "*** NOT APPLIED - DUMP EXCEEDS NEW COUNT"
                   TO WS-LE-NOTE(WS-LE-IDX)
           END-IF.
       3570-EXIT.
           EXIT.
      *
       3580-COUNT-ONE-ENTRY.
           SET WS-LE-IDX TO WS-LE-SUB.
           EVALUATE WS-LE-STATUS(WS-LE-IDX)
               WHEN 'A'
                   ADD 1 TO WS-APPLIED-CNT
                   MOVE WS-LE-CC(WS-LE-IDX) TO WS-RC-CC
                   PERFORM 6000-FIND-COUNTRY THRU 6000-EXIT
                   MOVE WS-LE-FLD(WS-LE-IDX) TO WS-FLD-SUB
                   ADD WS-LE-AMOUNT(WS-LE-IDX)
                       TO WS-LC-MOVED(WS-LC-IDX, WS-FLD-SUB)
                   ADD WS-LE-AMOUNT(WS-LE-IDX)
                       TO WS-GT-MOVED(WS-FLD-SUB)
               WHEN 'O'
                   ADD 1 TO WS-OUTSIDE-CNT
               WHEN OTHER
                   ADD 1 TO WS-NOT-APPLIED-CNT
           END-EVALUATE.
       3580-EXIT.
           EXIT.
      *
       4000-WRITE-LEDGER-HEADERS.
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
       4100-WRITE-BALANCE-HEADERS.
           MOVE HEADER-3 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           MOVE HEADER-4 TO PRT-RCD.
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
           END-IF.
       5000-EXIT.
           EXIT.
      *
      * DAY NUMBER OF THE ROW IN HAND - ZERO IF ITS DATE IS NOT A
      * DATE, WHICH LEAVES THE ROW OUT OF EVERY ADJUSTMENT.
      *
       5050-SET-ROW-DAY.
           MOVE ZERO TO WS-ROW-DAY.
           IF WS-RC-DATE(1:4) NUMERIC
               AND WS-RC-DATE(6:2) NUMERIC
               AND WS-RC-DATE(9:2) NUMERIC
               MOVE WS-RC-DATE(1:4) TO WS-CD-YYYY
               MOVE WS-RC-DATE(6:2) TO WS-CD-MM
               MOVE WS-RC-DATE(9:2) TO WS-CD-DD
               PERFORM 6400-DATE-TO-DAY-NUMBER THRU 6400-EXIT
               MOVE WS-DC-JDN TO WS-ROW-DAY
           END-IF.
       5050-EXIT.
           EXIT.
      *
      * SECOND PASS - WRITE EVERY RECORD TO CANADJ, ADJUSTED WHERE
      * THE LEDGER SAYS SO, AND ADD UP BOTH SIDES OF THE BALANCE.
      *
       5500-WRITE-ADJUSTED.
           MOVE 'N' TO LAST-REC.
           OPEN INPUT CANON-IN.
           OPEN OUTPUT CANON-OUT.
           IF WS-WRITE-GENS = 'Y'
               OPEN OUTPUT HIST-ADJ-1
               OPEN OUTPUT HIST-ADJ-2
               OPEN OUTPUT HIST-ADJ-3
               OPEN OUTPUT HIST-ADJ-4
               OPEN OUTPUT HIST-ADJ-5
               OPEN OUTPUT HIST-ADJ-6
               OPEN OUTPUT HIST-ADJ-7
           END-IF.
           PERFORM 5000-READ-CANON THRU 5000-EXIT.
           PERFORM 5510-ADJUST-ONE-ROW THRU 5510-EXIT
               UNTIL LAST-REC = 'Y'.
           CLOSE CANON-IN.
           CLOSE CANON-OUT.
           IF WS-WRITE-GENS = 'Y'
               CLOSE HIST-ADJ-1
               CLOSE HIST-ADJ-2
               CLOSE HIST-ADJ-3
               CLOSE HIST-ADJ-4
               CLOSE HIST-ADJ-5
               CLOSE HIST-ADJ-6
               CLOSE HIST-ADJ-7
           END-IF.
       5500-EXIT.
           EXIT.
      *
       5510-ADJUST-ONE-ROW.
           ADD 1 TO RCD-IN.
           MOVE CAN-REC TO WS-ROW-CAN.
           PERFORM 5050-SET-ROW-DAY THRU 5050-EXIT.
           IF WS-RC-TYPE NOT = 'P' AND WS-ROW-DAY > ZERO
               MOVE WS-ROW-CAN(73:108) TO WS-ROW-ORIG
               MOVE 'N' TO WS-ROW-ADJUSTED
               PERFORM 6000-FIND-COUNTRY THRU 6000-EXIT
               IF WS-LC-FOUND = 'Y'
                   PERFORM 5520-APPLY-ONE-ENTRY THRU 5520-EXIT
                       VARYING WS-LE-SUB FROM WS-LC-FIRST(WS-LC-IDX)
                       BY 1 UNTIL WS-LE-SUB > WS-LC-LAST(WS-LC-IDX)
               END-IF
               IF WS-ROW-ADJUSTED = 'Y'
                   ADD 1 TO WS-ROWS-ADJUSTED
               END-IF
               PERFORM 5530-POST-ONE-FIELD THRU 5530-EXIT
                   VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > 4
               IF WS-WRITE-GENS = 'Y'
                   AND WS-RC-TYPE NOT = 'E'
                   AND WS-ROW-DAY NOT > WS-ASOF-DAY
                   AND WS-ROW-DAY + 6 NOT < WS-ASOF-DAY
                   PERFORM 5600-WRITE-TREND-GEN THRU 5600-EXIT
               END-IF
           END-IF.
           MOVE WS-ROW-CAN TO CANADJ-REC.
           WRITE CANADJ-REC.
           ADD 1 TO WS-OUT-CNT.
           PERFORM 5000-READ-CANON THRU 5000-EXIT.
       5510-EXIT.
           EXIT.
      *
      * ONE APPLIED ENTRY AGAINST THE ROW IN HAND.  DAY K OF AN
      * EVEN SPREAD GETS THE SHARE, PLUS ONE WHILE K IS WITHIN THE
      * REMAINDER; BY DAY K THE SPREAD HAS MOVED K SHARES PLUS THE
      * SMALLER OF K AND THE REMAINDER.
      *
       5520-APPLY-ONE-ENTRY.
           SET WS-LE-IDX TO WS-LE-SUB.
           IF WS-LE-STATUS(WS-LE-IDX) = 'A'
               COMPUTE WS-NEW-SUB = (2 * WS-LE-FLD(WS-LE-IDX)) - 1
               COMPUTE WS-TOT-SUB = WS-NEW-SUB + 1
               IF WS-ROW-DAY = WS-LE-RPT-DAY(WS-LE-IDX)
                   IF WS-RC-COUNT(WS-NEW-SUB)
                       NOT < WS-LE-AMOUNT(WS-LE-IDX)
                       SUBTRACT WS-LE-AMOUNT(WS-LE-IDX)
                           FROM WS-RC-COUNT(WS-NEW-SUB)
                       MOVE 'Y' TO WS-ROW-ADJUSTED
                   END-IF
               END-IF
               IF WS-ROW-DAY NOT < WS-LE-FIRST-DAY(WS-LE-IDX)
                   AND WS-ROW-DAY < WS-LE-RPT-DAY(WS-LE-IDX)
                   PERFORM 5525-SHARE-FOR-DAY THRU 5525-EXIT
                   ADD WS-ROW-SHARE TO WS-RC-COUNT(WS-NEW-SUB)
                   ADD WS-ROW-CUM   TO WS-RC-COUNT(WS-TOT-SUB)
                   MOVE 'Y' TO WS-ROW-ADJUSTED
               END-IF
           END-IF.
       5520-EXIT.
           EXIT.
      *
       5525-SHARE-FOR-DAY.
           IF WS-LE-METHOD(WS-LE-IDX) = 'T'
               MOVE WS-LE-AMOUNT(WS-LE-IDX) TO WS-ROW-CUM
               IF WS-ROW-DAY = WS-LE-FIRST-DAY(WS-LE-IDX)
                   MOVE WS-LE-AMOUNT(WS-LE-IDX) TO WS-ROW-SHARE
               ELSE
                   MOVE ZERO TO WS-ROW-SHARE
               END-IF
           ELSE
               COMPUTE WS-ROW-SUB =
                   WS-ROW-DAY - WS-LE-FIRST-DAY(WS-LE-IDX) + 1
               MOVE WS-LE-SHARE(WS-LE-IDX) TO WS-ROW-SHARE
               COMPUTE WS-ROW-CUM =
                   WS-LE-SHARE(WS-LE-IDX) * WS-ROW-SUB
               IF WS-ROW-SUB NOT > WS-LE-REM(WS-LE-IDX)
                   ADD 1 TO WS-ROW-SHARE
                   ADD WS-ROW-SUB TO WS-ROW-CUM
               ELSE
                   ADD WS-LE-REM(WS-LE-IDX) TO WS-ROW-CUM
               END-IF
           END-IF.
       5525-EXIT.
           EXIT.
      *
      * BOTH SIDES OF THE BALANCE FOR ONE FIELD OF THE ROW - INTO
      * THE ALL-COUNTRY SUMS AND, FOR A LEDGER COUNTRY, ITS OWN.
      *
       5530-POST-ONE-FIELD.
           COMPUTE WS-NEW-SUB = (2 * WS-FLD-SUB) - 1.
           COMPUTE WS-TOT-SUB = WS-NEW-SUB + 1.
           ADD WS-RO-COUNT(WS-NEW-SUB) TO WS-GT-REP-NEW(WS-FLD-SUB).
           ADD WS-RC-COUNT(WS-NEW-SUB) TO WS-GT-ADJ-NEW(WS-FLD-SUB).
           IF WS-LC-FOUND = 'Y'
               ADD WS-RO-COUNT(WS-NEW-SUB)
                   TO WS-LC-REP-NEW(WS-LC-IDX, WS-FLD-SUB)
               ADD WS-RC-COUNT(WS-NEW-SUB)
                   TO WS-LC-ADJ-NEW(WS-LC-IDX, WS-FLD-SUB)
               IF WS-ROW-DAY NOT < WS-LC-LAST-DAY(WS-LC-IDX, WS-FLD-SUB)
                   MOVE WS-ROW-DAY
                       TO WS-LC-LAST-DAY(WS-LC-IDX, WS-FLD-SUB)
                   MOVE WS-RO-COUNT(WS-TOT-SUB)
                       TO WS-LC-REP-LAST-TOT(WS-LC-IDX, WS-FLD-SUB)
                   MOVE WS-RC-COUNT(WS-TOT-SUB)
                       TO WS-LC-ADJ-LAST-TOT(WS-LC-IDX, WS-FLD-SUB)
               END-IF
           END-IF.
       5530-EXIT.
           EXIT.
      *
      * ADJUSTED HISTORY RECORD FOR THE ROW'S GENERATION - HISTA1
      * FOR THE AS-OF DATE, HISTA7 FOR SIX DAYS BEFORE IT.  ONLY
      * REPORTED COUNTRY ROWS ARE WRITTEN - COVID19 NEVER PUTS A
      * CARRY-FORWARD ESTIMATE ON HISTOUT, SO NEITHER DOES THIS.
      *
       5600-WRITE-TREND-GEN.
           COMPUTE WS-GEN = WS-ASOF-DAY - WS-ROW-DAY + 1.
           MOVE SPACES TO WS-HIST-WORK-REC.
           MOVE WS-RC-CC       TO WS-HW-CC.
           MOVE WS-RC-COUNTRY  TO WS-HW-COUNTRY.
           MOVE WS-RC-COUNT(2) TO WS-HW-TOTAL-CC.
           MOVE WS-RC-COUNT(4) TO WS-HW-TOTAL-DEATHS.
           MOVE WS-RC-COUNT(6) TO WS-HW-TOTAL-RECVR.
           MOVE WS-RC-COUNT(8) TO WS-HW-TOTAL-DOSES.
           MOVE WS-RC-COUNT(9) TO WS-HW-FULLY-VACC.
           MOVE 82 TO WS-HIST-ADJ-LEN.
           EVALUATE WS-GEN
               WHEN 1 WRITE HIST-A1-REC FROM WS-HIST-WORK-REC
               WHEN 2 WRITE HIST-A2-REC FROM WS-HIST-WORK-REC
               WHEN 3 WRITE HIST-A3-REC FROM WS-HIST-WORK-REC
               WHEN 4 WRITE HIST-A4-REC FROM WS-HIST-WORK-REC
               WHEN 5 WRITE HIST-A5-REC FROM WS-HIST-WORK-REC
               WHEN 6 WRITE HIST-A6-REC FROM WS-HIST-WORK-REC
               WHEN 7 WRITE HIST-A7-REC FROM WS-HIST-WORK-REC
           END-EVALUATE.
           ADD 1 TO WS-GEN-REC-CNT.
       5600-EXIT.
           EXIT.
      *
      * FIND WS-RC-CC AMONG THE LEDGER COUNTRIES.
      *
       6000-FIND-COUNTRY.
           MOVE 'N' TO WS-LC-FOUND.
           IF WS-LC-CNT > ZERO
               SET WS-LC-IDX TO 1
               SEARCH WS-LC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LC-IDX > WS-LC-CNT
                       CONTINUE
                   WHEN WS-LC-CC(WS-LC-IDX) = WS-RC-CC
                       MOVE 'Y' TO WS-LC-FOUND
               END-SEARCH
           END-IF.
       6000-EXIT.
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
      * LEDGER PAGE - EVERY ENTRY WITH ITS DISPOSITION, ITS REASON
      * AND SOURCE ON THE LINE BELOW.
      *
       7000-LIST-LEDGER.
           PERFORM 4000-WRITE-LEDGER-HEADERS THRU 4000-EXIT.
           IF WS-LEDGER-CNT = ZERO
               MOVE "   *** ADJUSTMENT LEDGER IS EMPTY ***" TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 7010-LIST-ONE-ENTRY THRU 7010-EXIT
               VARYING WS-LE-SUB FROM 1 BY 1
               UNTIL WS-LE-SUB > WS-LEDGER-CNT.
       7000-EXIT.
           EXIT.
      *
       7010-LIST-ONE-ENTRY.
           SET WS-LE-IDX TO WS-LE-SUB.
           IF LINE-CTR >= 55
               PERFORM 4000-WRITE-LEDGER-HEADERS THRU 4000-EXIT
           END-IF.
           MOVE SPACES TO PRT-RCD.
           MOVE WS-LE-CC(WS-LE-IDX) TO PRT-CC.
           STRING WS-LE-REPORT-DATE(WS-LE-IDX)(1:4) "-"
               WS-LE-REPORT-DATE(WS-LE-IDX)(5:2) "-"
               WS-LE-REPORT-DATE(WS-LE-IDX)(7:2)
               DELIMITED BY SIZE INTO PRT-REPORT-DATE
           END-STRING.
           MOVE WS-LE-FLD(WS-LE-IDX) TO WS-FLD-SUB.
           MOVE WS-FLD-NAME(WS-FLD-SUB) TO PRT-FIELD.
           MOVE WS-LE-ENTRY-NO(WS-LE-IDX) TO PRT-ENTRY-NO.
           MOVE SPACES TO WS-SPREAD-TEXT.
           IF WS-LE-METHOD(WS-LE-IDX) = 'T'
               STRING "TO " WS-LE-TARGET-DATE(WS-LE-IDX)(1:4) "-"
                   WS-LE-TARGET-DATE(WS-LE-IDX)(5:2) "-"
                   WS-LE-TARGET-DATE(WS-LE-IDX)(7:2)
                   DELIMITED BY SIZE INTO WS-SPREAD-TEXT
               END-STRING
           ELSE
               MOVE WS-LE-DAYS(WS-LE-IDX) TO WS-DAYS-SHOW
               STRING "EVENLY " WS-DAYS-SHOW " DAYS"
                   DELIMITED BY SIZE INTO WS-SPREAD-TEXT
               END-STRING
           END-IF.
           MOVE WS-SPREAD-TEXT TO PRT-SPREAD.
           MOVE WS-LE-AMOUNT(WS-LE-IDX) TO PRT-AMOUNT.
           MOVE WS-LE-NOTE(WS-LE-IDX) TO PRT-STATUS.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-REASON.
           MOVE "REASON: " TO RPTR-REASON-LIT.
           MOVE WS-LE-REASON(WS-LE-IDX) TO RPTR-REASON.
           MOVE "SOURCE: " TO RPTR-SOURCE-LIT.
           MOVE WS-LE-SOURCE-REF(WS-LE-IDX) TO RPTR-SOURCE-REF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-CTR.
       7010-EXIT.
           EXIT.
      *
      * BALANCE PAGE - EACH LEDGER COUNTRY'S ADJUSTED FIELDS, THEN
      * EVERY FIELD OVER ALL COUNTRIES.  THE ADJUSTED NEW COUNTS
      * MUST ADD UP TO THE REPORTED ONES AND THE LATEST TOTALS
      * MUST AGREE.
      *
       7500-LIST-BALANCE.
           PERFORM 4100-WRITE-BALANCE-HEADERS THRU 4100-EXIT.
           PERFORM 7510-LIST-ONE-COUNTRY THRU 7510-EXIT
               VARYING WS-LC-SUB FROM 1 BY 1
               UNTIL WS-LC-SUB > WS-LC-CNT.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-CTR.
           PERFORM 7600-LIST-ONE-GRAND-FIELD THRU 7600-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > 4.
       7500-EXIT.
           EXIT.
      *
       7510-LIST-ONE-COUNTRY.
           SET WS-LC-IDX TO WS-LC-SUB.
           PERFORM 7520-LIST-ONE-FIELD THRU 7520-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > 4.
       7510-EXIT.
           EXIT.
      *
       7520-LIST-ONE-FIELD.
           IF WS-LC-HAS-ENTRIES(WS-LC-IDX, WS-FLD-SUB) = 'Y'
               IF LINE-CTR >= 56
                   PERFORM 4100-WRITE-BALANCE-HEADERS THRU 4100-EXIT
               END-IF
               MOVE SPACES TO PRT-RCD-BAL
               MOVE WS-LC-CC(WS-LC-IDX)      TO RPTB-CC
               MOVE WS-LC-COUNTRY(WS-LC-IDX) TO RPTB-COUNTRY
               MOVE WS-FLD-NAME(WS-FLD-SUB)  TO RPTB-FIELD
               MOVE WS-LC-REP-NEW(WS-LC-IDX, WS-FLD-SUB)
                   TO RPTB-REPORTED
               MOVE WS-LC-ADJ-NEW(WS-LC-IDX, WS-FLD-SUB)
                   TO RPTB-ADJUSTED
               MOVE WS-LC-MOVED(WS-LC-IDX, WS-FLD-SUB)
                   TO RPTB-MOVED
               MOVE WS-LC-REP-LAST-TOT(WS-LC-IDX, WS-FLD-SUB)
                   TO RPTB-LAST-TOTAL
               MOVE 'Y' TO WS-FLD-BALANCED
               IF WS-LC-REP-NEW(WS-LC-IDX, WS-FLD-SUB)
                   NOT = WS-LC-ADJ-NEW(WS-LC-IDX, WS-FLD-SUB)
                   OR WS-LC-REP-LAST-TOT(WS-LC-IDX, WS-FLD-SUB)
                   NOT = WS-LC-ADJ-LAST-TOT(WS-LC-IDX, WS-FLD-SUB)
                   MOVE 'N' TO WS-FLD-BALANCED
               END-IF
               PERFORM 7700-SET-BALANCE-STATUS THRU 7700-EXIT
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CTR
           END-IF.
       7520-EXIT.
           EXIT.
      *
       7600-LIST-ONE-GRAND-FIELD.
           MOVE SPACES TO PRT-RCD-BAL.
           MOVE "ALL COUNTRIES" TO RPTB-COUNTRY.
           MOVE WS-FLD-NAME(WS-FLD-SUB)     TO RPTB-FIELD.
           MOVE WS-GT-REP-NEW(WS-FLD-SUB)   TO RPTB-REPORTED.
           MOVE WS-GT-ADJ-NEW(WS-FLD-SUB)   TO RPTB-ADJUSTED.
           MOVE WS-GT-MOVED(WS-FLD-SUB)     TO RPTB-MOVED.
           MOVE 'Y' TO WS-FLD-BALANCED.
           IF WS-GT-REP-NEW(WS-FLD-SUB)
               NOT = WS-GT-ADJ-NEW(WS-FLD-SUB)
               MOVE 'N' TO WS-FLD-BALANCED
           END-IF.
           PERFORM 7700-SET-BALANCE-STATUS THRU 7700-EXIT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       7600-EXIT.
           EXIT.
      *
       7700-SET-BALANCE-STATUS.
           IF WS-FLD-BALANCED = 'Y'
               MOVE "BALANCED" TO RPTB-STATUS
           ELSE
               MOVE "*** OUT ***" TO RPTB-STATUS
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               ADD 1 TO WS-UNBALANCED-CNT
           END-IF.
       7700-EXIT.
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
           MOVE "ADJUSTED SERIES RECORDS WRITTEN" TO FTR-LABEL.
           MOVE WS-OUT-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ROWS CHANGED BY THE LEDGER" TO FTR-LABEL.
           MOVE WS-ROWS-ADJUSTED TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "LEDGER ENTRIES" TO FTR-LABEL.
           MOVE WS-LEDGER-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ENTRIES APPLIED" TO FTR-LABEL.
           MOVE WS-APPLIED-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ENTRIES OUTSIDE THIS ARCHIVE" TO FTR-LABEL.
           MOVE WS-OUTSIDE-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ENTRIES NOT APPLIED" TO FTR-LABEL.
           MOVE WS-NOT-APPLIED-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "BALANCE LINES OUT OF BALANCE" TO FTR-LABEL.
           MOVE WS-UNBALANCED-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           IF WS-WRITE-GENS = 'Y'
               MOVE SPACES TO PRT-RCD-FOOTER
               MOVE "HISTORY GENERATION RECORDS WRITTEN" TO FTR-LABEL
               MOVE WS-GEN-REC-CNT TO FTR-COUNT
               WRITE PRT-RCD
                   AFTER ADVANCING 1 LINE
           END-IF.
       8000-EXIT.
           EXIT.
      *
      * APPEND THIS RUN'S CONTROL RECORD TO THE SHARED LOG.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVADJ"             TO RLOG-PROGRAM.
           MOVE WS-RUN-START-DATE    TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           MOVE RCD-IN               TO RLOG-RCD-IN.
           MOVE WS-OUT-CNT           TO RLOG-DATA-ROWS.
           MOVE WS-APPLIED-CNT       TO RLOG-DETAIL-CNT.
           MOVE WS-NOT-APPLIED-CNT   TO RLOG-REJECT-CNT.
           IF WS-WRITE-GENS = 'Y'
               STRING "AS OF " CC-ASOF-DATE
                   DELIMITED BY SIZE INTO RLOG-CRITERIA
               END-STRING
           END-IF.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE WS-FINAL-RC          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
