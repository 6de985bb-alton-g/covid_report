      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVQRY.
       AUTHOR.          ALTON GOODMAN.
      *
      * CONTROL-CARD DRIVEN AD HOC QUERY AND EXTRACT WRITER.
      * READS THE DATED CANONICAL ARCHIVE (DDNAME CANIN - THE JCL
      * CONCATENATES WHATEVER ARCHIVED CANOUT GENERATIONS THE
      * QUESTION NEEDS) AND ANSWERS THE ONE-OFF QUESTIONS NO
      * STANDING REPORT COVERS - "EVERY DAY IN AUGUST A EUROPEAN
      * COUNTRY HAD MORE THAN 500 NEW DEATHS", "DAILY DOSES FOR
      * THESE TWELVE COUNTRIES AS A CSV".  THE QUESTION IS PUT ON
      * QUERY CARDS (DDNAME SYSIN):
      *   COL 1-6    CARD TYPE, COL 8-72 OPERANDS SEPARATED BY ONE
      *              OR MORE SPACES, COL 73-80 IGNORED.  AN '*' IN
      *              COL 1 IS A COMMENT.
      *   OUTPUT     PRINT (THE DEFAULT) FOR A REPORT ON PRTLINE, OR
      *              DELIMITED [C] FOR A DELIMITED FILE ON QRYOUT -
      *              C IS THE DELIMITER, '|' IF OMITTED AS IN THE
      *              COVID19 EXTRACT.  WITH ',' TEXT IS QUOTED.
      *   TITLE      COL 8-67 - REPORT TITLE
      *   FIELDS     OUTPUT FIELDS IN ORDER (MORE THAN ONE CARD MAY
      *              BE USED) - DATE CC COUNTRY TYPE PROVINCE REGION
      *              AND THE CANONICAL COUNT FIELDS BY THEIR CAN-
      *              NAMES: NEW-CC TOTAL-CC NEW-DEATHS TOTAL-DEATHS
      *              NEW-RECVR TOTAL-RECVR NEW-DOSES TOTAL-DOSES
      *              FULLY-VACC
      *   DATES      FROM-DATE [TO-DATE], YYYYMMDD, INCLUSIVE
      *   WHERE      FIRST CONDITION; AND / OR FOR EACH ONE AFTER.
      *              AND BINDS TIGHTER THAN OR - A ROW IS SELECTED
      *              WHEN EVERY CONDITION OF ANY ONE OR-GROUP HOLDS.
      *                <COUNT FIELD> EQ|NE|GT|GE|LT|LE <NUMBER>
      *                CC EQ|NE <CODE> [<CODE> ...]
      *                REGION EQ|NE <REGION NAME FROM REGNMST>
      *                TYPE EQ|NE C|P|E
      *   SORT       UP TO 5 FIELDS, EACH OPTIONALLY FOLLOWED BY
      *              ASC OR DESC
      *   GROUP      COUNTRY, REGION, WEEK (MONDAY TO SUNDAY) OR
      *              MONTH - ROWS ARE ORDERED BY GROUP FIRST AND
      *              EVERY COUNT FIELD IS SUBTOTALED PER GROUP
      * UNLESS A TYPE CONDITION SAYS OTHERWISE, THE TYPE 'P'
      * PROVINCE ROWS ARE LEFT OUT, THE SAME WAY EVERY COUNTRY-
      * LEVEL READER LEAVES THEM OUT, SO NOTHING IS COUNTED TWICE.
      * A SHORT 199-BYTE ROW IS AN ORDINARY TYPE 'C' ROW.
      * THE WHOLE DECK IS EDITED BEFORE THE ARCHIVE IS READ.  THE
      * CARDS ARE LISTED ON PRTLINE WITH THE VERDICT ON EACH; ONE
      * BAD CARD STOPS THE RUN WITH RETURN CODE 8 AND NO RESULT AT
      * ALL, RATHER THAN A PARTIAL ANSWER TO A DIFFERENT QUESTION.
      * A DELIMITED FILE OPENS WITH A ROW OF FIELD NAMES.  WITH A
      * GROUP CARD EVERY ROW STARTS WITH A ROW KIND (D DETAIL,
      * S SUBTOTAL, T TOTAL) AND THE GROUP, SO THE SUBTOTALS CAN BE
      * FILTERED OUT DOWNSTREAM.  RETURN CODE 4 MEANS THE QUERY
      * RAN BUT NO ROW MATCHED.
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
           SELECT OPTIONAL QUERY-CARDS ASSIGN TO SYSIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REGION-MASTER ASSIGN TO REGNMST
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT QUERY-OUT ASSIGN TO QRYOUT
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
       01  PRT-RCD                              PIC X(132).
      *
      * ALTERNATE VIEW OF PRT-RCD USED TO LIST THE QUERY DECK.
      *
       01  PRT-RCD-CARD REDEFINES PRT-RCD.
           05  RPTC-CARD-NO                     PIC ZZ9.
           05  FILLER                           PIC X(02).
           05  RPTC-IMAGE                       PIC X(80).
           05  FILLER                           PIC X(02).
           05  RPTC-RESULT                      PIC X(45).
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
      * CANONICAL DAILY FILE WRITTEN BY COVID19 - ALREADY PARSED
      * AND VALIDATED, ONE GENERATION PER ARCHIVED DAY.  READ AS
      * VARIABLE 199-TO-220-BYTE RECORDS SO PRE-PROVINCE 199-BYTE
      * GENERATIONS IN THE ARCHIVE REMAIN READABLE.
      *
       FD  CANON-IN RECORDING MODE IS V
           RECORD IS VARYING FROM 199 TO 220 CHARACTERS
           DEPENDING ON WS-CANON-REC-LEN
           BLOCK 0
           LABEL RECORDS ARE OMITTED.
       COPY CVDCANF.
      *
      * QUERY CARDS - SEE THE PROGRAM DESCRIPTION ABOVE.
      *
       FD  QUERY-CARDS RECORDING MODE IS F.
       01  QC-REC.
           05  QC-TYPE                          PIC X(06).
           05  QC-COL-7                         PIC X(01).
           05  QC-OPERANDS                      PIC X(65).
           05  QC-SEQ                           PIC X(08).
      *
      * COUNTRY-CODE TO REGION REFERENCE MASTER, MAINTAINED BY THE
      * COVREGNM UTILITY.  A CODE NOT ON THE MASTER IS IN REGION
      * "OTHER", THE SAME WAY COVID19'S TRAILER ROLLS IT UP.
      *
       FD  REGION-MASTER RECORDING MODE IS F.
       01  REGN-IN-REC.
           05  REGN-IN-CC                       PIC X(02).
           05  REGN-IN-NAME                     PIC X(15).
      *
      * DELIMITED RESULT FILE, WRITTEN ONLY UNDER OUTPUT DELIMITED.
      *
       FD  QUERY-OUT RECORDING MODE IS F.
       01  QRYOUT-REC                           PIC X(400).
      *
      * SHARED RUN-CONTROL LOG, APPENDED AT END OF RUN.
      *
       FD  RUN-LOG RECORDING MODE IS F.
       COPY CVDRLOG.
      *
      * THE SORT KEYS ARE GENERIC SO THE SORT STATEMENT NEVER
      * CHANGES - THE GROUP KEY FIRST, THEN FIVE PAIRS OF KEY
      * SLOTS, ONE SORTED ASCENDING AND ONE DESCENDING.  EACH SORT
      * CARD FIELD FILLS THE SLOT OF ITS DIRECTION AND LEAVES THE
      * OTHER BLANK, AND A BLANK SLOT NEVER CHANGES THE ORDER.
      * COUNTS GO IN AS ZERO-FILLED DIGITS SO THEY COMPARE AS
      * NUMBERS.  THE ARRIVAL SEQUENCE BREAKS ANY TIE.
      *
       SD  SORT-WORK.
       01  SD-RCD.
           05  SD-GRP-KEY                       PIC X(20).
           05  SD-KEY-SLOTS.
               10  SD-KEY-1-ASC                 PIC X(20).
               10  SD-KEY-1-DESC                PIC X(20).
               10  SD-KEY-2-ASC                 PIC X(20).
               10  SD-KEY-2-DESC                PIC X(20).
               10  SD-KEY-3-ASC                 PIC X(20).
               10  SD-KEY-3-DESC                PIC X(20).
               10  SD-KEY-4-ASC                 PIC X(20).
               10  SD-KEY-4-DESC                PIC X(20).
               10  SD-KEY-5-ASC                 PIC X(20).
               10  SD-KEY-5-DESC                PIC X(20).
           05  SD-KEY-TABLE REDEFINES SD-KEY-SLOTS.
               10  SD-KEY-PAIR OCCURS 5 TIMES.
                   15  SD-KEY-ASC               PIC X(20).
                   15  SD-KEY-DESC              PIC X(20).
           05  SD-SEQ                           PIC 9(09).
           05  SD-GRP-LABEL                     PIC X(40).
           05  SD-REGION                        PIC X(15).
           05  SD-ROW                           PIC X(220).
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  HEADER-1                             PIC X(60)
           VALUE "AD HOC QUERY - QUERY CARDS".
       01  HEADER-2.
           05  FILLER                           PIC X(05)
                VALUE "CARD ".
           05  FILLER                           PIC X(80)
                VALUE "IMAGE".
           05  FILLER                           PIC X(02)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "RESULT".
       01  HEADER-5                             PIC X(132)
           VALUE ALL "=".
       01  WS-TITLE-LINE                        PIC X(60)
           VALUE "AD HOC QUERY RESULTS".
       01  WS-RESULT-HEADER                     PIC X(132)
           VALUE SPACES.
      *
      * THE FIELDS A QUERY CAN NAME.  KIND 'T' IS TEXT, 'N' IS ONE
      * OF THE NINE CANONICAL COUNTS, IN THE ORDER THEY SIT ON THE
      * RECORD.  THE WIDTH IS THE PRINT COLUMN WIDTH.
      *
       01  WS-FIELD-DICT-DATA.
           05  FILLER                           PIC X(17)
                VALUE "DATE        T1004".
           05  FILLER                           PIC X(17)
                VALUE "CC          T0202".
           05  FILLER                           PIC X(17)
                VALUE "COUNTRY     T2007".
           05  FILLER                           PIC X(17)
                VALUE "TYPE        T0404".
           05  FILLER                           PIC X(17)
                VALUE "PROVINCE    T2008".
           05  FILLER                           PIC X(17)
                VALUE "REGION      T1506".
           05  FILLER                           PIC X(17)
                VALUE "NEW-CC      N1706".
           05  FILLER                           PIC X(17)
                VALUE "TOTAL-CC    N1708".
           05  FILLER                           PIC X(17)
                VALUE "NEW-DEATHS  N1710".
           05  FILLER                           PIC X(17)
                VALUE "TOTAL-DEATHSN1712".
           05  FILLER                           PIC X(17)
                VALUE "NEW-RECVR   N1709".
           05  FILLER                           PIC X(17)
                VALUE "TOTAL-RECVR N1711".
           05  FILLER                           PIC X(17)
                VALUE "NEW-DOSES   N1709".
           05  FILLER                           PIC X(17)
                VALUE "TOTAL-DOSES N1711".
           05  FILLER                           PIC X(17)
                VALUE "FULLY-VACC  N1710".
       01  WS-FIELD-DICT REDEFINES WS-FIELD-DICT-DATA.
           05  WS-FD-ENTRY OCCURS 15 TIMES
                            INDEXED BY WS-FD-IDX.
               10  WS-FD-NAME                   PIC X(12).
               10  WS-FD-KIND                   PIC X(01).
               10  WS-FD-WIDTH                  PIC 9(02).
               10  WS-FD-NAME-LEN               PIC 9(02).
       01  WS-FIRST-COUNT-FIELD                 PIC 9(02) COMP
           VALUE 7.
       01  WS-LOOK-NAME                         PIC X(15).
       01  WS-LOOK-NO                           PIC 9(02) COMP
           VALUE ZERO.
      *
      * THE QUERY AS EDITED FROM THE CARDS.
      *
       01  WS-QUERY.
           05  WS-Q-OUTPUT                      PIC X(01) VALUE 'P'.
           05  WS-Q-DELIM                       PIC X(01) VALUE '|'.
           05  WS-Q-DATE-FROM                   PIC X(10)
               VALUE SPACES.
           05  WS-Q-DATE-TO                     PIC X(10)
               VALUE SPACES.
           05  WS-Q-GROUP                       PIC X(01) VALUE SPACE.
           05  WS-Q-TYPE-COND                   PIC X(01) VALUE 'N'.
       01  WS-SEEN-FLAGS.
           05  WS-SEEN-OUTPUT                   PIC X(01) VALUE 'N'.
           05  WS-SEEN-TITLE                    PIC X(01) VALUE 'N'.
           05  WS-SEEN-DATES                    PIC X(01) VALUE 'N'.
           05  WS-SEEN-WHERE                    PIC X(01) VALUE 'N'.
           05  WS-SEEN-SORT                     PIC X(01) VALUE 'N'.
           05  WS-SEEN-GROUP                    PIC X(01) VALUE 'N'.
      *
      * OUTPUT FIELDS IN CARD ORDER, WITH THEIR PRINT POSITIONS
      * AND THE GROUP AND GRAND TOTALS OF THE COUNT FIELDS.
      *
       01  WS-OUT-TABLE.
           05  WS-OUT-ENTRY OCCURS 15 TIMES
                             INDEXED BY WS-OUT-IDX.
               10  WS-OUT-FIELD                 PIC 9(02) COMP.
               10  WS-OUT-POS                   PIC 9(03) COMP.
               10  WS-OUT-SUB-TOT               PIC 9(15) COMP.
               10  WS-OUT-GRAND-TOT             PIC 9(15) COMP.
       01  WS-OUT-CNT                           PIC 9(03) COMP
           VALUE ZERO.
       01  WS-OUT-SUB                           PIC 9(03) COMP
           VALUE ZERO.
       01  WS-LINE-WIDTH                        PIC 9(03) COMP
           VALUE ZERO.
      *
      * SORT CARD FIELDS AND THEIR DIRECTIONS ('A' OR 'D').
      *
       01  WS-SORT-TABLE.
           05  WS-SK-ENTRY OCCURS 5 TIMES
                            INDEXED BY WS-SK-IDX.
               10  WS-SK-FIELD                  PIC 9(02) COMP.
               10  WS-SK-DIR                    PIC X(01).
       01  WS-SK-CNT                            PIC 9(03) COMP
           VALUE ZERO.
       01  WS-SK-SUB                            PIC 9(03) COMP
           VALUE ZERO.
      *
      * CONDITIONS IN CARD ORDER.  WS-CD-GROUP IS THE OR-GROUP THE
      * CONDITION BELONGS TO - EACH OR CARD STARTS A NEW ONE.
      * KIND 'N' COUNT COMPARISON, 'C' COUNTRY LIST, 'R' REGION,
      * 'T' RECORD TYPE.
      *
       01  WS-COND-TABLE.
           05  WS-CD-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-CD-IDX.
               10  WS-CD-GROUP                  PIC 9(03) COMP.
               10  WS-CD-KIND                   PIC X(01).
               10  WS-CD-FIELD                  PIC 9(02) COMP.
               10  WS-CD-OP                     PIC X(02).
               10  WS-CD-VALUE                  PIC 9(12) COMP.
               10  WS-CD-TEXT                   PIC X(15).
               10  WS-CD-CC-CNT                 PIC 9(03) COMP.
               10  WS-CD-CC OCCURS 22 TIMES     PIC X(02).
       01  WS-COND-CNT                          PIC 9(03) COMP
           VALUE ZERO.
       01  WS-OR-GROUP-CNT                      PIC 9(03) COMP
           VALUE ZERO.
       01  WS-OR-RESULTS.
           05  WS-OR-RESULT OCCURS 20 TIMES     PIC X(01).
       01  WS-CD-SUB                            PIC 9(03) COMP
           VALUE ZERO.
       01  WS-CC-SUB                            PIC 9(03) COMP
           VALUE ZERO.
       01  WS-COND-TRUE                         PIC X(01).
       01  WS-ROW-PASSES                        PIC X(01).
       01  WS-CC-MATCH                          PIC X(01).
       01  WS-CMP-VALUE                         PIC 9(12) COMP.
      *
      * OPERANDS OF THE CURRENT CARD, SPLIT ON SPACES.
      *
       01  WS-TOKEN-AREA.
           05  WS-TOK OCCURS 24 TIMES           PIC X(15).
       01  WS-TOKEN-LENS.
           05  WS-TOK-LEN OCCURS 24 TIMES       PIC 9(03) COMP.
       01  WS-TOK-CNT                           PIC 9(03) COMP
           VALUE ZERO.
       01  WS-TOK-SUB                           PIC 9(03) COMP
           VALUE ZERO.
       01  WS-TOK-OVERFLOW                      PIC X(01).
       01  WS-OPND-LEAD                         PIC 9(03) COMP
           VALUE ZERO.
       01  WS-OPND-START                        PIC 9(03) COMP
           VALUE ZERO.
      *
      * CARD EDIT WORK FIELDS.
      *
       01  WS-CARD-ERROR                        PIC X(45).
       01  WS-CARD-NO                           PIC 9(03) COMP
           VALUE ZERO.
       01  WS-DECK-ERR-CNT                      PIC 9(05) COMP
           VALUE ZERO.
       01  WS-DATE-WORK                         PIC X(08).
       01  WS-DATE-EDIT.
           05  WS-DE-YYYY                       PIC X(04).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-DE-MM                         PIC X(02).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-DE-DD                         PIC X(02).
       01  WS-DATE-OK                           PIC X(01).
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
       01  WS-REGION-KNOWN                      PIC X(01).
      *
      * THE ROW IN HAND - A COPY OF THE CANONICAL RECORD WITH ITS
      * NINE COUNTS ADDRESSABLE BY POSITION - AND ITS REGION.
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
       01  WS-ROW-REGION                        PIC X(15).
      *
      * ONE FIELD'S VALUE FOR THE ROW IN HAND.  A COUNT IS ALSO
      * GIVEN AS ZERO-FILLED DIGITS IN WS-GV-TEXT FOR THE SORT KEY.
      *
       01  WS-GV-FIELD                          PIC 9(02) COMP.
       01  WS-GV-TEXT                           PIC X(20).
       01  WS-GV-NUM                            PIC 9(12).
      *
      * GROUP KEY WORK FIELDS.  A WEEK RUNS MONDAY TO SUNDAY AND IS
      * KEYED BY ITS MONDAY - THE DAY NUMBER OF THE DATE IS TAKEN
      * BY THE USUAL CHRONOLOGICAL (JULIAN DAY) ARITHMETIC, WHOSE
      * REMAINDER BY 7 IS 0 ON A MONDAY, AND THE DATE IS STEPPED
      * BACK THAT MANY DAYS.
      *
       01  WS-CUR-DATE.
           05  WS-CD-YYYY                       PIC 9(04).
           05  WS-CD-MM                         PIC 9(02).
           05  WS-CD-DD                         PIC 9(02).
       01  WS-DAY-CALC.
           05  WS-DC-A                          PIC 9(04) COMP.
           05  WS-DC-Y                          PIC 9(06) COMP.
           05  WS-DC-M                          PIC 9(04) COMP.
           05  WS-DC-TERM                       PIC 9(09) COMP.
           05  WS-DC-JDN                        PIC 9(09) COMP.
           05  WS-DC-QUOT                       PIC 9(09) COMP.
           05  WS-DC-DOW                        PIC 9(02) COMP.
       01  WS-MONTH-DAYS-DATA                   PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS OCCURS 12 TIMES    PIC 9(02).
       01  WS-DAYS-THIS-MONTH                   PIC 9(02)
           VALUE ZERO.
       01  WS-LEAP-WORK.
           05  WS-LEAP-QUOT                     PIC 9(04) COMP
               VALUE ZERO.
           05  WS-LEAP-REM                      PIC 9(04) COMP
               VALUE ZERO.
       01  WS-BACK-SUB                          PIC 9(02) COMP
           VALUE ZERO.
       01  WS-WEEK-START.
           05  WS-WS-YYYY                       PIC 9(04).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-WS-MM                         PIC 9(02).
           05  FILLER                           PIC X(01)
               VALUE "-".
           05  WS-WS-DD                         PIC 9(02).
      *
      * OUTPUT PROCEDURE WORK FIELDS.
      *
       01  WS-PREV-GRP-KEY                      PIC X(20).
       01  WS-CUR-GRP-LABEL                     PIC X(40).
       01  WS-FIRST-ROW                         PIC X(01).
       01  WS-GRP-ROW-CNT                       PIC 9(07) COMP
           VALUE ZERO.
       01  WS-SUM-LABEL                         PIC X(60).
       01  WS-SUM-KIND                          PIC X(01).
       01  WS-EDIT-NUM                          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-ROWS                         PIC ZZZ,ZZ9.
       01  WS-DELIM-NUM                         PIC Z(14)9.
       01  WS-SUM-WORK                          PIC 9(15).
      *
      * DELIMITED RECORD ASSEMBLY.  WS-TRIM-AREA HOLDS ONE VALUE
      * AND WS-TRIM-LEN ITS LENGTH WITHOUT TRAILING SPACES.
      *
       01  WS-DL-POS                            PIC 9(03) COMP
           VALUE ZERO.
       01  WS-TRIM-AREA                         PIC X(60).
       01  WS-TRIM-LEN                          PIC 9(03) COMP
           VALUE ZERO.
       01  WS-TRIM-LEAD                         PIC 9(03) COMP
           VALUE ZERO.
       01  WS-TRIM-TEXT                         PIC X(01).
       01  WS-DL-FIRST                          PIC X(01).
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-START-DATE                PIC X(08).
           05  WS-RUN-START-TIME                PIC X(08).
      *
       01  FLAGS.
           05  LAST-REC                         PIC X(01) VALUE 'N'.
           05  LAST-CARD                        PIC X(01) VALUE 'N'.
           05  SORT-EOF                         PIC X(01) VALUE 'N'.
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
           05  WS-SELECTED-CNT                  PIC 9(07) COMP
               VALUE ZERO.
           05  WS-OUT-ROW-CNT                   PIC 9(07) COMP
               VALUE ZERO.
           05  WS-GROUP-CNT                     PIC 9(07) COMP
               VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           OPEN OUTPUT PRINT-LINE.
           PERFORM 2700-LOAD-REGION-MASTER THRU 2700-EXIT.
           PERFORM 1000-READ-QUERY-DECK THRU 1000-EXIT.
           IF WS-DECK-ERR-CNT > ZERO
               DISPLAY "COVQRY - QUERY DECK HAS ERRORS - SEE THE "
                   "CARD LISTING - NO RESULT PRODUCED"
               MOVE 8 TO WS-FINAL-RC
           ELSE
               SORT SORT-WORK
                   ON ASCENDING  KEY SD-GRP-KEY
                   ON ASCENDING  KEY SD-KEY-1-ASC
                   ON DESCENDING KEY SD-KEY-1-DESC
                   ON ASCENDING  KEY SD-KEY-2-ASC
                   ON DESCENDING KEY SD-KEY-2-DESC
                   ON ASCENDING  KEY SD-KEY-3-ASC
                   ON DESCENDING KEY SD-KEY-3-DESC
                   ON ASCENDING  KEY SD-KEY-4-ASC
                   ON DESCENDING KEY SD-KEY-4-DESC
                   ON ASCENDING  KEY SD-KEY-5-ASC
                   ON DESCENDING KEY SD-KEY-5-DESC
                   ON ASCENDING  KEY SD-SEQ
                   INPUT PROCEDURE IS 3000-SELECT-ROWS
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 7000-WRITE-RESULTS
                       THRU 7000-EXIT
               IF WS-SELECTED-CNT = ZERO
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.
           PERFORM 8000-WRITE-FOOTER THRU 8000-EXIT.
           CLOSE PRINT-LINE.
           PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      *
      * READ AND EDIT THE WHOLE QUERY DECK, LISTING EACH CARD WITH
      * ITS VERDICT, THEN THE CHECKS THAT NEED THE WHOLE DECK.
      *
       1000-READ-QUERY-DECK.
           PERFORM 4000-WRITE-CARD-HEADERS THRU 4000-EXIT.
           MOVE 'N' TO LAST-CARD.
           OPEN INPUT QUERY-CARDS.
           PERFORM 5100-READ-CARD THRU 5100-EXIT.
           PERFORM 1100-EDIT-ONE-CARD THRU 1100-EXIT
               UNTIL LAST-CARD = 'Y'.
           CLOSE QUERY-CARDS.
           PERFORM 1800-CHECK-DECK THRU 1800-EXIT.
       1000-EXIT.
           EXIT.
      *
       1100-EDIT-ONE-CARD.
           ADD 1 TO WS-CARD-NO.
           MOVE SPACES TO WS-CARD-ERROR.
           IF QC-TYPE(1:1) NOT = '*'
               PERFORM 1150-SPLIT-OPERANDS THRU 1150-EXIT
               IF QC-COL-7 NOT = SPACE
                   MOVE "*** OPERANDS MUST START IN COLUMN 8 ***"
                       TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF QC-TYPE(1:1) = '*'
               CONTINUE
           ELSE
               IF WS-CARD-ERROR = SPACES
                   EVALUATE QC-TYPE
                       WHEN "OUTPUT"
                           PERFORM 1200-EDIT-OUTPUT THRU 1200-EXIT
                       WHEN "TITLE "
                           PERFORM 1250-EDIT-TITLE THRU 1250-EXIT
                       WHEN "FIELDS"
                           PERFORM 1300-EDIT-FIELDS THRU 1300-EXIT
                       WHEN "DATES "
                           PERFORM 1400-EDIT-DATES THRU 1400-EXIT
                       WHEN "WHERE "
                       WHEN "AND   "
                       WHEN "OR    "
                           PERFORM 1500-EDIT-CONDITION THRU 1500-EXIT
                       WHEN "SORT  "
                           PERFORM 1600-EDIT-SORT THRU 1600-EXIT
                       WHEN "GROUP "
                           PERFORM 1700-EDIT-GROUP THRU 1700-EXIT
                       WHEN OTHER
                           MOVE "*** UNKNOWN CARD TYPE ***"
                               TO WS-CARD-ERROR
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 7900-LIST-CARD THRU 7900-EXIT.
           PERFORM 5100-READ-CARD THRU 5100-EXIT.
       1100-EXIT.
           EXIT.
      *
      * SPLIT COLUMNS 8-72 INTO SPACE-SEPARATED OPERANDS.  THE
      * LEADING BLANKS ARE SKIPPED FIRST SO THE FIRST OPERAND IS
      * ALWAYS IN WS-TOK(1).
      *
       1150-SPLIT-OPERANDS.
           MOVE SPACES TO WS-TOKEN-AREA.
           INITIALIZE WS-TOKEN-LENS.
           MOVE ZERO TO WS-TOK-CNT.
           MOVE 'N' TO WS-TOK-OVERFLOW.
           MOVE ZERO TO WS-OPND-LEAD.
           INSPECT QC-OPERANDS TALLYING WS-OPND-LEAD
               FOR LEADING SPACE.
           IF WS-OPND-LEAD < 65
               COMPUTE WS-OPND-START = WS-OPND-LEAD + 1
               UNSTRING QC-OPERANDS(WS-OPND-START:)
                   DELIMITED BY ALL SPACE
               INTO WS-TOK(1)  COUNT IN WS-TOK-LEN(1),
                    WS-TOK(2)  COUNT IN WS-TOK-LEN(2),
                    WS-TOK(3)  COUNT IN WS-TOK-LEN(3),
                    WS-TOK(4)  COUNT IN WS-TOK-LEN(4),
                    WS-TOK(5)  COUNT IN WS-TOK-LEN(5),
                    WS-TOK(6)  COUNT IN WS-TOK-LEN(6),
                    WS-TOK(7)  COUNT IN WS-TOK-LEN(7),
                    WS-TOK(8)  COUNT IN WS-TOK-LEN(8),
                    WS-TOK(9)  COUNT IN WS-TOK-LEN(9),
                    WS-TOK(10) COUNT IN WS-TOK-LEN(10),
                    WS-TOK(11) COUNT IN WS-TOK-LEN(11),
                    WS-TOK(12) COUNT IN WS-TOK-LEN(12),
                    WS-TOK(13) COUNT IN WS-TOK-LEN(13),
                    WS-TOK(14) COUNT IN WS-TOK-LEN(14),
                    WS-TOK(15) COUNT IN WS-TOK-LEN(15),
                    WS-TOK(16) COUNT IN WS-TOK-LEN(16),
                    WS-TOK(17) COUNT IN WS-TOK-LEN(17),
                    WS-TOK(18) COUNT IN WS-TOK-LEN(18),
                    WS-TOK(19) COUNT IN WS-TOK-LEN(19),
                    WS-TOK(20) COUNT IN WS-TOK-LEN(20),
                    WS-TOK(21) COUNT IN WS-TOK-LEN(21),
                    WS-TOK(22) COUNT IN WS-TOK-LEN(22),
                    WS-TOK(23) COUNT IN WS-TOK-LEN(23),
                    WS-TOK(24) COUNT IN WS-TOK-LEN(24)
                   ON OVERFLOW
                       MOVE 'Y' TO WS-TOK-OVERFLOW
               END-UNSTRING
           END-IF.
           PERFORM 1160-COUNT-ONE-TOKEN THRU 1160-EXIT
               VARYING WS-TOK-SUB FROM 1 BY 1
               UNTIL WS-TOK-SUB > 24.
           IF WS-TOK-OVERFLOW = 'Y'
               MOVE "*** TOO MANY OPERANDS ON ONE CARD ***"
                   TO WS-CARD-ERROR
           END-IF.
       1150-EXIT.
           EXIT.
      *
       1160-COUNT-ONE-TOKEN.
           IF WS-TOK-LEN(WS-TOK-SUB) > ZERO
               MOVE WS-TOK-SUB TO WS-TOK-CNT
               IF WS-TOK-LEN(WS-TOK-SUB) > 15
                   MOVE "*** OPERAND LONGER THAN 15 CHARACTERS ***"
                       TO WS-CARD-ERROR
               END-IF
           END-IF.
       1160-EXIT.
           EXIT.
      *
      * OUTPUT PRINT | OUTPUT DELIMITED [C]
      *
       1200-EDIT-OUTPUT.
           IF WS-SEEN-OUTPUT = 'Y'
               MOVE "*** MORE THAN ONE OUTPUT CARD ***"
                   TO WS-CARD-ERROR
           ELSE
               MOVE 'Y' TO WS-SEEN-OUTPUT
               EVALUATE TRUE
                   WHEN WS-TOK(1) = "PRINT" AND WS-TOK-CNT = 1
                       MOVE 'P' TO WS-Q-OUTPUT
                   WHEN WS-TOK(1) = "DELIMITED" AND WS-TOK-CNT = 1
                       MOVE 'D' TO WS-Q-OUTPUT
                   WHEN WS-TOK(1) = "DELIMITED" AND WS-TOK-CNT = 2
                       AND WS-TOK-LEN(2) = 1
                       MOVE 'D' TO WS-Q-OUTPUT
                       MOVE WS-TOK(2)(1:1) TO WS-Q-DELIM
                   WHEN OTHER
                       MOVE "*** OUTPUT MUST BE PRINT OR DELIMITED [C]"
                           TO WS-CARD-ERROR
               END-EVALUATE
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1250-EDIT-TITLE.
           IF WS-SEEN-TITLE = 'Y'
               MOVE "*** MORE THAN ONE TITLE CARD ***"
                   TO WS-CARD-ERROR
           ELSE
               MOVE 'Y' TO WS-SEEN-TITLE
               MOVE QC-OPERANDS(1:60) TO WS-TITLE-LINE
           END-IF.
       1250-EXIT.
           EXIT.
      *
      * FIELDS <NAME> [<NAME> ...] - APPENDED TO ANY EARLIER CARD.
      *
       1300-EDIT-FIELDS.
           IF WS-TOK-CNT = ZERO
               MOVE "*** NO FIELD NAMED ***" TO WS-CARD-ERROR
           END-IF.
           PERFORM 1310-EDIT-ONE-FIELD THRU 1310-EXIT
               VARYING WS-TOK-SUB FROM 1 BY 1
               UNTIL WS-TOK-SUB > WS-TOK-CNT
                   OR WS-CARD-ERROR NOT = SPACES.
       1300-EXIT.
           EXIT.
      *
       1310-EDIT-ONE-FIELD.
           MOVE WS-TOK(WS-TOK-SUB) TO WS-LOOK-NAME.
           PERFORM 6000-LOOKUP-FIELD THRU 6000-EXIT.
           IF WS-LOOK-NO = ZERO
               STRING "*** UNKNOWN FIELD " DELIMITED BY SIZE
                   WS-LOOK-NAME           DELIMITED BY SPACE
                   " ***"                 DELIMITED BY SIZE
                   INTO WS-CARD-ERROR
               END-STRING
           ELSE
               IF WS-OUT-CNT = 15
                   MOVE "*** MORE THAN 15 OUTPUT FIELDS ***"
                       TO WS-CARD-ERROR
               ELSE
                   ADD 1 TO WS-OUT-CNT
                   SET WS-OUT-IDX TO WS-OUT-CNT
                   MOVE WS-LOOK-NO TO WS-OUT-FIELD(WS-OUT-IDX)
               END-IF
           END-IF.
       1310-EXIT.
           EXIT.
      *
      * DATES <FROM> [<TO>] - YYYYMMDD, KEPT IN THE CANONICAL
      * FILE'S YYYY-MM-DD FORM FOR A DIRECT COMPARE WITH CAN-DATE.
      *
       1400-EDIT-DATES.
           IF WS-SEEN-DATES = 'Y'
               MOVE "*** MORE THAN ONE DATES CARD ***"
                   TO WS-CARD-ERROR
           ELSE
               MOVE 'Y' TO WS-SEEN-DATES
               IF WS-TOK-CNT < 1 OR WS-TOK-CNT > 2
                   MOVE "*** DATES NEEDS A FROM AND OPTIONAL TO DATE"
                       TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF WS-CARD-ERROR = SPACES
               MOVE 1 TO WS-TOK-SUB
               PERFORM 1410-EDIT-ONE-DATE THRU 1410-EXIT
               MOVE WS-DATE-EDIT TO WS-Q-DATE-FROM
           END-IF.
           IF WS-CARD-ERROR = SPACES
               AND WS-TOK-CNT = 2
               MOVE 2 TO WS-TOK-SUB
               PERFORM 1410-EDIT-ONE-DATE THRU 1410-EXIT
               MOVE WS-DATE-EDIT TO WS-Q-DATE-TO
               IF WS-Q-DATE-TO < WS-Q-DATE-FROM
                   MOVE "*** TO DATE IS BEFORE FROM DATE ***"
                       TO WS-CARD-ERROR
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.
      *
      * THE SAME DATE EDIT COVWEEK APPLIES TO ITS PERIOD CARD.
      *
       1410-EDIT-ONE-DATE.
           MOVE 'N' TO WS-DATE-OK.
           MOVE WS-TOK(WS-TOK-SUB)(1:8) TO WS-DATE-WORK.
           IF WS-TOK-LEN(WS-TOK-SUB) = 8
               AND WS-DATE-WORK NUMERIC
               AND WS-DATE-WORK(5:2) NOT < "01"
               AND WS-DATE-WORK(5:2) NOT > "12"
               AND WS-DATE-WORK(7:2) NOT < "01"
               AND WS-DATE-WORK(7:2) NOT > "31"
               MOVE 'Y' TO WS-DATE-OK
           END-IF.
           IF WS-DATE-OK = 'Y'
               MOVE WS-DATE-WORK(1:4) TO WS-DE-YYYY
               MOVE WS-DATE-WORK(5:2) TO WS-DE-MM
               MOVE WS-DATE-WORK(7:2) TO WS-DE-DD
           ELSE
               MOVE "*** DATE MUST BE A VALID YYYYMMDD ***"
                   TO WS-CARD-ERROR
           END-IF.
       1410-EXIT.
           EXIT.
      *
      * WHERE / AND / OR <CONDITION>.  WHERE MUST COME FIRST AND
      * ONLY ONCE; OR STARTS A NEW OR-GROUP.
      *
       1500-EDIT-CONDITION.
           EVALUATE TRUE
               WHEN QC-TYPE = "WHERE " AND WS-SEEN-WHERE = 'Y'
                   MOVE "*** MORE THAN ONE WHERE CARD ***"
                       TO WS-CARD-ERROR
               WHEN QC-TYPE NOT = "WHERE " AND WS-SEEN-WHERE = 'N'
                   MOVE "*** AND/OR WITHOUT A WHERE CARD BEFORE IT"
                       TO WS-CARD-ERROR
               WHEN WS-COND-CNT = 20
                   MOVE "*** MORE THAN 20 CONDITIONS ***"
                       TO WS-CARD-ERROR
               WHEN WS-TOK-CNT < 3
                   MOVE "*** CONDITION NEEDS FIELD, OPERATOR, VALUE"
                       TO WS-CARD-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CARD-ERROR = SPACES
               IF QC-TYPE = "WHERE "
                   MOVE 'Y' TO WS-SEEN-WHERE
               END-IF
               IF QC-TYPE NOT = "AND   "
                   ADD 1 TO WS-OR-GROUP-CNT
               END-IF
               ADD 1 TO WS-COND-CNT
               SET WS-CD-IDX TO WS-COND-CNT
               INITIALIZE WS-CD-ENTRY(WS-CD-IDX)
               MOVE WS-OR-GROUP-CNT TO WS-CD-GROUP(WS-CD-IDX)
               MOVE WS-TOK(2)       TO WS-CD-OP(WS-CD-IDX)
               EVALUATE WS-TOK(1)
                   WHEN "CC"
                       PERFORM 1520-EDIT-CC-LIST THRU 1520-EXIT
                   WHEN "REGION"
                       PERFORM 1530-EDIT-REGION THRU 1530-EXIT
                   WHEN "TYPE"
                       PERFORM 1540-EDIT-TYPE THRU 1540-EXIT
                   WHEN OTHER
                       PERFORM 1510-EDIT-COMPARISON THRU 1510-EXIT
               END-EVALUATE
           END-IF.
       1500-EXIT.
           EXIT.
      *
       1510-EDIT-COMPARISON.
           MOVE 'N' TO WS-CD-KIND(WS-CD-IDX).
           MOVE WS-TOK(1) TO WS-LOOK-NAME.
           PERFORM 6000-LOOKUP-FIELD THRU 6000-EXIT.
           EVALUATE TRUE
               WHEN WS-LOOK-NO = ZERO
                   STRING "*** UNKNOWN FIELD " DELIMITED BY SIZE
                       WS-LOOK-NAME           DELIMITED BY SPACE
                       " ***"                 DELIMITED BY SIZE
                       INTO WS-CARD-ERROR
                   END-STRING
               WHEN WS-FD-KIND(WS-LOOK-NO) NOT = 'N'
                   MOVE "*** ONLY COUNT FIELDS, CC, REGION, TYPE ***"
                       TO WS-CARD-ERROR
               WHEN WS-CD-OP(WS-CD-IDX) NOT = "EQ"
                   AND WS-CD-OP(WS-CD-IDX) NOT = "NE"
                   AND WS-CD-OP(WS-CD-IDX) NOT = "GT"
                   AND WS-CD-OP(WS-CD-IDX) NOT = "GE"
                   AND WS-CD-OP(WS-CD-IDX) NOT = "LT"
                   AND WS-CD-OP(WS-CD-IDX) NOT = "LE"
                   OR WS-TOK-LEN(2) NOT = 2
                   MOVE "*** OPERATOR MUST BE EQ NE GT GE LT LE ***"
                       TO WS-CARD-ERROR
               WHEN WS-TOK-CNT NOT = 3
                   OR WS-TOK-LEN(3) > 12
                   OR WS-TOK(3)(1:WS-TOK-LEN(3)) NOT NUMERIC
                   MOVE "*** VALUE MUST BE A WHOLE NUMBER ***"
                       TO WS-CARD-ERROR
               WHEN OTHER
                   COMPUTE WS-CD-FIELD(WS-CD-IDX) =
                       WS-LOOK-NO - WS-FIRST-COUNT-FIELD + 1
                   MOVE WS-TOK(3)(1:WS-TOK-LEN(3))
                       TO WS-CD-VALUE(WS-CD-IDX)
           END-EVALUATE.
       1510-EXIT.
           EXIT.
      *
       1520-EDIT-CC-LIST.
           MOVE 'C' TO WS-CD-KIND(WS-CD-IDX).
           IF WS-CD-OP(WS-CD-IDX) NOT = "EQ"
               AND WS-CD-OP(WS-CD-IDX) NOT = "NE"
               OR WS-TOK-LEN(2) NOT = 2
               MOVE "*** CC OPERATOR MUST BE EQ OR NE ***"
                   TO WS-CARD-ERROR
           ELSE
               PERFORM 1525-EDIT-ONE-CC THRU 1525-EXIT
                   VARYING WS-TOK-SUB FROM 3 BY 1
                   UNTIL WS-TOK-SUB > WS-TOK-CNT
           END-IF.
       1520-EXIT.
           EXIT.
      *
       1525-EDIT-ONE-CC.
           IF WS-TOK-LEN(WS-TOK-SUB) NOT = 2
               MOVE "*** A COUNTRY CODE IS TWO CHARACTERS ***"
                   TO WS-CARD-ERROR
           ELSE
               ADD 1 TO WS-CD-CC-CNT(WS-CD-IDX)
               MOVE WS-TOK(WS-TOK-SUB)(1:2)
                   TO WS-CD-CC(WS-CD-IDX, WS-CD-CC-CNT(WS-CD-IDX))
           END-IF.
       1525-EXIT.
           EXIT.
      *
      * THE REGION NAME MUST BE ONE THE REGION MASTER USES, OR THE
      * "OTHER" CATCH-ALL - A MISSPELLED REGION WOULD OTHERWISE
      * SILENTLY MATCH NOTHING.
      *
       1530-EDIT-REGION.
           MOVE 'R' TO WS-CD-KIND(WS-CD-IDX).
           MOVE WS-TOK(3) TO WS-CD-TEXT(WS-CD-IDX).
           MOVE 'N' TO WS-REGION-KNOWN.
           IF WS-TOK(3) = "OTHER"
               MOVE 'Y' TO WS-REGION-KNOWN
           END-IF.
           IF WS-REGION-CNT > ZERO
               SET WS-REGION-IDX TO 1
               SEARCH WS-REGION-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REGION-NAME(WS-REGION-IDX) = WS-TOK(3)
                       MOVE 'Y' TO WS-REGION-KNOWN
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN WS-CD-OP(WS-CD-IDX) NOT = "EQ"
                   AND WS-CD-OP(WS-CD-IDX) NOT = "NE"
                   OR WS-TOK-LEN(2) NOT = 2
                   MOVE "*** REGION OPERATOR MUST BE EQ OR NE ***"
                       TO WS-CARD-ERROR
               WHEN WS-TOK-CNT NOT = 3
                   MOVE "*** REGION TAKES ONE REGION NAME ***"
                       TO WS-CARD-ERROR
               WHEN WS-REGION-KNOWN NOT = 'Y'
                   MOVE "*** REGION NOT ON THE REGION MASTER ***"
                       TO WS-CARD-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1530-EXIT.
           EXIT.
      *
       1540-EDIT-TYPE.
           MOVE 'T' TO WS-CD-KIND(WS-CD-IDX).
           MOVE WS-TOK(3) TO WS-CD-TEXT(WS-CD-IDX).
           MOVE 'Y' TO WS-Q-TYPE-COND.
           EVALUATE TRUE
               WHEN WS-CD-OP(WS-CD-IDX) NOT = "EQ"
                   AND WS-CD-OP(WS-CD-IDX) NOT = "NE"
                   OR WS-TOK-LEN(2) NOT = 2
                   MOVE "*** TYPE OPERATOR MUST BE EQ OR NE ***"
                       TO WS-CARD-ERROR
               WHEN WS-TOK-CNT NOT = 3
                   OR (WS-TOK(3) NOT = "C" AND WS-TOK(3) NOT = "P"
                       AND WS-TOK(3) NOT = "E")
                   MOVE "*** TYPE MUST BE C, P OR E ***"
                       TO WS-CARD-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1540-EXIT.
           EXIT.
      *
      * SORT <FIELD> [ASC|DESC] ...
      *
       1600-EDIT-SORT.
           IF WS-SEEN-SORT = 'Y'
               MOVE "*** MORE THAN ONE SORT CARD ***"
                   TO WS-CARD-ERROR
           ELSE
               MOVE 'Y' TO WS-SEEN-SORT
               IF WS-TOK-CNT = ZERO
                   MOVE "*** NO SORT FIELD NAMED ***"
                       TO WS-CARD-ERROR
               END-IF
           END-IF.
           PERFORM 1610-EDIT-ONE-SORT-TOKEN THRU 1610-EXIT
               VARYING WS-TOK-SUB FROM 1 BY 1
               UNTIL WS-TOK-SUB > WS-TOK-CNT
                   OR WS-CARD-ERROR NOT = SPACES.
       1600-EXIT.
           EXIT.
      *
       1610-EDIT-ONE-SORT-TOKEN.
           IF WS-TOK(WS-TOK-SUB) = "ASC"
               OR WS-TOK(WS-TOK-SUB) = "DESC"
               IF WS-TOK-SUB = 1
                   OR WS-TOK(WS-TOK-SUB - 1) = "ASC"
                   OR WS-TOK(WS-TOK-SUB - 1) = "DESC"
                   MOVE "*** ASC/DESC MUST FOLLOW A FIELD NAME ***"
                       TO WS-CARD-ERROR
               ELSE
                   SET WS-SK-IDX TO WS-SK-CNT
                   MOVE WS-TOK(WS-TOK-SUB)(1:1)
                       TO WS-SK-DIR(WS-SK-IDX)
               END-IF
           ELSE
               MOVE WS-TOK(WS-TOK-SUB) TO WS-LOOK-NAME
               PERFORM 6000-LOOKUP-FIELD THRU 6000-EXIT
               EVALUATE TRUE
                   WHEN WS-LOOK-NO = ZERO
                       STRING "*** UNKNOWN FIELD " DELIMITED BY SIZE
                           WS-LOOK-NAME           DELIMITED BY SPACE
                           " ***"                 DELIMITED BY SIZE
                           INTO WS-CARD-ERROR
                       END-STRING
                   WHEN WS-SK-CNT = 5
                       MOVE "*** MORE THAN 5 SORT FIELDS ***"
                           TO WS-CARD-ERROR
                   WHEN OTHER
                       ADD 1 TO WS-SK-CNT
                       SET WS-SK-IDX TO WS-SK-CNT
                       MOVE WS-LOOK-NO TO WS-SK-FIELD(WS-SK-IDX)
                       MOVE 'A' TO WS-SK-DIR(WS-SK-IDX)
               END-EVALUATE
           END-IF.
       1610-EXIT.
           EXIT.
      *
      * GROUP COUNTRY | REGION | WEEK | MONTH
      *
       1700-EDIT-GROUP.
           IF WS-SEEN-GROUP = 'Y'
               MOVE "*** MORE THAN ONE GROUP CARD ***"
                   TO WS-CARD-ERROR
           ELSE
               MOVE 'Y' TO WS-SEEN-GROUP
               EVALUATE TRUE
                   WHEN WS-TOK-CNT NOT = 1
                       MOVE "*** GROUP TAKES ONE LEVEL ***"
                           TO WS-CARD-ERROR
                   WHEN WS-TOK(1) = "COUNTRY"
                       MOVE 'C' TO WS-Q-GROUP
                   WHEN WS-TOK(1) = "REGION"
                       MOVE 'R' TO WS-Q-GROUP
                   WHEN WS-TOK(1) = "WEEK"
                       MOVE 'W' TO WS-Q-GROUP
                   WHEN WS-TOK(1) = "MONTH"
                       MOVE 'M' TO WS-Q-GROUP
                   WHEN OTHER
                       MOVE "*** GROUP IS COUNTRY, REGION, WEEK, MONTH"
                           TO WS-CARD-ERROR
               END-EVALUATE
           END-IF.
       1700-EXIT.
           EXIT.
      *
      * CHECKS THAT NEED THE WHOLE DECK.  THE PRINT COLUMNS ARE LAID
      * OUT HERE AND MUST FIT THE 132-BYTE LINE.
      *
       1800-CHECK-DECK.
           MOVE SPACES TO WS-CARD-ERROR.
           IF WS-CARD-NO = ZERO
               MOVE "*** NO QUERY CARDS ***" TO WS-CARD-ERROR
               PERFORM 7950-LIST-DECK-ERROR THRU 7950-EXIT
           END-IF.
           IF WS-OUT-CNT = ZERO
               MOVE "*** NO FIELDS CARD - NOTHING TO OUTPUT ***"
                   TO WS-CARD-ERROR
               PERFORM 7950-LIST-DECK-ERROR THRU 7950-EXIT
           END-IF.
           MOVE 1 TO WS-LINE-WIDTH.
           PERFORM 1810-PLACE-ONE-COLUMN THRU 1810-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-OUT-CNT.
           IF WS-Q-OUTPUT = 'P'
               AND WS-LINE-WIDTH > 135
               MOVE "*** FIELDS TOO WIDE FOR THE 132-BYTE LINE ***"
                   TO WS-CARD-ERROR
               PERFORM 7950-LIST-DECK-ERROR THRU 7950-EXIT
           END-IF.
       1800-EXIT.
           EXIT.
      *
       1810-PLACE-ONE-COLUMN.
           SET WS-OUT-IDX TO WS-OUT-SUB.
           SET WS-FD-IDX TO WS-OUT-FIELD(WS-OUT-IDX).
           MOVE WS-LINE-WIDTH TO WS-OUT-POS(WS-OUT-IDX).
           COMPUTE WS-LINE-WIDTH =
               WS-LINE-WIDTH + WS-FD-WIDTH(WS-FD-IDX) + 2.
       1810-EXIT.
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
      * SORT INPUT PROCEDURE - READ THE ARCHIVE AND RELEASE EVERY
      * ROW THE QUERY SELECTS.
      *
       3000-SELECT-ROWS.
           MOVE 'N' TO LAST-REC.
           OPEN INPUT CANON-IN.
           PERFORM 5000-READ-CANON THRU 5000-EXIT.
           PERFORM 3100-SELECT-ONE-ROW THRU 3100-EXIT
               UNTIL LAST-REC = 'Y'.
           CLOSE CANON-IN.
       3000-EXIT.
           EXIT.
      *
       3100-SELECT-ONE-ROW.
           MOVE CAN-REC TO WS-ROW-CAN.
           IF WS-RC-TYPE = SPACE
               MOVE 'C' TO WS-RC-TYPE
           END-IF.
           MOVE 'Y' TO WS-ROW-PASSES.
           IF WS-Q-DATE-FROM NOT = SPACES
               AND WS-RC-DATE < WS-Q-DATE-FROM
               MOVE 'N' TO WS-ROW-PASSES
           END-IF.
           IF WS-Q-DATE-TO NOT = SPACES
               AND WS-RC-DATE > WS-Q-DATE-TO
               MOVE 'N' TO WS-ROW-PASSES
           END-IF.
           IF WS-Q-TYPE-COND = 'N'
               AND WS-RC-TYPE = 'P'
               MOVE 'N' TO WS-ROW-PASSES
           END-IF.
           IF WS-ROW-PASSES = 'Y'
               PERFORM 6100-FIND-REGION THRU 6100-EXIT
               IF WS-COND-CNT > ZERO
                   PERFORM 6500-TEST-CONDITIONS THRU 6500-EXIT
               END-IF
           END-IF.
           IF WS-ROW-PASSES = 'Y'
               ADD 1 TO WS-SELECTED-CNT
               PERFORM 3200-BUILD-SORT-RCD THRU 3200-EXIT
               RELEASE SD-RCD
           END-IF.
           PERFORM 5000-READ-CANON THRU 5000-EXIT.
       3100-EXIT.
           EXIT.
      *
       3200-BUILD-SORT-RCD.
           MOVE SPACES TO SD-RCD.
           MOVE WS-SELECTED-CNT TO SD-SEQ.
           MOVE WS-ROW-CAN      TO SD-ROW.
           MOVE WS-ROW-REGION   TO SD-REGION.
           EVALUATE WS-Q-GROUP
               WHEN 'C'
                   MOVE WS-RC-CC TO SD-GRP-KEY
                   STRING WS-RC-CC    DELIMITED BY SIZE
                       " "            DELIMITED BY SIZE
                       WS-RC-COUNTRY  DELIMITED BY SIZE
                       INTO SD-GRP-LABEL
                   END-STRING
               WHEN 'R'
                   MOVE WS-ROW-REGION TO SD-GRP-KEY
                   MOVE WS-ROW-REGION TO SD-GRP-LABEL
               WHEN 'W'
                   PERFORM 6400-SET-WEEK-START THRU 6400-EXIT
                   MOVE WS-WEEK-START TO SD-GRP-KEY
                   STRING "WEEK OF "  DELIMITED BY SIZE
                       WS-WEEK-START  DELIMITED BY SIZE
                       INTO SD-GRP-LABEL
                   END-STRING
               WHEN 'M'
                   MOVE WS-RC-DATE(1:7) TO SD-GRP-KEY
                   STRING "MONTH "    DELIMITED BY SIZE
                       WS-RC-DATE(1:7) DELIMITED BY SIZE
                       INTO SD-GRP-LABEL
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 3210-SET-ONE-SORT-KEY THRU 3210-EXIT
               VARYING WS-SK-SUB FROM 1 BY 1
               UNTIL WS-SK-SUB > WS-SK-CNT.
       3200-EXIT.
           EXIT.
      *
       3210-SET-ONE-SORT-KEY.
           SET WS-SK-IDX TO WS-SK-SUB.
           MOVE WS-SK-FIELD(WS-SK-IDX) TO WS-GV-FIELD.
           PERFORM 6200-GET-FIELD-VALUE THRU 6200-EXIT.
           IF WS-SK-DIR(WS-SK-IDX) = 'D'
               MOVE WS-GV-TEXT TO SD-KEY-DESC(WS-SK-SUB)
           ELSE
               MOVE WS-GV-TEXT TO SD-KEY-ASC(WS-SK-SUB)
           END-IF.
       3210-EXIT.
           EXIT.
      *
       4000-WRITE-CARD-HEADERS.
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
      * RESULT PAGE HEADINGS - THE TITLE, THEN ONE HEADING PER
      * OUTPUT FIELD OVER ITS COLUMN, COUNTS RIGHT-ALIGNED.
      *
       4100-WRITE-RESULT-HEADERS.
           MOVE WS-TITLE-LINE TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING PAGE.
           IF WS-RESULT-HEADER = SPACES
               PERFORM 4110-HEAD-ONE-COLUMN THRU 4110-EXIT
                   VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-OUT-CNT
           END-IF.
           MOVE WS-RESULT-HEADER TO PRT-RCD.
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
       4110-HEAD-ONE-COLUMN.
           SET WS-OUT-IDX TO WS-OUT-SUB.
           SET WS-FD-IDX TO WS-OUT-FIELD(WS-OUT-IDX).
           IF WS-FD-KIND(WS-FD-IDX) = 'N'
               COMPUTE WS-DL-POS = WS-OUT-POS(WS-OUT-IDX)
                   + WS-FD-WIDTH(WS-FD-IDX) - WS-FD-NAME-LEN(WS-FD-IDX)
           ELSE
               MOVE WS-OUT-POS(WS-OUT-IDX) TO WS-DL-POS
           END-IF.
           MOVE WS-FD-NAME(WS-FD-IDX)
               TO WS-RESULT-HEADER(WS-DL-POS:
                                   WS-FD-NAME-LEN(WS-FD-IDX)).
       4110-EXIT.
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
               ADD 1 TO RCD-IN
               IF WS-CANON-REC-LEN < 220
                   MOVE SPACES TO CAN-REC-TYPE
                   MOVE SPACES TO CAN-PROVINCE
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-READ-CARD.
           MOVE SPACES TO QC-REC.
           READ QUERY-CARDS
               AT END MOVE 'Y' TO LAST-CARD
           END-READ.
       5100-EXIT.
           EXIT.
      *
      * FIND A FIELD NAME IN THE DICTIONARY - WS-LOOK-NO IS ITS
      * POSITION, ZERO IF IT IS NOT A FIELD A QUERY CAN NAME.
      *
       6000-LOOKUP-FIELD.
           MOVE ZERO TO WS-LOOK-NO.
           SET WS-FD-IDX TO 1.
           SEARCH WS-FD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FD-NAME(WS-FD-IDX) = WS-LOOK-NAME
                   SET WS-LOOK-NO TO WS-FD-IDX
           END-SEARCH.
       6000-EXIT.
           EXIT.
      *
      * REGION OF THE ROW IN HAND - "OTHER" FOR A CODE NOT ON THE
      * REGION MASTER.
      *
       6100-FIND-REGION.
           MOVE "OTHER" TO WS-ROW-REGION.
           IF WS-REGION-CNT > ZERO
               SET WS-REGION-IDX TO 1
               SEARCH WS-REGION-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REGION-CC(WS-REGION-IDX) = WS-RC-CC
                       MOVE WS-REGION-NAME(WS-REGION-IDX)
                           TO WS-ROW-REGION
               END-SEARCH
           END-IF.
       6100-EXIT.
           EXIT.
      *
      * VALUE OF FIELD WS-GV-FIELD FOR THE ROW IN HAND.
      *
       6200-GET-FIELD-VALUE.
           MOVE SPACES TO WS-GV-TEXT.
           MOVE ZERO TO WS-GV-NUM.
           EVALUATE WS-GV-FIELD
               WHEN 1
                   MOVE WS-RC-DATE     TO WS-GV-TEXT
               WHEN 2
                   MOVE WS-RC-CC       TO WS-GV-TEXT
               WHEN 3
                   MOVE WS-RC-COUNTRY  TO WS-GV-TEXT
               WHEN 4
                   MOVE WS-RC-TYPE     TO WS-GV-TEXT
               WHEN 5
                   MOVE WS-RC-PROVINCE TO WS-GV-TEXT
               WHEN 6
                   MOVE WS-ROW-REGION  TO WS-GV-TEXT
               WHEN OTHER
                   MOVE WS-RC-COUNT(WS-GV-FIELD
                       - WS-FIRST-COUNT-FIELD + 1) TO WS-GV-NUM
                   MOVE WS-GV-NUM TO WS-GV-TEXT
           END-EVALUATE.
       6200-EXIT.
           EXIT.
      *
      * STEP THE ROW'S DATE BACK TO THE MONDAY OF ITS WEEK.
      *
       6400-SET-WEEK-START.
           MOVE WS-RC-DATE(1:4) TO WS-CD-YYYY.
           MOVE WS-RC-DATE(6:2) TO WS-CD-MM.
           MOVE WS-RC-DATE(9:2) TO WS-CD-DD.
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
           DIVIDE WS-DC-JDN BY 7 GIVING WS-DC-QUOT
               REMAINDER WS-DC-DOW.
           PERFORM 9600-BACK-ONE-DAY THRU 9600-EXIT
               VARYING WS-BACK-SUB FROM 1 BY 1
               UNTIL WS-BACK-SUB > WS-DC-DOW.
           MOVE WS-CD-YYYY TO WS-WS-YYYY.
           MOVE WS-CD-MM   TO WS-WS-MM.
           MOVE WS-CD-DD   TO WS-WS-DD.
       6400-EXIT.
           EXIT.
      *
      * APPLY THE CONDITIONS.  EVERY OR-GROUP STARTS TRUE AND ANY
      * FALSE CONDITION MAKES ITS GROUP FALSE; THE ROW PASSES IF
      * ANY GROUP IS STILL TRUE.
      *
       6500-TEST-CONDITIONS.
           MOVE ALL 'Y' TO WS-OR-RESULTS.
           PERFORM 6510-TEST-ONE-CONDITION THRU 6510-EXIT
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-COND-CNT.
           MOVE 'N' TO WS-ROW-PASSES.
           PERFORM 6590-CHECK-ONE-GROUP THRU 6590-EXIT
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-OR-GROUP-CNT.
       6500-EXIT.
           EXIT.
      *
       6510-TEST-ONE-CONDITION.
           SET WS-CD-IDX TO WS-CD-SUB.
           MOVE 'N' TO WS-COND-TRUE.
           EVALUATE WS-CD-KIND(WS-CD-IDX)
               WHEN 'N'
                   PERFORM 6520-TEST-COMPARISON THRU 6520-EXIT
               WHEN 'C'
                   MOVE 'N' TO WS-CC-MATCH
                   PERFORM 6530-TEST-ONE-CC THRU 6530-EXIT
                       VARYING WS-CC-SUB FROM 1 BY 1
                       UNTIL WS-CC-SUB > WS-CD-CC-CNT(WS-CD-IDX)
                   IF (WS-CD-OP(WS-CD-IDX) = "EQ"
                       AND WS-CC-MATCH = 'Y')
                       OR (WS-CD-OP(WS-CD-IDX) = "NE"
                       AND WS-CC-MATCH = 'N')
                       MOVE 'Y' TO WS-COND-TRUE
                   END-IF
               WHEN 'R'
                   IF (WS-CD-OP(WS-CD-IDX) = "EQ"
                       AND WS-ROW-REGION = WS-CD-TEXT(WS-CD-IDX))
                       OR (WS-CD-OP(WS-CD-IDX) = "NE"
                       AND WS-ROW-REGION NOT = WS-CD-TEXT(WS-CD-IDX))
                       MOVE 'Y' TO WS-COND-TRUE
                   END-IF
               WHEN 'T'
                   IF (WS-CD-OP(WS-CD-IDX) = "EQ"
                       AND WS-RC-TYPE = WS-CD-TEXT(WS-CD-IDX)(1:1))
                       OR (WS-CD-OP(WS-CD-IDX) = "NE"
                       AND WS-RC-TYPE
                           NOT = WS-CD-TEXT(WS-CD-IDX)(1:1))
                       MOVE 'Y' TO WS-COND-TRUE
                   END-IF
           END-EVALUATE.
           IF WS-COND-TRUE = 'N'
               MOVE 'N' TO WS-OR-RESULT(WS-CD-GROUP(WS-CD-IDX))
           END-IF.
       6510-EXIT.
           EXIT.
      *
       6520-TEST-COMPARISON.
           MOVE WS-RC-COUNT(WS-CD-FIELD(WS-CD-IDX)) TO WS-CMP-VALUE.
           EVALUATE WS-CD-OP(WS-CD-IDX)
               WHEN "EQ"
                   IF WS-CMP-VALUE = WS-CD-VALUE(WS-CD-IDX)
                       MOVE 'Y' TO WS-COND-TRUE
                   END-IF
               WHEN "NE"
                   IF WS-CMP-VALUE NOT = WS-CD-VALUE(WS-CD-IDX)
                       MOVE 'Y' TO WS-COND-TRUE
                   END-IF
               WHEN "GT"
                   IF WS-CMP-VALUE > WS-CD-VALUE(WS-CD-IDX)
                       MOVE 'Y' TO WS-COND-TRUE
                   END-IF
               WHEN "GE"
                   IF WS-CMP-VALUE NOT < WS-CD-VALUE(WS-CD-IDX)
                       MOVE 'Y' TO WS-COND-TRUE
                   END-IF
               WHEN "LT"
                   IF WS-CMP-VALUE < WS-CD-VALUE(WS-CD-IDX)
                       MOVE 'Y' TO WS-COND-TRUE
                   END-IF
               WHEN "LE"
                   IF WS-CMP-VALUE NOT > WS-CD-VALUE(WS-CD-IDX)
                       MOVE 'Y' TO WS-COND-TRUE
                   END-IF
           END-EVALUATE.
       6520-EXIT.
           EXIT.
      *
       6530-TEST-ONE-CC.
           IF WS-CD-CC(WS-CD-IDX, WS-CC-SUB) = WS-RC-CC
               MOVE 'Y' TO WS-CC-MATCH
           END-IF.
       6530-EXIT.
           EXIT.
      *
       6590-CHECK-ONE-GROUP.
           IF WS-OR-RESULT(WS-CD-SUB) = 'Y'
               MOVE 'Y' TO WS-ROW-PASSES
           END-IF.
       6590-EXIT.
           EXIT.
      *
      * LENGTH OF WS-TRIM-AREA WITHOUT ITS TRAILING SPACES.
      *
       6700-TRIM-LENGTH.
           MOVE 60 TO WS-TRIM-LEN.
           PERFORM 6710-BACK-ONE-CHAR THRU 6710-EXIT
               UNTIL WS-TRIM-LEN = ZERO
                   OR WS-TRIM-AREA(WS-TRIM-LEN:1) NOT = SPACE.
       6700-EXIT.
           EXIT.
      *
       6710-BACK-ONE-CHAR.
           SUBTRACT 1 FROM WS-TRIM-LEN.
       6710-EXIT.
           EXIT.
      *
      * SORT OUTPUT PROCEDURE - WRITE THE SELECTED ROWS IN ORDER,
      * WITH A SUBTOTAL AT EACH CHANGE OF GROUP AND A GRAND TOTAL.
      *
       7000-WRITE-RESULTS.
           IF WS-Q-OUTPUT = 'D'
               OPEN OUTPUT QUERY-OUT
               PERFORM 7600-WRITE-DELIM-HEADER THRU 7600-EXIT
           ELSE
               PERFORM 4100-WRITE-RESULT-HEADERS THRU 4100-EXIT
           END-IF.
           MOVE 'Y' TO WS-FIRST-ROW.
           MOVE 'N' TO SORT-EOF.
           RETURN SORT-WORK AT END MOVE 'Y' TO SORT-EOF.
           PERFORM 7100-WRITE-ONE-ROW THRU 7100-EXIT
               UNTIL SORT-EOF = 'Y'.
           IF WS-Q-GROUP NOT = SPACE
               AND WS-FIRST-ROW = 'N'
               PERFORM 7400-WRITE-SUBTOTAL THRU 7400-EXIT
           END-IF.
           IF WS-SELECTED-CNT = ZERO
               IF WS-Q-OUTPUT = 'P'
                   MOVE "   *** NO ROWS MATCHED THE QUERY ***"
                       TO PRT-RCD
                   WRITE PRT-RCD
                       AFTER ADVANCING 2 LINES
               END-IF
           ELSE
               PERFORM 7500-WRITE-GRAND-TOTAL THRU 7500-EXIT
           END-IF.
           IF WS-Q-OUTPUT = 'D'
               CLOSE QUERY-OUT
           END-IF.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-ONE-ROW.
           MOVE SD-ROW    TO WS-ROW-CAN.
           MOVE SD-REGION TO WS-ROW-REGION.
           IF WS-Q-GROUP NOT = SPACE
               IF WS-FIRST-ROW = 'Y'
                   OR SD-GRP-KEY NOT = WS-PREV-GRP-KEY
                   IF WS-FIRST-ROW = 'N'
                       PERFORM 7400-WRITE-SUBTOTAL THRU 7400-EXIT
                   END-IF
                   PERFORM 7150-START-GROUP THRU 7150-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO WS-FIRST-ROW.
           ADD 1 TO WS-GRP-ROW-CNT.
           PERFORM 7200-ADD-TO-TOTALS THRU 7200-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-OUT-CNT.
           IF WS-Q-OUTPUT = 'D'
               MOVE 'D' TO WS-SUM-KIND
               PERFORM 7700-WRITE-DELIM-ROW THRU 7700-EXIT
           ELSE
               PERFORM 7300-WRITE-PRINT-ROW THRU 7300-EXIT
           END-IF.
           RETURN SORT-WORK AT END MOVE 'Y' TO SORT-EOF.
       7100-EXIT.
           EXIT.
      *
      * NEW GROUP - RESET ITS TOTALS AND, ON THE REPORT, HEAD IT.
      *
       7150-START-GROUP.
           ADD 1 TO WS-GROUP-CNT.
           MOVE SD-GRP-KEY   TO WS-PREV-GRP-KEY.
           MOVE SD-GRP-LABEL TO WS-CUR-GRP-LABEL.
           MOVE ZERO TO WS-GRP-ROW-CNT.
           PERFORM 7160-CLEAR-ONE-SUBTOTAL THRU 7160-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-OUT-CNT.
           IF WS-Q-OUTPUT = 'P'
               IF LINE-CTR >= 54
                   PERFORM 4100-WRITE-RESULT-HEADERS THRU 4100-EXIT
               END-IF
               MOVE SPACES TO PRT-RCD
               MOVE WS-CUR-GRP-LABEL TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-CTR
           END-IF.
       7150-EXIT.
           EXIT.
      *
       7160-CLEAR-ONE-SUBTOTAL.
           SET WS-OUT-IDX TO WS-OUT-SUB.
           MOVE ZERO TO WS-OUT-SUB-TOT(WS-OUT-IDX).
       7160-EXIT.
           EXIT.
      *
       7200-ADD-TO-TOTALS.
           SET WS-OUT-IDX TO WS-OUT-SUB.
           SET WS-FD-IDX TO WS-OUT-FIELD(WS-OUT-IDX).
           IF WS-FD-KIND(WS-FD-IDX) = 'N'
               MOVE WS-OUT-FIELD(WS-OUT-IDX) TO WS-GV-FIELD
               PERFORM 6200-GET-FIELD-VALUE THRU 6200-EXIT
               ADD WS-GV-NUM TO WS-OUT-SUB-TOT(WS-OUT-IDX)
               ADD WS-GV-NUM TO WS-OUT-GRAND-TOT(WS-OUT-IDX)
           END-IF.
       7200-EXIT.
           EXIT.
      *
       7300-WRITE-PRINT-ROW.
           IF LINE-CTR >= 56
               PERFORM 4100-WRITE-RESULT-HEADERS THRU 4100-EXIT
           END-IF.
           MOVE SPACES TO PRT-RCD.
           PERFORM 7310-PRINT-ONE-FIELD THRU 7310-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-OUT-CNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           ADD 1 TO WS-OUT-ROW-CNT.
       7300-EXIT.
           EXIT.
      *
       7310-PRINT-ONE-FIELD.
           SET WS-OUT-IDX TO WS-OUT-SUB.
           SET WS-FD-IDX TO WS-OUT-FIELD(WS-OUT-IDX).
           MOVE WS-OUT-FIELD(WS-OUT-IDX) TO WS-GV-FIELD.
           PERFORM 6200-GET-FIELD-VALUE THRU 6200-EXIT.
           IF WS-FD-KIND(WS-FD-IDX) = 'N'
               MOVE WS-GV-NUM TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM
                   TO PRT-RCD(WS-OUT-POS(WS-OUT-IDX):17)
           ELSE
               MOVE WS-GV-TEXT
                   TO PRT-RCD(WS-OUT-POS(WS-OUT-IDX):
                              WS-FD-WIDTH(WS-FD-IDX))
           END-IF.
       7310-EXIT.
           EXIT.
      *
      * GROUP SUBTOTAL - THE LABEL AND ROW COUNT ON ONE LINE, THE
      * SUMS UNDER THEIR COLUMNS ON THE NEXT.
      *
       7400-WRITE-SUBTOTAL.
           MOVE WS-GRP-ROW-CNT TO WS-EDIT-ROWS.
           MOVE SPACES TO WS-SUM-LABEL.
           STRING "SUBTOTAL "     DELIMITED BY SIZE
               WS-CUR-GRP-LABEL   DELIMITED BY "  "
               " - ROWS "         DELIMITED BY SIZE
               WS-EDIT-ROWS       DELIMITED BY SIZE
               INTO WS-SUM-LABEL
           END-STRING.
           MOVE 'S' TO WS-SUM-KIND.
           IF WS-Q-OUTPUT = 'D'
               PERFORM 7700-WRITE-DELIM-ROW THRU 7700-EXIT
           ELSE
               PERFORM 7450-WRITE-PRINT-SUMS THRU 7450-EXIT
           END-IF.
       7400-EXIT.
           EXIT.
      *
       7450-WRITE-PRINT-SUMS.
           IF LINE-CTR >= 54
               PERFORM 4100-WRITE-RESULT-HEADERS THRU 4100-EXIT
           END-IF.
           MOVE SPACES TO PRT-RCD.
           MOVE WS-SUM-LABEL TO PRT-RCD(4:60).
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
           PERFORM 7460-PRINT-ONE-SUM THRU 7460-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-OUT-CNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-CTR.
       7450-EXIT.
           EXIT.
      *
       7460-PRINT-ONE-SUM.
           SET WS-OUT-IDX TO WS-OUT-SUB.
           SET WS-FD-IDX TO WS-OUT-FIELD(WS-OUT-IDX).
           IF WS-FD-KIND(WS-FD-IDX) = 'N'
               IF WS-SUM-KIND = 'S'
                   MOVE WS-OUT-SUB-TOT(WS-OUT-IDX) TO WS-EDIT-NUM
               ELSE
                   MOVE WS-OUT-GRAND-TOT(WS-OUT-IDX) TO WS-EDIT-NUM
               END-IF
               MOVE WS-EDIT-NUM
                   TO PRT-RCD(WS-OUT-POS(WS-OUT-IDX):17)
           END-IF.
       7460-EXIT.
           EXIT.
      *
      * GRAND TOTAL.  ON A DELIMITED FILE IT IS WRITTEN ONLY WITH
      * A GROUP CARD, WHERE THE ROW KIND COLUMN CAN MARK IT.
      *
       7500-WRITE-GRAND-TOTAL.
           MOVE WS-SELECTED-CNT TO WS-EDIT-ROWS.
           MOVE SPACES TO WS-SUM-LABEL.
           STRING "GRAND TOTAL - ROWS " DELIMITED BY SIZE
               WS-EDIT-ROWS             DELIMITED BY SIZE
               INTO WS-SUM-LABEL
           END-STRING.
           MOVE 'T' TO WS-SUM-KIND.
           IF WS-Q-OUTPUT = 'D'
               IF WS-Q-GROUP NOT = SPACE
                   MOVE SPACES TO WS-CUR-GRP-LABEL
                   PERFORM 7700-WRITE-DELIM-ROW THRU 7700-EXIT
               END-IF
           ELSE
               MOVE HEADER-5 TO PRT-RCD
               WRITE PRT-RCD
                   AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-CTR
               PERFORM 7450-WRITE-PRINT-SUMS THRU 7450-EXIT
           END-IF.
       7500-EXIT.
           EXIT.
      *
      * DELIMITED FILE HEADING ROW - THE FIELD NAMES, AFTER THE ROW
      * KIND AND GROUP COLUMNS WHEN THERE IS A GROUP CARD.
      *
       7600-WRITE-DELIM-HEADER.
           MOVE SPACES TO QRYOUT-REC.
           MOVE 1 TO WS-DL-POS.
           MOVE 'Y' TO WS-DL-FIRST.
           MOVE 'N' TO WS-TRIM-TEXT.
           IF WS-Q-GROUP NOT = SPACE
               MOVE "KIND" TO WS-TRIM-AREA
               PERFORM 7800-APPEND-VALUE THRU 7800-EXIT
               MOVE "GROUP" TO WS-TRIM-AREA
               PERFORM 7800-APPEND-VALUE THRU 7800-EXIT
           END-IF.
           PERFORM 7610-HEAD-ONE-FIELD THRU 7610-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-OUT-CNT.
           WRITE QRYOUT-REC.
       7600-EXIT.
           EXIT.
      *
       7610-HEAD-ONE-FIELD.
           SET WS-OUT-IDX TO WS-OUT-SUB.
           SET WS-FD-IDX TO WS-OUT-FIELD(WS-OUT-IDX).
           MOVE WS-FD-NAME(WS-FD-IDX) TO WS-TRIM-AREA.
           PERFORM 7800-APPEND-VALUE THRU 7800-EXIT.
       7610-EXIT.
           EXIT.
      *
      * ONE DELIMITED ROW - DETAIL ('D'), SUBTOTAL ('S') OR GRAND
      * TOTAL ('T').  ON A TOTAL ROW THE TEXT FIELDS ARE EMPTY.
      *
       7700-WRITE-DELIM-ROW.
           MOVE SPACES TO QRYOUT-REC.
           MOVE 1 TO WS-DL-POS.
           MOVE 'Y' TO WS-DL-FIRST.
           IF WS-Q-GROUP NOT = SPACE
               MOVE 'N' TO WS-TRIM-TEXT
               MOVE WS-SUM-KIND TO WS-TRIM-AREA
               PERFORM 7800-APPEND-VALUE THRU 7800-EXIT
               MOVE 'Y' TO WS-TRIM-TEXT
               MOVE WS-CUR-GRP-LABEL TO WS-TRIM-AREA
               PERFORM 7800-APPEND-VALUE THRU 7800-EXIT
           END-IF.
           PERFORM 7710-DELIM-ONE-FIELD THRU 7710-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-OUT-CNT.
           WRITE QRYOUT-REC.
           IF WS-SUM-KIND = 'D'
               ADD 1 TO WS-OUT-ROW-CNT
           END-IF.
       7700-EXIT.
           EXIT.
      *
       7710-DELIM-ONE-FIELD.
           SET WS-OUT-IDX TO WS-OUT-SUB.
           SET WS-FD-IDX TO WS-OUT-FIELD(WS-OUT-IDX).
           MOVE SPACES TO WS-TRIM-AREA.
           IF WS-FD-KIND(WS-FD-IDX) = 'N'
               MOVE 'N' TO WS-TRIM-TEXT
               EVALUATE WS-SUM-KIND
                   WHEN 'D'
                       MOVE WS-OUT-FIELD(WS-OUT-IDX) TO WS-GV-FIELD
                       PERFORM 6200-GET-FIELD-VALUE THRU 6200-EXIT
                       MOVE WS-GV-NUM TO WS-SUM-WORK
                   WHEN 'S'
                       MOVE WS-OUT-SUB-TOT(WS-OUT-IDX) TO WS-SUM-WORK
                   WHEN OTHER
                       MOVE WS-OUT-GRAND-TOT(WS-OUT-IDX)
                           TO WS-SUM-WORK
               END-EVALUATE
               MOVE WS-SUM-WORK TO WS-DELIM-NUM
               MOVE ZERO TO WS-TRIM-LEAD
               INSPECT WS-DELIM-NUM TALLYING WS-TRIM-LEAD
                   FOR LEADING SPACE
               MOVE WS-DELIM-NUM(WS-TRIM-LEAD + 1:) TO WS-TRIM-AREA
           ELSE
               MOVE 'Y' TO WS-TRIM-TEXT
               IF WS-SUM-KIND = 'D'
                   MOVE WS-OUT-FIELD(WS-OUT-IDX) TO WS-GV-FIELD
                   PERFORM 6200-GET-FIELD-VALUE THRU 6200-EXIT
                   MOVE WS-GV-TEXT TO WS-TRIM-AREA
               END-IF
           END-IF.
           PERFORM 7800-APPEND-VALUE THRU 7800-EXIT.
       7710-EXIT.
           EXIT.
      *
      * APPEND WS-TRIM-AREA TO THE DELIMITED RECORD, WITHOUT ITS
      * TRAILING SPACES, AFTER A DELIMITER UNLESS IT IS THE FIRST
      * VALUE.  WITH A COMMA DELIMITER, TEXT IS QUOTED SO A COMMA
      * IN A COUNTRY NAME CANNOT SPLIT THE COLUMN.
      *
       7800-APPEND-VALUE.
           IF WS-DL-FIRST = 'N'
               MOVE WS-Q-DELIM TO QRYOUT-REC(WS-DL-POS:1)
               ADD 1 TO WS-DL-POS
           END-IF.
           MOVE 'N' TO WS-DL-FIRST.
           PERFORM 6700-TRIM-LENGTH THRU 6700-EXIT.
           IF WS-TRIM-TEXT = 'Y' AND WS-Q-DELIM = ','
               MOVE '"' TO QRYOUT-REC(WS-DL-POS:1)
               ADD 1 TO WS-DL-POS
           END-IF.
           IF WS-TRIM-LEN > ZERO
               MOVE WS-TRIM-AREA(1:WS-TRIM-LEN)
                   TO QRYOUT-REC(WS-DL-POS:WS-TRIM-LEN)
               ADD WS-TRIM-LEN TO WS-DL-POS
           END-IF.
           IF WS-TRIM-TEXT = 'Y' AND WS-Q-DELIM = ','
               MOVE '"' TO QRYOUT-REC(WS-DL-POS:1)
               ADD 1 TO WS-DL-POS
           END-IF.
       7800-EXIT.
           EXIT.
      *
      * LIST ONE QUERY CARD WITH ITS VERDICT.
      *
       7900-LIST-CARD.
           IF LINE-CTR >= 56
               PERFORM 4000-WRITE-CARD-HEADERS THRU 4000-EXIT
           END-IF.
           MOVE SPACES TO PRT-RCD-CARD.
           MOVE WS-CARD-NO TO RPTC-CARD-NO.
           MOVE QC-REC     TO RPTC-IMAGE.
           IF WS-CARD-ERROR = SPACES
               IF QC-TYPE(1:1) = '*'
                   MOVE "COMMENT" TO RPTC-RESULT
               ELSE
                   MOVE "OK" TO RPTC-RESULT
               END-IF
           ELSE
               MOVE WS-CARD-ERROR TO RPTC-RESULT
               ADD 1 TO WS-DECK-ERR-CNT
           END-IF.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       7900-EXIT.
           EXIT.
      *
      * A FAULT IN THE DECK AS A WHOLE RATHER THAN IN ONE CARD.
      *
       7950-LIST-DECK-ERROR.
           MOVE SPACES TO PRT-RCD-CARD.
           MOVE "QUERY DECK" TO RPTC-IMAGE.
           MOVE WS-CARD-ERROR TO RPTC-RESULT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
           ADD 1 TO WS-DECK-ERR-CNT.
           MOVE SPACES TO WS-CARD-ERROR.
       7950-EXIT.
           EXIT.
      *
       8000-WRITE-FOOTER.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "QUERY CARDS READ" TO FTR-LABEL.
           MOVE WS-CARD-NO TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "QUERY CARD ERRORS" TO FTR-LABEL.
           MOVE WS-DECK-ERR-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "CANONICAL RECORDS READ" TO FTR-LABEL.
           MOVE RCD-IN TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "ROWS SELECTED" TO FTR-LABEL.
           MOVE WS-SELECTED-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "GROUPS" TO FTR-LABEL.
           MOVE WS-GROUP-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           IF WS-Q-OUTPUT = 'D'
               MOVE "DETAIL ROWS WRITTEN TO QRYOUT" TO FTR-LABEL
           ELSE
               MOVE "DETAIL LINES PRINTED" TO FTR-LABEL
           END-IF.
           MOVE WS-OUT-ROW-CNT TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
      *
      * STEP THE WORK DATE BACK ONE DAY, CROSSING MONTH AND YEAR
      * BOUNDARIES WITH THE MONTH-LENGTH TABLE AND THE CENTURY
      * LEAP-YEAR RULE, AS COVWEEK DOES.
      *
       9600-BACK-ONE-DAY.
           IF WS-CD-DD > 1
               SUBTRACT 1 FROM WS-CD-DD
           ELSE
               IF WS-CD-MM > 1
                   SUBTRACT 1 FROM WS-CD-MM
               ELSE
                   MOVE 12 TO WS-CD-MM
                   SUBTRACT 1 FROM WS-CD-YYYY
               END-IF
               MOVE WS-MONTH-DAYS(WS-CD-MM) TO WS-DAYS-THIS-MONTH
               IF WS-CD-MM = 2
                   PERFORM 9510-CHECK-LEAP-YEAR THRU 9510-EXIT
               END-IF
               MOVE WS-DAYS-THIS-MONTH TO WS-CD-DD
           END-IF.
       9600-EXIT.
           EXIT.
      *
       9510-CHECK-LEAP-YEAR.
           DIVIDE WS-CD-YYYY BY 4
               GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 29 TO WS-DAYS-THIS-MONTH
               DIVIDE WS-CD-YYYY BY 100
                   GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   DIVIDE WS-CD-YYYY BY 400
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = ZERO
                       MOVE 28 TO WS-DAYS-THIS-MONTH
                   END-IF
               END-IF
           END-IF.
       9510-EXIT.
           EXIT.
      *
      * APPEND THIS RUN'S CONTROL RECORD TO THE SHARED LOG.
      *
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RLOG-REC.
           MOVE "COVQRY"             TO RLOG-PROGRAM.
           MOVE WS-RUN-START-DATE    TO RLOG-START-DATE.
           MOVE WS-RUN-START-TIME    TO RLOG-START-TIME.
           ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-END-TIME FROM TIME.
           MOVE RCD-IN               TO RLOG-RCD-IN.
           MOVE RCD-IN               TO RLOG-DATA-ROWS.
           MOVE WS-SELECTED-CNT      TO RLOG-DETAIL-CNT.
           MOVE WS-DECK-ERR-CNT      TO RLOG-REJECT-CNT.
           MOVE WS-TITLE-LINE(1:50)  TO RLOG-CRITERIA.
           MOVE SPACE                TO RLOG-RESTART-IND.
           MOVE WS-FINAL-RC          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
       9100-EXIT.
           EXIT.
