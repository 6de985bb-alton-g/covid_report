      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.      COVGRPM.
       AUTHOR.          ALTON GOODMAN.
      *
      * COUNTRY GROUP (WATCHLIST) MASTER MAINTENANCE UTILITY.
      * APPLIES ADD/CHANGE/DELETE TRANSACTION CARDS TO THE GRPMST
      * COUNTRY GROUP MASTER (CVDGRPM LAYOUT) THAT COVID19 AND
      * COVWEEK LOAD FOR THEIR GROUP SUMMARY PAGES - THE SAME
      * TREATMENT COVREGNM GIVES THE REGION MASTER.  A GROUP IS A
      * DEFINITION RECORD CARRYING ITS NAME PLUS ONE MEMBER RECORD
      * PER COUNTRY, AND A COUNTRY MAY BELONG TO ANY NUMBER OF
      * GROUPS.  THE OLD MASTER IS READ FROM GRPIN, THE UPDATED
      * MASTER IS WRITTEN TO GRPOUT WITH EACH GROUP'S MEMBERS
      * DIRECTLY BEHIND ITS DEFINITION, AND EVERY TRANSACTION IS
      * LISTED ON THE AUDIT REPORT WITH ITS RESULT.  A REJECTED
      * TRANSACTION (DUPLICATE ADD, MEMBER ADDED TO A GROUP NOT ON
      * THE MASTER, CHANGE/DELETE OF A GROUP OR MEMBER NOT ON THE
      * MASTER, BAD ACTION CODE, BLANK GROUP ID OR NAME) DOES NOT
      * STOP THE RUN BUT LEAVES RETURN CODE 4.  A MASTER LARGER
      * THAN THE GROUP OR MEMBER TABLE STOPS THE RUN WITH RC=8
      * BEFORE A TRUNCATED NEW MASTER CAN BE WRITTEN.
      * AFTER THE TRANSACTIONS APPLY, EVERY MEMBER CODE IS CROSS-
      * CHECKED AGAINST THE REGNMST REGION MASTER THE WAY COVPOPM
      * CROSS-CHECKS THE POPULATION FILE - A CODE NOT ON REGNMST
      * IS USUALLY A MISPUNCHED CARD AND WILL NEVER MATCH THE
      * FEED - AND IS FLAGGED ON THE LISTING WITH RETURN CODE 4.
      * OLD-MASTER MEMBER RECORDS WITH NO GROUP DEFINITION ARE
      * DROPPED AND FLAGGED THE SAME WAY.
      *
      * TRANSACTION CARD LAYOUT (TRANIN):
      *   COL 1      ACTION - A (ADD), C (CHANGE), D (DELETE)
      *   COL 2-9    GROUP ID
      *   COL 10-11  COUNTRY CODE - BLANK ADDRESSES THE GROUP
      *              ITSELF, OTHERWISE ONE MEMBER OF THE GROUP
      *   COL 12-41  NAME - THE GROUP NAME ON A GROUP CARD, THE
      *              COUNTRY NAME ON A MEMBER CARD (IGNORED ON
      *              DELETE)
      * A GROUP MUST BE DEFINED BEFORE MEMBERS ARE ADDED TO IT;
      * DELETING A GROUP DELETES ALL OF ITS MEMBERS WITH IT.
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
           SELECT OPTIONAL GROUP-IN ASSIGN TO GRPIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT GROUP-OUT ASSIGN TO GRPOUT
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRAN-IN ASSIGN TO TRANIN
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REGION-MASTER ASSIGN TO REGNMST
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
           05  PRT-GROUP-ID                     PIC X(08).
           05  FILLER                           PIC X(02).
           05  PRT-CC                           PIC X(02).
           05  FILLER                           PIC X(03).
           05  PRT-NAME                         PIC X(30).
           05  FILLER                           PIC X(03).
           05  PRT-RESULT                       PIC X(40).
           05  FILLER                           PIC X(40).
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
       FD  GROUP-IN RECORDING MODE IS F.
       COPY CVDGRPM.
      *
       FD  GROUP-OUT RECORDING MODE IS F.
       01  GRPM-OUT-REC.
           05  GRPM-OUT-GROUP-ID                PIC X(08).
           05  GRPM-OUT-CC                      PIC X(02).
           05  GRPM-OUT-NAME                    PIC X(30).
      *
       FD  TRAN-IN RECORDING MODE IS F.
       01  TRAN-REC.
           05  TRAN-ACTION                      PIC X(01).
           05  TRAN-GROUP-ID                    PIC X(08).
           05  TRAN-CC                          PIC X(02).
           05  TRAN-NAME                        PIC X(30).
           05  FILLER                           PIC X(39).
      *
      * COUNTRY-CODE TO REGION REFERENCE MASTER, CROSS-CHECKED
      * AGAINST THE GROUP MEMBERS AFTER THE UPDATE.
      *
       FD  REGION-MASTER RECORDING MODE IS F.
       01  REGN-IN-REC.
           05  REGN-IN-CC                       PIC X(02).
           05  REGN-IN-NAME                     PIC X(15).
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  HEADER-1                             PIC X(60)
           VALUE "COUNTRY GROUP MASTER MAINTENANCE - AUDIT LISTING".
       01  HEADER-2.
           05  FILLER                           PIC X(03)
                VALUE "ACT".
           05  FILLER                           PIC X(01)
                VALUE SPACE.
           05  FILLER                           PIC X(05)
                VALUE "GROUP".
           05  FILLER                           PIC X(05)
                VALUE SPACE.
           05  FILLER                           PIC X(02)
                VALUE "CC".
           05  FILLER                           PIC X(03)
                VALUE SPACE.
           05  FILLER                           PIC X(04)
                VALUE "NAME".
           05  FILLER                           PIC X(29)
                VALUE SPACE.
           05  FILLER                           PIC X(06)
                VALUE "RESULT".
       01  HEADER-5                             PIC X(100)
           VALUE ALL "=".
      *
      * THE MASTER IS HELD IN THESE TWO TABLES WHILE THE
      * TRANSACTIONS ARE APPLIED - ONE ENTRY PER GROUP DEFINITION
      * AND ONE PER MEMBERSHIP.  THE DELETED FLAGS MARK ENTRIES A
      * DELETE CARD REMOVED, SO THEY ARE SKIPPED WHEN THE NEW
      * MASTER IS WRITTEN; WS-GM-WRITTEN MARKS A MEMBER THAT WENT
      * OUT BEHIND ITS GROUP, SO AN ORPHAN CAN BE FLAGGED.
      *
       01  WS-GROUP-TABLE.
           05  WS-GD-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-GD-IDX.
               10  WS-GD-ID                     PIC X(08).
               10  WS-GD-NAME                   PIC X(30).
               10  WS-GD-DELETED                PIC X(01).
       01  WS-GROUP-CNT                         PIC 9(05) COMP
           VALUE ZERO.
       01  WS-GD-SUB                            PIC 9(05) COMP
           VALUE ZERO.
      *
       01  WS-MEMBER-TABLE.
           05  WS-GM-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-GM-IDX.
               10  WS-GM-ID                     PIC X(08).
               10  WS-GM-CC                     PIC X(02).
               10  WS-GM-NAME                   PIC X(30).
               10  WS-GM-DELETED                PIC X(01).
               10  WS-GM-WRITTEN                PIC X(01).
       01  WS-MEMBER-CNT                        PIC 9(05) COMP
           VALUE ZERO.
       01  WS-GM-SUB                            PIC 9(05) COMP
           VALUE ZERO.
      *
      * REGION MASTER CODES FOR THE MEMBER CROSS-CHECK.
      *
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-REGION-IDX.
               10  WS-REGION-CC                 PIC X(02).
       01  WS-REGION-CNT                        PIC 9(05) COMP
           VALUE ZERO.
      *
       01  FLAGS.
           05  LAST-GRPM-REC                    PIC X(01) VALUE 'N'.
           05  LAST-TRAN-REC                    PIC X(01) VALUE 'N'.
           05  LAST-REGN-REC                    PIC X(01) VALUE 'N'.
           05  WS-GROUP-FOUND                   PIC X(01) VALUE 'N'.
           05  WS-MEMBER-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-REGION-FOUND                  PIC X(01) VALUE 'N'.
           05  WS-CARD-VALID                    PIC X(01) VALUE 'N'.
           05  WS-TABLE-FULL                    PIC X(01) VALUE 'N'.
      *
       01  COUNTERS.
           05  LINE-CTR                         PIC S9(03) COMP
               VALUE ZERO.
           05  WS-ADD-GROUP-CNT                 PIC 9(05) COMP
               VALUE ZERO.
           05  WS-ADD-MEMBER-CNT                PIC 9(05) COMP
               VALUE ZERO.
           05  WS-CHANGE-CNT                    PIC 9(05) COMP
               VALUE ZERO.
           05  WS-DELETE-GROUP-CNT              PIC 9(05) COMP
               VALUE ZERO.
           05  WS-DELETE-MEMBER-CNT             PIC 9(05) COMP
               VALUE ZERO.
           05  WS-REJECT-CNT                    PIC 9(05) COMP
               VALUE ZERO.
           05  WS-OUT-GROUP-CNT                 PIC 9(05) COMP
               VALUE ZERO.
           05  WS-OUT-MEMBER-CNT                PIC 9(05) COMP
               VALUE ZERO.
           05  WS-ORPHAN-CNT                    PIC 9(05) COMP
               VALUE ZERO.
           05  WS-NOREGN-CNT                    PIC 9(05) COMP
               VALUE ZERO.
           05  WS-CASCADE-CNT                   PIC 9(05) COMP
               VALUE ZERO.
      *
       01  WS-RESULT-TEXT                       PIC X(40).
       01  WS-OLD-NAME                          PIC X(30).
       01  WS-CASCADE-SHOW                      PIC ZZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       0000-MAINLINE.
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
           PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           PERFORM 2500-LOAD-MASTER THRU 2500-EXIT.
           IF WS-TABLE-FULL = 'Y'
               DISPLAY "COVGRPM - MASTER EXCEEDS THE 200-GROUP OR "
                   "2000-MEMBER TABLE - NO NEW MASTER WRITTEN - "
                   "RUN STOPPED"
               PERFORM 3000-CLOSE THRU 3000-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2600-LOAD-REGIONS THRU 2600-EXIT.
           PERFORM 5000-READ-TRAN THRU 5000-EXIT.
           PERFORM 3500-APPLY-ONE-TRAN THRU 3500-EXIT
               UNTIL LAST-TRAN-REC = 'Y'.
           PERFORM 7000-WRITE-NEW-MASTER THRU 7000-EXIT.
           PERFORM 7300-FLAG-ORPHANS THRU 7300-EXIT.
           PERFORM 7700-CROSS-CHECK-REGIONS THRU 7700-EXIT.
           PERFORM 8000-WRITE-FOOTER THRU 8000-EXIT.
           PERFORM 3000-CLOSE THRU 3000-EXIT.
           IF WS-REJECT-CNT > ZERO
               OR WS-ORPHAN-CNT > ZERO
               OR WS-NOREGN-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       2000-OPEN-FILES.
           OPEN INPUT GROUP-IN.
           OPEN INPUT TRAN-IN.
           OPEN OUTPUT GROUP-OUT.
           OPEN OUTPUT PRINT-LINE.
       2000-EXIT.
           EXIT.
      *
      * LOAD THE OLD MASTER.  A RECORD WITH A BLANK COUNTRY CODE
      * DEFINES A GROUP; ANY OTHER IS ONE MEMBERSHIP.  A MASTER
      * LARGER THAN EITHER TABLE STOPS THE RUN BEFORE A TRUNCATED
      * NEW MASTER CAN BE WRITTEN.
      *
       2500-LOAD-MASTER.
           MOVE SPACES TO WS-GROUP-TABLE.
           MOVE SPACES TO WS-MEMBER-TABLE.
           MOVE ZERO TO WS-GROUP-CNT.
           MOVE ZERO TO WS-MEMBER-CNT.
           MOVE 'N' TO LAST-GRPM-REC.
           PERFORM 2510-LOAD-ONE-GRPM THRU 2510-EXIT
               UNTIL LAST-GRPM-REC = 'Y' OR WS-TABLE-FULL = 'Y'.
       2500-EXIT.
           EXIT.
      *
       2510-LOAD-ONE-GRPM.
           READ GROUP-IN
               AT END MOVE 'Y' TO LAST-GRPM-REC
           END-READ.
           IF LAST-GRPM-REC NOT = 'Y'
               IF GRPM-CC = SPACES
                   IF WS-GROUP-CNT < 200
                       ADD 1 TO WS-GROUP-CNT
                       SET WS-GD-IDX TO WS-GROUP-CNT
                       MOVE GRPM-GROUP-ID TO WS-GD-ID(WS-GD-IDX)
                       MOVE GRPM-NAME     TO WS-GD-NAME(WS-GD-IDX)
                       MOVE 'N'           TO WS-GD-DELETED(WS-GD-IDX)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL
                   END-IF
               ELSE
                   IF WS-MEMBER-CNT < 2000
                       ADD 1 TO WS-MEMBER-CNT
                       SET WS-GM-IDX TO WS-MEMBER-CNT
                       MOVE GRPM-GROUP-ID TO WS-GM-ID(WS-GM-IDX)
                       MOVE GRPM-CC       TO WS-GM-CC(WS-GM-IDX)
                       MOVE GRPM-NAME     TO WS-GM-NAME(WS-GM-IDX)
                       MOVE 'N'           TO WS-GM-DELETED(WS-GM-IDX)
                       MOVE 'N'           TO WS-GM-WRITTEN(WS-GM-IDX)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL
                   END-IF
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.
      *
      * LOAD THE REGION MASTER CODES FOR THE MEMBER CROSS-CHECK.
      * AN ABSENT OR EMPTY REGION MASTER LEAVES THE TABLE EMPTY
      * AND THE CROSS-CHECK IS SKIPPED RATHER THAN FLAGGING EVERY
      * MEMBER ON THE FILE.
      *
       2600-LOAD-REGIONS.
           MOVE SPACES TO WS-REGION-TABLE.
           MOVE ZERO TO WS-REGION-CNT.
           MOVE 'N' TO LAST-REGN-REC.
           OPEN INPUT REGION-MASTER.
           PERFORM 2610-LOAD-ONE-REGN THRU 2610-EXIT
               UNTIL LAST-REGN-REC = 'Y' OR WS-REGION-CNT = 500.
           CLOSE REGION-MASTER.
       2600-EXIT.
           EXIT.
      *
       2610-LOAD-ONE-REGN.
           READ REGION-MASTER
               AT END MOVE 'Y' TO LAST-REGN-REC
           END-READ.
           IF LAST-REGN-REC NOT = 'Y'
               ADD 1 TO WS-REGION-CNT
               SET WS-REGION-IDX TO WS-REGION-CNT
               MOVE REGN-IN-CC TO WS-REGION-CC(WS-REGION-IDX)
           END-IF.
       2610-EXIT.
           EXIT.
      *
       3000-CLOSE.
           CLOSE GROUP-IN.
           CLOSE TRAN-IN.
           CLOSE GROUP-OUT.
           CLOSE PRINT-LINE.
       3000-EXIT.
           EXIT.
      *
      * APPLY ONE TRANSACTION CARD TO THE TABLES AND LIST IT WITH
      * ITS RESULT ON THE AUDIT REPORT.  THE CARD IS EDITED FIRST -
      * A MALFORMED CARD IS REJECTED, NOT APPLIED.
      *
       3500-APPLY-ONE-TRAN.
           PERFORM 5500-EDIT-TRAN THRU 5500-EXIT.
           IF WS-CARD-VALID = 'Y'
               PERFORM 6000-FIND-GROUP THRU 6000-EXIT
               PERFORM 6050-FIND-MEMBER THRU 6050-EXIT
               EVALUATE TRAN-ACTION
                   WHEN 'A'
                       PERFORM 6100-APPLY-ADD THRU 6100-EXIT
                   WHEN 'C'
                       PERFORM 6200-APPLY-CHANGE THRU 6200-EXIT
                   WHEN 'D'
                       PERFORM 6300-APPLY-DELETE THRU 6300-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 7500-WRITE-AUDIT-LINE THRU 7500-EXIT.
           PERFORM 5000-READ-TRAN THRU 5000-EXIT.
       3500-EXIT.
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
      * EDIT THE CARD BEFORE IT TOUCHES THE TABLES.  EVERY CARD
      * NEEDS A GROUP ID; AN ADD OR CHANGE NEEDS A NAME.
      *
       5500-EDIT-TRAN.
           MOVE 'Y' TO WS-CARD-VALID.
           IF TRAN-ACTION NOT = 'A'
               AND TRAN-ACTION NOT = 'C'
               AND TRAN-ACTION NOT = 'D'
               MOVE 'N' TO WS-CARD-VALID
               ADD 1 TO WS-REJECT-CNT
               MOVE "*** REJECTED - INVALID ACTION CODE ***"
                   TO WS-RESULT-TEXT
           ELSE
               IF TRAN-GROUP-ID = SPACES
                   MOVE 'N' TO WS-CARD-VALID
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "*** REJECTED - GROUP ID REQUIRED ***"
                       TO WS-RESULT-TEXT
               ELSE
                   IF TRAN-ACTION NOT = 'D'
                       AND TRAN-NAME = SPACES
                       MOVE 'N' TO WS-CARD-VALID
                       ADD 1 TO WS-REJECT-CNT
                       MOVE "*** REJECTED - NAME REQUIRED ***"
                           TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.
       5500-EXIT.
           EXIT.
      *
      * LOOK FOR THE CARD'S GROUP AMONG THE LIVE DEFINITIONS AND
      * LEAVE WS-GD-IDX ON THE MATCH.
      *
       6000-FIND-GROUP.
           MOVE 'N' TO WS-GROUP-FOUND.
           IF WS-GROUP-CNT > ZERO
               SET WS-GD-IDX TO 1
               SEARCH WS-GD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GD-ID(WS-GD-IDX) = TRAN-GROUP-ID
                       AND WS-GD-DELETED(WS-GD-IDX) = 'N'
                       MOVE 'Y' TO WS-GROUP-FOUND
               END-SEARCH
           END-IF.
       6000-EXIT.
           EXIT.
      *
      * LOOK FOR THE CARD'S GROUP AND COUNTRY AMONG THE LIVE
      * MEMBERSHIPS AND LEAVE WS-GM-IDX ON THE MATCH.  A GROUP
      * CARD (BLANK CODE) NEVER MATCHES A MEMBER.
      *
       6050-FIND-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND.
           IF WS-MEMBER-CNT > ZERO
               AND TRAN-CC NOT = SPACES
               SET WS-GM-IDX TO 1
               SEARCH WS-GM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GM-ID(WS-GM-IDX) = TRAN-GROUP-ID
                       AND WS-GM-CC(WS-GM-IDX) = TRAN-CC
                       AND WS-GM-DELETED(WS-GM-IDX) = 'N'
                       MOVE 'Y' TO WS-MEMBER-FOUND
               END-SEARCH
           END-IF.
       6050-EXIT.
           EXIT.
      *
      * ADD - A GROUP CARD DEFINES A NEW GROUP; A MEMBER CARD ADDS
      * A COUNTRY TO A GROUP ALREADY DEFINED.
      *
       6100-APPLY-ADD.
           IF TRAN-CC = SPACES
               IF WS-GROUP-FOUND = 'Y'
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "*** REJECTED - GROUP ALREADY EXISTS ***"
                       TO WS-RESULT-TEXT
               ELSE
                   IF WS-GROUP-CNT < 200
                       ADD 1 TO WS-GROUP-CNT
                       SET WS-GD-IDX TO WS-GROUP-CNT
                       MOVE TRAN-GROUP-ID TO WS-GD-ID(WS-GD-IDX)
                       MOVE TRAN-NAME     TO WS-GD-NAME(WS-GD-IDX)
                       MOVE 'N'           TO WS-GD-DELETED(WS-GD-IDX)
                       ADD 1 TO WS-ADD-GROUP-CNT
                       MOVE "GROUP DEFINED" TO WS-RESULT-TEXT
                   ELSE
                       ADD 1 TO WS-REJECT-CNT
                       MOVE "*** REJECTED - GROUP TABLE FULL ***"
                           TO WS-RESULT-TEXT
                   END-IF
               END-IF
           ELSE
               IF WS-GROUP-FOUND NOT = 'Y'
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "*** REJECTED - GROUP NOT ON MASTER ***"
                       TO WS-RESULT-TEXT
               ELSE
                   IF WS-MEMBER-FOUND = 'Y'
                       ADD 1 TO WS-REJECT-CNT
                       MOVE "*** REJECTED - ALREADY IN GROUP ***"
                           TO WS-RESULT-TEXT
                   ELSE
                       PERFORM 6110-ADD-MEMBER THRU 6110-EXIT
                   END-IF
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.
      *
       6110-ADD-MEMBER.
           IF WS-MEMBER-CNT < 2000
               ADD 1 TO WS-MEMBER-CNT
               SET WS-GM-IDX TO WS-MEMBER-CNT
               MOVE TRAN-GROUP-ID TO WS-GM-ID(WS-GM-IDX)
               MOVE TRAN-CC       TO WS-GM-CC(WS-GM-IDX)
               MOVE TRAN-NAME     TO WS-GM-NAME(WS-GM-IDX)
               MOVE 'N'           TO WS-GM-DELETED(WS-GM-IDX)
               MOVE 'N'           TO WS-GM-WRITTEN(WS-GM-IDX)
               ADD 1 TO WS-ADD-MEMBER-CNT
               MOVE "MEMBER ADDED" TO WS-RESULT-TEXT
           ELSE
               ADD 1 TO WS-REJECT-CNT
               MOVE "*** REJECTED - MEMBER TABLE FULL ***"
                   TO WS-RESULT-TEXT
           END-IF.
       6110-EXIT.
           EXIT.
      *
      * CHANGE - A GROUP CARD RENAMES THE GROUP; A MEMBER CARD
      * CHANGES THE COUNTRY NAME CARRIED FOR THE MEMBER.
      *
       6200-APPLY-CHANGE.
           IF TRAN-CC = SPACES
               IF WS-GROUP-FOUND = 'Y'
                   MOVE WS-GD-NAME(WS-GD-IDX) TO WS-OLD-NAME
                   MOVE TRAN-NAME TO WS-GD-NAME(WS-GD-IDX)
                   ADD 1 TO WS-CHANGE-CNT
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "RENAMED FROM " DELIMITED BY SIZE
                       WS-OLD-NAME        DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
                   END-STRING
               ELSE
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "*** REJECTED - GROUP NOT ON MASTER ***"
                       TO WS-RESULT-TEXT
               END-IF
           ELSE
               IF WS-MEMBER-FOUND = 'Y'
                   MOVE WS-GM-NAME(WS-GM-IDX) TO WS-OLD-NAME
                   MOVE TRAN-NAME TO WS-GM-NAME(WS-GM-IDX)
                   ADD 1 TO WS-CHANGE-CNT
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "CHANGED FROM " DELIMITED BY SIZE
                       WS-OLD-NAME        DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
                   END-STRING
               ELSE
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "*** REJECTED - MEMBER NOT IN GROUP ***"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF.
       6200-EXIT.
           EXIT.
      *
      * DELETE - A GROUP CARD DELETES THE GROUP AND EVERY MEMBER
      * IT HAS; A MEMBER CARD REMOVES ONE COUNTRY FROM THE GROUP.
      *
       6300-APPLY-DELETE.
           IF TRAN-CC = SPACES
               IF WS-GROUP-FOUND = 'Y'
                   MOVE 'Y' TO WS-GD-DELETED(WS-GD-IDX)
                   ADD 1 TO WS-DELETE-GROUP-CNT
                   MOVE ZERO TO WS-CASCADE-CNT
                   PERFORM 6310-DELETE-ONE-MEMBER THRU 6310-EXIT
                       VARYING WS-GM-SUB FROM 1 BY 1
                       UNTIL WS-GM-SUB > WS-MEMBER-CNT
                   MOVE WS-CASCADE-CNT TO WS-CASCADE-SHOW
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "GROUP DELETED - MEMBERS REMOVED"
                                                DELIMITED BY SIZE
                       WS-CASCADE-SHOW          DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
                   END-STRING
               ELSE
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "*** REJECTED - GROUP NOT ON MASTER ***"
                       TO WS-RESULT-TEXT
               END-IF
           ELSE
               IF WS-MEMBER-FOUND = 'Y'
                   MOVE 'Y' TO WS-GM-DELETED(WS-GM-IDX)
                   ADD 1 TO WS-DELETE-MEMBER-CNT
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "REMOVED - WAS " DELIMITED BY SIZE
                       WS-GM-NAME(WS-GM-IDX) DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
                   END-STRING
               ELSE
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "*** REJECTED - MEMBER NOT IN GROUP ***"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF.
       6300-EXIT.
           EXIT.
      *
       6310-DELETE-ONE-MEMBER.
           SET WS-GM-IDX TO WS-GM-SUB.
           IF WS-GM-ID(WS-GM-IDX) = TRAN-GROUP-ID
               AND WS-GM-DELETED(WS-GM-IDX) = 'N'
               MOVE 'Y' TO WS-GM-DELETED(WS-GM-IDX)
               ADD 1 TO WS-CASCADE-CNT
               ADD 1 TO WS-DELETE-MEMBER-CNT
           END-IF.
       6310-EXIT.
           EXIT.
      *
      * WRITE EVERY LIVE GROUP TO THE NEW MASTER GENERATION IN
      * THE ORDER LOADED/ADDED, EACH DEFINITION FOLLOWED BY ITS
      * LIVE MEMBERS IN THE ORDER LOADED/ADDED.
      *
       7000-WRITE-NEW-MASTER.
           PERFORM 7100-WRITE-ONE-GROUP THRU 7100-EXIT
               VARYING WS-GD-SUB FROM 1 BY 1
               UNTIL WS-GD-SUB > WS-GROUP-CNT.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-ONE-GROUP.
           SET WS-GD-IDX TO WS-GD-SUB.
           IF WS-GD-DELETED(WS-GD-IDX) = 'N'
               MOVE WS-GD-ID(WS-GD-IDX)   TO GRPM-OUT-GROUP-ID
               MOVE SPACES                TO GRPM-OUT-CC
               MOVE WS-GD-NAME(WS-GD-IDX) TO GRPM-OUT-NAME
               WRITE GRPM-OUT-REC
               ADD 1 TO WS-OUT-GROUP-CNT
               PERFORM 7110-WRITE-ONE-MEMBER THRU 7110-EXIT
                   VARYING WS-GM-SUB FROM 1 BY 1
                   UNTIL WS-GM-SUB > WS-MEMBER-CNT
           END-IF.
       7100-EXIT.
           EXIT.
      *
       7110-WRITE-ONE-MEMBER.
           SET WS-GM-IDX TO WS-GM-SUB.
           IF WS-GM-ID(WS-GM-IDX) = WS-GD-ID(WS-GD-IDX)
               AND WS-GM-DELETED(WS-GM-IDX) = 'N'
               AND WS-GM-WRITTEN(WS-GM-IDX) = 'N'
               MOVE WS-GM-ID(WS-GM-IDX)   TO GRPM-OUT-GROUP-ID
               MOVE WS-GM-CC(WS-GM-IDX)   TO GRPM-OUT-CC
               MOVE WS-GM-NAME(WS-GM-IDX) TO GRPM-OUT-NAME
               WRITE GRPM-OUT-REC
               MOVE 'Y' TO WS-GM-WRITTEN(WS-GM-IDX)
               ADD 1 TO WS-OUT-MEMBER-CNT
           END-IF.
       7110-EXIT.
           EXIT.
      *
      * A LIVE MEMBER THAT DID NOT GO OUT BEHIND A GROUP CAME IN
      * ON THE OLD MASTER WITH NO DEFINITION - IT IS DROPPED FROM
      * THE NEW MASTER AND FLAGGED HERE.
      *
       7300-FLAG-ORPHANS.
           PERFORM 7310-CHECK-ONE-ORPHAN THRU 7310-EXIT
               VARYING WS-GM-SUB FROM 1 BY 1
               UNTIL WS-GM-SUB > WS-MEMBER-CNT.
       7300-EXIT.
           EXIT.
      *
       7310-CHECK-ONE-ORPHAN.
           SET WS-GM-IDX TO WS-GM-SUB.
           IF WS-GM-DELETED(WS-GM-IDX) = 'N'
               AND WS-GM-WRITTEN(WS-GM-IDX) = 'N'
               ADD 1 TO WS-ORPHAN-CNT
               MOVE "*** DROPPED - NO GROUP DEFINITION ***"
                   TO WS-RESULT-TEXT
               PERFORM 7720-FLAG-ONE-MEMBER THRU 7720-EXIT
           END-IF.
       7310-EXIT.
           EXIT.
      *
       7500-WRITE-AUDIT-LINE.
           IF LINE-CTR >= 56
               PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           MOVE SPACES TO PRT-RCD.
           MOVE TRAN-ACTION    TO PRT-ACTION.
           MOVE TRAN-GROUP-ID  TO PRT-GROUP-ID.
           MOVE TRAN-CC        TO PRT-CC.
           MOVE TRAN-NAME      TO PRT-NAME.
           MOVE WS-RESULT-TEXT TO PRT-RESULT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       7500-EXIT.
           EXIT.
      *
      * CROSS-CHECK THE MEMBERS AGAINST THE REGION MASTER - A
      * MEMBER CODE NOT ON REGNMST WILL ALMOST CERTAINLY NEVER
      * MATCH THE FEED AND WOULD SHOW AS MISSING ON EVERY GROUP
      * PAGE, SO IT IS FLAGGED HERE WHERE SOMEONE MAINTAINING THE
      * MASTERS WILL SEE IT.
      *
       7700-CROSS-CHECK-REGIONS.
           IF WS-REGION-CNT > ZERO
               PERFORM 7710-CHECK-ONE-MEMBER THRU 7710-EXIT
                   VARYING WS-GM-SUB FROM 1 BY 1
                   UNTIL WS-GM-SUB > WS-MEMBER-CNT
           END-IF.
       7700-EXIT.
           EXIT.
      *
       7710-CHECK-ONE-MEMBER.
           SET WS-GM-IDX TO WS-GM-SUB.
           IF WS-GM-WRITTEN(WS-GM-IDX) = 'Y'
               MOVE 'N' TO WS-REGION-FOUND
               SET WS-REGION-IDX TO 1
               SEARCH WS-REGION-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REGION-CC(WS-REGION-IDX)
                           = WS-GM-CC(WS-GM-IDX)
                       MOVE 'Y' TO WS-REGION-FOUND
               END-SEARCH
               IF WS-REGION-FOUND NOT = 'Y'
                   ADD 1 TO WS-NOREGN-CNT
                   MOVE "*** CODE NOT ON REGION MASTER ***"
                       TO WS-RESULT-TEXT
                   PERFORM 7720-FLAG-ONE-MEMBER THRU 7720-EXIT
               END-IF
           END-IF.
       7710-EXIT.
           EXIT.
      *
       7720-FLAG-ONE-MEMBER.
           IF LINE-CTR >= 56
               PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
           MOVE SPACES TO PRT-RCD.
           MOVE WS-GM-ID(WS-GM-IDX)   TO PRT-GROUP-ID.
           MOVE WS-GM-CC(WS-GM-IDX)   TO PRT-CC.
           MOVE WS-GM-NAME(WS-GM-IDX) TO PRT-NAME.
           MOVE WS-RESULT-TEXT        TO PRT-RESULT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CTR.
       7720-EXIT.
           EXIT.
      *
       8000-WRITE-FOOTER.
           MOVE SPACES TO PRT-RCD.
           MOVE HEADER-5 TO PRT-RCD.
           WRITE PRT-RCD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "GROUPS DEFINED"       TO FTR-LABEL.
           MOVE WS-ADD-GROUP-CNT       TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "MEMBERS ADDED"        TO FTR-LABEL.
           MOVE WS-ADD-MEMBER-CNT      TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "CHANGES APPLIED"      TO FTR-LABEL.
           MOVE WS-CHANGE-CNT          TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "GROUPS DELETED"       TO FTR-LABEL.
           MOVE WS-DELETE-GROUP-CNT    TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "MEMBERS REMOVED"      TO FTR-LABEL.
           MOVE WS-DELETE-MEMBER-CNT   TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "TRANSACTIONS REJECTED" TO FTR-LABEL.
           MOVE WS-REJECT-CNT          TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "GROUPS ON NEW MASTER" TO FTR-LABEL.
           MOVE WS-OUT-GROUP-CNT       TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "MEMBERS ON NEW MASTER" TO FTR-LABEL.
           MOVE WS-OUT-MEMBER-CNT      TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "MEMBERS DROPPED - NO GROUP" TO FTR-LABEL.
           MOVE WS-ORPHAN-CNT          TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD-FOOTER.
           MOVE "MEMBER CODES NOT ON REGION MASTER" TO FTR-LABEL.
           MOVE WS-NOREGN-CNT          TO FTR-COUNT.
           WRITE PRT-RCD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRT-RCD.
       8000-EXIT.
           EXIT.
