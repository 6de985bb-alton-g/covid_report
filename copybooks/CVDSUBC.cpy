      *----------------------------------------------------------
      * CVDSUBC - PARTNER SUBMISSION-CONTROL RECORD.
      * THE PERMANENT SUBCTL KEYED FILE SHARED BY COVSUBM, WHICH
      * RECORDS EACH SUBMISSION AS IT GOES OUT, AND COVSACK,
      * WHICH POSTS THE PARTNER'S ACKNOWLEDGEMENTS AGAINST IT.
      * THE KEY IS THE SUBMISSION SEQUENCE NUMBER AND COUNTRY
      * CODE, WITH THREE KINDS OF RECORD UNDER IT:
      *   SEQUENCE 000000, CODE SPACES - THE CONTROL RECORD,
      *       HOLDING THE LAST SEQUENCE NUMBER ISSUED
      *   SEQUENCE N, CODE SPACES - THE SUBMISSION HEADER: DATA
      *       DATE, CORRECTION NUMBER, ORIGINAL SEQUENCE, WHEN
      *       SENT, DETAIL COUNT AND HASH TOTALS, AND THE ACCEPTED
      *       AND REJECTED COUNTS POSTED SO FAR
      *   SEQUENCE N, CODE CC - ONE COUNTRY ROW OF SUBMISSION N
      *       WITH THE NEW CASES AND NEW DEATHS SENT FOR IT
      * HEADER STATUS IS 'S' SENT AND AWAITING ACKNOWLEDGEMENT,
      * 'A' EVERY ROW ACCEPTED, 'P' FULLY ANSWERED WITH ROWS
      * REJECTED, 'F' THE WHOLE FILE REJECTED.  COUNTRY STATUS IS
      * SPACE AWAITING, 'A' ACCEPTED OR 'R' REJECTED.  A HEADER
      * IS MARKED SUPERSEDED WHEN A LATER CORRECTION FOR THE SAME
      * DATA DATE GOES OUT - ITS OPEN ITEMS ARE THEN ANSWERED BY
      * THE CORRECTION.
      *----------------------------------------------------------
       01  SUBC-REC.
           05  SUBC-KEY.
               10  SUBC-SEQ-NO                  PIC 9(06).
               10  SUBC-CC                      PIC X(02).
           05  SUBC-BODY.
               10  SUBC-DATA-DATE               PIC X(08).
               10  SUBC-COUNTRY                 PIC X(20).
               10  SUBC-STATUS                  PIC X(01).
               10  SUBC-CORR-NO                 PIC 9(02).
               10  SUBC-ORIG-SEQ-NO             PIC 9(06).
               10  SUBC-SUPERSEDED-IND          PIC X(01).
               10  SUBC-SENT-DATE               PIC X(08).
               10  SUBC-SENT-TIME               PIC X(08).
               10  SUBC-ACK-DATE                PIC X(08).
               10  SUBC-REASON                  PIC X(04).
               10  SUBC-REASON-TEXT             PIC X(40).
               10  SUBC-RECORD-CNT              PIC 9(07).
               10  SUBC-ACCEPT-CNT              PIC 9(07).
               10  SUBC-REJECT-CNT              PIC 9(07).
               10  SUBC-NEW-CC                  PIC 9(15).
               10  SUBC-NEW-DEATHS              PIC 9(15).
           05  SUBC-CONTROL REDEFINES SUBC-BODY.
               10  SUBC-LAST-SEQ-NO             PIC 9(06).
               10  FILLER                       PIC X(151).
