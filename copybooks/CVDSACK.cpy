      *----------------------------------------------------------
      * CVDSACK - PARTNER ACKNOWLEDGEMENT FILE RECORD.
      * THE 80-BYTE FILE THE PUBLIC-HEALTH PARTNER RETURNS FOR
      * EACH SUBMISSION IT PROCESSES, READ BY COVSACK (DDNAME
      * ACKIN).  EVERY RECORD CARRIES ITS TYPE AND THE SEQUENCE
      * NUMBER OF THE SUBMISSION IT ANSWERS:
      *   'H' HEADER  - THE FILE-LEVEL RESULT, 'A' ACCEPTED FOR
      *                 PROCESSING OR 'R' REJECTED WHOLE (BAD
      *                 HEADER, TRAILER OUT OF BALANCE) WITH THE
      *                 PARTNER'S REASON CODE AND TEXT
      *   'D' DETAIL  - ONE COUNTRY'S RESULT, 'A' ACCEPTED OR 'R'
      *                 REJECTED WITH REASON CODE AND TEXT
      *   'T' TRAILER - THE PARTNER'S ACCEPTED AND REJECTED
      *                 DETAIL COUNTS
      *----------------------------------------------------------
       01  SACK-REC.
           05  SACK-REC-TYPE                    PIC X(01).
           05  SACK-SEQ-NO                      PIC 9(06).
           05  SACK-BODY                        PIC X(73).
           05  SACK-HEADER REDEFINES SACK-BODY.
               10  SACK-SENDER-ID               PIC X(08).
               10  SACK-ACK-DATE                PIC X(08).
               10  SACK-FILE-STATUS             PIC X(01).
               10  SACK-FILE-REASON             PIC X(04).
               10  SACK-FILE-TEXT               PIC X(40).
               10  FILLER                       PIC X(12).
           05  SACK-DETAIL REDEFINES SACK-BODY.
               10  SACK-CC                      PIC X(02).
               10  SACK-STATUS                  PIC X(01).
               10  SACK-REASON                  PIC X(04).
               10  SACK-TEXT                    PIC X(40).
               10  FILLER                       PIC X(26).
           05  SACK-TRAILER REDEFINES SACK-BODY.
               10  SACK-ACCEPT-CNT              PIC 9(07).
               10  SACK-REJECT-CNT              PIC 9(07).
               10  FILLER                       PIC X(59).
