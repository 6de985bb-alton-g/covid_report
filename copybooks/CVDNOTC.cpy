      *----------------------------------------------------------
      * CVDNOTC - RECORD-HIGH AND MILESTONE NOTICE RECORD.
      * ONE RECORD WRITTEN BY COVPEAK (DDNAME NOTICES) FOR EACH
      * NEW ALL-TIME DAILY HIGH AND EACH CUMULATIVE MILESTONE
      * NEWLY CROSSED IN THE DAY'S CANONICAL FILE.  TYPE 'R' IS A
      * RECORD HIGH - THE FIELD IS THE DAILY COUNT, THE PRIOR
      * VALUE AND DATE ARE THE HIGH IT BEAT.  TYPE 'M' IS A
      * MILESTONE - THE FIELD IS THE MILESTONE NAME, THE VALUE IS
      * THE CUMULATIVE TOTAL AND THE PRIOR VALUE IS THE MARK
      * CROSSED.  THE REPLAY INDICATOR IS 'Y' WHEN THE ROW'S DATA
      * DATE IS EARLIER THAN THE LATEST DATE ALREADY ON THE
      * MASTER FOR THE COUNTRY.
      *----------------------------------------------------------
       01  NOTC-REC.
           05  NOTC-DATA-DATE                   PIC X(08).
           05  NOTC-CC                          PIC X(02).
           05  NOTC-COUNTRY                     PIC X(20).
           05  NOTC-TYPE                        PIC X(01).
           05  NOTC-FIELD                       PIC X(12).
           05  NOTC-VALUE                       PIC 9(12).
           05  NOTC-PRIOR-VALUE                 PIC 9(12).
           05  NOTC-PRIOR-DATE                  PIC X(08).
           05  NOTC-REPLAY-IND                  PIC X(01).
