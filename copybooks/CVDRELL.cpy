      *----------------------------------------------------------
      * CVDRELL - DISTRIBUTION RELEASE LOG RECORD.
      * ONE RECORD APPENDED TO THE PERMANENT RELLOG FILE BY EVERY
      * DAILY RUN OF COVRLSE - THE RELEASE DECISION FOR THE DAY,
      * THE GRADES IT WAS TAKEN ON, THE POLICY LIMITS IN EFFECT
      * AND, WHEN AN OPERATOR OVERRIDE CARD WAS PRESENTED, WHO
      * PRESENTED IT, WHY, AND WHAT BECAME OF IT.
      * DECISION   'A' RELEASED - EVERY CHECK WITHIN POLICY
      *            'O' RELEASED UNDER OPERATOR OVERRIDE
      *            'H' HELD
      * COVID19    'Y' RAN CLEAN  'N' NOT RUN TODAY
      *            'R' LATEST RUN A REPLAY  'E' ENDED BADLY
      * RAN FLAGS  'Y' THE PROGRAM LOGGED A RUN TODAY, ELSE 'N' -
      *            FOR COVFIX, 'N' MEANS THE REJECT COUNT IS
      *            COVID19'S, NOTHING HAVING BEEN REPAIRED
      * OVERRIDE   SPACE NO CARD PRESENTED
      *            'A' CARD APPLIED - THE DAY WENT OUT ON IT
      *            'N' CARD NOT NEEDED - THE DAY WAS RELEASABLE
      *            'R' CARD REFUSED - SEE THE OVERRIDE NOTE
      * THE FAIL COUNT AND REASON ARE THE CHECKS OUTSIDE POLICY
      * AND THE FIRST OF THEM, WHATEVER THE FINAL DECISION.
      *----------------------------------------------------------
       01  RELL-REC.
           05  RELL-RUN-DATE                    PIC X(08).
           05  RELL-RUN-TIME                    PIC X(08).
           05  RELL-DECISION                    PIC X(01).
           05  RELL-C19-STATUS                  PIC X(01).
           05  RELL-C19-RC                      PIC 9(04).
           05  RELL-AUDIT-RAN                   PIC X(01).
           05  RELL-AUDIT-RC                    PIC 9(04).
           05  RELL-XCHK-RAN                    PIC X(01).
           05  RELL-XCHK-RC                     PIC 9(04).
           05  RELL-FIX-RAN                     PIC X(01).
           05  RELL-OPEN-REJECTS                PIC 9(07).
           05  RELL-POLICY.
               10  RELL-MAX-AUDIT-RC            PIC 9(02).
               10  RELL-MAX-XCHK-RC             PIC 9(02).
               10  RELL-MAX-REJECTS             PIC 9(07).
           05  RELL-FAIL-CNT                    PIC 9(02).
           05  RELL-FAIL-REASON                 PIC X(40).
           05  RELL-OVERRIDE-IND                PIC X(01).
           05  RELL-OPERATOR-ID                 PIC X(08).
           05  RELL-REASON-CODE                 PIC X(04).
           05  RELL-OVERRIDE-TEXT               PIC X(50).
           05  RELL-OVERRIDE-NOTE               PIC X(40).
           05  FILLER                           PIC X(12).
