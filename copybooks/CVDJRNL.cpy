      * MASTER OUT TO ITS START-OF-RUN STATE OR TO ROLL A RESTORED
      * COPY FORWARD, PRESERVING THE PRIOR-DAY FIELDS AND AS-OF
      * DATE THAT A COVHLOAD REBUILD CANNOT RECONSTRUCT.  BOTH
      * IMAGES CARRY THE FULL 138-BYTE CVDHMST RECORD LAYOUT.
      *----------------------------------------------------------
       01  JRNL-REC.
           05  JRNL-ACTION                      PIC X(02).
           05  JRNL-CC                          PIC X(02).
           05  JRNL-BEFORE-IMAGE                PIC X(138).
           05  JRNL-AFTER-IMAGE                 PIC X(138).
