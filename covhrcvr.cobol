      *
      * MODIFICATION HISTORY
      *   2026-09-02  AG  NEW PROGRAM.
      *   2026-10-15  AG  WIDEN THE JOURNAL IMAGE TABLE TO THE 138-
      *     BYTE CVDHMST RECORD (DAYS-SILENT COUNT AND LAST-
      *     REPORTED DATE).
      *
      *--------------------
       ENVIRONMENT DIVISION.
                            INDEXED BY WS-JT-IDX.
               10  WS-JT-ACTION                 PIC X(02).
               10  WS-JT-CC                     PIC X(02).
               10  WS-JT-BEFORE                 PIC X(138).
               10  WS-JT-AFTER                  PIC X(138).
       01  WS-JRNL-CNT                          PIC 9(05) COMP
           VALUE ZERO.
       01  WS-JT-SUB                            PIC S9(05) COMP
