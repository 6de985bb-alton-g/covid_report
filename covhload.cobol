      *
      * MODIFICATION HISTORY
      *   2026-08-21  AG  NEW PROGRAM.
      *   2026-10-15  AG  LOAD THE NEW DAYS-SILENT COUNT AS ZERO AND
      *     THE LAST-REPORTED DATE AS ZEROS (NOT KNOWN) - THE NEXT
      *     COVID19 RUN STAMPS EVERY COUNTRY THAT REPORTS.
      *
      *--------------------
       ENVIRONMENT DIVISION.
           MOVE ZEROS TO HMST-PRIOR-TOTAL-DEATHS.
           MOVE ZEROS TO HMST-PRIOR-TOTAL-RECVR.
           MOVE ZEROS TO HMST-AS-OF-DATE.
           MOVE ZEROS TO HMST-DAYS-SILENT.
           MOVE ZEROS TO HMST-LAST-RPT-DATE.
           WRITE HMST-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
