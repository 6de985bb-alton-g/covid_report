      *----------------------------------------------------------
      * CVDGRPM - COUNTRY GROUP (WATCHLIST) REFERENCE MASTER.
      * USER-DEFINED NAMED GROUPS OF COUNTRIES, MAINTAINED BY THE
      * COVGRPM UTILITY AND LOADED BY COVID19 AND COVWEEK FOR
      * THEIR GROUP SUMMARY PAGES.  A COUNTRY MAY BELONG TO ANY
      * NUMBER OF GROUPS.
      * EACH GROUP IS ONE DEFINITION RECORD - COUNTRY CODE BLANK,
      * GRPM-NAME THE GROUP'S TITLE - FOLLOWED BY ONE MEMBER
      * RECORD PER COUNTRY, GRPM-NAME THE COUNTRY'S NAME AS IT
      * SHOULD PRINT WHEN THE COUNTRY IS MISSING FROM THE FEED.
      * COVGRPM ALWAYS WRITES A GROUP'S MEMBERS DIRECTLY BEHIND
      * ITS DEFINITION; READERS IGNORE A MEMBER RECORD WHOSE
      * GROUP HAS NO DEFINITION.
      *----------------------------------------------------------
       01  GRPM-REC.
           05  GRPM-GROUP-ID                    PIC X(08).
           05  GRPM-CC                          PIC X(02).
           05  GRPM-NAME                        PIC X(30).
