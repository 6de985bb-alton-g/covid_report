      * 'C' RECORD PER COUNTRY, SO COUNTRY-LEVEL READERS SELECT
      * RECORDS WHOSE TYPE IS NOT 'P' AND SEE EXACTLY WHAT THEY
      * ALWAYS SAW.
      * RECORD TYPE 'E' IS AN ESTIMATE, NOT REPORTED DATA - A
      * COUNTRY ON THE HISTMST MASTER THAT WAS MISSING FROM THE
      * DAY'S FEED, CARRIED FORWARD BY COVID19'S END-OF-RUN SWEEP
      * WITH ITS LAST REPORTED TOTALS AND ZERO NEW COUNTS.  IT IS
      * A COUNTRY-LEVEL RECORD, SO THE NOT-'P' READERS KEEP THE
      * COUNTRY IN THEIR TOTALS; A READER THAT WANTS REPORTED
      * FIGURES ONLY SELECTS TYPE 'C'.
      * THE FILE IS WRITTEN AS VARIABLE 199-TO-220-BYTE RECORDS -
      * ALWAYS THE FULL 220 BYTES - THE SAME WAY THE HISTOUT
      * GENERATIONS CARRIED THE VACCINATION FIELDS, SO THE DATED
