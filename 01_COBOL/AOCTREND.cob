       DATA DIVISION.
       FILE SECTION.
       FD historyFile.
       01 historyRecord PIC X(160).

       FD trendFile.
       01 trendRecord PIC X(148).
      * master enrichment are shorter and leave hwSiteName/hwRegion
      * as spaces; every numeric field is parsed through NUMVAL so
      * the Z-suppressed history formatting reads back cleanly.
           COPY HISTREC.

       01 siteMaxEntries    PIC 9(4) VALUE 500.
       01 siteEntryCount    PIC 9(4) VALUE 0.
      * its current run down to prior, and post the new run as
      * current. The history is appended in run order, so after the
      * whole file is loaded each slot holds the latest run and the
      * one before it. A posting AOCBKOUT reversed under ADJUST is
      * passed over, as if the backout had removed it.
       POST-HISTORY-RECORD.
           IF hwPriorAdj = 'R' OR hwPriorAdj = 'X'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO siteSlot
           PERFORM VARYING i FROM 1 BY 1
               UNTIL i > siteEntryCount OR siteSlot > 0
