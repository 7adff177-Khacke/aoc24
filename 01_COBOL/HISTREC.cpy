      * RESULTS.HIST record image shared by every program that reads
      * the history back (AOC202401's WRITE-HISTORY is the only
      * writer and builds the same columns through its own edited
      * historyLineWork). The numerics are Z-suppressed on the file,
      * so readers take them as text and come back through NUMVAL.
      * The site ID, extract date and reject count trail the
      * original columns: records written before they were added
      * read back with those fields as spaces, which every reader
      * treats as "not known" rather than zero. The same image is
      * used for RESULTS.HARC, the rolled-up detail AOCHSTAR keeps
      * behind each RESULTS.MHIS slot.
      *
      * hwPeriod is the month (yyyymm) the record posts to - the
      * month its RESULTS.MHIS slot and its month-end close are keyed
      * on. It is the extract date's month, except on a prior-period
      * adjustment (hwPriorAdj 'Y'): an extract dated in a month
      * already locked by AOCMCLOS that AOC202401 was told to post
      * anyway goes to the current open month instead. Records
      * written before the column existed have it as spaces and post
      * to the month of hwRunDate, as they always did.
      *
      * A posting AOCBKOUT has reversed under ADJUST stays in its
      * locked month, since the month's certified totals include it,
      * with hwPriorAdj set to 'R' ('X' when it was itself a
      * prior-period adjustment, which the month's close still counts
      * as one). It is no longer a live posting: a later backout or
      * audit replay of the site-day passes over it.
       01 histLineWork.
           05 hwRunDate     PIC X(8).
           05 FILLER        PIC X(1).
           05 hwFileName    PIC X(20).
           05 FILLER        PIC X(1).
           05 hwRowCount    PIC X(8).
           05 FILLER        PIC X(1).
           05 hwResult      PIC X(18).
           05 FILLER        PIC X(1).
           05 hwSimScore    PIC X(18).
           05 FILLER        PIC X(1).
           05 hwSiteName    PIC X(20).
           05 FILLER        PIC X(1).
           05 hwRegion      PIC X(10).
           05 FILLER        PIC X(1).
           05 hwSiteId      PIC X(8).
           05 FILLER        PIC X(1).
           05 hwExtractDate PIC X(8).
           05 FILLER        PIC X(1).
           05 hwRejects     PIC X(8).
           05 FILLER        PIC X(1).
           05 hwPeriod      PIC X(6).
           05 FILLER        PIC X(1).
           05 hwPriorAdj    PIC X(1).
