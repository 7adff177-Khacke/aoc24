      * Period-control record, one per month finance has closed, held
      * in the RESULTS.PERD line-sequential file. AOCMCLOS writes it
      * when it certifies a month from RESULTS.HIST and RESULTS.MHIS,
      * carrying the control totals the close report printed, so a
      * later reprint can prove the month has not moved since. A month
      * with no record here is open. AOC202401 refuses to post a
      * site-day into a locked month unless told to post it as a
      * prior-period adjustment (to the current open month instead),
      * and AOCHSTAR never folds anything posted after the lock into
      * a locked month's RESULTS.MHIS slot. Fixed columns, single-space
      * separated like RESULTS.HIST; the file is kept in month order.
       01 periodLineWork.
           05 pdMonth       PIC 9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 pdStatus      PIC X(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 pdLockedDate  PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 pdSites       PIC 9(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 pdRuns        PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 pdRows        PIC 9(12).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 pdResult      PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 pdSimScore    PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 pdAdjRuns     PIC 9(6).
