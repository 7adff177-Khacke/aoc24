      * RESULTS.HOLD record shared by the programs that post, release
      * and back out held site-days. AOC202401 appends one HELD record
      * for each site-day whose result or simScore falls outside the
      * site's tolerance band, with the band it was measured against;
      * AOCHLDRL turns it RELEASED or REJECTED with the analyst's
      * reason and the date; AOCBKOUT marks it REVERSED when the
      * posting itself is reversed, keeping the status it had before
      * in hlPriorStatus so a rerun of the backout still knows whether
      * the warehouse ever saw the numbers. A site-day is identified
      * by site ID and extract date (the same pair WRITE-HISTORY
      * stamps on RESULTS.HIST), and the run date says which posting
      * it was.
       01 holdLineWork.
           05 hlStatus      PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlSiteId      PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlExtractDate PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlRunDate     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlFileName    PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlSiteName    PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlRegion      PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlRows        PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlRejects     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlResult      PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlSimScore    PIC 9(18).
      * the band: the average of the site's recent runs, and the
      * percentage either side of it the values had to fall within
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlBaseResult  PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlBaseSim     PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlTolPct      PIC 9(3).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlHoldReason  PIC X(20).
      * the analyst's decision - zero date and spaces while HELD
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlActionDate  PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlActionReason PIC X(40).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 hlPriorStatus PIC X(8).
