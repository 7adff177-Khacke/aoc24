      * Downstream interface extract framing, shared by every program
      * that writes one: AOC202401's <control>.INT, AOCHLDRL's release
      * extract and AOCBKOUT's reversing .REV. One HDR, a DTL per
      * site-day sent, a TOT carrying the control totals and a TRL
      * with the record count and the hash (the sum of every DTL's
      * rows, rejects, result and similarity score). Fixed columns,
      * single-space separated.
      * indStatus says why the DTL is on the extract (PROCESSED,
      * REJECTS, CARRIED, PRIOR-ADJ, RELEASED, REVERSAL, ...).
      * indConflicts is the count of IDs the site shares with another
      * site in the batch (see the .XDR) - not part of the hash - and
      * intHeld the count of site-days still held for review after
      * the run; a writer that has neither sends zero.
       01 intHeaderWork.
           05 FILLER        PIC X(3) VALUE "HDR".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 inhJobId      PIC X(9).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 inhRunDate    PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 inhDetailCount PIC 9(8).

       01 intDetailWork.
           05 FILLER        PIC X(3) VALUE "DTL".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 indSiteId     PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 indRegion     PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 indRunDate    PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 indRows       PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 indRejects    PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 indResult     PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 indSimScore   PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 indStatus     PIC X(12).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 indConflicts  PIC 9(6).

       01 intTotalWork.
           05 FILLER        PIC X(3) VALUE "TOT".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 intSites      PIC 9(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 intSkipped    PIC 9(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 intRows       PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 intRejects    PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 intResult     PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 intSimScore   PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 intHeld       PIC 9(4).

       01 intTrailerWork.
           05 FILLER        PIC X(3) VALUE "TRL".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 intTrlCount   PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 intTrlHash    PIC 9(18).
