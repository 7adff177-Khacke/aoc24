      * Site health scorecard record, one per site per run date, as
      * AOCSCORE writes it to SCORE.DAT for the regional coordinators
      * to load into their own tools - fixed columns, single-space
      * separated like RESULTS.HIST. scScore is the weighted health
      * score (0.0-100.0); the four component scores behind it are
      * whole points. scPrevScore/scChange are only meaningful when
      * scHasPrev is 'Y' (the site was on the previous scorecard);
      * scDropFlag is 'Y' when the score fell by the configured drop
      * boundary or more. scLoadStatus is POSTED (on the night's
      * interface extract), HELD (posted to history, held back from
      * the extract) or NOT LOADED.
       01 scoreLineWork.
           05 scSiteId      PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scRunDate     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scSiteName    PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scRegion      PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scRank        PIC 9(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scScore       PIC 999.9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scReconScore  PIC 9(3).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scUnmScore    PIC 9(3).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scSafetyScore PIC 9(3).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scTimelyScore PIC 9(3).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scLoadStatus  PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scRows        PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scRejects     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scChronic     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scReports     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scUnsafe      PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scTopCause    PIC X(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scLastLoaded  PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scDaysBehind  PIC 9(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scHasPrev     PIC X(1).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scPrevScore   PIC 999.9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scChange      PIC -999.9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 scDropFlag    PIC X(1).
