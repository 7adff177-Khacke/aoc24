      * Site master record shared across the daily reconciliation job
      * family: the upstream sites, held in the SITEMAST.IDX indexed
      * file (built from a sequential source by AOCSITLD). The batch
      * driver validates every control file entry against this master
      * before opening the extract, so an unknown or retired site -
      * or a stale test extract sitting where a production one should
      * be - gets skipped instead of folded into the grand totals.
      * smTolPct is the site's own tolerance band for the batch's hold
      * check - how far, in percent either side of its recent average,
      * a night's result or simScore may move before the site-day is
      * held back from the interface extract; zero means the batch
      * default applies.
      *
      * The master is effective-dated: a site has one record per
      * version, keyed by smVersionKey (site ID + the date the version
      * takes effect), and a version holds from smEffFrom through
      * smEffTo inclusive - 99999999 while it is open-ended. A site's
      * versions never overlap, so for any date at most one of them is
      * in effect; a date none covers is a date the site was not in
      * the master at all. Readers START at the site ID with a zero
      * date and READ NEXT through its versions.
       01 siteMasterRecord.
           05 smVersionKey.
               10 smSiteId      PIC X(8).
               10 smEffFrom     PIC 9(8).
           05 smEffTo       PIC 9(8).
           05 smSiteName    PIC X(20).
           05 smRegion      PIC X(10).
           05 smActiveFlag  PIC X(1).
           05 smExtractName PIC X(20).
           05 smTolPct      PIC 9(3).
