
           SELECT siteMasterFile ASSIGN TO DYNAMIC siteMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS smVersionKey
               FILE STATUS IS siteMasterStatus.

           SELECT siteDateFile ASSIGN TO DYNAMIC siteDateFileName
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS agingFileStatus.

           SELECT unmBeforeFile ASSIGN TO DYNAMIC unmBeforeFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS unmBeforeStatus.

           SELECT holdFile ASSIGN TO DYNAMIC holdFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS holdFileStatus.

           SELECT siteIdFile ASSIGN TO DYNAMIC siteIdFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS siteIdStatus.

           SELECT dupReportFile ASSIGN TO DYNAMIC dupReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dupReportStatus.

           SELECT dupStateFile ASSIGN TO DYNAMIC dupStateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dupStateStatus.

           SELECT sortWork3 ASSIGN TO "sortwk3".

           SELECT periodFile ASSIGN TO DYNAMIC periodFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS periodFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD inputFile.
       01 rejectRecord PIC X(80).

       FD historyFile.
       01 historyRecord PIC X(160).

       FD reconFile.
       01 reconRecord PIC X(80).
           COPY SITEMST.

       FD siteDateFile.
       01 siteDateRecord PIC X(40).

       FD completionFile.
       01 completionRecord PIC X(160).

       FD interfaceFile.
       01 interfaceRecord PIC X(120).
       FD agingFile.
       01 agingRecord PIC X(100).

       FD unmBeforeFile.
       01 unmBeforeRecord PIC X(40).

       FD holdFile.
       01 holdRecord PIC X(280).

       FD siteIdFile.
       01 siteIdRecord PIC X(30).

       FD dupReportFile.
       01 dupReportRecord PIC X(132).

       FD dupStateFile.
       01 dupStateRecord PIC X(40).

       SD sortWork3.
       01 sortRec3.
           05 srtLeftId        PIC 9(8).
           05 srtSiteId        PIC X(8).
           05 srtRightId       PIC 9(8).

       FD periodFile.
       01 periodRecord PIC X(120).

       WORKING-STORAGE SECTION.
       01 fileName        PIC X(20).
       01 fileStatus      PIC XX.
       01 ctlSiteToken         PIC X(20).
       01 ctlFileToken         PIC X(20).

      * The master is effective-dated (see SITEMST): the control entry
      * is checked against the site's version in effect on the run
      * date - that is the extract expected tonight - and once the
      * extract's header date is known the name, region, active flag
      * and tolerance are taken from the version in effect on that
      * date instead, so a LATEOK catch-up or SUPOK supplemental
      * posts under the region the site-day actually happened in.
      * A site not in the master on the run date (or inactive on it)
      * is still skipped up front on a normal night; under LATEOK or
      * SUPOK the decision waits for the extract date, using the
      * site's latest earlier version for the expected extract name.
       01 siteAsOfDate         PIC 9(8).
       01 siteVersionEOF       PIC X.
       01 siteVersionFound     PIC X.
       01 siteAnyVersion       PIC X.
       01 siteEarlierFound     PIC X.
       01 verSiteName          PIC X(20).
       01 verRegion            PIC X(10).
       01 verActiveFlag        PIC X(1).
       01 verExtractName       PIC X(20).
       01 verTolPct            PIC 9(3).
       01 verEffFrom           PIC 9(8).
       01 verEarlierFrom       PIC 9(8).

      * Graduated RETURN-CODE contract for the job stream: 0 = clean,
      * 4 = ran but rejected rows (above the REJPCT= boundary when one
      * is set), 8 = one or more sites skipped, 12 = fatal. The
      * AOCREJRP's .SUP extracts: a repaired extract necessarily
      * re-uses a date this site already processed, so SUPOK admits a
      * date at or before the tracked one without moving the
      * tracking forward. Each entry also keeps the date it held
      * before the last forward move, so AOCBKOUT can put a backed-out
      * site-day's tracking back where the load found it.
       01 siteDateFileName     PIC X(40) VALUE "SITEDATE.TRK".
       01 siteDateStatus       PIC XX.
       01 siteDateEOF          PIC X.
           05 siteDateEntry OCCURS 500 TIMES.
               10 sdSiteId     PIC X(8).
               10 sdLastDate   PIC 9(8).
               10 sdPriorDate  PIC 9(8).
       01 sdSlot               PIC 9(4).
       01 sdIndexWork          PIC 9(4).

           05 sdwSiteId     PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 sdwLastDate   PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 sdwPriorDate  PIC 9(8).

      * Batch-level restart (see the <control>.CPL completion file):
      * each control entry's completion is recorded as it finishes,
               10 cpRejects    PIC 9(8).
               10 cpResult     PIC 9(18).
               10 cpSimScore   PIC 9(18).
               10 cpHeld       PIC X.
               10 cpHoldReason PIC X(20).
       01 completedSlot        PIC 9(4).

       01 cplLineWork.
           05 cplResult     PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 cplSimScore   PIC 9(18).
      * a held site-day is carried forward as held, never as posted
           05 FILLER        PIC X(1) VALUE SPACE.
           05 cplHeld       PIC X(1).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 cplHoldReason PIC X(20).

      * End-of-run interface extract (<control>.INT): the
      * machine-readable counterpart of the .OPS print report, so the
      * warehouse side stops screen-scraping a column layout that
      * moves. One DTL record per processed site (site ID, region,
      * run date, rows, rejects, result, simScore, status, cross-site
      * duplicate IDs), one TOT grand-total record, bracketed by
      * HDR/TRL control records in the same spirit as the PAIRREC
      * extract framing: the HDR announces the DTL count, the TRL
      * proves it along with a hash total summed over rows + rejects
      * + result + simScore of every DTL record - so the consumer
      * verifies completeness exactly the way this program verifies
      * inbound extracts. Details are buffered until end of batch
      * because the HDR count leads the file.
       01 interfaceFileName    PIC X(40).
       01 interfaceStatus      PIC XX.
       01 intMaxEntries        PIC 9(4) VALUE 500.
       01 intHashTotal         PIC 9(18) VALUE 0.
       01 intIndexWork         PIC 9(4).

           COPY INTREC.

      * Region-level control breaks: every processed (or skipped)
      * site rolls into its region's slot, keyed by the master's
               10 rgRejects    PIC 9(8).
               10 rgResult     PIC 9(18).
               10 rgSimScore   PIC 9(18).
               10 rgHeld       PIC 9(4).
       01 regionSlot           PIC 9(4).
       01 regionIndexWork      PIC 9(4).
       01 regionKeyWork        PIC X(10).
           05 orgResult        PIC Z(17)9.
           05 FILLER           PIC X(10) VALUE " SIMSCORE ".
           05 orgSimScore      PIC Z(17)9.
           05 FILLER           PIC X(6) VALUE " HELD ".
           05 orgHeld          PIC ZZZ9.

       01 regionLineWork.
           05 rgnRegion        PIC X(10).
           05 rgnResult        PIC 9(18).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 rgnSimScore      PIC 9(18).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 rgnHeld          PIC 9(4).

      * Tolerance hold: a site whose night's result or simScore moves
      * further from its own recent average than its band allows
      * (smTolPct in the master, TOLPCT= when the master says zero)
      * is HELD - reported on the .OPS with the reason, appended to
      * RESULTS.HOLD for AOCHLDRL, and kept out of the grand totals,
      * the .RGN sums and the .INT extract until an analyst releases
      * it. RESULTS.HIST, SITEDATE.TRK and the .UNM are still posted:
      * the load itself was good, only its numbers are in question.
      * The average is taken over the site's last HOLDRUNS= runs on
      * RESULTS.HIST (read once, before anything is posted), leaving
      * out site-days still held or rejected, and a site with fewer
      * than two such runs has no band yet and is never held.
       01 holdFileName         PIC X(40) VALUE "RESULTS.HOLD".
       01 holdFileStatus       PIC XX.
       01 holdEOF              PIC X.
       01 produceHold          PIC X VALUE 'Y'.
       01 tolPctDefault        PIC 9(3) VALUE 50.
       01 tolPctOverrideText   PIC X(8).
       01 holdRunsLimit        PIC 9(2) VALUE 5.
       01 holdRunsMax          PIC 9(2) VALUE 10.
       01 holdRunsOverrideText PIC X(8).
       01 siteTolPct           PIC 9(3) VALUE 0.
       01 tolPctWork           PIC 9(3).
       01 siteHeld             PIC X VALUE 'N'.
       01 holdReason           PIC X(20) VALUE SPACES.
       01 sitesHeld            PIC 9(4) VALUE 0.
       01 heldRejectCount      PIC 9(8) VALUE 0.
       01 resultOutOfBand      PIC X.
       01 simOutOfBand         PIC X.
       01 tolValueWork         PIC 9(18).
       01 tolBaseWork          PIC 9(18).
       01 tolDiffWork          PIC 9(18).
       01 tolLeftWork          PIC 9(21).
       01 tolRightWork         PIC 9(21).
       01 tolOutOfBand         PIC X.

       01 baseMaxEntries       PIC 9(4) VALUE 2000.
       01 baseEntryCount       PIC 9(4) VALUE 0.
       01 baseTable.
           05 baseEntry OCCURS 2000 TIMES.
               10 bsFileName   PIC X(20).
               10 bsRuns       PIC 9(2).
               10 bsNext       PIC 9(2).
               10 bsRunResult  PIC 9(18) OCCURS 10 TIMES.
               10 bsRunSim     PIC 9(18) OCCURS 10 TIMES.
       01 baseKeyWork          PIC X(20).
       01 baseEOF              PIC X.
       01 baseSlot             PIC 9(4).
       01 baseIndexWork        PIC 9(4).
       01 baseRunIndex         PIC 9(2).
       01 baseSumResult        PIC 9(20).
       01 baseSumSim           PIC 9(20).
       01 baseResult           PIC 9(18).
       01 baseSimScore         PIC 9(18).
       01 heldKeyMax           PIC 9(4) VALUE 1000.
       01 heldKeyCount         PIC 9(4) VALUE 0.
       01 heldKeyTable.
           05 heldKeyEntry OCCURS 1000 TIMES.
               10 hkSiteId     PIC X(8).
               10 hkExtractDate PIC X(8).
       01 heldKeyFound         PIC X.
       01 heldKeyIndex         PIC 9(4).

      * Cross-site duplicate IDs: a left-side ID belongs to exactly
      * one site, and one turning up in two sites' extracts in the
      * same batch is nearly always a half-finished account migration
      * being counted twice in the grand totals. Every loaded row of
      * every site (held ones too) goes to the <control>.XID index as
      * the site finishes; after the last control entry the index is
      * sorted by ID and any ID carried by more than one site is
      * written to the <control>.XDR conflict report with each site's
      * rows, counted per site on the .OPS and the .INT DTLs. The
      * <control>.XDP file carries the conflicts from run to run (ID,
      * first-seen, last-seen, nights) so one persisting from an
      * earlier night is told apart from one new tonight, and one
      * that has gone away is reported resolved - unless sites were
      * skipped tonight, when it may only be hiding in a site that
      * never loaded, and is carried forward unchanged instead. A
      * restart keeps the index, so sites carried forward from the
      * .CPL are still in it.
       01 siteIdFileName       PIC X(40).
       01 siteIdStatus         PIC XX.
       01 siteIdEOF            PIC X.
       01 dupReportFileName    PIC X(40).
       01 dupReportStatus      PIC XX.
       01 dupStateFileName     PIC X(40).
       01 dupStateStatus       PIC XX.
       01 dupStateEOF          PIC X.
       01 dupSortEOF           PIC X.

       01 siteIdLineWork.
           05 sidSiteId     PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 sidLeftId     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 sidRightId    PIC 9(8).

      * one ID's rows as they come off the sort - the rows listed on
      * the report are capped, the distinct sites are not
       01 dupGroupId           PIC 9(8).
       01 dupGroupRows         PIC 9(8) VALUE 0.
       01 dupLastSiteId        PIC X(8).
       01 dupLastRightId       PIC 9(8).
       01 dupRowMax            PIC 9(4) VALUE 200.
       01 dupRowTable.
           05 dupRowEntry OCCURS 200 TIMES.
               10 drSiteId     PIC X(8).
               10 drRightId    PIC 9(8).
       01 dupGroupSiteMax      PIC 9(4) VALUE 500.
       01 dupGroupSiteCount    PIC 9(4) VALUE 0.
       01 dupGroupSiteTable.
           05 dupGroupSite     PIC X(8) OCCURS 500 TIMES.
       01 dupRowIndex          PIC 9(8).
       01 dupIsNew             PIC X.
       01 dupFirstSeen         PIC 9(8).
       01 dupRuns              PIC 9(4).
       01 dupStateSites        PIC 9(4).

      * the conflicts as the last run left them, and as this run
      * leaves them - both in ID order, so they merge like the .UNM;
      * dnSites is zero on one carried forward without being seen
       01 dupStateMax          PIC 9(8) VALUE 20000.
       01 dupPriorCount        PIC 9(8) VALUE 0.
       01 dupPriorTable.
           05 dupPriorEntry OCCURS 20000 TIMES.
               10 dpId         PIC 9(8).
               10 dpFirstSeen  PIC 9(8).
               10 dpLastSeen   PIC 9(8).
               10 dpRuns       PIC 9(4).
               10 dpSeen       PIC X.
       01 dupPriorPtr          PIC 9(8).
       01 dupNewCount          PIC 9(8) VALUE 0.
       01 dupNewTable.
           05 dupNewEntry OCCURS 20000 TIMES.
               10 dnId         PIC 9(8).
               10 dnFirstSeen  PIC 9(8).
               10 dnLastSeen   PIC 9(8).
               10 dnRuns       PIC 9(4).
               10 dnSites      PIC 9(4).
       01 dupStateFull         PIC X VALUE 'N'.

       01 dupStateLineWork.
           05 dsId          PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 dsFirstSeen   PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 dsLastSeen    PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 dsRuns        PIC 9(4).

       01 dupIdCount           PIC 9(8) VALUE 0.
       01 dupNewIdCount        PIC 9(8) VALUE 0.
       01 dupPersistCount      PIC 9(8) VALUE 0.
       01 dupResolvedCount     PIC 9(8) VALUE 0.
       01 dupCarriedCount      PIC 9(8) VALUE 0.

      * conflicted IDs per site, for the .OPS section and the DTLs
       01 dupSiteMax           PIC 9(4) VALUE 500.
       01 dupSiteCount         PIC 9(4) VALUE 0.
       01 dupSiteTable.
           05 dupSiteEntry OCCURS 500 TIMES.
               10 dcSiteId     PIC X(8).
               10 dcConflicts  PIC 9(6).
               10 dcNew        PIC 9(6).
       01 dupSiteSlot          PIC 9(4).
       01 dupSiteIndex         PIC 9(4).
       01 dupSiteKeyWork       PIC X(8).

       01 dupHeading.
           05 FILLER        PIC X(32)
               VALUE "CROSS-SITE DUPLICATE ID REPORT  ".
           05 dhControl     PIC X(20).
           05 FILLER        PIC X(10) VALUE " RUN DATE ".
           05 dhRunDate     PIC 9(8).

       01 dupIdLineWork.
           05 FILLER        PIC X(3) VALUE "ID ".
           05 diId          PIC Z(7)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 diStatus      PIC X(10).
           05 FILLER        PIC X(13) VALUE "  FIRST SEEN ".
           05 diFirstSeen   PIC 9(8).
           05 FILLER        PIC X(12) VALUE "  LAST SEEN ".
           05 diLastSeen    PIC 9(8).
           05 FILLER        PIC X(9) VALUE "  NIGHTS ".
           05 diRuns        PIC ZZZ9.
           05 FILLER        PIC X(8) VALUE "  SITES ".
           05 diSites       PIC ZZZ9.

       01 dupRowLineWork.
           05 FILLER        PIC X(9) VALUE "    SITE ".
           05 drlSiteId     PIC X(8).
           05 FILLER        PIC X(7) VALUE "  LEFT ".
           05 drlLeftId     PIC Z(7)9.
           05 FILLER        PIC X(8) VALUE "  RIGHT ".
           05 drlRightId    PIC Z(7)9.

       01 dupSiteLineWork.
           05 FILLER        PIC X(5) VALUE "SITE ".
           05 dslSiteId     PIC X(8).
           05 FILLER        PIC X(17) VALUE "  CONFLICTED IDS ".
           05 dslConflicts  PIC ZZZZZ9.
           05 FILLER        PIC X(6) VALUE "  NEW ".
           05 dslNew        PIC ZZZZZ9.
           05 FILLER        PIC X(13) VALUE "  PERSISTING ".
           05 dslPersist    PIC ZZZZZ9.
       01 dupPersistWork       PIC 9(6).

       01 dupPastLineWork.
           05 FILLER        PIC X(3) VALUE "ID ".
           05 dplId         PIC Z(7)9.
           05 FILLER        PIC X(13) VALUE "  FIRST SEEN ".
           05 dplFirstSeen  PIC 9(8).
           05 FILLER        PIC X(12) VALUE "  LAST SEEN ".
           05 dplLastSeen   PIC 9(8).
           05 FILLER        PIC X(9) VALUE "  NIGHTS ".
           05 dplRuns       PIC ZZZ9.

           COPY HISTREC.
           COPY HOLDREC.

      * Month-end close (see PERIODREC): the months finance has locked,
      * read once from RESULTS.PERD at the start of the run. A
      * site-day posts to its extract date's month (the run date's
      * month for an extract without a header); one that would post
      * into a locked month is refused - skipped in batch mode, fatal
      * for a single file - since it would change a month already
      * certified. ADJUST on the PARM lets it through as a
      * prior-period adjustment instead, posted to the current open
      * month (the run date's, or the first one after it still open)
      * and flagged as such on RESULTS.HIST, the .OPS and the .INT.
       01 periodFileName       PIC X(40) VALUE "RESULTS.PERD".
       01 periodFileStatus     PIC XX.
       01 periodEOF            PIC X.
       01 adjustOverride       PIC X VALUE 'N'.
       01 lockMaxEntries       PIC 9(4) VALUE 600.
       01 lockCount            PIC 9(4) VALUE 0.
       01 lockTable.
           05 lockedMonth      PIC 9(6) OCCURS 600 TIMES.
       01 lockIndexWork        PIC 9(4).
       01 periodKeyWork        PIC 9(6).
       01 periodLocked         PIC X.
       01 postingPeriod        PIC 9(6) VALUE 0.
       01 priorPeriodAdj       PIC X VALUE 'N'.
       01 lockedPeriodWork     PIC 9(6).
           COPY PERIODREC.

      * Persistent unmatched-ID tracking: a left ID whose simCount is
      * zero is one our side carries that the other side does not
       01 unmTodayDayNumber    PIC 9(8).
       01 unmFirstDayNumber    PIC 9(8).

      * Before-image of the .UNM file as this load found it, kept in
      * <fileName>.UNB so AOCBKOUT can put the unmatched state back
      * if the site-day is later backed out. One header record names
      * the site-day the image precedes (and whether a .UNM existed
      * at all), followed by the prior .UNM records unchanged. A
      * SUPOK supplemental leaves the image alone: the site-day's
      * original load already captured the state before that day.
       01 unmBeforeFileName    PIC X(40).
       01 unmBeforeStatus      PIC XX.
       01 unmPriorExists       PIC X VALUE 'N'.
       01 unbHeaderWork.
           05 FILLER        PIC X(4) VALUE "UNB ".
           05 unbSiteId     PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 unbExtractDate PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 unbRunDate    PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 unbPriorExists PIC X(1).

       01 unmLineWork.
           05 unmId         PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 histSiteName  PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 histRegion    PIC X(10).
      * the site-day identity and reject count, so AOCBKOUT can find
      * the record a backout reverses - zero date on an extract that
      * carried no header
           05 FILLER        PIC X(1) VALUE SPACE.
           05 histSiteId    PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 histExtractDate PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 histRejects   PIC Z(7)9.
      * the month the record posts to, and whether it is a prior-period
      * adjustment posted there from a locked month
           05 FILLER        PIC X(1) VALUE SPACE.
           05 histPeriod    PIC 9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 histPriorAdj  PIC X(1).

       01 reconLineWork.
           05 reconLeftOut  PIC Z(7)9.
           PERFORM WRITE-RUNLOG-START

           PERFORM LOAD-SITEDATE-FILE
           PERFORM LOAD-PERIOD-LOCKS

           MOVE FUNCTION LENGTH(FUNCTION TRIM(fileName)) TO trimLen
           IF trimLen > 4
               WHEN 0
                   MOVE "CLEAN" TO rlDisposition
               WHEN 4
                   IF totalRejectCount = 0 AND sitesHeld > 0
                       MOVE "HELD" TO rlDisposition
                   ELSE
                       MOVE "REJECTS" TO rlDisposition
                   END-IF
               WHEN 8
                   MOVE "SITE-FAILED" TO rlDisposition
               WHEN OTHER
               " UNMDAYS=" chronicDaysLimit
               " LATEOK=" lateOverride
               " SUPOK=" supOverride
               " HOLD=" produceHold
               DELIMITED BY SIZE
               INTO rlOptions
           END-STRING
           CLOSE runlogFile.

      * Final severity for the scheduler: skipped sites outrank
      * rejects and held sites (a hold is an analyst's to clear, so it
      * is never a clean run), and the fatal 12 is set directly at
      * each STOP RUN error path rather than here.
       SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE
           IF totalRejectCount > 0
                   END-IF
               END-IF
           END-IF
           IF sitesHeld > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF sitesFailed > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
                   MOVE 'Y' TO lateOverride
               WHEN parmToken = "SUPOK"
                   MOVE 'Y' TO supOverride
               WHEN parmToken = "NOHOLD"
                   MOVE 'N' TO produceHold
               WHEN parmToken = "ADJUST"
                   MOVE 'Y' TO adjustOverride
               WHEN parmToken(1:7) = "TOLPCT="
                   MOVE SPACES TO tolPctOverrideText
                   MOVE parmToken(8:8) TO tolPctOverrideText
                   IF FUNCTION TRIM(tolPctOverrideText) IS NUMERIC
                       MOVE FUNCTION NUMVAL(tolPctOverrideText)
                           TO tolPctDefault
                   END-IF
               WHEN parmToken(1:9) = "HOLDRUNS="
                   MOVE SPACES TO holdRunsOverrideText
                   MOVE parmToken(10:8) TO holdRunsOverrideText
                   IF FUNCTION TRIM(holdRunsOverrideText) IS NUMERIC
                       MOVE FUNCTION NUMVAL(holdRunsOverrideText)
                           TO holdRunsLimit
                   END-IF
      * the band needs two runs to mean anything, and the baseline
      * table keeps at most holdRunsMax per site
                   IF holdRunsLimit < 2
                       MOVE 2 TO holdRunsLimit
                   END-IF
                   IF holdRunsLimit > holdRunsMax
                       MOVE holdRunsMax TO holdRunsLimit
                   END-IF
               WHEN parmToken(1:8) = "UNMDAYS="
                   MOVE SPACES TO unmDaysOverrideText
                   MOVE parmToken(9:8) TO unmDaysOverrideText
                  ".INT" DELIMITED BY SIZE
                  INTO interfaceFileName
           END-STRING
           MOVE SPACES TO siteIdFileName
           STRING FUNCTION TRIM(fileName) DELIMITED BY SIZE
                  ".XID" DELIMITED BY SIZE
                  INTO siteIdFileName
           END-STRING
           MOVE SPACES TO dupReportFileName
           STRING FUNCTION TRIM(fileName) DELIMITED BY SIZE
                  ".XDR" DELIMITED BY SIZE
                  INTO dupReportFileName
           END-STRING
           MOVE SPACES TO dupStateFileName
           STRING FUNCTION TRIM(fileName) DELIMITED BY SIZE
                  ".XDP" DELIMITED BY SIZE
                  INTO dupStateFileName
           END-STRING
           PERFORM LOAD-COMPLETED-SITES
           PERFORM START-SITE-ID-INDEX
           IF produceHold = 'Y'
               PERFORM LOAD-HELD-KEYS
               PERFORM LOAD-TOLERANCE-BASELINE
           END-IF
           MOVE fileName TO opsHdgControl
           OPEN OUTPUT opsReportFile
           MOVE opsReportStatus TO fsCheckCode
           CLOSE controlFile
           CLOSE siteMasterFile

           PERFORM FIND-CROSS-SITE-DUPLICATES
           PERFORM WRITE-OPS-TOTALS
           CLOSE opsReportFile

      * retries only the skipped sites
           IF sitesFailed = 0
               CALL "CBL_DELETE_FILE" USING completionFileName
               CALL "CBL_DELETE_FILE" USING siteIdFileName
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY "===== Consolidated Summary ====="
           DISPLAY "Sites processed: " siteCount
           DISPLAY "Sites failed: " sitesFailed
           DISPLAY "Sites held: " sitesHeld
           DISPLAY "Cross-site duplicate IDs: " dupIdCount
           DISPLAY "Grand total rows: " grandRowCount
           DISPLAY "Grand total result: " grandResult
           DISPLAY "Grand total similarity score: " grandSimScore.
           MOVE SPACES TO siteSkipReason
           MOVE SPACES TO siteName
           MOVE SPACES TO siteRegion
           MOVE 0 TO siteTolPct
           MOVE 'N' TO siteHeld
           MOVE SPACES TO holdReason
           MOVE 'N' TO priorPeriodAdj

           MOVE SPACES TO ctlSiteToken
           MOVE SPACES TO ctlFileToken
               MOVE cpRejects(completedSlot) TO rejectCount
               MOVE cpResult(completedSlot) TO result
               MOVE cpSimScore(completedSlot) TO simScore
               IF cpHeld(completedSlot) = 'Y'
                   MOVE 'Y' TO siteHeld
                   MOVE cpHoldReason(completedSlot) TO holdReason
               END-IF
           ELSE
               PERFORM VALIDATE-CONTROL-ENTRY
               IF siteFailed = 'N'
      * the control-file status check in PROCESS-BATCH stays fatal.
                   MOVE 'N' TO fsCheckSiteLevel
               END-IF
               IF siteFailed = 'N'
                   PERFORM WRITE-SITE-IDS
               END-IF
               IF siteFailed = 'N'
                   PERFORM CHECK-TOLERANCE-BAND
               END-IF
           END-IF

      * a held site's rows and rejects still count toward the run's
      * reject rate (they were loaded), but nothing of it reaches the
      * grand totals until it is released
           IF siteFailed = 'Y'
               ADD 1 TO sitesFailed
               DISPLAY "Site: " ctlSiteToken
                   " SKIPPED - " FUNCTION TRIM(siteSkipReason)
           ELSE
               ADD rejectCount TO totalRejectCount
               ADD dataRowCount TO totalDataRowCount
               IF siteHeld = 'Y'
                   ADD 1 TO sitesHeld
                   ADD rejectCount TO heldRejectCount
               ELSE
                   ADD 1 TO siteCount
                   ADD result TO grandResult
                   ADD simScore TO grandSimScore
                   ADD dataRowCount TO grandRowCount
               END-IF
               IF siteCompleted = 'Y'
                   DISPLAY "Site: " ctlSiteToken
                       " completed in prior run - totals carried"
                       " result: " result
                       " simScore: " simScore
               END-IF
               IF siteHeld = 'Y'
                   DISPLAY "Site: " ctlSiteToken
                       " HELD - " FUNCTION TRIM(holdReason)
               END-IF
           END-IF

           IF siteFailed = 'N' AND siteHeld = 'N'
               PERFORM POST-INTERFACE-DETAIL
           END-IF
           PERFORM POST-REGION-TOTALS
           EVALUATE TRUE
               WHEN siteCompleted = 'Y'
                   MOVE "CARRIED" TO idStatus(intDetailCount)
               WHEN priorPeriodAdj = 'Y'
                   MOVE "PRIOR-ADJ" TO idStatus(intDetailCount)
               WHEN rejectCount > 0
                   MOVE "REJECTS" TO idStatus(intDetailCount)
               WHEN OTHER
               MOVE 0 TO rgRejects(regionSlot)
               MOVE 0 TO rgResult(regionSlot)
               MOVE 0 TO rgSimScore(regionSlot)
               MOVE 0 TO rgHeld(regionSlot)
           END-IF

           EVALUATE TRUE
               WHEN siteFailed = 'Y'
                   ADD 1 TO rgSkipped(regionSlot)
               WHEN siteHeld = 'Y'
                   ADD 1 TO rgHeld(regionSlot)
               WHEN OTHER
                   ADD 1 TO rgSites(regionSlot)
                   ADD dataRowCount TO rgRows(regionSlot)
                   ADD rejectCount TO rgRejects(regionSlot)
                   ADD result TO rgResult(regionSlot)
                   ADD simScore TO rgSimScore(regionSlot)
           END-EVALUATE.

      * Control entries are "siteId" or "siteId extractName" (already
      * split into ctlSiteToken/ctlFileToken by the caller). The site
               EXIT PARAGRAPH
           END-IF

           MOVE runDate TO siteAsOfDate
           PERFORM FIND-SITE-VERSION
           EVALUATE TRUE
               WHEN siteAnyVersion = 'N'
                   MOVE 'Y' TO siteFailed
                   MOVE "NOT IN SITE MASTER" TO siteSkipReason
                   EXIT PARAGRAPH
               WHEN siteVersionFound = 'Y'
                   CONTINUE
               WHEN siteEarlierFound = 'Y'
                   AND (lateOverride = 'Y' OR supOverride = 'Y')
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO siteFailed
                   MOVE "NOT IN SITE MASTER ON RUN DATE"
                       TO siteSkipReason
                   EXIT PARAGRAPH
           END-EVALUATE

           EVALUATE TRUE
               WHEN siteVersionFound = 'Y'
                   AND verActiveFlag NOT = 'Y'
                   AND lateOverride NOT = 'Y'
                   AND supOverride NOT = 'Y'
                   MOVE 'Y' TO siteFailed
                   MOVE "SITE INACTIVE" TO siteSkipReason
               WHEN ctlFileToken NOT = SPACES
                   AND ctlFileToken NOT = verExtractName
                   MOVE 'Y' TO siteFailed
                   MOVE "UNEXPECTED EXTRACT NAME"
                       TO siteSkipReason
               WHEN OTHER
                   PERFORM APPLY-SITE-VERSION
                   IF ctlFileToken = SPACES
                       MOVE verExtractName TO fileName
                   ELSE
                       MOVE ctlFileToken TO fileName
                   END-IF
           END-EVALUATE.

      * Once the header date is known: the site as it stood on the
      * extract date. A site-day from before the site joined the
      * master, after it left, or while it was inactive is skipped
      * like any other site the master does not vouch for.
       RESOLVE-SITE-AS-OF-EXTRACT.
      * no header date: the run-date rules VALIDATE-CONTROL-ENTRY
      * waived for LATEOK/SUPOK apply after all
           IF extractDateWork = 0
               MOVE runDate TO siteAsOfDate
               PERFORM FIND-SITE-VERSION
               IF siteVersionFound = 'N'
                   DISPLAY "Site " ctlSiteToken(1:8)
                       " has no header date and is not in the site "
                       "master on run date " runDate
                   MOVE 'Y' TO siteFailed
                   MOVE "NOT IN SITE MASTER ON RUN DATE"
                       TO siteSkipReason
                   EXIT PARAGRAPH
               END-IF
               IF verActiveFlag NOT = 'Y'
                   DISPLAY "Site " ctlSiteToken(1:8)
                       " has no header date and is inactive on run "
                       "date " runDate
                   MOVE 'Y' TO siteFailed
                   MOVE "SITE INACTIVE" TO siteSkipReason
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE extractDateWork TO siteAsOfDate
           PERFORM FIND-SITE-VERSION
           IF siteVersionFound = 'N'
               DISPLAY "Site " ctlSiteToken(1:8)
                   " is not in the site master on extract date "
                   extractDateWork
               MOVE 'Y' TO siteFailed
               MOVE "NOT IN MASTER ON EXTRACT DATE" TO siteSkipReason
               EXIT PARAGRAPH
           END-IF
           IF verActiveFlag NOT = 'Y'
               DISPLAY "Site " ctlSiteToken(1:8)
                   " was inactive on extract date " extractDateWork
               MOVE 'Y' TO siteFailed
               MOVE "SITE INACTIVE ON EXTRACT DATE" TO siteSkipReason
               EXIT PARAGRAPH
           END-IF
           IF verRegion NOT = siteRegion
               DISPLAY "Site " ctlSiteToken(1:8) " posts under region "
                   FUNCTION TRIM(verRegion) " as of extract date "
                   extractDateWork
           END-IF
           PERFORM APPLY-SITE-VERSION.

       APPLY-SITE-VERSION.
           MOVE verSiteName TO siteName
           MOVE verRegion TO siteRegion
           MOVE verTolPct TO siteTolPct.

      * Walk the site's versions from its first (START at the site ID
      * with a zero date): the one in effect on siteAsOfDate, or
      * failing that the latest one that started before it.
       FIND-SITE-VERSION.
           MOVE 'N' TO siteVersionFound
           MOVE 'N' TO siteAnyVersion
           MOVE 'N' TO siteEarlierFound
           MOVE 'N' TO siteVersionEOF
           MOVE 0 TO verEarlierFrom
           MOVE ctlSiteToken TO smSiteId
           MOVE 0 TO smEffFrom
           START siteMasterFile KEY IS NOT LESS THAN smVersionKey
               INVALID KEY
                   MOVE 'Y' TO siteVersionEOF
           END-START
           PERFORM UNTIL siteVersionEOF = 'Y'
               READ siteMasterFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO siteVersionEOF
                   NOT AT END
                       IF smSiteId NOT = ctlSiteToken
                           MOVE 'Y' TO siteVersionEOF
                       ELSE
                           PERFORM NOTE-SITE-VERSION
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-SITE-VERSION.
           MOVE 'Y' TO siteAnyVersion
           EVALUATE TRUE
               WHEN smEffFrom > siteAsOfDate
                   CONTINUE
               WHEN siteAsOfDate <= smEffTo
                   MOVE 'Y' TO siteVersionFound
                   PERFORM KEEP-SITE-VERSION
               WHEN siteVersionFound = 'N'
                   AND smEffFrom >= verEarlierFrom
                   MOVE 'Y' TO siteEarlierFound
                   MOVE smEffFrom TO verEarlierFrom
                   PERFORM KEEP-SITE-VERSION
           END-EVALUATE.

       KEEP-SITE-VERSION.
           MOVE smEffFrom TO verEffFrom
           MOVE smSiteName TO verSiteName
           MOVE smRegion TO verRegion
           MOVE smActiveFlag TO verActiveFlag
           MOVE smExtractName TO verExtractName
           MOVE smTolPct TO verTolPct.

      * Prior completion records for this control file: only records
      * carrying today's run date count - anything else is a stale
                   MOVE cpRejects(regionIndexWork) TO cplRejects
                   MOVE cpResult(regionIndexWork) TO cplResult
                   MOVE cpSimScore(regionIndexWork) TO cplSimScore
                   MOVE cpHeld(regionIndexWork) TO cplHeld
                   MOVE cpHoldReason(regionIndexWork) TO cplHoldReason
                   WRITE completionRecord FROM cplLineWork
               END-PERFORM
               CLOSE completionFile
           MOVE cplRows TO cpRows(completedCount)
           MOVE cplRejects TO cpRejects(completedCount)
           MOVE cplResult TO cpResult(completedCount)
           MOVE cplSimScore TO cpSimScore(completedCount)
           IF cplHeld = 'Y'
               MOVE 'Y' TO cpHeld(completedCount)
               MOVE cplHoldReason TO cpHoldReason(completedCount)
           ELSE
               MOVE 'N' TO cpHeld(completedCount)
               MOVE SPACES TO cpHoldReason(completedCount)
           END-IF.

       CHECK-SITE-COMPLETED.
           MOVE 'N' TO siteCompleted
           MOVE rejectCount TO cplRejects
           MOVE result TO cplResult
           MOVE simScore TO cplSimScore
           MOVE siteHeld TO cplHeld
           MOVE holdReason TO cplHoldReason

           OPEN EXTEND completionFile
           IF completionStatus = '35'
           END-IF
           CLOSE completionFile.

      * A fresh batch starts a fresh index; a restart keeps the one
      * the earlier run built, since the sites it carries forward are
      * not loaded again.
       START-SITE-ID-INDEX.
           IF completedCount = 0
               CALL "CBL_DELETE_FILE" USING siteIdFileName
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT siteIdFile
           IF siteIdStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(siteIdFileName)
                   " not found - sites carried forward are left out "
                   "of the cross-site duplicate check"
           ELSE
               CLOSE siteIdFile
           END-IF.

      * Every row the site loaded, appended to the batch's ID index
      * and flushed by the open/close bracket before the completion
      * record is written, so a restart never carries a site whose
      * IDs did not make it into the index.
       WRITE-SITE-IDS.
           OPEN EXTEND siteIdFile
           IF siteIdStatus = '35'
               OPEN OUTPUT siteIdFile
           END-IF
           MOVE siteIdStatus TO fsCheckCode
           MOVE "site ID index" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > tableSize
               MOVE ctlSiteToken TO sidSiteId
               MOVE tableField1 OF dynTableEntry(i) TO sidLeftId
               MOVE tableField2 OF dynTableEntry(i) TO sidRightId
               WRITE siteIdRecord FROM siteIdLineWork
               MOVE siteIdStatus TO fsCheckCode
               MOVE "site ID index" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE siteIdFile.

      * Site-days still HELD or already REJECTED on RESULTS.HOLD:
      * their RESULTS.HIST records are not trusted numbers, so they
      * stay out of the average the next night's band is built on.
       LOAD-HELD-KEYS.
           MOVE 0 TO heldKeyCount
           OPEN INPUT holdFile
           IF holdFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE holdFileStatus TO fsCheckCode
           MOVE "hold file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO holdEOF
           PERFORM UNTIL holdEOF = 'Y'
               READ holdFile INTO holdLineWork
                   AT END
                       MOVE 'Y' TO holdEOF
                   NOT AT END
                       IF hlStatus = "HELD" OR hlStatus = "REJECTED"
                           IF heldKeyCount >= heldKeyMax
                               DISPLAY "FATAL: more than " heldKeyMax
                                   " held or rejected site-days."
                               MOVE 12 TO RETURN-CODE
                               PERFORM WRITE-RUNLOG-END
                               STOP RUN
                           END-IF
                           ADD 1 TO heldKeyCount
                           MOVE hlSiteId TO hkSiteId(heldKeyCount)
                           MOVE hlExtractDate
                               TO hkExtractDate(heldKeyCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE holdFile.

      * One pass over RESULTS.HIST before anything is posted, keeping
      * the last holdRunsLimit runs of each extract in a small ring
      * per slot - the file is in run order, so whatever is left in
      * the ring at end of file is the most recent runs.
       LOAD-TOLERANCE-BASELINE.
           MOVE 0 TO baseEntryCount
           OPEN INPUT historyFile
           IF historyFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE historyFileStatus TO fsCheckCode
           MOVE "history file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO baseEOF
           PERFORM UNTIL baseEOF = 'Y'
               READ historyFile INTO histLineWork
                   AT END
                       MOVE 'Y' TO baseEOF
                   NOT AT END
                       PERFORM POST-BASELINE-RUN
               END-READ
           END-PERFORM
           CLOSE historyFile.

       POST-BASELINE-RUN.
           MOVE 'N' TO heldKeyFound
           IF hwSiteId NOT = SPACES
               PERFORM VARYING heldKeyIndex FROM 1 BY 1
                   UNTIL heldKeyIndex > heldKeyCount
                       OR heldKeyFound = 'Y'
                   IF hkSiteId(heldKeyIndex) = hwSiteId
                       AND hkExtractDate(heldKeyIndex) = hwExtractDate
                       MOVE 'Y' TO heldKeyFound
                   END-IF
               END-PERFORM
           END-IF
           IF heldKeyFound = 'Y'
               EXIT PARAGRAPH
           END-IF
      *    a posting AOCBKOUT reversed under ADJUST is not a live run
           IF hwPriorAdj = 'R' OR hwPriorAdj = 'X'
               EXIT PARAGRAPH
           END-IF

           MOVE hwFileName TO baseKeyWork
           PERFORM FIND-BASELINE-SLOT
           IF baseSlot = 0
               IF baseEntryCount >= baseMaxEntries
                   DISPLAY "FATAL: more than " baseMaxEntries
                       " extracts in the tolerance baseline."
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               END-IF
               ADD 1 TO baseEntryCount
               MOVE baseEntryCount TO baseSlot
               MOVE hwFileName TO bsFileName(baseSlot)
               MOVE 0 TO bsRuns(baseSlot)
               MOVE 0 TO bsNext(baseSlot)
           END-IF

           ADD 1 TO bsNext(baseSlot)
           IF bsNext(baseSlot) > holdRunsLimit
               MOVE 1 TO bsNext(baseSlot)
           END-IF
           MOVE bsNext(baseSlot) TO baseRunIndex
           MOVE FUNCTION NUMVAL(hwResult)
               TO bsRunResult(baseSlot, baseRunIndex)
           MOVE FUNCTION NUMVAL(hwSimScore)
               TO bsRunSim(baseSlot, baseRunIndex)
           IF bsRuns(baseSlot) < holdRunsLimit
               ADD 1 TO bsRuns(baseSlot)
           END-IF.

       FIND-BASELINE-SLOT.
           MOVE 0 TO baseSlot
           PERFORM VARYING baseIndexWork FROM 1 BY 1
               UNTIL baseIndexWork > baseEntryCount OR baseSlot > 0
               IF bsFileName(baseIndexWork) = baseKeyWork
                   MOVE baseIndexWork TO baseSlot
               END-IF
           END-PERFORM.

      * Measure tonight's result and simScore against the site's
      * band: each must lie within tolPctWork percent of the average
      * of its recent runs. Either one outside holds the site-day.
       CHECK-TOLERANCE-BAND.
           IF produceHold NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE fileName TO baseKeyWork
           PERFORM FIND-BASELINE-SLOT
           IF baseSlot = 0
               EXIT PARAGRAPH
           END-IF
           IF bsRuns(baseSlot) < 2
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO baseSumResult
           MOVE 0 TO baseSumSim
           PERFORM VARYING baseRunIndex FROM 1 BY 1
               UNTIL baseRunIndex > bsRuns(baseSlot)
               ADD bsRunResult(baseSlot, baseRunIndex) TO baseSumResult
               ADD bsRunSim(baseSlot, baseRunIndex) TO baseSumSim
           END-PERFORM
           COMPUTE baseResult ROUNDED =
               baseSumResult / bsRuns(baseSlot)
           COMPUTE baseSimScore ROUNDED =
               baseSumSim / bsRuns(baseSlot)

           IF siteTolPct > 0
               MOVE siteTolPct TO tolPctWork
           ELSE
               MOVE tolPctDefault TO tolPctWork
           END-IF

           MOVE result TO tolValueWork
           MOVE baseResult TO tolBaseWork
           PERFORM TEST-TOLERANCE-BAND
           MOVE tolOutOfBand TO resultOutOfBand
           MOVE simScore TO tolValueWork
           MOVE baseSimScore TO tolBaseWork
           PERFORM TEST-TOLERANCE-BAND
           MOVE tolOutOfBand TO simOutOfBand

           EVALUATE TRUE
               WHEN resultOutOfBand = 'Y' AND simOutOfBand = 'Y'
                   MOVE "BOTH OUT OF BAND" TO holdReason
               WHEN resultOutOfBand = 'Y'
                   MOVE "RESULT OUT OF BAND" TO holdReason
               WHEN simOutOfBand = 'Y'
                   MOVE "SIMSCORE OUT OF BAND" TO holdReason
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'Y' TO siteHeld
           PERFORM WRITE-HOLD-RECORD.

      * out of band when |value - base| * 100 > tolPct * base; a zero
      * base only admits a zero value
       TEST-TOLERANCE-BAND.
           IF tolValueWork > tolBaseWork
               COMPUTE tolDiffWork = tolValueWork - tolBaseWork
           ELSE
               COMPUTE tolDiffWork = tolBaseWork - tolValueWork
           END-IF
           COMPUTE tolLeftWork = tolDiffWork * 100
           COMPUTE tolRightWork = tolBaseWork * tolPctWork
           IF tolLeftWork > tolRightWork
               MOVE 'Y' TO tolOutOfBand
           ELSE
               MOVE 'N' TO tolOutOfBand
           END-IF.

      * The held site-day goes on RESULTS.HOLD for AOCHLDRL. Unlike
      * the completion record this one is not optional bookkeeping -
      * a hold nobody can release is a site-day lost to the warehouse
      * - so a failure here is fatal.
       WRITE-HOLD-RECORD.
           MOVE SPACES TO holdLineWork
           MOVE "HELD" TO hlStatus
           MOVE ctlSiteToken TO hlSiteId
           MOVE extractDateWork TO hlExtractDate
           MOVE runDate TO hlRunDate
           MOVE fileName TO hlFileName
           MOVE siteName TO hlSiteName
           MOVE siteRegion TO hlRegion
           MOVE dataRowCount TO hlRows
           MOVE rejectCount TO hlRejects
           MOVE result TO hlResult
           MOVE simScore TO hlSimScore
           MOVE baseResult TO hlBaseResult
           MOVE baseSimScore TO hlBaseSim
           MOVE tolPctWork TO hlTolPct
           MOVE holdReason TO hlHoldReason
           MOVE 0 TO hlActionDate

           OPEN EXTEND holdFile
           IF holdFileStatus = '35'
               OPEN OUTPUT holdFile
           END-IF
           MOVE holdFileStatus TO fsCheckCode
           MOVE "hold file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           WRITE holdRecord FROM holdLineWork
           MOVE holdFileStatus TO fsCheckCode
           MOVE "hold file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           CLOSE holdFile.

      * One report line per control entry. Skipped sites show blank
      * numeric columns and carry the skip reason in the status
      * column, so the distributed report answers "why is this site
               MOVE simScore TO edCount18
               MOVE edCount18 TO odSimScore
               EVALUATE TRUE
                   WHEN siteHeld = 'Y'
                       MOVE SPACES TO odStatus
                       STRING "HELD - " DELIMITED BY SIZE
                           FUNCTION TRIM(holdReason) DELIMITED BY SIZE
                           INTO odStatus
                       END-STRING
                   WHEN siteCompleted = 'Y'
                       MOVE "COMPLETED IN PRIOR RUN" TO odStatus
                   WHEN priorPeriodAdj = 'Y'
                       MOVE SPACES TO odStatus
                       STRING "PRIOR-PERIOD ADJ "
                           DELIMITED BY SIZE
                           lockedPeriodWork DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           postingPeriod DELIMITED BY SIZE
                           INTO odStatus
                       END-STRING
                   WHEN rejectCount > 0
                       MOVE "PROCESSED WITH REJECTS" TO odStatus
                   WHEN OTHER
               MOVE rgRejects(regionIndexWork) TO orgRejects
               MOVE rgResult(regionIndexWork) TO orgResult
               MOVE rgSimScore(regionIndexWork) TO orgSimScore
               MOVE rgHeld(regionIndexWork) TO orgHeld
               MOVE opsRegionLineWork TO opsLineWork
               PERFORM WRITE-OPS-LINE
           END-PERFORM

           MOVE SPACES TO opsLineWork
           PERFORM WRITE-OPS-LINE
           MOVE "***** CROSS-SITE DUPLICATE IDS *****" TO opsLineWork
           PERFORM WRITE-OPS-LINE
           PERFORM VARYING dupSiteIndex FROM 1 BY 1
               UNTIL dupSiteIndex > dupSiteCount
               PERFORM FORMAT-DUP-SITE-LINE
               MOVE dupSiteLineWork TO opsLineWork
               PERFORM WRITE-OPS-LINE
           END-PERFORM
           IF dupSiteCount = 0
               MOVE "NO ID CARRIED BY MORE THAN ONE SITE"
                   TO opsLineWork
               PERFORM WRITE-OPS-LINE
           END-IF

           MOVE SPACES TO opsLineWork
           PERFORM WRITE-OPS-LINE
           MOVE "***** FINAL TOTALS *****" TO opsLineWork
           MOVE opsTotalLineWork TO opsLineWork
           PERFORM WRITE-OPS-LINE

           MOVE "SITES HELD" TO otLabel
           MOVE sitesHeld TO otValue
           MOVE opsTotalLineWork TO opsLineWork
           PERFORM WRITE-OPS-LINE

           MOVE "GRAND TOTAL ROWS" TO otLabel
           MOVE grandRowCount TO otValue
           MOVE opsTotalLineWork TO opsLineWork
           MOVE "GRAND TOTAL SIMILARITY SCORE" TO otLabel
           MOVE grandSimScore TO otValue
           MOVE opsTotalLineWork TO opsLineWork
           PERFORM WRITE-OPS-LINE

           MOVE "CROSS-SITE DUPLICATE IDS" TO otLabel
           MOVE dupIdCount TO otValue
           MOVE opsTotalLineWork TO opsLineWork
           PERFORM WRITE-OPS-LINE

           MOVE "  NEW TONIGHT" TO otLabel
           MOVE dupNewIdCount TO otValue
           MOVE opsTotalLineWork TO opsLineWork
           PERFORM WRITE-OPS-LINE

           MOVE "  PERSISTING" TO otLabel
           MOVE dupPersistCount TO otValue
           MOVE opsTotalLineWork TO opsLineWork
           PERFORM WRITE-OPS-LINE.

      * the region summary again, in a fixed layout with unedited
               MOVE rgRejects(regionIndexWork) TO rgnRejects
               MOVE rgResult(regionIndexWork) TO rgnResult
               MOVE rgSimScore(regionIndexWork) TO rgnSimScore
               MOVE rgHeld(regionIndexWork) TO rgnHeld
               WRITE regionRecord FROM regionLineWork
               MOVE regionFileStatus TO fsCheckCode
               MOVE "region file" TO fsCheckLabel
      * TRL carrying the DTL count and the hash total (rows + rejects
      * + result + simScore summed over every DTL) - the completeness
      * proof the consumer replays, just as this program replays a
      * site extract's. A held site has no DTL and is in none of the
      * TOT sums; the TOT's trailing count says how many were held,
      * and AOCHLDRL sends each one later if it is released.
       WRITE-INTERFACE-FILE.
           OPEN OUTPUT interfaceFile
           MOVE interfaceStatus TO fsCheckCode
               MOVE idResult(intIndexWork) TO indResult
               MOVE idSimScore(intIndexWork) TO indSimScore
               MOVE idStatus(intIndexWork) TO indStatus
               MOVE idSiteId(intIndexWork) TO dupSiteKeyWork
               PERFORM FIND-DUP-SITE-SLOT
               IF dupSiteSlot > 0
                   MOVE dcConflicts(dupSiteSlot) TO indConflicts
               ELSE
                   MOVE 0 TO indConflicts
               END-IF
               ADD idRows(intIndexWork) TO intHashTotal
               ADD idRejects(intIndexWork) TO intHashTotal
               ADD idResult(intIndexWork) TO intHashTotal
           MOVE siteCount TO intSites
           MOVE sitesFailed TO intSkipped
           MOVE grandRowCount TO intRows
           COMPUTE intRejects = totalRejectCount - heldRejectCount
           MOVE grandResult TO intResult
           MOVE grandSimScore TO intSimScore
           MOVE sitesHeld TO intHeld
           WRITE interfaceRecord FROM intTotalWork

           MOVE intDetailCount TO intTrlCount

           CLOSE interfaceFile.

      * Sort the batch's ID index on ID and site, and report every ID
      * more than one site carried. The prior run's conflicts are read
      * first so each one found tonight can be marked new or
      * persisting as the sort hands the IDs back in order.
       FIND-CROSS-SITE-DUPLICATES.
           PERFORM LOAD-PRIOR-CONFLICTS

           OPEN OUTPUT dupReportFile
           MOVE dupReportStatus TO fsCheckCode
           MOVE "duplicate report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE opsHdgControl TO dhControl
           MOVE runDate TO dhRunDate
           WRITE dupReportRecord FROM dupHeading
           MOVE SPACES TO dupReportRecord
           WRITE dupReportRecord
           MOVE "IDS CARRIED BY MORE THAN ONE SITE" TO dupReportRecord
           WRITE dupReportRecord

           MOVE 1 TO dupPriorPtr
           MOVE 0 TO dupGroupRows
           MOVE 0 TO dupGroupSiteCount
           SORT sortWork3
               ON ASCENDING KEY srtLeftId srtSiteId srtRightId
               INPUT PROCEDURE IS RELEASE-SITE-IDS
               OUTPUT PROCEDURE IS SCAN-CROSS-SITE-IDS
           IF dupIdCount = 0
               MOVE "NONE" TO dupReportRecord
               WRITE dupReportRecord
           END-IF

           PERFORM WRITE-CONFLICT-SUMMARY
           MOVE dupReportStatus TO fsCheckCode
           MOVE "duplicate report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           CLOSE dupReportFile

           PERFORM WRITE-CONFLICT-STATE

           IF dupIdCount > 0
               DISPLAY "WARNING: " dupIdCount
                   " ID(s) carried by more than one site ("
                   dupNewIdCount " new, " dupPersistCount
                   " persisting) - see "
                   FUNCTION TRIM(dupReportFileName)
           END-IF.

       LOAD-PRIOR-CONFLICTS.
           MOVE 0 TO dupPriorCount
           OPEN INPUT dupStateFile
           IF dupStateStatus = '35'
      * first run for this control file: nothing carried yet
               EXIT PARAGRAPH
           END-IF
           MOVE dupStateStatus TO fsCheckCode
           MOVE "duplicate state file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO dupStateEOF
           PERFORM UNTIL dupStateEOF = 'Y'
               READ dupStateFile INTO dupStateLineWork
                   AT END
                       MOVE 'Y' TO dupStateEOF
                   NOT AT END
                       PERFORM POST-PRIOR-CONFLICT
               END-READ
           END-PERFORM
           CLOSE dupStateFile.

       POST-PRIOR-CONFLICT.
           IF dupPriorCount >= dupStateMax
               DISPLAY "WARNING: more than " dupStateMax
                   " carried conflicts - the rest are treated as new"
               MOVE 'Y' TO dupStateEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO dupPriorCount
           MOVE dsId TO dpId(dupPriorCount)
           MOVE dsFirstSeen TO dpFirstSeen(dupPriorCount)
           MOVE dsLastSeen TO dpLastSeen(dupPriorCount)
           MOVE dsRuns TO dpRuns(dupPriorCount)
           MOVE 'N' TO dpSeen(dupPriorCount).

      * a batch where no site loaded leaves no index - nothing to sort
       RELEASE-SITE-IDS.
           OPEN INPUT siteIdFile
           IF siteIdStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE siteIdStatus TO fsCheckCode
           MOVE "site ID index" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO siteIdEOF
           PERFORM UNTIL siteIdEOF = 'Y'
               READ siteIdFile INTO siteIdLineWork
                   AT END
                       MOVE 'Y' TO siteIdEOF
                   NOT AT END
                       MOVE sidLeftId TO srtLeftId
                       MOVE sidSiteId TO srtSiteId
                       MOVE sidRightId TO srtRightId
                       RELEASE sortRec3
               END-READ
           END-PERFORM
           CLOSE siteIdFile.

       SCAN-CROSS-SITE-IDS.
           MOVE 'N' TO dupSortEOF
           PERFORM UNTIL dupSortEOF = 'Y'
               RETURN sortWork3
                   AT END
                       MOVE 'Y' TO dupSortEOF
                   NOT AT END
                       IF dupGroupRows > 0
                           AND srtLeftId NOT = dupGroupId
                           PERFORM FINISH-ID-GROUP
                       END-IF
                       PERFORM ADD-ID-GROUP-ROW
               END-RETURN
           END-PERFORM
           IF dupGroupRows > 0
               PERFORM FINISH-ID-GROUP
           END-IF
      * whatever the prior file still holds past tonight's last
      * conflict was not seen tonight
           PERFORM UNTIL dupPriorPtr > dupPriorCount
               PERFORM PASS-UNSEEN-CONFLICT
           END-PERFORM.

      * A row repeating the one before it exactly (same ID, site and
      * right-side value - a restarted site's rows written twice) is
      * not listed again. The sites arrive in order within the ID, so
      * a new site is simply one differing from the last noted.
       ADD-ID-GROUP-ROW.
           IF dupGroupRows > 0
               AND srtSiteId = dupLastSiteId
               AND srtRightId = dupLastRightId
               EXIT PARAGRAPH
           END-IF
           IF dupGroupRows = 0
               MOVE srtLeftId TO dupGroupId
           END-IF
           ADD 1 TO dupGroupRows
           IF dupGroupRows <= dupRowMax
               MOVE srtSiteId TO drSiteId(dupGroupRows)
               MOVE srtRightId TO drRightId(dupGroupRows)
           END-IF
           IF dupGroupSiteCount = 0
               ADD 1 TO dupGroupSiteCount
               MOVE srtSiteId TO dupGroupSite(dupGroupSiteCount)
           ELSE
               IF srtSiteId NOT = dupGroupSite(dupGroupSiteCount)
                   AND dupGroupSiteCount < dupGroupSiteMax
                   ADD 1 TO dupGroupSiteCount
                   MOVE srtSiteId TO dupGroupSite(dupGroupSiteCount)
               END-IF
           END-IF
           MOVE srtSiteId TO dupLastSiteId
           MOVE srtRightId TO dupLastRightId.

       FINISH-ID-GROUP.
           IF dupGroupSiteCount > 1
               ADD 1 TO dupIdCount
               PERFORM MATCH-PRIOR-CONFLICT
               PERFORM WRITE-CONFLICT-GROUP
               PERFORM VARYING dupRowIndex FROM 1 BY 1
                   UNTIL dupRowIndex > dupGroupSiteCount
                   MOVE dupGroupSite(dupRowIndex) TO dupSiteKeyWork
                   PERFORM POST-DUP-SITE-COUNT
               END-PERFORM
           END-IF
           MOVE 0 TO dupGroupRows
           MOVE 0 TO dupGroupSiteCount.

      * Prior conflicts below this ID were not seen tonight; one on
      * this ID carries its first-seen date forward, and counts as
      * persisting if that date is before tonight (a same-day rerun
      * finds tonight's own entries, which are still new).
       MATCH-PRIOR-CONFLICT.
           PERFORM UNTIL dupPriorPtr > dupPriorCount
               OR dpId(dupPriorPtr) NOT < dupGroupId
               PERFORM PASS-UNSEEN-CONFLICT
           END-PERFORM
           IF dupPriorPtr <= dupPriorCount
               AND dpId(dupPriorPtr) = dupGroupId
               MOVE 'Y' TO dpSeen(dupPriorPtr)
               MOVE dpFirstSeen(dupPriorPtr) TO dupFirstSeen
               IF dpLastSeen(dupPriorPtr) < runDate
                   COMPUTE dupRuns = dpRuns(dupPriorPtr) + 1
               ELSE
                   MOVE dpRuns(dupPriorPtr) TO dupRuns
               END-IF
               ADD 1 TO dupPriorPtr
           ELSE
               MOVE runDate TO dupFirstSeen
               MOVE 1 TO dupRuns
           END-IF
           IF dupFirstSeen < runDate
               MOVE 'N' TO dupIsNew
               ADD 1 TO dupPersistCount
           ELSE
               MOVE 'Y' TO dupIsNew
               ADD 1 TO dupNewIdCount
           END-IF
           MOVE dupGroupId TO dsId
           MOVE dupFirstSeen TO dsFirstSeen
           MOVE runDate TO dsLastSeen
           MOVE dupRuns TO dsRuns
           MOVE dupGroupSiteCount TO dupStateSites
           PERFORM ADD-DUP-STATE.

      * With every site loaded, a prior conflict not seen tonight has
      * been resolved and drops out. After a night with skipped sites
      * it may only be sitting in an extract that never loaded, so it
      * is carried forward as it was.
       PASS-UNSEEN-CONFLICT.
           IF sitesFailed > 0
               ADD 1 TO dupCarriedCount
               MOVE dpId(dupPriorPtr) TO dsId
               MOVE dpFirstSeen(dupPriorPtr) TO dsFirstSeen
               MOVE dpLastSeen(dupPriorPtr) TO dsLastSeen
               MOVE dpRuns(dupPriorPtr) TO dsRuns
               MOVE 0 TO dupStateSites
               PERFORM ADD-DUP-STATE
           ELSE
               ADD 1 TO dupResolvedCount
           END-IF
           ADD 1 TO dupPriorPtr.

      * the report still lists a conflict the state table has no room
      * for; it just comes back as new on the next run
       ADD-DUP-STATE.
           IF dupNewCount >= dupStateMax
               IF dupStateFull = 'N'
                   DISPLAY "WARNING: more than " dupStateMax
                       " conflicts to carry - the rest are not "
                       "carried to the next run"
                   MOVE 'Y' TO dupStateFull
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO dupNewCount
           MOVE dsId TO dnId(dupNewCount)
           MOVE dsFirstSeen TO dnFirstSeen(dupNewCount)
           MOVE dsLastSeen TO dnLastSeen(dupNewCount)
           MOVE dsRuns TO dnRuns(dupNewCount)
           MOVE dupStateSites TO dnSites(dupNewCount).

       WRITE-CONFLICT-GROUP.
           MOVE SPACES TO dupReportRecord
           WRITE dupReportRecord
           MOVE dupGroupId TO diId
           IF dupIsNew = 'Y'
               MOVE "NEW" TO diStatus
           ELSE
               MOVE "PERSISTING" TO diStatus
           END-IF
           MOVE dupFirstSeen TO diFirstSeen
           MOVE runDate TO diLastSeen
           MOVE dupRuns TO diRuns
           MOVE dupGroupSiteCount TO diSites
           WRITE dupReportRecord FROM dupIdLineWork
           PERFORM VARYING dupRowIndex FROM 1 BY 1
               UNTIL dupRowIndex > dupGroupRows
                   OR dupRowIndex > dupRowMax
               MOVE drSiteId(dupRowIndex) TO drlSiteId
               MOVE dupGroupId TO drlLeftId
               MOVE drRightId(dupRowIndex) TO drlRightId
               WRITE dupReportRecord FROM dupRowLineWork
           END-PERFORM
           IF dupGroupRows > dupRowMax
               COMPUTE dupRowIndex = dupGroupRows - dupRowMax
               MOVE SPACES TO dupReportRecord
               STRING "    AND " DELIMITED BY SIZE
                   dupRowIndex DELIMITED BY SIZE
                   " FURTHER ROWS NOT LISTED" DELIMITED BY SIZE
                   INTO dupReportRecord
               END-STRING
               WRITE dupReportRecord
           END-IF
           MOVE dupReportStatus TO fsCheckCode
           MOVE "duplicate report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

       POST-DUP-SITE-COUNT.
           PERFORM FIND-DUP-SITE-SLOT
           IF dupSiteSlot = 0
               IF dupSiteCount >= dupSiteMax
                   DISPLAY "FATAL: more than " dupSiteMax
                       " sites with cross-site duplicate IDs."
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               END-IF
               ADD 1 TO dupSiteCount
               MOVE dupSiteCount TO dupSiteSlot
               MOVE dupSiteKeyWork TO dcSiteId(dupSiteSlot)
               MOVE 0 TO dcConflicts(dupSiteSlot)
               MOVE 0 TO dcNew(dupSiteSlot)
           END-IF
           ADD 1 TO dcConflicts(dupSiteSlot)
           IF dupIsNew = 'Y'
               ADD 1 TO dcNew(dupSiteSlot)
           END-IF.

       FIND-DUP-SITE-SLOT.
           MOVE 0 TO dupSiteSlot
           PERFORM VARYING dupSiteIndex FROM 1 BY 1
               UNTIL dupSiteIndex > dupSiteCount OR dupSiteSlot > 0
               IF dcSiteId(dupSiteIndex) = dupSiteKeyWork
                   MOVE dupSiteIndex TO dupSiteSlot
               END-IF
           END-PERFORM.

      * new and persisting conflicts called out separately after the
      * detail, then the ones gone since the last run (or carried
      * unseen past a night with skipped sites), the per-site counts
      * and the totals
       WRITE-CONFLICT-SUMMARY.
           MOVE SPACES TO dupReportRecord
           WRITE dupReportRecord
           MOVE "NEW TONIGHT" TO dupReportRecord
           WRITE dupReportRecord
           PERFORM VARYING dupRowIndex FROM 1 BY 1
               UNTIL dupRowIndex > dupNewCount
               IF dnSites(dupRowIndex) > 0
                   AND dnFirstSeen(dupRowIndex) = runDate
                   PERFORM WRITE-CONFLICT-STATE-LINE
               END-IF
           END-PERFORM
           IF dupNewIdCount = 0
               MOVE "NONE" TO dupReportRecord
               WRITE dupReportRecord
           END-IF

           MOVE SPACES TO dupReportRecord
           WRITE dupReportRecord
           MOVE "PERSISTING FROM AN EARLIER NIGHT" TO dupReportRecord
           WRITE dupReportRecord
           PERFORM VARYING dupRowIndex FROM 1 BY 1
               UNTIL dupRowIndex > dupNewCount
               IF dnSites(dupRowIndex) > 0
                   AND dnFirstSeen(dupRowIndex) < runDate
                   PERFORM WRITE-CONFLICT-STATE-LINE
               END-IF
           END-PERFORM
           IF dupPersistCount = 0
               MOVE "NONE" TO dupReportRecord
               WRITE dupReportRecord
           END-IF

           MOVE SPACES TO dupReportRecord
           WRITE dupReportRecord
           IF sitesFailed > 0
               MOVE "NOT SEEN TONIGHT - CARRIED, SITES WERE SKIPPED"
                   TO dupReportRecord
           ELSE
               MOVE "RESOLVED SINCE THE LAST RUN" TO dupReportRecord
           END-IF
           WRITE dupReportRecord
           PERFORM VARYING dupRowIndex FROM 1 BY 1
               UNTIL dupRowIndex > dupPriorCount
               IF dpSeen(dupRowIndex) = 'N'
                   MOVE dpId(dupRowIndex) TO dplId
                   MOVE dpFirstSeen(dupRowIndex) TO dplFirstSeen
                   MOVE dpLastSeen(dupRowIndex) TO dplLastSeen
                   MOVE dpRuns(dupRowIndex) TO dplRuns
                   WRITE dupReportRecord FROM dupPastLineWork
               END-IF
           END-PERFORM
           IF dupResolvedCount = 0 AND dupCarriedCount = 0
               MOVE "NONE" TO dupReportRecord
               WRITE dupReportRecord
           END-IF

           MOVE SPACES TO dupReportRecord
           WRITE dupReportRecord
           MOVE "CONFLICTED IDS BY SITE" TO dupReportRecord
           WRITE dupReportRecord
           PERFORM VARYING dupSiteIndex FROM 1 BY 1
               UNTIL dupSiteIndex > dupSiteCount
               PERFORM FORMAT-DUP-SITE-LINE
               WRITE dupReportRecord FROM dupSiteLineWork
           END-PERFORM
           IF dupSiteCount = 0
               MOVE "NONE" TO dupReportRecord
               WRITE dupReportRecord
           END-IF

           MOVE SPACES TO dupReportRecord
           WRITE dupReportRecord
           MOVE SPACES TO dupReportRecord
           STRING "CONFLICTED IDS: " DELIMITED BY SIZE
               dupIdCount DELIMITED BY SIZE
               "  NEW: " DELIMITED BY SIZE
               dupNewIdCount DELIMITED BY SIZE
               "  PERSISTING: " DELIMITED BY SIZE
               dupPersistCount DELIMITED BY SIZE
               "  RESOLVED: " DELIMITED BY SIZE
               dupResolvedCount DELIMITED BY SIZE
               "  CARRIED UNSEEN: " DELIMITED BY SIZE
               dupCarriedCount DELIMITED BY SIZE
               INTO dupReportRecord
           END-STRING
           WRITE dupReportRecord.

       WRITE-CONFLICT-STATE-LINE.
           MOVE dnId(dupRowIndex) TO diId
           IF dnFirstSeen(dupRowIndex) = runDate
               MOVE "NEW" TO diStatus
           ELSE
               MOVE "PERSISTING" TO diStatus
           END-IF
           MOVE dnFirstSeen(dupRowIndex) TO diFirstSeen
           MOVE dnLastSeen(dupRowIndex) TO diLastSeen
           MOVE dnRuns(dupRowIndex) TO diRuns
           MOVE dnSites(dupRowIndex) TO diSites
           WRITE dupReportRecord FROM dupIdLineWork.

       FORMAT-DUP-SITE-LINE.
           MOVE dcSiteId(dupSiteIndex) TO dslSiteId
           MOVE dcConflicts(dupSiteIndex) TO dslConflicts
           MOVE dcNew(dupSiteIndex) TO dslNew
           COMPUTE dupPersistWork =
               dcConflicts(dupSiteIndex) - dcNew(dupSiteIndex)
           MOVE dupPersistWork TO dslPersist.

       WRITE-CONFLICT-STATE.
           OPEN OUTPUT dupStateFile
           MOVE dupStateStatus TO fsCheckCode
           MOVE "duplicate state file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING dupRowIndex FROM 1 BY 1
               UNTIL dupRowIndex > dupNewCount
               MOVE dnId(dupRowIndex) TO dsId
               MOVE dnFirstSeen(dupRowIndex) TO dsFirstSeen
               MOVE dnLastSeen(dupRowIndex) TO dsLastSeen
               MOVE dnRuns(dupRowIndex) TO dsRuns
               WRITE dupStateRecord FROM dupStateLineWork
               MOVE dupStateStatus TO fsCheckCode
               MOVE "duplicate state file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE dupStateFile.

       WRITE-OPS-LINE.
           IF opsLineCount >= opsPageSize
               PERFORM WRITE-OPS-PAGE-HEADING
           MOVE 0 TO ctlExpectedRows
           MOVE 0 TO ctlTrailerCount
           MOVE 0 TO ctlTrailerHash
           MOVE 0 TO postingPeriod
           MOVE 'N' TO priorPeriodAdj

           DISPLAY "DEBUG: Filename is: " fileName

               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PERIOD-LOCK
           IF siteFailed = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF batchMode = 'Y'
               PERFORM RESOLVE-SITE-AS-OF-EXTRACT
               IF siteFailed = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE validRowCount TO tableSize.

           IF rejectCount > 0
           MOVE simScore TO histSimScore
           MOVE siteName TO histSiteName
           MOVE siteRegion TO histRegion
           IF ctlSiteId = SPACES AND batchMode = 'Y'
               MOVE ctlSiteToken TO histSiteId
           ELSE
               MOVE ctlSiteId TO histSiteId
           END-IF
           MOVE extractDateWork TO histExtractDate
           MOVE rejectCount TO histRejects
           MOVE postingPeriod TO histPeriod
           MOVE priorPeriodAdj TO histPriorAdj

           WRITE historyRecord FROM historyLineWork
           MOVE historyFileStatus TO fsCheckCode
           MOVE 0 TO unmNewToday
           MOVE 0 TO unmChronic
           MOVE 0 TO unmDropped
           MOVE 'N' TO unmPriorExists
           PERFORM LOAD-UNMATCHED-HISTORY
           IF siteFailed = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF supOverride NOT = 'Y'
               PERFORM SAVE-UNMATCHED-BEFORE-IMAGE
           END-IF

           MOVE 1 TO unmOldPtr
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > tableSize
           IF siteFailed = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO unmPriorExists
           MOVE 'N' TO unmatchedEOF
           PERFORM UNTIL unmatchedEOF = 'Y'
               READ unmatchedFile INTO unmLineWork
               MOVE 1 TO nuRuns(newUnmCount)
           END-IF.

      * Written before the .UNM is replaced, so the image always
      * describes the file this load actually merged into. Losing it
      * only costs a later backout its .UNM restore, so like the
      * RUNLOG writes a failure here warns rather than skipping the
      * site.
       SAVE-UNMATCHED-BEFORE-IMAGE.
           MOVE SPACES TO unmBeforeFileName
           STRING FUNCTION TRIM(fileName) DELIMITED BY SIZE
                  ".UNB" DELIMITED BY SIZE
                  INTO unmBeforeFileName
           END-STRING
           OPEN OUTPUT unmBeforeFile
           IF unmBeforeStatus NOT = '00'
               DISPLAY "WARNING: cannot open "
                   FUNCTION TRIM(unmBeforeFileName) " (status "
                   unmBeforeStatus ") - unmatched before-image not "
                   "saved"
               EXIT PARAGRAPH
           END-IF
           IF ctlSiteId = SPACES AND batchMode = 'Y'
               MOVE ctlSiteToken TO unbSiteId
           ELSE
               MOVE ctlSiteId TO unbSiteId
           END-IF
           MOVE extractDateWork TO unbExtractDate
           MOVE runDate TO unbRunDate
           MOVE unmPriorExists TO unbPriorExists
           WRITE unmBeforeRecord FROM unbHeaderWork
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > oldUnmCount
               MOVE ouId(i) TO unmId
               MOVE ouFirstSeen(i) TO unmFirstSeen
               MOVE ouLastSeen(i) TO unmLastSeen
               MOVE ouRuns(i) TO unmRuns
               WRITE unmBeforeRecord FROM unmLineWork
           END-PERFORM
           IF unmBeforeStatus NOT = '00'
               DISPLAY "WARNING: write to "
                   FUNCTION TRIM(unmBeforeFileName) " failed (status "
                   unmBeforeStatus ")"
           END-IF
           CLOSE unmBeforeFile.

       WRITE-UNMATCHED-FILE.
           OPEN OUTPUT unmatchedFile
           MOVE unmatchedStatus TO fsCheckCode
               MOVE sdEntryCount TO sdSlot
               MOVE ctlSiteId TO sdSiteId(sdSlot)
               MOVE 0 TO sdLastDate(sdSlot)
               MOVE 0 TO sdPriorDate(sdSlot)
           END-IF
      * only ever forward: a SUPOK supplemental re-using an old date
      * must not roll the tracked date back and reopen the
      * duplicate-day window behind it
           IF extractDateWork > sdLastDate(sdSlot)
               MOVE sdLastDate(sdSlot) TO sdPriorDate(sdSlot)
               MOVE extractDateWork TO sdLastDate(sdSlot)
               PERFORM WRITE-SITEDATE-FILE
           END-IF.
                           ADD 1 TO sdEntryCount
                           MOVE sdwSiteId TO sdSiteId(sdEntryCount)
                           MOVE sdwLastDate TO sdLastDate(sdEntryCount)
      * files written before the prior date was kept have no
      * third column
                           IF sdwPriorDate IS NUMERIC
                               MOVE sdwPriorDate
                                   TO sdPriorDate(sdEntryCount)
                           ELSE
                               MOVE 0 TO sdPriorDate(sdEntryCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               UNTIL sdIndexWork > sdEntryCount
               MOVE sdSiteId(sdIndexWork) TO sdwSiteId
               MOVE sdLastDate(sdIndexWork) TO sdwLastDate
               MOVE sdPriorDate(sdIndexWork) TO sdwPriorDate
               WRITE siteDateRecord FROM sdLineWork
           END-PERFORM
           CLOSE siteDateFile.

      * Locked months, in whatever order RESULTS.PERD holds them. No
      * file means nothing has been closed yet; any other failure is
      * fatal - a run that cannot tell which months are locked must
      * not post into any of them.
       LOAD-PERIOD-LOCKS.
           OPEN INPUT periodFile
           IF periodFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE periodFileStatus TO fsCheckCode
           MOVE "period file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO periodEOF
           PERFORM UNTIL periodEOF = 'Y'
               READ periodFile INTO periodLineWork
                   AT END
                       MOVE 'Y' TO periodEOF
                   NOT AT END
                       IF pdStatus = "LOCKED"
                           IF lockCount >= lockMaxEntries
                               DISPLAY "FATAL: more than "
                                   lockMaxEntries " locked periods."
                               MOVE 12 TO RETURN-CODE
                               PERFORM WRITE-RUNLOG-END
                               STOP RUN
                           END-IF
                           ADD 1 TO lockCount
                           MOVE pdMonth TO lockedMonth(lockCount)
                       END-IF
               END-READ
               MOVE periodFileStatus TO fsCheckCode
               MOVE "period file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE periodFile.

       FIND-PERIOD-LOCK.
           MOVE 'N' TO periodLocked
           PERFORM VARYING lockIndexWork FROM 1 BY 1
               UNTIL lockIndexWork > lockCount OR periodLocked = 'Y'
               IF lockedMonth(lockIndexWork) = periodKeyWork
                   MOVE 'Y' TO periodLocked
               END-IF
           END-PERFORM.

      * The month this site-day posts to, checked against the locks.
      * Under ADJUST a locked month moves the posting forward to the
      * current open month; without it the site-day is refused.
       CHECK-PERIOD-LOCK.
           ACCEPT runDate FROM DATE YYYYMMDD
           MOVE 'N' TO priorPeriodAdj
           IF extractDateWork > 0
               MOVE extractDateWork(1:6) TO postingPeriod
           ELSE
               MOVE runDate(1:6) TO postingPeriod
           END-IF
           MOVE postingPeriod TO periodKeyWork
           PERFORM FIND-PERIOD-LOCK
           IF periodLocked = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE postingPeriod TO lockedPeriodWork
           IF adjustOverride NOT = 'Y'
               DISPLAY "FATAL: site-day " extractDateWork
                   " for " FUNCTION TRIM(fileName)
                   " falls in locked period " lockedPeriodWork
                   " (rerun with ADJUST to post it as a prior-period "
                   "adjustment)"
               MOVE "PERIOD LOCKED" TO siteSkipReason
               PERFORM HANDLE-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE runDate(1:6) TO periodKeyWork
           PERFORM FIND-PERIOD-LOCK
           PERFORM UNTIL periodLocked = 'N'
               IF FUNCTION MOD(periodKeyWork, 100) = 12
                   ADD 89 TO periodKeyWork
               ELSE
                   ADD 1 TO periodKeyWork
               END-IF
               PERFORM FIND-PERIOD-LOCK
           END-PERFORM
           MOVE periodKeyWork TO postingPeriod
           MOVE 'Y' TO priorPeriodAdj
           DISPLAY "Site-day " extractDateWork " for "
               FUNCTION TRIM(fileName) " is in locked period "
               lockedPeriodWork " - posted to " postingPeriod
               " as a prior-period adjustment".

       WRITE-REJECT.
           MOVE lineNumber TO rejLineNo
           MOVE inputRecord TO rejLineText
