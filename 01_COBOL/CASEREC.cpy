      * Corrective-action case record, one per unsafe safety report,
      * held in the CASES.IDX indexed file keyed by site and the
      * report's number within the site's safety extract. AOC202402
      * opens a case the first time a report comes out UNSAFE (cause,
      * position and levels from the strict pass), refreshes it while
      * the report stays unsafe, notes SAFE-DAMPENED runs on it
      * without closing it, and closes it when the report comes back
      * SAFE - reopening it if the report turns unsafe again later.
      * AOCCASMT assigns, comments on and manually closes cases;
      * AOCCASAG ages the open ones. csFirstSeen is the first night
      * the report was ever unsafe, csOpenedDate the night the case
      * was last (re)opened - the date its age runs from.
       01 caseRecord.
           05 csCaseKey.
               10 csSiteId      PIC X(8).
               10 csReportNo    PIC 9(8).
           05 csStatus      PIC X(6).
           05 csFirstSeen   PIC 9(8).
           05 csOpenedDate  PIC 9(8).
           05 csLastUnsafe  PIC 9(8).
           05 csUnsafeRuns  PIC 9(4).
           05 csCause       PIC X(9).
           05 csFailPos     PIC 9(2).
           05 csFailLevel1  PIC 9(4).
           05 csFailLevel2  PIC 9(4).
           05 csOwner       PIC X(12).
           05 csDampenedDate PIC 9(8).
           05 csDampenedRuns PIC 9(4).
           05 csReopenCount PIC 9(4).
           05 csClosedDate  PIC 9(8).
           05 csCloseReason PIC X(8).
           05 csComment     PIC X(40).
           05 csUpdated     PIC 9(8).
