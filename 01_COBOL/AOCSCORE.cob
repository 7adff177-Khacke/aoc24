       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCSCORE.

      * Daily site health scorecard for the regional coordinators'
      * morning call: puts side by side, per site, what the night's
      * outputs otherwise say in five different places and boils it
      * down to one weighted score. For every site on the night's
      * control file it takes
      *   - recon: the site's DTL on <control>.INT (rows, rejects);
      *     a site-day in RESULTS.HIST for the run date but missing
      *     from the extract was HELD, one in neither was NOT LOADED
      *   - unmatched: the chronic count off the site's
      *     <extract>.AGE aging report, when it was written today
      *   - safety: reports and unsafe verdicts off each AOC202402
      *     .RPT dated today (found through the catalog inventory,
      *     attributed by the SITE on its heading), with the leading
      *     unsafe cause
      *   - timeliness: how many days the last date SITEDATE.TRK has
      *     processed for the site lies behind the run date
      * and scores each 0-100, then weights them (SCORE.WGT) into the
      * site's health score. The ranked report goes to SCORE.LST with
      * region roll-ups; the same numbers go one record per site to
      * the fixed-layout SCORE.DAT (see SCOREREC). The scorecard it
      * replaces is kept as SCORE.PRV and is what tonight's scores
      * are compared against: a site whose score fell by the drop
      * boundary or more is flagged. Follows the same DYNAMIC-assign /
      * FILE STATUS conventions as the rest of the job family.
      *
      * PARM: CTL=<control file> (default SITES.CTL), DATE=yyyymmdd
      * run date (default today), WGT=<weights file>, INV=<inventory>
      * (default EXTRACTS.INV), OUT=<scorecard prefix> (default SCORE),
      * MASTER=<file>.
      *
      * Weights file, one "<key> <value>" per line ('*' comments):
      *   RECON n, UNMATCHED n, SAFETY n, TIMELINESS n - the component
      *   weights (defaults 40/20/25/15); CHRONIC n - points lost per
      *   chronic unmatched ID (default 5); LATEDAY n - points lost
      *   per day behind (default 25); DROP n - the sharp-drop
      *   boundary in score points (default 15). Without the file the
      *   defaults apply.
      *
      * RETURN-CODE: 0 = scorecard written, 4 = written and one or
      * more sites flagged for a sharp drop, 12 = fatal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT siteMasterFile ASSIGN TO DYNAMIC siteMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS smVersionKey
               FILE STATUS IS siteMasterStatus.

           SELECT controlFile ASSIGN TO DYNAMIC controlFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS controlStatus.

           SELECT weightFile ASSIGN TO DYNAMIC weightFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS weightStatus.

           SELECT interfaceFile ASSIGN TO DYNAMIC interfaceFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS interfaceStatus.

           SELECT historyFile ASSIGN TO DYNAMIC historyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS historyFileStatus.

           SELECT agingFile ASSIGN TO DYNAMIC agingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS agingFileStatus.

           SELECT inventoryFile ASSIGN TO DYNAMIC inventoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS inventoryFileStatus.

           SELECT safetyFile ASSIGN TO DYNAMIC safetyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS safetyStatus.

           SELECT siteDateFile ASSIGN TO DYNAMIC siteDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS siteDateStatus.

           SELECT scoreFile ASSIGN TO DYNAMIC scoreFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS scoreStatus.

           SELECT newScoreFile ASSIGN TO DYNAMIC newScoreFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newScoreStatus.

           SELECT listingFile ASSIGN TO DYNAMIC listingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS listingStatus.

           SELECT runlogFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS runlogFileStatus.

           SELECT scoreSortWork ASSIGN TO "sortwk4".

       DATA DIVISION.
       FILE SECTION.
       FD siteMasterFile.
           COPY SITEMST.

       FD controlFile.
       01 controlRecord PIC X(80).

       FD weightFile.
       01 weightRecord PIC X(80).

       FD interfaceFile.
       01 interfaceRecord PIC X(132).

       FD historyFile.
       01 historyRecord PIC X(160).

       FD agingFile.
       01 agingRecord PIC X(132).

       FD inventoryFile.
       01 inventoryRecord PIC X(80).

       FD safetyFile.
       01 safetyRecord PIC X(80).

       FD siteDateFile.
       01 siteDateRecord PIC X(40).

       FD scoreFile.
       01 scoreRecord PIC X(200).

       FD newScoreFile.
       01 newScoreRecord PIC X(200).

       FD listingFile.
       01 listingRecord PIC X(132).

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

       SD scoreSortWork.
       01 scoreSortRec.
           05 srtScore      PIC 9(3)V9.
           05 srtSiteId     PIC X(8).
           05 srtIndex      PIC 9(4).

       WORKING-STORAGE SECTION.
       01 siteMasterFileName PIC X(40) VALUE "SITEMAST.IDX".
       01 siteMasterStatus  PIC XX.
       01 controlFileName   PIC X(40) VALUE "SITES.CTL".
       01 controlStatus     PIC XX.
       01 weightFileName    PIC X(40) VALUE "SCORE.WGT".
       01 weightStatus      PIC XX.
       01 interfaceFileName PIC X(40).
       01 interfaceStatus   PIC XX.
       01 historyFileName   PIC X(40) VALUE "RESULTS.HIST".
       01 historyFileStatus PIC XX.
       01 agingFileName     PIC X(40).
       01 agingFileStatus   PIC XX.
       01 inventoryFileName PIC X(40) VALUE "EXTRACTS.INV".
       01 inventoryFileStatus PIC XX.
       01 safetyFileName    PIC X(40).
       01 safetyStatus      PIC XX.
       01 siteDateFileName  PIC X(40) VALUE "SITEDATE.TRK".
       01 siteDateStatus    PIC XX.
       01 scorePrefix       PIC X(30) VALUE "SCORE".
       01 scoreFileName     PIC X(40).
       01 scoreStatus       PIC XX.
       01 newScoreFileName  PIC X(40).
       01 newScoreStatus    PIC XX.
       01 prevScoreFileName PIC X(40).
       01 listingFileName   PIC X(40).
       01 listingStatus     PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).

       01 parmText          PIC X(80).
       01 parmPtr           PIC 9(4).
       01 parmLen           PIC 9(4).
       01 parmToken         PIC X(40).

      * Run-audit trail (see RUNLOG copybook), same contract as
      * AOC202401. The END record's site count is the sites scored
      * and its failed count the sites flagged for a sharp drop.
       01 runlogFileName    PIC X(40) VALUE "RUNLOG".
       01 runlogFileStatus  PIC XX.
       01 logFileName       PIC X(20).
           COPY RUNLOG.

       01 runDate           PIC 9(8).
       01 runDateText       PIC X(8) VALUE SPACES.
      * the run date as the text files carry it, for matching dates
      * read off them without converting every one
       01 runDateKey        PIC X(8).
       01 fileEOF           PIC X.
       01 historyEOF        PIC X VALUE 'N'.
       01 masterEOF         PIC X.
       01 safetyEOF         PIC X.

      * the weights and boundaries, as the weights file left them
       01 weightRecon       PIC 9(3) VALUE 40.
       01 weightUnmatched   PIC 9(3) VALUE 20.
       01 weightSafety      PIC 9(3) VALUE 25.
       01 weightTimely      PIC 9(3) VALUE 15.
       01 weightTotal       PIC 9(4).
       01 chronicPoints     PIC 9(3) VALUE 5.
       01 lateDayPoints     PIC 9(3) VALUE 25.
       01 dropBoundary      PIC 9(3) VALUE 15.
       01 weightKey         PIC X(12).
       01 weightValueText   PIC X(8).
       01 weightValue       PIC 9(3).
       01 weightBadCount    PIC 9(4) VALUE 0.

      * one entry per control file entry, filled in from each output
      * in turn
       01 siteMaxEntries    PIC 9(4) VALUE 500.
       01 siteCount         PIC 9(4) VALUE 0.
       01 siteTable.
           05 siteEntry OCCURS 500 TIMES.
               10 stSiteId      PIC X(8).
               10 stSiteName    PIC X(20).
               10 stRegion      PIC X(10).
               10 stExtractName PIC X(20).
               10 stOnExtract   PIC X(1).
               10 stInHistory   PIC X(1).
               10 stRows        PIC 9(8).
               10 stRejects     PIC 9(8).
               10 stAgingFound  PIC X(1).
               10 stChronic     PIC 9(8).
               10 stReports     PIC 9(8).
               10 stUnsafe      PIC 9(8).
               10 stZeroDiff    PIC 9(8).
               10 stJump        PIC 9(8).
               10 stReversal    PIC 9(8).
               10 stLastLoaded  PIC 9(8).
               10 stDaysBehind  PIC 9(4).
               10 stReconScore  PIC 9(3).
               10 stUnmScore    PIC 9(3).
               10 stSafetyScore PIC 9(3).
               10 stTimelyScore PIC 9(3).
               10 stScore       PIC 9(3)V9.
               10 stLoadStatus  PIC X(10).
               10 stTopCause    PIC X(18).
               10 stHasPrev     PIC X(1).
               10 stPrevScore   PIC 9(3)V9.
               10 stChange      PIC S9(3)V9.
               10 stDropFlag    PIC X(1).
               10 stRank        PIC 9(4).
       01 rankOrder.
           05 rankIndex     PIC 9(4) OCCURS 500 TIMES.
       01 rankCount         PIC 9(4) VALUE 0.
       01 sortEOF           PIC X.

       01 ctlSiteToken      PIC X(8).
       01 ctlFileToken      PIC X(20).

      * <control>.INT, as AOC202401 writes it
           COPY INTREC.

           COPY HISTREC.

      * the .AGE heading's run date and the closing count line
       01 agingHeadWork.
           05 FILLER        PIC X(59).
           05 ahwRunDate    PIC X(8).
           05 FILLER        PIC X(65).
       01 agingCountWork.
           05 acwTag        PIC X(9).
           05 acwTracked    PIC X(8).
           05 FILLER        PIC X(13).
           05 acwNewToday   PIC X(8).
           05 FILLER        PIC X(11).
           05 acwChronic    PIC X(8).
           05 FILLER        PIC X(75).
       01 agingHeadOk       PIC X.

       01 invLineWork.
           05 invwDate      PIC X(8).
           05 FILLER        PIC X(1).
           05 invwName      PIC X(40).
       01 invNameLen        PIC 9(4).
       01 safetyFileCount   PIC 9(4) VALUE 0.
       01 safetyUnknownCount PIC 9(4) VALUE 0.

      * the AOC202402 .RPT: its heading, the verdict lines and the
      * cause breakdown
       01 safetyHeadWork.
           05 shwTag        PIC X(31).
           05 shwSiteId     PIC X(8).
           05 FILLER        PIC X(11).
           05 shwRunDate    PIC X(8).
           05 FILLER        PIC X(22).
       01 safetyLineWork.
           05 slwReportNo   PIC X(8).
           05 FILLER        PIC X(1).
           05 slwVerdict    PIC X(13).
           05 FILLER        PIC X(58).
       01 safetyCauseWork.
           05 scwLabel      PIC X(30).
           05 scwValue      PIC X(8).
           05 FILLER        PIC X(42).
       01 safetySlot        PIC 9(4).
       01 safetyFirstLine   PIC X.

       01 sdLineWork.
           05 sdwSiteId     PIC X(8).
           05 FILLER        PIC X(1).
           05 sdwLastDate   PIC 9(8).
           05 FILLER        PIC X(1).
           05 sdwPriorDate  PIC 9(8).

      * the scorecard being replaced
       01 prevRunDate       PIC 9(8) VALUE 0.
       01 prevFound         PIC X VALUE 'N'.
       01 rotateScorecard   PIC X VALUE 'N'.
           COPY SCOREREC.

      * region roll-up, keyed by the site's region as of the run date
       01 regionMax         PIC 9(4) VALUE 50.
       01 regionCount       PIC 9(4) VALUE 0.
       01 regionTable.
           05 regionEntry OCCURS 50 TIMES.
               10 rgRegion      PIC X(10).
               10 rgSites       PIC 9(4).
               10 rgScoreTotal  PIC 9(6)V9.
               10 rgLowSiteId   PIC X(8).
               10 rgLowScore    PIC 9(3)V9.
               10 rgDrops       PIC 9(4).
       01 regionSlot        PIC 9(4).
       01 regionAverage     PIC 9(3)V9.

       01 dropCount         PIC 9(4) VALUE 0.
       01 heldCount         PIC 9(4) VALUE 0.
       01 notLoadedCount    PIC 9(4) VALUE 0.
       01 i                 PIC 9(4).
       01 k                 PIC 9(4).
       01 n                 PIC 9(4).
       01 pointsWork        PIC S9(8)V9.
       01 runDayNumber      PIC 9(8).
       01 weightedWork      PIC 9(8)V99.

       01 listHeading.
           05 FILLER        PIC X(32)
               VALUE "SITE HEALTH SCORECARD  RUN DATE ".
           05 lhRunDate     PIC 9(8).
           05 FILLER        PIC X(11) VALUE "  CONTROL  ".
           05 lhControl     PIC X(20).
           05 FILLER        PIC X(20) VALUE "  PREVIOUS SCORECARD".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 lhPrevDate    PIC X(8).

       01 weightLineWork.
           05 FILLER        PIC X(15) VALUE "WEIGHTS  RECON ".
           05 wlRecon       PIC ZZ9.
           05 FILLER        PIC X(12) VALUE "  UNMATCHED ".
           05 wlUnmatched   PIC ZZ9.
           05 FILLER        PIC X(9) VALUE "  SAFETY ".
           05 wlSafety      PIC ZZ9.
           05 FILLER        PIC X(13) VALUE "  TIMELINESS ".
           05 wlTimely      PIC ZZ9.
           05 FILLER        PIC X(17) VALUE "  DROP FLAGGED AT".
           05 wlDrop        PIC ZZZ9.
           05 FILLER        PIC X(15) VALUE " POINTS OR MORE".

       01 listColumns.
           05 FILLER        PIC X(35)
               VALUE "RANK SITE ID  SITE NAME            ".
           05 FILLER        PIC X(34)
               VALUE "REGION     SCORE  REC UNM SAF TIM ".
           05 FILLER        PIC X(40)
               VALUE "PRIOR  CHANGE   LOAD       NOTE".

       01 listLineWork.
           05 llRank        PIC ZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llSiteId      PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llSiteName    PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llRegion      PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llScore       PIC ZZ9.9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llRecon       PIC ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llUnm         PIC ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llSafety      PIC ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llTimely      PIC ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llPrior       PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llChange      PIC X(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llDropFlag    PIC X(1).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llLoadStatus  PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llNote        PIC X(30).
       01 editScore         PIC ZZ9.9.
       01 editChange        PIC ---9.9.
       01 editDays          PIC ZZZ9.
       01 editCount         PIC Z(7)9.

       01 regionColumns.
           05 FILLER        PIC X(38)
               VALUE "REGION     SITES  AVERAGE  LOWEST SITE".
           05 FILLER        PIC X(22)
               VALUE "  LOW SCORE  DROPS".
       01 regionLineWork.
           05 rlRegion      PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 rlSites       PIC ZZZ9.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 rlAverage     PIC ZZ9.9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 rlLowSiteId   PIC X(8).
           05 FILLER        PIC X(6) VALUE SPACES.
           05 rlLowScore    PIC ZZ9.9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 rlDrops       PIC ZZZ9.

       01 totalLineWork.
           05 tlLabel       PIC X(30).
           05 tlCount       PIC ZZZ9.

       PROCEDURE DIVISION.
           ACCEPT parmText FROM COMMAND-LINE.
           ACCEPT runDate FROM DATE YYYYMMDD.

           PERFORM PARSE-PARM

           IF runDateText NOT = SPACES
               IF FUNCTION TRIM(runDateText) IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(runDateText)) NOT = 0
                   DISPLAY "Invalid run date: " runDateText
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(runDateText) TO runDate
           END-IF
           MOVE runDate TO runDateKey
           COMPUTE runDayNumber = FUNCTION INTEGER-OF-DATE(runDate)

           MOVE SPACES TO interfaceFileName
           STRING FUNCTION TRIM(controlFileName) DELIMITED BY SIZE
               ".INT" DELIMITED BY SIZE
               INTO interfaceFileName
           END-STRING
           MOVE SPACES TO scoreFileName
           STRING FUNCTION TRIM(scorePrefix) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO scoreFileName
           END-STRING
           MOVE SPACES TO newScoreFileName
           STRING FUNCTION TRIM(scorePrefix) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO newScoreFileName
           END-STRING
           MOVE SPACES TO prevScoreFileName
           STRING FUNCTION TRIM(scorePrefix) DELIMITED BY SIZE
               ".PRV" DELIMITED BY SIZE
               INTO prevScoreFileName
           END-STRING
           MOVE SPACES TO listingFileName
           STRING FUNCTION TRIM(scorePrefix) DELIMITED BY SIZE
               ".LST" DELIMITED BY SIZE
               INTO listingFileName
           END-STRING

           MOVE controlFileName TO logFileName
           PERFORM WRITE-RUNLOG-START

           PERFORM LOAD-WEIGHTS
           PERFORM LOAD-CONTROL-SITES
           PERFORM LOAD-INTERFACE-DETAILS
           PERFORM LOAD-HISTORY-POSTINGS
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > siteCount
               PERFORM LOAD-AGING-COUNTS
           END-PERFORM
           PERFORM LOAD-SAFETY-REPORTS
           PERFORM LOAD-SITEDATE-FILE
           PERFORM LOAD-PREVIOUS-SCORECARD

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > siteCount
               PERFORM SCORE-SITE
           END-PERFORM
           PERFORM RANK-SITES
           PERFORM WRITE-SCORECARD-FILE
           PERFORM WRITE-SCORECARD-LISTING

           DISPLAY "Run date: " runDate
           DISPLAY "Sites scored: " siteCount
           DISPLAY "Sharp drops flagged: " dropCount
           DISPLAY "Scorecard written to "
               FUNCTION TRIM(scoreFileName)
           DISPLAY "Report written to "
               FUNCTION TRIM(listingFileName)

           IF dropCount > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUNLOG-END
           STOP RUN.

       PARSE-PARM.
           IF parmText = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(parmText) TO parmText
           MOVE 1 TO parmPtr
           MOVE FUNCTION LENGTH(FUNCTION TRIM(parmText)) TO parmLen
           PERFORM UNTIL parmPtr > parmLen
               MOVE SPACES TO parmToken
               UNSTRING parmText DELIMITED BY ALL SPACE
                   INTO parmToken
                   WITH POINTER parmPtr
               END-UNSTRING
               PERFORM APPLY-PARM-OPTION
           END-PERFORM.

       APPLY-PARM-OPTION.
           EVALUATE TRUE
               WHEN parmToken = SPACES
                   CONTINUE
               WHEN parmToken(1:4) = "CTL="
                   MOVE parmToken(5:36) TO controlFileName
               WHEN parmToken(1:5) = "DATE="
                   MOVE parmToken(6:8) TO runDateText
               WHEN parmToken(1:4) = "WGT="
                   MOVE parmToken(5:36) TO weightFileName
               WHEN parmToken(1:4) = "INV="
                   MOVE parmToken(5:36) TO inventoryFileName
               WHEN parmToken(1:4) = "OUT="
                   MOVE parmToken(5:30) TO scorePrefix
               WHEN parmToken(1:7) = "MASTER="
                   MOVE parmToken(8:33) TO siteMasterFileName
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-RUNLOG-START.
           MOVE "START" TO rlEvent
           MOVE "RUNNING" TO rlDisposition
           MOVE 0 TO rlSiteCount
           MOVE 0 TO rlSitesFailed
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-END.
           MOVE "END" TO rlEvent
           EVALUATE TRUE
               WHEN RETURN-CODE >= 12
                   MOVE "FATAL" TO rlDisposition
               WHEN dropCount > 0
                   MOVE "DROPS" TO rlDisposition
               WHEN OTHER
                   MOVE "CLEAN" TO rlDisposition
           END-EVALUATE
           MOVE siteCount TO rlSiteCount
           MOVE dropCount TO rlSitesFailed
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-RECORD.
           MOVE "AOCSCORE" TO rlProgramId
           ACCEPT rlDate FROM DATE YYYYMMDD
           ACCEPT rlTime FROM TIME
           MOVE logFileName TO rlFileName
           MOVE SPACES TO rlOptions
           STRING "DATE=" runDate
               " OUT=" FUNCTION TRIM(scorePrefix)
               DELIMITED BY SIZE
               INTO rlOptions
           END-STRING
           MOVE 0 TO rlCkptInt
           MOVE 'N' TO rlResumed
           MOVE 0 TO rlRowCount
           MOVE 0 TO rlRejectCount

           OPEN EXTEND runlogFile
           IF runlogFileStatus = '35'
               OPEN OUTPUT runlogFile
           END-IF
           IF runlogFileStatus NOT = '00'
               DISPLAY "WARNING: cannot open RUNLOG (status "
                   runlogFileStatus ") - audit record not written"
               EXIT PARAGRAPH
           END-IF
           WRITE runlogOutRecord FROM runlogRecord
           IF runlogFileStatus NOT = '00'
               DISPLAY "WARNING: RUNLOG write failed (status "
                   runlogFileStatus ")"
           END-IF
           CLOSE runlogFile.

      * Weights override the defaults key by key; a bad line is
      * skipped with a warning, but weights that add up to nothing
      * leave nothing to score with.
       LOAD-WEIGHTS.
           OPEN INPUT weightFile
           IF weightStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(weightFileName)
                   " not found - default weights used"
           ELSE
               MOVE weightStatus TO fsCheckCode
               MOVE "weights file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO fileEOF
               PERFORM UNTIL fileEOF = 'Y'
                   READ weightFile
                       AT END
                           MOVE 'Y' TO fileEOF
                       NOT AT END
                           IF weightRecord NOT = SPACES
                               AND weightRecord(1:1) NOT = '*'
                               PERFORM POST-WEIGHT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE weightFile
           END-IF
           COMPUTE weightTotal = weightRecon + weightUnmatched
               + weightSafety + weightTimely
           IF weightTotal = 0
               DISPLAY "FATAL: component weights add up to zero."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF.

       POST-WEIGHT-LINE.
           MOVE SPACES TO weightKey
           MOVE SPACES TO weightValueText
           UNSTRING weightRecord DELIMITED BY ALL SPACE
               INTO weightKey weightValueText
           END-UNSTRING
           IF FUNCTION TRIM(weightValueText) IS NOT NUMERIC
               OR FUNCTION NUMVAL(weightValueText) > 999
               ADD 1 TO weightBadCount
               DISPLAY "WARNING: bad weights line skipped: "
                   FUNCTION TRIM(weightRecord)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(weightValueText) TO weightValue
           EVALUATE weightKey
               WHEN "RECON"
                   MOVE weightValue TO weightRecon
               WHEN "UNMATCHED"
                   MOVE weightValue TO weightUnmatched
               WHEN "SAFETY"
                   MOVE weightValue TO weightSafety
               WHEN "TIMELINESS"
                   MOVE weightValue TO weightTimely
               WHEN "CHRONIC"
                   MOVE weightValue TO chronicPoints
               WHEN "LATEDAY"
                   MOVE weightValue TO lateDayPoints
               WHEN "DROP"
                   MOVE weightValue TO dropBoundary
               WHEN OTHER
                   ADD 1 TO weightBadCount
                   DISPLAY "WARNING: bad weights line skipped: "
                       FUNCTION TRIM(weightRecord)
           END-EVALUATE.

      * The control file is the night's list of sites expected to
      * load; each is looked up in the master as of the run date for
      * its name, region and - when the entry leaves it off - its
      * extract name.
       LOAD-CONTROL-SITES.
           OPEN INPUT siteMasterFile
           MOVE siteMasterStatus TO fsCheckCode
           MOVE "site master file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           OPEN INPUT controlFile
           MOVE controlStatus TO fsCheckCode
           MOVE "control file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ controlFile
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       IF controlRecord NOT = SPACES
                           PERFORM POST-CONTROL-SITE
                       END-IF
               END-READ
               MOVE controlStatus TO fsCheckCode
               MOVE "control file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE controlFile
           CLOSE siteMasterFile.

       POST-CONTROL-SITE.
           MOVE SPACES TO ctlSiteToken
           MOVE SPACES TO ctlFileToken
           UNSTRING controlRecord DELIMITED BY ALL SPACE
               INTO ctlSiteToken ctlFileToken
           END-UNSTRING
           IF siteCount >= siteMaxEntries
               DISPLAY "FATAL: more than " siteMaxEntries
                   " sites in the control file."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO siteCount
           INITIALIZE siteEntry(siteCount)
           MOVE ctlSiteToken TO stSiteId(siteCount)
           MOVE ctlFileToken TO stExtractName(siteCount)
           MOVE "(NONE)" TO stRegion(siteCount)
           MOVE 'N' TO stOnExtract(siteCount)
           MOVE 'N' TO stInHistory(siteCount)
           MOVE 'N' TO stAgingFound(siteCount)
           MOVE 'N' TO stHasPrev(siteCount)
           MOVE 'N' TO stDropFlag(siteCount)

           MOVE ctlSiteToken TO smSiteId
           MOVE 0 TO smEffFrom
           START siteMasterFile KEY IS NOT LESS THAN smVersionKey
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO masterEOF
           PERFORM UNTIL masterEOF = 'Y'
               READ siteMasterFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO masterEOF
                   NOT AT END
                       IF smSiteId NOT = ctlSiteToken
                           MOVE 'Y' TO masterEOF
                       ELSE
                           IF smEffFrom <= runDate
                               AND runDate <= smEffTo
                               PERFORM TAKE-SITE-VERSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-SITE-VERSION.
           MOVE smSiteName TO stSiteName(siteCount)
           MOVE smRegion TO stRegion(siteCount)
           IF stExtractName(siteCount) = SPACES
               MOVE smExtractName TO stExtractName(siteCount)
           END-IF.

      * The night's interface extract must be there and must be for
      * the run date: scoring against another night's extract would
      * call every site NOT LOADED or credit it with the wrong rows.
       LOAD-INTERFACE-DETAILS.
           OPEN INPUT interfaceFile
           MOVE interfaceStatus TO fsCheckCode
           MOVE "interface file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ interfaceFile
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       EVALUATE interfaceRecord(1:3)
                           WHEN "HDR"
                               MOVE interfaceRecord TO intHeaderWork
                               IF inhRunDate NOT = runDate
                                   DISPLAY "FATAL: "
                                       FUNCTION TRIM(interfaceFileName)
                                       " is for run date " inhRunDate
                                   MOVE 12 TO RETURN-CODE
                                   PERFORM WRITE-RUNLOG-END
                                   STOP RUN
                               END-IF
                           WHEN "DTL"
                               MOVE interfaceRecord TO intDetailWork
                               PERFORM POST-INTERFACE-DETAIL
                       END-EVALUATE
               END-READ
               MOVE interfaceStatus TO fsCheckCode
               MOVE "interface file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE interfaceFile.

       POST-INTERFACE-DETAIL.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > siteCount
               IF stSiteId(k) = indSiteId
                   MOVE 'Y' TO stOnExtract(k)
                   MOVE indRows TO stRows(k)
                   MOVE indRejects TO stRejects(k)
               END-IF
           END-PERFORM.

      * Run-date postings off RESULTS.HIST. A site that is there but
      * not on the extract had its site-day held; its rows and
      * rejects come from the history, summed over every posting the
      * site made tonight (a catch-up and tonight's own extract).
       LOAD-HISTORY-POSTINGS.
           OPEN INPUT historyFile
           IF historyFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE historyFileStatus TO fsCheckCode
           MOVE "history file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL historyEOF = 'Y'
               READ historyFile INTO histLineWork
                   AT END
                       MOVE 'Y' TO historyEOF
                   NOT AT END
                       IF hwRunDate = runDateKey
                           PERFORM POST-HISTORY-POSTING
                       END-IF
               END-READ
               MOVE historyFileStatus TO fsCheckCode
               MOVE "history file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE historyFile.

       POST-HISTORY-POSTING.
           IF hwSiteId = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > siteCount
               IF stSiteId(k) = hwSiteId
                   MOVE 'Y' TO stInHistory(k)
                   IF stOnExtract(k) = 'N'
                       ADD FUNCTION NUMVAL(hwRowCount) TO stRows(k)
                       IF hwRejects NOT = SPACES
                           ADD FUNCTION NUMVAL(hwRejects)
                               TO stRejects(k)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The site's aging report only counts if the batch wrote it
      * tonight; one left over from an earlier night says nothing
      * about this one.
       LOAD-AGING-COUNTS.
           IF stExtractName(i) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO agingFileName
           STRING FUNCTION TRIM(stExtractName(i)) DELIMITED BY SIZE
               ".AGE" DELIMITED BY SIZE
               INTO agingFileName
           END-STRING
           OPEN INPUT agingFile
           IF agingFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE agingFileStatus TO fsCheckCode
           MOVE "aging file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO agingHeadOk
           MOVE 'N' TO fileEOF
           READ agingFile INTO agingHeadWork
               AT END
                   MOVE 'Y' TO fileEOF
               NOT AT END
                   IF ahwRunDate = runDateKey
                       MOVE 'Y' TO agingHeadOk
                   END-IF
           END-READ
           PERFORM UNTIL fileEOF = 'Y' OR agingHeadOk = 'N'
               READ agingFile INTO agingCountWork
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       IF acwTag = "TRACKED: "
                           MOVE 'Y' TO stAgingFound(i)
                           MOVE FUNCTION NUMVAL(acwChronic)
                               TO stChronic(i)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE agingFile.

      * Every .RPT the catalog inventory lists for the run date; the
      * heading AOC202402 writes says whose reports they were. One
      * without a site on its heading (run without SITE=) cannot be
      * attributed and is only counted.
       LOAD-SAFETY-REPORTS.
           OPEN INPUT inventoryFile
           IF inventoryFileStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(inventoryFileName)
                   " not found - no safety reports scored"
               EXIT PARAGRAPH
           END-IF
           MOVE inventoryFileStatus TO fsCheckCode
           MOVE "inventory file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ inventoryFile INTO invLineWork
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       PERFORM CHECK-INVENTORY-ENTRY
               END-READ
               MOVE inventoryFileStatus TO fsCheckCode
               MOVE "inventory file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE inventoryFile.

       CHECK-INVENTORY-ENTRY.
           IF invwDate NOT = runDateKey
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(invwName)) TO invNameLen
           IF invNameLen < 5
               EXIT PARAGRAPH
           END-IF
           IF invwName(invNameLen - 3:4) NOT = ".RPT"
               EXIT PARAGRAPH
           END-IF
           MOVE invwName TO safetyFileName
           PERFORM READ-SAFETY-REPORT.

       READ-SAFETY-REPORT.
           OPEN INPUT safetyFile
           IF safetyStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(safetyFileName)
                   " listed but not found"
               EXIT PARAGRAPH
           END-IF
           MOVE safetyStatus TO fsCheckCode
           MOVE "safety report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 0 TO safetySlot
           MOVE 'Y' TO safetyFirstLine
           MOVE 'N' TO safetyEOF
           PERFORM UNTIL safetyEOF = 'Y'
               READ safetyFile
                   AT END
                       MOVE 'Y' TO safetyEOF
                   NOT AT END
                       PERFORM POST-SAFETY-LINE
               END-READ
           END-PERFORM
           CLOSE safetyFile.

       POST-SAFETY-LINE.
           IF safetyFirstLine = 'Y'
               MOVE 'N' TO safetyFirstLine
               MOVE safetyRecord TO safetyHeadWork
               IF shwTag NOT = "SAFETY REPORT VALIDATION  SITE "
      * not an AOC202402 listing (or from before the heading) - skip
                   MOVE 'Y' TO safetyEOF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO safetyFileCount
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > siteCount
                   IF stSiteId(k) = shwSiteId AND shwSiteId NOT = SPACES
                       MOVE k TO safetySlot
                   END-IF
               END-PERFORM
               IF safetySlot = 0
                   ADD 1 TO safetyUnknownCount
                   MOVE 'Y' TO safetyEOF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE safetyRecord TO safetyLineWork
           MOVE safetyRecord TO safetyCauseWork
           EVALUATE TRUE
               WHEN FUNCTION TRIM(slwReportNo) IS NUMERIC
                   AND slwVerdict = "UNSAFE"
                   ADD 1 TO stReports(safetySlot)
                   ADD 1 TO stUnsafe(safetySlot)
               WHEN FUNCTION TRIM(slwReportNo) IS NUMERIC
                   AND (slwVerdict = "SAFE"
                       OR slwVerdict = "SAFE-DAMPENED")
                   ADD 1 TO stReports(safetySlot)
               WHEN scwLabel = "ZERO DIFFERENCE"
                   ADD FUNCTION NUMVAL(scwValue)
                       TO stZeroDiff(safetySlot)
               WHEN scwLabel = "JUMP OVER 3"
                   ADD FUNCTION NUMVAL(scwValue) TO stJump(safetySlot)
               WHEN scwLabel = "DIRECTION REVERSAL"
                   ADD FUNCTION NUMVAL(scwValue)
                       TO stReversal(safetySlot)
           END-EVALUATE.

      * no tracking file yet means no site has ever been loaded
       LOAD-SITEDATE-FILE.
           OPEN INPUT siteDateFile
           IF siteDateStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE siteDateStatus TO fsCheckCode
           MOVE "site date file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ siteDateFile INTO sdLineWork
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       PERFORM VARYING k FROM 1 BY 1
                           UNTIL k > siteCount
                           IF stSiteId(k) = sdwSiteId
                               MOVE sdwLastDate TO stLastLoaded(k)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE siteDateFile.

      * The scorecard on file is the previous one unless it is
      * already tonight's (a rerun) - then the one it replaced, kept
      * in .PRV, still is. One dated after the run date means a
      * scorecard is being run for a night already past; replacing
      * the newer one would lose it.
       LOAD-PREVIOUS-SCORECARD.
           OPEN INPUT scoreFile
           IF scoreStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE scoreStatus TO fsCheckCode
           MOVE "scorecard file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           READ scoreFile INTO scoreLineWork
               AT END
                   MOVE 0 TO prevRunDate
               NOT AT END
                   MOVE scRunDate TO prevRunDate
           END-READ
           CLOSE scoreFile
           EVALUATE TRUE
               WHEN prevRunDate > runDate
                   DISPLAY "FATAL: " FUNCTION TRIM(scoreFileName)
                       " already holds the scorecard for "
                       prevRunDate
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               WHEN prevRunDate = runDate
                   MOVE prevScoreFileName TO scoreFileName
               WHEN OTHER
                   MOVE 'Y' TO rotateScorecard
           END-EVALUATE
           PERFORM READ-PREVIOUS-SCORES
           MOVE SPACES TO scoreFileName
           STRING FUNCTION TRIM(scorePrefix) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO scoreFileName
           END-STRING.

       READ-PREVIOUS-SCORES.
           OPEN INPUT scoreFile
           IF scoreStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE scoreStatus TO fsCheckCode
           MOVE "scorecard file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ scoreFile INTO scoreLineWork
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       IF scRunDate < runDate
                           MOVE 'Y' TO prevFound
                           MOVE scRunDate TO prevRunDate
                           PERFORM POST-PREVIOUS-SCORE
                       END-IF
               END-READ
               MOVE scoreStatus TO fsCheckCode
               MOVE "scorecard file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE scoreFile.

       POST-PREVIOUS-SCORE.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > siteCount
               IF stSiteId(k) = scSiteId
                   MOVE 'Y' TO stHasPrev(k)
                   MOVE FUNCTION NUMVAL(scScore) TO stPrevScore(k)
               END-IF
           END-PERFORM.

      * The four component scores, each 0-100, then the weighted
      * health score and the change since the previous scorecard.
       SCORE-SITE.
           EVALUATE TRUE
               WHEN stOnExtract(i) = 'Y'
                   MOVE "POSTED" TO stLoadStatus(i)
               WHEN stInHistory(i) = 'Y'
                   MOVE "HELD" TO stLoadStatus(i)
                   ADD 1 TO heldCount
               WHEN OTHER
                   MOVE "NOT LOADED" TO stLoadStatus(i)
                   ADD 1 TO notLoadedCount
           END-EVALUATE

      * recon: the share of the site's rows that were clean; a held
      * site-day scores no better than half, a missing one nothing
           IF stLoadStatus(i) = "NOT LOADED"
               MOVE 0 TO stReconScore(i)
           ELSE
               IF stRows(i) = 0
                   MOVE 100 TO stReconScore(i)
               ELSE
                   COMPUTE pointsWork ROUNDED =
                       100 - (stRejects(i) * 100 / stRows(i))
                   PERFORM CLAMP-POINTS
                   MOVE pointsWork TO stReconScore(i)
               END-IF
               IF stLoadStatus(i) = "HELD"
                   AND stReconScore(i) > 50
                   MOVE 50 TO stReconScore(i)
               END-IF
           END-IF

      * unmatched: points off for each chronic ID
           COMPUTE pointsWork = 100 - (stChronic(i) * chronicPoints)
           PERFORM CLAMP-POINTS
           MOVE pointsWork TO stUnmScore(i)

      * safety: the share of the site's reports that were safe
           IF stReports(i) = 0
               MOVE 100 TO stSafetyScore(i)
           ELSE
               COMPUTE pointsWork ROUNDED =
                   100 - (stUnsafe(i) * 100 / stReports(i))
               PERFORM CLAMP-POINTS
               MOVE pointsWork TO stSafetyScore(i)
           END-IF
           MOVE SPACES TO stTopCause(i)
           EVALUATE TRUE
               WHEN stUnsafe(i) = 0
                   CONTINUE
               WHEN stJump(i) >= stZeroDiff(i)
                   AND stJump(i) >= stReversal(i)
                   MOVE "JUMP OVER 3" TO stTopCause(i)
               WHEN stZeroDiff(i) >= stReversal(i)
                   MOVE "ZERO DIFFERENCE" TO stTopCause(i)
               WHEN OTHER
                   MOVE "DIRECTION REVERSAL" TO stTopCause(i)
           END-EVALUATE

      * timeliness: points off for each day the tracked date lies
      * behind the run date; a site never loaded gets none
           IF stLastLoaded(i) = 0
               MOVE 0 TO stTimelyScore(i)
               MOVE 0 TO stDaysBehind(i)
           ELSE
               IF stLastLoaded(i) >= runDate
                   MOVE 0 TO stDaysBehind(i)
               ELSE
                   COMPUTE stDaysBehind(i) = runDayNumber
                       - FUNCTION INTEGER-OF-DATE(stLastLoaded(i))
               END-IF
               COMPUTE pointsWork =
                   100 - (stDaysBehind(i) * lateDayPoints)
               PERFORM CLAMP-POINTS
               MOVE pointsWork TO stTimelyScore(i)
           END-IF

           COMPUTE weightedWork =
               stReconScore(i) * weightRecon
               + stUnmScore(i) * weightUnmatched
               + stSafetyScore(i) * weightSafety
               + stTimelyScore(i) * weightTimely
           COMPUTE stScore(i) ROUNDED = weightedWork / weightTotal

           IF stHasPrev(i) = 'Y'
               COMPUTE stChange(i) = stScore(i) - stPrevScore(i)
               IF stPrevScore(i) - stScore(i) >= dropBoundary
                   MOVE 'Y' TO stDropFlag(i)
                   ADD 1 TO dropCount
               END-IF
           END-IF.

       CLAMP-POINTS.
           IF pointsWork < 0
               MOVE 0 TO pointsWork
           END-IF
           IF pointsWork > 100
               MOVE 100 TO pointsWork
           END-IF.

      * healthiest first; ties by site ID
       RANK-SITES.
           SORT scoreSortWork
               ON DESCENDING KEY srtScore
               ON ASCENDING KEY srtSiteId
               INPUT PROCEDURE IS RELEASE-SCORES
               OUTPUT PROCEDURE IS RETURN-SCORES.

       RELEASE-SCORES.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > siteCount
               MOVE stScore(i) TO srtScore
               MOVE stSiteId(i) TO srtSiteId
               MOVE i TO srtIndex
               RELEASE scoreSortRec
           END-PERFORM.

       RETURN-SCORES.
           MOVE 0 TO rankCount
           MOVE 'N' TO sortEOF
           PERFORM UNTIL sortEOF = 'Y'
               RETURN scoreSortWork
                   AT END
                       MOVE 'Y' TO sortEOF
                   NOT AT END
                       ADD 1 TO rankCount
                       MOVE srtIndex TO rankIndex(rankCount)
                       MOVE rankCount TO stRank(srtIndex)
               END-RETURN
           END-PERFORM.

      * Written whole to the .NEW file first. When the scorecard on
      * file is an earlier night's it becomes the .PRV before the new
      * one takes its name, so a failed run leaves both as they were.
       WRITE-SCORECARD-FILE.
           OPEN OUTPUT newScoreFile
           MOVE newScoreStatus TO fsCheckCode
           MOVE "new scorecard file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING n FROM 1 BY 1 UNTIL n > rankCount
               MOVE rankIndex(n) TO i
               PERFORM FORMAT-SCORE-RECORD
               WRITE newScoreRecord FROM scoreLineWork
               MOVE newScoreStatus TO fsCheckCode
               MOVE "new scorecard file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE newScoreFile

           IF rotateScorecard = 'Y'
               CALL "CBL_DELETE_FILE" USING prevScoreFileName
               CALL "CBL_RENAME_FILE" USING scoreFileName
                   prevScoreFileName
               IF RETURN-CODE NOT = 0
                   DISPLAY "FATAL: cannot keep "
                       FUNCTION TRIM(scoreFileName) " as "
                       FUNCTION TRIM(prevScoreFileName)
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               END-IF
           END-IF
           CALL "CBL_RENAME_FILE" USING newScoreFileName
               scoreFileName
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: cannot replace "
                   FUNCTION TRIM(scoreFileName)
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE.

       FORMAT-SCORE-RECORD.
           MOVE stSiteId(i) TO scSiteId
           MOVE runDate TO scRunDate
           MOVE stSiteName(i) TO scSiteName
           MOVE stRegion(i) TO scRegion
           MOVE stRank(i) TO scRank
           MOVE stScore(i) TO scScore
           MOVE stReconScore(i) TO scReconScore
           MOVE stUnmScore(i) TO scUnmScore
           MOVE stSafetyScore(i) TO scSafetyScore
           MOVE stTimelyScore(i) TO scTimelyScore
           MOVE stLoadStatus(i) TO scLoadStatus
           MOVE stRows(i) TO scRows
           MOVE stRejects(i) TO scRejects
           MOVE stChronic(i) TO scChronic
           MOVE stReports(i) TO scReports
           MOVE stUnsafe(i) TO scUnsafe
           MOVE stTopCause(i) TO scTopCause
           MOVE stLastLoaded(i) TO scLastLoaded
           MOVE stDaysBehind(i) TO scDaysBehind
           MOVE stHasPrev(i) TO scHasPrev
           MOVE stPrevScore(i) TO scPrevScore
           MOVE stChange(i) TO scChange
           MOVE stDropFlag(i) TO scDropFlag.

      * sharp drops first - they are what the call is about - then
      * the full ranking, the region roll-ups and the counts
       WRITE-SCORECARD-LISTING.
           OPEN OUTPUT listingFile
           MOVE listingStatus TO fsCheckCode
           MOVE "scorecard listing" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           MOVE runDate TO lhRunDate
           MOVE controlFileName TO lhControl
           IF prevFound = 'Y'
               MOVE prevRunDate TO lhPrevDate
           ELSE
               MOVE "NONE" TO lhPrevDate
           END-IF
           WRITE listingRecord FROM listHeading
           MOVE weightRecon TO wlRecon
           MOVE weightUnmatched TO wlUnmatched
           MOVE weightSafety TO wlSafety
           MOVE weightTimely TO wlTimely
           MOVE dropBoundary TO wlDrop
           WRITE listingRecord FROM weightLineWork
           MOVE SPACES TO listingRecord
           WRITE listingRecord

           MOVE "SHARP DROPS SINCE THE PREVIOUS SCORECARD"
               TO listingRecord
           WRITE listingRecord
           WRITE listingRecord FROM listColumns
           PERFORM VARYING n FROM 1 BY 1 UNTIL n > rankCount
               MOVE rankIndex(n) TO i
               IF stDropFlag(i) = 'Y'
                   PERFORM WRITE-LISTING-LINE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN prevFound = 'N'
                   MOVE "NO PREVIOUS SCORECARD TO COMPARE AGAINST"
                       TO listingRecord
                   WRITE listingRecord
               WHEN dropCount = 0
                   MOVE "NONE" TO listingRecord
                   WRITE listingRecord
           END-EVALUATE

           MOVE SPACES TO listingRecord
           WRITE listingRecord
           MOVE "ALL SITES BY HEALTH SCORE" TO listingRecord
           WRITE listingRecord
           WRITE listingRecord FROM listColumns
           PERFORM VARYING n FROM 1 BY 1 UNTIL n > rankCount
               MOVE rankIndex(n) TO i
               PERFORM WRITE-LISTING-LINE
               PERFORM POST-REGION-SCORE
           END-PERFORM

           MOVE SPACES TO listingRecord
           WRITE listingRecord
           MOVE "REGION ROLL-UP" TO listingRecord
           WRITE listingRecord
           WRITE listingRecord FROM regionColumns
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > regionCount
               MOVE rgRegion(k) TO rlRegion
               MOVE rgSites(k) TO rlSites
               COMPUTE regionAverage ROUNDED =
                   rgScoreTotal(k) / rgSites(k)
               MOVE regionAverage TO rlAverage
               MOVE rgLowSiteId(k) TO rlLowSiteId
               MOVE rgLowScore(k) TO rlLowScore
               MOVE rgDrops(k) TO rlDrops
               WRITE listingRecord FROM regionLineWork
           END-PERFORM

           MOVE SPACES TO listingRecord
           WRITE listingRecord
           MOVE "SITES SCORED" TO tlLabel
           MOVE siteCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "  SHARP DROPS" TO tlLabel
           MOVE dropCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "  HELD" TO tlLabel
           MOVE heldCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "  NOT LOADED" TO tlLabel
           MOVE notLoadedCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "SAFETY LISTINGS READ" TO tlLabel
           MOVE safetyFileCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "  NOT ATTRIBUTABLE TO A SITE" TO tlLabel
           MOVE safetyUnknownCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "BAD WEIGHTS LINES SKIPPED" TO tlLabel
           MOVE weightBadCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE listingStatus TO fsCheckCode
           MOVE "scorecard listing" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           CLOSE listingFile.

      * one site; the note says what cost it the most
       WRITE-LISTING-LINE.
           MOVE stRank(i) TO llRank
           MOVE stSiteId(i) TO llSiteId
           MOVE stSiteName(i) TO llSiteName
           MOVE stRegion(i) TO llRegion
           MOVE stScore(i) TO llScore
           MOVE stReconScore(i) TO llRecon
           MOVE stUnmScore(i) TO llUnm
           MOVE stSafetyScore(i) TO llSafety
           MOVE stTimelyScore(i) TO llTimely
           IF stHasPrev(i) = 'Y'
               MOVE stPrevScore(i) TO editScore
               MOVE editScore TO llPrior
               MOVE stChange(i) TO editChange
               MOVE editChange TO llChange
           ELSE
               MOVE SPACES TO llPrior
               MOVE "NEW" TO llChange
           END-IF
           IF stDropFlag(i) = 'Y'
               MOVE '*' TO llDropFlag
           ELSE
               MOVE SPACE TO llDropFlag
           END-IF
           MOVE stLoadStatus(i) TO llLoadStatus
           MOVE SPACES TO llNote
           EVALUATE TRUE
               WHEN stLastLoaded(i) = 0
                   MOVE "NEVER LOADED" TO llNote
               WHEN stDaysBehind(i) > 0
                   MOVE stDaysBehind(i) TO editDays
                   STRING FUNCTION TRIM(editDays) DELIMITED BY SIZE
                       " DAY(S) BEHIND" DELIMITED BY SIZE
                       INTO llNote
                   END-STRING
               WHEN stUnsafe(i) > 0
                   MOVE stUnsafe(i) TO editCount
                   STRING FUNCTION TRIM(editCount) DELIMITED BY SIZE
                       " UNSAFE, " DELIMITED BY SIZE
                       stTopCause(i) DELIMITED BY SIZE
                       INTO llNote
                   END-STRING
               WHEN stChronic(i) > 0
                   MOVE stChronic(i) TO editCount
                   STRING FUNCTION TRIM(editCount) DELIMITED BY SIZE
                       " CHRONIC UNMATCHED" DELIMITED BY SIZE
                       INTO llNote
                   END-STRING
               WHEN stRejects(i) > 0
                   MOVE stRejects(i) TO editCount
                   STRING FUNCTION TRIM(editCount) DELIMITED BY SIZE
                       " REJECTS" DELIMITED BY SIZE
                       INTO llNote
                   END-STRING
           END-EVALUATE
           WRITE listingRecord FROM listLineWork
           MOVE listingStatus TO fsCheckCode
           MOVE "scorecard listing" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

       POST-REGION-SCORE.
           MOVE 0 TO regionSlot
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > regionCount
               IF rgRegion(k) = stRegion(i)
                   MOVE k TO regionSlot
               END-IF
           END-PERFORM
           IF regionSlot = 0
               IF regionCount >= regionMax
                   DISPLAY "FATAL: more than " regionMax
                       " regions."
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               END-IF
               ADD 1 TO regionCount
               MOVE regionCount TO regionSlot
               MOVE stRegion(i) TO rgRegion(regionSlot)
               MOVE 0 TO rgSites(regionSlot)
               MOVE 0 TO rgScoreTotal(regionSlot)
               MOVE 0 TO rgDrops(regionSlot)
           END-IF
           ADD 1 TO rgSites(regionSlot)
           ADD stScore(i) TO rgScoreTotal(regionSlot)
           IF stDropFlag(i) = 'Y'
               ADD 1 TO rgDrops(regionSlot)
           END-IF
      * the ranking runs healthiest first, so the region's last site
      * seen is its lowest
           MOVE stSiteId(i) TO rgLowSiteId(regionSlot)
           MOVE stScore(i) TO rgLowScore(regionSlot).

       CHECK-FILE-STATUS.
           EVALUATE fsCheckCode
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN '30'
                   DISPLAY fsCheckLabel
                       ": permanent I/O error (status 30)"
                   PERFORM HANDLE-FILE-ERROR
               WHEN '35'
                   DISPLAY fsCheckLabel
                       ": dataset not found (status 35)"
                   PERFORM HANDLE-FILE-ERROR
               WHEN OTHER
                   DISPLAY fsCheckLabel
                       ": unexpected file status " fsCheckCode
                   PERFORM HANDLE-FILE-ERROR
           END-EVALUATE.

       HANDLE-FILE-ERROR.
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-RUNLOG-END
           STOP RUN.
