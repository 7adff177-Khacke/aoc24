       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCMCLOS.

      * Month-end close: certifies one month's posted results for
      * finance and locks the month against further posting. A
      * month's postings are the RESULTS.HIST records that post to it
      * (hwPeriod - see HISTREC) plus the RESULTS.MHIS slots AOCHSTAR
      * has already rolled its older days into; the two never hold
      * the same run twice. Both are totalled per extract, attributed
      * to site and region from the history records themselves (and
      * from RESULTS.HARC, the detail behind each monthly slot, for
      * the part already rolled up), and printed by region with
      * per-site lines, region subtotals and control totals - runs,
      * rows, result and simScore, with how many runs came from each
      * file and how many were prior-period adjustments posted into
      * the month. Once the report is written the month is recorded
      * as LOCKED in RESULTS.PERD (see PERIODREC) with those control
      * totals; from then on AOC202401 refuses to post into it
      * without ADJUST and AOCHSTAR will not fold anything posted
      * later into it. Closing a month already locked reprints its
      * report and checks the totals still agree with the ones locked.
      * Follows the same DYNAMIC-assign / FILE STATUS conventions as
      * the rest of the job family.
      *
      * PARM: MONTH=yyyymm to close (default the month before the run
      * date - the current month can never be closed), DATE=yyyymmdd
      * run date (default today), PROOF to print the report without
      * locking, HIST=, MHIS=, HARC=, PERIODS=<file> (default
      * RESULTS.HIST / .MHIS / .HARC / .PERD), OUT=<report> (default
      * MCLOSE.yyyymm.LST).
      *
      * RETURN-CODE: 0 = month certified and locked (or proof / agreeing
      * reprint written), 8 = month already locked and its totals no
      * longer agree with the locked ones, 12 = fatal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT historyFile ASSIGN TO DYNAMIC historyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS historyFileStatus.

           SELECT monthlyFile ASSIGN TO DYNAMIC monthlyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS monthlyFileStatus.

           SELECT archiveFile ASSIGN TO DYNAMIC archiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS archiveFileStatus.

           SELECT periodFile ASSIGN TO DYNAMIC periodFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS periodFileStatus.

           SELECT newPeriodFile ASSIGN TO DYNAMIC newPeriodFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newPeriodStatus.

           SELECT closeReportFile ASSIGN TO DYNAMIC closeReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS closeReportStatus.

           SELECT runlogFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS runlogFileStatus.

           SELECT closeSortWork ASSIGN TO "sortwk5".

       DATA DIVISION.
       FILE SECTION.
       FD historyFile.
       01 historyRecord PIC X(160).

       FD monthlyFile.
       01 monthlyRecord PIC X(180).

       FD archiveFile.
       01 archiveRecord PIC X(160).

       FD periodFile.
       01 periodRecord PIC X(120).

       FD newPeriodFile.
       01 newPeriodRecord PIC X(120).

       FD closeReportFile.
       01 closeReportRecord PIC X(132).

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

       SD closeSortWork.
       01 closeSortRec.
           05 srtRegion     PIC X(10).
           05 srtSiteId     PIC X(8).
           05 srtFileName   PIC X(20).
           05 srtIndex      PIC 9(4).

       WORKING-STORAGE SECTION.
       01 historyFileName   PIC X(40) VALUE "RESULTS.HIST".
       01 historyFileStatus PIC XX.
       01 monthlyFileName   PIC X(40) VALUE "RESULTS.MHIS".
       01 monthlyFileStatus PIC XX.
       01 archiveFileName   PIC X(40) VALUE "RESULTS.HARC".
       01 archiveFileStatus PIC XX.
       01 periodFileName    PIC X(40) VALUE "RESULTS.PERD".
       01 periodFileStatus  PIC XX.
       01 newPeriodFileName PIC X(40).
       01 newPeriodStatus   PIC XX.
       01 closeReportFileName PIC X(40) VALUE SPACES.
       01 closeReportStatus PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).

       01 parmText          PIC X(80).
       01 parmPtr           PIC 9(4).
       01 parmLen           PIC 9(4).
       01 parmToken         PIC X(40).

      * Run-audit trail (see RUNLOG copybook), same contract as
      * AOC202401. The END record's row count is the month's runs.
       01 runlogFileName    PIC X(40) VALUE "RUNLOG".
       01 runlogFileStatus  PIC XX.
       01 logFileName       PIC X(20).
           COPY RUNLOG.

       01 runDate           PIC 9(8).
       01 runDateText       PIC X(8) VALUE SPACES.
       01 runMonth          PIC 9(6).
       01 closeMonth        PIC 9(6) VALUE 0.
       01 closeMonthText    PIC X(6) VALUE SPACES.
       01 proofOnly         PIC X VALUE 'N'.

           COPY HISTREC.
           COPY PERIODREC.

       01 monthlyLineWork.
           05 mhFileName    PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 mhMonth       PIC 9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 mhRuns        PIC 9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 mhTotRows     PIC 9(12).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 mhMinResult   PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 mhMaxResult   PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 mhSumResult   PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 mhMinSim      PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 mhMaxSim      PIC 9(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 mhSumSim      PIC 9(18).

       01 historyEOF        PIC X.
       01 monthlyEOF        PIC X.
       01 archiveEOF        PIC X.
       01 periodEOF         PIC X.
       01 sortEOF           PIC X.
       01 recordPeriod      PIC 9(6).
       01 histRowsWork      PIC 9(8).
       01 histResultWork    PIC 9(18).
       01 histSimWork       PIC 9(18).

      * the period-control file as found, rewritten whole with this
      * month's lock slotted in month order
       01 periodMaxEntries  PIC 9(4) VALUE 600.
       01 periodCount       PIC 9(4) VALUE 0.
       01 periodTable.
           05 periodLine    PIC X(120) OCCURS 600 TIMES.
       01 alreadyLocked     PIC X VALUE 'N'.
       01 lockedLineWork    PIC X(120).
       01 lockInserted      PIC X.
       01 totalsAgree       PIC X VALUE 'Y'.

      * one entry per extract that posted to the month
       01 closeMax          PIC 9(4) VALUE 2000.
       01 closeCount        PIC 9(4) VALUE 0.
       01 closeTable.
           05 closeEntry OCCURS 2000 TIMES.
               10 clFileName   PIC X(20).
               10 clSiteId     PIC X(8).
               10 clSiteName   PIC X(20).
               10 clRegion     PIC X(10).
               10 clHistRuns   PIC 9(6).
               10 clMhisRuns   PIC 9(6).
               10 clAdjRuns    PIC 9(6).
               10 clRows       PIC 9(12).
               10 clResult     PIC 9(18).
               10 clSimScore   PIC 9(18).
       01 closeSlot         PIC 9(4).
       01 closeKeyWork      PIC X(20).
       01 i                 PIC 9(4).

       01 totSites          PIC 9(4) VALUE 0.
       01 totHistRuns       PIC 9(8) VALUE 0.
       01 totMhisRuns       PIC 9(8) VALUE 0.
       01 totRuns           PIC 9(8) VALUE 0.
       01 totAdjRuns        PIC 9(6) VALUE 0.
       01 totRows           PIC 9(12) VALUE 0.
       01 totResult         PIC 9(18) VALUE 0.
       01 totSimScore       PIC 9(18) VALUE 0.
       01 totUnattributed   PIC 9(4) VALUE 0.

       01 regionKeyWork     PIC X(10).
       01 rgnSites          PIC 9(4).
       01 rgnRuns           PIC 9(8).
       01 rgnAdjRuns        PIC 9(6).
       01 rgnRows           PIC 9(12).
       01 rgnResult         PIC 9(18).
       01 rgnSimScore       PIC 9(18).
       01 regionCount       PIC 9(4) VALUE 0.

       01 closeHeading.
           05 FILLER        PIC X(24) VALUE "MONTH-END CLOSE  PERIOD ".
           05 chMonth       PIC 9(6).
           05 FILLER        PIC X(11) VALUE "  RUN DATE ".
           05 chRunDate     PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 chMode        PIC X(40).

       01 closeColumns.
           05 FILLER        PIC X(40)
               VALUE "SITE ID  SITE NAME            REGION    ".
           05 FILLER        PIC X(40)
               VALUE " EXTRACT                RUNS   ADJ      ".
           05 FILLER        PIC X(45)
               VALUE "   ROWS             RESULT           SIMSCORE".

       01 closeLineWork.
           05 clsSiteId     PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 clsSiteName   PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 clsRegion     PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 clsFileName   PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 clsRuns       PIC Z(5)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 clsAdjRuns    PIC Z(4)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 clsRows       PIC Z(11)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 clsResult     PIC Z(17)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 clsSimScore   PIC Z(17)9.

       01 regionLineWork.
           05 FILLER        PIC X(9) VALUE "  REGION ".
           05 rlsRegion     PIC X(10).
           05 FILLER        PIC X(7) VALUE " SITES ".
           05 rlsSites      PIC ZZZ9.
           05 FILLER        PIC X(32) VALUE SPACES.
           05 rlsRuns       PIC Z(5)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 rlsAdjRuns    PIC Z(4)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 rlsRows       PIC Z(11)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 rlsResult     PIC Z(17)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 rlsSimScore   PIC Z(17)9.

       01 totalLineWork.
           05 tlLabel       PIC X(40).
           05 tlValue       PIC Z(17)9.

       01 certifyLineWork.
           05 FILLER        PIC X(17) VALUE "CERTIFIED PERIOD ".
           05 ctMonth       PIC 9(6).
           05 FILLER        PIC X(11) VALUE " LOCKED ON ".
           05 ctDate        PIC 9(8).
           05 FILLER        PIC X(4) VALUE " IN ".
           05 ctFile        PIC X(40).

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
           MOVE runDate(1:6) TO runMonth

      * the month just ended unless one is named; a month still in
      * progress (or not yet begun) can never be closed
           IF closeMonthText = SPACES
               MOVE runMonth TO closeMonth
               IF FUNCTION MOD(closeMonth, 100) = 1
                   SUBTRACT 89 FROM closeMonth
               ELSE
                   SUBTRACT 1 FROM closeMonth
               END-IF
           ELSE
               IF FUNCTION TRIM(closeMonthText) IS NOT NUMERIC
                   DISPLAY "Invalid close month: " closeMonthText
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(closeMonthText) TO closeMonth
           END-IF
           IF FUNCTION MOD(closeMonth, 100) < 1
               OR FUNCTION MOD(closeMonth, 100) > 12
               DISPLAY "Invalid close month: " closeMonth
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF closeMonth >= runMonth
               DISPLAY "Period " closeMonth " is not over on run date "
                   runDate " - it cannot be closed yet"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF closeReportFileName = SPACES
               STRING "MCLOSE." DELIMITED BY SIZE
                   closeMonth DELIMITED BY SIZE
                   ".LST" DELIMITED BY SIZE
                   INTO closeReportFileName
               END-STRING
           END-IF
           MOVE SPACES TO newPeriodFileName
           STRING FUNCTION TRIM(periodFileName) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO newPeriodFileName
           END-STRING

           MOVE historyFileName TO logFileName
           PERFORM WRITE-RUNLOG-START

           PERFORM LOAD-PERIOD-CONTROL
           PERFORM SCAN-HISTORY
           PERFORM SCAN-MONTHLY
           PERFORM SCAN-ARCHIVE
           PERFORM ADD-CONTROL-TOTALS

           IF alreadyLocked = 'Y'
               PERFORM COMPARE-LOCKED-TOTALS
           END-IF

           PERFORM WRITE-CLOSE-REPORT

           IF alreadyLocked = 'N' AND proofOnly = 'N'
               PERFORM WRITE-PERIOD-LOCK
           END-IF

           DISPLAY "Period: " closeMonth
           DISPLAY "Sites: " totSites
           DISPLAY "Runs: " totRuns " (history " totHistRuns
               ", monthly " totMhisRuns ")"
           DISPLAY "Prior-period adjustments: " totAdjRuns
           DISPLAY "Close report written to "
               FUNCTION TRIM(closeReportFileName)
           EVALUATE TRUE
               WHEN alreadyLocked = 'Y' AND totalsAgree = 'N'
                   DISPLAY "Period " closeMonth " was locked on "
                       pdLockedDate " - totals NO LONGER AGREE"
                   MOVE 8 TO RETURN-CODE
               WHEN alreadyLocked = 'Y'
                   DISPLAY "Period " closeMonth " was locked on "
                       pdLockedDate " - totals agree"
                   MOVE 0 TO RETURN-CODE
               WHEN proofOnly = 'Y'
                   DISPLAY "Proof only - period not locked"
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Period " closeMonth " locked"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
               WHEN parmToken = "PROOF"
                   MOVE 'Y' TO proofOnly
               WHEN parmToken(1:6) = "MONTH="
                   MOVE parmToken(7:6) TO closeMonthText
               WHEN parmToken(1:5) = "DATE="
                   MOVE parmToken(6:8) TO runDateText
               WHEN parmToken(1:5) = "HIST="
                   MOVE parmToken(6:35) TO historyFileName
               WHEN parmToken(1:5) = "MHIS="
                   MOVE parmToken(6:35) TO monthlyFileName
               WHEN parmToken(1:5) = "HARC="
                   MOVE parmToken(6:35) TO archiveFileName
               WHEN parmToken(1:8) = "PERIODS="
                   MOVE parmToken(9:32) TO periodFileName
               WHEN parmToken(1:4) = "OUT="
                   MOVE parmToken(5:36) TO closeReportFileName
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-RUNLOG-START.
           MOVE "START" TO rlEvent
           MOVE "RUNNING" TO rlDisposition
           MOVE 0 TO rlRowCount
           MOVE 0 TO rlSiteCount
           MOVE 0 TO rlSitesFailed
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-END.
           MOVE "END" TO rlEvent
           EVALUATE TRUE
               WHEN RETURN-CODE >= 12
                   MOVE "FATAL" TO rlDisposition
               WHEN alreadyLocked = 'Y' AND totalsAgree = 'N'
                   MOVE "MISMATCH" TO rlDisposition
               WHEN alreadyLocked = 'Y'
                   MOVE "REPRINT" TO rlDisposition
               WHEN proofOnly = 'Y'
                   MOVE "PROOF" TO rlDisposition
               WHEN OTHER
                   MOVE "LOCKED" TO rlDisposition
           END-EVALUATE
           MOVE totRuns TO rlRowCount
           MOVE totSites TO rlSiteCount
           MOVE totUnattributed TO rlSitesFailed
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-RECORD.
           MOVE "AOCMCLOS" TO rlProgramId
           ACCEPT rlDate FROM DATE YYYYMMDD
           ACCEPT rlTime FROM TIME
           MOVE logFileName TO rlFileName
           MOVE SPACES TO rlOptions
           STRING "MONTH=" closeMonth
               " DATE=" runDate
               " PROOF=" proofOnly
               DELIMITED BY SIZE
               INTO rlOptions
           END-STRING
           MOVE 0 TO rlCkptInt
           MOVE 'N' TO rlResumed
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

      * Kept whole for the rewrite; this month's own record, when it
      * is already locked, is kept aside for the totals check.
       LOAD-PERIOD-CONTROL.
           OPEN INPUT periodFile
           IF periodFileStatus = '35'
      * no month closed yet
               EXIT PARAGRAPH
           END-IF
           MOVE periodFileStatus TO fsCheckCode
           MOVE "period file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO periodEOF
           PERFORM UNTIL periodEOF = 'Y'
               READ periodFile
                   AT END
                       MOVE 'Y' TO periodEOF
                   NOT AT END
                       IF periodRecord NOT = SPACES
                           PERFORM POST-PERIOD-LINE
                       END-IF
               END-READ
               MOVE periodFileStatus TO fsCheckCode
               MOVE "period file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE periodFile
           IF alreadyLocked = 'Y'
               MOVE lockedLineWork TO periodLineWork
           END-IF.

       POST-PERIOD-LINE.
           IF periodCount >= periodMaxEntries
               DISPLAY "FATAL: more than " periodMaxEntries
                   " period-control records."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO periodCount
           MOVE periodRecord TO periodLine(periodCount)
           MOVE periodRecord TO periodLineWork
           IF pdMonth = closeMonth AND pdStatus = "LOCKED"
               MOVE 'Y' TO alreadyLocked
               MOVE periodRecord TO lockedLineWork
           END-IF.

      * The month's site-days still held as detail. A record without
      * a posting month (written before the column) posts to its run
      * date's month, as AOCHSTAR has always slotted it.
       SCAN-HISTORY.
           OPEN INPUT historyFile
           IF historyFileStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(historyFileName)
                   " not found - nothing posted as detail"
               EXIT PARAGRAPH
           END-IF
           MOVE historyFileStatus TO fsCheckCode
           MOVE "history file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO historyEOF
           PERFORM UNTIL historyEOF = 'Y'
               READ historyFile INTO histLineWork
                   AT END
                       MOVE 'Y' TO historyEOF
                   NOT AT END
                       IF histLineWork NOT = SPACES
                           PERFORM SET-RECORD-PERIOD
                           IF recordPeriod = closeMonth
                               PERFORM POST-HISTORY-RUN
                           END-IF
                       END-IF
               END-READ
               MOVE historyFileStatus TO fsCheckCode
               MOVE "history file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE historyFile.

       SET-RECORD-PERIOD.
           MOVE 0 TO recordPeriod
           IF hwPeriod IS NUMERIC
               MOVE hwPeriod TO recordPeriod
           ELSE
               IF FUNCTION TRIM(hwRunDate) IS NUMERIC
                   MOVE hwRunDate(1:6) TO recordPeriod
               END-IF
           END-IF.

       POST-HISTORY-RUN.
           MOVE hwFileName TO closeKeyWork
           PERFORM FIND-CLOSE-SLOT
           PERFORM NOTE-SITE-IDENTITY
           MOVE FUNCTION NUMVAL(hwRowCount) TO histRowsWork
           MOVE FUNCTION NUMVAL(hwResult) TO histResultWork
           MOVE FUNCTION NUMVAL(hwSimScore) TO histSimWork
           ADD 1 TO clHistRuns(closeSlot)
           ADD histRowsWork TO clRows(closeSlot)
           ADD histResultWork TO clResult(closeSlot)
           ADD histSimWork TO clSimScore(closeSlot)
           IF hwPriorAdj = 'Y' OR hwPriorAdj = 'X'
               ADD 1 TO clAdjRuns(closeSlot)
           END-IF.

      * the month's site-days AOCHSTAR has already rolled up
       SCAN-MONTHLY.
           OPEN INPUT monthlyFile
           IF monthlyFileStatus = '35'
      * nothing archived yet
               EXIT PARAGRAPH
           END-IF
           MOVE monthlyFileStatus TO fsCheckCode
           MOVE "monthly file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO monthlyEOF
           PERFORM UNTIL monthlyEOF = 'Y'
               READ monthlyFile INTO monthlyLineWork
                   AT END
                       MOVE 'Y' TO monthlyEOF
                   NOT AT END
                       IF monthlyLineWork NOT = SPACES
                           AND mhMonth = closeMonth
                           PERFORM POST-MONTHLY-SLOT
                       END-IF
               END-READ
               MOVE monthlyFileStatus TO fsCheckCode
               MOVE "monthly file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE monthlyFile.

       POST-MONTHLY-SLOT.
           MOVE mhFileName TO closeKeyWork
           PERFORM FIND-CLOSE-SLOT
           ADD mhRuns TO clMhisRuns(closeSlot)
           ADD mhTotRows TO clRows(closeSlot)
           ADD mhSumResult TO clResult(closeSlot)
           ADD mhSumSim TO clSimScore(closeSlot).

      * The monthly slots carry no site, region or adjustment flag;
      * the archived detail behind them does. Only extracts that
      * actually posted to the month are looked at.
       SCAN-ARCHIVE.
           OPEN INPUT archiveFile
           IF archiveFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE archiveFileStatus TO fsCheckCode
           MOVE "archive file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO archiveEOF
           PERFORM UNTIL archiveEOF = 'Y'
               READ archiveFile INTO histLineWork
                   AT END
                       MOVE 'Y' TO archiveEOF
                   NOT AT END
                       IF histLineWork NOT = SPACES
                           PERFORM SET-RECORD-PERIOD
                           IF recordPeriod = closeMonth
                               PERFORM NOTE-ARCHIVED-RUN
                           END-IF
                       END-IF
               END-READ
               MOVE archiveFileStatus TO fsCheckCode
               MOVE "archive file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE archiveFile.

       NOTE-ARCHIVED-RUN.
           MOVE 0 TO closeSlot
           PERFORM VARYING i FROM 1 BY 1
               UNTIL i > closeCount OR closeSlot > 0
               IF clFileName(i) = hwFileName
                   MOVE i TO closeSlot
               END-IF
           END-PERFORM
           IF closeSlot = 0
               EXIT PARAGRAPH
           END-IF
           IF clMhisRuns(closeSlot) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM NOTE-SITE-IDENTITY
           IF hwPriorAdj = 'Y' OR hwPriorAdj = 'X'
               ADD 1 TO clAdjRuns(closeSlot)
           END-IF.

      * the first record that names the site wins
       NOTE-SITE-IDENTITY.
           IF clSiteId(closeSlot) = SPACES
               AND hwSiteId NOT = SPACES
               MOVE hwSiteId TO clSiteId(closeSlot)
               MOVE hwSiteName TO clSiteName(closeSlot)
               MOVE hwRegion TO clRegion(closeSlot)
           END-IF.

       FIND-CLOSE-SLOT.
           MOVE 0 TO closeSlot
           PERFORM VARYING i FROM 1 BY 1
               UNTIL i > closeCount OR closeSlot > 0
               IF clFileName(i) = closeKeyWork
                   MOVE i TO closeSlot
               END-IF
           END-PERFORM
           IF closeSlot > 0
               EXIT PARAGRAPH
           END-IF
           IF closeCount >= closeMax
               DISPLAY "FATAL: more than " closeMax
                   " extracts posted to the period."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO closeCount
           MOVE closeCount TO closeSlot
           MOVE closeKeyWork TO clFileName(closeSlot)
           MOVE SPACES TO clSiteId(closeSlot)
           MOVE SPACES TO clSiteName(closeSlot)
           MOVE SPACES TO clRegion(closeSlot)
           MOVE 0 TO clHistRuns(closeSlot)
           MOVE 0 TO clMhisRuns(closeSlot)
           MOVE 0 TO clAdjRuns(closeSlot)
           MOVE 0 TO clRows(closeSlot)
           MOVE 0 TO clResult(closeSlot)
           MOVE 0 TO clSimScore(closeSlot).

      * An extract nothing names a site for (single-file runs, or
      * slots older than the archive) is certified under the "(NONE)"
      * region, the same bucket AOC202401 uses for unknown sites.
       ADD-CONTROL-TOTALS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > closeCount
               IF clRegion(i) = SPACES
                   MOVE "(NONE)" TO clRegion(i)
               END-IF
               IF clSiteId(i) = SPACES
                   ADD 1 TO totUnattributed
               END-IF
               ADD 1 TO totSites
               ADD clHistRuns(i) TO totHistRuns
               ADD clMhisRuns(i) TO totMhisRuns
               ADD clAdjRuns(i) TO totAdjRuns
               ADD clRows(i) TO totRows
               ADD clResult(i) TO totResult
               ADD clSimScore(i) TO totSimScore
           END-PERFORM
           COMPUTE totRuns = totHistRuns + totMhisRuns.

       COMPARE-LOCKED-TOTALS.
           IF pdSites NOT = totSites
               OR pdRuns NOT = totRuns
               OR pdRows NOT = totRows
               OR pdResult NOT = totResult
               OR pdSimScore NOT = totSimScore
               OR pdAdjRuns NOT = totAdjRuns
               MOVE 'N' TO totalsAgree
           END-IF.

       WRITE-CLOSE-REPORT.
           OPEN OUTPUT closeReportFile
           MOVE closeReportStatus TO fsCheckCode
           MOVE "close report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           MOVE closeMonth TO chMonth
           MOVE runDate TO chRunDate
           EVALUATE TRUE
               WHEN alreadyLocked = 'Y'
                   MOVE SPACES TO chMode
                   STRING "REPRINT - LOCKED " DELIMITED BY SIZE
                       pdLockedDate DELIMITED BY SIZE
                       INTO chMode
                   END-STRING
               WHEN proofOnly = 'Y'
                   MOVE "PROOF - NOT LOCKED" TO chMode
               WHEN OTHER
                   MOVE "CERTIFIED CLOSE" TO chMode
           END-EVALUATE
           WRITE closeReportRecord FROM closeHeading
           MOVE SPACES TO closeReportRecord
           WRITE closeReportRecord
           WRITE closeReportRecord FROM closeColumns

           IF closeCount > 0
               SORT closeSortWork
                   ON ASCENDING KEY srtRegion
                   ON ASCENDING KEY srtSiteId
                   ON ASCENDING KEY srtFileName
                   INPUT PROCEDURE IS RELEASE-CLOSE-LINES
                   OUTPUT PROCEDURE IS RETURN-CLOSE-LINES
           ELSE
               MOVE "NO POSTINGS FOR THE PERIOD" TO closeReportRecord
               WRITE closeReportRecord
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           CLOSE closeReportFile.

       RELEASE-CLOSE-LINES.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > closeCount
               MOVE clRegion(i) TO srtRegion
               MOVE clSiteId(i) TO srtSiteId
               MOVE clFileName(i) TO srtFileName
               MOVE i TO srtIndex
               RELEASE closeSortRec
           END-PERFORM.

      * sites in region order, with a subtotal line at each break
       RETURN-CLOSE-LINES.
           MOVE SPACES TO regionKeyWork
           MOVE 'N' TO sortEOF
           PERFORM UNTIL sortEOF = 'Y'
               RETURN closeSortWork
                   AT END
                       MOVE 'Y' TO sortEOF
                   NOT AT END
                       IF srtRegion NOT = regionKeyWork
                           IF regionKeyWork NOT = SPACES
                               PERFORM WRITE-REGION-SUBTOTAL
                           END-IF
                           PERFORM START-REGION
                       END-IF
                       PERFORM WRITE-SITE-LINE
               END-RETURN
           END-PERFORM
           IF regionKeyWork NOT = SPACES
               PERFORM WRITE-REGION-SUBTOTAL
           END-IF.

       START-REGION.
           MOVE srtRegion TO regionKeyWork
           ADD 1 TO regionCount
           MOVE 0 TO rgnSites
           MOVE 0 TO rgnRuns
           MOVE 0 TO rgnAdjRuns
           MOVE 0 TO rgnRows
           MOVE 0 TO rgnResult
           MOVE 0 TO rgnSimScore.

       WRITE-SITE-LINE.
           MOVE srtIndex TO i
           IF clSiteId(i) = SPACES
               MOVE "(NONE)" TO clsSiteId
           ELSE
               MOVE clSiteId(i) TO clsSiteId
           END-IF
           MOVE clSiteName(i) TO clsSiteName
           MOVE clRegion(i) TO clsRegion
           MOVE clFileName(i) TO clsFileName
           COMPUTE clsRuns = clHistRuns(i) + clMhisRuns(i)
           MOVE clAdjRuns(i) TO clsAdjRuns
           MOVE clRows(i) TO clsRows
           MOVE clResult(i) TO clsResult
           MOVE clSimScore(i) TO clsSimScore
           WRITE closeReportRecord FROM closeLineWork
           MOVE closeReportStatus TO fsCheckCode
           MOVE "close report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO rgnSites
           ADD clHistRuns(i) TO rgnRuns
           ADD clMhisRuns(i) TO rgnRuns
           ADD clAdjRuns(i) TO rgnAdjRuns
           ADD clRows(i) TO rgnRows
           ADD clResult(i) TO rgnResult
           ADD clSimScore(i) TO rgnSimScore.

       WRITE-REGION-SUBTOTAL.
           MOVE regionKeyWork TO rlsRegion
           MOVE rgnSites TO rlsSites
           MOVE rgnRuns TO rlsRuns
           MOVE rgnAdjRuns TO rlsAdjRuns
           MOVE rgnRows TO rlsRows
           MOVE rgnResult TO rlsResult
           MOVE rgnSimScore TO rlsSimScore
           WRITE closeReportRecord FROM regionLineWork
           MOVE SPACES TO closeReportRecord
           WRITE closeReportRecord.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO closeReportRecord
           WRITE closeReportRecord
           MOVE "CONTROL TOTALS" TO closeReportRecord
           WRITE closeReportRecord
           MOVE "REGIONS" TO tlLabel
           MOVE regionCount TO tlValue
           WRITE closeReportRecord FROM totalLineWork
           MOVE "SITES / EXTRACTS" TO tlLabel
           MOVE totSites TO tlValue
           WRITE closeReportRecord FROM totalLineWork
           MOVE "  WITH NO SITE ON RECORD" TO tlLabel
           MOVE totUnattributed TO tlValue
           WRITE closeReportRecord FROM totalLineWork
           MOVE "RUNS" TO tlLabel
           MOVE totRuns TO tlValue
           WRITE closeReportRecord FROM totalLineWork
           MOVE "  HELD AS DETAIL IN RESULTS.HIST" TO tlLabel
           MOVE totHistRuns TO tlValue
           WRITE closeReportRecord FROM totalLineWork
           MOVE "  ROLLED UP IN RESULTS.MHIS" TO tlLabel
           MOVE totMhisRuns TO tlValue
           WRITE closeReportRecord FROM totalLineWork
           MOVE "  PRIOR-PERIOD ADJUSTMENTS" TO tlLabel
           MOVE totAdjRuns TO tlValue
           WRITE closeReportRecord FROM totalLineWork
           MOVE "ROWS" TO tlLabel
           MOVE totRows TO tlValue
           WRITE closeReportRecord FROM totalLineWork
           MOVE "RESULT" TO tlLabel
           MOVE totResult TO tlValue
           WRITE closeReportRecord FROM totalLineWork
           MOVE "SIMSCORE" TO tlLabel
           MOVE totSimScore TO tlValue
           WRITE closeReportRecord FROM totalLineWork

           MOVE SPACES TO closeReportRecord
           WRITE closeReportRecord
           EVALUATE TRUE
               WHEN alreadyLocked = 'Y' AND totalsAgree = 'N'
                   MOVE SPACES TO closeReportRecord
                   STRING "*** TOTALS NO LONGER AGREE WITH THOSE "
                       DELIMITED BY SIZE
                       "LOCKED ON " DELIMITED BY SIZE
                       pdLockedDate DELIMITED BY SIZE
                       " - RUNS " DELIMITED BY SIZE
                       pdRuns DELIMITED BY SIZE
                       " ROWS " DELIMITED BY SIZE
                       pdRows DELIMITED BY SIZE
                       INTO closeReportRecord
                   END-STRING
                   WRITE closeReportRecord
               WHEN alreadyLocked = 'Y'
                   MOVE SPACES TO closeReportRecord
                   STRING "TOTALS AGREE WITH THOSE LOCKED ON "
                       DELIMITED BY SIZE
                       pdLockedDate DELIMITED BY SIZE
                       INTO closeReportRecord
                   END-STRING
                   WRITE closeReportRecord
               WHEN proofOnly = 'Y'
                   MOVE "PROOF ONLY - PERIOD REMAINS OPEN"
                       TO closeReportRecord
                   WRITE closeReportRecord
               WHEN OTHER
                   MOVE closeMonth TO ctMonth
                   MOVE runDate TO ctDate
                   MOVE periodFileName TO ctFile
                   WRITE closeReportRecord FROM certifyLineWork
           END-EVALUATE
           MOVE closeReportStatus TO fsCheckCode
           MOVE "close report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

      * The lock goes in only after the report is safely written,
      * slotted in month order through a .NEW copy renamed into place.
       WRITE-PERIOD-LOCK.
           MOVE closeMonth TO pdMonth
           MOVE "LOCKED" TO pdStatus
           MOVE runDate TO pdLockedDate
           MOVE totSites TO pdSites
           MOVE totRuns TO pdRuns
           MOVE totRows TO pdRows
           MOVE totResult TO pdResult
           MOVE totSimScore TO pdSimScore
           MOVE totAdjRuns TO pdAdjRuns
           MOVE periodLineWork TO lockedLineWork

           OPEN OUTPUT newPeriodFile
           MOVE newPeriodStatus TO fsCheckCode
           MOVE "new period file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO lockInserted
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > periodCount
               MOVE periodLine(i) TO periodLineWork
               IF lockInserted = 'N' AND pdMonth > closeMonth
                   PERFORM WRITE-NEW-LOCK-LINE
               END-IF
               WRITE newPeriodRecord FROM periodLine(i)
               MOVE newPeriodStatus TO fsCheckCode
               MOVE "new period file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           IF lockInserted = 'N'
               PERFORM WRITE-NEW-LOCK-LINE
           END-IF
           CLOSE newPeriodFile

           CALL "CBL_RENAME_FILE" USING newPeriodFileName
               periodFileName
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: cannot replace "
                   FUNCTION TRIM(periodFileName)
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE lockedLineWork TO periodLineWork.

       WRITE-NEW-LOCK-LINE.
           WRITE newPeriodRecord FROM lockedLineWork
           MOVE newPeriodStatus TO fsCheckCode
           MOVE "new period file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'Y' TO lockInserted.

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
