       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCNOTFY.

      * Nightly exception notification, the last step of the job
      * stream: gathers every exception the night's programs reported
      * - until now seen only by whoever read SYSOUT or the report in
      * question - and writes one notice per exception to the outbox
      * the mail/paging gateway sends from (NOTIFY.OUT, see
      * NOTIFYREC). It reads
      *   - RUNLOG: a program whose run tonight ended FATAL, and
      *     whether AOC202401 ended on the reject level (RC 4)
      *   - <control>.OPS: sites AOC202401 SKIPPED or HELD and, when
      *     the batch ended on the reject level, each site it
      *     processed with rejects
      *   - TREND.RPT: the AOCTREND swing exceptions
      *   - WINDOW.RPT: AOCRLRPT runs over the window limit and runs
      *     that died without an END record
      *   - SCORE.DAT: per site, the chronic unmatched IDs off the
      *     .AGE report and the unsafe AOC202402 verdicts as AOCSCORE
      *     collected them, and the sites it flagged for a sharp drop
      *   - CASEAGE.LST: the corrective-action cases AOCCASAG escalated
      * and takes only what each says about the run date - a report
      * left over from another night is passed over with a warning,
      * as is one that is not there. Every notice is routed by the
      * exception's region and severity through the contact file.
      *
      * What was open last night is kept in NOTIFY.STA. An exception
      * still open tonight goes out as a REMINDER with its age in
      * days, not as a new ALERT; one that was open and is gone from
      * tonight's output goes out as RESOLVED. An open exception whose
      * source could not be read tonight is neither - it is carried
      * forward until the source is back. The state file tonight's
      * run replaces is kept as NOTIFY.PRV, and a rerun for the same
      * night starts again from there. Follows the same
      * DYNAMIC-assign / FILE STATUS conventions as the rest of the
      * job family.
      *
      * Severity is fixed by the kind of exception: HIGH for a site
      * skipped, a run ended FATAL or died, unsafe safety reports;
      * MEDIUM for a site held, the reject level, a result swing, a
      * window overrun, chronic unmatched IDs, an escalated case; LOW
      * for a row-count swing and a sharp scorecard drop.
      *
      * PARM: CTL=<control file> (default SITES.CTL), DATE=yyyymmdd
      * run date (default today), MASTER=<file>, RUNLOG=<file>,
      * TREND=<report> (default TREND.RPT), WINDOW=<report> (default
      * WINDOW.RPT), SCORE=<scorecard> (default SCORE.DAT),
      * CASES=<listing> (default CASEAGE.LST), CONTACTS=<file>
      * (default NOTIFY.CON), OUT=<prefix> (default NOTIFY - the
      * outbox is <prefix>.OUT, the state <prefix>.STA), ESCDAYS=nnn
      * days a reminder runs before it goes to the escalation contact
      * (default 3).
      *
      * Contact file, one "<region> <severity> <contact> <escalation
      * contact>" per line ('*' comments). Region or severity ANY
      * matches any, batch exceptions included; the most specific
      * line wins, region before severity. Without an escalation
      * contact the contact stands in. A notice no line matches goes
      * out to UNROUTED.
      *
      * RETURN-CODE: 0 = nothing open (resolved notices only, or none
      * at all), 4 = one or more alerts or reminders written, 12 =
      * fatal.

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

           SELECT contactFile ASSIGN TO DYNAMIC contactFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS contactStatus.

           SELECT runlogInFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS runlogFileStatus.

           SELECT opsFile ASSIGN TO DYNAMIC opsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS opsStatus.

           SELECT trendFile ASSIGN TO DYNAMIC trendFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS trendStatus.

           SELECT windowFile ASSIGN TO DYNAMIC windowFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS windowStatus.

           SELECT scoreFile ASSIGN TO DYNAMIC scoreFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS scoreStatus.

           SELECT caseListFile ASSIGN TO DYNAMIC caseListFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS caseListStatus.

           SELECT stateFile ASSIGN TO DYNAMIC stateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS stateStatus.

           SELECT newStateFile ASSIGN TO DYNAMIC newStateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newStateStatus.

           SELECT outboxFile ASSIGN TO DYNAMIC outboxFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS outboxStatus.

           SELECT runlogFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS runlogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD siteMasterFile.
           COPY SITEMST.

       FD controlFile.
       01 controlRecord PIC X(80).

       FD contactFile.
       01 contactRecord PIC X(80).

       FD runlogInFile.
       01 runlogInRecord PIC X(180).

       FD opsFile.
       01 opsRecord PIC X(132).

       FD trendFile.
       01 trendRecord PIC X(148).

       FD windowFile.
       01 windowRecord PIC X(120).

       FD scoreFile.
       01 scoreRecord PIC X(200).

       FD caseListFile.
       01 caseListRecord PIC X(132).

       FD stateFile.
       01 stateRecord PIC X(200).

       FD newStateFile.
       01 newStateRecord PIC X(200).

       FD outboxFile.
       01 outboxRecord PIC X(210).

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

       WORKING-STORAGE SECTION.
       01 siteMasterFileName PIC X(40) VALUE "SITEMAST.IDX".
       01 siteMasterStatus  PIC XX.
       01 controlFileName   PIC X(40) VALUE "SITES.CTL".
       01 controlStatus     PIC XX.
       01 contactFileName   PIC X(40) VALUE "NOTIFY.CON".
       01 contactStatus     PIC XX.
       01 opsFileName       PIC X(40).
       01 opsStatus         PIC XX.
       01 trendFileName     PIC X(40) VALUE "TREND.RPT".
       01 trendStatus       PIC XX.
       01 windowFileName    PIC X(40) VALUE "WINDOW.RPT".
       01 windowStatus      PIC XX.
       01 scoreFileName     PIC X(40) VALUE "SCORE.DAT".
       01 scoreStatus       PIC XX.
       01 caseListFileName  PIC X(40) VALUE "CASEAGE.LST".
       01 caseListStatus    PIC XX.
       01 notifyPrefix      PIC X(30) VALUE "NOTIFY".
       01 stateFileName     PIC X(40).
       01 stateStatus       PIC XX.
       01 newStateFileName  PIC X(40).
       01 newStateStatus    PIC XX.
       01 prevStateFileName PIC X(40).
       01 outboxFileName    PIC X(40).
       01 outboxStatus      PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).

       01 parmText          PIC X(80).
       01 parmPtr           PIC 9(4).
       01 parmLen           PIC 9(4).
       01 parmToken         PIC X(40).

      * Run-audit trail (see RUNLOG copybook), same contract as
      * AOC202401. The END record's row count is the notices written,
      * its reject count the notices no contact line matched, its
      * site count the exceptions open tonight and its failed count
      * the reminders sent to the escalation contact. The same file
      * is read first for the night's FATAL ends.
       01 runlogFileName    PIC X(40) VALUE "RUNLOG".
       01 runlogFileStatus  PIC XX.
       01 logFileName       PIC X(20).
           COPY RUNLOG.

       01 runDate           PIC 9(8).
       01 runDateText       PIC X(8) VALUE SPACES.
      * the run date as the text files carry it, for matching dates
      * read off them without converting every one
       01 runDateKey        PIC X(8).
       01 runDayNumber      PIC 9(8).
       01 escDaysText       PIC X(8).
       01 escalateDays      PIC 9(3) VALUE 3.
       01 fileEOF           PIC X.
       01 masterEOF         PIC X.
       01 inSection         PIC X.

      * which of the night's sources could be read and were for the
      * run date - an open exception from a source that could not is
      * carried forward rather than called resolved
       01 logRead           PIC X VALUE 'N'.
       01 opsRead           PIC X VALUE 'N'.
       01 trendRead         PIC X VALUE 'N'.
       01 windowRead        PIC X VALUE 'N'.
       01 scoreRead         PIC X VALUE 'N'.
       01 casesRead         PIC X VALUE 'N'.
       01 feedWork          PIC X(5).
       01 feedWasRead       PIC X.

      * AOC202401's last END tonight, for the reject level
       01 rejectLevelHit    PIC X VALUE 'N'.
       01 rejectLevelRows   PIC 9(8) VALUE 0.
       01 rejectLevelCount  PIC 9(8) VALUE 0.

      * one entry per control file entry, named and placed in its
      * region from the master as of the run date
       01 siteMaxEntries    PIC 9(4) VALUE 500.
       01 siteCount         PIC 9(4) VALUE 0.
       01 siteTable.
           05 siteEntry OCCURS 500 TIMES.
               10 stSiteId      PIC X(8).
               10 stSiteName    PIC X(20).
               10 stRegion      PIC X(10).
               10 stExtractName PIC X(20).
       01 siteSlot          PIC 9(4).
       01 ctlSiteToken      PIC X(8).
       01 ctlFileToken      PIC X(20).

      * the routing lines off the contact file
       01 contactMax        PIC 9(4) VALUE 200.
       01 contactCount      PIC 9(4) VALUE 0.
       01 contactTable.
           05 contactEntry OCCURS 200 TIMES.
               10 ctRegion      PIC X(10).
               10 ctSeverity    PIC X(6).
               10 ctSendTo      PIC X(20).
               10 ctEscalateTo  PIC X(20).
       01 contactToken1     PIC X(20).
       01 contactToken2     PIC X(20).
       01 contactToken3     PIC X(20).
       01 contactToken4     PIC X(20).
       01 contactToken5     PIC X(20).
       01 contactBadCount   PIC 9(4) VALUE 0.
       01 routeRegion       PIC X(10).
       01 routeSeverity     PIC X(6).
       01 routeSlot         PIC 9(4).

      * tonight's exceptions. An exception is known night to night by
      * its source feed, its code, its site and its detail; the same
      * one raised twice in a night is kept once.
       01 exceptionMax      PIC 9(4) VALUE 2000.
       01 exceptionCount    PIC 9(4) VALUE 0.
       01 exceptionTable.
           05 exceptionEntry OCCURS 2000 TIMES.
               10 exFeed        PIC X(5).
               10 exCode        PIC X(8).
               10 exSiteId      PIC X(8).
               10 exDetail      PIC X(30).
               10 exSeverity    PIC X(6).
               10 exRegion      PIC X(10).
               10 exSource      PIC X(9).
               10 exMessage     PIC X(80).
               10 exDropped     PIC X(1).
               10 exFirstSeen   PIC 9(8).
               10 exReminder    PIC X(1).
       01 exceptionSlot     PIC 9(4).

      * the exception being raised, as the source paragraphs set it up
       01 addFeed           PIC X(5).
       01 addCode           PIC X(8).
       01 addSiteId         PIC X(8).
       01 addDetail         PIC X(30).
       01 addSeverity       PIC X(6).
       01 addRegion         PIC X(10).
       01 addSource         PIC X(9).
       01 addMessage        PIC X(80).

      * what was open when the state file was last written
       01 priorMax          PIC 9(4) VALUE 2000.
       01 priorCount        PIC 9(4) VALUE 0.
       01 priorTable.
           05 priorEntry OCCURS 2000 TIMES.
               10 pvFeed        PIC X(5).
               10 pvCode        PIC X(8).
               10 pvSiteId      PIC X(8).
               10 pvDetail      PIC X(30).
               10 pvSeverity    PIC X(6).
               10 pvRegion      PIC X(10).
               10 pvSource      PIC X(9).
               10 pvFirstSeen   PIC 9(8).
               10 pvLastSeen    PIC 9(8).
               10 pvMessage     PIC X(80).
               10 pvMatched     PIC X(1).
       01 prevRunDate       PIC 9(8) VALUE 0.
       01 rotateState       PIC X VALUE 'N'.

      * state file layout: a HDR line with the night it was written,
      * then one EXC line per open exception
       01 stateLineWork.
           05 snType        PIC X(3).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 snFeed        PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 snCode        PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 snSiteId      PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 snDetail      PIC X(30).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 snSeverity    PIC X(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 snRegion      PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 snSource      PIC X(9).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 snFirstSeen   PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 snLastSeen    PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 snMessage     PIC X(80).
       01 stateHeaderView REDEFINES stateLineWork.
           05 FILLER        PIC X(4).
           05 shRunDate     PIC 9(8).
           05 FILLER        PIC X(173).

      * <control>.OPS, as AOC202401 prints it
       01 opsLineWork.
           05 olSiteId      PIC X(8).
           05 FILLER        PIC X(1).
           05 olSiteName    PIC X(20).
           05 FILLER        PIC X(1).
           05 olRegion      PIC X(10).
           05 FILLER        PIC X(1).
           05 olRows        PIC X(8).
           05 FILLER        PIC X(1).
           05 olRejects     PIC X(8).
           05 FILLER        PIC X(1).
           05 olResult      PIC X(18).
           05 FILLER        PIC X(1).
           05 olSimScore    PIC X(18).
           05 FILLER        PIC X(1).
           05 olStatus      PIC X(35).
       01 opsHeadView REDEFINES opsLineWork.
           05 ohTag         PIC X(38).
           05 FILLER        PIC X(56).
           05 ohRunDate     PIC X(8).
           05 FILLER        PIC X(30).

      * TREND.RPT heading and exception lines
       01 trendLineWork.
           05 tlwFileName   PIC X(20).
           05 FILLER        PIC X(1).
           05 tlwSiteName   PIC X(20).
           05 FILLER        PIC X(1).
           05 tlwKind       PIC X(10).
           05 FILLER        PIC X(6).
           05 tlwPct        PIC X(10).
           05 FILLER        PIC X(8).
           05 tlwPrior      PIC X(18).
           05 FILLER        PIC X(10).
           05 tlwCurrent    PIC X(18).
           05 FILLER        PIC X(26).
       01 trendHeadView REDEFINES trendLineWork.
           05 thTag         PIC X(25).
           05 FILLER        PIC X(18).
           05 thRunDate     PIC X(8).
           05 FILLER        PIC X(97).

      * WINDOW.RPT run detail and orphaned-start lines
       01 windowLineWork.
           05 wlwProgramId  PIC X(9).
           05 FILLER        PIC X(1).
           05 wlwFileName   PIC X(20).
           05 FILLER        PIC X(1).
           05 wlwDate       PIC X(8).
           05 FILLER        PIC X(1).
           05 wlwStartTime  PIC X(8).
           05 FILLER        PIC X(1).
           05 wlwEndTime    PIC X(8).
           05 FILLER        PIC X(1).
           05 wlwElapsed    PIC X(8).
           05 FILLER        PIC X(3).
           05 wlwDisposition PIC X(12).
           05 FILLER        PIC X(1).
           05 wlwFlag       PIC X(14).
           05 FILLER        PIC X(24).
       01 windowOrphanView REDEFINES windowLineWork.
           05 FILLER        PIC X(48).
           05 woTag         PIC X(27).
           05 FILLER        PIC X(45).
       01 windowHeadView REDEFINES windowLineWork.
           05 whTag         PIC X(19).
           05 FILLER        PIC X(24).
           05 whRunDate     PIC X(8).
           05 FILLER        PIC X(69).

           COPY SCOREREC.

      * CASEAGE.LST heading and case lines
       01 caseLineWork.
           05 clSiteId      PIC X(8).
           05 FILLER        PIC X(1).
           05 clReportNo    PIC X(8).
           05 FILLER        PIC X(1).
           05 clOpened      PIC X(8).
           05 FILLER        PIC X(1).
           05 clFirstSeen   PIC X(8).
           05 FILLER        PIC X(1).
           05 clAge         PIC X(5).
           05 FILLER        PIC X(1).
           05 clRuns        PIC X(4).
           05 FILLER        PIC X(1).
           05 clCause       PIC X(9).
           05 FILLER        PIC X(1).
           05 clOwner       PIC X(12).
           05 FILLER        PIC X(1).
           05 clDampened    PIC X(8).
           05 FILLER        PIC X(1).
           05 clComment     PIC X(40).
           05 FILLER        PIC X(13).
       01 caseHeadView REDEFINES caseLineWork.
           05 chTag         PIC X(28).
           05 FILLER        PIC X(15).
           05 chRunDate     PIC X(8).
           05 FILLER        PIC X(81).

           COPY NOTIFYREC.

      * the outbox goes out most severe first
       01 severityOrder.
           05 FILLER        PIC X(6) VALUE "HIGH".
           05 FILLER        PIC X(6) VALUE "MEDIUM".
           05 FILLER        PIC X(6) VALUE "LOW".
       01 severityView REDEFINES severityOrder.
           05 severityName  PIC X(6) OCCURS 3 TIMES.
       01 severityIndex     PIC 9(4).

       01 alertCount        PIC 9(4) VALUE 0.
       01 reminderCount     PIC 9(4) VALUE 0.
       01 resolvedCount     PIC 9(4) VALUE 0.
       01 escalatedCount    PIC 9(4) VALUE 0.
       01 carriedCount      PIC 9(4) VALUE 0.
       01 unroutedCount     PIC 9(4) VALUE 0.
       01 noticeCount       PIC 9(8) VALUE 0.
       01 openCount         PIC 9(4) VALUE 0.
       01 ageDays           PIC 9(4).
       01 firstSeenWork     PIC 9(8).
       01 i                 PIC 9(4).
       01 k                 PIC 9(4).
       01 editCount         PIC Z(7)9.

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

           MOVE SPACES TO opsFileName
           STRING FUNCTION TRIM(controlFileName) DELIMITED BY SIZE
               ".OPS" DELIMITED BY SIZE
               INTO opsFileName
           END-STRING
           MOVE SPACES TO stateFileName
           STRING FUNCTION TRIM(notifyPrefix) DELIMITED BY SIZE
               ".STA" DELIMITED BY SIZE
               INTO stateFileName
           END-STRING
           MOVE SPACES TO newStateFileName
           STRING FUNCTION TRIM(notifyPrefix) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO newStateFileName
           END-STRING
           MOVE SPACES TO prevStateFileName
           STRING FUNCTION TRIM(notifyPrefix) DELIMITED BY SIZE
               ".PRV" DELIMITED BY SIZE
               INTO prevStateFileName
           END-STRING
           MOVE SPACES TO outboxFileName
           STRING FUNCTION TRIM(notifyPrefix) DELIMITED BY SIZE
               ".OUT" DELIMITED BY SIZE
               INTO outboxFileName
           END-STRING

           MOVE controlFileName TO logFileName
           PERFORM WRITE-RUNLOG-START

           PERFORM LOAD-CONTACTS
           PERFORM LOAD-CONTROL-SITES
           PERFORM LOAD-PRIOR-STATE

           PERFORM SCAN-RUNLOG
           PERFORM SCAN-OPS-REPORT
           IF rejectLevelHit = 'Y' AND opsRead = 'N'
               PERFORM RAISE-BATCH-REJECT-LEVEL
           END-IF
           PERFORM SCAN-TREND-REPORT
           PERFORM SCAN-WINDOW-REPORT
           PERFORM SCAN-SCORECARD
           PERFORM SCAN-CASE-AGING

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > exceptionCount
               PERFORM MATCH-PRIOR-STATE
           END-PERFORM
           PERFORM WRITE-OUTBOX
           PERFORM WRITE-STATE-FILE

           DISPLAY "Run date: " runDate
           DISPLAY "Alerts: " alertCount
           DISPLAY "Reminders: " reminderCount
               " (escalated " escalatedCount ")"
           DISPLAY "Resolved: " resolvedCount
           IF carriedCount > 0
               DISPLAY "Carried forward, source not read: "
                   carriedCount
           END-IF
           IF unroutedCount > 0
               DISPLAY "WARNING: " unroutedCount
                   " notices matched no contact line - sent to "
                   "UNROUTED"
           END-IF
           DISPLAY "Outbox written to "
               FUNCTION TRIM(outboxFileName)

           IF openCount > 0
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
               WHEN parmToken(1:7) = "MASTER="
                   MOVE parmToken(8:33) TO siteMasterFileName
               WHEN parmToken(1:7) = "RUNLOG="
                   MOVE parmToken(8:33) TO runlogFileName
               WHEN parmToken(1:6) = "TREND="
                   MOVE parmToken(7:34) TO trendFileName
               WHEN parmToken(1:7) = "WINDOW="
                   MOVE parmToken(8:33) TO windowFileName
               WHEN parmToken(1:6) = "SCORE="
                   MOVE parmToken(7:34) TO scoreFileName
               WHEN parmToken(1:6) = "CASES="
                   MOVE parmToken(7:34) TO caseListFileName
               WHEN parmToken(1:9) = "CONTACTS="
                   MOVE parmToken(10:31) TO contactFileName
               WHEN parmToken(1:4) = "OUT="
                   MOVE parmToken(5:30) TO notifyPrefix
               WHEN parmToken(1:8) = "ESCDAYS="
                   MOVE SPACES TO escDaysText
                   MOVE parmToken(9:8) TO escDaysText
                   IF FUNCTION TRIM(escDaysText) IS NUMERIC
                       AND FUNCTION NUMVAL(escDaysText) <= 999
                       MOVE FUNCTION NUMVAL(escDaysText)
                           TO escalateDays
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-RUNLOG-START.
           MOVE "START" TO rlEvent
           MOVE "RUNNING" TO rlDisposition
           MOVE 0 TO rlRowCount
           MOVE 0 TO rlRejectCount
           MOVE 0 TO rlSiteCount
           MOVE 0 TO rlSitesFailed
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-END.
           MOVE "END" TO rlEvent
           EVALUATE TRUE
               WHEN RETURN-CODE >= 12
                   MOVE "FATAL" TO rlDisposition
               WHEN openCount > 0
                   MOVE "NOTIFIED" TO rlDisposition
               WHEN OTHER
                   MOVE "CLEAN" TO rlDisposition
           END-EVALUATE
           MOVE noticeCount TO rlRowCount
           MOVE unroutedCount TO rlRejectCount
           MOVE openCount TO rlSiteCount
           MOVE escalatedCount TO rlSitesFailed
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-RECORD.
           MOVE "AOCNOTFY" TO rlProgramId
           ACCEPT rlDate FROM DATE YYYYMMDD
           ACCEPT rlTime FROM TIME
           MOVE logFileName TO rlFileName
           MOVE SPACES TO rlOptions
           STRING "DATE=" runDate
               " OUT=" FUNCTION TRIM(notifyPrefix)
               " ESCDAYS=" escalateDays
               DELIMITED BY SIZE
               INTO rlOptions
           END-STRING
           MOVE 0 TO rlCkptInt
           MOVE 'N' TO rlResumed

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

      * Without the contact file there is nobody to send to, so it
      * must be there; a bad line in it is skipped with a warning.
       LOAD-CONTACTS.
           OPEN INPUT contactFile
           MOVE contactStatus TO fsCheckCode
           MOVE "contact file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ contactFile
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       IF contactRecord NOT = SPACES
                           AND contactRecord(1:1) NOT = '*'
                           PERFORM POST-CONTACT-LINE
                       END-IF
               END-READ
               MOVE contactStatus TO fsCheckCode
               MOVE "contact file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE contactFile
           IF contactCount = 0
               DISPLAY "WARNING: " FUNCTION TRIM(contactFileName)
                   " holds no contact lines - every notice goes "
                   "to UNROUTED"
           END-IF.

       POST-CONTACT-LINE.
           MOVE SPACES TO contactToken1
           MOVE SPACES TO contactToken2
           MOVE SPACES TO contactToken3
           MOVE SPACES TO contactToken4
           MOVE SPACES TO contactToken5
           UNSTRING contactRecord DELIMITED BY ALL SPACE
               INTO contactToken1 contactToken2 contactToken3
                   contactToken4 contactToken5
           END-UNSTRING
           IF contactToken3 = SPACES
               OR contactToken5 NOT = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(contactToken1)) > 10
               OR (contactToken2 NOT = "HIGH"
                   AND contactToken2 NOT = "MEDIUM"
                   AND contactToken2 NOT = "LOW"
                   AND contactToken2 NOT = "ANY")
               ADD 1 TO contactBadCount
               DISPLAY "WARNING: bad contact line skipped: "
                   FUNCTION TRIM(contactRecord)
               EXIT PARAGRAPH
           END-IF
           IF contactCount >= contactMax
               DISPLAY "FATAL: more than " contactMax
                   " lines in the contact file."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO contactCount
           MOVE contactToken1 TO ctRegion(contactCount)
           MOVE contactToken2 TO ctSeverity(contactCount)
           MOVE contactToken3 TO ctSendTo(contactCount)
           IF contactToken4 = SPACES
               MOVE contactToken3 TO ctEscalateTo(contactCount)
           ELSE
               MOVE contactToken4 TO ctEscalateTo(contactCount)
           END-IF.

      * The control file is the night's list of sites; each is looked
      * up in the master as of the run date for the region its
      * exceptions route by and the extract name the trend and window
      * reports know it by.
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

      * The state file being replaced. Its HDR line says which night
      * wrote it: an earlier night's is tonight's prior state and is
      * kept as the .PRV once tonight's is written; tonight's own
      * means this is a rerun, and the prior state is the .PRV the
      * first run kept.
       LOAD-PRIOR-STATE.
           OPEN INPUT stateFile
           IF stateStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE stateStatus TO fsCheckCode
           MOVE "state file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 0 TO prevRunDate
           READ stateFile INTO stateLineWork
               AT END
                   CONTINUE
               NOT AT END
                   IF snType = "HDR" AND shRunDate IS NUMERIC
                       MOVE shRunDate TO prevRunDate
                   END-IF
           END-READ
           CLOSE stateFile
           EVALUATE TRUE
               WHEN prevRunDate > runDate
                   DISPLAY "FATAL: " FUNCTION TRIM(stateFileName)
                       " was written for " prevRunDate
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               WHEN prevRunDate = runDate
                   MOVE prevStateFileName TO stateFileName
               WHEN OTHER
                   MOVE 'Y' TO rotateState
           END-EVALUATE
           PERFORM READ-PRIOR-STATE
           MOVE SPACES TO stateFileName
           STRING FUNCTION TRIM(notifyPrefix) DELIMITED BY SIZE
               ".STA" DELIMITED BY SIZE
               INTO stateFileName
           END-STRING.

       READ-PRIOR-STATE.
           OPEN INPUT stateFile
           IF stateStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE stateStatus TO fsCheckCode
           MOVE "state file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ stateFile INTO stateLineWork
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       IF snType = "EXC"
                           PERFORM POST-PRIOR-ENTRY
                       END-IF
               END-READ
               MOVE stateStatus TO fsCheckCode
               MOVE "state file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE stateFile.

       POST-PRIOR-ENTRY.
           IF priorCount >= priorMax
               DISPLAY "FATAL: more than " priorMax
                   " open exceptions in the state file."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO priorCount
           MOVE snFeed TO pvFeed(priorCount)
           MOVE snCode TO pvCode(priorCount)
           MOVE snSiteId TO pvSiteId(priorCount)
           MOVE snDetail TO pvDetail(priorCount)
           MOVE snSeverity TO pvSeverity(priorCount)
           MOVE snRegion TO pvRegion(priorCount)
           MOVE snSource TO pvSource(priorCount)
           IF snFirstSeen IS NUMERIC
               MOVE snFirstSeen TO pvFirstSeen(priorCount)
           ELSE
               MOVE prevRunDate TO pvFirstSeen(priorCount)
           END-IF
           IF snLastSeen IS NUMERIC
               MOVE snLastSeen TO pvLastSeen(priorCount)
           ELSE
               MOVE prevRunDate TO pvLastSeen(priorCount)
           END-IF
           MOVE snMessage TO pvMessage(priorCount)
           MOVE 'N' TO pvMatched(priorCount).

      * RUNLOG: every END written on the run date. A FATAL end is an
      * exception for the batch; a later END for the same program and
      * file that is not FATAL (the step was rerun and got through)
      * clears it again. AOC202401's last END says whether the night
      * finished on the reject level.
       SCAN-RUNLOG.
           OPEN INPUT runlogInFile
           IF runlogFileStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(runlogFileName)
                   " not found - FATAL ends not checked"
               EXIT PARAGRAPH
           END-IF
           MOVE runlogFileStatus TO fsCheckCode
           MOVE "RUNLOG file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'Y' TO logRead
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ runlogInFile INTO runlogRecord
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       IF rlEvent = "END"
                           AND rlDate = runDate
                           AND rlProgramId NOT = "AOCNOTFY"
                           PERFORM POST-RUNLOG-END
                       END-IF
               END-READ
               MOVE runlogFileStatus TO fsCheckCode
               MOVE "RUNLOG file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE runlogInFile.

       POST-RUNLOG-END.
           IF rlProgramId = "AOC202401"
               IF rlDisposition = "REJECTS"
                   MOVE 'Y' TO rejectLevelHit
                   MOVE rlRowCount TO rejectLevelRows
                   MOVE rlRejectCount TO rejectLevelCount
               ELSE
                   MOVE 'N' TO rejectLevelHit
               END-IF
           END-IF
           MOVE "LOG" TO addFeed
           MOVE "FATAL" TO addCode
           MOVE "*" TO addSiteId
           MOVE SPACES TO addDetail
           STRING rlProgramId DELIMITED BY SIZE
               rlFileName DELIMITED BY SIZE
               INTO addDetail
           END-STRING
           IF rlDisposition = "FATAL"
               MOVE "HIGH" TO addSeverity
               MOVE "*" TO addRegion
               MOVE rlProgramId TO addSource
               MOVE SPACES TO addMessage
               STRING "RUN ENDED FATAL (RC 12) - "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(rlFileName) DELIMITED BY SIZE
                   " - SEE THE STEP'S SYSOUT" DELIMITED BY SIZE
                   INTO addMessage
               END-STRING
               PERFORM ADD-EXCEPTION
           ELSE
               PERFORM FIND-EXCEPTION
               IF exceptionSlot > 0
                   MOVE 'Y' TO exDropped(exceptionSlot)
               END-IF
           END-IF.

      * With no .OPS to say which sites carried the rejects, the
      * reject level goes out once for the batch.
       RAISE-BATCH-REJECT-LEVEL.
           MOVE "LOG" TO addFeed
           MOVE "REJECTS" TO addCode
           MOVE "*" TO addSiteId
           MOVE "AOC202401" TO addDetail
           MOVE "MEDIUM" TO addSeverity
           MOVE "*" TO addRegion
           MOVE "AOC202401" TO addSource
           MOVE SPACES TO addMessage
           MOVE rejectLevelCount TO editCount
           STRING "REJECT LEVEL OVER THE BOUNDARY (RC 4) - "
               DELIMITED BY SIZE
               FUNCTION TRIM(editCount) DELIMITED BY SIZE
               " REJECTS" DELIMITED BY SIZE
               INTO addMessage
           END-STRING
           PERFORM ADD-EXCEPTION.

      * <control>.OPS: the status column of each site line, up to the
      * summary pages. The page heading carries the run date.
       SCAN-OPS-REPORT.
           OPEN INPUT opsFile
           IF opsStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(opsFileName)
                   " not found - site statuses not checked"
               EXIT PARAGRAPH
           END-IF
           MOVE opsStatus TO fsCheckCode
           MOVE "ops report file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ opsFile INTO opsLineWork
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ohTag =
                               "DAILY RECONCILIATION OPERATIONS REPORT"
                               IF ohRunDate = runDateKey
                                   MOVE 'Y' TO opsRead
                               ELSE
                                   MOVE 'Y' TO fileEOF
                               END-IF
                           WHEN opsLineWork(1:5) = "*****"
                               MOVE 'Y' TO fileEOF
                           WHEN opsRead = 'Y'
                               PERFORM POST-OPS-LINE
                       END-EVALUATE
               END-READ
               MOVE opsStatus TO fsCheckCode
               MOVE "ops report file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE opsFile
           IF opsRead = 'N'
               DISPLAY "WARNING: " FUNCTION TRIM(opsFileName)
                   " is not for run date " runDate " - not used"
           END-IF.

       POST-OPS-LINE.
           MOVE "OPS" TO addFeed
           MOVE olSiteId TO addSiteId
           MOVE SPACES TO addDetail
           MOVE olRegion TO addRegion
           MOVE "AOC202401" TO addSource
           MOVE SPACES TO addMessage
           EVALUATE TRUE
               WHEN olStatus(1:10) = "SKIPPED - "
                   MOVE "SKIPPED" TO addCode
                   MOVE "HIGH" TO addSeverity
                   STRING "SITE " DELIMITED BY SIZE
                       FUNCTION TRIM(olStatus) DELIMITED BY SIZE
                       INTO addMessage
                   END-STRING
               WHEN olStatus(1:7) = "HELD - "
                   MOVE "HELD" TO addCode
                   MOVE "MEDIUM" TO addSeverity
                   STRING "SITE " DELIMITED BY SIZE
                       FUNCTION TRIM(olStatus) DELIMITED BY SIZE
                       " - HELD BACK FROM THE INTERFACE EXTRACT"
                       DELIMITED BY SIZE
                       INTO addMessage
                   END-STRING
      *        Any other site that had rejects on a run over the reject
      *        boundary - the SKIPPED and HELD lines are taken above.
               WHEN rejectLevelHit = 'Y'
                   AND FUNCTION TRIM(olRejects) IS NUMERIC
                   AND FUNCTION NUMVAL(olRejects) > 0
                   MOVE "RJLVL" TO addFeed
                   MOVE "REJECTS" TO addCode
                   MOVE "MEDIUM" TO addSeverity
                   STRING "REJECT LEVEL OVER THE BOUNDARY (RC 4) - "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(olRejects) DELIMITED BY SIZE
                       " REJECTS OF " DELIMITED BY SIZE
                       FUNCTION TRIM(olRows) DELIMITED BY SIZE
                       " ROWS" DELIMITED BY SIZE
                       INTO addMessage
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM ADD-EXCEPTION.

      * TREND.RPT: the lines under the EXCEPTIONS heading. The report
      * names the extract, not the site; the control file maps it.
       SCAN-TREND-REPORT.
           OPEN INPUT trendFile
           IF trendStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(trendFileName)
                   " not found - trend swings not checked"
               EXIT PARAGRAPH
           END-IF
           MOVE trendStatus TO fsCheckCode
           MOVE "trend report file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO inSection
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ trendFile INTO trendLineWork
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN thTag = "DAY-OVER-DAY TREND REPORT"
                               IF thRunDate = runDateKey
                                   MOVE 'Y' TO trendRead
                               ELSE
                                   MOVE 'Y' TO fileEOF
                               END-IF
                           WHEN trendLineWork(1:23) =
                               "EXCEPTIONS (SWING OVER "
                               MOVE 'Y' TO inSection
                           WHEN inSection = 'Y'
                               AND trendRead = 'Y'
                               AND trendLineWork NOT = SPACES
                               AND trendLineWork NOT = "NO EXCEPTIONS"
                               PERFORM POST-TREND-LINE
                       END-EVALUATE
               END-READ
               MOVE trendStatus TO fsCheckCode
               MOVE "trend report file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE trendFile
           IF trendRead = 'N'
               DISPLAY "WARNING: " FUNCTION TRIM(trendFileName)
                   " is not for run date " runDate " - not used"
           END-IF.

       POST-TREND-LINE.
           MOVE "TREND" TO addFeed
           MOVE "SWING" TO addCode
           MOVE "*" TO addSiteId
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > siteCount
               IF stExtractName(k) = tlwFileName
                   MOVE stSiteId(k) TO addSiteId
               END-IF
           END-PERFORM
           MOVE SPACES TO addDetail
           STRING tlwKind DELIMITED BY SIZE
               tlwFileName DELIMITED BY SIZE
               INTO addDetail
           END-STRING
           IF tlwKind = "RESULT"
               MOVE "MEDIUM" TO addSeverity
           ELSE
               MOVE "LOW" TO addSeverity
           END-IF
           MOVE SPACES TO addRegion
           MOVE "AOCTREND" TO addSource
           MOVE SPACES TO addMessage
           STRING FUNCTION TRIM(tlwKind) DELIMITED BY SIZE
               " SWING " DELIMITED BY SIZE
               FUNCTION TRIM(tlwPct) DELIMITED BY SIZE
               " PCT - PRIOR " DELIMITED BY SIZE
               FUNCTION TRIM(tlwPrior) DELIMITED BY SIZE
               " CURRENT " DELIMITED BY SIZE
               FUNCTION TRIM(tlwCurrent) DELIMITED BY SIZE
               INTO addMessage
           END-STRING
           PERFORM ADD-EXCEPTION.

      * WINDOW.RPT: run lines flagged over the limit and orphaned
      * starts, for runs started on the run date. The report covers
      * every night on RUNLOG, but one left over from an earlier
      * night does not show tonight's runs: it counts as read only
      * when its heading carries the run date, like TREND.RPT.
       SCAN-WINDOW-REPORT.
           OPEN INPUT windowFile
           IF windowStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(windowFileName)
                   " not found - batch window not checked"
               EXIT PARAGRAPH
           END-IF
           MOVE windowStatus TO fsCheckCode
           MOVE "window report file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ windowFile INTO windowLineWork
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN whTag = "BATCH WINDOW REPORT"
                               IF whRunDate = runDateKey
                                   MOVE 'Y' TO windowRead
                               ELSE
                                   MOVE 'Y' TO fileEOF
                               END-IF
                           WHEN windowRead = 'Y'
                               AND wlwDate = runDateKey
                               PERFORM POST-WINDOW-LINE
                       END-EVALUATE
               END-READ
               MOVE windowStatus TO fsCheckCode
               MOVE "window report file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE windowFile
           IF windowRead = 'N'
               DISPLAY "WARNING: " FUNCTION TRIM(windowFileName)
                   " is not for run date " runDate " - not used"
           END-IF.

       POST-WINDOW-LINE.
           MOVE "WINDW" TO addFeed
           MOVE "*" TO addSiteId
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > siteCount
               IF stExtractName(k) = wlwFileName
                   MOVE stSiteId(k) TO addSiteId
               END-IF
           END-PERFORM
           MOVE SPACES TO addDetail
           STRING wlwProgramId DELIMITED BY SIZE
               wlwFileName DELIMITED BY SIZE
               INTO addDetail
           END-STRING
           MOVE SPACES TO addRegion
           MOVE "AOCRLRPT" TO addSource
           MOVE SPACES TO addMessage
           EVALUATE TRUE
               WHEN wlwFlag = ">>> OVER LIMIT"
                   MOVE "OVERRUN" TO addCode
                   MOVE "MEDIUM" TO addSeverity
                   STRING FUNCTION TRIM(wlwProgramId)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(wlwFileName) DELIMITED BY SIZE
                       " RAN " DELIMITED BY SIZE
                       FUNCTION TRIM(wlwElapsed) DELIMITED BY SIZE
                       " SECONDS - OVER THE WINDOW LIMIT"
                       DELIMITED BY SIZE
                       INTO addMessage
                   END-STRING
               WHEN woTag = " NO MATCHING END - RUN DIED"
                   MOVE "DIED" TO addCode
                   MOVE "HIGH" TO addSeverity
                   STRING FUNCTION TRIM(wlwProgramId)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(wlwFileName) DELIMITED BY SIZE
                       " STARTED " DELIMITED BY SIZE
                       wlwStartTime DELIMITED BY SIZE
                       " AND DIED - NO END RECORD" DELIMITED BY SIZE
                       INTO addMessage
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM ADD-EXCEPTION.

      * SCORE.DAT: AOCSCORE has already taken each site's chronic
      * count off its .AGE report and its unsafe verdicts off the
      * day's AOC202402 reports, so they are read from there rather
      * than from every report again. Only records for the run date
      * count; a scorecard for another night is not read at all.
       SCAN-SCORECARD.
           OPEN INPUT scoreFile
           IF scoreStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(scoreFileName)
                   " not found - chronic and unsafe counts not "
                   "checked"
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
                       IF scRunDate IS NUMERIC
                           AND scRunDate = runDate
                           MOVE 'Y' TO scoreRead
                           PERFORM POST-SCORE-RECORD
                       END-IF
               END-READ
               MOVE scoreStatus TO fsCheckCode
               MOVE "scorecard file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE scoreFile
           IF scoreRead = 'N'
               DISPLAY "WARNING: " FUNCTION TRIM(scoreFileName)
                   " is not for run date " runDate " - not used"
           END-IF.

       POST-SCORE-RECORD.
           MOVE "SCORE" TO addFeed
           MOVE scSiteId TO addSiteId
           MOVE SPACES TO addDetail
           MOVE scRegion TO addRegion
           IF scUnsafe IS NUMERIC AND scUnsafe > 0
               MOVE "UNSAFE" TO addCode
               MOVE "HIGH" TO addSeverity
               MOVE "AOC202402" TO addSource
               MOVE SPACES TO addMessage
               MOVE scUnsafe TO editCount
               STRING FUNCTION TRIM(editCount) DELIMITED BY SIZE
                   " UNSAFE SAFETY REPORT(S) - LEADING CAUSE "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(scTopCause) DELIMITED BY SIZE
                   INTO addMessage
               END-STRING
               PERFORM ADD-EXCEPTION
           END-IF
           IF scChronic IS NUMERIC AND scChronic > 0
               MOVE "CHRONIC" TO addCode
               MOVE "MEDIUM" TO addSeverity
               MOVE "AOC202401" TO addSource
               MOVE SPACES TO addMessage
               MOVE scChronic TO editCount
               STRING FUNCTION TRIM(editCount) DELIMITED BY SIZE
                   " CHRONIC UNMATCHED ID(S) ON THE .AGE REPORT"
                   DELIMITED BY SIZE
                   INTO addMessage
               END-STRING
               PERFORM ADD-EXCEPTION
           END-IF
           IF scDropFlag = 'Y'
               MOVE "SCOREDRP" TO addCode
               MOVE "LOW" TO addSeverity
               MOVE "AOCSCORE" TO addSource
               MOVE SPACES TO addMessage
               STRING "HEALTH SCORE " DELIMITED BY SIZE
                   FUNCTION TRIM(scScore) DELIMITED BY SIZE
                   " - CHANGE " DELIMITED BY SIZE
                   FUNCTION TRIM(scChange) DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(scPrevScore) DELIMITED BY SIZE
                   " ON THE LAST SCORECARD" DELIMITED BY SIZE
                   INTO addMessage
               END-STRING
               PERFORM ADD-EXCEPTION
           END-IF.

      * CASEAGE.LST: the case lines in the ESCALATED section, which
      * ends at the blank line before the next section (or at NONE).
       SCAN-CASE-AGING.
           OPEN INPUT caseListFile
           IF caseListStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(caseListFileName)
                   " not found - case escalations not checked"
               EXIT PARAGRAPH
           END-IF
           MOVE caseListStatus TO fsCheckCode
           MOVE "case aging listing" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO inSection
           MOVE 'N' TO fileEOF
           PERFORM UNTIL fileEOF = 'Y'
               READ caseListFile INTO caseLineWork
                   AT END
                       MOVE 'Y' TO fileEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN chTag = "CORRECTIVE-ACTION CASE AGING"
                               IF chRunDate = runDateKey
                                   MOVE 'Y' TO casesRead
                               ELSE
                                   MOVE 'Y' TO fileEOF
                               END-IF
                           WHEN caseLineWork =
                               "ESCALATED - OPEN AT OR PAST THE LIMIT"
                               MOVE 'Y' TO inSection
                           WHEN inSection = 'N'
                               CONTINUE
                           WHEN caseLineWork = SPACES
                               OR caseLineWork = "NONE"
                               MOVE 'Y' TO fileEOF
                           WHEN caseLineWork(1:7) = "SITE ID"
                               CONTINUE
                           WHEN casesRead = 'Y'
                               PERFORM POST-CASE-LINE
                       END-EVALUATE
               END-READ
               MOVE caseListStatus TO fsCheckCode
               MOVE "case aging listing" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE caseListFile
           IF casesRead = 'N'
               DISPLAY "WARNING: " FUNCTION TRIM(caseListFileName)
                   " is not for run date " runDate " - not used"
           END-IF.

       POST-CASE-LINE.
           MOVE "CASES" TO addFeed
           MOVE "CASEESC" TO addCode
           MOVE clSiteId TO addSiteId
           MOVE FUNCTION TRIM(clReportNo) TO addDetail
           MOVE "MEDIUM" TO addSeverity
           MOVE SPACES TO addRegion
           MOVE "AOCCASAG" TO addSource
           MOVE SPACES TO addMessage
           STRING "CASE ON REPORT " DELIMITED BY SIZE
               FUNCTION TRIM(clReportNo) DELIMITED BY SIZE
               " OPEN " DELIMITED BY SIZE
               FUNCTION TRIM(clAge) DELIMITED BY SIZE
               " DAYS - CAUSE " DELIMITED BY SIZE
               FUNCTION TRIM(clCause) DELIMITED BY SIZE
               " - OWNER " DELIMITED BY SIZE
               FUNCTION TRIM(clOwner) DELIMITED BY SIZE
               INTO addMessage
           END-STRING
           PERFORM ADD-EXCEPTION.

      * Raise the exception set up in the add fields, once per night.
      * A site's region comes from the master through the control
      * file when the source does not carry it; a batch exception
      * has none.
       ADD-EXCEPTION.
           PERFORM FIND-EXCEPTION
           IF exceptionSlot > 0
               MOVE 'N' TO exDropped(exceptionSlot)
               EXIT PARAGRAPH
           END-IF
           IF exceptionCount >= exceptionMax
               DISPLAY "FATAL: more than " exceptionMax
                   " exceptions in one night."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           IF addSiteId = SPACES
               MOVE "*" TO addSiteId
           END-IF
           IF addRegion = SPACES
               IF addSiteId = "*"
                   MOVE "*" TO addRegion
               ELSE
                   MOVE "(NONE)" TO addRegion
                   PERFORM VARYING k FROM 1 BY 1 UNTIL k > siteCount
                       IF stSiteId(k) = addSiteId
                           MOVE stRegion(k) TO addRegion
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           ADD 1 TO exceptionCount
           MOVE addFeed TO exFeed(exceptionCount)
           MOVE addCode TO exCode(exceptionCount)
           MOVE addSiteId TO exSiteId(exceptionCount)
           MOVE addDetail TO exDetail(exceptionCount)
           MOVE addSeverity TO exSeverity(exceptionCount)
           MOVE addRegion TO exRegion(exceptionCount)
           MOVE addSource TO exSource(exceptionCount)
           MOVE addMessage TO exMessage(exceptionCount)
           MOVE 'N' TO exDropped(exceptionCount)
           MOVE runDate TO exFirstSeen(exceptionCount)
           MOVE 'N' TO exReminder(exceptionCount).

       FIND-EXCEPTION.
           MOVE 0 TO exceptionSlot
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > exceptionCount OR exceptionSlot > 0
               IF exFeed(k) = addFeed
                   AND exCode(k) = addCode
                   AND exSiteId(k) = addSiteId
                   AND exDetail(k) = addDetail
                   MOVE k TO exceptionSlot
               END-IF
           END-PERFORM.

      * An exception open in the prior state is a reminder and keeps
      * the night it was first seen.
       MATCH-PRIOR-STATE.
           IF exDropped(i) = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > priorCount
               IF pvMatched(k) = 'N'
                   AND pvFeed(k) = exFeed(i)
                   AND pvCode(k) = exCode(i)
                   AND pvSiteId(k) = exSiteId(i)
                   AND pvDetail(k) = exDetail(i)
                   MOVE 'Y' TO pvMatched(k)
                   MOVE 'Y' TO exReminder(i)
                   MOVE pvFirstSeen(k) TO exFirstSeen(i)
               END-IF
           END-PERFORM.

      * The outbox, most severe first: tonight's alerts and reminders,
      * then what cleared. A prior exception not seen tonight has
      * cleared only if its source was read tonight.
       WRITE-OUTBOX.
           OPEN OUTPUT outboxFile
           MOVE outboxStatus TO fsCheckCode
           MOVE "outbox file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING severityIndex FROM 1 BY 1
               UNTIL severityIndex > 3
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > exceptionCount
                   IF exDropped(i) = 'N'
                       AND exSeverity(i) = severityName(severityIndex)
                       PERFORM WRITE-EXCEPTION-NOTICE
                   END-IF
               END-PERFORM
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > priorCount
                   IF pvMatched(i) = 'N'
                       AND pvSeverity(i) = severityName(severityIndex)
                       MOVE pvFeed(i) TO feedWork
                       PERFORM CHECK-FEED-READ
                       IF feedWasRead = 'Y'
                           PERFORM WRITE-RESOLVED-NOTICE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE outboxFile
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > priorCount
               IF pvMatched(i) = 'N'
                   MOVE pvFeed(i) TO feedWork
                   PERFORM CHECK-FEED-READ
                   IF feedWasRead = 'N'
                       ADD 1 TO carriedCount
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-EXCEPTION-NOTICE.
           MOVE SPACES TO notifyLineWork
           MOVE exSeverity(i) TO nbSeverity
           MOVE exSiteId(i) TO nbSiteId
           MOVE exRegion(i) TO nbRegion
           MOVE exSource(i) TO nbSource
           MOVE exCode(i) TO nbCode
           MOVE exMessage(i) TO nbMessage
           MOVE exFirstSeen(i) TO firstSeenWork
           PERFORM COMPUTE-AGE
           MOVE 'N' TO nbEscalated
           ADD 1 TO openCount
           IF exReminder(i) = 'Y'
               MOVE "REMINDER" TO nbType
               ADD 1 TO reminderCount
               IF ageDays >= escalateDays
                   MOVE 'Y' TO nbEscalated
                   ADD 1 TO escalatedCount
               END-IF
           ELSE
               MOVE "ALERT" TO nbType
               ADD 1 TO alertCount
           END-IF
           PERFORM WRITE-OUTBOX-RECORD.

       WRITE-RESOLVED-NOTICE.
           MOVE SPACES TO notifyLineWork
           MOVE "RESOLVED" TO nbType
           MOVE pvSeverity(i) TO nbSeverity
           MOVE pvSiteId(i) TO nbSiteId
           MOVE pvRegion(i) TO nbRegion
           MOVE pvSource(i) TO nbSource
           MOVE pvCode(i) TO nbCode
      *    nbType already says RESOLVED; the prefix goes only where
      *    the whole message still fits behind it
           IF FUNCTION LENGTH(FUNCTION TRIM(pvMessage(i))) > 70
               MOVE pvMessage(i) TO nbMessage
           ELSE
               STRING "CLEARED - " DELIMITED BY SIZE
                   FUNCTION TRIM(pvMessage(i)) DELIMITED BY SIZE
                   INTO nbMessage
               END-STRING
           END-IF
           MOVE pvFirstSeen(i) TO firstSeenWork
           PERFORM COMPUTE-AGE
           MOVE 'N' TO nbEscalated
           ADD 1 TO resolvedCount
           PERFORM WRITE-OUTBOX-RECORD.

       COMPUTE-AGE.
           MOVE 0 TO ageDays
           IF firstSeenWork > 0 AND firstSeenWork < runDate
               AND FUNCTION TEST-DATE-YYYYMMDD(firstSeenWork) = 0
               COMPUTE ageDays = runDayNumber
                   - FUNCTION INTEGER-OF-DATE(firstSeenWork)
           END-IF.

      * Route by region and severity - the region's own line for the
      * severity, then its catch-all, then the default lines - and
      * send an escalated reminder straight to the escalation contact.
       WRITE-OUTBOX-RECORD.
           MOVE runDate TO nbRunDate
           MOVE ageDays TO nbAgeDays
           MOVE firstSeenWork TO nbFirstSeen
           MOVE nbRegion TO routeRegion
           MOVE nbSeverity TO routeSeverity
           PERFORM FIND-CONTACT
           IF routeSlot = 0
               MOVE "ANY" TO routeSeverity
               PERFORM FIND-CONTACT
           END-IF
           IF routeSlot = 0
               MOVE "ANY" TO routeRegion
               MOVE nbSeverity TO routeSeverity
               PERFORM FIND-CONTACT
           END-IF
           IF routeSlot = 0
               MOVE "ANY" TO routeSeverity
               PERFORM FIND-CONTACT
           END-IF
           IF routeSlot = 0
               MOVE "UNROUTED" TO nbSendTo
               MOVE "UNROUTED" TO nbEscalateTo
               ADD 1 TO unroutedCount
           ELSE
               MOVE ctSendTo(routeSlot) TO nbSendTo
               MOVE ctEscalateTo(routeSlot) TO nbEscalateTo
           END-IF
           IF nbEscalated = 'Y'
               MOVE nbEscalateTo TO nbSendTo
           END-IF
           WRITE outboxRecord FROM notifyLineWork
           MOVE outboxStatus TO fsCheckCode
           MOVE "outbox file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO noticeCount.

       FIND-CONTACT.
           MOVE 0 TO routeSlot
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > contactCount OR routeSlot > 0
               IF ctRegion(k) = routeRegion
                   AND ctSeverity(k) = routeSeverity
                   MOVE k TO routeSlot
               END-IF
           END-PERFORM.

       CHECK-FEED-READ.
           EVALUATE feedWork
               WHEN "LOG"
                   MOVE logRead TO feedWasRead
               WHEN "OPS"
                   MOVE opsRead TO feedWasRead
               WHEN "RJLVL"
                   IF logRead = 'Y' AND opsRead = 'Y'
                       MOVE 'Y' TO feedWasRead
                   ELSE
                       MOVE 'N' TO feedWasRead
                   END-IF
               WHEN "TREND"
                   MOVE trendRead TO feedWasRead
               WHEN "WINDW"
                   MOVE windowRead TO feedWasRead
               WHEN "SCORE"
                   MOVE scoreRead TO feedWasRead
               WHEN "CASES"
                   MOVE casesRead TO feedWasRead
               WHEN OTHER
                   MOVE 'Y' TO feedWasRead
           END-EVALUATE.

      * Tonight's state: what is open tonight, plus what was open and
      * could not be checked. Written to the .NEW and renamed over the
      * state file, the one it replaces kept as the .PRV.
       WRITE-STATE-FILE.
           OPEN OUTPUT newStateFile
           MOVE newStateStatus TO fsCheckCode
           MOVE "new state file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO stateLineWork
           MOVE "HDR" TO snType
           MOVE runDate TO shRunDate
           WRITE newStateRecord FROM stateLineWork
           MOVE newStateStatus TO fsCheckCode
           MOVE "new state file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > exceptionCount
               IF exDropped(i) = 'N'
                   MOVE SPACES TO stateLineWork
                   MOVE "EXC" TO snType
                   MOVE exFeed(i) TO snFeed
                   MOVE exCode(i) TO snCode
                   MOVE exSiteId(i) TO snSiteId
                   MOVE exDetail(i) TO snDetail
                   MOVE exSeverity(i) TO snSeverity
                   MOVE exRegion(i) TO snRegion
                   MOVE exSource(i) TO snSource
                   MOVE exFirstSeen(i) TO snFirstSeen
                   MOVE runDate TO snLastSeen
                   MOVE exMessage(i) TO snMessage
                   PERFORM WRITE-STATE-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > priorCount
               IF pvMatched(i) = 'N'
                   MOVE pvFeed(i) TO feedWork
                   PERFORM CHECK-FEED-READ
                   IF feedWasRead = 'N'
                       MOVE SPACES TO stateLineWork
                       MOVE "EXC" TO snType
                       MOVE pvFeed(i) TO snFeed
                       MOVE pvCode(i) TO snCode
                       MOVE pvSiteId(i) TO snSiteId
                       MOVE pvDetail(i) TO snDetail
                       MOVE pvSeverity(i) TO snSeverity
                       MOVE pvRegion(i) TO snRegion
                       MOVE pvSource(i) TO snSource
                       MOVE pvFirstSeen(i) TO snFirstSeen
                       MOVE pvLastSeen(i) TO snLastSeen
                       MOVE pvMessage(i) TO snMessage
                       PERFORM WRITE-STATE-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE newStateFile

           IF rotateState = 'Y'
               CALL "CBL_DELETE_FILE" USING prevStateFileName
               CALL "CBL_RENAME_FILE" USING stateFileName
                   prevStateFileName
               IF RETURN-CODE NOT = 0
                   DISPLAY "FATAL: cannot keep "
                       FUNCTION TRIM(stateFileName) " as "
                       FUNCTION TRIM(prevStateFileName)
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               END-IF
           END-IF
           CALL "CBL_RENAME_FILE" USING newStateFileName
               stateFileName
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: cannot replace "
                   FUNCTION TRIM(stateFileName)
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE.

       WRITE-STATE-LINE.
           WRITE newStateRecord FROM stateLineWork
           MOVE newStateStatus TO fsCheckCode
           MOVE "new state file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

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
