      * input shapes differ too much to share PAIRREC here, but this
      * program follows the same DYNAMIC-assign / FILE STATUS / reject
      * conventions so it runs as part of the same job stream.
      *
      * With SITE= each report's verdict is also carried onto the
      * corrective-action cases in CASES.IDX (see CASEREC): an UNSAFE
      * report opens (or reopens) the case for that site and report
      * number, a SAFE one closes an open case, and a SAFE-DAMPENED
      * one is noted on it without closing it. CASES=<file> names
      * another case file. Without a site there is nothing to key a
      * case on and the case file is left alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS reportFileStatus.

           SELECT caseFile ASSIGN TO DYNAMIC caseFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS csCaseKey
               FILE STATUS IS caseStatus.

           SELECT runlogFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD reportFile.
       01 reportRecord PIC X(80).

       FD caseFile.
           COPY CASEREC.

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

      * allowed to discount one anomalous level before a report is
      * declared unsafe, so a report failing the strict check is
      * re-tried with each single level removed and reported as
      * SAFE-DAMPENED when any removal passes. SITE=xxxxxxxx names
      * the site the reports came from; it heads the .RPT so the
      * listing can be attributed once it leaves this step (AOCSCORE
      * picks each site's unsafe counts up from there).
       01 parmText           PIC X(80).
       01 parmPtr            PIC 9(4).
       01 parmLen            PIC 9(4).
       01 parmToken          PIC X(40).
       01 dampenMode         PIC X VALUE 'N'.
       01 reportSiteId       PIC X(8) VALUE SPACES.
       01 runDate            PIC 9(8).

      * corrective-action case tracking (SITE= given)
       01 caseFileName       PIC X(40) VALUE "CASES.IDX".
       01 caseStatus         PIC XX.
       01 caseTracking       PIC X VALUE 'N'.
       01 caseFound          PIC X.
       01 casesOpened        PIC 9(8) VALUE 0.
       01 casesReopened      PIC 9(8) VALUE 0.
       01 casesStillOpen     PIC 9(8) VALUE 0.
       01 casesClosed        PIC 9(8) VALUE 0.
       01 casesNoted         PIC 9(8) VALUE 0.

      * Run-audit trail (see RUNLOG copybook), same contract as
      * AOC202401: START and END records appended to the shared
          88 verdictDampened     VALUE 'D'.
          88 verdictUnsafe       VALUE 'U'.

      * first line of the .RPT: whose reports, checked when, from
      * which input
       01 reportHeading.
           05 FILLER        PIC X(31)
               VALUE "SAFETY REPORT VALIDATION  SITE ".
           05 rhSiteId      PIC X(8).
           05 FILLER        PIC X(11) VALUE "  RUN DATE ".
           05 rhRunDate     PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 rhFileName    PIC X(20).

       01 reportLineWork.
           05 rptReportNo   PIC Z(7)9.
           05 FILLER        PIC X(1) VALUE SPACE.
       PROCEDURE DIVISION.
      * get run options from the command line / JCL PARM
           ACCEPT parmText FROM COMMAND-LINE.
           ACCEPT runDate FROM DATE YYYYMMDD.

           IF parmText = SPACES
               DISPLAY "No filename provided."
           MOVE "report file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           MOVE reportSiteId TO rhSiteId
           MOVE runDate TO rhRunDate
           MOVE fileName TO rhFileName
           WRITE reportRecord FROM reportHeading
           MOVE SPACES TO reportRecord
           WRITE reportRecord
           MOVE reportFileStatus TO fsCheckCode
           MOVE "report file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           IF reportSiteId NOT = SPACES
               PERFORM OPEN-CASE-FILE
           END-IF

           PERFORM VALIDATE-REPORTS UNTIL fileStatus = '10'

           PERFORM WRITE-UNSAFE-SUMMARY
           IF caseTracking = 'Y'
               PERFORM WRITE-CASE-SUMMARY
               CLOSE caseFile
           END-IF

           CLOSE inputFile
           CLOSE reportFile
           DISPLAY "Safe: " safeCount
           DISPLAY "Safe (dampened): " safeDampenedCount
           DISPLAY "Unsafe: " unsafeCount
           IF caseTracking = 'Y'
               DISPLAY "Cases opened: " casesOpened
               DISPLAY "Cases reopened: " casesReopened
               DISPLAY "Cases closed: " casesClosed
           END-IF

      * graduated RETURN-CODE for the job stream, matching AOC202401:
      * 0 = every report safe, 4 = ran but some reports were unsafe,
           MOVE auditFileName TO rlFileName
           MOVE SPACES TO rlOptions
           STRING "DAMPEN=" dampenMode
               " SITE=" reportSiteId
               DELIMITED BY SIZE
               INTO rlOptions
           END-STRING
                   CONTINUE
               WHEN parmToken = "DAMPEN"
                   MOVE 'Y' TO dampenMode
               WHEN parmToken(1:5) = "SITE="
                   MOVE parmToken(6:8) TO reportSiteId
               WHEN parmToken(1:6) = "CASES="
                   MOVE parmToken(7:34) TO caseFileName
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                       PERFORM PARSE-LEVELS
                       PERFORM CHECK-REPORT-SAFETY
                       PERFORM WRITE-REPORT-LINE
                       IF caseTracking = 'Y'
                           PERFORM TRACK-REPORT-CASE
                       END-IF
                   END-IF
           END-READ
           MOVE fileStatus TO fsCheckCode
           MOVE "report file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

      * The case file is created empty the first time it is needed;
      * after that it is only ever updated in place.
       OPEN-CASE-FILE.
           OPEN I-O caseFile
           IF caseStatus = '35'
               OPEN OUTPUT caseFile
               MOVE caseStatus TO fsCheckCode
               MOVE "case file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
               CLOSE caseFile
               OPEN I-O caseFile
           END-IF
           MOVE caseStatus TO fsCheckCode
           MOVE "case file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'Y' TO caseTracking.

      * One report's verdict against its case. A rerun of the same
      * night finds the case already updated for today and leaves the
      * run counts alone.
       TRACK-REPORT-CASE.
           MOVE reportSiteId TO csSiteId
           MOVE reportCount TO csReportNo
           MOVE 'Y' TO caseFound
           READ caseFile
               INVALID KEY
                   MOVE 'N' TO caseFound
           END-READ
           IF caseFound = 'Y'
               MOVE caseStatus TO fsCheckCode
               MOVE "case file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-IF
           EVALUATE TRUE
               WHEN verdictUnsafe AND caseFound = 'N'
                   PERFORM OPEN-NEW-CASE
               WHEN verdictUnsafe AND csStatus = "CLOSED"
                   PERFORM REOPEN-CASE
               WHEN verdictUnsafe
                   PERFORM REFRESH-OPEN-CASE
               WHEN caseFound = 'N'
                   CONTINUE
               WHEN csStatus NOT = "OPEN"
                   CONTINUE
               WHEN verdictDampened
                   PERFORM NOTE-DAMPENED-CASE
               WHEN OTHER
                   PERFORM CLOSE-SAFE-CASE
           END-EVALUATE.

       OPEN-NEW-CASE.
           INITIALIZE caseRecord
           MOVE reportSiteId TO csSiteId
           MOVE reportCount TO csReportNo
           MOVE "OPEN" TO csStatus
           MOVE runDate TO csFirstSeen
           MOVE runDate TO csOpenedDate
           MOVE 1 TO csUnsafeRuns
           PERFORM MOVE-CASE-FAILURE
           MOVE runDate TO csUpdated
           WRITE caseRecord
               INVALID KEY
                   DISPLAY "case file: write failed for report "
                       reportCount
                   PERFORM HANDLE-FILE-ERROR
           END-WRITE
           ADD 1 TO casesOpened.

       REOPEN-CASE.
           MOVE "OPEN" TO csStatus
           MOVE runDate TO csOpenedDate
           MOVE 0 TO csClosedDate
           MOVE SPACES TO csCloseReason
           ADD 1 TO csReopenCount
           ADD 1 TO csUnsafeRuns
           PERFORM MOVE-CASE-FAILURE
           PERFORM REWRITE-CASE
           ADD 1 TO casesReopened.

       REFRESH-OPEN-CASE.
           IF csLastUnsafe NOT = runDate
               ADD 1 TO csUnsafeRuns
           END-IF
           PERFORM MOVE-CASE-FAILURE
           PERFORM REWRITE-CASE
           ADD 1 TO casesStillOpen.

       NOTE-DAMPENED-CASE.
           IF csDampenedDate NOT = runDate
               ADD 1 TO csDampenedRuns
           END-IF
           MOVE runDate TO csDampenedDate
           PERFORM REWRITE-CASE
           ADD 1 TO casesNoted.

       CLOSE-SAFE-CASE.
           MOVE "CLOSED" TO csStatus
           MOVE runDate TO csClosedDate
           MOVE "SAFE" TO csCloseReason
           PERFORM REWRITE-CASE
           ADD 1 TO casesClosed.

      * the strict pass's first failure, as the .RPT line shows it
       MOVE-CASE-FAILURE.
           MOVE runDate TO csLastUnsafe
           MOVE unsCause TO csCause
           MOVE strictFailPos TO csFailPos
           MOVE strictFailLevel1 TO csFailLevel1
           MOVE strictFailLevel2 TO csFailLevel2.

       REWRITE-CASE.
           MOVE runDate TO csUpdated
           REWRITE caseRecord
               INVALID KEY
                   DISPLAY "case file: rewrite failed for report "
                       reportCount
                   PERFORM HANDLE-FILE-ERROR
           END-REWRITE.

       WRITE-CASE-SUMMARY.
           MOVE SPACES TO reportRecord
           WRITE reportRecord
           MOVE "CORRECTIVE-ACTION CASES" TO reportRecord
           WRITE reportRecord
           MOVE SPACES TO causeSummaryWork
           MOVE "OPENED" TO csLabel
           MOVE casesOpened TO csValue
           WRITE reportRecord FROM causeSummaryWork
           MOVE "REOPENED" TO csLabel
           MOVE casesReopened TO csValue
           WRITE reportRecord FROM causeSummaryWork
           MOVE "STILL UNSAFE" TO csLabel
           MOVE casesStillOpen TO csValue
           WRITE reportRecord FROM causeSummaryWork
           MOVE "NOTED SAFE-DAMPENED, LEFT OPEN" TO csLabel
           MOVE casesNoted TO csValue
           WRITE reportRecord FROM causeSummaryWork
           MOVE "CLOSED - REPORT NOW SAFE" TO csLabel
           MOVE casesClosed TO csValue
           WRITE reportRecord FROM causeSummaryWork
           MOVE reportFileStatus TO fsCheckCode
           MOVE "report file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

       CHECK-FILE-STATUS.
           EVALUATE fsCheckCode
               WHEN '00'
