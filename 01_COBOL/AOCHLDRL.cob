       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCHLDRL.

      * Hold release: applies an analyst's RELEASE / REJECT decisions
      * to the site-days AOC202401 held on RESULTS.HOLD because their
      * result or simScore fell outside the site's tolerance band. A
      * RELEASE sends the held numbers on to the warehouse in a
      * supplemental interface extract, <transaction file>.INT, framed
      * HDR/DTL/TOT/TRL exactly like <control>.INT (one "RELEASED" DTL
      * per site-day posting, carrying the run date of the night it
      * was held); a REJECT closes the hold without sending anything.
      * Either way the hold record keeps the decision, its date and
      * the analyst's reason, and every applied transaction writes a
      * before/after audit line like AOCSITMT's, so the warehouse only
      * ever receives numbers someone has either trusted or looked at
      * - and there is a record of who looked. Follows the same
      * DYNAMIC-assign / FILE STATUS conventions as the rest of the
      * job family.
      *
      * Transaction lines ('*' comments and blank lines skipped):
      *   RELEASE <siteId> <extract date yyyymmdd> <reason>
      *   REJECT  <siteId> <extract date yyyymmdd> <reason>
      * The reason is required and runs to the end of the line. A
      * site-day held more than once (a supplemental load held again)
      * has every held posting released or rejected together.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transFile ASSIGN TO DYNAMIC transFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS transFileStatus.

           SELECT holdFile ASSIGN TO DYNAMIC holdFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS holdFileStatus.

           SELECT newHoldFile ASSIGN TO DYNAMIC newHoldFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newHoldStatus.

           SELECT interfaceFile ASSIGN TO DYNAMIC interfaceFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS interfaceStatus.

           SELECT auditFile ASSIGN TO DYNAMIC auditFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS auditFileStatus.

           SELECT runlogFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS runlogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD transFile.
       01 transRecord PIC X(120).

       FD holdFile.
       01 holdRecord PIC X(280).

       FD newHoldFile.
       01 newHoldRecord PIC X(280).

       FD interfaceFile.
       01 interfaceRecord PIC X(120).

       FD auditFile.
       01 auditRecord PIC X(120).

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

       WORKING-STORAGE SECTION.
       01 transFileName     PIC X(40).
       01 transFileStatus   PIC XX.
       01 holdFileName      PIC X(40) VALUE "RESULTS.HOLD".
       01 holdFileStatus    PIC XX.
       01 newHoldFileName   PIC X(40).
       01 newHoldStatus     PIC XX.
       01 interfaceFileName PIC X(40).
       01 interfaceStatus   PIC XX.
       01 auditFileName     PIC X(40).
       01 auditFileStatus   PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).

       01 parmText          PIC X(80).
       01 parmPtr           PIC 9(4).
       01 parmToken         PIC X(40).

      * Run-audit trail (see RUNLOG copybook), same contract as
      * AOC202401: START and END records appended to the shared
      * RUNLOG file. The site count on the END record is the number
      * of site-day postings released to the warehouse.
       01 runlogFileName    PIC X(40) VALUE "RUNLOG".
       01 runlogFileStatus  PIC XX.
       01 logFileName       PIC X(20).
           COPY RUNLOG.

       01 runDate           PIC 9(8).
       01 transEOF          PIC X VALUE 'N'.
       01 holdEOF           PIC X VALUE 'N'.
       01 transCount        PIC 9(4) VALUE 0.
       01 appliedCount      PIC 9(4) VALUE 0.
       01 rejectedCount     PIC 9(4) VALUE 0.
       01 releasedCount     PIC 9(4) VALUE 0.
       01 stillHeldCount    PIC 9(4) VALUE 0.
       01 transPtr          PIC 9(4).
       01 matchCount        PIC 9(4).
       01 lastStatusSeen    PIC X(8).
       01 i                 PIC 9(4).

      * transaction image: action, site, extract date, then the
      * reason as free text to the end of the line
       01 trnAction         PIC X(8).
       01 trnSiteId         PIC X(20).
       01 trnDateText       PIC X(10).
       01 trnExtractDate    PIC 9(8).
       01 trnReason         PIC X(40).
       01 trnNewStatus      PIC X(8).

      * RESULTS.HOLD, loaded whole and rewritten through a .NEW file
      * and a rename, so a run that dies part-way leaves the file as
      * it was
       01 holdMaxEntries    PIC 9(4) VALUE 2000.
       01 holdCount         PIC 9(4) VALUE 0.
       01 holdTable.
           05 holdEntry OCCURS 2000 TIMES.
               10 htLine       PIC X(280).
               10 htReleased   PIC X.

           COPY HOLDREC.

       01 intHashTotal      PIC 9(18) VALUE 0.
       01 relRowsTotal      PIC 9(8) VALUE 0.
       01 relRejectsTotal   PIC 9(8) VALUE 0.
       01 relResultTotal    PIC 9(18) VALUE 0.
       01 relSimTotal       PIC 9(18) VALUE 0.

      * the TOT's trailing count is what is still held after this run
           COPY INTREC.

       01 auditHeading.
           05 FILLER         PIC X(34)
               VALUE "HOLD RELEASE AUDIT                ".
           05 FILLER         PIC X(9) VALUE "RUN DATE ".
           05 audHdgRunDate  PIC 9(8).

       01 auditLineWork.
           05 audSiteId      PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 audExtractDate PIC 9(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 audAction      PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 audField       PIC X(12).
           05 FILLER         PIC X(8) VALUE " BEFORE ".
           05 audBefore      PIC X(20).
           05 FILLER         PIC X(7) VALUE " AFTER ".
           05 audAfter       PIC X(40).

       01 auditRejectWork.
           05 arjSiteId      PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 arjDateText    PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 arjAction      PIC X(8).
           05 FILLER         PIC X(11) VALUE " REJECTED -".
           05 FILLER         PIC X(1) VALUE SPACE.
           05 arjReason      PIC X(40).

       PROCEDURE DIVISION.
      * PARM: the transaction file; an optional second token
      * overrides the hold file name. The audit listing goes to
      * <transaction file>.AUD and any release extract to
      * <transaction file>.INT.
           ACCEPT parmText FROM COMMAND-LINE.
           ACCEPT runDate FROM DATE YYYYMMDD.

           IF parmText = SPACES
               DISPLAY "No transaction file provided."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION TRIM(parmText) TO parmText
           MOVE 1 TO parmPtr
           MOVE SPACES TO parmToken
           UNSTRING parmText DELIMITED BY ALL SPACE
               INTO parmToken
               WITH POINTER parmPtr
           END-UNSTRING
           MOVE parmToken TO transFileName

           MOVE SPACES TO parmToken
           UNSTRING parmText DELIMITED BY ALL SPACE
               INTO parmToken
               WITH POINTER parmPtr
           END-UNSTRING
           IF parmToken NOT = SPACES
               MOVE parmToken TO holdFileName
           END-IF

           MOVE SPACES TO newHoldFileName
           STRING FUNCTION TRIM(holdFileName) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO newHoldFileName
           END-STRING
           MOVE SPACES TO auditFileName
           STRING FUNCTION TRIM(transFileName) DELIMITED BY SIZE
               ".AUD" DELIMITED BY SIZE
               INTO auditFileName
           END-STRING
           MOVE SPACES TO interfaceFileName
           STRING FUNCTION TRIM(transFileName) DELIMITED BY SIZE
               ".INT" DELIMITED BY SIZE
               INTO interfaceFileName
           END-STRING

           MOVE transFileName TO logFileName
           PERFORM WRITE-RUNLOG-START

           PERFORM LOAD-HOLD-FILE

           OPEN INPUT transFile
           MOVE transFileStatus TO fsCheckCode
           MOVE "transaction file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT auditFile
           MOVE auditFileStatus TO fsCheckCode
           MOVE "audit file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           MOVE runDate TO audHdgRunDate
           WRITE auditRecord FROM auditHeading
           MOVE SPACES TO auditRecord
           WRITE auditRecord

           PERFORM APPLY-ONE-TRANSACTION UNTIL transEOF = 'Y'

           CLOSE transFile
           CLOSE auditFile

      * the release extract goes out before the hold file records the
      * releases: a rerun after a failure in between re-sends the
      * same DTLs rather than losing them
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > holdCount
               MOVE htLine(i) TO holdLineWork
               IF hlStatus = "HELD"
                   ADD 1 TO stillHeldCount
               END-IF
           END-PERFORM
           IF releasedCount > 0
               PERFORM WRITE-RELEASE-INTERFACE
           END-IF
           IF appliedCount > 0
               PERFORM REWRITE-HOLD-FILE
           END-IF

           DISPLAY "Transactions read: " transCount
           DISPLAY "Applied: " appliedCount
           DISPLAY "Rejected: " rejectedCount
           DISPLAY "Postings released: " releasedCount
           DISPLAY "Site-days still held: " stillHeldCount
           DISPLAY "Audit listing written to "
               FUNCTION TRIM(auditFileName)
           IF releasedCount > 0
               DISPLAY "Release extract written to "
                   FUNCTION TRIM(interfaceFileName)
           END-IF

      * graduated RETURN-CODE matching the job family: 0 = every
      * transaction applied, 4 = some rejected, 12 = fatal
           IF rejectedCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUNLOG-END
           STOP RUN.

       WRITE-RUNLOG-START.
           MOVE "START" TO rlEvent
           MOVE "RUNNING" TO rlDisposition
           MOVE 0 TO rlRowCount
           MOVE 0 TO rlRejectCount
           MOVE 0 TO rlSiteCount
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-END.
           MOVE "END" TO rlEvent
           EVALUATE TRUE
               WHEN RETURN-CODE >= 12
                   MOVE "FATAL" TO rlDisposition
               WHEN rejectedCount > 0
                   MOVE "REJECTS" TO rlDisposition
               WHEN OTHER
                   MOVE "CLEAN" TO rlDisposition
           END-EVALUATE
           MOVE transCount TO rlRowCount
           MOVE rejectedCount TO rlRejectCount
           MOVE releasedCount TO rlSiteCount
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-RECORD.
           MOVE "AOCHLDRL" TO rlProgramId
           ACCEPT rlDate FROM DATE YYYYMMDD
           ACCEPT rlTime FROM TIME
           MOVE logFileName TO rlFileName
           MOVE SPACES TO rlOptions
           MOVE 0 TO rlCkptInt
           MOVE 'N' TO rlResumed
           MOVE 0 TO rlSitesFailed

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

      * no hold file simply means nothing has ever been held; every
      * transaction then rejects as not held
       LOAD-HOLD-FILE.
           OPEN INPUT holdFile
           IF holdFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE holdFileStatus TO fsCheckCode
           MOVE "hold file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL holdEOF = 'Y'
               READ holdFile
                   AT END
                       MOVE 'Y' TO holdEOF
                   NOT AT END
                       IF holdRecord NOT = SPACES
                           IF holdCount >= holdMaxEntries
                               DISPLAY "FATAL: more than "
                                   holdMaxEntries " hold records."
                               MOVE 12 TO RETURN-CODE
                               PERFORM WRITE-RUNLOG-END
                               STOP RUN
                           END-IF
                           ADD 1 TO holdCount
                           MOVE holdRecord TO htLine(holdCount)
                           MOVE 'N' TO htReleased(holdCount)
                       END-IF
               END-READ
               MOVE holdFileStatus TO fsCheckCode
               MOVE "hold file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE holdFile.

       APPLY-ONE-TRANSACTION.
           READ transFile
               AT END
                   MOVE 'Y' TO transEOF
               NOT AT END
                   IF transRecord NOT = SPACES
                       AND transRecord(1:1) NOT = '*'
                       ADD 1 TO transCount
                       PERFORM PARSE-TRANSACTION
                       EVALUATE TRUE
                           WHEN trnAction NOT = "RELEASE"
                               AND trnAction NOT = "REJECT"
                               MOVE "UNRECOGNIZED ACTION"
                                   TO arjReason
                               PERFORM WRITE-AUDIT-REJECT
                           WHEN trnSiteId = SPACES
                               OR trnSiteId(9:12) NOT = SPACES
                               MOVE "MISSING OR INVALID SITE ID"
                                   TO arjReason
                               PERFORM WRITE-AUDIT-REJECT
                           WHEN FUNCTION TRIM(trnDateText)
                               IS NOT NUMERIC
                               MOVE "INVALID EXTRACT DATE"
                                   TO arjReason
                               PERFORM WRITE-AUDIT-REJECT
                           WHEN trnReason = SPACES
                               MOVE "REASON REQUIRED" TO arjReason
                               PERFORM WRITE-AUDIT-REJECT
                           WHEN OTHER
                               MOVE FUNCTION NUMVAL(trnDateText)
                                   TO trnExtractDate
                               PERFORM APPLY-DECISION
                       END-EVALUATE
                   END-IF
           END-READ
           MOVE transFileStatus TO fsCheckCode
           MOVE "transaction file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

       PARSE-TRANSACTION.
           MOVE SPACES TO trnAction
           MOVE SPACES TO trnSiteId
           MOVE SPACES TO trnDateText
           MOVE SPACES TO trnReason
           MOVE 1 TO transPtr
           UNSTRING transRecord DELIMITED BY ALL SPACE
               INTO trnAction trnSiteId trnDateText
               WITH POINTER transPtr
           END-UNSTRING
           IF transPtr <= 120
               MOVE FUNCTION TRIM(transRecord(transPtr:))
                   TO trnReason
           END-IF.

      * every HELD posting for the site-day takes the decision; a
      * site-day with no HELD posting left is rejected with whatever
      * became of it, so a second RELEASE can never send it twice
       APPLY-DECISION.
           IF trnAction = "RELEASE"
               MOVE "RELEASED" TO trnNewStatus
           ELSE
               MOVE "REJECTED" TO trnNewStatus
           END-IF
           MOVE 0 TO matchCount
           MOVE SPACES TO lastStatusSeen
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > holdCount
               MOVE htLine(i) TO holdLineWork
               IF hlSiteId = trnSiteId(1:8)
                   AND hlExtractDate = trnExtractDate
                   IF hlStatus = "HELD"
                       ADD 1 TO matchCount
                       MOVE trnNewStatus TO hlStatus
                       MOVE runDate TO hlActionDate
                       MOVE trnReason TO hlActionReason
                       MOVE holdLineWork TO htLine(i)
                       IF trnAction = "RELEASE"
                           MOVE 'Y' TO htReleased(i)
                           ADD 1 TO releasedCount
                       END-IF
                       PERFORM WRITE-AUDIT-DECISION
                   ELSE
                       MOVE hlStatus TO lastStatusSeen
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN matchCount > 0
                   ADD 1 TO appliedCount
               WHEN lastStatusSeen NOT = SPACES
                   MOVE SPACES TO arjReason
                   STRING "SITE-DAY ALREADY " DELIMITED BY SIZE
                       lastStatusSeen DELIMITED BY SPACE
                       INTO arjReason
                   END-STRING
                   PERFORM WRITE-AUDIT-REJECT
               WHEN OTHER
                   MOVE "SITE-DAY NOT HELD" TO arjReason
                   PERFORM WRITE-AUDIT-REJECT
           END-EVALUATE.

      * HDR, one RELEASED DTL per posting released this run, TOT, and
      * TRL with the DTL count and the rows + rejects + result +
      * simScore hash - the framing the warehouse already verifies
      * <control>.INT with
       WRITE-RELEASE-INTERFACE.
           OPEN OUTPUT interfaceFile
           MOVE interfaceStatus TO fsCheckCode
           MOVE "interface file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           MOVE "AOCHLDRL" TO inhJobId
           MOVE runDate TO inhRunDate
           MOVE releasedCount TO inhDetailCount
           WRITE interfaceRecord FROM intHeaderWork

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > holdCount
               IF htReleased(i) = 'Y'
                   MOVE htLine(i) TO holdLineWork
                   MOVE hlSiteId TO indSiteId
                   MOVE hlRegion TO indRegion
                   MOVE hlRunDate TO indRunDate
                   MOVE hlRows TO indRows
                   MOVE hlRejects TO indRejects
                   MOVE hlResult TO indResult
                   MOVE hlSimScore TO indSimScore
                   MOVE "RELEASED" TO indStatus
                   MOVE 0 TO indConflicts
                   ADD hlRows TO intHashTotal
                   ADD hlRejects TO intHashTotal
                   ADD hlResult TO intHashTotal
                   ADD hlSimScore TO intHashTotal
                   ADD hlRows TO relRowsTotal
                   ADD hlRejects TO relRejectsTotal
                   ADD hlResult TO relResultTotal
                   ADD hlSimScore TO relSimTotal
                   WRITE interfaceRecord FROM intDetailWork
                   MOVE interfaceStatus TO fsCheckCode
                   MOVE "interface file" TO fsCheckLabel
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-PERFORM

           MOVE releasedCount TO intSites
           MOVE 0 TO intSkipped
           MOVE relRowsTotal TO intRows
           MOVE relRejectsTotal TO intRejects
           MOVE relResultTotal TO intResult
           MOVE relSimTotal TO intSimScore
           MOVE stillHeldCount TO intHeld
           WRITE interfaceRecord FROM intTotalWork

           MOVE releasedCount TO intTrlCount
           MOVE intHashTotal TO intTrlHash
           WRITE interfaceRecord FROM intTrailerWork
           MOVE interfaceStatus TO fsCheckCode
           MOVE "interface file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           CLOSE interfaceFile.

       REWRITE-HOLD-FILE.
           OPEN OUTPUT newHoldFile
           MOVE newHoldStatus TO fsCheckCode
           MOVE "new hold file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > holdCount
               WRITE newHoldRecord FROM htLine(i)
               MOVE newHoldStatus TO fsCheckCode
               MOVE "new hold file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE newHoldFile

           CALL "CBL_RENAME_FILE" USING newHoldFileName holdFileName
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: cannot replace "
                   FUNCTION TRIM(holdFileName)
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE.

      * the status change and the reason, one line each, against the
      * posting's run date so two holds of one site-day read apart
       WRITE-AUDIT-DECISION.
           MOVE hlSiteId TO audSiteId
           MOVE hlExtractDate TO audExtractDate
           MOVE trnAction TO audAction
           MOVE "STATUS" TO audField
           MOVE "HELD" TO audBefore
           MOVE hlStatus TO audAfter
           PERFORM WRITE-AUDIT-LINE
           MOVE "RUN DATE" TO audField
           MOVE hlRunDate TO audBefore
           MOVE hlRunDate TO audAfter
           PERFORM WRITE-AUDIT-LINE
           MOVE "HOLD REASON" TO audField
           MOVE hlHoldReason TO audBefore
           MOVE hlActionReason TO audAfter
           PERFORM WRITE-AUDIT-LINE.

       WRITE-AUDIT-LINE.
           WRITE auditRecord FROM auditLineWork
           MOVE auditFileStatus TO fsCheckCode
           MOVE "audit file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

       WRITE-AUDIT-REJECT.
           ADD 1 TO rejectedCount
           MOVE trnSiteId TO arjSiteId
           MOVE trnDateText TO arjDateText
           MOVE trnAction TO arjAction
           DISPLAY "Transaction rejected for " trnSiteId(1:8) " "
               trnDateText(1:8) ": " FUNCTION TRIM(arjReason)
           WRITE auditRecord FROM auditRejectWork
           MOVE auditFileStatus TO fsCheckCode
           MOVE "audit file" TO fsCheckLabel
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
