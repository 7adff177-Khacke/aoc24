       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCASAG.

      * Corrective-action case aging: reads every case in CASES.IDX
      * (see CASEREC) and lists the open ones by age - how long since
      * the case was last opened - so a case nobody is working does
      * not sit quietly behind a report that keeps coming out unsafe.
      * A case open the escalation limit or longer is listed first as
      * ESCALATED, with its owner (or UNASSIGNED), the failing cause
      * and how many nights it has been unsafe; the rest of the open
      * cases follow, then per-site counts. Closed cases are only
      * counted. No case file yet (no report has ever come out
      * unsafe) is not an error: both sections list NONE. Follows
      * the same DYNAMIC-assign / FILE STATUS conventions as the rest
      * of the job family.
      *
      * PARM: ESCDAYS=nnn escalation limit in days (default 14),
      * DATE=yyyymmdd to age as of (default today), CASES=<file>
      * (default CASES.IDX), OUT=<listing> (default CASEAGE.LST).
      *
      * RETURN-CODE: 0 = nothing to escalate, 4 = one or more cases
      * escalated, 12 = fatal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT caseFile ASSIGN TO DYNAMIC caseFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS csCaseKey
               FILE STATUS IS caseStatus.

           SELECT listingFile ASSIGN TO DYNAMIC listingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS listingStatus.

           SELECT runlogFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS runlogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD caseFile.
           COPY CASEREC.

       FD listingFile.
       01 listingRecord PIC X(150).

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

       WORKING-STORAGE SECTION.
       01 caseFileName      PIC X(40) VALUE "CASES.IDX".
       01 caseStatus        PIC XX.
       01 listingFileName   PIC X(40) VALUE "CASEAGE.LST".
       01 listingStatus     PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).

       01 parmText          PIC X(80).
       01 parmPtr           PIC 9(4).
       01 parmLen           PIC 9(4).
       01 parmToken         PIC X(40).

      * Run-audit trail (see RUNLOG copybook), same contract as
      * AOC202401. The END record's failed count is the cases
      * escalated.
       01 runlogFileName    PIC X(40) VALUE "RUNLOG".
       01 runlogFileStatus  PIC XX.
       01 logFileName       PIC X(20).
           COPY RUNLOG.

       01 runDate           PIC 9(8).
       01 runDateText       PIC X(8) VALUE SPACES.
       01 runDayNumber      PIC 9(8).
       01 escDaysText       PIC X(8).
       01 escalateDays      PIC 9(3) VALUE 14.
       01 caseEOF           PIC X.
       01 caseAgeDays       PIC 9(6).

      * which pass over the case file is listing: 'E' the escalated
      * cases, 'O' the other open ones
       01 listingPass       PIC X.

       01 caseCount         PIC 9(8) VALUE 0.
       01 openCount         PIC 9(8) VALUE 0.
       01 escalatedCount    PIC 9(8) VALUE 0.
       01 unassignedCount   PIC 9(8) VALUE 0.
       01 closedCount       PIC 9(8) VALUE 0.
       01 closedTodayCount  PIC 9(8) VALUE 0.
       01 passListed        PIC 9(8).

       01 siteMax           PIC 9(4) VALUE 500.
       01 siteCount         PIC 9(4) VALUE 0.
       01 siteTable.
           05 siteEntry OCCURS 500 TIMES.
               10 ssSiteId      PIC X(8).
               10 ssOpen        PIC 9(6).
               10 ssEscalated   PIC 9(6).
               10 ssUnassigned  PIC 9(6).
               10 ssOldest      PIC 9(6).
       01 siteSlot          PIC 9(4).
       01 i                 PIC 9(4).

       01 listHeading.
           05 FILLER        PIC X(34)
               VALUE "CORRECTIVE-ACTION CASE AGING      ".
           05 FILLER        PIC X(9) VALUE "AS OF    ".
           05 lhRunDate     PIC 9(8).
           05 FILLER        PIC X(20) VALUE "  ESCALATE AFTER    ".
           05 lhEscDays     PIC ZZ9.
           05 FILLER        PIC X(5) VALUE " DAYS".

       01 listColumns.
           05 FILLER        PIC X(36)
               VALUE "SITE ID    REPORT OPENED   FIRST   ".
           05 FILLER        PIC X(38)
               VALUE "  AGE RUNS CAUSE     OWNER        DAMP".
           05 FILLER        PIC X(20)
               VALUE "ENED COMMENT".

       01 listLineWork.
           05 llSiteId      PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llReportNo    PIC Z(7)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llOpened      PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llFirstSeen   PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llAge         PIC ZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llRuns        PIC ZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llCause       PIC X(9).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llOwner       PIC X(12).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llDampened    PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 llComment     PIC X(40).

       01 siteColumns.
           05 FILLER        PIC X(43)
               VALUE "SITE ID      OPEN ESCALATED UNASSIGNED OLDE".
           05 FILLER        PIC X(2) VALUE "ST".
       01 siteLineWork.
           05 slSiteId      PIC X(8).
           05 FILLER        PIC X(3) VALUE SPACES.
           05 slOpen        PIC ZZZZZ9.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 slEscalated   PIC ZZZZZ9.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 slUnassigned  PIC ZZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 slOldest      PIC ZZZZZ9.

       01 totalLineWork.
           05 tlLabel       PIC X(30).
           05 tlCount       PIC Z(7)9.

       PROCEDURE DIVISION.
           ACCEPT parmText FROM COMMAND-LINE.
           ACCEPT runDate FROM DATE YYYYMMDD.

           PERFORM PARSE-PARM

           IF runDateText NOT = SPACES
               IF FUNCTION TRIM(runDateText) IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(runDateText)) NOT = 0
                   DISPLAY "Invalid as-of date: " runDateText
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(runDateText) TO runDate
           END-IF
           COMPUTE runDayNumber = FUNCTION INTEGER-OF-DATE(runDate)

           MOVE caseFileName TO logFileName
           PERFORM WRITE-RUNLOG-START

           OPEN OUTPUT listingFile
           MOVE listingStatus TO fsCheckCode
           MOVE "aging listing" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           MOVE runDate TO lhRunDate
           MOVE escalateDays TO lhEscDays
           WRITE listingRecord FROM listHeading
           MOVE SPACES TO listingRecord
           WRITE listingRecord

           MOVE "ESCALATED - OPEN AT OR PAST THE LIMIT"
               TO listingRecord
           WRITE listingRecord
           WRITE listingRecord FROM listColumns
           MOVE 'E' TO listingPass
           PERFORM LIST-CASES
           IF passListed = 0
               MOVE "NONE" TO listingRecord
               WRITE listingRecord
           END-IF

           MOVE SPACES TO listingRecord
           WRITE listingRecord
           MOVE "OPEN - WITHIN THE LIMIT" TO listingRecord
           WRITE listingRecord
           WRITE listingRecord FROM listColumns
           MOVE 'O' TO listingPass
           PERFORM LIST-CASES
           IF passListed = 0
               MOVE "NONE" TO listingRecord
               WRITE listingRecord
           END-IF

           PERFORM WRITE-SITE-SUMMARY
           PERFORM WRITE-TOTALS
           CLOSE listingFile

           DISPLAY "Cases read: " caseCount
           DISPLAY "Open: " openCount
           DISPLAY "Escalated: " escalatedCount
           DISPLAY "Unassigned: " unassignedCount
           DISPLAY "Aging listing written to "
               FUNCTION TRIM(listingFileName)

           IF escalatedCount > 0
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
               WHEN parmToken(1:8) = "ESCDAYS="
                   MOVE SPACES TO escDaysText
                   MOVE parmToken(9:8) TO escDaysText
                   IF FUNCTION TRIM(escDaysText) IS NUMERIC
                       AND FUNCTION NUMVAL(escDaysText) <= 999
                       MOVE FUNCTION NUMVAL(escDaysText)
                           TO escalateDays
                   END-IF
               WHEN parmToken(1:5) = "DATE="
                   MOVE parmToken(6:8) TO runDateText
               WHEN parmToken(1:6) = "CASES="
                   MOVE parmToken(7:34) TO caseFileName
               WHEN parmToken(1:4) = "OUT="
                   MOVE parmToken(5:36) TO listingFileName
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-RUNLOG-START.
           MOVE "START" TO rlEvent
           MOVE "RUNNING" TO rlDisposition
           MOVE 0 TO rlRowCount
           MOVE 0 TO rlSitesFailed
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-END.
           MOVE "END" TO rlEvent
           EVALUATE TRUE
               WHEN RETURN-CODE >= 12
                   MOVE "FATAL" TO rlDisposition
               WHEN escalatedCount > 0
                   MOVE "ESCALATED" TO rlDisposition
               WHEN OTHER
                   MOVE "CLEAN" TO rlDisposition
           END-EVALUATE
           MOVE caseCount TO rlRowCount
           MOVE escalatedCount TO rlSitesFailed
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-RECORD.
           MOVE "AOCCASAG" TO rlProgramId
           ACCEPT rlDate FROM DATE YYYYMMDD
           ACCEPT rlTime FROM TIME
           MOVE logFileName TO rlFileName
           MOVE SPACES TO rlOptions
           STRING "DATE=" runDate
               " ESCDAYS=" escalateDays
               DELIMITED BY SIZE
               INTO rlOptions
           END-STRING
           MOVE 0 TO rlCkptInt
           MOVE 'N' TO rlResumed
           MOVE 0 TO rlRejectCount
           MOVE siteCount TO rlSiteCount

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

      * One pass over the case file in key order (site, report). The
      * counts are taken on the first pass only.
       LIST-CASES.
           MOVE 0 TO passListed
           OPEN INPUT caseFile
           IF caseStatus = '35'
               IF listingPass = 'E'
                   DISPLAY FUNCTION TRIM(caseFileName)
                       " not found - no case file yet"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE caseStatus TO fsCheckCode
           MOVE "case file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO caseEOF
           PERFORM UNTIL caseEOF = 'Y'
               READ caseFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO caseEOF
                   NOT AT END
                       PERFORM AGE-ONE-CASE
               END-READ
               MOVE caseStatus TO fsCheckCode
               MOVE "case file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE caseFile.

       AGE-ONE-CASE.
           IF listingPass = 'E'
               ADD 1 TO caseCount
           END-IF
           IF csStatus NOT = "OPEN"
               IF listingPass = 'E'
                   ADD 1 TO closedCount
                   IF csClosedDate = runDate
                       ADD 1 TO closedTodayCount
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF csOpenedDate > runDate
               MOVE 0 TO caseAgeDays
           ELSE
               COMPUTE caseAgeDays = runDayNumber
                   - FUNCTION INTEGER-OF-DATE(csOpenedDate)
           END-IF
           IF listingPass = 'E'
               PERFORM COUNT-OPEN-CASE
           END-IF
           IF (listingPass = 'E' AND caseAgeDays >= escalateDays)
               OR (listingPass = 'O' AND caseAgeDays < escalateDays)
               ADD 1 TO passListed
               PERFORM WRITE-CASE-LINE
           END-IF.

       COUNT-OPEN-CASE.
           ADD 1 TO openCount
           MOVE 0 TO siteSlot
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > siteCount
               IF ssSiteId(i) = csSiteId
                   MOVE i TO siteSlot
               END-IF
           END-PERFORM
           IF siteSlot = 0
               IF siteCount >= siteMax
                   DISPLAY "FATAL: more than " siteMax
                       " sites with open cases."
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               END-IF
               ADD 1 TO siteCount
               MOVE siteCount TO siteSlot
               MOVE csSiteId TO ssSiteId(siteSlot)
               MOVE 0 TO ssOpen(siteSlot)
               MOVE 0 TO ssEscalated(siteSlot)
               MOVE 0 TO ssUnassigned(siteSlot)
               MOVE 0 TO ssOldest(siteSlot)
           END-IF
           ADD 1 TO ssOpen(siteSlot)
           IF caseAgeDays >= escalateDays
               ADD 1 TO escalatedCount
               ADD 1 TO ssEscalated(siteSlot)
           END-IF
           IF csOwner = SPACES
               ADD 1 TO unassignedCount
               ADD 1 TO ssUnassigned(siteSlot)
           END-IF
           IF caseAgeDays > ssOldest(siteSlot)
               MOVE caseAgeDays TO ssOldest(siteSlot)
           END-IF.

       WRITE-CASE-LINE.
           MOVE csSiteId TO llSiteId
           MOVE csReportNo TO llReportNo
           MOVE csOpenedDate TO llOpened
           MOVE csFirstSeen TO llFirstSeen
           MOVE caseAgeDays TO llAge
           MOVE csUnsafeRuns TO llRuns
           MOVE csCause TO llCause
           IF csOwner = SPACES
               MOVE "UNASSIGNED" TO llOwner
           ELSE
               MOVE csOwner TO llOwner
           END-IF
           IF csDampenedDate = 0
               MOVE SPACES TO llDampened
           ELSE
               MOVE csDampenedDate TO llDampened
           END-IF
           MOVE csComment TO llComment
           WRITE listingRecord FROM listLineWork
           MOVE listingStatus TO fsCheckCode
           MOVE "aging listing" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

       WRITE-SITE-SUMMARY.
           MOVE SPACES TO listingRecord
           WRITE listingRecord
           MOVE "OPEN CASES BY SITE" TO listingRecord
           WRITE listingRecord
           WRITE listingRecord FROM siteColumns
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > siteCount
               MOVE ssSiteId(i) TO slSiteId
               MOVE ssOpen(i) TO slOpen
               MOVE ssEscalated(i) TO slEscalated
               MOVE ssUnassigned(i) TO slUnassigned
               MOVE ssOldest(i) TO slOldest
               WRITE listingRecord FROM siteLineWork
           END-PERFORM
           IF siteCount = 0
               MOVE "NONE" TO listingRecord
               WRITE listingRecord
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO listingRecord
           WRITE listingRecord
           MOVE "CASES ON FILE" TO tlLabel
           MOVE caseCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "  OPEN" TO tlLabel
           MOVE openCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "    ESCALATED" TO tlLabel
           MOVE escalatedCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "    UNASSIGNED" TO tlLabel
           MOVE unassignedCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "  CLOSED" TO tlLabel
           MOVE closedCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "    CLOSED ON THE AS-OF DATE" TO tlLabel
           MOVE closedTodayCount TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE listingStatus TO fsCheckCode
           MOVE "aging listing" TO fsCheckLabel
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
