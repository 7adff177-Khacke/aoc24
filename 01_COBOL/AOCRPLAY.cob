       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCRPLAY.

      * Audit replay of one posted site-day. Finds the site-day's
      * posting in RESULTS.HIST (or RESULTS.HARC once AOCHSTAR has
      * rolled it up), then the extract that night actually loaded
      * among the copies AOCHKEEP archived under the retention
      * policy's ARCHIVE prefix, and runs it again through the same
      * rules AOC202401 applies - HDR/TRL capture, the numeric row
      * validation that decides rejects, the header/trailer row
      * counts and hash total, the two ascending column sorts and the
      * merge-style similarity counts - without posting, tracking or
      * writing anything back. The recomputed row count, reject
      * count, result and simScore are compared with the posting,
      * and every recomputed pair line with the archived .RCN of the
      * same night, line by line. When everything agrees the output
      * is a signed-off replay certificate; otherwise it is a
      * discrepancy report listing each difference. The run is
      * logged to RUNLOG like any other. Follows the same
      * DYNAMIC-assign / FILE STATUS conventions as the rest of the
      * job family.
      *
      * Archived copies are named <prefix><name>.yyyymmdd by their
      * inventory date, which for a nightly extract and its .RCN is
      * the run date the posting carries; the extract is also looked
      * for under its header date (a catch-up load catalogued the day
      * it was cut) and finally without a date qualifier (copies
      * archived before AOCHKEEP dated them). A candidate whose HDR
      * names a different date is another night's generation and is
      * passed over.
      *
      * PARM: SITE=xxxxxxxx and DATE=yyyymmdd (the extract's header
      * date) are required. FILE=<extract name> picks one posting
      * when the site-day was posted more than once (a SUPOK repair)
      * or names the extract of a posting made before site IDs were
      * recorded - otherwise the latest posting is replayed.
      * EXTRACT=/RCN=<file> name the archived copies outright,
      * PREFIX=<prefix> overrides the policy's ARCHIVE line,
      * POLICY=<file> (default RETAIN.POL), HIST=, HARC=<file>
      * (default RESULTS.HIST / RESULTS.HARC), OUT=<report> (default
      * REPLAY.<site>.<date>.LST).
      *
      * RETURN-CODE: 0 = posting reproduced exactly, certificate
      * written, 8 = discrepancy report written, 12 = fatal (no such
      * posting, no archived extract, unusable input).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT policyFile ASSIGN TO DYNAMIC policyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS policyFileStatus.

           SELECT historyFile ASSIGN TO DYNAMIC historyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS historyFileStatus.

           SELECT archiveFile ASSIGN TO DYNAMIC archiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS archiveFileStatus.

           SELECT inputFile ASSIGN TO DYNAMIC extractFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS fileStatus.

           SELECT reconFile ASSIGN TO DYNAMIC reconFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS reconFileStatus.

           SELECT certFile ASSIGN TO DYNAMIC certFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS certFileStatus.

           SELECT runlogFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS runlogFileStatus.

           SELECT sortWork1 ASSIGN TO "sortwk6".
           SELECT sortWork2 ASSIGN TO "sortwk7".

       DATA DIVISION.
       FILE SECTION.
       FD policyFile.
       01 policyRecord PIC X(80).

       FD historyFile.
       01 historyRecord PIC X(160).

       FD archiveFile.
       01 archiveRecord PIC X(160).

       FD inputFile.
           COPY PAIRREC.

       FD reconFile.
       01 reconRecord PIC X(80).

       FD certFile.
       01 certRecord PIC X(132).

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

       SD sortWork1.
       01 sortRec1 PIC 9(8).

       SD sortWork2.
       01 sortRec2 PIC 9(8).

       WORKING-STORAGE SECTION.
       01 policyFileName    PIC X(40) VALUE "RETAIN.POL".
       01 policyFileStatus  PIC XX.
       01 historyFileName   PIC X(40) VALUE "RESULTS.HIST".
       01 historyFileStatus PIC XX.
       01 archiveFileName   PIC X(40) VALUE "RESULTS.HARC".
       01 archiveFileStatus PIC XX.
       01 extractFileName   PIC X(70) VALUE SPACES.
       01 fileStatus        PIC XX.
       01 reconFileName     PIC X(70) VALUE SPACES.
       01 reconFileStatus   PIC XX.
       01 certFileName      PIC X(40) VALUE SPACES.
       01 certFileStatus    PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).

       01 parmText          PIC X(80).
       01 parmPtr           PIC 9(4).
       01 parmLen           PIC 9(4).
       01 parmToken         PIC X(40).

      * Run-audit trail (see RUNLOG copybook), same contract as
      * AOC202401: the END record carries the replayed row and reject
      * counts against the extract's name.
       01 runlogFileName    PIC X(40) VALUE "RUNLOG".
       01 runlogFileStatus  PIC XX.
       01 logFileName       PIC X(20).
           COPY RUNLOG.

       01 runDate           PIC 9(8).
       01 runTime           PIC 9(8).
       01 replaySiteId      PIC X(8) VALUE SPACES.
       01 replayDateText    PIC X(8) VALUE SPACES.
       01 fileOverride      PIC X(20) VALUE SPACES.
       01 extractOverride   PIC X(40) VALUE SPACES.
       01 reconOverride     PIC X(40) VALUE SPACES.
       01 prefixOverride    PIC X(20) VALUE SPACES.

      * ARCHIVE <prefix> line in the retention policy, as AOCHKEEP
      * reads it
       01 archivePrefix     PIC X(20) VALUE "ARCHIVE/".
       01 policyEOF         PIC X.
       01 policyLineWork.
           05 polField1     PIC X(10).
           05 polField2     PIC X(20).

           COPY HISTREC.

      * the posting being proven, kept whole once found
       01 historyEOF        PIC X.
       01 postFound         PIC X VALUE 'N'.
       01 postCount         PIC 9(4) VALUE 0.
       01 postSource        PIC X(12).
       01 postImage         PIC X(160).
       01 scanSource        PIC X(12).
       01 postRows          PIC 9(8).
       01 postRejects       PIC 9(8).
       01 postRejectsKnown  PIC X.
       01 postResult        PIC 9(18).
       01 postSimScore      PIC 9(18).

       01 extractFound      PIC X VALUE 'N'.
       01 extractExplicit   PIC X VALUE 'N'.
       01 candidateName     PIC X(70).
       01 reconFound        PIC X VALUE 'N'.

      * the replay itself - the same working set AOC202401 loads
       01 lineNumber        PIC 9(8) VALUE 0.
       01 validRowCount     PIC 9(8) VALUE 0.
       01 rejectCount       PIC 9(8) VALUE 0.
       01 dataRowCount      PIC 9(8) VALUE 0.
       01 tableSize         PIC 9(8) VALUE 0.
       01 result            PIC 9(18) VALUE 0.
       01 simScore          PIC 9(18) VALUE 0.
       01 RET               PIC 9(18).
       01 i                 PIC 9(8).
       01 tableMaxRows      PIC 9(8) VALUE 50000.
       01 dynTable.
           05 dynTableEntry OCCURS 50000 TIMES
               INDEXED BY tableIndex.
               10 tableField1 PIC 9(8).
               10 tableField2 PIC 9(8).
       01 sortedLeftTable.
           05 sortedLeftEntry  PIC 9(8) OCCURS 50000 TIMES.
       01 sortedRightTable.
           05 sortedRightEntry PIC 9(8) OCCURS 50000 TIMES.
       01 simCountTable.
           05 simCountEntry    PIC 9(8) OCCURS 50000 TIMES.
       01 simRightIndex     PIC 9(8).
       01 simRunCount       PIC 9(8).
       01 sortEOF1          PIC X.
       01 sortEOF2          PIC X.
       01 reconDiff         PIC 9(8).
       01 reconSimCount     PIC 9(8).
       01 reconLineWork.
           05 reconLeftOut  PIC Z(7)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 reconRightOut PIC Z(7)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 reconDiffOut  PIC Z(7)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 reconSimOut   PIC Z(7)9.
       01 reconCompare      PIC X(80).

       01 ctlHeaderSeen     PIC X VALUE 'N'.
       01 ctlTrailerSeen    PIC X VALUE 'N'.
       01 ctlSiteId         PIC X(8) VALUE SPACES.
       01 ctlExtractDate    PIC X(8) VALUE SPACES.
       01 ctlExpectedRows   PIC 9(8) VALUE 0.
       01 ctlTrailerCount   PIC 9(8) VALUE 0.
       01 ctlTrailerHash    PIC 9(18) VALUE 0.
       01 hashTotal         PIC 9(18) VALUE 0.
       01 hashIndex         PIC 9(8).
       01 replayValid       PIC X VALUE 'Y'.
       01 replayFailReason  PIC X(40) VALUE SPACES.

       01 reconEOF          PIC X VALUE 'N'.
       01 reconLines        PIC 9(8) VALUE 0.
       01 pairDiffCount     PIC 9(8) VALUE 0.
       01 diffPrintMax      PIC 9(4) VALUE 200.
       01 discrepancyCount  PIC 9(6) VALUE 0.

       01 certHeading.
           05 FILLER        PIC X(18) VALUE "AUDIT REPLAY  SITE".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 chSiteId      PIC X(8).
           05 FILLER        PIC X(15) VALUE "  EXTRACT DATE ".
           05 chDate        PIC X(8).
           05 FILLER        PIC X(14) VALUE "  REPLAYED ON ".
           05 chRunDate     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 chRunTime     PIC 9(6).

       01 identityLineWork.
           05 idLabel       PIC X(20).
           05 idValue       PIC X(100).

       01 compareColumns.
           05 FILLER        PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(18) VALUE "            POSTED".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 FILLER        PIC X(18) VALUE "          REPLAYED".

       01 compareLineWork.
           05 cmpLabel      PIC X(20).
           05 cmpPosted     PIC X(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 cmpReplayed   PIC Z(17)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 cmpVerdict    PIC X(20).
       01 cmpEdit           PIC Z(17)9.

       01 pairDiffLineWork.
           05 FILLER        PIC X(7) VALUE "  LINE ".
           05 dfLine        PIC Z(7)9.
           05 FILLER        PIC X(11) VALUE "  ARCHIVED ".
           05 dfArchived    PIC X(35).
           05 FILLER        PIC X(11) VALUE "  REPLAYED ".
           05 dfReplayed    PIC X(35).

       01 signOffLineWork.
           05 FILLER        PIC X(22) VALUE "SIGNED OFF BY AOCRPLAY".
           05 FILLER        PIC X(4) VALUE " ON ".
           05 soDate        PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 soTime        PIC 9(6).
           05 FILLER        PIC X(12) VALUE "  REFERENCE ".
           05 soReference   PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT parmText FROM COMMAND-LINE.
           ACCEPT runDate FROM DATE YYYYMMDD.
           ACCEPT runTime FROM TIME.

           PERFORM PARSE-PARM

           IF replaySiteId = SPACES OR replayDateText = SPACES
               DISPLAY "SITE= and DATE= are both required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF replayDateText IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(replayDateText)) NOT = 0
               DISPLAY "Invalid extract date: " replayDateText
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF certFileName = SPACES
               STRING "REPLAY." DELIMITED BY SIZE
                   FUNCTION TRIM(replaySiteId) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   replayDateText DELIMITED BY SIZE
                   ".LST" DELIMITED BY SIZE
                   INTO certFileName
               END-STRING
           END-IF

           MOVE historyFileName TO logFileName
           PERFORM WRITE-RUNLOG-START

           PERFORM LOAD-ARCHIVE-PREFIX
           IF prefixOverride NOT = SPACES
               MOVE prefixOverride TO archivePrefix
           END-IF

           PERFORM FIND-POSTING
           IF postFound = 'N'
               DISPLAY "FATAL: no posting for site " replaySiteId
                   " extract date " replayDateText " in "
                   FUNCTION TRIM(historyFileName) " or "
                   FUNCTION TRIM(archiveFileName)
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           IF postCount > 1
               DISPLAY "Site-day posted " postCount
                   " times - replaying the latest ("
                   FUNCTION TRIM(hwFileName) " run " hwRunDate
                   "); name another with FILE="
           END-IF

           PERFORM LOCATE-ARCHIVED-EXTRACT
           IF extractFound = 'N'
               DISPLAY "FATAL: no archived extract for "
                   FUNCTION TRIM(hwFileName) " of " replayDateText
                   " under " FUNCTION TRIM(archivePrefix)
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           MOVE hwFileName TO logFileName
           PERFORM LOCATE-ARCHIVED-RECON

           OPEN OUTPUT certFile
           MOVE certFileStatus TO fsCheckCode
           MOVE "replay report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM WRITE-IDENTITY-LINES

           PERFORM REPLAY-EXTRACT
           PERFORM COMPARE-PAIRS
           PERFORM COMPARE-TOTALS
           PERFORM WRITE-VERDICT
           CLOSE certFile

           DISPLAY "Posting: " FUNCTION TRIM(postSource) " "
               FUNCTION TRIM(hwFileName) " run " hwRunDate
           DISPLAY "Archived extract: " FUNCTION TRIM(extractFileName)
           DISPLAY "Replayed rows: " dataRowCount
               " rejects: " rejectCount
           DISPLAY "Replayed result: " result
               " simScore: " simScore
           IF discrepancyCount = 0
               DISPLAY "Posting reproduced - certificate written to "
                   FUNCTION TRIM(certFileName)
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY discrepancyCount
                   " discrepancies - report written to "
                   FUNCTION TRIM(certFileName)
               MOVE 8 TO RETURN-CODE
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
               WHEN parmToken(1:5) = "SITE="
                   MOVE parmToken(6:8) TO replaySiteId
               WHEN parmToken(1:5) = "DATE="
                   MOVE parmToken(6:8) TO replayDateText
               WHEN parmToken(1:5) = "FILE="
                   MOVE parmToken(6:20) TO fileOverride
               WHEN parmToken(1:8) = "EXTRACT="
                   MOVE parmToken(9:32) TO extractOverride
               WHEN parmToken(1:4) = "RCN="
                   MOVE parmToken(5:36) TO reconOverride
               WHEN parmToken(1:7) = "PREFIX="
                   MOVE parmToken(8:20) TO prefixOverride
               WHEN parmToken(1:7) = "POLICY="
                   MOVE parmToken(8:33) TO policyFileName
               WHEN parmToken(1:5) = "HIST="
                   MOVE parmToken(6:35) TO historyFileName
               WHEN parmToken(1:5) = "HARC="
                   MOVE parmToken(6:35) TO archiveFileName
               WHEN parmToken(1:4) = "OUT="
                   MOVE parmToken(5:36) TO certFileName
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
               WHEN discrepancyCount > 0
                   MOVE "DISCREPANCY" TO rlDisposition
               WHEN OTHER
                   MOVE "CERTIFIED" TO rlDisposition
           END-EVALUATE
           MOVE dataRowCount TO rlRowCount
           MOVE rejectCount TO rlRejectCount
           MOVE 1 TO rlSiteCount
           IF RETURN-CODE >= 12 OR discrepancyCount > 0
               MOVE 1 TO rlSitesFailed
           ELSE
               MOVE 0 TO rlSitesFailed
           END-IF
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-RECORD.
           MOVE "AOCRPLAY" TO rlProgramId
           ACCEPT rlDate FROM DATE YYYYMMDD
           ACCEPT rlTime FROM TIME
           MOVE logFileName TO rlFileName
           MOVE SPACES TO rlOptions
           STRING "SITE=" replaySiteId
               " DATE=" replayDateText
               " FILE=" fileOverride
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

      * No policy file simply leaves the default prefix.
       LOAD-ARCHIVE-PREFIX.
           OPEN INPUT policyFile
           IF policyFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE policyFileStatus TO fsCheckCode
           MOVE "policy file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO policyEOF
           PERFORM UNTIL policyEOF = 'Y'
               READ policyFile
                   AT END
                       MOVE 'Y' TO policyEOF
                   NOT AT END
                       IF policyRecord NOT = SPACES
                           AND policyRecord(1:1) NOT = '*'
                           MOVE SPACES TO policyLineWork
                           UNSTRING policyRecord DELIMITED BY ALL SPACE
                               INTO polField1 polField2
                           END-UNSTRING
                           IF polField1 = "ARCHIVE"
                               MOVE polField2 TO archivePrefix
                           END-IF
                       END-IF
               END-READ
               MOVE policyFileStatus TO fsCheckCode
               MOVE "policy file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE policyFile.

      * The rolled-up detail first and the live history second, so
      * the latest matching posting wins.
       FIND-POSTING.
           MOVE "RESULTS.HARC" TO scanSource
           OPEN INPUT archiveFile
           IF archiveFileStatus NOT = '35'
               MOVE archiveFileStatus TO fsCheckCode
               MOVE "archive file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO historyEOF
               PERFORM UNTIL historyEOF = 'Y'
                   READ archiveFile INTO histLineWork
                       AT END
                           MOVE 'Y' TO historyEOF
                       NOT AT END
                           PERFORM TEST-POSTING
                   END-READ
                   MOVE archiveFileStatus TO fsCheckCode
                   MOVE "archive file" TO fsCheckLabel
                   PERFORM CHECK-FILE-STATUS
               END-PERFORM
               CLOSE archiveFile
           END-IF

           MOVE "RESULTS.HIST" TO scanSource
           OPEN INPUT historyFile
           IF historyFileStatus NOT = '35'
               MOVE historyFileStatus TO fsCheckCode
               MOVE "history file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO historyEOF
               PERFORM UNTIL historyEOF = 'Y'
                   READ historyFile INTO histLineWork
                       AT END
                           MOVE 'Y' TO historyEOF
                       NOT AT END
                           PERFORM TEST-POSTING
                   END-READ
                   MOVE historyFileStatus TO fsCheckCode
                   MOVE "history file" TO fsCheckLabel
                   PERFORM CHECK-FILE-STATUS
               END-PERFORM
               CLOSE historyFile
           END-IF

           IF postFound = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE postImage TO histLineWork
           MOVE FUNCTION NUMVAL(hwRowCount) TO postRows
           MOVE FUNCTION NUMVAL(hwResult) TO postResult
           MOVE FUNCTION NUMVAL(hwSimScore) TO postSimScore
           IF hwRejects = SPACES
               MOVE 'N' TO postRejectsKnown
               MOVE 0 TO postRejects
           ELSE
               MOVE 'Y' TO postRejectsKnown
               MOVE FUNCTION NUMVAL(hwRejects) TO postRejects
           END-IF.

      * A record from before site IDs and extract dates were kept
      * can only be picked out by FILE= and its run date.
       TEST-POSTING.
           IF histLineWork = SPACES
               EXIT PARAGRAPH
           END-IF
      * reversed under ADJUST - kept for the locked month's totals only
           IF hwPriorAdj = 'R' OR hwPriorAdj = 'X'
               EXIT PARAGRAPH
           END-IF
           IF fileOverride NOT = SPACES
               AND hwFileName NOT = fileOverride
               EXIT PARAGRAPH
           END-IF
           IF hwSiteId = SPACES
               IF fileOverride = SPACES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF hwSiteId NOT = replaySiteId
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF hwExtractDate IS NUMERIC
               AND hwExtractDate NOT = "00000000"
               IF hwExtractDate NOT = replayDateText
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF hwRunDate NOT = replayDateText
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO postFound
           ADD 1 TO postCount
           MOVE histLineWork TO postImage
           MOVE scanSource TO postSource.

       LOCATE-ARCHIVED-EXTRACT.
           IF extractOverride NOT = SPACES
               MOVE 'Y' TO extractExplicit
               MOVE extractOverride TO candidateName
               PERFORM TRY-EXTRACT-CANDIDATE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO candidateName
           STRING FUNCTION TRIM(archivePrefix) DELIMITED BY SIZE
               FUNCTION TRIM(hwFileName) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               hwRunDate DELIMITED BY SIZE
               INTO candidateName
           END-STRING
           PERFORM TRY-EXTRACT-CANDIDATE

           IF extractFound = 'N' AND hwRunDate NOT = replayDateText
               MOVE SPACES TO candidateName
               STRING FUNCTION TRIM(archivePrefix) DELIMITED BY SIZE
                   FUNCTION TRIM(hwFileName) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   replayDateText DELIMITED BY SIZE
                   INTO candidateName
               END-STRING
               PERFORM TRY-EXTRACT-CANDIDATE
           END-IF

           IF extractFound = 'N'
               MOVE SPACES TO candidateName
               STRING FUNCTION TRIM(archivePrefix) DELIMITED BY SIZE
                   FUNCTION TRIM(hwFileName) DELIMITED BY SIZE
                   INTO candidateName
               END-STRING
               PERFORM TRY-EXTRACT-CANDIDATE
           END-IF.

      * a copy whose header names another date is another night's
       TRY-EXTRACT-CANDIDATE.
           MOVE candidateName TO extractFileName
           OPEN INPUT inputFile
           IF fileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE fileStatus TO fsCheckCode
           MOVE "archived extract" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO inputRecord
           READ inputFile
               AT END
                   CONTINUE
           END-READ
           CLOSE inputFile
           IF hdrTag = "HDR" AND hdrExtractDate NOT = replayDateText
               AND extractExplicit = 'N'
               DISPLAY "Passing over " FUNCTION TRIM(extractFileName)
                   " - its header is dated " hdrExtractDate
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO extractFound.

      * the .RCN is written, and so catalogued, on the run date
       LOCATE-ARCHIVED-RECON.
           IF reconOverride NOT = SPACES
               MOVE reconOverride TO candidateName
               PERFORM TRY-RECON-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO candidateName
           STRING FUNCTION TRIM(archivePrefix) DELIMITED BY SIZE
               FUNCTION TRIM(hwFileName) DELIMITED BY SIZE
               ".RCN." DELIMITED BY SIZE
               hwRunDate DELIMITED BY SIZE
               INTO candidateName
           END-STRING
           PERFORM TRY-RECON-CANDIDATE
           IF reconFound = 'N'
               MOVE SPACES TO candidateName
               STRING FUNCTION TRIM(archivePrefix) DELIMITED BY SIZE
                   FUNCTION TRIM(hwFileName) DELIMITED BY SIZE
                   ".RCN" DELIMITED BY SIZE
                   INTO candidateName
               END-STRING
               PERFORM TRY-RECON-CANDIDATE
           END-IF.

       TRY-RECON-CANDIDATE.
           MOVE candidateName TO reconFileName
           OPEN INPUT reconFile
           IF reconFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE reconFileStatus TO fsCheckCode
           MOVE "archived recon" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           CLOSE reconFile
           MOVE 'Y' TO reconFound.

       WRITE-IDENTITY-LINES.
           MOVE replaySiteId TO chSiteId
           MOVE replayDateText TO chDate
           MOVE runDate TO chRunDate
           MOVE runTime(1:6) TO chRunTime
           WRITE certRecord FROM certHeading
           MOVE SPACES TO certRecord
           WRITE certRecord

           MOVE "POSTING" TO idLabel
           MOVE SPACES TO idValue
           STRING FUNCTION TRIM(postSource) DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               hwRunDate DELIMITED BY SIZE
               "  EXTRACT " DELIMITED BY SIZE
               FUNCTION TRIM(hwFileName) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(hwSiteName) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(hwRegion) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO idValue
           END-STRING
           WRITE certRecord FROM identityLineWork
           IF postCount > 1
               MOVE SPACES TO idLabel
               MOVE SPACES TO idValue
               STRING "LATEST OF " DELIMITED BY SIZE
                   postCount DELIMITED BY SIZE
                   " POSTINGS OF THE SITE-DAY" DELIMITED BY SIZE
                   INTO idValue
               END-STRING
               WRITE certRecord FROM identityLineWork
           END-IF
           MOVE "ARCHIVED EXTRACT" TO idLabel
           MOVE extractFileName TO idValue
           WRITE certRecord FROM identityLineWork
           MOVE "ARCHIVED RECON" TO idLabel
           IF reconFound = 'Y'
               MOVE reconFileName TO idValue
           ELSE
               MOVE "(NONE FOUND)" TO idValue
           END-IF
           WRITE certRecord FROM identityLineWork
           MOVE SPACES TO certRecord
           WRITE certRecord.

      * READ-TO-TABLE / VERIFY-CONTROL-TOTALS of AOC202401, with a
      * failure noted against the replay instead of skipping a site.
      * The extract-date checks against SITEDATE.TRK are not replayed:
      * they judged the night's state, not the extract.
       REPLAY-EXTRACT.
           OPEN INPUT inputFile
           MOVE fileStatus TO fsCheckCode
           MOVE "archived extract" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           SET tableIndex TO 1
           PERFORM READ-TO-TABLE UNTIL fileStatus = '10'
           CLOSE inputFile

           COMPUTE dataRowCount = validRowCount + rejectCount
           MOVE validRowCount TO tableSize

           IF ctlHeaderSeen = 'Y' AND ctlTrailerSeen = 'N'
               MOVE "EXTRACT TRUNCATED" TO replayFailReason
               PERFORM NOTE-REPLAY-FAILURE
           END-IF
           IF ctlHeaderSeen = 'Y'
               AND ctlExpectedRows NOT = dataRowCount
               MOVE "ROW COUNT MISMATCH (HEADER)" TO replayFailReason
               PERFORM NOTE-REPLAY-FAILURE
           END-IF
           IF ctlTrailerSeen = 'Y'
               AND ctlTrailerCount NOT = dataRowCount
               MOVE "ROW COUNT MISMATCH (TRAILER)" TO replayFailReason
               PERFORM NOTE-REPLAY-FAILURE
           END-IF
           IF ctlTrailerSeen = 'Y'
               MOVE 0 TO hashTotal
               PERFORM VARYING hashIndex FROM 1 BY 1
                   UNTIL hashIndex > validRowCount
                   ADD tableField1 OF dynTableEntry(hashIndex)
                       TO hashTotal
                   ADD tableField2 OF dynTableEntry(hashIndex)
                       TO hashTotal
               END-PERFORM
               IF ctlTrailerHash NOT = hashTotal
                   MOVE "HASH TOTAL MISMATCH" TO replayFailReason
                   PERFORM NOTE-REPLAY-FAILURE
               END-IF
           END-IF
           IF ctlHeaderSeen = 'Y'
               AND ctlExtractDate NOT = replayDateText
               MOVE "HEADER NAMES ANOTHER DATE" TO replayFailReason
               PERFORM NOTE-REPLAY-FAILURE
           END-IF
           IF ctlHeaderSeen = 'Y' AND ctlSiteId NOT = replaySiteId
               MOVE "HEADER NAMES ANOTHER SITE" TO replayFailReason
               PERFORM NOTE-REPLAY-FAILURE
           END-IF
           IF tableSize = 0
               MOVE "NO VALID DATA ROWS" TO replayFailReason
               PERFORM NOTE-REPLAY-FAILURE
           END-IF

           IF replayValid = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-COLUMNS
           PERFORM BUILD-SIM-COUNTS.

      * the archived extract would not have posted at all
       NOTE-REPLAY-FAILURE.
           MOVE 'N' TO replayValid
           ADD 1 TO discrepancyCount
           MOVE SPACES TO certRecord
           STRING "*** ARCHIVED EXTRACT FAILS VALIDATION: "
               DELIMITED BY SIZE
               replayFailReason DELIMITED BY SIZE
               INTO certRecord
           END-STRING
           WRITE certRecord.

       READ-TO-TABLE.
           READ inputFile
               AT END
                   MOVE '10' to fileStatus
               NOT AT END
                   ADD 1 TO lineNumber
                   EVALUATE TRUE
                   WHEN hdrTag = "HDR"
                       PERFORM CAPTURE-EXTRACT-HEADER
                   WHEN trlTag = "TRL"
                       PERFORM CAPTURE-EXTRACT-TRAILER
                   WHEN field1 = SPACES OR field2 = SPACES
                       OR FUNCTION TRIM(field1) IS NOT NUMERIC
                       OR FUNCTION TRIM(field2) IS NOT NUMERIC
                       ADD 1 TO rejectCount
                   WHEN OTHER
                       IF tableIndex > tableMaxRows
                           DISPLAY "FATAL: input exceeds table "
                               "capacity of " tableMaxRows " rows."
                           MOVE 12 TO RETURN-CODE
                           PERFORM WRITE-RUNLOG-END
                           STOP RUN
                       END-IF
                       MOVE field1 TO tableField1 OF
                       dynTableEntry(tableIndex)
                       MOVE field2 TO tableField2 OF
                       dynTableEntry(tableIndex)
                       SET tableIndex UP BY 1
                       ADD 1 TO validRowCount
                   END-EVALUATE
           END-READ
           MOVE fileStatus TO fsCheckCode
           MOVE "archived extract" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

       CAPTURE-EXTRACT-HEADER.
           MOVE 'Y' TO ctlHeaderSeen
           MOVE hdrSiteId TO ctlSiteId
           MOVE hdrExtractDate TO ctlExtractDate
           IF FUNCTION TRIM(hdrExpectedRows) IS NOT NUMERIC
               MOVE "MALFORMED EXTRACT HEADER" TO replayFailReason
               PERFORM NOTE-REPLAY-FAILURE
           ELSE
               MOVE FUNCTION NUMVAL(hdrExpectedRows)
                   TO ctlExpectedRows
           END-IF.

       CAPTURE-EXTRACT-TRAILER.
           MOVE 'Y' TO ctlTrailerSeen
           IF FUNCTION TRIM(trlRecordCount) IS NOT NUMERIC
               OR FUNCTION TRIM(trlHashTotal) IS NOT NUMERIC
               MOVE "MALFORMED EXTRACT TRAILER" TO replayFailReason
               PERFORM NOTE-REPLAY-FAILURE
           ELSE
               MOVE FUNCTION NUMVAL(trlRecordCount)
                   TO ctlTrailerCount
               MOVE FUNCTION NUMVAL(trlHashTotal)
                   TO ctlTrailerHash
           END-IF.

       SORT-COLUMNS.
           SORT sortWork1 ON ASCENDING KEY sortRec1
               INPUT PROCEDURE IS RELEASE-LEFT
               OUTPUT PROCEDURE IS RETURN-LEFT

           SORT sortWork2 ON ASCENDING KEY sortRec2
               INPUT PROCEDURE IS RELEASE-RIGHT
               OUTPUT PROCEDURE IS RETURN-RIGHT.

       RELEASE-LEFT.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > tableSize
               RELEASE sortRec1 FROM tableField1 OF dynTableEntry(i)
           END-PERFORM.

       RETURN-LEFT.
           MOVE 0 TO i
           MOVE 'N' TO sortEOF1
           PERFORM UNTIL sortEOF1 = 'Y'
               RETURN sortWork1
                   AT END
                       MOVE 'Y' TO sortEOF1
                   NOT AT END
                       ADD 1 TO i
                       MOVE sortRec1 TO sortedLeftEntry(i)
               END-RETURN
           END-PERFORM.

       RELEASE-RIGHT.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > tableSize
               RELEASE sortRec2 FROM tableField2 OF dynTableEntry(i)
           END-PERFORM.

       RETURN-RIGHT.
           MOVE 0 TO i
           MOVE 'N' TO sortEOF2
           PERFORM UNTIL sortEOF2 = 'Y'
               RETURN sortWork2
                   AT END
                       MOVE 'Y' TO sortEOF2
                   NOT AT END
                       ADD 1 TO i
                       MOVE sortRec2 TO sortedRightEntry(i)
               END-RETURN
           END-PERFORM.

      * same merge pass as AOC202401's BUILD-SIM-COUNTS
       BUILD-SIM-COUNTS.
           MOVE 1 TO simRightIndex
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > tableSize
               IF i > 1 AND
                   sortedLeftEntry(i) = sortedLeftEntry(i - 1)
                   MOVE simCountEntry(i - 1) TO simCountEntry(i)
               ELSE
                   PERFORM UNTIL simRightIndex > tableSize
                       OR sortedRightEntry(simRightIndex) NOT <
                           sortedLeftEntry(i)
                       ADD 1 TO simRightIndex
                   END-PERFORM
                   MOVE 0 TO simRunCount
                   PERFORM UNTIL simRightIndex > tableSize
                       OR sortedRightEntry(simRightIndex) NOT =
                           sortedLeftEntry(i)
                       ADD 1 TO simRunCount
                       ADD 1 TO simRightIndex
                   END-PERFORM
                   MOVE simRunCount TO simCountEntry(i)
               END-IF
           END-PERFORM.

      * The result/simScore pass of PROCESS-ONE-FILE, each pair line
      * built exactly as the .RCN line was and set against the
      * archived one in step; lines left over on either side differ.
       COMPARE-PAIRS.
           MOVE "RECON PAIRS" TO certRecord
           WRITE certRecord
           IF replayValid = 'N'
               MOVE "  NOT REPLAYED - EXTRACT FAILS VALIDATION"
                   TO certRecord
               WRITE certRecord
               EXIT PARAGRAPH
           END-IF
           IF reconFound = 'Y'
               OPEN INPUT reconFile
               MOVE reconFileStatus TO fsCheckCode
               MOVE "archived recon" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO reconEOF
           ELSE
               MOVE 'Y' TO reconEOF
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > tableSize
               MOVE simCountEntry(i) TO RET
               MOVE RET TO reconSimCount
               MULTIPLY RET BY sortedLeftEntry(i) GIVING RET
               ADD RET TO simScore

               IF sortedLeftEntry(i) > sortedRightEntry(i)
                   COMPUTE reconDiff =
                       sortedLeftEntry(i) - sortedRightEntry(i)
               ELSE
                   COMPUTE reconDiff =
                       sortedRightEntry(i) - sortedLeftEntry(i)
               END-IF
               ADD reconDiff TO result

               MOVE sortedLeftEntry(i) TO reconLeftOut
               MOVE sortedRightEntry(i) TO reconRightOut
               MOVE reconDiff TO reconDiffOut
               MOVE reconSimCount TO reconSimOut
               IF reconFound = 'Y'
                   PERFORM COMPARE-ONE-PAIR
               END-IF
           END-PERFORM

           IF reconFound = 'N'
               ADD 1 TO discrepancyCount
               MOVE "  *** NO ARCHIVED .RCN FOUND - PAIRS NOT PROVEN"
                   TO certRecord
               WRITE certRecord
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO reconLineWork
           PERFORM UNTIL reconEOF = 'Y'
               READ reconFile
                   AT END
                       MOVE 'Y' TO reconEOF
                   NOT AT END
                       ADD 1 TO reconLines
                       MOVE SPACES TO reconCompare
                       PERFORM NOTE-PAIR-DIFFERENCE
               END-READ
               MOVE reconFileStatus TO fsCheckCode
               MOVE "archived recon" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE reconFile

           IF pairDiffCount > diffPrintMax
               MOVE SPACES TO certRecord
               STRING "  ... " DELIMITED BY SIZE
                   pairDiffCount DELIMITED BY SIZE
                   " DIFFERING LINES IN ALL, FIRST " DELIMITED BY SIZE
                   diffPrintMax DELIMITED BY SIZE
                   " LISTED" DELIMITED BY SIZE
                   INTO certRecord
               END-STRING
               WRITE certRecord
           END-IF
           MOVE SPACES TO certRecord
           STRING "  ARCHIVED LINES " DELIMITED BY SIZE
               reconLines DELIMITED BY SIZE
               "  REPLAYED LINES " DELIMITED BY SIZE
               tableSize DELIMITED BY SIZE
               "  DIFFERING " DELIMITED BY SIZE
               pairDiffCount DELIMITED BY SIZE
               INTO certRecord
           END-STRING
           WRITE certRecord
           IF pairDiffCount > 0
               ADD 1 TO discrepancyCount
           END-IF.

       COMPARE-ONE-PAIR.
           MOVE reconLineWork TO reconCompare
           IF reconEOF = 'Y'
               MOVE SPACES TO reconRecord
               PERFORM NOTE-PAIR-DIFFERENCE
               EXIT PARAGRAPH
           END-IF
           READ reconFile
               AT END
                   MOVE 'Y' TO reconEOF
                   MOVE SPACES TO reconRecord
               NOT AT END
                   ADD 1 TO reconLines
           END-READ
           MOVE reconFileStatus TO fsCheckCode
           MOVE "archived recon" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           IF reconRecord NOT = reconCompare
               PERFORM NOTE-PAIR-DIFFERENCE
           END-IF.

       NOTE-PAIR-DIFFERENCE.
           ADD 1 TO pairDiffCount
           IF pairDiffCount > diffPrintMax
               EXIT PARAGRAPH
           END-IF
           IF reconCompare = SPACES
               MOVE reconLines TO dfLine
           ELSE
               MOVE i TO dfLine
           END-IF
           IF reconRecord = SPACES
               MOVE "(NO LINE)" TO dfArchived
           ELSE
               MOVE reconRecord TO dfArchived
           END-IF
           IF reconCompare = SPACES
               MOVE "(NO LINE)" TO dfReplayed
           ELSE
               MOVE reconCompare TO dfReplayed
           END-IF
           WRITE certRecord FROM pairDiffLineWork.

       COMPARE-TOTALS.
           MOVE SPACES TO certRecord
           WRITE certRecord
           WRITE certRecord FROM compareColumns

           MOVE "ROWS" TO cmpLabel
           MOVE postRows TO cmpEdit
           MOVE cmpEdit TO cmpPosted
           MOVE dataRowCount TO cmpReplayed
           IF postRows = dataRowCount
               MOVE "AGREES" TO cmpVerdict
           ELSE
               MOVE "*** DIFFERS" TO cmpVerdict
               ADD 1 TO discrepancyCount
           END-IF
           WRITE certRecord FROM compareLineWork

           MOVE "REJECTS" TO cmpLabel
           MOVE rejectCount TO cmpReplayed
           IF postRejectsKnown = 'N'
               MOVE "    (NOT RECORDED)" TO cmpPosted
               MOVE "NOT COMPARED" TO cmpVerdict
           ELSE
               MOVE postRejects TO cmpEdit
               MOVE cmpEdit TO cmpPosted
               IF postRejects = rejectCount
                   MOVE "AGREES" TO cmpVerdict
               ELSE
                   MOVE "*** DIFFERS" TO cmpVerdict
                   ADD 1 TO discrepancyCount
               END-IF
           END-IF
           WRITE certRecord FROM compareLineWork

           MOVE "RESULT" TO cmpLabel
           MOVE postResult TO cmpEdit
           MOVE cmpEdit TO cmpPosted
           MOVE result TO cmpReplayed
           IF postResult = result
               MOVE "AGREES" TO cmpVerdict
           ELSE
               MOVE "*** DIFFERS" TO cmpVerdict
               ADD 1 TO discrepancyCount
           END-IF
           WRITE certRecord FROM compareLineWork

           MOVE "SIMSCORE" TO cmpLabel
           MOVE postSimScore TO cmpEdit
           MOVE cmpEdit TO cmpPosted
           MOVE simScore TO cmpReplayed
           IF postSimScore = simScore
               MOVE "AGREES" TO cmpVerdict
           ELSE
               MOVE "*** DIFFERS" TO cmpVerdict
               ADD 1 TO discrepancyCount
           END-IF
           WRITE certRecord FROM compareLineWork

           IF ctlTrailerSeen = 'Y'
               MOVE "TRAILER HASH" TO cmpLabel
               MOVE ctlTrailerHash TO cmpEdit
               MOVE cmpEdit TO cmpPosted
               MOVE hashTotal TO cmpReplayed
               IF ctlTrailerHash = hashTotal
                   MOVE "AGREES" TO cmpVerdict
               ELSE
                   MOVE "*** DIFFERS" TO cmpVerdict
               END-IF
               WRITE certRecord FROM compareLineWork
           END-IF.

       WRITE-VERDICT.
           MOVE SPACES TO certRecord
           WRITE certRecord
           IF discrepancyCount > 0
               MOVE SPACES TO certRecord
               STRING "*** DISCREPANCY REPORT - " DELIMITED BY SIZE
                   discrepancyCount DELIMITED BY SIZE
                   " DIFFERENCE(S) - THE POSTING IS NOT REPRODUCED "
                   DELIMITED BY SIZE
                   "FROM THE ARCHIVED EXTRACT" DELIMITED BY SIZE
                   INTO certRecord
               END-STRING
               WRITE certRecord
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO certRecord
           STRING "REPLAY CERTIFICATE - THE POSTING OF SITE "
               DELIMITED BY SIZE
               FUNCTION TRIM(replaySiteId) DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               replayDateText DELIMITED BY SIZE
               " IS REPRODUCED EXACTLY FROM THE ARCHIVED EXTRACT"
               DELIMITED BY SIZE
               INTO certRecord
           END-STRING
           WRITE certRecord
           MOVE runDate TO soDate
           MOVE runTime(1:6) TO soTime
           MOVE SPACES TO soReference
           STRING FUNCTION TRIM(replaySiteId) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               replayDateText DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               runDate DELIMITED BY SIZE
               runTime(1:6) DELIMITED BY SIZE
               INTO soReference
           END-STRING
           WRITE certRecord FROM signOffLineWork.

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
