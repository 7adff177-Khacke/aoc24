       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCBKOUT.

      * Site-day backout: reverses everything AOC202401 posted for one
      * site's extract date, for the site that calls after the batch
      * to say it sent the wrong extract. One site-day lands in
      * several places, and hand-editing them one at a time is how
      * one of them always got missed:
      *   RESULTS.HIST  - the WRITE-HISTORY record(s) for the site-day
      *                   are removed; if AOCHSTAR has already rolled
      *                   them up, they are taken out of RESULTS.HARC
      *                   instead and subtracted from their
      *                   RESULTS.MHIS monthly slot
      *   SITEDATE.TRK  - the site's tracked last extract date goes
      *                   back to the date it held before the load
      *   <file>.UNM    - restored from the <file>.UNB before-image
      *                   the load saved, when that image is the one
      *                   taken for this site-day
      *   <ctl>.CPL     - the site's completion record is dropped
      *                   (CTL= names the control file), so a same-day
      *                   rerun processes the corrected extract
      *   RESULTS.HOLD  - a hold on the posting is marked REVERSED
      * Every reversed record goes out as a "REVERSAL" DTL in a
      * <site>.<date>.REV interface file, framed HDR/DTL/TOT/TRL like
      * <control>.INT, so the warehouse can net out the number it
      * already took; the DTL carries the original posting's run
      * date. A posting still HELD, or REJECTED by AOCHLDRL, never
      * reached the warehouse, so it is taken out of the files but
      * gets no DTL. A REVRS record on RUNLOG carries the reversed
      * counts, and the <site>.<date>.BKO report lists what was done
      * to each file. Follows the same DYNAMIC-assign / FILE STATUS
      * conventions as the rest of the job family.
      *
      * A posting in a month AOCMCLOS has locked (RESULTS.PERD) is not
      * taken out of that month's files: without ADJUST the backout
      * is refused. With ADJUST the locked month's records are left
      * as certified and the reversal is posted to the current open
      * month instead, as a prior-period adjustment - its DTL goes
      * out as "REVERSAL-ADJ" and the .BKO names both months. Each
      * record kept that way is marked reversed in hwPriorAdj (see
      * HISTREC), so a rerun finds nothing left to back out and a
      * later backout of the reloaded site-day takes only the reload.
      * The rest of the site-day (SITEDATE.TRK, .UNM, .CPL, holds)
      * is put back as usual, so the corrected extract can be loaded
      * with ADJUST in its turn.
      *
      * RETURN-CODE: 0 = everything reversed, 4 = posting reversed
      * but some file could not be put back exactly (see the .BKO
      * report), 8 = nothing posted for that site-day, or the
      * site-day is in a locked period and ADJUST was not given,
      * 12 = fatal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT historyFile ASSIGN TO DYNAMIC historyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS historyFileStatus.

           SELECT newHistoryFile ASSIGN TO DYNAMIC newHistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newHistoryStatus.

           SELECT archiveFile ASSIGN TO DYNAMIC archiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS archiveFileStatus.

           SELECT newArchiveFile ASSIGN TO DYNAMIC newArchiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newArchiveStatus.

           SELECT monthlyFile ASSIGN TO DYNAMIC monthlyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS monthlyFileStatus.

           SELECT newMonthlyFile ASSIGN TO DYNAMIC newMonthlyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newMonthlyStatus.

           SELECT siteDateFile ASSIGN TO DYNAMIC siteDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS siteDateStatus.

           SELECT unmatchedFile ASSIGN TO DYNAMIC unmatchedFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS unmatchedStatus.

           SELECT unmBeforeFile ASSIGN TO DYNAMIC unmBeforeFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS unmBeforeStatus.

           SELECT completionFile ASSIGN TO DYNAMIC completionFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS completionStatus.

           SELECT holdFile ASSIGN TO DYNAMIC holdFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS holdFileStatus.

           SELECT newHoldFile ASSIGN TO DYNAMIC newHoldFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newHoldStatus.

           SELECT reversalFile ASSIGN TO DYNAMIC reversalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS reversalStatus.

           SELECT backoutReportFile ASSIGN TO DYNAMIC bkoReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS bkoReportStatus.

           SELECT periodFile ASSIGN TO DYNAMIC periodFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS periodFileStatus.

           SELECT runlogFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS runlogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD historyFile.
       01 historyRecord PIC X(160).

       FD newHistoryFile.
       01 newHistoryRecord PIC X(160).

       FD archiveFile.
       01 archiveRecord PIC X(160).

       FD newArchiveFile.
       01 newArchiveRecord PIC X(160).

       FD monthlyFile.
       01 monthlyRecord PIC X(180).

       FD newMonthlyFile.
       01 newMonthlyRecord PIC X(180).

       FD siteDateFile.
       01 siteDateRecord PIC X(40).

       FD unmatchedFile.
       01 unmatchedRecord PIC X(40).

       FD unmBeforeFile.
       01 unmBeforeRecord PIC X(40).

       FD completionFile.
       01 completionRecord PIC X(160).

       FD holdFile.
       01 holdRecord PIC X(280).

       FD newHoldFile.
       01 newHoldRecord PIC X(280).

       FD reversalFile.
       01 reversalRecord PIC X(120).

       FD backoutReportFile.
       01 bkoReportRecord PIC X(120).

       FD periodFile.
       01 periodRecord PIC X(120).

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

       WORKING-STORAGE SECTION.
       01 historyFileName   PIC X(40) VALUE "RESULTS.HIST".
       01 historyFileStatus PIC XX.
       01 newHistoryFileName PIC X(40).
       01 newHistoryStatus  PIC XX.
       01 archiveFileName   PIC X(40) VALUE "RESULTS.HARC".
       01 archiveFileStatus PIC XX.
       01 newArchiveFileName PIC X(40).
       01 newArchiveStatus  PIC XX.
       01 monthlyFileName   PIC X(40) VALUE "RESULTS.MHIS".
       01 monthlyFileStatus PIC XX.
       01 newMonthlyFileName PIC X(40).
       01 newMonthlyStatus  PIC XX.
       01 siteDateFileName  PIC X(40) VALUE "SITEDATE.TRK".
       01 siteDateStatus    PIC XX.
       01 unmatchedFileName PIC X(40).
       01 unmatchedStatus   PIC XX.
       01 unmBeforeFileName PIC X(40).
       01 unmBeforeStatus   PIC XX.
       01 controlFileName   PIC X(40) VALUE SPACES.
       01 completionFileName PIC X(40).
       01 completionStatus  PIC XX.
       01 holdFileName      PIC X(40) VALUE "RESULTS.HOLD".
       01 holdFileStatus    PIC XX.
       01 newHoldFileName   PIC X(40).
       01 newHoldStatus     PIC XX.
       01 reversalFileName  PIC X(40).
       01 reversalStatus    PIC XX.
       01 bkoReportFileName PIC X(40).
       01 bkoReportStatus   PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).

       01 parmText          PIC X(80).
       01 parmPtr           PIC 9(4).
       01 parmLen           PIC 9(4).
       01 parmToken         PIC X(40).

      * Run-audit trail (see RUNLOG copybook), same contract as
      * AOC202401, plus a REVRS event between START and END carrying
      * the reversed row and reject counts: the batch-window report
      * and anyone reconstructing a night from RUNLOG see the backout
      * as a posting in its own right.
       01 runlogFileName    PIC X(40) VALUE "RUNLOG".
       01 runlogFileStatus  PIC XX.
       01 logFileName       PIC X(20).
           COPY RUNLOG.

       01 runDate           PIC 9(8).
      * the site-day being reversed, from SITE= and DATE=
       01 backoutSiteId     PIC X(8) VALUE SPACES.
       01 backoutDateText   PIC X(8) VALUE SPACES.
       01 backoutDate       PIC 9(8) VALUE 0.

       01 historyEOF        PIC X VALUE 'N'.
       01 archiveEOF        PIC X VALUE 'N'.
       01 monthlyEOF        PIC X VALUE 'N'.
       01 siteDateEOF       PIC X VALUE 'N'.
       01 unmBeforeEOF      PIC X VALUE 'N'.
       01 completionEOF     PIC X VALUE 'N'.
       01 holdEOF           PIC X VALUE 'N'.
       01 foundInArchive    PIC X VALUE 'N'.
       01 partialBackout    PIC X VALUE 'N'.
       01 histReadCount     PIC 9(8) VALUE 0.
       01 archiveReadCount  PIC 9(8) VALUE 0.
       01 histRecordDate    PIC 9(8).
      * the newest extract date this site still has on file below the
      * one being reversed - the fallback for SITEDATE.TRK when the
      * tracked prior date is not known
       01 latestOtherDate   PIC 9(8) VALUE 0.

      * Month-end locks from RESULTS.PERD, loaded the way AOC202401
      * loads them. ADJUST lets a posting in a locked month be
      * reversed into openPeriod - the run date's month, or the first
      * one after it still open - instead of out of the locked month.
       01 periodFileName    PIC X(40) VALUE "RESULTS.PERD".
       01 periodFileStatus  PIC XX.
       01 periodEOF         PIC X.
       01 adjustOverride    PIC X VALUE 'N'.
       01 lockMaxEntries    PIC 9(4) VALUE 600.
       01 lockCount         PIC 9(4) VALUE 0.
       01 lockTable.
           05 lockedMonth   PIC 9(6) OCCURS 600 TIMES.
       01 lockIndexWork     PIC 9(4).
       01 periodKeyWork     PIC 9(6).
       01 periodLocked      PIC X.
       01 openPeriod        PIC 9(6) VALUE 0.
       01 lockedRevCount    PIC 9(4) VALUE 0.
       01 periodRefused     PIC X VALUE 'N'.
       01 keepRecord        PIC X.
       01 recordMatches     PIC X.

           COPY PERIODREC.

           COPY HISTREC.

      * one slot per posting reversed: normally one, more when SUPOK
      * supplementals landed against the same site-day
       01 revMaxEntries     PIC 9(4) VALUE 20.
       01 revCount          PIC 9(4) VALUE 0.
      * how many of them came from each file - a site-day can have
      * both, when a SUPOK supplemental posted after AOCHSTAR rolled
      * the original into the archive
       01 histRevCount      PIC 9(4) VALUE 0.
       01 archRevCount      PIC 9(4) VALUE 0.
       01 scanSource        PIC X.
       01 revTable.
           05 revEntry OCCURS 20 TIMES.
               10 revRunDate    PIC 9(8).
      * the month the posting went to (see hwPeriod in HISTREC) -
      * its RESULTS.MHIS slot once AOCHSTAR has rolled it up
               10 revPeriod     PIC 9(6).
               10 revFileName   PIC X(20).
               10 revSiteName   PIC X(20).
               10 revRegion     PIC X(10).
               10 revRows       PIC 9(8).
               10 revRejects    PIC 9(8).
               10 revResult     PIC 9(18).
               10 revSimScore   PIC 9(18).
               10 revAggSlot    PIC 9(4).
      * 'N' when the posting was held back and never sent, so there
      * is nothing for the warehouse to net out
               10 revSent       PIC X.
      * 'H' from RESULTS.HIST, 'A' from RESULTS.HARC
               10 revSource     PIC X.
      * 'Y' when revPeriod is locked: the record stays on file and
      * the reversal posts to openPeriod
               10 revLocked     PIC X.
       01 revRowsTotal      PIC 9(8) VALUE 0.
       01 revRejectsTotal   PIC 9(8) VALUE 0.
       01 revResultTotal    PIC 9(18) VALUE 0.
       01 revSimTotal       PIC 9(18) VALUE 0.
       01 revHashTotal      PIC 9(18) VALUE 0.
      * what the .REV actually carries: the reversed postings the
      * warehouse was sent
       01 sentCount         PIC 9(4) VALUE 0.
       01 sentRowsTotal     PIC 9(8) VALUE 0.
       01 sentRejectsTotal  PIC 9(8) VALUE 0.
       01 sentResultTotal   PIC 9(18) VALUE 0.
       01 sentSimTotal      PIC 9(18) VALUE 0.

      * RESULTS.HOLD, loaded whole when the site-day was held and
      * rewritten through a .NEW file with its holds marked REVERSED
       01 holdMaxEntries    PIC 9(4) VALUE 2000.
       01 holdCount         PIC 9(4) VALUE 0.
       01 holdMarked        PIC 9(4) VALUE 0.
       01 holdTable.
           05 holdEntry OCCURS 2000 TIMES.
               10 htLine       PIC X(280).

           COPY HOLDREC.

       01 i                 PIC 9(4).
       01 j                 PIC 9(4).
       01 aggSlot           PIC 9(4).
       01 aggKeyFileName    PIC X(20).
       01 aggKeyMonth       PIC 9(6).
       01 histRowsWork      PIC 9(8).
       01 histResultWork    PIC 9(18).
       01 histSimWork       PIC 9(18).

      * RESULTS.MHIS slots, loaded whole the way AOCHSTAR loads them
      * so the file can be rewritten with the reversed postings
      * subtracted; a slot whose last run is reversed is dropped
       01 aggMaxEntries     PIC 9(4) VALUE 2000.
       01 aggEntryCount     PIC 9(4) VALUE 0.
       01 aggTable.
           05 aggEntry OCCURS 2000 TIMES.
               10 agFileName   PIC X(20).
               10 agMonth      PIC 9(6).
               10 agRuns       PIC 9(6).
               10 agTotRows    PIC 9(12).
               10 agMinResult  PIC 9(18).
               10 agMaxResult  PIC 9(18).
               10 agSumResult  PIC 9(18).
               10 agMinSim     PIC 9(18).
               10 agMaxSim     PIC 9(18).
               10 agSumSim     PIC 9(18).
      * what RESULTS.HARC still holds behind each slot a reversal
      * touched: when the archive accounts for every remaining run,
      * the slot's min/max are rebuilt from it exactly; otherwise the
      * slot predates the archive and its min/max are left alone
               10 agArcRuns    PIC 9(6).
               10 agArcMinRes  PIC 9(18).
               10 agArcMaxRes  PIC 9(18).
               10 agArcMinSim  PIC 9(18).
               10 agArcMaxSim  PIC 9(18).
               10 agTouched    PIC X.

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

      * SITEDATE.TRK, as AOC202401 keeps it
       01 sdMaxEntries      PIC 9(4) VALUE 500.
       01 sdEntryCount      PIC 9(4) VALUE 0.
       01 siteDateTable.
           05 siteDateEntry OCCURS 500 TIMES.
               10 sdSiteId     PIC X(8).
               10 sdLastDate   PIC 9(8).
               10 sdPriorDate  PIC 9(8).
       01 sdSlot            PIC 9(4).
       01 sdRestoreDate     PIC 9(8).

       01 sdLineWork.
           05 sdwSiteId     PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 sdwLastDate   PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 sdwPriorDate  PIC 9(8).

      * the .UNB before-image header AOC202401 writes ahead of the
      * saved .UNM records
       01 unbHeaderWork.
           05 unbTag        PIC X(4).
           05 unbSiteId     PIC X(8).
           05 FILLER        PIC X(1).
           05 unbExtractDate PIC X(8).
           05 FILLER        PIC X(1).
           05 unbRunDate    PIC X(8).
           05 FILLER        PIC X(1).
           05 unbPriorExists PIC X(1).
       01 unmRestoredCount  PIC 9(8) VALUE 0.

      * the control file's .CPL completion records, as AOC202401's
      * cplLineWork writes them
       01 completedMaxEntries PIC 9(4) VALUE 500.
       01 completedCount    PIC 9(4) VALUE 0.
       01 completedRemoved  PIC 9(4) VALUE 0.
       01 completedTable.
           05 completedEntry OCCURS 500 TIMES.
               10 cpLine       PIC X(160).
       01 completionRemove  PIC X.

       01 cplLineWork.
           05 cplRunDate    PIC 9(8).
           05 FILLER        PIC X(1).
           05 cplSiteId     PIC X(8).
           05 FILLER        PIC X(151).

      * reversing interface extract: the <control>.INT framing, with
      * a "REVERSAL" DTL per posting taken back
           COPY INTREC.

       01 bkoHeading.
           05 FILLER        PIC X(29)
               VALUE "SITE-DAY BACKOUT REPORT  SITE".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 bkoHdgSiteId  PIC X(8).
           05 FILLER        PIC X(14) VALUE " EXTRACT DATE ".
           05 bkoHdgDate    PIC X(8).
           05 FILLER        PIC X(10) VALUE " RUN DATE ".
           05 bkoHdgRunDate PIC 9(8).

      * one line per file touched: what was done, and the detail an
      * auditor needs to see it was the right thing
       01 bkoLineWork.
           05 bkoFile       PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 bkoAction     PIC X(12).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 bkoDetail     PIC X(86).

       01 bkoPostingWork.
           05 FILLER        PIC X(4) VALUE "RUN ".
           05 bkpRunDate    PIC 9(8).
           05 FILLER        PIC X(6) VALUE " ROWS ".
           05 bkpRows       PIC Z(7)9.
           05 FILLER        PIC X(8) VALUE " RESULT ".
           05 bkpResult     PIC Z(17)9.
           05 FILLER        PIC X(4) VALUE " SIM".
           05 bkpSimScore   PIC Z(17)9.

       01 bkoDateChangeWork.
           05 FILLER        PIC X(11) VALUE "LAST DATE  ".
           05 bkdBefore     PIC 9(8).
           05 FILLER        PIC X(4) VALUE " -> ".
           05 bkdAfter      PIC 9(8).

       01 edCount8          PIC Z(7)9.

       PROCEDURE DIVISION.
      * PARM: SITE=xxxxxxxx DATE=yyyymmdd (both required - the
      * site-day to reverse) and optionally CTL=<control file>, whose
      * .CPL completion record for the site is dropped as well, and
      * ADJUST, to reverse a posting in a locked month as a
      * prior-period adjustment to the open month
           ACCEPT parmText FROM COMMAND-LINE.
           ACCEPT runDate FROM DATE YYYYMMDD.

           PERFORM PARSE-PARM

           IF backoutSiteId = SPACES
               OR FUNCTION TRIM(backoutDateText) IS NOT NUMERIC
               DISPLAY "Usage: AOCBKOUT SITE=xxxxxxxx DATE=yyyymmdd "
                   "[CTL=<control file>] [ADJUST]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(backoutDateText) TO backoutDate
           MOVE backoutDate TO backoutDateText

           MOVE SPACES TO newHistoryFileName
           STRING FUNCTION TRIM(historyFileName) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO newHistoryFileName
           END-STRING
           MOVE SPACES TO newArchiveFileName
           STRING FUNCTION TRIM(archiveFileName) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO newArchiveFileName
           END-STRING
           MOVE SPACES TO newMonthlyFileName
           STRING FUNCTION TRIM(monthlyFileName) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO newMonthlyFileName
           END-STRING
           MOVE SPACES TO newHoldFileName
           STRING FUNCTION TRIM(holdFileName) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO newHoldFileName
           END-STRING
           MOVE SPACES TO reversalFileName
           STRING FUNCTION TRIM(backoutSiteId) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               backoutDateText DELIMITED BY SIZE
               ".REV" DELIMITED BY SIZE
               INTO reversalFileName
           END-STRING
           MOVE SPACES TO bkoReportFileName
           STRING FUNCTION TRIM(backoutSiteId) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               backoutDateText DELIMITED BY SIZE
               ".BKO" DELIMITED BY SIZE
               INTO bkoReportFileName
           END-STRING

           MOVE SPACES TO logFileName
           STRING FUNCTION TRIM(backoutSiteId) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               backoutDateText DELIMITED BY SIZE
               INTO logFileName
           END-STRING
           PERFORM WRITE-RUNLOG-START

           OPEN OUTPUT backoutReportFile
           MOVE bkoReportStatus TO fsCheckCode
           MOVE "backout report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE backoutSiteId TO bkoHdgSiteId
           MOVE backoutDateText TO bkoHdgDate
           MOVE runDate TO bkoHdgRunDate
           WRITE bkoReportRecord FROM bkoHeading
           MOVE SPACES TO bkoReportRecord
           WRITE bkoReportRecord

           PERFORM LOAD-PERIOD-LOCKS
           PERFORM FIND-OPEN-PERIOD

      * both files every time: a site-day can be split between them
      * when a supplemental posted after AOCHSTAR rolled up the rest
           PERFORM SCAN-HISTORY
           PERFORM SCAN-ARCHIVE

           IF revCount = 0
               DISPLAY "Nothing posted for site " backoutSiteId
                   " extract date " backoutDateText
                   " - nothing backed out"
               CALL "CBL_DELETE_FILE" USING newHistoryFileName
               CALL "CBL_DELETE_FILE" USING newArchiveFileName
               MOVE "RESULTS.HIST" TO bkoFile
               MOVE "NOT FOUND" TO bkoAction
               MOVE "NO POSTING FOR THIS SITE-DAY IN HISTORY OR ARCHIVE"
                   TO bkoDetail
               PERFORM WRITE-BKO-LINE
               CLOSE backoutReportFile
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF

           PERFORM CHECK-PERIOD-LOCKS
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > revCount
               IF revSource(i) = 'A'
                   MOVE "RESULTS.HARC" TO bkoFile
               ELSE
                   MOVE "RESULTS.HIST" TO bkoFile
               END-IF
               PERFORM WRITE-BKO-POSTING-LINE
           END-PERFORM

           IF foundInArchive = 'Y'
               PERFORM REVERSE-MONTHLY-SLOTS
           END-IF
           PERFORM LOAD-HOLD-STATE

      * the reversing DTLs go out before anything is rewritten: a
      * reversal the warehouse never hears about is worse than one it
      * hears about twice, and the .REV is rebuilt whole on a rerun
           PERFORM WRITE-REVERSAL-INTERFACE
           PERFORM RESTORE-SITEDATE
           PERFORM RESTORE-UNMATCHED-STATE
           IF controlFileName NOT = SPACES
               PERFORM REMOVE-COMPLETION-RECORDS
           END-IF
           IF holdMarked > 0
               PERFORM REWRITE-HOLD-FILE
           END-IF

      * RESULTS.HIST goes last, so a run that dies part-way still
      * finds the posting on a rerun and finishes the job
           IF foundInArchive = 'Y'
               CALL "CBL_RENAME_FILE" USING newArchiveFileName
                   archiveFileName
               IF RETURN-CODE NOT = 0
                   DISPLAY "FATAL: cannot replace "
                       FUNCTION TRIM(archiveFileName)
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               END-IF
               CALL "CBL_RENAME_FILE" USING newMonthlyFileName
                   monthlyFileName
               IF RETURN-CODE NOT = 0
                   DISPLAY "FATAL: cannot replace "
                       FUNCTION TRIM(monthlyFileName)
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               END-IF
           END-IF
           IF histRevCount > 0
               CALL "CBL_RENAME_FILE" USING newHistoryFileName
                   historyFileName
               IF RETURN-CODE NOT = 0
                   DISPLAY "FATAL: cannot replace "
                       FUNCTION TRIM(historyFileName)
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUNLOG-END
                   STOP RUN
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING newHistoryFileName
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO bkoReportRecord
           WRITE bkoReportRecord
           MOVE SPACES TO bkoReportRecord
           MOVE revCount TO edCount8
           STRING "POSTINGS REVERSED: " DELIMITED BY SIZE
               edCount8 DELIMITED BY SIZE
               "  REVERSING EXTRACT: " DELIMITED BY SIZE
               reversalFileName DELIMITED BY SPACE
               INTO bkoReportRecord
           END-STRING
           WRITE bkoReportRecord
           CLOSE backoutReportFile

           DISPLAY "Postings reversed: " revCount
           DISPLAY "Reversals sent to the warehouse: " sentCount
           IF lockedRevCount > 0
               DISPLAY "Reversed into " openPeriod
                   " as prior-period adjustments: " lockedRevCount
           END-IF
           DISPLAY "Rows reversed: " revRowsTotal
           DISPLAY "Result reversed: " revResultTotal
           DISPLAY "Similarity score reversed: " revSimTotal
           DISPLAY "Reversing extract written to "
               FUNCTION TRIM(reversalFileName)
           DISPLAY "Backout report written to "
               FUNCTION TRIM(bkoReportFileName)

           PERFORM WRITE-RUNLOG-REVERSAL
           IF partialBackout = 'Y'
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

       WRITE-RUNLOG-REVERSAL.
           MOVE "REVRS" TO rlEvent
           MOVE "REVERSED" TO rlDisposition
           MOVE revRowsTotal TO rlRowCount
           MOVE revRejectsTotal TO rlRejectCount
           MOVE 1 TO rlSiteCount
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-END.
           MOVE "END" TO rlEvent
           EVALUATE TRUE
               WHEN RETURN-CODE >= 12
                   MOVE "FATAL" TO rlDisposition
               WHEN RETURN-CODE = 8 AND periodRefused = 'Y'
                   MOVE "LOCKED" TO rlDisposition
               WHEN RETURN-CODE = 8
                   MOVE "NOT-FOUND" TO rlDisposition
               WHEN RETURN-CODE = 4
                   MOVE "PARTIAL" TO rlDisposition
               WHEN OTHER
                   MOVE "CLEAN" TO rlDisposition
           END-EVALUATE
           MOVE revRowsTotal TO rlRowCount
           MOVE revRejectsTotal TO rlRejectCount
           MOVE revCount TO rlSiteCount
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-RECORD.
           MOVE "AOCBKOUT" TO rlProgramId
           ACCEPT rlDate FROM DATE YYYYMMDD
           ACCEPT rlTime FROM TIME
           MOVE logFileName TO rlFileName
           MOVE SPACES TO rlOptions
           STRING "SITE=" FUNCTION TRIM(backoutSiteId)
               " DATE=" backoutDateText
               " ADJUST=" adjustOverride
               " CTL=" FUNCTION TRIM(controlFileName)
               DELIMITED BY SIZE
               INTO rlOptions
           END-STRING
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
      * a token longer than the 8-character site ID would otherwise
      * truncate into a different, possibly real, site
                   IF parmToken(14:27) = SPACES
                       MOVE parmToken(6:8) TO backoutSiteId
                   END-IF
               WHEN parmToken(1:5) = "DATE="
                   MOVE parmToken(6:8) TO backoutDateText
               WHEN parmToken(1:4) = "CTL="
                   MOVE parmToken(5:36) TO controlFileName
               WHEN parmToken = "ADJUST"
                   MOVE 'Y' TO adjustOverride
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Locked months, in whatever order RESULTS.PERD holds them. No
      * file means nothing has been closed yet; any other failure is
      * fatal - a backout that cannot tell which months are locked
      * must not take anything out of any of them.
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

      * where a reversal out of a locked month goes under ADJUST: the
      * run date's month, or the first one after it still open, the
      * month AOC202401 posts its own prior-period adjustments to
       FIND-OPEN-PERIOD.
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
           MOVE periodKeyWork TO openPeriod.

      * Postings the scans found in a locked month. Without ADJUST
      * the backout is refused before anything is rewritten or sent;
      * with it each one is reported as reversed into openPeriod.
       CHECK-PERIOD-LOCKS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > revCount
               IF revLocked(i) = 'Y'
                   ADD 1 TO lockedRevCount
               END-IF
           END-PERFORM
           IF lockedRevCount = 0
               EXIT PARAGRAPH
           END-IF

           IF adjustOverride NOT = 'Y'
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > revCount
                   IF revLocked(i) = 'Y'
                       DISPLAY "PERIOD LOCKED: site " backoutSiteId
                           " extract date " backoutDateText
                           " posted by run " revRunDate(i)
                           " to locked period " revPeriod(i)
                           " (rerun with ADJUST to reverse it as a "
                           "prior-period adjustment)"
                   END-IF
               END-PERFORM
               CALL "CBL_DELETE_FILE" USING newHistoryFileName
               CALL "CBL_DELETE_FILE" USING newArchiveFileName
               MOVE "RESULTS.PERD" TO bkoFile
               MOVE "REFUSED" TO bkoAction
               MOVE SPACES TO bkoDetail
               STRING "PERIOD LOCKED - NOTHING BACKED OUT "
                   DELIMITED BY SIZE
                   "(RERUN WITH ADJUST)" DELIMITED BY SIZE
                   INTO bkoDetail
               END-STRING
               PERFORM WRITE-BKO-LINE
               CLOSE backoutReportFile
               MOVE 0 TO revCount
               MOVE 0 TO revRowsTotal
               MOVE 0 TO revRejectsTotal
               MOVE 'Y' TO periodRefused
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > revCount
               IF revLocked(i) = 'Y'
                   DISPLAY "Run " revRunDate(i) " for site "
                       backoutSiteId " is in locked period "
                       revPeriod(i) " - reversed into " openPeriod
                       " as a prior-period adjustment"
                   MOVE "RESULTS.PERD" TO bkoFile
                   MOVE "PRIOR-ADJ" TO bkoAction
                   MOVE SPACES TO bkoDetail
                   STRING "RUN " DELIMITED BY SIZE
                       revRunDate(i) DELIMITED BY SIZE
                       " LOCKED PERIOD " DELIMITED BY SIZE
                       revPeriod(i) DELIMITED BY SIZE
                       " LEFT AS CERTIFIED - REVERSED INTO "
                       DELIMITED BY SIZE
                       openPeriod DELIMITED BY SIZE
                       INTO bkoDetail
                   END-STRING
                   PERFORM WRITE-BKO-LINE
               END-IF
           END-PERFORM.

      * Copy RESULTS.HIST to its .NEW image without the site-day's
      * records, keeping each one taken out. Matching is on the site
      * ID and extract date WRITE-HISTORY stamps on every record;
      * records from before those columns existed never match, and
      * nor does one already reversed under ADJUST. A record in a
      * locked month is kept on the .NEW, marked reversed.
       SCAN-HISTORY.
           MOVE 'H' TO scanSource
           OPEN INPUT historyFile
           MOVE historyFileStatus TO fsCheckCode
           MOVE "history file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT newHistoryFile
           MOVE newHistoryStatus TO fsCheckCode
           MOVE "new history file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           PERFORM UNTIL historyEOF = 'Y'
               READ historyFile INTO histLineWork
                   AT END
                       MOVE 'Y' TO historyEOF
                   NOT AT END
                       ADD 1 TO histReadCount
                       MOVE 'Y' TO keepRecord
                       PERFORM TEST-BACKOUT-RECORD
                       IF recordMatches = 'Y'
                           PERFORM KEEP-REVERSED-POSTING
                           MOVE revLocked(revCount) TO keepRecord
                           IF keepRecord = 'Y'
                               PERFORM MARK-REVERSED-RECORD
                               MOVE histLineWork TO historyRecord
                           END-IF
                       ELSE
                           PERFORM NOTE-OTHER-POSTING
                       END-IF
                       IF keepRecord = 'Y'
                           WRITE newHistoryRecord FROM historyRecord
                           MOVE newHistoryStatus TO fsCheckCode
                           MOVE "new history file" TO fsCheckLabel
                           PERFORM CHECK-FILE-STATUS
                       END-IF
               END-READ
               MOVE historyFileStatus TO fsCheckCode
               MOVE "history file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE historyFile
           CLOSE newHistoryFile.

      * Same thing against RESULTS.HARC, for a site-day AOCHSTAR has
      * already rolled into RESULTS.MHIS. The first pass finds the
      * postings (their posting months name the monthly slots); the
      * second writes the archive's .NEW image without them and
      * gathers what the archive still holds behind each slot
      * touched, so the slot's min/max can be rebuilt. A posting in a
      * locked month stays in the archive and its slot is not touched.
       SCAN-ARCHIVE.
           MOVE 'A' TO scanSource
           OPEN INPUT archiveFile
           IF archiveFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE archiveFileStatus TO fsCheckCode
           MOVE "archive file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL archiveEOF = 'Y'
               READ archiveFile INTO histLineWork
                   AT END
                       MOVE 'Y' TO archiveEOF
                   NOT AT END
                       ADD 1 TO archiveReadCount
                       PERFORM TEST-BACKOUT-RECORD
                       IF recordMatches = 'Y'
                           PERFORM KEEP-REVERSED-POSTING
                       ELSE
                           PERFORM NOTE-OTHER-POSTING
                       END-IF
               END-READ
               MOVE archiveFileStatus TO fsCheckCode
               MOVE "archive file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE archiveFile

           IF archRevCount = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO foundInArchive

           PERFORM LOAD-MONTHLY-AGGREGATES
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > revCount
               IF revSource(i) = 'A' AND revLocked(i) = 'N'
                   MOVE revFileName(i) TO aggKeyFileName
                   MOVE revPeriod(i) TO aggKeyMonth
                   PERFORM FIND-MONTHLY-SLOT
                   MOVE aggSlot TO revAggSlot(i)
                   IF aggSlot > 0
                       MOVE 'Y' TO agTouched(aggSlot)
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT archiveFile
           MOVE archiveFileStatus TO fsCheckCode
           MOVE "archive file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT newArchiveFile
           MOVE newArchiveStatus TO fsCheckCode
           MOVE "new archive file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO archiveEOF
           PERFORM UNTIL archiveEOF = 'Y'
               READ archiveFile INTO histLineWork
                   AT END
                       MOVE 'Y' TO archiveEOF
                   NOT AT END
                       MOVE 'Y' TO keepRecord
                       PERFORM TEST-BACKOUT-RECORD
                       IF recordMatches = 'Y'
                           PERFORM SET-RECORD-PERIOD
                           PERFORM FIND-PERIOD-LOCK
                           MOVE periodLocked TO keepRecord
                           IF keepRecord = 'Y'
                               PERFORM MARK-REVERSED-RECORD
                               MOVE histLineWork TO archiveRecord
                           END-IF
                       END-IF
                       IF keepRecord = 'Y'
                           PERFORM NOTE-ARCHIVED-RUN
                           WRITE newArchiveRecord FROM archiveRecord
                           MOVE newArchiveStatus TO fsCheckCode
                           MOVE "new archive file" TO fsCheckLabel
                           PERFORM CHECK-FILE-STATUS
                       END-IF
               END-READ
               MOVE archiveFileStatus TO fsCheckCode
               MOVE "archive file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE archiveFile
           CLOSE newArchiveFile.

      * a live posting of the site-day being backed out
       TEST-BACKOUT-RECORD.
           MOVE 'N' TO recordMatches
           IF hwSiteId = backoutSiteId
               AND hwExtractDate = backoutDateText
               AND hwPriorAdj NOT = 'R'
               AND hwPriorAdj NOT = 'X'
               MOVE 'Y' TO recordMatches
           END-IF.

      * a posting left in its locked month under ADJUST: 'X' for one
      * that was itself a prior-period adjustment, so the month's
      * close still counts it as one, 'R' otherwise
       MARK-REVERSED-RECORD.
           IF hwPriorAdj = 'Y'
               MOVE 'X' TO hwPriorAdj
           ELSE
               MOVE 'R' TO hwPriorAdj
           END-IF.

       KEEP-REVERSED-POSTING.
           IF revCount >= revMaxEntries
               DISPLAY "FATAL: more than " revMaxEntries
                   " postings for one site-day."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO revCount
           IF scanSource = 'A'
               ADD 1 TO archRevCount
           ELSE
               ADD 1 TO histRevCount
           END-IF
           MOVE scanSource TO revSource(revCount)
           IF FUNCTION TRIM(hwRunDate) IS NUMERIC
               MOVE FUNCTION NUMVAL(hwRunDate) TO revRunDate(revCount)
           ELSE
               MOVE 0 TO revRunDate(revCount)
           END-IF
           PERFORM SET-RECORD-PERIOD
           MOVE periodKeyWork TO revPeriod(revCount)
           PERFORM FIND-PERIOD-LOCK
           MOVE periodLocked TO revLocked(revCount)
           MOVE hwFileName TO revFileName(revCount)
           MOVE hwSiteName TO revSiteName(revCount)
           MOVE hwRegion TO revRegion(revCount)
           MOVE FUNCTION NUMVAL(hwRowCount) TO revRows(revCount)
           IF FUNCTION TRIM(hwRejects) IS NUMERIC
               MOVE FUNCTION NUMVAL(hwRejects) TO revRejects(revCount)
           ELSE
               MOVE 0 TO revRejects(revCount)
           END-IF
           MOVE FUNCTION NUMVAL(hwResult) TO revResult(revCount)
           MOVE FUNCTION NUMVAL(hwSimScore) TO revSimScore(revCount)
           MOVE 0 TO revAggSlot(revCount)
           MOVE 'Y' TO revSent(revCount)
           ADD revRows(revCount) TO revRowsTotal
           ADD revRejects(revCount) TO revRejectsTotal
           ADD revResult(revCount) TO revResultTotal
           ADD revSimScore(revCount) TO revSimTotal.

      * the month a history/archive record posts to (see hwPeriod)
       SET-RECORD-PERIOD.
           IF hwPeriod IS NUMERIC
               MOVE hwPeriod TO periodKeyWork
           ELSE
               IF FUNCTION TRIM(hwRunDate) IS NUMERIC
                   MOVE hwRunDate(1:6) TO periodKeyWork
               ELSE
                   MOVE 0 TO periodKeyWork
               END-IF
           END-IF.

      * the site's newest other extract date below the one reversed
       NOTE-OTHER-POSTING.
           IF hwSiteId = backoutSiteId
               AND FUNCTION TRIM(hwExtractDate) IS NUMERIC
               MOVE FUNCTION NUMVAL(hwExtractDate) TO histRecordDate
               IF histRecordDate < backoutDate
                   AND histRecordDate > latestOtherDate
                   MOVE histRecordDate TO latestOtherDate
               END-IF
           END-IF.

       NOTE-ARCHIVED-RUN.
           IF FUNCTION TRIM(hwRunDate) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE hwFileName TO aggKeyFileName
           IF hwPeriod IS NUMERIC
               MOVE hwPeriod TO aggKeyMonth
           ELSE
               MOVE hwRunDate(1:6) TO aggKeyMonth
           END-IF
           PERFORM FIND-MONTHLY-SLOT
           IF aggSlot = 0
               EXIT PARAGRAPH
           END-IF
           IF agTouched(aggSlot) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(hwResult) TO histResultWork
           MOVE FUNCTION NUMVAL(hwSimScore) TO histSimWork
           IF agArcRuns(aggSlot) = 0
               MOVE histResultWork TO agArcMinRes(aggSlot)
               MOVE histResultWork TO agArcMaxRes(aggSlot)
               MOVE histSimWork TO agArcMinSim(aggSlot)
               MOVE histSimWork TO agArcMaxSim(aggSlot)
           END-IF
           ADD 1 TO agArcRuns(aggSlot)
           IF histResultWork < agArcMinRes(aggSlot)
               MOVE histResultWork TO agArcMinRes(aggSlot)
           END-IF
           IF histResultWork > agArcMaxRes(aggSlot)
               MOVE histResultWork TO agArcMaxRes(aggSlot)
           END-IF
           IF histSimWork < agArcMinSim(aggSlot)
               MOVE histSimWork TO agArcMinSim(aggSlot)
           END-IF
           IF histSimWork > agArcMaxSim(aggSlot)
               MOVE histSimWork TO agArcMaxSim(aggSlot)
           END-IF.

       LOAD-MONTHLY-AGGREGATES.
           OPEN INPUT monthlyFile
           IF monthlyFileStatus = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE monthlyFileStatus TO fsCheckCode
           MOVE "monthly file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL monthlyEOF = 'Y'
               READ monthlyFile INTO monthlyLineWork
                   AT END
                       MOVE 'Y' TO monthlyEOF
                   NOT AT END
                       IF monthlyLineWork NOT = SPACES
                           PERFORM POST-MONTHLY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE monthlyFile.

       POST-MONTHLY-RECORD.
           IF aggEntryCount >= aggMaxEntries
               DISPLAY "FATAL: more than " aggMaxEntries
                   " site/month aggregate slots."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO aggEntryCount
           MOVE mhFileName TO agFileName(aggEntryCount)
           MOVE mhMonth TO agMonth(aggEntryCount)
           MOVE mhRuns TO agRuns(aggEntryCount)
           MOVE mhTotRows TO agTotRows(aggEntryCount)
           MOVE mhMinResult TO agMinResult(aggEntryCount)
           MOVE mhMaxResult TO agMaxResult(aggEntryCount)
           MOVE mhSumResult TO agSumResult(aggEntryCount)
           MOVE mhMinSim TO agMinSim(aggEntryCount)
           MOVE mhMaxSim TO agMaxSim(aggEntryCount)
           MOVE mhSumSim TO agSumSim(aggEntryCount)
           MOVE 0 TO agArcRuns(aggEntryCount)
           MOVE 'N' TO agTouched(aggEntryCount).

       FIND-MONTHLY-SLOT.
           MOVE 0 TO aggSlot
           PERFORM VARYING j FROM 1 BY 1
               UNTIL j > aggEntryCount OR aggSlot > 0
               IF agFileName(j) = aggKeyFileName
                   AND agMonth(j) = aggKeyMonth
                   MOVE j TO aggSlot
               END-IF
           END-PERFORM.

      * Take each archived posting back out of its monthly slot. Runs,
      * rows and sums subtract exactly; min/max are rebuilt from the
      * archive when it still holds every remaining run of the slot,
      * and left as they were (and reported) when it does not. A
      * slot with no runs left is dropped from the rewritten file.
       REVERSE-MONTHLY-SLOTS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > revCount
               IF revSource(i) = 'A' AND revLocked(i) = 'N'
                   PERFORM REVERSE-MONTHLY-POSTING
               END-IF
           END-PERFORM

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > aggEntryCount
               IF agTouched(i) = 'Y' AND agRuns(i) > 0
                   IF agArcRuns(i) = agRuns(i)
                       MOVE agArcMinRes(i) TO agMinResult(i)
                       MOVE agArcMaxRes(i) TO agMaxResult(i)
                       MOVE agArcMinSim(i) TO agMinSim(i)
                       MOVE agArcMaxSim(i) TO agMaxSim(i)
                   ELSE
                       MOVE 'Y' TO partialBackout
                       MOVE "RESULTS.MHIS" TO bkoFile
                       MOVE "MIN/MAX KEPT" TO bkoAction
                       MOVE SPACES TO bkoDetail
                       STRING agFileName(i) DELIMITED BY SPACE
                           " MONTH " DELIMITED BY SIZE
                           agMonth(i) DELIMITED BY SIZE
                           " - RUNS PREDATE THE ARCHIVE"
                           DELIMITED BY SIZE
                           INTO bkoDetail
                       END-STRING
                       PERFORM WRITE-BKO-LINE
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT newMonthlyFile
           MOVE newMonthlyStatus TO fsCheckCode
           MOVE "new monthly file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > aggEntryCount
               IF agRuns(i) > 0
                   MOVE agFileName(i) TO mhFileName
                   MOVE agMonth(i) TO mhMonth
                   MOVE agRuns(i) TO mhRuns
                   MOVE agTotRows(i) TO mhTotRows
                   MOVE agMinResult(i) TO mhMinResult
                   MOVE agMaxResult(i) TO mhMaxResult
                   MOVE agSumResult(i) TO mhSumResult
                   MOVE agMinSim(i) TO mhMinSim
                   MOVE agMaxSim(i) TO mhMaxSim
                   MOVE agSumSim(i) TO mhSumSim
                   WRITE newMonthlyRecord FROM monthlyLineWork
                   MOVE newMonthlyStatus TO fsCheckCode
                   MOVE "new monthly file" TO fsCheckLabel
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           CLOSE newMonthlyFile.

      * one archived posting out of its slot
       REVERSE-MONTHLY-POSTING.
           MOVE revAggSlot(i) TO aggSlot
           IF aggSlot = 0
               MOVE 'Y' TO partialBackout
               MOVE "RESULTS.MHIS" TO bkoFile
               MOVE "NO SLOT" TO bkoAction
               MOVE SPACES TO bkoDetail
               STRING "NO MONTHLY SLOT FOR "
                   DELIMITED BY SIZE
                   revFileName(i) DELIMITED BY SPACE
                   " MONTH " DELIMITED BY SIZE
                   revPeriod(i) DELIMITED BY SIZE
                   INTO bkoDetail
               END-STRING
               PERFORM WRITE-BKO-LINE
           ELSE
               IF agRuns(aggSlot) > 0
                   SUBTRACT 1 FROM agRuns(aggSlot)
               END-IF
               IF agTotRows(aggSlot) >= revRows(i)
                   SUBTRACT revRows(i) FROM agTotRows(aggSlot)
               ELSE
                   MOVE 0 TO agTotRows(aggSlot)
               END-IF
               IF agSumResult(aggSlot) >= revResult(i)
                   SUBTRACT revResult(i) FROM agSumResult(aggSlot)
               ELSE
                   MOVE 0 TO agSumResult(aggSlot)
               END-IF
               IF agSumSim(aggSlot) >= revSimScore(i)
                   SUBTRACT revSimScore(i) FROM agSumSim(aggSlot)
               ELSE
                   MOVE 0 TO agSumSim(aggSlot)
               END-IF
               MOVE "RESULTS.MHIS" TO bkoFile
               MOVE "SUBTRACTED" TO bkoAction
               MOVE SPACES TO bkoDetail
               STRING revFileName(i) DELIMITED BY SPACE
                   " MONTH " DELIMITED BY SIZE
                   revPeriod(i) DELIMITED BY SIZE
                   " - ONE RUN, ITS ROWS AND SUMS"
                   DELIMITED BY SIZE
                   INTO bkoDetail
               END-STRING
               PERFORM WRITE-BKO-LINE
           END-IF.

      * Match each reversed posting to its RESULTS.HOLD record (site,
      * extract date and the posting's run date). A posting still
      * HELD or REJECTED never went to the warehouse, so it gets no
      * REVERSAL DTL; a RELEASED one went out in AOCHLDRL's extract
      * and is reversed like any other. Each matched hold is marked
      * REVERSED with the status it had kept in hlPriorStatus, which
      * is what a rerun of the backout goes by. No hold file simply
      * means nothing was ever held.
       LOAD-HOLD-STATE.
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
                           PERFORM POST-HOLD-RECORD
                       END-IF
               END-READ
               MOVE holdFileStatus TO fsCheckCode
               MOVE "hold file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE holdFile.

       POST-HOLD-RECORD.
           IF holdCount >= holdMaxEntries
               DISPLAY "FATAL: more than " holdMaxEntries
                   " hold records."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO holdCount
           MOVE holdRecord TO holdLineWork
           IF hlSiteId = backoutSiteId
               AND hlExtractDate = backoutDate
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > revCount
                   IF hlRunDate = revRunDate(i)
                       IF hlStatus NOT = "REVERSED"
                           MOVE hlStatus TO hlPriorStatus
                           MOVE "REVERSED" TO hlStatus
                           MOVE runDate TO hlActionDate
                           ADD 1 TO holdMarked
                       END-IF
                       IF hlPriorStatus = "HELD"
                           OR hlPriorStatus = "REJECTED"
                           MOVE 'N' TO revSent(i)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE holdLineWork TO htLine(holdCount).

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
           MOVE 0 TO RETURN-CODE

           MOVE holdFileName TO bkoFile
           MOVE "MARKED" TO bkoAction
           MOVE SPACES TO bkoDetail
           MOVE holdMarked TO edCount8
           STRING "HOLDS MARKED REVERSED: " DELIMITED BY SIZE
               edCount8 DELIMITED BY SIZE
               INTO bkoDetail
           END-STRING
           PERFORM WRITE-BKO-LINE.

      * HDR, one REVERSAL DTL per posting taken back that the
      * warehouse was sent (carrying the
      * original posting's run date, so the warehouse nets it against
      * the DTL it took that night), TOT, then TRL with the count and
      * the same rows + rejects + result + simScore hash total
      * <control>.INT uses.
       WRITE-REVERSAL-INTERFACE.
           OPEN OUTPUT reversalFile
           MOVE reversalStatus TO fsCheckCode
           MOVE "reversal extract" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           MOVE "AOCBKOUT" TO inhJobId
           MOVE runDate TO inhRunDate
           MOVE 0 TO sentCount
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > revCount
               IF revSent(i) = 'Y'
                   ADD 1 TO sentCount
               END-IF
           END-PERFORM
           MOVE sentCount TO inhDetailCount
           WRITE reversalRecord FROM intHeaderWork

           MOVE 0 TO revHashTotal
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > revCount
               IF revSent(i) = 'N'
                   MOVE reversalFileName TO bkoFile
                   MOVE "NOT SENT" TO bkoAction
                   MOVE SPACES TO bkoDetail
                   STRING "RUN " DELIMITED BY SIZE
                       revRunDate(i) DELIMITED BY SIZE
                       " WAS HELD BACK - WAREHOUSE NEVER RECEIVED IT"
                           DELIMITED BY SIZE
                       INTO bkoDetail
                   END-STRING
                   PERFORM WRITE-BKO-LINE
               ELSE
                   MOVE backoutSiteId TO indSiteId
                   MOVE revRegion(i) TO indRegion
                   MOVE revRunDate(i) TO indRunDate
                   MOVE revRows(i) TO indRows
                   MOVE revRejects(i) TO indRejects
                   MOVE revResult(i) TO indResult
                   MOVE revSimScore(i) TO indSimScore
                   IF revLocked(i) = 'Y'
                       MOVE "REVERSAL-ADJ" TO indStatus
                   ELSE
                       MOVE "REVERSAL" TO indStatus
                   END-IF
                   MOVE 0 TO indConflicts
                   ADD revRows(i) TO revHashTotal
                   ADD revRejects(i) TO revHashTotal
                   ADD revResult(i) TO revHashTotal
                   ADD revSimScore(i) TO revHashTotal
                   ADD revRows(i) TO sentRowsTotal
                   ADD revRejects(i) TO sentRejectsTotal
                   ADD revResult(i) TO sentResultTotal
                   ADD revSimScore(i) TO sentSimTotal
                   WRITE reversalRecord FROM intDetailWork
                   MOVE reversalStatus TO fsCheckCode
                   MOVE "reversal extract" TO fsCheckLabel
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-PERFORM

           MOVE sentCount TO intSites
           MOVE 0 TO intSkipped
           MOVE sentRowsTotal TO intRows
           MOVE sentRejectsTotal TO intRejects
           MOVE sentResultTotal TO intResult
           MOVE sentSimTotal TO intSimScore
           MOVE 0 TO intHeld
           WRITE reversalRecord FROM intTotalWork

           MOVE sentCount TO intTrlCount
           MOVE revHashTotal TO intTrlHash
           WRITE reversalRecord FROM intTrailerWork
           MOVE reversalStatus TO fsCheckCode
           MOVE "reversal extract" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           CLOSE reversalFile

           MOVE reversalFileName TO bkoFile
           MOVE "WRITTEN" TO bkoAction
           MOVE SPACES TO bkoDetail
           MOVE sentCount TO edCount8
           STRING "REVERSAL DTL RECORDS: " DELIMITED BY SIZE
               edCount8 DELIMITED BY SIZE
               INTO bkoDetail
           END-STRING
           PERFORM WRITE-BKO-LINE.

      * Put the site's tracked last date back where the load found
      * it. Only a load that moved the tracking can be undone here:
      * when a later date is already tracked (the site has loaded
      * since) the tracking is left alone and reported, and when the
      * reversed date was never the tracked one (a SUPOK supplemental
      * never moves it) there is nothing to undo. The prior date is
      * the one AOC202401 kept when it moved the date forward; for an
      * entry written before it kept one, the newest other extract
      * date still on file for the site stands in, and with neither
      * the entry goes, exactly as before the site's first load.
       RESTORE-SITEDATE.
           MOVE "SITEDATE.TRK" TO bkoFile
           OPEN INPUT siteDateFile
           IF siteDateStatus = '35'
               MOVE "NOT TRACKED" TO bkoAction
               MOVE "NO TRACKING FILE" TO bkoDetail
               PERFORM WRITE-BKO-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE siteDateStatus TO fsCheckCode
           MOVE "site date file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL siteDateEOF = 'Y'
               READ siteDateFile INTO sdLineWork
                   AT END
                       MOVE 'Y' TO siteDateEOF
                   NOT AT END
                       IF sdEntryCount >= sdMaxEntries
                           DISPLAY "FATAL: more than " sdMaxEntries
                               " sites in the extract-date tracking "
                               "file."
                           MOVE 12 TO RETURN-CODE
                           PERFORM WRITE-RUNLOG-END
                           STOP RUN
                       END-IF
                       ADD 1 TO sdEntryCount
                       MOVE sdwSiteId TO sdSiteId(sdEntryCount)
                       MOVE sdwLastDate TO sdLastDate(sdEntryCount)
                       IF sdwPriorDate IS NUMERIC
                           MOVE sdwPriorDate
                               TO sdPriorDate(sdEntryCount)
                       ELSE
                           MOVE 0 TO sdPriorDate(sdEntryCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE siteDateFile

           MOVE 0 TO sdSlot
           PERFORM VARYING i FROM 1 BY 1
               UNTIL i > sdEntryCount OR sdSlot > 0
               IF sdSiteId(i) = backoutSiteId
                   MOVE i TO sdSlot
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN sdSlot = 0
                   MOVE "NOT TRACKED" TO bkoAction
                   MOVE "SITE HAS NO TRACKED EXTRACT DATE" TO bkoDetail
                   PERFORM WRITE-BKO-LINE
                   EXIT PARAGRAPH
               WHEN sdLastDate(sdSlot) > backoutDate
                   MOVE 'Y' TO partialBackout
                   MOVE "LEFT AS IS" TO bkoAction
                   MOVE SPACES TO bkoDetail
                   STRING "LATER DATE " DELIMITED BY SIZE
                       sdLastDate(sdSlot) DELIMITED BY SIZE
                       " ALREADY TRACKED - SITE HAS LOADED SINCE"
                       DELIMITED BY SIZE
                       INTO bkoDetail
                   END-STRING
                   PERFORM WRITE-BKO-LINE
                   EXIT PARAGRAPH
               WHEN sdLastDate(sdSlot) < backoutDate
                   MOVE "UNCHANGED" TO bkoAction
                   MOVE "SITE-DAY NEVER MOVED THE TRACKED DATE"
                       TO bkoDetail
                   PERFORM WRITE-BKO-LINE
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF sdPriorDate(sdSlot) > 0
               MOVE sdPriorDate(sdSlot) TO sdRestoreDate
           ELSE
               MOVE latestOtherDate TO sdRestoreDate
           END-IF
           MOVE sdLastDate(sdSlot) TO bkdBefore
           MOVE sdRestoreDate TO bkdAfter
           MOVE sdRestoreDate TO sdLastDate(sdSlot)
           MOVE 0 TO sdPriorDate(sdSlot)

           OPEN OUTPUT siteDateFile
           MOVE siteDateStatus TO fsCheckCode
           MOVE "site date file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > sdEntryCount
               IF i NOT = sdSlot OR sdRestoreDate > 0
                   MOVE sdSiteId(i) TO sdwSiteId
                   MOVE sdLastDate(i) TO sdwLastDate
                   MOVE sdPriorDate(i) TO sdwPriorDate
                   WRITE siteDateRecord FROM sdLineWork
                   MOVE siteDateStatus TO fsCheckCode
                   MOVE "site date file" TO fsCheckLabel
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           CLOSE siteDateFile

           MOVE "RESTORED" TO bkoAction
           MOVE bkoDateChangeWork TO bkoDetail
           PERFORM WRITE-BKO-LINE.

      * The .UNM goes back to the before-image the load saved in
      * .UNB - but only an image taken for this very site-day; one
      * taken by a later load describes a different starting point,
      * and applying it would throw away that load's tracking. A
      * before-image that says no .UNM existed means the load created
      * the file, so the file goes. The image is consumed either way
      * it is applied, so it can never be applied twice.
       RESTORE-UNMATCHED-STATE.
           MOVE SPACES TO unmatchedFileName
           STRING FUNCTION TRIM(revFileName(1)) DELIMITED BY SIZE
               ".UNM" DELIMITED BY SIZE
               INTO unmatchedFileName
           END-STRING
           MOVE SPACES TO unmBeforeFileName
           STRING FUNCTION TRIM(revFileName(1)) DELIMITED BY SIZE
               ".UNB" DELIMITED BY SIZE
               INTO unmBeforeFileName
           END-STRING
           MOVE unmatchedFileName TO bkoFile

           OPEN INPUT unmBeforeFile
           IF unmBeforeStatus = '35'
               MOVE 'Y' TO partialBackout
               MOVE "NOT RESTORED" TO bkoAction
               MOVE "NO BEFORE-IMAGE ON FILE" TO bkoDetail
               PERFORM WRITE-BKO-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE unmBeforeStatus TO fsCheckCode
           MOVE "unmatched image" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           MOVE SPACES TO unbHeaderWork
           READ unmBeforeFile INTO unbHeaderWork
               AT END
                   MOVE 'Y' TO unmBeforeEOF
           END-READ
           IF unbTag NOT = "UNB "
               OR unbSiteId NOT = backoutSiteId
               OR unbExtractDate NOT = backoutDateText
               CLOSE unmBeforeFile
               MOVE 'Y' TO partialBackout
               MOVE "NOT RESTORED" TO bkoAction
               MOVE SPACES TO bkoDetail
               STRING "BEFORE-IMAGE ON FILE IS FOR EXTRACT DATE "
                   DELIMITED BY SIZE
                   unbExtractDate DELIMITED BY SIZE
                   INTO bkoDetail
               END-STRING
               PERFORM WRITE-BKO-LINE
               EXIT PARAGRAPH
           END-IF

           IF unbPriorExists NOT = 'Y'
               CLOSE unmBeforeFile
               CALL "CBL_DELETE_FILE" USING unmatchedFileName
               MOVE 0 TO RETURN-CODE
               MOVE "REMOVED" TO bkoAction
               MOVE "NO .UNM EXISTED BEFORE THE LOAD" TO bkoDetail
               PERFORM WRITE-BKO-LINE
           ELSE
               OPEN OUTPUT unmatchedFile
               MOVE unmatchedStatus TO fsCheckCode
               MOVE "unmatched file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
               PERFORM UNTIL unmBeforeEOF = 'Y'
                   READ unmBeforeFile
                       AT END
                           MOVE 'Y' TO unmBeforeEOF
                       NOT AT END
                           ADD 1 TO unmRestoredCount
                           WRITE unmatchedRecord FROM unmBeforeRecord
                           MOVE unmatchedStatus TO fsCheckCode
                           MOVE "unmatched file" TO fsCheckLabel
                           PERFORM CHECK-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE unmatchedFile
               CLOSE unmBeforeFile
               MOVE "RESTORED" TO bkoAction
               MOVE SPACES TO bkoDetail
               MOVE unmRestoredCount TO edCount8
               STRING "TRACKED IDS PUT BACK: " DELIMITED BY SIZE
                   edCount8 DELIMITED BY SIZE
                   INTO bkoDetail
               END-STRING
               PERFORM WRITE-BKO-LINE
           END-IF
           CALL "CBL_DELETE_FILE" USING unmBeforeFileName
           MOVE 0 TO RETURN-CODE.

      * Drop the site's completion record from the control file's
      * .CPL so a same-day rerun reprocesses the corrected extract
      * instead of carrying the reversed totals forward. After a
      * clean batch the .CPL is already gone, and that is not an
      * error.
       REMOVE-COMPLETION-RECORDS.
           MOVE SPACES TO completionFileName
           STRING FUNCTION TRIM(controlFileName) DELIMITED BY SIZE
               ".CPL" DELIMITED BY SIZE
               INTO completionFileName
           END-STRING
           MOVE completionFileName TO bkoFile

           OPEN INPUT completionFile
           IF completionStatus = '35'
               MOVE "NONE" TO bkoAction
               MOVE "NO COMPLETION FILE - BATCH ENDED CLEAN"
                   TO bkoDetail
               PERFORM WRITE-BKO-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE completionStatus TO fsCheckCode
           MOVE "completion file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL completionEOF = 'Y'
               READ completionFile INTO cplLineWork
                   AT END
                       MOVE 'Y' TO completionEOF
                   NOT AT END
                       PERFORM POST-COMPLETION-LINE
               END-READ
           END-PERFORM
           CLOSE completionFile

           IF completedRemoved = 0
               MOVE "NONE" TO bkoAction
               MOVE "NO COMPLETION RECORD FOR THE SITE" TO bkoDetail
               PERFORM WRITE-BKO-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT completionFile
           MOVE completionStatus TO fsCheckCode
           MOVE "completion file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > completedCount
               WRITE completionRecord FROM cpLine(i)
               MOVE completionStatus TO fsCheckCode
               MOVE "completion file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE completionFile

           MOVE "REMOVED" TO bkoAction
           MOVE SPACES TO bkoDetail
           MOVE completedRemoved TO edCount8
           STRING "COMPLETION RECORDS DROPPED: " DELIMITED BY SIZE
               edCount8 DELIMITED BY SIZE
               INTO bkoDetail
           END-STRING
           PERFORM WRITE-BKO-LINE.

      * a completion record belongs to the reversed site-day when it
      * is the site's and carries the run date of one of its postings
       POST-COMPLETION-LINE.
           MOVE 'N' TO completionRemove
           IF cplSiteId = backoutSiteId
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > revCount
                   IF cplRunDate = revRunDate(i)
                       MOVE 'Y' TO completionRemove
                   END-IF
               END-PERFORM
           END-IF
           IF completionRemove = 'Y'
               ADD 1 TO completedRemoved
               EXIT PARAGRAPH
           END-IF
           IF completedCount >= completedMaxEntries
               DISPLAY "FATAL: more than " completedMaxEntries
                   " completion records."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO completedCount
           MOVE completionRecord TO cpLine(completedCount).

       WRITE-BKO-POSTING-LINE.
           IF revLocked(i) = 'Y'
               MOVE "KEPT-LOCKED" TO bkoAction
           ELSE
               MOVE "REMOVED" TO bkoAction
           END-IF
           MOVE revRunDate(i) TO bkpRunDate
           MOVE revRows(i) TO bkpRows
           MOVE revResult(i) TO bkpResult
           MOVE revSimScore(i) TO bkpSimScore
           MOVE bkoPostingWork TO bkoDetail
           PERFORM WRITE-BKO-LINE.

       WRITE-BKO-LINE.
           WRITE bkoReportRecord FROM bkoLineWork
           MOVE bkoReportStatus TO fsCheckCode
           MOVE "backout report" TO fsCheckLabel
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
