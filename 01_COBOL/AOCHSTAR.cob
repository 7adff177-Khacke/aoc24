      * window, and reports an audit count of records rolled up
      * versus retained. The long-range capacity and seasonal numbers
      * stay available, summarized, without an ever-slower nightly
      * scan of years of daily detail. The rolled-up detail records
      * themselves are appended to RESULTS.HARC, so a site-day that
      * AOCBKOUT later has to reverse can still be taken back out of
      * its monthly slot with the exact numbers that went in. All
      * three rewrites go through a .NEW copy renamed into place, so
      * a run that dies mid-write leaves the originals untouched.
      * Each record rolls into the slot for the month it posts to
      * (hwPeriod - see HISTREC). A month finance has locked (see
      * PERIODREC and AOCMCLOS) is never re-aggregated: its records
      * posted on or before the lock date were part of the certified
      * close and still roll up as usual, which moves them from
      * detail to summary without changing the month's totals, but
      * anything posted into it after the lock is left in
      * RESULTS.HIST, listed, and the run ends RC 4 so it gets looked
      * at instead of quietly changing a reported month.
      * Follows the same DYNAMIC-assign / FILE STATUS conventions as
      * the rest of the job family.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newMonthlyStatus.

           SELECT archiveFile ASSIGN TO DYNAMIC archiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS archiveFileStatus.

           SELECT newArchiveFile ASSIGN TO DYNAMIC newArchiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newArchiveStatus.

           SELECT periodFile ASSIGN TO DYNAMIC periodFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS periodFileStatus.

           SELECT runlogFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD historyFile.
       01 historyRecord PIC X(160).

       FD newHistoryFile.
       01 newHistoryRecord PIC X(160).

       FD monthlyFile.
       01 monthlyRecord PIC X(180).
       FD newMonthlyFile.
       01 newMonthlyRecord PIC X(180).

       FD archiveFile.
       01 archiveRecord PIC X(160).

       FD newArchiveFile.
       01 newArchiveRecord PIC X(160).

       FD periodFile.
       01 periodRecord PIC X(120).

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

       01 monthlyFileStatus PIC XX.
       01 newMonthlyFileName PIC X(40).
       01 newMonthlyStatus  PIC XX.
       01 archiveFileName   PIC X(40) VALUE "RESULTS.HARC".
       01 archiveFileStatus PIC XX.
       01 newArchiveFileName PIC X(40).
       01 newArchiveStatus  PIC XX.
       01 periodFileName    PIC X(40) VALUE "RESULTS.PERD".
       01 periodFileStatus  PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).


       01 historyEOF        PIC X VALUE 'N'.
       01 monthlyEOF        PIC X VALUE 'N'.
       01 archiveEOF        PIC X VALUE 'N'.
       01 histReadCount     PIC 9(8) VALUE 0.
       01 rolledUpCount     PIC 9(8) VALUE 0.
       01 retainedCount     PIC 9(8) VALUE 0.
       01 histRowsWork      PIC 9(8).
       01 histResultWork    PIC 9(18).
       01 histSimWork       PIC 9(18).
       01 histPeriodWork    PIC 9(6).

           COPY HISTREC.

      * locked months and the dates they were locked on
       01 periodEOF         PIC X VALUE 'N'.
       01 lockMaxEntries    PIC 9(4) VALUE 600.
       01 lockCount         PIC 9(4) VALUE 0.
       01 lockTable.
           05 lockEntry OCCURS 600 TIMES.
               10 lkMonth      PIC 9(6).
               10 lkDate       PIC 9(8).
       01 lockSlot          PIC 9(4).
       01 lockedOutCount    PIC 9(8) VALUE 0.
           COPY PERIODREC.

      * one aggregate slot per site per month; sums are carried in
      * the file (not averages) so a later archival pass can merge
               ".NEW" DELIMITED BY SIZE
               INTO newMonthlyFileName
           END-STRING
           MOVE SPACES TO newArchiveFileName
           STRING FUNCTION TRIM(archiveFileName) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO newArchiveFileName
           END-STRING

           PERFORM LOAD-PERIOD-LOCKS
           PERFORM LOAD-MONTHLY-AGGREGATES
           PERFORM COPY-HISTORY-ARCHIVE

           OPEN INPUT historyFile
           MOVE historyFileStatus TO fsCheckCode

           CLOSE historyFile
           CLOSE newHistoryFile
           CLOSE newArchiveFile

           PERFORM WRITE-MONTHLY-AGGREGATES

      * swap the rewritten files into place only after all were
      * written cleanly - a failure above leaves the originals as
      * they were
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
               rolledUpCount
           DISPLAY "Retained in recent window: " retainedCount
           DISPLAY "Monthly site/month slots: " aggEntryCount
           IF lockedOutCount > 0
               DISPLAY "Posted into a locked month after its close, "
                   "left in history: " lockedOutCount
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUNLOG-END
           STOP RUN.

       WRITE-RUNLOG-END.
           MOVE "END" TO rlEvent
           EVALUATE TRUE
               WHEN RETURN-CODE >= 12
                   MOVE "FATAL" TO rlDisposition
               WHEN lockedOutCount > 0
                   MOVE "PERIOD-LOCK" TO rlDisposition
               WHEN OTHER
                   MOVE "CLEAN" TO rlDisposition
           END-EVALUATE
           MOVE histReadCount TO rlRowCount
           PERFORM WRITE-RUNLOG-RECORD.

           MOVE mhMaxSim TO agMaxSim(aggEntryCount)
           MOVE mhSumSim TO agSumSim(aggEntryCount).

      * The archive is rewritten through its own .NEW copy like the
      * other two files: everything already archived is copied
      * forward first, and SPLIT-ONE-HISTORY-RECORD appends this
      * pass's rolled-up records behind it.
       COPY-HISTORY-ARCHIVE.
           OPEN OUTPUT newArchiveFile
           MOVE newArchiveStatus TO fsCheckCode
           MOVE "new archive file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           OPEN INPUT archiveFile
           IF archiveFileStatus = '35'
      * first archival pass since the archive was introduced
               EXIT PARAGRAPH
           END-IF
           MOVE archiveFileStatus TO fsCheckCode
           MOVE "archive file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL archiveEOF = 'Y'
               READ archiveFile
                   AT END
                       MOVE 'Y' TO archiveEOF
                   NOT AT END
                       WRITE newArchiveRecord FROM archiveRecord
                       MOVE newArchiveStatus TO fsCheckCode
                       MOVE "new archive file" TO fsCheckLabel
                       PERFORM CHECK-FILE-STATUS
               END-READ
           END-PERFORM
           CLOSE archiveFile.

      * One history record: older than the cutoff rolls into its
      * site/month slot; inside the window it is copied through
      * unchanged. A record whose date does not parse is retained -
      * archival must never silently discard something it cannot
      * classify - and so is one posted into a locked month after
      * the month was locked.
       SPLIT-ONE-HISTORY-RECORD.
           READ historyFile INTO histLineWork
               AT END
                       ELSE
                           MOVE 0 TO histRecordDate
                       END-IF
                       IF histRecordDate > 0
                           AND histRecordDate < cutoffDate
                           PERFORM CHECK-LOCKED-PERIOD
                       END-IF
                       IF histRecordDate > 0
                           AND histRecordDate < cutoffDate
                           ADD 1 TO rolledUpCount
                           PERFORM ROLL-UP-HISTORY-RECORD
                           WRITE newArchiveRecord FROM historyRecord
                           MOVE newArchiveStatus TO fsCheckCode
                           MOVE "new archive file" TO fsCheckLabel
                           PERFORM CHECK-FILE-STATUS
                       ELSE
                           ADD 1 TO retainedCount
                           WRITE newHistoryRecord FROM historyRecord
                           MOVE newHistoryStatus TO fsCheckCode
                           MOVE "new history file" TO fsCheckLabel
                           PERFORM CHECK-FILE-STATUS

       ROLL-UP-HISTORY-RECORD.
           MOVE hwFileName TO aggKeyFileName
           MOVE histPeriodWork TO aggKeyMonth
           MOVE FUNCTION NUMVAL(hwRowCount) TO histRowsWork
           MOVE FUNCTION NUMVAL(hwResult) TO histResultWork
           MOVE FUNCTION NUMVAL(hwSimScore) TO histSimWork
               MOVE histSimWork TO agMaxSim(aggSlot)
           END-IF.

      * The month the record posts to, and whether that month was
      * locked before the record was posted. A record the lock keeps
      * out has its date cleared here so the caller retains it.
       CHECK-LOCKED-PERIOD.
           IF hwPeriod IS NUMERIC
               MOVE hwPeriod TO histPeriodWork
           ELSE
               MOVE histRecordDate(1:6) TO histPeriodWork
           END-IF
           MOVE 0 TO lockSlot
           PERFORM VARYING i FROM 1 BY 1
               UNTIL i > lockCount OR lockSlot > 0
               IF lkMonth(i) = histPeriodWork
                   MOVE i TO lockSlot
               END-IF
           END-PERFORM
           IF lockSlot = 0
               EXIT PARAGRAPH
           END-IF
           IF histRecordDate <= lkDate(lockSlot)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO lockedOutCount
           DISPLAY "Locked month " histPeriodWork
               " (locked " lkDate(lockSlot) "): "
               FUNCTION TRIM(hwFileName) " posted " hwRunDate
               " left in history"
           MOVE 0 TO histRecordDate.

       LOAD-PERIOD-LOCKS.
           OPEN INPUT periodFile
           IF periodFileStatus = '35'
      * nothing closed yet
               EXIT PARAGRAPH
           END-IF
           MOVE periodFileStatus TO fsCheckCode
           MOVE "period file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL periodEOF = 'Y'
               READ periodFile INTO periodLineWork
                   AT END
                       MOVE 'Y' TO periodEOF
                   NOT AT END
                       IF pdStatus = "LOCKED"
                           PERFORM POST-PERIOD-LOCK
                       END-IF
               END-READ
               MOVE periodFileStatus TO fsCheckCode
               MOVE "period file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE periodFile.

       POST-PERIOD-LOCK.
           IF lockCount >= lockMaxEntries
               DISPLAY "FATAL: more than " lockMaxEntries
                   " locked periods."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO lockCount
           MOVE pdMonth TO lkMonth(lockCount)
           MOVE pdLockedDate TO lkDate(lockCount).

       WRITE-MONTHLY-AGGREGATES.
           OPEN OUTPUT newMonthlyFile
           MOVE newMonthlyStatus TO fsCheckCode
