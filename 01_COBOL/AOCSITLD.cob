      * indexed file the batch driver reads. Source lines are fixed
      * columns matching the master record with a single space between
      * fields; blank lines and lines starting with '*' are skipped so
      * the source can carry its own commentary. The tolerance
      * percent column is optional: a line that stops after the
      * extract name loads with zero (the batch default band). So are
      * the effective-from and effective-to dates that follow it: a
      * line without them is a version in effect from the beginning
      * and open-ended, which is what a site with a single version
      * is. A site with several versions takes one line each; a line
      * whose dates overlap a version already loaded for the site is
      * rejected, so the master never has two versions in effect on
      * the same day. Follows the same DYNAMIC-assign / FILE STATUS
      * conventions as the rest of the job family.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT siteMasterFile ASSIGN TO DYNAMIC siteMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS smVersionKey
               FILE STATUS IS siteMasterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD sourceFile.
       01 sourceRecord PIC X(100).

       FD siteMasterFile.
           COPY SITEMST.
       01 loadedCount       PIC 9(8) VALUE 0.
       01 duplicateCount    PIC 9(8) VALUE 0.
       01 skippedCount      PIC 9(8) VALUE 0.
       01 invalidDateCount  PIC 9(8) VALUE 0.
       01 overlapCount      PIC 9(8) VALUE 0.
       01 lineEffFrom       PIC 9(8).
       01 lineEffTo         PIC 9(8).
       01 versionEOF        PIC X.
       01 versionOverlap    PIC X.

      * Source line image: the master record fields separated by one
      * space each so the file stays readable in an editor.
           05 srcActiveFlag  PIC X(1).
           05 FILLER         PIC X(1).
           05 srcExtractName PIC X(20).
           05 FILLER         PIC X(1).
           05 srcTolPct      PIC X(3).
           05 FILLER         PIC X(1).
           05 srcEffFrom     PIC X(8).
           05 FILLER         PIC X(1).
           05 srcEffTo       PIC X(8).

       PROCEDURE DIVISION.
      * first PARM token is the sequential source; an optional second
           MOVE "source file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

      * created empty, then reopened I-O so each version can be
      * checked against the ones already loaded for its site
           OPEN OUTPUT siteMasterFile
           MOVE siteMasterStatus TO fsCheckCode
           MOVE "site master file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           CLOSE siteMasterFile
           OPEN I-O siteMasterFile
           MOVE siteMasterStatus TO fsCheckCode
           MOVE "site master file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           PERFORM LOAD-ONE-SITE UNTIL sourceEOF = 'Y'

           CLOSE sourceFile
           CLOSE siteMasterFile

           DISPLAY "Site versions loaded: " loadedCount
           DISPLAY "Duplicates rejected: " duplicateCount
           DISPLAY "Invalid effective dates rejected: "
               invalidDateCount
           DISPLAY "Overlapping versions rejected: " overlapCount
           DISPLAY "Lines skipped: " skippedCount

           STOP RUN.
                       OR srcSiteId(1:1) = '*'
                       ADD 1 TO skippedCount
                   ELSE
                       PERFORM LOAD-SITE-VERSION
                   END-IF
           END-READ
           MOVE sourceFileStatus TO fsCheckCode
           MOVE "source file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

      * blank dates mean from the beginning / open-ended; anything
      * else must be a real calendar date, and the version must not
      * end before it starts
       LOAD-SITE-VERSION.
           MOVE 0 TO lineEffFrom
           MOVE 99999999 TO lineEffTo
           IF srcEffFrom NOT = SPACES
               IF srcEffFrom IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(srcEffFrom)) NOT = 0
                   DISPLAY "Invalid effective-from date skipped: "
                       srcSiteId " " srcEffFrom
                   ADD 1 TO invalidDateCount
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(srcEffFrom) TO lineEffFrom
           END-IF
           IF srcEffTo NOT = SPACES
               IF srcEffTo IS NOT NUMERIC
                   OR (srcEffTo NOT = "99999999"
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(srcEffTo)) NOT = 0)
                   DISPLAY "Invalid effective-to date skipped: "
                       srcSiteId " " srcEffTo
                   ADD 1 TO invalidDateCount
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(srcEffTo) TO lineEffTo
           END-IF
           IF lineEffTo < lineEffFrom
               DISPLAY "Effective-to before effective-from skipped: "
                   srcSiteId " " srcEffFrom " " srcEffTo
               ADD 1 TO invalidDateCount
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-VERSION-OVERLAP
           IF versionOverlap = 'Y'
               DISPLAY "Overlapping site version skipped: "
                   srcSiteId " " lineEffFrom " - " lineEffTo
               ADD 1 TO overlapCount
               EXIT PARAGRAPH
           END-IF

           MOVE srcSiteId TO smSiteId
           MOVE lineEffFrom TO smEffFrom
           MOVE lineEffTo TO smEffTo
           MOVE srcSiteName TO smSiteName
           MOVE srcRegion TO smRegion
           MOVE srcActiveFlag TO smActiveFlag
           MOVE srcExtractName TO smExtractName
           IF FUNCTION TRIM(srcTolPct) IS NUMERIC
               MOVE FUNCTION NUMVAL(srcTolPct) TO smTolPct
           ELSE
               MOVE 0 TO smTolPct
           END-IF
           WRITE siteMasterRecord
               INVALID KEY
                   DISPLAY "Duplicate site version skipped: "
                       smSiteId " " smEffFrom
                   ADD 1 TO duplicateCount
               NOT INVALID KEY
                   ADD 1 TO loadedCount
           END-WRITE.

      * walk the site's versions already loaded; two versions overlap
      * when each starts on or before the day the other ends. The
      * same start date is left to the WRITE's duplicate-key check.
       CHECK-VERSION-OVERLAP.
           MOVE 'N' TO versionOverlap
           MOVE 'N' TO versionEOF
           MOVE srcSiteId TO smSiteId
           MOVE 0 TO smEffFrom
           START siteMasterFile KEY IS NOT LESS THAN smVersionKey
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL versionEOF = 'Y'
               READ siteMasterFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO versionEOF
                   NOT AT END
                       IF smSiteId NOT = srcSiteId
                           MOVE 'Y' TO versionEOF
                       ELSE
                           IF smEffFrom NOT = lineEffFrom
                               AND smEffFrom <= lineEffTo
                               AND lineEffFrom <= smEffTo
                               MOVE 'Y' TO versionOverlap
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-FILE-STATUS.
           EVALUATE fsCheckCode
               WHEN '00'
