      * time. Follows the same DYNAMIC-assign / FILE STATUS
      * conventions as the rest of the job family.
      *
      * Every transaction takes effect from a date - today when none
      * is given - so a region realignment for the 1st can be keyed
      * days ahead. An ADD starts a site's first version (or a new
      * one after a DEL ended it); a CHG applies to the version in
      * effect on its date, changing it in place when it starts that
      * day and otherwise ending it the day before and starting a new
      * version with the changed fields; a DEL ends the version in
      * effect on its date the day before (removing it when it starts
      * that day) and removes any versions keyed to start later. A
      * CHG or DEL for a date the site is not in the master, and an
      * ADD on or before a version already keyed, are rejected.
      *
      * Transaction lines ('*' comments and blank lines skipped):
      *   ADD <site record image>      insert a new site
      *   CHG <site record image>      change an existing site
      *   DEL <siteId> [yyyymmdd]      end a site's time in the master
      * The site record image uses AOCSITLD's source layout - the
      * master record fields separated by one space each, the
      * trailing tolerance percent optional (blank means the batch
      * default band) - followed by an optional effective date
      * (yyyymmdd, column 73). DEL's effective date follows the
      * site ID in the site-name column.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT siteMasterFile ASSIGN TO DYNAMIC siteMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS smVersionKey
               FILE STATUS IS siteMasterStatus.

           SELECT auditFile ASSIGN TO DYNAMIC auditFileName
           05 trnActiveFlag  PIC X(1).
           05 FILLER         PIC X(1).
           05 trnExtractName PIC X(20).
           05 FILLER         PIC X(1).
           05 trnTolPct      PIC X(3).
           05 FILLER         PIC X(1).
           05 trnEffDate     PIC X(8).

      * the date the transaction takes effect, and the day before it
      * - the last day of the version it ends
       01 transEffDate      PIC 9(8).
       01 dayBeforeEff      PIC 9(8).
       01 transEffText      PIC X(8).

      * the site's versions, walked from its first: the one in effect
      * on the transaction date, and the start dates of any keyed to
      * take effect after it
       01 versionEOF        PIC X.
       01 versionFound      PIC X.
       01 laterMaxEntries   PIC 9(4) VALUE 50.
       01 laterCount        PIC 9(4) VALUE 0.
       01 laterTable.
           05 laterEffFrom  PIC 9(8) OCCURS 50 TIMES.
       01 laterIndex        PIC 9(4).

      * the master record as it stood before the transaction, for the
      * before/after audit lines
       01 priorRecordWork.
           05 priEffFrom     PIC 9(8).
           05 priEffTo       PIC 9(8).
           05 priSiteName    PIC X(20).
           05 priRegion      PIC X(10).
           05 priActiveFlag  PIC X(1).
           05 priExtractName PIC X(20).
           05 priTolPct      PIC 9(3).

       01 auditHeading.
           05 FILLER         PIC X(34)
                   IF transLineWork NOT = SPACES
                       AND trnAction(1:1) NOT = '*'
                       ADD 1 TO transCount
                       PERFORM SET-EFFECTIVE-DATE
                       EVALUATE TRUE
                           WHEN trnAction NOT = "ADD"
                               AND trnAction NOT = "CHG"
                               AND trnAction NOT = "DEL"
                               MOVE "UNRECOGNIZED ACTION"
                                   TO arjReason
                               PERFORM WRITE-AUDIT-REJECT
                           WHEN transEffDate = 0
                               MOVE "INVALID EFFECTIVE DATE"
                                   TO arjReason
                               PERFORM WRITE-AUDIT-REJECT
                           WHEN trnAction = "ADD"
                               PERFORM APPLY-ADD
                           WHEN trnAction = "CHG"
                               PERFORM APPLY-CHG
                           WHEN OTHER
                               PERFORM APPLY-DEL
                       END-EVALUATE
                   END-IF
           END-READ
           MOVE "transaction file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

      * blank is today; anything else must be a real calendar date
      * (zero flags it as invalid for the caller)
       SET-EFFECTIVE-DATE.
           IF trnAction = "DEL"
               MOVE trnSiteName(1:8) TO transEffText
           ELSE
               MOVE trnEffDate TO transEffText
           END-IF
           EVALUATE TRUE
               WHEN transEffText = SPACES
                   MOVE runDate TO transEffDate
               WHEN transEffText IS NOT NUMERIC
                   MOVE 0 TO transEffDate
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(transEffText)) NOT = 0
                   MOVE 0 TO transEffDate
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(transEffText) TO transEffDate
           END-EVALUATE
           IF transEffDate > 0
               COMPUTE dayBeforeEff = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(transEffDate) - 1)
           END-IF.

      * Walk the site's versions from its first: note the one in
      * effect on the transaction date (into priorRecordWork, the
      * before image) and the start date of every one keyed to take
      * effect after it.
       FIND-SITE-VERSION.
           MOVE 'N' TO versionFound
           MOVE 'N' TO versionEOF
           MOVE 0 TO laterCount
           MOVE trnSiteId TO smSiteId
           MOVE 0 TO smEffFrom
           START siteMasterFile KEY IS NOT LESS THAN smVersionKey
               INVALID KEY
                   MOVE 'Y' TO versionEOF
           END-START
           PERFORM UNTIL versionEOF = 'Y'
               READ siteMasterFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO versionEOF
                   NOT AT END
                       IF smSiteId NOT = trnSiteId
                           MOVE 'Y' TO versionEOF
                       ELSE
                           PERFORM NOTE-SITE-VERSION
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-SITE-VERSION.
           EVALUATE TRUE
               WHEN smEffFrom <= transEffDate
                   AND transEffDate <= smEffTo
                   MOVE 'Y' TO versionFound
                   MOVE smEffFrom TO priEffFrom
                   MOVE smEffTo TO priEffTo
                   MOVE smSiteName TO priSiteName
                   MOVE smRegion TO priRegion
                   MOVE smActiveFlag TO priActiveFlag
                   MOVE smExtractName TO priExtractName
                   MOVE smTolPct TO priTolPct
               WHEN smEffFrom > transEffDate
                   IF laterCount >= laterMaxEntries
                       DISPLAY "FATAL: more than " laterMaxEntries
                           " versions for site " trnSiteId
                       MOVE 12 TO RETURN-CODE
                       PERFORM WRITE-RUNLOG-END
                       STOP RUN
                   END-IF
                   ADD 1 TO laterCount
                   MOVE smEffFrom TO laterEffFrom(laterCount)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * a new site, or a site coming back after a DEL ended it - but
      * never on top of a version in effect or one already keyed for
      * later
       APPLY-ADD.
           IF trnSiteId = SPACES
               MOVE "MISSING SITE ID" TO arjReason
               PERFORM WRITE-AUDIT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SITE-VERSION
           IF versionFound = 'Y'
               MOVE "SITE ALREADY IN MASTER" TO arjReason
               PERFORM WRITE-AUDIT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF laterCount > 0
               MOVE "LATER VERSION ALREADY KEYED" TO arjReason
               PERFORM WRITE-AUDIT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE trnSiteId TO smSiteId
           MOVE transEffDate TO smEffFrom
           MOVE 99999999 TO smEffTo
           MOVE trnSiteName TO smSiteName
           MOVE trnRegion TO smRegion
           MOVE trnActiveFlag TO smActiveFlag
           MOVE trnExtractName TO smExtractName
           PERFORM MOVE-TRANS-TOLERANCE
           WRITE siteMasterRecord
               INVALID KEY
                   MOVE "SITE ALREADY IN MASTER" TO arjReason
                   PERFORM WRITE-AUDIT-ADD
           END-WRITE.

      * the version in effect on the date is changed in place when it
      * starts that day; otherwise it ends the day before and a new
      * version carries the change from the date to wherever the old
      * one ended (a later keyed version keeps its own fields)
       APPLY-CHG.
           PERFORM FIND-SITE-VERSION
           IF versionFound = 'N'
               MOVE "NOT IN SITE MASTER ON EFFECTIVE DATE"
                   TO arjReason
               PERFORM WRITE-AUDIT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE trnSiteId TO smSiteId
           MOVE priEffFrom TO smEffFrom
           READ siteMasterFile
               INVALID KEY
                   MOVE "NOT IN SITE MASTER" TO arjReason
                   PERFORM WRITE-AUDIT-REJECT
                   EXIT PARAGRAPH
           END-READ

           IF priEffFrom = transEffDate
               PERFORM MOVE-TRANS-FIELDS
               REWRITE siteMasterRecord
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO arjReason
                       PERFORM WRITE-AUDIT-REJECT
                   NOT INVALID KEY
                       ADD 1 TO appliedCount
                       PERFORM WRITE-AUDIT-CHG
               END-REWRITE
               EXIT PARAGRAPH
           END-IF

           MOVE dayBeforeEff TO smEffTo
           REWRITE siteMasterRecord
               INVALID KEY
                   MOVE "REWRITE FAILED" TO arjReason
                   PERFORM WRITE-AUDIT-REJECT
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE trnSiteId TO smSiteId
           MOVE transEffDate TO smEffFrom
           MOVE priEffTo TO smEffTo
           PERFORM MOVE-TRANS-FIELDS
           WRITE siteMasterRecord
               INVALID KEY
                   MOVE "WRITE FAILED" TO arjReason
                   PERFORM WRITE-AUDIT-REJECT
               NOT INVALID KEY
                   ADD 1 TO appliedCount
                   PERFORM WRITE-AUDIT-CHG
           END-WRITE.

      * the version in effect on the date ends the day before (or
      * goes, when it starts that day), and anything keyed to start
      * later goes with it: a site that has left the master has no
      * future
       APPLY-DEL.
           PERFORM FIND-SITE-VERSION
           IF versionFound = 'N'
               MOVE "NOT IN SITE MASTER ON EFFECTIVE DATE"
                   TO arjReason
               PERFORM WRITE-AUDIT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE trnSiteId TO smSiteId
           MOVE priEffFrom TO smEffFrom
           READ siteMasterFile
               INVALID KEY
                   MOVE "NOT IN SITE MASTER" TO arjReason
                   PERFORM WRITE-AUDIT-REJECT
                   EXIT PARAGRAPH
           END-READ

           IF priEffFrom = transEffDate
               DELETE siteMasterFile
                   INVALID KEY
                       MOVE "DELETE FAILED" TO arjReason
                       PERFORM WRITE-AUDIT-REJECT
                       EXIT PARAGRAPH
               END-DELETE
           ELSE
               MOVE dayBeforeEff TO smEffTo
               REWRITE siteMasterRecord
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO arjReason
                       PERFORM WRITE-AUDIT-REJECT
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF
           ADD 1 TO appliedCount
           PERFORM WRITE-AUDIT-DEL

           PERFORM VARYING laterIndex FROM 1 BY 1
               UNTIL laterIndex > laterCount
               MOVE trnSiteId TO smSiteId
               MOVE laterEffFrom(laterIndex) TO smEffFrom
               DELETE siteMasterFile
                   INVALID KEY
                       MOVE "LATER VERSION DELETE FAILED" TO arjReason
                       PERFORM WRITE-AUDIT-REJECT
                   NOT INVALID KEY
                       MOVE "LATER VER" TO audField
                       MOVE laterEffFrom(laterIndex) TO audBefore
                       MOVE "REMOVED" TO audAfter
                       PERFORM WRITE-AUDIT-LINE
               END-DELETE
           END-PERFORM.

       MOVE-TRANS-FIELDS.
           MOVE trnSiteName TO smSiteName
           MOVE trnRegion TO smRegion
           MOVE trnActiveFlag TO smActiveFlag
           MOVE trnExtractName TO smExtractName
           PERFORM MOVE-TRANS-TOLERANCE.

      * an ADD has no before image; list every field it set
       WRITE-AUDIT-ADD.
           MOVE "ADD" TO audAction
           MOVE "EFF FROM" TO audField
           MOVE SPACES TO audBefore
           MOVE smEffFrom TO audAfter
           PERFORM WRITE-AUDIT-LINE
           MOVE "SITE NAME" TO audField
           MOVE SPACES TO audBefore
           MOVE smSiteName TO audAfter
           PERFORM WRITE-AUDIT-LINE
           MOVE "EXTRACT NAME" TO audField
           MOVE smExtractName TO audAfter
           PERFORM WRITE-AUDIT-LINE
           MOVE "TOLERANCE %" TO audField
           MOVE smTolPct TO audAfter
           PERFORM WRITE-AUDIT-LINE.

      * a CHG audits only the fields it actually touched, so a
      * one-flag change reads as a one-line change; it never moves a
      * version's end date (a split version keeps the one it had)
       WRITE-AUDIT-CHG.
           MOVE "CHG" TO audAction
           MOVE "EFF FROM" TO audField
           MOVE priEffFrom TO audBefore
           MOVE smEffFrom TO audAfter
           PERFORM WRITE-AUDIT-LINE
           IF smSiteName NOT = priSiteName
               MOVE "SITE NAME" TO audField
               MOVE priSiteName TO audBefore
               MOVE priExtractName TO audBefore
               MOVE smExtractName TO audAfter
               PERFORM WRITE-AUDIT-LINE
           END-IF
           IF smTolPct NOT = priTolPct
               MOVE "TOLERANCE %" TO audField
               MOVE priTolPct TO audBefore
               MOVE smTolPct TO audAfter
               PERFORM WRITE-AUDIT-LINE
           END-IF.

       WRITE-AUDIT-DEL.
           MOVE "DEL" TO audAction
           MOVE "EFF TO" TO audField
           MOVE priEffTo TO audBefore
           IF priEffFrom = transEffDate
               MOVE "REMOVED" TO audAfter
           ELSE
               MOVE dayBeforeEff TO audAfter
           END-IF
           PERFORM WRITE-AUDIT-LINE
           MOVE "SITE NAME" TO audField
           MOVE priSiteName TO audBefore
           MOVE SPACES TO audAfter
           PERFORM WRITE-AUDIT-LINE
           MOVE "EXTRACT NAME" TO audField
           MOVE priExtractName TO audBefore
           PERFORM WRITE-AUDIT-LINE
           MOVE "TOLERANCE %" TO audField
           MOVE priTolPct TO audBefore
           PERFORM WRITE-AUDIT-LINE.

      * the tolerance column is optional on the transaction; blank
      * (or anything not numeric) leaves the site on the batch default
       MOVE-TRANS-TOLERANCE.
           IF FUNCTION TRIM(trnTolPct) IS NUMERIC
               MOVE FUNCTION NUMVAL(trnTolPct) TO smTolPct
           ELSE
               MOVE 0 TO smTolPct
           END-IF.

       WRITE-AUDIT-LINE.
           MOVE trnSiteId TO audSiteId
           WRITE auditRecord FROM auditLineWork
