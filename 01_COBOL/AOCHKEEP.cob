      * box: "yyyymmdd filename" per line), and the batch control
      * file. Expired outputs are archived (copied under the policy's
      * ARCHIVE prefix) and then deleted, with every action written
      * to a printed manifest. Each archived copy carries the
      * file's inventory date as a last qualifier
      * (<prefix><name>.yyyymmdd): the extracts and their .RCN keep
      * the same name night after night, and AOCRPLAY has to find
      * the generation for one particular night months later.
      * Checkpoint files whose site no longer appears in the control
      * file are called out as ORPHAN and removed regardless of age
      * - a stale .CKP from a renamed site has already cost us one
      * failed run. Follows the same DYNAMIC-assign / FILE STATUS
      * conventions as the rest of the job family.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT siteMasterFile ASSIGN TO DYNAMIC siteMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS smVersionKey
               FILE STATUS IS siteMasterStatus.

           SELECT manifestFile ASSIGN TO DYNAMIC manifestFileName
      * orphan expiry is suppressed for the run instead
       01 orphanSuppressed  PIC X VALUE 'N'.

      * the master is effective-dated (see SITEMST): a site's expected
      * extract is the one named by its version in effect today, or
      * by its last version when it has since left the master - its
      * checkpoint is still its own until the control entry goes
       01 versionEOF        PIC X.
       01 versionExtractName PIC X(20).

      * ARCHIVE <prefix> line in the policy file names where expired
      * outputs are copied before deletion
       01 archivePrefix     PIC X(20) VALUE "ARCHIVE/".
       01 keptCount         PIC 9(4) VALUE 0.
       01 failedCount       PIC 9(4) VALUE 0.
       01 orphanCount       PIC 9(4) VALUE 0.
       01 archiveTarget     PIC X(70).
       01 copyResult        PIC S9(9) COMP.

       01 manifestHeading.
               CLOSE siteMasterFile
           END-IF.

      * versions come back in effective-date order, so the last one
      * starting on or before today is the one in effect (or the
      * site's final one); a site with only future versions has no
      * extract expected yet
       FIND-SITE-EXTRACT-NAME.
           MOVE SPACES TO versionExtractName
           MOVE 'N' TO versionEOF
           MOVE ctlSiteToken TO smSiteId
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
                       IF smSiteId NOT = ctlSiteToken
                           OR smEffFrom > runDate
                           MOVE 'Y' TO versionEOF
                       ELSE
                           MOVE smExtractName TO versionExtractName
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-CONTROL-ENTRY.
           READ controlFile INTO controlRecord
               AT END

           IF ctlFileToken = SPACES
               IF masterAvailable = 'Y'
                   PERFORM FIND-SITE-EXTRACT-NAME
                   MOVE versionExtractName TO ctlFileToken
               ELSE
                   MOVE 'Y' TO orphanSuppressed
               END-IF
           MOVE SPACES TO archiveTarget
           STRING FUNCTION TRIM(archivePrefix) DELIMITED BY SIZE
               invName(i)(1:invNameLen(i)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               invDate(i) DELIMITED BY SIZE
               INTO archiveTarget
           END-STRING

