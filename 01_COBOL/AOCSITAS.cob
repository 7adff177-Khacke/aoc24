       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCSITAS.

      * Site master as-of listing: the effective-dated SITEMAST.IDX
      * (see SITEMST copybook) as it stood on any given date - each
      * site's name, region, active flag, expected extract and
      * tolerance from the version in effect that day, with region
      * counts underneath - so "which region was this site in last
      * March" is a listing rather than an archaeology exercise. With
      * SITE= the listing is that one site's whole version history
      * instead, the version in effect on the date marked. Read-only:
      * nothing in the master is changed. Follows the same
      * DYNAMIC-assign / FILE STATUS conventions as the rest of the
      * job family.
      *
      * PARM: DATE=yyyymmdd (default today), SITE=xxxxxxxx to list one
      * site's versions, MASTER=<file> to read another master. The
      * listing goes to SITEMAST.<yyyymmdd>.LST.
      *
      * RETURN-CODE: 0 = listed, 8 = SITE= names a site with no
      * version in the master, 12 = fatal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT siteMasterFile ASSIGN TO DYNAMIC siteMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS smVersionKey
               FILE STATUS IS siteMasterStatus.

           SELECT listingFile ASSIGN TO DYNAMIC listingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS listingStatus.

       DATA DIVISION.
       FILE SECTION.
       FD siteMasterFile.
           COPY SITEMST.

       FD listingFile.
       01 listingRecord PIC X(100).

       WORKING-STORAGE SECTION.
       01 siteMasterFileName PIC X(40) VALUE "SITEMAST.IDX".
       01 siteMasterStatus  PIC XX.
       01 listingFileName   PIC X(40).
       01 listingStatus     PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).

       01 parmText          PIC X(80).
       01 parmPtr           PIC 9(4).
       01 parmLen           PIC 9(4).
       01 parmToken         PIC X(40).

       01 runDate           PIC 9(8).
       01 asOfDateText      PIC X(8) VALUE SPACES.
       01 asOfDate          PIC 9(8) VALUE 0.
       01 filterSiteId      PIC X(8) VALUE SPACES.

       01 masterEOF         PIC X VALUE 'N'.
       01 versionsRead      PIC 9(8) VALUE 0.
       01 sitesInEffect     PIC 9(6) VALUE 0.
       01 sitesActive       PIC 9(6) VALUE 0.
       01 sitesInactive     PIC 9(6) VALUE 0.
       01 sitesNotInEffect  PIC 9(6) VALUE 0.

      * the site whose versions are being read, and the one of them
      * in effect on the as-of date when there is one
       01 groupSiteId       PIC X(8) VALUE SPACES.
       01 groupFound        PIC X VALUE 'N'.
       01 groupVersion.
           05 gvEffFrom     PIC 9(8).
           05 gvEffTo       PIC 9(8).
           05 gvSiteName    PIC X(20).
           05 gvRegion      PIC X(10).
           05 gvActiveFlag  PIC X(1).
           05 gvExtractName PIC X(20).
           05 gvTolPct      PIC 9(3).

       01 regionMaxEntries  PIC 9(4) VALUE 200.
       01 regionCount       PIC 9(4) VALUE 0.
       01 regionTable.
           05 regionEntry OCCURS 200 TIMES.
               10 rgName       PIC X(10).
               10 rgSites      PIC 9(6).
               10 rgActive     PIC 9(6).
       01 regionSlot        PIC 9(4).
       01 regionKeyWork     PIC X(10).
       01 effToWork         PIC 9(8).
       01 i                 PIC 9(4).

       01 listHeading.
           05 FILLER        PIC X(19) VALUE "SITE MASTER AS OF  ".
           05 lhAsOfDate    PIC 9(8).
           05 FILLER        PIC X(12) VALUE "   RUN DATE ".
           05 lhRunDate     PIC 9(8).
           05 FILLER        PIC X(8) VALUE "  MASTER".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 lhMaster      PIC X(40).

       01 listColumns.
           05 FILLER        PIC X(30)
               VALUE "SITE ID  SITE NAME            ".
           05 FILLER        PIC X(30)
               VALUE "REGION     A EXTRACT NAME     ".
           05 FILLER        PIC X(31)
               VALUE "    TOL EFF FROM EFF TO        ".

       01 listLineWork.
           05 lsSiteId      PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 lsSiteName    PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 lsRegion      PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 lsActiveFlag  PIC X(1).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 lsExtractName PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 lsTolPct      PIC ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 lsEffFrom     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 lsEffTo       PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 lsMarker      PIC X(12).

       01 regionLineWork.
           05 FILLER        PIC X(7) VALUE "REGION ".
           05 rlnRegion     PIC X(10).
           05 FILLER        PIC X(7) VALUE " SITES ".
           05 rlnSites      PIC ZZZZZ9.
           05 FILLER        PIC X(8) VALUE " ACTIVE ".
           05 rlnActive     PIC ZZZZZ9.

       01 totalLineWork.
           05 tlLabel       PIC X(30).
           05 tlCount       PIC ZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT parmText FROM COMMAND-LINE.
           ACCEPT runDate FROM DATE YYYYMMDD.

           PERFORM PARSE-PARM

           EVALUATE TRUE
               WHEN asOfDateText = SPACES
                   MOVE runDate TO asOfDate
               WHEN FUNCTION TRIM(asOfDateText) IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(asOfDateText)) NOT = 0
                   DISPLAY "Usage: AOCSITAS [DATE=yyyymmdd] "
                       "[SITE=xxxxxxxx] [MASTER=<file>]"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(asOfDateText) TO asOfDate
           END-EVALUATE

           MOVE SPACES TO listingFileName
           STRING "SITEMAST." DELIMITED BY SIZE
               asOfDate DELIMITED BY SIZE
               ".LST" DELIMITED BY SIZE
               INTO listingFileName
           END-STRING

           OPEN INPUT siteMasterFile
           MOVE siteMasterStatus TO fsCheckCode
           MOVE "site master file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT listingFile
           MOVE listingStatus TO fsCheckCode
           MOVE "listing file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           MOVE asOfDate TO lhAsOfDate
           MOVE runDate TO lhRunDate
           MOVE siteMasterFileName TO lhMaster
           WRITE listingRecord FROM listHeading
           MOVE SPACES TO listingRecord
           WRITE listingRecord
           WRITE listingRecord FROM listColumns

      * one site: START at its first version and stop at the next
      * site; the whole master: read it front to back
           IF filterSiteId NOT = SPACES
               MOVE filterSiteId TO smSiteId
               MOVE 0 TO smEffFrom
               START siteMasterFile
                   KEY IS NOT LESS THAN smVersionKey
                   INVALID KEY
                       MOVE 'Y' TO masterEOF
               END-START
           END-IF

           PERFORM READ-ONE-VERSION UNTIL masterEOF = 'Y'
           IF groupSiteId NOT = SPACES
               PERFORM FLUSH-SITE-GROUP
           END-IF
           CLOSE siteMasterFile

           IF filterSiteId = SPACES
               PERFORM WRITE-REGION-COUNTS
           END-IF
           PERFORM WRITE-LISTING-TOTALS
           CLOSE listingFile

           DISPLAY "Site master as of " asOfDate
           DISPLAY "Sites in effect: " sitesInEffect
           DISPLAY "Active: " sitesActive
           DISPLAY "Inactive: " sitesInactive
           DISPLAY "Not in effect on the date: " sitesNotInEffect
           DISPLAY "Listing written to "
               FUNCTION TRIM(listingFileName)

           IF filterSiteId NOT = SPACES AND versionsRead = 0
               DISPLAY "Site " filterSiteId
                   " has no version in the site master"
               MOVE 8 TO RETURN-CODE
           END-IF
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
               WHEN parmToken(1:5) = "DATE="
                   MOVE parmToken(6:8) TO asOfDateText
               WHEN parmToken(1:5) = "SITE="
                   MOVE parmToken(6:8) TO filterSiteId
               WHEN parmToken(1:7) = "MASTER="
                   MOVE parmToken(8:33) TO siteMasterFileName
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-ONE-VERSION.
           READ siteMasterFile NEXT RECORD
               AT END
                   MOVE 'Y' TO masterEOF
               NOT AT END
                   IF filterSiteId NOT = SPACES
                       AND smSiteId NOT = filterSiteId
                       MOVE 'Y' TO masterEOF
                   ELSE
                       PERFORM POST-SITE-VERSION
                   END-IF
           END-READ
           MOVE siteMasterStatus TO fsCheckCode
           MOVE "site master file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

      * versions arrive in key order - a site's together, earliest
      * first - so a change of site ID closes the previous site
       POST-SITE-VERSION.
           ADD 1 TO versionsRead
           IF smSiteId NOT = groupSiteId
               IF groupSiteId NOT = SPACES
                   PERFORM FLUSH-SITE-GROUP
               END-IF
               MOVE smSiteId TO groupSiteId
               MOVE 'N' TO groupFound
           END-IF
           IF smEffFrom <= asOfDate AND asOfDate <= smEffTo
               MOVE 'Y' TO groupFound
               MOVE smEffFrom TO gvEffFrom
               MOVE smEffTo TO gvEffTo
               MOVE smSiteName TO gvSiteName
               MOVE smRegion TO gvRegion
               MOVE smActiveFlag TO gvActiveFlag
               MOVE smExtractName TO gvExtractName
               MOVE smTolPct TO gvTolPct
           END-IF
      * the one-site listing shows every version as it is read
           IF filterSiteId NOT = SPACES
               MOVE smSiteId TO lsSiteId
               MOVE smSiteName TO lsSiteName
               MOVE smRegion TO lsRegion
               MOVE smActiveFlag TO lsActiveFlag
               MOVE smExtractName TO lsExtractName
               MOVE smTolPct TO lsTolPct
               MOVE smEffFrom TO lsEffFrom
               MOVE smEffTo TO effToWork
               PERFORM FORMAT-EFF-TO
               IF smEffFrom <= asOfDate AND asOfDate <= smEffTo
                   MOVE "<- IN EFFECT" TO lsMarker
               ELSE
                   MOVE SPACES TO lsMarker
               END-IF
               PERFORM WRITE-LISTING-LINE
           END-IF.

       FLUSH-SITE-GROUP.
           IF groupFound = 'N'
               ADD 1 TO sitesNotInEffect
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO sitesInEffect
           IF gvActiveFlag = 'Y'
               ADD 1 TO sitesActive
           ELSE
               ADD 1 TO sitesInactive
           END-IF
           IF filterSiteId NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE groupSiteId TO lsSiteId
           MOVE gvSiteName TO lsSiteName
           MOVE gvRegion TO lsRegion
           MOVE gvActiveFlag TO lsActiveFlag
           MOVE gvExtractName TO lsExtractName
           MOVE gvTolPct TO lsTolPct
           MOVE gvEffFrom TO lsEffFrom
           MOVE gvEffTo TO effToWork
           PERFORM FORMAT-EFF-TO
           MOVE SPACES TO lsMarker
           PERFORM WRITE-LISTING-LINE
           PERFORM POST-REGION-COUNT.

       FORMAT-EFF-TO.
           IF effToWork = 99999999
               MOVE "OPEN" TO lsEffTo
           ELSE
               MOVE effToWork TO lsEffTo
           END-IF.

       POST-REGION-COUNT.
           IF gvRegion = SPACES
               MOVE "(NONE)" TO regionKeyWork
           ELSE
               MOVE gvRegion TO regionKeyWork
           END-IF
           MOVE 0 TO regionSlot
           PERFORM VARYING i FROM 1 BY 1
               UNTIL i > regionCount OR regionSlot > 0
               IF rgName(i) = regionKeyWork
                   MOVE i TO regionSlot
               END-IF
           END-PERFORM
           IF regionSlot = 0
               IF regionCount >= regionMaxEntries
                   DISPLAY "FATAL: more than " regionMaxEntries
                       " regions."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO regionCount
               MOVE regionCount TO regionSlot
               MOVE regionKeyWork TO rgName(regionSlot)
               MOVE 0 TO rgSites(regionSlot)
               MOVE 0 TO rgActive(regionSlot)
           END-IF
           ADD 1 TO rgSites(regionSlot)
           IF gvActiveFlag = 'Y'
               ADD 1 TO rgActive(regionSlot)
           END-IF.

       WRITE-REGION-COUNTS.
           MOVE SPACES TO listingRecord
           WRITE listingRecord
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > regionCount
               MOVE rgName(i) TO rlnRegion
               MOVE rgSites(i) TO rlnSites
               MOVE rgActive(i) TO rlnActive
               WRITE listingRecord FROM regionLineWork
               MOVE listingStatus TO fsCheckCode
               MOVE "listing file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM.

       WRITE-LISTING-TOTALS.
           MOVE SPACES TO listingRecord
           WRITE listingRecord
           MOVE "SITES IN EFFECT" TO tlLabel
           MOVE sitesInEffect TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "  ACTIVE" TO tlLabel
           MOVE sitesActive TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "  INACTIVE" TO tlLabel
           MOVE sitesInactive TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE "SITES NOT IN EFFECT ON DATE" TO tlLabel
           MOVE sitesNotInEffect TO tlCount
           WRITE listingRecord FROM totalLineWork
           MOVE listingStatus TO fsCheckCode
           MOVE "listing file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

       WRITE-LISTING-LINE.
           WRITE listingRecord FROM listLineWork
           MOVE listingStatus TO fsCheckCode
           MOVE "listing file" TO fsCheckLabel
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
           STOP RUN.
