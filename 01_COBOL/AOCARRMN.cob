       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCARRMN.

      * Extract arrival monitor, run ahead of the nightly batch: builds
      * the night's control file from the site master instead of from
      * whatever someone last remembered to edit, and reports which
      * expected extracts have not landed while there is still time to
      * chase them. Every site active in SITEMAST.IDX on the business
      * date (see SITEMST - the version in effect that day) is
      * expected to send its smExtractName, unless the business
      * calendar makes the date a company holiday or one of that
      * site's no-send days. Each expected extract is looked up in
      * the same "yyyymmdd filename" inventory listing AOCHKEEP reads
      * and in SITEDATE.TRK, and reported ARRIVED, STALE (only an
      * older copy is there), MISSING, or LOADED (the date is already
      * tracked as processed); a site whose tracking shows it missed
      * an earlier expected day is flagged BEHIND - it will need a
      * LATEOK catch-up load. The control file lists every expected
      * site, arrived or not, so a site that never sends is still
      * skipped - and reported - by the batch itself. Follows the same
      * DYNAMIC-assign / FILE STATUS conventions as the rest of the
      * job family.
      *
      * PARM: CTL=<control file to build> (default SITES.CTL),
      * INV=<inventory> (default EXTRACTS.INV), CAL=<calendar>
      * (default BUSDAY.CAL), DATE=yyyymmdd business date (default
      * today), MASTER=<file>. The control file is written through
      * <control>.NEW and a rename; the report goes to <control>.ARR.
      *
      * Calendar lines ('*' comments and blank lines skipped):
      *   HOLIDAY yyyymmdd [description]
      *   NOSEND  <siteId> yyyymmdd|MON|TUE|WED|THU|FRI|SAT|SUN
      *
      * RETURN-CODE: 0 = every expected extract is in, 4 = all in but
      * one or more sites BEHIND, 8 = one or more extracts MISSING or
      * STALE, 12 = fatal (the control file is then left as it was).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT siteMasterFile ASSIGN TO DYNAMIC siteMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS smVersionKey
               FILE STATUS IS siteMasterStatus.

           SELECT calendarFile ASSIGN TO DYNAMIC calendarFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS calendarStatus.

           SELECT inventoryFile ASSIGN TO DYNAMIC inventoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS inventoryFileStatus.

           SELECT siteDateFile ASSIGN TO DYNAMIC siteDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS siteDateStatus.

           SELECT newControlFile ASSIGN TO DYNAMIC newControlFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS newControlStatus.

           SELECT arrivalFile ASSIGN TO DYNAMIC arrivalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS arrivalStatus.

           SELECT runlogFile ASSIGN TO DYNAMIC runlogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS runlogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD siteMasterFile.
           COPY SITEMST.

       FD calendarFile.
       01 calendarRecord PIC X(80).

       FD inventoryFile.
       01 inventoryRecord PIC X(80).

       FD siteDateFile.
       01 siteDateRecord PIC X(40).

       FD newControlFile.
       01 newControlRecord PIC X(40).

       FD arrivalFile.
       01 arrivalRecord PIC X(132).

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

       WORKING-STORAGE SECTION.
       01 siteMasterFileName PIC X(40) VALUE "SITEMAST.IDX".
       01 siteMasterStatus  PIC XX.
       01 calendarFileName  PIC X(40) VALUE "BUSDAY.CAL".
       01 calendarStatus    PIC XX.
       01 inventoryFileName PIC X(40) VALUE "EXTRACTS.INV".
       01 inventoryFileStatus PIC XX.
       01 siteDateFileName  PIC X(40) VALUE "SITEDATE.TRK".
       01 siteDateStatus    PIC XX.
       01 controlFileName   PIC X(40) VALUE "SITES.CTL".
       01 newControlFileName PIC X(40).
       01 newControlStatus  PIC XX.
       01 arrivalFileName   PIC X(40).
       01 arrivalStatus     PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).

       01 parmText          PIC X(80).
       01 parmPtr           PIC 9(4).
       01 parmLen           PIC 9(4).
       01 parmToken         PIC X(40).

      * Run-audit trail (see RUNLOG copybook), same contract as
      * AOC202401: START and END records appended to the shared
      * RUNLOG file. The END record's site count is the sites
      * expected tonight and its failed count the extracts missing or
      * stale.
       01 runlogFileName    PIC X(40) VALUE "RUNLOG".
       01 runlogFileStatus  PIC XX.
       01 logFileName       PIC X(20).
           COPY RUNLOG.

       01 runDate           PIC 9(8).
       01 busDateText       PIC X(8) VALUE SPACES.
       01 busDate           PIC 9(8) VALUE 0.
       01 busHoliday        PIC X VALUE 'N'.
       01 calendarEOF       PIC X VALUE 'N'.
       01 inventoryEOF      PIC X VALUE 'N'.
       01 siteDateEOF       PIC X VALUE 'N'.
       01 masterEOF         PIC X VALUE 'N'.

      * the business calendar: company holidays, and per-site days
      * no extract is sent - either one date or a day of the week
       01 calField1         PIC X(10).
       01 calField2         PIC X(10).
       01 calField3         PIC X(10).
       01 holidayMax        PIC 9(4) VALUE 500.
       01 holidayCount      PIC 9(4) VALUE 0.
       01 holidayTable.
           05 holidayDate   PIC 9(8) OCCURS 500 TIMES.
       01 noSendMax         PIC 9(4) VALUE 1000.
       01 noSendCount       PIC 9(4) VALUE 0.
       01 noSendTable.
           05 noSendEntry OCCURS 1000 TIMES.
               10 nsSiteId     PIC X(8).
               10 nsDate       PIC 9(8).
               10 nsWeekday    PIC 9(1).
       01 weekdayNames      PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 weekdayWork       PIC 9(1).
       01 calBadCount       PIC 9(4) VALUE 0.

      * inventory: the latest date listed for each file name
       01 invMaxEntries     PIC 9(4) VALUE 2000.
       01 invEntryCount     PIC 9(4) VALUE 0.
       01 invTable.
           05 invEntry OCCURS 2000 TIMES.
               10 invName      PIC X(40).
               10 invDate      PIC 9(8).
       01 invLineWork.
           05 invwDate      PIC X(8).
           05 FILLER        PIC X(1).
           05 invwName      PIC X(40).

      * SITEDATE.TRK, as AOC202401 keeps it
       01 sdMaxEntries      PIC 9(4) VALUE 500.
       01 sdEntryCount      PIC 9(4) VALUE 0.
       01 siteDateTable.
           05 siteDateEntry OCCURS 500 TIMES.
               10 sdSiteId     PIC X(8).
               10 sdLastDate   PIC 9(8).
       01 sdLineWork.
           05 sdwSiteId     PIC X(8).
           05 FILLER        PIC X(1).
           05 sdwLastDate   PIC 9(8).
           05 FILLER        PIC X(1).
           05 sdwPriorDate  PIC 9(8).

      * the site whose versions are being read, and the one of them
      * in effect on the business date when there is one
       01 groupSiteId       PIC X(8) VALUE SPACES.
       01 groupFound        PIC X VALUE 'N'.
       01 groupVersion.
           05 gvSiteName    PIC X(20).
           05 gvRegion      PIC X(10).
           05 gvActiveFlag  PIC X(1).
           05 gvExtractName PIC X(20).

      * one entry per site in effect on the business date
       01 expMaxEntries     PIC 9(4) VALUE 500.
       01 expEntryCount     PIC 9(4) VALUE 0.
       01 expTable.
           05 expEntry OCCURS 500 TIMES.
               10 exSiteId      PIC X(8).
               10 exSiteName    PIC X(20).
               10 exRegion      PIC X(10).
               10 exActiveFlag  PIC X(1).
               10 exExtractName PIC X(20).
               10 exStatus      PIC X(8).
               10 exInvDate     PIC 9(8).
               10 exLastLoaded  PIC 9(8).
               10 exDueDate     PIC 9(8).
               10 exBehind      PIC X(1).

       01 expectedCount     PIC 9(4) VALUE 0.
       01 arrivedCount      PIC 9(4) VALUE 0.
       01 loadedCount       PIC 9(4) VALUE 0.
       01 missingCount      PIC 9(4) VALUE 0.
       01 staleCount        PIC 9(4) VALUE 0.
       01 behindCount       PIC 9(4) VALUE 0.
       01 noSendSiteCount   PIC 9(4) VALUE 0.
       01 inactiveCount     PIC 9(4) VALUE 0.

       01 checkSiteId       PIC X(8).
       01 checkDate         PIC 9(8).
       01 checkExpected     PIC X.
       01 checkDayNumber    PIC 9(8).
       01 lookbackDays      PIC 9(2) VALUE 14.
       01 lookbackIndex     PIC 9(2).
       01 i                 PIC 9(4).
       01 k                 PIC 9(4).

       01 controlLineWork.
           05 ctlwSiteId    PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ctlwExtract   PIC X(20).

       01 arrHeading.
           05 FILLER        PIC X(33)
               VALUE "EXTRACT ARRIVAL REPORT  CONTROL  ".
           05 ahControl     PIC X(20).
           05 FILLER        PIC X(15) VALUE "  BUSINESS DATE".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ahBusDate     PIC 9(8).
           05 FILLER        PIC X(11) VALUE "  RUN DATE ".
           05 ahRunDate     PIC 9(8).

       01 arrColumns.
           05 FILLER        PIC X(30)
               VALUE "SITE ID  SITE NAME            ".
           05 FILLER        PIC X(32)
               VALUE "REGION     EXTRACT NAME         ".
           05 FILLER        PIC X(40)
               VALUE "STATUS   LANDED   LOADED   NOTE".

       01 arrLineWork.
           05 alSiteId      PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 alSiteName    PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 alRegion      PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 alExtractName PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 alStatus      PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 alInvDate     PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 alLastLoaded  PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 alNote        PIC X(40).

       01 totalLineWork.
           05 tlLabel       PIC X(30).
           05 tlCount       PIC ZZZ9.

       PROCEDURE DIVISION.
           ACCEPT parmText FROM COMMAND-LINE.
           ACCEPT runDate FROM DATE YYYYMMDD.

           PERFORM PARSE-PARM

           EVALUATE TRUE
               WHEN busDateText = SPACES
                   MOVE runDate TO busDate
               WHEN FUNCTION TRIM(busDateText) IS NOT NUMERIC
                   DISPLAY "Usage: AOCARRMN [CTL=<control file>] "
                       "[INV=<inventory>] [CAL=<calendar>] "
                       "[DATE=yyyymmdd] [MASTER=<file>]"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(busDateText)) NOT = 0
                   DISPLAY "Invalid business date: " busDateText
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(busDateText) TO busDate
           END-EVALUATE

           MOVE SPACES TO newControlFileName
           STRING FUNCTION TRIM(controlFileName) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO newControlFileName
           END-STRING
           MOVE SPACES TO arrivalFileName
           STRING FUNCTION TRIM(controlFileName) DELIMITED BY SIZE
               ".ARR" DELIMITED BY SIZE
               INTO arrivalFileName
           END-STRING

           MOVE controlFileName TO logFileName
           PERFORM WRITE-RUNLOG-START

           PERFORM LOAD-CALENDAR
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-SITEDATE-FILE
           PERFORM LOAD-SITES-IN-EFFECT

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > expEntryCount
               PERFORM CHECK-SITE-ARRIVAL
           END-PERFORM

           PERFORM WRITE-CONTROL-FILE
           PERFORM WRITE-ARRIVAL-REPORT

           DISPLAY "Business date: " busDate
           IF busHoliday = 'Y'
               DISPLAY "Company holiday - no extracts expected"
           END-IF
           DISPLAY "Extracts expected: " expectedCount
           DISPLAY "Arrived: " arrivedCount
           DISPLAY "Already loaded: " loadedCount
           DISPLAY "Missing: " missingCount
           DISPLAY "Stale: " staleCount
           DISPLAY "Sites behind: " behindCount
           DISPLAY "Holiday/no-send day: " noSendSiteCount
           DISPLAY "Control file written to "
               FUNCTION TRIM(controlFileName)
           DISPLAY "Arrival report written to "
               FUNCTION TRIM(arrivalFileName)

           EVALUATE TRUE
               WHEN missingCount > 0 OR staleCount > 0
                   MOVE 8 TO RETURN-CODE
               WHEN behindCount > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
               WHEN parmToken(1:4) = "CTL="
                   MOVE parmToken(5:36) TO controlFileName
               WHEN parmToken(1:4) = "INV="
                   MOVE parmToken(5:36) TO inventoryFileName
               WHEN parmToken(1:4) = "CAL="
                   MOVE parmToken(5:36) TO calendarFileName
               WHEN parmToken(1:5) = "DATE="
                   MOVE parmToken(6:8) TO busDateText
               WHEN parmToken(1:7) = "MASTER="
                   MOVE parmToken(8:33) TO siteMasterFileName
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-RUNLOG-START.
           MOVE "START" TO rlEvent
           MOVE "RUNNING" TO rlDisposition
           MOVE 0 TO rlSiteCount
           MOVE 0 TO rlSitesFailed
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-END.
           MOVE "END" TO rlEvent
           EVALUATE TRUE
               WHEN RETURN-CODE >= 12
                   MOVE "FATAL" TO rlDisposition
               WHEN missingCount > 0 OR staleCount > 0
                   MOVE "MISSING" TO rlDisposition
               WHEN behindCount > 0
                   MOVE "BEHIND" TO rlDisposition
               WHEN OTHER
                   MOVE "CLEAN" TO rlDisposition
           END-EVALUATE
           MOVE expectedCount TO rlSiteCount
           COMPUTE rlSitesFailed = missingCount + staleCount
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-RECORD.
           MOVE "AOCARRMN" TO rlProgramId
           ACCEPT rlDate FROM DATE YYYYMMDD
           ACCEPT rlTime FROM TIME
           MOVE logFileName TO rlFileName
           MOVE SPACES TO rlOptions
           STRING "DATE=" busDate
               " HOLIDAY=" busHoliday
               DELIMITED BY SIZE
               INTO rlOptions
           END-STRING
           MOVE 0 TO rlCkptInt
           MOVE 'N' TO rlResumed
           MOVE 0 TO rlRowCount
           MOVE 0 TO rlRejectCount

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

      * Without a calendar every day is a business day for every
      * site - a warning, not a failure: the worst it does is report
      * a site missing on a day it was never going to send.
       LOAD-CALENDAR.
           OPEN INPUT calendarFile
           IF calendarStatus = '35'
               DISPLAY "WARNING: " FUNCTION TRIM(calendarFileName)
                   " not found - no holidays or no-send days applied"
               EXIT PARAGRAPH
           END-IF
           MOVE calendarStatus TO fsCheckCode
           MOVE "calendar file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL calendarEOF = 'Y'
               READ calendarFile
                   AT END
                       MOVE 'Y' TO calendarEOF
                   NOT AT END
                       IF calendarRecord NOT = SPACES
                           AND calendarRecord(1:1) NOT = '*'
                           PERFORM POST-CALENDAR-LINE
                       END-IF
               END-READ
               MOVE calendarStatus TO fsCheckCode
               MOVE "calendar file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE calendarFile

           MOVE 'N' TO busHoliday
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > holidayCount
               IF holidayDate(k) = busDate
                   MOVE 'Y' TO busHoliday
               END-IF
           END-PERFORM.

       POST-CALENDAR-LINE.
           MOVE SPACES TO calField1
           MOVE SPACES TO calField2
           MOVE SPACES TO calField3
           UNSTRING calendarRecord DELIMITED BY ALL SPACE
               INTO calField1 calField2 calField3
           END-UNSTRING
           EVALUATE calField1
               WHEN "HOLIDAY"
                   PERFORM POST-HOLIDAY
               WHEN "NOSEND"
                   PERFORM POST-NO-SEND-DAY
               WHEN OTHER
                   PERFORM NOTE-BAD-CALENDAR-LINE
           END-EVALUATE.

       POST-HOLIDAY.
           IF FUNCTION TRIM(calField2) IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(calField2)) NOT = 0
               PERFORM NOTE-BAD-CALENDAR-LINE
               EXIT PARAGRAPH
           END-IF
           IF holidayCount >= holidayMax
               DISPLAY "FATAL: more than " holidayMax
                   " holidays in the calendar."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO holidayCount
           MOVE FUNCTION NUMVAL(calField2)
               TO holidayDate(holidayCount).

       POST-NO-SEND-DAY.
           IF calField2 = SPACES OR calField2(9:2) NOT = SPACES
               PERFORM NOTE-BAD-CALENDAR-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO weekdayWork
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 7
               IF calField3 = weekdayNames((k - 1) * 3 + 1:3)
                   MOVE k TO weekdayWork
               END-IF
           END-PERFORM
           IF weekdayWork = 0
               IF FUNCTION TRIM(calField3) IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(calField3)) NOT = 0
                   PERFORM NOTE-BAD-CALENDAR-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF noSendCount >= noSendMax
               DISPLAY "FATAL: more than " noSendMax
                   " no-send days in the calendar."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO noSendCount
           MOVE calField2 TO nsSiteId(noSendCount)
           MOVE weekdayWork TO nsWeekday(noSendCount)
           IF weekdayWork = 0
               MOVE FUNCTION NUMVAL(calField3) TO nsDate(noSendCount)
           ELSE
               MOVE 0 TO nsDate(noSendCount)
           END-IF.

       NOTE-BAD-CALENDAR-LINE.
           ADD 1 TO calBadCount
           DISPLAY "WARNING: bad calendar line skipped: "
               FUNCTION TRIM(calendarRecord).

      * The inventory is what landed; without it nothing can be said
      * about arrivals, so a missing one is fatal like AOCHKEEP's.
       LOAD-INVENTORY.
           OPEN INPUT inventoryFile
           MOVE inventoryFileStatus TO fsCheckCode
           MOVE "inventory file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL inventoryEOF = 'Y'
               READ inventoryFile INTO invLineWork
                   AT END
                       MOVE 'Y' TO inventoryEOF
                   NOT AT END
                       IF invLineWork NOT = SPACES
                           PERFORM POST-INVENTORY-LINE
                       END-IF
               END-READ
               MOVE inventoryFileStatus TO fsCheckCode
               MOVE "inventory file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE inventoryFile.

      * the same file listed twice (generations, a re-sweep) keeps
      * its latest date
       POST-INVENTORY-LINE.
           IF FUNCTION TRIM(invwDate) IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(invwDate)) NOT = 0
               DISPLAY "WARNING: bad inventory line skipped: "
                   FUNCTION TRIM(invLineWork)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > invEntryCount
               IF invName(k) = invwName
                   IF FUNCTION NUMVAL(invwDate) > invDate(k)
                       MOVE FUNCTION NUMVAL(invwDate) TO invDate(k)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF invEntryCount >= invMaxEntries
               DISPLAY "FATAL: more than " invMaxEntries
                   " inventory entries."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO invEntryCount
           MOVE invwName TO invName(invEntryCount)
           MOVE FUNCTION NUMVAL(invwDate) TO invDate(invEntryCount).

      * no tracking file yet means no site has ever been loaded
       LOAD-SITEDATE-FILE.
           OPEN INPUT siteDateFile
           IF siteDateStatus = '35'
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
                               " sites in the site date file."
                           MOVE 12 TO RETURN-CODE
                           PERFORM WRITE-RUNLOG-END
                           STOP RUN
                       END-IF
                       ADD 1 TO sdEntryCount
                       MOVE sdwSiteId TO sdSiteId(sdEntryCount)
                       MOVE sdwLastDate TO sdLastDate(sdEntryCount)
               END-READ
               MOVE siteDateStatus TO fsCheckCode
               MOVE "site date file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           CLOSE siteDateFile.

      * The whole master front to back; a site's versions arrive
      * together, earliest first, so a change of site ID closes the
      * previous site (as in AOCSITAS).
       LOAD-SITES-IN-EFFECT.
           OPEN INPUT siteMasterFile
           MOVE siteMasterStatus TO fsCheckCode
           MOVE "site master file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL masterEOF = 'Y'
               READ siteMasterFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO masterEOF
                   NOT AT END
                       PERFORM POST-SITE-VERSION
               END-READ
               MOVE siteMasterStatus TO fsCheckCode
               MOVE "site master file" TO fsCheckLabel
               PERFORM CHECK-FILE-STATUS
           END-PERFORM
           IF groupSiteId NOT = SPACES
               PERFORM FLUSH-SITE-GROUP
           END-IF
           CLOSE siteMasterFile.

       POST-SITE-VERSION.
           IF smSiteId NOT = groupSiteId
               IF groupSiteId NOT = SPACES
                   PERFORM FLUSH-SITE-GROUP
               END-IF
               MOVE smSiteId TO groupSiteId
               MOVE 'N' TO groupFound
           END-IF
           IF smEffFrom <= busDate AND busDate <= smEffTo
               MOVE 'Y' TO groupFound
               MOVE smSiteName TO gvSiteName
               MOVE smRegion TO gvRegion
               MOVE smActiveFlag TO gvActiveFlag
               MOVE smExtractName TO gvExtractName
           END-IF.

       FLUSH-SITE-GROUP.
           IF groupFound = 'N'
               EXIT PARAGRAPH
           END-IF
           IF expEntryCount >= expMaxEntries
               DISPLAY "FATAL: more than " expMaxEntries
                   " sites in effect."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           ADD 1 TO expEntryCount
           MOVE groupSiteId TO exSiteId(expEntryCount)
           MOVE gvSiteName TO exSiteName(expEntryCount)
           MOVE gvRegion TO exRegion(expEntryCount)
           MOVE gvActiveFlag TO exActiveFlag(expEntryCount)
           MOVE gvExtractName TO exExtractName(expEntryCount)
           MOVE SPACES TO exStatus(expEntryCount)
           MOVE 0 TO exInvDate(expEntryCount)
           MOVE 0 TO exLastLoaded(expEntryCount)
           MOVE 0 TO exDueDate(expEntryCount)
           MOVE 'N' TO exBehind(expEntryCount).

      * One site in effect: inactive and no-send sites are not
      * expected; an expected one is found in the tracking file and
      * the inventory. A date already tracked means tonight's extract
      * has been loaded - a rerun of the monitor after the batch.
      * Otherwise the inventory's copy must be dated on or after the
      * business date; an older one is last night's file still
      * sitting there.
       CHECK-SITE-ARRIVAL.
           IF exActiveFlag(i) NOT = 'Y'
               MOVE "INACTIVE" TO exStatus(i)
               ADD 1 TO inactiveCount
               EXIT PARAGRAPH
           END-IF
           MOVE exSiteId(i) TO checkSiteId
           MOVE busDate TO checkDate
           PERFORM CHECK-SITE-EXPECTED
           IF checkExpected = 'N' AND busHoliday = 'Y'
               MOVE "HOLIDAY" TO exStatus(i)
               ADD 1 TO noSendSiteCount
               EXIT PARAGRAPH
           END-IF
           IF checkExpected = 'N'
               MOVE "NO-SEND" TO exStatus(i)
               ADD 1 TO noSendSiteCount
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO expectedCount

           PERFORM VARYING k FROM 1 BY 1 UNTIL k > sdEntryCount
               IF sdSiteId(k) = exSiteId(i)
                   MOVE sdLastDate(k) TO exLastLoaded(i)
               END-IF
           END-PERFORM
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > invEntryCount
               IF invName(k) = exExtractName(i)
                   MOVE invDate(k) TO exInvDate(i)
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN exLastLoaded(i) >= busDate
                   MOVE "LOADED" TO exStatus(i)
                   ADD 1 TO loadedCount
               WHEN exInvDate(i) >= busDate
                   MOVE "ARRIVED" TO exStatus(i)
                   ADD 1 TO arrivedCount
               WHEN exInvDate(i) > 0
                   MOVE "STALE" TO exStatus(i)
                   ADD 1 TO staleCount
               WHEN OTHER
                   MOVE "MISSING" TO exStatus(i)
                   ADD 1 TO missingCount
           END-EVALUATE

      * a site that has been loaded before and is short of the last
      * day before this one it was due to send has missed a night
           IF exLastLoaded(i) > 0 AND exLastLoaded(i) < busDate
               PERFORM FIND-PRIOR-DUE-DATE
               IF exDueDate(i) > exLastLoaded(i)
                   MOVE 'Y' TO exBehind(i)
                   ADD 1 TO behindCount
               END-IF
           END-IF.

      * walk back from the day before the business date to the last
      * day the site was due to send, within the lookback window
       FIND-PRIOR-DUE-DATE.
           COMPUTE checkDayNumber =
               FUNCTION INTEGER-OF-DATE(busDate)
           MOVE 'N' TO checkExpected
           PERFORM VARYING lookbackIndex FROM 1 BY 1
               UNTIL lookbackIndex > lookbackDays
                   OR checkExpected = 'Y'
               SUBTRACT 1 FROM checkDayNumber
               COMPUTE checkDate =
                   FUNCTION DATE-OF-INTEGER(checkDayNumber)
               PERFORM CHECK-SITE-EXPECTED
           END-PERFORM
           IF checkExpected = 'Y'
               MOVE checkDate TO exDueDate(i)
           END-IF.

      * whether checkSiteId owes an extract for checkDate: not on a
      * company holiday, not on one of its own no-send dates or
      * weekdays (day 1 of the integer calendar was a Monday)
       CHECK-SITE-EXPECTED.
           MOVE 'Y' TO checkExpected
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > holidayCount
               IF holidayDate(k) = checkDate
                   MOVE 'N' TO checkExpected
               END-IF
           END-PERFORM
           IF checkExpected = 'N'
               EXIT PARAGRAPH
           END-IF
           COMPUTE weekdayWork = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(checkDate) - 1, 7) + 1
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > noSendCount
               IF nsSiteId(k) = checkSiteId
                   IF nsDate(k) = checkDate
                       OR nsWeekday(k) = weekdayWork
                       MOVE 'N' TO checkExpected
                   END-IF
               END-IF
           END-PERFORM.

      * Every expected site, arrived or not: a site that never sends
      * is then skipped by the batch and shows on its .OPS as well.
      * Written whole to the .NEW file before the rename, so a failed
      * run leaves last night's control file in place.
       WRITE-CONTROL-FILE.
           OPEN OUTPUT newControlFile
           MOVE newControlStatus TO fsCheckCode
           MOVE "new control file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > expEntryCount
               IF exStatus(i) NOT = "INACTIVE"
                   AND exStatus(i) NOT = "NO-SEND"
                   AND exStatus(i) NOT = "HOLIDAY"
                   MOVE exSiteId(i) TO ctlwSiteId
                   MOVE exExtractName(i) TO ctlwExtract
                   WRITE newControlRecord FROM controlLineWork
                   MOVE newControlStatus TO fsCheckCode
                   MOVE "new control file" TO fsCheckLabel
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           CLOSE newControlFile

           CALL "CBL_RENAME_FILE" USING newControlFileName
               controlFileName
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: cannot replace "
                   FUNCTION TRIM(controlFileName)
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUNLOG-END
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE.

      * the sites to chase first, then the ones that are in, then the
      * ones not expected tonight, then the counts
       WRITE-ARRIVAL-REPORT.
           OPEN OUTPUT arrivalFile
           MOVE arrivalStatus TO fsCheckCode
           MOVE "arrival report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

           MOVE controlFileName TO ahControl
           MOVE busDate TO ahBusDate
           MOVE runDate TO ahRunDate
           WRITE arrivalRecord FROM arrHeading
           MOVE SPACES TO arrivalRecord
           WRITE arrivalRecord

           IF busHoliday = 'Y'
               MOVE "COMPANY HOLIDAY - NO EXTRACTS EXPECTED"
                   TO arrivalRecord
               WRITE arrivalRecord
               MOVE SPACES TO arrivalRecord
               WRITE arrivalRecord
           END-IF

           WRITE arrivalRecord FROM arrColumns
           MOVE SPACES TO arrivalRecord
           WRITE arrivalRecord
           MOVE "NOT IN - MISSING OR STALE" TO arrivalRecord
           WRITE arrivalRecord
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > expEntryCount
               IF exStatus(i) = "MISSING" OR exStatus(i) = "STALE"
                   PERFORM WRITE-ARRIVAL-LINE
               END-IF
           END-PERFORM
           IF missingCount = 0 AND staleCount = 0
               MOVE "NONE" TO arrivalRecord
               WRITE arrivalRecord
           END-IF

           MOVE SPACES TO arrivalRecord
           WRITE arrivalRecord
           MOVE "IN - ARRIVED OR ALREADY LOADED" TO arrivalRecord
           WRITE arrivalRecord
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > expEntryCount
               IF exStatus(i) = "ARRIVED" OR exStatus(i) = "LOADED"
                   PERFORM WRITE-ARRIVAL-LINE
               END-IF
           END-PERFORM
           IF arrivedCount = 0 AND loadedCount = 0
               MOVE "NONE" TO arrivalRecord
               WRITE arrivalRecord
           END-IF

           MOVE SPACES TO arrivalRecord
           WRITE arrivalRecord
           MOVE "NOT EXPECTED - HOLIDAY, NO-SEND DAY OR INACTIVE"
               TO arrivalRecord
           WRITE arrivalRecord
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > expEntryCount
               IF exStatus(i) = "NO-SEND" OR exStatus(i) = "INACTIVE"
                   OR exStatus(i) = "HOLIDAY"
                   PERFORM WRITE-ARRIVAL-LINE
               END-IF
           END-PERFORM
           IF noSendSiteCount = 0 AND inactiveCount = 0
               MOVE "NONE" TO arrivalRecord
               WRITE arrivalRecord
           END-IF

           MOVE SPACES TO arrivalRecord
           WRITE arrivalRecord
           MOVE "EXTRACTS EXPECTED" TO tlLabel
           MOVE expectedCount TO tlCount
           WRITE arrivalRecord FROM totalLineWork
           MOVE "  ARRIVED" TO tlLabel
           MOVE arrivedCount TO tlCount
           WRITE arrivalRecord FROM totalLineWork
           MOVE "  ALREADY LOADED" TO tlLabel
           MOVE loadedCount TO tlCount
           WRITE arrivalRecord FROM totalLineWork
           MOVE "  MISSING" TO tlLabel
           MOVE missingCount TO tlCount
           WRITE arrivalRecord FROM totalLineWork
           MOVE "  STALE" TO tlLabel
           MOVE staleCount TO tlCount
           WRITE arrivalRecord FROM totalLineWork
           MOVE "SITES BEHIND" TO tlLabel
           MOVE behindCount TO tlCount
           WRITE arrivalRecord FROM totalLineWork
           MOVE "SITES ON A HOLIDAY/NO-SEND DAY" TO tlLabel
           MOVE noSendSiteCount TO tlCount
           WRITE arrivalRecord FROM totalLineWork
           MOVE "SITES INACTIVE" TO tlLabel
           MOVE inactiveCount TO tlCount
           WRITE arrivalRecord FROM totalLineWork
           MOVE "BAD CALENDAR LINES SKIPPED" TO tlLabel
           MOVE calBadCount TO tlCount
           WRITE arrivalRecord FROM totalLineWork
           MOVE arrivalStatus TO fsCheckCode
           MOVE "arrival report" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS
           CLOSE arrivalFile.

       WRITE-ARRIVAL-LINE.
           MOVE exSiteId(i) TO alSiteId
           MOVE exSiteName(i) TO alSiteName
           MOVE exRegion(i) TO alRegion
           MOVE exExtractName(i) TO alExtractName
           MOVE exStatus(i) TO alStatus
           IF exInvDate(i) = 0
               MOVE SPACES TO alInvDate
           ELSE
               MOVE exInvDate(i) TO alInvDate
           END-IF
           IF exLastLoaded(i) = 0
               MOVE SPACES TO alLastLoaded
           ELSE
               MOVE exLastLoaded(i) TO alLastLoaded
           END-IF
           MOVE SPACES TO alNote
           EVALUATE TRUE
               WHEN exBehind(i) = 'Y'
                   STRING "BEHIND - DUE " DELIMITED BY SIZE
                       exDueDate(i) DELIMITED BY SIZE
                       ", LATEOK CATCH-UP" DELIMITED BY SIZE
                       INTO alNote
                   END-STRING
               WHEN exStatus(i) = "MISSING"
                   AND exLastLoaded(i) = 0
                   MOVE "NEVER LOADED" TO alNote
               WHEN exStatus(i) = "STALE"
                   MOVE "ONLY AN OLDER COPY LANDED" TO alNote
           END-EVALUATE
           WRITE arrivalRecord FROM arrLineWork
           MOVE arrivalStatus TO fsCheckCode
           MOVE "arrival report" TO fsCheckLabel
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
