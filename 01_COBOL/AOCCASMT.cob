       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCASMT.

      * Transaction-driven corrective-action case maintenance: applies
      * ASN / CMT / CLS transactions against CASES.IDX (see CASEREC)
      * in I-O mode - who owns fixing an unsafe report, what has been
      * done about it, and closing it by hand when the fix is known to
      * be in before the report next comes back SAFE. A transaction
      * for a case that is not there, and an assignment or close of a
      * case already closed, are rejected; every applied transaction
      * writes a before/after audit line for each field it touched,
      * the same way AOCSITMT audits the site master. Follows the same
      * DYNAMIC-assign / FILE STATUS conventions as the rest of the
      * job family.
      *
      * Transaction lines ('*' comments and blank lines skipped):
      *   ASN <siteId> <report no> <owner>      assign (or reassign)
      *   CMT <siteId> <report no> <comment>    comment on the case
      *   CLS <siteId> <report no> <reason>     close the case by hand
      * in fixed columns: action in 1-3, site ID in 5-12, report number
      * in 14-21, owner / comment / reason from column 23 (40 long;
      * the owner is the first 12).
      *
      * PARM: the transaction file; an optional second token overrides
      * the case file name. The audit listing goes to
      * <transaction file>.AUD. RETURN-CODE: 0 = every transaction
      * applied, 4 = some rejected, 12 = fatal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transFile ASSIGN TO DYNAMIC transFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS transFileStatus.

           SELECT caseFile ASSIGN TO DYNAMIC caseFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS csCaseKey
               FILE STATUS IS caseStatus.

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
       01 transRecord PIC X(80).

       FD caseFile.
           COPY CASEREC.

       FD auditFile.
       01 auditRecord PIC X(132).

       FD runlogFile.
       01 runlogOutRecord PIC X(180).

       WORKING-STORAGE SECTION.
       01 transFileName     PIC X(40).
       01 transFileStatus   PIC XX.
       01 caseFileName      PIC X(40) VALUE "CASES.IDX".
       01 caseStatus        PIC XX.
       01 auditFileName     PIC X(40).
       01 auditFileStatus   PIC XX.
       01 fsCheckCode       PIC XX.
       01 fsCheckLabel      PIC X(20).

       01 parmText          PIC X(80).
       01 parmPtr           PIC 9(4).
       01 parmToken         PIC X(40).

      * Run-audit trail (see RUNLOG copybook), same contract as
      * AOC202401: START and END records appended to the shared
      * RUNLOG file, with audit-write failures reported to the
      * console rather than killing the run.
       01 runlogFileName    PIC X(40) VALUE "RUNLOG".
       01 runlogFileStatus  PIC XX.
       01 logFileName       PIC X(20).
           COPY RUNLOG.

       01 runDate           PIC 9(8).
       01 transEOF          PIC X VALUE 'N'.
       01 transCount        PIC 9(4) VALUE 0.
       01 appliedCount      PIC 9(4) VALUE 0.
       01 rejectedCount     PIC 9(4) VALUE 0.
       01 caseFound         PIC X.

      * transaction image: the 3-character action, the case key, then
      * the owner, comment or close reason
       01 transLineWork.
           05 trnAction      PIC X(3).
           05 FILLER         PIC X(1).
           05 trnSiteId      PIC X(8).
           05 FILLER         PIC X(1).
           05 trnReportNo    PIC X(8).
           05 FILLER         PIC X(1).
           05 trnText        PIC X(40).
           05 FILLER         PIC X(18).
       01 trnOwner REDEFINES transLineWork.
           05 FILLER         PIC X(22).
           05 trnOwnerText   PIC X(12).
           05 FILLER         PIC X(46).

      * the case as it stood before the transaction, for the
      * before/after audit lines
       01 priorCaseWork.
           05 priStatus      PIC X(6).
           05 priOwner       PIC X(12).
           05 priComment     PIC X(40).
           05 priClosedDate  PIC 9(8).
           05 priCloseReason PIC X(8).

       01 auditHeading.
           05 FILLER         PIC X(34)
               VALUE "CORRECTIVE-ACTION CASE AUDIT      ".
           05 FILLER         PIC X(9) VALUE "RUN DATE ".
           05 audHdgRunDate  PIC 9(8).

       01 auditLineWork.
           05 audSiteId      PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 audReportNo    PIC Z(7)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 audAction      PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 audField       PIC X(12).
           05 FILLER         PIC X(8) VALUE " BEFORE ".
           05 audBefore      PIC X(40).
           05 FILLER         PIC X(7) VALUE " AFTER ".
           05 audAfter       PIC X(40).

       01 auditRejectWork.
           05 arjSiteId      PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 arjReportNo    PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 arjAction      PIC X(8).
           05 FILLER         PIC X(11) VALUE " REJECTED -".
           05 FILLER         PIC X(1) VALUE SPACE.
           05 arjReason      PIC X(40).

       PROCEDURE DIVISION.
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
               MOVE parmToken TO caseFileName
           END-IF

           MOVE SPACES TO auditFileName
           STRING FUNCTION TRIM(transFileName) DELIMITED BY SIZE
               ".AUD" DELIMITED BY SIZE
               INTO auditFileName
           END-STRING

           MOVE transFileName TO logFileName
           PERFORM WRITE-RUNLOG-START

           OPEN INPUT transFile
           MOVE transFileStatus TO fsCheckCode
           MOVE "transaction file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS

      * I-O, never OUTPUT: AOC202402 creates the case file, and a
      * missing one here is an operations problem to surface
           OPEN I-O caseFile
           MOVE caseStatus TO fsCheckCode
           MOVE "case file" TO fsCheckLabel
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
           CLOSE caseFile
           CLOSE auditFile

           DISPLAY "Transactions read: " transCount
           DISPLAY "Applied: " appliedCount
           DISPLAY "Rejected: " rejectedCount
           DISPLAY "Audit listing written to "
               FUNCTION TRIM(auditFileName)

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
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-RECORD.
           MOVE "AOCCASMT" TO rlProgramId
           ACCEPT rlDate FROM DATE YYYYMMDD
           ACCEPT rlTime FROM TIME
           MOVE logFileName TO rlFileName
           MOVE SPACES TO rlOptions
           MOVE 0 TO rlCkptInt
           MOVE 'N' TO rlResumed
           MOVE 0 TO rlSiteCount
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

       APPLY-ONE-TRANSACTION.
           READ transFile INTO transLineWork
               AT END
                   MOVE 'Y' TO transEOF
               NOT AT END
                   IF transLineWork NOT = SPACES
                       AND trnAction(1:1) NOT = '*'
                       ADD 1 TO transCount
                       EVALUATE TRUE
                           WHEN trnAction NOT = "ASN"
                               AND trnAction NOT = "CMT"
                               AND trnAction NOT = "CLS"
                               MOVE "UNRECOGNIZED ACTION"
                                   TO arjReason
                               PERFORM WRITE-AUDIT-REJECT
                           WHEN FUNCTION TRIM(trnReportNo)
                                   IS NOT NUMERIC
                               MOVE "INVALID REPORT NUMBER"
                                   TO arjReason
                               PERFORM WRITE-AUDIT-REJECT
                           WHEN trnText = SPACES
                               MOVE "NO OWNER, COMMENT OR REASON GIVEN"
                                   TO arjReason
                               PERFORM WRITE-AUDIT-REJECT
                           WHEN OTHER
                               PERFORM APPLY-CASE-TRANSACTION
                       END-EVALUATE
                   END-IF
           END-READ
           MOVE transFileStatus TO fsCheckCode
           MOVE "transaction file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

      * Read the case and keep its before image; a closed case takes
      * comments but not an owner or a second close.
       APPLY-CASE-TRANSACTION.
           MOVE trnSiteId TO csSiteId
           MOVE FUNCTION NUMVAL(trnReportNo) TO csReportNo
           MOVE 'Y' TO caseFound
           READ caseFile
               INVALID KEY
                   MOVE 'N' TO caseFound
           END-READ
           IF caseFound = 'N'
               MOVE "NO SUCH CASE" TO arjReason
               PERFORM WRITE-AUDIT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF csStatus = "CLOSED" AND trnAction NOT = "CMT"
               MOVE "CASE ALREADY CLOSED" TO arjReason
               PERFORM WRITE-AUDIT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE csStatus TO priStatus
           MOVE csOwner TO priOwner
           MOVE csComment TO priComment
           MOVE csClosedDate TO priClosedDate
           MOVE csCloseReason TO priCloseReason

           EVALUATE trnAction
               WHEN "ASN"
                   MOVE trnOwnerText TO csOwner
               WHEN "CMT"
                   MOVE trnText TO csComment
               WHEN OTHER
                   MOVE "CLOSED" TO csStatus
                   MOVE runDate TO csClosedDate
                   MOVE "MANUAL" TO csCloseReason
                   MOVE trnText TO csComment
           END-EVALUATE
           MOVE runDate TO csUpdated
           REWRITE caseRecord
               INVALID KEY
                   MOVE "REWRITE FAILED" TO arjReason
                   PERFORM WRITE-AUDIT-REJECT
               NOT INVALID KEY
                   ADD 1 TO appliedCount
                   PERFORM WRITE-AUDIT-CHANGES
           END-REWRITE.

      * only the fields the transaction actually changed
       WRITE-AUDIT-CHANGES.
           MOVE trnAction TO audAction
           IF csStatus NOT = priStatus
               MOVE "STATUS" TO audField
               MOVE priStatus TO audBefore
               MOVE csStatus TO audAfter
               PERFORM WRITE-AUDIT-LINE
           END-IF
           IF csOwner NOT = priOwner
               MOVE "OWNER" TO audField
               MOVE priOwner TO audBefore
               MOVE csOwner TO audAfter
               PERFORM WRITE-AUDIT-LINE
           END-IF
           IF csComment NOT = priComment
               MOVE "COMMENT" TO audField
               MOVE priComment TO audBefore
               MOVE csComment TO audAfter
               PERFORM WRITE-AUDIT-LINE
           END-IF
           IF csClosedDate NOT = priClosedDate
               MOVE "CLOSED DATE" TO audField
               IF priClosedDate = 0
                   MOVE SPACES TO audBefore
               ELSE
                   MOVE priClosedDate TO audBefore
               END-IF
               MOVE csClosedDate TO audAfter
               PERFORM WRITE-AUDIT-LINE
           END-IF
           IF csCloseReason NOT = priCloseReason
               MOVE "CLOSE REASON" TO audField
               MOVE priCloseReason TO audBefore
               MOVE csCloseReason TO audAfter
               PERFORM WRITE-AUDIT-LINE
           END-IF.

       WRITE-AUDIT-LINE.
           MOVE csSiteId TO audSiteId
           MOVE csReportNo TO audReportNo
           WRITE auditRecord FROM auditLineWork
           MOVE auditFileStatus TO fsCheckCode
           MOVE "audit file" TO fsCheckLabel
           PERFORM CHECK-FILE-STATUS.

       WRITE-AUDIT-REJECT.
           ADD 1 TO rejectedCount
           MOVE trnSiteId TO arjSiteId
           MOVE trnReportNo TO arjReportNo
           MOVE trnAction TO arjAction
           DISPLAY "Transaction rejected for " trnSiteId " "
               trnReportNo ": " FUNCTION TRIM(arjReason)
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
