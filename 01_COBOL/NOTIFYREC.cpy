      * Notification outbox record, one per notice, as AOCNOTFY writes
      * it to NOTIFY.OUT at the end of the nightly job stream for the
      * mail/paging gateway to pick up - fixed columns, single-space
      * separated like RESULTS.HIST. nbType is ALERT (an exception
      * seen for the first time tonight), REMINDER (still open from an
      * earlier night; nbAgeDays says how long since nbFirstSeen) or
      * RESOLVED (open last time, cleared tonight). nbSiteId and
      * nbRegion are '*' for an exception that belongs to the batch
      * rather than to one site. nbSource is the program whose output
      * raised the exception and nbCode the kind of exception it is.
      * nbSendTo is the contact the notice goes to and nbEscalateTo
      * the escalation contact for the same region and severity; when
      * nbEscalated is 'Y' the exception has been open past the
      * escalation limit and nbSendTo already is the escalation
      * contact.
       01 notifyLineWork.
           05 nbType        PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbSeverity    PIC X(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbRunDate     PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbSiteId      PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbRegion      PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbSource      PIC X(9).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbCode        PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbAgeDays     PIC 9(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbFirstSeen   PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbEscalated   PIC X(1).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbSendTo      PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbEscalateTo  PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 nbMessage     PIC X(80).
