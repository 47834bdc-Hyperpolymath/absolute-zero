      *
      * AUTHREQ.cpy - the parameter area a program fills before
      * CALLing NOPAUTH, the operator authorization check.
      *
      * The stream's privileged functions each have a right name,
      * and the AUTHCTL file says which operators may use which:
      *   LOCKOVR   NOPDRV FORCE=Y steal of a HELD run lock
      *   LOCKFREE  NOPLOCK FUNC=FREE release of a run lock
      *   GATEMNT   NOPGMNT GATE-CTL / DSBL-CTL maintenance cards
      *   ALERTACK  NOPAACK acknowledgment of an alert
      *   ARCHREST  NOPARET MODE=REST restore of archived records
      *   CATCHUP   NOPDRV CATCHUP=Y backlog run
      * Callers move in the operator id they were given (USER= on
      * the PARM, or the card's operator-id field), the right, their
      * own program name, a line saying what was attempted, and the
      * shift when they know it, CALL "NOPAUTH" USING AUTH-REQUEST,
      * and read the result: Y granted, N denied with the reason.
      * NOPAUTH itself records every check on AUTHHIST and, for a
      * denial, writes the AUDIT-TRAIL record and raises the alert,
      * so the caller only refuses - with RC 12, the stream's
      * "not authorized" return code - and says so on the console.
      *
      * Wrap the CALL in ON EXCEPTION, as for NOPALERT, but fail
      * the other way: a missing NOPAUTH module means nobody is
      * authorized, never that everybody is.
      *
       01  AUTH-REQUEST.
           05  AZQ-OPERATOR-ID         PIC X(8).
           05  AZQ-RIGHT               PIC X(8).
               88 AZQ-LOCK-OVERRIDE        VALUE "LOCKOVR".
               88 AZQ-LOCK-FREE            VALUE "LOCKFREE".
               88 AZQ-GATE-MAINTENANCE     VALUE "GATEMNT".
               88 AZQ-ALERT-ACK            VALUE "ALERTACK".
               88 AZQ-ARCHIVE-RESTORE      VALUE "ARCHREST".
               88 AZQ-CATCHUP-RUN          VALUE "CATCHUP".
           05  AZQ-PROGRAM             PIC X(8).
           05  AZQ-DETAIL              PIC X(80).
           05  AZQ-RUN-SHIFT           PIC X(1).
           05  AZQ-RESULT              PIC X(1).
               88 AZQ-GRANTED              VALUE "Y".
               88 AZQ-DENIED               VALUE "N".
           05  AZQ-REASON              PIC X(40).
