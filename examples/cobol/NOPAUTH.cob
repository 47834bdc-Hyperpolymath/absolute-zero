       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPAUTH.
      *
      * Operator authorization check for the NOP job stream's
      * privileged functions.
      *
      * Anyone who could submit the job could steal a run lock
      * with FORCE=Y, free one with NOPLOCK FUNC=FREE, key gate
      * changes through NOPGMNT, acknowledge a critical with
      * NOPAACK, restore archived records with NOPARET MODE=REST
      * or drive a CATCHUP=Y backlog: the USER= and operator-id
      * fields those programs carry were free text nothing
      * checked. The AUTHCTL file now says who may do what - one
      * record per operator and role, with a Y/N flag for each
      * right (see AUTHREQ.cpy for the right names and which
      * program asks for each) and the last date the entry is
      * good for - and every one of those programs CALLs NOPAUTH
      * before it acts.
      *
      * A right is granted when the operator has an AUTHCTL entry
      * that carries it and whose expiry date is today or later;
      * an operator may hold more than one entry (one per role),
      * and any live one that carries the right will do. An
      * expiry of 99999999 never lapses; one that is not a date
      * is treated as lapsed. Everything else is denied, and the
      * denial says why: no operator id given, operator not on
      * AUTHCTL, the operator's roles not carrying the right, or
      * the entry that carries it having expired. A missing or
      * unreadable AUTHCTL denies every request - the check fails
      * closed.
      *
      * Every check, granted or denied, is appended to the
      * AUTH-HISTORY file (AUTHHIST), which is what NOPAREV's
      * access review counts as rights actually used. A denial
      * is also written to AUDIT-TRAIL through NOPAUDIT as a
      * denied attempt, with what was attempted, and raised
      * through NOPALERT at severity E (status AUTHDENY), so an
      * unauthorized attempt is on the chained trail and in front
      * of the console the moment it happens. The caller only
      * refuses: RC 12, nothing done.
      *
      * The check stamps the real date and time, not a catch-up
      * cycle date: authority is about when somebody acted. The
      * shift is the caller's when it passes one, else the shared
      * JCR-RUN-SHIFT, else the clock, as for NOPALERT.
      *
      * Build: callers CALL "NOPAUTH" dynamically, so build this
      * as a loadable module alongside the stream's other callees:
      *
      *   cobc -m -std=ibm -I copybooks NOPAUTH.cob

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CTL-FILE ASSIGN TO AUTHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHCTL-STATUS.

           SELECT AUTH-HIST-FILE ASSIGN TO AUTHHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * The authorization table: operator, role, one Y/N flag per
      * right in AUTHREQ.cpy order, and the last date the entry
      * is good for.
      *
       FD  AUTH-CTL-FILE
           RECORDING MODE IS F.
       01  AUTH-CTL-RECORD.
           05  AUC-OPERATOR-ID         PIC X(8).
           05  AUC-ROLE                PIC X(8).
           05  AUC-RIGHT-FLAGS.
               10  AUC-RIGHT-FLAG      PIC X(1) OCCURS 6 TIMES.
           05  AUC-EXPIRY-DATE         PIC 9(8).
      *
      * One record per check made, granted or denied.
      *
       FD  AUTH-HIST-FILE
           RECORDING MODE IS F.
       01  AUTH-HIST-RECORD.
           05  AUH-CHECK-STAMP         PIC X(16).
           05  AUH-OPERATOR-ID         PIC X(8).
           05  AUH-RIGHT               PIC X(8).
           05  AUH-PROGRAM             PIC X(8).
           05  AUH-RESULT              PIC X(1).
           05  AUH-RUN-SHIFT           PIC X(1).
           05  AUH-REASON              PIC X(40).
           05  AUH-DETAIL              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUTHCTL-STATUS           PIC X(2).
       01  WS-AUTHHIST-STATUS          PIC X(2).
       01  WS-AUTHCTL-EOF              PIC X(1) VALUE "N".
           88 AUTHCTL-AT-END               VALUE "Y".
      *
      * The right names, in the order of the AUTHCTL flags.
      *
       01  RIGHT-TABLE-VALUES.
           05  FILLER PIC X(8) VALUE "LOCKOVR ".
           05  FILLER PIC X(8) VALUE "LOCKFREE".
           05  FILLER PIC X(8) VALUE "GATEMNT ".
           05  FILLER PIC X(8) VALUE "ALERTACK".
           05  FILLER PIC X(8) VALUE "ARCHREST".
           05  FILLER PIC X(8) VALUE "CATCHUP ".
       01  RIGHT-TABLE REDEFINES RIGHT-TABLE-VALUES.
           05  RIGHT-NAME              PIC X(8) OCCURS 6 TIMES.
       01  WS-RIGHT-INDEX              PIC S9(4) COMP VALUE 0.
       01  WS-RIGHT-HIT                PIC S9(4) COMP VALUE 0.
      *
      * What the AUTHCTL scan found for this operator and right.
      *
       01  WS-ENTRY-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-CARRYING-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-LIVE-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-LAPSED-DATE              PIC X(8) VALUE SPACES.
       01  WS-LAPSED-ROLE              PIC X(8) VALUE SPACES.
       01  WS-FIRST-ROLE               PIC X(8) VALUE SPACES.
       01  WS-SYSTEM-DATE              PIC 9(8).
       01  WS-RUN-TIME                 PIC X(8).
       01  WS-RUN-TIMESTAMP            PIC X(26).
       01  WS-AUDIT-TEXT               PIC X(80) VALUE SPACES.
      *
      * Shift the check belongs to; see 1000-DERIVE-SHIFT.
      *
       01  WS-RUN-SHIFT                PIC X(1) VALUE SPACE.
           88 VALID-RUN-SHIFT              VALUE "D" "E" "N".
       01  WS-TIME-OF-DAY.
           05  WS-TOD-HH               PIC 9(2).
           05  FILLER                  PIC X(6).
      *
      * Shared job-control record common to every program in this
      * job stream.
      *
       COPY JOBCTL.
      *
      * Alert request area for NOPALERT; see ALERTREQ.cpy.
      *
       COPY ALERTREQ.
      *
      * Audit record area for NOPAUDIT; see AUDITREQ.cpy.
      *
       COPY AUDITREQ.

       LINKAGE SECTION.
      *
      * The caller's request, filled before the CALL; see
      * AUTHREQ.cpy.
      *
       COPY AUTHREQ.

       PROCEDURE DIVISION USING AUTH-REQUEST.

       0000-MAIN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-SYSTEM-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           PERFORM 1000-DERIVE-SHIFT
           MOVE "N" TO AZQ-RESULT
           MOVE SPACES TO AZQ-REASON
           PERFORM 2000-CHECK-AUTHORITY
           PERFORM 3000-WRITE-HISTORY
           IF AZQ-DENIED
               PERFORM 4000-AUDIT-DENIAL
               PERFORM 4100-ALERT-DENIAL
           END-IF
           GOBACK.

       1000-DERIVE-SHIFT.
           MOVE AZQ-RUN-SHIFT TO WS-RUN-SHIFT
           IF NOT VALID-RUN-SHIFT
               MOVE JCR-RUN-SHIFT TO WS-RUN-SHIFT
           END-IF
           IF NOT VALID-RUN-SHIFT
               ACCEPT WS-TIME-OF-DAY FROM TIME
               EVALUATE TRUE
                   WHEN WS-TOD-HH >= 06 AND WS-TOD-HH <= 13
                       MOVE "D" TO WS-RUN-SHIFT
                   WHEN WS-TOD-HH >= 14 AND WS-TOD-HH <= 21
                       MOVE "E" TO WS-RUN-SHIFT
                   WHEN OTHER
                       MOVE "N" TO WS-RUN-SHIFT
               END-EVALUATE
           END-IF.

       2000-CHECK-AUTHORITY.
      *    The reason names the first thing wrong, in the order
      *    an operator would fix it: who they are, whether they
      *    are on the table, whether a role of theirs carries the
      *    right, whether that entry is still live.
           MOVE 0 TO WS-RIGHT-HIT
           PERFORM VARYING WS-RIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-RIGHT-INDEX > 6
               IF RIGHT-NAME(WS-RIGHT-INDEX) = AZQ-RIGHT
                   MOVE WS-RIGHT-INDEX TO WS-RIGHT-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN AZQ-OPERATOR-ID = SPACES
                   OR AZQ-OPERATOR-ID = "UNKNOWN"
                   MOVE "NO OPERATOR ID GIVEN" TO AZQ-REASON
               WHEN WS-RIGHT-HIT = 0
                   STRING "NO SUCH RIGHT " AZQ-RIGHT
                       DELIMITED BY SIZE INTO AZQ-REASON
               WHEN OTHER
                   PERFORM 2100-SCAN-AUTH-TABLE
           END-EVALUATE.

       2100-SCAN-AUTH-TABLE.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-CARRYING-COUNT
           MOVE 0 TO WS-LIVE-COUNT
           MOVE SPACES TO WS-LAPSED-DATE
           MOVE SPACES TO WS-LAPSED-ROLE
           MOVE SPACES TO WS-FIRST-ROLE
           MOVE "N" TO WS-AUTHCTL-EOF
           OPEN INPUT AUTH-CTL-FILE
           IF WS-AUTHCTL-STATUS NOT = "00"
               DISPLAY "NOPAUTH: ERROR - could not open AUTHCTL, "
                   "status " WS-AUTHCTL-STATUS "; request denied"
               MOVE "AUTHORIZATION TABLE NOT AVAILABLE"
                   TO AZQ-REASON
           ELSE
               PERFORM UNTIL AUTHCTL-AT-END
                   READ AUTH-CTL-FILE
                       AT END
                           SET AUTHCTL-AT-END TO TRUE
                       NOT AT END
                           IF AUC-OPERATOR-ID = AZQ-OPERATOR-ID
                               PERFORM 2110-WEIGH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-CTL-FILE
               EVALUATE TRUE
                   WHEN WS-LIVE-COUNT > 0
                       MOVE "Y" TO AZQ-RESULT
                   WHEN WS-ENTRY-COUNT = 0
                       STRING "OPERATOR " AZQ-OPERATOR-ID
                           " NOT ON AUTHCTL"
                           DELIMITED BY SIZE INTO AZQ-REASON
                   WHEN WS-CARRYING-COUNT = 0
                       STRING "ROLE " WS-FIRST-ROLE
                           " DOES NOT CARRY " AZQ-RIGHT
                           DELIMITED BY SIZE INTO AZQ-REASON
                   WHEN OTHER
                       STRING "ROLE " WS-LAPSED-ROLE
                           " EXPIRED " WS-LAPSED-DATE
                           DELIMITED BY SIZE INTO AZQ-REASON
               END-EVALUATE
           END-IF.

       2110-WEIGH-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           IF WS-ENTRY-COUNT = 1
               MOVE AUC-ROLE TO WS-FIRST-ROLE
           END-IF
           IF AUC-RIGHT-FLAG(WS-RIGHT-HIT) = "Y"
               ADD 1 TO WS-CARRYING-COUNT
               IF AUC-EXPIRY-DATE IS NUMERIC
                   AND AUC-EXPIRY-DATE >= WS-SYSTEM-DATE
                   ADD 1 TO WS-LIVE-COUNT
               ELSE
                   MOVE AUC-ROLE TO WS-LAPSED-ROLE
                   MOVE AUC-EXPIRY-DATE TO WS-LAPSED-DATE
               END-IF
           END-IF.

       3000-WRITE-HISTORY.
      *    AUTHHIST accumulates one record per check; EXTEND
      *    appends, falling back to OUTPUT the first time the
      *    file doesn't exist yet.
           OPEN EXTEND AUTH-HIST-FILE
           IF WS-AUTHHIST-STATUS NOT = "00"
               OPEN OUTPUT AUTH-HIST-FILE
           END-IF
           IF WS-AUTHHIST-STATUS NOT = "00"
               DISPLAY "NOPAUTH: WARNING - could not open "
                   "AUTHHIST, status " WS-AUTHHIST-STATUS
                   "; check not recorded"
           ELSE
               MOVE WS-RUN-TIMESTAMP(1:16) TO AUH-CHECK-STAMP
               MOVE AZQ-OPERATOR-ID TO AUH-OPERATOR-ID
               MOVE AZQ-RIGHT TO AUH-RIGHT
               MOVE AZQ-PROGRAM TO AUH-PROGRAM
               IF AZQ-GRANTED
                   MOVE "G" TO AUH-RESULT
               ELSE
                   MOVE "D" TO AUH-RESULT
               END-IF
               MOVE WS-RUN-SHIFT TO AUH-RUN-SHIFT
               MOVE AZQ-REASON TO AUH-REASON
               MOVE AZQ-DETAIL TO AUH-DETAIL
               WRITE AUTH-HIST-RECORD
               CLOSE AUTH-HIST-FILE
           END-IF.

       4000-AUDIT-DENIAL.
      *    The denied attempt goes on the chained trail under the
      *    refusing program's name: what right, for whom, why,
      *    and - in the SYSIN half - what was attempted.
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "AUTH DENIED " AZQ-RIGHT " FOR "
               AZQ-OPERATOR-ID ": " AZQ-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE "W" TO AUQ-FUNCTION
           MOVE AZQ-PROGRAM TO AUQ-JOB-NAME
           MOVE WS-AUDIT-TEXT TO AUQ-PARM-STRING
           MOVE AZQ-DETAIL TO AUQ-SYSIN-DATA
           MOVE WS-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO AUQ-RUN-SHIFT
           CALL "NOPAUDIT" USING AUDIT-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AUQ-RESULT
                   DISPLAY "NOPAUTH: ERROR - NOPAUDIT not available; "
                       "audit record NOT written"
           END-CALL
           IF AUQ-DUPLICATE-KEY
               DISPLAY "NOPAUTH: WARNING - duplicate audit key; "
                   "record not written"
           END-IF.

       4100-ALERT-DENIAL.
           MOVE "E" TO ALQ-SEVERITY
           MOVE AZQ-PROGRAM TO ALQ-PROGRAM
           MOVE AZQ-RIGHT TO ALQ-STEP
           MOVE "AUTHDENY" TO ALQ-STATUS-CODE
           MOVE SPACES TO ALQ-MESSAGE
           STRING AZQ-OPERATOR-ID " DENIED: " AZQ-REASON
               DELIMITED BY SIZE INTO ALQ-MESSAGE
           PERFORM 9000-SEND-ALERT.

       9000-SEND-ALERT.
      *    Alerting must never take the check down with it: a
      *    missing or unloadable NOPALERT module degrades to a
      *    console note.
           CALL "NOPALERT" USING ALERT-REQUEST
               ON EXCEPTION
                   DISPLAY "NOPAUTH: WARNING - NOPALERT not "
                       "available; alert not raised"
           END-CALL.
