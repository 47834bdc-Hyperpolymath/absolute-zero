      *                stolen lock's owner and timestamp, the
      *                same evidence the driver's FORCE=Y path
      *                leaves. A lock that is not HELD is RC 4,
      *                nothing touched. The USER= operator must
      *                hold the LOCKFREE right on AUTHCTL; NOPAUTH
      *                checks it first, and a refusal is RC 12
      *                with nothing touched, the denied attempt
      *                on AUDIT-TRAIL and an alert raised.
      *
      * PARM: FUNC=STATUS / FUNC=VERIFY / FUNC=FREE
      *       STREAM=name          the stream (NOPNIGHT without)
      *      FREE released the lock
      *   4  VERIFY found the lock HELD, or FREE found nothing
      *      HELD to release
      *  12  FREE refused: the USER= operator is not authorized
      *
      * Compile: cobc -x -I copybooks NOPLOCK.cob
      * Run:     ./NOPLOCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
           05  RLK-OWNER-JOB           PIC X(8).
           05  RLK-LOCK-TIMESTAMP      PIC X(26).
           05  RLK-LOCK-STATUS         PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-JOB-NAME                 PIC X(8) VALUE "NOPLOCK".
       01  WS-RUNLOCK-STATUS           PIC X(2).
       01  WS-RUNLOCK-EOF              PIC X(1) VALUE "N".
           88 RUNLOCK-AT-END               VALUE "Y".
      *
      * Shared step-parameter handoff area; see STEPARM.cpy.
      *
       COPY STEPARM.
      *
      * Audit record area for NOPAUDIT; see AUDITREQ.cpy.
      *
       COPY AUDITREQ.
      *
      * Authorization request area for NOPAUTH; see AUTHREQ.cpy.
      *
       COPY AUTHREQ.

       PROCEDURE DIVISION.

               WHEN VERIFY-FUNCTION
                   PERFORM 3000-VERIFY-LOCK
               WHEN FREE-FUNCTION
                   PERFORM 3900-CHECK-AUTHORITY
                   IF AZQ-GRANTED
                       PERFORM 4000-FREE-LOCK
                   END-IF
               WHEN OTHER
                   PERFORM 2000-SHOW-STATUS
           END-EVALUATE
                   " shift " WS-RUN-SHIFT " is free"
           END-IF.

       3900-CHECK-AUTHORITY.
      *    Freeing a lock is a privileged function: the USER=
      *    operator needs LOCKFREE on AUTHCTL. NOPAUTH records the
      *    check and, on a denial, audits and alerts it; a module
      *    that cannot be loaded authorizes nobody.
           MOVE WS-TRAN-USER TO AZQ-OPERATOR-ID
           MOVE "LOCKFREE" TO AZQ-RIGHT
           MOVE WS-JOB-NAME TO AZQ-PROGRAM
           MOVE SPACES TO AZQ-DETAIL
           STRING "FUNC=FREE STREAM=" WS-STREAM-ID
               " SHIFT=" WS-RUN-SHIFT
               DELIMITED BY SIZE INTO AZQ-DETAIL
           MOVE WS-RUN-SHIFT TO AZQ-RUN-SHIFT
           CALL "NOPAUTH" USING AUTH-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AZQ-RESULT
                   MOVE "NOPAUTH NOT AVAILABLE" TO AZQ-REASON
                   DISPLAY "NOPLOCK: ERROR - NOPAUTH not "
                       "available; request refused"
           END-CALL
           IF AZQ-DENIED
               DISPLAY "NOPLOCK: REFUSED - " WS-TRAN-USER
                   " may not free " WS-STREAM-ID
                   " shift " WS-RUN-SHIFT ": " AZQ-REASON
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       4000-FREE-LOCK.
      *    The operator override for a crashed run: only a HELD
      *    record releases, and the release leaves the same
           END-IF.

       4100-AUDIT-RELEASE.
      *    NOPAUDIT numbers the record and chains it to the one
      *    before, as for every other AUDIT-TRAIL writer.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-SYSTEM-DATE WS-RUN-TIME
               LKE-OWNER-JOB(WS-LOCK-HIT) " SINCE "
               LKE-LOCK-TIMESTAMP(WS-LOCK-HIT)(1:16)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE "W" TO AUQ-FUNCTION
           MOVE WS-JOB-NAME TO AUQ-JOB-NAME
           MOVE WS-AUDIT-TEXT TO AUQ-PARM-STRING
           MOVE SPACES TO AUQ-SYSIN-DATA
           STRING "FREED BY " WS-TRAN-USER
               DELIMITED BY SIZE INTO AUQ-SYSIN-DATA
           MOVE WS-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO AUQ-RUN-SHIFT
           CALL "NOPAUDIT" USING AUDIT-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AUQ-RESULT
                   DISPLAY "NOPLOCK: ERROR - NOPAUDIT not available; "
                       "audit record NOT written"
           END-CALL
           IF AUQ-DUPLICATE-KEY
               DISPLAY "NOPLOCK: WARNING - duplicate audit key; "
                   "record not written"
           END-IF.

       4200-REWRITE-LOCK-FILE.
           OPEN OUTPUT RUN-LOCK-FILE
