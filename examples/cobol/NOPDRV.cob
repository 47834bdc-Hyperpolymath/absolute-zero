      * records for the named stream is an error (RC 8, nothing
      * run), not a silent fallback.
      *
      * A STREAM-DEF record may also carry a run rule - first or
      * last business day of the month, quarter-end, year-end, or
      * named weekdays (see SCHEDREQ.cpy); spaces mean every cycle.
      * Before the first step runs, each rule is checked by
      * NOPSCHED against the cycle being processed (the catch-up
      * date, else the shift's PROCESSING-DATE-CTL date) on the
      * BUS-CAL calendar. A step the rule excludes is left out:
      * it is not CALLed, it does not use up a pending SKIP, and
      * it leaves a "SKIPPED - NOT SCHEDULED <rule>" record on
      * EXCEPTIONS-RPT so NOPRECON and NOPLEDG see a deliberate
      * absence; under MODE=DEP it counts as skipped, so its
      * successors still run. Month-end happens by calendar, not
      * by someone remembering to flip GATE-CTL the day before.
      *
      * Two execution modes drive that sequence. The default walks
      * it one entry at a time in sequence-number order, exactly as
      * before. A PARM of MODE=DEP instead schedules by the
      * let operations split a wave's steps across initiators when
      * the night window demands real overlap - so a cycle's floor
      * becomes its longest dependency chain, not the sum of its
      * steps. Because a wave's steps may overlap, NOPVRFY checks
      * the waves against the DSNUSE dataset usage register
      * before the stream runs and stops it on two steps of one
      * wave writing the same file (NOPDSN lists the register by
      * dataset). A predecessor that can never be satisfied (a name
      * not in the stream, or a dependency cycle) stops the
      * scheduler: the unrunnable steps are written to
      * EXCEPTIONS-RPT, an alert is raised, and the driver returns
      * stale when the lock's date is not today's. An operator who has
      * confirmed the other run is dead reruns with FORCE=Y on the
      * PARM; the override is logged to AUDIT-TRAIL with the stolen
      * lock's owner and timestamp. The override is a privileged
      * function: the USER=id on the PARM must hold the LOCKOVR
      * right on AUTHCTL, which NOPAUTH checks only when FORCE=Y
      * would actually take a HELD lock. A refusal returns RC 12
      * with the lock left as it was and no step run, the denied
      * attempt on AUDIT-TRAIL and an alert raised. NOPLOCK is the
      * standalone inquiry/release tool over the same file, and the
      * way a standalone step checks the window is free before
      * touching the shared accumulators.
      *
      * A shift that missed cycles - an outage, a held stream -
      * used to be caught up by an operator driving one date at a
      * time by hand, editing PROCESSING-DATE-CTL between runs and
      * hoping the logs ended up under the right dates. A PARM of
      * CATCHUP=Y (with STREAM= and SHIFT=) does it mechanically:
      * the driver reads the shift's cycle date from
      * PROCESSING-DATE-CTL and, walking the BUS-CAL business
      * calendar the way NOPROLL does, lists the backlog of
      * business dates from that cycle date up to yesterday (or
      * up to and including an earlier THRU=yyyymmdd date; a THRU=
      * of today or later is refused with RC 8, since today's
      * cycle is tonight's normal run). It then drives
      * the full stream once per date, oldest first - followed by
      * the end-of-cycle tail NOPRECON, NOPLEDG, NOPRPT and
      * NOPROLL for any of the four the stream does not already
      * run as a step - so each date is reconciled, ledgered,
      * reviewed and rolled before the next one starts. Every
      * step and tail program is CANCELled once its date is
      * done, so the next date CALLs each one as fresh as a
      * driver run of its own would. While a date is being
      * processed its cycle date rides in the shared
      * JCR-CATCHUP-DATE, and every step that stamps CONTROL-LOG,
      * AUDIT-TRAIL, EXCEPTIONS-RPT, PERF-LOG, ALERTS or
      * RESTART-CTL stamps that date instead of today's, so
      * NOPRECON, NOPRPT and NOPLEDG account each backlog cycle
      * under its own date. The first date that fails - the
      * stream stopped by policy or deadlock, a tail step at RC 8
      * or worse, or a cycle date that did not roll - stops the
      * catch-up there with RC 8 and an alert; the dates already
      * caught up stay caught up, the failing date keeps its
      * checkpoint, and a rerun of the same CATCHUP=Y PARM resumes
      * from it. The run lock is claimed once for the whole
      * catch-up. Driving a backlog is itself privileged: the
      * USER=id on the PARM must hold the CATCHUP right on
      * AUTHCTL, checked through NOPAUTH before the lock is
      * claimed; a refusal is RC 12, nothing claimed or run.
      *
      * Each CALLed program gets its PARM (e.g. "STEP=stepname") via
      * the shared STEP-PARM-AREA (COPY STEPARM) rather than on a
      * same way a downstream COND test would under real JCL; any
      * other return code just continues. STEPCOND itself is
      * optional - no file means every step gets that default.
      * A NOPWAIT wait step returns RC 16 when it times out
      * waiting for an outside event; give every wait step a
      * STEPCOND record at 16 (normally CHKP, so a rerun resumes
      * at the wait), since the default would carry on past it.
      * NOPSNAP, NOPSMX, NOPWATCH and NOPDSN also return RC 4, but
      * as a warning rather than a gate skip: give each of them a
      * STEPCOND record with CONT at 4 when it runs as a step, or
      * the default would skip the table entry after it.
      * NOPSIM replays these same rules on paper against injected
      * return codes, so a STEPCOND change can be tried before it
      * goes in.
      *
      * Build: NOPDRV CALLs each step by program name at runtime, so
      * the callees must be built as dynamically loadable modules, not
      * lines produce for running them on their own:
      *
      *   cobc -m -std=ibm -I copybooks NOPSTART.cob NOP.cob NOPCHK.cob \
      *       NOPGATE.cob NOPDSBL.cob NOPEND.cob NOPALERT.cob \
      *       NOPSCHED.cob NOPAUDIT.cob NOPAUTH.cob NOPWAIT.cob
      *   cobc -x -std=ibm -I copybooks NOPDRV.cob
      *   export COB_LIBRARY_PATH=.
      *   ./NOPDRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.

           SELECT PROCESSING-DATE-CTL-FILE ASSIGN TO CYCLECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDC-RUN-SHIFT
               FILE STATUS IS WS-CYCLECTL-STATUS.

           SELECT BUS-CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  CLR-STEP-NAME       PIC X(8).
               10  CLR-RUN-TIMESTAMP   PIC X(26).
           05  CLR-RUN-SHIFT           PIC X(1).
      *    Seconds a NOPWAIT wait step held the stream before
      *    its conditions were met; zero on every other heartbeat.
           05  CLR-WAIT-SECONDS        PIC 9(6).
      *
      * Per-step condition-code policy: the threshold at which the
      * action fires, and how many following entries a SKIP covers.
      * records sharing a stream id, ordered by sequence number.
      * The predecessor names (spaces when a step has none) are
      * what MODE=DEP schedules by; the default mode ignores them.
      * The run rule (see SCHEDREQ.cpy) says which cycle dates
      * the step belongs to; spaces mean every cycle.
      *
       FD  STREAM-DEF-FILE
           RECORDING MODE IS F.
           05  SDR-SEQUENCE            PIC 9(4).
           05  SDR-PREDECESSORS.
               10  SDR-PRED-NAME       PIC X(8) OCCURS 3 TIMES.
           05  SDR-RUN-RULE.
               10  SDR-RULE-TYPE       PIC X(8).
               10  SDR-RULE-DATA       PIC X(8).
      *
      * One record per table entry the driver itself skips, under
      * the skipped entry's own step name, so the run-review and
           05  RLK-LOCK-TIMESTAMP      PIC X(26).
           05  RLK-LOCK-STATUS         PIC X(8).
      *
      * The cycle each shift's run is meant to process, one record
      * per shift; read only by a CATCHUP=Y run, for the oldest
      * date of the backlog and to confirm each date rolled.
      *
       FD  PROCESSING-DATE-CTL-FILE
           RECORDING MODE IS F.
       01  PROCESSING-DATE-CTL.
           05  PDC-CYCLE-DATE          PIC 9(8).
           05  PDC-RUN-SHIFT           PIC X(1).
           05  PDC-CYCLE-ID            PIC X(8).
      *
      * The business calendar: one weekend-rule record and one
      * record per holiday, in a common 16-byte layout.
      *
       FD  BUS-CAL-FILE
           RECORDING MODE IS F.
       01  BUS-CAL-RECORD.
           05  BCR-RECORD-TYPE         PIC X(8).
           05  BCR-RECORD-DATA         PIC X(8).
           05  BCR-HOLIDAY-DATE REDEFINES BCR-RECORD-DATA
                                       PIC 9(8).
           05  BCR-WEEKEND-VIEW REDEFINES BCR-RECORD-DATA.
               10  BCR-DAY-FLAG        PIC X(1) OCCURS 7 TIMES.
               10  FILLER              PIC X(1).

       WORKING-STORAGE SECTION.
      *
       01  STEP-PRED-TABLE.
           05  STEP-PRED-ENTRY OCCURS 50 TIMES.
               10  STE-PRED-NAME        PIC X(8) OCCURS 3 TIMES.
      *
      * Each entry's run rule from STREAM-DEF, and whether NOPSCHED
      * found it scheduled for the cycle date being driven: Y run
      * it, N leave it out for this cycle.
      *
       01  STEP-RULE-TABLE.
           05  STEP-RULE-ENTRY OCCURS 50 TIMES.
               10  STE-RULE-TYPE        PIC X(8).
               10  STE-RULE-DATA        PIC X(8).
       01  STEP-SCHED-TABLE.
           05  STE-SCHEDULED            PIC X(1) OCCURS 50 TIMES.
       01  WS-STEP-COUNT                PIC S9(4) COMP VALUE 0.
       01  STEP-TABLE-VALUES.
           05  FILLER PIC X(16) VALUE "STEP0010NOPSTART".
       01  WS-SKIP-REMAINING            PIC S9(4) COMP VALUE 0.
       01  WS-SKIP-REASON               PIC X(40) VALUE SPACES.
      *
      * Run-rule checking: the cycle date the rules are tested
      * against, whether NOPSCHED could be CALLed at all, and a
      * pending SKIP's reason held aside while a not-scheduled
      * record is written.
      *
       01  WS-RULE-CYCLE-DATE           PIC 9(8) VALUE 0.
       01  WS-SCHED-AVAILABLE           PIC X(1) VALUE "Y".
           88 SCHED-AVAILABLE               VALUE "Y".
       01  WS-SAVED-SKIP-REASON         PIC X(40) VALUE SPACES.
      *
      * Dependency scheduling (MODE=DEP): per-entry state - P not
      * yet run, W gathered into the current wave, C complete, S
      * deliberately skipped - and the wave bookkeeping. A
      * audit record.
      *
       01  WS-RUNLOCK-STATUS            PIC X(2).
       01  WS-RUNLOCK-EOF               PIC X(1) VALUE "N".
           88 RUNLOCK-AT-END                VALUE "Y".
       01  LOCK-TABLE.
       01  WS-STOLEN-TIMESTAMP          PIC X(26) VALUE SPACES.
       01  WS-AUDIT-TEXT                PIC X(80) VALUE SPACES.
      *
      * The operator the PARM names (USER=id) for the privileged
      * FORCE=Y and CATCHUP=Y functions, and whether NOPAUTH
      * refused one of them.
      *
       01  WS-USER-POS                  PIC S9(4) COMP VALUE 0.
       01  WS-DRIVER-USER               PIC X(8) VALUE SPACES.
       01  WS-AUTH-REFUSED              PIC X(1) VALUE "N".
           88 AUTHORITY-REFUSED             VALUE "Y".
      *
      * Shift this driven run belongs to: a SHIFT=x PARM token on
      * the driver's own command line wins, else the clock (day
      * 06:00-13:59, evening 14:00-21:59, night the rest). Setting
           05  WS-TOD-HH                PIC 9(2).
           05  FILLER                   PIC X(6).
      *
      * Catch-up (CATCHUP=Y): the backlog of business dates from
      * the shift's PROCESSING-DATE-CTL cycle date up to the limit
      * - yesterday, or the THRU=yyyymmdd date inclusive - driven
      * one full cycle at a time, oldest first, and where the
      * catch-up stopped.
      *
       01  WS-CATCHUP-FLAG              PIC X(1) VALUE "N".
           88 CATCHUP-REQUESTED             VALUE "Y".
       01  WS-CATCHUP-POS               PIC S9(4) COMP VALUE 0.
       01  WS-THRU-POS                  PIC S9(4) COMP VALUE 0.
       01  WS-THRU-DATE                 PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE                PIC 9(8) VALUE 0.
       01  WS-IN-BACKLOG                PIC X(1) VALUE "N".
           88 DATE-IN-BACKLOG               VALUE "Y".
       01  BACKLOG-TABLE.
           05  BACKLOG-COUNT            PIC S9(4) COMP VALUE 0.
           05  BACKLOG-DATE             PIC 9(8) OCCURS 60 TIMES.
       01  WS-BACKLOG-INDEX             PIC S9(4) COMP VALUE 0.
       01  WS-BACKLOG-COUNT-ED          PIC ZZZ9.
       01  WS-CATCHUP-STOP              PIC X(1) VALUE "N".
           88 CATCHUP-STOPPED               VALUE "Y".
       01  WS-CATCHUP-REASON            PIC X(40) VALUE SPACES.
       01  WS-CATCHUP-DONE              PIC S9(4) COMP VALUE 0.
       01  WS-CYCLECTL-STATUS           PIC X(2).
       01  WS-BUSCAL-STATUS             PIC X(2).
       01  WS-BUSCAL-EOF                PIC X(1) VALUE "N".
           88 BUSCAL-AT-END                 VALUE "Y".
       01  WS-SHIFT-CYCLE-DATE          PIC 9(8) VALUE 0.
       01  WS-SHIFT-RECORD-FOUND        PIC X(1) VALUE "N".
           88 SHIFT-RECORD-FOUND            VALUE "Y".
      *
      * The end-of-cycle tail a catch-up runs after each date's
      * stream, for whichever of the four the stream does not
      * already carry as a step of its own: reconcile, ledger,
      * run review, then roll the cycle date forward.
      *
       01  TAIL-TABLE-VALUES.
           05  FILLER PIC X(8) VALUE "NOPRECON".
           05  FILLER PIC X(8) VALUE "NOPLEDG ".
           05  FILLER PIC X(8) VALUE "NOPRPT  ".
           05  FILLER PIC X(8) VALUE "NOPROLL ".
       01  TAIL-TABLE REDEFINES TAIL-TABLE-VALUES.
           05  TAIL-PROGRAM-NAME        PIC X(8) OCCURS 4 TIMES.
       01  WS-TAIL-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-TAIL-IN-STREAM            PIC X(1) VALUE "N".
           88 TAIL-IN-STREAM                VALUE "Y".
      *
      * Weekend rule and holidays, NOPROLL's own reading, for the
      * backlog walk.
      *
       01  WS-WEEKEND-RULE.
           05  WS-DAY-WORKED            PIC X(1) OCCURS 7 TIMES.
       01  WS-DEFAULT-RULE              PIC X(7) VALUE "YYYYYNN".
       01  HOL-TABLE.
           05  HOL-COUNT                PIC S9(4) COMP VALUE 0.
           05  HOL-DATE                 PIC 9(8) OCCURS 200 TIMES.
       01  WS-HOL-INDEX                 PIC S9(4) COMP VALUE 0.
       01  WS-CANDIDATE-DATE            PIC 9(8).
       01  WS-CAND-SPLIT REDEFINES WS-CANDIDATE-DATE.
           05  WS-CAND-YEAR             PIC 9(4).
           05  WS-CAND-MONTH            PIC 9(2).
           05  WS-CAND-DAY              PIC 9(2).
       01  WS-DAY-OF-WEEK               PIC S9(4) COMP VALUE 0.
       01  WS-BUSINESS-DAY              PIC X(1) VALUE "N".
           88 BUSINESS-DAY-FOUND            VALUE "Y".
       01  WS-GUARD-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-DAYS-IN-MONTH             PIC S9(4) COMP VALUE 0.
       01  WS-MONTH-LENGTHS.
           05  FILLER                   PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH          PIC 9(2) OCCURS 12 TIMES.
       01  WS-LEAP-FLAG                 PIC X(1) VALUE "N".
           88 YEAR-IS-LEAP                  VALUE "Y".
      *
      * Day-serial conversion working fields, the same arithmetic
      * NOPROLL uses; serial 1 is a Monday.
      *
       01  WS-DTS-DATE                  PIC 9(8).
       01  WS-DTS-SPLIT REDEFINES WS-DTS-DATE.
           05  WS-DTS-YEAR              PIC 9(4).
           05  WS-DTS-MONTH             PIC 9(2).
           05  WS-DTS-DAY               PIC 9(2).
       01  WS-DTS-SERIAL                PIC S9(9) COMP VALUE 0.
       01  WS-DTS-PRIOR-YEAR            PIC S9(9) COMP VALUE 0.
       01  WS-DTS-QUOTIENT              PIC S9(9) COMP VALUE 0.
       01  WS-DTS-REMAINDER             PIC S9(9) COMP VALUE 0.
       01  WS-MONTH-OFFSET-TABLE.
           05  FILLER                   PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-TABLE.
           05  WS-MONTH-OFFSET          PIC 9(3) OCCURS 12 TIMES.
      *
      * Shared job-control record common to every program in this
      * job stream.
      *
      * Alert request area for NOPALERT; see ALERTREQ.cpy.
      *
       COPY ALERTREQ.
      *
      * Audit record area for NOPAUDIT; see AUDITREQ.cpy.
      *
       COPY AUDITREQ.
      *
      * Run-rule request area for NOPSCHED; see SCHEDREQ.cpy.
      *
       COPY SCHEDREQ.
      *
      * Authorization request area for NOPAUTH; see AUTHREQ.cpy.
      *
       COPY AUTHREQ.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE ZEROES TO JCR-DRIVER-RC
           MOVE ZEROES TO JCR-CATCHUP-DATE
           MOVE "C" TO JCR-START-MODE
           PERFORM 0500-DERIVE-SHIFT
           PERFORM 0600-LOAD-STREAM-DEF
               MOVE WS-DRIVER-RC TO JCR-DRIVER-RC
               GOBACK RETURNING WS-DRIVER-RC
           END-IF
           IF CATCHUP-REQUESTED
               MOVE "CATCHUP" TO AZQ-RIGHT
               PERFORM 0790-CHECK-AUTHORITY
               IF AUTHORITY-REFUSED
                   GOBACK RETURNING WS-DRIVER-RC
               END-IF
           END-IF
           PERFORM 0700-CLAIM-RUN-LOCK
           IF NOT LOCK-CLAIMED
               GOBACK RETURNING WS-DRIVER-RC
           END-IF
           PERFORM 0800-LOAD-STEP-POLICIES
           IF CATCHUP-REQUESTED
               PERFORM 3000-RUN-CATCHUP
           ELSE
               PERFORM 1500-DRIVE-CYCLE
           END-IF
           PERFORM 2950-RELEASE-RUN-LOCK
           GOBACK RETURNING WS-DRIVER-RC.

       1500-DRIVE-CYCLE.
      *    One cycle of the stream: resume point, the steps, then
      *    the checkpoint housekeeping. A catch-up run performs
      *    this once per backlog date.
           PERFORM 1000-READ-CHECKPOINT
           PERFORM 1100-CHECK-RUN-RULES
           IF DEPENDENCY-MODE
               PERFORM 2500-RUN-STEPS-BY-DEPENDENCY
           ELSE
               IF NOT STREAM-STOPPED
                   PERFORM 2900-RESET-CHECKPOINT
               END-IF
           END-IF.

       0500-DERIVE-SHIFT.
           ACCEPT WS-DRIVER-PARM FROM COMMAND-LINE
               FOR CHARACTERS BEFORE INITIAL "FORCE=Y"
           IF WS-FORCE-POS < LENGTH OF WS-DRIVER-PARM
               MOVE "Y" TO WS-FORCE-FLAG
           END-IF
      *    CATCHUP=Y drives the shift's backlog of cycle dates;
      *    THRU=yyyymmdd caps it at that date instead of
      *    yesterday, and may not be later than yesterday. See
      *    3000-RUN-CATCHUP.
           INSPECT WS-DRIVER-PARM TALLYING WS-CATCHUP-POS
               FOR CHARACTERS BEFORE INITIAL "CATCHUP=Y"
           IF WS-CATCHUP-POS < LENGTH OF WS-DRIVER-PARM
               MOVE "Y" TO WS-CATCHUP-FLAG
           END-IF
           INSPECT WS-DRIVER-PARM TALLYING WS-THRU-POS
               FOR CHARACTERS BEFORE INITIAL "THRU="
           IF WS-THRU-POS < LENGTH OF WS-DRIVER-PARM
               AND WS-DRIVER-PARM(WS-THRU-POS + 6:8) IS NUMERIC
               MOVE WS-DRIVER-PARM(WS-THRU-POS + 6:8)
                   TO WS-THRU-DATE
           END-IF
      *    USER=id names the operator for FORCE=Y and CATCHUP=Y;
      *    see 0790-CHECK-AUTHORITY.
           INSPECT WS-DRIVER-PARM TALLYING WS-USER-POS
               FOR CHARACTERS BEFORE INITIAL "USER="
           IF WS-USER-POS < LENGTH OF WS-DRIVER-PARM
               MOVE WS-DRIVER-PARM(WS-USER-POS + 6:8)
                   TO WS-DRIVER-USER
           END-IF
           IF WS-DRIVER-USER = SPACES
               MOVE "UNKNOWN" TO WS-DRIVER-USER
           END-IF.

       0600-LOAD-STREAM-DEF.
           IF NOT STREAMDEF-PRESENT
               MOVE STEP-TABLE-VALUES TO STEP-TABLE
               MOVE SPACES TO STEP-PRED-TABLE
               MOVE SPACES TO STEP-RULE-TABLE
               MOVE 6 TO WS-STEP-COUNT
           END-IF.

                       TO STE-SEQUENCE(WS-SLIDE-INDEX + 1)
                   MOVE STEP-PRED-ENTRY(WS-SLIDE-INDEX)
                       TO STEP-PRED-ENTRY(WS-SLIDE-INDEX + 1)
                   MOVE STEP-RULE-ENTRY(WS-SLIDE-INDEX)
                       TO STEP-RULE-ENTRY(WS-SLIDE-INDEX + 1)
               END-PERFORM
               MOVE SDR-STEP-NAME TO STE-STEP-NAME(WS-INSERT-AT)
               MOVE SDR-PROGRAM-NAME
               MOVE SDR-SEQUENCE TO STE-SEQUENCE(WS-INSERT-AT)
               MOVE SDR-PREDECESSORS
                   TO STEP-PRED-ENTRY(WS-INSERT-AT)
               MOVE SDR-RUN-RULE TO STEP-RULE-ENTRY(WS-INSERT-AT)
               ADD 1 TO WS-STEP-COUNT
           END-IF.

      *    operator has confirmed the other run dead and passed
      *    FORCE=Y, in which case the steal is logged to
      *    AUDIT-TRAIL with the stolen lock's owner and stamp.
      *    FORCE=Y against a HELD lock needs the USER= operator's
      *    LOCKOVR right; refused, nothing is claimed.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           PERFORM 0710-LOAD-LOCK-TABLE
           MOVE 0 TO WS-LOCK-HIT
                   MOVE WS-LOCK-INDEX TO WS-LOCK-HIT
               END-IF
           END-PERFORM
           IF WS-LOCK-HIT > 0
               AND LKE-LOCK-STATUS(WS-LOCK-HIT) = "HELD"
               AND FORCE-REQUESTED
               MOVE "LOCKOVR" TO AZQ-RIGHT
               PERFORM 0790-CHECK-AUTHORITY
           END-IF
           IF NOT AUTHORITY-REFUSED
               PERFORM 0720-TAKE-RUN-LOCK
           END-IF.

       0720-TAKE-RUN-LOCK.
      *    Refuse a lock another run holds, or take this run's
      *    record - stealing it under an authorized FORCE=Y.
           IF WS-LOCK-HIT > 0
               AND LKE-LOCK-STATUS(WS-LOCK-HIT) = "HELD"
               AND NOT FORCE-REQUESTED

       0780-AUDIT-LOCK-OVERRIDE.
      *    The steal is the auditable event: who was overridden,
      *    and since when they had held the lock. NOPAUDIT
      *    numbers the record and chains it to the one before.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-SYSTEM-DATE WS-RUN-TIME
               WS-RUN-SHIFT " HELD BY " WS-STOLEN-OWNER
               " SINCE " WS-STOLEN-TIMESTAMP(1:16)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE "W" TO AUQ-FUNCTION
           MOVE "NOPDRV" TO AUQ-JOB-NAME
           MOVE WS-DRIVER-PARM TO AUQ-PARM-STRING
           MOVE WS-AUDIT-TEXT TO AUQ-SYSIN-DATA
           MOVE WS-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO AUQ-RUN-SHIFT
           CALL "NOPAUDIT" USING AUDIT-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AUQ-RESULT
                   DISPLAY "NOPDRV: ERROR - NOPAUDIT not available; "
                       "audit record NOT written"
           END-CALL
           IF AUQ-DUPLICATE-KEY
               DISPLAY "NOPDRV: WARNING - duplicate audit key; "
                   "record not written"
           END-IF.

       0790-CHECK-AUTHORITY.
      *    FORCE=Y and CATCHUP=Y are privileged: the USER= operator
      *    must hold the right (moved to AZQ-RIGHT by the caller)
      *    on AUTHCTL. NOPAUTH records the check and, on a denial,
      *    audits and alerts it; the driver only refuses, with
      *    RC 12. A module that cannot be loaded authorizes nobody.
           MOVE WS-DRIVER-USER TO AZQ-OPERATOR-ID
           MOVE "NOPDRV" TO AZQ-PROGRAM
           MOVE WS-DRIVER-PARM TO AZQ-DETAIL
           MOVE WS-RUN-SHIFT TO AZQ-RUN-SHIFT
           CALL "NOPAUTH" USING AUTH-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AZQ-RESULT
                   MOVE "NOPAUTH NOT AVAILABLE" TO AZQ-REASON
                   DISPLAY "NOPDRV: ERROR - NOPAUTH not available; "
                       "request refused"
           END-CALL
           IF AZQ-DENIED
               SET AUTHORITY-REFUSED TO TRUE
               DISPLAY "NOPDRV: REFUSED - " WS-DRIVER-USER
                   " may not use " AZQ-RIGHT " on stream "
                   WS-STREAM-ID ": " AZQ-REASON
                   "; no steps were run"
               MOVE 12 TO WS-DRIVER-RC
               MOVE WS-DRIVER-RC TO JCR-DRIVER-RC
           END-IF.

       0800-LOAD-STEP-POLICIES.
      *    STEPCOND is optional; with no file every step keeps the

       1000-READ-CHECKPOINT.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
      *    Under a catch-up run "today" is the backlog date being
      *    driven: only a checkpoint that date's own run wrote is
      *    a resume point for it.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-SYSTEM-DATE
           END-IF
           OPEN INPUT RESTART-CTL-FILE
           IF WS-RESTCTL-STATUS = "00"
               READ RESTART-CTL-FILE
               MOVE WS-LAST-COMPLETED-STEP TO WS-PREV-STEP-NAME
           END-IF.

       1100-CHECK-RUN-RULES.
      *    Every entry's run rule is tested once, up front, against
      *    the cycle this run is processing: the catch-up date
      *    while one is being driven, else the shift's
      *    PROCESSING-DATE-CTL date, else today. A rule NOPSCHED
      *    cannot parse, or no NOPSCHED at all, leaves the step
      *    scheduled - NOPVRFY is where a bad rule is rejected; the
      *    driver never leaves a step out on a guess.
           MOVE ALL "Y" TO STEP-SCHED-TABLE
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-RULE-CYCLE-DATE
           ELSE
               PERFORM 3010-READ-SHIFT-CYCLE-DATE
               IF SHIFT-RECORD-FOUND
                   MOVE WS-SHIFT-CYCLE-DATE TO WS-RULE-CYCLE-DATE
               ELSE
                   ACCEPT WS-RULE-CYCLE-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR NOT SCHED-AVAILABLE
               IF STE-RULE-TYPE(WS-STEP-INDEX) NOT = SPACES
                   AND STE-RULE-TYPE(WS-STEP-INDEX) NOT = "DAILY"
                   PERFORM 1150-CHECK-STEP-RULE
               END-IF
           END-PERFORM.

       1150-CHECK-STEP-RULE.
           MOVE "C" TO SRQ-FUNCTION
           MOVE WS-RULE-CYCLE-DATE TO SRQ-CYCLE-DATE
           MOVE STEP-RULE-ENTRY(WS-STEP-INDEX) TO SRQ-RUN-RULE
           CALL "NOPSCHED" USING SCHEDULE-REQUEST
               ON EXCEPTION
                   MOVE "N" TO WS-SCHED-AVAILABLE
                   MOVE "Y" TO SRQ-RESULT
                   DISPLAY "NOPDRV: WARNING - NOPSCHED not "
                       "available; run rules not applied, every "
                       "step runs"
           END-CALL
           EVALUATE TRUE
               WHEN SRQ-NOT-SCHEDULED
                   MOVE "N" TO STE-SCHEDULED(WS-STEP-INDEX)
               WHEN SRQ-RULE-INVALID
                   DISPLAY "NOPDRV: WARNING - run rule '"
                       STEP-RULE-ENTRY(WS-STEP-INDEX) "' on "
                       STE-STEP-NAME(WS-STEP-INDEX) " rejected ("
                       SRQ-REASON "); step runs"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-RUN-STEPS.
      *    An entry not scheduled for this cycle is left out before
      *    anything else is weighed, so it does not use up a
      *    pending SKIP meant for the next step that really runs.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR STREAM-STOPPED
                       MOVE "N" TO WS-RESUMING
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN STE-SCHEDULED(WS-STEP-INDEX) = "N"
                           PERFORM 2060-WRITE-NOT-SCHEDULED
                       WHEN WS-SKIP-REMAINING > 0
                           DISPLAY "NOPDRV: skipping "
                               STE-STEP-NAME(WS-STEP-INDEX)
                               " (" STE-PROGRAM-NAME(WS-STEP-INDEX)
                               ") - SKIP from prior step"
                           SUBTRACT 1 FROM WS-SKIP-REMAINING
                           PERFORM 2050-WRITE-SKIP-EXCEPTION
                       WHEN OTHER
                           PERFORM 2100-CALL-STEP
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    back to OUTPUT the first time the file doesn't exist.
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
      *    A catch-up run stamps the cycle it is processing.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-SYSTEM-DATE
           END-IF
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-SYSTEM-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           WRITE EXCEPTIONS-RPT-RECORD
           CLOSE EXCEPTIONS-RPT-FILE.

       2060-WRITE-NOT-SCHEDULED.
      *    A step whose run rule excludes this cycle leaves the
      *    same deliberate-absence record a skip does. The reason
      *    carries the SKIPPED prefix the run-review and ledger
      *    classifiers key on, so it lands in the SKIPPED total,
      *    and names the rule, which is what NOPRECON recognises
      *    as "not scheduled" rather than suppressed. Any pending
      *    SKIP's own reason is held aside meanwhile.
           DISPLAY "NOPDRV: not scheduled "
               STE-STEP-NAME(WS-STEP-INDEX)
               " (" STE-PROGRAM-NAME(WS-STEP-INDEX)
               ") - run rule " STE-RULE-TYPE(WS-STEP-INDEX)
               " excludes cycle " WS-RULE-CYCLE-DATE
           MOVE WS-SKIP-REASON TO WS-SAVED-SKIP-REASON
           MOVE SPACES TO WS-SKIP-REASON
           STRING "SKIPPED - NOT SCHEDULED "
               STE-RULE-TYPE(WS-STEP-INDEX)
               DELIMITED BY SIZE INTO WS-SKIP-REASON
           PERFORM 2050-WRITE-SKIP-EXCEPTION
           MOVE WS-SAVED-SKIP-REASON TO WS-SKIP-REASON.

       2100-CALL-STEP.
           DISPLAY "NOPDRV: running " STE-STEP-NAME(WS-STEP-INDEX)
               " (" STE-PROGRAM-NAME(WS-STEP-INDEX) ")"
      *    OUTPUT the first time the file doesn't exist yet.
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
      *    A catch-up run stamps the cycle it is processing.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-SYSTEM-DATE
           END-IF
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-SYSTEM-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           MOVE STE-STEP-NAME(WS-STEP-INDEX) TO CLR-STEP-NAME
           MOVE WS-RUN-TIMESTAMP TO CLR-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO CLR-RUN-SHIFT
           MOVE 0 TO CLR-WAIT-SECONDS
           WRITE CONTROL-LOG-RECORD
               INVALID KEY
                   DISPLAY "NOPDRV: WARNING - duplicate "
           IF RESUME-IN-PROGRESS
               PERFORM 2510-REFUSE-DEP-RESUME
           ELSE
      *        An entry not scheduled for this cycle is settled
      *        before the first wave: it counts as deliberately
      *        skipped, so its successors are not held up by it.
               PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
                       UNTIL WS-DEP-INDEX > WS-STEP-COUNT
                   IF STE-SCHEDULED(WS-DEP-INDEX) = "N"
                       MOVE WS-DEP-INDEX TO WS-STEP-INDEX
                       PERFORM 2060-WRITE-NOT-SCHEDULED
                       MOVE "S" TO STEP-STATE(WS-DEP-INDEX)
                       SUBTRACT 1 FROM WS-PENDING-COUNT
                   END-IF
               END-PERFORM
               PERFORM UNTIL WS-PENDING-COUNT = 0
                       OR STREAM-STOPPED
                   PERFORM 2520-GATHER-WAVE
           MOVE "RELEASED" TO LKE-LOCK-STATUS(WS-LOCK-HIT)
           PERFORM 0750-REWRITE-LOCK-FILE.

       3000-RUN-CATCHUP.
      *    The backlog is worked out once, up front: the shift's
      *    cycle date, then each next business date under BUS-CAL,
      *    for as long as the date is still inside the limit. Each
      *    date is then driven as a whole cycle in turn, oldest
      *    first; the first date that fails stops the catch-up.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      *    A THRU= date of today or later would drive tonight's
      *    own cycle, or one not yet due, as if it were owed.
           IF WS-THRU-DATE > 0
               AND WS-THRU-DATE NOT < WS-TODAY-DATE
               DISPLAY "NOPDRV: ERROR - THRU=" WS-THRU-DATE
                   " is not before today " WS-TODAY-DATE
                   "; a catch-up runs through yesterday at the "
                   "latest"
               MOVE 8 TO WS-DRIVER-RC
               MOVE WS-DRIVER-RC TO JCR-DRIVER-RC
               MOVE "E" TO ALQ-SEVERITY
               MOVE "NOPDRV" TO ALQ-PROGRAM
               MOVE WS-STREAM-ID TO ALQ-STEP
               MOVE "BADTHRU" TO ALQ-STATUS-CODE
               MOVE SPACES TO ALQ-MESSAGE
               STRING "CATCH-UP REFUSED; THRU=" WS-THRU-DATE
                   " IS NOT BEFORE TODAY"
                   DELIMITED BY SIZE INTO ALQ-MESSAGE
               PERFORM 9000-SEND-ALERT
           ELSE
               PERFORM 3010-READ-SHIFT-CYCLE-DATE
               IF NOT SHIFT-RECORD-FOUND
                   DISPLAY "NOPDRV: ERROR - no usable PROCESSING-DATE-"
                       "CTL record for shift " WS-RUN-SHIFT
                       "; nothing to catch up from"
                   MOVE 8 TO WS-DRIVER-RC
                   MOVE WS-DRIVER-RC TO JCR-DRIVER-RC
                   MOVE "E" TO ALQ-SEVERITY
                   MOVE "NOPDRV" TO ALQ-PROGRAM
                   MOVE WS-STREAM-ID TO ALQ-STEP
                   MOVE "NOSHIFT" TO ALQ-STATUS-CODE
                   MOVE SPACES TO ALQ-MESSAGE
                   STRING "CATCH-UP REFUSED; NO CYCLE DATE FOR SHIFT "
                       WS-RUN-SHIFT
                       DELIMITED BY SIZE INTO ALQ-MESSAGE
                   PERFORM 9000-SEND-ALERT
               ELSE
                   PERFORM 3020-LOAD-CALENDAR
                   PERFORM 3030-BUILD-BACKLOG
                   IF BACKLOG-COUNT = 0
                       DISPLAY "NOPDRV: catch-up - shift " WS-RUN-SHIFT
                           " cycle date " WS-SHIFT-CYCLE-DATE
                           " is not behind; nothing to catch up"
                   ELSE
                       MOVE BACKLOG-COUNT TO WS-BACKLOG-COUNT-ED
                       DISPLAY "NOPDRV: catch-up - " WS-BACKLOG-COUNT-ED
                           " cycle(s) behind for shift " WS-RUN-SHIFT
                           ", " BACKLOG-DATE(1) " through "
                           BACKLOG-DATE(BACKLOG-COUNT)
                       PERFORM 3100-DRIVE-BACKLOG-DATE
                           VARYING WS-BACKLOG-INDEX FROM 1 BY 1
                           UNTIL WS-BACKLOG-INDEX > BACKLOG-COUNT
                           OR CATCHUP-STOPPED
                       IF CATCHUP-STOPPED
                           PERFORM 3300-REPORT-CATCHUP-STOP
                       ELSE
                           MOVE WS-CATCHUP-DONE TO WS-BACKLOG-COUNT-ED
                           DISPLAY "NOPDRV: catch-up complete - "
                               WS-BACKLOG-COUNT-ED " cycle(s) driven"
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE ZEROES TO JCR-CATCHUP-DATE.

       3010-READ-SHIFT-CYCLE-DATE.
      *    The control file is keyed by shift, so this is one keyed
      *    READ. A date whose month or day could never be real is
      *    as unusable as no record at all.
           MOVE "N" TO WS-SHIFT-RECORD-FOUND
           MOVE 0 TO WS-SHIFT-CYCLE-DATE
           OPEN INPUT PROCESSING-DATE-CTL-FILE
           IF WS-CYCLECTL-STATUS = "00"
               MOVE WS-RUN-SHIFT TO PDC-RUN-SHIFT
               READ PROCESSING-DATE-CTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PDC-CYCLE-DATE IS NUMERIC
                           MOVE PDC-CYCLE-DATE TO WS-CANDIDATE-DATE
                           IF WS-CAND-MONTH >= 1
                               AND WS-CAND-MONTH <= 12
                               AND WS-CAND-DAY >= 1
                               AND WS-CAND-DAY <= 31
                               MOVE PDC-CYCLE-DATE
                                   TO WS-SHIFT-CYCLE-DATE
                               SET SHIFT-RECORD-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE PROCESSING-DATE-CTL-FILE
           END-IF.

       3020-LOAD-CALENDAR.
           MOVE WS-DEFAULT-RULE TO WS-WEEKEND-RULE
           MOVE 0 TO HOL-COUNT
           MOVE "N" TO WS-BUSCAL-EOF
           OPEN INPUT BUS-CAL-FILE
           IF WS-BUSCAL-STATUS = "00"
               PERFORM UNTIL BUSCAL-AT-END
                   READ BUS-CAL-FILE
                       AT END
                           SET BUSCAL-AT-END TO TRUE
                       NOT AT END
                           PERFORM 3025-STORE-CALENDAR-RECORD
                   END-READ
               END-PERFORM
               CLOSE BUS-CAL-FILE
           END-IF.

       3025-STORE-CALENDAR-RECORD.
           EVALUATE BCR-RECORD-TYPE
               WHEN "WEEKEND"
                   MOVE BCR-RECORD-DATA(1:7) TO WS-WEEKEND-RULE
               WHEN "HOLIDAY"
                   IF BCR-HOLIDAY-DATE IS NUMERIC
                       AND HOL-COUNT < 200
                       ADD 1 TO HOL-COUNT
                       MOVE BCR-HOLIDAY-DATE
                           TO HOL-DATE(HOL-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3030-BUILD-BACKLOG.
      *    The shift's own cycle date is the oldest date owed; each
      *    later one is the business date NOPROLL would roll to.
      *    Sixty cycles is more than any outage this shop has
      *    caught up in one go - a longer backlog is caught up in
      *    instalments, the rerun picking up where this one ends.
           MOVE 0 TO BACKLOG-COUNT
           MOVE WS-SHIFT-CYCLE-DATE TO WS-CANDIDATE-DATE
           PERFORM 3050-TEST-BACKLOG-LIMIT
           PERFORM UNTIL NOT DATE-IN-BACKLOG
                   OR BACKLOG-COUNT >= 60
               ADD 1 TO BACKLOG-COUNT
               MOVE WS-CANDIDATE-DATE TO BACKLOG-DATE(BACKLOG-COUNT)
               PERFORM 3040-NEXT-BUSINESS-DATE
               PERFORM 3050-TEST-BACKLOG-LIMIT
           END-PERFORM
           IF DATE-IN-BACKLOG
               DISPLAY "NOPDRV: WARNING - backlog is longer than "
                   "60 cycles; this run catches up the oldest 60, "
                   "rerun CATCHUP=Y for the rest"
           END-IF.

       3040-NEXT-BUSINESS-DATE.
      *    NOPROLL's own walk: a day at a time until the date lands
      *    on a worked, non-holiday day.
           MOVE "N" TO WS-BUSINESS-DAY
           MOVE 0 TO WS-GUARD-COUNT
           PERFORM UNTIL BUSINESS-DAY-FOUND
                   OR WS-GUARD-COUNT > 366
               ADD 1 TO WS-GUARD-COUNT
               PERFORM 3060-NEXT-DAY
               PERFORM 3070-CHECK-BUSINESS-DAY
           END-PERFORM.

       3050-TEST-BACKLOG-LIMIT.
      *    Without THRU= a cycle is owed when its date is before
      *    today - today's own cycle is tonight's normal run. A
      *    THRU= date is inclusive.
           MOVE "N" TO WS-IN-BACKLOG
           IF WS-THRU-DATE > 0
               IF WS-CANDIDATE-DATE <= WS-THRU-DATE
                   SET DATE-IN-BACKLOG TO TRUE
               END-IF
           ELSE
               IF WS-CANDIDATE-DATE < WS-TODAY-DATE
                   SET DATE-IN-BACKLOG TO TRUE
               END-IF
           END-IF.

       3060-NEXT-DAY.
           PERFORM 8200-GET-DAYS-IN-MONTH
           IF WS-CAND-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-CAND-DAY
           ELSE
               MOVE 1 TO WS-CAND-DAY
               IF WS-CAND-MONTH < 12
                   ADD 1 TO WS-CAND-MONTH
               ELSE
                   MOVE 1 TO WS-CAND-MONTH
                   ADD 1 TO WS-CAND-YEAR
               END-IF
           END-IF.

       3070-CHECK-BUSINESS-DAY.
           MOVE WS-CANDIDATE-DATE TO WS-DTS-DATE
           PERFORM 8000-DATE-TO-SERIAL
      *    Serial 1 is a Monday, so day 1 of the week here is
      *    Monday and day 7 Sunday, matching the WEEKEND flags.
           DIVIDE WS-DTS-SERIAL BY 7
               GIVING WS-DTS-QUOTIENT REMAINDER WS-DTS-REMAINDER
           IF WS-DTS-REMAINDER = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           ELSE
               MOVE WS-DTS-REMAINDER TO WS-DAY-OF-WEEK
           END-IF
           IF WS-DAY-WORKED(WS-DAY-OF-WEEK) = "Y"
               SET BUSINESS-DAY-FOUND TO TRUE
           ELSE
               MOVE "N" TO WS-BUSINESS-DAY
           END-IF
           IF BUSINESS-DAY-FOUND
               PERFORM VARYING WS-HOL-INDEX FROM 1 BY 1
                       UNTIL WS-HOL-INDEX > HOL-COUNT
                   IF HOL-DATE(WS-HOL-INDEX) = WS-CANDIDATE-DATE
                       MOVE "N" TO WS-BUSINESS-DAY
                   END-IF
               END-PERFORM
           END-IF.

       3100-DRIVE-BACKLOG-DATE.
      *    Each date starts from exactly the state a fresh driver
      *    run would: cold, nothing skipped, nothing stopped, and
      *    every program it CALLs in its initial state. Its own
      *    checkpoint, if an earlier catch-up stopped on this
      *    date, is picked up by 1000-READ-CHECKPOINT as usual.
           MOVE BACKLOG-DATE(WS-BACKLOG-INDEX) TO JCR-CATCHUP-DATE
           MOVE JCR-CATCHUP-DATE TO JCR-RUN-DATE
           DISPLAY "NOPDRV: catch-up - driving cycle "
               JCR-CATCHUP-DATE " shift " WS-RUN-SHIFT
           MOVE 0 TO WS-DRIVER-RC
           MOVE ZEROES TO JCR-DRIVER-RC
           MOVE "C" TO JCR-START-MODE
           MOVE 0 TO WS-SKIP-REMAINING
           MOVE 0 TO WS-WAVE-NUMBER
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SPACES TO WS-LAST-COMPLETED-STEP
           MOVE SPACES TO WS-PREV-STEP-NAME
           MOVE "N" TO WS-RESUMING
           MOVE "N" TO WS-STREAM-STOPPED
           MOVE "N" TO WS-CHKP-WRITTEN
           PERFORM 1500-DRIVE-CYCLE
           EVALUATE TRUE
               WHEN STREAM-STOPPED
                   SET CATCHUP-STOPPED TO TRUE
                   MOVE "STREAM STOPPED" TO WS-CATCHUP-REASON
               WHEN WS-DRIVER-RC >= 8
                   SET CATCHUP-STOPPED TO TRUE
                   MOVE "DRIVER RC 8" TO WS-CATCHUP-REASON
               WHEN OTHER
                   PERFORM 3200-RUN-CYCLE-TAIL
                       VARYING WS-TAIL-INDEX FROM 1 BY 1
                       UNTIL WS-TAIL-INDEX > 4
                       OR CATCHUP-STOPPED
                   IF NOT CATCHUP-STOPPED
                       PERFORM 3250-CONFIRM-CYCLE-ROLLED
                   END-IF
           END-EVALUATE
           IF NOT CATCHUP-STOPPED
               ADD 1 TO WS-CATCHUP-DONE
           END-IF
           PERFORM 3150-CANCEL-DATE-PROGRAMS.

       3150-CANCEL-DATE-PROGRAMS.
      *    A CALLed program keeps its WORKING-STORAGE from one
      *    CALL to the next in the run unit - end-of-file switches,
      *    counters, totals - so the programs one date ran are
      *    CANCELled before the next date CALLs them again.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF STE-PROGRAM-NAME(WS-STEP-INDEX) NOT = SPACES
                   CANCEL STE-PROGRAM-NAME(WS-STEP-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TAIL-INDEX FROM 1 BY 1
                   UNTIL WS-TAIL-INDEX > 4
               CANCEL TAIL-PROGRAM-NAME(WS-TAIL-INDEX)
           END-PERFORM.

       3200-RUN-CYCLE-TAIL.
      *    A tail program the stream already runs as a step has
      *    done its work for this date; the others are CALLed here
      *    with the stream and shift on their PARM, the way they
      *    would be launched standalone after the cycle.
           MOVE "N" TO WS-TAIL-IN-STREAM
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF STE-PROGRAM-NAME(WS-STEP-INDEX)
                       = TAIL-PROGRAM-NAME(WS-TAIL-INDEX)
                   SET TAIL-IN-STREAM TO TRUE
               END-IF
           END-PERFORM
           IF NOT TAIL-IN-STREAM
               DISPLAY "NOPDRV: catch-up - running "
                   TAIL-PROGRAM-NAME(WS-TAIL-INDEX)
                   " for cycle " JCR-CATCHUP-DATE
               MOVE SPACES TO WS-CALL-PARM
               STRING "STREAM=" WS-STREAM-ID " SHIFT=" WS-RUN-SHIFT
                   DELIMITED BY SIZE INTO WS-CALL-PARM
               MOVE WS-CALL-PARM TO SPA-PARM-STRING
               CALL TAIL-PROGRAM-NAME(WS-TAIL-INDEX)
                   RETURNING WS-STEP-RC
                   ON EXCEPTION
                       MOVE 8 TO WS-STEP-RC
                       DISPLAY "NOPDRV: ERROR - program "
                           TAIL-PROGRAM-NAME(WS-TAIL-INDEX)
                           " could not be CALLed"
               END-CALL
               IF WS-STEP-RC >= 8
                   MOVE WS-STEP-RC TO WS-STEP-RC-ED
                   SET CATCHUP-STOPPED TO TRUE
                   MOVE SPACES TO WS-CATCHUP-REASON
                   STRING TAIL-PROGRAM-NAME(WS-TAIL-INDEX)
                       " ENDED RC" WS-STEP-RC-ED
                       DELIMITED BY SIZE INTO WS-CATCHUP-REASON
               END-IF
           END-IF.

       3250-CONFIRM-CYCLE-ROLLED.
      *    The next date may only be driven once this one's roll
      *    has landed PROCESSING-DATE-CTL on it; a roll that did
      *    not happen, or landed somewhere the backlog walk did not
      *    expect (a calendar edited mid-run), stops the catch-up
      *    rather than driving the wrong cycle.
           PERFORM 3010-READ-SHIFT-CYCLE-DATE
           IF NOT SHIFT-RECORD-FOUND
               OR WS-SHIFT-CYCLE-DATE
                   NOT > BACKLOG-DATE(WS-BACKLOG-INDEX)
               SET CATCHUP-STOPPED TO TRUE
               MOVE "CYCLE DATE DID NOT ROLL" TO WS-CATCHUP-REASON
           ELSE
               IF WS-BACKLOG-INDEX < BACKLOG-COUNT
                   AND WS-SHIFT-CYCLE-DATE
                       NOT = BACKLOG-DATE(WS-BACKLOG-INDEX + 1)
                   SET CATCHUP-STOPPED TO TRUE
                   MOVE "CYCLE DATE ROLLED OFF THE BACKLOG"
                       TO WS-CATCHUP-REASON
               END-IF
           END-IF.

       3300-REPORT-CATCHUP-STOP.
      *    JCR-CATCHUP-DATE still names the failing date here, so
      *    the alert is accounted to that cycle like the rest of
      *    its records. Dates already driven stay caught up; a
      *    rerun of the same PARM starts from the failing date.
           MOVE WS-CATCHUP-DONE TO WS-BACKLOG-COUNT-ED
           DISPLAY "NOPDRV: ERROR - catch-up stopped at cycle "
               JCR-CATCHUP-DATE " - " WS-CATCHUP-REASON
           DISPLAY "NOPDRV: " WS-BACKLOG-COUNT-ED
               " cycle(s) caught up before it; rerun CATCHUP=Y "
               "to resume from " JCR-CATCHUP-DATE
           IF WS-DRIVER-RC < 8
               MOVE 8 TO WS-DRIVER-RC
           END-IF
           MOVE WS-DRIVER-RC TO JCR-DRIVER-RC
           MOVE "E" TO ALQ-SEVERITY
           MOVE "NOPDRV" TO ALQ-PROGRAM
           MOVE WS-STREAM-ID TO ALQ-STEP
           MOVE "CATCHUP" TO ALQ-STATUS-CODE
           MOVE SPACES TO ALQ-MESSAGE
           STRING "CATCH-UP STOPPED AT " JCR-CATCHUP-DATE
               ": " WS-CATCHUP-REASON
               DELIMITED BY SIZE INTO ALQ-MESSAGE
           PERFORM 9000-SEND-ALERT.

       8000-DATE-TO-SERIAL.
      *    Days since the Gregorian epoch for WS-DTS-DATE, by plain
      *    arithmetic. The leap-day terms are divided one at a time:
      *    COBOL keeps fractional intermediates inside a single
      *    COMPUTE, and the fractions do not cancel the way whole
      *    quotients do.
           COMPUTE WS-DTS-PRIOR-YEAR = WS-DTS-YEAR - 1
           COMPUTE WS-DTS-SERIAL =
               (WS-DTS-PRIOR-YEAR * 365)
               + WS-MONTH-OFFSET(WS-DTS-MONTH)
               + WS-DTS-DAY
           DIVIDE WS-DTS-PRIOR-YEAR BY 4
               GIVING WS-DTS-QUOTIENT
           ADD WS-DTS-QUOTIENT TO WS-DTS-SERIAL
           DIVIDE WS-DTS-PRIOR-YEAR BY 100
               GIVING WS-DTS-QUOTIENT
           SUBTRACT WS-DTS-QUOTIENT FROM WS-DTS-SERIAL
           DIVIDE WS-DTS-PRIOR-YEAR BY 400
               GIVING WS-DTS-QUOTIENT
           ADD WS-DTS-QUOTIENT TO WS-DTS-SERIAL
           IF WS-DTS-MONTH > 2
               PERFORM 8100-CHECK-LEAP-YEAR
               IF YEAR-IS-LEAP
                   ADD 1 TO WS-DTS-SERIAL
               END-IF
           END-IF.

       8100-CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-FLAG
           DIVIDE WS-DTS-YEAR BY 4
               GIVING WS-DTS-QUOTIENT REMAINDER WS-DTS-REMAINDER
           IF WS-DTS-REMAINDER = 0
               DIVIDE WS-DTS-YEAR BY 100
                   GIVING WS-DTS-QUOTIENT
                   REMAINDER WS-DTS-REMAINDER
               IF WS-DTS-REMAINDER NOT = 0
                   SET YEAR-IS-LEAP TO TRUE
               ELSE
                   DIVIDE WS-DTS-YEAR BY 400
                       GIVING WS-DTS-QUOTIENT
                       REMAINDER WS-DTS-REMAINDER
                   IF WS-DTS-REMAINDER = 0
                       SET YEAR-IS-LEAP TO TRUE
                   END-IF
               END-IF
           END-IF.

       8200-GET-DAYS-IN-MONTH.
           MOVE WS-MONTH-LENGTH(WS-CAND-MONTH)
               TO WS-DAYS-IN-MONTH
           IF WS-CAND-MONTH = 2
               MOVE WS-CAND-YEAR TO WS-DTS-YEAR
               PERFORM 8100-CHECK-LEAP-YEAR
               IF YEAR-IS-LEAP
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

       9000-SEND-ALERT.
      *    Alerting must never take the driver down with it: a
      *    missing or unloadable NOPALERT module degrades to a
