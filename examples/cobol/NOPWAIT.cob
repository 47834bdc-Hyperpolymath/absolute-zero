       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPWAIT.
      *
      * External-event and cross-stream wait step.
      *
      * Some of the stream's real dependencies are outside it: the
      * weekend consolidation must not start until NOPNIGHT has
      * finished cleanly for the same cycle date, and some night
      * steps need an inbound partner file that arrives when it
      * arrives. An operator used to watch for these and hold the
      * job by hand. NOPWAIT is a step NOPDRV drives like any
      * other: placed in STREAM-DEF ahead of the steps that need
      * the event, it holds the stream until every condition the
      * EVENTDEP file lists for its step name is met, or until the
      * wait times out.
      *
      * An EVENTDEP record names the wait step, a condition and
      * how patiently to wait for it:
      *
      *   TRIGGER  a trigger record of the named trigger has
      *            arrived on the TRIGGERS file for this cycle
      *            date - posted by the receiving job when the
      *            partner file lands, with NOPWAIT FUNC=POST
      *   STREAM   the CYCLEDGR ledger shows the named stream
      *            complete for this cycle date and the record's
      *            shift (this run's shift when blank) with driver
      *            RC 0, the newest ledger record for the cycle
      *            deciding, the same way NOPLEDG's scorecard does
      *
      * A step with several records waits for all of them. The
      * conditions are checked every poll interval - the shortest
      * the step's records give, 60 seconds when none is given -
      * up to the timeout, the longest they give, 60 minutes when
      * none is given. A condition once met stays met for the rest
      * of the wait.
      *
      * "This cycle date" is the catch-up date while NOPDRV drives
      * a backlog, else the shift's PROCESSING-DATE-CTL cycle date,
      * else today's date; the shift comes from a SHIFT=x PARM
      * token, else the shared JCR-RUN-SHIFT, else the clock.
      *
      * While it waits, NOPWAIT appends a WAITING record to the
      * WAITSTAT file naming what it is still waiting for, and a
      * fresh one whenever that changes, so NOPSTAT can show the
      * step as WAITING rather than STOPPED?. When the wait ends a
      * SATISFIED or TIMED-OUT record closes it. Once satisfied,
      * the step writes a CONTROL-LOG heartbeat under its own step
      * name carrying the seconds it waited, for NOPTREND and the
      * run review. On timeout it writes an EXCEPTIONS-RPT record
      * naming the unmet condition, raises an error alert (status
      * WAITTIME) through NOPALERT, and returns RC 16, a code no
      * other step uses, so a STEPCOND record for the wait step
      * with threshold 16 - normally CHKP, so a plain rerun of the
      * driver resumes at the wait - decides what the stream does
      * about it. Without such a record the driver only notes RC
      * 16 and carries on, so every wait step wants one.
      *
      * FUNC=POST instead records an arrival: it appends one
      * trigger record (trigger name, cycle date, arrival stamp,
      * who posted it) to TRIGGERS and returns, for the job that
      * receives the partner's file to run as its last step.
      *
      * PARM: STEP=stepname         the wait step, whose EVENTDEP
      *                             records are the conditions
      *                             (NOPDRV supplies it)
      *       SHIFT=x               the shift (D, E, N)
      *       FUNC=POST             post a trigger instead
      *       TRIGGER=name          FUNC=POST: the trigger posted
      *       DATE=yyyymmdd         FUNC=POST: the cycle date it
      *                             belongs to (this cycle date
      *                             without one)
      *       USER=id               FUNC=POST: who posted it
      *
      * Return codes:
      *   0  every condition met / trigger posted
      *   8  no STEP= or no EVENTDEP conditions for the step, an
      *      unknown condition type, or FUNC=POST with no TRIGGER=
      *      or an unwritable TRIGGERS file
      *  16  timed out with a condition still unmet, or could
      *      not pause between checks
      *
      * The pause between checks uses the run-time's C$SLEEP
      * service. Where that is not available the step does not
      * spin on the clock in its place: it gives the wait up at
      * once as it would a timeout - EXCEPTIONS-RPT record, error
      * alert (status NOSLEEP) and RC 16 - so the wait is not left
      * holding a processor for its whole timeout.
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every
      * other program in this stream uses. When CALLed in-process
      * by NOPDRV, the PARM is instead picked up from the shared
      * STEP-PARM-AREA (COPY STEPARM); see 1000-GET-PARM.
      *
      * Compile: cobc -x -I copybooks NOPWAIT.cob
      * Run:     ./NOPWAIT STEP=WAITNITE
      * Run:     ./NOPWAIT "FUNC=POST TRIGGER=ACMEFILE USER=XFER"

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-DEP-FILE ASSIGN TO EVENTDEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENTDEP-STATUS.

           SELECT TRIGGER-FILE ASSIGN TO TRIGGERS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIGGERS-STATUS.

           SELECT CYCLE-LEDGER-FILE ASSIGN TO CYCLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLEDGR-STATUS.

           SELECT WAIT-STATUS-FILE ASSIGN TO WAITSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAITSTAT-STATUS.

           SELECT CONTROL-LOG-FILE ASSIGN TO CTLLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLR-LOG-KEY
               ALTERNATE RECORD KEY IS CLR-RUN-TIMESTAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-CTLLOG-STATUS.

           SELECT EXCEPTIONS-RPT-FILE ASSIGN TO EXCPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPRPT-STATUS.

           SELECT PROCESSING-DATE-CTL-FILE ASSIGN TO CYCLECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDC-RUN-SHIFT
               FILE STATUS IS WS-CYCLECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * One condition a wait step waits for: the step, the kind
      * of event and what it names, the shift a STREAM condition
      * looks at, the poll interval and timeout, and how the
      * condition is described to the operator.
      *
       FD  EVENT-DEP-FILE
           RECORDING MODE IS F.
       01  EVENT-DEP-RECORD.
           05  EVD-STEP-NAME           PIC X(8).
           05  EVD-COND-TYPE           PIC X(8).
           05  EVD-OBJECT-NAME         PIC X(8).
           05  EVD-SHIFT               PIC X(1).
           05  EVD-POLL-SECONDS        PIC 9(4).
           05  EVD-TIMEOUT-MINUTES     PIC 9(4).
           05  EVD-DESCRIPTION         PIC X(30).
      *
      * One record per arrival posted: trigger name, the cycle
      * date it belongs to, when it was posted and by whom.
      *
       FD  TRIGGER-FILE
           RECORDING MODE IS F.
       01  TRIGGER-RECORD.
           05  TRG-TRIGGER-NAME        PIC X(8).
           05  TRG-CYCLE-DATE          PIC 9(8).
           05  TRG-ARRIVAL-STAMP       PIC X(16).
           05  TRG-POSTED-BY           PIC X(8).
      *
      * The cycle ledger NOPLEDG writes; only the key and the
      * driver's return code matter here.
      *
       FD  CYCLE-LEDGER-FILE
           RECORDING MODE IS F.
       01  CYCLE-LEDGER-RECORD.
           05  CLG-CYCLE-DATE          PIC 9(8).
           05  CLG-RUN-SHIFT           PIC X(1).
           05  CLG-STREAM-ID           PIC X(8).
           05  CLG-START-STAMP         PIC X(16).
           05  CLG-END-STAMP           PIC X(16).
           05  CLG-DRIVER-RC           PIC 9(4).
           05  CLG-STEPS-RUN           PIC 9(4).
           05  CLG-STEPS-SKIPPED       PIC 9(4).
           05  CLG-STEPS-DISABLED      PIC 9(4).
           05  CLG-ALERT-I-COUNT       PIC 9(4).
           05  CLG-ALERT-W-COUNT       PIC 9(4).
           05  CLG-ALERT-E-COUNT       PIC 9(4).
           05  CLG-ALERT-C-COUNT       PIC 9(4).
           05  CLG-SLA-STATUS          PIC X(5).
           05  CLG-START-MODE          PIC X(1).
      *
      * One record per change in a wait: W waiting (with what is
      * still awaited), S satisfied, T timed out; the stamp of the
      * record, when the wait began and how long it has lasted.
      *
       FD  WAIT-STATUS-FILE
           RECORDING MODE IS F.
       01  WAIT-STATUS-RECORD.
           05  WTS-STEP-NAME           PIC X(8).
           05  WTS-STATE               PIC X(1).
               88 WTS-WAITING              VALUE "W".
               88 WTS-SATISFIED            VALUE "S".
               88 WTS-TIMED-OUT            VALUE "T".
           05  WTS-STAMP               PIC X(16).
           05  WTS-RUN-SHIFT           PIC X(1).
           05  WTS-START-STAMP         PIC X(16).
           05  WTS-WAIT-SECONDS        PIC 9(6).
           05  WTS-WAITING-FOR         PIC X(30).
      *
      * One heartbeat record per execution: who ran, what step, when.
      *
       FD  CONTROL-LOG-FILE
           RECORDING MODE IS F.
       01  CONTROL-LOG-RECORD.
           05  CLR-JOB-NAME            PIC X(8).
           05  CLR-LOG-KEY.
               10  CLR-STEP-NAME       PIC X(8).
               10  CLR-RUN-TIMESTAMP   PIC X(26).
           05  CLR-RUN-SHIFT           PIC X(1).
      *    Seconds a NOPWAIT wait step held the stream before
      *    its conditions were met; zero on every other heartbeat.
           05  CLR-WAIT-SECONDS        PIC 9(6).
      *
      * One record per step suppressed or, here, given up on.
      *
       FD  EXCEPTIONS-RPT-FILE
           RECORDING MODE IS F.
       01  EXCEPTIONS-RPT-RECORD.
           05  EXR-STEP-NAME           PIC X(8).
           05  EXR-REASON              PIC X(40).
           05  EXR-RUN-TIMESTAMP       PIC X(26).
           05  EXR-RUN-SHIFT           PIC X(1).
      *
      * The cycle each shift's run is meant to process, one record
      * per shift (day, evening, night).
      *
       FD  PROCESSING-DATE-CTL-FILE
           RECORDING MODE IS F.
       01  PROCESSING-DATE-CTL.
           05  PDC-CYCLE-DATE          PIC 9(8).
           05  PDC-RUN-SHIFT           PIC X(1).
           05  PDC-CYCLE-ID            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-JOB-NAME                 PIC X(8) VALUE "NOPWAIT".
       01  WS-EVENTDEP-STATUS          PIC X(2).
       01  WS-TRIGGERS-STATUS          PIC X(2).
       01  WS-CYCLEDGR-STATUS          PIC X(2).
       01  WS-WAITSTAT-STATUS          PIC X(2).
       01  WS-CTLLOG-STATUS            PIC X(2).
       01  WS-EXCPRPT-STATUS           PIC X(2).
       01  WS-CYCLECTL-STATUS          PIC X(2).
       01  WS-FILE-EOF                 PIC X(1) VALUE "N".
           88 FILE-AT-END                  VALUE "Y".
      *
      * PARM tokens.
      *
       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-TOKEN-POS                PIC S9(4) COMP VALUE 0.
       01  WS-TOKEN-LENGTH             PIC S9(4) COMP VALUE 0.
       01  WS-TARGET-STEP              PIC X(8) VALUE SPACES.
       01  WS-FUNCTION                 PIC X(4) VALUE "WAIT".
           88 POST-FUNCTION                VALUE "POST".
       01  WS-TRIGGER-NAME             PIC X(8) VALUE SPACES.
       01  WS-POST-DATE                PIC 9(8) VALUE 0.
       01  WS-POSTED-BY                PIC X(8) VALUE "UNKNOWN".
      *
      * Shift and cycle date.
      *
       01  WS-RUN-SHIFT                PIC X(1) VALUE SPACE.
           88 VALID-RUN-SHIFT              VALUE "D" "E" "N".
       01  WS-TIME-OF-DAY.
           05  WS-TOD-HH               PIC 9(2).
           05  FILLER                  PIC X(6).
       01  WS-CYCLE-DATE               PIC 9(8) VALUE 0.
       01  WS-SYSTEM-DATE              PIC 9(8).
       01  WS-STAMP-DATE               PIC 9(8).
       01  WS-RUN-TIME                 PIC X(8).
       01  WS-RUN-TIMESTAMP            PIC X(26).
      *
      * The step's conditions from EVENTDEP. State N not yet seen,
      * F the stream's newest ledger record is not clean (its RC
      * kept for the timeout message), Y met.
      *
       01  COND-TABLE.
           05  COND-COUNT              PIC S9(4) COMP VALUE 0.
           05  COND-ENTRY OCCURS 10 TIMES.
               10  CND-TYPE            PIC X(8).
                   88 CND-TRIGGER          VALUE "TRIGGER".
                   88 CND-STREAM           VALUE "STREAM".
               10  CND-OBJECT-NAME     PIC X(8).
               10  CND-SHIFT           PIC X(1).
               10  CND-DESCRIPTION     PIC X(30).
               10  CND-STATE           PIC X(1).
                   88 CND-MET              VALUE "Y".
                   88 CND-LEDGER-FAILED    VALUE "F".
               10  CND-LEDGER-RC       PIC 9(4).
       01  WS-COND-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-COND-COUNT-ED            PIC Z9.
       01  WS-UNMET-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-UNMET-INDEX              PIC S9(4) COMP VALUE 0.
       01  WS-NOTED-INDEX              PIC S9(4) COMP VALUE 0.
       01  WS-CONFIG-ERROR             PIC X(1) VALUE "N".
           88 CONFIG-IN-ERROR              VALUE "Y".
       01  WS-LEDGER-FOUND             PIC X(1) VALUE "N".
           88 LEDGER-RECORD-FOUND          VALUE "Y".
       01  WS-LEDGER-RC                PIC 9(4) VALUE 0.
       01  WS-LEDGER-RC-ED             PIC ZZZ9.
      *
      * Polling: interval and timeout for the step, and the clock.
      *
       01  WS-POLL-SECONDS             PIC S9(9) COMP VALUE 0.
       01  WS-TIMEOUT-MINUTES          PIC S9(9) COMP VALUE 0.
       01  WS-TIMEOUT-SECONDS          PIC S9(9) COMP VALUE 0.
       01  WS-TIMEOUT-MINUTES-ED       PIC ZZZ9.
       01  WS-PAUSE-SECONDS            PIC S9(9) COMP VALUE 0.
       01  WS-START-SECONDS            PIC S9(9) COMP VALUE 0.
       01  WS-NOW-SECONDS              PIC S9(9) COMP VALUE 0.
       01  WS-WAIT-SECONDS             PIC S9(9) COMP VALUE 0.
       01  WS-WAIT-SECONDS-ED          PIC ZZZZZ9.
       01  WS-START-STAMP              PIC X(16) VALUE SPACES.
       01  WS-WAIT-RESULT              PIC X(1) VALUE SPACE.
           88 ALL-CONDITIONS-MET           VALUE "Y".
           88 WAIT-TIMED-OUT               VALUE "T".
           88 WAIT-CANNOT-PAUSE            VALUE "P".
       01  WS-CLOCK-DATE               PIC 9(8).
       01  WS-CLOCK-TIME.
           05  WS-CLOCK-HH             PIC 9(2).
           05  WS-CLOCK-MM             PIC 9(2).
           05  WS-CLOCK-SS             PIC 9(2).
           05  WS-CLOCK-HS             PIC 9(2).
       01  WS-WAIT-STATE               PIC X(1).
       01  WS-AWAITED-TEXT             PIC X(30).
       01  WS-RETURN-CODE              PIC S9(4) COMP VALUE 0.
      *
      * Day-serial conversion working fields, the same arithmetic
      * NOPWATCH uses, so a wait across midnight is timed
      * correctly. WS-BASE-SERIAL is the day the wait began.
      *
       01  WS-DTS-DATE                 PIC 9(8).
       01  WS-DTS-SPLIT REDEFINES WS-DTS-DATE.
           05  WS-DTS-YEAR             PIC 9(4).
           05  WS-DTS-MONTH            PIC 9(2).
           05  WS-DTS-DAY              PIC 9(2).
       01  WS-DTS-SERIAL               PIC S9(9) COMP VALUE 0.
       01  WS-BASE-SERIAL              PIC S9(9) COMP VALUE 0.
       01  WS-DTS-PRIOR-YEAR           PIC S9(9) COMP VALUE 0.
       01  WS-DTS-QUOTIENT             PIC S9(9) COMP VALUE 0.
       01  WS-DTS-REMAINDER            PIC S9(9) COMP VALUE 0.
       01  WS-MONTH-OFFSET-TABLE.
           05  FILLER                  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-TABLE.
           05  WS-MONTH-OFFSET         PIC 9(3) OCCURS 12 TIMES.
      *
      * Shared job-control record common to every program in this
      * job stream.
      *
       COPY JOBCTL.
      *
      * Shared step-parameter handoff area; see STEPARM.cpy.
      *
       COPY STEPARM.
      *
      * Alert request area for NOPALERT; see ALERTREQ.cpy.
      *
       COPY ALERTREQ.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-RESET-RUN-STATE
           PERFORM 1000-GET-PARM
           PERFORM 1200-DERIVE-SHIFT
           PERFORM 1400-READ-CYCLE-DATE
           MOVE "NOPWAIT" TO JCR-LAST-STEP
           IF POST-FUNCTION
               PERFORM 5000-POST-TRIGGER
           ELSE
               PERFORM 1600-LOAD-CONDITIONS
               IF CONFIG-IN-ERROR
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "WAITCFG" TO JCR-LAST-STATUS
                   PERFORM 1700-ALERT-CONFIG-ERROR
               ELSE
                   PERFORM 2000-WAIT-FOR-CONDITIONS
               END-IF
           END-IF
           GOBACK RETURNING WS-RETURN-CODE.

       0100-RESET-RUN-STATE.
      *    NOPDRV CALLs this one program for every wait step of a
      *    stream, and a CALLed program keeps its WORKING-STORAGE
      *    from the last CALL: each wait starts from nothing but
      *    its own PARM and EVENTDEP records.
           MOVE SPACES TO WS-PARM-STRING
           MOVE SPACES TO WS-TARGET-STEP
           MOVE "WAIT" TO WS-FUNCTION
           MOVE SPACES TO WS-TRIGGER-NAME
           MOVE 0 TO WS-POST-DATE
           MOVE "UNKNOWN" TO WS-POSTED-BY
           MOVE SPACE TO WS-RUN-SHIFT
           MOVE 0 TO WS-CYCLE-DATE
           MOVE 0 TO COND-COUNT
           MOVE 0 TO WS-UNMET-COUNT
           MOVE 0 TO WS-UNMET-INDEX
           MOVE 0 TO WS-NOTED-INDEX
           MOVE "N" TO WS-CONFIG-ERROR
           MOVE 0 TO WS-POLL-SECONDS
           MOVE 0 TO WS-TIMEOUT-MINUTES
           MOVE 0 TO WS-TIMEOUT-SECONDS
           MOVE 0 TO WS-START-SECONDS
           MOVE 0 TO WS-WAIT-SECONDS
           MOVE SPACE TO WS-WAIT-RESULT
           MOVE 0 TO WS-BASE-SERIAL
           MOVE 0 TO WS-RETURN-CODE.

       1000-GET-PARM.
      *    A step CALLed by NOPDRV gets its PARM from the shared
      *    STEP-PARM-AREA, which the driver fills before each CALL;
      *    COMMAND-LINE at that point holds the DRIVER's own
      *    arguments (SHIFT=, STREAM=), not this step's. Only a
      *    standalone run - SPA-PARM-STRING still the low-values an
      *    EXTERNAL item starts out as - reads the command line.
           IF SPA-PARM-STRING NOT = LOW-VALUES
               MOVE SPA-PARM-STRING TO WS-PARM-STRING
           ELSE
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           END-IF
           MOVE 0 TO WS-TOKEN-POS
           INSPECT WS-PARM-STRING TALLYING WS-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL "STEP="
           IF WS-TOKEN-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-TOKEN-POS + 6:8)
                   TO WS-TARGET-STEP
               MOVE 0 TO WS-TOKEN-LENGTH
               INSPECT WS-TARGET-STEP TALLYING WS-TOKEN-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-TOKEN-LENGTH < 8
                   MOVE SPACES TO WS-TARGET-STEP(WS-TOKEN-LENGTH + 1:)
               END-IF
           END-IF
           MOVE 0 TO WS-TOKEN-POS
           INSPECT WS-PARM-STRING TALLYING WS-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL "FUNC="
           IF WS-TOKEN-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-TOKEN-POS + 6:4)
                   TO WS-FUNCTION
           END-IF
           MOVE 0 TO WS-TOKEN-POS
           INSPECT WS-PARM-STRING TALLYING WS-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL "TRIGGER="
           IF WS-TOKEN-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-TOKEN-POS + 9:8)
                   TO WS-TRIGGER-NAME
               MOVE 0 TO WS-TOKEN-LENGTH
               INSPECT WS-TRIGGER-NAME TALLYING WS-TOKEN-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-TOKEN-LENGTH < 8
                   MOVE SPACES
                       TO WS-TRIGGER-NAME(WS-TOKEN-LENGTH + 1:)
               END-IF
           END-IF
           MOVE 0 TO WS-TOKEN-POS
           INSPECT WS-PARM-STRING TALLYING WS-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL "DATE="
           IF WS-TOKEN-POS < LENGTH OF WS-PARM-STRING
               AND WS-PARM-STRING(WS-TOKEN-POS + 6:8) IS NUMERIC
               MOVE WS-PARM-STRING(WS-TOKEN-POS + 6:8)
                   TO WS-POST-DATE
           END-IF
           MOVE 0 TO WS-TOKEN-POS
           INSPECT WS-PARM-STRING TALLYING WS-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL "USER="
           IF WS-TOKEN-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-TOKEN-POS + 6:8)
                   TO WS-POSTED-BY
               MOVE 0 TO WS-TOKEN-LENGTH
               INSPECT WS-POSTED-BY TALLYING WS-TOKEN-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-TOKEN-LENGTH < 8
                   MOVE SPACES TO WS-POSTED-BY(WS-TOKEN-LENGTH + 1:)
               END-IF
           END-IF.

       1200-DERIVE-SHIFT.
           MOVE 0 TO WS-TOKEN-POS
           INSPECT WS-PARM-STRING TALLYING WS-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL "SHIFT="
           IF WS-TOKEN-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-TOKEN-POS + 7:1)
                   TO WS-RUN-SHIFT
           END-IF
           IF NOT VALID-RUN-SHIFT
               IF JCR-RUN-SHIFT = "D" OR JCR-RUN-SHIFT = "E"
                   OR JCR-RUN-SHIFT = "N"
                   MOVE JCR-RUN-SHIFT TO WS-RUN-SHIFT
               ELSE
                   ACCEPT WS-TIME-OF-DAY FROM TIME
                   EVALUATE TRUE
                       WHEN WS-TOD-HH >= 06 AND WS-TOD-HH <= 13
                           MOVE "D" TO WS-RUN-SHIFT
                       WHEN WS-TOD-HH >= 14 AND WS-TOD-HH <= 21
                           MOVE "E" TO WS-RUN-SHIFT
                       WHEN OTHER
                           MOVE "N" TO WS-RUN-SHIFT
                   END-EVALUATE
               END-IF
           END-IF
           MOVE WS-RUN-SHIFT TO JCR-RUN-SHIFT.

       1400-READ-CYCLE-DATE.
      *    A catch-up run waits on, and stamps, the backlog cycle
      *    the driver is processing; otherwise the shift's cycle.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO WS-CYCLE-DATE
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-CYCLE-DATE
           ELSE
               OPEN INPUT PROCESSING-DATE-CTL-FILE
               IF WS-CYCLECTL-STATUS = "00"
      *            The control file is keyed by shift, so this is
      *            one keyed READ, not a scan of the file.
                   MOVE WS-RUN-SHIFT TO PDC-RUN-SHIFT
                   READ PROCESSING-DATE-CTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PDC-CYCLE-DATE TO WS-CYCLE-DATE
                   END-READ
                   CLOSE PROCESSING-DATE-CTL-FILE
               END-IF
           END-IF
           MOVE WS-CYCLE-DATE TO JCR-RUN-DATE.

       1600-LOAD-CONDITIONS.
      *    No step name, no EVENTDEP, no conditions for the step or
      *    a condition of a kind NOPWAIT does not know are all
      *    configuration errors: waiting on nothing would let the
      *    steps behind the wait run unguarded.
           IF WS-TARGET-STEP = SPACES
               DISPLAY "NOPWAIT: ERROR - no STEP= on the PARM; "
                   "nothing to wait for"
               SET CONFIG-IN-ERROR TO TRUE
           ELSE
               OPEN INPUT EVENT-DEP-FILE
               IF WS-EVENTDEP-STATUS NOT = "00"
                   DISPLAY "NOPWAIT: ERROR - could not open "
                       "EVENTDEP, status " WS-EVENTDEP-STATUS
                   SET CONFIG-IN-ERROR TO TRUE
               ELSE
                   MOVE "N" TO WS-FILE-EOF
                   PERFORM UNTIL FILE-AT-END
                       READ EVENT-DEP-FILE
                           AT END
                               SET FILE-AT-END TO TRUE
                           NOT AT END
                               IF EVD-STEP-NAME = WS-TARGET-STEP
                                   PERFORM 1610-STORE-CONDITION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EVENT-DEP-FILE
                   IF COND-COUNT = 0
                       DISPLAY "NOPWAIT: ERROR - no EVENTDEP "
                           "conditions for step " WS-TARGET-STEP
                       SET CONFIG-IN-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-POLL-SECONDS = 0
               MOVE 60 TO WS-POLL-SECONDS
           END-IF
           IF WS-TIMEOUT-MINUTES = 0
               MOVE 60 TO WS-TIMEOUT-MINUTES
           END-IF
           COMPUTE WS-TIMEOUT-SECONDS = WS-TIMEOUT-MINUTES * 60.

       1610-STORE-CONDITION.
           IF COND-COUNT >= 10
               DISPLAY "NOPWAIT: ERROR - step " WS-TARGET-STEP
                   " has more EVENTDEP conditions than the table "
                   "holds"
               SET CONFIG-IN-ERROR TO TRUE
           ELSE
               ADD 1 TO COND-COUNT
               MOVE EVD-COND-TYPE TO CND-TYPE(COND-COUNT)
               MOVE EVD-OBJECT-NAME TO CND-OBJECT-NAME(COND-COUNT)
               MOVE EVD-SHIFT TO CND-SHIFT(COND-COUNT)
               IF EVD-SHIFT = SPACE
                   MOVE WS-RUN-SHIFT TO CND-SHIFT(COND-COUNT)
               END-IF
               MOVE "N" TO CND-STATE(COND-COUNT)
               MOVE 0 TO CND-LEDGER-RC(COND-COUNT)
               MOVE EVD-DESCRIPTION TO CND-DESCRIPTION(COND-COUNT)
               IF EVD-DESCRIPTION = SPACES
                   STRING EVD-COND-TYPE DELIMITED BY SPACE
                       " " EVD-OBJECT-NAME DELIMITED BY SIZE
                       INTO CND-DESCRIPTION(COND-COUNT)
               END-IF
               IF NOT CND-TRIGGER(COND-COUNT)
                   AND NOT CND-STREAM(COND-COUNT)
                   DISPLAY "NOPWAIT: ERROR - step " WS-TARGET-STEP
                       " condition type " EVD-COND-TYPE
                       " is not TRIGGER or STREAM"
                   SET CONFIG-IN-ERROR TO TRUE
               END-IF
      *        The step polls as often as its most impatient
      *        condition asks and waits as long as its most
      *        patient one allows.
               IF EVD-POLL-SECONDS IS NUMERIC
                   AND EVD-POLL-SECONDS > 0
                   IF WS-POLL-SECONDS = 0
                       OR EVD-POLL-SECONDS < WS-POLL-SECONDS
                       MOVE EVD-POLL-SECONDS TO WS-POLL-SECONDS
                   END-IF
               END-IF
               IF EVD-TIMEOUT-MINUTES IS NUMERIC
                   AND EVD-TIMEOUT-MINUTES > WS-TIMEOUT-MINUTES
                   MOVE EVD-TIMEOUT-MINUTES TO WS-TIMEOUT-MINUTES
               END-IF
           END-IF.

       1700-ALERT-CONFIG-ERROR.
      *    A wait step that cannot wait stops nothing by itself;
      *    the alert makes sure somebody looks at why.
           MOVE "E" TO ALQ-SEVERITY
           MOVE WS-JOB-NAME TO ALQ-PROGRAM
           MOVE WS-TARGET-STEP TO ALQ-STEP
           MOVE "WAITCFG" TO ALQ-STATUS-CODE
           MOVE SPACES TO ALQ-MESSAGE
           STRING "WAIT STEP " WS-TARGET-STEP
               " HAS NO USABLE EVENTDEP CONDITIONS"
               DELIMITED BY SIZE INTO ALQ-MESSAGE
           PERFORM 9000-SEND-ALERT.

       2000-WAIT-FOR-CONDITIONS.
           PERFORM 8000-READ-CLOCK
           MOVE WS-NOW-SECONDS TO WS-START-SECONDS
           PERFORM 8300-BUILD-STAMP
           MOVE WS-RUN-TIMESTAMP(1:16) TO WS-START-STAMP
           MOVE WS-TIMEOUT-MINUTES TO WS-TIMEOUT-MINUTES-ED
           MOVE COND-COUNT TO WS-COND-COUNT-ED
           DISPLAY "NOPWAIT: step " WS-TARGET-STEP " checking "
               WS-COND-COUNT-ED " condition(s) for cycle " WS-CYCLE-DATE
               " shift " WS-RUN-SHIFT "; timeout "
               WS-TIMEOUT-MINUTES-ED " min"
           PERFORM 3000-CHECK-CONDITIONS
           PERFORM UNTIL ALL-CONDITIONS-MET OR WAIT-TIMED-OUT
                   OR WAIT-CANNOT-PAUSE
               IF WS-UNMET-INDEX NOT = WS-NOTED-INDEX
                   PERFORM 2050-NOTE-WAITING
               END-IF
               PERFORM 2100-PAUSE
               IF NOT WAIT-CANNOT-PAUSE
                   PERFORM 2200-MEASURE-WAIT
                   PERFORM 3000-CHECK-CONDITIONS
                   IF NOT ALL-CONDITIONS-MET
                       AND WS-WAIT-SECONDS >= WS-TIMEOUT-SECONDS
                       SET WAIT-TIMED-OUT TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 2200-MEASURE-WAIT
           IF ALL-CONDITIONS-MET
               PERFORM 2500-RECORD-SATISFIED
           ELSE
               PERFORM 2600-RECORD-TIMEOUT
           END-IF.

       2050-NOTE-WAITING.
      *    One WAITSTAT record each time what the step is waiting
      *    for changes, not one per poll.
           MOVE WS-UNMET-INDEX TO WS-NOTED-INDEX
           MOVE CND-DESCRIPTION(WS-UNMET-INDEX) TO WS-AWAITED-TEXT
           DISPLAY "NOPWAIT: step " WS-TARGET-STEP
               " waiting for " WS-AWAITED-TEXT
           MOVE "W" TO WS-WAIT-STATE
           PERFORM 2200-MEASURE-WAIT
           PERFORM 4000-WRITE-WAIT-STATUS.

       2100-PAUSE.
      *    Never sleep past the timeout: the last check falls on
      *    it, not a poll interval beyond it.
           MOVE WS-POLL-SECONDS TO WS-PAUSE-SECONDS
           IF WS-TIMEOUT-SECONDS - WS-WAIT-SECONDS
                   < WS-PAUSE-SECONDS
               COMPUTE WS-PAUSE-SECONDS =
                   WS-TIMEOUT-SECONDS - WS-WAIT-SECONDS
           END-IF
           IF WS-PAUSE-SECONDS < 1
               MOVE 1 TO WS-PAUSE-SECONDS
           END-IF
      *    No sleep service means no way to wait without burning
      *    a processor; the wait is given up instead.
           CALL "C$SLEEP" USING WS-PAUSE-SECONDS
               ON EXCEPTION
                   DISPLAY "NOPWAIT: ERROR - C$SLEEP not available; "
                       "cannot pause between checks"
                   SET WAIT-CANNOT-PAUSE TO TRUE
           END-CALL.

       2200-MEASURE-WAIT.
           PERFORM 8000-READ-CLOCK
           COMPUTE WS-WAIT-SECONDS = WS-NOW-SECONDS - WS-START-SECONDS
           IF WS-WAIT-SECONDS < 0
               MOVE 0 TO WS-WAIT-SECONDS
           END-IF
           IF WS-WAIT-SECONDS > 999999
               MOVE 999999 TO WS-WAIT-SECONDS
           END-IF.

       2500-RECORD-SATISFIED.
      *    The wait time goes on the step's CONTROL-LOG heartbeat;
      *    the WAITSTAT record closes the wait for NOPSTAT.
           MOVE WS-WAIT-SECONDS TO WS-WAIT-SECONDS-ED
           DISPLAY "NOPWAIT: step " WS-TARGET-STEP
               " conditions met after " WS-WAIT-SECONDS-ED
               " second(s)"
           MOVE SPACES TO WS-AWAITED-TEXT
           MOVE "S" TO WS-WAIT-STATE
           PERFORM 4000-WRITE-WAIT-STATUS
           PERFORM 4100-WRITE-HEARTBEAT
           MOVE 0 TO WS-RETURN-CODE
           MOVE "COMPLETE" TO JCR-LAST-STATUS.

       2600-RECORD-TIMEOUT.
      *    A wait that could not pause is given up the same way as
      *    one that timed out; only the alert says which it was.
           MOVE CND-DESCRIPTION(WS-UNMET-INDEX) TO WS-AWAITED-TEXT
           IF WAIT-CANNOT-PAUSE
               DISPLAY "NOPWAIT: step " WS-TARGET-STEP " GIVEN UP "
                   "- no sleep service - waiting for "
                   WS-AWAITED-TEXT
           ELSE
               DISPLAY "NOPWAIT: step " WS-TARGET-STEP " TIMED OUT "
                   "after " WS-TIMEOUT-MINUTES-ED " min waiting for "
                   WS-AWAITED-TEXT
           END-IF
           IF CND-LEDGER-FAILED(WS-UNMET-INDEX)
               MOVE CND-LEDGER-RC(WS-UNMET-INDEX) TO WS-LEDGER-RC-ED
               DISPLAY "NOPWAIT: stream "
                   CND-OBJECT-NAME(WS-UNMET-INDEX)
                   " is ledgered for the cycle but ended RC"
                   WS-LEDGER-RC-ED
           END-IF
           MOVE "T" TO WS-WAIT-STATE
           PERFORM 4000-WRITE-WAIT-STATUS
           PERFORM 4200-WRITE-EXCEPTION
           MOVE "E" TO ALQ-SEVERITY
           MOVE WS-JOB-NAME TO ALQ-PROGRAM
           MOVE WS-TARGET-STEP TO ALQ-STEP
           MOVE SPACES TO ALQ-MESSAGE
           IF WAIT-CANNOT-PAUSE
               MOVE "NOSLEEP" TO ALQ-STATUS-CODE
               STRING "C$SLEEP NOT AVAILABLE; WAIT GIVEN UP: "
                   WS-AWAITED-TEXT
                   DELIMITED BY SIZE INTO ALQ-MESSAGE
           ELSE
               MOVE "WAITTIME" TO ALQ-STATUS-CODE
               STRING "TIMED OUT AFTER " WS-TIMEOUT-MINUTES-ED
                   " MIN: " WS-AWAITED-TEXT
                   DELIMITED BY SIZE INTO ALQ-MESSAGE
           END-IF
           PERFORM 9000-SEND-ALERT
           MOVE 16 TO WS-RETURN-CODE
           MOVE "WAITTIME" TO JCR-LAST-STATUS.

       3000-CHECK-CONDITIONS.
      *    Only the conditions not yet met are looked at again;
      *    the first still unmet is the one reported.
           MOVE 0 TO WS-UNMET-COUNT
           MOVE 0 TO WS-UNMET-INDEX
           PERFORM VARYING WS-COND-INDEX FROM 1 BY 1
                   UNTIL WS-COND-INDEX > COND-COUNT
               IF NOT CND-MET(WS-COND-INDEX)
                   IF CND-TRIGGER(WS-COND-INDEX)
                       PERFORM 3100-LOOK-FOR-TRIGGER
                   ELSE
                       PERFORM 3200-LOOK-AT-LEDGER
                   END-IF
               END-IF
               IF NOT CND-MET(WS-COND-INDEX)
                   ADD 1 TO WS-UNMET-COUNT
                   IF WS-UNMET-INDEX = 0
                       MOVE WS-COND-INDEX TO WS-UNMET-INDEX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNMET-COUNT = 0
               SET ALL-CONDITIONS-MET TO TRUE
           END-IF.

       3100-LOOK-FOR-TRIGGER.
      *    No TRIGGERS file yet simply means nothing has arrived.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRIGGER-FILE
           IF WS-TRIGGERS-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ TRIGGER-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF TRG-TRIGGER-NAME
                                   = CND-OBJECT-NAME(WS-COND-INDEX)
                               AND TRG-CYCLE-DATE = WS-CYCLE-DATE
                               MOVE "Y" TO CND-STATE(WS-COND-INDEX)
                               DISPLAY "NOPWAIT: trigger "
                                   TRG-TRIGGER-NAME " arrived "
                                   TRG-ARRIVAL-STAMP " from "
                                   TRG-POSTED-BY
                               SET FILE-AT-END TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIGGER-FILE
           END-IF.

       3200-LOOK-AT-LEDGER.
      *    CYCLEDGR is written in time order, so the last record
      *    for the cycle, shift and stream is the newest; a rerun
      *    that ended clean supersedes one that did not.
           MOVE "N" TO WS-FILE-EOF
           MOVE "N" TO WS-LEDGER-FOUND
           OPEN INPUT CYCLE-LEDGER-FILE
           IF WS-CYCLEDGR-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ CYCLE-LEDGER-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF CLG-CYCLE-DATE = WS-CYCLE-DATE
                               AND CLG-RUN-SHIFT
                                   = CND-SHIFT(WS-COND-INDEX)
                               AND CLG-STREAM-ID
                                   = CND-OBJECT-NAME(WS-COND-INDEX)
                               SET LEDGER-RECORD-FOUND TO TRUE
                               MOVE CLG-DRIVER-RC TO WS-LEDGER-RC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-LEDGER-FILE
           END-IF
           IF LEDGER-RECORD-FOUND
               IF WS-LEDGER-RC = 0
                   MOVE "Y" TO CND-STATE(WS-COND-INDEX)
                   DISPLAY "NOPWAIT: stream "
                       CND-OBJECT-NAME(WS-COND-INDEX)
                       " complete RC 0 for cycle " WS-CYCLE-DATE
                       " shift " CND-SHIFT(WS-COND-INDEX)
               ELSE
                   MOVE "F" TO CND-STATE(WS-COND-INDEX)
                   MOVE WS-LEDGER-RC TO CND-LEDGER-RC(WS-COND-INDEX)
               END-IF
           END-IF.

       4000-WRITE-WAIT-STATUS.
      *    WAITSTAT accumulates; EXTEND appends, falling back to
      *    OUTPUT the first time the file doesn't exist yet.
           PERFORM 8300-BUILD-STAMP
           OPEN EXTEND WAIT-STATUS-FILE
           IF WS-WAITSTAT-STATUS NOT = "00"
               OPEN OUTPUT WAIT-STATUS-FILE
           END-IF
           IF WS-WAITSTAT-STATUS NOT = "00"
               DISPLAY "NOPWAIT: WARNING - could not open "
                   "WAITSTAT, status " WS-WAITSTAT-STATUS
           ELSE
               MOVE WS-TARGET-STEP TO WTS-STEP-NAME
               MOVE WS-WAIT-STATE TO WTS-STATE
               MOVE WS-RUN-TIMESTAMP(1:16) TO WTS-STAMP
               MOVE WS-RUN-SHIFT TO WTS-RUN-SHIFT
               MOVE WS-START-STAMP TO WTS-START-STAMP
               MOVE WS-WAIT-SECONDS TO WTS-WAIT-SECONDS
               MOVE WS-AWAITED-TEXT TO WTS-WAITING-FOR
               WRITE WAIT-STATUS-RECORD
               CLOSE WAIT-STATUS-FILE
           END-IF.

       4100-WRITE-HEARTBEAT.
      *    CONTROL-LOG accumulates one heartbeat per execution; an
      *    I-O open adds records, falling back to OUTPUT the first
      *    time the file doesn't exist yet.
           PERFORM 8300-BUILD-STAMP
           OPEN I-O CONTROL-LOG-FILE
           IF WS-CTLLOG-STATUS NOT = "00"
               OPEN OUTPUT CONTROL-LOG-FILE
           END-IF
           MOVE WS-JOB-NAME TO CLR-JOB-NAME
           MOVE WS-TARGET-STEP TO CLR-STEP-NAME
           MOVE WS-RUN-TIMESTAMP TO CLR-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO CLR-RUN-SHIFT
           MOVE WS-WAIT-SECONDS TO CLR-WAIT-SECONDS
           WRITE CONTROL-LOG-RECORD
               INVALID KEY
                   DISPLAY "NOPWAIT: WARNING - duplicate heartbeat "
                       "key; record not written"
           END-WRITE
           CLOSE CONTROL-LOG-FILE.

       4200-WRITE-EXCEPTION.
           PERFORM 8300-BUILD-STAMP
           OPEN EXTEND EXCEPTIONS-RPT-FILE
           IF WS-EXCPRPT-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTIONS-RPT-FILE
           END-IF
           MOVE WS-TARGET-STEP TO EXR-STEP-NAME
           MOVE SPACES TO EXR-REASON
           IF WAIT-CANNOT-PAUSE
               STRING "WAIT GIVEN UP - " WS-AWAITED-TEXT
                   DELIMITED BY SIZE INTO EXR-REASON
           ELSE
               STRING "WAIT TIMED OUT - " WS-AWAITED-TEXT
                   DELIMITED BY SIZE INTO EXR-REASON
           END-IF
           MOVE WS-RUN-TIMESTAMP TO EXR-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO EXR-RUN-SHIFT
           WRITE EXCEPTIONS-RPT-RECORD
           CLOSE EXCEPTIONS-RPT-FILE.

       5000-POST-TRIGGER.
      *    An arrival belongs to a cycle: the DATE= given, else the
      *    cycle this shift is processing.
           IF WS-TRIGGER-NAME = SPACES
               DISPLAY "NOPWAIT: ERROR - FUNC=POST needs TRIGGER="
               MOVE 8 TO WS-RETURN-CODE
               MOVE "BADPARM" TO JCR-LAST-STATUS
           ELSE
               IF WS-POST-DATE = 0
                   MOVE WS-CYCLE-DATE TO WS-POST-DATE
               END-IF
               PERFORM 8300-BUILD-STAMP
               OPEN EXTEND TRIGGER-FILE
               IF WS-TRIGGERS-STATUS NOT = "00"
                   OPEN OUTPUT TRIGGER-FILE
               END-IF
               IF WS-TRIGGERS-STATUS NOT = "00"
                   DISPLAY "NOPWAIT: ERROR - could not open "
                       "TRIGGERS, status " WS-TRIGGERS-STATUS
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "NOTPOSTD" TO JCR-LAST-STATUS
               ELSE
                   MOVE WS-TRIGGER-NAME TO TRG-TRIGGER-NAME
                   MOVE WS-POST-DATE TO TRG-CYCLE-DATE
                   MOVE WS-RUN-TIMESTAMP(1:16) TO TRG-ARRIVAL-STAMP
                   MOVE WS-POSTED-BY TO TRG-POSTED-BY
                   WRITE TRIGGER-RECORD
                   CLOSE TRIGGER-FILE
                   DISPLAY "NOPWAIT: trigger " WS-TRIGGER-NAME
                       " posted for cycle " WS-POST-DATE
                       " by " WS-POSTED-BY
                   MOVE "POSTED" TO JCR-LAST-STATUS
               END-IF
           END-IF.

       8000-READ-CLOCK.
      *    Wall-clock seconds since midnight of the day the wait
      *    began - the real date, not the cycle date - so a wait
      *    that runs past midnight keeps counting.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-DATE TO WS-DTS-DATE
           PERFORM 8100-DATE-TO-SERIAL
           IF WS-BASE-SERIAL = 0
               MOVE WS-DTS-SERIAL TO WS-BASE-SERIAL
           END-IF
           COMPUTE WS-NOW-SECONDS =
               ((WS-DTS-SERIAL - WS-BASE-SERIAL) * 86400)
               + (WS-CLOCK-HH * 3600) + (WS-CLOCK-MM * 60)
               + WS-CLOCK-SS.

       8100-DATE-TO-SERIAL.
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
               PERFORM 8200-CHECK-LEAP-YEAR
           END-IF.

       8200-CHECK-LEAP-YEAR.
           DIVIDE WS-DTS-YEAR BY 4
               GIVING WS-DTS-QUOTIENT REMAINDER WS-DTS-REMAINDER
           IF WS-DTS-REMAINDER = 0
               DIVIDE WS-DTS-YEAR BY 100
                   GIVING WS-DTS-QUOTIENT
                   REMAINDER WS-DTS-REMAINDER
               IF WS-DTS-REMAINDER NOT = 0
                   ADD 1 TO WS-DTS-SERIAL
               ELSE
                   DIVIDE WS-DTS-YEAR BY 400
                       GIVING WS-DTS-QUOTIENT
                       REMAINDER WS-DTS-REMAINDER
                   IF WS-DTS-REMAINDER = 0
                       ADD 1 TO WS-DTS-SERIAL
                   END-IF
               END-IF
           END-IF.

       8300-BUILD-STAMP.
      *    Records are stamped YYYYMMDDHHMMSShh, date first, with
      *    the catch-up cycle in place of today's date while the
      *    driver processes a backlog, the way every writer in the
      *    stream stamps. The date is taken afresh for every stamp,
      *    since a wait can run past midnight; if the date turns
      *    over between reading it and reading the clock, both are
      *    read again so the stamp never pairs one day's date with
      *    the next day's time.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           IF WS-CLOCK-DATE NOT = WS-STAMP-DATE
               MOVE WS-CLOCK-DATE TO WS-STAMP-DATE
               ACCEPT WS-RUN-TIME FROM TIME
           END-IF
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-STAMP-DATE
           END-IF
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-STAMP-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.

       9000-SEND-ALERT.
      *    Alerting must never take the step down with it: a
      *    missing or unloadable NOPALERT module degrades to a
      *    console note.
           CALL "NOPALERT" USING ALERT-REQUEST
               ON EXCEPTION
                   DISPLAY "NOPWAIT: WARNING - NOPALERT not "
                       "available; alert not raised"
           END-CALL.
