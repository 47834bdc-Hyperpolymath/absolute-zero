       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPWATCH.
      *
      * Mid-cycle deadline watchdog for steps with hard cut-offs.
      *
      * Some steps feed outside parties who will not wait - the
      * bank file has to be out by 04:30 - and NOPSLA only says the
      * next morning that the window was blown. NOPWATCH is run
      * repeatedly through the night, by operations or on a
      * scheduler interval, and for every deadline on the
      * DEADLINE control file for the shift it projects when the
      * deadline step will finish:
      *
      *   - this cycle's CONTROL-LOG heartbeats (the cycle date or
      *     the day after, for a run past midnight, and the shift,
      *     as NOPTREND reads them) say which steps of the stream
      *     are done and when the last of them finished; before
      *     the first heartbeat the PERF-LOG START marker stands
      *     in, and before that the time of the pass itself
      *   - every step of the stream from the first not yet done
      *     up to and including the deadline step, in STREAM-DEF
      *     sequence order, is charged the average of its own last
      *     20 STEP-HIST samples (this cycle's excluded, as
      *     NOPTREND excludes them); the step running now is
      *     charged at least up to the time of the pass, so a step
      *     already over its average pushes the projection out
      *   - a step with no STEP-HIST samples is charged nothing
      *     and counted, so the projection says how much of it is
      *     guesswork
      *
      * Each deadline then comes out as one of
      *
      *   DONE      the deadline step has its heartbeat (minutes
      *             over shows how late it was, if it was)
      *   ON TIME   projected inside the deadline plus margin
      *   AT RISK   projected to miss by more than the margin -
      *             a W alert through NOPALERT
      *   MISSED    the deadline has passed with no heartbeat
      *             from the step - a C alert through NOPALERT
      *   NOT SCHED the deadline step's run rule leaves it out of
      *             this cycle (a LASTBD step mid-month), so there
      *             is nothing to miss - no alert
      *
      * Run rules are checked through NOPSCHED against the cycle
      * date, as the driver checks them: a step the rule leaves
      * out of the cycle is not charged in the projection.
      *
      * An alert is raised when a deadline first reaches AT RISK
      * or MISSED in the cycle, or returns to it after a pass that
      * said otherwise; a scheduler running the watchdog every ten
      * minutes does not page every ten minutes.
      *
      * Every pass appends one record per deadline to the
      * DEADLINE-HIST file - pass time, projection, minutes over,
      * steps left, status, and whether it alerted - so the review
      * afterwards can see the first pass that knew a deadline was
      * in trouble. The pass is also DISPLAYed, one line per
      * deadline.
      *
      * The deadline clock time belongs to the shift's cycle: a
      * time earlier than the shift's start (06:00 day, 14:00
      * evening, 22:00 night) falls on the day after the cycle
      * date. The margin is the deadline record's own, in minutes;
      * a PARM of MARGIN=nnn overrides every record's for the run.
      *
      * PARM: SHIFT=x              the shift (D, E or N; the
      *                            usual derivation without one)
      *       STREAM=name          limit the pass to one stream
      *                            (every stream's deadlines
      *                            for the shift without one)
      *       MARGIN=nnn           margin override, in minutes
      *
      * Return codes:
      *   0  every deadline done or on time (or none configured)
      *   4  at least one deadline AT RISK
      *   8  at least one deadline MISSED
      *   (a NOT SCHED deadline counts as neither)
      * Run as a NOPDRV step, NOPWATCH needs a STEPCOND record with
      * CONT at 4 (and whatever action is wanted at 8), or an AT
      * RISK night's RC 4 skips the next entry.
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every
      * other program in this stream uses. When CALLed in-process
      * by NOPDRV, the PARM is instead picked up from the shared
      * STEP-PARM-AREA (COPY STEPARM); see 1000-GET-PARM.
      *
      * Compile: cobc -x -I copybooks NOPWATCH.cob
      * Run:     ./NOPWATCH
      * Run:     ./NOPWATCH "SHIFT=N STREAM=NOPNIGHT MARGIN=015"

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEADLINE-CTL-FILE ASSIGN TO DEADLINE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEADLINE-STATUS.

           SELECT STREAM-DEF-FILE ASSIGN TO STREAMDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SDR-STREAM-KEY
               FILE STATUS IS WS-STREAMDEF-STATUS.

           SELECT CONTROL-LOG-FILE ASSIGN TO CTLLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLR-LOG-KEY
               ALTERNATE RECORD KEY IS CLR-RUN-TIMESTAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-CTLLOG-STATUS.

           SELECT PERF-LOG-FILE ASSIGN TO PERFLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERFLOG-STATUS.

           SELECT PROCESSING-DATE-CTL-FILE ASSIGN TO CYCLECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDC-RUN-SHIFT
               FILE STATUS IS WS-CYCLECTL-STATUS.

           SELECT STEP-HIST-FILE ASSIGN TO STEPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPHIST-STATUS.

           SELECT DEADLINE-HIST-FILE ASSIGN TO DEADHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEADHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * One record per watched step: the stream and shift it runs
      * in, the clock time it must be complete by, how many
      * minutes late a projection may run before it alerts, and
      * what the deadline is for.
      *
       FD  DEADLINE-CTL-FILE
           RECORDING MODE IS F.
       01  DEADLINE-CTL-RECORD.
           05  DLC-STREAM-ID           PIC X(8).
           05  DLC-STEP-NAME           PIC X(8).
           05  DLC-RUN-SHIFT           PIC X(1).
           05  DLC-DEADLINE-TIME.
               10  DLC-DEADLINE-HH     PIC 9(2).
               10  DLC-DEADLINE-MM     PIC 9(2).
           05  DLC-MARGIN-MINUTES      PIC 9(3).
           05  DLC-DESCRIPTION         PIC X(20).
      *
      * One step of one named stream; a stream is the set of
      * records sharing a stream id, ordered by sequence number.
      * The run rule (see SCHEDREQ.cpy) says which cycle dates
      * the step belongs to; spaces mean every cycle.
      *
       FD  STREAM-DEF-FILE
           RECORDING MODE IS F.
       01  STREAM-DEF-RECORD.
           05  SDR-STREAM-KEY.
               10  SDR-STREAM-ID       PIC X(8).
               10  SDR-STEP-NAME       PIC X(8).
           05  SDR-PROGRAM-NAME        PIC X(8).
           05  SDR-SEQUENCE            PIC 9(4).
           05  SDR-PREDECESSORS.
               10  SDR-PRED-NAME       PIC X(8) OCCURS 3 TIMES.
           05  SDR-RUN-RULE.
               10  SDR-RULE-TYPE       PIC X(8).
               10  SDR-RULE-DATA       PIC X(8).
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
      * One marker record per bracket endpoint: which end, and when.
      *
       FD  PERF-LOG-FILE
           RECORDING MODE IS F.
       01  PERF-LOG-RECORD.
           05  PLR-JOB-NAME            PIC X(8).
           05  PLR-MARKER              PIC X(5).
           05  PLR-RUN-TIMESTAMP       PIC X(26).
           05  PLR-RUN-SHIFT           PIC X(1).
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
      *
      * One record per step per measured cycle: the rolling
      * history the averages come from.
      *
       FD  STEP-HIST-FILE
           RECORDING MODE IS F.
       01  STEP-HIST-RECORD.
           05  SHI-CYCLE-DATE          PIC 9(8).
           05  SHI-RUN-SHIFT           PIC X(1).
           05  SHI-STEP-NAME           PIC X(8).
           05  SHI-ELAPSED-SECONDS     PIC 9(7).
      *
      * One record per deadline per watchdog pass: what the pass
      * projected, and whether it alerted.
      *
       FD  DEADLINE-HIST-FILE
           RECORDING MODE IS F.
       01  DEADLINE-HIST-RECORD.
           05  DLH-PASS-TIMESTAMP      PIC X(26).
           05  DLH-CYCLE-DATE          PIC 9(8).
           05  DLH-RUN-SHIFT           PIC X(1).
           05  DLH-STREAM-ID           PIC X(8).
           05  DLH-STEP-NAME           PIC X(8).
           05  DLH-DEADLINE-TIME       PIC 9(4).
           05  DLH-PROJECTED-DATE      PIC 9(8).
           05  DLH-PROJECTED-TIME      PIC 9(4).
           05  DLH-MINUTES-OVER        PIC 9(5).
           05  DLH-STEPS-LEFT          PIC 9(3).
           05  DLH-STEPS-NO-HIST       PIC 9(3).
           05  DLH-STATUS              PIC X(8).
           05  DLH-ALERT-RAISED        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-DEADLINE-STATUS          PIC X(2).
       01  WS-STREAMDEF-STATUS         PIC X(2).
       01  WS-CTLLOG-STATUS            PIC X(2).
       01  WS-PERFLOG-STATUS           PIC X(2).
       01  WS-CYCLECTL-STATUS          PIC X(2).
       01  WS-STEPHIST-STATUS          PIC X(2).
       01  WS-DEADHIST-STATUS          PIC X(2).
       01  WS-FILE-EOF                 PIC X(1) VALUE "N".
           88 FILE-AT-END                  VALUE "Y".
       01  WS-SCHED-AVAILABLE          PIC X(1) VALUE "Y".
           88 SCHED-AVAILABLE              VALUE "Y".
      *
      * The shift's deadlines, with the status the last pass of
      * this cycle recorded for each.
      *
       01  DEADLINE-TABLE.
           05  DEADLINE-COUNT          PIC S9(4) COMP VALUE 0.
           05  DEADLINE-ENTRY OCCURS 50 TIMES.
               10  DLE-STREAM-ID       PIC X(8).
               10  DLE-STEP-NAME       PIC X(8).
               10  DLE-DEADLINE-HH     PIC 9(2).
               10  DLE-DEADLINE-MM     PIC 9(2).
               10  DLE-MARGIN-MINUTES  PIC 9(3).
               10  DLE-DESCRIPTION     PIC X(20).
               10  DLE-LAST-STATUS     PIC X(8).
       01  WS-DEADLINE-INDEX           PIC S9(4) COMP VALUE 0.
      *
      * Every stream's steps, in stream then sequence order, with
      * each step's run rule and whether it is scheduled for this
      * cycle (N only when NOPSCHED says the rule leaves it out).
      *
       01  STEP-TABLE.
           05  STEP-COUNT              PIC S9(4) COMP VALUE 0.
           05  STEP-ENTRY OCCURS 100 TIMES.
               10  STE-STREAM-ID       PIC X(8).
               10  STE-STEP-NAME       PIC X(8).
               10  STE-SEQUENCE        PIC 9(4).
               10  STE-RUN-RULE.
                   15  STE-RULE-TYPE   PIC X(8).
                   15  STE-RULE-DATA   PIC X(8).
               10  STE-SCHEDULED       PIC X(1).
       01  WS-STEP-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-TARGET-INDEX             PIC S9(4) COMP VALUE 0.
       01  WS-INSERT-AT                PIC S9(4) COMP VALUE 0.
       01  WS-SLIDE-INDEX              PIC S9(4) COMP VALUE 0.
      *
      * This cycle's heartbeats, one entry per step, holding its
      * latest stamp as seconds from the cycle date's midnight.
      *
       01  BEAT-TABLE.
           05  BEAT-COUNT              PIC S9(4) COMP VALUE 0.
           05  BEAT-ENTRY OCCURS 200 TIMES.
               10  BTE-STEP-NAME       PIC X(8).
               10  BTE-SECONDS         PIC S9(9) COMP.
       01  WS-BEAT-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-BEAT-HIT                 PIC S9(4) COMP VALUE 0.
       01  WS-BEAT-KEY                 PIC X(8) VALUE SPACES.
      *
      * Recent history per step, as NOPTREND keeps it: up to the
      * last 20 samples each, oldest dropped as newer arrive.
      *
       01  HIST-TABLE.
           05  HIST-COUNT              PIC S9(4) COMP VALUE 0.
           05  HIST-ENTRY OCCURS 50 TIMES.
               10  HTE-STEP-NAME       PIC X(8).
               10  HTE-SAMPLE-COUNT    PIC S9(4) COMP.
               10  HTE-SAMPLE          PIC S9(9) COMP
                                       OCCURS 20 TIMES.
       01  WS-HIST-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-HIST-HIT                 PIC S9(4) COMP VALUE 0.
       01  WS-SAMPLE-INDEX             PIC S9(4) COMP VALUE 0.
       01  WS-SAMPLE-TOTAL             PIC S9(9) COMP VALUE 0.
       01  WS-SAMPLE-AVG               PIC S9(9) COMP VALUE 0.
      *
      * PARM handling.
      *
       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-STREAM-POS               PIC S9(4) COMP VALUE 0.
       01  WS-STREAM-FILTER            PIC X(8) VALUE SPACES.
       01  WS-MARGIN-POS               PIC S9(4) COMP VALUE 0.
       01  WS-MARGIN-OVERRIDE          PIC X(1) VALUE "N".
           88 MARGIN-OVERRIDDEN            VALUE "Y".
       01  WS-MARGIN-PARM              PIC 9(3) VALUE 0.
      *
      * Shift and cycle identification, the stream's usual rules.
      *
       01  WS-SHIFT-POS                PIC S9(4) COMP VALUE 0.
       01  WS-RUN-SHIFT                PIC X(1) VALUE SPACE.
           88 VALID-RUN-SHIFT              VALUE "D" "E" "N".
       01  WS-SHIFT-START-HH           PIC 9(2) VALUE 0.
       01  WS-TIME-OF-DAY.
           05  WS-TOD-HH               PIC 9(2).
           05  FILLER                  PIC X(6).
       01  WS-CYCLE-DATE               PIC 9(8).
       01  WS-CYCLE-DATE-X             PIC X(8).
       01  WS-CYCLE-SERIAL             PIC S9(9) COMP VALUE 0.
      *
      * The day after a date: a record a post-midnight step
      * stamped with it still belongs to this cycle.
      *
       01  WS-NEXT-DATE                PIC 9(8).
       01  WS-NEXT-SPLIT REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YEAR            PIC 9(4).
           05  WS-NEXT-MONTH           PIC 9(2).
           05  WS-NEXT-DAY             PIC 9(2).
       01  WS-NEXT-DATE-X              PIC X(8).
       01  WS-DAYS-IN-MONTH            PIC S9(4) COMP VALUE 0.
       01  WS-MONTH-LENGTHS.
           05  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH         PIC 9(2) OCCURS 12 TIMES.
       01  WS-LEAP-FLAG                PIC X(1) VALUE "N".
           88 YEAR-IS-LEAP                 VALUE "Y".
       01  WS-LEAP-QUOTIENT            PIC S9(9) COMP VALUE 0.
       01  WS-LEAP-REMAINDER           PIC S9(9) COMP VALUE 0.
      *
      * Points in time, all as seconds from midnight of the
      * cycle date: the pass itself, the last heartbeat (or
      * START marker) of the stream, the deadline, and the
      * projected finish.
      *
       01  WS-STAMP-WORK               PIC X(26).
       01  WS-STAMP-TIME-X.
           05  WS-TIME-HH              PIC 9(2).
           05  WS-TIME-MM              PIC 9(2).
           05  WS-TIME-SS              PIC 9(2).
           05  WS-TIME-HS              PIC 9(2).
       01  WS-STAMP-SECONDS            PIC S9(9) COMP VALUE 0.
       01  WS-START-SECONDS            PIC S9(9) COMP VALUE 0.
       01  WS-START-FOUND              PIC X(1) VALUE "N".
           88 START-MARKER-FOUND           VALUE "Y".
       01  WS-NOW-SECONDS              PIC S9(9) COMP VALUE 0.
       01  WS-BASE-SECONDS             PIC S9(9) COMP VALUE 0.
       01  WS-BASE-FOUND               PIC X(1) VALUE "N".
           88 BASE-FROM-HEARTBEAT          VALUE "Y".
       01  WS-DEADLINE-SECONDS         PIC S9(9) COMP VALUE 0.
       01  WS-PROJECTED-SECONDS        PIC S9(9) COMP VALUE 0.
       01  WS-OVER-SECONDS             PIC S9(9) COMP VALUE 0.
       01  WS-MARGIN-SECONDS           PIC S9(9) COMP VALUE 0.
       01  WS-FIRST-OUTSTANDING        PIC X(1) VALUE "Y".
           88 FIRST-OUTSTANDING-STEP       VALUE "Y".
       01  WS-STEPS-LEFT               PIC S9(4) COMP VALUE 0.
       01  WS-STEPS-NO-HIST            PIC S9(4) COMP VALUE 0.
       01  WS-DEADLINE-STEP-DONE       PIC X(1) VALUE "N".
           88 DEADLINE-STEP-DONE           VALUE "Y".
       01  WS-DEADLINE-STEP-SCHED      PIC X(1) VALUE "Y".
           88 DEADLINE-STEP-SCHEDULED      VALUE "Y".
      *
      * A point in time turned back into a date and clock time.
      *
       01  WS-SPLIT-DAYS               PIC S9(9) COMP VALUE 0.
       01  WS-SPLIT-SECONDS            PIC S9(9) COMP VALUE 0.
       01  WS-SPLIT-HH                 PIC 9(2) VALUE 0.
       01  WS-SPLIT-MM                 PIC 9(2) VALUE 0.
       01  WS-SPLIT-REMAINDER          PIC S9(9) COMP VALUE 0.
       01  WS-SPLIT-DATE               PIC 9(8) VALUE 0.
       01  WS-DAY-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-CLOCK-TEXT.
           05  WS-CLOCK-HH             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-CLOCK-MM             PIC 9(2).
       01  WS-PROJECTED-CLOCK          PIC X(5).
       01  WS-DEADLINE-CLOCK           PIC X(5).
      *
      * The judgement for one deadline, and the pass totals.
      *
       01  WS-DEADLINE-VERDICT         PIC X(9).
           88 VERDICT-DONE                 VALUE "DONE".
           88 VERDICT-ON-TIME              VALUE "ON TIME".
           88 VERDICT-AT-RISK              VALUE "AT RISK".
           88 VERDICT-MISSED               VALUE "MISSED".
           88 VERDICT-NOT-SCHED            VALUE "NOT SCHED".
       01  WS-ALERT-RAISED             PIC X(1) VALUE "N".
       01  WS-AT-RISK-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-MISSED-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-OVER-MINUTES             PIC S9(9) COMP VALUE 0.
       01  WS-OVER-MINUTES-ED          PIC ZZZZ9.
       01  WS-STEPS-LEFT-ED            PIC ZZ9.
       01  WS-STEPS-NO-HIST-ED         PIC ZZ9.
       01  WS-SYSTEM-DATE              PIC 9(8).
       01  WS-RUN-TIME                 PIC X(8).
       01  WS-RUN-TIMESTAMP            PIC X(26).
       01  WS-RETURN-CODE              PIC S9(4) COMP VALUE 0.
      *
      * Day-serial conversion working fields, the same arithmetic
      * NOPSLA and NOPROLL use.
      *
       01  WS-DTS-DATE                 PIC 9(8).
       01  WS-DTS-SPLIT REDEFINES WS-DTS-DATE.
           05  WS-DTS-YEAR             PIC 9(4).
           05  WS-DTS-MONTH            PIC 9(2).
           05  WS-DTS-DAY              PIC 9(2).
       01  WS-DTS-SERIAL               PIC S9(9) COMP VALUE 0.
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
      *
      * Run-rule request area for NOPSCHED; see SCHEDREQ.cpy.
      *
       COPY SCHEDREQ.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-RESET-RUN-STATE
           PERFORM 1000-GET-PARM
           PERFORM 1200-DERIVE-SHIFT
           PERFORM 1400-READ-CYCLE-DATE
           PERFORM 1500-READ-PASS-TIME
           PERFORM 1600-LOAD-DEADLINES
           IF DEADLINE-COUNT = 0
               DISPLAY "NOPWATCH: no deadlines for shift "
                   WS-RUN-SHIFT "; nothing to watch"
           ELSE
               PERFORM 1700-LOAD-STREAM-DEF
               PERFORM 1750-CHECK-RUN-RULES
               PERFORM 1800-READ-START-MARKER
               PERFORM 2000-LOAD-HEARTBEATS
               PERFORM 2500-LOAD-HISTORY
               PERFORM 2800-LOAD-PRIOR-PASSES
               PERFORM 3000-WATCH-DEADLINE
                   VARYING WS-DEADLINE-INDEX FROM 1 BY 1
                   UNTIL WS-DEADLINE-INDEX > DEADLINE-COUNT
           END-IF
           MOVE "NOPWATCH" TO JCR-LAST-STEP
           EVALUATE TRUE
               WHEN WS-MISSED-COUNT > 0
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "MISSED" TO JCR-LAST-STATUS
               WHEN WS-AT-RISK-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
                   MOVE "ATRISK" TO JCR-LAST-STATUS
               WHEN OTHER
                   MOVE "ONTIME" TO JCR-LAST-STATUS
           END-EVALUATE
           GOBACK RETURNING WS-RETURN-CODE.

       0100-RESET-RUN-STATE.
      *    A stream can carry NOPWATCH as more than one step, and a
      *    CALLed program keeps its WORKING-STORAGE from the last
      *    CALL: each pass starts from nothing but its own PARM and
      *    files.
           MOVE SPACES TO WS-PARM-STRING
           MOVE SPACES TO WS-STREAM-FILTER
           MOVE "N" TO WS-MARGIN-OVERRIDE
           MOVE 0 TO WS-MARGIN-PARM
           MOVE SPACE TO WS-RUN-SHIFT
           MOVE "Y" TO WS-SCHED-AVAILABLE
           MOVE 0 TO DEADLINE-COUNT
           MOVE 0 TO STEP-COUNT
           MOVE 0 TO BEAT-COUNT
           MOVE 0 TO HIST-COUNT
           MOVE 0 TO WS-START-SECONDS
           MOVE "N" TO WS-START-FOUND
           MOVE 0 TO WS-AT-RISK-COUNT
           MOVE 0 TO WS-MISSED-COUNT
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
           MOVE 0 TO WS-STREAM-POS
           INSPECT WS-PARM-STRING TALLYING WS-STREAM-POS
               FOR CHARACTERS BEFORE INITIAL "STREAM="
           IF WS-STREAM-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-STREAM-POS + 8:8)
                   TO WS-STREAM-FILTER
           END-IF
           MOVE 0 TO WS-MARGIN-POS
           INSPECT WS-PARM-STRING TALLYING WS-MARGIN-POS
               FOR CHARACTERS BEFORE INITIAL "MARGIN="
           IF WS-MARGIN-POS < LENGTH OF WS-PARM-STRING
               AND WS-PARM-STRING(WS-MARGIN-POS + 8:3) IS NUMERIC
               MOVE WS-PARM-STRING(WS-MARGIN-POS + 8:3)
                   TO WS-MARGIN-PARM
               SET MARGIN-OVERRIDDEN TO TRUE
           END-IF.

       1200-DERIVE-SHIFT.
           MOVE 0 TO WS-SHIFT-POS
           INSPECT WS-PARM-STRING TALLYING WS-SHIFT-POS
               FOR CHARACTERS BEFORE INITIAL "SHIFT="
           IF WS-SHIFT-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-SHIFT-POS + 7:1)
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
           MOVE WS-RUN-SHIFT TO JCR-RUN-SHIFT
      *    A deadline clock time earlier than this falls on the
      *    day after the cycle date.
           EVALUATE WS-RUN-SHIFT
               WHEN "D"
                   MOVE 06 TO WS-SHIFT-START-HH
               WHEN "E"
                   MOVE 14 TO WS-SHIFT-START-HH
               WHEN OTHER
                   MOVE 22 TO WS-SHIFT-START-HH
           END-EVALUATE.

       1400-READ-CYCLE-DATE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO WS-CYCLE-DATE
           OPEN INPUT PROCESSING-DATE-CTL-FILE
           IF WS-CYCLECTL-STATUS = "00"
      *        The control file is keyed by shift, so this is one
      *        keyed READ, not a scan of the file.
               MOVE WS-RUN-SHIFT TO PDC-RUN-SHIFT
               READ PROCESSING-DATE-CTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PDC-CYCLE-DATE TO WS-CYCLE-DATE
               END-READ
               CLOSE PROCESSING-DATE-CTL-FILE
           END-IF
           MOVE WS-CYCLE-DATE TO JCR-RUN-DATE
           MOVE WS-CYCLE-DATE TO WS-CYCLE-DATE-X
           MOVE WS-CYCLE-DATE TO WS-DTS-DATE
           PERFORM 8100-DATE-TO-SERIAL
           MOVE WS-DTS-SERIAL TO WS-CYCLE-SERIAL
           MOVE WS-CYCLE-DATE TO WS-NEXT-DATE
           PERFORM 8500-COMPUTE-NEXT-DATE.

       1500-READ-PASS-TIME.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-SYSTEM-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO WS-STAMP-WORK
           PERFORM 8000-PARSE-STAMP
           MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS.

       1600-LOAD-DEADLINES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT DEADLINE-CTL-FILE
           IF WS-DEADLINE-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ DEADLINE-CTL-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF DLC-RUN-SHIFT = WS-RUN-SHIFT
                               AND (WS-STREAM-FILTER = SPACES
                                   OR DLC-STREAM-ID
                                       = WS-STREAM-FILTER)
                               PERFORM 1610-STORE-DEADLINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEADLINE-CTL-FILE
           END-IF.

       1610-STORE-DEADLINE.
           IF DLC-DEADLINE-TIME IS NOT NUMERIC
               OR DLC-DEADLINE-HH > 23
               OR DLC-DEADLINE-MM > 59
               DISPLAY "NOPWATCH: WARNING - deadline for "
                   DLC-STEP-NAME " has no valid HHMM time; "
                   "ignored"
           ELSE
               IF DEADLINE-COUNT >= 50
                   DISPLAY "NOPWATCH: WARNING - more deadlines "
                       "than the table holds; " DLC-STEP-NAME
                       " ignored"
               ELSE
                   ADD 1 TO DEADLINE-COUNT
                   MOVE DLC-STREAM-ID
                       TO DLE-STREAM-ID(DEADLINE-COUNT)
                   MOVE DLC-STEP-NAME
                       TO DLE-STEP-NAME(DEADLINE-COUNT)
                   MOVE DLC-DEADLINE-HH
                       TO DLE-DEADLINE-HH(DEADLINE-COUNT)
                   MOVE DLC-DEADLINE-MM
                       TO DLE-DEADLINE-MM(DEADLINE-COUNT)
                   MOVE 0 TO DLE-MARGIN-MINUTES(DEADLINE-COUNT)
                   IF DLC-MARGIN-MINUTES IS NUMERIC
                       MOVE DLC-MARGIN-MINUTES
                           TO DLE-MARGIN-MINUTES(DEADLINE-COUNT)
                   END-IF
                   MOVE DLC-DESCRIPTION
                       TO DLE-DESCRIPTION(DEADLINE-COUNT)
                   MOVE SPACES TO DLE-LAST-STATUS(DEADLINE-COUNT)
               END-IF
           END-IF.

       1700-LOAD-STREAM-DEF.
      *    Every stream's steps, each stream's inserted in
      *    sequence-number order, so a deadline walks its own
      *    stream the way the driver runs it.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT STREAM-DEF-FILE
           IF WS-STREAMDEF-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ STREAM-DEF-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF SDR-SEQUENCE IS NUMERIC
                               PERFORM 1710-INSERT-STREAM-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           ELSE
               DISPLAY "NOPWATCH: WARNING - STREAMDEF not "
                   "available; only the deadline steps themselves "
                   "are projected"
           END-IF.

       1710-INSERT-STREAM-STEP.
           IF STEP-COUNT >= 100
               DISPLAY "NOPWATCH: WARNING - more steps than the "
                   "table holds; " SDR-STEP-NAME " ignored"
           ELSE
               MOVE STEP-COUNT TO WS-INSERT-AT
               ADD 1 TO WS-INSERT-AT
               PERFORM VARYING WS-SLIDE-INDEX FROM 1 BY 1
                       UNTIL WS-SLIDE-INDEX > STEP-COUNT
                   IF (STE-STREAM-ID(WS-SLIDE-INDEX)
                           > SDR-STREAM-ID
                       OR (STE-STREAM-ID(WS-SLIDE-INDEX)
                               = SDR-STREAM-ID
                           AND STE-SEQUENCE(WS-SLIDE-INDEX)
                               > SDR-SEQUENCE))
                       AND WS-SLIDE-INDEX < WS-INSERT-AT
                       MOVE WS-SLIDE-INDEX TO WS-INSERT-AT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SLIDE-INDEX
                       FROM STEP-COUNT BY -1
                       UNTIL WS-SLIDE-INDEX < WS-INSERT-AT
                   MOVE STEP-ENTRY(WS-SLIDE-INDEX)
                       TO STEP-ENTRY(WS-SLIDE-INDEX + 1)
               END-PERFORM
               MOVE SDR-STREAM-ID TO STE-STREAM-ID(WS-INSERT-AT)
               MOVE SDR-STEP-NAME TO STE-STEP-NAME(WS-INSERT-AT)
               MOVE SDR-SEQUENCE TO STE-SEQUENCE(WS-INSERT-AT)
               MOVE SDR-RUN-RULE TO STE-RUN-RULE(WS-INSERT-AT)
               MOVE "Y" TO STE-SCHEDULED(WS-INSERT-AT)
               ADD 1 TO STEP-COUNT
           END-IF.

       1750-CHECK-RUN-RULES.
      *    The same NOPSCHED check, made once up front, that the
      *    driver makes: a rule that cannot be parsed, or no
      *    NOPSCHED at all, leaves the step scheduled.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > STEP-COUNT
                   OR NOT SCHED-AVAILABLE
               IF STE-RULE-TYPE(WS-STEP-INDEX) NOT = SPACES
                   AND STE-RULE-TYPE(WS-STEP-INDEX) NOT = "DAILY"
                   PERFORM 1760-CHECK-STEP-RULE
               END-IF
           END-PERFORM.

       1760-CHECK-STEP-RULE.
           MOVE "C" TO SRQ-FUNCTION
           MOVE WS-CYCLE-DATE TO SRQ-CYCLE-DATE
           MOVE STE-RUN-RULE(WS-STEP-INDEX) TO SRQ-RUN-RULE
           CALL "NOPSCHED" USING SCHEDULE-REQUEST
               ON EXCEPTION
                   MOVE "N" TO WS-SCHED-AVAILABLE
                   MOVE "Y" TO SRQ-RESULT
                   DISPLAY "NOPWATCH: WARNING - NOPSCHED not "
                       "available; run rules not applied"
           END-CALL
           IF SRQ-NOT-SCHEDULED
               MOVE "N" TO STE-SCHEDULED(WS-STEP-INDEX)
           END-IF.

       1800-READ-START-MARKER.
      *    Before the first heartbeat, the stream is projected
      *    from its START marker; only a dated marker for this
      *    cycle and shift counts.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT PERF-LOG-FILE
           IF WS-PERFLOG-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ PERF-LOG-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF PLR-MARKER = "START"
                               AND PLR-RUN-SHIFT = WS-RUN-SHIFT
                               AND PLR-RUN-TIMESTAMP(1:16)
                                   IS NUMERIC
                               AND (PLR-RUN-TIMESTAMP(1:8)
                                       = WS-CYCLE-DATE-X
                                   OR PLR-RUN-TIMESTAMP(1:8)
                                       = WS-NEXT-DATE-X)
                               MOVE PLR-RUN-TIMESTAMP
                                   TO WS-STAMP-WORK
                               PERFORM 8000-PARSE-STAMP
                               MOVE WS-STAMP-SECONDS
                                   TO WS-START-SECONDS
                               SET START-MARKER-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERF-LOG-FILE
           END-IF.

       2000-LOAD-HEARTBEATS.
      *    The timestamp alternate key scopes the scan to one
      *    cycle, as in NOPTREND: START at the cycle date and stop
      *    at the first record past the day after.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CONTROL-LOG-FILE
           IF WS-CTLLOG-STATUS = "00"
               MOVE SPACES TO CLR-RUN-TIMESTAMP
               MOVE WS-CYCLE-DATE-X TO CLR-RUN-TIMESTAMP(1:8)
               START CONTROL-LOG-FILE
                   KEY IS >= CLR-RUN-TIMESTAMP
                   INVALID KEY
                       SET FILE-AT-END TO TRUE
               END-START
               PERFORM UNTIL FILE-AT-END
                   READ CONTROL-LOG-FILE NEXT
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF CLR-RUN-TIMESTAMP(1:8)
                                   > WS-NEXT-DATE-X
                               SET FILE-AT-END TO TRUE
                           ELSE
                               IF CLR-RUN-SHIFT = WS-RUN-SHIFT
                                   AND CLR-RUN-TIMESTAMP(1:16)
                                       IS NUMERIC
                                   PERFORM 2100-STORE-HEARTBEAT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-LOG-FILE
           END-IF.

       2100-STORE-HEARTBEAT.
      *    A rerun step beats twice; its latest beat is the one
      *    that counts.
           MOVE CLR-RUN-TIMESTAMP TO WS-STAMP-WORK
           PERFORM 8000-PARSE-STAMP
           MOVE CLR-STEP-NAME TO WS-BEAT-KEY
           PERFORM 6000-FIND-BEAT
           IF WS-BEAT-HIT > 0
               IF WS-STAMP-SECONDS > BTE-SECONDS(WS-BEAT-HIT)
                   MOVE WS-STAMP-SECONDS
                       TO BTE-SECONDS(WS-BEAT-HIT)
               END-IF
           ELSE
               IF BEAT-COUNT >= 200
                   DISPLAY "NOPWATCH: WARNING - more heartbeats "
                       "than the table holds; later ones ignored"
               ELSE
                   ADD 1 TO BEAT-COUNT
                   MOVE CLR-STEP-NAME TO BTE-STEP-NAME(BEAT-COUNT)
                   MOVE WS-STAMP-SECONDS TO BTE-SECONDS(BEAT-COUNT)
               END-IF
           END-IF.

       2500-LOAD-HISTORY.
      *    The rolling baseline, as NOPTREND builds it: up to each
      *    step's last 20 samples, this cycle's own excluded.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT STEP-HIST-FILE
           IF WS-STEPHIST-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ STEP-HIST-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF SHI-ELAPSED-SECONDS IS NUMERIC
                               AND NOT (SHI-CYCLE-DATE
                                       = WS-CYCLE-DATE
                                   AND SHI-RUN-SHIFT
                                       = WS-RUN-SHIFT)
                               PERFORM 2600-STORE-SAMPLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-HIST-FILE
           END-IF.

       2600-STORE-SAMPLE.
           MOVE 0 TO WS-HIST-HIT
           PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                   UNTIL WS-HIST-INDEX > HIST-COUNT
               IF HTE-STEP-NAME(WS-HIST-INDEX) = SHI-STEP-NAME
                   MOVE WS-HIST-INDEX TO WS-HIST-HIT
               END-IF
           END-PERFORM
           IF WS-HIST-HIT = 0
               IF HIST-COUNT < 50
                   ADD 1 TO HIST-COUNT
                   MOVE HIST-COUNT TO WS-HIST-HIT
                   MOVE SHI-STEP-NAME
                       TO HTE-STEP-NAME(WS-HIST-HIT)
                   MOVE 0 TO HTE-SAMPLE-COUNT(WS-HIST-HIT)
               END-IF
           END-IF
           IF WS-HIST-HIT > 0
               IF HTE-SAMPLE-COUNT(WS-HIST-HIT) < 20
                   ADD 1 TO HTE-SAMPLE-COUNT(WS-HIST-HIT)
               ELSE
                   PERFORM VARYING WS-SAMPLE-INDEX FROM 1 BY 1
                           UNTIL WS-SAMPLE-INDEX > 19
                       MOVE HTE-SAMPLE
                           (WS-HIST-HIT, WS-SAMPLE-INDEX + 1)
                           TO HTE-SAMPLE
                           (WS-HIST-HIT, WS-SAMPLE-INDEX)
                   END-PERFORM
               END-IF
               MOVE SHI-ELAPSED-SECONDS TO HTE-SAMPLE
                   (WS-HIST-HIT,
                   HTE-SAMPLE-COUNT(WS-HIST-HIT))
           END-IF.

       2800-LOAD-PRIOR-PASSES.
      *    What earlier passes this cycle last said about each
      *    deadline, so an alert goes out when a deadline turns
      *    bad, not on every pass while it stays bad.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT DEADLINE-HIST-FILE
           IF WS-DEADHIST-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ DEADLINE-HIST-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF DLH-CYCLE-DATE = WS-CYCLE-DATE
                               AND DLH-RUN-SHIFT = WS-RUN-SHIFT
                               PERFORM 2810-NOTE-PRIOR-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEADLINE-HIST-FILE
           END-IF.

       2810-NOTE-PRIOR-STATUS.
           PERFORM VARYING WS-DEADLINE-INDEX FROM 1 BY 1
                   UNTIL WS-DEADLINE-INDEX > DEADLINE-COUNT
               IF DLE-STREAM-ID(WS-DEADLINE-INDEX) = DLH-STREAM-ID
                   AND DLE-STEP-NAME(WS-DEADLINE-INDEX)
                       = DLH-STEP-NAME
                   MOVE DLH-STATUS
                       TO DLE-LAST-STATUS(WS-DEADLINE-INDEX)
               END-IF
           END-PERFORM.

       3000-WATCH-DEADLINE.
           MOVE DLE-DEADLINE-HH(WS-DEADLINE-INDEX) TO WS-CLOCK-HH
           MOVE DLE-DEADLINE-MM(WS-DEADLINE-INDEX) TO WS-CLOCK-MM
           MOVE WS-CLOCK-TEXT TO WS-DEADLINE-CLOCK
           COMPUTE WS-DEADLINE-SECONDS =
               (DLE-DEADLINE-HH(WS-DEADLINE-INDEX) * 3600)
               + (DLE-DEADLINE-MM(WS-DEADLINE-INDEX) * 60)
           IF DLE-DEADLINE-HH(WS-DEADLINE-INDEX)
                   < WS-SHIFT-START-HH
               ADD 86400 TO WS-DEADLINE-SECONDS
           END-IF
           IF MARGIN-OVERRIDDEN
               COMPUTE WS-MARGIN-SECONDS = WS-MARGIN-PARM * 60
           ELSE
               COMPUTE WS-MARGIN-SECONDS =
                   DLE-MARGIN-MINUTES(WS-DEADLINE-INDEX) * 60
           END-IF
           PERFORM 3100-PROJECT-FINISH
           PERFORM 3200-JUDGE-DEADLINE
           PERFORM 3300-ALERT-IF-TURNED-BAD
           PERFORM 3400-WRITE-HISTORY
           PERFORM 3500-DISPLAY-DEADLINE.

       3100-PROJECT-FINISH.
      *    Walk the deadline's stream in sequence order up to the
      *    deadline step: the latest heartbeat among its steps is
      *    where the projection starts, and every step without
      *    one is charged its average - unless its run rule
      *    leaves it out of this cycle.
           MOVE "N" TO WS-DEADLINE-STEP-DONE
           MOVE "Y" TO WS-DEADLINE-STEP-SCHED
           MOVE 0 TO WS-STEPS-LEFT
           MOVE 0 TO WS-STEPS-NO-HIST
           MOVE 0 TO WS-TARGET-INDEX
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > STEP-COUNT
               IF STE-STREAM-ID(WS-STEP-INDEX)
                       = DLE-STREAM-ID(WS-DEADLINE-INDEX)
                   AND STE-STEP-NAME(WS-STEP-INDEX)
                       = DLE-STEP-NAME(WS-DEADLINE-INDEX)
                   AND WS-TARGET-INDEX = 0
                   MOVE WS-STEP-INDEX TO WS-TARGET-INDEX
               END-IF
           END-PERFORM
      *    The base: the stream's latest heartbeat so far, else
      *    its START marker, else the pass itself.
           MOVE "N" TO WS-BASE-FOUND
           MOVE 0 TO WS-BASE-SECONDS
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > STEP-COUNT
               IF STE-STREAM-ID(WS-STEP-INDEX)
                       = DLE-STREAM-ID(WS-DEADLINE-INDEX)
                   MOVE STE-STEP-NAME(WS-STEP-INDEX) TO WS-BEAT-KEY
                   PERFORM 6000-FIND-BEAT
                   IF WS-BEAT-HIT > 0
                       AND (BTE-SECONDS(WS-BEAT-HIT)
                               > WS-BASE-SECONDS
                           OR NOT BASE-FROM-HEARTBEAT)
                       MOVE BTE-SECONDS(WS-BEAT-HIT)
                           TO WS-BASE-SECONDS
                       SET BASE-FROM-HEARTBEAT TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT BASE-FROM-HEARTBEAT
               IF START-MARKER-FOUND
                   MOVE WS-START-SECONDS TO WS-BASE-SECONDS
               ELSE
                   MOVE WS-NOW-SECONDS TO WS-BASE-SECONDS
               END-IF
           END-IF
           MOVE WS-BASE-SECONDS TO WS-PROJECTED-SECONDS
           SET FIRST-OUTSTANDING-STEP TO TRUE
           IF WS-TARGET-INDEX = 0
      *        No STREAM-DEF entry: the deadline step stands alone.
               MOVE DLE-STEP-NAME(WS-DEADLINE-INDEX)
                   TO WS-BEAT-KEY
               PERFORM 6000-FIND-BEAT
               IF WS-BEAT-HIT > 0
                   SET DEADLINE-STEP-DONE TO TRUE
                   MOVE BTE-SECONDS(WS-BEAT-HIT)
                       TO WS-PROJECTED-SECONDS
               ELSE
                   PERFORM 3150-CHARGE-STEP
               END-IF
           ELSE
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                       UNTIL WS-STEP-INDEX > WS-TARGET-INDEX
                   IF STE-STREAM-ID(WS-STEP-INDEX)
                           = DLE-STREAM-ID(WS-DEADLINE-INDEX)
                       MOVE STE-STEP-NAME(WS-STEP-INDEX)
                           TO WS-BEAT-KEY
                       PERFORM 6000-FIND-BEAT
                       IF WS-BEAT-HIT = 0
                           AND STE-SCHEDULED(WS-STEP-INDEX) = "Y"
                           PERFORM 3150-CHARGE-STEP
                       END-IF
                   END-IF
               END-PERFORM
               MOVE STE-SCHEDULED(WS-TARGET-INDEX)
                   TO WS-DEADLINE-STEP-SCHED
               MOVE STE-STEP-NAME(WS-TARGET-INDEX) TO WS-BEAT-KEY
               PERFORM 6000-FIND-BEAT
               IF WS-BEAT-HIT > 0
                   SET DEADLINE-STEP-DONE TO TRUE
                   MOVE BTE-SECONDS(WS-BEAT-HIT)
                       TO WS-PROJECTED-SECONDS
               END-IF
           END-IF.

       3150-CHARGE-STEP.
           ADD 1 TO WS-STEPS-LEFT
           MOVE 0 TO WS-SAMPLE-AVG
           MOVE 0 TO WS-HIST-HIT
           PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                   UNTIL WS-HIST-INDEX > HIST-COUNT
               IF HTE-STEP-NAME(WS-HIST-INDEX) = WS-BEAT-KEY
                   MOVE WS-HIST-INDEX TO WS-HIST-HIT
               END-IF
           END-PERFORM
           IF WS-HIST-HIT > 0
               AND HTE-SAMPLE-COUNT(WS-HIST-HIT) > 0
               MOVE 0 TO WS-SAMPLE-TOTAL
               PERFORM VARYING WS-SAMPLE-INDEX FROM 1 BY 1
                       UNTIL WS-SAMPLE-INDEX >
                           HTE-SAMPLE-COUNT(WS-HIST-HIT)
                   ADD HTE-SAMPLE(WS-HIST-HIT, WS-SAMPLE-INDEX)
                       TO WS-SAMPLE-TOTAL
               END-PERFORM
               COMPUTE WS-SAMPLE-AVG = WS-SAMPLE-TOTAL
                   / HTE-SAMPLE-COUNT(WS-HIST-HIT)
           ELSE
               ADD 1 TO WS-STEPS-NO-HIST
           END-IF
           ADD WS-SAMPLE-AVG TO WS-PROJECTED-SECONDS
      *    The step running now has been running since the base;
      *    it cannot finish before the pass that sees it running.
           IF FIRST-OUTSTANDING-STEP
               MOVE "N" TO WS-FIRST-OUTSTANDING
               IF WS-PROJECTED-SECONDS < WS-NOW-SECONDS
                   MOVE WS-NOW-SECONDS TO WS-PROJECTED-SECONDS
               END-IF
           END-IF.

       3200-JUDGE-DEADLINE.
           MOVE 0 TO WS-OVER-SECONDS
           IF WS-PROJECTED-SECONDS > WS-DEADLINE-SECONDS
               COMPUTE WS-OVER-SECONDS =
                   WS-PROJECTED-SECONDS - WS-DEADLINE-SECONDS
           END-IF
           EVALUATE TRUE
               WHEN DEADLINE-STEP-DONE
                   SET VERDICT-DONE TO TRUE
      *        A step its run rule leaves out of the cycle will not
      *        run tonight; its deadline cannot be missed.
               WHEN NOT DEADLINE-STEP-SCHEDULED
                   SET VERDICT-NOT-SCHED TO TRUE
               WHEN WS-NOW-SECONDS > WS-DEADLINE-SECONDS
                   SET VERDICT-MISSED TO TRUE
                   ADD 1 TO WS-MISSED-COUNT
               WHEN WS-OVER-SECONDS > WS-MARGIN-SECONDS
                   SET VERDICT-AT-RISK TO TRUE
                   ADD 1 TO WS-AT-RISK-COUNT
               WHEN OTHER
                   SET VERDICT-ON-TIME TO TRUE
           END-EVALUATE
           COMPUTE WS-OVER-MINUTES = (WS-OVER-SECONDS + 59) / 60
           MOVE WS-PROJECTED-SECONDS TO WS-SPLIT-SECONDS
           PERFORM 8700-SPLIT-POINT
           MOVE WS-SPLIT-HH TO WS-CLOCK-HH
           MOVE WS-SPLIT-MM TO WS-CLOCK-MM
           MOVE WS-CLOCK-TEXT TO WS-PROJECTED-CLOCK.

       3300-ALERT-IF-TURNED-BAD.
           MOVE "N" TO WS-ALERT-RAISED
           IF (VERDICT-AT-RISK OR VERDICT-MISSED)
               AND DLE-LAST-STATUS(WS-DEADLINE-INDEX)
                   NOT = WS-DEADLINE-VERDICT
               MOVE "Y" TO WS-ALERT-RAISED
               MOVE "NOPWATCH" TO ALQ-PROGRAM
               MOVE DLE-STEP-NAME(WS-DEADLINE-INDEX) TO ALQ-STEP
               MOVE SPACES TO ALQ-MESSAGE
               IF VERDICT-MISSED
                   MOVE "C" TO ALQ-SEVERITY
                   MOVE "DEADMISS" TO ALQ-STATUS-CODE
                   STRING DLE-STEP-NAME(WS-DEADLINE-INDEX)
                       " NOT DONE BY " WS-DEADLINE-CLOCK " "
                       DLE-DESCRIPTION(WS-DEADLINE-INDEX)
                       DELIMITED BY SIZE INTO ALQ-MESSAGE
               ELSE
                   MOVE "W" TO ALQ-SEVERITY
                   MOVE "DEADRISK" TO ALQ-STATUS-CODE
                   STRING DLE-STEP-NAME(WS-DEADLINE-INDEX)
                       " PROJECTED " WS-PROJECTED-CLOCK
                       " DEADLINE " WS-DEADLINE-CLOCK " "
                       DLE-DESCRIPTION(WS-DEADLINE-INDEX)
                       DELIMITED BY SIZE INTO ALQ-MESSAGE
               END-IF
               PERFORM 9000-SEND-ALERT
           END-IF.

       3400-WRITE-HISTORY.
      *    DEADLINE-HIST accumulates one record per deadline per
      *    pass; EXTEND appends, falling back to OUTPUT the first
      *    time the file doesn't exist yet.
           OPEN EXTEND DEADLINE-HIST-FILE
           IF WS-DEADHIST-STATUS NOT = "00"
               OPEN OUTPUT DEADLINE-HIST-FILE
           END-IF
           IF WS-DEADHIST-STATUS NOT = "00"
               DISPLAY "NOPWATCH: WARNING - could not open "
                   "DEADHIST, status " WS-DEADHIST-STATUS
           ELSE
               MOVE WS-RUN-TIMESTAMP TO DLH-PASS-TIMESTAMP
               MOVE WS-CYCLE-DATE TO DLH-CYCLE-DATE
               MOVE WS-RUN-SHIFT TO DLH-RUN-SHIFT
               MOVE DLE-STREAM-ID(WS-DEADLINE-INDEX)
                   TO DLH-STREAM-ID
               MOVE DLE-STEP-NAME(WS-DEADLINE-INDEX)
                   TO DLH-STEP-NAME
               COMPUTE DLH-DEADLINE-TIME =
                   (DLE-DEADLINE-HH(WS-DEADLINE-INDEX) * 100)
                   + DLE-DEADLINE-MM(WS-DEADLINE-INDEX)
               MOVE WS-SPLIT-DATE TO DLH-PROJECTED-DATE
               COMPUTE DLH-PROJECTED-TIME =
                   (WS-SPLIT-HH * 100) + WS-SPLIT-MM
               MOVE WS-OVER-MINUTES TO DLH-MINUTES-OVER
               MOVE WS-STEPS-LEFT TO DLH-STEPS-LEFT
               MOVE WS-STEPS-NO-HIST TO DLH-STEPS-NO-HIST
      *        The history status is eight bytes; NOT SCHED is
      *        kept there as NOTSCHED.
               IF VERDICT-NOT-SCHED
                   MOVE "NOTSCHED" TO DLH-STATUS
               ELSE
                   MOVE WS-DEADLINE-VERDICT TO DLH-STATUS
               END-IF
               MOVE WS-ALERT-RAISED TO DLH-ALERT-RAISED
               WRITE DEADLINE-HIST-RECORD
               CLOSE DEADLINE-HIST-FILE
           END-IF.

       3500-DISPLAY-DEADLINE.
           MOVE WS-OVER-MINUTES TO WS-OVER-MINUTES-ED
           MOVE WS-STEPS-LEFT TO WS-STEPS-LEFT-ED
           MOVE WS-STEPS-NO-HIST TO WS-STEPS-NO-HIST-ED
           DISPLAY "NOPWATCH: " DLE-STREAM-ID(WS-DEADLINE-INDEX)
               " " DLE-STEP-NAME(WS-DEADLINE-INDEX)
               " DUE " WS-DEADLINE-CLOCK
               " PROJ " WS-PROJECTED-CLOCK
               " OVER" WS-OVER-MINUTES-ED "M"
               " LEFT" WS-STEPS-LEFT-ED
               " NOHIST" WS-STEPS-NO-HIST-ED
               " " WS-DEADLINE-VERDICT.

       6000-FIND-BEAT.
      *    Sets WS-BEAT-HIT to the heartbeat entry for the step
      *    named in WS-BEAT-KEY, or zero when it has not beaten.
           MOVE 0 TO WS-BEAT-HIT
           PERFORM VARYING WS-BEAT-INDEX FROM 1 BY 1
                   UNTIL WS-BEAT-INDEX > BEAT-COUNT
               IF BTE-STEP-NAME(WS-BEAT-INDEX) = WS-BEAT-KEY
                   MOVE WS-BEAT-INDEX TO WS-BEAT-HIT
               END-IF
           END-PERFORM.

       8000-PARSE-STAMP.
      *    A dated YYYYMMDDHHMMSShh stamp to seconds from midnight
      *    of the cycle date; the day after comes out 86400 on.
           MOVE WS-STAMP-WORK(1:8) TO WS-DTS-DATE
           PERFORM 8100-DATE-TO-SERIAL
           MOVE WS-STAMP-WORK(9:8) TO WS-STAMP-TIME-X
           COMPUTE WS-STAMP-SECONDS =
               ((WS-DTS-SERIAL - WS-CYCLE-SERIAL) * 86400)
               + (WS-TIME-HH * 3600) + (WS-TIME-MM * 60)
               + WS-TIME-SS.

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

       8500-COMPUTE-NEXT-DATE.
      *    WS-NEXT-DATE moves on one calendar day. A date with a
      *    garbage month is left un-incremented - its records will
      *    not match anything anyway.
           IF WS-NEXT-MONTH >= 01 AND WS-NEXT-MONTH <= 12
               MOVE WS-MONTH-LENGTH(WS-NEXT-MONTH)
                   TO WS-DAYS-IN-MONTH
               IF WS-NEXT-MONTH = 2
                   PERFORM 8600-CHECK-NEXT-LEAP
                   IF YEAR-IS-LEAP
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
               IF WS-NEXT-DAY < WS-DAYS-IN-MONTH
                   ADD 1 TO WS-NEXT-DAY
               ELSE
                   MOVE 1 TO WS-NEXT-DAY
                   IF WS-NEXT-MONTH < 12
                       ADD 1 TO WS-NEXT-MONTH
                   ELSE
                       MOVE 1 TO WS-NEXT-MONTH
                       ADD 1 TO WS-NEXT-YEAR
                   END-IF
               END-IF
           END-IF
           MOVE WS-NEXT-DATE TO WS-NEXT-DATE-X.

       8600-CHECK-NEXT-LEAP.
           MOVE "N" TO WS-LEAP-FLAG
           DIVIDE WS-NEXT-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               DIVIDE WS-NEXT-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   SET YEAR-IS-LEAP TO TRUE
               ELSE
                   DIVIDE WS-NEXT-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       SET YEAR-IS-LEAP TO TRUE
                   END-IF
               END-IF
           END-IF.

       8700-SPLIT-POINT.
      *    Seconds from the cycle date's midnight back to a
      *    calendar date and clock time. Days are counted forward
      *    from the cycle date one at a time: a projection is never
      *    more than a day or two out.
           DIVIDE WS-SPLIT-SECONDS BY 86400
               GIVING WS-SPLIT-DAYS
               REMAINDER WS-SPLIT-REMAINDER
           DIVIDE WS-SPLIT-REMAINDER BY 3600
               GIVING WS-SPLIT-HH
               REMAINDER WS-SPLIT-REMAINDER
           DIVIDE WS-SPLIT-REMAINDER BY 60
               GIVING WS-SPLIT-MM
           MOVE WS-CYCLE-DATE TO WS-NEXT-DATE
           PERFORM 8500-COMPUTE-NEXT-DATE
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > WS-SPLIT-DAYS
           MOVE WS-NEXT-DATE TO WS-SPLIT-DATE.

       9000-SEND-ALERT.
      *    Alerting must never take the step down with it: a
      *    missing or unloadable NOPALERT module degrades to a
      *    console note.
           CALL "NOPALERT" USING ALERT-REQUEST
               ON EXCEPTION
                   DISPLAY "NOPWATCH: WARNING - NOPALERT not "
                       "available; alert not raised"
           END-CALL.
