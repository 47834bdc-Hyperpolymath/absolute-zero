      * the estate before the first real step runs: STREAM-DEF
      * against itself (and its predecessor names), then STEPCOND,
      * GATE-CTL, DISABLED-CTL, CYCLECTL, BUS-CAL, SLA-CTL and
      * RETN-CTL against the steps the streams actually define,
      * and the DSNUSE dataset usage register against the waves
      * MODE=DEP would build from those streams.
      * Every finding goes on the VRFYRPT report tagged FATAL or
      * WARNING; anything fatal also raises NOPALERT and drives
      * RC 8, so the scheduler stops the stream at its head
      *     carrying a date that is not a valid calendar date
      *   - BUS-CAL WEEKEND record with no worked day at all
      *     (NOPROLL could never roll)
      *   - a STREAM-DEF run rule NOPSCHED cannot parse (an
      *     unknown rule type, WEEKDAYS flags that are not seven
      *     Y/N with at least one Y, or data after a rule that
      *     takes none) - the driver would run that step every
      *     cycle
      *   - two steps of a stream that MODE=DEP would run in the
      *     same wave both writing one dataset, or one reading a
      *     dataset the other writes (DSNUSE access W or U is a
      *     write) - the driver would start them side by side on
      *     the same file; likewise two such steps kept apart only
      *     by a chain through a step with a run rule, when they
      *     would share a wave on a night that step is skipped
      *
      * WARNING findings (the stream runs, but config is dead or
      * suspect): STEPCOND / GATE-CTL / DISABLED-CTL records
      * driver would ignore, GATE-CTL run flags other than Y/N,
      * BUS-CAL records of unknown type or with garbage data,
      * non-numeric SLA-CTL or RETN-CTL values, duplicate
      * STREAM-DEF sequence numbers, a missing STREAM-DEF or
      * CYCLECTL file, DSNUSE records naming a step not in their
      * stream, with a blank dataset name or an access code other
      * than R, W or U, and two steps writing (or reading and
      * writing) one dataset in different waves with no
      * predecessor chain between them - only the wave timing
      * keeps them apart, and a step dropped by its run rule can
      * close that gap on the night - or with a chain only
      * through a step with a run rule (the driver takes a step
      * it drops as satisfied, so that chain orders nothing on
      * those nights).
      *
      * Optional files that are simply absent (STEPCOND, GATE-CTL,
      * DISABLED-CTL, BUS-CAL, SLA-CTL, RETN-CTL, DSNUSE) are not
      * findings; absent is a supported configuration for each.
      *
      * Return codes:
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETNCTL-STATUS.

           SELECT DSN-USAGE-FILE ASSIGN TO DSNUSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSNUSE-STATUS.

           SELECT VRFY-RPT-FILE ASSIGN TO VRFYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VRFYRPT-STATUS.
      *
      * One step of one named stream; a stream is the set of
      * records sharing a stream id, ordered by sequence number.
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
      * Per-step condition-code policy, as NOPDRV reads it.
      *
       01  RETN-CTL-RECORD.
           05  RTC-RETAIN-DAYS         PIC 9(4).
      *
      * The dataset usage register: one record per step and data
      * file it touches, access R (read), W (write) or U (update -
      * read and rewrite in place).
      *
       FD  DSN-USAGE-FILE
           RECORDING MODE IS F.
       01  DSN-USAGE-RECORD.
           05  DUR-STREAM-ID           PIC X(8).
           05  DUR-STEP-NAME           PIC X(8).
           05  DUR-DATASET-NAME        PIC X(44).
           05  DUR-ACCESS              PIC X(1).
      *
      * The findings report.
      *
       FD  VRFY-RPT-FILE
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-SLACTL-STATUS            PIC X(2).
       01  WS-RETNCTL-STATUS           PIC X(2).
       01  WS-DSNUSE-STATUS            PIC X(2).
       01  WS-VRFYRPT-STATUS           PIC X(2).
       01  WS-FILE-EOF                 PIC X(1) VALUE "N".
           88 FILE-AT-END                  VALUE "Y".
      *
      * Every stream's steps, loaded whole so any control record
      * naming any defined step can be cross-checked. The wave
      * mark and number are set by the predecessor-cycle
      * simulation; the ancestor mark and the step a chain runs
      * through by 6200, the wave with one step skipped by 6400.
      * A step is conditional when its run rule is anything but
      * spaces or DAILY: some nights it is not scheduled.
      *
       01  STEP-TABLE.
           05  STEP-COUNT              PIC S9(4) COMP VALUE 0.
               10  STE-SEQUENCE        PIC X(4).
               10  STE-PRED-NAME       PIC X(8) OCCURS 3 TIMES.
               10  STE-WAVE-MARK       PIC X(1).
               10  STE-WAVE-NUMBER     PIC S9(4) COMP.
               10  STE-ANCESTOR-MARK   PIC X(1).
               10  STE-VIA-STEP        PIC X(8).
               10  STE-RULE-COND       PIC X(1).
                   88 STE-CONDITIONAL      VALUE "Y".
               10  STE-ALT-WAVE        PIC S9(4) COMP.
       01  WS-STEP-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-SCAN-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-PRED-SLOT                PIC S9(4) COMP VALUE 0.
      * pass satisfied, and whether anything is still unmarked.
      *
       01  WS-PASS-MARKS               PIC S9(4) COMP VALUE 0.
       01  WS-WAVE-NUMBER              PIC S9(4) COMP VALUE 0.
       01  WS-UNMARKED-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-PRED-OK                  PIC X(1).
           88 PREDS-ALL-SATISFIED          VALUE "Y".
      *
      * The dataset usage register, one entry per stream, step and
      * dataset (a step registered for both R and W on one dataset
      * is held as U), with the step's STREAM-DEF entry. The pair
      * check walks every two entries on one dataset; 6200 marks
      * the ancestors of one step to tell whether a predecessor
      * chain orders the pair, and 6400 re-runs the waves without
      * the conditional step a chain depends on.
      *
       01  DSN-USE-TABLE.
           05  DSN-USE-COUNT           PIC S9(4) COMP VALUE 0.
           05  DSN-USE-ENTRY OCCURS 300 TIMES.
               10  DUE-STREAM-ID       PIC X(8).
               10  DUE-STEP-NAME       PIC X(8).
               10  DUE-DATASET-NAME    PIC X(44).
               10  DUE-ACCESS          PIC X(1).
                   88 DUE-WRITES           VALUE "W" "U".
               10  DUE-STEP-HIT        PIC S9(4) COMP.
       01  WS-USE-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-PAIR-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-USE-HIT                  PIC S9(4) COMP VALUE 0.
       01  WS-FIRST-STEP               PIC S9(4) COMP VALUE 0.
       01  WS-SECOND-STEP              PIC S9(4) COMP VALUE 0.
       01  WS-ANCESTOR-BASE            PIC S9(4) COMP VALUE 0.
       01  WS-MARK-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-PAIR-ORDERED             PIC X(1).
           88 PAIR-IS-ORDERED              VALUE "Y".
       01  WS-PASS-VIA                 PIC X(8).
       01  WS-ORDER-VIA                PIC X(8).
       01  WS-DROP-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-ALT-WAVE-NUMBER          PIC S9(4) COMP VALUE 0.
       01  WS-CONFLICT-KIND            PIC X(10).
       01  WS-WAVE-EDIT                PIC ZZZ9.
       01  WS-WAVE-LEAD                PIC S9(4) COMP VALUE 0.
       01  WS-WAVE-TEXT                PIC X(4).
      *
      * Run-rule validation: whether NOPSCHED could be CALLed, so
      * its absence is reported once, not once per record.
      *
       01  WS-SCHED-AVAILABLE          PIC X(1) VALUE "Y".
           88 SCHED-AVAILABLE              VALUE "Y".
      *
      * CYCLECTL shift coverage.
      *
       01  WS-SHIFT-D-SEEN             PIC X(1) VALUE "N".
       01  WS-FIND-SEVERITY            PIC X(7).
       01  WS-FIND-AREA                PIC X(8).
       01  WS-FIND-KEY                 PIC X(8).
       01  WS-FIND-TEXT                PIC X(100).
       01  WS-FATAL-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-WARN-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-FATAL-COUNT-ED           PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPF-KEY                 PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPF-TEXT                PIC X(100).
           05  FILLER                  PIC X(1) VALUE SPACES.
       01  RPT-CLEAN-LINE.
           05  FILLER                  PIC X(34) VALUE
               "  NO FINDINGS; ESTATE IS CLEAN".
      * Alert request area for NOPALERT; see ALERTREQ.cpy.
      *
       COPY ALERTREQ.
      *
      * Run-rule request area for NOPSCHED; see SCHEDREQ.cpy.
      *
       COPY SCHEDREQ.

       PROCEDURE DIVISION.

           PERFORM 2500-CHECK-BUS-CAL
           PERFORM 2600-CHECK-SLA-CTL
           PERFORM 2700-CHECK-RETN-CTL
           PERFORM 2800-CHECK-DSN-USAGE
           PERFORM 3000-FINISH-REPORT
           MOVE "NOPVRFY" TO JCR-LAST-STEP
           EVALUATE TRUE
                   TO WS-FIND-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF
           IF SDR-RULE-TYPE NOT = SPACES
               AND SCHED-AVAILABLE
               PERFORM 1250-CHECK-RUN-RULE
           END-IF
      *    Duplicate step name within a stream breaks gating,
      *    checkpoint resume and predecessor matching alike;
      *    a duplicate sequence number only makes the driven
                       STE-PRED-NAME(STEP-COUNT, WS-PRED-SLOT)
               END-PERFORM
               MOVE SPACE TO STE-WAVE-MARK(STEP-COUNT)
               MOVE 0 TO STE-WAVE-NUMBER(STEP-COUNT)
               IF SDR-RULE-TYPE = SPACES OR SDR-RULE-TYPE = "DAILY"
                   MOVE "N" TO STE-RULE-COND(STEP-COUNT)
               ELSE
                   MOVE "Y" TO STE-RULE-COND(STEP-COUNT)
               END-IF
           ELSE
               MOVE "WARNING" TO WS-FIND-SEVERITY
               MOVE "MORE STEPS THAN THE CHECK TABLE HOLDS"
               PERFORM 7000-WRITE-FINDING
           END-IF.

       1250-CHECK-RUN-RULE.
      *    The driver runs a step whose rule it cannot parse rather
      *    than guess - so a bad rule is a month-end step running
      *    every night. NOPSCHED validates, the same module the
      *    driver asks, so what passes here is what the driver
      *    understands.
           MOVE "V" TO SRQ-FUNCTION
           MOVE ZEROES TO SRQ-CYCLE-DATE
           MOVE SDR-RUN-RULE TO SRQ-RUN-RULE
           CALL "NOPSCHED" USING SCHEDULE-REQUEST
               ON EXCEPTION
                   MOVE "N" TO WS-SCHED-AVAILABLE
                   MOVE "Y" TO SRQ-RESULT
                   MOVE "WARNING" TO WS-FIND-SEVERITY
                   MOVE "NOPSCHED NOT AVAILABLE; RUN RULES NOT CHECKED"
                       TO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
           END-CALL
           IF SRQ-RULE-INVALID
               MOVE "FATAL" TO WS-FIND-SEVERITY
               MOVE SPACES TO WS-FIND-TEXT
               STRING "BAD RUN RULE - " SRQ-REASON
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF.

       2000-CHECK-PREDECESSORS.
      *    First the name checks, then a wave simulation exactly
      *    like the one NOPDRV's MODE=DEP runs: each pass marks
      *    every entry whose predecessors were all marked by an
      *    earlier pass, and numbers it with the pass - its wave;
      *    entries a pass can never reach are tonight's deadlock.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > STEP-COUNT
               PERFORM 2010-CHECK-PRED-NAMES
           END-PERFORM
           MOVE 0 TO WS-WAVE-NUMBER
           MOVE 1 TO WS-PASS-MARKS
           PERFORM UNTIL WS-PASS-MARKS = 0
               ADD 1 TO WS-WAVE-NUMBER
               MOVE 0 TO WS-PASS-MARKS
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                       UNTIL WS-STEP-INDEX > STEP-COUNT
                       MOVE "N" TO WS-PRED-OK
                   ELSE
                       IF STE-WAVE-MARK(WS-LOOKUP-HIT) = SPACE
                           OR STE-WAVE-NUMBER(WS-LOOKUP-HIT)
                               = WS-WAVE-NUMBER
                           MOVE "N" TO WS-PRED-OK
                       END-IF
                   END-IF
           END-PERFORM
           IF PREDS-ALL-SATISFIED
               MOVE "M" TO STE-WAVE-MARK(WS-STEP-INDEX)
               MOVE WS-WAVE-NUMBER TO STE-WAVE-NUMBER(WS-STEP-INDEX)
               ADD 1 TO WS-PASS-MARKS
           END-IF.

               CLOSE RETN-CTL-FILE
           END-IF.

       2800-CHECK-DSN-USAGE.
      *    MODE=DEP starts a whole wave at once, so two steps in one
      *    wave share a dataset as concurrently as two jobs would.
      *    The register says which data files each step reads and
      *    writes; every two entries of a stream on one dataset
      *    where either writes are checked against the waves 2000
      *    numbered. An absent register is no finding.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT DSN-USAGE-FILE
           IF WS-DSNUSE-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ DSN-USAGE-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           PERFORM 2810-CHECK-USAGE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DSN-USAGE-FILE
               PERFORM VARYING WS-USE-INDEX FROM 1 BY 1
                       UNTIL WS-USE-INDEX > DSN-USE-COUNT
                   PERFORM VARYING WS-PAIR-INDEX FROM WS-USE-INDEX
                           BY 1 UNTIL WS-PAIR-INDEX > DSN-USE-COUNT
                       PERFORM 2830-CHECK-USAGE-PAIR
                   END-PERFORM
               END-PERFORM
           END-IF.

       2810-CHECK-USAGE-RECORD.
           MOVE "DSNUSE" TO WS-FIND-AREA
           MOVE DUR-STEP-NAME TO WS-FIND-KEY
           MOVE DUR-STEP-NAME TO WS-LOOKUP-NAME
           MOVE DUR-STREAM-ID TO WS-LOOKUP-STREAM
           PERFORM 6100-FIND-STEP-IN-STREAM
           EVALUATE TRUE
               WHEN WS-LOOKUP-HIT = 0
                   MOVE "WARNING" TO WS-FIND-SEVERITY
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "STEP NOT IN STREAM " DELIMITED BY SIZE
                       DUR-STREAM-ID DELIMITED BY SPACE
                       "; RECORD IGNORED" DELIMITED BY SIZE
                       INTO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
               WHEN DUR-DATASET-NAME = SPACES
                   MOVE "WARNING" TO WS-FIND-SEVERITY
                   MOVE "BLANK DATASET NAME; RECORD IGNORED"
                       TO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
               WHEN DUR-ACCESS NOT = "R" AND DUR-ACCESS NOT = "W"
                   AND DUR-ACCESS NOT = "U"
                   MOVE "WARNING" TO WS-FIND-SEVERITY
                   MOVE "ACCESS NOT R, W OR U; RECORD IGNORED"
                       TO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
               WHEN OTHER
                   PERFORM 2820-ADD-USAGE-ENTRY
           END-EVALUATE.

       2820-ADD-USAGE-ENTRY.
      *    One entry per stream, step and dataset: a second record
      *    for the same three with the other access makes it U.
           MOVE 0 TO WS-USE-HIT
           PERFORM VARYING WS-USE-INDEX FROM 1 BY 1
                   UNTIL WS-USE-INDEX > DSN-USE-COUNT
               IF DUE-STREAM-ID(WS-USE-INDEX) = DUR-STREAM-ID
                   AND DUE-STEP-NAME(WS-USE-INDEX) = DUR-STEP-NAME
                   AND DUE-DATASET-NAME(WS-USE-INDEX)
                       = DUR-DATASET-NAME
                   AND WS-USE-HIT = 0
                   MOVE WS-USE-INDEX TO WS-USE-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-USE-HIT > 0
                   IF DUE-ACCESS(WS-USE-HIT) NOT = DUR-ACCESS
                       MOVE "U" TO DUE-ACCESS(WS-USE-HIT)
                   END-IF
               WHEN DSN-USE-COUNT < 300
                   ADD 1 TO DSN-USE-COUNT
                   MOVE DUR-STREAM-ID TO DUE-STREAM-ID(DSN-USE-COUNT)
                   MOVE DUR-STEP-NAME TO DUE-STEP-NAME(DSN-USE-COUNT)
                   MOVE DUR-DATASET-NAME
                       TO DUE-DATASET-NAME(DSN-USE-COUNT)
                   MOVE DUR-ACCESS TO DUE-ACCESS(DSN-USE-COUNT)
                   MOVE WS-LOOKUP-HIT TO DUE-STEP-HIT(DSN-USE-COUNT)
               WHEN OTHER
                   MOVE "WARNING" TO WS-FIND-SEVERITY
                   MOVE "MORE REGISTER ENTRIES THAN THE TABLE HOLDS"
                       TO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
           END-EVALUATE.

       2830-CHECK-USAGE-PAIR.
      *    The inner walk starts at the outer entry itself; the
      *    step-name test drops that pairing along with a step's
      *    own entries.
           IF DUE-STREAM-ID(WS-USE-INDEX)
                   = DUE-STREAM-ID(WS-PAIR-INDEX)
               AND DUE-DATASET-NAME(WS-USE-INDEX)
                   = DUE-DATASET-NAME(WS-PAIR-INDEX)
               AND DUE-STEP-NAME(WS-USE-INDEX)
                   NOT = DUE-STEP-NAME(WS-PAIR-INDEX)
               AND (DUE-WRITES(WS-USE-INDEX)
                   OR DUE-WRITES(WS-PAIR-INDEX))
               PERFORM 2840-REPORT-USAGE-PAIR
           END-IF.

       2840-REPORT-USAGE-PAIR.
      *    Same wave: the driver starts both together - fatal.
      *    Different waves: sound if a predecessor chain runs from
      *    one to the other; if only the wave numbers keep them
      *    apart, warn. A chain through a conditional step warns
      *    too, and is fatal if the two share a wave on the nights
      *    that step is skipped. A step the simulation never
      *    reached (wave zero) already carries its own fatal
      *    finding.
           MOVE DUE-STEP-HIT(WS-USE-INDEX) TO WS-FIRST-STEP
           MOVE DUE-STEP-HIT(WS-PAIR-INDEX) TO WS-SECOND-STEP
           IF DUE-WRITES(WS-USE-INDEX) AND DUE-WRITES(WS-PAIR-INDEX)
               MOVE "BOTH WRITE" TO WS-CONFLICT-KIND
           ELSE
               MOVE "READ/WRITE" TO WS-CONFLICT-KIND
           END-IF
           MOVE "DSNUSE" TO WS-FIND-AREA
           MOVE DUE-STEP-NAME(WS-USE-INDEX) TO WS-FIND-KEY
           MOVE SPACES TO WS-FIND-TEXT
           EVALUATE TRUE
               WHEN STE-WAVE-NUMBER(WS-FIRST-STEP) = 0
                   OR STE-WAVE-NUMBER(WS-SECOND-STEP) = 0
                   CONTINUE
               WHEN STE-WAVE-NUMBER(WS-FIRST-STEP)
                   = STE-WAVE-NUMBER(WS-SECOND-STEP)
                   MOVE STE-WAVE-NUMBER(WS-FIRST-STEP)
                       TO WS-WAVE-EDIT
                   PERFORM 6300-EDIT-WAVE-TEXT
                   MOVE "FATAL" TO WS-FIND-SEVERITY
                   STRING "SAME WAVE " DELIMITED BY SIZE
                       WS-WAVE-TEXT DELIMITED BY SPACE
                       " AS " DELIMITED BY SIZE
                       DUE-STEP-NAME(WS-PAIR-INDEX)
                           DELIMITED BY SPACE
                       "; " WS-CONFLICT-KIND " DSN "
                           DELIMITED BY SIZE
                       DUE-DATASET-NAME(WS-USE-INDEX)
                           DELIMITED BY SPACE
                       INTO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
               WHEN OTHER
                   PERFORM 2850-CHECK-PAIR-CHAIN
                   EVALUATE TRUE
                       WHEN PAIR-IS-ORDERED
                           CONTINUE
                       WHEN WS-ORDER-VIA = SPACES
                           MOVE "WARNING" TO WS-FIND-SEVERITY
                           STRING "NO PREDECESSOR CHAIN TO "
                                   DELIMITED BY SIZE
                               DUE-STEP-NAME(WS-PAIR-INDEX)
                                   DELIMITED BY SPACE
                               "; " WS-CONFLICT-KIND " DSN "
                                   DELIMITED BY SIZE
                               DUE-DATASET-NAME(WS-USE-INDEX)
                                   DELIMITED BY SPACE
                               INTO WS-FIND-TEXT
                           PERFORM 7000-WRITE-FINDING
                       WHEN STE-ALT-WAVE(WS-FIRST-STEP)
                           = STE-ALT-WAVE(WS-SECOND-STEP)
                           MOVE STE-ALT-WAVE(WS-FIRST-STEP)
                               TO WS-WAVE-EDIT
                           PERFORM 6300-EDIT-WAVE-TEXT
                           MOVE "FATAL" TO WS-FIND-SEVERITY
                           STRING "SAME WAVE " DELIMITED BY SIZE
                               WS-WAVE-TEXT DELIMITED BY SPACE
                               " AS " DELIMITED BY SIZE
                               DUE-STEP-NAME(WS-PAIR-INDEX)
                                   DELIMITED BY SPACE
                               " IF " DELIMITED BY SIZE
                               WS-ORDER-VIA DELIMITED BY SPACE
                               " SKIPS; " WS-CONFLICT-KIND " DSN "
                                   DELIMITED BY SIZE
                               DUE-DATASET-NAME(WS-USE-INDEX)
                                   DELIMITED BY SPACE
                               INTO WS-FIND-TEXT
                           PERFORM 7000-WRITE-FINDING
                       WHEN OTHER
                           MOVE "WARNING" TO WS-FIND-SEVERITY
                           STRING "CHAIN TO " DELIMITED BY SIZE
                               DUE-STEP-NAME(WS-PAIR-INDEX)
                                   DELIMITED BY SPACE
                               " ONLY VIA CONDITIONAL "
                                   DELIMITED BY SIZE
                               WS-ORDER-VIA DELIMITED BY SPACE
                               "; " WS-CONFLICT-KIND " DSN "
                                   DELIMITED BY SIZE
                               DUE-DATASET-NAME(WS-USE-INDEX)
                                   DELIMITED BY SPACE
                               INTO WS-FIND-TEXT
                           PERFORM 7000-WRITE-FINDING
                   END-EVALUATE
           END-EVALUATE.

       2850-CHECK-PAIR-CHAIN.
      *    A chain orders the pair only if every step between the
      *    two runs every night: NOPDRV takes a step its run rule
      *    drops as satisfied before the first wave, so a chain
      *    through it holds nothing back on those nights. A pair
      *    chained only that way comes back with the conditional
      *    step in WS-ORDER-VIA and the waves as they fall when it
      *    is skipped.
           MOVE "N" TO WS-PAIR-ORDERED
           MOVE SPACES TO WS-ORDER-VIA
           MOVE WS-FIRST-STEP TO WS-ANCESTOR-BASE
           PERFORM 6200-MARK-ANCESTORS
           IF STE-ANCESTOR-MARK(WS-SECOND-STEP) = "A"
               IF STE-VIA-STEP(WS-SECOND-STEP) = SPACES
                   SET PAIR-IS-ORDERED TO TRUE
               ELSE
                   MOVE STE-VIA-STEP(WS-SECOND-STEP) TO WS-ORDER-VIA
               END-IF
           END-IF
           IF NOT PAIR-IS-ORDERED
               MOVE WS-SECOND-STEP TO WS-ANCESTOR-BASE
               PERFORM 6200-MARK-ANCESTORS
               IF STE-ANCESTOR-MARK(WS-FIRST-STEP) = "A"
                   IF STE-VIA-STEP(WS-FIRST-STEP) = SPACES
                       SET PAIR-IS-ORDERED TO TRUE
                   ELSE
                       IF WS-ORDER-VIA = SPACES
                           MOVE STE-VIA-STEP(WS-FIRST-STEP)
                               TO WS-ORDER-VIA
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT PAIR-IS-ORDERED AND WS-ORDER-VIA NOT = SPACES
               MOVE WS-ORDER-VIA TO WS-LOOKUP-NAME
               MOVE STE-STREAM-ID(WS-FIRST-STEP) TO WS-LOOKUP-STREAM
               PERFORM 6100-FIND-STEP-IN-STREAM
               MOVE WS-LOOKUP-HIT TO WS-DROP-INDEX
               PERFORM 6400-SIMULATE-WITHOUT-STEP
           END-IF.

       3000-FINISH-REPORT.
           IF WS-FATAL-COUNT = 0 AND WS-WARN-COUNT = 0
               WRITE VRFY-RPT-LINE FROM RPT-CLEAN-LINE
               END-IF
           END-PERFORM.

       6200-MARK-ANCESTORS.
      *    Marks "A" on every entry WS-ANCESTOR-BASE waits for,
      *    directly or through other predecessors, and clears the
      *    mark everywhere else. STE-VIA-STEP stays spaces where
      *    some chain reaches the entry through unconditional
      *    steps only, else names the conditional step the chain
      *    runs through. Walks with its own index, since 6100
      *    (which it calls) uses the scan index.
           PERFORM VARYING WS-MARK-INDEX FROM 1 BY 1
                   UNTIL WS-MARK-INDEX > STEP-COUNT
               MOVE SPACE TO STE-ANCESTOR-MARK(WS-MARK-INDEX)
               MOVE SPACES TO STE-VIA-STEP(WS-MARK-INDEX)
           END-PERFORM
           MOVE WS-ANCESTOR-BASE TO WS-MARK-INDEX
           PERFORM 6210-MARK-PREDECESSORS
           MOVE 1 TO WS-PASS-MARKS
           PERFORM UNTIL WS-PASS-MARKS = 0
               MOVE 0 TO WS-PASS-MARKS
               PERFORM VARYING WS-MARK-INDEX FROM 1 BY 1
                       UNTIL WS-MARK-INDEX > STEP-COUNT
                   IF STE-ANCESTOR-MARK(WS-MARK-INDEX) = "A"
                       PERFORM 6210-MARK-PREDECESSORS
                   END-IF
               END-PERFORM
           END-PERFORM.

       6210-MARK-PREDECESSORS.
      *    The predecessors of the entry being walked are reached
      *    through it, and through whatever conditional step it
      *    was itself reached through. A chain clear of
      *    conditional steps replaces one that is not.
           EVALUATE TRUE
               WHEN WS-MARK-INDEX = WS-ANCESTOR-BASE
                   MOVE SPACES TO WS-PASS-VIA
               WHEN STE-VIA-STEP(WS-MARK-INDEX) NOT = SPACES
                   MOVE STE-VIA-STEP(WS-MARK-INDEX) TO WS-PASS-VIA
               WHEN STE-CONDITIONAL(WS-MARK-INDEX)
                   MOVE STE-STEP-NAME(WS-MARK-INDEX) TO WS-PASS-VIA
               WHEN OTHER
                   MOVE SPACES TO WS-PASS-VIA
           END-EVALUATE
           PERFORM VARYING WS-PRED-SLOT FROM 1 BY 1
                   UNTIL WS-PRED-SLOT > 3
               IF STE-PRED-NAME(WS-MARK-INDEX, WS-PRED-SLOT)
                       NOT = SPACES
                   MOVE STE-PRED-NAME(WS-MARK-INDEX, WS-PRED-SLOT)
                       TO WS-LOOKUP-NAME
                   MOVE STE-STREAM-ID(WS-MARK-INDEX)
                       TO WS-LOOKUP-STREAM
                   PERFORM 6100-FIND-STEP-IN-STREAM
                   IF WS-LOOKUP-HIT > 0
                       IF STE-ANCESTOR-MARK(WS-LOOKUP-HIT) NOT = "A"
                           MOVE "A" TO STE-ANCESTOR-MARK(WS-LOOKUP-HIT)
                           MOVE WS-PASS-VIA
                               TO STE-VIA-STEP(WS-LOOKUP-HIT)
                           ADD 1 TO WS-PASS-MARKS
                       ELSE
                           IF STE-VIA-STEP(WS-LOOKUP-HIT) NOT = SPACES
                               AND WS-PASS-VIA = SPACES
                               MOVE SPACES
                                   TO STE-VIA-STEP(WS-LOOKUP-HIT)
                               ADD 1 TO WS-PASS-MARKS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       6300-EDIT-WAVE-TEXT.
      *    WS-WAVE-EDIT left-justified into WS-WAVE-TEXT, for
      *    STRINGing into a finding.
           MOVE 0 TO WS-WAVE-LEAD
           INSPECT WS-WAVE-EDIT TALLYING WS-WAVE-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-WAVE-TEXT
           MOVE WS-WAVE-EDIT(WS-WAVE-LEAD + 1:) TO WS-WAVE-TEXT.

       6400-SIMULATE-WITHOUT-STEP.
      *    The wave simulation of 2000 again, into STE-ALT-WAVE,
      *    with the entry at WS-DROP-INDEX satisfied before the
      *    first wave - as NOPDRV treats a step its run rule
      *    leaves out of the cycle.
           PERFORM VARYING WS-MARK-INDEX FROM 1 BY 1
                   UNTIL WS-MARK-INDEX > STEP-COUNT
               MOVE 0 TO STE-ALT-WAVE(WS-MARK-INDEX)
           END-PERFORM
           IF WS-DROP-INDEX > 0
               MOVE -1 TO STE-ALT-WAVE(WS-DROP-INDEX)
           END-IF
           MOVE 0 TO WS-ALT-WAVE-NUMBER
           MOVE 1 TO WS-PASS-MARKS
           PERFORM UNTIL WS-PASS-MARKS = 0
               ADD 1 TO WS-ALT-WAVE-NUMBER
               MOVE 0 TO WS-PASS-MARKS
               PERFORM VARYING WS-MARK-INDEX FROM 1 BY 1
                       UNTIL WS-MARK-INDEX > STEP-COUNT
                   IF STE-ALT-WAVE(WS-MARK-INDEX) = 0
                       PERFORM 6410-TRY-ALT-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM.

       6410-TRY-ALT-ENTRY.
           SET PREDS-ALL-SATISFIED TO TRUE
           PERFORM VARYING WS-PRED-SLOT FROM 1 BY 1
                   UNTIL WS-PRED-SLOT > 3
               IF STE-PRED-NAME(WS-MARK-INDEX, WS-PRED-SLOT)
                       NOT = SPACES
                   MOVE STE-PRED-NAME
                       (WS-MARK-INDEX, WS-PRED-SLOT)
                       TO WS-LOOKUP-NAME
                   MOVE STE-STREAM-ID(WS-MARK-INDEX)
                       TO WS-LOOKUP-STREAM
                   PERFORM 6100-FIND-STEP-IN-STREAM
                   IF WS-LOOKUP-HIT = 0
                       MOVE "N" TO WS-PRED-OK
                   ELSE
                       IF STE-ALT-WAVE(WS-LOOKUP-HIT) = 0
                           OR STE-ALT-WAVE(WS-LOOKUP-HIT)
                               = WS-ALT-WAVE-NUMBER
                           MOVE "N" TO WS-PRED-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF PREDS-ALL-SATISFIED
               MOVE WS-ALT-WAVE-NUMBER
                   TO STE-ALT-WAVE(WS-MARK-INDEX)
               ADD 1 TO WS-PASS-MARKS
           END-IF.

       7000-WRITE-FINDING.
           MOVE WS-FIND-SEVERITY TO RPF-SEVERITY
           MOVE WS-FIND-AREA TO RPF-AREA
