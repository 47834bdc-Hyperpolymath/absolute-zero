      *   - each step's forecast: RUN, SKIP when a preceding
      *     gate entry's GATE-CTL flag of N will make the driver
      *     skip it, DISABLED when the DISABLED-CTL record names
      *     it (with the reason), RESUMED when a live
      *     RESTART-CTL checkpoint means the driver will skip it
      *     as already complete, or NOT SCHEDULED when its
      *     STREAM-DEF run rule (month-end, quarter-end, named
      *     weekdays, ...) excludes the shift's cycle date under
      *     BUS-CAL, by the same NOPSCHED check the driver makes
      *   - each step's STEPCOND policy, so a STOP-at-RC-8 that
      *     someone fat-fingered to RC 0 shows up in review
      *   - whether a live checkpoint makes the run resume
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
      * One record per controlled step: should it run this cycle?
      *
       01  STEP-SEQ-TABLE.
           05  STE-SEQUENCE             PIC S9(4) COMP
                                        OCCURS 50 TIMES.
       01  STEP-RULE-TABLE.
           05  STEP-RULE-ENTRY OCCURS 50 TIMES.
               10  STE-RULE-TYPE        PIC X(8).
               10  STE-RULE-DATA        PIC X(8).
       01  STEP-TABLE-VALUES.
           05  FILLER PIC X(16) VALUE "STEP0010NOPSTART".
           05  FILLER PIC X(16) VALUE "STEP0020NOP     ".
           88 RUN-WILL-RESUME              VALUE "Y".
       01  WS-BEFORE-CHECKPOINT        PIC X(1) VALUE "N".
      *
      * Run-rule forecasting: whether the step's STREAM-DEF rule
      * lets it run on the shift's cycle date, and whether
      * NOPSCHED could be CALLed at all.
      *
       01  WS-STEP-SCHEDULED           PIC X(1) VALUE "Y".
           88 STEP-IS-SCHEDULED            VALUE "Y".
       01  WS-SCHED-AVAILABLE          PIC X(1) VALUE "Y".
           88 SCHED-AVAILABLE              VALUE "Y".
      *
      * The shifts to forecast: every PROCESSING-DATE-CTL record,
      * or the one derived shift when the file is absent.
      *
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPD-PROGRAM-NAME        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPD-FORECAST            PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPD-REASON              PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPD-POLICY              PIC X(18).
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
       01  WS-POLICY-TEXT              PIC X(18) VALUE SPACES.
      *
      * Shared step-parameter handoff area; see STEPARM.cpy.
      *
       COPY STEPARM.
      *
      * Run-rule request area for NOPSCHED; see SCHEDREQ.cpy.
      *
       COPY SCHEDREQ.

       PROCEDURE DIVISION.

           END-IF
           IF NOT STREAMDEF-PRESENT
               MOVE STEP-TABLE-VALUES TO STEP-TABLE
               MOVE SPACES TO STEP-RULE-TABLE
               MOVE 6 TO WS-STEP-LIMIT
           END-IF.

                       TO STEP-ENTRY(WS-SLIDE-INDEX + 1)
                   MOVE STE-SEQUENCE(WS-SLIDE-INDEX)
                       TO STE-SEQUENCE(WS-SLIDE-INDEX + 1)
                   MOVE STEP-RULE-ENTRY(WS-SLIDE-INDEX)
                       TO STEP-RULE-ENTRY(WS-SLIDE-INDEX + 1)
               END-PERFORM
               MOVE SDR-STEP-NAME TO STE-STEP-NAME(WS-INSERT-AT)
               MOVE SDR-PROGRAM-NAME
                   TO STE-PROGRAM-NAME(WS-INSERT-AT)
               MOVE SDR-SEQUENCE TO STE-SEQUENCE(WS-INSERT-AT)
               MOVE SDR-RUN-RULE TO STEP-RULE-ENTRY(WS-INSERT-AT)
               ADD 1 TO WS-STEP-LIMIT
           END-IF.

           MOVE SPACES TO RPD-REASON
           PERFORM 2400-BUILD-POLICY-NOTE
           MOVE WS-POLICY-TEXT TO RPD-POLICY
           PERFORM 2350-CHECK-RUN-RULE
           EVALUATE TRUE
      *        Steps up to and including a live checkpoint are
      *        already complete; the driver will not rerun them.
                           = WS-CHECKPOINT-STEP
                       MOVE "N" TO WS-BEFORE-CHECKPOINT
                   END-IF
      *        A step whose run rule excludes this cycle date is
      *        left out before a pending skip is weighed, so it
      *        does not use one up - NOPDRV's own order.
               WHEN NOT STEP-IS-SCHEDULED
                   MOVE "NOT SCHEDULED" TO RPD-FORECAST
                   STRING "RUN RULE " STE-RULE-TYPE(WS-STEP-INDEX)
                       " EXCLUDES "
                       PDE-CYCLE-DATE(WS-PDC-INDEX)
                       DELIMITED BY SIZE INTO RPD-REASON
      *        A pending gate skip consumes the next entries the
      *        driver actually visits, whatever they are, the
      *        same way WS-SKIP-REMAINING does in NOPDRV.
           WRITE PLAN-RPT-LINE FROM RPT-STEP-LINE
               AFTER ADVANCING 1 LINE.

       2350-CHECK-RUN-RULE.
      *    The same NOPSCHED check the driver makes, against this
      *    shift's cycle date. A rule NOPSCHED rejects forecasts
      *    as the driver will treat it - the step runs - with the
      *    rejection noted, for NOPVRFY to refuse outright.
           SET STEP-IS-SCHEDULED TO TRUE
           IF STE-RULE-TYPE(WS-STEP-INDEX) NOT = SPACES
               AND STE-RULE-TYPE(WS-STEP-INDEX) NOT = "DAILY"
               AND SCHED-AVAILABLE
               MOVE "C" TO SRQ-FUNCTION
               MOVE PDE-CYCLE-DATE(WS-PDC-INDEX) TO SRQ-CYCLE-DATE
               MOVE STEP-RULE-ENTRY(WS-STEP-INDEX) TO SRQ-RUN-RULE
               CALL "NOPSCHED" USING SCHEDULE-REQUEST
                   ON EXCEPTION
                       MOVE "N" TO WS-SCHED-AVAILABLE
                       MOVE "Y" TO SRQ-RESULT
                       DISPLAY "NOPPLAN: WARNING - NOPSCHED not "
                           "available; run rules not forecast"
               END-CALL
               EVALUATE TRUE
                   WHEN SRQ-NOT-SCHEDULED
                       MOVE "N" TO WS-STEP-SCHEDULED
                   WHEN SRQ-RULE-INVALID
                       MOVE "BAD RUN RULE; DRIVER WILL RUN IT"
                           TO RPD-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2400-BUILD-POLICY-NOTE.
           MOVE SPACES TO WS-POLICY-TEXT
           PERFORM VARYING WS-POLICY-INDEX FROM 1 BY 1
