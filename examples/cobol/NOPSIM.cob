       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPSIM.
      *
      * STEPCOND failure-injection simulator: what NOPDRV would do
      * with a stream if given steps failed, worked out on paper.
      *
      * A STEPCOND change used to be proved the only way there was
      * - on a live night, when the step it covered failed - and a
      * SKIP count one too high or a CHKP where a STOP was meant
      * showed itself as a hole in the ledger the next morning.
      * NOPSIM replays the driver's own rules against a stream
      * from STREAM-DEF and a SYSIN deck of injected return codes,
      * and prints on SIMRPT, step by step, what the driven run
      * would do:
      *
      *   - which entries would RUN (and the STEPCOND action their
      *     return code would fire), which would be SKIPPED (by a
      *     STEPCOND SKIP, or by the default rule that a step with
      *     no STEPCOND record returning RC 4 - NOPGATE's SKIP code
      *     - skips the entry after it), which are NOT SCHEDULED by
      *     their STREAM-DEF run rule on the cycle date, and which
      *     would never be reached because the stream stopped
      *     first
      *   - under MODE=DEP, the wave each entry would run in, and
      *     the entries left UNRUNNABLE when a predecessor can
      *     never be satisfied
      *   - what RESTART-CTL would hold when the run ended - the
      *     CHKP checkpoint (under MODE=DEP the sequence-order
      *     frontier the driver substitutes), a NOPCHK step's own
      *     checkpoint, or cleared after a full run - and so where
      *     a plain rerun of NOPDRV would resume
      *
      * The same injected deck can be run against a proposed
      * STEPCOND next to the live one: when a STEPCNDP file is
      * present (the same layout as STEPCOND) the simulation runs
      * once under each, the two outcomes print side by side, and
      * every entry whose outcome differs is flagged, so a policy
      * change is reviewed before it goes in rather than after its
      * first failure.
      *
      * Injection cards, one per step, in any order:
      *   cols 1-8    step name, as on STREAM-DEF
      *   cols 10-13  the return code to inject, four digits
      * A step with no card returns 0, except a NOPGATE entry whose
      * GATE-CTL flag is N, which returns the RC 4 it will really
      * return tonight. A card for a step not in the stream, or
      * with a return code that is not four digits, is listed as
      * rejected and ignored. A later card for the same step
      * replaces an earlier one.
      *
      * Nothing live is touched: every control file is opened
      * INPUT only, no step is CALLed, no heartbeat, exception,
      * checkpoint or alert is written - the only output is the
      * SIMRPT listing. NOPSCHED is CALLed for the run rules, the
      * same read-only check NOPDRV and NOPPLAN make.
      *
      * PARM: STREAM=name          the stream to simulate
      *                            (NOPNIGHT without one)
      *       MODE=DEP             simulate dependency (wave)
      *                            scheduling, as NOPDRV MODE=DEP
      *       RESUME=stepname      simulate a run resuming from a
      *                            checkpoint naming this step
      *                            (a cold start without one)
      *       SHIFT=x              the shift whose cycle date the
      *                            run rules are tested against
      *       DATE=yyyymmdd        test the run rules against this
      *                            cycle date instead
      *
      * Return codes:
      *   0  simulation printed; no proposed file, or it makes no
      *      difference to the outcome
      *   4  the proposed STEPCOND changes the outcome, or an
      *      injection card was rejected
      *   8  no STREAM-DEF records for the named stream
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every
      * other program in this stream uses. When CALLed in-process
      * by NOPDRV, the PARM is instead picked up from the shared
      * STEP-PARM-AREA (COPY STEPARM); see 1000-GET-PARM.
      *
      * Compile: cobc -x -I copybooks NOPSIM.cob
      * Run:     ./NOPSIM < injected-rc-cards
      * Run:     ./NOPSIM "STREAM=NOPNIGHT MODE=DEP" < cards

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO STREAMDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SDR-STREAM-KEY
               FILE STATUS IS WS-STREAMDEF-STATUS.

           SELECT STEP-COND-FILE ASSIGN TO STEPCOND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPCOND-STATUS.

           SELECT PROPOSED-COND-FILE ASSIGN TO STEPCNDP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPCNDP-STATUS.

           SELECT GATE-CTL-FILE ASSIGN TO GATECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GTC-STEP-NAME
               FILE STATUS IS WS-GATECTL-STATUS.

           SELECT PROCESSING-DATE-CTL-FILE ASSIGN TO CYCLECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDC-RUN-SHIFT
               FILE STATUS IS WS-CYCLECTL-STATUS.

           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT SIM-RPT-FILE ASSIGN TO SIMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * One step of one named stream; a stream is the set of
      * records sharing a stream id, ordered by sequence number.
      * The predecessor names are what MODE=DEP schedules by; the
      * run rule (see SCHEDREQ.cpy) says which cycle dates the
      * step belongs to.
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
      * Per-step condition-code policy, as NOPDRV reads it: the
      * live file, and a proposed replacement in the same layout.
      *
       FD  STEP-COND-FILE
           RECORDING MODE IS F.
       01  STEP-COND-RECORD.
           05  SCR-STEP-NAME           PIC X(8).
           05  SCR-RC-THRESHOLD        PIC 9(4).
           05  SCR-ACTION              PIC X(4).
           05  SCR-SKIP-COUNT          PIC 9(2).

       FD  PROPOSED-COND-FILE
           RECORDING MODE IS F.
       01  PROPOSED-COND-RECORD.
           05  SCP-STEP-NAME           PIC X(8).
           05  SCP-RC-THRESHOLD        PIC 9(4).
           05  SCP-ACTION              PIC X(4).
           05  SCP-SKIP-COUNT          PIC 9(2).
      *
      * One record per controlled step: should it run this cycle?
      *
       FD  GATE-CTL-FILE
           RECORDING MODE IS F.
       01  GATE-CTL-RECORD.
           05  GTC-STEP-NAME           PIC X(8).
           05  GTC-RUN-FLAG            PIC X(1).
      *
      * The cycle each shift's run is meant to process, one record
      * per shift; the run rules are tested against it.
      *
       FD  PROCESSING-DATE-CTL-FILE
           RECORDING MODE IS F.
       01  PROCESSING-DATE-CTL.
           05  PDC-CYCLE-DATE          PIC 9(8).
           05  PDC-RUN-SHIFT           PIC X(1).
           05  PDC-CYCLE-ID            PIC X(8).
      *
      * Injection cards: step name and the return code it is to
      * give.
      *
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD.
           05  SIC-STEP-NAME           PIC X(8).
           05  FILLER                  PIC X(1).
           05  SIC-RETURN-CODE         PIC X(4).
           05  SIC-RC-DIGITS REDEFINES SIC-RETURN-CODE
                                       PIC 9(4).
           05  FILLER                  PIC X(67).
      *
      * The simulation listing.
      *
       FD  SIM-RPT-FILE
           RECORDING MODE IS F.
       01  SIM-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * The simulated stream's step sequence, loaded from
      * STREAM-DEF in sequence-number order the way NOPDRV loads
      * it; the VALUES below are only the fallback for a system
      * with no STREAM-DEF file.
      *
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 50 TIMES.
               10  STE-STEP-NAME        PIC X(8).
               10  STE-PROGRAM-NAME     PIC X(8).
       01  STEP-SEQ-TABLE.
           05  STE-SEQUENCE             PIC S9(4) COMP
                                        OCCURS 50 TIMES.
       01  STEP-PRED-TABLE.
           05  STEP-PRED-ENTRY OCCURS 50 TIMES.
               10  STE-PRED-NAME        PIC X(8) OCCURS 3 TIMES.
       01  STEP-RULE-TABLE.
           05  STEP-RULE-ENTRY OCCURS 50 TIMES.
               10  STE-RULE-TYPE        PIC X(8).
               10  STE-RULE-DATA        PIC X(8).
       01  STEP-SCHED-TABLE.
           05  STE-SCHEDULED            PIC X(1) OCCURS 50 TIMES.
      *
      * The return code each entry is to give when it runs, and
      * where it came from: CARD an injection card, GATE the
      * entry's own GATE-CTL flag of N, spaces the default 0.
      *
       01  STEP-INJECT-TABLE.
           05  STEP-INJECT-ENTRY OCCURS 50 TIMES.
               10  STE-INJECT-RC        PIC S9(4) COMP.
               10  STE-RC-SOURCE        PIC X(4).
       01  WS-STEP-COUNT                PIC S9(4) COMP VALUE 0.
       01  STEP-TABLE-VALUES.
           05  FILLER PIC X(16) VALUE "STEP0010NOPSTART".
           05  FILLER PIC X(16) VALUE "STEP0020NOP     ".
           05  FILLER PIC X(16) VALUE "STEP0030NOPCHK  ".
           05  FILLER PIC X(16) VALUE "STEP0040NOPGATE ".
           05  FILLER PIC X(16) VALUE "STEP0090NOPDSBL ".
           05  FILLER PIC X(16) VALUE "STEP0099NOPEND  ".
      *
      * Stream selection and STREAM-DEF loading state.
      *
       01  WS-STREAMDEF-STATUS          PIC X(2).
       01  WS-STREAMDEF-EOF             PIC X(1) VALUE "N".
           88 STREAMDEF-AT-END              VALUE "Y".
       01  WS-STREAMDEF-FOUND           PIC X(1) VALUE "N".
           88 STREAMDEF-PRESENT             VALUE "Y".
       01  WS-STREAM-ID                 PIC X(8) VALUE "NOPNIGHT".
       01  WS-STREAM-POS                PIC S9(4) COMP VALUE 0.
       01  WS-INSERT-AT                 PIC S9(4) COMP VALUE 0.
       01  WS-SLIDE-INDEX               PIC S9(4) COMP VALUE 0.

       01  WS-STEPCOND-STATUS           PIC X(2).
       01  WS-STEPCNDP-STATUS           PIC X(2).
       01  WS-GATECTL-STATUS            PIC X(2).
       01  WS-CYCLECTL-STATUS           PIC X(2).
       01  WS-SYSIN-STATUS              PIC X(2).
       01  WS-SIMRPT-STATUS             PIC X(2).
       01  WS-FILE-EOF                  PIC X(1) VALUE "N".
           88 FILE-AT-END                   VALUE "Y".
      *
      * The policy sets the simulation runs under: set 1 the live
      * STEPCOND, set 2 the proposed STEPCNDP when one is present.
      * A missing STEPCOND is an empty set 1 - every step gets the
      * default rule, as it does in the driver.
      *
       01  POLICY-SET-TABLE.
           05  POLICY-SET OCCURS 2 TIMES.
               10  POLICY-COUNT         PIC S9(4) COMP.
               10  POLICY-ENTRY OCCURS 50 TIMES.
                   15  SPE-STEP-NAME    PIC X(8).
                   15  SPE-RC-THRESHOLD PIC S9(4) COMP.
                   15  SPE-ACTION       PIC X(4).
                   15  SPE-SKIP-COUNT   PIC S9(4) COMP.
       01  WS-POLICY-RECORD.
           05  WPR-STEP-NAME            PIC X(8).
           05  WPR-RC-THRESHOLD         PIC 9(4).
           05  WPR-ACTION               PIC X(4).
           05  WPR-SKIP-COUNT           PIC 9(2).
       01  WS-SET-COUNT                 PIC S9(4) COMP VALUE 1.
       01  WS-SET-INDEX                 PIC S9(4) COMP VALUE 0.
       01  WS-LOAD-SET                  PIC S9(4) COMP VALUE 0.
       01  WS-PROPOSED-FOUND            PIC X(1) VALUE "N".
           88 PROPOSED-PRESENT              VALUE "Y".
       01  WS-LIVE-FOUND                PIC X(1) VALUE "N".
           88 LIVE-STEPCOND-PRESENT         VALUE "Y".
       01  WS-POLICY-INDEX              PIC S9(4) COMP VALUE 0.
       01  WS-POLICY-HIT                PIC S9(4) COMP VALUE 0.
      *
      * GATE-CTL held whole, for the RC a gate entry will give.
      *
       01  GATE-TABLE.
           05  GATE-COUNT               PIC S9(4) COMP VALUE 0.
           05  GATE-ENTRY OCCURS 50 TIMES.
               10  GTE-STEP-NAME        PIC X(8).
               10  GTE-RUN-FLAG         PIC X(1).
       01  WS-GATE-INDEX                PIC S9(4) COMP VALUE 0.
      *
      * The injection deck as read, with what became of each card.
      * Cards beyond the hundredth still take effect; they are
      * only counted, not listed.
      *
       01  CARD-TABLE.
           05  CARD-COUNT               PIC S9(4) COMP VALUE 0.
           05  CARD-ENTRY OCCURS 100 TIMES.
               10  CDE-IMAGE            PIC X(13).
               10  CDE-STATUS           PIC X(40).
       01  WS-CARD-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-CARD-STATUS               PIC X(40).
       01  WS-UNLISTED-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-CARD-HIT                  PIC S9(4) COMP VALUE 0.
       01  WS-SYSIN-EOF                 PIC X(1) VALUE "N".
           88 SYSIN-AT-END                  VALUE "Y".
      *
      * PARM handling and the run being simulated: mode, the
      * checkpoint it starts from, shift and cycle date.
      *
       01  WS-PARM-STRING               PIC X(80) VALUE SPACES.
       01  WS-MODE-POS                  PIC S9(4) COMP VALUE 0.
       01  WS-RUN-MODE                  PIC X(1) VALUE "L".
           88 DEPENDENCY-MODE               VALUE "D".
       01  WS-RESUME-POS                PIC S9(4) COMP VALUE 0.
       01  WS-RESUME-STEP               PIC X(8) VALUE SPACES.
       01  WS-RESUME-FOUND              PIC X(1) VALUE "N".
           88 RESUME-STEP-FOUND             VALUE "Y".
       01  WS-SHIFT-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-RUN-SHIFT                 PIC X(1) VALUE SPACE.
           88 VALID-RUN-SHIFT               VALUE "D" "E" "N".
       01  WS-DATE-POS                  PIC S9(4) COMP VALUE 0.
       01  WS-CYCLE-DATE                PIC 9(8) VALUE 0.
       01  WS-CYCLE-SOURCE              PIC X(12) VALUE SPACES.
       01  WS-TIME-OF-DAY.
           05  WS-TOD-HH                PIC 9(2).
           05  FILLER                   PIC X(6).
       01  WS-SYSTEM-DATE               PIC 9(8).
       01  WS-RETURN-CODE               PIC S9(4) COMP VALUE 0.
       01  WS-SCHED-AVAILABLE           PIC X(1) VALUE "Y".
           88 SCHED-AVAILABLE               VALUE "Y".
      *
      * The simulation itself: NOPDRV's own run state, reset for
      * each policy set - the pending SKIP, whether the stream has
      * stopped, the last step known complete, the resume scan,
      * and under MODE=DEP the per-entry state (P pending, W in
      * the current wave, C complete, S deliberately skipped) and
      * wave bookkeeping.
      *
       01  WS-STEP-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-STEP-RC                   PIC S9(4) COMP VALUE 0.
       01  WS-SKIP-REMAINING            PIC S9(4) COMP VALUE 0.
       01  WS-SKIP-REASON               PIC X(16) VALUE SPACES.
       01  WS-STREAM-STOPPED            PIC X(1) VALUE "N".
           88 STREAM-STOPPED                VALUE "Y".
       01  WS-PREV-STEP-NAME            PIC X(8) VALUE SPACES.
       01  WS-RESUMING                  PIC X(1) VALUE "N".
           88 RESUME-IN-PROGRESS            VALUE "Y".
       01  STEP-STATE-TABLE.
           05  STEP-STATE               PIC X(1) OCCURS 50 TIMES.
       01  WS-PENDING-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-WAVE-NUMBER               PIC S9(4) COMP VALUE 0.
       01  WS-WAVE-SIZE                 PIC S9(4) COMP VALUE 0.
       01  WS-DEP-INDEX                 PIC S9(4) COMP VALUE 0.
       01  WS-PRED-SLOT                 PIC S9(4) COMP VALUE 0.
       01  WS-PRED-SCAN                 PIC S9(4) COMP VALUE 0.
       01  WS-PRED-HIT                  PIC S9(4) COMP VALUE 0.
       01  WS-PRED-OK                   PIC X(1) VALUE "N".
           88 PREDS-ALL-SATISFIED           VALUE "Y".
       01  WS-THRESHOLD-DISP            PIC 9(4).
       01  WS-SKIP-COUNT-ED             PIC Z9.
      *
      * What each policy set's simulated run did: per entry the
      * outcome, the detail behind it and its wave; per set how
      * the run ended, the driver's return code, what RESTART-CTL
      * was left holding and the tallies.
      *
       01  SIM-RESULT-TABLE.
           05  SIM-SET OCCURS 2 TIMES.
               10  SIM-END-STATE        PIC X(24).
               10  SIM-DRIVER-RC        PIC S9(4) COMP.
               10  SIM-RESTCTL-STEP     PIC X(8).
               10  SIM-RESTCTL-CLEARED  PIC X(1).
               10  SIM-RAN-COUNT        PIC S9(4) COMP.
               10  SIM-SKIPPED-COUNT    PIC S9(4) COMP.
               10  SIM-UNREACHED-COUNT  PIC S9(4) COMP.
               10  SIM-STEP OCCURS 50 TIMES.
                   15  SRE-OUTCOME      PIC X(13).
                   15  SRE-DETAIL       PIC X(16).
                   15  SRE-WAVE         PIC S9(4) COMP.
       01  WS-DIFF-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-SUMMARY-DIFFERS           PIC X(1) VALUE "N".
           88 SUMMARY-DIFFERS               VALUE "Y".
       01  WS-NEXT-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-COUNT-ED                  PIC ZZZ9.
      *
      * Report lines.
      *
       01  RPT-HEADING-1.
           05  FILLER                   PIC X(10) VALUE "NOPSIM".
           05  FILLER                   PIC X(40)
               VALUE "STEPCOND FAILURE-INJECTION SIMULATION".
           05  FILLER                   PIC X(8) VALUE "STREAM".
           05  RPH-STREAM-ID            PIC X(8).
           05  FILLER                   PIC X(11)
               VALUE "  RUN DATE".
           05  RPH-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X(47) VALUE SPACES.
       01  RPT-INFO-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RIL-TEXT                 PIC X(100).
           05  FILLER                   PIC X(30) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "STEP".
           05  FILLER                   PIC X(10) VALUE "PROGRAM".
           05  FILLER                   PIC X(11) VALUE "  RC SRC".
           05  FILLER                   PIC X(38)
               VALUE "LIVE OUTCOME  DETAIL           WAVE".
           05  FILLER                   PIC X(38)
               VALUE "PROPOSED      DETAIL           WAVE".
           05  FILLER                   PIC X(23) VALUE "DIFF".
       01  RPT-STEP-LINE.
           05  FILLER                   PIC X(2).
           05  RSL-STEP-NAME            PIC X(8).
           05  FILLER                   PIC X(2).
           05  RSL-PROGRAM-NAME         PIC X(8).
           05  FILLER                   PIC X(2).
           05  RSL-INJECT-RC            PIC ZZZ9.
           05  FILLER                   PIC X(1).
           05  RSL-RC-SOURCE            PIC X(4).
           05  FILLER                   PIC X(2).
           05  RSL-SIDE OCCURS 2 TIMES.
               10  RSL-OUTCOME          PIC X(13).
               10  FILLER               PIC X(1).
               10  RSL-DETAIL           PIC X(16).
               10  FILLER               PIC X(1).
               10  RSL-WAVE             PIC ZZZZ.
               10  FILLER               PIC X(3).
           05  RSL-DIFF-FLAG            PIC X(4).
           05  FILLER                   PIC X(19).
       01  RPT-SUMMARY-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RSM-LABEL                PIC X(9).
           05  FILLER                   PIC X(6) VALUE " END: ".
           05  RSM-END-STATE            PIC X(24).
           05  FILLER                   PIC X(12)
               VALUE "  DRIVER RC ".
           05  RSM-DRIVER-RC            PIC ZZZ9.
           05  FILLER                   PIC X(6) VALUE "  RAN ".
           05  RSM-RAN-COUNT            PIC ZZZ9.
           05  FILLER                   PIC X(10)
               VALUE "  SKIPPED ".
           05  RSM-SKIPPED-COUNT        PIC ZZZ9.
           05  FILLER                   PIC X(14)
               VALUE "  NOT REACHED ".
           05  RSM-UNREACHED-COUNT      PIC ZZZ9.
           05  FILLER                   PIC X(33) VALUE SPACES.
       01  RPT-TEXT-LINE.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  RTL-LABEL                PIC X(14).
           05  RTL-TEXT                 PIC X(80).
           05  FILLER                   PIC X(26) VALUE SPACES.
       01  RPT-CARD-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  RCL-IMAGE                PIC X(13).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  RCL-STATUS               PIC X(40).
           05  FILLER                   PIC X(72) VALUE SPACES.
       01  RPT-BLANK-LINE               PIC X(132) VALUE SPACES.
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
      * Run-rule request area for NOPSCHED; see SCHEDREQ.cpy.
      *
       COPY SCHEDREQ.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-GET-PARM
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO JCR-RUN-DATE
           MOVE "NOPSIM" TO JCR-LAST-STEP
           PERFORM 1100-LOAD-STREAM-DEF
           IF WS-STEP-COUNT = 0
               DISPLAY "NOPSIM: ERROR - no STREAM-DEF records "
                   "for stream " WS-STREAM-ID
                   "; nothing to simulate"
               MOVE 8 TO WS-RETURN-CODE
               MOVE "NOSTREAM" TO JCR-LAST-STATUS
               GOBACK RETURNING WS-RETURN-CODE
           END-IF
           PERFORM 1200-LOAD-GATE-CTL
           PERFORM 1300-LOAD-LIVE-POLICIES
           PERFORM 1350-LOAD-PROPOSED-POLICIES
           PERFORM 1400-SET-CYCLE-DATE
           PERFORM 1500-CHECK-RUN-RULES
           PERFORM 1600-READ-INJECTIONS
           PERFORM 1700-CHECK-RESUME-STEP
           PERFORM 3000-SIMULATE-SET
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > WS-SET-COUNT
           PERFORM 4000-PRINT-REPORT
           IF WS-DIFF-COUNT > 0 OR SUMMARY-DIFFERS
               OR WS-REJECT-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE "COMPLETE" TO JCR-LAST-STATUS
           GOBACK RETURNING WS-RETURN-CODE.

       1000-GET-PARM.
      *    A step CALLed by NOPDRV gets its PARM from the shared
      *    STEP-PARM-AREA, which the driver fills before each CALL;
      *    only a standalone run - SPA-PARM-STRING still the
      *    low-values an EXTERNAL item starts out as - reads the
      *    command line.
           IF SPA-PARM-STRING NOT = LOW-VALUES
               MOVE SPA-PARM-STRING TO WS-PARM-STRING
           ELSE
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-STREAM-POS
               FOR CHARACTERS BEFORE INITIAL "STREAM="
           IF WS-STREAM-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-STREAM-POS + 8:8)
                   TO WS-STREAM-ID
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-MODE-POS
               FOR CHARACTERS BEFORE INITIAL "MODE=DEP"
           IF WS-MODE-POS < LENGTH OF WS-PARM-STRING
               MOVE "D" TO WS-RUN-MODE
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-RESUME-POS
               FOR CHARACTERS BEFORE INITIAL "RESUME="
           IF WS-RESUME-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-RESUME-POS + 8:8)
                   TO WS-RESUME-STEP
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-SHIFT-POS
               FOR CHARACTERS BEFORE INITIAL "SHIFT="
           IF WS-SHIFT-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-SHIFT-POS + 7:1)
                   TO WS-RUN-SHIFT
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-DATE-POS
               FOR CHARACTERS BEFORE INITIAL "DATE="
           IF WS-DATE-POS < LENGTH OF WS-PARM-STRING
               AND WS-PARM-STRING(WS-DATE-POS + 6:8) IS NUMERIC
               MOVE WS-PARM-STRING(WS-DATE-POS + 6:8)
                   TO WS-CYCLE-DATE
               MOVE "PARM" TO WS-CYCLE-SOURCE
           END-IF.

       1100-LOAD-STREAM-DEF.
      *    The named stream's records are inserted in sequence-
      *    number order as they are read, the same way NOPDRV
      *    loads them, so the simulation walks the driven order.
      *    Only when no STREAM-DEF file exists at all does the
      *    compiled-in table stand in.
           OPEN INPUT STREAM-DEF-FILE
           IF WS-STREAMDEF-STATUS = "00"
               SET STREAMDEF-PRESENT TO TRUE
               PERFORM UNTIL STREAMDEF-AT-END
                   READ STREAM-DEF-FILE
                       AT END
                           SET STREAMDEF-AT-END TO TRUE
                       NOT AT END
                           IF SDR-STREAM-ID = WS-STREAM-ID
                               AND SDR-SEQUENCE IS NUMERIC
                               PERFORM 1110-INSERT-STREAM-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF
           IF NOT STREAMDEF-PRESENT
               MOVE STEP-TABLE-VALUES TO STEP-TABLE
               MOVE SPACES TO STEP-PRED-TABLE
               MOVE SPACES TO STEP-RULE-TABLE
               MOVE 6 TO WS-STEP-COUNT
           END-IF.

       1110-INSERT-STREAM-STEP.
           IF WS-STEP-COUNT >= 50
               DISPLAY "NOPSIM: WARNING - stream " WS-STREAM-ID
                   " has more steps than the table holds; "
                   SDR-STEP-NAME " ignored"
           ELSE
               MOVE WS-STEP-COUNT TO WS-INSERT-AT
               ADD 1 TO WS-INSERT-AT
               PERFORM VARYING WS-SLIDE-INDEX FROM 1 BY 1
                       UNTIL WS-SLIDE-INDEX > WS-STEP-COUNT
                   IF STE-SEQUENCE(WS-SLIDE-INDEX) > SDR-SEQUENCE
                       AND WS-SLIDE-INDEX < WS-INSERT-AT
                       MOVE WS-SLIDE-INDEX TO WS-INSERT-AT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SLIDE-INDEX
                       FROM WS-STEP-COUNT BY -1
                       UNTIL WS-SLIDE-INDEX < WS-INSERT-AT
                   MOVE STEP-ENTRY(WS-SLIDE-INDEX)
                       TO STEP-ENTRY(WS-SLIDE-INDEX + 1)
                   MOVE STE-SEQUENCE(WS-SLIDE-INDEX)
                       TO STE-SEQUENCE(WS-SLIDE-INDEX + 1)
                   MOVE STEP-PRED-ENTRY(WS-SLIDE-INDEX)
                       TO STEP-PRED-ENTRY(WS-SLIDE-INDEX + 1)
                   MOVE STEP-RULE-ENTRY(WS-SLIDE-INDEX)
                       TO STEP-RULE-ENTRY(WS-SLIDE-INDEX + 1)
               END-PERFORM
               MOVE SDR-STEP-NAME TO STE-STEP-NAME(WS-INSERT-AT)
               MOVE SDR-PROGRAM-NAME
                   TO STE-PROGRAM-NAME(WS-INSERT-AT)
               MOVE SDR-SEQUENCE TO STE-SEQUENCE(WS-INSERT-AT)
               MOVE SDR-PREDECESSORS
                   TO STEP-PRED-ENTRY(WS-INSERT-AT)
               MOVE SDR-RUN-RULE TO STEP-RULE-ENTRY(WS-INSERT-AT)
               ADD 1 TO WS-STEP-COUNT
           END-IF.

       1200-LOAD-GATE-CTL.
      *    A gate entry with no injection card returns what its
      *    GATE-CTL flag will make it return tonight: RC 4 on a
      *    flag of N, else 0 - NOPGATE's own rule.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT GATE-CTL-FILE
           IF WS-GATECTL-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ GATE-CTL-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF GATE-COUNT < 50
                               ADD 1 TO GATE-COUNT
                               MOVE GTC-STEP-NAME
                                   TO GTE-STEP-NAME(GATE-COUNT)
                               MOVE GTC-RUN-FLAG
                                   TO GTE-RUN-FLAG(GATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GATE-CTL-FILE
           END-IF
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               MOVE 0 TO STE-INJECT-RC(WS-STEP-INDEX)
               MOVE SPACES TO STE-RC-SOURCE(WS-STEP-INDEX)
               IF STE-PROGRAM-NAME(WS-STEP-INDEX) = "NOPGATE"
                   PERFORM VARYING WS-GATE-INDEX FROM 1 BY 1
                           UNTIL WS-GATE-INDEX > GATE-COUNT
                       IF GTE-STEP-NAME(WS-GATE-INDEX)
                               = STE-STEP-NAME(WS-STEP-INDEX)
                           AND GTE-RUN-FLAG(WS-GATE-INDEX) = "N"
                           MOVE 4 TO STE-INJECT-RC(WS-STEP-INDEX)
                           MOVE "GATE"
                               TO STE-RC-SOURCE(WS-STEP-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       1300-LOAD-LIVE-POLICIES.
      *    Loaded exactly as NOPDRV loads them: a record whose
      *    threshold is not numeric is ignored, and a SKIP count
      *    of zero or blank means one.
           MOVE 0 TO POLICY-COUNT(1)
           MOVE 0 TO POLICY-COUNT(2)
           MOVE 1 TO WS-LOAD-SET
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT STEP-COND-FILE
           IF WS-STEPCOND-STATUS = "00"
               SET LIVE-STEPCOND-PRESENT TO TRUE
               PERFORM UNTIL FILE-AT-END
                   READ STEP-COND-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           MOVE STEP-COND-RECORD
                               TO WS-POLICY-RECORD
                           PERFORM 1390-STORE-POLICY
                   END-READ
               END-PERFORM
               CLOSE STEP-COND-FILE
           END-IF.

       1350-LOAD-PROPOSED-POLICIES.
      *    The proposed file is optional; without one the
      *    simulation runs under the live policies alone.
           MOVE 2 TO WS-LOAD-SET
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT PROPOSED-COND-FILE
           IF WS-STEPCNDP-STATUS = "00"
               SET PROPOSED-PRESENT TO TRUE
               MOVE 2 TO WS-SET-COUNT
               PERFORM UNTIL FILE-AT-END
                   READ PROPOSED-COND-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           MOVE PROPOSED-COND-RECORD
                               TO WS-POLICY-RECORD
                           PERFORM 1390-STORE-POLICY
                   END-READ
               END-PERFORM
               CLOSE PROPOSED-COND-FILE
           END-IF.

       1390-STORE-POLICY.
           IF POLICY-COUNT(WS-LOAD-SET) < 50
               AND WPR-RC-THRESHOLD IS NUMERIC
               ADD 1 TO POLICY-COUNT(WS-LOAD-SET)
               MOVE POLICY-COUNT(WS-LOAD-SET) TO WS-POLICY-INDEX
               MOVE WPR-STEP-NAME
                   TO SPE-STEP-NAME(WS-LOAD-SET, WS-POLICY-INDEX)
               MOVE WPR-RC-THRESHOLD
                   TO SPE-RC-THRESHOLD(WS-LOAD-SET, WS-POLICY-INDEX)
               MOVE WPR-ACTION
                   TO SPE-ACTION(WS-LOAD-SET, WS-POLICY-INDEX)
               IF WPR-SKIP-COUNT IS NUMERIC
                   AND WPR-SKIP-COUNT > 0
                   MOVE WPR-SKIP-COUNT TO
                       SPE-SKIP-COUNT(WS-LOAD-SET, WS-POLICY-INDEX)
               ELSE
                   MOVE 1 TO
                       SPE-SKIP-COUNT(WS-LOAD-SET, WS-POLICY-INDEX)
               END-IF
           END-IF.

       1400-SET-CYCLE-DATE.
      *    The run rules are tested against the cycle the driver
      *    would be processing: a DATE= PARM, else the shift's
      *    PROCESSING-DATE-CTL date, else today. The shift is the
      *    SHIFT= PARM, else the clock's, as the driver derives it.
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
           END-IF
           IF WS-CYCLE-DATE = 0
               OPEN INPUT PROCESSING-DATE-CTL-FILE
               IF WS-CYCLECTL-STATUS = "00"
                   MOVE WS-RUN-SHIFT TO PDC-RUN-SHIFT
                   READ PROCESSING-DATE-CTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PDC-CYCLE-DATE IS NUMERIC
                               MOVE PDC-CYCLE-DATE
                                   TO WS-CYCLE-DATE
                               MOVE "CYCLECTL" TO WS-CYCLE-SOURCE
                           END-IF
                   END-READ
                   CLOSE PROCESSING-DATE-CTL-FILE
               END-IF
           END-IF
           IF WS-CYCLE-DATE = 0
               MOVE WS-SYSTEM-DATE TO WS-CYCLE-DATE
               MOVE "TODAY" TO WS-CYCLE-SOURCE
           END-IF.

       1500-CHECK-RUN-RULES.
      *    The same NOPSCHED check, made once up front, that the
      *    driver makes: a rule that cannot be parsed, or no
      *    NOPSCHED at all, leaves the step scheduled.
           MOVE ALL "Y" TO STEP-SCHED-TABLE
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR NOT SCHED-AVAILABLE
               IF STE-RULE-TYPE(WS-STEP-INDEX) NOT = SPACES
                   AND STE-RULE-TYPE(WS-STEP-INDEX) NOT = "DAILY"
                   PERFORM 1550-CHECK-STEP-RULE
               END-IF
           END-PERFORM.

       1550-CHECK-STEP-RULE.
           MOVE "C" TO SRQ-FUNCTION
           MOVE WS-CYCLE-DATE TO SRQ-CYCLE-DATE
           MOVE STEP-RULE-ENTRY(WS-STEP-INDEX) TO SRQ-RUN-RULE
           CALL "NOPSCHED" USING SCHEDULE-REQUEST
               ON EXCEPTION
                   MOVE "N" TO WS-SCHED-AVAILABLE
                   MOVE "Y" TO SRQ-RESULT
                   DISPLAY "NOPSIM: WARNING - NOPSCHED not "
                       "available; run rules not simulated"
           END-CALL
           IF SRQ-NOT-SCHEDULED
               MOVE "N" TO STE-SCHEDULED(WS-STEP-INDEX)
           END-IF.

       1600-READ-INJECTIONS.
      *    No SYSIN, or an empty one, simply simulates the run in
      *    which nothing fails.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS = "00"
               PERFORM UNTIL SYSIN-AT-END
                   READ SYSIN-FILE
                       AT END
                           SET SYSIN-AT-END TO TRUE
                       NOT AT END
                           IF SYSIN-RECORD NOT = SPACES
                               PERFORM 1650-APPLY-INJECTION-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYSIN-FILE
           END-IF.

       1650-APPLY-INJECTION-CARD.
           MOVE 0 TO WS-CARD-HIT
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF STE-STEP-NAME(WS-STEP-INDEX) = SIC-STEP-NAME
                   MOVE WS-STEP-INDEX TO WS-CARD-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CARD-HIT = 0
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - STEP NOT IN STREAM"
                       TO WS-CARD-STATUS
               WHEN SIC-RETURN-CODE IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - RC NOT FOUR DIGITS"
                       TO WS-CARD-STATUS
               WHEN OTHER
                   MOVE SIC-RC-DIGITS TO STE-INJECT-RC(WS-CARD-HIT)
                   MOVE "CARD" TO STE-RC-SOURCE(WS-CARD-HIT)
                   MOVE "APPLIED" TO WS-CARD-STATUS
           END-EVALUATE
           IF CARD-COUNT < 100
               ADD 1 TO CARD-COUNT
               MOVE SYSIN-RECORD(1:13) TO CDE-IMAGE(CARD-COUNT)
               MOVE WS-CARD-STATUS TO CDE-STATUS(CARD-COUNT)
           ELSE
               ADD 1 TO WS-UNLISTED-COUNT
           END-IF.

       1700-CHECK-RESUME-STEP.
           IF WS-RESUME-STEP NOT = SPACES
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                       UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   IF STE-STEP-NAME(WS-STEP-INDEX) = WS-RESUME-STEP
                       SET RESUME-STEP-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       3000-SIMULATE-SET.
      *    One whole driven run under one policy set, from exactly
      *    the state a fresh NOPDRV starts in. RESTART-CTL starts
      *    out holding the RESUME= step (spaces for a cold start).
      *    A checkpoint naming no entry, and a MODE=DEP run that
      *    finds a checkpoint, are refused before any step runs,
      *    as the driver refuses them.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               MOVE "NOT REACHED"
                   TO SRE-OUTCOME(WS-SET-INDEX, WS-STEP-INDEX)
               MOVE SPACES
                   TO SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
               MOVE 0 TO SRE-WAVE(WS-SET-INDEX, WS-STEP-INDEX)
           END-PERFORM
           MOVE SPACES TO SIM-END-STATE(WS-SET-INDEX)
           MOVE 0 TO SIM-DRIVER-RC(WS-SET-INDEX)
           MOVE WS-RESUME-STEP TO SIM-RESTCTL-STEP(WS-SET-INDEX)
           MOVE "N" TO SIM-RESTCTL-CLEARED(WS-SET-INDEX)
           MOVE 0 TO WS-SKIP-REMAINING
           MOVE SPACES TO WS-SKIP-REASON
           MOVE "N" TO WS-STREAM-STOPPED
           MOVE WS-RESUME-STEP TO WS-PREV-STEP-NAME
           MOVE "N" TO WS-RESUMING
           IF WS-RESUME-STEP NOT = SPACES
               SET RESUME-IN-PROGRESS TO TRUE
           END-IF
           MOVE 0 TO WS-WAVE-NUMBER
           EVALUATE TRUE
               WHEN RESUME-IN-PROGRESS AND NOT RESUME-STEP-FOUND
                   MOVE "BROKEN CHECKPOINT"
                       TO SIM-END-STATE(WS-SET-INDEX)
                   MOVE 8 TO SIM-DRIVER-RC(WS-SET-INDEX)
                   SET STREAM-STOPPED TO TRUE
               WHEN RESUME-IN-PROGRESS AND DEPENDENCY-MODE
                   MOVE "REFUSED - DEP RESUME"
                       TO SIM-END-STATE(WS-SET-INDEX)
                   MOVE 8 TO SIM-DRIVER-RC(WS-SET-INDEX)
                   SET STREAM-STOPPED TO TRUE
               WHEN DEPENDENCY-MODE
                   PERFORM 3200-SIMULATE-BY-DEPENDENCY
               WHEN OTHER
                   PERFORM 3100-SIMULATE-LINEAR
           END-EVALUATE
      *    Only a run that got through its whole table clears
      *    RESTART-CTL; a stopped run leaves whatever it held.
           IF NOT STREAM-STOPPED
               MOVE "COMPLETE" TO SIM-END-STATE(WS-SET-INDEX)
               MOVE SPACES TO SIM-RESTCTL-STEP(WS-SET-INDEX)
               MOVE "Y" TO SIM-RESTCTL-CLEARED(WS-SET-INDEX)
           END-IF
           PERFORM 3500-TALLY-SET.

       3050-MARK-NOT-SCHEDULED.
           MOVE "NOT SCHEDULED"
               TO SRE-OUTCOME(WS-SET-INDEX, WS-STEP-INDEX)
           MOVE SPACES TO SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
           STRING "RULE " STE-RULE-TYPE(WS-STEP-INDEX)
               DELIMITED BY SIZE
               INTO SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX).

       3060-MARK-SKIPPED.
           MOVE "SKIPPED" TO SRE-OUTCOME(WS-SET-INDEX, WS-STEP-INDEX)
           MOVE WS-SKIP-REASON
               TO SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
           SUBTRACT 1 FROM WS-SKIP-REMAINING.

       3100-SIMULATE-LINEAR.
      *    NOPDRV's 2000-RUN-STEPS: entries up to and including
      *    the checkpointed one are passed over as complete; an
      *    entry not scheduled is left out before a pending SKIP
      *    is weighed, so it does not use one up.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR STREAM-STOPPED
               IF RESUME-IN-PROGRESS
                   MOVE "RESUMED"
                       TO SRE-OUTCOME(WS-SET-INDEX, WS-STEP-INDEX)
                   MOVE "PER CHECKPOINT"
                       TO SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
                   IF STE-STEP-NAME(WS-STEP-INDEX) = WS-RESUME-STEP
                       MOVE "N" TO WS-RESUMING
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN STE-SCHEDULED(WS-STEP-INDEX) = "N"
                           PERFORM 3050-MARK-NOT-SCHEDULED
                       WHEN WS-SKIP-REMAINING > 0
                           PERFORM 3060-MARK-SKIPPED
                       WHEN OTHER
                           PERFORM 3300-SIMULATE-STEP
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3200-SIMULATE-BY-DEPENDENCY.
      *    NOPDRV's 2500-RUN-STEPS-BY-DEPENDENCY: entries not
      *    scheduled are settled as skipped before the first wave;
      *    each pass gathers the pending entries whose
      *    predecessors are all complete or skipped into a wave
      *    and runs them in sequence order; an empty wave with
      *    entries still pending is a deadlock.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
                   UNTIL WS-DEP-INDEX > WS-STEP-COUNT
               IF STE-SCHEDULED(WS-DEP-INDEX) = "N"
                   MOVE WS-DEP-INDEX TO WS-STEP-INDEX
                   PERFORM 3050-MARK-NOT-SCHEDULED
                   MOVE "S" TO STEP-STATE(WS-DEP-INDEX)
               ELSE
                   MOVE "P" TO STEP-STATE(WS-DEP-INDEX)
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-PENDING-COUNT = 0
                   OR STREAM-STOPPED
               PERFORM 3220-GATHER-WAVE
               IF WS-WAVE-SIZE = 0
                   PERFORM 3240-MARK-DEADLOCK
               ELSE
                   ADD 1 TO WS-WAVE-NUMBER
                   PERFORM 3230-RUN-WAVE
               END-IF
           END-PERFORM.

       3220-GATHER-WAVE.
           MOVE 0 TO WS-WAVE-SIZE
           PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
                   UNTIL WS-DEP-INDEX > WS-STEP-COUNT
               IF STEP-STATE(WS-DEP-INDEX) = "P"
                   PERFORM 3225-CHECK-PREDECESSORS
                   IF PREDS-ALL-SATISFIED
                       MOVE "W" TO STEP-STATE(WS-DEP-INDEX)
                       ADD 1 TO WS-WAVE-SIZE
                   END-IF
               END-IF
           END-PERFORM.

       3225-CHECK-PREDECESSORS.
           SET PREDS-ALL-SATISFIED TO TRUE
           PERFORM VARYING WS-PRED-SLOT FROM 1 BY 1
                   UNTIL WS-PRED-SLOT > 3
               IF STE-PRED-NAME(WS-DEP-INDEX, WS-PRED-SLOT)
                       NOT = SPACES
                   MOVE 0 TO WS-PRED-HIT
                   PERFORM VARYING WS-PRED-SCAN FROM 1 BY 1
                           UNTIL WS-PRED-SCAN > WS-STEP-COUNT
                       IF STE-STEP-NAME(WS-PRED-SCAN) =
                               STE-PRED-NAME
                               (WS-DEP-INDEX, WS-PRED-SLOT)
                           MOVE WS-PRED-SCAN TO WS-PRED-HIT
                       END-IF
                   END-PERFORM
                   IF WS-PRED-HIT = 0
                       MOVE "N" TO WS-PRED-OK
                   ELSE
                       IF STEP-STATE(WS-PRED-HIT) NOT = "C"
                           AND STEP-STATE(WS-PRED-HIT) NOT = "S"
                           MOVE "N" TO WS-PRED-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3230-RUN-WAVE.
      *    A step still in wave state while its own policy fires
      *    is what keeps it behind a CHKP frontier, exactly as in
      *    the driver, so its state is settled only afterwards.
           PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
                   UNTIL WS-DEP-INDEX > WS-STEP-COUNT
                   OR STREAM-STOPPED
               IF STEP-STATE(WS-DEP-INDEX) = "W"
                   MOVE WS-DEP-INDEX TO WS-STEP-INDEX
                   SUBTRACT 1 FROM WS-PENDING-COUNT
                   MOVE WS-WAVE-NUMBER
                       TO SRE-WAVE(WS-SET-INDEX, WS-STEP-INDEX)
                   IF WS-SKIP-REMAINING > 0
                       PERFORM 3060-MARK-SKIPPED
                       MOVE "S" TO STEP-STATE(WS-DEP-INDEX)
                   ELSE
                       PERFORM 3300-SIMULATE-STEP
                       MOVE "C" TO STEP-STATE(WS-DEP-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

       3240-MARK-DEADLOCK.
           PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
                   UNTIL WS-DEP-INDEX > WS-STEP-COUNT
               IF STEP-STATE(WS-DEP-INDEX) = "P"
                   MOVE "UNRUNNABLE"
                       TO SRE-OUTCOME(WS-SET-INDEX, WS-DEP-INDEX)
                   MOVE "PREDECESSOR"
                       TO SRE-DETAIL(WS-SET-INDEX, WS-DEP-INDEX)
               END-IF
           END-PERFORM
           MOVE "DEADLOCK" TO SIM-END-STATE(WS-SET-INDEX)
           MOVE 8 TO SIM-DRIVER-RC(WS-SET-INDEX)
           SET STREAM-STOPPED TO TRUE.

       3300-SIMULATE-STEP.
      *    The entry "runs" and gives its injected return code. A
      *    NOPCHK entry checkpoints its own step name on
      *    RESTART-CTL as it runs, before the driver weighs its
      *    return code.
           MOVE STE-INJECT-RC(WS-STEP-INDEX) TO WS-STEP-RC
           MOVE "RUN" TO SRE-OUTCOME(WS-SET-INDEX, WS-STEP-INDEX)
           IF STE-PROGRAM-NAME(WS-STEP-INDEX) = "NOPCHK"
               MOVE STE-STEP-NAME(WS-STEP-INDEX)
                   TO SIM-RESTCTL-STEP(WS-SET-INDEX)
               MOVE "WRITES RESTCTL"
                   TO SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
           END-IF
           PERFORM 3400-APPLY-STEP-POLICY
           IF NOT STREAM-STOPPED
               MOVE STE-STEP-NAME(WS-STEP-INDEX)
                   TO WS-PREV-STEP-NAME
           END-IF.

       3400-APPLY-STEP-POLICY.
      *    NOPDRV's 2300-APPLY-STEP-POLICY: a STEPCOND record for
      *    the step decides what its return code means; without
      *    one, RC 4 skips the very next entry.
           MOVE 0 TO WS-POLICY-HIT
           PERFORM VARYING WS-POLICY-INDEX FROM 1 BY 1
                   UNTIL WS-POLICY-INDEX > POLICY-COUNT(WS-SET-INDEX)
               IF SPE-STEP-NAME(WS-SET-INDEX, WS-POLICY-INDEX)
                       = STE-STEP-NAME(WS-STEP-INDEX)
                   MOVE WS-POLICY-INDEX TO WS-POLICY-HIT
               END-IF
           END-PERFORM
           IF WS-POLICY-HIT = 0
               IF WS-STEP-RC = 4
                   MOVE 1 TO WS-SKIP-REMAINING
                   MOVE "BY DEFAULT RC 4" TO WS-SKIP-REASON
                   MOVE "DEFAULT SKIP 1"
                       TO SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
               END-IF
           ELSE
               IF WS-STEP-RC >=
                       SPE-RC-THRESHOLD(WS-SET-INDEX, WS-POLICY-HIT)
                   PERFORM 3450-TAKE-POLICY-ACTION
               END-IF
           END-IF.

       3450-TAKE-POLICY-ACTION.
           MOVE SPE-RC-THRESHOLD(WS-SET-INDEX, WS-POLICY-HIT)
               TO WS-THRESHOLD-DISP
           MOVE SPACES TO SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
           EVALUATE SPE-ACTION(WS-SET-INDEX, WS-POLICY-HIT)
               WHEN "STOP"
                   STRING "STOP RC>=" WS-THRESHOLD-DISP
                       DELIMITED BY SIZE INTO
                       SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
                   SET STREAM-STOPPED TO TRUE
                   PERFORM 3480-RAISE-DRIVER-RC
                   MOVE SPACES TO SIM-END-STATE(WS-SET-INDEX)
                   STRING "STOPPED AT "
                       STE-STEP-NAME(WS-STEP-INDEX)
                       DELIMITED BY SIZE
                       INTO SIM-END-STATE(WS-SET-INDEX)
               WHEN "SKIP"
                   MOVE SPE-SKIP-COUNT(WS-SET-INDEX, WS-POLICY-HIT)
                       TO WS-SKIP-COUNT-ED
                   STRING "SKIP " WS-SKIP-COUNT-ED " RC>="
                       WS-THRESHOLD-DISP
                       DELIMITED BY SIZE INTO
                       SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
                   MOVE SPE-SKIP-COUNT(WS-SET-INDEX, WS-POLICY-HIT)
                       TO WS-SKIP-REMAINING
                   MOVE "BY STEPCOND" TO WS-SKIP-REASON
               WHEN "CHKP"
                   STRING "CHKP RC>=" WS-THRESHOLD-DISP
                       DELIMITED BY SIZE INTO
                       SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
                   IF DEPENDENCY-MODE
                       PERFORM 3460-COMPUTE-DEP-FRONTIER
                   END-IF
                   MOVE WS-PREV-STEP-NAME
                       TO SIM-RESTCTL-STEP(WS-SET-INDEX)
                   SET STREAM-STOPPED TO TRUE
                   PERFORM 3480-RAISE-DRIVER-RC
                   MOVE SPACES TO SIM-END-STATE(WS-SET-INDEX)
                   STRING "CHKP STOP AT "
                       STE-STEP-NAME(WS-STEP-INDEX)
                       DELIMITED BY SIZE
                       INTO SIM-END-STATE(WS-SET-INDEX)
               WHEN OTHER
                   STRING "CONT RC>=" WS-THRESHOLD-DISP
                       DELIMITED BY SIZE INTO
                       SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
           END-EVALUATE.

       3460-COMPUTE-DEP-FRONTIER.
      *    NOPDRV's 2450: under MODE=DEP the checkpoint names the
      *    end of the longest sequence-order prefix whose every
      *    entry is complete or skipped; spaces when there is none.
           MOVE SPACES TO WS-PREV-STEP-NAME
           MOVE 1 TO WS-DEP-INDEX
           PERFORM UNTIL WS-DEP-INDEX > WS-STEP-COUNT
                   OR (STEP-STATE(WS-DEP-INDEX) NOT = "C"
                       AND STEP-STATE(WS-DEP-INDEX) NOT = "S")
               MOVE STE-STEP-NAME(WS-DEP-INDEX)
                   TO WS-PREV-STEP-NAME
               ADD 1 TO WS-DEP-INDEX
           END-PERFORM.

       3480-RAISE-DRIVER-RC.
           IF WS-STEP-RC > SIM-DRIVER-RC(WS-SET-INDEX)
               MOVE WS-STEP-RC TO SIM-DRIVER-RC(WS-SET-INDEX)
           END-IF.

       3500-TALLY-SET.
           MOVE 0 TO SIM-RAN-COUNT(WS-SET-INDEX)
           MOVE 0 TO SIM-SKIPPED-COUNT(WS-SET-INDEX)
           MOVE 0 TO SIM-UNREACHED-COUNT(WS-SET-INDEX)
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               EVALUATE SRE-OUTCOME(WS-SET-INDEX, WS-STEP-INDEX)
                   WHEN "RUN"
                       ADD 1 TO SIM-RAN-COUNT(WS-SET-INDEX)
                   WHEN "SKIPPED"
                   WHEN "NOT SCHEDULED"
                       ADD 1 TO SIM-SKIPPED-COUNT(WS-SET-INDEX)
                   WHEN "NOT REACHED"
                   WHEN "UNRUNNABLE"
                       ADD 1 TO SIM-UNREACHED-COUNT(WS-SET-INDEX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           MOVE SIM-DRIVER-RC(WS-SET-INDEX) TO WS-COUNT-ED
           IF WS-SET-INDEX = 1
               DISPLAY "NOPSIM: live STEPCOND - "
                   SIM-END-STATE(WS-SET-INDEX)
                   " driver RC" WS-COUNT-ED
           ELSE
               DISPLAY "NOPSIM: proposed STEPCNDP - "
                   SIM-END-STATE(WS-SET-INDEX)
                   " driver RC" WS-COUNT-ED
           END-IF.

       4000-PRINT-REPORT.
           OPEN OUTPUT SIM-RPT-FILE
           IF WS-SIMRPT-STATUS NOT = "00"
               DISPLAY "NOPSIM: WARNING - could not open "
                   "SIMRPT, status " WS-SIMRPT-STATUS
           END-IF
           MOVE WS-STREAM-ID TO RPH-STREAM-ID
           MOVE WS-SYSTEM-DATE TO RPH-RUN-DATE
           WRITE SIM-RPT-LINE FROM RPT-HEADING-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RIL-TEXT
           IF DEPENDENCY-MODE
               STRING "MODE DEPENDENCY (WAVES)  SHIFT "
                   WS-RUN-SHIFT "  CYCLE " WS-CYCLE-DATE
                   " (" DELIMITED BY SIZE
                   WS-CYCLE-SOURCE DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE INTO RIL-TEXT
           ELSE
               STRING "MODE LINEAR  SHIFT "
                   WS-RUN-SHIFT "  CYCLE " WS-CYCLE-DATE
                   " (" DELIMITED BY SIZE
                   WS-CYCLE-SOURCE DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE INTO RIL-TEXT
           END-IF
           WRITE SIM-RPT-LINE FROM RPT-INFO-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RIL-TEXT
           IF WS-RESUME-STEP = SPACES
               MOVE "START: COLD - NO CHECKPOINT" TO RIL-TEXT
           ELSE
               STRING "START: RESUMING FROM A CHECKPOINT NAMING "
                   WS-RESUME-STEP
                   DELIMITED BY SIZE INTO RIL-TEXT
           END-IF
           WRITE SIM-RPT-LINE FROM RPT-INFO-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RIL-TEXT
           MOVE POLICY-COUNT(1) TO WS-COUNT-ED
           IF LIVE-STEPCOND-PRESENT
               STRING "LIVE POLICY: STEPCOND, " WS-COUNT-ED
                   " RECORD(S)"
                   DELIMITED BY SIZE INTO RIL-TEXT
           ELSE
               MOVE "LIVE POLICY: NO STEPCOND - DEFAULT RULE ONLY"
                   TO RIL-TEXT
           END-IF
           WRITE SIM-RPT-LINE FROM RPT-INFO-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RIL-TEXT
           MOVE POLICY-COUNT(2) TO WS-COUNT-ED
           IF PROPOSED-PRESENT
               STRING "PROPOSED POLICY: STEPCNDP, " WS-COUNT-ED
                   " RECORD(S)"
                   DELIMITED BY SIZE INTO RIL-TEXT
           ELSE
               MOVE "PROPOSED POLICY: NONE - LIVE ONLY"
                   TO RIL-TEXT
           END-IF
           WRITE SIM-RPT-LINE FROM RPT-INFO-LINE
               AFTER ADVANCING 1 LINE
           WRITE SIM-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE SIM-RPT-LINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 4100-PRINT-STEP-LINE
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
           WRITE SIM-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 4200-PRINT-SET-SUMMARY
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > WS-SET-COUNT
           PERFORM 4300-PRINT-CARDS
           PERFORM 4400-PRINT-VERDICT
           CLOSE SIM-RPT-FILE.

       4100-PRINT-STEP-LINE.
      *    An entry whose outcome, detail or wave differs between
      *    the live and proposed runs is flagged in the DIFF
      *    column.
           MOVE SPACES TO RPT-STEP-LINE
           MOVE STE-STEP-NAME(WS-STEP-INDEX) TO RSL-STEP-NAME
           MOVE STE-PROGRAM-NAME(WS-STEP-INDEX) TO RSL-PROGRAM-NAME
           MOVE STE-INJECT-RC(WS-STEP-INDEX) TO RSL-INJECT-RC
           MOVE STE-RC-SOURCE(WS-STEP-INDEX) TO RSL-RC-SOURCE
           PERFORM VARYING WS-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SET-INDEX > WS-SET-COUNT
               MOVE SRE-OUTCOME(WS-SET-INDEX, WS-STEP-INDEX)
                   TO RSL-OUTCOME(WS-SET-INDEX)
               MOVE SRE-DETAIL(WS-SET-INDEX, WS-STEP-INDEX)
                   TO RSL-DETAIL(WS-SET-INDEX)
               MOVE SRE-WAVE(WS-SET-INDEX, WS-STEP-INDEX)
                   TO RSL-WAVE(WS-SET-INDEX)
           END-PERFORM
           IF PROPOSED-PRESENT
               IF SIM-STEP(1, WS-STEP-INDEX)
                       NOT = SIM-STEP(2, WS-STEP-INDEX)
                   MOVE "<<<" TO RSL-DIFF-FLAG
                   ADD 1 TO WS-DIFF-COUNT
               END-IF
           END-IF
           WRITE SIM-RPT-LINE FROM RPT-STEP-LINE
               AFTER ADVANCING 1 LINE.

       4200-PRINT-SET-SUMMARY.
           IF WS-SET-INDEX = 1
               MOVE "LIVE" TO RSM-LABEL
           ELSE
               MOVE "PROPOSED" TO RSM-LABEL
           END-IF
           MOVE SIM-END-STATE(WS-SET-INDEX) TO RSM-END-STATE
           MOVE SIM-DRIVER-RC(WS-SET-INDEX) TO RSM-DRIVER-RC
           MOVE SIM-RAN-COUNT(WS-SET-INDEX) TO RSM-RAN-COUNT
           MOVE SIM-SKIPPED-COUNT(WS-SET-INDEX)
               TO RSM-SKIPPED-COUNT
           MOVE SIM-UNREACHED-COUNT(WS-SET-INDEX)
               TO RSM-UNREACHED-COUNT
           WRITE SIM-RPT-LINE FROM RPT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "RESTART-CTL:" TO RTL-LABEL
           MOVE SPACES TO RTL-TEXT
           EVALUATE TRUE
               WHEN SIM-RESTCTL-CLEARED(WS-SET-INDEX) = "Y"
                   MOVE "CLEARED - THE WHOLE TABLE RAN" TO RTL-TEXT
               WHEN SIM-RESTCTL-STEP(WS-SET-INDEX) = SPACES
                   MOVE "NO CHECKPOINT" TO RTL-TEXT
               WHEN OTHER
                   STRING "CHECKPOINT NAMES "
                       SIM-RESTCTL-STEP(WS-SET-INDEX)
                       DELIMITED BY SIZE INTO RTL-TEXT
           END-EVALUATE
           WRITE SIM-RPT-LINE FROM RPT-TEXT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PLAIN RERUN:" TO RTL-LABEL
           PERFORM 4250-BUILD-RERUN-TEXT
           WRITE SIM-RPT-LINE FROM RPT-TEXT-LINE
               AFTER ADVANCING 1 LINE
           WRITE SIM-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           IF WS-SET-INDEX = 2
               IF SIM-END-STATE(1) NOT = SIM-END-STATE(2)
                   OR SIM-DRIVER-RC(1) NOT = SIM-DRIVER-RC(2)
                   OR SIM-RESTCTL-STEP(1) NOT = SIM-RESTCTL-STEP(2)
                   SET SUMMARY-DIFFERS TO TRUE
               END-IF
           END-IF.

       4250-BUILD-RERUN-TEXT.
      *    Where a plain rerun of NOPDRV on the same cycle date
      *    would pick up: the entry after the checkpointed one, in
      *    sequence order, under the linear walk - the only mode
      *    that resumes a checkpoint.
           MOVE SPACES TO RTL-TEXT
           MOVE 0 TO WS-NEXT-INDEX
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF STE-STEP-NAME(WS-STEP-INDEX)
                       = SIM-RESTCTL-STEP(WS-SET-INDEX)
                   COMPUTE WS-NEXT-INDEX = WS-STEP-INDEX + 1
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN SIM-END-STATE(WS-SET-INDEX)
                       = "BROKEN CHECKPOINT"
                   MOVE "REFUSED AGAIN UNTIL RESTART-CTL IS CLEARED"
                       TO RTL-TEXT
               WHEN SIM-RESTCTL-STEP(WS-SET-INDEX) = SPACES
                   MOVE "STARTS COLD - EVERY ENTRY RUNS AGAIN"
                       TO RTL-TEXT
               WHEN WS-NEXT-INDEX > WS-STEP-COUNT
                   STRING "RESUMES AFTER "
                       SIM-RESTCTL-STEP(WS-SET-INDEX)
                       " - NOTHING LEFT TO RUN"
                       DELIMITED BY SIZE INTO RTL-TEXT
               WHEN DEPENDENCY-MODE
                   STRING "RESUMES AT "
                       STE-STEP-NAME(WS-NEXT-INDEX)
                       " - RERUN WITHOUT MODE=DEP; MODE=DEP "
                       "REFUSES A CHECKPOINT"
                       DELIMITED BY SIZE INTO RTL-TEXT
               WHEN OTHER
                   STRING "RESUMES AT "
                       STE-STEP-NAME(WS-NEXT-INDEX)
                       " (AFTER "
                       SIM-RESTCTL-STEP(WS-SET-INDEX) ")"
                       DELIMITED BY SIZE INTO RTL-TEXT
           END-EVALUATE.

       4300-PRINT-CARDS.
           MOVE SPACES TO RIL-TEXT
           MOVE CARD-COUNT TO WS-COUNT-ED
           STRING "INJECTION CARDS: " WS-COUNT-ED
               DELIMITED BY SIZE INTO RIL-TEXT
           WRITE SIM-RPT-LINE FROM RPT-INFO-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
                   UNTIL WS-CARD-INDEX > CARD-COUNT
               MOVE CDE-IMAGE(WS-CARD-INDEX) TO RCL-IMAGE
               MOVE CDE-STATUS(WS-CARD-INDEX) TO RCL-STATUS
               WRITE SIM-RPT-LINE FROM RPT-CARD-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           IF WS-UNLISTED-COUNT > 0
               MOVE SPACES TO RIL-TEXT
               MOVE WS-UNLISTED-COUNT TO WS-COUNT-ED
               STRING "FURTHER CARDS NOT LISTED: " WS-COUNT-ED
                   " (THE LISTING HOLDS 100; EACH WAS STILL APPLIED "
                   "OR REJECTED)"
                   DELIMITED BY SIZE INTO RIL-TEXT
               WRITE SIM-RPT-LINE FROM RPT-INFO-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE SIM-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       4400-PRINT-VERDICT.
           MOVE SPACES TO RIL-TEXT
           MOVE WS-DIFF-COUNT TO WS-COUNT-ED
           EVALUATE TRUE
               WHEN NOT PROPOSED-PRESENT
                   MOVE "NO PROPOSED STEPCOND TO COMPARE"
                       TO RIL-TEXT
               WHEN WS-DIFF-COUNT > 0 OR SUMMARY-DIFFERS
                   STRING "PROPOSED STEPCOND CHANGES THE OUTCOME - "
                       WS-COUNT-ED " ENTRY(S) DIFFER"
                       DELIMITED BY SIZE INTO RIL-TEXT
               WHEN OTHER
                   MOVE "PROPOSED STEPCOND MAKES NO DIFFERENCE"
                       TO RIL-TEXT
           END-EVALUATE
           WRITE SIM-RPT-LINE FROM RPT-INFO-LINE
               AFTER ADVANCING 1 LINE
           DISPLAY "NOPSIM: " RIL-TEXT(1:70).
