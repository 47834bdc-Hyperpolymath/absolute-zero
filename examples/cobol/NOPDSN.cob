       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPDSN.
      *
      * Dataset usage cross-reference: for each data file the
      * streams use, every step that reads or writes it, in the
      * order the driver runs them.
      *
      * STREAM-DEF says which steps follow which; nothing said
      * which files each step touches. When a file arrived late or
      * damaged, working out which steps it affected meant reading
      * program source at 3am, and MODE=DEP built its waves only
      * from the predecessor names somebody typed in - two steps
      * writing one file could land in the same wave and nobody
      * would know until the file was corrupt. The DSNUSE register
      * holds one record per step and data file it touches:
      *
      *   cols 1-8    stream id, as on STREAM-DEF
      *   cols 9-16   step name, as on STREAM-DEF
      *   cols 17-60  dataset name
      *   col  61     access: R read, W write, U update (read and
      *               rewritten in place)
      *
      * A step registered twice for one dataset with different
      * access is listed once, as U.
      *
      * NOPDSN prints on DSNRPT, dataset by dataset (in name
      * order), each step that touches it: stream, STREAM-DEF
      * sequence (the linear driven order, which the listing
      * follows), the MODE=DEP wave the step would run in, step,
      * program and access. The waves are worked out as NOPDRV
      * MODE=DEP builds them - each wave the entries whose
      * predecessors all ran in earlier waves - from the whole
      * stream, every run rule taken as scheduled.
      *
      * Under each dataset come its conflicts, checked exactly as
      * NOPVRFY checks them at the head of the stream:
      *   FATAL    two steps of one stream in the same wave that
      *            both write the dataset, or where one reads what
      *            the other writes - the driver would start them
      *            side by side on the same file; likewise such a
      *            pair kept apart only by a chain through a step
      *            with a run rule, when they would share a wave on
      *            a night that step is skipped
      *   WARNING  such a pair in different waves with no
      *            predecessor chain between them: only the wave
      *            timing keeps them apart, and a step dropped by
      *            its run rule on the night can close that gap;
      *            or with a chain only through a step with a run
      *            rule (the driver takes a step it drops as
      *            satisfied, so that chain orders nothing then)
      * Register records naming a step not in STREAM-DEF, or an
      * access other than R, W or U, are listed with a note and
      * take no part in the check; records with a blank dataset
      * name are counted as ignored.
      *
      * PARM: DSN=name             list only this dataset - the
      *                            impact of one late or damaged
      *                            file
      *       STREAM=name          list only this stream's steps
      * (every dataset and every stream without them)
      *
      * Return codes:
      *   0  listing printed, no findings
      *   4  warnings only: an unordered pair, a register record
      *      listed with a note or ignored, or a DSN= dataset that
      *      is not in the register
      *   8  at least one same-wave conflict (raises NOPALERT), or
      *      no DSNUSE register to list
      * Run as a NOPDRV step, NOPDSN needs a STEPCOND record with
      * CONT at 4, or a warning's RC 4 skips the next entry.
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every
      * other program in this stream uses. When CALLed in-process
      * by NOPDRV, the PARM is instead picked up from the shared
      * STEP-PARM-AREA (COPY STEPARM); see 1000-GET-PARM.
      *
      * Compile: cobc -x -I copybooks NOPDSN.cob
      * Run:     ./NOPDSN
      * Run:     ./NOPDSN "DSN=PROD.NOP.LEDGER"

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO STREAMDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SDR-STREAM-KEY
               FILE STATUS IS WS-STREAMDEF-STATUS.

           SELECT DSN-USAGE-FILE ASSIGN TO DSNUSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSNUSE-STATUS.

           SELECT DSN-RPT-FILE ASSIGN TO DSNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * One step of one named stream; a stream is the set of
      * records sharing a stream id, ordered by sequence number.
      * The predecessor names are what MODE=DEP schedules by.
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
      * The cross-reference listing.
      *
       FD  DSN-RPT-FILE
           RECORDING MODE IS F.
       01  DSN-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOB-NAME                 PIC X(8) VALUE "NOPDSN".
       01  WS-STREAMDEF-STATUS         PIC X(2).
       01  WS-DSNUSE-STATUS            PIC X(2).
       01  WS-DSNRPT-STATUS            PIC X(2).
       01  WS-FILE-EOF                 PIC X(1) VALUE "N".
           88 FILE-AT-END                  VALUE "Y".
      *
      * Every stream's steps, with the wave MODE=DEP would run
      * each in (zero: never reached - a predecessor cycle or a
      * predecessor in no stream), the ancestor mark and the step
      * a chain runs through that 6200 sets, and the wave with one
      * step skipped that 6400 works out. A step is conditional
      * when its run rule is anything but spaces or DAILY: some
      * nights it is not scheduled.
      *
       01  STEP-TABLE.
           05  STEP-COUNT              PIC S9(4) COMP VALUE 0.
           05  STEP-ENTRY OCCURS 100 TIMES.
               10  STE-STREAM-ID       PIC X(8).
               10  STE-STEP-NAME       PIC X(8).
               10  STE-PROGRAM-NAME    PIC X(8).
               10  STE-SEQUENCE        PIC X(4).
               10  STE-PRED-NAME       PIC X(8) OCCURS 3 TIMES.
               10  STE-WAVE-NUMBER     PIC S9(4) COMP.
               10  STE-ANCESTOR-MARK   PIC X(1).
               10  STE-VIA-STEP        PIC X(8).
               10  STE-RULE-COND       PIC X(1).
                   88 STE-CONDITIONAL      VALUE "Y".
               10  STE-ALT-WAVE        PIC S9(4) COMP.
       01  WS-STEP-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-SCAN-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-MARK-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-PRED-SLOT                PIC S9(4) COMP VALUE 0.
       01  WS-LOOKUP-NAME              PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-STREAM            PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-HIT               PIC S9(4) COMP VALUE 0.
      *
      * Wave simulation state.
      *
       01  WS-WAVE-NUMBER              PIC S9(4) COMP VALUE 0.
       01  WS-PASS-MARKS               PIC S9(4) COMP VALUE 0.
       01  WS-PRED-OK                  PIC X(1).
           88 PREDS-ALL-SATISFIED          VALUE "Y".
       01  WS-ANCESTOR-BASE            PIC S9(4) COMP VALUE 0.
       01  WS-PASS-VIA                 PIC X(8).
       01  WS-ORDER-VIA                PIC X(8).
       01  WS-DROP-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-ALT-WAVE-NUMBER          PIC S9(4) COMP VALUE 0.
      *
      * The register, kept in listing order: dataset, stream,
      * STREAM-DEF sequence (high-values for a step STREAM-DEF does
      * not know, so it lists last), step.
      *
       01  DSN-USE-TABLE.
           05  DSN-USE-COUNT           PIC S9(4) COMP VALUE 0.
           05  DSN-USE-ENTRY OCCURS 300 TIMES.
               10  DUE-SORT-KEY.
                   15  DUE-DATASET-NAME    PIC X(44).
                   15  DUE-STREAM-ID       PIC X(8).
                   15  DUE-SORT-SEQUENCE   PIC X(4).
                   15  DUE-STEP-NAME       PIC X(8).
               10  DUE-ACCESS          PIC X(1).
                   88 DUE-ACCESS-VALID     VALUE "R" "W" "U".
                   88 DUE-READS            VALUE "R" "U".
                   88 DUE-WRITES           VALUE "W" "U".
               10  DUE-STEP-HIT        PIC S9(4) COMP.
       01  WS-NEW-ENTRY.
           05  WS-NEW-SORT-KEY.
               10  WS-NEW-DATASET-NAME PIC X(44).
               10  WS-NEW-STREAM-ID    PIC X(8).
               10  WS-NEW-SORT-SEQUENCE PIC X(4).
               10  WS-NEW-STEP-NAME    PIC X(8).
           05  WS-NEW-ACCESS           PIC X(1).
           05  WS-NEW-STEP-HIT         PIC S9(4) COMP.
       01  WS-USE-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-PAIR-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-USE-HIT                  PIC S9(4) COMP VALUE 0.
       01  WS-INSERT-AT                PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-START              PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-END                PIC S9(4) COMP VALUE 0.
       01  WS-FIRST-STEP               PIC S9(4) COMP VALUE 0.
       01  WS-SECOND-STEP              PIC S9(4) COMP VALUE 0.
       01  WS-PAIR-ORDERED             PIC X(1).
           88 PAIR-IS-ORDERED              VALUE "Y".
       01  WS-CONFLICT-KIND            PIC X(10).
       01  WS-WAVE-EDIT                PIC ZZZ9.
       01  WS-WAVE-LEAD                PIC S9(4) COMP VALUE 0.
       01  WS-WAVE-TEXT                PIC X(4).
      *
      * PARM handling: the dataset and stream the listing is
      * limited to, spaces for all.
      *
       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-DSN-POS                  PIC S9(4) COMP VALUE 0.
       01  WS-SELECT-DSN               PIC X(44) VALUE SPACES.
       01  WS-STREAM-POS               PIC S9(4) COMP VALUE 0.
       01  WS-SELECT-STREAM            PIC X(8) VALUE SPACES.
       01  WS-VALUE-LENGTH             PIC S9(4) COMP VALUE 0.
      *
      * Counts for the dataset being listed and for the run.
      *
       01  WS-DSN-STEPS                PIC S9(4) COMP VALUE 0.
       01  WS-DSN-READERS              PIC S9(4) COMP VALUE 0.
       01  WS-DSN-WRITERS              PIC S9(4) COMP VALUE 0.
       01  WS-DATASET-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-IGNORED-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-NOTED-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-FATAL-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-WARN-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-FATAL-COUNT-ED           PIC ZZZ9.
       01  WS-SYSTEM-DATE              PIC 9(8).
       01  WS-RETURN-CODE              PIC S9(4) COMP VALUE 0.
      *
      * Report lines.
      *
       01  RPT-HEADING-1.
           05  FILLER                  PIC X(10) VALUE "NOPDSN".
           05  FILLER                  PIC X(36)
               VALUE "DATASET USAGE CROSS-REFERENCE".
           05  RPH-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(78) VALUE SPACES.
       01  RPT-SELECTION-LINE.
           05  FILLER                  PIC X(12) VALUE "SELECTION".
           05  FILLER                  PIC X(4) VALUE "DSN=".
           05  RPS-DATASET-NAME        PIC X(44).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "STREAM=".
           05  RPS-STREAM-ID           PIC X(8).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  RPT-DATASET-LINE.
           05  FILLER                  PIC X(8) VALUE "DATASET".
           05  RPD-DATASET-NAME        PIC X(44).
           05  FILLER                  PIC X(80) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(50) VALUE
               "  STREAM    SEQ   WAVE  STEP      PROGRAM   ACCESS".
           05  FILLER                  PIC X(82) VALUE "  NOTE".
       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-STREAM-ID           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-SEQUENCE            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-WAVE                PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-STEP-NAME           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-PROGRAM-NAME        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-ACCESS              PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-NOTE                PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-FINDING-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPF-SEVERITY            PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPF-TEXT                PIC X(80).
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  RPT-DATASET-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE "  STEPS".
           05  RPT-DSN-STEPS           PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE "   READERS".
           05  RPT-DSN-READERS         PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE "   WRITERS".
           05  RPT-DSN-WRITERS         PIC ZZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER                  PIC X(44) VALUE
               "  NO REGISTER ENTRIES MATCH THE SELECTION".
           05  FILLER                  PIC X(88) VALUE SPACES.
       01  RPT-TOTALS-LINE.
           05  FILLER                  PIC X(9) VALUE "DATASETS".
           05  RPT-DATASET-TOTAL       PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE "   ENTRIES".
           05  RPT-ENTRY-TOTAL         PIC ZZZ9.
           05  FILLER                  PIC X(8) VALUE "   FATAL".
           05  RPT-FATAL-TOTAL         PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE "   WARNING".
           05  RPT-WARN-TOTAL          PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE "   IGNORED".
           05  RPT-IGNORED-TOTAL       PIC ZZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
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
      * Shared step-parameter handoff area; see STEPARM.cpy.
      *
       COPY STEPARM.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-RESET-RUN-STATE
           PERFORM 1000-GET-PARM
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO JCR-RUN-DATE
           MOVE "NOPDSN" TO JCR-LAST-STEP
           OPEN INPUT DSN-USAGE-FILE
           IF WS-DSNUSE-STATUS NOT = "00"
               DISPLAY "NOPDSN: ERROR - no DSNUSE register (status "
                   WS-DSNUSE-STATUS "); nothing to list"
               MOVE 8 TO WS-RETURN-CODE
               MOVE "NOREGSTR" TO JCR-LAST-STATUS
               GOBACK RETURNING WS-RETURN-CODE
           END-IF
           PERFORM 1100-LOAD-STREAM-DEF
           PERFORM 2000-COMPUTE-WAVES
           PERFORM 1200-LOAD-REGISTER
           CLOSE DSN-USAGE-FILE
           PERFORM 4000-PRINT-REPORT
           EVALUATE TRUE
               WHEN WS-FATAL-COUNT > 0
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "CONFLICT" TO JCR-LAST-STATUS
                   MOVE WS-FATAL-COUNT TO WS-FATAL-COUNT-ED
                   DISPLAY "NOPDSN: ERROR -" WS-FATAL-COUNT-ED
                       " same-wave dataset conflict(s); see DSNRPT"
                   MOVE "E" TO ALQ-SEVERITY
                   MOVE WS-JOB-NAME TO ALQ-PROGRAM
                   MOVE WS-JOB-NAME TO ALQ-STEP
                   MOVE "DSNRACE" TO ALQ-STATUS-CODE
                   MOVE SPACES TO ALQ-MESSAGE
                   STRING "DATASET USAGE HAS" WS-FATAL-COUNT-ED
                       " SAME-WAVE CONFLICT(S); SEE DSNRPT"
                       DELIMITED BY SIZE INTO ALQ-MESSAGE
                   PERFORM 9000-SEND-ALERT
               WHEN WS-WARN-COUNT > 0 OR WS-NOTED-COUNT > 0
                   OR WS-IGNORED-COUNT > 0 OR DSN-USE-COUNT = 0
                   MOVE 4 TO WS-RETURN-CODE
                   MOVE "WARNINGS" TO JCR-LAST-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO JCR-LAST-STATUS
           END-EVALUATE
           GOBACK RETURNING WS-RETURN-CODE.

       0100-RESET-RUN-STATE.
      *    A CALLed program keeps its WORKING-STORAGE from the last
      *    CALL, so a second NOPDSN step in one NOPDRV run starts
      *    from nothing but its own PARM and files.
           MOVE SPACES TO WS-PARM-STRING
           MOVE SPACES TO WS-SELECT-DSN
           MOVE SPACES TO WS-SELECT-STREAM
           MOVE 0 TO STEP-COUNT
           MOVE 0 TO DSN-USE-COUNT
           MOVE 0 TO WS-DATASET-COUNT
           MOVE 0 TO WS-IGNORED-COUNT
           MOVE 0 TO WS-NOTED-COUNT
           MOVE 0 TO WS-FATAL-COUNT
           MOVE 0 TO WS-WARN-COUNT
           MOVE 0 TO WS-RETURN-CODE.

       1000-GET-PARM.
      *    A step CALLed by NOPDRV gets its PARM from the shared
      *    STEP-PARM-AREA, which the driver fills before each CALL;
      *    only a standalone run - SPA-PARM-STRING still the
      *    low-values an EXTERNAL item starts out as - reads the
      *    command line. Each value runs to the next space.
           IF SPA-PARM-STRING NOT = LOW-VALUES
               MOVE SPA-PARM-STRING TO WS-PARM-STRING
           ELSE
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           END-IF
           MOVE 0 TO WS-DSN-POS
           INSPECT WS-PARM-STRING TALLYING WS-DSN-POS
               FOR CHARACTERS BEFORE INITIAL "DSN="
           IF WS-DSN-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-DSN-POS + 5:)
                   TO WS-SELECT-DSN
               MOVE 0 TO WS-VALUE-LENGTH
               INSPECT WS-SELECT-DSN TALLYING WS-VALUE-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-VALUE-LENGTH < LENGTH OF WS-SELECT-DSN
                   MOVE SPACES
                       TO WS-SELECT-DSN(WS-VALUE-LENGTH + 1:)
               END-IF
           END-IF
           MOVE 0 TO WS-STREAM-POS
           INSPECT WS-PARM-STRING TALLYING WS-STREAM-POS
               FOR CHARACTERS BEFORE INITIAL "STREAM="
           IF WS-STREAM-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-STREAM-POS + 8:)
                   TO WS-SELECT-STREAM
               MOVE 0 TO WS-VALUE-LENGTH
               INSPECT WS-SELECT-STREAM TALLYING WS-VALUE-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-VALUE-LENGTH < LENGTH OF WS-SELECT-STREAM
                   MOVE SPACES
                       TO WS-SELECT-STREAM(WS-VALUE-LENGTH + 1:)
               END-IF
           END-IF.

       1100-LOAD-STREAM-DEF.
      *    Every stream loads, whatever the selection: the waves
      *    of a selected step depend on the whole of its stream.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT STREAM-DEF-FILE
           IF WS-STREAMDEF-STATUS NOT = "00"
               DISPLAY "NOPDSN: WARNING - could not open STREAMDEF, "
                   "status " WS-STREAMDEF-STATUS
                   "; no step can be placed"
           ELSE
               PERFORM UNTIL FILE-AT-END
                   READ STREAM-DEF-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           PERFORM 1110-ADD-STEP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF.

       1110-ADD-STEP-ENTRY.
           IF STEP-COUNT < 100
               ADD 1 TO STEP-COUNT
               MOVE SDR-STREAM-ID TO STE-STREAM-ID(STEP-COUNT)
               MOVE SDR-STEP-NAME TO STE-STEP-NAME(STEP-COUNT)
               MOVE SDR-PROGRAM-NAME
                   TO STE-PROGRAM-NAME(STEP-COUNT)
               MOVE SDR-SEQUENCE TO STE-SEQUENCE(STEP-COUNT)
               PERFORM VARYING WS-PRED-SLOT FROM 1 BY 1
                       UNTIL WS-PRED-SLOT > 3
                   MOVE SDR-PRED-NAME(WS-PRED-SLOT) TO
                       STE-PRED-NAME(STEP-COUNT, WS-PRED-SLOT)
               END-PERFORM
               MOVE 0 TO STE-WAVE-NUMBER(STEP-COUNT)
               MOVE SPACE TO STE-ANCESTOR-MARK(STEP-COUNT)
               IF SDR-RULE-TYPE = SPACES OR SDR-RULE-TYPE = "DAILY"
                   MOVE "N" TO STE-RULE-COND(STEP-COUNT)
               ELSE
                   MOVE "Y" TO STE-RULE-COND(STEP-COUNT)
               END-IF
           ELSE
               DISPLAY "NOPDSN: WARNING - more STREAM-DEF records "
                   "than the step table holds; " SDR-STREAM-KEY
                   " not loaded"
           END-IF.

       1200-LOAD-REGISTER.
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL FILE-AT-END
               READ DSN-USAGE-FILE
                   AT END
                       SET FILE-AT-END TO TRUE
                   NOT AT END
                       PERFORM 1210-SELECT-USAGE-RECORD
               END-READ
           END-PERFORM.

       1210-SELECT-USAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-SELECT-DSN NOT = SPACES
                   AND DUR-DATASET-NAME NOT = WS-SELECT-DSN
                   CONTINUE
               WHEN WS-SELECT-STREAM NOT = SPACES
                   AND DUR-STREAM-ID NOT = WS-SELECT-STREAM
                   CONTINUE
               WHEN DUR-DATASET-NAME = SPACES
                   ADD 1 TO WS-IGNORED-COUNT
                   DISPLAY "NOPDSN: WARNING - register record for "
                       DUR-STREAM-ID " " DUR-STEP-NAME
                       " has no dataset name; ignored"
               WHEN OTHER
                   PERFORM 1220-ADD-USAGE-ENTRY
           END-EVALUATE.

       1220-ADD-USAGE-ENTRY.
      *    One entry per stream, step and dataset: a second record
      *    for the same three with the other access makes it U. A
      *    record with an access code the check cannot use keeps
      *    an entry of its own, so it is listed as it was keyed.
           MOVE DUR-DATASET-NAME TO WS-NEW-DATASET-NAME
           MOVE DUR-STREAM-ID TO WS-NEW-STREAM-ID
           MOVE DUR-STEP-NAME TO WS-NEW-STEP-NAME
           MOVE DUR-ACCESS TO WS-NEW-ACCESS
           MOVE DUR-STEP-NAME TO WS-LOOKUP-NAME
           MOVE DUR-STREAM-ID TO WS-LOOKUP-STREAM
           PERFORM 6100-FIND-STEP-IN-STREAM
           MOVE WS-LOOKUP-HIT TO WS-NEW-STEP-HIT
           IF WS-LOOKUP-HIT = 0
               MOVE HIGH-VALUES TO WS-NEW-SORT-SEQUENCE
           ELSE
               MOVE STE-SEQUENCE(WS-LOOKUP-HIT)
                   TO WS-NEW-SORT-SEQUENCE
           END-IF
           MOVE 0 TO WS-USE-HIT
           IF DUR-ACCESS = "R" OR DUR-ACCESS = "W"
               OR DUR-ACCESS = "U"
               PERFORM VARYING WS-USE-INDEX FROM 1 BY 1
                       UNTIL WS-USE-INDEX > DSN-USE-COUNT
                   IF DUE-SORT-KEY(WS-USE-INDEX) = WS-NEW-SORT-KEY
                       AND DUE-ACCESS-VALID(WS-USE-INDEX)
                       AND WS-USE-HIT = 0
                       MOVE WS-USE-INDEX TO WS-USE-HIT
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-USE-HIT > 0
                   IF DUE-ACCESS(WS-USE-HIT) NOT = DUR-ACCESS
                       MOVE "U" TO DUE-ACCESS(WS-USE-HIT)
                   END-IF
               WHEN DSN-USE-COUNT < 300
                   PERFORM 1230-INSERT-USAGE-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-IGNORED-COUNT
                   DISPLAY "NOPDSN: WARNING - more register records "
                       "than the table holds; " DUR-STEP-NAME " "
                       DUR-DATASET-NAME " not listed"
           END-EVALUATE.

       1230-INSERT-USAGE-ENTRY.
      *    In at the first entry whose key sorts after the new
      *    one, the rest moving down a place.
           COMPUTE WS-INSERT-AT = DSN-USE-COUNT + 1
           PERFORM VARYING WS-USE-INDEX FROM DSN-USE-COUNT BY -1
                   UNTIL WS-USE-INDEX < 1
               IF DUE-SORT-KEY(WS-USE-INDEX) > WS-NEW-SORT-KEY
                   MOVE WS-USE-INDEX TO WS-INSERT-AT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-USE-INDEX FROM DSN-USE-COUNT BY -1
                   UNTIL WS-USE-INDEX < WS-INSERT-AT
               MOVE DSN-USE-ENTRY(WS-USE-INDEX)
                   TO DSN-USE-ENTRY(WS-USE-INDEX + 1)
           END-PERFORM
           ADD 1 TO DSN-USE-COUNT
           MOVE WS-NEW-SORT-KEY TO DUE-SORT-KEY(WS-INSERT-AT)
           MOVE WS-NEW-ACCESS TO DUE-ACCESS(WS-INSERT-AT)
           MOVE WS-NEW-STEP-HIT TO DUE-STEP-HIT(WS-INSERT-AT).

       2000-COMPUTE-WAVES.
      *    The wave simulation NOPDRV's MODE=DEP runs: each pass
      *    numbers every entry whose predecessors were all numbered
      *    by an earlier pass; what no pass reaches stays zero.
           MOVE 0 TO WS-WAVE-NUMBER
           MOVE 1 TO WS-PASS-MARKS
           PERFORM UNTIL WS-PASS-MARKS = 0
               ADD 1 TO WS-WAVE-NUMBER
               MOVE 0 TO WS-PASS-MARKS
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                       UNTIL WS-STEP-INDEX > STEP-COUNT
                   IF STE-WAVE-NUMBER(WS-STEP-INDEX) = 0
                       PERFORM 2010-TRY-WAVE-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM.

       2010-TRY-WAVE-ENTRY.
           SET PREDS-ALL-SATISFIED TO TRUE
           PERFORM VARYING WS-PRED-SLOT FROM 1 BY 1
                   UNTIL WS-PRED-SLOT > 3
               IF STE-PRED-NAME(WS-STEP-INDEX, WS-PRED-SLOT)
                       NOT = SPACES
                   MOVE STE-PRED-NAME
                       (WS-STEP-INDEX, WS-PRED-SLOT)
                       TO WS-LOOKUP-NAME
                   MOVE STE-STREAM-ID(WS-STEP-INDEX)
                       TO WS-LOOKUP-STREAM
                   PERFORM 6100-FIND-STEP-IN-STREAM
                   IF WS-LOOKUP-HIT = 0
                       MOVE "N" TO WS-PRED-OK
                   ELSE
                       IF STE-WAVE-NUMBER(WS-LOOKUP-HIT) = 0
                           OR STE-WAVE-NUMBER(WS-LOOKUP-HIT)
                               = WS-WAVE-NUMBER
                           MOVE "N" TO WS-PRED-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF PREDS-ALL-SATISFIED
               MOVE WS-WAVE-NUMBER TO STE-WAVE-NUMBER(WS-STEP-INDEX)
               ADD 1 TO WS-PASS-MARKS
           END-IF.

       4000-PRINT-REPORT.
           OPEN OUTPUT DSN-RPT-FILE
           IF WS-DSNRPT-STATUS NOT = "00"
               DISPLAY "NOPDSN: WARNING - could not open "
                   "DSNRPT, status " WS-DSNRPT-STATUS
           END-IF
           MOVE WS-SYSTEM-DATE TO RPH-RUN-DATE
           WRITE DSN-RPT-LINE FROM RPT-HEADING-1
               AFTER ADVANCING 1 LINE
           IF WS-SELECT-DSN = SPACES
               MOVE "(ALL)" TO RPS-DATASET-NAME
           ELSE
               MOVE WS-SELECT-DSN TO RPS-DATASET-NAME
           END-IF
           IF WS-SELECT-STREAM = SPACES
               MOVE "(ALL)" TO RPS-STREAM-ID
           ELSE
               MOVE WS-SELECT-STREAM TO RPS-STREAM-ID
           END-IF
           WRITE DSN-RPT-LINE FROM RPT-SELECTION-LINE
               AFTER ADVANCING 1 LINE
           WRITE DSN-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           IF DSN-USE-COUNT = 0
               WRITE DSN-RPT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE DSN-RPT-LINE FROM RPT-BLANK-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 1 TO WS-GROUP-START
           PERFORM UNTIL WS-GROUP-START > DSN-USE-COUNT
               PERFORM 4100-FIND-GROUP-END
               PERFORM 4200-PRINT-DATASET
               COMPUTE WS-GROUP-START = WS-GROUP-END + 1
           END-PERFORM
           MOVE WS-DATASET-COUNT TO RPT-DATASET-TOTAL
           MOVE DSN-USE-COUNT TO RPT-ENTRY-TOTAL
           MOVE WS-FATAL-COUNT TO RPT-FATAL-TOTAL
           MOVE WS-WARN-COUNT TO RPT-WARN-TOTAL
           MOVE WS-IGNORED-COUNT TO RPT-IGNORED-TOTAL
           WRITE DSN-RPT-LINE FROM RPT-TOTALS-LINE
               AFTER ADVANCING 1 LINE
           CLOSE DSN-RPT-FILE.

       4100-FIND-GROUP-END.
      *    The table is in dataset order, so one dataset's entries
      *    run from the group start to the last entry naming it.
           MOVE WS-GROUP-START TO WS-GROUP-END
           PERFORM VARYING WS-USE-INDEX FROM WS-GROUP-START BY 1
                   UNTIL WS-USE-INDEX > DSN-USE-COUNT
               IF DUE-DATASET-NAME(WS-USE-INDEX)
                       = DUE-DATASET-NAME(WS-GROUP-START)
                   MOVE WS-USE-INDEX TO WS-GROUP-END
               END-IF
           END-PERFORM.

       4200-PRINT-DATASET.
           ADD 1 TO WS-DATASET-COUNT
           MOVE 0 TO WS-DSN-STEPS
           MOVE 0 TO WS-DSN-READERS
           MOVE 0 TO WS-DSN-WRITERS
           MOVE DUE-DATASET-NAME(WS-GROUP-START) TO RPD-DATASET-NAME
           WRITE DSN-RPT-LINE FROM RPT-DATASET-LINE
               AFTER ADVANCING 1 LINE
           WRITE DSN-RPT-LINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-USE-INDEX FROM WS-GROUP-START BY 1
                   UNTIL WS-USE-INDEX > WS-GROUP-END
               PERFORM 4210-PRINT-USAGE-ENTRY
           END-PERFORM
           PERFORM VARYING WS-USE-INDEX FROM WS-GROUP-START BY 1
                   UNTIL WS-USE-INDEX > WS-GROUP-END
               PERFORM VARYING WS-PAIR-INDEX FROM WS-USE-INDEX
                       BY 1 UNTIL WS-PAIR-INDEX > WS-GROUP-END
                   PERFORM 4300-CHECK-USAGE-PAIR
               END-PERFORM
           END-PERFORM
           MOVE WS-DSN-STEPS TO RPT-DSN-STEPS
           MOVE WS-DSN-READERS TO RPT-DSN-READERS
           MOVE WS-DSN-WRITERS TO RPT-DSN-WRITERS
           WRITE DSN-RPT-LINE FROM RPT-DATASET-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           WRITE DSN-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       4210-PRINT-USAGE-ENTRY.
           ADD 1 TO WS-DSN-STEPS
           MOVE DUE-STREAM-ID(WS-USE-INDEX) TO RPL-STREAM-ID
           MOVE DUE-STEP-NAME(WS-USE-INDEX) TO RPL-STEP-NAME
           MOVE SPACES TO RPL-NOTE
           MOVE DUE-STEP-HIT(WS-USE-INDEX) TO WS-FIRST-STEP
           IF WS-FIRST-STEP = 0
               MOVE "----" TO RPL-SEQUENCE
               MOVE "----" TO RPL-WAVE
               MOVE SPACES TO RPL-PROGRAM-NAME
               MOVE "STEP NOT IN STREAM-DEF; NOT CHECKED"
                   TO RPL-NOTE
           ELSE
               MOVE STE-SEQUENCE(WS-FIRST-STEP) TO RPL-SEQUENCE
               MOVE STE-PROGRAM-NAME(WS-FIRST-STEP)
                   TO RPL-PROGRAM-NAME
               IF STE-WAVE-NUMBER(WS-FIRST-STEP) = 0
                   MOVE "NONE" TO RPL-WAVE
                   MOVE "NEVER REACHED UNDER MODE=DEP"
                       TO RPL-NOTE
               ELSE
                   MOVE STE-WAVE-NUMBER(WS-FIRST-STEP)
                       TO WS-WAVE-EDIT
                   MOVE WS-WAVE-EDIT TO RPL-WAVE
               END-IF
           END-IF
           EVALUATE DUE-ACCESS(WS-USE-INDEX)
               WHEN "R"
                   MOVE "READ" TO RPL-ACCESS
                   ADD 1 TO WS-DSN-READERS
               WHEN "W"
                   MOVE "WRITE" TO RPL-ACCESS
                   ADD 1 TO WS-DSN-WRITERS
               WHEN "U"
                   MOVE "UPDATE" TO RPL-ACCESS
                   ADD 1 TO WS-DSN-READERS
                   ADD 1 TO WS-DSN-WRITERS
               WHEN OTHER
                   MOVE DUE-ACCESS(WS-USE-INDEX) TO RPL-ACCESS
                   MOVE "ACCESS NOT R, W OR U; NOT CHECKED"
                       TO RPL-NOTE
           END-EVALUATE
           IF RPL-NOTE NOT = SPACES
               ADD 1 TO WS-NOTED-COUNT
           END-IF
           WRITE DSN-RPT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       4300-CHECK-USAGE-PAIR.
      *    Both entries are on this dataset already. The inner walk
      *    starts at the outer entry itself; the step-name test
      *    drops that pairing along with a step's own entries.
           IF DUE-STREAM-ID(WS-USE-INDEX)
                   = DUE-STREAM-ID(WS-PAIR-INDEX)
               AND DUE-STEP-NAME(WS-USE-INDEX)
                   NOT = DUE-STEP-NAME(WS-PAIR-INDEX)
               AND DUE-ACCESS-VALID(WS-USE-INDEX)
               AND DUE-ACCESS-VALID(WS-PAIR-INDEX)
               AND DUE-STEP-HIT(WS-USE-INDEX) > 0
               AND DUE-STEP-HIT(WS-PAIR-INDEX) > 0
               AND (DUE-WRITES(WS-USE-INDEX)
                   OR DUE-WRITES(WS-PAIR-INDEX))
               PERFORM 4310-REPORT-USAGE-PAIR
           END-IF.

       4310-REPORT-USAGE-PAIR.
      *    Same wave: the driver starts both together - fatal.
      *    Different waves: sound if a predecessor chain runs from
      *    one to the other; if only the wave numbers keep them
      *    apart, warn. A chain through a conditional step warns
      *    too, and is fatal if the two share a wave on the nights
      *    that step is skipped. A step no wave reaches is noted on
      *    its own line and never runs alongside anything.
           MOVE DUE-STEP-HIT(WS-USE-INDEX) TO WS-FIRST-STEP
           MOVE DUE-STEP-HIT(WS-PAIR-INDEX) TO WS-SECOND-STEP
           IF DUE-WRITES(WS-USE-INDEX) AND DUE-WRITES(WS-PAIR-INDEX)
               MOVE "BOTH WRITE" TO WS-CONFLICT-KIND
           ELSE
               MOVE "READ/WRITE" TO WS-CONFLICT-KIND
           END-IF
           MOVE SPACES TO RPF-TEXT
           EVALUATE TRUE
               WHEN STE-WAVE-NUMBER(WS-FIRST-STEP) = 0
                   OR STE-WAVE-NUMBER(WS-SECOND-STEP) = 0
                   CONTINUE
               WHEN STE-WAVE-NUMBER(WS-FIRST-STEP)
                   = STE-WAVE-NUMBER(WS-SECOND-STEP)
                   MOVE STE-WAVE-NUMBER(WS-FIRST-STEP)
                       TO WS-WAVE-EDIT
                   PERFORM 6300-EDIT-WAVE-TEXT
                   MOVE "FATAL" TO RPF-SEVERITY
                   STRING DUE-STEP-NAME(WS-USE-INDEX)
                           DELIMITED BY SPACE
                       " AND " DELIMITED BY SIZE
                       DUE-STEP-NAME(WS-PAIR-INDEX)
                           DELIMITED BY SPACE
                       " IN SAME WAVE " DELIMITED BY SIZE
                       WS-WAVE-TEXT DELIMITED BY SPACE
                       " OF " DELIMITED BY SIZE
                       DUE-STREAM-ID(WS-USE-INDEX)
                           DELIMITED BY SPACE
                       "; " WS-CONFLICT-KIND DELIMITED BY SIZE
                       INTO RPF-TEXT
                   ADD 1 TO WS-FATAL-COUNT
                   WRITE DSN-RPT-LINE FROM RPT-FINDING-LINE
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   PERFORM 4320-CHECK-PAIR-CHAIN
                   EVALUATE TRUE
                       WHEN PAIR-IS-ORDERED
                           CONTINUE
                       WHEN WS-ORDER-VIA = SPACES
                           MOVE "WARNING" TO RPF-SEVERITY
                           STRING DUE-STEP-NAME(WS-USE-INDEX)
                                   DELIMITED BY SPACE
                               " AND " DELIMITED BY SIZE
                               DUE-STEP-NAME(WS-PAIR-INDEX)
                                   DELIMITED BY SPACE
                               " OF " DELIMITED BY SIZE
                               DUE-STREAM-ID(WS-USE-INDEX)
                                   DELIMITED BY SPACE
                               " HAVE NO PREDECESSOR CHAIN; "
                               WS-CONFLICT-KIND DELIMITED BY SIZE
                               INTO RPF-TEXT
                           ADD 1 TO WS-WARN-COUNT
                           WRITE DSN-RPT-LINE FROM RPT-FINDING-LINE
                               AFTER ADVANCING 1 LINE
                       WHEN STE-ALT-WAVE(WS-FIRST-STEP)
                           = STE-ALT-WAVE(WS-SECOND-STEP)
                           MOVE STE-ALT-WAVE(WS-FIRST-STEP)
                               TO WS-WAVE-EDIT
                           PERFORM 6300-EDIT-WAVE-TEXT
                           MOVE "FATAL" TO RPF-SEVERITY
                           STRING DUE-STEP-NAME(WS-USE-INDEX)
                                   DELIMITED BY SPACE
                               " AND " DELIMITED BY SIZE
                               DUE-STEP-NAME(WS-PAIR-INDEX)
                                   DELIMITED BY SPACE
                               " IN SAME WAVE " DELIMITED BY SIZE
                               WS-WAVE-TEXT DELIMITED BY SPACE
                               " OF " DELIMITED BY SIZE
                               DUE-STREAM-ID(WS-USE-INDEX)
                                   DELIMITED BY SPACE
                               " IF " DELIMITED BY SIZE
                               WS-ORDER-VIA DELIMITED BY SPACE
                               " SKIPS; " WS-CONFLICT-KIND
                                   DELIMITED BY SIZE
                               INTO RPF-TEXT
                           ADD 1 TO WS-FATAL-COUNT
                           WRITE DSN-RPT-LINE FROM RPT-FINDING-LINE
                               AFTER ADVANCING 1 LINE
                       WHEN OTHER
                           MOVE "WARNING" TO RPF-SEVERITY
                           STRING DUE-STEP-NAME(WS-USE-INDEX)
                                   DELIMITED BY SPACE
                               " AND " DELIMITED BY SIZE
                               DUE-STEP-NAME(WS-PAIR-INDEX)
                                   DELIMITED BY SPACE
                               " OF " DELIMITED BY SIZE
                               DUE-STREAM-ID(WS-USE-INDEX)
                                   DELIMITED BY SPACE
                               " CHAINED ONLY VIA CONDITIONAL "
                                   DELIMITED BY SIZE
                               WS-ORDER-VIA DELIMITED BY SPACE
                               "; " WS-CONFLICT-KIND
                                   DELIMITED BY SIZE
                               INTO RPF-TEXT
                           ADD 1 TO WS-WARN-COUNT
                           WRITE DSN-RPT-LINE FROM RPT-FINDING-LINE
                               AFTER ADVANCING 1 LINE
                   END-EVALUATE
           END-EVALUATE.

       4320-CHECK-PAIR-CHAIN.
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

       6100-FIND-STEP-IN-STREAM.
      *    Sets WS-LOOKUP-HIT to the entry whose step name matches
      *    WS-LOOKUP-NAME within WS-LOOKUP-STREAM, or zero.
           MOVE 0 TO WS-LOOKUP-HIT
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > STEP-COUNT
               IF STE-STEP-NAME(WS-SCAN-INDEX) = WS-LOOKUP-NAME
                   AND STE-STREAM-ID(WS-SCAN-INDEX)
                       = WS-LOOKUP-STREAM
                   AND WS-LOOKUP-HIT = 0
                   MOVE WS-SCAN-INDEX TO WS-LOOKUP-HIT
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

       9000-SEND-ALERT.
      *    Alerting must never take the step down with it: a
      *    missing or unloadable NOPALERT module degrades to a
      *    console note.
           CALL "NOPALERT" USING ALERT-REQUEST
               ON EXCEPTION
                   DISPLAY "NOPDSN: WARNING - NOPALERT not "
                       "available; alert not raised"
           END-CALL.
