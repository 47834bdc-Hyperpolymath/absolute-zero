       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPSMX.
      *
      * Daily service-management extract: the stream's results as
      * one interface file for the corporate reporting warehouse.
      *
      * Until now the warehouse got our numbers by someone copying
      * the NOPLEDG monthly scorecard into a spreadsheet. NOPSMX
      * writes the SMXOUT interface file instead (layout in
      * SMXREC.cpy, shared with the warehouse load): a header
      * record, detail records of several types, and a trailer of
      * record counts and control totals. For every cycle date in
      * the extract window it carries
      *
      *   C  the newest CYCLEDGR record per cycle date, shift and
      *      stream, the same newest-wins reading the scorecard
      *      takes, so a corrected NOPLEDG rerun supersedes
      *   S  every STEP-HIST duration sample
      *   L  the newest SLA-HISTORY outcome per cycle date and
      *      shift, as NOPLEDG ledgers it
      *   A  every severity E or C alert from ALERTS (by the date
      *      of its stamp), with its ALERT-ACK operator,
      *      disposition and minutes from alert to acknowledgment
      *      - or OPEN when no acknowledgment is on file yet
      *   K  every acknowledgment made inside the window for an
      *      alert stamped before it: the earlier extract sent
      *      that alert as OPEN, and this closes it for the
      *      warehouse
      *
      * The extract is incremental. The one-record SMXCTL file
      * holds the high-water mark: the last cycle date a good
      * extract covered, and the number of the last extract. The
      * daily run covers the day after the mark through yesterday
      * (THRU= caps it earlier); today is still running and is
      * left for tomorrow's extract. Run in-stream while NOPDRV
      * catches up a backlog, "yesterday" is the day before the
      * cycle being driven. With no SMXCTL record the
      * first run covers everything on file through yesterday. A
      * daily run that finds the mark already at yesterday has
      * nothing to send, says so and leaves SMXOUT as it stands,
      * so a file not yet collected is never overwritten with an
      * empty one.
      *
      * FROM=yyyymmdd asks for a resend: the window is FROM
      * through THRU (yesterday without one), whatever the mark
      * says, and the mark is not moved - the daily run carries
      * on from where it was. A resend still takes the next
      * extract number, so the warehouse can tell the files
      * apart. A later NOPLEDG or NOPSLA rerun for a date already
      * sent is not picked up by the daily run; a resend of that
      * date sends its newest records.
      *
      * Nothing is handed over unchecked. While the details are
      * written, the trailer's counts and totals are accumulated
      * from the records read; the finished file is then read
      * back and every record recounted and resummed, and the
      * header, every count and every total must agree with the
      * trailer as it was read back. A file that fails, or an
      * extract that could not hold everything the window
      * selected, is emptied, the mark is left where it was, and
      * an E alert goes out through NOPALERT. Only a file that
      * passes moves the mark.
      *
      * Alerts stamped in the stream's old time-only form carry no
      * date and cannot be placed in a window; they are not
      * extracted.
      *
      * PARM: FROM=yyyymmdd        resend from this cycle date
      *       THRU=yyyymmdd        last cycle date to extract
      *                            (yesterday without one)
      *
      * Return codes:
      *   0  extract written, checked and handed over
      *   4  nothing new to extract; SMXOUT left as it was
      *   8  extract failed its check or could not be completed,
      *      or the PARM window is invalid; SMXOUT emptied and the
      *      mark not moved
      * Run as a NOPDRV step, NOPSMX needs a STEPCOND record with
      * CONT at 4, or a quiet night's RC 4 skips the next entry.
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every
      * other program in this stream uses. When CALLed in-process
      * by NOPDRV, the PARM is instead picked up from the shared
      * STEP-PARM-AREA (COPY STEPARM); see 1000-GET-PARM.
      *
      * Compile: cobc -x -I copybooks NOPSMX.cob
      * Run:     ./NOPSMX
      * Run:     ./NOPSMX "FROM=20250801 THRU=20250831"

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMX-CTL-FILE ASSIGN TO SMXCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMXCTL-STATUS.

           SELECT CYCLE-LEDGER-FILE ASSIGN TO CYCLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLEDGR-STATUS.

           SELECT STEP-HIST-FILE ASSIGN TO STEPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPHIST-STATUS.

           SELECT SLA-HISTORY-FILE ASSIGN TO SLAHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAHIST-STATUS.

           SELECT ALERTS-FILE ASSIGN TO ALERTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

           SELECT ALERT-ACK-FILE ASSIGN TO ALERTACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTACK-STATUS.

           SELECT SMX-OUT-FILE ASSIGN TO SMXOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMXOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * The extract high-water mark, one record: the last cycle
      * date a checked extract covered, and the last extract's
      * number, when it was made and how many records it had.
      *
       FD  SMX-CTL-FILE
           RECORDING MODE IS F.
       01  SMX-CTL-RECORD.
           05  SCT-THRU-DATE           PIC 9(8).
           05  SCT-EXTRACT-SEQ         PIC 9(6).
           05  SCT-EXTRACT-STAMP       PIC X(16).
           05  SCT-RECORD-COUNT        PIC 9(9).
      *
      * The cycle ledger: one record per completed cycle, the
      * complete per-cycle statement of outcome.
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
      * One record per step per measured cycle.
      *
       FD  STEP-HIST-FILE
           RECORDING MODE IS F.
       01  STEP-HIST-RECORD.
           05  SHI-CYCLE-DATE          PIC 9(8).
           05  SHI-RUN-SHIFT           PIC X(1).
           05  SHI-STEP-NAME           PIC X(8).
           05  SHI-ELAPSED-SECONDS     PIC 9(7).
      *
      * One record per measured cycle, written by NOPSLA.
      *
       FD  SLA-HISTORY-FILE
           RECORDING MODE IS F.
       01  SLA-HISTORY-RECORD.
           05  SHR-CYCLE-DATE          PIC 9(8).
           05  SHR-RUN-SHIFT           PIC X(1).
           05  SHR-CYCLE-ID            PIC X(8).
           05  SHR-START-STAMP         PIC X(16).
           05  SHR-END-STAMP           PIC X(16).
           05  SHR-ELAPSED-SECONDS     PIC 9(7).
           05  SHR-ELAPSED-HHMMSS      PIC 9(6).
           05  SHR-LIMIT-MINUTES       PIC 9(4).
           05  SHR-SLA-STATUS          PIC X(5).
      *
      * One record per alert; layout shared with the monitoring
      * bridge via ALERTREC.cpy.
      *
       FD  ALERTS-FILE
           RECORDING MODE IS F.
       COPY ALERTREC.
      *
      * One record per acknowledged alert: the alert's identifying
      * key, who acknowledged it, when, and the disposition.
      *
       FD  ALERT-ACK-FILE
           RECORDING MODE IS F.
       01  ALERT-ACK-RECORD.
           05  ACK-ALERT-TIMESTAMP     PIC X(26).
           05  ACK-PROGRAM             PIC X(8).
           05  ACK-STEP                PIC X(8).
           05  ACK-OPERATOR            PIC X(8).
           05  ACK-ACK-TIMESTAMP       PIC X(26).
           05  ACK-DISPOSITION         PIC X(40).
      *
      * The interface file; layout shared with the warehouse load
      * via SMXREC.cpy.
      *
       FD  SMX-OUT-FILE
           RECORDING MODE IS F.
       COPY SMXREC.

       WORKING-STORAGE SECTION.
       01  WS-SMXCTL-STATUS            PIC X(2).
       01  WS-CYCLEDGR-STATUS          PIC X(2).
       01  WS-STEPHIST-STATUS          PIC X(2).
       01  WS-SLAHIST-STATUS           PIC X(2).
       01  WS-ALERTS-STATUS            PIC X(2).
       01  WS-ALERTACK-STATUS          PIC X(2).
       01  WS-SMXOUT-STATUS            PIC X(2).
       01  WS-FILE-EOF                 PIC X(1) VALUE "N".
           88 FILE-AT-END                  VALUE "Y".
      *
      * PARM handling and the extract window.
      *
       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-FROM-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-THRU-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-EXTRACT-MODE             PIC X(6) VALUE "DAILY".
           88 DAILY-EXTRACT                VALUE "DAILY".
           88 RESEND-EXTRACT               VALUE "RESEND".
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-THRU-DATE                PIC 9(8) VALUE 0.
       01  WS-FROM-DATE-X              PIC X(8).
       01  WS-THRU-DATE-X              PIC X(8).
       01  WS-THRU-GIVEN               PIC X(1) VALUE "N".
           88 THRU-FROM-PARM               VALUE "Y".
       01  WS-WINDOW-STATE             PIC X(1) VALUE "Y".
           88 WINDOW-OK                    VALUE "Y".
           88 WINDOW-EMPTY                 VALUE "E".
           88 WINDOW-INVALID               VALUE "X".
      *
      * The high-water mark as read.
      *
       01  WS-MARK-FOUND               PIC X(1) VALUE "N".
           88 MARK-ON-FILE                 VALUE "Y".
       01  WS-MARK-DATE                PIC 9(8) VALUE 0.
       01  WS-EXTRACT-SEQ              PIC 9(6) VALUE 0.
      *
      * One calendar day either way from a date, for the window
      * ends.
      *
       01  WS-WORK-DATE                PIC 9(8).
       01  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DAY             PIC 9(2).
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
      * The newest ledger record per cycle date, shift and stream
      * in the window; a rerun's later record replaces the slot,
      * as in NOPLEDG's scorecard.
      *
       01  LEDGER-TABLE.
           05  LEDGER-COUNT            PIC S9(4) COMP VALUE 0.
           05  LEDGER-ENTRY OCCURS 1000 TIMES.
               10  LGE-RECORD-IMAGE    PIC X(87).
       01  WS-LEDGER-IMAGE             PIC X(87).
       01  WS-LEDGER-VIEW REDEFINES WS-LEDGER-IMAGE.
           05  WLV-CYCLE-DATE          PIC 9(8).
           05  WLV-RUN-SHIFT           PIC X(1).
           05  WLV-STREAM-ID           PIC X(8).
           05  FILLER                  PIC X(70).
      *
      * The newest SLA-HISTORY record per cycle date and shift in
      * the window.
      *
       01  SLA-TABLE.
           05  SLA-COUNT               PIC S9(4) COMP VALUE 0.
           05  SLA-ENTRY OCCURS 1000 TIMES.
               10  SLE-RECORD-IMAGE    PIC X(71).
       01  WS-SLA-IMAGE                PIC X(71).
       01  WS-SLA-VIEW REDEFINES WS-SLA-IMAGE.
           05  WSV-CYCLE-DATE          PIC 9(8).
           05  WSV-RUN-SHIFT           PIC X(1).
           05  FILLER                  PIC X(62).
       01  WS-TABLE-INDEX              PIC S9(4) COMP VALUE 0.
       01  WS-TABLE-HIT                PIC S9(4) COMP VALUE 0.
      *
      * Every acknowledgment on file, held whole so each alert can
      * be matched to its own without re-reading ALERT-ACK.
      *
       01  ACK-TABLE.
           05  ACK-COUNT               PIC S9(4) COMP VALUE 0.
           05  ACK-ENTRY OCCURS 1000 TIMES.
               10  AKE-ALERT-TIMESTAMP PIC X(26).
               10  AKE-PROGRAM         PIC X(8).
               10  AKE-STEP            PIC X(8).
               10  AKE-OPERATOR        PIC X(8).
               10  AKE-ACK-TIMESTAMP   PIC X(26).
               10  AKE-DISPOSITION     PIC X(40).
       01  WS-ACK-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-ACK-HIT                  PIC S9(4) COMP VALUE 0.
      *
      * Set when the window selected more than a table holds: the
      * extract would be short, so it is not handed over.
      *
       01  WS-EXTRACT-SHORT            PIC X(1) VALUE "N".
           88 EXTRACT-INCOMPLETE           VALUE "Y".
      *
      * Minutes from one dated stamp to another, for time to
      * acknowledge.
      *
       01  WS-EARLY-STAMP              PIC X(16).
       01  WS-LATE-STAMP               PIC X(16).
       01  WS-EARLY-SERIAL             PIC S9(9) COMP VALUE 0.
       01  WS-EARLY-SECONDS            PIC S9(9) COMP VALUE 0.
       01  WS-LATE-SERIAL              PIC S9(9) COMP VALUE 0.
       01  WS-LATE-SECONDS             PIC S9(9) COMP VALUE 0.
       01  WS-GAP-MINUTES              PIC S9(9) COMP VALUE 0.
       01  WS-STAMP-TIME-X.
           05  WS-TIME-HH              PIC 9(2).
           05  WS-TIME-MM              PIC 9(2).
           05  WS-TIME-SS              PIC 9(2).
           05  WS-TIME-HS              PIC 9(2).
      *
      * Trailer counts and totals, accumulated from the records
      * read as each detail is written.
      *
       01  WS-READ-TOTALS.
           05  WS-RD-TOTAL-RECORDS     PIC S9(9) COMP VALUE 0.
           05  WS-RD-CYCLE-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-RD-STEP-COUNT        PIC S9(9) COMP VALUE 0.
           05  WS-RD-SLA-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-RD-ALERT-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-RD-LATE-ACK-COUNT    PIC S9(9) COMP VALUE 0.
           05  WS-RD-OPEN-ALERTS       PIC S9(9) COMP VALUE 0.
           05  WS-RD-STEP-SECONDS      PIC S9(11) COMP VALUE 0.
           05  WS-RD-SLA-SECONDS       PIC S9(11) COMP VALUE 0.
           05  WS-RD-ACK-MINUTES       PIC S9(11) COMP VALUE 0.
           05  WS-RD-DRIVER-RC-SUM     PIC S9(9) COMP VALUE 0.
      *
      * The same counts and totals recomputed from the finished
      * file as it reads back.
      *
       01  WS-CHECK-TOTALS.
           05  WS-CK-TOTAL-RECORDS     PIC S9(9) COMP VALUE 0.
           05  WS-CK-CYCLE-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-CK-STEP-COUNT        PIC S9(9) COMP VALUE 0.
           05  WS-CK-SLA-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-CK-ALERT-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-CK-LATE-ACK-COUNT    PIC S9(9) COMP VALUE 0.
           05  WS-CK-OPEN-ALERTS       PIC S9(9) COMP VALUE 0.
           05  WS-CK-STEP-SECONDS      PIC S9(11) COMP VALUE 0.
           05  WS-CK-SLA-SECONDS       PIC S9(11) COMP VALUE 0.
           05  WS-CK-ACK-MINUTES       PIC S9(11) COMP VALUE 0.
           05  WS-CK-DRIVER-RC-SUM     PIC S9(9) COMP VALUE 0.
      *
      * Self-check state: the trailer and header as read back, and
      * how many checks failed.
      *
       01  WS-TRAILER-IMAGE            PIC X(200) VALUE SPACES.
       01  WS-HEADER-SEEN              PIC X(1) VALUE "N".
           88 HEADER-READ-FIRST            VALUE "Y".
       01  WS-TRAILER-SEEN             PIC X(1) VALUE "N".
           88 TRAILER-READ-LAST            VALUE "Y".
       01  WS-AFTER-TRAILER            PIC X(1) VALUE "N".
           88 RECORDS-AFTER-TRAILER        VALUE "Y".
       01  WS-CHECK-FAILURES           PIC S9(4) COMP VALUE 0.
       01  WS-CHECK-NAME               PIC X(20) VALUE SPACES.
       01  WS-CHECK-EXPECTED           PIC S9(11) COMP VALUE 0.
       01  WS-CHECK-FOUND              PIC S9(11) COMP VALUE 0.
       01  WS-CHECK-EXPECTED-ED        PIC Z(10)9.
       01  WS-CHECK-FOUND-ED           PIC Z(10)9.
       01  WS-COUNT-ED                 PIC Z(8)9.
      *
      * Run identification.
      *
       01  WS-SYSTEM-DATE              PIC 9(8).
       01  WS-RUN-TIME                 PIC X(8).
       01  WS-RUN-STAMP                PIC X(16).
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

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-SYSTEM-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-STAMP
           MOVE WS-SYSTEM-DATE TO JCR-RUN-DATE
           PERFORM 1000-GET-PARM
           PERFORM 1100-READ-HIGH-WATER
           PERFORM 1200-SET-WINDOW
           EVALUATE TRUE
               WHEN WINDOW-INVALID
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WINDOW-EMPTY
                   DISPLAY "NOPSMX: nothing new to extract - "
                       "already extracted through " WS-MARK-DATE
                       "; SMXOUT left as it was"
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-WRITE-EXTRACT
                   PERFORM 3000-CHECK-EXTRACT
                   IF WS-CHECK-FAILURES = 0
                       AND NOT EXTRACT-INCOMPLETE
                       PERFORM 4000-HAND-OVER
                   ELSE
                       PERFORM 4500-WITHDRAW-EXTRACT
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE
           MOVE "NOPSMX" TO JCR-LAST-STEP
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   MOVE "COMPLETE" TO JCR-LAST-STATUS
               WHEN 4
                   MOVE "NOTHING" TO JCR-LAST-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO JCR-LAST-STATUS
           END-EVALUATE
           GOBACK RETURNING WS-RETURN-CODE.

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
           INSPECT WS-PARM-STRING TALLYING WS-FROM-POS
               FOR CHARACTERS BEFORE INITIAL "FROM="
           IF WS-FROM-POS < LENGTH OF WS-PARM-STRING
               IF WS-PARM-STRING(WS-FROM-POS + 6:8) IS NUMERIC
                   MOVE WS-PARM-STRING(WS-FROM-POS + 6:8)
                       TO WS-FROM-DATE
                   SET RESEND-EXTRACT TO TRUE
               ELSE
                   DISPLAY "NOPSMX: ERROR - FROM= is not a "
                       "yyyymmdd date"
                   SET WINDOW-INVALID TO TRUE
               END-IF
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-THRU-POS
               FOR CHARACTERS BEFORE INITIAL "THRU="
           IF WS-THRU-POS < LENGTH OF WS-PARM-STRING
               IF WS-PARM-STRING(WS-THRU-POS + 6:8) IS NUMERIC
                   MOVE WS-PARM-STRING(WS-THRU-POS + 6:8)
                       TO WS-THRU-DATE
                   SET THRU-FROM-PARM TO TRUE
               ELSE
                   DISPLAY "NOPSMX: ERROR - THRU= is not a "
                       "yyyymmdd date"
                   SET WINDOW-INVALID TO TRUE
               END-IF
           END-IF.

       1100-READ-HIGH-WATER.
           OPEN INPUT SMX-CTL-FILE
           IF WS-SMXCTL-STATUS = "00"
               READ SMX-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCT-THRU-DATE IS NUMERIC
                           AND SCT-EXTRACT-SEQ IS NUMERIC
                           SET MARK-ON-FILE TO TRUE
                           MOVE SCT-THRU-DATE TO WS-MARK-DATE
                           MOVE SCT-EXTRACT-SEQ TO WS-EXTRACT-SEQ
                       END-IF
               END-READ
               CLOSE SMX-CTL-FILE
           END-IF
           IF NOT MARK-ON-FILE
               DISPLAY "NOPSMX: no SMXCTL high-water mark; "
                   "extracting everything on file"
           END-IF.

       1200-SET-WINDOW.
      *    The window ends yesterday unless THRU= says otherwise;
      *    the daily run starts the day after the mark, a resend
      *    where FROM= says.
           IF NOT WINDOW-INVALID
               PERFORM 1210-COMPUTE-WINDOW
           END-IF.

       1210-COMPUTE-WINDOW.
      *    In a catch-up run "yesterday" is the day before the
      *    backlog cycle being driven: the later backlog dates have
      *    no ledger or SLA history yet, and a mark moved past them
      *    would leave them never extracted.
           IF NOT THRU-FROM-PARM
               MOVE WS-SYSTEM-DATE TO WS-WORK-DATE
               IF JCR-CATCHUP-DATE IS NUMERIC
                   AND JCR-CATCHUP-DATE > 0
                   MOVE JCR-CATCHUP-DATE TO WS-WORK-DATE
               END-IF
               PERFORM 8600-COMPUTE-PRIOR-DATE
               MOVE WS-WORK-DATE TO WS-THRU-DATE
           END-IF
           IF DAILY-EXTRACT
               IF MARK-ON-FILE
                   MOVE WS-MARK-DATE TO WS-WORK-DATE
                   PERFORM 8500-COMPUTE-NEXT-DATE
                   MOVE WS-WORK-DATE TO WS-FROM-DATE
               ELSE
                   MOVE 0 TO WS-FROM-DATE
               END-IF
           END-IF
           IF WS-FROM-DATE > WS-THRU-DATE
               IF RESEND-EXTRACT
                   DISPLAY "NOPSMX: ERROR - FROM= " WS-FROM-DATE
                       " is after THRU " WS-THRU-DATE
                   SET WINDOW-INVALID TO TRUE
               ELSE
                   SET WINDOW-EMPTY TO TRUE
               END-IF
           END-IF
           MOVE WS-FROM-DATE TO WS-FROM-DATE-X
           MOVE WS-THRU-DATE TO WS-THRU-DATE-X
           ADD 1 TO WS-EXTRACT-SEQ.

       2000-WRITE-EXTRACT.
           OPEN OUTPUT SMX-OUT-FILE
           IF WS-SMXOUT-STATUS NOT = "00"
               DISPLAY "NOPSMX: ERROR - could not open SMXOUT, "
                   "status " WS-SMXOUT-STATUS
               SET EXTRACT-INCOMPLETE TO TRUE
           ELSE
               PERFORM 2010-WRITE-CONTENTS
               CLOSE SMX-OUT-FILE
           END-IF.

       2010-WRITE-CONTENTS.
           DISPLAY "NOPSMX: extract " WS-EXTRACT-SEQ " "
               WS-EXTRACT-MODE " cycle dates " WS-FROM-DATE
               " thru " WS-THRU-DATE
           MOVE SPACES TO SMX-RECORD
           SET SMX-HEADER TO TRUE
           MOVE "NOPBATCH" TO SXH-SOURCE
           MOVE WS-EXTRACT-SEQ TO SXH-EXTRACT-SEQ
           MOVE WS-RUN-STAMP TO SXH-CREATED-STAMP
           MOVE WS-FROM-DATE TO SXH-FROM-DATE
           MOVE WS-THRU-DATE TO SXH-THRU-DATE
           MOVE WS-EXTRACT-MODE TO SXH-MODE
           PERFORM 2900-WRITE-RECORD
           PERFORM 2050-LOAD-ACKS
           PERFORM 2100-EXTRACT-CYCLES
           PERFORM 2200-EXTRACT-STEPS
           PERFORM 2300-EXTRACT-SLA
           PERFORM 2400-EXTRACT-ALERTS
           PERFORM 2500-EXTRACT-LATE-ACKS
           PERFORM 2800-WRITE-TRAILER.

       2050-LOAD-ACKS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ALERT-ACK-FILE
           IF WS-ALERTACK-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ ALERT-ACK-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           PERFORM 2060-STORE-ACK
                   END-READ
               END-PERFORM
               CLOSE ALERT-ACK-FILE
           END-IF.

       2060-STORE-ACK.
      *    Only an acknowledgment the window can use is kept: one
      *    made by THRU, for an alert in the window (2410) or made
      *    inside the window for an earlier alert (2500).
           EVALUATE TRUE
               WHEN ACK-ACK-TIMESTAMP(1:8) > WS-THRU-DATE-X
                   CONTINUE
               WHEN ACK-ALERT-TIMESTAMP(1:8) < WS-FROM-DATE-X
                       AND ACK-ACK-TIMESTAMP(1:8) < WS-FROM-DATE-X
                   CONTINUE
               WHEN ACK-COUNT >= 1000
                   IF NOT EXTRACT-INCOMPLETE
                       DISPLAY "NOPSMX: ERROR - more acknowledgments "
                           "in the window than the table holds; "
                           "archive ALERTACK and rerun"
                   END-IF
                   SET EXTRACT-INCOMPLETE TO TRUE
               WHEN OTHER
                   ADD 1 TO ACK-COUNT
                   MOVE ACK-ALERT-TIMESTAMP
                       TO AKE-ALERT-TIMESTAMP(ACK-COUNT)
                   MOVE ACK-PROGRAM TO AKE-PROGRAM(ACK-COUNT)
                   MOVE ACK-STEP TO AKE-STEP(ACK-COUNT)
                   MOVE ACK-OPERATOR TO AKE-OPERATOR(ACK-COUNT)
                   MOVE ACK-ACK-TIMESTAMP
                       TO AKE-ACK-TIMESTAMP(ACK-COUNT)
                   MOVE ACK-DISPOSITION
                       TO AKE-DISPOSITION(ACK-COUNT)
           END-EVALUATE.

       2100-EXTRACT-CYCLES.
      *    CYCLEDGR is written in time order, so the later of two
      *    records for one key is the rerun that supersedes.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CYCLE-LEDGER-FILE
           IF WS-CYCLEDGR-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ CYCLE-LEDGER-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF CLG-CYCLE-DATE IS NUMERIC
                               AND CLG-CYCLE-DATE >= WS-FROM-DATE
                               AND CLG-CYCLE-DATE <= WS-THRU-DATE
                               MOVE CYCLE-LEDGER-RECORD
                                   TO WS-LEDGER-IMAGE
                               PERFORM 2110-KEEP-NEWEST-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-LEDGER-FILE
           END-IF
           PERFORM 2120-WRITE-CYCLE
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > LEDGER-COUNT.

       2110-KEEP-NEWEST-CYCLE.
           MOVE 0 TO WS-TABLE-HIT
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > LEDGER-COUNT
               IF LGE-RECORD-IMAGE(WS-TABLE-INDEX)(1:17)
                       = WS-LEDGER-IMAGE(1:17)
                   MOVE WS-TABLE-INDEX TO WS-TABLE-HIT
               END-IF
           END-PERFORM
           IF WS-TABLE-HIT = 0
               IF LEDGER-COUNT < 1000
                   ADD 1 TO LEDGER-COUNT
                   MOVE LEDGER-COUNT TO WS-TABLE-HIT
               ELSE
                   IF NOT EXTRACT-INCOMPLETE
                       DISPLAY "NOPSMX: ERROR - more ledger "
                           "cycles than the table holds; narrow "
                           "the window with FROM=/THRU="
                   END-IF
                   SET EXTRACT-INCOMPLETE TO TRUE
               END-IF
           END-IF
           IF WS-TABLE-HIT > 0
               MOVE WS-LEDGER-IMAGE
                   TO LGE-RECORD-IMAGE(WS-TABLE-HIT)
           END-IF.

       2120-WRITE-CYCLE.
           MOVE LGE-RECORD-IMAGE(WS-TABLE-INDEX)
               TO CYCLE-LEDGER-RECORD
           MOVE SPACES TO SMX-RECORD
           SET SMX-CYCLE-DETAIL TO TRUE
           MOVE CLG-CYCLE-DATE TO SXC-CYCLE-DATE
           MOVE CLG-RUN-SHIFT TO SXC-RUN-SHIFT
           MOVE CLG-STREAM-ID TO SXC-STREAM-ID
           MOVE CLG-START-STAMP TO SXC-START-STAMP
           MOVE CLG-END-STAMP TO SXC-END-STAMP
           MOVE CLG-DRIVER-RC TO SXC-DRIVER-RC
           MOVE CLG-STEPS-RUN TO SXC-STEPS-RUN
           MOVE CLG-STEPS-SKIPPED TO SXC-STEPS-SKIPPED
           MOVE CLG-STEPS-DISABLED TO SXC-STEPS-DISABLED
           MOVE CLG-ALERT-I-COUNT TO SXC-ALERT-I-COUNT
           MOVE CLG-ALERT-W-COUNT TO SXC-ALERT-W-COUNT
           MOVE CLG-ALERT-E-COUNT TO SXC-ALERT-E-COUNT
           MOVE CLG-ALERT-C-COUNT TO SXC-ALERT-C-COUNT
           MOVE CLG-SLA-STATUS TO SXC-SLA-STATUS
           MOVE CLG-START-MODE TO SXC-START-MODE
           ADD 1 TO WS-RD-CYCLE-COUNT
           IF CLG-DRIVER-RC IS NUMERIC
               ADD CLG-DRIVER-RC TO WS-RD-DRIVER-RC-SUM
           END-IF
           PERFORM 2900-WRITE-RECORD.

       2200-EXTRACT-STEPS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT STEP-HIST-FILE
           IF WS-STEPHIST-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ STEP-HIST-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF SHI-CYCLE-DATE IS NUMERIC
                               AND SHI-ELAPSED-SECONDS IS NUMERIC
                               AND SHI-CYCLE-DATE >= WS-FROM-DATE
                               AND SHI-CYCLE-DATE <= WS-THRU-DATE
                               PERFORM 2210-WRITE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-HIST-FILE
           END-IF.

       2210-WRITE-STEP.
           MOVE SPACES TO SMX-RECORD
           SET SMX-STEP-DETAIL TO TRUE
           MOVE SHI-CYCLE-DATE TO SXS-CYCLE-DATE
           MOVE SHI-RUN-SHIFT TO SXS-RUN-SHIFT
           MOVE SHI-STEP-NAME TO SXS-STEP-NAME
           MOVE SHI-ELAPSED-SECONDS TO SXS-ELAPSED-SECONDS
           ADD 1 TO WS-RD-STEP-COUNT
           ADD SHI-ELAPSED-SECONDS TO WS-RD-STEP-SECONDS
           PERFORM 2900-WRITE-RECORD.

       2300-EXTRACT-SLA.
      *    A NOPSLA rerun appends a fresh record for the cycle; the
      *    newest wins, as NOPLEDG reads it.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SLA-HISTORY-FILE
           IF WS-SLAHIST-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ SLA-HISTORY-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF SHR-CYCLE-DATE IS NUMERIC
                               AND SHR-CYCLE-DATE >= WS-FROM-DATE
                               AND SHR-CYCLE-DATE <= WS-THRU-DATE
                               MOVE SLA-HISTORY-RECORD
                                   TO WS-SLA-IMAGE
                               PERFORM 2310-KEEP-NEWEST-SLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-HISTORY-FILE
           END-IF
           PERFORM 2320-WRITE-SLA
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > SLA-COUNT.

       2310-KEEP-NEWEST-SLA.
           MOVE 0 TO WS-TABLE-HIT
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > SLA-COUNT
               IF SLE-RECORD-IMAGE(WS-TABLE-INDEX)(1:9)
                       = WS-SLA-IMAGE(1:9)
                   MOVE WS-TABLE-INDEX TO WS-TABLE-HIT
               END-IF
           END-PERFORM
           IF WS-TABLE-HIT = 0
               IF SLA-COUNT < 1000
                   ADD 1 TO SLA-COUNT
                   MOVE SLA-COUNT TO WS-TABLE-HIT
               ELSE
                   IF NOT EXTRACT-INCOMPLETE
                       DISPLAY "NOPSMX: ERROR - more SLA cycles "
                           "than the table holds; narrow the "
                           "window with FROM=/THRU="
                   END-IF
                   SET EXTRACT-INCOMPLETE TO TRUE
               END-IF
           END-IF
           IF WS-TABLE-HIT > 0
               MOVE WS-SLA-IMAGE TO SLE-RECORD-IMAGE(WS-TABLE-HIT)
           END-IF.

       2320-WRITE-SLA.
           MOVE SLE-RECORD-IMAGE(WS-TABLE-INDEX)
               TO SLA-HISTORY-RECORD
           MOVE SPACES TO SMX-RECORD
           SET SMX-SLA-DETAIL TO TRUE
           MOVE SHR-CYCLE-DATE TO SXL-CYCLE-DATE
           MOVE SHR-RUN-SHIFT TO SXL-RUN-SHIFT
           MOVE SHR-CYCLE-ID TO SXL-CYCLE-ID
           MOVE SHR-START-STAMP TO SXL-START-STAMP
           MOVE SHR-END-STAMP TO SXL-END-STAMP
           MOVE SHR-ELAPSED-SECONDS TO SXL-ELAPSED-SECONDS
           MOVE SHR-LIMIT-MINUTES TO SXL-LIMIT-MINUTES
           MOVE SHR-SLA-STATUS TO SXL-SLA-STATUS
           ADD 1 TO WS-RD-SLA-COUNT
           IF SHR-ELAPSED-SECONDS IS NUMERIC
               ADD SHR-ELAPSED-SECONDS TO WS-RD-SLA-SECONDS
           END-IF
           PERFORM 2900-WRITE-RECORD.

       2400-EXTRACT-ALERTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ALERTS-FILE
           IF WS-ALERTS-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ ALERTS-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF (ALT-SEVERITY = "E"
                                   OR ALT-SEVERITY = "C")
                               AND ALT-RUN-TIMESTAMP(1:16)
                                   IS NUMERIC
                               AND ALT-RUN-TIMESTAMP(1:8)
                                   >= WS-FROM-DATE-X
                               AND ALT-RUN-TIMESTAMP(1:8)
                                   <= WS-THRU-DATE-X
                               PERFORM 2410-WRITE-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTS-FILE
           END-IF.

       2410-WRITE-ALERT.
           MOVE SPACES TO SMX-RECORD
           SET SMX-ALERT-DETAIL TO TRUE
           MOVE ALT-SEVERITY TO SXA-SEVERITY
           MOVE ALT-PROGRAM TO SXA-PROGRAM
           MOVE ALT-STEP TO SXA-STEP
           MOVE ALT-STATUS-CODE TO SXA-STATUS-CODE
           MOVE ALT-MESSAGE TO SXA-MESSAGE
           MOVE ALT-RUN-TIMESTAMP(1:16) TO SXA-ALERT-STAMP
           MOVE ALT-RUN-SHIFT TO SXA-RUN-SHIFT
           MOVE 0 TO SXA-ACK-MINUTES
           MOVE 0 TO WS-ACK-HIT
           PERFORM VARYING WS-ACK-INDEX FROM 1 BY 1
                   UNTIL WS-ACK-INDEX > ACK-COUNT
                       OR WS-ACK-HIT > 0
               IF AKE-ALERT-TIMESTAMP(WS-ACK-INDEX)
                       = ALT-RUN-TIMESTAMP
                   AND AKE-PROGRAM(WS-ACK-INDEX) = ALT-PROGRAM
                   AND AKE-STEP(WS-ACK-INDEX) = ALT-STEP
                   AND AKE-ACK-TIMESTAMP(WS-ACK-INDEX)(1:8)
                       <= WS-THRU-DATE-X
                   MOVE WS-ACK-INDEX TO WS-ACK-HIT
               END-IF
           END-PERFORM
           IF WS-ACK-HIT > 0
               SET SXA-ACKNOWLEDGED TO TRUE
               MOVE AKE-OPERATOR(WS-ACK-HIT) TO SXA-OPERATOR
               MOVE AKE-ACK-TIMESTAMP(WS-ACK-HIT)(1:16)
                   TO SXA-ACK-STAMP
               MOVE AKE-DISPOSITION(WS-ACK-HIT) TO SXA-DISPOSITION
               MOVE ALT-RUN-TIMESTAMP(1:16) TO WS-EARLY-STAMP
               MOVE AKE-ACK-TIMESTAMP(WS-ACK-HIT)(1:16)
                   TO WS-LATE-STAMP
               PERFORM 8300-MINUTES-BETWEEN
               MOVE WS-GAP-MINUTES TO SXA-ACK-MINUTES
               ADD WS-GAP-MINUTES TO WS-RD-ACK-MINUTES
           ELSE
               SET SXA-OPEN TO TRUE
               ADD 1 TO WS-RD-OPEN-ALERTS
           END-IF
           ADD 1 TO WS-RD-ALERT-COUNT
           PERFORM 2900-WRITE-RECORD.

       2500-EXTRACT-LATE-ACKS.
      *    An acknowledgment made inside the window for an alert
      *    stamped before it: the alert went out OPEN in an
      *    earlier extract.
           PERFORM VARYING WS-ACK-INDEX FROM 1 BY 1
                   UNTIL WS-ACK-INDEX > ACK-COUNT
               IF AKE-ACK-TIMESTAMP(WS-ACK-INDEX)(1:16) IS NUMERIC
                   AND AKE-ALERT-TIMESTAMP(WS-ACK-INDEX)(1:16)
                       IS NUMERIC
                   AND AKE-ACK-TIMESTAMP(WS-ACK-INDEX)(1:8)
                       >= WS-FROM-DATE-X
                   AND AKE-ACK-TIMESTAMP(WS-ACK-INDEX)(1:8)
                       <= WS-THRU-DATE-X
                   AND AKE-ALERT-TIMESTAMP(WS-ACK-INDEX)(1:8)
                       < WS-FROM-DATE-X
                   PERFORM 2510-WRITE-LATE-ACK
               END-IF
           END-PERFORM.

       2510-WRITE-LATE-ACK.
           MOVE SPACES TO SMX-RECORD
           SET SMX-LATE-ACK-DETAIL TO TRUE
           MOVE AKE-ALERT-TIMESTAMP(WS-ACK-INDEX)(1:16)
               TO SXK-ALERT-STAMP
           MOVE AKE-PROGRAM(WS-ACK-INDEX) TO SXK-PROGRAM
           MOVE AKE-STEP(WS-ACK-INDEX) TO SXK-STEP
           MOVE AKE-OPERATOR(WS-ACK-INDEX) TO SXK-OPERATOR
           MOVE AKE-ACK-TIMESTAMP(WS-ACK-INDEX)(1:16)
               TO SXK-ACK-STAMP
           MOVE AKE-DISPOSITION(WS-ACK-INDEX) TO SXK-DISPOSITION
           MOVE AKE-ALERT-TIMESTAMP(WS-ACK-INDEX)(1:16)
               TO WS-EARLY-STAMP
           MOVE AKE-ACK-TIMESTAMP(WS-ACK-INDEX)(1:16)
               TO WS-LATE-STAMP
           PERFORM 8300-MINUTES-BETWEEN
           MOVE WS-GAP-MINUTES TO SXK-ACK-MINUTES
           ADD WS-GAP-MINUTES TO WS-RD-ACK-MINUTES
           ADD 1 TO WS-RD-LATE-ACK-COUNT
           PERFORM 2900-WRITE-RECORD.

       2800-WRITE-TRAILER.
      *    The total counts the trailer itself.
           MOVE SPACES TO SMX-RECORD
           SET SMX-TRAILER TO TRUE
           ADD 1 TO WS-RD-TOTAL-RECORDS
           MOVE WS-EXTRACT-SEQ TO SXT-EXTRACT-SEQ
           MOVE WS-RD-TOTAL-RECORDS TO SXT-TOTAL-RECORDS
           MOVE WS-RD-CYCLE-COUNT TO SXT-CYCLE-COUNT
           MOVE WS-RD-STEP-COUNT TO SXT-STEP-COUNT
           MOVE WS-RD-SLA-COUNT TO SXT-SLA-COUNT
           MOVE WS-RD-ALERT-COUNT TO SXT-ALERT-COUNT
           MOVE WS-RD-LATE-ACK-COUNT TO SXT-LATE-ACK-COUNT
           MOVE WS-RD-OPEN-ALERTS TO SXT-OPEN-ALERTS
           MOVE WS-RD-STEP-SECONDS TO SXT-STEP-SECONDS
           MOVE WS-RD-SLA-SECONDS TO SXT-SLA-SECONDS
           MOVE WS-RD-ACK-MINUTES TO SXT-ACK-MINUTES
           MOVE WS-RD-DRIVER-RC-SUM TO SXT-DRIVER-RC-SUM
           WRITE SMX-RECORD
           IF WS-SMXOUT-STATUS NOT = "00"
               DISPLAY "NOPSMX: ERROR - SMXOUT trailer write "
                   "failed, status " WS-SMXOUT-STATUS
               SET EXTRACT-INCOMPLETE TO TRUE
           END-IF.

       2900-WRITE-RECORD.
           WRITE SMX-RECORD
           IF WS-SMXOUT-STATUS = "00"
               ADD 1 TO WS-RD-TOTAL-RECORDS
           ELSE
               IF NOT EXTRACT-INCOMPLETE
                   DISPLAY "NOPSMX: ERROR - SMXOUT write failed, "
                       "status " WS-SMXOUT-STATUS
               END-IF
               SET EXTRACT-INCOMPLETE TO TRUE
           END-IF.

       3000-CHECK-EXTRACT.
      *    Read the finished file back: header first, trailer last
      *    and nothing after it, and every detail recounted and
      *    resummed. The trailer as read back must agree with the
      *    recount, and with what the extract read from the
      *    source files.
           IF NOT EXTRACT-INCOMPLETE
               MOVE "N" TO WS-FILE-EOF
               OPEN INPUT SMX-OUT-FILE
               IF WS-SMXOUT-STATUS = "00"
                   PERFORM 3010-READ-BACK
               ELSE
                   DISPLAY "NOPSMX: ERROR - could not reopen "
                       "SMXOUT to check it, status "
                       WS-SMXOUT-STATUS
                   ADD 1 TO WS-CHECK-FAILURES
               END-IF
           END-IF.

       3010-READ-BACK.
           PERFORM UNTIL FILE-AT-END
               READ SMX-OUT-FILE
                   AT END
                       SET FILE-AT-END TO TRUE
                   NOT AT END
                       PERFORM 3100-RECOUNT-RECORD
               END-READ
           END-PERFORM
           CLOSE SMX-OUT-FILE
           IF NOT HEADER-READ-FIRST
               DISPLAY "NOPSMX: CHECK FAILED - header is not the "
                   "first record or names another extract"
               ADD 1 TO WS-CHECK-FAILURES
           END-IF
           IF NOT TRAILER-READ-LAST OR RECORDS-AFTER-TRAILER
               DISPLAY "NOPSMX: CHECK FAILED - trailer is not the "
                   "last record"
               ADD 1 TO WS-CHECK-FAILURES
           END-IF
           MOVE WS-TRAILER-IMAGE TO SMX-RECORD
           MOVE "TOTAL RECORDS" TO WS-CHECK-NAME
           MOVE SXT-TOTAL-RECORDS TO WS-CHECK-EXPECTED
           MOVE WS-CK-TOTAL-RECORDS TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-TOTAL-RECORDS TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE "CYCLE RECORDS" TO WS-CHECK-NAME
           MOVE SXT-CYCLE-COUNT TO WS-CHECK-EXPECTED
           MOVE WS-CK-CYCLE-COUNT TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-CYCLE-COUNT TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE "STEP RECORDS" TO WS-CHECK-NAME
           MOVE SXT-STEP-COUNT TO WS-CHECK-EXPECTED
           MOVE WS-CK-STEP-COUNT TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-STEP-COUNT TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE "SLA RECORDS" TO WS-CHECK-NAME
           MOVE SXT-SLA-COUNT TO WS-CHECK-EXPECTED
           MOVE WS-CK-SLA-COUNT TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-SLA-COUNT TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE "ALERT RECORDS" TO WS-CHECK-NAME
           MOVE SXT-ALERT-COUNT TO WS-CHECK-EXPECTED
           MOVE WS-CK-ALERT-COUNT TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-ALERT-COUNT TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE "LATE ACK RECORDS" TO WS-CHECK-NAME
           MOVE SXT-LATE-ACK-COUNT TO WS-CHECK-EXPECTED
           MOVE WS-CK-LATE-ACK-COUNT TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-LATE-ACK-COUNT TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE "OPEN ALERTS" TO WS-CHECK-NAME
           MOVE SXT-OPEN-ALERTS TO WS-CHECK-EXPECTED
           MOVE WS-CK-OPEN-ALERTS TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-OPEN-ALERTS TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE "STEP SECONDS" TO WS-CHECK-NAME
           MOVE SXT-STEP-SECONDS TO WS-CHECK-EXPECTED
           MOVE WS-CK-STEP-SECONDS TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-STEP-SECONDS TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE "SLA SECONDS" TO WS-CHECK-NAME
           MOVE SXT-SLA-SECONDS TO WS-CHECK-EXPECTED
           MOVE WS-CK-SLA-SECONDS TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-SLA-SECONDS TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE "ACK MINUTES" TO WS-CHECK-NAME
           MOVE SXT-ACK-MINUTES TO WS-CHECK-EXPECTED
           MOVE WS-CK-ACK-MINUTES TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-ACK-MINUTES TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE "DRIVER RC SUM" TO WS-CHECK-NAME
           MOVE SXT-DRIVER-RC-SUM TO WS-CHECK-EXPECTED
           MOVE WS-CK-DRIVER-RC-SUM TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL
           MOVE WS-RD-DRIVER-RC-SUM TO WS-CHECK-FOUND
           PERFORM 3200-COMPARE-TOTAL.

       3100-RECOUNT-RECORD.
           ADD 1 TO WS-CK-TOTAL-RECORDS
           IF TRAILER-READ-LAST
               SET RECORDS-AFTER-TRAILER TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN SMX-HEADER
                   IF WS-CK-TOTAL-RECORDS = 1
                       AND SXH-EXTRACT-SEQ = WS-EXTRACT-SEQ
                       SET HEADER-READ-FIRST TO TRUE
                   END-IF
               WHEN SMX-CYCLE-DETAIL
                   ADD 1 TO WS-CK-CYCLE-COUNT
                   IF SXC-DRIVER-RC IS NUMERIC
                       ADD SXC-DRIVER-RC TO WS-CK-DRIVER-RC-SUM
                   END-IF
               WHEN SMX-STEP-DETAIL
                   ADD 1 TO WS-CK-STEP-COUNT
                   ADD SXS-ELAPSED-SECONDS TO WS-CK-STEP-SECONDS
               WHEN SMX-SLA-DETAIL
                   ADD 1 TO WS-CK-SLA-COUNT
                   IF SXL-ELAPSED-SECONDS IS NUMERIC
                       ADD SXL-ELAPSED-SECONDS
                           TO WS-CK-SLA-SECONDS
                   END-IF
               WHEN SMX-ALERT-DETAIL
                   ADD 1 TO WS-CK-ALERT-COUNT
                   IF SXA-OPEN
                       ADD 1 TO WS-CK-OPEN-ALERTS
                   ELSE
                       ADD SXA-ACK-MINUTES TO WS-CK-ACK-MINUTES
                   END-IF
               WHEN SMX-LATE-ACK-DETAIL
                   ADD 1 TO WS-CK-LATE-ACK-COUNT
                   ADD SXK-ACK-MINUTES TO WS-CK-ACK-MINUTES
               WHEN SMX-TRAILER
                   SET TRAILER-READ-LAST TO TRUE
                   MOVE SMX-RECORD TO WS-TRAILER-IMAGE
               WHEN OTHER
                   DISPLAY "NOPSMX: CHECK FAILED - record "
                       WS-CK-TOTAL-RECORDS " has unknown type "
                       SMX-RECORD-TYPE
                   ADD 1 TO WS-CHECK-FAILURES
           END-EVALUATE.

       3200-COMPARE-TOTAL.
      *    WS-CHECK-EXPECTED is the trailer's figure; any figure
      *    found that differs is a failed check, named on the
      *    console.
           IF WS-CHECK-FOUND NOT = WS-CHECK-EXPECTED
               MOVE WS-CHECK-EXPECTED TO WS-CHECK-EXPECTED-ED
               MOVE WS-CHECK-FOUND TO WS-CHECK-FOUND-ED
               DISPLAY "NOPSMX: CHECK FAILED - " WS-CHECK-NAME
                   " trailer" WS-CHECK-EXPECTED-ED
                   " found" WS-CHECK-FOUND-ED
               ADD 1 TO WS-CHECK-FAILURES
           END-IF.

       4000-HAND-OVER.
      *    Only now does the mark move: a daily run's window end
      *    becomes the new mark; a resend leaves it where it was
      *    and records only that another extract number was used.
           IF DAILY-EXTRACT
               MOVE WS-THRU-DATE TO WS-MARK-DATE
           END-IF
           OPEN OUTPUT SMX-CTL-FILE
           IF WS-SMXCTL-STATUS NOT = "00"
               DISPLAY "NOPSMX: ERROR - could not rewrite SMXCTL, "
                   "status " WS-SMXCTL-STATUS "; the next daily "
                   "run will send this window again"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE WS-MARK-DATE TO SCT-THRU-DATE
               MOVE WS-EXTRACT-SEQ TO SCT-EXTRACT-SEQ
               MOVE WS-RUN-STAMP TO SCT-EXTRACT-STAMP
               MOVE WS-RD-TOTAL-RECORDS TO SCT-RECORD-COUNT
               WRITE SMX-CTL-RECORD
               CLOSE SMX-CTL-FILE
           END-IF
           MOVE WS-RD-TOTAL-RECORDS TO WS-COUNT-ED
           DISPLAY "NOPSMX: extract " WS-EXTRACT-SEQ " checked, "
               WS-COUNT-ED " records on SMXOUT; extracted "
               "through " WS-MARK-DATE.

       4500-WITHDRAW-EXTRACT.
      *    A file that failed its check must not be collected:
      *    empty it, leave the mark alone, and say so loudly.
           OPEN OUTPUT SMX-OUT-FILE
           IF WS-SMXOUT-STATUS = "00"
               CLOSE SMX-OUT-FILE
           END-IF
           DISPLAY "NOPSMX: extract " WS-EXTRACT-SEQ " NOT handed "
               "over; SMXOUT emptied, mark left at " WS-MARK-DATE
           MOVE "E" TO ALQ-SEVERITY
           MOVE "NOPSMX" TO ALQ-PROGRAM
           MOVE "NOPSMX" TO ALQ-STEP
           MOVE "SMXCHECK" TO ALQ-STATUS-CODE
           MOVE SPACES TO ALQ-MESSAGE
           STRING "SM EXTRACT " WS-EXTRACT-SEQ " " WS-FROM-DATE
               "-" WS-THRU-DATE " FAILED CHECK; NOT SENT"
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
           END-IF.

       8100-CHECK-LEAP-YEAR.
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

       8300-MINUTES-BETWEEN.
      *    Whole minutes from WS-EARLY-STAMP to WS-LATE-STAMP, both
      *    dated YYYYMMDDHHMMSShh; an acknowledgment stamped
      *    before its alert (a clock step) counts as zero.
           MOVE 0 TO WS-GAP-MINUTES
           IF WS-EARLY-STAMP IS NUMERIC
               AND WS-LATE-STAMP IS NUMERIC
               AND WS-EARLY-STAMP(5:2) >= "01"
               AND WS-EARLY-STAMP(5:2) <= "12"
               AND WS-LATE-STAMP(5:2) >= "01"
               AND WS-LATE-STAMP(5:2) <= "12"
               MOVE WS-EARLY-STAMP(1:8) TO WS-DTS-DATE
               PERFORM 8000-DATE-TO-SERIAL
               MOVE WS-DTS-SERIAL TO WS-EARLY-SERIAL
               MOVE WS-EARLY-STAMP(9:8) TO WS-STAMP-TIME-X
               COMPUTE WS-EARLY-SECONDS =
                   (WS-TIME-HH * 3600) + (WS-TIME-MM * 60)
                   + WS-TIME-SS
               MOVE WS-LATE-STAMP(1:8) TO WS-DTS-DATE
               PERFORM 8000-DATE-TO-SERIAL
               MOVE WS-DTS-SERIAL TO WS-LATE-SERIAL
               MOVE WS-LATE-STAMP(9:8) TO WS-STAMP-TIME-X
               COMPUTE WS-LATE-SECONDS =
                   (WS-TIME-HH * 3600) + (WS-TIME-MM * 60)
                   + WS-TIME-SS
               COMPUTE WS-GAP-MINUTES =
                   ((WS-LATE-SERIAL - WS-EARLY-SERIAL) * 86400
                   + WS-LATE-SECONDS - WS-EARLY-SECONDS) / 60
               IF WS-GAP-MINUTES < 0
                   MOVE 0 TO WS-GAP-MINUTES
               END-IF
           END-IF.

       8500-COMPUTE-NEXT-DATE.
      *    WS-WORK-DATE moves on one calendar day. A date with a
      *    garbage month is left as it is.
           IF WS-WORK-MONTH >= 01 AND WS-WORK-MONTH <= 12
               PERFORM 8700-SET-MONTH-LENGTH
               IF WS-WORK-DAY < WS-DAYS-IN-MONTH
                   ADD 1 TO WS-WORK-DAY
               ELSE
                   MOVE 1 TO WS-WORK-DAY
                   IF WS-WORK-MONTH < 12
                       ADD 1 TO WS-WORK-MONTH
                   ELSE
                       MOVE 1 TO WS-WORK-MONTH
                       ADD 1 TO WS-WORK-YEAR
                   END-IF
               END-IF
           END-IF.

       8600-COMPUTE-PRIOR-DATE.
      *    WS-WORK-DATE moves back one calendar day.
           IF WS-WORK-MONTH >= 01 AND WS-WORK-MONTH <= 12
               IF WS-WORK-DAY > 1
                   SUBTRACT 1 FROM WS-WORK-DAY
               ELSE
                   IF WS-WORK-MONTH > 1
                       SUBTRACT 1 FROM WS-WORK-MONTH
                   ELSE
                       MOVE 12 TO WS-WORK-MONTH
                       SUBTRACT 1 FROM WS-WORK-YEAR
                   END-IF
                   PERFORM 8700-SET-MONTH-LENGTH
                   MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
               END-IF
           END-IF.

       8700-SET-MONTH-LENGTH.
           MOVE WS-MONTH-LENGTH(WS-WORK-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-WORK-MONTH = 2
               MOVE "N" TO WS-LEAP-FLAG
               DIVIDE WS-WORK-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   DIVIDE WS-WORK-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = 0
                       SET YEAR-IS-LEAP TO TRUE
                   ELSE
                       DIVIDE WS-WORK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           SET YEAR-IS-LEAP TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF YEAR-IS-LEAP
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

       9000-SEND-ALERT.
      *    Alerting must never take the step down with it: a
      *    missing or unloadable NOPALERT module degrades to a
      *    console note.
           CALL "NOPALERT" USING ALERT-REQUEST
               ON EXCEPTION
                   DISPLAY "NOPSMX: WARNING - NOPALERT not "
                       "available; alert not raised"
           END-CALL.
