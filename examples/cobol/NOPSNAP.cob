       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPSNAP.
      *
      * Versioned snapshot of the control-file estate, with a
      * "what changed" report and a restore to any snapshot.
      *
      * STREAM-DEF, STEPCOND, GATE-CTL, DISABLED-CTL, CYCLECTL,
      * BUS-CAL, SLA-CTL, RETN-CTL, TREND-CTL and ESC-CTL can all
      * be edited outside NOPGMNT, so when a night goes wrong
      * nobody could say what had changed since the last good
      * one. NOPSNAP runs as the first step of the stream, ahead
      * of NOPVRFY (STREAM-DEF carries it as the lowest sequence
      * number), and copies every record of all ten files onto
      * CONFIG-HIST under one snapshot id: the cycle date, the
      * shift and a version number, 0001 for the first snapshot
      * of that cycle and shift and one more for each rerun.
      *
      * Each snapshot is compared with the one before it, record
      * by record, on the SNAPRPT report:
      *   ADDED    a record the previous snapshot did not have
      *            (its AFTER image)
      *   CHANGED  a record whose key is in both but whose image
      *            differs (BEFORE and AFTER images)
      *   DELETED  a record the previous snapshot had and this one
      *            does not (its BEFORE image)
      * plus a note when a whole file has appeared or gone, and
      * per-file record and change counts. A record is matched on
      * its file's own key: stream and step on STREAM-DEF, the
      * step on STEPCOND, GATE-CTL and DISABLED-CTL, the shift on
      * CYCLECTL, type (and date, for a HOLIDAY) on BUS-CAL, and
      * the record position on the one-record limit files.
      *
      * CONFIG-HIST keeps, per snapshot id, a header record (when,
      * by whom and why it was taken), then per file a directory
      * record (whether the file existed and how many records it
      * had) and the records themselves in file order. A pointer
      * record at the front of the file names the latest snapshot,
      * which is the "previous" the next snapshot is compared
      * with.
      *
      * FUNC=REST puts the whole estate back exactly as it stood
      * at a named snapshot. Before touching anything it takes a
      * snapshot of the estate as it stands now (reason PRE-REST),
      * so the restore itself can be undone, and prints what the
      * restore is about to change. Every file is then rewritten
      * from the snapshot's images; a file the snapshot records as
      * absent is left empty. Each restore is logged to
      * AUDIT-TRAIL with the operator's USER= id and both snapshot
      * ids, and raises a NOPALERT warning. KEEPDATE=Y leaves
      * CYCLECTL as it is, so a config rollback does not also
      * rewind the cycle dates.
      *
      * FUNC=LIST prints every snapshot on CONFIG-HIST.
      *
      * The snapshot id's cycle date is the CYCLECTL date for the
      * shift (the catch-up date during a NOPDRV catch-up run),
      * or the system date when there is none.
      *
      * PARM: FUNC=SNAP / FUNC=REST / FUNC=LIST  (SNAP without)
      *       SHIFT=x         the shift (D, E or N; the usual
      *                       derivation without one)
      *       DATE=yyyymmdd   FUNC=REST: the snapshot's cycle date
      *       VER=nnnn        FUNC=REST: the snapshot's version
      *                       (the highest for that date and
      *                       shift without one)
      *       KEEPDATE=Y      FUNC=REST: leave CYCLECTL alone
      *       USER=id         operator id, recorded on the
      *                       snapshot and on the audit record
      *
      * Return codes:
      *   0  snapshot taken / estate restored / list printed
      *   4  snapshot taken with a warning (a file too large to
      *      compare in full, a count that did not tally), or
      *      CONFIG-HIST not available - the stream is not held
      *      up for its history
      *   8  FUNC=REST could not restore: no such snapshot, no
      *      DATE=, the safety snapshot could not be taken, or a
      *      control file could not be rewritten
      * As a NOPDRV step NOPSNAP needs a STEPCOND record with CONT
      * at 4: without one the driver's default treats RC 4 as a
      * gate skip and would pass over NOPVRFY, the entry after it.
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every
      * other program in this stream uses.
      *
      * Compile: cobc -x -I copybooks NOPSNAP.cob
      * Run:     ./NOPSNAP
      * Run:     ./NOPSNAP "FUNC=REST DATE=20251014 SHIFT=N USER=OPS1"

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

           SELECT GATE-CTL-FILE ASSIGN TO GATECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GTC-STEP-NAME
               FILE STATUS IS WS-GATECTL-STATUS.

           SELECT DISABLED-CTL-FILE ASSIGN TO DSBLCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSBLCTL-STATUS.

           SELECT PROCESSING-DATE-CTL-FILE ASSIGN TO CYCLECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDC-RUN-SHIFT
               FILE STATUS IS WS-CYCLECTL-STATUS.

           SELECT BUS-CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT SLA-CTL-FILE ASSIGN TO SLACTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLACTL-STATUS.

           SELECT RETN-CTL-FILE ASSIGN TO RETNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETNCTL-STATUS.

           SELECT TREND-CTL-FILE ASSIGN TO TRENDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRENDCTL-STATUS.

           SELECT ESC-CTL-FILE ASSIGN TO ESCCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCCTL-STATUS.

           SELECT CONFIG-HIST-FILE ASSIGN TO CFGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFH-KEY
               FILE STATUS IS WS-CFGHIST-STATUS.

           SELECT SNAP-RPT-FILE ASSIGN TO SNAPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      * Per-step condition-code policy, as NOPDRV reads it.
      *
       FD  STEP-COND-FILE
           RECORDING MODE IS F.
       01  STEP-COND-RECORD.
           05  SCR-STEP-NAME           PIC X(8).
           05  SCR-RC-THRESHOLD        PIC 9(4).
           05  SCR-ACTION              PIC X(4).
           05  SCR-SKIP-COUNT          PIC 9(2).
      *
      * Per-step run gate, as NOPGATE reads it.
      *
       FD  GATE-CTL-FILE
           RECORDING MODE IS F.
       01  GATE-CTL-RECORD.
           05  GTC-STEP-NAME           PIC X(8).
           05  GTC-RUN-FLAG            PIC X(1).
      *
      * Steps disabled outright, with the reason why.
      *
       FD  DISABLED-CTL-FILE
           RECORDING MODE IS F.
       01  DISABLED-CTL-RECORD.
           05  DSC-STEP-NAME           PIC X(8).
           05  DSC-REASON              PIC X(40).
      *
      * One cycle date per shift.
      *
       FD  PROCESSING-DATE-CTL-FILE
           RECORDING MODE IS F.
       01  PROCESSING-DATE-CTL-RECORD.
           05  PDC-CYCLE-DATE          PIC 9(8).
           05  PDC-RUN-SHIFT           PIC X(1).
           05  PDC-CYCLE-ID            PIC X(8).
      *
      * Business calendar: one WEEKEND record and any number of
      * HOLIDAY records.
      *
       FD  BUS-CAL-FILE
           RECORDING MODE IS F.
       01  BUS-CAL-RECORD.
           05  BCR-RECORD-TYPE         PIC X(8).
           05  BCR-RECORD-DATA         PIC X(8).
      *
      * The four one-record limit files.
      *
       FD  SLA-CTL-FILE
           RECORDING MODE IS F.
       01  SLA-CTL-RECORD.
           05  SLC-LIMIT-MINUTES       PIC 9(4).

       FD  RETN-CTL-FILE
           RECORDING MODE IS F.
       01  RETN-CTL-RECORD.
           05  RTC-RETAIN-DAYS         PIC 9(4).

       FD  TREND-CTL-FILE
           RECORDING MODE IS F.
       01  TREND-CTL-RECORD.
           05  TRC-FLAG-PERCENT        PIC 9(4).

       FD  ESC-CTL-FILE
           RECORDING MODE IS F.
       01  ESC-CTL-RECORD.
           05  ESC-LIMIT-MINUTES       PIC 9(4).
      *
      * Control-file history. Every record of a snapshot shares
      * its snapshot id (cycle date, shift, version). Under it:
      *   file id spaces, seq 0   the snapshot header
      *   file id X, seq 0        file X's directory record
      *   file id X, seq 1..n     file X's records, in file order
      * The pointer record, snapshot id all zeroes, sorts ahead
      * of every snapshot and names the latest one.
      *
       FD  CONFIG-HIST-FILE
           RECORDING MODE IS F.
       01  CONFIG-HIST-RECORD.
           05  CFH-KEY.
               10  CFH-SNAP-ID.
                   15  CFH-CYCLE-DATE  PIC 9(8).
                   15  CFH-RUN-SHIFT   PIC X(1).
                   15  CFH-VERSION     PIC 9(4).
               10  CFH-FILE-ID         PIC X(8).
               10  CFH-RECORD-SEQ      PIC 9(6).
           05  CFH-MATCH-KEY           PIC X(16).
           05  CFH-RECORD-IMAGE        PIC X(80).
           05  CFH-HEADER-VIEW REDEFINES CFH-RECORD-IMAGE.
               10  CFH-TAKEN-TIMESTAMP PIC X(26).
               10  CFH-TAKEN-BY        PIC X(8).
               10  CFH-SNAP-REASON     PIC X(8).
               10  FILLER              PIC X(38).
           05  CFH-DIRECTORY-VIEW REDEFINES CFH-RECORD-IMAGE.
               10  CFH-FILE-PRESENT    PIC X(1).
               10  CFH-FILE-RECORDS    PIC 9(6).
               10  FILLER              PIC X(73).
           05  CFH-POINTER-VIEW REDEFINES CFH-RECORD-IMAGE.
               10  CFH-LATEST-ID.
                   15  CFH-LATEST-DATE PIC 9(8).
                   15  CFH-LATEST-SHIFT
                                       PIC X(1).
                   15  CFH-LATEST-VERSION
                                       PIC 9(4).
               10  FILLER              PIC X(67).
      *
      * Snapshot, difference and restore report.
      *
       FD  SNAP-RPT-FILE
           RECORDING MODE IS F.
       01  SNAP-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOB-NAME                 PIC X(8) VALUE "NOPSNAP".
       01  WS-STREAMDEF-STATUS         PIC X(2).
       01  WS-STEPCOND-STATUS          PIC X(2).
       01  WS-GATECTL-STATUS           PIC X(2).
       01  WS-DSBLCTL-STATUS           PIC X(2).
       01  WS-CYCLECTL-STATUS          PIC X(2).
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-SLACTL-STATUS            PIC X(2).
       01  WS-RETNCTL-STATUS           PIC X(2).
       01  WS-TRENDCTL-STATUS          PIC X(2).
       01  WS-ESCCTL-STATUS            PIC X(2).
       01  WS-CFGHIST-STATUS           PIC X(2).
       01  WS-SNAPRPT-STATUS           PIC X(2).
      *
      * The estate, in the order it is snapshotted, restored and
      * reported. The file id is the ddname, which is what an
      * operator knows each file by.
      *
       01  ESTATE-TABLE-VALUES.
           05  FILLER PIC X(8) VALUE "STREAMDF".
           05  FILLER PIC X(8) VALUE "STEPCOND".
           05  FILLER PIC X(8) VALUE "GATECTL ".
           05  FILLER PIC X(8) VALUE "DSBLCTL ".
           05  FILLER PIC X(8) VALUE "CYCLECTL".
           05  FILLER PIC X(8) VALUE "BUSCAL  ".
           05  FILLER PIC X(8) VALUE "SLACTL  ".
           05  FILLER PIC X(8) VALUE "RETNCTL ".
           05  FILLER PIC X(8) VALUE "TRENDCTL".
           05  FILLER PIC X(8) VALUE "ESCCTL  ".
       01  ESTATE-TABLE REDEFINES ESTATE-TABLE-VALUES.
           05  ESTATE-FILE-ID          PIC X(8) OCCURS 10 TIMES.
       01  WS-ESTATE-COUNT             PIC S9(4) COMP VALUE 10.
       01  WS-FILE-INDEX               PIC S9(4) COMP VALUE 0.
           88 CYCLECTL-FILE                VALUE 5.
       01  WS-FILE-ID                  PIC X(8).
      *
      * The live control file currently being read or rewritten,
      * seen through one status, one image and one end flag
      * whichever of the ten it is.
      *
       01  WS-LIVE-STATUS              PIC X(2).
       01  WS-LIVE-IMAGE               PIC X(80).
       01  WS-LIVE-EOF                 PIC X(1) VALUE "N".
           88 LIVE-AT-END                  VALUE "Y".
       01  WS-LIVE-OPEN                PIC X(1) VALUE "N".
           88 LIVE-FILE-OPEN               VALUE "Y".
       01  WS-RECORD-SEQ               PIC 9(6) VALUE 0.
       01  WS-RECORD-SEQ-ED            PIC ZZZZZ9.
       01  WS-HIST-EOF                 PIC X(1) VALUE "N".
           88 HIST-AT-END                  VALUE "Y".
       01  WS-HIST-OPEN                PIC X(1) VALUE "N".
           88 HIST-FILE-OPEN               VALUE "Y".
       01  WS-HIST-FOUND               PIC X(1) VALUE "N".
           88 HIST-RECORD-FOUND            VALUE "Y".
      *
      * Snapshot ids: the one being taken, the latest before it,
      * and the restore target. Each has the CFH-SNAP-ID shape.
      *
       01  WS-NEW-ID.
           05  WS-NEW-DATE             PIC 9(8) VALUE 0.
           05  WS-NEW-SHIFT            PIC X(1) VALUE SPACE.
           05  WS-NEW-VERSION          PIC 9(4) VALUE 0.
       01  WS-PREV-ID.
           05  WS-PREV-DATE            PIC 9(8) VALUE 0.
           05  WS-PREV-SHIFT           PIC X(1) VALUE SPACE.
           05  WS-PREV-VERSION         PIC 9(4) VALUE 0.
       01  WS-TARGET-ID.
           05  WS-TARGET-DATE          PIC 9(8) VALUE 0.
           05  WS-TARGET-SHIFT         PIC X(1) VALUE SPACE.
           05  WS-TARGET-VERSION       PIC 9(4) VALUE 0.
       01  WS-POINTER-ID               PIC X(13) VALUE LOW-VALUES.
       01  WS-PREV-FOUND               PIC X(1) VALUE "N".
           88 PREVIOUS-SNAPSHOT-FOUND      VALUE "Y".
       01  WS-POINTER-FOUND            PIC X(1) VALUE "N".
           88 POINTER-RECORD-FOUND         VALUE "Y".
       01  WS-SNAP-TAKEN               PIC X(1) VALUE "N".
           88 SNAPSHOT-TAKEN               VALUE "Y".
       01  WS-SNAP-REASON              PIC X(8) VALUE "SNAP".
       01  WS-VERSION-PROBE            PIC 9(4) VALUE 0.
      *
      * A snapshot id laid out for the report and the console.
      *
       01  WS-FORMAT-ID.
           05  WS-FORMAT-DATE          PIC 9(8).
           05  WS-FORMAT-SHIFT         PIC X(1).
           05  WS-FORMAT-VERSION       PIC 9(4).
       01  WS-FORMAT-TEXT              PIC X(17).
       01  WS-NEW-ID-TEXT              PIC X(17).
       01  WS-PREV-ID-TEXT             PIC X(17).
       01  WS-TARGET-ID-TEXT           PIC X(17).
      *
      * Record-by-record comparison. Side 1 is the BEFORE
      * snapshot of one file, side 2 the AFTER; a before entry is
      * marked once an after entry has claimed it, so repeated
      * keys pair off in order.
      *
       01  DIFF-TABLE.
           05  DIFF-SIDE OCCURS 2 TIMES.
               10  DFS-PRESENT         PIC X(1).
               10  DFS-COUNT           PIC S9(4) COMP.
               10  DFS-ENTRY OCCURS 999 TIMES.
                   15  DFE-MATCH-KEY   PIC X(16).
                   15  DFE-IMAGE       PIC X(80).
                   15  DFE-MATCHED     PIC X(1).
       01  WS-DIFF-LIMIT               PIC S9(4) COMP VALUE 999.
       01  WS-LOAD-SIDE                PIC S9(4) COMP VALUE 0.
       01  WS-LOAD-ID                  PIC X(13).
       01  WS-BEFORE-ID                PIC X(13).
       01  WS-AFTER-ID                 PIC X(13).
       01  WS-DIFF-TITLE               PIC X(60).
       01  WS-AFTER-INDEX              PIC S9(4) COMP VALUE 0.
       01  WS-BEFORE-INDEX             PIC S9(4) COMP VALUE 0.
       01  WS-BEFORE-HIT               PIC S9(4) COMP VALUE 0.
       01  WS-FILE-ADDED               PIC S9(4) COMP VALUE 0.
       01  WS-FILE-CHANGED             PIC S9(4) COMP VALUE 0.
       01  WS-FILE-DELETED             PIC S9(4) COMP VALUE 0.
       01  WS-TOTAL-ADDED              PIC S9(4) COMP VALUE 0.
       01  WS-TOTAL-CHANGED            PIC S9(4) COMP VALUE 0.
       01  WS-TOTAL-DELETED            PIC S9(4) COMP VALUE 0.
       01  WS-DIFF-KEEP-CYCLECTL       PIC X(1) VALUE "N".
           88 DIFF-KEEPS-CYCLECTL          VALUE "Y".
      *
      * Restore bookkeeping.
      *
       01  WS-RESTORED-COUNT           PIC 9(6) VALUE 0.
       01  WS-EXPECTED-COUNT           PIC 9(6) VALUE 0.
       01  WS-TARGET-PRESENT           PIC X(1) VALUE SPACE.
       01  WS-RESTORE-OUTCOME          PIC X(11) VALUE SPACES.
       01  WS-RESTORE-FAILED           PIC X(1) VALUE "N".
           88 RESTORE-FAILED               VALUE "Y".
       01  WS-KEEP-DATE                PIC X(1) VALUE "N".
           88 KEEP-CYCLE-DATES             VALUE "Y".
      *
      * Function, PARM and run identity.
      *
       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-DATE-SCAN                PIC X(80) VALUE SPACES.
       01  WS-FUNC-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-SHIFT-POS                PIC S9(4) COMP VALUE 0.
       01  WS-DATE-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-VER-POS                  PIC S9(4) COMP VALUE 0.
       01  WS-KEEP-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-USER-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-FUNCTION                 PIC X(4) VALUE "SNAP".
           88 REST-FUNCTION                VALUE "REST".
           88 LIST-FUNCTION                VALUE "LIST".
       01  WS-PARM-DATE                PIC X(8) VALUE SPACES.
       01  WS-PARM-VERSION             PIC X(4) VALUE SPACES.
       01  WS-TRAN-USER                PIC X(8) VALUE SPACES.
       01  WS-RUN-SHIFT                PIC X(1) VALUE SPACE.
           88 VALID-RUN-SHIFT              VALUE "D" "E" "N".
       01  WS-TIME-OF-DAY.
           05  WS-TOD-HH               PIC 9(2).
           05  FILLER                  PIC X(6).
       01  WS-SYSTEM-DATE              PIC 9(8).
       01  WS-CYCLE-DATE               PIC 9(8) VALUE 0.
       01  WS-RUN-TIME                 PIC X(8).
       01  WS-RUN-TIMESTAMP            PIC X(26).
       01  WS-AUDIT-TEXT               PIC X(80) VALUE SPACES.
       01  WS-RPT-TEXT                 PIC X(100) VALUE SPACES.
       01  WS-SNAP-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-RETURN-CODE              PIC S9(4) COMP VALUE 0.
      *
      * Report lines.
      *
       01  RPT-HEADING-1.
           05  FILLER                  PIC X(10) VALUE "NOPSNAP".
           05  FILLER                  PIC X(36)
               VALUE "CONTROL-FILE ESTATE SNAPSHOT".
           05  RPH-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(78) VALUE SPACES.
       01  RPT-TEXT-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPX-TEXT                PIC X(100).
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  RPT-DIFF-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPD-FILE-ID             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPD-ACTION              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPD-IMAGE-TAG           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPD-MATCH-KEY           PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPD-IMAGE               PIC X(80).
           05  FILLER                  PIC X(4) VALUE SPACES.
       01  RPT-FILE-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-FT-FILE-ID          PIC X(8).
           05  FILLER                  PIC X(10)
               VALUE "  RECORDS ".
           05  RPT-FT-RECORDS          PIC ZZZZZ9.
           05  FILLER                  PIC X(8) VALUE "  ADDED ".
           05  RPT-FT-ADDED            PIC ZZZ9.
           05  FILLER                  PIC X(10)
               VALUE "  CHANGED ".
           05  RPT-FT-CHANGED          PIC ZZZ9.
           05  FILLER                  PIC X(10)
               VALUE "  DELETED ".
           05  RPT-FT-DELETED          PIC ZZZ9.
           05  FILLER                  PIC X(66) VALUE SPACES.
       01  RPT-ESTATE-TOTAL-LINE.
           05  FILLER                  PIC X(36)
               VALUE "  ESTATE TOTALS                     ".
           05  FILLER                  PIC X(8) VALUE "  ADDED ".
           05  RPT-ET-ADDED            PIC ZZZ9.
           05  FILLER                  PIC X(10)
               VALUE "  CHANGED ".
           05  RPT-ET-CHANGED          PIC ZZZ9.
           05  FILLER                  PIC X(10)
               VALUE "  DELETED ".
           05  RPT-ET-DELETED          PIC ZZZ9.
           05  FILLER                  PIC X(56) VALUE SPACES.
       01  RPT-LIST-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-SNAP-ID             PIC X(17).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-TAKEN               PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-TAKEN-BY            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-REASON              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPL-LATEST              PIC X(6).
           05  FILLER                  PIC X(67) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
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
      * Audit record area for NOPAUDIT; see AUDITREQ.cpy.
      *
       COPY AUDITREQ.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-GET-PARM
           PERFORM 1200-DERIVE-SHIFT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO JCR-RUN-DATE
           PERFORM 1300-DERIVE-CYCLE-DATE
           PERFORM 1500-OPEN-REPORT
           PERFORM 1600-OPEN-CONFIG-HIST
           EVALUATE TRUE
               WHEN NOT HIST-FILE-OPEN
                   IF REST-FUNCTION
                       MOVE 8 TO WS-RETURN-CODE
                   ELSE
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               WHEN LIST-FUNCTION
                   PERFORM 7000-LIST-SNAPSHOTS
               WHEN REST-FUNCTION
                   PERFORM 6000-RESTORE-ESTATE
               WHEN OTHER
                   PERFORM 3000-TAKE-SNAPSHOT
                   IF SNAPSHOT-TAKEN
                       PERFORM 5000-REPORT-SINCE-PREVIOUS
                   END-IF
           END-EVALUATE
           IF HIST-FILE-OPEN
               CLOSE CONFIG-HIST-FILE
           END-IF
           CLOSE SNAP-RPT-FILE
           MOVE WS-JOB-NAME TO JCR-LAST-STEP
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   MOVE "COMPLETE" TO JCR-LAST-STATUS
               WHEN 4
                   MOVE "WARNINGS" TO JCR-LAST-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO JCR-LAST-STATUS
           END-EVALUATE
           GOBACK RETURNING WS-RETURN-CODE.

       1000-GET-PARM.
      *    A step CALLed by NOPDRV gets its PARM from the shared
      *    STEP-PARM-AREA; only a standalone run - SPA-PARM-STRING
      *    still the low-values an EXTERNAL item starts out as -
      *    reads the command line.
           IF SPA-PARM-STRING NOT = LOW-VALUES
               MOVE SPA-PARM-STRING TO WS-PARM-STRING
           ELSE
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-FUNC-POS
               FOR CHARACTERS BEFORE INITIAL "FUNC="
           IF WS-FUNC-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-FUNC-POS + 6:4)
                   TO WS-FUNCTION
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-KEEP-POS
               FOR CHARACTERS BEFORE INITIAL "KEEPDATE="
           IF WS-KEEP-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-KEEP-POS + 10:1)
                   TO WS-KEEP-DATE
           END-IF
      *    "KEEPDATE=" ends in "DATE=", so the DATE= scan runs over
      *    a copy with that keyword blanked out.
           MOVE WS-PARM-STRING TO WS-DATE-SCAN
           IF WS-KEEP-POS < LENGTH OF WS-PARM-STRING
               MOVE SPACES TO WS-DATE-SCAN(WS-KEEP-POS + 1:9)
           END-IF
           INSPECT WS-DATE-SCAN TALLYING WS-DATE-POS
               FOR CHARACTERS BEFORE INITIAL "DATE="
           IF WS-DATE-POS < LENGTH OF WS-DATE-SCAN
               MOVE WS-DATE-SCAN(WS-DATE-POS + 6:8)
                   TO WS-PARM-DATE
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-VER-POS
               FOR CHARACTERS BEFORE INITIAL "VER="
           IF WS-VER-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-VER-POS + 5:4)
                   TO WS-PARM-VERSION
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-USER-POS
               FOR CHARACTERS BEFORE INITIAL "USER="
           IF WS-USER-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-USER-POS + 6:8)
                   TO WS-TRAN-USER
           END-IF
           IF WS-TRAN-USER = SPACES
               MOVE "UNKNOWN" TO WS-TRAN-USER
           END-IF.

       1200-DERIVE-SHIFT.
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
           END-IF.

       1300-DERIVE-CYCLE-DATE.
      *    The snapshot belongs to the cycle the stream is about
      *    to run: the shift's CYCLECTL date, the catch-up date
      *    while a catch-up run is driving, and the system date
      *    only when neither is there.
           MOVE WS-SYSTEM-DATE TO WS-CYCLE-DATE
           OPEN INPUT PROCESSING-DATE-CTL-FILE
           IF WS-CYCLECTL-STATUS = "00"
               MOVE WS-RUN-SHIFT TO PDC-RUN-SHIFT
               READ PROCESSING-DATE-CTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PDC-CYCLE-DATE IS NUMERIC
                           AND PDC-CYCLE-DATE > 0
                           MOVE PDC-CYCLE-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE PROCESSING-DATE-CTL-FILE
           END-IF
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-CYCLE-DATE
           END-IF.

       1500-OPEN-REPORT.
           OPEN OUTPUT SNAP-RPT-FILE
           IF WS-SNAPRPT-STATUS NOT = "00"
               DISPLAY "NOPSNAP: WARNING - could not open "
                   "SNAPRPT, status " WS-SNAPRPT-STATUS
           END-IF
           MOVE WS-SYSTEM-DATE TO RPH-RUN-DATE
           WRITE SNAP-RPT-LINE FROM RPT-HEADING-1
               AFTER ADVANCING 1 LINE
           WRITE SNAP-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       1600-OPEN-CONFIG-HIST.
      *    The first snapshot ever finds no CONFIG-HIST: create it
      *    empty, then reopen it for update. The pointer record
      *    says which snapshot is the latest.
           OPEN I-O CONFIG-HIST-FILE
           IF WS-CFGHIST-STATUS NOT = "00"
               OPEN OUTPUT CONFIG-HIST-FILE
               IF WS-CFGHIST-STATUS = "00"
                   CLOSE CONFIG-HIST-FILE
                   OPEN I-O CONFIG-HIST-FILE
               END-IF
           END-IF
           IF WS-CFGHIST-STATUS = "00"
               SET HIST-FILE-OPEN TO TRUE
               PERFORM 1700-READ-POINTER
           ELSE
               DISPLAY "NOPSNAP: WARNING - CFGHIST not available, "
                   "status " WS-CFGHIST-STATUS "; no snapshot"
               MOVE SPACES TO WS-RPT-TEXT
               STRING "CONFIG-HIST NOT AVAILABLE, STATUS "
                   WS-CFGHIST-STATUS "; NOTHING SNAPSHOTTED OR "
                   "RESTORED"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 8000-WRITE-TEXT
               MOVE "W" TO ALQ-SEVERITY
               MOVE WS-JOB-NAME TO ALQ-PROGRAM
               MOVE WS-JOB-NAME TO ALQ-STEP
               MOVE "CFGHIST" TO ALQ-STATUS-CODE
               MOVE SPACES TO ALQ-MESSAGE
               STRING "CONFIG-HIST NOT AVAILABLE, STATUS "
                   WS-CFGHIST-STATUS "; ESTATE NOT SNAPSHOTTED"
                   DELIMITED BY SIZE INTO ALQ-MESSAGE
               PERFORM 9000-SEND-ALERT
           END-IF.

       1700-READ-POINTER.
           MOVE "N" TO WS-POINTER-FOUND
           MOVE "N" TO WS-PREV-FOUND
           MOVE ZEROES TO CFH-SNAP-ID
           MOVE SPACES TO CFH-FILE-ID
           MOVE 0 TO CFH-RECORD-SEQ
           MOVE CFH-SNAP-ID TO WS-POINTER-ID
           READ CONFIG-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET POINTER-RECORD-FOUND TO TRUE
                   IF CFH-LATEST-DATE IS NUMERIC
                       AND CFH-LATEST-DATE > 0
                       MOVE CFH-LATEST-ID TO WS-PREV-ID
                       SET PREVIOUS-SNAPSHOT-FOUND TO TRUE
                   END-IF
           END-READ.

       3000-TAKE-SNAPSHOT.
      *    One more version under this cycle date and shift, then
      *    every record of every control file under it, then the
      *    pointer moved on to it.
           MOVE "N" TO WS-SNAP-TAKEN
           MOVE WS-CYCLE-DATE TO WS-NEW-DATE
           MOVE WS-RUN-SHIFT TO WS-NEW-SHIFT
           PERFORM 3050-NEXT-VERSION
           IF WS-NEW-VERSION = 0
               DISPLAY "NOPSNAP: WARNING - no free version left "
                   "for " WS-NEW-DATE " shift " WS-NEW-SHIFT
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE WS-NEW-ID TO WS-FORMAT-ID
               PERFORM 8100-FORMAT-SNAP-ID
               MOVE WS-FORMAT-TEXT TO WS-NEW-ID-TEXT
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO WS-RUN-TIMESTAMP
               STRING WS-SYSTEM-DATE WS-RUN-TIME
                   DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
               MOVE WS-NEW-ID TO CFH-SNAP-ID
               MOVE SPACES TO CFH-FILE-ID
               MOVE 0 TO CFH-RECORD-SEQ
               MOVE SPACES TO CFH-MATCH-KEY
               MOVE SPACES TO CFH-RECORD-IMAGE
               MOVE WS-RUN-TIMESTAMP TO CFH-TAKEN-TIMESTAMP
               MOVE WS-TRAN-USER TO CFH-TAKEN-BY
               MOVE WS-SNAP-REASON TO CFH-SNAP-REASON
               WRITE CONFIG-HIST-RECORD
                   INVALID KEY
                       DISPLAY "NOPSNAP: WARNING - duplicate "
                           "snapshot header key; record not "
                           "written"
               END-WRITE
               PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                       UNTIL WS-FILE-INDEX > WS-ESTATE-COUNT
                   PERFORM 3100-CAPTURE-FILE
               END-PERFORM
               PERFORM 3300-UPDATE-POINTER
               SET SNAPSHOT-TAKEN TO TRUE
               MOVE SPACES TO WS-RPT-TEXT
               STRING "SNAPSHOT " WS-NEW-ID-TEXT " TAKEN ("
                   WS-SNAP-REASON ") BY " WS-TRAN-USER
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 8000-WRITE-TEXT
               DISPLAY "NOPSNAP: snapshot " WS-NEW-ID-TEXT
                   " taken"
           END-IF.

       3050-NEXT-VERSION.
      *    Versions are numbered from 1 per cycle date and shift;
      *    the first header key not on file is the next one.
           MOVE 0 TO WS-NEW-VERSION
           MOVE 0 TO WS-VERSION-PROBE
           SET HIST-RECORD-FOUND TO TRUE
           PERFORM UNTIL NOT HIST-RECORD-FOUND
                   OR WS-VERSION-PROBE = 9999
               ADD 1 TO WS-VERSION-PROBE
               MOVE WS-NEW-DATE TO CFH-CYCLE-DATE
               MOVE WS-NEW-SHIFT TO CFH-RUN-SHIFT
               MOVE WS-VERSION-PROBE TO CFH-VERSION
               MOVE SPACES TO CFH-FILE-ID
               MOVE 0 TO CFH-RECORD-SEQ
               READ CONFIG-HIST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-HIST-FOUND
                       MOVE WS-VERSION-PROBE TO WS-NEW-VERSION
               END-READ
           END-PERFORM.

       3100-CAPTURE-FILE.
      *    Every record in file order, each keyed by its position
      *    and carrying the key it is compared on; then the
      *    file's directory record, which also records a file
      *    that was not there at all.
           MOVE ESTATE-FILE-ID(WS-FILE-INDEX) TO WS-FILE-ID
           MOVE 0 TO WS-RECORD-SEQ
           PERFORM 4100-OPEN-LIVE-INPUT
           IF LIVE-FILE-OPEN
               MOVE "N" TO WS-LIVE-EOF
               PERFORM 4200-READ-LIVE-RECORD
               PERFORM UNTIL LIVE-AT-END
                   ADD 1 TO WS-RECORD-SEQ
                   MOVE WS-NEW-ID TO CFH-SNAP-ID
                   MOVE WS-FILE-ID TO CFH-FILE-ID
                   MOVE WS-RECORD-SEQ TO CFH-RECORD-SEQ
                   MOVE WS-LIVE-IMAGE TO CFH-RECORD-IMAGE
                   PERFORM 3150-DERIVE-MATCH-KEY
                   WRITE CONFIG-HIST-RECORD
                       INVALID KEY
                           DISPLAY "NOPSNAP: WARNING - duplicate "
                               "history key for " WS-FILE-ID
                               "; record not written"
                   END-WRITE
                   PERFORM 4200-READ-LIVE-RECORD
               END-PERFORM
               PERFORM 4300-CLOSE-LIVE-FILE
           END-IF
           MOVE WS-NEW-ID TO CFH-SNAP-ID
           MOVE WS-FILE-ID TO CFH-FILE-ID
           MOVE 0 TO CFH-RECORD-SEQ
           MOVE SPACES TO CFH-MATCH-KEY
           MOVE SPACES TO CFH-RECORD-IMAGE
           IF LIVE-FILE-OPEN
               MOVE "Y" TO CFH-FILE-PRESENT
           ELSE
               MOVE "N" TO CFH-FILE-PRESENT
           END-IF
           MOVE WS-RECORD-SEQ TO CFH-FILE-RECORDS
           WRITE CONFIG-HIST-RECORD
               INVALID KEY
                   DISPLAY "NOPSNAP: WARNING - duplicate history "
                       "key for " WS-FILE-ID " directory"
           END-WRITE.

       3150-DERIVE-MATCH-KEY.
      *    The key a record is paired on between two snapshots:
      *    the file's own key where it has one, the record's
      *    position in the one-record files.
           MOVE SPACES TO CFH-MATCH-KEY
           EVALUATE WS-FILE-INDEX
               WHEN 1
                   MOVE CFH-RECORD-IMAGE(1:16) TO CFH-MATCH-KEY
               WHEN 2 THRU 4
                   MOVE CFH-RECORD-IMAGE(1:8) TO CFH-MATCH-KEY
               WHEN 5
                   MOVE CFH-RECORD-IMAGE(9:1) TO CFH-MATCH-KEY
               WHEN 6
                   IF CFH-RECORD-IMAGE(1:8) = "HOLIDAY"
                       MOVE CFH-RECORD-IMAGE(1:16)
                           TO CFH-MATCH-KEY
                   ELSE
                       MOVE CFH-RECORD-IMAGE(1:8)
                           TO CFH-MATCH-KEY
                   END-IF
               WHEN OTHER
                   MOVE WS-RECORD-SEQ TO WS-RECORD-SEQ-ED
                   STRING "RECORD " WS-RECORD-SEQ-ED
                       DELIMITED BY SIZE INTO CFH-MATCH-KEY
           END-EVALUATE.

       3300-UPDATE-POINTER.
           MOVE WS-POINTER-ID TO CFH-SNAP-ID
           MOVE SPACES TO CFH-FILE-ID
           MOVE 0 TO CFH-RECORD-SEQ
           MOVE SPACES TO CFH-MATCH-KEY
           MOVE SPACES TO CFH-RECORD-IMAGE
           MOVE WS-NEW-ID TO CFH-LATEST-ID
           IF POINTER-RECORD-FOUND
               REWRITE CONFIG-HIST-RECORD
                   INVALID KEY
                       DISPLAY "NOPSNAP: WARNING - could not "
                           "update the latest-snapshot pointer"
               END-REWRITE
           ELSE
               WRITE CONFIG-HIST-RECORD
                   INVALID KEY
                       DISPLAY "NOPSNAP: WARNING - could not "
                           "write the latest-snapshot pointer"
               END-WRITE
               SET POINTER-RECORD-FOUND TO TRUE
           END-IF.

       4100-OPEN-LIVE-INPUT.
      *    Any status but 00 is a file that is not there to copy;
      *    the directory record says so.
           MOVE "N" TO WS-LIVE-OPEN
           EVALUATE WS-FILE-INDEX
               WHEN 1
                   OPEN INPUT STREAM-DEF-FILE
                   MOVE WS-STREAMDEF-STATUS TO WS-LIVE-STATUS
               WHEN 2
                   OPEN INPUT STEP-COND-FILE
                   MOVE WS-STEPCOND-STATUS TO WS-LIVE-STATUS
               WHEN 3
                   OPEN INPUT GATE-CTL-FILE
                   MOVE WS-GATECTL-STATUS TO WS-LIVE-STATUS
               WHEN 4
                   OPEN INPUT DISABLED-CTL-FILE
                   MOVE WS-DSBLCTL-STATUS TO WS-LIVE-STATUS
               WHEN 5
                   OPEN INPUT PROCESSING-DATE-CTL-FILE
                   MOVE WS-CYCLECTL-STATUS TO WS-LIVE-STATUS
               WHEN 6
                   OPEN INPUT BUS-CAL-FILE
                   MOVE WS-BUSCAL-STATUS TO WS-LIVE-STATUS
               WHEN 7
                   OPEN INPUT SLA-CTL-FILE
                   MOVE WS-SLACTL-STATUS TO WS-LIVE-STATUS
               WHEN 8
                   OPEN INPUT RETN-CTL-FILE
                   MOVE WS-RETNCTL-STATUS TO WS-LIVE-STATUS
               WHEN 9
                   OPEN INPUT TREND-CTL-FILE
                   MOVE WS-TRENDCTL-STATUS TO WS-LIVE-STATUS
               WHEN 10
                   OPEN INPUT ESC-CTL-FILE
                   MOVE WS-ESCCTL-STATUS TO WS-LIVE-STATUS
           END-EVALUATE
           IF WS-LIVE-STATUS = "00"
               SET LIVE-FILE-OPEN TO TRUE
           END-IF.

       4200-READ-LIVE-RECORD.
           MOVE SPACES TO WS-LIVE-IMAGE
           EVALUATE WS-FILE-INDEX
               WHEN 1
                   READ STREAM-DEF-FILE
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE STREAM-DEF-RECORD TO WS-LIVE-IMAGE
                   END-READ
               WHEN 2
                   READ STEP-COND-FILE
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE STEP-COND-RECORD TO WS-LIVE-IMAGE
                   END-READ
               WHEN 3
                   READ GATE-CTL-FILE
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE GATE-CTL-RECORD TO WS-LIVE-IMAGE
                   END-READ
               WHEN 4
                   READ DISABLED-CTL-FILE
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE DISABLED-CTL-RECORD
                               TO WS-LIVE-IMAGE
                   END-READ
               WHEN 5
                   READ PROCESSING-DATE-CTL-FILE NEXT
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE PROCESSING-DATE-CTL-RECORD
                               TO WS-LIVE-IMAGE
                   END-READ
               WHEN 6
                   READ BUS-CAL-FILE
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE BUS-CAL-RECORD TO WS-LIVE-IMAGE
                   END-READ
               WHEN 7
                   READ SLA-CTL-FILE
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE SLA-CTL-RECORD TO WS-LIVE-IMAGE
                   END-READ
               WHEN 8
                   READ RETN-CTL-FILE
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE RETN-CTL-RECORD TO WS-LIVE-IMAGE
                   END-READ
               WHEN 9
                   READ TREND-CTL-FILE
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE TREND-CTL-RECORD TO WS-LIVE-IMAGE
                   END-READ
               WHEN 10
                   READ ESC-CTL-FILE
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE ESC-CTL-RECORD TO WS-LIVE-IMAGE
                   END-READ
           END-EVALUATE.

       4300-CLOSE-LIVE-FILE.
           EVALUATE WS-FILE-INDEX
               WHEN 1
                   CLOSE STREAM-DEF-FILE
               WHEN 2
                   CLOSE STEP-COND-FILE
               WHEN 3
                   CLOSE GATE-CTL-FILE
               WHEN 4
                   CLOSE DISABLED-CTL-FILE
               WHEN 5
                   CLOSE PROCESSING-DATE-CTL-FILE
               WHEN 6
                   CLOSE BUS-CAL-FILE
               WHEN 7
                   CLOSE SLA-CTL-FILE
               WHEN 8
                   CLOSE RETN-CTL-FILE
               WHEN 9
                   CLOSE TREND-CTL-FILE
               WHEN 10
                   CLOSE ESC-CTL-FILE
           END-EVALUATE.

       4400-OPEN-LIVE-OUTPUT.
           MOVE "N" TO WS-LIVE-OPEN
           EVALUATE WS-FILE-INDEX
               WHEN 1
                   OPEN OUTPUT STREAM-DEF-FILE
                   MOVE WS-STREAMDEF-STATUS TO WS-LIVE-STATUS
               WHEN 2
                   OPEN OUTPUT STEP-COND-FILE
                   MOVE WS-STEPCOND-STATUS TO WS-LIVE-STATUS
               WHEN 3
                   OPEN OUTPUT GATE-CTL-FILE
                   MOVE WS-GATECTL-STATUS TO WS-LIVE-STATUS
               WHEN 4
                   OPEN OUTPUT DISABLED-CTL-FILE
                   MOVE WS-DSBLCTL-STATUS TO WS-LIVE-STATUS
               WHEN 5
                   OPEN OUTPUT PROCESSING-DATE-CTL-FILE
                   MOVE WS-CYCLECTL-STATUS TO WS-LIVE-STATUS
               WHEN 6
                   OPEN OUTPUT BUS-CAL-FILE
                   MOVE WS-BUSCAL-STATUS TO WS-LIVE-STATUS
               WHEN 7
                   OPEN OUTPUT SLA-CTL-FILE
                   MOVE WS-SLACTL-STATUS TO WS-LIVE-STATUS
               WHEN 8
                   OPEN OUTPUT RETN-CTL-FILE
                   MOVE WS-RETNCTL-STATUS TO WS-LIVE-STATUS
               WHEN 9
                   OPEN OUTPUT TREND-CTL-FILE
                   MOVE WS-TRENDCTL-STATUS TO WS-LIVE-STATUS
               WHEN 10
                   OPEN OUTPUT ESC-CTL-FILE
                   MOVE WS-ESCCTL-STATUS TO WS-LIVE-STATUS
           END-EVALUATE
           IF WS-LIVE-STATUS = "00"
               SET LIVE-FILE-OPEN TO TRUE
           END-IF.

       4500-WRITE-LIVE-RECORD.
      *    The images come back in the order they were read, which
      *    for the indexed files is ascending key order - the
      *    order a file opened OUTPUT must be loaded in.
           EVALUATE WS-FILE-INDEX
               WHEN 1
                   MOVE WS-LIVE-IMAGE TO STREAM-DEF-RECORD
                   WRITE STREAM-DEF-RECORD
                       INVALID KEY
                           MOVE "99" TO WS-LIVE-STATUS
                   END-WRITE
               WHEN 2
                   MOVE WS-LIVE-IMAGE TO STEP-COND-RECORD
                   WRITE STEP-COND-RECORD
               WHEN 3
                   MOVE WS-LIVE-IMAGE TO GATE-CTL-RECORD
                   WRITE GATE-CTL-RECORD
                       INVALID KEY
                           MOVE "99" TO WS-LIVE-STATUS
                   END-WRITE
               WHEN 4
                   MOVE WS-LIVE-IMAGE TO DISABLED-CTL-RECORD
                   WRITE DISABLED-CTL-RECORD
               WHEN 5
                   MOVE WS-LIVE-IMAGE TO PROCESSING-DATE-CTL-RECORD
                   WRITE PROCESSING-DATE-CTL-RECORD
                       INVALID KEY
                           MOVE "99" TO WS-LIVE-STATUS
                   END-WRITE
               WHEN 6
                   MOVE WS-LIVE-IMAGE TO BUS-CAL-RECORD
                   WRITE BUS-CAL-RECORD
               WHEN 7
                   MOVE WS-LIVE-IMAGE TO SLA-CTL-RECORD
                   WRITE SLA-CTL-RECORD
               WHEN 8
                   MOVE WS-LIVE-IMAGE TO RETN-CTL-RECORD
                   WRITE RETN-CTL-RECORD
               WHEN 9
                   MOVE WS-LIVE-IMAGE TO TREND-CTL-RECORD
                   WRITE TREND-CTL-RECORD
               WHEN 10
                   MOVE WS-LIVE-IMAGE TO ESC-CTL-RECORD
                   WRITE ESC-CTL-RECORD
           END-EVALUATE.

       5000-REPORT-SINCE-PREVIOUS.
           IF PREVIOUS-SNAPSHOT-FOUND
               MOVE WS-PREV-ID TO WS-FORMAT-ID
               PERFORM 8100-FORMAT-SNAP-ID
               MOVE WS-FORMAT-TEXT TO WS-PREV-ID-TEXT
               MOVE WS-PREV-ID TO WS-BEFORE-ID
               MOVE WS-NEW-ID TO WS-AFTER-ID
               MOVE SPACES TO WS-DIFF-TITLE
               STRING "CHANGES SINCE PREVIOUS SNAPSHOT "
                   WS-PREV-ID-TEXT
                   DELIMITED BY SIZE INTO WS-DIFF-TITLE
               PERFORM 5100-DIFF-ESTATE
           ELSE
               MOVE "NO PREVIOUS SNAPSHOT; THIS ONE IS THE BASELINE"
                   TO WS-RPT-TEXT
               PERFORM 8000-WRITE-TEXT
           END-IF.

       5100-DIFF-ESTATE.
      *    WS-BEFORE-ID against WS-AFTER-ID, one file at a time,
      *    under the title in WS-DIFF-TITLE.
           MOVE 0 TO WS-TOTAL-ADDED
           MOVE 0 TO WS-TOTAL-CHANGED
           MOVE 0 TO WS-TOTAL-DELETED
           WRITE SNAP-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-DIFF-TITLE TO WS-RPT-TEXT
           PERFORM 8000-WRITE-TEXT
           WRITE SNAP-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > WS-ESTATE-COUNT
               MOVE ESTATE-FILE-ID(WS-FILE-INDEX) TO WS-FILE-ID
               IF DIFF-KEEPS-CYCLECTL AND CYCLECTL-FILE
                   MOVE "CYCLECTL KEPT AS IT IS (KEEPDATE=Y)"
                       TO WS-RPT-TEXT
                   PERFORM 8000-WRITE-TEXT
               ELSE
                   MOVE 1 TO WS-LOAD-SIDE
                   MOVE WS-BEFORE-ID TO WS-LOAD-ID
                   PERFORM 5200-LOAD-SIDE
                   MOVE 2 TO WS-LOAD-SIDE
                   MOVE WS-AFTER-ID TO WS-LOAD-ID
                   PERFORM 5200-LOAD-SIDE
                   PERFORM 5300-DIFF-FILE
               END-IF
           END-PERFORM
           WRITE SNAP-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           IF WS-TOTAL-ADDED = 0 AND WS-TOTAL-CHANGED = 0
               AND WS-TOTAL-DELETED = 0
               MOVE "NO DIFFERENCES; THE ESTATE IS UNCHANGED"
                   TO WS-RPT-TEXT
               PERFORM 8000-WRITE-TEXT
           ELSE
               MOVE WS-TOTAL-ADDED TO RPT-ET-ADDED
               MOVE WS-TOTAL-CHANGED TO RPT-ET-CHANGED
               MOVE WS-TOTAL-DELETED TO RPT-ET-DELETED
               WRITE SNAP-RPT-LINE FROM RPT-ESTATE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       5200-LOAD-SIDE.
      *    One file of one snapshot into one side of the table:
      *    its directory record first, then its records in order.
           MOVE "N" TO DFS-PRESENT(WS-LOAD-SIDE)
           MOVE 0 TO DFS-COUNT(WS-LOAD-SIDE)
           MOVE WS-LOAD-ID TO CFH-SNAP-ID
           MOVE WS-FILE-ID TO CFH-FILE-ID
           MOVE 0 TO CFH-RECORD-SEQ
           READ CONFIG-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CFH-FILE-PRESENT
                       TO DFS-PRESENT(WS-LOAD-SIDE)
           END-READ
           MOVE WS-LOAD-ID TO CFH-SNAP-ID
           MOVE WS-FILE-ID TO CFH-FILE-ID
           MOVE 1 TO CFH-RECORD-SEQ
           MOVE "N" TO WS-HIST-EOF
           START CONFIG-HIST-FILE
               KEY IS >= CFH-KEY
               INVALID KEY
                   SET HIST-AT-END TO TRUE
           END-START
           PERFORM UNTIL HIST-AT-END
               READ CONFIG-HIST-FILE NEXT
                   AT END
                       SET HIST-AT-END TO TRUE
                   NOT AT END
                       IF CFH-SNAP-ID NOT = WS-LOAD-ID
                           OR CFH-FILE-ID NOT = WS-FILE-ID
                           SET HIST-AT-END TO TRUE
                       ELSE
                           PERFORM 5250-ADD-SIDE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       5250-ADD-SIDE-ENTRY.
           IF DFS-COUNT(WS-LOAD-SIDE) < WS-DIFF-LIMIT
               ADD 1 TO DFS-COUNT(WS-LOAD-SIDE)
               MOVE CFH-MATCH-KEY TO DFE-MATCH-KEY(WS-LOAD-SIDE,
                   DFS-COUNT(WS-LOAD-SIDE))
               MOVE CFH-RECORD-IMAGE TO DFE-IMAGE(WS-LOAD-SIDE,
                   DFS-COUNT(WS-LOAD-SIDE))
               MOVE "N" TO DFE-MATCHED(WS-LOAD-SIDE,
                   DFS-COUNT(WS-LOAD-SIDE))
           ELSE
               IF DFS-COUNT(WS-LOAD-SIDE) = WS-DIFF-LIMIT
                   DISPLAY "NOPSNAP: WARNING - " WS-FILE-ID
                       " has more records than can be compared; "
                       "the rest are not in the report"
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING WS-FILE-ID " TOO LARGE TO COMPARE IN "
                       "FULL; RECORDS PAST 999 NOT COMPARED"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM 8000-WRITE-TEXT
                   ADD 1 TO DFS-COUNT(WS-LOAD-SIDE)
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       5300-DIFF-FILE.
      *    Every AFTER record claims the first unclaimed BEFORE
      *    record with its key: none is ADDED, a different image
      *    is CHANGED. Whatever BEFORE record is left unclaimed
      *    was DELETED.
           MOVE 0 TO WS-FILE-ADDED
           MOVE 0 TO WS-FILE-CHANGED
           MOVE 0 TO WS-FILE-DELETED
           MOVE WS-FILE-ID TO RPD-FILE-ID
           IF DFS-PRESENT(1) NOT = DFS-PRESENT(2)
               MOVE SPACES TO RPD-IMAGE-TAG
               MOVE SPACES TO RPD-MATCH-KEY
               MOVE SPACES TO RPD-IMAGE
               IF DFS-PRESENT(2) = "Y"
                   MOVE "FILE" TO RPD-ACTION
                   MOVE "FILE NOW PRESENT; IT WAS ABSENT BEFORE"
                       TO RPD-IMAGE
               ELSE
                   MOVE "FILE" TO RPD-ACTION
                   MOVE "FILE NOW ABSENT; IT WAS PRESENT BEFORE"
                       TO RPD-IMAGE
               END-IF
               WRITE SNAP-RPT-LINE FROM RPT-DIFF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF DFS-COUNT(2) > WS-DIFF-LIMIT
               MOVE WS-DIFF-LIMIT TO DFS-COUNT(2)
           END-IF
           IF DFS-COUNT(1) > WS-DIFF-LIMIT
               MOVE WS-DIFF-LIMIT TO DFS-COUNT(1)
           END-IF
           PERFORM VARYING WS-AFTER-INDEX FROM 1 BY 1
                   UNTIL WS-AFTER-INDEX > DFS-COUNT(2)
               MOVE 0 TO WS-BEFORE-HIT
               PERFORM VARYING WS-BEFORE-INDEX FROM 1 BY 1
                       UNTIL WS-BEFORE-INDEX > DFS-COUNT(1)
                       OR WS-BEFORE-HIT > 0
                   IF DFE-MATCH-KEY(1, WS-BEFORE-INDEX)
                           = DFE-MATCH-KEY(2, WS-AFTER-INDEX)
                       AND DFE-MATCHED(1, WS-BEFORE-INDEX) = "N"
                       MOVE WS-BEFORE-INDEX TO WS-BEFORE-HIT
                   END-IF
               END-PERFORM
               MOVE DFE-MATCH-KEY(2, WS-AFTER-INDEX)
                   TO RPD-MATCH-KEY
               IF WS-BEFORE-HIT = 0
                   ADD 1 TO WS-FILE-ADDED
                   MOVE "ADDED" TO RPD-ACTION
                   MOVE "AFTER" TO RPD-IMAGE-TAG
                   MOVE DFE-IMAGE(2, WS-AFTER-INDEX) TO RPD-IMAGE
                   WRITE SNAP-RPT-LINE FROM RPT-DIFF-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   MOVE "Y" TO DFE-MATCHED(1, WS-BEFORE-HIT)
                   IF DFE-IMAGE(1, WS-BEFORE-HIT)
                           NOT = DFE-IMAGE(2, WS-AFTER-INDEX)
                       ADD 1 TO WS-FILE-CHANGED
                       MOVE "CHANGED" TO RPD-ACTION
                       MOVE "BEFORE" TO RPD-IMAGE-TAG
                       MOVE DFE-IMAGE(1, WS-BEFORE-HIT)
                           TO RPD-IMAGE
                       WRITE SNAP-RPT-LINE FROM RPT-DIFF-LINE
                           AFTER ADVANCING 1 LINE
                       MOVE SPACES TO RPD-ACTION
                       MOVE "AFTER" TO RPD-IMAGE-TAG
                       MOVE DFE-IMAGE(2, WS-AFTER-INDEX)
                           TO RPD-IMAGE
                       WRITE SNAP-RPT-LINE FROM RPT-DIFF-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BEFORE-INDEX FROM 1 BY 1
                   UNTIL WS-BEFORE-INDEX > DFS-COUNT(1)
               IF DFE-MATCHED(1, WS-BEFORE-INDEX) = "N"
                   ADD 1 TO WS-FILE-DELETED
                   MOVE "DELETED" TO RPD-ACTION
                   MOVE "BEFORE" TO RPD-IMAGE-TAG
                   MOVE DFE-MATCH-KEY(1, WS-BEFORE-INDEX)
                       TO RPD-MATCH-KEY
                   MOVE DFE-IMAGE(1, WS-BEFORE-INDEX) TO RPD-IMAGE
                   WRITE SNAP-RPT-LINE FROM RPT-DIFF-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE WS-FILE-ID TO RPT-FT-FILE-ID
           MOVE DFS-COUNT(2) TO RPT-FT-RECORDS
           MOVE WS-FILE-ADDED TO RPT-FT-ADDED
           MOVE WS-FILE-CHANGED TO RPT-FT-CHANGED
           MOVE WS-FILE-DELETED TO RPT-FT-DELETED
           WRITE SNAP-RPT-LINE FROM RPT-FILE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-FILE-ADDED TO WS-TOTAL-ADDED
           ADD WS-FILE-CHANGED TO WS-TOTAL-CHANGED
           ADD WS-FILE-DELETED TO WS-TOTAL-DELETED.

       6000-RESTORE-ESTATE.
      *    Find the target, keep a safety snapshot of the estate
      *    as it stands, show what will change, rewrite every
      *    file from the target's images, and log it.
           PERFORM 6050-FIND-TARGET
           IF WS-TARGET-VERSION = 0
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE "PRE-REST" TO WS-SNAP-REASON
               PERFORM 3000-TAKE-SNAPSHOT
               IF NOT SNAPSHOT-TAKEN
                   DISPLAY "NOPSNAP: ERROR - safety snapshot not "
                       "taken; estate NOT restored"
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "SAFETY SNAPSHOT NOT TAKEN; ESTATE "
                       "NOT RESTORED"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM 8000-WRITE-TEXT
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM 5000-REPORT-SINCE-PREVIOUS
                   MOVE WS-NEW-ID TO WS-BEFORE-ID
                   MOVE WS-TARGET-ID TO WS-AFTER-ID
                   MOVE SPACES TO WS-DIFF-TITLE
                   STRING "RESTORE TO " WS-TARGET-ID-TEXT
                       " CHANGES THE ESTATE AS FOLLOWS"
                       DELIMITED BY SIZE INTO WS-DIFF-TITLE
                   MOVE WS-KEEP-DATE TO WS-DIFF-KEEP-CYCLECTL
                   PERFORM 5100-DIFF-ESTATE
                   MOVE "N" TO WS-DIFF-KEEP-CYCLECTL
                   WRITE SNAP-RPT-LINE FROM RPT-BLANK-LINE
                       AFTER ADVANCING 1 LINE
                   PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                           UNTIL WS-FILE-INDEX > WS-ESTATE-COUNT
                       IF KEEP-CYCLE-DATES AND CYCLECTL-FILE
                           CONTINUE
                       ELSE
                           PERFORM 6100-RESTORE-FILE
                       END-IF
                   END-PERFORM
                   PERFORM 6300-AUDIT-RESTORE
                   PERFORM 6400-ALERT-RESTORE
               END-IF
           END-IF.

       6050-FIND-TARGET.
      *    DATE= and SHIFT= name the snapshot; VER= picks one
      *    version, and without it the highest on file is meant.
           MOVE 0 TO WS-TARGET-VERSION
           MOVE WS-RUN-SHIFT TO WS-TARGET-SHIFT
           IF WS-PARM-DATE IS NOT NUMERIC
               DISPLAY "NOPSNAP: ERROR - FUNC=REST needs "
                   "DATE=yyyymmdd; estate NOT restored"
               MOVE SPACES TO WS-RPT-TEXT
               STRING "FUNC=REST WITHOUT A VALID DATE=yyyymmdd; "
                   "ESTATE NOT RESTORED"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 8000-WRITE-TEXT
           ELSE
               MOVE WS-PARM-DATE TO WS-TARGET-DATE
               IF WS-PARM-VERSION IS NUMERIC
                   MOVE WS-PARM-VERSION TO WS-VERSION-PROBE
                   MOVE WS-TARGET-DATE TO CFH-CYCLE-DATE
                   MOVE WS-TARGET-SHIFT TO CFH-RUN-SHIFT
                   MOVE WS-VERSION-PROBE TO CFH-VERSION
                   MOVE SPACES TO CFH-FILE-ID
                   MOVE 0 TO CFH-RECORD-SEQ
                   READ CONFIG-HIST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-VERSION-PROBE
                               TO WS-TARGET-VERSION
                   END-READ
               ELSE
                   MOVE 0 TO WS-VERSION-PROBE
                   SET HIST-RECORD-FOUND TO TRUE
                   PERFORM UNTIL NOT HIST-RECORD-FOUND
                           OR WS-VERSION-PROBE = 9999
                       ADD 1 TO WS-VERSION-PROBE
                       MOVE WS-TARGET-DATE TO CFH-CYCLE-DATE
                       MOVE WS-TARGET-SHIFT TO CFH-RUN-SHIFT
                       MOVE WS-VERSION-PROBE TO CFH-VERSION
                       MOVE SPACES TO CFH-FILE-ID
                       MOVE 0 TO CFH-RECORD-SEQ
                       READ CONFIG-HIST-FILE
                           INVALID KEY
                               MOVE "N" TO WS-HIST-FOUND
                           NOT INVALID KEY
                               MOVE WS-VERSION-PROBE
                                   TO WS-TARGET-VERSION
                       END-READ
                   END-PERFORM
               END-IF
               MOVE WS-TARGET-DATE TO WS-FORMAT-DATE
               MOVE WS-TARGET-SHIFT TO WS-FORMAT-SHIFT
               MOVE WS-VERSION-PROBE TO WS-FORMAT-VERSION
               IF WS-TARGET-VERSION > 0
                   MOVE WS-TARGET-VERSION TO WS-FORMAT-VERSION
               END-IF
               PERFORM 8100-FORMAT-SNAP-ID
               MOVE WS-FORMAT-TEXT TO WS-TARGET-ID-TEXT
               IF WS-TARGET-VERSION = 0
                   DISPLAY "NOPSNAP: ERROR - no snapshot "
                       WS-PARM-DATE " shift " WS-TARGET-SHIFT
                       " on CFGHIST; estate NOT restored"
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "NO SNAPSHOT " WS-PARM-DATE " SHIFT "
                       WS-TARGET-SHIFT " VER " WS-PARM-VERSION
                       " ON CONFIG-HIST; ESTATE NOT RESTORED"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM 8000-WRITE-TEXT
               END-IF
           END-IF.

       6100-RESTORE-FILE.
      *    The directory record says whether the file existed and
      *    how many records it held; an absent file comes back
      *    empty.
           MOVE ESTATE-FILE-ID(WS-FILE-INDEX) TO WS-FILE-ID
           MOVE 0 TO WS-RESTORED-COUNT
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE WS-TARGET-ID TO CFH-SNAP-ID
           MOVE WS-FILE-ID TO CFH-FILE-ID
           MOVE 0 TO CFH-RECORD-SEQ
           MOVE "N" TO WS-HIST-FOUND
           READ CONFIG-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HIST-RECORD-FOUND TO TRUE
                   MOVE CFH-FILE-RECORDS TO WS-EXPECTED-COUNT
                   MOVE CFH-FILE-PRESENT TO WS-TARGET-PRESENT
           END-READ
           IF NOT HIST-RECORD-FOUND
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-FILE-ID " NOT IN SNAPSHOT "
                   WS-TARGET-ID-TEXT "; LEFT AS IT IS"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 8000-WRITE-TEXT
               MOVE "Y" TO WS-RESTORE-FAILED
           ELSE
               PERFORM 4400-OPEN-LIVE-OUTPUT
               IF NOT LIVE-FILE-OPEN
                   DISPLAY "NOPSNAP: ERROR - could not rewrite "
                       WS-FILE-ID ", status " WS-LIVE-STATUS
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING WS-FILE-ID " COULD NOT BE REWRITTEN, "
                       "STATUS " WS-LIVE-STATUS "; NOT RESTORED"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM 8000-WRITE-TEXT
                   MOVE "Y" TO WS-RESTORE-FAILED
               ELSE
                   PERFORM 6200-RELOAD-FILE
                   PERFORM 4300-CLOSE-LIVE-FILE
                   PERFORM 6250-REPORT-FILE-RESTORED
               END-IF
           END-IF
           IF RESTORE-FAILED
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       6200-RELOAD-FILE.
           MOVE WS-TARGET-ID TO CFH-SNAP-ID
           MOVE WS-FILE-ID TO CFH-FILE-ID
           MOVE 1 TO CFH-RECORD-SEQ
           MOVE "N" TO WS-HIST-EOF
           START CONFIG-HIST-FILE
               KEY IS >= CFH-KEY
               INVALID KEY
                   SET HIST-AT-END TO TRUE
           END-START
           PERFORM UNTIL HIST-AT-END
               READ CONFIG-HIST-FILE NEXT
                   AT END
                       SET HIST-AT-END TO TRUE
                   NOT AT END
                       IF CFH-SNAP-ID NOT = WS-TARGET-ID
                           OR CFH-FILE-ID NOT = WS-FILE-ID
                           SET HIST-AT-END TO TRUE
                       ELSE
                           MOVE CFH-RECORD-IMAGE TO WS-LIVE-IMAGE
                           PERFORM 4500-WRITE-LIVE-RECORD
                           IF WS-LIVE-STATUS = "99"
                               MOVE "Y" TO WS-RESTORE-FAILED
                           ELSE
                               ADD 1 TO WS-RESTORED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6250-REPORT-FILE-RESTORED.
           MOVE WS-RESTORED-COUNT TO WS-RECORD-SEQ-ED
           MOVE SPACES TO WS-RPT-TEXT
           IF WS-TARGET-PRESENT = "N" AND WS-RESTORED-COUNT = 0
               STRING WS-FILE-ID " WAS ABSENT AT "
                   WS-TARGET-ID-TEXT "; LEFT EMPTY"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           ELSE
               STRING WS-FILE-ID " RESTORED, " WS-RECORD-SEQ-ED
                   " RECORD(S)"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF
           PERFORM 8000-WRITE-TEXT
           IF WS-RESTORED-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "NOPSNAP: ERROR - " WS-FILE-ID
                   " restored " WS-RECORD-SEQ-ED
                   " record(s), snapshot lists " WS-EXPECTED-COUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-FILE-ID " RECORD COUNT DOES NOT MATCH "
                   "THE SNAPSHOT DIRECTORY (" WS-EXPECTED-COUNT
                   ")"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 8000-WRITE-TEXT
               MOVE "Y" TO WS-RESTORE-FAILED
           END-IF.

       6300-AUDIT-RESTORE.
      *    Every restore, partial or whole, is evidence for the
      *    auditors: both snapshot ids and who asked for it.
      *    NOPAUDIT numbers the record and chains it to the one
      *    before.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-SYSTEM-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           MOVE SPACES TO WS-AUDIT-TEXT
           MOVE SPACES TO WS-RESTORE-OUTCOME
           IF RESTORE-FAILED
               MOVE " INCOMPLETE" TO WS-RESTORE-OUTCOME
           END-IF
           STRING "CONFIG RESTORED TO " WS-TARGET-ID-TEXT
               " SAFETY " WS-NEW-ID-TEXT WS-RESTORE-OUTCOME
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE "W" TO AUQ-FUNCTION
           MOVE WS-JOB-NAME TO AUQ-JOB-NAME
           MOVE WS-AUDIT-TEXT TO AUQ-PARM-STRING
           MOVE SPACES TO AUQ-SYSIN-DATA
           STRING "RESTORED BY " WS-TRAN-USER " PARM "
               WS-PARM-STRING
               DELIMITED BY SIZE INTO AUQ-SYSIN-DATA
           MOVE WS-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO AUQ-RUN-SHIFT
           CALL "NOPAUDIT" USING AUDIT-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AUQ-RESULT
                   DISPLAY "NOPSNAP: ERROR - NOPAUDIT not available; "
                       "audit record NOT written"
           END-CALL
           IF AUQ-DUPLICATE-KEY
               DISPLAY "NOPSNAP: WARNING - duplicate audit key; "
                   "record not written"
           END-IF.

       6400-ALERT-RESTORE.
           IF RESTORE-FAILED
               MOVE "E" TO ALQ-SEVERITY
               DISPLAY "NOPSNAP: ERROR - restore to "
                   WS-TARGET-ID-TEXT " incomplete; see SNAPRPT"
           ELSE
               MOVE "W" TO ALQ-SEVERITY
               DISPLAY "NOPSNAP: estate restored to "
                   WS-TARGET-ID-TEXT " by " WS-TRAN-USER
           END-IF
           MOVE WS-JOB-NAME TO ALQ-PROGRAM
           MOVE WS-JOB-NAME TO ALQ-STEP
           MOVE "RESTORE" TO ALQ-STATUS-CODE
           MOVE SPACES TO ALQ-MESSAGE
           STRING "CONFIG RESTORED TO " WS-TARGET-ID-TEXT
               " BY " WS-TRAN-USER WS-RESTORE-OUTCOME
               DELIMITED BY SIZE INTO ALQ-MESSAGE
           PERFORM 9000-SEND-ALERT.

       7000-LIST-SNAPSHOTS.
      *    Snapshot headers are the seq-0 records with a blank
      *    file id; everything else is skipped over.
           MOVE WS-POINTER-ID TO CFH-SNAP-ID
           MOVE SPACES TO CFH-FILE-ID
           MOVE 1 TO CFH-RECORD-SEQ
           MOVE "N" TO WS-HIST-EOF
           START CONFIG-HIST-FILE
               KEY IS >= CFH-KEY
               INVALID KEY
                   SET HIST-AT-END TO TRUE
           END-START
           PERFORM UNTIL HIST-AT-END
               READ CONFIG-HIST-FILE NEXT
                   AT END
                       SET HIST-AT-END TO TRUE
                   NOT AT END
                       IF CFH-FILE-ID = SPACES
                           AND CFH-RECORD-SEQ = 0
                           AND CFH-SNAP-ID NOT = WS-POINTER-ID
                           PERFORM 7100-LIST-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNAP-COUNT = 0
               MOVE "NO SNAPSHOTS ON CONFIG-HIST" TO WS-RPT-TEXT
               PERFORM 8000-WRITE-TEXT
           END-IF.

       7100-LIST-ONE-SNAPSHOT.
           ADD 1 TO WS-SNAP-COUNT
           MOVE CFH-SNAP-ID TO WS-FORMAT-ID
           PERFORM 8100-FORMAT-SNAP-ID
           MOVE WS-FORMAT-TEXT TO RPL-SNAP-ID
           MOVE CFH-TAKEN-TIMESTAMP(1:16) TO RPL-TAKEN
           MOVE CFH-TAKEN-BY TO RPL-TAKEN-BY
           MOVE CFH-SNAP-REASON TO RPL-REASON
           MOVE SPACES TO RPL-LATEST
           IF PREVIOUS-SNAPSHOT-FOUND
               AND CFH-SNAP-ID = WS-PREV-ID
               MOVE "LATEST" TO RPL-LATEST
           END-IF
           WRITE SNAP-RPT-LINE FROM RPT-LIST-LINE
               AFTER ADVANCING 1 LINE.

       8000-WRITE-TEXT.
           MOVE WS-RPT-TEXT TO RPX-TEXT
           WRITE SNAP-RPT-LINE FROM RPT-TEXT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-RPT-TEXT.

       8100-FORMAT-SNAP-ID.
      *    yyyymmdd s Vnnnn, as an operator names it back in
      *    DATE=, SHIFT= and VER=.
           MOVE SPACES TO WS-FORMAT-TEXT
           STRING WS-FORMAT-DATE " " WS-FORMAT-SHIFT " V"
               WS-FORMAT-VERSION
               DELIMITED BY SIZE INTO WS-FORMAT-TEXT.

       9000-SEND-ALERT.
      *    Alerting must never take the step down with it: a
      *    missing or unloadable NOPALERT module degrades to a
      *    console note.
           CALL "NOPALERT" USING ALERT-REQUEST
               ON EXCEPTION
                   DISPLAY "NOPSNAP: WARNING - NOPALERT not "
                       "available; alert not raised"
           END-CALL.
