       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPAVRFY.
      *
      * Verification of the AUDIT-TRAIL chain.
      *
      * Every AUDIT-TRAIL record is numbered and chained by
      * NOPAUDIT: a stream-wide sequence number, the check value
      * of the record before it, and its own check value over
      * both and the record's content. NOPAVRFY walks the trail in
      * sequence order, recomputes every check value through
      * NOPAUDIT's own function C, and reports on AVFYRPT:
      *
      *   ALTERED     a record whose content no longer matches its
      *               check value
      *   BROKEN      a record whose link is not the check value
      *               of the record numbered just before it (a
      *               record replaced whole, check value and all)
      *   DUPLICAT    a sequence number carried twice
      *   GAP         sequence numbers missing from the trail
      *   START       the trail does not begin where the last
      *               archive hand-off says it must (sequence 1,
      *               link zero, when nothing has been archived)
      *   TAIL        the trail ends short of the last sequence
      *               number AUDITSEQ says was issued, or its last
      *               record is not the one AUDITSEQ recorded
      *   HANDOFF     the ARCHIVE record the hand-off names is
      *               missing or does not carry the check value
      *               the hand-off quotes
      *
      * All of these are FATAL: the trail can no longer be shown
      * complete and unaltered. Any fatal finding drives RC 8 and
      * raises a critical (C) NOPALERT. A missing AUDITSEQ, or an
      * AUDITSEQ behind the trail (NOPAUDIT could not rewrite it),
      * is a WARNING and RC 4: the trail itself may be sound, but
      * its end cannot be proven.
      *
      * Records written before the chain began carry sequence
      * number zero; they are counted as unchained and otherwise
      * left alone.
      *
      * The ARCHIVE DD is optional. When present (one generation
      * or a concatenation, as for NOPARET), the record the latest
      * hand-off names is found on it and its check value proven,
      * so the live trail is shown to continue the archive.
      *
      * SCOPE=PART verifies an extract instead of the live trail -
      * typically RSTAUDIT as NOPARET MODE=REST built it, with the
      * AUDITTRL DD pointed at it. Every record's check value and
      * every link between consecutive numbers is still proven,
      * but sequence ranges the extract does not hold are noted as
      * outside it rather than reported as gaps, and the START,
      * TAIL and HANDOFF checks, which only mean anything for the
      * live trail, are not made.
      *
      * PARM: SCOPE=LIVE             (the default) the live trail
      *       SCOPE=PART             an extract of the chain
      *
      * Return codes:
      *   0  chain intact
      *   4  warnings only
      *   8  at least one fatal finding; the trail has been
      *      tampered with or damaged
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every
      * other program in this stream uses. When CALLed in-process
      * by NOPDRV, the PARM is instead picked up from the shared
      * STEP-PARM-AREA (COPY STEPARM); see 1000-GET-PARM.
      *
      * Compile: cobc -x -I copybooks NOPAVRFY.cob
      *          (NOPAUDIT must be built as a loadable module; see
      *          its header)
      * Run:     ./NOPAVRFY
      * Run:     ./NOPAVRFY SCOPE=PART

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-AUDIT-KEY
               ALTERNATE RECORD KEY IS ATR-RUN-TIMESTAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ATR-AUDIT-SEQ
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDITTRL-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO AUDITSEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITSEQ-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AVFY-RPT-FILE ASSIGN TO AVFYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVFYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * What ran, with what PARM, and when, for the auditors, with
      * its place in the chain.
      *
       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD.
           05  ATR-JOB-NAME            PIC X(8).
           05  ATR-AUDIT-KEY.
               10  ATR-PARM-STRING     PIC X(80).
               10  ATR-SYSIN-DATA      PIC X(80).
               10  ATR-RUN-TIMESTAMP   PIC X(26).
           05  ATR-RUN-SHIFT           PIC X(1).
           05  ATR-AUDIT-SEQ           PIC 9(9).
           05  ATR-PREV-CHECK          PIC 9(9).
           05  ATR-CHECK-VALUE         PIC 9(9).
      *
      * The last link NOPAUDIT issued.
      *
       FD  AUDIT-CHAIN-FILE
           RECORDING MODE IS F.
       01  AUDIT-CHAIN-RECORD.
           05  ACR-LAST-SEQ            PIC 9(9).
           05  ACR-LAST-CHECK          PIC 9(9).
           05  ACR-LAST-JOB-NAME       PIC X(8).
           05  ACR-LAST-TIMESTAMP      PIC X(26).
      *
      * The consolidated archive NOPARCH writes.
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  ARC-SOURCE-FILE         PIC X(8).
           05  ARC-ARCHIVE-DATE        PIC 9(8).
           05  ARC-RECORD-DATE         PIC 9(8).
           05  ARC-RECORD-IMAGE        PIC X(222).
      *
      * The verification report.
      *
       FD  AVFY-RPT-FILE
           RECORDING MODE IS F.
       01  AVFY-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOB-NAME                 PIC X(8) VALUE "NOPAVRFY".
       01  WS-AUDITTRL-STATUS          PIC X(2).
       01  WS-AUDITSEQ-STATUS          PIC X(2).
       01  WS-ARCHIVE-STATUS           PIC X(2).
       01  WS-AVFYRPT-STATUS           PIC X(2).
       01  WS-FILE-EOF                 PIC X(1) VALUE "N".
           88 FILE-AT-END                  VALUE "Y".
      *
      * PARM handling.
      *
       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-SCOPE-POS                PIC S9(4) COMP VALUE 0.
       01  WS-SCOPE                    PIC X(4) VALUE "LIVE".
           88 LIVE-SCOPE                   VALUE "LIVE".
           88 PART-SCOPE                   VALUE "PART".
      *
      * Where the walk stands: the first chained record, the
      * record just read before this one, and the counts.
      *
       01  WS-CHAINED-COUNT            PIC S9(8) COMP VALUE 0.
       01  WS-UNCHAINED-COUNT          PIC S9(8) COMP VALUE 0.
       01  WS-FIRST-SEQ                PIC 9(9) VALUE 0.
       01  WS-FIRST-PREV               PIC 9(9) VALUE 0.
       01  WS-LAST-SEQ                 PIC 9(9) VALUE 0.
       01  WS-LAST-CHECK               PIC 9(9) VALUE 0.
       01  WS-GAP-FROM                 PIC 9(9) VALUE 0.
       01  WS-GAP-THRU                 PIC 9(9) VALUE 0.
       01  WS-EXPECT-SEQ               PIC 9(9) VALUE 0.
       01  WS-EXPECT-PREV              PIC 9(9) VALUE 0.
      *
      * The latest archive hand-off seen on the trail.
      *
       01  WS-HANDOFF-FOUND            PIC X(1) VALUE "N".
           88 HANDOFF-FOUND                VALUE "Y".
       01  WS-HANDOFF-SEQ              PIC 9(9) VALUE 0.
       01  WS-HANDOFF-CHECK            PIC 9(9) VALUE 0.
       01  WS-ARCHIVE-HIT              PIC X(1) VALUE "N".
           88 ARCHIVE-RECORD-FOUND         VALUE "Y".
      *
      * An archived AUDIT-TRAIL image, laid out as the live
      * record, so its check value can be recomputed.
      *
       01  WS-ARCHIVED-AUDIT.
           05  AAI-JOB-NAME            PIC X(8).
           05  AAI-PARM-STRING         PIC X(80).
           05  AAI-SYSIN-DATA          PIC X(80).
           05  AAI-RUN-TIMESTAMP       PIC X(26).
           05  AAI-RUN-SHIFT           PIC X(1).
           05  AAI-AUDIT-SEQ           PIC 9(9).
           05  AAI-PREV-CHECK          PIC 9(9).
           05  AAI-CHECK-VALUE         PIC 9(9).
      *
      * Whether NOPAUDIT could be CALLed, so its absence is
      * reported once, not once per record.
      *
       01  WS-AUDIT-AVAILABLE          PIC X(1) VALUE "Y".
           88 AUDIT-AVAILABLE              VALUE "Y".
      *
      * The finding being written, and the totals.
      *
       01  WS-FIND-SEVERITY            PIC X(7).
       01  WS-FIND-AREA                PIC X(8).
       01  WS-FIND-KEY                 PIC X(8).
       01  WS-FIND-TEXT                PIC X(60).
       01  WS-FATAL-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-WARN-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-NOTE-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-FATAL-COUNT-ED           PIC ZZZ9.
       01  WS-SYSTEM-DATE              PIC 9(8).
       01  WS-RETURN-CODE              PIC S9(4) COMP VALUE 0.
      *
      * Report lines.
      *
       01  RPT-HEADING-1.
           05  FILLER                  PIC X(10) VALUE "NOPAVRFY".
           05  FILLER                  PIC X(36)
               VALUE "AUDIT-TRAIL CHAIN VERIFICATION".
           05  RPH-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(8) VALUE "  SCOPE ".
           05  RPH-SCOPE               PIC X(4).
           05  FILLER                  PIC X(66) VALUE SPACES.
       01  RPT-FINDING-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPF-SEVERITY            PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPF-AREA                PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPF-KEY                 PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPF-TEXT                PIC X(60).
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  RPT-CLEAN-LINE.
           05  FILLER                  PIC X(34) VALUE
               "  NO FINDINGS; CHAIN IS INTACT".
           05  FILLER                  PIC X(98) VALUE SPACES.
       01  RPT-CHAIN-LINE.
           05  FILLER                  PIC X(9) VALUE "CHAINED".
           05  RPC-CHAINED             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE "  UNCHAINED".
           05  RPC-UNCHAINED           PIC ZZZZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE "  FIRST SEQ".
           05  RPC-FIRST-SEQ           PIC 9(9).
           05  FILLER                  PIC X(11)
               VALUE "  LAST SEQ".
           05  RPC-LAST-SEQ            PIC 9(9).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  RPT-HANDOFF-LINE.
           05  FILLER                  PIC X(23)
               VALUE "ARCHIVE HAND-OFF THRU".
           05  RPO-HANDOFF-SEQ         PIC 9(9).
           05  FILLER                  PIC X(8) VALUE "  CHECK".
           05  RPO-HANDOFF-CHECK       PIC 9(9).
           05  FILLER                  PIC X(83) VALUE SPACES.
       01  RPT-TOTALS-LINE.
           05  FILLER                  PIC X(9) VALUE "FINDINGS".
           05  FILLER                  PIC X(7) VALUE "  FATAL".
           05  RPT-FATAL-TOTAL         PIC ZZZ9.
           05  FILLER                  PIC X(10)
               VALUE "   WARNING".
           05  RPT-WARN-TOTAL          PIC ZZZ9.
           05  FILLER                  PIC X(7) VALUE "   NOTE".
           05  RPT-NOTE-TOTAL          PIC ZZZ9.
           05  FILLER                  PIC X(87) VALUE SPACES.
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
      * Audit record area for NOPAUDIT, and the hand-off PARM text;
      * see AUDITREQ.cpy.
      *
       COPY AUDITREQ.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO JCR-RUN-DATE
           PERFORM 1000-GET-PARM
           PERFORM 1500-OPEN-REPORT
           PERFORM 2000-WALK-CHAIN
           IF LIVE-SCOPE
               PERFORM 3000-CHECK-CHAIN-START
               PERFORM 3100-CHECK-CHAIN-TAIL
               IF HANDOFF-FOUND
                   PERFORM 3200-CHECK-ARCHIVE-HANDOFF
               END-IF
           END-IF
           PERFORM 4000-FINISH-REPORT
           MOVE WS-JOB-NAME TO JCR-LAST-STEP
           EVALUATE TRUE
               WHEN WS-FATAL-COUNT > 0
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "FATAL" TO JCR-LAST-STATUS
                   MOVE WS-FATAL-COUNT TO WS-FATAL-COUNT-ED
                   DISPLAY "NOPAVRFY: ERROR -" WS-FATAL-COUNT-ED
                       " fatal finding(s); see AVFYRPT - "
                       "AUDIT-TRAIL chain is broken"
                   MOVE "C" TO ALQ-SEVERITY
                   MOVE WS-JOB-NAME TO ALQ-PROGRAM
                   MOVE WS-JOB-NAME TO ALQ-STEP
                   MOVE "AUDCHAIN" TO ALQ-STATUS-CODE
                   MOVE SPACES TO ALQ-MESSAGE
                   STRING "AUDIT-TRAIL CHAIN BROKEN:"
                       WS-FATAL-COUNT-ED
                       " FINDING(S); SEE AVFYRPT"
                       DELIMITED BY SIZE INTO ALQ-MESSAGE
                   PERFORM 9000-SEND-ALERT
               WHEN WS-WARN-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
                   MOVE "WARNINGS" TO JCR-LAST-STATUS
               WHEN OTHER
                   MOVE "INTACT" TO JCR-LAST-STATUS
           END-EVALUATE
           GOBACK RETURNING WS-RETURN-CODE.

       1000-GET-PARM.
      *    A step CALLed by NOPDRV gets its PARM from the shared
      *    STEP-PARM-AREA; only a standalone run reads the command
      *    line.
           IF SPA-PARM-STRING NOT = LOW-VALUES
               MOVE SPA-PARM-STRING TO WS-PARM-STRING
           ELSE
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-SCOPE-POS
               FOR CHARACTERS BEFORE INITIAL "SCOPE="
           IF WS-SCOPE-POS < LENGTH OF WS-PARM-STRING
               IF WS-PARM-STRING(WS-SCOPE-POS + 7:4) = "PART"
                   MOVE "PART" TO WS-SCOPE
               END-IF
           END-IF.

       1500-OPEN-REPORT.
           OPEN OUTPUT AVFY-RPT-FILE
           IF WS-AVFYRPT-STATUS NOT = "00"
               DISPLAY "NOPAVRFY: WARNING - could not open "
                   "AVFYRPT, status " WS-AVFYRPT-STATUS
           END-IF
           MOVE WS-SYSTEM-DATE TO RPH-RUN-DATE
           MOVE WS-SCOPE TO RPH-SCOPE
           WRITE AVFY-RPT-LINE FROM RPT-HEADING-1
               AFTER ADVANCING 1 LINE
           WRITE AVFY-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       2000-WALK-CHAIN.
      *    The sequence-number key returns the trail in chain
      *    order; records from before the chain (sequence zero)
      *    come first and are only counted.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDITTRL-STATUS NOT = "00"
               MOVE "WARNING" TO WS-FIND-SEVERITY
               MOVE "TRAIL" TO WS-FIND-AREA
               MOVE SPACES TO WS-FIND-KEY
               MOVE "AUDIT-TRAIL NOT PRESENT; NOTHING TO VERIFY"
                   TO WS-FIND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               MOVE 0 TO ATR-AUDIT-SEQ
               START AUDIT-TRAIL-FILE
                   KEY IS >= ATR-AUDIT-SEQ
                   INVALID KEY
                       SET FILE-AT-END TO TRUE
               END-START
               PERFORM UNTIL FILE-AT-END
                   READ AUDIT-TRAIL-FILE NEXT
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           PERFORM 2100-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       2100-CHECK-RECORD.
           MOVE ATR-JOB-NAME TO WS-FIND-KEY
           EVALUATE TRUE
               WHEN ATR-AUDIT-SEQ IS NOT NUMERIC
                   MOVE "FATAL" TO WS-FIND-SEVERITY
                   MOVE "ALTERED" TO WS-FIND-AREA
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "SEQUENCE FIELD NOT NUMERIC; STAMPED "
                       ATR-RUN-TIMESTAMP(1:16)
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
               WHEN ATR-AUDIT-SEQ = 0
                   ADD 1 TO WS-UNCHAINED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CHAINED-COUNT
                   PERFORM 2200-CHECK-CHECK-VALUE
                   MOVE ATR-JOB-NAME TO WS-FIND-KEY
                   IF WS-CHAINED-COUNT = 1
                       MOVE ATR-AUDIT-SEQ TO WS-FIRST-SEQ
                       MOVE ATR-PREV-CHECK TO WS-FIRST-PREV
                   ELSE
                       PERFORM 2300-CHECK-LINK
                   END-IF
                   MOVE ATR-AUDIT-SEQ TO WS-LAST-SEQ
                   MOVE ATR-CHECK-VALUE TO WS-LAST-CHECK
                   PERFORM 2400-NOTE-HANDOFF
           END-EVALUATE.

       2200-CHECK-CHECK-VALUE.
      *    NOPAUDIT recomputes the check value from the record's
      *    own fields; anything edited since it was written, link
      *    and sequence number included, changes the result.
           IF AUDIT-AVAILABLE
               MOVE "C" TO AUQ-FUNCTION
               MOVE ATR-JOB-NAME TO AUQ-JOB-NAME
               MOVE ATR-PARM-STRING TO AUQ-PARM-STRING
               MOVE ATR-SYSIN-DATA TO AUQ-SYSIN-DATA
               MOVE ATR-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
               MOVE ATR-RUN-SHIFT TO AUQ-RUN-SHIFT
               MOVE ATR-AUDIT-SEQ TO AUQ-AUDIT-SEQ
               MOVE ATR-PREV-CHECK TO AUQ-PREV-CHECK
               PERFORM 8000-CALL-AUDIT
               MOVE ATR-JOB-NAME TO WS-FIND-KEY
               IF AUDIT-AVAILABLE
                   AND AUQ-CHECK-VALUE NOT = ATR-CHECK-VALUE
                   MOVE "FATAL" TO WS-FIND-SEVERITY
                   MOVE "ALTERED" TO WS-FIND-AREA
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "SEQ " ATR-AUDIT-SEQ
                       " CONTENT DOES NOT MATCH ITS CHECK VALUE"
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF.

       2300-CHECK-LINK.
           EVALUATE TRUE
               WHEN ATR-AUDIT-SEQ = WS-LAST-SEQ
                   MOVE "FATAL" TO WS-FIND-SEVERITY
                   MOVE "DUPLICAT" TO WS-FIND-AREA
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "SEQ " ATR-AUDIT-SEQ
                       " CARRIED BY MORE THAN ONE RECORD"
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
               WHEN ATR-AUDIT-SEQ > WS-LAST-SEQ + 1
                   COMPUTE WS-GAP-FROM = WS-LAST-SEQ + 1
                   COMPUTE WS-GAP-THRU = ATR-AUDIT-SEQ - 1
                   MOVE "GAP" TO WS-FIND-AREA
                   MOVE SPACES TO WS-FIND-TEXT
                   IF PART-SCOPE
                       MOVE "NOTE" TO WS-FIND-SEVERITY
                       STRING "SEQ " WS-GAP-FROM " THRU "
                           WS-GAP-THRU " NOT IN THIS EXTRACT"
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                   ELSE
                       MOVE "FATAL" TO WS-FIND-SEVERITY
                       STRING "SEQ " WS-GAP-FROM " THRU "
                           WS-GAP-THRU " MISSING"
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                   END-IF
                   PERFORM 7000-WRITE-FINDING
               WHEN ATR-PREV-CHECK NOT = WS-LAST-CHECK
                   MOVE "FATAL" TO WS-FIND-SEVERITY
                   MOVE "BROKEN" TO WS-FIND-AREA
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "SEQ " ATR-AUDIT-SEQ
                       " DOES NOT LINK TO THE RECORD BEFORE IT"
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
           END-EVALUATE.

       2400-NOTE-HANDOFF.
      *    Hand-offs only ever move forward, so the last one met in
      *    chain order names where the live trail must begin.
           IF ATR-JOB-NAME = "NOPARCH"
               MOVE ATR-PARM-STRING TO AUDIT-HANDOFF-TEXT
               IF AHO-TAG = "AUDIT HANDOFF THRU SEQ "
                   AND AHO-LAST-SEQ IS NUMERIC
                   AND AHO-LAST-CHECK IS NUMERIC
                   SET HANDOFF-FOUND TO TRUE
                   MOVE AHO-LAST-SEQ TO WS-HANDOFF-SEQ
                   MOVE AHO-LAST-CHECK TO WS-HANDOFF-CHECK
               END-IF
           END-IF.

       3000-CHECK-CHAIN-START.
      *    With nothing archived the chain starts at 1 with a zero
      *    link; after a hand-off it starts one past the archived
      *    run, linked to its last check value.
           IF WS-CHAINED-COUNT > 0
               IF HANDOFF-FOUND
                   COMPUTE WS-EXPECT-SEQ = WS-HANDOFF-SEQ + 1
                   MOVE WS-HANDOFF-CHECK TO WS-EXPECT-PREV
               ELSE
                   MOVE 1 TO WS-EXPECT-SEQ
                   MOVE 0 TO WS-EXPECT-PREV
               END-IF
               MOVE "START" TO WS-FIND-AREA
               MOVE SPACES TO WS-FIND-KEY
               MOVE SPACES TO WS-FIND-TEXT
               MOVE "FATAL" TO WS-FIND-SEVERITY
               EVALUATE TRUE
                   WHEN WS-FIRST-SEQ > WS-EXPECT-SEQ
                       COMPUTE WS-GAP-THRU = WS-FIRST-SEQ - 1
                       STRING "SEQ " WS-EXPECT-SEQ " THRU "
                           WS-GAP-THRU " MISSING FROM THE FRONT"
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   WHEN WS-FIRST-SEQ < WS-EXPECT-SEQ
                       STRING "SEQ " WS-FIRST-SEQ
                           " STILL LIVE BUT HANDED OFF TO ARCHIVE"
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   WHEN WS-FIRST-PREV NOT = WS-EXPECT-PREV
                       STRING "SEQ " WS-FIRST-SEQ
                           " DOES NOT LINK TO THE ARCHIVE HAND-OFF"
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
               END-EVALUATE
           END-IF.

       3100-CHECK-CHAIN-TAIL.
      *    AUDITSEQ holds the last link issued: records cut from
      *    the end of the trail leave it ahead of the trail.
           MOVE "TAIL" TO WS-FIND-AREA
           MOVE SPACES TO WS-FIND-KEY
           MOVE SPACES TO WS-FIND-TEXT
           OPEN INPUT AUDIT-CHAIN-FILE
           IF WS-AUDITSEQ-STATUS NOT = "00"
               MOVE "WARNING" TO WS-FIND-SEVERITY
               MOVE "AUDITSEQ NOT PRESENT; END OF CHAIN NOT PROVEN"
                   TO WS-FIND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               READ AUDIT-CHAIN-FILE
                   AT END
                       MOVE 0 TO ACR-LAST-SEQ
                       MOVE 0 TO ACR-LAST-CHECK
               END-READ
               CLOSE AUDIT-CHAIN-FILE
               MOVE ACR-LAST-JOB-NAME TO WS-FIND-KEY
               EVALUATE TRUE
                   WHEN ACR-LAST-SEQ > WS-LAST-SEQ
                       MOVE "FATAL" TO WS-FIND-SEVERITY
                       COMPUTE WS-GAP-FROM = WS-LAST-SEQ + 1
                       STRING "SEQ " WS-GAP-FROM " THRU "
                           ACR-LAST-SEQ " ISSUED BUT NOT ON TRAIL"
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   WHEN ACR-LAST-SEQ < WS-LAST-SEQ
                       MOVE "WARNING" TO WS-FIND-SEVERITY
                       STRING "AUDITSEQ AT SEQ " ACR-LAST-SEQ
                           " IS BEHIND THE TRAIL"
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   WHEN ACR-LAST-CHECK NOT = WS-LAST-CHECK
                       MOVE "FATAL" TO WS-FIND-SEVERITY
                       STRING "SEQ " WS-LAST-SEQ
                           " IS NOT THE RECORD AUDITSEQ RECORDED"
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
               END-EVALUATE
           END-IF.

       3200-CHECK-ARCHIVE-HANDOFF.
      *    ARCHIVE is optional; when given, the record the hand-off
      *    names must be on it, unaltered, with the check value
      *    the hand-off quotes.
           MOVE "N" TO WS-FILE-EOF
           MOVE "N" TO WS-ARCHIVE-HIT
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL FILE-AT-END
                   READ ARCHIVE-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF ARC-SOURCE-FILE = "AUDITTRL"
                               MOVE ARC-RECORD-IMAGE
                                   TO WS-ARCHIVED-AUDIT
                               IF AAI-AUDIT-SEQ IS NUMERIC
                                   AND AAI-AUDIT-SEQ
                                       = WS-HANDOFF-SEQ
                                   PERFORM 3210-CHECK-ARCHIVED-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               IF NOT ARCHIVE-RECORD-FOUND
                   MOVE "FATAL" TO WS-FIND-SEVERITY
                   MOVE "HANDOFF" TO WS-FIND-AREA
                   MOVE "NOPARCH" TO WS-FIND-KEY
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "SEQ " WS-HANDOFF-SEQ
                       " HANDED OFF BUT NOT ON ARCHIVE"
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF.

       3210-CHECK-ARCHIVED-RECORD.
           SET ARCHIVE-RECORD-FOUND TO TRUE
           MOVE "FATAL" TO WS-FIND-SEVERITY
           MOVE "HANDOFF" TO WS-FIND-AREA
           MOVE AAI-JOB-NAME TO WS-FIND-KEY
           MOVE SPACES TO WS-FIND-TEXT
           IF AAI-CHECK-VALUE NOT = WS-HANDOFF-CHECK
               STRING "ARCHIVED SEQ " AAI-AUDIT-SEQ
                   " CHECK DIFFERS FROM THE HAND-OFF"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               IF AUDIT-AVAILABLE
                   MOVE "C" TO AUQ-FUNCTION
                   MOVE AAI-JOB-NAME TO AUQ-JOB-NAME
                   MOVE AAI-PARM-STRING TO AUQ-PARM-STRING
                   MOVE AAI-SYSIN-DATA TO AUQ-SYSIN-DATA
                   MOVE AAI-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
                   MOVE AAI-RUN-SHIFT TO AUQ-RUN-SHIFT
                   MOVE AAI-AUDIT-SEQ TO AUQ-AUDIT-SEQ
                   MOVE AAI-PREV-CHECK TO AUQ-PREV-CHECK
                   PERFORM 8000-CALL-AUDIT
                   IF AUDIT-AVAILABLE
                       AND AUQ-CHECK-VALUE NOT = AAI-CHECK-VALUE
                       STRING "ARCHIVED SEQ " AAI-AUDIT-SEQ
                           " CONTENT DOES NOT MATCH ITS CHECK"
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

       4000-FINISH-REPORT.
           IF WS-FATAL-COUNT = 0 AND WS-WARN-COUNT = 0
               WRITE AVFY-RPT-LINE FROM RPT-CLEAN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE AVFY-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-CHAINED-COUNT TO RPC-CHAINED
           MOVE WS-UNCHAINED-COUNT TO RPC-UNCHAINED
           MOVE WS-FIRST-SEQ TO RPC-FIRST-SEQ
           MOVE WS-LAST-SEQ TO RPC-LAST-SEQ
           WRITE AVFY-RPT-LINE FROM RPT-CHAIN-LINE
               AFTER ADVANCING 1 LINE
           IF HANDOFF-FOUND
               MOVE WS-HANDOFF-SEQ TO RPO-HANDOFF-SEQ
               MOVE WS-HANDOFF-CHECK TO RPO-HANDOFF-CHECK
               WRITE AVFY-RPT-LINE FROM RPT-HANDOFF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-FATAL-COUNT TO RPT-FATAL-TOTAL
           MOVE WS-WARN-COUNT TO RPT-WARN-TOTAL
           MOVE WS-NOTE-COUNT TO RPT-NOTE-TOTAL
           WRITE AVFY-RPT-LINE FROM RPT-TOTALS-LINE
               AFTER ADVANCING 1 LINE
           CLOSE AVFY-RPT-FILE.

       7000-WRITE-FINDING.
           MOVE WS-FIND-SEVERITY TO RPF-SEVERITY
           MOVE WS-FIND-AREA TO RPF-AREA
           MOVE WS-FIND-KEY TO RPF-KEY
           MOVE WS-FIND-TEXT TO RPF-TEXT
           WRITE AVFY-RPT-LINE FROM RPT-FINDING-LINE
               AFTER ADVANCING 1 LINE
           EVALUATE WS-FIND-SEVERITY
               WHEN "FATAL"
                   ADD 1 TO WS-FATAL-COUNT
               WHEN "NOTE"
                   ADD 1 TO WS-NOTE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-WARN-COUNT
           END-EVALUATE.

       8000-CALL-AUDIT.
      *    Without NOPAUDIT no check value can be proven; that is
      *    itself fatal, reported once.
           CALL "NOPAUDIT" USING AUDIT-REQUEST
               ON EXCEPTION
                   MOVE "N" TO WS-AUDIT-AVAILABLE
                   DISPLAY "NOPAVRFY: ERROR - NOPAUDIT not "
                       "available; check values not verified"
                   MOVE "FATAL" TO WS-FIND-SEVERITY
                   MOVE "TRAIL" TO WS-FIND-AREA
                   MOVE "NOPAUDIT" TO WS-FIND-KEY
                   MOVE "NOPAUDIT NOT AVAILABLE; NOTHING PROVEN"
                       TO WS-FIND-TEXT
                   PERFORM 7000-WRITE-FINDING
           END-CALL.

       9000-SEND-ALERT.
      *    Alerting must never take the step down with it: a
      *    missing or unloadable NOPALERT module degrades to a
      *    console note.
           CALL "NOPALERT" USING ALERT-REQUEST
               ON EXCEPTION
                   DISPLAY "NOPAVRFY: WARNING - NOPALERT not "
                       "available; alert not raised"
           END-CALL.
