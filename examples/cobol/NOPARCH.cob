      * carry no date - the stream's pre-dated-stamp form - are
      * always retained; age cannot be proven, so they are kept.
      *
      * AUDIT-TRAIL is a numbered chain (see NOPAUDIT), and its
      * records are not always dated in sequence order - a catch-up
      * run stamps the backlog cycle, not the day it ran - so age
      * alone would punch holes in the chain. The oldest chained
      * record still to be kept fixes the cut: every chained record
      * numbered after it is held live whatever its date, so what
      * goes to ARCHIVE is always an unbroken run from the front of
      * the chain and what stays live continues it. Records held
      * this way are noted on the summary. When chained records
      * are archived, NOPARCH then adds a hand-off record to the
      * live AUDIT-TRAIL through NOPAUDIT, its PARM carrying the
      * last sequence number archived and that record's check
      * value (AUDIT-HANDOFF-TEXT in AUDITREQ.cpy), so NOPAVRFY can
      * prove the live file picks up exactly where the archive
      * stops.
      *
      * PARM: DAYS=nnnn            retention override, in days
      *
      * Return codes:
               RECORD KEY IS ATR-AUDIT-KEY
               ALTERNATE RECORD KEY IS ATR-RUN-TIMESTAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ATR-AUDIT-SEQ
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDITTRL-STATUS.

           SELECT EXCEPTIONS-RPT-FILE ASSIGN TO EXCPRPT
               10  CLR-STEP-NAME       PIC X(8).
               10  CLR-RUN-TIMESTAMP   PIC X(26).
           05  CLR-RUN-SHIFT           PIC X(1).
      *    Seconds a NOPWAIT wait step held the stream before
      *    its conditions were met; zero on every other heartbeat.
           05  CLR-WAIT-SECONDS        PIC 9(6).
      *
      * What ran, with what PARM, and when, for the auditors.
      *
               10  ATR-SYSIN-DATA      PIC X(80).
               10  ATR-RUN-TIMESTAMP   PIC X(26).
           05  ATR-RUN-SHIFT           PIC X(1).
           05  ATR-AUDIT-SEQ           PIC 9(9).
           05  ATR-PREV-CHECK          PIC 9(9).
           05  ATR-CHECK-VALUE         PIC 9(9).
      *
      * One record per step suppressed by NOPGATE or NOPDSBL.
      *
           05  ARC-SOURCE-FILE         PIC X(8).
           05  ARC-ARCHIVE-DATE        PIC 9(8).
           05  ARC-RECORD-DATE         PIC 9(8).
           05  ARC-RECORD-IMAGE        PIC X(222).
      *
      * The purge summary, for retention compliance.
      *
      *
       01  LOG-TABLE.
           05  LOG-COUNT               PIC S9(4) COMP VALUE 0.
           05  LOG-IMAGE               PIC X(222) OCCURS 2000 TIMES.
       01  WS-LOG-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-LOG-OVERFLOW             PIC X(1) VALUE "N".
           88 LOG-TABLE-FULL               VALUE "Y".
       01  WS-SOURCE-NAME              PIC X(8).
       01  WS-RECORD-DATE-X            PIC X(8).
       01  WS-RECORD-DATE              PIC 9(8).
       01  WS-RECORD-AGE               PIC X(1) VALUE "N".
           88 RECORD-IS-OLD                VALUE "Y".
       01  WS-KEPT-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-ARCH-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-TOTAL-KEPT               PIC S9(4) COMP VALUE 0.
       01  WS-TOTAL-ARCH               PIC S9(4) COMP VALUE 0.
       01  WS-SYSTEM-DATE              PIC 9(8).
       01  WS-RUN-TIME                 PIC X(8).
       01  WS-RUN-TIMESTAMP            PIC X(26).
       01  WS-RETURN-CODE              PIC S9(4) COMP VALUE 0.
      *
      * AUDIT-TRAIL chain order: the lowest sequence number still
      * to be kept, where a chained record's sequence number and
      * check value sit inside its image, and what the hand-off
      * record reports.
      *
       01  WS-CHAIN-HOLD-SEQ           PIC 9(9) VALUE 0.
       01  WS-IMAGE-SEQ-X              PIC X(9).
       01  WS-IMAGE-SEQ                PIC 9(9) VALUE 0.
       01  WS-IMAGE-SEQ-OFFSET         PIC S9(4) COMP VALUE 196.
       01  WS-IMAGE-CHECK-OFFSET       PIC S9(4) COMP VALUE 214.
       01  WS-HELD-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-HELD-COUNT-ED            PIC ZZZ9.
       01  WS-CHAIN-ARCH-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-CHAIN-ARCH-COUNT-ED      PIC ZZZ9.
      *
      * Day-serial conversion working fields, the same arithmetic
      * NOPSLA and NOPROLL use.
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

                   PERFORM VARYING WS-LOG-INDEX FROM 1 BY 1
                           UNTIL WS-LOG-INDEX > LOG-COUNT
                       IF WS-KEEP-FLAG(WS-LOG-INDEX) = "Y"
                           MOVE LOG-IMAGE(WS-LOG-INDEX)(1:49)
                               TO CONTROL-LOG-RECORD
                           WRITE CONTROL-LOG-RECORD
                       END-IF
               IF LOG-TABLE-FULL
                   PERFORM 6600-NOTE-FILE-SKIPPED
               ELSE
                   MOVE 0 TO WS-HELD-COUNT
                   MOVE 0 TO WS-CHAIN-ARCH-COUNT
                   MOVE 0 TO AHO-LAST-SEQ
                   MOVE 0 TO AHO-LAST-CHECK
                   PERFORM 6100-FIND-CHAIN-HOLD
                   PERFORM 6000-CLASSIFY-RECORDS
                   OPEN OUTPUT AUDIT-TRAIL-FILE
                   PERFORM VARYING WS-LOG-INDEX FROM 1 BY 1
                           UNTIL WS-LOG-INDEX > LOG-COUNT
                       IF WS-KEEP-FLAG(WS-LOG-INDEX) = "Y"
                           MOVE LOG-IMAGE(WS-LOG-INDEX)(1:222)
                               TO AUDIT-TRAIL-RECORD
                           WRITE AUDIT-TRAIL-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT-TRAIL-FILE
                   IF WS-HELD-COUNT > 0
                       MOVE WS-HELD-COUNT TO WS-HELD-COUNT-ED
                       STRING "  CHAIN ORDER HELD " WS-HELD-COUNT-ED
                           DELIMITED BY SIZE INTO RPF-FILE-NOTE
                   END-IF
                   PERFORM 6700-PRINT-FILE-LINE
                   MOVE SPACES TO RPF-FILE-NOTE
                   IF WS-CHAIN-ARCH-COUNT > 0
                       PERFORM 3150-WRITE-AUDIT-HANDOFF
                   END-IF
               END-IF
           END-IF.

       3150-WRITE-AUDIT-HANDOFF.
      *    The hand-off is itself the next link in the chain, so
      *    it goes through NOPAUDIT like any other audit record.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-SYSTEM-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           MOVE WS-CHAIN-ARCH-COUNT TO WS-CHAIN-ARCH-COUNT-ED
           MOVE "W" TO AUQ-FUNCTION
           MOVE "NOPARCH" TO AUQ-JOB-NAME
           MOVE AUDIT-HANDOFF-TEXT TO AUQ-PARM-STRING
           MOVE SPACES TO AUQ-SYSIN-DATA
           STRING "ARCHIVED " WS-CHAIN-ARCH-COUNT-ED
               " CHAINED RECORD(S) TO ARCHIVE " WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO AUQ-SYSIN-DATA
           MOVE WS-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
           MOVE SPACE TO AUQ-RUN-SHIFT
           IF JCR-RUN-SHIFT = "D" OR "E" OR "N"
               MOVE JCR-RUN-SHIFT TO AUQ-RUN-SHIFT
           END-IF
           CALL "NOPAUDIT" USING AUDIT-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AUQ-RESULT
                   DISPLAY "NOPARCH: ERROR - NOPAUDIT not available; "
                       "audit record NOT written"
           END-CALL
           IF NOT AUQ-WRITTEN
               DISPLAY "NOPARCH: WARNING - AUDIT-TRAIL hand-off "
                   "record not written; archived through sequence "
                   AHO-LAST-SEQ " check " AHO-LAST-CHECK
               IF WS-RETURN-CODE = 0
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

           PERFORM VARYING WS-LOG-INDEX FROM 1 BY 1
                   UNTIL WS-LOG-INDEX > LOG-COUNT
               MOVE "Y" TO WS-KEEP-FLAG(WS-LOG-INDEX)
               PERFORM 6050-TEST-RECORD-AGE
               IF RECORD-IS-OLD
                   AND WS-SOURCE-NAME = "AUDITTRL"
                   PERFORM 6200-CHECK-CHAIN-ORDER
               END-IF
               IF RECORD-IS-OLD
                   MOVE "N" TO WS-KEEP-FLAG(WS-LOG-INDEX)
                   PERFORM 7000-WRITE-ARCHIVE-RECORD
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-PERFORM
           ADD WS-KEPT-COUNT TO WS-TOTAL-KEPT
           ADD WS-ARCH-COUNT TO WS-TOTAL-ARCH.

       6050-TEST-RECORD-AGE.
           MOVE "N" TO WS-RECORD-AGE
           MOVE LOG-IMAGE(WS-LOG-INDEX)(WS-DATE-OFFSET:8)
               TO WS-RECORD-DATE-X
      *    A date with a month outside 1-12 is garbage, not a
      *    timestamp; such a record is kept, like the undated
      *    pre-cutover form.
           IF WS-RECORD-DATE-X IS NUMERIC
               AND WS-RECORD-DATE-X(5:2) >= "01"
               AND WS-RECORD-DATE-X(5:2) <= "12"
               MOVE WS-RECORD-DATE-X TO WS-RECORD-DATE
               MOVE WS-RECORD-DATE TO WS-DTS-DATE
               PERFORM 8000-DATE-TO-SERIAL
               IF WS-DTS-SERIAL <= WS-CUTOFF-SERIAL
                   SET RECORD-IS-OLD TO TRUE
               END-IF
           END-IF.

       6100-FIND-CHAIN-HOLD.
      *    The lowest-numbered chained record that stays live by
      *    age; nothing numbered after it may leave the live file.
      *    Records from before the chain began carry sequence
      *    number zero and are aged as they always were.
           MOVE 999999999 TO WS-CHAIN-HOLD-SEQ
           PERFORM VARYING WS-LOG-INDEX FROM 1 BY 1
                   UNTIL WS-LOG-INDEX > LOG-COUNT
               PERFORM 6050-TEST-RECORD-AGE
               IF NOT RECORD-IS-OLD
                   PERFORM 6150-GET-IMAGE-SEQ
                   IF WS-IMAGE-SEQ > 0
                       AND WS-IMAGE-SEQ < WS-CHAIN-HOLD-SEQ
                       MOVE WS-IMAGE-SEQ TO WS-CHAIN-HOLD-SEQ
                   END-IF
               END-IF
           END-PERFORM.

       6150-GET-IMAGE-SEQ.
           MOVE LOG-IMAGE(WS-LOG-INDEX)(WS-IMAGE-SEQ-OFFSET:9)
               TO WS-IMAGE-SEQ-X
           IF WS-IMAGE-SEQ-X IS NUMERIC
               MOVE WS-IMAGE-SEQ-X TO WS-IMAGE-SEQ
           ELSE
               MOVE 0 TO WS-IMAGE-SEQ
           END-IF.

       6200-CHECK-CHAIN-ORDER.
      *    An old chained record numbered after the hold point is
      *    kept; one archived moves the hand-off point forward.
           PERFORM 6150-GET-IMAGE-SEQ
           IF WS-IMAGE-SEQ > 0
               IF WS-IMAGE-SEQ > WS-CHAIN-HOLD-SEQ
                   MOVE "N" TO WS-RECORD-AGE
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   ADD 1 TO WS-CHAIN-ARCH-COUNT
                   IF WS-IMAGE-SEQ > AHO-LAST-SEQ
                       MOVE WS-IMAGE-SEQ TO AHO-LAST-SEQ
                       MOVE LOG-IMAGE(WS-LOG-INDEX)
                           (WS-IMAGE-CHECK-OFFSET:9)
                           TO AHO-LAST-CHECK
                   END-IF
               END-IF
           END-IF.

       6500-NOTE-FILE-ABSENT.
           MOVE WS-SOURCE-NAME TO RPF-SOURCE-NAME
           MOVE 0 TO RPF-KEPT-COUNT
