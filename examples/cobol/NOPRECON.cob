      * "This cycle" means records stamped with this run's cycle
      * date - or the next calendar date, since the writers stamp
      * the wall clock and a night cycle legitimately runs past
      * midnight - and this run's shift. The cycle date is the
      * catch-up date while NOPDRV drives a backlog, else the
      * shift's PROCESSING-DATE-CTL record (system date when
      * that is not available), the shift from a SHIFT=x PARM
      * token, else the shared JCR-RUN-SHIFT, else the clock.
      * Records whose timestamps carry no date (the stream's
      * step's program or its PARM names the step; an EXCEPTIONS-RPT
      * record when its step name matches.
      *
      * A step whose STREAM-DEF run rule (month-end, quarter-end,
      * named weekdays, ...) excludes the cycle date is reported
      * NOT SCHEDULED and is no discrepancy: either the driver's
      * "SKIPPED - NOT SCHEDULED" exceptions record says so, or -
      * when the step left no trace at all - the same NOPSCHED
      * check the driver makes, against the BUS-CAL calendar.
      *
      * PARM: SHIFT=x              the shift to reconcile (D, E, N)
      *       STREAM=name          the stream to account for
      *
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

       WORKING-STORAGE SECTION.
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
           88 LOG-AT-END                   VALUE "Y".
      *
      * Per-step disposition, filled as the logs are scanned:
      * R = ran, S = suppressed, N = not scheduled for this cycle
      * by its run rule, space = no trace at all.
      *
       01  STEP-DISPOSITION-TABLE.
           05  STEP-DISPOSITION        PIC X(1) OCCURS 50 TIMES
                                       VALUE SPACE.
       01  WS-SCHED-AVAILABLE          PIC X(1) VALUE "Y".
           88 SCHED-AVAILABLE              VALUE "Y".
       01  WS-STEP-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-MISSING-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-MISSING-COUNT-ED         PIC ZZZ9.
      * Alert request area for NOPALERT; see ALERTREQ.cpy.
      *
       COPY ALERTREQ.
      *
      * Run-rule request area for NOPSCHED; see SCHEDREQ.cpy.
      *
       COPY SCHEDREQ.

       PROCEDURE DIVISION.

           PERFORM 2000-SCAN-CONTROL-LOG
           PERFORM 2100-SCAN-AUDIT-TRAIL
           PERFORM 2200-SCAN-EXCEPTIONS
           PERFORM 2300-APPLY-RUN-RULES
           PERFORM 3000-PRINT-RECON-REPORT
           IF WS-MISSING-COUNT > 0
               MOVE WS-MISSING-COUNT TO WS-MISSING-COUNT-ED
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


       1500-READ-CYCLE-DATE.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
      *    A catch-up run accounts the backlog cycle NOPDRV is
      *    driving: by the time the cycle tail runs, the
      *    stream's own roll has already moved the shift's
      *    PROCESSING-DATE-CTL record on to the next date.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-CYCLE-DATE
           ELSE
               OPEN INPUT PROCESSING-DATE-CTL-FILE
               IF WS-CYCLECTL-STATUS = "00"
      *            The control file is keyed by shift, so this is one
      *            keyed READ, not a scan of the file.
                   MOVE WS-RUN-SHIFT TO PDC-RUN-SHIFT
                   READ PROCESSING-DATE-CTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PDC-CYCLE-DATE TO WS-CYCLE-DATE
                           MOVE PDC-CYCLE-ID TO JCR-CYCLE-ID
                   END-READ
                   CLOSE PROCESSING-DATE-CTL-FILE
               END-IF
           END-IF
           MOVE WS-CYCLE-DATE TO JCR-RUN-DATE
           MOVE WS-CYCLE-DATE TO WS-CYCLE-DATE-X

       2210-CREDIT-EXCEPTION.
      *    A suppression is a deliberate absence: it accounts for
      *    the step, but a step that also ran keeps its R. The
      *    driver's record for a step its run rule left out is
      *    told apart by its reason.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-LIMIT
               IF EXR-STEP-NAME = STE-STEP-NAME(WS-STEP-INDEX)
                   IF STEP-DISPOSITION(WS-STEP-INDEX) = SPACE
                       IF EXR-REASON(1:23)
                               = "SKIPPED - NOT SCHEDULED"
                           MOVE "N" TO
                               STEP-DISPOSITION(WS-STEP-INDEX)
                       ELSE
                           MOVE "S" TO
                               STEP-DISPOSITION(WS-STEP-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2300-APPLY-RUN-RULES.
      *    A step with no trace at all whose run rule excludes
      *    this cycle date was never owed - whoever ran the cycle,
      *    driver or JCL - so it is not a discrepancy. NOPSCHED
      *    decides, the same check the driver makes; a rule it
      *    rejects, or no NOPSCHED at all, leaves the step owed.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-LIMIT
                   OR NOT SCHED-AVAILABLE
               IF STEP-DISPOSITION(WS-STEP-INDEX) = SPACE
                   AND STE-RULE-TYPE(WS-STEP-INDEX) NOT = SPACES
                   AND STE-RULE-TYPE(WS-STEP-INDEX) NOT = "DAILY"
                   MOVE "C" TO SRQ-FUNCTION
                   MOVE WS-CYCLE-DATE TO SRQ-CYCLE-DATE
                   MOVE STEP-RULE-ENTRY(WS-STEP-INDEX)
                       TO SRQ-RUN-RULE
                   CALL "NOPSCHED" USING SCHEDULE-REQUEST
                       ON EXCEPTION
                           MOVE "N" TO WS-SCHED-AVAILABLE
                           MOVE "Y" TO SRQ-RESULT
                           DISPLAY "NOPRECON: WARNING - NOPSCHED "
                               "not available; run rules not "
                               "applied"
                   END-CALL
                   IF SRQ-NOT-SCHEDULED
                       MOVE "N" TO STEP-DISPOSITION(WS-STEP-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
                   MOVE "RAN" TO RCN-DISPOSITION
               WHEN "S"
                   MOVE "SUPPRESSED" TO RCN-DISPOSITION
               WHEN "N"
                   MOVE "NOT SCHEDULED" TO RCN-DISPOSITION
               WHEN OTHER
                   MOVE "** NO TRACE **" TO RCN-DISPOSITION
                   ADD 1 TO WS-MISSING-COUNT
