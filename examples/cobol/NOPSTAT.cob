      * NOPSTAT answers it in one screen: it walks the named
      * stream's step sequence from STREAM-DEF and joins each step
      * against this cycle's CONTROL-LOG heartbeats, EXCEPTIONS-RPT
      * suppression records, the RESTART-CTL checkpoint, the
      * ALERTS file and the WAITSTAT records NOPWAIT wait steps
      * keep, then DISPLAYs one status line per step:
      *
      *   COMPLETE  with the heartbeat timestamp
      *   SKIPPED   with the suppression reason
      *   WAITING   a NOPWAIT wait step still holding the stream,
      *             with what it is waiting for and since when
      *   TIMED OUT a wait step that gave up, with what it was
      *             waiting for and how long it waited
      *   STOPPED?  the first untraced step after real progress -
      *             where the stream appears to be stopped (or
      *             still working); any error/critical alert
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

           SELECT WAIT-STATUS-FILE ASSIGN TO WAITSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAITSTAT-STATUS.

           SELECT PROCESSING-DATE-CTL-FILE ASSIGN TO CYCLECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
      * One heartbeat record per execution: who ran, what step, when.
      *
               10  CLR-STEP-NAME       PIC X(8).
               10  CLR-RUN-TIMESTAMP   PIC X(26).
           05  CLR-RUN-SHIFT           PIC X(1).
      *    Seconds a NOPWAIT wait step held the stream before
      *    its conditions were met; zero on every other heartbeat.
           05  CLR-WAIT-SECONDS        PIC 9(6).
      *
      * One record per step suppressed by NOPGATE, NOPDSBL or the
      * driver itself.
           RECORDING MODE IS F.
       COPY ALERTREC.
      *
      * One record per change in a NOPWAIT wait: W waiting (with
      * what is still awaited), S satisfied, T timed out.
      *
       FD  WAIT-STATUS-FILE
           RECORDING MODE IS F.
       01  WAIT-STATUS-RECORD.
           05  WTS-STEP-NAME           PIC X(8).
           05  WTS-STATE               PIC X(1).
           05  WTS-STAMP               PIC X(16).
           05  WTS-RUN-SHIFT           PIC X(1).
           05  WTS-START-STAMP         PIC X(16).
           05  WTS-WAIT-SECONDS        PIC 9(6).
           05  WTS-WAITING-FOR         PIC X(30).
      *
      * The cycle each shift's run is meant to process, one record
      * per shift (day, evening, night).
      *
       01  WS-EXCPRPT-STATUS           PIC X(2).
       01  WS-RESTCTL-STATUS           PIC X(2).
       01  WS-ALERTS-STATUS            PIC X(2).
       01  WS-WAITSTAT-STATUS          PIC X(2).
       01  WS-CYCLECTL-STATUS          PIC X(2).
       01  WS-LOG-EOF                  PIC X(1) VALUE "N".
           88 LOG-AT-END                   VALUE "Y".
      * Per-step findings, filled as the logs are scanned:
      * disposition C = completed heartbeat seen, S = suppressed,
      * space = no trace; the newest heartbeat stamp, the
      * suppression reason, and the newest E/C alert status code;
      * for a wait step, its newest WAITSTAT record - the state,
      * when it was written, when the wait began, what it was
      * waiting for and for how long.
      *
       01  STAT-TABLES VALUE SPACES.
           05  STAT-ENTRY OCCURS 50 TIMES.
               10  STA-RUN-TIMESTAMP   PIC X(26).
               10  STA-REASON          PIC X(40).
               10  STA-ALERT-CODE      PIC X(8).
               10  STA-WAIT-STATE      PIC X(1).
               10  STA-WAIT-STAMP      PIC X(16).
               10  STA-WAIT-START      PIC X(16).
               10  STA-WAIT-FOR        PIC X(30).
               10  STA-WAIT-SECONDS    PIC 9(6).
       01  WS-WAIT-MINUTES             PIC S9(9) COMP VALUE 0.
       01  WS-WAIT-MINUTES-ED          PIC ZZZ9.
       01  WS-STEP-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-RETURN-CODE              PIC S9(4) COMP VALUE 0.
      *
           PERFORM 2100-SCAN-EXCEPTIONS
           PERFORM 2200-READ-CHECKPOINT
           PERFORM 2300-SCAN-ALERTS
           PERFORM 2400-SCAN-WAITS
           PERFORM 3000-PRINT-STATUS
           GOBACK RETURNING WS-RETURN-CODE.

       2010-CREDIT-HEARTBEAT.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-LIMIT
      *        NOPWAIT serves several wait steps, so its heartbeat
      *        is credited by step name only.
               IF CLR-STEP-NAME = STE-STEP-NAME(WS-STEP-INDEX)
                   OR (CLR-JOB-NAME
                       = STE-PROGRAM-NAME(WS-STEP-INDEX)
                       AND CLR-JOB-NAME NOT = "NOPWAIT")
                   MOVE "C" TO STA-DISPOSITION(WS-STEP-INDEX)
                   IF CLR-RUN-TIMESTAMP >
                           STA-RUN-TIMESTAMP(WS-STEP-INDEX)
               END-IF
           END-PERFORM.

       2400-SCAN-WAITS.
      *    The newest WAITSTAT record per step tells where its wait
      *    stands; no WAITSTAT file just means no step has waited.
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT WAIT-STATUS-FILE
           IF WS-WAITSTAT-STATUS = "00"
               PERFORM UNTIL LOG-AT-END
                   READ WAIT-STATUS-FILE
                       AT END
                           SET LOG-AT-END TO TRUE
                       NOT AT END
                           IF (WTS-STAMP(1:8) = WS-CYCLE-DATE-X
                               OR WTS-STAMP(1:8) = WS-NEXT-DATE-X)
                               AND WTS-RUN-SHIFT = WS-RUN-SHIFT
                               PERFORM 2410-CREDIT-WAIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIT-STATUS-FILE
           END-IF.

       2410-CREDIT-WAIT.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-LIMIT
               IF WTS-STEP-NAME = STE-STEP-NAME(WS-STEP-INDEX)
                   AND WTS-STAMP >= STA-WAIT-STAMP(WS-STEP-INDEX)
                   MOVE WTS-STATE TO STA-WAIT-STATE(WS-STEP-INDEX)
                   MOVE WTS-STAMP TO STA-WAIT-STAMP(WS-STEP-INDEX)
                   MOVE WTS-START-STAMP
                       TO STA-WAIT-START(WS-STEP-INDEX)
                   MOVE WTS-WAITING-FOR
                       TO STA-WAIT-FOR(WS-STEP-INDEX)
                   MOVE WTS-WAIT-SECONDS
                       TO STA-WAIT-SECONDS(WS-STEP-INDEX)
               END-IF
           END-PERFORM.

       3000-PRINT-STATUS.
           DISPLAY "NOPSTAT: stream " WS-STREAM-ID
               " cycle " WS-CYCLE-DATE
           MOVE STE-PROGRAM-NAME(WS-STEP-INDEX)
               TO STL-PROGRAM-NAME
           MOVE SPACES TO STL-DETAIL
      *    A wait still open - its newest record WAITING and newer
      *    than any heartbeat, so not an earlier run's - is where
      *    the stream is, not a stop. A timeout stays shown even
      *    though the driver heartbeats the step after it returns.
           IF STA-WAIT-STATE(WS-STEP-INDEX) = "W"
               AND STA-WAIT-STAMP(WS-STEP-INDEX)
                   > STA-RUN-TIMESTAMP(WS-STEP-INDEX)(1:16)
               MOVE "W" TO STA-DISPOSITION(WS-STEP-INDEX)
           END-IF
           IF STA-WAIT-STATE(WS-STEP-INDEX) = "T"
               MOVE "T" TO STA-DISPOSITION(WS-STEP-INDEX)
           END-IF
           EVALUATE STA-DISPOSITION(WS-STEP-INDEX)
               WHEN "C"
                   SET STREAM-MADE-PROGRESS TO TRUE
                   SET STREAM-MADE-PROGRESS TO TRUE
                   MOVE "SKIPPED" TO STL-STATUS
                   MOVE STA-REASON(WS-STEP-INDEX) TO STL-DETAIL
               WHEN "W"
                   SET STREAM-MADE-PROGRESS TO TRUE
                   SET STOP-POINT-MARKED TO TRUE
                   MOVE "WAITING" TO STL-STATUS
                   STRING STA-WAIT-FOR(WS-STEP-INDEX)
                           DELIMITED BY "  "
                       " SINCE "
                           DELIMITED BY SIZE
                       STA-WAIT-START(WS-STEP-INDEX)(9:2)
                           DELIMITED BY SIZE
                       ":"
                           DELIMITED BY SIZE
                       STA-WAIT-START(WS-STEP-INDEX)(11:2)
                           DELIMITED BY SIZE
                       INTO STL-DETAIL
               WHEN "T"
                   SET STREAM-MADE-PROGRESS TO TRUE
                   MOVE "TIMED OUT" TO STL-STATUS
                   COMPUTE WS-WAIT-MINUTES =
                       STA-WAIT-SECONDS(WS-STEP-INDEX) / 60
                   MOVE WS-WAIT-MINUTES TO WS-WAIT-MINUTES-ED
                   STRING STA-WAIT-FOR(WS-STEP-INDEX)
                           DELIMITED BY "  "
                       " AFTER " WS-WAIT-MINUTES-ED " MIN"
                           DELIMITED BY SIZE
                       INTO STL-DETAIL
               WHEN OTHER
      *            The first untraced step after real progress is
      *            where the stream appears to be stopped (or
