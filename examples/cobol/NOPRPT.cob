      * date, since the writers stamp the wall clock and a night
      * cycle legitimately runs past midnight - and the reported
      * shift (the shift from a SHIFT=x PARM token, else the shared
      * JCR-RUN-SHIFT, else the clock; the cycle date from a
      * DATE=yyyymmdd PARM token, else the catch-up date while
      * NOPDRV drives a backlog, else the shift's
      * PROCESSING-DATE-CTL record, else the system date).
      * PERF-LOG markers are filtered by shift alone: NOPSTART
      * rewrites that file each cycle, so it never accumulates
      * other nights.
      *
      * PARM: SHIFT=x              the shift to report (D, E or N)
      *       STREAM=name          the stream whose steps to report
      *       DATE=yyyymmdd        the cycle to report, for a night
      *                            other than the current one
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every other
      * program in this stream uses. When CALLed in-process by
      * NOPDRV (as its catch-up tail does), the PARM is instead
      * picked up from the shared STEP-PARM-AREA (COPY STEPARM).
      *
      * Compile: cobc -x -I copybooks NOPRPT.cob
      * Run:     ./NOPRPT
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
      *
      * The cycle each shift's run is meant to process, one record
      * per shift (day, evening, night).
       01  WS-CYCLECTL-STATUS          PIC X(2).
       01  WS-CYCLE-DATE               PIC 9(8).
       01  WS-CYCLE-DATE-X             PIC X(8).
       01  WS-DATE-POS                 PIC S9(4) COMP VALUE 0.
      *
      * The day after the cycle date: a record a post-midnight
      * step stamped with it still belongs to this cycle.
      * job stream.
      *
       COPY JOBCTL.
      *
      * Shared step-parameter handoff area; see STEPARM.cpy.
      *
       COPY STEPARM.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO JCR-RUN-DATE
      *    A catch-up run driven by NOPDRV stamps the cycle being
      *    processed, not the day the catch-up happens to run.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO JCR-RUN-DATE
           END-IF
           MOVE "NOPRPT" TO JCR-LAST-STEP
           PERFORM 0500-LOAD-STREAM-DEF
           PERFORM 0600-DERIVE-SHIFT
      *    the compiled-in table stand in. A STREAM-DEF with no
      *    records for the named stream produces a report with no
      *    step sections, flagged on the console.
      *    A CALL from NOPDRV hands the PARM over in the shared
      *    STEP-PARM-AREA; COMMAND-LINE then holds the driver's
      *    own arguments. Only a standalone run - SPA-PARM-STRING
      *    still the low-values an EXTERNAL item starts out as -
      *    reads the command line.
           IF SPA-PARM-STRING NOT = LOW-VALUES
               MOVE SPA-PARM-STRING TO WS-PARM-STRING
           ELSE
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-STREAM-POS
               FOR CHARACTERS BEFORE INITIAL "STREAM="
           IF WS-STREAM-POS < LENGTH OF WS-PARM-STRING
           MOVE WS-RUN-SHIFT TO JCR-RUN-SHIFT.

       0700-READ-CYCLE-DATE.
      *    A DATE= PARM reports that night, whatever the control
      *    file says. A catch-up run reports the backlog cycle
      *    NOPDRV is driving: by the time the cycle tail runs, the
      *    stream's own roll may already have moved the shift's
      *    PROCESSING-DATE-CTL record on to the next date.
           MOVE WS-SYSTEM-DATE TO WS-CYCLE-DATE
           INSPECT WS-PARM-STRING TALLYING WS-DATE-POS
               FOR CHARACTERS BEFORE INITIAL "DATE="
           EVALUATE TRUE
               WHEN WS-DATE-POS < LENGTH OF WS-PARM-STRING
                   AND WS-PARM-STRING(WS-DATE-POS + 6:8) IS NUMERIC
                   MOVE WS-PARM-STRING(WS-DATE-POS + 6:8)
                       TO WS-CYCLE-DATE
               WHEN JCR-CATCHUP-DATE IS NUMERIC
                   AND JCR-CATCHUP-DATE > 0
                   MOVE JCR-CATCHUP-DATE TO WS-CYCLE-DATE
               WHEN OTHER
                   OPEN INPUT PROCESSING-DATE-CTL-FILE
                   IF WS-CYCLECTL-STATUS = "00"
      *                The control file is keyed by shift, so this
      *                is one keyed READ, not a scan of the file.
                       MOVE WS-RUN-SHIFT TO PDC-RUN-SHIFT
                       READ PROCESSING-DATE-CTL-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PDC-CYCLE-DATE TO WS-CYCLE-DATE
                       END-READ
                       CLOSE PROCESSING-DATE-CTL-FILE
                   END-IF
           END-EVALUATE
           MOVE WS-CYCLE-DATE TO WS-CYCLE-DATE-X
           PERFORM 8000-COMPUTE-NEXT-DATE.

