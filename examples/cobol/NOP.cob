      * for the shift, means operations meant to run a different
      * cycle than the one about to execute, so NOP returns RC 8 to
      * stop the step chain before any real program touches files.
      * Under a NOPDRV catch-up run (CATCHUP=Y) the date compared,
      * and stamped on the heartbeat and audit record, is the
      * backlog cycle the driver is processing instead of today's.
      * An explicit RCnnnn PARM still wins, for deliberate COND-code
      * testing.
      *
      * Every run also writes its raw PARM string, job name, SYSIN
      * content (if any), and timestamp to AUDIT-TRAIL, so auditors
      * can see what parameters and input this step ran with instead
      * of scraping job logs. The record goes through NOPAUDIT, which
      * numbers it and chains it to the record before so that a
      * later deletion or edit shows up under NOPAVRFY.
      *
      * Cycle-id, run-date, run-shift, and last-status are carried in
      * the shared JOB-CONTROL-RECORD (COPY JOBCTL), the same layout
               RECORD KEY IS PDC-RUN-SHIFT
               FILE STATUS IS WS-CYCLECTL-STATUS.

           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
               10  CLR-STEP-NAME       PIC X(8).
               10  CLR-RUN-TIMESTAMP   PIC X(26).
           05  CLR-RUN-SHIFT           PIC X(1).
      *    Seconds a NOPWAIT wait step held the stream before
      *    its conditions were met; zero on every other heartbeat.
           05  CLR-WAIT-SECONDS        PIC 9(6).
      *
      * The cycle each shift's run is meant to process, one record
      * per shift (day, evening, night).
           05  PDC-RUN-SHIFT           PIC X(1).
           05  PDC-CYCLE-ID            PIC X(8).
      *
      * Optional input card(s) this step ran with, logged to the audit
      * trail alongside the PARM. Most runs have no SYSIN at all.
      *
           05  WS-TOD-HH               PIC 9(2).
           05  FILLER                  PIC X(6).
       01  WS-CTLLOG-STATUS            PIC X(2).
       01  WS-SYSIN-STATUS             PIC X(2).
       01  WS-SYSIN-DATA               PIC X(80) VALUE SPACES.
      *
      *
       COPY ALERTREQ.
      *
      * Audit record area for NOPAUDIT; see AUDITREQ.cpy.
      *
       COPY AUDITREQ.
      *
      * PARM handling for return-code-driven testing.
      * A PARM of the form RCnnnn sets the STOP RUN return code to
      * nnnn, so a step can be parked in test JCL purely to exercise

       2500-VALIDATE-CYCLE-DATE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
      *    A catch-up run driven by NOPDRV is processing an older
      *    cycle on purpose: validate against, and stamp, the cycle
      *    the driver says it is processing.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-SYSTEM-DATE
           END-IF
           MOVE WS-SYSTEM-DATE TO JCR-RUN-DATE
           OPEN INPUT PROCESSING-DATE-CTL-FILE
           IF WS-CYCLECTL-STATUS = "00"
           MOVE WS-STEP-NAME TO CLR-STEP-NAME
           MOVE WS-RUN-TIMESTAMP TO CLR-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO CLR-RUN-SHIFT
           MOVE 0 TO CLR-WAIT-SECONDS
           WRITE CONTROL-LOG-RECORD
               INVALID KEY
                   DISPLAY "NOP: WARNING - duplicate heartbeat "
           CLOSE CONTROL-LOG-FILE.

       3500-WRITE-AUDIT-TRAIL.
      *    AUDIT-TRAIL accumulates one record per execution;
      *    NOPAUDIT numbers it and chains it to the record before.
           MOVE "W" TO AUQ-FUNCTION
           MOVE WS-JOB-NAME TO AUQ-JOB-NAME
           MOVE WS-PARM-STRING TO AUQ-PARM-STRING
           MOVE WS-SYSIN-DATA TO AUQ-SYSIN-DATA
           MOVE WS-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO AUQ-RUN-SHIFT
           CALL "NOPAUDIT" USING AUDIT-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AUQ-RESULT
                   DISPLAY "NOP: ERROR - NOPAUDIT not available; "
                       "audit record NOT written"
           END-CALL
           IF AUQ-DUPLICATE-KEY
               DISPLAY "NOP: WARNING - duplicate audit key; "
                   "record not written"
           END-IF.

       9000-SEND-ALERT.
      *    Alerting must never take the step down with it: a
