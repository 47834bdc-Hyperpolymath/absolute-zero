               RECORD KEY IS ATR-AUDIT-KEY
               ALTERNATE RECORD KEY IS ATR-RUN-TIMESTAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ATR-AUDIT-SEQ
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDITTRL-STATUS.

           SELECT EXCEPTIONS-RPT-FILE ASSIGN TO EXCPRPT
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
      * What ran, with what PARM, and when, for the auditors.
      *
               10  ATR-SYSIN-DATA      PIC X(80).
               10  ATR-RUN-TIMESTAMP   PIC X(26).
           05  ATR-RUN-SHIFT           PIC X(1).
           05  ATR-AUDIT-SEQ           PIC 9(9).
           05  ATR-PREV-CHECK          PIC 9(9).
           05  ATR-CHECK-VALUE         PIC 9(9).
      *
      * One record per step suppressed by NOPGATE, NOPDSBL or the
      * driver itself.

       1300-READ-CYCLE-DATE.
           MOVE WS-SYSTEM-DATE TO WS-CYCLE-DATE
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
