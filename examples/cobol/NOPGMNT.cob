      * DEL requires the card's step name to match the record, as a
      * guard against deleting a record someone else just set.
      *
      * Keying a change is a privileged function: the card's
      * operator must hold the GATEMNT right on the AUTHCTL
      * authorization file, for DSBL cards as much as GATE cards.
      * Each card is checked through NOPAUTH before anything else
      * is done with it; a card from an operator without the
      * right is REFUSED on the listing, changes nothing, and is
      * written to AUDIT-TRAIL as a denied attempt with an alert
      * raised. The other cards in the deck are still applied.
      *
      * Return codes:
      *   0  every transaction applied
      *   4  at least one transaction rejected (listing shows why),
      *      or no transactions at all were presented
      *   8  SYSIN could not be read
      *  12  at least one card refused: its operator is not
      *      authorized for gate maintenance
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every other
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSBLCTL-STATUS.

           SELECT MAINT-RPT-FILE ASSIGN TO MAINTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINTRPT-STATUS.
           05  DSC-STEP-NAME           PIC X(8).
           05  DSC-REASON              PIC X(40).
      *
      * The before/after maintenance listing.
      *
       FD  MAINT-RPT-FILE
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
       01  WS-JOB-NAME                 PIC X(8) VALUE "NOPGMNT".
       01  WS-SYSIN-STATUS             PIC X(2).
       01  WS-GATECTL-STATUS           PIC X(2).
       01  WS-DSBLCTL-STATUS           PIC X(2).
       01  WS-MAINTRPT-STATUS          PIC X(2).
       01  WS-SYSIN-EOF                PIC X(1) VALUE "N".
           88 SYSIN-AT-END                 VALUE "Y".
       01  WS-TRAN-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-APPLIED-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-REFUSED-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-STEP-INDEX               PIC S9(4) COMP VALUE 0.
       01  WS-STEP-KNOWN               PIC X(1) VALUE "N".
           88 STEP-IN-STREAM               VALUE "Y".
      * Alert request area for NOPALERT; see ALERTREQ.cpy.
      *
       COPY ALERTREQ.
      *
      * Audit record area for NOPAUDIT; see AUDITREQ.cpy.
      *
       COPY AUDITREQ.
      *
      * Authorization request area for NOPAUTH; see AUTHREQ.cpy.
      *
       COPY AUTHREQ.

       PROCEDURE DIVISION.

                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-REFUSED-COUNT > 0
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           MOVE "NOPGMNT" TO JCR-LAST-STEP
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   MOVE "COMPLETE" TO JCR-LAST-STATUS
               WHEN 12
                   MOVE "DENIED" TO JCR-LAST-STATUS
               WHEN OTHER
                   MOVE "REJECTS" TO JCR-LAST-STATUS
           END-EVALUATE
           GOBACK RETURNING WS-RETURN-CODE.

       0300-LOAD-STREAM-DEF.
           MOVE WS-TRAN-USER TO RPT-USER-ID
           WRITE MAINT-RPT-LINE FROM RPT-TRAN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 3150-CHECK-AUTHORITY
           IF AZQ-DENIED
               MOVE AZQ-REASON TO WS-REJECT-REASON
           ELSE
               PERFORM 3200-VALIDATE-TRANSACTION
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE SYR-FILE-ID
                   WHEN "GATE"
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED" TO RPT-RESULT-TAG
               IF AZQ-DENIED
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED" TO RPT-RESULT-TAG
               END-IF
               MOVE WS-REJECT-REASON TO RPT-RESULT-REASON
           END-IF
           WRITE MAINT-RPT-LINE FROM RPT-RESULT-LINE
           WRITE MAINT-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       3150-CHECK-AUTHORITY.
      *    The card's operator needs GATEMNT on AUTHCTL before the
      *    card is even validated. NOPAUTH records the check and,
      *    on a denial, audits and alerts it with the card image
      *    as the attempt; a module that cannot be loaded
      *    authorizes nobody.
           MOVE WS-TRAN-USER TO AZQ-OPERATOR-ID
           MOVE "GATEMNT" TO AZQ-RIGHT
           MOVE WS-JOB-NAME TO AZQ-PROGRAM
           MOVE SYSIN-RECORD TO AZQ-DETAIL
           MOVE WS-RUN-SHIFT TO AZQ-RUN-SHIFT
           CALL "NOPAUTH" USING AUTH-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AZQ-RESULT
                   MOVE "NOPAUTH NOT AVAILABLE" TO AZQ-REASON
                   DISPLAY "NOPGMNT: ERROR - NOPAUTH not "
                       "available; card refused"
           END-CALL
           IF AZQ-DENIED
               DISPLAY "NOPGMNT: REFUSED - " WS-TRAN-USER
                   " may not maintain " SYR-FILE-ID " "
                   SYR-STEP-NAME ": " AZQ-REASON
           END-IF.

       3200-VALIDATE-TRANSACTION.
           IF SYR-FILE-ID NOT = "GATE" AND SYR-FILE-ID NOT = "DSBL"
               MOVE "FILE MUST BE GATE OR DSBL"
       3700-WRITE-AUDIT-TRAIL.
      *    One audit record per applied change: the card itself in
      *    the PARM field, who keyed it in the input-data field,
      *    stamped in the stream's dated form plus shift. NOPAUDIT
      *    numbers the record and chains it to the one before.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-SYSTEM-DATE WS-RUN-TIME
           STRING SYR-FILE-ID " " SYR-ACTION " " SYR-STEP-NAME
               " " SYR-CARD-DATA
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE "W" TO AUQ-FUNCTION
           MOVE WS-JOB-NAME TO AUQ-JOB-NAME
           MOVE WS-AUDIT-TEXT TO AUQ-PARM-STRING
           MOVE SPACES TO AUQ-SYSIN-DATA
           STRING "KEYED BY " WS-TRAN-USER
               DELIMITED BY SIZE INTO AUQ-SYSIN-DATA
           MOVE WS-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO AUQ-RUN-SHIFT
           CALL "NOPAUDIT" USING AUDIT-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AUQ-RESULT
                   DISPLAY "NOPGMNT: ERROR - NOPAUDIT not available; "
                       "audit record NOT written"
           END-CALL
           IF AUQ-DUPLICATE-KEY
               DISPLAY "NOPGMNT: WARNING - duplicate audit key; "
                   "record not written"
           END-IF.

       4000-REWRITE-GATE-CTL.
      *    The whole file is rewritten from the table; entries
