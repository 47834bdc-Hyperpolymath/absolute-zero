      *              naming who acknowledged what and when. Cards
      *              naming no alert, or an alert already
      *              acknowledged, are rejected on the listing.
      *              The card's operator must hold the ALERTACK
      *              right on the AUTHCTL authorization file:
      *              each card is checked through NOPAUTH first,
      *              and a card from an operator without it is
      *              REFUSED on the listing, acknowledges
      *              nothing, and is written to AUDIT-TRAIL as a
      *              denied attempt with an alert raised.
      *
      *   FUNC=ESC   escalation pass: every E or C alert still
      *              unacknowledged after the configured number of
      *              (minutes); a PARM of ESC=nnnn overrides it.
      *              With no limit from either source nothing is
      *              escalated. Escalation alerts themselves
      *              (program NOPAACK) are never re-escalated;
      *              NOPAACK's own AUTHDENY refusals are.
      *
      *   FUNC=LIST  (the default) print every E or C alert with
      *              no acknowledgment on the AACKRPT listing, so
      *   4  at least one card rejected (or none presented), or at
      *      least one alert escalated - something needs eyes
      *   8  SYSIN could not be read (FUNC=ACK)
      *  12  at least one card refused: its operator is not
      *      authorized to acknowledge alerts (FUNC=ACK)
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT AACK-RPT-FILE ASSIGN TO AACKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AACKRPT-STATUS.
           05  FILLER                  PIC X(1).
           05  AKC-DISPOSITION         PIC X(22).
      *
      * The acknowledgment listing / open-alerts report.
      *
       FD  AACK-RPT-FILE
       01  WS-ALERTACK-STATUS          PIC X(2).
       01  WS-ESCCTL-STATUS            PIC X(2).
       01  WS-SYSIN-STATUS             PIC X(2).
       01  WS-AACKRPT-STATUS           PIC X(2).
       01  WS-FILE-EOF                 PIC X(1) VALUE "N".
           88 FILE-AT-END                  VALUE "Y".
       01  WS-CARD-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-APPLIED-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-REFUSED-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-ALERT-FOUND              PIC X(1) VALUE "N".
           88 ALERT-ON-FILE                VALUE "Y".
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

                   PERFORM 4000-LIST-OPEN-ALERTS
           END-EVALUATE
           MOVE "NOPAACK" TO JCR-LAST-STEP
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   MOVE "COMPLETE" TO JCR-LAST-STATUS
               WHEN 12
                   MOVE "DENIED" TO JCR-LAST-STATUS
               WHEN OTHER
                   MOVE "ATTN" TO JCR-LAST-STATUS
           END-EVALUATE
           GOBACK RETURNING WS-RETURN-CODE.

       1000-GET-PARM.
           IF (WS-REJECT-COUNT > 0 OR WS-CARD-COUNT = 0)
               AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-REFUSED-COUNT > 0
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       2050-OPEN-LISTING.
           MOVE WS-TRAN-USER TO RPC-USER-ID
           WRITE AACK-RPT-LINE FROM RPT-CARD-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 2150-CHECK-AUTHORITY
           IF AZQ-DENIED
               MOVE AZQ-REASON TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND AKC-ACTION NOT = "ACK"
               MOVE "ACTION MUST BE ACK" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED" TO RPR-RESULT-TAG
               IF AZQ-DENIED
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED" TO RPR-RESULT-TAG
               END-IF
               MOVE WS-REJECT-REASON TO RPR-RESULT-REASON
           END-IF
           WRITE AACK-RPT-LINE FROM RPT-RESULT-LINE
           WRITE AACK-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       2150-CHECK-AUTHORITY.
      *    The card's operator needs ALERTACK on AUTHCTL before the
      *    card is even validated. NOPAUTH records the check and,
      *    on a denial, audits and alerts it with the card image
      *    as the attempt; a module that cannot be loaded
      *    authorizes nobody.
           MOVE WS-TRAN-USER TO AZQ-OPERATOR-ID
           MOVE "ALERTACK" TO AZQ-RIGHT
           MOVE WS-JOB-NAME TO AZQ-PROGRAM
           MOVE SYSIN-RECORD TO AZQ-DETAIL
           MOVE WS-RUN-SHIFT TO AZQ-RUN-SHIFT
           CALL "NOPAUTH" USING AUTH-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AZQ-RESULT
                   MOVE "NOPAUTH NOT AVAILABLE" TO AZQ-REASON
                   DISPLAY "NOPAACK: ERROR - NOPAUTH not "
                       "available; card refused"
           END-CALL
           IF AZQ-DENIED
               DISPLAY "NOPAACK: REFUSED - " WS-TRAN-USER
                   " may not acknowledge " AKC-PROGRAM " "
                   AKC-STEP ": " AZQ-REASON
           END-IF.

       2200-VERIFY-ALERT-EXISTS.
      *    An acknowledgment must name a real alert, or a typo
      *    quietly "handles" a page that is still open.
       2400-WRITE-AUDIT-TRAIL.
      *    One audit record per applied acknowledgment: the alert
      *    key in the PARM field, who acknowledged it in the
      *    input-data field. NOPAUDIT numbers the record and
      *    chains it to the one before.
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "ACK " AKC-ALERT-TIMESTAMP " " AKC-PROGRAM
               " " AKC-STEP
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE "W" TO AUQ-FUNCTION
           MOVE WS-JOB-NAME TO AUQ-JOB-NAME
           MOVE WS-AUDIT-TEXT TO AUQ-PARM-STRING
           MOVE SPACES TO AUQ-SYSIN-DATA
           STRING "ACKED BY " WS-TRAN-USER " " AKC-DISPOSITION
               DELIMITED BY SIZE INTO AUQ-SYSIN-DATA
           MOVE WS-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO AUQ-RUN-SHIFT
           CALL "NOPAUDIT" USING AUDIT-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AUQ-RESULT
                   DISPLAY "NOPAACK: ERROR - NOPAUDIT not available; "
                       "audit record NOT written"
           END-CALL
           IF AUQ-DUPLICATE-KEY
               DISPLAY "NOPAACK: WARNING - duplicate audit key; "
                   "record not written"
           END-IF.

       3000-ESCALATE-UNACKED.
      *    An overflowed acknowledgment table cannot prove an
       3300-CONSIDER-ALERT.
      *    Only E and C alerts page; escalation alerts themselves
      *    (program NOPAACK) are never re-escalated, or every pass
      *    would breed another generation - though an AUTHDENY
      *    refusal of one of this program's own cards is a real
      *    page like any other. Alerts stamped in the stream's
      *    pre-dated time-only form carry no provable age and are
      *    left alone.
           IF (ALT-SEVERITY = "E" OR ALT-SEVERITY = "C")
               AND (ALT-PROGRAM NOT = "NOPAACK"
                   OR ALT-STATUS-CODE = "AUTHDENY")
               AND ALT-RUN-TIMESTAMP(1:16) IS NUMERIC
               MOVE ALT-RUN-TIMESTAMP TO WS-KEY-TIMESTAMP
               MOVE ALT-PROGRAM TO WS-KEY-PROGRAM

       4100-LIST-IF-OPEN.
           IF (ALT-SEVERITY = "E" OR ALT-SEVERITY = "C")
               AND (ALT-PROGRAM NOT = "NOPAACK"
                   OR ALT-STATUS-CODE = "AUTHDENY")
               MOVE ALT-RUN-TIMESTAMP TO WS-KEY-TIMESTAMP
               MOVE ALT-PROGRAM TO WS-KEY-PROGRAM
               MOVE ALT-STEP TO WS-KEY-STEP
