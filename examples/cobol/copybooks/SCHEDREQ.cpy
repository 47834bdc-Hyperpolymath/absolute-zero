      *
      * SCHEDREQ.cpy - the parameter area a program fills before
      * CALLing NOPSCHED, the run-frequency rule check.
      *
      * A STREAM-DEF step may carry a run rule saying which cycle
      * dates it runs on, in the same 16-byte type-and-data shape
      * as a BUS-CAL record:
      *   spaces / DAILY   every cycle
      *   FIRSTBD          first business day of the month
      *   LASTBD           last business day of the month
      *   QTREND           last business day of Mar, Jun, Sep, Dec
      *   YEAREND          last business day of December
      *   WEEKDAYS         named weekdays: seven Y/N flags in the
      *                    data half, Monday first, as on the
      *                    BUS-CAL WEEKEND record (NNNNYNN = Fridays)
      * Callers move the rule and the cycle date in, CALL "NOPSCHED"
      * USING SCHEDULE-REQUEST, and read the result: Y the step is
      * scheduled for that date, N it is not, E the rule cannot be
      * parsed (with the reason why). Function V validates the rule
      * alone and ignores the date; C checks it against the date.
      *
      * Wrap the CALL in ON EXCEPTION, as for NOPALERT: a missing
      * NOPSCHED module must degrade to "scheduled", never to a
      * step silently left out.
      *
       01  SCHEDULE-REQUEST.
           05  SRQ-FUNCTION            PIC X(1).
               88 SRQ-VALIDATE-ONLY        VALUE "V".
               88 SRQ-CHECK-DATE           VALUE "C".
           05  SRQ-CYCLE-DATE          PIC 9(8).
           05  SRQ-RUN-RULE.
               10  SRQ-RULE-TYPE       PIC X(8).
               10  SRQ-RULE-DATA       PIC X(8).
           05  SRQ-RESULT              PIC X(1).
               88 SRQ-SCHEDULED            VALUE "Y".
               88 SRQ-NOT-SCHEDULED        VALUE "N".
               88 SRQ-RULE-INVALID         VALUE "E".
           05  SRQ-REASON              PIC X(40).
