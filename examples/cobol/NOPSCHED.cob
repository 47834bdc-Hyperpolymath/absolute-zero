       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPSCHED.
      *
      * Run-frequency rule check for the NOP job stream.
      *
      * Some steps only belong in some cycles - the month-end
      * extract on the last business day, the quarter-end
      * revaluation, the Friday housekeeping - and the only way to
      * keep them out of the other nights used to be a GATE-CTL
      * edit the afternoon before, the manual step that gets
      * forgotten. Each STREAM-DEF record now carries a run rule
      * (see SCHEDREQ.cpy for the forms it takes), and NOPSCHED is
      * the one place that decides whether a rule holds for a
      * cycle date: NOPDRV asks before it runs a step, NOPPLAN
      * before it forecasts one, NOPRECON before it counts one
      * missing, and NOPVRFY asks it only to validate, so the
      * rule a pre-flight check passes is exactly the rule the
      * driver applies.
      *
      * The calendar is BUS-CAL, read the way NOPROLL reads it: a
      * WEEKEND record of seven worked-day flags, Monday first
      * (Monday-Friday when there is none), and one HOLIDAY record
      * per non-business date. A business day is a worked,
      * non-holiday day. It is loaded on the first CALL and kept
      * for the rest of the run unit, so a driver checking fifty
      * steps reads it once.
      *
      *   FIRSTBD   the cycle date is the month's first business
      *             day
      *   LASTBD    the cycle date is a business day and the next
      *             business day falls in a later month
      *   QTREND    LASTBD in March, June, September or December
      *   YEAREND   LASTBD in December
      *   WEEKDAYS  the cycle date's weekday is flagged Y
      *
      * A rule NOPSCHED cannot parse comes back E with the reason;
      * a cycle date that is not a real date comes back Y with a
      * reason, because a step is never left out on a guess.
      *
      * Build: callers CALL "NOPSCHED" dynamically, so build this
      * as a loadable module alongside the stream's other callees:
      *
      *   cobc -m -std=ibm -I copybooks NOPSCHED.cob

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * The business calendar: one weekend-rule record and one
      * record per holiday, in a common 16-byte layout.
      *
       FD  BUS-CAL-FILE
           RECORDING MODE IS F.
       01  BUS-CAL-RECORD.
           05  BCR-RECORD-TYPE         PIC X(8).
           05  BCR-RECORD-DATA         PIC X(8).
           05  BCR-HOLIDAY-DATE REDEFINES BCR-RECORD-DATA
                                       PIC 9(8).
           05  BCR-WEEKEND-VIEW REDEFINES BCR-RECORD-DATA.
               10  BCR-DAY-FLAG        PIC X(1) OCCURS 7 TIMES.
               10  FILLER              PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-BUSCAL-STATUS             PIC X(2).
       01  WS-BUSCAL-EOF                PIC X(1) VALUE "N".
           88 BUSCAL-AT-END                 VALUE "Y".
      *
      * Loaded once per run unit; WORKING-STORAGE survives between
      * CALLs until the caller CANCELs the module.
      *
       01  WS-CALENDAR-LOADED           PIC X(1) VALUE "N".
           88 CALENDAR-LOADED               VALUE "Y".
      *
      * Weekend rule and holidays, NOPROLL's own reading.
      *
       01  WS-WEEKEND-RULE.
           05  WS-DAY-WORKED            PIC X(1) OCCURS 7 TIMES.
       01  WS-DEFAULT-RULE              PIC X(7) VALUE "YYYYYNN".
       01  HOL-TABLE.
           05  HOL-COUNT                PIC S9(4) COMP VALUE 0.
           05  HOL-DATE                 PIC 9(8) OCCURS 200 TIMES.
       01  WS-HOL-INDEX                 PIC S9(4) COMP VALUE 0.
      *
      * The rule's weekday flags, and the scan over them.
      *
       01  WS-RULE-FLAGS.
           05  WS-RULE-DAY-FLAG         PIC X(1) OCCURS 7 TIMES.
           05  WS-RULE-FILLER           PIC X(1).
       01  WS-FLAG-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-FLAGS-ON                  PIC S9(4) COMP VALUE 0.
       01  WS-FLAGS-BAD                 PIC S9(4) COMP VALUE 0.
      *
      * The cycle date and the month it belongs to, and the
      * business-day walk's working date.
      *
       01  WS-CYCLE-DATE                PIC 9(8).
       01  WS-CYCLE-SPLIT REDEFINES WS-CYCLE-DATE.
           05  WS-CYCLE-YEAR            PIC 9(4).
           05  WS-CYCLE-MONTH           PIC 9(2).
           05  WS-CYCLE-DAY             PIC 9(2).
       01  WS-CYCLE-IS-BUSINESS         PIC X(1) VALUE "N".
           88 CYCLE-IS-BUSINESS-DAY         VALUE "Y".
       01  WS-MONTH-END-FLAG            PIC X(1) VALUE "N".
           88 LAST-BUSINESS-DAY-OF-MONTH    VALUE "Y".
       01  WS-CANDIDATE-DATE            PIC 9(8).
       01  WS-CAND-SPLIT REDEFINES WS-CANDIDATE-DATE.
           05  WS-CAND-YEAR             PIC 9(4).
           05  WS-CAND-MONTH            PIC 9(2).
           05  WS-CAND-DAY              PIC 9(2).
       01  WS-DAY-OF-WEEK               PIC S9(4) COMP VALUE 0.
       01  WS-BUSINESS-DAY              PIC X(1) VALUE "N".
           88 BUSINESS-DAY-FOUND            VALUE "Y".
       01  WS-GUARD-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-DAYS-IN-MONTH             PIC S9(4) COMP VALUE 0.
       01  WS-MONTH-LENGTHS.
           05  FILLER                   PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH          PIC 9(2) OCCURS 12 TIMES.
       01  WS-LEAP-FLAG                 PIC X(1) VALUE "N".
           88 YEAR-IS-LEAP                  VALUE "Y".
      *
      * Day-serial conversion working fields, the same arithmetic
      * NOPROLL uses; serial 1 is a Monday.
      *
       01  WS-DTS-DATE                  PIC 9(8).
       01  WS-DTS-SPLIT REDEFINES WS-DTS-DATE.
           05  WS-DTS-YEAR              PIC 9(4).
           05  WS-DTS-MONTH             PIC 9(2).
           05  WS-DTS-DAY               PIC 9(2).
       01  WS-DTS-SERIAL                PIC S9(9) COMP VALUE 0.
       01  WS-DTS-PRIOR-YEAR            PIC S9(9) COMP VALUE 0.
       01  WS-DTS-QUOTIENT              PIC S9(9) COMP VALUE 0.
       01  WS-DTS-REMAINDER             PIC S9(9) COMP VALUE 0.
       01  WS-MONTH-OFFSET-TABLE.
           05  FILLER                   PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-TABLE.
           05  WS-MONTH-OFFSET          PIC 9(3) OCCURS 12 TIMES.

       LINKAGE SECTION.
      *
      * The caller's rule and date, and the answer; see
      * SCHEDREQ.cpy.
      *
       COPY SCHEDREQ.

       PROCEDURE DIVISION USING SCHEDULE-REQUEST.

       0000-MAIN.
           MOVE "Y" TO SRQ-RESULT
           MOVE SPACES TO SRQ-REASON
           PERFORM 1000-VALIDATE-RULE
           IF NOT SRQ-RULE-INVALID
               AND NOT SRQ-VALIDATE-ONLY
               AND SRQ-RULE-TYPE NOT = SPACES
               AND SRQ-RULE-TYPE NOT = "DAILY"
               PERFORM 2000-CHECK-CYCLE-DATE
           END-IF
           GOBACK.

       1000-VALIDATE-RULE.
      *    The data half is only meaningful for WEEKDAYS; any other
      *    rule with something keyed there is a typo, not a rule.
           EVALUATE SRQ-RULE-TYPE
               WHEN SPACES
               WHEN "DAILY"
               WHEN "FIRSTBD"
               WHEN "LASTBD"
               WHEN "QTREND"
               WHEN "YEAREND"
                   IF SRQ-RULE-DATA NOT = SPACES
                       MOVE "E" TO SRQ-RESULT
                       MOVE "RULE TAKES NO DATA AFTER ITS TYPE"
                           TO SRQ-REASON
                   END-IF
               WHEN "WEEKDAYS"
                   PERFORM 1100-VALIDATE-WEEKDAY-FLAGS
               WHEN OTHER
                   MOVE "E" TO SRQ-RESULT
                   MOVE "UNKNOWN RUN RULE TYPE" TO SRQ-REASON
           END-EVALUATE.

       1100-VALIDATE-WEEKDAY-FLAGS.
           MOVE SRQ-RULE-DATA TO WS-RULE-FLAGS
           MOVE 0 TO WS-FLAGS-ON
           MOVE 0 TO WS-FLAGS-BAD
           PERFORM VARYING WS-FLAG-INDEX FROM 1 BY 1
                   UNTIL WS-FLAG-INDEX > 7
               EVALUATE WS-RULE-DAY-FLAG(WS-FLAG-INDEX)
                   WHEN "Y"
                       ADD 1 TO WS-FLAGS-ON
                   WHEN "N"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-FLAGS-BAD
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FLAGS-BAD > 0
                   OR WS-RULE-FILLER NOT = SPACE
                   MOVE "E" TO SRQ-RESULT
                   MOVE "WEEKDAYS NEEDS SEVEN Y/N FLAGS, MON FIRST"
                       TO SRQ-REASON
               WHEN WS-FLAGS-ON = 0
                   MOVE "E" TO SRQ-RESULT
                   MOVE "WEEKDAYS FLAGS NAME NO DAY TO RUN ON"
                       TO SRQ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-CHECK-CYCLE-DATE.
           IF SRQ-CYCLE-DATE IS NOT NUMERIC
               MOVE "CYCLE DATE NOT NUMERIC; RULE NOT APPLIED"
                   TO SRQ-REASON
           ELSE
               MOVE SRQ-CYCLE-DATE TO WS-CYCLE-DATE
               IF WS-CYCLE-MONTH < 1 OR WS-CYCLE-MONTH > 12
                   OR WS-CYCLE-DAY < 1 OR WS-CYCLE-DAY > 31
                   MOVE "CYCLE DATE NOT A DATE; RULE NOT APPLIED"
                       TO SRQ-REASON
               ELSE
                   IF NOT CALENDAR-LOADED
                       PERFORM 3000-LOAD-CALENDAR
                   END-IF
                   PERFORM 2100-APPLY-RULE
               END-IF
           END-IF.

       2100-APPLY-RULE.
           MOVE WS-CYCLE-DATE TO WS-CANDIDATE-DATE
           PERFORM 4100-CHECK-BUSINESS-DAY
           MOVE WS-BUSINESS-DAY TO WS-CYCLE-IS-BUSINESS
           EVALUATE SRQ-RULE-TYPE
               WHEN "WEEKDAYS"
                   MOVE SRQ-RULE-DATA TO WS-RULE-FLAGS
                   IF WS-RULE-DAY-FLAG(WS-DAY-OF-WEEK) NOT = "Y"
                       MOVE "N" TO SRQ-RESULT
                   END-IF
               WHEN "FIRSTBD"
                   PERFORM 2200-CHECK-FIRST-BUSINESS-DAY
               WHEN OTHER
                   PERFORM 2300-CHECK-LAST-BUSINESS-DAY
                   EVALUATE TRUE
                       WHEN NOT LAST-BUSINESS-DAY-OF-MONTH
                           MOVE "N" TO SRQ-RESULT
                       WHEN SRQ-RULE-TYPE = "QTREND"
                           AND WS-CYCLE-MONTH NOT = 3
                           AND WS-CYCLE-MONTH NOT = 6
                           AND WS-CYCLE-MONTH NOT = 9
                           AND WS-CYCLE-MONTH NOT = 12
                           MOVE "N" TO SRQ-RESULT
                       WHEN SRQ-RULE-TYPE = "YEAREND"
                           AND WS-CYCLE-MONTH NOT = 12
                           MOVE "N" TO SRQ-RESULT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

       2200-CHECK-FIRST-BUSINESS-DAY.
      *    The month's first business day is the 1st when that is
      *    worked, else the next business day after it.
           MOVE WS-CYCLE-DATE TO WS-CANDIDATE-DATE
           MOVE 1 TO WS-CAND-DAY
           PERFORM 4100-CHECK-BUSINESS-DAY
           IF NOT BUSINESS-DAY-FOUND
               PERFORM 4000-NEXT-BUSINESS-DATE
           END-IF
           IF WS-CANDIDATE-DATE NOT = WS-CYCLE-DATE
               MOVE "N" TO SRQ-RESULT
           END-IF.

       2300-CHECK-LAST-BUSINESS-DAY.
      *    The last business day of a month is one whose next
      *    business day is in a later month.
           MOVE "N" TO WS-MONTH-END-FLAG
           IF CYCLE-IS-BUSINESS-DAY
               MOVE WS-CYCLE-DATE TO WS-CANDIDATE-DATE
               PERFORM 4000-NEXT-BUSINESS-DATE
               IF WS-CAND-MONTH NOT = WS-CYCLE-MONTH
                   OR WS-CAND-YEAR NOT = WS-CYCLE-YEAR
                   SET LAST-BUSINESS-DAY-OF-MONTH TO TRUE
               END-IF
           END-IF.

       3000-LOAD-CALENDAR.
           MOVE WS-DEFAULT-RULE TO WS-WEEKEND-RULE
           MOVE 0 TO HOL-COUNT
           MOVE "N" TO WS-BUSCAL-EOF
           OPEN INPUT BUS-CAL-FILE
           IF WS-BUSCAL-STATUS = "00"
               PERFORM UNTIL BUSCAL-AT-END
                   READ BUS-CAL-FILE
                       AT END
                           SET BUSCAL-AT-END TO TRUE
                       NOT AT END
                           PERFORM 3100-STORE-CALENDAR-RECORD
                   END-READ
               END-PERFORM
               CLOSE BUS-CAL-FILE
           END-IF
           SET CALENDAR-LOADED TO TRUE.

       3100-STORE-CALENDAR-RECORD.
           EVALUATE BCR-RECORD-TYPE
               WHEN "WEEKEND"
                   MOVE BCR-RECORD-DATA(1:7) TO WS-WEEKEND-RULE
               WHEN "HOLIDAY"
                   IF BCR-HOLIDAY-DATE IS NUMERIC
                       AND HOL-COUNT < 200
                       ADD 1 TO HOL-COUNT
                       MOVE BCR-HOLIDAY-DATE
                           TO HOL-DATE(HOL-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4000-NEXT-BUSINESS-DATE.
      *    NOPROLL's own walk: a day at a time until the date lands
      *    on a worked, non-holiday day.
           MOVE "N" TO WS-BUSINESS-DAY
           MOVE 0 TO WS-GUARD-COUNT
           PERFORM UNTIL BUSINESS-DAY-FOUND
                   OR WS-GUARD-COUNT > 366
               ADD 1 TO WS-GUARD-COUNT
               PERFORM 4200-NEXT-DAY
               PERFORM 4100-CHECK-BUSINESS-DAY
           END-PERFORM.

       4100-CHECK-BUSINESS-DAY.
           MOVE WS-CANDIDATE-DATE TO WS-DTS-DATE
           PERFORM 8000-DATE-TO-SERIAL
      *    Serial 1 is a Monday, so day 1 of the week here is
      *    Monday and day 7 Sunday, matching the WEEKEND flags.
           DIVIDE WS-DTS-SERIAL BY 7
               GIVING WS-DTS-QUOTIENT REMAINDER WS-DTS-REMAINDER
           IF WS-DTS-REMAINDER = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           ELSE
               MOVE WS-DTS-REMAINDER TO WS-DAY-OF-WEEK
           END-IF
           IF WS-DAY-WORKED(WS-DAY-OF-WEEK) = "Y"
               SET BUSINESS-DAY-FOUND TO TRUE
           ELSE
               MOVE "N" TO WS-BUSINESS-DAY
           END-IF
           IF BUSINESS-DAY-FOUND
               PERFORM VARYING WS-HOL-INDEX FROM 1 BY 1
                       UNTIL WS-HOL-INDEX > HOL-COUNT
                   IF HOL-DATE(WS-HOL-INDEX) = WS-CANDIDATE-DATE
                       MOVE "N" TO WS-BUSINESS-DAY
                   END-IF
               END-PERFORM
           END-IF.

       4200-NEXT-DAY.
           PERFORM 8200-GET-DAYS-IN-MONTH
           IF WS-CAND-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-CAND-DAY
           ELSE
               MOVE 1 TO WS-CAND-DAY
               IF WS-CAND-MONTH < 12
                   ADD 1 TO WS-CAND-MONTH
               ELSE
                   MOVE 1 TO WS-CAND-MONTH
                   ADD 1 TO WS-CAND-YEAR
               END-IF
           END-IF.

       8000-DATE-TO-SERIAL.
      *    Days since the Gregorian epoch for WS-DTS-DATE, by plain
      *    arithmetic. The leap-day terms are divided one at a time:
      *    COBOL keeps fractional intermediates inside a single
      *    COMPUTE, and the fractions do not cancel the way whole
      *    quotients do.
           COMPUTE WS-DTS-PRIOR-YEAR = WS-DTS-YEAR - 1
           COMPUTE WS-DTS-SERIAL =
               (WS-DTS-PRIOR-YEAR * 365)
               + WS-MONTH-OFFSET(WS-DTS-MONTH)
               + WS-DTS-DAY
           DIVIDE WS-DTS-PRIOR-YEAR BY 4
               GIVING WS-DTS-QUOTIENT
           ADD WS-DTS-QUOTIENT TO WS-DTS-SERIAL
           DIVIDE WS-DTS-PRIOR-YEAR BY 100
               GIVING WS-DTS-QUOTIENT
           SUBTRACT WS-DTS-QUOTIENT FROM WS-DTS-SERIAL
           DIVIDE WS-DTS-PRIOR-YEAR BY 400
               GIVING WS-DTS-QUOTIENT
           ADD WS-DTS-QUOTIENT TO WS-DTS-SERIAL
           IF WS-DTS-MONTH > 2
               PERFORM 8100-CHECK-LEAP-YEAR
               IF YEAR-IS-LEAP
                   ADD 1 TO WS-DTS-SERIAL
               END-IF
           END-IF.

       8100-CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-FLAG
           DIVIDE WS-DTS-YEAR BY 4
               GIVING WS-DTS-QUOTIENT REMAINDER WS-DTS-REMAINDER
           IF WS-DTS-REMAINDER = 0
               DIVIDE WS-DTS-YEAR BY 100
                   GIVING WS-DTS-QUOTIENT
                   REMAINDER WS-DTS-REMAINDER
               IF WS-DTS-REMAINDER NOT = 0
                   SET YEAR-IS-LEAP TO TRUE
               ELSE
                   DIVIDE WS-DTS-YEAR BY 400
                       GIVING WS-DTS-QUOTIENT
                       REMAINDER WS-DTS-REMAINDER
                   IF WS-DTS-REMAINDER = 0
                       SET YEAR-IS-LEAP TO TRUE
                   END-IF
               END-IF
           END-IF.

       8200-GET-DAYS-IN-MONTH.
           MOVE WS-MONTH-LENGTH(WS-CAND-MONTH)
               TO WS-DAYS-IN-MONTH
           IF WS-CAND-MONTH = 2
               MOVE WS-CAND-YEAR TO WS-DTS-YEAR
               PERFORM 8100-CHECK-LEAP-YEAR
               IF YEAR-IS-LEAP
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
