       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPAREV.
      *
      * Periodic access review over the AUTHCTL operator
      * authorization file and the AUTH-HISTORY log of checks
      * NOPAUTH keeps.
      *
      * AUTHCTL says who may steal or free a run lock, maintain
      * gates, acknowledge alerts, restore archived data or drive
      * a catch-up (see AUTHREQ.cpy); the auditors' question is
      * whether it still should. NOPAREV answers it on AREVRPT
      * in three parts:
      *
      *   RIGHTS HELD      every AUTHCTL entry, operator then role:
      *                    its expiry date, ACTIVE, EXPIRED (the
      *                    expiry date is before today) or BADDATE
      *                    (the expiry is not a date, which NOPAUTH
      *                    treats as expired), and under each right
      *                    a Y or a -, each Y with the number of
      *                    times the operator was granted that
      *                    right in the review period - a right held
      *                    and never used is the first candidate
      *                    for removal
      *
      *   EXPIRED ENTRIES  the EXPIRED and BADDATE entries again,
      *                    with the rights they still carry, so the
      *                    clean-up list is on one page
      *
      *   RIGHTS USED      every operator and right NOPAUTH checked
      *                    in the period, from AUTHHIST: times
      *                    granted, times denied, the last check,
      *                    and a note when the operator is not on
      *                    AUTHCTL at all or holds the right on no
      *                    active entry
      *
      * A totals line follows: entries, active, expired, checks,
      * granted, denied, and held-but-unused rights. An absent
      * AUTHHIST is read as no checks yet made.
      *
      * PARM: FROM=yyyymmdd         first date of the review
      *                             period (first of the current
      *                             month without it)
      *       THRU=yyyymmdd         last date of the period
      *                             (today without it)
      *
      * Return codes:
      *   0  review printed, nothing expired, nothing denied
      *   4  at least one expired or undated entry, or at least
      *      one denied check in the period, or more entries or
      *      usage lines than the tables hold
      *   8  AUTHCTL could not be opened - nothing to review
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every
      * other program in this stream uses. When CALLed in-process
      * by NOPDRV, the PARM is instead picked up from the shared
      * STEP-PARM-AREA (COPY STEPARM); see 1000-GET-PARM.
      *
      * Compile: cobc -x -I copybooks NOPAREV.cob
      * Run:     ./NOPAREV
      * Run:     ./NOPAREV "FROM=20250701 THRU=20250930"

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CTL-FILE ASSIGN TO AUTHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHCTL-STATUS.

           SELECT AUTH-HIST-FILE ASSIGN TO AUTHHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHHIST-STATUS.

           SELECT AREV-RPT-FILE ASSIGN TO AREVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AREVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * The authorization table, the same layout NOPAUTH reads:
      * operator, role, one Y/N flag per right, expiry date.
      *
       FD  AUTH-CTL-FILE
           RECORDING MODE IS F.
       01  AUTH-CTL-RECORD.
           05  AUC-OPERATOR-ID         PIC X(8).
           05  AUC-ROLE                PIC X(8).
           05  AUC-RIGHT-FLAGS.
               10  AUC-RIGHT-FLAG      PIC X(1) OCCURS 6 TIMES.
           05  AUC-EXPIRY-DATE         PIC 9(8).
      *
      * One record per check NOPAUTH made.
      *
       FD  AUTH-HIST-FILE
           RECORDING MODE IS F.
       01  AUTH-HIST-RECORD.
           05  AUH-CHECK-STAMP.
               10  AUH-CHECK-DATE      PIC 9(8).
               10  AUH-CHECK-TIME      PIC X(8).
           05  AUH-OPERATOR-ID         PIC X(8).
           05  AUH-RIGHT               PIC X(8).
           05  AUH-PROGRAM             PIC X(8).
           05  AUH-RESULT              PIC X(1).
               88 AUH-GRANTED              VALUE "G".
               88 AUH-DENIED               VALUE "D".
           05  AUH-RUN-SHIFT           PIC X(1).
           05  AUH-REASON              PIC X(40).
           05  AUH-DETAIL              PIC X(80).
      *
      * The review listing.
      *
       FD  AREV-RPT-FILE
           RECORDING MODE IS F.
       01  AREV-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOB-NAME                 PIC X(8) VALUE "NOPAREV".
       01  WS-AUTHCTL-STATUS           PIC X(2).
       01  WS-AUTHHIST-STATUS          PIC X(2).
       01  WS-AREVRPT-STATUS           PIC X(2).
       01  WS-FILE-EOF                 PIC X(1) VALUE "N".
           88 FILE-AT-END                  VALUE "Y".
      *
      * The right names, in the order of the AUTHCTL flags.
      *
       01  RIGHT-TABLE-VALUES.
           05  FILLER PIC X(8) VALUE "LOCKOVR ".
           05  FILLER PIC X(8) VALUE "LOCKFREE".
           05  FILLER PIC X(8) VALUE "GATEMNT ".
           05  FILLER PIC X(8) VALUE "ALERTACK".
           05  FILLER PIC X(8) VALUE "ARCHREST".
           05  FILLER PIC X(8) VALUE "CATCHUP ".
       01  RIGHT-TABLE REDEFINES RIGHT-TABLE-VALUES.
           05  RIGHT-NAME              PIC X(8) OCCURS 6 TIMES.
       01  WS-RIGHT-INDEX              PIC S9(4) COMP VALUE 0.
      *
      * AUTHCTL, kept in operator and role order.
      *
       01  AUTH-TABLE.
           05  AUTH-COUNT              PIC S9(4) COMP VALUE 0.
           05  AUTH-ENTRY OCCURS 200 TIMES.
               10  AUE-SORT-KEY.
                   15  AUE-OPERATOR-ID PIC X(8).
                   15  AUE-ROLE        PIC X(8).
               10  AUE-RIGHT-FLAG      PIC X(1) OCCURS 6 TIMES.
               10  AUE-EXPIRY-DATE     PIC X(8).
               10  AUE-STATE           PIC X(1).
                   88 AUE-ACTIVE           VALUE "A".
                   88 AUE-EXPIRED          VALUE "X".
                   88 AUE-BAD-DATE         VALUE "B".
       01  WS-AUTH-INDEX               PIC S9(4) COMP VALUE 0.
      *
      * The period's checks, one line per operator and right, in
      * that order.
      *
       01  USAGE-TABLE.
           05  USAGE-COUNT             PIC S9(4) COMP VALUE 0.
           05  USAGE-ENTRY OCCURS 300 TIMES.
               10  USE-SORT-KEY.
                   15  USE-OPERATOR-ID PIC X(8).
                   15  USE-RIGHT       PIC X(8).
               10  USE-GRANTED-COUNT   PIC S9(4) COMP.
               10  USE-DENIED-COUNT    PIC S9(4) COMP.
               10  USE-LAST-STAMP      PIC X(16).
       01  WS-USE-INDEX                PIC S9(4) COMP VALUE 0.
       01  WS-USE-HIT                  PIC S9(4) COMP VALUE 0.
       01  WS-INSERT-AT                PIC S9(4) COMP VALUE 0.
       01  WS-NEW-ENTRY.
           05  WS-NEW-SORT-KEY.
               10  WS-NEW-OPERATOR-ID  PIC X(8).
               10  WS-NEW-RIGHT        PIC X(8).
      *
      * Lookups against AUTH-TABLE for the usage notes.
      *
       01  WS-OPERATOR-ON-FILE         PIC X(1) VALUE "N".
           88 OPERATOR-ON-FILE             VALUE "Y".
       01  WS-RIGHT-HELD               PIC X(1) VALUE "N".
           88 RIGHT-HELD-ACTIVE            VALUE "Y".
      *
      * The review period from the PARM.
      *
       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-FROM-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-THRU-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-FROM-SPLIT REDEFINES WS-FROM-DATE.
           05  WS-FROM-YEAR            PIC 9(4).
           05  WS-FROM-MONTH           PIC 9(2).
           05  WS-FROM-DAY             PIC 9(2).
       01  WS-THRU-DATE                PIC 9(8) VALUE 0.
      *
      * Counts for the totals line and the return code.
      *
       01  WS-ACTIVE-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-EXPIRED-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-CHECK-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-GRANTED-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-DENIED-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-UNUSED-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-RIGHTS-TEXT              PIC X(60) VALUE SPACES.
       01  WS-TEXT-POINTER             PIC S9(4) COMP VALUE 0.
       01  WS-SYSTEM-DATE              PIC 9(8).
       01  WS-RETURN-CODE              PIC S9(4) COMP VALUE 0.
      *
      * Report lines.
      *
       01  RPT-HEADING-1.
           05  FILLER                  PIC X(10) VALUE "NOPAREV".
           05  FILLER                  PIC X(25)
               VALUE "OPERATOR ACCESS REVIEW".
           05  RPH-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(9) VALUE "  PERIOD ".
           05  RPH-FROM-DATE           PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " THRU ".
           05  RPH-THRU-DATE           PIC 9(8).
           05  FILLER                  PIC X(58) VALUE SPACES.
       01  RPT-SECTION-LINE.
           05  RPS-TITLE               PIC X(40).
           05  FILLER                  PIC X(92) VALUE SPACES.
       01  RPT-HELD-COLUMN-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "OPERATOR".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "ROLE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "EXPIRES".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "STATUS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPC-RIGHT-NAME          PIC X(9) OCCURS 6 TIMES.
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  RPT-HELD-LINE.
           05  FILLER                  PIC X(2).
           05  RPE-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(2).
           05  RPE-ROLE                PIC X(8).
           05  FILLER                  PIC X(2).
           05  RPE-EXPIRY-DATE         PIC X(8).
           05  FILLER                  PIC X(2).
           05  RPE-STATUS              PIC X(7).
           05  FILLER                  PIC X(2).
           05  RPE-RIGHT-CELL OCCURS 6 TIMES.
               10  RPE-RIGHT-FLAG      PIC X(1).
               10  RPE-CELL-GAP        PIC X(1).
               10  RPE-USE-COUNT       PIC ZZZ9.
               10  RPE-CELL-PAD        PIC X(3).
           05  FILLER                  PIC X(37).
       01  RPT-EXPIRED-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPX-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPX-ROLE                PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPX-EXPIRY-DATE         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPX-STATUS              PIC X(7).
           05  FILLER                  PIC X(16)
               VALUE "  STILL CARRIES ".
           05  RPX-RIGHTS              PIC X(60).
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  RPT-USED-COLUMN-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "OPERATOR".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "RIGHT".
           05  FILLER                  PIC X(9) VALUE "  GRANTED".
           05  FILLER                  PIC X(9) VALUE "   DENIED".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "LAST CHECK".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(74) VALUE "NOTE".
       01  RPT-USED-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPU-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPU-RIGHT               PIC X(8).
           05  RPU-GRANTED             PIC Z(8)9.
           05  RPU-DENIED              PIC Z(8)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPU-LAST-STAMP          PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPU-NOTE                PIC X(40).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPN-TEXT                PIC X(40).
           05  FILLER                  PIC X(90) VALUE SPACES.
       01  RPT-TOTALS-LINE.
           05  FILLER                  PIC X(8) VALUE "ENTRIES".
           05  RPT-ENTRY-TOTAL         PIC ZZZ9.
           05  FILLER                  PIC X(9) VALUE "   ACTIVE".
           05  RPT-ACTIVE-TOTAL        PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE "   EXPIRED".
           05  RPT-EXPIRED-TOTAL       PIC ZZZ9.
           05  FILLER                  PIC X(9) VALUE "   CHECKS".
           05  RPT-CHECK-TOTAL         PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE "   GRANTED".
           05  RPT-GRANTED-TOTAL       PIC ZZZ9.
           05  FILLER                  PIC X(9) VALUE "   DENIED".
           05  RPT-DENIED-TOTAL        PIC ZZZ9.
           05  FILLER                  PIC X(15)
               VALUE "   HELD UNUSED".
           05  RPT-UNUSED-TOTAL        PIC ZZZ9.
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
      *
      * Shared job-control record common to every program in this
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
           MOVE "NOPAREV" TO JCR-LAST-STEP
           PERFORM 1000-GET-PARM
           OPEN INPUT AUTH-CTL-FILE
           IF WS-AUTHCTL-STATUS NOT = "00"
               DISPLAY "NOPAREV: ERROR - could not open AUTHCTL, "
                   "status " WS-AUTHCTL-STATUS "; nothing to review"
               MOVE 8 TO WS-RETURN-CODE
               MOVE "NOAUTHCT" TO JCR-LAST-STATUS
               GOBACK RETURNING WS-RETURN-CODE
           END-IF
           PERFORM 1100-LOAD-AUTH-TABLE
           CLOSE AUTH-CTL-FILE
           PERFORM 1200-LOAD-USAGE
           PERFORM 2000-OPEN-LISTING
           PERFORM 3000-PRINT-RIGHTS-HELD
           PERFORM 4000-PRINT-EXPIRED
           PERFORM 5000-PRINT-USAGE
           PERFORM 6000-CLOSE-LISTING
           IF WS-EXPIRED-COUNT > 0 OR WS-DENIED-COUNT > 0
               OR WS-OVERFLOW-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
               MOVE "ATTN" TO JCR-LAST-STATUS
           ELSE
               MOVE "COMPLETE" TO JCR-LAST-STATUS
           END-IF
           DISPLAY "NOPAREV: " AUTH-COUNT " entries, "
               WS-EXPIRED-COUNT " expired, " WS-DENIED-COUNT
               " denied check(s) in the period; see AREVRPT"
           GOBACK RETURNING WS-RETURN-CODE.

       1000-GET-PARM.
      *    A step CALLed by NOPDRV gets its PARM from the shared
      *    STEP-PARM-AREA, which the driver fills before each CALL;
      *    only a standalone run - SPA-PARM-STRING still the
      *    low-values an EXTERNAL item starts out as - reads the
      *    command line. The period defaults to the month so far.
           IF SPA-PARM-STRING NOT = LOW-VALUES
               MOVE SPA-PARM-STRING TO WS-PARM-STRING
           ELSE
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           END-IF
           MOVE WS-SYSTEM-DATE TO WS-FROM-DATE
           MOVE 1 TO WS-FROM-DAY
           MOVE WS-SYSTEM-DATE TO WS-THRU-DATE
           INSPECT WS-PARM-STRING TALLYING WS-FROM-POS
               FOR CHARACTERS BEFORE INITIAL "FROM="
           IF WS-FROM-POS < LENGTH OF WS-PARM-STRING
               AND WS-PARM-STRING(WS-FROM-POS + 6:8) IS NUMERIC
               MOVE WS-PARM-STRING(WS-FROM-POS + 6:8)
                   TO WS-FROM-DATE
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-THRU-POS
               FOR CHARACTERS BEFORE INITIAL "THRU="
           IF WS-THRU-POS < LENGTH OF WS-PARM-STRING
               AND WS-PARM-STRING(WS-THRU-POS + 6:8) IS NUMERIC
               MOVE WS-PARM-STRING(WS-THRU-POS + 6:8)
                   TO WS-THRU-DATE
           END-IF.

       1100-LOAD-AUTH-TABLE.
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL FILE-AT-END
               READ AUTH-CTL-FILE
                   AT END
                       SET FILE-AT-END TO TRUE
                   NOT AT END
                       IF AUTH-COUNT < 200
                           PERFORM 1110-INSERT-AUTH-ENTRY
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                           DISPLAY "NOPAREV: WARNING - more AUTHCTL "
                               "entries than the table holds; "
                               AUC-OPERATOR-ID " " AUC-ROLE
                               " not reviewed"
                       END-IF
               END-READ
           END-PERFORM.

       1110-INSERT-AUTH-ENTRY.
      *    In at the first entry whose operator and role sort
      *    after the new one's, the rest moving down a place. The
      *    entry's state is fixed here against today's date, the
      *    way NOPAUTH judges it.
           COMPUTE WS-INSERT-AT = AUTH-COUNT + 1
           PERFORM VARYING WS-AUTH-INDEX FROM AUTH-COUNT BY -1
                   UNTIL WS-AUTH-INDEX < 1
               IF AUE-OPERATOR-ID(WS-AUTH-INDEX) > AUC-OPERATOR-ID
                   OR (AUE-OPERATOR-ID(WS-AUTH-INDEX)
                           = AUC-OPERATOR-ID
                       AND AUE-ROLE(WS-AUTH-INDEX) > AUC-ROLE)
                   MOVE WS-AUTH-INDEX TO WS-INSERT-AT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AUTH-INDEX FROM AUTH-COUNT BY -1
                   UNTIL WS-AUTH-INDEX < WS-INSERT-AT
               MOVE AUTH-ENTRY(WS-AUTH-INDEX)
                   TO AUTH-ENTRY(WS-AUTH-INDEX + 1)
           END-PERFORM
           ADD 1 TO AUTH-COUNT
           MOVE AUC-OPERATOR-ID TO AUE-OPERATOR-ID(WS-INSERT-AT)
           MOVE AUC-ROLE TO AUE-ROLE(WS-INSERT-AT)
           PERFORM VARYING WS-RIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-RIGHT-INDEX > 6
               MOVE AUC-RIGHT-FLAG(WS-RIGHT-INDEX)
                   TO AUE-RIGHT-FLAG(WS-INSERT-AT, WS-RIGHT-INDEX)
           END-PERFORM
           MOVE AUC-EXPIRY-DATE TO AUE-EXPIRY-DATE(WS-INSERT-AT)
           EVALUATE TRUE
               WHEN AUC-EXPIRY-DATE IS NOT NUMERIC
                   MOVE "B" TO AUE-STATE(WS-INSERT-AT)
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN AUC-EXPIRY-DATE < WS-SYSTEM-DATE
                   MOVE "X" TO AUE-STATE(WS-INSERT-AT)
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN OTHER
                   MOVE "A" TO AUE-STATE(WS-INSERT-AT)
                   ADD 1 TO WS-ACTIVE-COUNT
           END-EVALUATE.

       1200-LOAD-USAGE.
      *    Only checks stamped inside the period count. No
      *    AUTHHIST yet means nobody has been checked.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT AUTH-HIST-FILE
           IF WS-AUTHHIST-STATUS NOT = "00"
               DISPLAY "NOPAREV: no AUTHHIST (status "
                   WS-AUTHHIST-STATUS "); no checks to count"
           ELSE
               PERFORM UNTIL FILE-AT-END
                   READ AUTH-HIST-FILE
                       AT END
                           SET FILE-AT-END TO TRUE
                       NOT AT END
                           IF AUH-CHECK-DATE IS NUMERIC
                               AND AUH-CHECK-DATE >= WS-FROM-DATE
                               AND AUH-CHECK-DATE <= WS-THRU-DATE
                               PERFORM 1210-COUNT-CHECK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-HIST-FILE
           END-IF.

       1210-COUNT-CHECK.
           MOVE AUH-OPERATOR-ID TO WS-NEW-OPERATOR-ID
           MOVE AUH-RIGHT TO WS-NEW-RIGHT
           MOVE 0 TO WS-USE-HIT
           PERFORM VARYING WS-USE-INDEX FROM 1 BY 1
                   UNTIL WS-USE-INDEX > USAGE-COUNT
               IF USE-SORT-KEY(WS-USE-INDEX) = WS-NEW-SORT-KEY
                   MOVE WS-USE-INDEX TO WS-USE-HIT
               END-IF
           END-PERFORM
           IF WS-USE-HIT = 0
               IF USAGE-COUNT < 300
                   PERFORM 1220-INSERT-USAGE-ENTRY
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   DISPLAY "NOPAREV: WARNING - more operator/right "
                       "pairs than the table holds; "
                       AUH-OPERATOR-ID " " AUH-RIGHT " not counted"
               END-IF
           END-IF
           IF WS-USE-HIT > 0
               ADD 1 TO WS-CHECK-COUNT
               IF AUH-GRANTED
                   ADD 1 TO USE-GRANTED-COUNT(WS-USE-HIT)
                   ADD 1 TO WS-GRANTED-COUNT
               ELSE
                   ADD 1 TO USE-DENIED-COUNT(WS-USE-HIT)
                   ADD 1 TO WS-DENIED-COUNT
               END-IF
               IF AUH-CHECK-STAMP > USE-LAST-STAMP(WS-USE-HIT)
                   MOVE AUH-CHECK-STAMP
                       TO USE-LAST-STAMP(WS-USE-HIT)
               END-IF
           END-IF.

       1220-INSERT-USAGE-ENTRY.
           COMPUTE WS-INSERT-AT = USAGE-COUNT + 1
           PERFORM VARYING WS-USE-INDEX FROM USAGE-COUNT BY -1
                   UNTIL WS-USE-INDEX < 1
               IF USE-SORT-KEY(WS-USE-INDEX) > WS-NEW-SORT-KEY
                   MOVE WS-USE-INDEX TO WS-INSERT-AT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-USE-INDEX FROM USAGE-COUNT BY -1
                   UNTIL WS-USE-INDEX < WS-INSERT-AT
               MOVE USAGE-ENTRY(WS-USE-INDEX)
                   TO USAGE-ENTRY(WS-USE-INDEX + 1)
           END-PERFORM
           ADD 1 TO USAGE-COUNT
           MOVE WS-NEW-SORT-KEY TO USE-SORT-KEY(WS-INSERT-AT)
           MOVE 0 TO USE-GRANTED-COUNT(WS-INSERT-AT)
           MOVE 0 TO USE-DENIED-COUNT(WS-INSERT-AT)
           MOVE SPACES TO USE-LAST-STAMP(WS-INSERT-AT)
           MOVE WS-INSERT-AT TO WS-USE-HIT.

       2000-OPEN-LISTING.
           OPEN OUTPUT AREV-RPT-FILE
           IF WS-AREVRPT-STATUS NOT = "00"
               DISPLAY "NOPAREV: WARNING - could not open "
                   "AREVRPT, status " WS-AREVRPT-STATUS
           END-IF
           MOVE WS-SYSTEM-DATE TO RPH-RUN-DATE
           MOVE WS-FROM-DATE TO RPH-FROM-DATE
           MOVE WS-THRU-DATE TO RPH-THRU-DATE
           WRITE AREV-RPT-LINE FROM RPT-HEADING-1
               AFTER ADVANCING 1 LINE
           WRITE AREV-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       3000-PRINT-RIGHTS-HELD.
           MOVE "RIGHTS HELD" TO RPS-TITLE
           WRITE AREV-RPT-LINE FROM RPT-SECTION-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-RIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-RIGHT-INDEX > 6
               MOVE RIGHT-NAME(WS-RIGHT-INDEX)
                   TO RPC-RIGHT-NAME(WS-RIGHT-INDEX)
           END-PERFORM
           WRITE AREV-RPT-LINE FROM RPT-HELD-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           IF AUTH-COUNT = 0
               MOVE "NO ENTRIES ON AUTHCTL" TO RPN-TEXT
               WRITE AREV-RPT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-INDEX > AUTH-COUNT
               PERFORM 3100-PRINT-HELD-ENTRY
           END-PERFORM
           WRITE AREV-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       3100-PRINT-HELD-ENTRY.
      *    Each right the entry carries shows the times the
      *    operator was granted it in the period; an active entry's
      *    right with none is counted as held but unused.
           MOVE SPACES TO RPT-HELD-LINE
           MOVE AUE-OPERATOR-ID(WS-AUTH-INDEX) TO RPE-OPERATOR-ID
           MOVE AUE-ROLE(WS-AUTH-INDEX) TO RPE-ROLE
           MOVE AUE-EXPIRY-DATE(WS-AUTH-INDEX) TO RPE-EXPIRY-DATE
           PERFORM 3200-EDIT-STATE
           MOVE RPX-STATUS TO RPE-STATUS
           PERFORM VARYING WS-RIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-RIGHT-INDEX > 6
               IF AUE-RIGHT-FLAG(WS-AUTH-INDEX, WS-RIGHT-INDEX)
                       = "Y"
                   MOVE "Y" TO RPE-RIGHT-FLAG(WS-RIGHT-INDEX)
                   MOVE AUE-OPERATOR-ID(WS-AUTH-INDEX)
                       TO WS-NEW-OPERATOR-ID
                   MOVE RIGHT-NAME(WS-RIGHT-INDEX) TO WS-NEW-RIGHT
                   PERFORM 3300-FIND-USAGE
                   IF WS-USE-HIT > 0
                       MOVE USE-GRANTED-COUNT(WS-USE-HIT)
                           TO RPE-USE-COUNT(WS-RIGHT-INDEX)
                   ELSE
                       MOVE 0 TO RPE-USE-COUNT(WS-RIGHT-INDEX)
                   END-IF
                   IF AUE-ACTIVE(WS-AUTH-INDEX)
                       AND (WS-USE-HIT = 0
                           OR USE-GRANTED-COUNT(WS-USE-HIT) = 0)
                       ADD 1 TO WS-UNUSED-COUNT
                   END-IF
               ELSE
                   MOVE "-" TO RPE-RIGHT-FLAG(WS-RIGHT-INDEX)
               END-IF
           END-PERFORM
           WRITE AREV-RPT-LINE FROM RPT-HELD-LINE
               AFTER ADVANCING 1 LINE.

       3200-EDIT-STATE.
           EVALUATE TRUE
               WHEN AUE-ACTIVE(WS-AUTH-INDEX)
                   MOVE "ACTIVE" TO RPX-STATUS
               WHEN AUE-EXPIRED(WS-AUTH-INDEX)
                   MOVE "EXPIRED" TO RPX-STATUS
               WHEN OTHER
                   MOVE "BADDATE" TO RPX-STATUS
           END-EVALUATE.

       3300-FIND-USAGE.
           MOVE 0 TO WS-USE-HIT
           PERFORM VARYING WS-USE-INDEX FROM 1 BY 1
                   UNTIL WS-USE-INDEX > USAGE-COUNT
               IF USE-SORT-KEY(WS-USE-INDEX) = WS-NEW-SORT-KEY
                   MOVE WS-USE-INDEX TO WS-USE-HIT
               END-IF
           END-PERFORM.

       4000-PRINT-EXPIRED.
           MOVE "EXPIRED ENTRIES" TO RPS-TITLE
           WRITE AREV-RPT-LINE FROM RPT-SECTION-LINE
               AFTER ADVANCING 1 LINE
           IF WS-EXPIRED-COUNT = 0
               MOVE "NONE" TO RPN-TEXT
               WRITE AREV-RPT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-INDEX > AUTH-COUNT
               IF NOT AUE-ACTIVE(WS-AUTH-INDEX)
                   PERFORM 4100-PRINT-EXPIRED-ENTRY
               END-IF
           END-PERFORM
           WRITE AREV-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       4100-PRINT-EXPIRED-ENTRY.
           MOVE AUE-OPERATOR-ID(WS-AUTH-INDEX) TO RPX-OPERATOR-ID
           MOVE AUE-ROLE(WS-AUTH-INDEX) TO RPX-ROLE
           MOVE AUE-EXPIRY-DATE(WS-AUTH-INDEX) TO RPX-EXPIRY-DATE
           PERFORM 3200-EDIT-STATE
           MOVE SPACES TO WS-RIGHTS-TEXT
           MOVE 1 TO WS-TEXT-POINTER
           PERFORM VARYING WS-RIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-RIGHT-INDEX > 6
               IF AUE-RIGHT-FLAG(WS-AUTH-INDEX, WS-RIGHT-INDEX)
                       = "Y"
                   STRING RIGHT-NAME(WS-RIGHT-INDEX)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-RIGHTS-TEXT
                       WITH POINTER WS-TEXT-POINTER
               END-IF
           END-PERFORM
           IF WS-RIGHTS-TEXT = SPACES
               MOVE "(NO RIGHTS)" TO WS-RIGHTS-TEXT
           END-IF
           MOVE WS-RIGHTS-TEXT TO RPX-RIGHTS
           WRITE AREV-RPT-LINE FROM RPT-EXPIRED-LINE
               AFTER ADVANCING 1 LINE.

       5000-PRINT-USAGE.
           MOVE "RIGHTS USED IN THE PERIOD" TO RPS-TITLE
           WRITE AREV-RPT-LINE FROM RPT-SECTION-LINE
               AFTER ADVANCING 1 LINE
           WRITE AREV-RPT-LINE FROM RPT-USED-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           IF USAGE-COUNT = 0
               MOVE "NO CHECKS RECORDED IN THE PERIOD" TO RPN-TEXT
               WRITE AREV-RPT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING WS-USE-INDEX FROM 1 BY 1
                   UNTIL WS-USE-INDEX > USAGE-COUNT
               PERFORM 5100-PRINT-USAGE-ENTRY
           END-PERFORM
           WRITE AREV-RPT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       5100-PRINT-USAGE-ENTRY.
      *    The note flags checks the table does not explain: an
      *    operator AUTHCTL has never heard of, or a right no
      *    active entry of theirs carries.
           MOVE "N" TO WS-OPERATOR-ON-FILE
           MOVE "N" TO WS-RIGHT-HELD
           PERFORM VARYING WS-RIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-RIGHT-INDEX > 6
               IF RIGHT-NAME(WS-RIGHT-INDEX)
                       = USE-RIGHT(WS-USE-INDEX)
                   PERFORM 5200-FIND-HOLDER
               END-IF
           END-PERFORM
           IF NOT OPERATOR-ON-FILE
               PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
                       UNTIL WS-AUTH-INDEX > AUTH-COUNT
                   IF AUE-OPERATOR-ID(WS-AUTH-INDEX)
                           = USE-OPERATOR-ID(WS-USE-INDEX)
                       SET OPERATOR-ON-FILE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           MOVE USE-OPERATOR-ID(WS-USE-INDEX) TO RPU-OPERATOR-ID
           MOVE USE-RIGHT(WS-USE-INDEX) TO RPU-RIGHT
           MOVE USE-GRANTED-COUNT(WS-USE-INDEX) TO RPU-GRANTED
           MOVE USE-DENIED-COUNT(WS-USE-INDEX) TO RPU-DENIED
           MOVE USE-LAST-STAMP(WS-USE-INDEX) TO RPU-LAST-STAMP
           EVALUATE TRUE
               WHEN NOT OPERATOR-ON-FILE
                   MOVE "OPERATOR NOT ON AUTHCTL" TO RPU-NOTE
               WHEN NOT RIGHT-HELD-ACTIVE
                   MOVE "RIGHT NOT HELD ON ANY ACTIVE ENTRY"
                       TO RPU-NOTE
               WHEN OTHER
                   MOVE SPACES TO RPU-NOTE
           END-EVALUATE
           WRITE AREV-RPT-LINE FROM RPT-USED-LINE
               AFTER ADVANCING 1 LINE.

       5200-FIND-HOLDER.
           PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-INDEX > AUTH-COUNT
               IF AUE-OPERATOR-ID(WS-AUTH-INDEX)
                       = USE-OPERATOR-ID(WS-USE-INDEX)
                   SET OPERATOR-ON-FILE TO TRUE
                   IF AUE-ACTIVE(WS-AUTH-INDEX)
                       AND AUE-RIGHT-FLAG(WS-AUTH-INDEX,
                           WS-RIGHT-INDEX) = "Y"
                       SET RIGHT-HELD-ACTIVE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       6000-CLOSE-LISTING.
           MOVE AUTH-COUNT TO RPT-ENTRY-TOTAL
           MOVE WS-ACTIVE-COUNT TO RPT-ACTIVE-TOTAL
           MOVE WS-EXPIRED-COUNT TO RPT-EXPIRED-TOTAL
           MOVE WS-CHECK-COUNT TO RPT-CHECK-TOTAL
           MOVE WS-GRANTED-COUNT TO RPT-GRANTED-TOTAL
           MOVE WS-DENIED-COUNT TO RPT-DENIED-TOTAL
           MOVE WS-UNUSED-COUNT TO RPT-UNUSED-TOTAL
           WRITE AREV-RPT-LINE FROM RPT-TOTALS-LINE
               AFTER ADVANCING 1 LINE
           CLOSE AREV-RPT-FILE.
