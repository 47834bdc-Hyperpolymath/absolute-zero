      *
      * SMXREC.cpy - the service-management extract record written
      * by NOPSMX.
      *
      * One interface file per extract run, picked up by the
      * service-management warehouse load. The warehouse parses
      * this layout, so treat it the way ALERTREC.cpy is treated:
      * programs COPY it rather than redeclaring it, and changes to
      * it are coordinated with the warehouse team.
      *
      * Every record is 200 bytes, a one-byte record type followed
      * by the type's own body:
      *
      *   H  header     - one, first: extract number, when it was
      *                   made, the cycle-date window it covers and
      *                   whether it is the daily run or a resend
      *   C  cycle      - the newest CYCLEDGR record per cycle
      *                   date, shift and stream
      *   S  step       - one STEP-HIST duration sample
      *   L  SLA        - the newest SLA-HISTORY outcome per cycle
      *                   date and shift
      *   A  alert      - one severity E or C alert, with its
      *                   ALERT-ACK disposition and minutes to
      *                   acknowledge, or OPEN when none is on file
      *   K  late ack   - an acknowledgment made inside the window
      *                   for an alert raised before it, which an
      *                   earlier extract will have sent as OPEN
      *   T  trailer    - one, last: record counts per type and
      *                   the control totals
      *
      * Dates are YYYYMMDD; stamps are the stream's dated
      * YYYYMMDDHHMMSShh form; the shift is D, E or N.
      *
       01  SMX-RECORD.
           05  SMX-RECORD-TYPE         PIC X(1).
               88 SMX-HEADER               VALUE "H".
               88 SMX-CYCLE-DETAIL         VALUE "C".
               88 SMX-STEP-DETAIL          VALUE "S".
               88 SMX-SLA-DETAIL           VALUE "L".
               88 SMX-ALERT-DETAIL         VALUE "A".
               88 SMX-LATE-ACK-DETAIL      VALUE "K".
               88 SMX-TRAILER              VALUE "T".
           05  SMX-BODY                PIC X(199).
      *
      * H - header.
      *
           05  SMX-HEADER-BODY REDEFINES SMX-BODY.
               10  SXH-SOURCE          PIC X(8).
               10  SXH-EXTRACT-SEQ     PIC 9(6).
               10  SXH-CREATED-STAMP   PIC X(16).
               10  SXH-FROM-DATE       PIC 9(8).
               10  SXH-THRU-DATE       PIC 9(8).
               10  SXH-MODE            PIC X(6).
                   88 SXH-DAILY-RUN        VALUE "DAILY".
                   88 SXH-RESEND           VALUE "RESEND".
               10  FILLER              PIC X(147).
      *
      * C - cycle ledger.
      *
           05  SMX-CYCLE-BODY REDEFINES SMX-BODY.
               10  SXC-CYCLE-DATE      PIC 9(8).
               10  SXC-RUN-SHIFT       PIC X(1).
               10  SXC-STREAM-ID       PIC X(8).
               10  SXC-START-STAMP     PIC X(16).
               10  SXC-END-STAMP       PIC X(16).
               10  SXC-DRIVER-RC       PIC 9(4).
               10  SXC-STEPS-RUN       PIC 9(4).
               10  SXC-STEPS-SKIPPED   PIC 9(4).
               10  SXC-STEPS-DISABLED  PIC 9(4).
               10  SXC-ALERT-I-COUNT   PIC 9(4).
               10  SXC-ALERT-W-COUNT   PIC 9(4).
               10  SXC-ALERT-E-COUNT   PIC 9(4).
               10  SXC-ALERT-C-COUNT   PIC 9(4).
               10  SXC-SLA-STATUS      PIC X(5).
               10  SXC-START-MODE      PIC X(1).
               10  FILLER              PIC X(112).
      *
      * S - step duration.
      *
           05  SMX-STEP-BODY REDEFINES SMX-BODY.
               10  SXS-CYCLE-DATE      PIC 9(8).
               10  SXS-RUN-SHIFT       PIC X(1).
               10  SXS-STEP-NAME       PIC X(8).
               10  SXS-ELAPSED-SECONDS PIC 9(7).
               10  FILLER              PIC X(175).
      *
      * L - SLA outcome.
      *
           05  SMX-SLA-BODY REDEFINES SMX-BODY.
               10  SXL-CYCLE-DATE      PIC 9(8).
               10  SXL-RUN-SHIFT       PIC X(1).
               10  SXL-CYCLE-ID        PIC X(8).
               10  SXL-START-STAMP     PIC X(16).
               10  SXL-END-STAMP       PIC X(16).
               10  SXL-ELAPSED-SECONDS PIC 9(7).
               10  SXL-LIMIT-MINUTES   PIC 9(4).
               10  SXL-SLA-STATUS      PIC X(5).
               10  FILLER              PIC X(134).
      *
      * A - alert and its acknowledgment.
      *
           05  SMX-ALERT-BODY REDEFINES SMX-BODY.
               10  SXA-SEVERITY        PIC X(1).
               10  SXA-PROGRAM         PIC X(8).
               10  SXA-STEP            PIC X(8).
               10  SXA-STATUS-CODE     PIC X(8).
               10  SXA-MESSAGE         PIC X(60).
               10  SXA-ALERT-STAMP     PIC X(16).
               10  SXA-RUN-SHIFT       PIC X(1).
               10  SXA-ACK-STATE       PIC X(4).
                   88 SXA-ACKNOWLEDGED     VALUE "ACKD".
                   88 SXA-OPEN             VALUE "OPEN".
               10  SXA-OPERATOR        PIC X(8).
               10  SXA-ACK-STAMP       PIC X(16).
               10  SXA-DISPOSITION     PIC X(40).
               10  SXA-ACK-MINUTES     PIC 9(7).
               10  FILLER              PIC X(22).
      *
      * K - late acknowledgment of an alert sent in an earlier
      * extract.
      *
           05  SMX-LATE-ACK-BODY REDEFINES SMX-BODY.
               10  SXK-ALERT-STAMP     PIC X(16).
               10  SXK-PROGRAM         PIC X(8).
               10  SXK-STEP            PIC X(8).
               10  SXK-OPERATOR        PIC X(8).
               10  SXK-ACK-STAMP       PIC X(16).
               10  SXK-DISPOSITION     PIC X(40).
               10  SXK-ACK-MINUTES     PIC 9(7).
               10  FILLER              PIC X(96).
      *
      * T - trailer: counts per type (header and trailer included
      * in the total) and the control totals the warehouse load
      * reconciles against.
      *
           05  SMX-TRAILER-BODY REDEFINES SMX-BODY.
               10  SXT-EXTRACT-SEQ     PIC 9(6).
               10  SXT-TOTAL-RECORDS   PIC 9(9).
               10  SXT-CYCLE-COUNT     PIC 9(9).
               10  SXT-STEP-COUNT      PIC 9(9).
               10  SXT-SLA-COUNT       PIC 9(9).
               10  SXT-ALERT-COUNT     PIC 9(9).
               10  SXT-LATE-ACK-COUNT  PIC 9(9).
               10  SXT-OPEN-ALERTS     PIC 9(9).
               10  SXT-STEP-SECONDS    PIC 9(11).
               10  SXT-SLA-SECONDS     PIC 9(11).
               10  SXT-ACK-MINUTES     PIC 9(11).
               10  SXT-DRIVER-RC-SUM   PIC 9(9).
               10  FILLER              PIC X(88).
