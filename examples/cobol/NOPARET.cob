      *              keys and the readers open them directly;
      *              EXCEPTIONS-RPT and SLA-HISTORY are live
      *              sequential files and restore sequential.
      *              Restoring is a privileged function: the
      *              USER= operator must hold the ARCHREST right
      *              on the AUTHCTL authorization file, checked
      *              through NOPAUTH before ARCHIVE is opened. A
      *              refusal is RC 12 with nothing read or
      *              written, the denied attempt on AUDIT-TRAIL
      *              and an alert raised. MODE=LIST needs no
      *              right.
      *
      * AUDIT-TRAIL images come back with their sequence numbers
      * and check values exactly as archived, so a restored
      * RSTAUDIT can be proven untouched against the chain:
      * NOPAVRFY SCOPE=PART, with its AUDITTRL DD pointed at
      * RSTAUDIT, recomputes every check value and link in the
      * extract and reports the sequence ranges it does not hold
      * as outside the extract rather than as gaps.
      *
      * The ARCHIVE DD names one generation; to scan a range of
      * generations, operations concatenates them under the one DD
      *                             SLAHIST; all four without it
      *       STEP=stepname         step/job filter (optional)
      *       MODE=LIST / MODE=REST
      *       USER=id               operator id (MODE=REST)
      *
      * Return codes:
      *   0  at least one record selected
      *   4  nothing in the archive matched the selection
      *   8  ARCHIVE could not be opened
      *  12  MODE=REST refused: the USER= operator is not
      *      authorized to restore archived data
      *
      * Run-date and last-step/status are carried in the shared
      * JOB-CONTROL-RECORD (COPY JOBCTL), the same layout every
      *
      * Compile: cobc -x -I copybooks NOPARET.cob
      * Run:     ./NOPARET "FROM=20250601 TO=20250731 FILE=AUDITTRL"
      * Run:     ./NOPARET "STEP=STEP0040 MODE=REST USER=OPS1"

       ENVIRONMENT DIVISION.

               RECORD KEY IS RSA-AUDIT-KEY
               ALTERNATE RECORD KEY IS RSA-RUN-TIMESTAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RSA-AUDIT-SEQ
                   WITH DUPLICATES
               FILE STATUS IS WS-RSTAUDIT-STATUS.

           SELECT RST-EXCP-FILE ASSIGN TO RSTEXCP
           05  ARC-SOURCE-FILE         PIC X(8).
           05  ARC-ARCHIVE-DATE        PIC 9(8).
           05  ARC-RECORD-DATE         PIC 9(8).
           05  ARC-RECORD-IMAGE        PIC X(222).
      *
      * The retrieval listing.
      *
               10  RSC-STEP-NAME       PIC X(8).
               10  RSC-RUN-TIMESTAMP   PIC X(26).
           05  RSC-RUN-SHIFT           PIC X(1).
           05  RSC-WAIT-SECONDS        PIC 9(6).

       FD  RST-AUDIT-FILE
           RECORDING MODE IS F.
               10  RSA-SYSIN-DATA      PIC X(80).
               10  RSA-RUN-TIMESTAMP   PIC X(26).
           05  RSA-RUN-SHIFT           PIC X(1).
           05  RSA-AUDIT-SEQ           PIC 9(9).
           05  RSA-PREV-CHECK          PIC 9(9).
           05  RSA-CHECK-VALUE         PIC 9(9).

       FD  RST-EXCP-FILE
           RECORDING MODE IS F.
       01  WS-FILE-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-STEP-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-MODE-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-USER-POS                 PIC S9(4) COMP VALUE 0.
       01  WS-TRAN-USER                PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 99999999.
       01  WS-FILE-FILTER              PIC X(8) VALUE SPACES.
      * Shared step-parameter handoff area; see STEPARM.cpy.
      *
       COPY STEPARM.
      *
      * Authorization request area for NOPAUTH; see AUTHREQ.cpy.
      *
       COPY AUTHREQ.

       PROCEDURE DIVISION.

           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO JCR-RUN-DATE
           MOVE "NOPARET" TO JCR-LAST-STEP
           IF RESTORE-MODE
               PERFORM 1500-CHECK-AUTHORITY
               IF AZQ-DENIED
                   MOVE 12 TO WS-RETURN-CODE
                   MOVE "DENIED" TO JCR-LAST-STATUS
                   GOBACK RETURNING WS-RETURN-CODE
               END-IF
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "NOPARET: ERROR - could not open ARCHIVE, "
           IF WS-MODE-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-MODE-POS + 6:4)
                   TO WS-RUN-MODE
           END-IF
           INSPECT WS-PARM-STRING TALLYING WS-USER-POS
               FOR CHARACTERS BEFORE INITIAL "USER="
           IF WS-USER-POS < LENGTH OF WS-PARM-STRING
               MOVE WS-PARM-STRING(WS-USER-POS + 6:8)
                   TO WS-TRAN-USER
           END-IF
           IF WS-TRAN-USER = SPACES
               MOVE "UNKNOWN" TO WS-TRAN-USER
           END-IF.

       1500-CHECK-AUTHORITY.
      *    A restore puts purged records back where the reporting
      *    programs will read them: the USER= operator needs
      *    ARCHREST on AUTHCTL. NOPAUTH records the check and, on
      *    a denial, audits and alerts it with the PARM as the
      *    attempt; a module that cannot be loaded authorizes
      *    nobody.
           MOVE WS-TRAN-USER TO AZQ-OPERATOR-ID
           MOVE "ARCHREST" TO AZQ-RIGHT
           MOVE "NOPARET" TO AZQ-PROGRAM
           MOVE WS-PARM-STRING TO AZQ-DETAIL
           MOVE JCR-RUN-SHIFT TO AZQ-RUN-SHIFT
           CALL "NOPAUTH" USING AUTH-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AZQ-RESULT
                   MOVE "NOPAUTH NOT AVAILABLE" TO AZQ-REASON
                   DISPLAY "NOPARET: ERROR - NOPAUTH not "
                       "available; restore refused"
           END-CALL
           IF AZQ-DENIED
               DISPLAY "NOPARET: REFUSED - " WS-TRAN-USER
                   " may not restore archived data: " AZQ-REASON
                   "; nothing read"
           END-IF.

       2000-OPEN-OUTPUTS.
      *    live ones.
           EVALUATE ARC-SOURCE-FILE
               WHEN "CTLLOG"
                   MOVE ARC-RECORD-IMAGE(1:49)
                       TO RST-CONTROL-LOG-RECORD
      *            A concatenation that carries the same archived
      *            record twice collides on the key; one copy
                               "restored heartbeat key dropped"
                   END-WRITE
               WHEN "AUDITTRL"
                   MOVE ARC-RECORD-IMAGE(1:222)
                       TO RST-AUDIT-TRAIL-RECORD
                   WRITE RST-AUDIT-TRAIL-RECORD
                       INVALID KEY
