       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPAUDIT.
      *
      * The one writer of AUDIT-TRAIL records for the NOP job
      * stream, and the keeper of their chain.
      *
      * AUDIT-TRAIL was an ordinary indexed file: a FORCE=Y lock
      * steal or a NOPGMNT gate change could be deleted or edited
      * afterwards and nothing would show it. Every record now
      * carries a stream-wide sequence number, the check value of
      * the record before it, and its own check value, computed
      * over that previous check value, its sequence number and
      * every byte of its content. NOPDRV, NOPGMNT, NOPLOCK,
      * NOPROLL, NOPAACK, NOP, NOPSNAP, NOPARCH and NOPAUTH fill
      * the AUDIT-REQUEST area (COPY AUDITREQ) and CALL NOPAUDIT
      * instead of writing the file themselves, so numbering and
      * chaining happen in exactly one place and NOPAVRFY can
      * recompute any check value the same way.
      *
      * The last sequence number and check value issued live on
      * the one-record AUDIT-CHAIN control file (AUDITSEQ), which
      * NOPAUDIT rewrites after each record it writes; NOPAVRFY
      * compares it with the end of the trail, so records cut
      * from the end are as visible as records cut from the
      * middle. Should AUDITSEQ be lost, the chain is picked up
      * again from the highest sequence number on AUDIT-TRAIL,
      * with a console warning.
      *
      * The check value is a positional polynomial hash of the
      * record's bytes, reduced modulo a nine-digit prime. It
      * shows any edit made with an ordinary file utility; it is
      * not a cipher, and the chain control file is what stops a
      * rewrite of the whole tail going unnoticed.
      *
      * Build: callers CALL "NOPAUDIT" dynamically, so build this
      * as a loadable module alongside the stream's other callees:
      *
      *   cobc -m -std=ibm -I copybooks NOPAUDIT.cob

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-AUDIT-KEY
               ALTERNATE RECORD KEY IS ATR-RUN-TIMESTAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ATR-AUDIT-SEQ
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDITTRL-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO AUDITSEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITSEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * What ran, with what PARM, and when, for the auditors; the
      * chain fields follow the original layout. Records written
      * before the chain began carry sequence number zero.
      *
       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD.
           05  ATR-JOB-NAME            PIC X(8).
           05  ATR-AUDIT-KEY.
               10  ATR-PARM-STRING     PIC X(80).
               10  ATR-SYSIN-DATA      PIC X(80).
               10  ATR-RUN-TIMESTAMP   PIC X(26).
           05  ATR-RUN-SHIFT           PIC X(1).
           05  ATR-AUDIT-SEQ           PIC 9(9).
           05  ATR-PREV-CHECK          PIC 9(9).
           05  ATR-CHECK-VALUE         PIC 9(9).
      *
      * The last link issued, one record.
      *
       FD  AUDIT-CHAIN-FILE
           RECORDING MODE IS F.
       01  AUDIT-CHAIN-RECORD.
           05  ACR-LAST-SEQ            PIC 9(9).
           05  ACR-LAST-CHECK          PIC 9(9).
           05  ACR-LAST-JOB-NAME       PIC X(8).
           05  ACR-LAST-TIMESTAMP      PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-AUDITTRL-STATUS          PIC X(2).
       01  WS-AUDITSEQ-STATUS          PIC X(2).
       01  WS-TRAIL-EOF                PIC X(1) VALUE "N".
           88 TRAIL-AT-END                 VALUE "Y".
      *
      * Where the chain stands before this record.
      *
       01  WS-LAST-SEQ                 PIC 9(9) VALUE 0.
       01  WS-LAST-CHECK               PIC 9(9) VALUE 0.
       01  WS-CHAIN-FOUND              PIC X(1) VALUE "N".
           88 CHAIN-CONTROL-FOUND          VALUE "Y".
      *
      * The bytes a check value is computed over, in a fixed
      * order: the link, the sequence number, then the record.
      *
       01  WS-CHAIN-INPUT.
           05  WS-CI-PREV-CHECK        PIC 9(9).
           05  WS-CI-AUDIT-SEQ         PIC 9(9).
           05  WS-CI-JOB-NAME          PIC X(8).
           05  WS-CI-PARM-STRING       PIC X(80).
           05  WS-CI-SYSIN-DATA        PIC X(80).
           05  WS-CI-RUN-TIMESTAMP     PIC X(26).
           05  WS-CI-RUN-SHIFT         PIC X(1).
       01  WS-CHAIN-INDEX              PIC S9(4) COMP VALUE 0.
       01  WS-CHAIN-HASH               PIC S9(18) COMP VALUE 0.
       01  WS-CHAIN-QUOTIENT           PIC S9(18) COMP VALUE 0.
       01  WS-CHAIN-REMAINDER          PIC S9(18) COMP VALUE 0.
       01  WS-CHAIN-MODULUS            PIC S9(18) COMP
                                       VALUE 999999937.
      *
      * One byte's code value: the byte is dropped into the low
      * half of a halfword whose high half stays binary zero.
      *
       01  WS-BYTE-WORK.
           05  WS-BYTE-HIGH            PIC X(1) VALUE LOW-VALUE.
           05  WS-BYTE-LOW             PIC X(1).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
                                       PIC 9(4) COMP.

       LINKAGE SECTION.
      *
      * The caller's audit record, filled before the CALL; see
      * AUDITREQ.cpy.
      *
       COPY AUDITREQ.

       PROCEDURE DIVISION USING AUDIT-REQUEST.

       0000-MAIN.
           IF AUQ-COMPUTE-CHECK
               PERFORM 2000-COMPUTE-CHECK
           ELSE
               PERFORM 1000-READ-CHAIN-CONTROL
               ADD 1 TO WS-LAST-SEQ GIVING AUQ-AUDIT-SEQ
               MOVE WS-LAST-CHECK TO AUQ-PREV-CHECK
               PERFORM 2000-COMPUTE-CHECK
               PERFORM 3000-WRITE-AUDIT-RECORD
               IF AUQ-WRITTEN
                   PERFORM 4000-WRITE-CHAIN-CONTROL
               END-IF
           END-IF
           GOBACK.

       1000-READ-CHAIN-CONTROL.
           MOVE 0 TO WS-LAST-SEQ
           MOVE 0 TO WS-LAST-CHECK
           MOVE "N" TO WS-CHAIN-FOUND
           OPEN INPUT AUDIT-CHAIN-FILE
           IF WS-AUDITSEQ-STATUS = "00"
               READ AUDIT-CHAIN-FILE
                   NOT AT END
                       IF ACR-LAST-SEQ IS NUMERIC
                           AND ACR-LAST-CHECK IS NUMERIC
                           MOVE ACR-LAST-SEQ TO WS-LAST-SEQ
                           MOVE ACR-LAST-CHECK TO WS-LAST-CHECK
                           SET CHAIN-CONTROL-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE AUDIT-CHAIN-FILE
           END-IF
           IF NOT CHAIN-CONTROL-FOUND
               PERFORM 1100-RECOVER-FROM-TRAIL
           END-IF.

       1100-RECOVER-FROM-TRAIL.
      *    No chain control: carry on from the highest sequence
      *    number the trail holds, so numbering never restarts
      *    under records already written. An empty or absent
      *    trail is the start of the chain.
           MOVE "N" TO WS-TRAIL-EOF
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDITTRL-STATUS = "00"
               MOVE 1 TO ATR-AUDIT-SEQ
               START AUDIT-TRAIL-FILE
                   KEY IS >= ATR-AUDIT-SEQ
                   INVALID KEY
                       SET TRAIL-AT-END TO TRUE
               END-START
               PERFORM UNTIL TRAIL-AT-END
                   READ AUDIT-TRAIL-FILE NEXT
                       AT END
                           SET TRAIL-AT-END TO TRUE
                       NOT AT END
                           MOVE ATR-AUDIT-SEQ TO WS-LAST-SEQ
                           MOVE ATR-CHECK-VALUE TO WS-LAST-CHECK
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF
           IF WS-LAST-SEQ > 0
               DISPLAY "NOPAUDIT: WARNING - AUDITSEQ missing; "
                   "chain continued from AUDIT-TRAIL sequence "
                   WS-LAST-SEQ
           END-IF.

       2000-COMPUTE-CHECK.
      *    Each byte is weighted by the running value and by its
      *    position, so a changed byte, a moved byte and a changed
      *    link all change the result.
           MOVE AUQ-PREV-CHECK TO WS-CI-PREV-CHECK
           MOVE AUQ-AUDIT-SEQ TO WS-CI-AUDIT-SEQ
           MOVE AUQ-JOB-NAME TO WS-CI-JOB-NAME
           MOVE AUQ-PARM-STRING TO WS-CI-PARM-STRING
           MOVE AUQ-SYSIN-DATA TO WS-CI-SYSIN-DATA
           MOVE AUQ-RUN-TIMESTAMP TO WS-CI-RUN-TIMESTAMP
           MOVE AUQ-RUN-SHIFT TO WS-CI-RUN-SHIFT
           MOVE 1 TO WS-CHAIN-HASH
           PERFORM VARYING WS-CHAIN-INDEX FROM 1 BY 1
                   UNTIL WS-CHAIN-INDEX > LENGTH OF WS-CHAIN-INPUT
               MOVE WS-CHAIN-INPUT(WS-CHAIN-INDEX:1) TO WS-BYTE-LOW
               COMPUTE WS-CHAIN-HASH = (WS-CHAIN-HASH * 31)
                   + WS-BYTE-VALUE + WS-CHAIN-INDEX
               DIVIDE WS-CHAIN-HASH BY WS-CHAIN-MODULUS
                   GIVING WS-CHAIN-QUOTIENT
                   REMAINDER WS-CHAIN-REMAINDER
               MOVE WS-CHAIN-REMAINDER TO WS-CHAIN-HASH
           END-PERFORM
           MOVE WS-CHAIN-HASH TO AUQ-CHECK-VALUE.

       3000-WRITE-AUDIT-RECORD.
      *    An I-O open adds records, falling back to OUTPUT the
      *    first time the file doesn't exist yet.
           MOVE "N" TO AUQ-RESULT
           OPEN I-O AUDIT-TRAIL-FILE
           IF WS-AUDITTRL-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
           IF WS-AUDITTRL-STATUS NOT = "00"
               DISPLAY "NOPAUDIT: WARNING - could not open "
                   "AUDITTRL, status " WS-AUDITTRL-STATUS
           ELSE
               MOVE AUQ-JOB-NAME TO ATR-JOB-NAME
               MOVE AUQ-PARM-STRING TO ATR-PARM-STRING
               MOVE AUQ-SYSIN-DATA TO ATR-SYSIN-DATA
               MOVE AUQ-RUN-TIMESTAMP TO ATR-RUN-TIMESTAMP
               MOVE AUQ-RUN-SHIFT TO ATR-RUN-SHIFT
               MOVE AUQ-AUDIT-SEQ TO ATR-AUDIT-SEQ
               MOVE AUQ-PREV-CHECK TO ATR-PREV-CHECK
               MOVE AUQ-CHECK-VALUE TO ATR-CHECK-VALUE
               WRITE AUDIT-TRAIL-RECORD
                   INVALID KEY
                       MOVE "D" TO AUQ-RESULT
                   NOT INVALID KEY
                       MOVE "Y" TO AUQ-RESULT
               END-WRITE
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       4000-WRITE-CHAIN-CONTROL.
           OPEN OUTPUT AUDIT-CHAIN-FILE
           IF WS-AUDITSEQ-STATUS NOT = "00"
               DISPLAY "NOPAUDIT: WARNING - could not rewrite "
                   "AUDITSEQ, status " WS-AUDITSEQ-STATUS
                   "; chain control left at " WS-LAST-SEQ
           ELSE
               MOVE AUQ-AUDIT-SEQ TO ACR-LAST-SEQ
               MOVE AUQ-CHECK-VALUE TO ACR-LAST-CHECK
               MOVE AUQ-JOB-NAME TO ACR-LAST-JOB-NAME
               MOVE AUQ-RUN-TIMESTAMP TO ACR-LAST-TIMESTAMP
               WRITE AUDIT-CHAIN-RECORD
               CLOSE AUDIT-CHAIN-FILE
           END-IF.
