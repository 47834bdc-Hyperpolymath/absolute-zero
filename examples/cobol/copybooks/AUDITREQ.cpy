      *
      * AUDITREQ.cpy - the parameter area a program fills before
      * CALLing NOPAUDIT, the one writer of AUDIT-TRAIL records.
      *
      * Every AUDIT-TRAIL record carries a stream-wide sequence
      * number and a check value computed over the record and the
      * check value of the record before it, so a record deleted
      * leaves a gap, a record altered no longer matches its check
      * value, and a record re-forged with a fresh check value no
      * longer matches the link the next record carries. NOPAUDIT
      * is the only place that numbers and chains records, so
      * every writer fills this area and CALLs it instead of
      * writing AUDIT-TRAIL itself.
      *
      * Function W writes: the caller moves in the job name, PARM
      * string, SYSIN data, timestamp and shift it used to write,
      * and gets back the sequence number, both check values and
      * the result - Y written, D duplicate audit key (nothing
      * written, chain not advanced), N AUDIT-TRAIL could not be
      * opened. Function C only computes: given the same fields
      * plus a sequence number and the previous check value, it
      * returns the check value those make, which is how NOPAVRFY
      * proves a record unaltered.
      *
      * Wrap the CALL in ON EXCEPTION, as for NOPALERT, and say
      * on the console that the audit record was not written.
      *
       01  AUDIT-REQUEST.
           05  AUQ-FUNCTION            PIC X(1).
               88 AUQ-WRITE-RECORD         VALUE "W".
               88 AUQ-COMPUTE-CHECK        VALUE "C".
           05  AUQ-JOB-NAME            PIC X(8).
           05  AUQ-PARM-STRING         PIC X(80).
           05  AUQ-SYSIN-DATA          PIC X(80).
           05  AUQ-RUN-TIMESTAMP       PIC X(26).
           05  AUQ-RUN-SHIFT           PIC X(1).
           05  AUQ-AUDIT-SEQ           PIC 9(9).
           05  AUQ-PREV-CHECK          PIC 9(9).
           05  AUQ-CHECK-VALUE         PIC 9(9).
           05  AUQ-RESULT              PIC X(1).
               88 AUQ-WRITTEN              VALUE "Y".
               88 AUQ-DUPLICATE-KEY        VALUE "D".
               88 AUQ-NOT-WRITTEN          VALUE "N".
      *
      * The PARM string of the hand-off record NOPARCH writes when
      * it moves chained records onto ARCHIVE: the last sequence
      * number archived and that record's check value, which the
      * first live record must link to.
      *
       01  AUDIT-HANDOFF-TEXT.
           05  AHO-TAG                 PIC X(23)
               VALUE "AUDIT HANDOFF THRU SEQ ".
           05  AHO-LAST-SEQ            PIC 9(9).
           05  FILLER                  PIC X(7) VALUE " CHECK ".
           05  AHO-LAST-CHECK          PIC 9(9).
           05  FILLER                  PIC X(32) VALUE SPACES.
