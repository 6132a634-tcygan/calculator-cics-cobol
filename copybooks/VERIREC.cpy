      ******************************************************************
      * VERIREC - layout of the verification work file VERIFF, one
      * record per calculation drawn for blind second keying. the
      * nightly VERSAMP job picks a percentage of each operator's
      * 'OK' calculations off the audit trail and writes them here
      * waiting; a second person works through them on the VRFY
      * transaction (VERIFYP), which shows the operation and the
      * figures that went into it but never the result, takes the
      * checker's own answer and marks the record matched or
      * mismatched. nobody checks their own work. VERIRPT reports
      * the mismatches per operator and keeps the error rates in
      * VERHIST. VERSAMP deletes records once they have been kept
      * long enough - the report and VERHIST are the lasting record.
      * COPY this with REPLACING to supply the 01-level name:
      *     COPY VERIREC
      *         REPLACING VERIREC-NAME BY FS-VERI.
      ******************************************************************
       01  VERIREC-NAME.
      * the operator whose calculation it was, then that calculation's
      * own audit key (0CYYDDD, 0HHMMSS, task and terminal, in display
      * form) - so an operator's samples sit together, oldest first,
      * and each one leads straight back to its AUDITF record
           05 VER-KEY.
               10 VER-OPERID PIC X(8).
               10 VER-AUD-DATE PIC 9(7).
               10 VER-AUD-TIME PIC 9(7).
               10 VER-AUD-TASKN PIC 9(7).
               10 VER-AUD-TERMID PIC X(4).
      * the day whose work the VERSAMP run sampled
           05 VER-SAMPLE-DATE PIC 9(7).
      * what the checker is shown - the operation, the running total
      * it was applied to (blank for a square root, which works on
      * the typed number alone) and the number the operator typed,
      * as AUD-INPUT carries it
           05 VER-OPERATION PIC X.
           05 VER-PRIOR-VAR PIC X(10).
           05 VER-INPUT PIC X(20).
      * what the operator's calculation gave, as AUD-RESULT - never
      * sent to the checker's screen
           05 VER-RESULT PIC X(10).
           05 VER-ACCOUNT PIC X(10).
           05 VER-STATUS PIC X.
               88 VER-WAITING VALUE 'W'.
               88 VER-MATCHED VALUE 'M'.
               88 VER-MISMATCHED VALUE 'D'.
      * who checked it, where and when (0CYYDDD and 0HHMMSS, as
      * EIBDATE and EIBTIME), and the checker's answer after the
      * same CALCFMT rounding the calculator gives a result - blank
      * and zero while the record is waiting
           05 VER-CHECKER PIC X(8).
           05 VER-CHK-DATE PIC 9(7).
           05 VER-CHK-TIME PIC 9(7).
           05 VER-CHK-TERMID PIC X(4).
           05 VER-CHK-ANSWER PIC X(10).
           05 FILLER PIC X(10).
