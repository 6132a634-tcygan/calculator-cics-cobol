      ******************************************************************
      * SHFTREC - layout of the shift file SHIFTF, one record per
      * operator shift. MAPKALKP opens the record when the operator
      * signs on and closes it when they sign off with PF17, keying
      * their own control total - the record then says whether the
      * shift balanced and by how much it did not. a shift nobody
      * signed off stays open, which is how the supervisors' list
      * (SHFTLSTP, transaction SHFT) finds the never-closed ones.
      * COPY this with REPLACING to supply the 01-level name:
      *     COPY SHFTREC
      *         REPLACING SHFTREC-NAME BY FS-SHIFT.
      ******************************************************************
       01  SHFTREC-NAME.
      * the operator and the date, time and task of the sign-on that
      * opened the shift (0CYYDDD julian, 0HHMMSS and the task, as
      * EIBDATE/EIBTIME/EIBTASKN) - the same values that sign-on's
      * 'L' audit record carries in AUD-ALT-KEY, so the balancing
      * browse through the AUDITFP path starts exactly there. held
      * in display form so an operator's shifts read oldest first
           05 SHFT-KEY.
               10 SHFT-OPERID PIC X(8).
               10 SHFT-ON-DATE PIC 9(7).
               10 SHFT-ON-TIME PIC 9(7).
               10 SHFT-ON-TASKN PIC 9(7).
           05 SHFT-ON-TERMID PIC X(4).
           05 SHFT-STATUS PIC X.
               88 SHFT-OPEN VALUE 'O'.
               88 SHFT-BALANCED VALUE 'B'.
               88 SHFT-OUT-OF-BALANCE VALUE 'U'.
      * where and when the operator signed off - spaces and zero
      * while the shift is open
           05 SHFT-OFF-TERMID PIC X(4).
           05 SHFT-OFF-DATE PIC 9(7).
           05 SHFT-OFF-TIME PIC 9(7).
      * the figures compared at sign-off, edited the way the screen
      * shows a result. the control total is the operator's own
      * figure (the adding-machine total of the work they did); the
      * running total is FS-VAR from VFILE; the calculation total
      * is worked out from the operator's 'OK' records on AUDITF
      * since the sign-on - the running total as it stood at each
      * PF1 clear, plus where it stood at the end
           05 SHFT-CONTROL-TOTAL PIC X(10).
           05 SHFT-RUNNING-TOTAL PIC X(10).
           05 SHFT-CALC-TOTAL PIC X(10).
           05 SHFT-CALC-COUNT PIC 9(5).
      * control total less the calculation total - what decides
      * balanced or out of balance - and control total less the
      * running total, shown on the slip alongside it
           05 SHFT-CALC-DIFF PIC X(10).
           05 SHFT-TOTAL-DIFF PIC X(10).
