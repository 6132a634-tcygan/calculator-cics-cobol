      ******************************************************************
      * PENDREC - layout of the pending-changes file PENDF, one record
      * per rate, limit or operator master change keyed on RATEMNTP,
      * LIMMNTP or OPERMNTP. those screens no longer touch RATEF,
      * LIMITF or OPERF themselves - a change waits here until a
      * second supervisor approves it on the APPR transaction
      * (APPRMNTP), which is the moment it is applied, or rejects it
      * there. nobody approves their own request. a request still
      * waiting after the PENDEXP cut-off is expired by that nightly
      * job and listed. decided records stay on file (the approval
      * screen only shows waiting ones) until PENDEXP purges them.
      * COPY this with REPLACING to supply the 01-level name:
      *     COPY PENDREC
      *         REPLACING PENDREC-NAME BY FS-PEND.
      ******************************************************************
       01  PENDREC-NAME.
      * the request's own date, time and task number (0CYYDDD julian,
      * 0HHMMSS and the task, as EIBDATE/EIBTIME/EIBTASKN) - the same
      * values the requesting task's 'PENDING' audit record carries
      * in AUD-DATE/AUD-TIME/AUD-TASKN, so either one finds the other.
      * held in display form so the file reads oldest request first
           05 PEND-KEY.
               10 PEND-REQ-DATE PIC 9(7).
               10 PEND-REQ-TIME PIC 9(7).
               10 PEND-REQ-TASKN PIC 9(7).
      * which master the change is for - the same letter as that
      * screen's audit operation code
           05 PEND-FILE PIC X.
               88 PEND-FOR-RATE VALUE 'T'.
               88 PEND-FOR-LIMIT VALUE 'K'.
               88 PEND-FOR-OPER VALUE 'O'.
      * the screen's action letter - A add, C change, D delete (a
      * deactivate on OPERF), and for operators R reactivate and
      * U unlock
           05 PEND-ACTION PIC X.
           05 PEND-STATUS PIC X.
               88 PEND-WAITING VALUE 'P'.
               88 PEND-APPROVED VALUE 'A'.
               88 PEND-REJECTED VALUE 'R'.
               88 PEND-EXPIRED VALUE 'E'.
           05 PEND-REQ-OPER PIC X(8).
           05 PEND-REQ-TERMID PIC X(4).
      * who approved, rejected or expired it and when - spaces and
      * zero while it waits; an expiry carries the job name
           05 PEND-DEC-OPER PIC X(8).
           05 PEND-DEC-DATE PIC 9(7).
           05 PEND-DEC-TIME PIC 9(7).
      * the rate name, limit name or operator id the change is for
           05 PEND-TARGET PIC X(8).
      * what the change carries, one view per master
           05 PEND-DETAIL PIC X(40).
      * rate - the version's effective date and value. the version
      * number is the one changed or deleted; an add gets its number
      * when it is approved (one past the highest on file then)
           05 PEND-RATE-DETAIL REDEFINES PEND-DETAIL.
               10 PEND-RATE-EFF-DATE PIC 9(7).
               10 PEND-RATE-VERSION PIC 9(2).
               10 PEND-RATE-VALUE PIC X(10).
               10 FILLER PIC X(21).
           05 PEND-LIMIT-DETAIL REDEFINES PEND-DETAIL.
               10 PEND-LIM-VALUE PIC X(10).
               10 FILLER PIC X(30).
      * operator - on a change a blank field means "leave that one
      * alone", as on the OPERMNTP screen. the PIN is never shown
      * by the approval screen or the nightly list, and is blanked
      * as soon as the request is decided
           05 PEND-OPER-DETAIL REDEFINES PEND-DETAIL.
               10 PEND-OP-NAME PIC X(20).
               10 PEND-OP-SUPER PIC X.
               10 PEND-OP-PIN PIC X(4).
               10 FILLER PIC X(15).
