           05 AUD-OPERATION PIC X.
      * used to gate the downstream TD queue feed in WRITE-AUDIT-RECORD
      * to actual completed calculations - the memory keys ('M'/'R'/
      * 'C'), the VFILE clear ('Z'), the sign-on ('L'), the shift
      * sign-off ('F') and the ABEND marker ('X') write audit records
      * too, but are not calculations and must not appear on the CALC
      * queue. 'E' is a whole typed expression evaluated in one go
      * and 'V' a named rate applied to the running total - both
      * land a completed calculation result the same as any single
      * operation. 'G' is a supervisor releasing a held over-limit
      * result - the moment that result finally reaches the running
      * total and so the moment billing is meant to see it. 'N' is
      * the batch period close (PERDCLS) putting an operator back to
      * 'NOTHING', or restoring them - not a calculation either. 'H'
      * is a running total handed from one operator to another at
      * shift change (PF18-PF21), written under both ids - it moves
      * a total that was calculated already, so it is not one
               88 AUD-IS-CALCULATION VALUES '+' '-' '*' '/' 'S' 'E'
                   'V' 'G'.
      * 20 characters since the input field widened for expressions
           05 AUD-RESULT PIC X(10).
      * outcome of the calculation - 'OK' or one of the on-screen
      * error messages, so the nightly reconciliation report can
      * count how many calculations ended in each kind of error.
      * the rate, limit and operator maintenance records ('T', 'K',
      * 'O') say where the change stands instead - 'PENDING' when
      * it is asked for, then 'APPROVED', 'REJECTED' or 'EXPIRED'
      * (see PENDREC), or 'LOADED' for a version the provider's
      * rate file added through RATELOAD. a handover ('H') says
      * which step it was - 'OFFERED', 'ACCEPTED' or 'WITHDRWN'
      * (see HANDREC)
           05 AUD-STATUS PIC X(8).
      * who was signed on when the keypress happened - the key keeps
      * AUD-TERMID in front (where it happened, and what the online
               10 AUD-ALT-DATE PIC S9(7) COMP-3.
               10 AUD-ALT-TIME PIC S9(7) COMP-3.
               10 AUD-ALT-TASKN PIC S9(7) COMP-3.
      * the customer account the keypress was made for, checked
      * against ACCTF before a calculation is accepted - disputes
      * arrive by account number, and ACCTSTMT lists an account's
      * calculations by this field. blank on records that are not
      * for an account (sign-on, maintenance) and on everything
      * written before the field existed. adding it widens the
      * record again, so the same cutover as for the alternate key:
      * the cluster, its AIX and the path are redefined via IDCAMS,
      * and ARCHCONV brings each existing ARCHOUT generation from
      * the 83-byte shape to this one
           05 AUD-ACCOUNT PIC X(10).
