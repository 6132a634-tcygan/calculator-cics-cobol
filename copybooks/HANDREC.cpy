      ******************************************************************
      * HANDREC - layout of the handover file HANDF, one record per
      * operator with a running total waiting to be taken over. at
      * shift change the outgoing operator hands their total (and,
      * if they choose, their memory value) to the incoming operator
      * from the calculator - PF18 the total, PF19 the total and the
      * memory. the value leaves the outgoing operator's VFILE at
      * once and waits here, keyed by the INCOMING operator, until
      * they accept it after their next sign-on (PF21), which is when
      * it replaces their own running total. until then the sender
      * can take it back (PF20). every step is audited under both
      * ids as operation 'H'. only one handover can wait for any one
      * operator at a time.
      * one record is not a handover: the period-close mark, keyed
      * HIGH-VALUES so it sorts after every operator. PERDCLS takes
      * every waiting handover into its snapshot at a close and then
      * writes the mark - HAND-FROM-OPERID 'PERDCLS', HAND-DATE and
      * HAND-TIME when the close finished - and a restore deletes it.
      * a handover dated before the mark belongs to a closed period
      * and is never applied.
      * COPY this with REPLACING to supply the 01-level name:
      *     COPY HANDREC
      *         REPLACING HANDREC-NAME BY FS-HAND.
      ******************************************************************
       01  HANDREC-NAME.
      * the incoming operator - the one it is waiting for
           05 HAND-KEY PIC X(8).
      * the outgoing operator, and where and when they handed over
      * (0CYYDDD julian and 0HHMMSS, as EIBDATE and EIBTIME)
           05 HAND-FROM-OPERID PIC X(8).
           05 HAND-DATE PIC S9(7) COMP-3.
           05 HAND-TIME PIC S9(7) COMP-3.
           05 HAND-TERMID PIC X(4).
      * the running total handed over, edited the way FS-VAR holds it
           05 HAND-VAR PIC X(10).
      * 'Y' when the memory value went with it (PF19) - HAND-MEM-VAR
      * is then what replaces the incoming operator's MEMFILE value
           05 HAND-MEM-SW PIC X.
               88 HAND-WITH-MEMORY VALUE 'Y'.
           05 HAND-MEM-VAR PIC X(10).
