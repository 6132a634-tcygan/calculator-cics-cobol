      ******************************************************************
      * SNAPREC - layout of the period-close snapshot file, one record
      * per operator. PERDCLS writes it at each period end, just
      * before it puts the operator's working files back to the
      * 'NOTHING' state, and reads it back on a restore run. after
      * the operators come one record for each handover that was
      * still waiting on HANDF - the close takes those off HANDF too,
      * and a restore puts them back. the JCL points the file at a
      * dated generation so each close stands alone, the same way
      * AUDARCH's ARCHOUT does.
      * COPY this with REPLACING to supply the 01-level name:
      *     COPY SNAPREC
      *         REPLACING SNAPREC-NAME BY SNAP-RECORD.
      ******************************************************************
       01  SNAPREC-NAME.
           05 SNAP-OPERID PIC X(8).
      * the day the close ran (0CYYDDD julian, as EIBDATE) - a
      * restore names this date on its parm card and is refused
      * against a snapshot of any other day
           05 SNAP-CLOSE-DATE PIC 9(7).
      * an operator record - SNAP-OPERID is the operator
           05 SNAP-OPER-DETAIL.
      * the VFILE record as it stood at the close
               10 SNAP-FS-VAR PIC X(10).
               10 SNAP-HIST-PTR PIC 9(2).
               10 SNAP-HIST-VIEW PIC 9(2).
      * the MEMFILE value - 'N' when the operator had no MEMFILE
      * record at all, which a restore puts back the same way
               10 SNAP-MEM-SW PIC X.
                   88 SNAP-HAS-MEMORY VALUE 'Y'.
               10 SNAP-MEM-VAR PIC X(10).
      * the HISTFILE ring, one entry per slot 0-9 - the flag says
      * whether that slot was on file
               10 SNAP-SLOT-COUNT PIC 9(2).
               10 SNAP-SLOT OCCURS 10 TIMES.
                   15 SNAP-SLOT-SW PIC X.
                       88 SNAP-SLOT-ON-FILE VALUE 'Y'.
                   15 SNAP-SLOT-VAR PIC X(10).
      * a handover record - SNAP-OPERID is the operator it was
      * waiting for, and the image is the HANDF record (HANDREC
      * layout) exactly as it stood at the close
           05 SNAP-HAND-DETAIL REDEFINES SNAP-OPER-DETAIL.
               10 SNAP-HAND-IMAGE PIC X(49).
               10 FILLER PIC X(88).
      * which of the two the record is
           05 SNAP-REC-TYPE PIC X.
               88 SNAP-OPERATOR-REC VALUE 'O'.
               88 SNAP-HANDOVER-REC VALUE 'H'.
