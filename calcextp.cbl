      * calculation, a totals section with one line per operator
      * seen in the segment, and a trailer carrying the detail count
      * so billing can verify nothing went missing between us.
      * billing's daily acknowledgement of the segments it loaded is
      * checked back against this dataset and AUDITF by BILLRCN.
      * being triggered more than once a day is the normal case, not
      * a rerun - READQ TD is destructive, so each record is drained
      * exactly once and every trigger simply appends one more
           05 EXT-DET-INPUT PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 EXT-DET-RESULT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
      * the customer account the result was calculated for - taken
      * from the line's spare tail, so the line stays 80 bytes and
      * billing's loader only has to learn the new columns
           05 EXT-DET-ACCOUNT PIC X(10).
           05 FILLER PIC X(12) VALUE SPACES.

       01 EXT-OPER-LINE.
           05 FILLER PIC X(9) VALUE 'OPERATOR '.
           MOVE AUD-OPERATION TO EXT-DET-OP
           MOVE AUD-INPUT TO EXT-DET-INPUT
           MOVE AUD-RESULT TO EXT-DET-RESULT
           MOVE AUD-ACCOUNT TO EXT-DET-ACCOUNT
           MOVE EXT-DETAIL TO WS-DETAIL-LINE(EXT-REC-COUNT)
           EXIT.

