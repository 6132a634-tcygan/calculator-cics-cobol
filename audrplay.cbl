      *        then is not on the trail, and a 'G' release carries
      *        the held value a supervisor put into the total
      *   'Z'  the value becomes 'NOTHING', as PF1 made it
      *   'N'  a period close (PERDCLS) - 'NOTHING' in AUD-RESULT,
      *        a clean break like 'Z' - or the restore of a close,
      *        carrying the restored total; adopted from AUD-RESULT.
      *        a waiting handover the close took off HANDF (or the
      *        restore put back) is no operator's total and has a
      *        blank result
      *   'H'  a shift-change handover (see HANDREC) - 'NOTHING' for
      *        the sender when it is offered, the total itself for
      *        whoever ends up with it on accept or withdrawal;
      *        adopted from AUD-RESULT. these carry the step as
      *        their status instead of 'OK', and the twin written
      *        under the operator whose total did not move has a
      *        blank result
      * everything else ('M' 'C' 'L' 'P' 'T' 'O' 'K' 'X' '?' 'F')
      * never touched the running total.
      * the operator's opening total is whatever the first
      * value-bearing record says - a step whose left operand
       RELEASE-RECORD-PARA.
      * only 'OK' records ever moved a stored value - everything
      * else is noise to the replay and stays out of the sort. a
      * handover ('H') is the exception: it says which step it was
      * in the status, and a failed one has a blank result, which
      * the replay leaves alone. a blank operator id (records from
      * before the sign-on step) has no VFILE record to verify
      * against and stays out too
           IF (AUD-STATUS = 'OK' OR AUD-OPERATION = 'H')
               AND AUD-OPERID NOT = SPACES
              ADD 1 TO WS-RELEASED
              MOVE AUD-OPERID TO SRT-OPERID
              MOVE AUD-DATE TO SRT-DATE
             MOVE 'Y' TO WS-HAVE-VALUE-SW
           WHEN SRT-OPERATION = 'E' OR SRT-OPERATION = 'V'
               OR SRT-OPERATION = 'R' OR SRT-OPERATION = 'U'
               OR SRT-OPERATION = 'G' OR SRT-OPERATION = 'N'
               OR SRT-OPERATION = 'H'
      * adopted on trust - see the note on top. an 'R' against an
      * empty memory writes 'OK' with a blank result and leaves the
      * stored total alone online, so a blank result leaves the
