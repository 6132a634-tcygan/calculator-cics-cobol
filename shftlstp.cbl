       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHFTLSTP.
      * supervisors' shift list, transaction SHFT - the shifts of one
      * day that need chasing: every shift on SHIFTF (see the SHFTREC
      * copybook) that opened that day and either was signed off out
      * of balance or was never signed off at all. the operator's
      * control total and both differences show on the line, so the
      * supervisor has the variance in front of them instead of
      * ringing round for it the next morning.
      * ENTER with the supervisor id lists the day keyed (0CYYDDD, as
      * on the AUDB screen - blank or garbled means today), twelve
      * shifts to a page; PF8 pages forward, PF7 goes back to the
      * first page, PF3 exits. restricted to operators whose OPERF
      * record carries the supervisor flag. inquiry only - nothing
      * here updates any file, so no abend backout is needed
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY SHFTMAP.
           COPY DFHAID.

       01 WS-COMMAREA.
      * list state carried between pseudo-conversational tasks - the
      * day being listed and the key of the bottom shift on the page,
      * which is what PF8 continues from
           05 SHL-SUPER PIC X VALUE 'N'.
               88 SHL-IS-SUPER VALUE 'Y'.
           05 SHL-DATE PIC 9(7) VALUE 0.
           05 SHL-BOT-KEY PIC X(29) VALUE LOW-VALUES.
           05 SHL-HAVE-PAGE PIC X VALUE 'N'.
               88 SHL-PAGE-SHOWN VALUE 'Y'.

      * the shift being listed
           COPY SHFTREC
               REPLACING SHFTREC-NAME BY FS-SHIFT.

      * operator master record for the supervisor check
           COPY OPERREC
               REPLACING OPERREC-NAME BY FS-OPER.

       01 RESPCODE PIC S9(8) COMP.

      * what was keyed, saved off the received map - MAPHO shares its
      * storage with MAPHI, so clearing the reply would lose it
       01 TYPED-OPERID PIC X(8) VALUE SPACES.
       01 TYPED-DATE PIC X(7) VALUE SPACES.

       01 LINE-IDX PIC 99 VALUE 0.
       01 LINE-COUNT PIC 99 VALUE 0.
       01 BROWSE-DONE-SW PIC X VALUE 'N'.
           88 BROWSE-DONE VALUE 'Y'.
      * key to skip when paging forward - the bottom shift of the
      * page already on the screen comes back first from STARTBR
       01 SKIP-KEY PIC X(29) VALUE LOW-VALUES.
       01 LAST-KEY PIC X(29) VALUE LOW-VALUES.

      * one shift line of the list - the difference to the
      * calculations is what made it out of balance, the difference
      * to the running total is shown beside it as on the slip
       01 DETAIL-LINE.
           05 DET-OPERID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ON-TIME PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-TERM PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-STATUS PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CONTROL PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CALC-DIFF PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-TOTAL-DIFF PIC X(10).

       01 INFO-FOR-USER.
           05 MSG-WHEN-EXIT PIC X(10) VALUE 'NORMAL END'.
           05 MSG-WHEN-EROR-EXIT PIC X(12) VALUE 'ABNORMAL END'.
           05 SHFT-PROMPT-MSG PIC X(17) VALUE 'ENTER ID AND DATE'.
           05 SUPERVISOR-ONLY-MSG PIC X(16) VALUE 'SUPERVISORS ONLY'.
           05 NO-SHIFTS-MSG PIC X(18) VALUE 'NO SHIFTS TO CHASE'.
           05 NO-MORE-MSG PIC X(14) VALUE 'NO MORE SHIFTS'.
           05 NO-PAGE-MSG PIC X(17) VALUE 'PRESS ENTER FIRST'.
           05 INVALID-KEY-MSG   PIC X(20) VALUE 'THAT WAS INVALID KEY'.
           05 FILE-ERROR-MSG PIC X(13) VALUE 'ERROR IN FILE'.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(38).

       PROCEDURE DIVISION.
       MAIN.
           IF EIBCALEN = 0 THEN
           PERFORM FIRST-TIME-PARA
           ELSE
             MOVE DFHCOMMAREA TO WS-COMMAREA
             EVALUATE EIBAID
             WHEN DFHPF3        PERFORM EXIT-PROG-PARA
             WHEN DFHENTER      PERFORM NEW-LIST-PARA
             WHEN DFHPF8        PERFORM PAGE-FORWARD-PARA
             WHEN DFHPF7        PERFORM PAGE-TOP-PARA
             WHEN OTHER
               MOVE LOW-VALUES TO MAPHO
               MOVE INVALID-KEY-MSG TO HMSGO
               PERFORM SEND-DATA-ONLY-PARA
             END-EVALUATE
           END-IF
           EXEC CICS
           RETURN TRANSID('SHFT') COMMAREA(WS-COMMAREA)
           END-EXEC
           GOBACK.

       FIRST-TIME-PARA.
           MOVE LOW-VALUES TO MAPHO
           MOVE SHFT-PROMPT-MSG TO HMSGO
           EXEC CICS
           SEND MAP('MAPH') MAPSET('SHFTMAP')
           FROM(MAPHO)
           ERASE
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
           THEN
           CONTINUE
           ELSE
           PERFORM ERROR-PARA
           END-IF
           EXIT.

       SEND-DATA-ONLY-PARA.
           EXEC CICS
           SEND MAP('MAPH') MAPSET('SHFTMAP')
           FROM(MAPHO)
           DATAONLY
           FREEKB
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
           THEN
           CONTINUE
           ELSE
           PERFORM ERROR-PARA
           END-IF
           EXIT.

       EXIT-PROG-PARA.
           EXEC CICS
           SEND TEXT FROM(MSG-WHEN-EXIT)
           ERASE
           END-EXEC
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.

       ERROR-PARA.
           EXEC CICS
           SEND TEXT FROM(MSG-WHEN-EROR-EXIT)
           ERASE
           END-EXEC
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.

       NEW-LIST-PARA.
      * ENTER - check the keyed id is a supervisor, take the day,
      * and list from the first shift on file
           MOVE LOW-VALUES TO MAPHI
           EXEC CICS
           RECEIVE MAP('MAPH') MAPSET('SHFTMAP')
           INTO(MAPHI)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             MOVE HOPIDI TO TYPED-OPERID
             MOVE HDTI TO TYPED-DATE
           ELSE
             MOVE SPACES TO TYPED-OPERID
             MOVE SPACES TO TYPED-DATE
           END-IF
           MOVE LOW-VALUES TO MAPHO
           PERFORM CLEAR-PAGE-PARA
           IF RESPCODE NOT = DFHRESP(NORMAL)
             MOVE SHFT-PROMPT-MSG TO HMSGO
           ELSE
             MOVE 'N' TO SHL-SUPER
             MOVE TYPED-OPERID TO OP-KEY
             EXEC CICS
             READ
             FILE('OPERF')
             INTO(FS-OPER)
             RIDFLD(OP-KEY)
             RESP(RESPCODE)
             END-EXEC
             IF RESPCODE = DFHRESP(NORMAL) AND OP-IS-SUPER
                 AND NOT OP-INACTIVE
               MOVE 'Y' TO SHL-SUPER
               IF TYPED-DATE NUMERIC
                 MOVE TYPED-DATE TO SHL-DATE
               ELSE
                 MOVE EIBDATE TO SHL-DATE
               END-IF
      * the day actually listed goes back out, so a blank field
      * shows which day "today" was taken to be
               MOVE SHL-DATE TO HDTO
               MOVE 'N' TO SHL-HAVE-PAGE
               MOVE LOW-VALUES TO SHFT-KEY
               MOVE LOW-VALUES TO SKIP-KEY
               PERFORM FILL-PAGE-PARA
             ELSE
      * unknown id, not flagged, or a deactivated supervisor -
      * same message either way, no hints about which ids exist
               MOVE SUPERVISOR-ONLY-MSG TO HMSGO
             END-IF
           END-IF
           PERFORM SEND-DATA-ONLY-PARA
           EXIT.

       PAGE-FORWARD-PARA.
      * PF8 - continue just past the bottom shift of the page
           MOVE LOW-VALUES TO MAPHO
           PERFORM CLEAR-PAGE-PARA
           IF NOT SHL-IS-SUPER OR NOT SHL-PAGE-SHOWN
             MOVE NO-PAGE-MSG TO HMSGO
           ELSE
             MOVE SHL-DATE TO HDTO
             MOVE SHL-BOT-KEY TO SHFT-KEY
             MOVE SHL-BOT-KEY TO SKIP-KEY
             PERFORM FILL-PAGE-PARA
           END-IF
           PERFORM SEND-DATA-ONLY-PARA
           EXIT.

       PAGE-TOP-PARA.
      * PF7 - back to the first page of the same day
           MOVE LOW-VALUES TO MAPHO
           PERFORM CLEAR-PAGE-PARA
           IF NOT SHL-IS-SUPER
             MOVE NO-PAGE-MSG TO HMSGO
           ELSE
             MOVE SHL-DATE TO HDTO
             MOVE 'N' TO SHL-HAVE-PAGE
             MOVE LOW-VALUES TO SHFT-KEY
             MOVE LOW-VALUES TO SKIP-KEY
             PERFORM FILL-PAGE-PARA
           END-IF
           PERFORM SEND-DATA-ONLY-PARA
           EXIT.

       CLEAR-PAGE-PARA.
      * the map goes out DATAONLY and low-value fields are not
      * transmitted - blank every line and the message
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > 12
              MOVE SPACES TO HLINEO(LINE-IDX)
           END-PERFORM
           MOVE SPACES TO HMSGO
           EXIT.

       FILL-PAGE-PARA.
      * read up to 12 shifts to chase from the positioned key
      * onward. SHIFTF is keyed by operator first, so the day's
      * shifts are spread through the file - balanced shifts and
      * other days are stepped over
           MOVE 0 TO LINE-COUNT
           MOVE 'N' TO BROWSE-DONE-SW
           EXEC CICS
           STARTBR
           FILE('SHIFTF')
           RIDFLD(SHFT-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
             PERFORM READ-NEXT-SHIFT-PARA UNTIL BROWSE-DONE
             EXEC CICS
             ENDBR FILE('SHIFTF') RESP(RESPCODE)
             END-EXEC
             IF LINE-COUNT > 0
               MOVE LAST-KEY TO SHL-BOT-KEY
               MOVE 'Y' TO SHL-HAVE-PAGE
             ELSE
               PERFORM NOTHING-LISTED-PARA
             END-IF
           WHEN DFHRESP(NOTFND)
             PERFORM NOTHING-LISTED-PARA
           WHEN OTHER
             MOVE FILE-ERROR-MSG TO HMSGO
           END-EVALUATE
           EXIT.

       NOTHING-LISTED-PARA.
           IF HMSGO = SPACES
             IF SHL-PAGE-SHOWN
               MOVE NO-MORE-MSG TO HMSGO
             ELSE
               MOVE NO-SHIFTS-MSG TO HMSGO
             END-IF
           END-IF
           EXIT.

       READ-NEXT-SHIFT-PARA.
           EXEC CICS
           READNEXT
           FILE('SHIFTF')
           INTO(FS-SHIFT)
           RIDFLD(SHFT-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE = DFHRESP(ENDFILE)
             MOVE 'Y' TO BROWSE-DONE-SW
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
             MOVE FILE-ERROR-MSG TO HMSGO
             MOVE 'Y' TO BROWSE-DONE-SW
           WHEN SHFT-KEY = SKIP-KEY
      * the bottom shift of the page already shown - skip it
             CONTINUE
           WHEN SHFT-ON-DATE NOT = SHL-DATE
             CONTINUE
           WHEN SHFT-BALANCED
             CONTINUE
           WHEN OTHER
             ADD 1 TO LINE-COUNT
             PERFORM FORMAT-DETAIL-PARA
             MOVE DETAIL-LINE TO HLINEO(LINE-COUNT)
             MOVE SHFT-KEY TO LAST-KEY
             IF LINE-COUNT = 12
               MOVE 'Y' TO BROWSE-DONE-SW
             END-IF
           END-EVALUATE
           EXIT.

       FORMAT-DETAIL-PARA.
           MOVE SHFT-OPERID TO DET-OPERID
           MOVE SHFT-ON-TIME TO DET-ON-TIME
           MOVE SHFT-ON-TERMID TO DET-TERM
           IF SHFT-OPEN
      * never signed off - there are no figures to show yet
             MOVE 'OPEN' TO DET-STATUS
             MOVE SPACES TO DET-CONTROL
             MOVE SPACES TO DET-CALC-DIFF
             MOVE SPACES TO DET-TOTAL-DIFF
           ELSE
             MOVE 'OUTBAL' TO DET-STATUS
             MOVE SHFT-CONTROL-TOTAL TO DET-CONTROL
             MOVE SHFT-CALC-DIFF TO DET-CALC-DIFF
             MOVE SHFT-TOTAL-DIFF TO DET-TOTAL-DIFF
           END-IF
           EXIT.
