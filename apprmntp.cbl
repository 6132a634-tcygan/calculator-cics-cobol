       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMNTP.
      * pending-change approval, transaction APPR - the second pair of
      * eyes on every rate, limit and operator master change. the
      * RATE, LIMT and OPER screens no longer touch RATEF, LIMITF or
      * OPERF; what a supervisor keys there waits on the pending-
      * changes file PENDF (see the PENDREC copybook) until a
      * DIFFERENT supervisor approves it here, which is when it is
      * applied, or rejects it. restricted to operators whose OPERF
      * record carries the supervisor flag, same arrangement as the
      * maintenance screens themselves.
      * ENTER with the supervisor id and PIN signs on and lists the
      * oldest waiting requests, twelve to a page; PF8 pages forward,
      * PF7 goes back to the oldest, PF3 exits. the PIN is checked
      * the way the calculator's sign-on checks it - wrong PINs count
      * toward the same lock and every attempt is audited as a
      * sign-on ('L') - because a second supervisor is only a second
      * supervisor if the id typed is provably theirs. an id with no
      * PIN on file cannot sign on here at all. once signed on, the
      * id field is not read again - another supervisor exits with
      * PF3 and signs on afresh. to decide one, key its line number
      * and A (approve) or R (reject) and press ENTER - the page is
      * then listed again from the same point, without the decided
      * one.
      * the approver may not be the requester, and may not approve a
      * change to their own operator record. the requester may
      * reject their own request - that is simply withdrawing it.
      * every decision writes an audit record under the maintenance
      * screen's own operation code ('T', 'K' or 'O') with status
      * 'APPROVED' or 'REJECTED', the approver as the operator and
      * the requester next to the target in the input, so the trail
      * holds request and decision side by side. approving applies
      * the change and marks the request in one unit of work - if
      * either fails, neither happens
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY APPRMAP.
           COPY DFHAID.

       01 WS-COMMAREA.
      * list state carried between pseudo-conversational tasks - the
      * page-edge keys are what PF8 and a decision continue from, the
      * line keys say which request each line on the screen shows
           05 APR-SUPER PIC X VALUE 'N'.
               88 APR-IS-SUPER VALUE 'Y'.
      * who signed on - blank until the PIN has been checked, and
      * the only id decisions are ever made under
           05 APR-SUPER-ID PIC X(8) VALUE SPACES.
           05 APR-TOP-KEY PIC X(21) VALUE LOW-VALUES.
           05 APR-BOT-KEY PIC X(21) VALUE LOW-VALUES.
           05 APR-HAVE-PAGE PIC X VALUE 'N'.
               88 APR-PAGE-SHOWN VALUE 'Y'.
           05 APR-LINE-KEYS.
               10 APR-LINE-KEY PIC X(21) OCCURS 12 TIMES.

      * the change request being listed or decided
           COPY PENDREC
               REPLACING PENDREC-NAME BY FS-PEND.

      * the masters a request is applied to
           COPY RATEREC
               REPLACING RATEREC-NAME BY FS-RATE.
           COPY LIMREC
               REPLACING LIMREC-NAME BY FS-LIMIT.

      * the approving supervisor - checked against OPERF the way the
      * maintenance screens check theirs
           COPY OPERREC
               REPLACING OPERREC-NAME BY FS-OPER.

      * the operator record a request is applied to - same copybook
      * twice, so the fields are reached qualified, as in OPERMNTP
           COPY OPERREC
               REPLACING OPERREC-NAME BY FS-TGT.

      * audit record - decisions land in the same trail as the
      * requests they answer
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY FS-AUDIT.

       01 RESPCODE PIC S9(8) COMP.

       01 SUPER-KEY PIC X(8) VALUE SPACES.

      * what was keyed, saved off the received map - MAPPO shares its
      * storage with MAPPI, so clearing the reply would lose it
       01 TYPED-OPERID PIC X(8) VALUE SPACES.
       01 TYPED-PIN PIC X(4) VALUE SPACES.
       01 TYPED-SEL PIC X(2) VALUE SPACES.
       01 TYPED-ACT PIC X VALUE SPACE.

      * outcome of CHECK-PIN-PARA - 'M' means nothing was typed in
      * the PIN field, which prompts rather than counting as one of
      * the failures toward the lock, 'X' that the id has no PIN on
      * file to check against
       01 PIN-CHECK-SW PIC X VALUE 'N'.
           88 PIN-OK VALUE 'Y'.
           88 PIN-MISSING VALUE 'M'.
           88 PIN-NOT-SET VALUE 'X'.
           88 PIN-WRONG VALUE 'N'.

      * the list line keyed for a decision
       01 LINE-NO PIC 99 VALUE 0.

       01 LINE-IDX PIC 99 VALUE 0.
       01 LINE-COUNT PIC 99 VALUE 0.
       01 BROWSE-DONE-SW PIC X VALUE 'N'.
           88 BROWSE-DONE VALUE 'Y'.
      * key to skip when paging forward - the bottom request of the
      * page already on the screen comes back first from STARTBR
       01 SKIP-KEY PIC X(21) VALUE LOW-VALUES.
       01 FIRST-KEY PIC X(21) VALUE LOW-VALUES.
       01 LAST-KEY PIC X(21) VALUE LOW-VALUES.

      * rate version scan for an approved add - numbered exactly as
      * RATEMNTP always numbered them, one past the highest on file
       01 TARGET-NAME PIC X(8) VALUE SPACES.
       01 SCAN-DONE-SW PIC X VALUE 'N'.
           88 SCAN-DONE VALUE 'Y'.
       01 HIGHEST-VERSION PIC 9(2) VALUE 0.

       01 APPLY-SW PIC X VALUE 'N'.
           88 APPLY-OK VALUE 'Y'.

      * 'A' approved or 'R' rejected - what CLOSE-REQUEST-PARA marks
      * the request with
       01 DECISION-STATUS PIC X VALUE SPACE.
           88 DECISION-APPROVE VALUE 'A'.

      * what WRITE-AUDIT-RECORD reports - the same result text the
      * request's own 'PENDING' record carried
       01 AUDIT-ACTION-TXT PIC X(10) VALUE SPACES.

      * what the audit trail carries in AUD-INPUT for a decision -
      * the target (with the version for a rate, as on RATEMNTP's
      * records) and the supervisor who asked for the change
       01 AUDIT-PEND-REF.
           05 REF-TARGET PIC X(8).
           05 REF-VERSION PIC X(2).
           05 REF-REQUESTER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.

      * one request line of the list
       01 DETAIL-LINE.
           05 DET-LINE-NO PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-FILE-TXT PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ACTION-TXT PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-TARGET PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-DETAIL PIC X(18).
           05 DET-RATE-DETAIL REDEFINES DET-DETAIL.
               10 DET-RATE-EFF-DATE PIC 9(7).
               10 FILLER PIC X.
               10 DET-RATE-VALUE PIC X(10).
           05 DET-LIMIT-DETAIL REDEFINES DET-DETAIL.
               10 DET-LIM-VALUE PIC X(10).
               10 FILLER PIC X(8).
      * the PIN itself never shows - only that the request sets one
           05 DET-OPER-DETAIL REDEFINES DET-DETAIL.
               10 DET-OP-NAME PIC X(12).
               10 FILLER PIC X.
               10 DET-OP-SUPER PIC X.
               10 FILLER PIC X.
               10 DET-OP-PIN-TXT PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 DET-REQ-OPER PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-REQ-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.

       01 INFO-FOR-USER.
           05 MSG-WHEN-EXIT PIC X(10) VALUE 'NORMAL END'.
           05 MSG-WHEN-EROR-EXIT PIC X(12) VALUE 'ABNORMAL END'.
           05 APPR-PROMPT-MSG PIC X(16) VALUE 'ENTER ID AND PIN'.
           05 SUPERVISOR-ONLY-MSG PIC X(16) VALUE 'SUPERVISORS ONLY'.
           05 LOCKED-OPER-MSG PIC X(15) VALUE 'OPERATOR LOCKED'.
           05 ENTER-PIN-MSG PIC X(9) VALUE 'ENTER PIN'.
           05 WRONG-PIN-MSG PIC X(9) VALUE 'WRONG PIN'.
           05 NO-PIN-MSG PIC X(14) VALUE 'NO PIN ON FILE'.
           05 NO-PENDING-MSG PIC X(18) VALUE 'NO CHANGES PENDING'.
           05 NO-MORE-MSG PIC X(15) VALUE 'NO MORE PENDING'.
           05 NO-PAGE-MSG PIC X(17) VALUE 'PRESS ENTER FIRST'.
           05 BAD-LINE-MSG PIC X(18) VALUE 'LINE IS NOT LISTED'.
           05 BAD-ACTION-MSG PIC X(16) VALUE 'ACTION IS A OR R'.
           05 OWN-REQUEST-MSG PIC X(18) VALUE 'CANNOT APPROVE OWN'.
           05 OWN-RECORD-MSG PIC X(19) VALUE 'OWN OPERATOR RECORD'.
           05 ALREADY-DECIDED-MSG PIC X(15) VALUE 'ALREADY DECIDED'.
           05 APPROVED-MSG PIC X(14) VALUE 'CHANGE APPLIED'.
           05 REJECTED-MSG PIC X(15) VALUE 'CHANGE REJECTED'.
           05 RATE-EXISTS-MSG PIC X(19) VALUE 'VERSION DATE EXISTS'.
           05 RATE-NOT-FOUND-MSG PIC X(14) VALUE 'RATE NOT FOUND'.
           05 LIMIT-EXISTS-MSG PIC X(20) VALUE 'LIMIT ALREADY EXISTS'.
           05 LIMIT-NOT-FOUND-MSG PIC X(15) VALUE 'LIMIT NOT FOUND'.
           05 OPER-EXISTS-MSG PIC X(15) VALUE 'OPERATOR EXISTS'.
           05 OPER-NOT-FOUND-MSG PIC X(18) VALUE 'OPERATOR NOT FOUND'.
           05 INVALID-KEY-MSG   PIC X(20) VALUE 'THAT WAS INVALID KEY'.
           05 FILE-ERROR-MSG PIC X(13) VALUE 'ERROR IN FILE'.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(304).

       PROCEDURE DIVISION.
       MAIN.
      * an abend mid-approval backs out the half-applied change
      * instead of leaving a master updated under a request still
      * shown as waiting, same arrangement as RATEMNTP
           EXEC CICS
           HANDLE ABEND LABEL(ABEND-RECOVERY-PARA)
           END-EXEC
           IF EIBCALEN = 0 THEN
           PERFORM FIRST-TIME-PARA
           ELSE
             MOVE DFHCOMMAREA TO WS-COMMAREA
             EVALUATE EIBAID
             WHEN DFHPF3        PERFORM EXIT-PROG-PARA
             WHEN DFHENTER      PERFORM APPROVAL-PARA
             WHEN DFHPF8        PERFORM PAGE-FORWARD-PARA
             WHEN DFHPF7        PERFORM PAGE-TOP-PARA
             WHEN OTHER
               MOVE LOW-VALUES TO MAPPO
               MOVE INVALID-KEY-MSG TO PMSGO
               PERFORM SEND-DATA-ONLY-PARA
             END-EVALUATE
           END-IF
           EXEC CICS
           RETURN TRANSID('APPR') COMMAREA(WS-COMMAREA)
           END-EXEC
           GOBACK.

       FIRST-TIME-PARA.
           MOVE LOW-VALUES TO APR-LINE-KEYS
           MOVE LOW-VALUES TO MAPPO
           MOVE APPR-PROMPT-MSG TO PMSGO
           EXEC CICS
           SEND MAP('MAPP') MAPSET('APPRMAP')
           FROM(MAPPO)
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
           SEND MAP('MAPP') MAPSET('APPRMAP')
           FROM(MAPPO)
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

       ABEND-RECOVERY-PARA.
           EXEC CICS
           SYNCPOINT ROLLBACK
           END-EXEC
           EXEC CICS
           SEND TEXT FROM(MSG-WHEN-EROR-EXIT)
           ERASE
           END-EXEC
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.

       APPROVAL-PARA.
      * ENTER - sign the supervisor on with id and PIN the first time;
      * after that carry out the decision if a line and action were
      * keyed, then list
           MOVE LOW-VALUES TO MAPPI
           EXEC CICS
           RECEIVE MAP('MAPP') MAPSET('APPRMAP')
           INTO(MAPPI)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             MOVE POPIDI TO TYPED-OPERID
             MOVE PPINI TO TYPED-PIN
             MOVE PSELI TO TYPED-SEL
             MOVE PACTI TO TYPED-ACT
           ELSE
             MOVE SPACES TO TYPED-OPERID
             MOVE SPACES TO TYPED-PIN
             MOVE SPACES TO TYPED-SEL
             MOVE SPACE TO TYPED-ACT
           END-IF
           MOVE LOW-VALUES TO MAPPO
           PERFORM CLEAR-PAGE-PARA
           IF RESPCODE NOT = DFHRESP(NORMAL)
             MOVE APPR-PROMPT-MSG TO PMSGO
           ELSE
           IF NOT APR-IS-SUPER
             PERFORM SIGNON-CHECK-PARA
           ELSE
             PERFORM STILL-SUPER-PARA
             IF APR-IS-SUPER
               IF TYPED-SEL = SPACES OR TYPED-SEL = LOW-VALUES
      * no line keyed - a fresh list from the oldest request
                 MOVE LOW-VALUES TO PEND-KEY
               ELSE
                 PERFORM DECIDE-PARA
      * list again from the same point - the decided request drops
      * out of the page, the rest move up
                 MOVE APR-TOP-KEY TO PEND-KEY
               END-IF
               MOVE LOW-VALUES TO APR-LINE-KEYS
               MOVE LOW-VALUES TO SKIP-KEY
               PERFORM FILL-PAGE-PARA
             END-IF
           END-IF
           END-IF
      * whatever is in the id field, decisions are made under the id
      * that signed on - show that one
           IF APR-IS-SUPER
             MOVE APR-SUPER-ID TO POPIDO
           END-IF
           PERFORM SEND-DATA-ONLY-PARA
           EXIT.

       SIGNON-CHECK-PARA.
      * the supervisor's id and PIN against OPERF, the same checks in
      * the same order as the calculator's sign-on, plus the
      * supervisor flag - every attempt is audited, but the PIN
      * itself never goes near the trail
           PERFORM DROP-SIGNON-PARA
           MOVE TYPED-OPERID TO SUPER-KEY
           IF SUPER-KEY = SPACES OR SUPER-KEY = LOW-VALUES
             MOVE APPR-PROMPT-MSG TO PMSGO
           ELSE
             EXEC CICS
             READ
             FILE('OPERF')
             INTO(FS-OPER)
             RIDFLD(SUPER-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE TRUE
      * unknown id, deactivated, or not flagged - same message
      * either way, no hints about which ids exist
             WHEN RESPCODE = DFHRESP(NORMAL)
                 AND OP-INACTIVE OF FS-OPER
               MOVE 'INACTIVE' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE SUPERVISOR-ONLY-MSG TO PMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
                 AND NOT OP-IS-SUPER OF FS-OPER
               MOVE 'NOTSUPER' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE SUPERVISOR-ONLY-MSG TO PMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
                 AND OP-IS-LOCKED OF FS-OPER
               MOVE 'LOCKED' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE LOCKED-OPER-MSG TO PMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
               PERFORM CHECK-PIN-PARA
               EVALUATE TRUE
               WHEN PIN-OK
                 PERFORM RESET-PIN-FAILS-PARA
                 MOVE 'Y' TO APR-SUPER
                 MOVE SUPER-KEY TO APR-SUPER-ID
                 MOVE 'OK' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE LOW-VALUES TO PEND-KEY
                 MOVE LOW-VALUES TO APR-LINE-KEYS
                 MOVE LOW-VALUES TO SKIP-KEY
                 PERFORM FILL-PAGE-PARA
               WHEN PIN-MISSING
                 MOVE 'BADDATA' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE ENTER-PIN-MSG TO PMSGO
               WHEN PIN-NOT-SET
                 MOVE 'NOPIN' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE NO-PIN-MSG TO PMSGO
               WHEN OTHER
                 PERFORM COUNT-PIN-FAIL-PARA
                 MOVE 'BADPIN' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 IF OP-IS-LOCKED OF FS-OPER
                   MOVE LOCKED-OPER-MSG TO PMSGO
                 ELSE
                   MOVE WRONG-PIN-MSG TO PMSGO
                 END-IF
               END-EVALUATE
             WHEN RESPCODE = DFHRESP(NOTFND)
               MOVE 'BADDATA' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE SUPERVISOR-ONLY-MSG TO PMSGO
             WHEN OTHER
               MOVE 'FILEERR' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE FILE-ERROR-MSG TO PMSGO
             END-EVALUATE
           END-IF
           EXIT.

       CHECK-PIN-PARA.
      * the typed PIN against the one on the OPERF record just read.
      * unlike the calculator, a blank PIN on file is not let
      * through - an approval has to be provably the supervisor's
           IF OP-PIN OF FS-OPER = SPACES
               OR OP-PIN OF FS-OPER = LOW-VALUES
             MOVE 'X' TO PIN-CHECK-SW
           ELSE
           IF TYPED-PIN = SPACES OR TYPED-PIN = LOW-VALUES
             MOVE 'M' TO PIN-CHECK-SW
           ELSE
           IF TYPED-PIN = OP-PIN OF FS-OPER
             MOVE 'Y' TO PIN-CHECK-SW
           ELSE
             MOVE 'N' TO PIN-CHECK-SW
           END-IF
           END-IF
           END-IF
           EXIT.

       RESET-PIN-FAILS-PARA.
      * a good sign-on clears the consecutive-failure count, as at
      * the calculator
           IF OP-FAILS OF FS-OPER NUMERIC
               AND OP-FAILS OF FS-OPER = 0
             CONTINUE
           ELSE
             EXEC CICS
             READ
             FILE('OPERF')
             INTO(FS-OPER)
             RIDFLD(SUPER-KEY)
             RESP(RESPCODE)
             UPDATE
             END-EXEC
             IF RESPCODE = DFHRESP(NORMAL)
               MOVE 0 TO OP-FAILS OF FS-OPER
               EXEC CICS
               REWRITE
               FILE('OPERF')
               FROM(FS-OPER)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL)
                 EXEC CICS SYNCPOINT END-EXEC
               END-IF
             END-IF
           END-IF
           EXIT.

       COUNT-PIN-FAIL-PARA.
      * one more consecutive failure against this id - the count is
      * the calculator's own, so three wrong PINs in a row lock the
      * id wherever they were typed. reread with UPDATE so two
      * desks cannot lose a count between them
           EXEC CICS
           READ
           FILE('OPERF')
           INTO(FS-OPER)
           RIDFLD(SUPER-KEY)
           RESP(RESPCODE)
           UPDATE
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             IF OP-FAILS OF FS-OPER NOT NUMERIC
               MOVE 0 TO OP-FAILS OF FS-OPER
             END-IF
             IF OP-FAILS OF FS-OPER < 9
               ADD 1 TO OP-FAILS OF FS-OPER
             END-IF
             IF OP-FAILS OF FS-OPER >= 3
               MOVE 'Y' TO OP-LOCK OF FS-OPER
             END-IF
             EXEC CICS
             REWRITE
             FILE('OPERF')
             FROM(FS-OPER)
             RESP(RESPCODE)
             END-EXEC
             IF RESPCODE = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT END-EXEC
             END-IF
           END-IF
           EXIT.

       STILL-SUPER-PARA.
      * the signed-on id is looked at again on every ENTER - a
      * supervisor deactivated, unflagged or locked since signing on
      * is signed off here and has to sign on again
           MOVE APR-SUPER-ID TO SUPER-KEY
           EXEC CICS
           READ
           FILE('OPERF')
           INTO(FS-OPER)
           RIDFLD(SUPER-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
               AND OP-IS-SUPER OF FS-OPER
               AND NOT OP-INACTIVE OF FS-OPER
               AND NOT OP-IS-LOCKED OF FS-OPER
             CONTINUE
           ELSE
             PERFORM DROP-SIGNON-PARA
             MOVE SUPERVISOR-ONLY-MSG TO PMSGO
           END-IF
           EXIT.

       DROP-SIGNON-PARA.
      * back to nobody signed on, with nothing on the page that a
      * later decision or PF8 could act on
           MOVE 'N' TO APR-SUPER
           MOVE SPACES TO APR-SUPER-ID
           MOVE 'N' TO APR-HAVE-PAGE
           MOVE LOW-VALUES TO APR-LINE-KEYS
           EXIT.

       PAGE-FORWARD-PARA.
      * PF8 - continue just past the bottom request of the page
           MOVE LOW-VALUES TO MAPPO
           PERFORM CLEAR-PAGE-PARA
           IF NOT APR-IS-SUPER OR NOT APR-PAGE-SHOWN
             MOVE NO-PAGE-MSG TO PMSGO
           ELSE
             MOVE LOW-VALUES TO APR-LINE-KEYS
             MOVE APR-BOT-KEY TO PEND-KEY
             MOVE APR-BOT-KEY TO SKIP-KEY
             PERFORM FILL-PAGE-PARA
           END-IF
           PERFORM SEND-DATA-ONLY-PARA
           EXIT.

       PAGE-TOP-PARA.
      * PF7 - back to the oldest waiting request. the list only
      * ever shrinks from the front as requests are decided, so
      * there is no backward paging to speak of
           MOVE LOW-VALUES TO MAPPO
           PERFORM CLEAR-PAGE-PARA
           IF NOT APR-IS-SUPER
             MOVE NO-PAGE-MSG TO PMSGO
           ELSE
             MOVE LOW-VALUES TO APR-LINE-KEYS
             MOVE LOW-VALUES TO PEND-KEY
             MOVE LOW-VALUES TO SKIP-KEY
             PERFORM FILL-PAGE-PARA
           END-IF
           PERFORM SEND-DATA-ONLY-PARA
           EXIT.

       CLEAR-PAGE-PARA.
      * the map goes out DATAONLY and low-value fields are not
      * transmitted - blank every line, the message, and the line
      * and action just used, so a second ENTER cannot decide
      * whatever request has moved up into that line
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > 12
              MOVE SPACES TO PLINEO(LINE-IDX)
           END-PERFORM
           MOVE SPACES TO PSELO
           MOVE SPACES TO PACTO
           MOVE SPACES TO PMSGO
           EXIT.

       FILL-PAGE-PARA.
      * read up to 12 waiting requests from the positioned key
      * onward and save the page-edge keys for PF8 and the next
      * decision. decided requests stay on PENDF and are stepped over
           MOVE 0 TO LINE-COUNT
           MOVE 'N' TO BROWSE-DONE-SW
           EXEC CICS
           STARTBR
           FILE('PENDF')
           RIDFLD(PEND-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
             PERFORM READ-NEXT-PEND-PARA UNTIL BROWSE-DONE
             EXEC CICS
             ENDBR FILE('PENDF') RESP(RESPCODE)
             END-EXEC
             IF LINE-COUNT > 0
               MOVE FIRST-KEY TO APR-TOP-KEY
               MOVE LAST-KEY TO APR-BOT-KEY
               MOVE 'Y' TO APR-HAVE-PAGE
             ELSE
               PERFORM NOTHING-LISTED-PARA
             END-IF
           WHEN DFHRESP(NOTFND)
             PERFORM NOTHING-LISTED-PARA
           WHEN OTHER
             MOVE FILE-ERROR-MSG TO PMSGO
           END-EVALUATE
           EXIT.

       NOTHING-LISTED-PARA.
      * an empty page - a decision's own message wins over this one
           IF PMSGO = SPACES
             IF SKIP-KEY = LOW-VALUES
               MOVE NO-PENDING-MSG TO PMSGO
             ELSE
               MOVE NO-MORE-MSG TO PMSGO
             END-IF
           END-IF
           EXIT.

       READ-NEXT-PEND-PARA.
           EXEC CICS
           READNEXT
           FILE('PENDF')
           INTO(FS-PEND)
           RIDFLD(PEND-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE = DFHRESP(ENDFILE)
             MOVE 'Y' TO BROWSE-DONE-SW
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
             MOVE FILE-ERROR-MSG TO PMSGO
             MOVE 'Y' TO BROWSE-DONE-SW
           WHEN PEND-KEY = SKIP-KEY
      * the bottom request of the page already shown - skip it
             CONTINUE
           WHEN NOT PEND-WAITING
             CONTINUE
           WHEN OTHER
             ADD 1 TO LINE-COUNT
             PERFORM FORMAT-DETAIL-PARA
             MOVE DETAIL-LINE TO PLINEO(LINE-COUNT)
             MOVE PEND-KEY TO APR-LINE-KEY(LINE-COUNT)
             IF LINE-COUNT = 1
               MOVE PEND-KEY TO FIRST-KEY
             END-IF
             MOVE PEND-KEY TO LAST-KEY
             IF LINE-COUNT = 12
               MOVE 'Y' TO BROWSE-DONE-SW
             END-IF
           END-EVALUATE
           EXIT.

       FORMAT-DETAIL-PARA.
           MOVE LINE-COUNT TO DET-LINE-NO
           MOVE PEND-TARGET TO DET-TARGET
           MOVE PEND-REQ-OPER TO DET-REQ-OPER
           MOVE PEND-REQ-DATE TO DET-REQ-DATE
           MOVE SPACES TO DET-DETAIL
           EVALUATE PEND-ACTION
           WHEN 'A'    MOVE 'ADD' TO DET-ACTION-TXT
           WHEN 'C'    MOVE 'CHANGE' TO DET-ACTION-TXT
           WHEN 'D'
             IF PEND-FOR-OPER
               MOVE 'DEACT' TO DET-ACTION-TXT
             ELSE
               MOVE 'DELETE' TO DET-ACTION-TXT
             END-IF
           WHEN 'R'    MOVE 'REACT' TO DET-ACTION-TXT
           WHEN 'U'    MOVE 'UNLOCK' TO DET-ACTION-TXT
           WHEN OTHER  MOVE PEND-ACTION TO DET-ACTION-TXT
           END-EVALUATE
           EVALUATE TRUE
           WHEN PEND-FOR-RATE
             MOVE 'RATE' TO DET-FILE-TXT
             MOVE PEND-RATE-EFF-DATE TO DET-RATE-EFF-DATE
             MOVE PEND-RATE-VALUE TO DET-RATE-VALUE
           WHEN PEND-FOR-LIMIT
             MOVE 'LIM' TO DET-FILE-TXT
             MOVE PEND-LIM-VALUE TO DET-LIM-VALUE
           WHEN OTHER
             MOVE 'OPER' TO DET-FILE-TXT
             MOVE PEND-OP-NAME TO DET-OP-NAME
             MOVE PEND-OP-SUPER TO DET-OP-SUPER
             IF PEND-OP-PIN NOT = SPACES
               MOVE 'PIN' TO DET-OP-PIN-TXT
             END-IF
           END-EVALUATE
           EXIT.

       DECIDE-PARA.
      * the line number keyed - one or two digits - has to be a line
      * that is on the screen now
           MOVE 0 TO LINE-NO
           EVALUATE TRUE
           WHEN TYPED-SEL NUMERIC
             MOVE TYPED-SEL TO LINE-NO
           WHEN TYPED-SEL(1:1) NUMERIC
               AND (TYPED-SEL(2:1) = SPACE
                 OR TYPED-SEL(2:1) = LOW-VALUE)
             MOVE TYPED-SEL(1:1) TO LINE-NO
           END-EVALUATE
           IF LINE-NO < 1 OR LINE-NO > 12
             MOVE BAD-LINE-MSG TO PMSGO
           ELSE
           IF APR-LINE-KEY(LINE-NO) = LOW-VALUES
             MOVE BAD-LINE-MSG TO PMSGO
           ELSE
             EVALUATE TYPED-ACT
             WHEN 'A'    PERFORM APPROVE-PARA
             WHEN 'R'    PERFORM REJECT-PARA
             WHEN OTHER
               MOVE BAD-ACTION-MSG TO PMSGO
             END-EVALUATE
           END-IF
           END-IF
           EXIT.

       APPROVE-PARA.
           MOVE APR-LINE-KEY(LINE-NO) TO PEND-KEY
           EXEC CICS
           READ
           FILE('PENDF')
           INTO(FS-PEND)
           RIDFLD(PEND-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE = DFHRESP(NOTFND)
             MOVE ALREADY-DECIDED-MSG TO PMSGO
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
             MOVE FILE-ERROR-MSG TO PMSGO
           WHEN NOT PEND-WAITING
      * another supervisor got there first, or it expired overnight
             MOVE ALREADY-DECIDED-MSG TO PMSGO
           WHEN PEND-REQ-OPER = SUPER-KEY
      * the whole point - a change needs a second supervisor
             MOVE OWN-REQUEST-MSG TO PMSGO
           WHEN PEND-FOR-OPER AND PEND-TARGET = SUPER-KEY
      * nor may anyone approve what is done to their own id
             MOVE OWN-RECORD-MSG TO PMSGO
           WHEN OTHER
             PERFORM SET-AUDIT-DETAIL-PARA
             MOVE 'N' TO APPLY-SW
             EVALUATE TRUE
             WHEN PEND-FOR-RATE
               PERFORM APPLY-RATE-PARA
             WHEN PEND-FOR-LIMIT
               PERFORM APPLY-LIMIT-PARA
             WHEN OTHER
               PERFORM APPLY-OPER-PARA
             END-EVALUATE
             IF APPLY-OK
               MOVE 'A' TO DECISION-STATUS
               PERFORM CLOSE-REQUEST-PARA
             END-IF
           END-EVALUATE
           EXIT.

       REJECT-PARA.
      * nothing is applied. the requester is allowed to reject their
      * own request - that is withdrawing it, not approving it
           MOVE APR-LINE-KEY(LINE-NO) TO PEND-KEY
           EXEC CICS
           READ
           FILE('PENDF')
           INTO(FS-PEND)
           RIDFLD(PEND-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE = DFHRESP(NOTFND)
             MOVE ALREADY-DECIDED-MSG TO PMSGO
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
             MOVE FILE-ERROR-MSG TO PMSGO
           WHEN NOT PEND-WAITING
             MOVE ALREADY-DECIDED-MSG TO PMSGO
           WHEN OTHER
             PERFORM SET-AUDIT-DETAIL-PARA
             MOVE 'R' TO DECISION-STATUS
             PERFORM CLOSE-REQUEST-PARA
           END-EVALUATE
           EXIT.

       SET-AUDIT-DETAIL-PARA.
      * the decision's audit record repeats the request's target and
      * result text, so the two read side by side on the trail
           MOVE PEND-TARGET TO REF-TARGET
           MOVE SPACES TO REF-VERSION
           IF PEND-FOR-RATE
             MOVE PEND-RATE-VERSION TO REF-VERSION
           END-IF
           MOVE PEND-REQ-OPER TO REF-REQUESTER
           EVALUATE TRUE
           WHEN PEND-FOR-RATE AND PEND-ACTION = 'D'
             MOVE 'DELETED' TO AUDIT-ACTION-TXT
           WHEN PEND-FOR-LIMIT AND PEND-ACTION = 'D'
             MOVE 'DELETED' TO AUDIT-ACTION-TXT
           WHEN PEND-FOR-RATE
             MOVE PEND-RATE-VALUE TO AUDIT-ACTION-TXT
           WHEN PEND-FOR-LIMIT
             MOVE PEND-LIM-VALUE TO AUDIT-ACTION-TXT
           WHEN PEND-ACTION = 'A'
             MOVE 'ADDED' TO AUDIT-ACTION-TXT
           WHEN PEND-ACTION = 'C'
             MOVE 'CHANGED' TO AUDIT-ACTION-TXT
           WHEN PEND-ACTION = 'D'
             MOVE 'DEACTIVATE' TO AUDIT-ACTION-TXT
           WHEN PEND-ACTION = 'R'
             MOVE 'REACTIVATE' TO AUDIT-ACTION-TXT
           WHEN OTHER
             MOVE 'UNLOCKED' TO AUDIT-ACTION-TXT
           END-EVALUATE
           EXIT.

       APPLY-RATE-PARA.
      * the change RATEMNTP used to make on the spot, made now. the
      * version is stamped with the supervisor who keyed it - the
      * trail names the one who approved it
           MOVE PEND-TARGET TO RATE-NAME
           MOVE PEND-RATE-EFF-DATE TO RATE-EFF-DATE
           EVALUATE PEND-ACTION
           WHEN 'A'
             PERFORM FIND-HIGHEST-VERSION-PARA
             MOVE PEND-TARGET TO RATE-NAME
             MOVE PEND-RATE-EFF-DATE TO RATE-EFF-DATE
             MOVE PEND-RATE-VALUE TO RATE-VALUE
             COMPUTE RATE-VERSION = HIGHEST-VERSION + 1
             MOVE PEND-REQ-OPER TO RATE-UPD-OPER
             MOVE EIBDATE TO RATE-UPD-DATE
             EXEC CICS
             WRITE
             FILE('RATEF')
             FROM(FS-RATE)
             RIDFLD(RATE-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO APPLY-SW
      * the version the add was given, for the approval record
               MOVE RATE-VERSION TO REF-VERSION
             WHEN DFHRESP(DUPREC)
               MOVE RATE-EXISTS-MSG TO PMSGO
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO PMSGO
             END-EVALUATE
           WHEN 'C'
             EXEC CICS
             READ
             FILE('RATEF')
             INTO(FS-RATE)
             RIDFLD(RATE-KEY)
             RESP(RESPCODE)
             UPDATE
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE PEND-RATE-VALUE TO RATE-VALUE
               MOVE PEND-REQ-OPER TO RATE-UPD-OPER
               MOVE EIBDATE TO RATE-UPD-DATE
               EXEC CICS
               REWRITE
               FILE('RATEF')
               FROM(FS-RATE)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL)
                 MOVE 'Y' TO APPLY-SW
               ELSE
                 MOVE FILE-ERROR-MSG TO PMSGO
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE RATE-NOT-FOUND-MSG TO PMSGO
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO PMSGO
             END-EVALUATE
           WHEN OTHER
             EXEC CICS
             READ
             FILE('RATEF')
             INTO(FS-RATE)
             RIDFLD(RATE-KEY)
             RESP(RESPCODE)
             UPDATE
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               EXEC CICS
               DELETE
               FILE('RATEF')
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL)
                 MOVE 'Y' TO APPLY-SW
               ELSE
                 MOVE FILE-ERROR-MSG TO PMSGO
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE RATE-NOT-FOUND-MSG TO PMSGO
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO PMSGO
             END-EVALUATE
           END-EVALUATE
           EXIT.

       FIND-HIGHEST-VERSION-PARA.
      * walk the name's versions for the biggest version number on
      * file - the scan rides the key, which keeps a name's versions
      * together, and stops at the first record of another name.
      * same walk RATEMNTP made when it added versions itself
           MOVE 0 TO HIGHEST-VERSION
           MOVE PEND-TARGET TO TARGET-NAME
           MOVE TARGET-NAME TO RATE-NAME
           MOVE 0 TO RATE-EFF-DATE
           EXEC CICS
           STARTBR
           FILE('RATEF')
           RIDFLD(RATE-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             MOVE 'N' TO SCAN-DONE-SW
             PERFORM SCAN-HIGHEST-PARA UNTIL SCAN-DONE
             EXEC CICS
             ENDBR FILE('RATEF') RESP(RESPCODE)
             END-EXEC
           END-IF
           EXIT.

       SCAN-HIGHEST-PARA.
           EXEC CICS
           READNEXT
           FILE('RATEF')
           INTO(FS-RATE)
           RIDFLD(RATE-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO SCAN-DONE-SW
           WHEN RATE-NAME NOT = TARGET-NAME
             MOVE 'Y' TO SCAN-DONE-SW
           WHEN OTHER
             IF RATE-VERSION NUMERIC AND
                 RATE-VERSION > HIGHEST-VERSION
               MOVE RATE-VERSION TO HIGHEST-VERSION
             END-IF
           END-EVALUATE
           EXIT.

       APPLY-LIMIT-PARA.
      * the change LIMMNTP used to make on the spot, made now
           MOVE PEND-TARGET TO LIM-KEY
           EVALUATE PEND-ACTION
           WHEN 'A'
             MOVE PEND-LIM-VALUE TO LIM-VALUE
             MOVE PEND-REQ-OPER TO LIM-UPD-OPER
             MOVE EIBDATE TO LIM-UPD-DATE
             EXEC CICS
             WRITE
             FILE('LIMITF')
             FROM(FS-LIMIT)
             RIDFLD(LIM-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO APPLY-SW
             WHEN DFHRESP(DUPREC)
               MOVE LIMIT-EXISTS-MSG TO PMSGO
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO PMSGO
             END-EVALUATE
           WHEN 'C'
             EXEC CICS
             READ
             FILE('LIMITF')
             INTO(FS-LIMIT)
             RIDFLD(LIM-KEY)
             RESP(RESPCODE)
             UPDATE
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE PEND-LIM-VALUE TO LIM-VALUE
               MOVE PEND-REQ-OPER TO LIM-UPD-OPER
               MOVE EIBDATE TO LIM-UPD-DATE
               EXEC CICS
               REWRITE
               FILE('LIMITF')
               FROM(FS-LIMIT)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL)
                 MOVE 'Y' TO APPLY-SW
               ELSE
                 MOVE FILE-ERROR-MSG TO PMSGO
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE LIMIT-NOT-FOUND-MSG TO PMSGO
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO PMSGO
             END-EVALUATE
           WHEN OTHER
             EXEC CICS
             READ
             FILE('LIMITF')
             INTO(FS-LIMIT)
             RIDFLD(LIM-KEY)
             RESP(RESPCODE)
             UPDATE
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               EXEC CICS
               DELETE
               FILE('LIMITF')
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL)
                 MOVE 'Y' TO APPLY-SW
               ELSE
                 MOVE FILE-ERROR-MSG TO PMSGO
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE LIMIT-NOT-FOUND-MSG TO PMSGO
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO PMSGO
             END-EVALUATE
           END-EVALUATE
           EXIT.

       APPLY-OPER-PARA.
      * the change OPERMNTP used to make on the spot, made now -
      * field for field the rules that screen always applied
           MOVE PEND-TARGET TO OP-KEY OF FS-TGT
           IF PEND-ACTION = 'A'
             MOVE PEND-OP-NAME TO OP-NAME OF FS-TGT
             MOVE PEND-OP-SUPER TO OP-SUPER OF FS-TGT
             MOVE 'A' TO OP-STATUS OF FS-TGT
             MOVE PEND-OP-PIN TO OP-PIN OF FS-TGT
             MOVE 0 TO OP-FAILS OF FS-TGT
             MOVE 'N' TO OP-LOCK OF FS-TGT
             EXEC CICS
             WRITE
             FILE('OPERF')
             FROM(FS-TGT)
             RIDFLD(OP-KEY OF FS-TGT)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO APPLY-SW
             WHEN DFHRESP(DUPREC)
               MOVE OPER-EXISTS-MSG TO PMSGO
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO PMSGO
             END-EVALUATE
           ELSE
             EXEC CICS
             READ
             FILE('OPERF')
             INTO(FS-TGT)
             RIDFLD(OP-KEY OF FS-TGT)
             RESP(RESPCODE)
             UPDATE
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               PERFORM CHANGE-OPER-FIELDS-PARA
               EXEC CICS
               REWRITE
               FILE('OPERF')
               FROM(FS-TGT)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL)
                 MOVE 'Y' TO APPLY-SW
               ELSE
                 MOVE FILE-ERROR-MSG TO PMSGO
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE OPER-NOT-FOUND-MSG TO PMSGO
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO PMSGO
             END-EVALUATE
           END-IF
           EXIT.

       CHANGE-OPER-FIELDS-PARA.
           EVALUATE PEND-ACTION
           WHEN 'C'
      * a blank field in the request means "leave that one alone".
      * a fresh PIN starts the consecutive-failure count over, the
      * lock byte stays - the unlock action is the only thing that
      * clears it
             IF PEND-OP-NAME NOT = SPACES
               MOVE PEND-OP-NAME TO OP-NAME OF FS-TGT
             END-IF
             IF PEND-OP-SUPER = 'Y' OR PEND-OP-SUPER = 'N'
               MOVE PEND-OP-SUPER TO OP-SUPER OF FS-TGT
             END-IF
             IF PEND-OP-PIN NOT = SPACES
               MOVE PEND-OP-PIN TO OP-PIN OF FS-TGT
               MOVE 0 TO OP-FAILS OF FS-TGT
             END-IF
           WHEN 'D'
             MOVE 'I' TO OP-STATUS OF FS-TGT
           WHEN 'R'
             MOVE 'A' TO OP-STATUS OF FS-TGT
           WHEN OTHER
             MOVE 0 TO OP-FAILS OF FS-TGT
             MOVE 'N' TO OP-LOCK OF FS-TGT
           END-EVALUATE
           EXIT.

       CLOSE-REQUEST-PARA.
      * mark the request decided. re-read for update so a second
      * supervisor deciding the same request at the same moment
      * finds it already decided - and if it was, or the mark cannot
      * be written, whatever this task applied is backed out so the
      * master never moves without its request saying so
           EXEC CICS
           READ
           FILE('PENDF')
           INTO(FS-PEND)
           RIDFLD(PEND-KEY)
           RESP(RESPCODE)
           UPDATE
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE FILE-ERROR-MSG TO PMSGO
           WHEN NOT PEND-WAITING
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE ALREADY-DECIDED-MSG TO PMSGO
           WHEN OTHER
             MOVE DECISION-STATUS TO PEND-STATUS
             MOVE SUPER-KEY TO PEND-DEC-OPER
             MOVE EIBDATE TO PEND-DEC-DATE
             MOVE EIBTIME TO PEND-DEC-TIME
      * the PIN has done its job once the request is decided
             IF PEND-FOR-OPER
               MOVE SPACES TO PEND-OP-PIN
             END-IF
             EXEC CICS
             REWRITE
             FILE('PENDF')
             FROM(FS-PEND)
             RESP(RESPCODE)
             END-EXEC
             IF RESPCODE = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT END-EXEC
               IF DECISION-APPROVE
                 MOVE APPROVED-MSG TO PMSGO
                 MOVE 'APPROVED' TO AUD-STATUS
               ELSE
                 MOVE REJECTED-MSG TO PMSGO
                 MOVE 'REJECTED' TO AUD-STATUS
               END-IF
               PERFORM WRITE-AUDIT-RECORD
             ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE FILE-ERROR-MSG TO PMSGO
             END-IF
           END-EVALUATE
           EXIT.

       WRITE-AUDIT-RECORD.
      * one audit record per decision - the maintenance screen's own
      * operation code ('T' rate, 'K' limit, 'O' operator), the
      * target and requester as the input, the request's result text
      * as the result, 'APPROVED' or 'REJECTED' as the status, the
      * deciding supervisor as the operator. the trail is
      * diagnostic, not the system of record, so a failed write is
      * reported to the console but does not undo the decision the
      * supervisor just saw confirmed - same convention as RATEMNTP
           MOVE EIBTRMID TO AUD-TERMID
           MOVE EIBDATE TO AUD-DATE
           MOVE EIBTIME TO AUD-TIME
           MOVE EIBTASKN TO AUD-TASKN
           MOVE PEND-FILE TO AUD-OPERATION
           MOVE AUDIT-PEND-REF TO AUD-INPUT
           MOVE AUDIT-ACTION-TXT TO AUD-RESULT
           MOVE SUPER-KEY TO AUD-OPERID
      * the alternate-index copy of who-plus-when - see AUDITREC
           MOVE AUD-OPERID TO AUD-ALT-OPERID
           MOVE AUD-DATE TO AUD-ALT-DATE
           MOVE AUD-TIME TO AUD-ALT-TIME
           MOVE AUD-TASKN TO AUD-ALT-TASKN
      * maintenance is not done for a customer account
           MOVE SPACES TO AUD-ACCOUNT
           EXEC CICS
           WRITE
           FILE('AUDITF')
           FROM(FS-AUDIT)
           RIDFLD(AUD-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
           THEN
           CONTINUE
           ELSE
             EXEC CICS
             WRITE OPERATOR TEXT('AUDITF WRITE FAILED')
             END-EXEC
           END-IF
           EXIT.

       WRITE-SIGNON-AUDIT-PARA.
      * one 'L' record per sign-on attempt, shaped like the
      * calculator's - the id typed as the input, the supervisor as
      * the operator only once the PIN has been accepted, so a
      * failed attempt counts against the typed id in EXCPRPT the
      * same way. same console-only handling of a failed write
           MOVE EIBTRMID TO AUD-TERMID
           MOVE EIBDATE TO AUD-DATE
           MOVE EIBTIME TO AUD-TIME
           MOVE EIBTASKN TO AUD-TASKN
           MOVE 'L' TO AUD-OPERATION
           MOVE SUPER-KEY TO AUD-INPUT
           MOVE SPACES TO AUD-RESULT
           MOVE APR-SUPER-ID TO AUD-OPERID
      * the alternate-index copy of who-plus-when - see AUDITREC
           MOVE AUD-OPERID TO AUD-ALT-OPERID
           MOVE AUD-DATE TO AUD-ALT-DATE
           MOVE AUD-TIME TO AUD-ALT-TIME
           MOVE AUD-TASKN TO AUD-ALT-TASKN
      * a sign-on is not done for a customer account
           MOVE SPACES TO AUD-ACCOUNT
           EXEC CICS
           WRITE
           FILE('AUDITF')
           FROM(FS-AUDIT)
           RIDFLD(AUD-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
           THEN
           CONTINUE
           ELSE
             EXEC CICS
             WRITE OPERATOR TEXT('AUDITF WRITE FAILED')
             END-EXEC
           END-IF
           EXIT.
