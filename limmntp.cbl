      * validated through SUBPROG - the same check a calculator
      * keypress gets - before it is allowed into the file. the
      * threshold the result check reads lives under the name
      * 'RESULT'; deleting it simply turns the check off.
      * nothing keyed here reaches LIMITF directly - an add, change
      * or delete goes on the pending-changes file PENDF, audited
      * with status 'PENDING', and is applied only when a second
      * supervisor approves it on the APPR transaction (APPRMNTP).
      * inquiry is unaffected
      * ENTER with the supervisor id and PIN signs on, the same
      * sign-on RATEMNTP has and for the same reason - a request is
      * filed under the id that signed on, so APPR's different-
      * supervisor rule means something. the sign-on ENTER does
      * nothing else; from the next one the action keyed is carried
      * out. once signed on, the id field is not read again.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY LIMMAP.
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY FS-AUDIT.

      * the change request waiting for a second supervisor
           COPY PENDREC
               REPLACING PENDREC-NAME BY FS-PEND.

       01 RESPCODE PIC S9(8) COMP.

       01 SUPER-KEY PIC X(8) VALUE SPACES.

      * outcome of CHECK-PIN-PARA - 'M' means nothing was typed in
      * the PIN field, which prompts rather than counting as one of
      * the failures toward the lock, 'X' that the id has no PIN on
      * file to check against
       01 PIN-CHECK-SW PIC X VALUE 'N'.
           88 PIN-OK VALUE 'Y'.
           88 PIN-MISSING VALUE 'M'.
           88 PIN-NOT-SET VALUE 'X'.
           88 PIN-WRONG VALUE 'N'.

      * what was keyed, saved off the received map - MAPLO
      * shares its storage with MAPLI, so clearing the reply
      * would lose it. a field left unkeyed stays low-values
       01 TYPED-INPUT.
           05 TYPED-OPERID PIC X(8).
           05 TYPED-PIN PIC X(4).
           05 TYPED-ACT PIC X.
           05 TYPED-NAME PIC X(8).
           05 TYPED-VALUE PIC X(10).

      * sign-on state carried between pseudo-conversational tasks
       01 LIMIT-COMMAREA.
           05 LIMIT-SUPER PIC X VALUE 'N'.
               88 LIMIT-IS-SUPER VALUE 'Y'.
      * who signed on - blank until the PIN has been checked, and
      * the only id requests are ever filed under
           05 LIMIT-SUPER-ID PIC X(8) VALUE SPACES.

       01 INFO-FOR-USER.
           05 MSG-WHEN-EXIT PIC X(10) VALUE 'NORMAL END'.
           05 MSG-WHEN-EROR-EXIT PIC X(12) VALUE 'ABNORMAL END'.
           05 SIGNON-PROMPT-MSG PIC X(16) VALUE 'ENTER ID AND PIN'.
           05 LIMIT-PROMPT-MSG PIC X(17) VALUE 'ENTER ACTION NAME'.
           05 SUPERVISOR-ONLY-MSG PIC X(16) VALUE 'SUPERVISORS ONLY'.
           05 LOCKED-OPER-MSG PIC X(15) VALUE 'OPERATOR LOCKED'.
           05 ENTER-PIN-MSG PIC X(9) VALUE 'ENTER PIN'.
           05 WRONG-PIN-MSG PIC X(9) VALUE 'WRONG PIN'.
           05 NO-PIN-MSG PIC X(14) VALUE 'NO PIN ON FILE'.
           05 NEED-NAME-MSG PIC X(16) VALUE 'ENTER LIMIT NAME'.
           05 BAD-ACTION-MSG PIC X(18) VALUE 'ACTION IS A C D I'.
           05 SENT-FOR-APPROVAL-MSG PIC X(17) VALUE 'SENT FOR APPROVAL'.
           05 LIMIT-EXISTS-MSG PIC X(20) VALUE 'LIMIT ALREADY EXISTS'.
           05 LIMIT-NOT-FOUND-MSG PIC X(15) VALUE 'LIMIT NOT FOUND'.
           05 BAD-VALUE-MSG PIC X(18) VALUE 'VALUE IS NOT VALID'.
           05 FILE-ERROR-MSG PIC X(13) VALUE 'ERROR IN FILE'.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(9).

       PROCEDURE DIVISION.
       MAIN.
           IF EIBCALEN = 0 THEN
           PERFORM FIRST-TIME-PARA
           ELSE
             MOVE DFHCOMMAREA TO LIMIT-COMMAREA
             EVALUATE EIBAID
             WHEN DFHPF3        PERFORM EXIT-PROG-PARA
             WHEN DFHENTER      PERFORM MAINTAIN-PARA

       FIRST-TIME-PARA.
           MOVE LOW-VALUES TO MAPLO
           MOVE SIGNON-PROMPT-MSG TO LMSGO
           EXEC CICS
           SEND MAP('MAPL') MAPSET('LIMMAP')
           FROM(MAPLO)
           GOBACK.

       MAINTAIN-PARA.
      * ENTER - sign the supervisor on with id and PIN the first
      * time; after that carry out the action keyed. the sign-on
      * task does nothing more, since its 'L' audit record and a
      * request's 'PENDING' one would share the same AUDITF key
           MOVE LOW-VALUES TO MAPLI
           EXEC CICS
           RECEIVE MAP('MAPL') MAPSET('LIMMAP')
           INTO(MAPLI)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             MOVE LOPIDI TO TYPED-OPERID
             MOVE LPINI TO TYPED-PIN
             MOVE LACTI TO TYPED-ACT
             MOVE LNAMI TO TYPED-NAME
             MOVE LVALI TO TYPED-VALUE
           ELSE
             MOVE SPACES TO TYPED-INPUT
           END-IF
           MOVE LOW-VALUES TO MAPLO
           IF RESPCODE NOT = DFHRESP(NORMAL)
             IF LIMIT-IS-SUPER
               MOVE LIMIT-PROMPT-MSG TO LMSGO
             ELSE
               MOVE SIGNON-PROMPT-MSG TO LMSGO
             END-IF
           ELSE
           IF NOT LIMIT-IS-SUPER
             PERFORM SIGNON-CHECK-PARA
           ELSE
             PERFORM STILL-SUPER-PARA
             IF LIMIT-IS-SUPER
               PERFORM DO-ACTION-PARA
             END-IF
           END-IF
           END-IF
      * whatever is in the id field, requests are filed under the id
      * that signed on - show that one
           IF LIMIT-IS-SUPER
             MOVE LIMIT-SUPER-ID TO LOPIDO
           END-IF
           PERFORM SEND-DATA-ONLY-PARA
           EXIT.

       SIGNON-CHECK-PARA.
      * the supervisor's id and PIN against OPERF, the same checks in
      * the same order as APPR's sign-on - every attempt is audited,
      * but the PIN itself never goes near the trail
           PERFORM DROP-SIGNON-PARA
           MOVE TYPED-OPERID TO SUPER-KEY
           IF SUPER-KEY = SPACES OR SUPER-KEY = LOW-VALUES
             MOVE SIGNON-PROMPT-MSG TO LMSGO
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
                 AND OP-INACTIVE
               MOVE 'INACTIVE' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE SUPERVISOR-ONLY-MSG TO LMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
                 AND NOT OP-IS-SUPER
               MOVE 'NOTSUPER' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE SUPERVISOR-ONLY-MSG TO LMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
                 AND OP-IS-LOCKED
               MOVE 'LOCKED' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE LOCKED-OPER-MSG TO LMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
               PERFORM CHECK-PIN-PARA
               EVALUATE TRUE
               WHEN PIN-OK
                 PERFORM RESET-PIN-FAILS-PARA
                 MOVE 'Y' TO LIMIT-SUPER
                 MOVE SUPER-KEY TO LIMIT-SUPER-ID
                 MOVE 'OK' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE LIMIT-PROMPT-MSG TO LMSGO
               WHEN PIN-MISSING
                 MOVE 'BADDATA' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE ENTER-PIN-MSG TO LMSGO
               WHEN PIN-NOT-SET
                 MOVE 'NOPIN' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE NO-PIN-MSG TO LMSGO
               WHEN OTHER
                 PERFORM COUNT-PIN-FAIL-PARA
                 MOVE 'BADPIN' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 IF OP-IS-LOCKED
                   MOVE LOCKED-OPER-MSG TO LMSGO
                 ELSE
                   MOVE WRONG-PIN-MSG TO LMSGO
                 END-IF
               END-EVALUATE
             WHEN RESPCODE = DFHRESP(NOTFND)
               MOVE 'BADDATA' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE SUPERVISOR-ONLY-MSG TO LMSGO
             WHEN OTHER
               MOVE 'FILEERR' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE FILE-ERROR-MSG TO LMSGO
             END-EVALUATE
           END-IF
           EXIT.

       CHECK-PIN-PARA.
      * the typed PIN against the one on the OPERF record just read.
      * unlike the calculator, a blank PIN on file is not let
      * through - a request has to be provably the supervisor's
           IF OP-PIN = SPACES
               OR OP-PIN = LOW-VALUES
             MOVE 'X' TO PIN-CHECK-SW
           ELSE
           IF TYPED-PIN = SPACES OR TYPED-PIN = LOW-VALUES
             MOVE 'M' TO PIN-CHECK-SW
           ELSE
           IF TYPED-PIN = OP-PIN
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
           IF OP-FAILS NUMERIC
               AND OP-FAILS = 0
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
               MOVE 0 TO OP-FAILS
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
             IF OP-FAILS NOT NUMERIC
               MOVE 0 TO OP-FAILS
             END-IF
             IF OP-FAILS < 9
               ADD 1 TO OP-FAILS
             END-IF
             IF OP-FAILS >= 3
               MOVE 'Y' TO OP-LOCK
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
           MOVE LIMIT-SUPER-ID TO SUPER-KEY
           EXEC CICS
           READ
           FILE('OPERF')
           INTO(FS-OPER)
           RIDFLD(SUPER-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
               AND OP-IS-SUPER
               AND NOT OP-INACTIVE
               AND NOT OP-IS-LOCKED
             CONTINUE
           ELSE
             PERFORM DROP-SIGNON-PARA
             MOVE SUPERVISOR-ONLY-MSG TO LMSGO
           END-IF
           EXIT.

       DROP-SIGNON-PARA.
      * back to nobody signed on
           MOVE 'N' TO LIMIT-SUPER
           MOVE SPACES TO LIMIT-SUPER-ID
           EXIT.

       DO-ACTION-PARA.
           IF TYPED-NAME = SPACES OR TYPED-NAME = LOW-VALUES
             MOVE NEED-NAME-MSG TO LMSGO
           ELSE
             MOVE TYPED-NAME TO LIM-KEY
             EVALUATE TYPED-ACT
             WHEN 'A'    PERFORM ADD-LIMIT-PARA
             WHEN 'C'    PERFORM CHANGE-LIMIT-PARA
             WHEN 'D'    PERFORM DELETE-LIMIT-PARA
       CHECK-VALUE-PARA.
      * the threshold has to survive the same validation a number
      * typed on the calculator survives - SUBPROG says yes or no
           MOVE TYPED-VALUE TO INPUT-VAR
           MOVE 'N' TO SUBPROG-STATUS
           MOVE 0 TO OUTPUT-VAR
           EXEC CICS
       ADD-LIMIT-PARA.
           PERFORM CHECK-VALUE-PARA
           IF VALID-INPUT
             EXEC CICS
             READ
             FILE('LIMITF')
             INTO(FS-LIMIT)
             RIDFLD(LIM-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE LIMIT-EXISTS-MSG TO LMSGO
             WHEN DFHRESP(NOTFND)
               MOVE TYPED-VALUE TO LIM-VALUE
               MOVE LIM-VALUE TO AUD-RESULT
               PERFORM WRITE-PENDING-PARA
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO LMSGO
             END-EVALUATE
             INTO(FS-LIMIT)
             RIDFLD(LIM-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE TYPED-VALUE TO LIM-VALUE
               MOVE LIM-VALUE TO AUD-RESULT
               PERFORM WRITE-PENDING-PARA
             WHEN DFHRESP(NOTFND)
               MOVE LIMIT-NOT-FOUND-MSG TO LMSGO
             WHEN OTHER
           INTO(FS-LIMIT)
           RIDFLD(LIM-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
      * the request carries the value being deleted, so the approver
      * can see what goes
             MOVE 'DELETED' TO AUD-RESULT
             PERFORM WRITE-PENDING-PARA
           WHEN DFHRESP(NOTFND)
             MOVE LIMIT-NOT-FOUND-MSG TO LMSGO
           WHEN OTHER
           END-EVALUATE
           EXIT.

       WRITE-PENDING-PARA.
      * the change goes on PENDF for a second supervisor to approve
      * or reject on APPR - nothing in LIMITF moves until then, same
      * arrangement as RATEMNTP. the request is audited as it is
      * made, status 'PENDING'
           MOVE EIBDATE TO PEND-REQ-DATE
           MOVE EIBTIME TO PEND-REQ-TIME
           MOVE EIBTASKN TO PEND-REQ-TASKN
           MOVE 'K' TO PEND-FILE
           MOVE TYPED-ACT TO PEND-ACTION
           MOVE 'P' TO PEND-STATUS
           MOVE LIMIT-SUPER-ID TO PEND-REQ-OPER
           MOVE EIBTRMID TO PEND-REQ-TERMID
           MOVE SPACES TO PEND-DEC-OPER
           MOVE 0 TO PEND-DEC-DATE
           MOVE 0 TO PEND-DEC-TIME
           MOVE LIM-KEY TO PEND-TARGET
           MOVE SPACES TO PEND-DETAIL
           MOVE LIM-VALUE TO PEND-LIM-VALUE
           EXEC CICS
           WRITE
           FILE('PENDF')
           FROM(FS-PEND)
           RIDFLD(PEND-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT END-EXEC
             MOVE SENT-FOR-APPROVAL-MSG TO LMSGO
             MOVE 'PENDING' TO AUD-STATUS
             PERFORM WRITE-AUDIT-RECORD
           ELSE
             MOVE FILE-ERROR-MSG TO LMSGO
           END-IF
           EXIT.

       INQUIRE-LIMIT-PARA.
      * inquiry only - shows the value and who last set it, writes
      * no audit record and changes nothing
           EXIT.

       WRITE-AUDIT-RECORD.
      * one audit record per add/change/delete request - operation
      * 'K' (limits maintenance), the limit name as the input, the
      * new value (or 'DELETED') as the result, status 'PENDING',
      * the requesting supervisor as the operator. APPRMNTP writes
      * the matching 'APPROVED' or 'REJECTED' record. the trail is
      * diagnostic, not the system of record, so a failed write is
      * reported to the console but does not undo the request the
      * supervisor just saw confirmed
           MOVE EIBTRMID TO AUD-TERMID
           MOVE EIBDATE TO AUD-DATE
           MOVE EIBTIME TO AUD-TIME
           MOVE EIBTASKN TO AUD-TASKN
           MOVE 'K' TO AUD-OPERATION
           MOVE LIM-KEY TO AUD-INPUT
           MOVE LIMIT-SUPER-ID TO AUD-OPERID
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
      * one 'L' record per sign-on attempt, shaped like APPR's - the
      * id typed as the input, the supervisor as the operator only
      * once the PIN has been accepted, so a failed attempt counts
      * against the typed id in EXCPRPT the same way. same
      * console-only handling of a failed write
           MOVE EIBTRMID TO AUD-TERMID
           MOVE EIBDATE TO AUD-DATE
           MOVE EIBTIME TO AUD-TIME
           MOVE EIBTASKN TO AUD-TASKN
           MOVE 'L' TO AUD-OPERATION
           MOVE SUPER-KEY TO AUD-INPUT
           MOVE SPACES TO AUD-RESULT
           MOVE LIMIT-SUPER-ID TO AUD-OPERID
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
