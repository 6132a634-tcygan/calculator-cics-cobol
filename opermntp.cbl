      * deactivate is a status flag, never a delete - the
      * leaver's VFILE, MEMFILE and HISTFILE records and their audit
      * history stay intact for disputes, they just cannot sign on
      * (SIGNON-CHECK-PARA in MAPKALKP rejects the flag).
      * nothing keyed here reaches OPERF directly - every action but
      * inquire goes on the pending-changes file PENDF, audited with
      * status 'PENDING', and is applied only when a second
      * supervisor approves it on the APPR transaction (APPRMNTP)
      * ENTER with the supervisor id and PIN signs on, the same
      * sign-on RATEMNTP has and for the same reason - a request is
      * filed under the id that signed on, so APPR's different-
      * supervisor rule and the own-record rules mean something. the
      * sign-on ENTER does nothing else; from the next one the
      * action keyed is carried out. once signed on, the id field is
      * not read again.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY OPERMAP.
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY FS-AUDIT.

      * the change request waiting for a second supervisor - the PIN
      * of an add or change rides in it until the request is decided
           COPY PENDREC
               REPLACING PENDREC-NAME BY FS-PEND.

       01 RESPCODE PIC S9(8) COMP.

      * what was keyed, saved off the received map - MAPOO
      * shares its storage with MAPOI, so clearing the reply
      * would lose it. a field left unkeyed stays low-values
       01 TYPED-INPUT.
           05 TYPED-OPERID PIC X(8).
           05 TYPED-SUPER-PIN PIC X(4).
           05 TYPED-ACT PIC X.
           05 TYPED-TARGET PIC X(8).
           05 TYPED-NAME PIC X(20).
           05 TYPED-SUPER PIC X.
           05 TYPED-PIN PIC X(4).

      * keys held apart from the two record areas so the reads
      * cannot disturb each other
       01 SUPER-KEY PIC X(8) VALUE SPACES.
       01 TARGET-KEY PIC X(8) VALUE SPACES.

      * outcome of CHECK-PIN-PARA - 'M' means nothing was typed in
      * the supervisor's PIN field, which prompts rather than
      * counting as one of the failures toward the lock, 'X' that
      * the id has no PIN on file to check against
       01 PIN-CHECK-SW PIC X VALUE 'N'.
           88 PIN-OK VALUE 'Y'.
           88 PIN-MISSING VALUE 'M'.
           88 PIN-NOT-SET VALUE 'X'.
           88 PIN-WRONG VALUE 'N'.

      * what WRITE-AUDIT-RECORD reports as the outcome of the action
       01 AUDIT-ACTION-TXT PIC X(10) VALUE SPACES.

      * sign-on state carried between pseudo-conversational tasks
       01 OPER-COMMAREA.
           05 OPER-SUPER PIC X VALUE 'N'.
               88 OPER-IS-SUPER VALUE 'Y'.
      * who signed on - blank until the PIN has been checked, and
      * the only id requests are ever filed under
           05 OPER-SUPER-ID PIC X(8) VALUE SPACES.

       01 INFO-FOR-USER.
           05 MSG-WHEN-EXIT PIC X(10) VALUE 'NORMAL END'.
           05 MSG-WHEN-EROR-EXIT PIC X(12) VALUE 'ABNORMAL END'.
           05 SIGNON-PROMPT-MSG PIC X(16) VALUE 'ENTER ID AND PIN'.
           05 OPER-PROMPT-MSG PIC X(19) VALUE 'ENTER ACTION TARGET'.
           05 SUPERVISOR-ONLY-MSG PIC X(16) VALUE 'SUPERVISORS ONLY'.
           05 LOCKED-OPER-MSG PIC X(15) VALUE 'OPERATOR LOCKED'.
           05 ENTER-PIN-MSG PIC X(9) VALUE 'ENTER PIN'.
           05 WRONG-PIN-MSG PIC X(9) VALUE 'WRONG PIN'.
           05 NO-PIN-MSG PIC X(14) VALUE 'NO PIN ON FILE'.
           05 NEED-TARGET-MSG PIC X(17) VALUE 'ENTER TARGET ID'.
           05 NEED-NAME-MSG PIC X(10) VALUE 'ENTER NAME'.
           05 BAD-ACTION-MSG PIC X(18) VALUE 'ACTION A C D R I U'.
           05 BAD-SUPER-MSG PIC X(18) VALUE 'SUPER FLAG IS Y N'.
           05 BAD-PIN-MSG PIC X(15) VALUE 'PIN IS 4 DIGITS'.
           05 SENT-FOR-APPROVAL-MSG PIC X(17) VALUE 'SENT FOR APPROVAL'.
           05 OPER-EXISTS-MSG PIC X(15) VALUE 'OPERATOR EXISTS'.
           05 OPER-NOT-FOUND-MSG PIC X(18) VALUE 'OPERATOR NOT FOUND'.
           05 CANNOT-SELF-MSG PIC X(17) VALUE 'CANNOT DEACT SELF'.
           05 FILE-ERROR-MSG PIC X(13) VALUE 'ERROR IN FILE'.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(9).

       PROCEDURE DIVISION.
       MAIN.
           IF EIBCALEN = 0 THEN
           PERFORM FIRST-TIME-PARA
           ELSE
             MOVE DFHCOMMAREA TO OPER-COMMAREA
             EVALUATE EIBAID
             WHEN DFHPF3        PERFORM EXIT-PROG-PARA
             WHEN DFHENTER      PERFORM MAINTAIN-PARA

       FIRST-TIME-PARA.
           MOVE LOW-VALUES TO MAPOO
           MOVE SIGNON-PROMPT-MSG TO OMSGO
           EXEC CICS
           SEND MAP('MAPO') MAPSET('OPERMAP')
           FROM(MAPOO)
           GOBACK.

       MAINTAIN-PARA.
      * ENTER - sign the supervisor on with id and PIN the first
      * time; after that carry out the action keyed. the sign-on
      * task does nothing more, since its 'L' audit record and a
      * request's 'PENDING' one would share the same AUDITF key
           MOVE LOW-VALUES TO MAPOI
           EXEC CICS
           RECEIVE MAP('MAPO') MAPSET('OPERMAP')
           INTO(MAPOI)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             MOVE OOPIDI TO TYPED-OPERID
             MOVE OSPNI TO TYPED-SUPER-PIN
             MOVE OACTI TO TYPED-ACT
             MOVE OTIDI TO TYPED-TARGET
             MOVE ONAMI TO TYPED-NAME
             MOVE OSUPI TO TYPED-SUPER
             MOVE OPNI TO TYPED-PIN
           ELSE
             MOVE SPACES TO TYPED-INPUT
           END-IF
           MOVE LOW-VALUES TO MAPOO
           IF RESPCODE NOT = DFHRESP(NORMAL)
             IF OPER-IS-SUPER
               MOVE OPER-PROMPT-MSG TO OMSGO
             ELSE
               MOVE SIGNON-PROMPT-MSG TO OMSGO
             END-IF
           ELSE
           IF NOT OPER-IS-SUPER
             PERFORM SIGNON-CHECK-PARA
           ELSE
             PERFORM STILL-SUPER-PARA
             IF OPER-IS-SUPER
               PERFORM DO-ACTION-PARA
             END-IF
           END-IF
           END-IF
      * whatever is in the id field, requests are filed under the id
      * that signed on - show that one
           IF OPER-IS-SUPER
             MOVE OPER-SUPER-ID TO OOPIDO
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
             MOVE SIGNON-PROMPT-MSG TO OMSGO
           ELSE
             EXEC CICS
             READ
             FILE('OPERF')
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
               MOVE SUPERVISOR-ONLY-MSG TO OMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
                 AND NOT OP-IS-SUPER OF FS-OPER
               MOVE 'NOTSUPER' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE SUPERVISOR-ONLY-MSG TO OMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
                 AND OP-IS-LOCKED OF FS-OPER
               MOVE 'LOCKED' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE LOCKED-OPER-MSG TO OMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
               PERFORM CHECK-PIN-PARA
               EVALUATE TRUE
               WHEN PIN-OK
                 PERFORM RESET-PIN-FAILS-PARA
                 MOVE 'Y' TO OPER-SUPER
                 MOVE SUPER-KEY TO OPER-SUPER-ID
                 MOVE 'OK' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE OPER-PROMPT-MSG TO OMSGO
               WHEN PIN-MISSING
                 MOVE 'BADDATA' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE ENTER-PIN-MSG TO OMSGO
               WHEN PIN-NOT-SET
                 MOVE 'NOPIN' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE NO-PIN-MSG TO OMSGO
               WHEN OTHER
                 PERFORM COUNT-PIN-FAIL-PARA
                 MOVE 'BADPIN' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 IF OP-IS-LOCKED OF FS-OPER
                   MOVE LOCKED-OPER-MSG TO OMSGO
                 ELSE
                   MOVE WRONG-PIN-MSG TO OMSGO
                 END-IF
               END-EVALUATE
             WHEN RESPCODE = DFHRESP(NOTFND)
               MOVE 'BADDATA' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE SUPERVISOR-ONLY-MSG TO OMSGO
             WHEN OTHER
               MOVE 'FILEERR' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE FILE-ERROR-MSG TO OMSGO
             END-EVALUATE
           END-IF
           EXIT.

       CHECK-PIN-PARA.
      * the typed PIN against the one on the OPERF record just read.
      * unlike the calculator, a blank PIN on file is not let
      * through - a request has to be provably the supervisor's
           IF OP-PIN OF FS-OPER = SPACES
               OR OP-PIN OF FS-OPER = LOW-VALUES
             MOVE 'X' TO PIN-CHECK-SW
           ELSE
           IF TYPED-SUPER-PIN = SPACES OR TYPED-SUPER-PIN = LOW-VALUES
             MOVE 'M' TO PIN-CHECK-SW
           ELSE
           IF TYPED-SUPER-PIN = OP-PIN OF FS-OPER
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
           MOVE OPER-SUPER-ID TO SUPER-KEY
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
             MOVE SUPERVISOR-ONLY-MSG TO OMSGO
           END-IF
           EXIT.

       DROP-SIGNON-PARA.
      * back to nobody signed on
           MOVE 'N' TO OPER-SUPER
           MOVE SPACES TO OPER-SUPER-ID
           EXIT.

       DO-ACTION-PARA.
           IF TYPED-TARGET = SPACES OR TYPED-TARGET = LOW-VALUES
             MOVE NEED-TARGET-MSG TO OMSGO
           ELSE
             MOVE TYPED-TARGET TO TARGET-KEY
             EVALUATE TYPED-ACT
             WHEN 'A'    PERFORM ADD-OPER-PARA
             WHEN 'C'    PERFORM CHANGE-OPER-PARA
             WHEN 'D'    PERFORM DEACT-OPER-PARA
           EXIT.

       ADD-OPER-PARA.
           IF TYPED-NAME = SPACES OR TYPED-NAME = LOW-VALUES
             MOVE NEED-NAME-MSG TO OMSGO
           ELSE
           IF TYPED-SUPER NOT = 'Y' AND TYPED-SUPER NOT = 'N'
               AND TYPED-SUPER NOT = SPACE
               AND TYPED-SUPER NOT = LOW-VALUE
             MOVE BAD-SUPER-MSG TO OMSGO
           ELSE
           IF TYPED-PIN NOT = SPACES AND TYPED-PIN NOT = LOW-VALUES
               AND TYPED-PIN NOT NUMERIC
             MOVE BAD-PIN-MSG TO OMSGO
           ELSE
             EXEC CICS
             READ
             FILE('OPERF')
             INTO(FS-TGT)
             RIDFLD(TARGET-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE OPER-EXISTS-MSG TO OMSGO
             WHEN DFHRESP(NOTFND)
               MOVE SPACES TO PEND-DETAIL
               MOVE TYPED-NAME TO PEND-OP-NAME
      * an untouched flag field means an ordinary operator
               IF TYPED-SUPER = 'Y'
                 MOVE 'Y' TO PEND-OP-SUPER
               ELSE
                 MOVE 'N' TO PEND-OP-SUPER
               END-IF
      * a blank PIN field is allowed on add - the record signs on
      * to the calculator without one until it is set, see the
      * OPERREC copybook note
               IF TYPED-PIN NOT = LOW-VALUES
                 MOVE TYPED-PIN TO PEND-OP-PIN
               END-IF
               MOVE 'ADDED' TO AUDIT-ACTION-TXT
               PERFORM WRITE-PENDING-PARA
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO OMSGO
             END-EVALUATE
      * name, supervisor flag and PIN - a blank field means "leave
      * that one alone", the status flag is only ever touched by the
      * deactivate/reactivate actions so a change can never quietly
      * let a leaver back in. the request carries only the fields
      * actually keyed, APPRMNTP applies them the same way
           IF TYPED-SUPER NOT = 'Y' AND TYPED-SUPER NOT = 'N'
               AND TYPED-SUPER NOT = SPACE
               AND TYPED-SUPER NOT = LOW-VALUE
             MOVE BAD-SUPER-MSG TO OMSGO
           ELSE
           IF TYPED-PIN NOT = SPACES AND TYPED-PIN NOT = LOW-VALUES
               AND TYPED-PIN NOT NUMERIC
             MOVE BAD-PIN-MSG TO OMSGO
           ELSE
             EXEC CICS
             INTO(FS-TGT)
             RIDFLD(TARGET-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE SPACES TO PEND-DETAIL
               IF TYPED-NAME NOT = LOW-VALUES
                 MOVE TYPED-NAME TO PEND-OP-NAME
               END-IF
               IF TYPED-SUPER = 'Y' OR TYPED-SUPER = 'N'
                 MOVE TYPED-SUPER TO PEND-OP-SUPER
               END-IF
               IF TYPED-PIN NOT = LOW-VALUES
                 MOVE TYPED-PIN TO PEND-OP-PIN
               END-IF
               MOVE 'CHANGED' TO AUDIT-ACTION-TXT
               PERFORM WRITE-PENDING-PARA
             WHEN DFHRESP(NOTFND)
               MOVE OPER-NOT-FOUND-MSG TO OMSGO
             WHEN OTHER

       DEACT-OPER-PARA.
      * a status flag, never a delete - see the note on top. a
      * supervisor cannot ask to deactivate their own id, or the
      * last person in the room could lock the door behind
      * themselves
           IF TARGET-KEY = OPER-SUPER-ID
             MOVE CANNOT-SELF-MSG TO OMSGO
           ELSE
             MOVE 'DEACTIVATE' TO AUDIT-ACTION-TXT
             PERFORM REQUEST-EXISTING-PARA
           END-IF
           EXIT.

       REACT-OPER-PARA.
           MOVE 'REACTIVATE' TO AUDIT-ACTION-TXT
           PERFORM REQUEST-EXISTING-PARA
           EXIT.

       UNLOCK-OPER-PARA.
      * releases the lock three consecutive PIN failures put on the
      * id - the only way back in once it is set. once approved the
      * count is zeroed as well, so the next bad guess is failure
      * one, not an instant re-lock
           MOVE 'UNLOCKED' TO AUDIT-ACTION-TXT
           PERFORM REQUEST-EXISTING-PARA
           EXIT.

       REQUEST-EXISTING-PARA.
      * deactivate, reactivate and unlock carry nothing but the
      * target id - the request only goes on PENDF if the id is on
      * file
           EXEC CICS
           READ
           FILE('OPERF')
           INTO(FS-TGT)
           RIDFLD(TARGET-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
             MOVE SPACES TO PEND-DETAIL
             PERFORM WRITE-PENDING-PARA
           WHEN DFHRESP(NOTFND)
             MOVE OPER-NOT-FOUND-MSG TO OMSGO
           WHEN OTHER
           END-EVALUATE
           EXIT.

       WRITE-PENDING-PARA.
      * the change goes on PENDF for a second supervisor to approve
      * or reject on APPR - nothing in OPERF moves until then, same
      * arrangement as RATEMNTP. the request is audited as it is
      * made, status 'PENDING'
           MOVE EIBDATE TO PEND-REQ-DATE
           MOVE EIBTIME TO PEND-REQ-TIME
           MOVE EIBTASKN TO PEND-REQ-TASKN
           MOVE 'O' TO PEND-FILE
           MOVE TYPED-ACT TO PEND-ACTION
           MOVE 'P' TO PEND-STATUS
           MOVE OPER-SUPER-ID TO PEND-REQ-OPER
           MOVE EIBTRMID TO PEND-REQ-TERMID
           MOVE SPACES TO PEND-DEC-OPER
           MOVE 0 TO PEND-DEC-DATE
           MOVE 0 TO PEND-DEC-TIME
           MOVE TARGET-KEY TO PEND-TARGET
           EXEC CICS
           WRITE
           FILE('PENDF')
           FROM(FS-PEND)
           RIDFLD(PEND-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT END-EXEC
             MOVE SENT-FOR-APPROVAL-MSG TO OMSGO
             PERFORM WRITE-AUDIT-RECORD
           ELSE
             MOVE FILE-ERROR-MSG TO OMSGO
           END-IF
           EXIT.

       INQUIRE-OPER-PARA.
           EXIT.

       WRITE-AUDIT-RECORD.
      * one audit record per requested action - operation 'O'
      * (operator maintenance), the target id as the input, what is
      * asked for as the result, status 'PENDING', the requesting
      * supervisor as the operator. APPRMNTP writes the matching
      * 'APPROVED' or 'REJECTED' record. the trail is diagnostic,
      * not the system of record, so a failed write is reported to
      * the console but does not undo the request the supervisor
      * just saw confirmed - same convention as RATEMNTP's 'T'
      * records
           MOVE EIBTRMID TO AUD-TERMID
           MOVE EIBDATE TO AUD-DATE
           MOVE EIBTIME TO AUD-TIME
           MOVE 'O' TO AUD-OPERATION
           MOVE TARGET-KEY TO AUD-INPUT
           MOVE AUDIT-ACTION-TXT TO AUD-RESULT
           MOVE 'PENDING' TO AUD-STATUS
           MOVE OPER-SUPER-ID TO AUD-OPERID
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
           MOVE OPER-SUPER-ID TO AUD-OPERID
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
