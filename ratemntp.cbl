      * date is keyed 0CYYDDD (as EIBDATE); blank means today. the
      * value is validated through SUBPROG - the same check a
      * calculator keypress gets - before it is allowed into the
      * file.
      * nothing keyed here reaches RATEF directly - an add, change
      * or delete goes on the pending-changes file PENDF, audited
      * with status 'PENDING', and is applied only when a second
      * supervisor approves it on the APPR transaction (APPRMNTP).
      * inquiry is unaffected
      * ENTER with the supervisor id and PIN signs on - checked the
      * way APPR checks them, wrong PINs counting toward the same
      * lock and every attempt audited as a sign-on ('L') - because
      * a request is filed under the id that signed on, and APPR
      * can only insist on a different supervisor if that id is
      * provably the requester's. an id with no PIN on file cannot
      * sign on here at all. the sign-on ENTER does nothing else;
      * from the next one the action keyed is carried out. once
      * signed on, the id field is not read again - another
      * supervisor exits with PF3 and signs on afresh.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY RATEMAP.
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

      * what was keyed, saved off the received map - MAPRO
      * shares its storage with MAPRI, so clearing the reply
      * would lose it. a field left unkeyed stays low-values
       01 TYPED-INPUT.
           05 TYPED-OPERID PIC X(8).
           05 TYPED-PIN PIC X(4).
           05 TYPED-ACT PIC X.
           05 TYPED-NAME PIC X(8).
           05 TYPED-EFF-DATE PIC X(7).
           05 TYPED-VALUE PIC X(10).

      * the name and effective date the action is aimed at, held
      * apart from FS-RATE so the version scans cannot disturb them
       01 TARGET-NAME PIC X(8) VALUE SPACES.
       01 TARGET-EFF-DATE PIC 9(7) VALUE 0.

      * version scan state - the scan stops at the first record of
      * a different name, the key keeps a name's versions together
       01 SCAN-DONE-SW PIC X VALUE 'N'.
           88 SCAN-DONE VALUE 'Y'.
      * the version in effect today - newest effective date that is
      * not in the future
       01 CURRENT-FOUND-SW PIC X VALUE 'N'.
           05 ARF-NAME PIC X(8).
           05 ARF-VERSION PIC 9(2).

      * sign-on state carried between pseudo-conversational tasks
       01 RATE-COMMAREA.
           05 RATE-SUPER PIC X VALUE 'N'.
               88 RATE-IS-SUPER VALUE 'Y'.
      * who signed on - blank until the PIN has been checked, and
      * the only id requests are ever filed under
           05 RATE-SUPER-ID PIC X(8) VALUE SPACES.

       01 INFO-FOR-USER.
           05 MSG-WHEN-EXIT PIC X(10) VALUE 'NORMAL END'.
           05 MSG-WHEN-EROR-EXIT PIC X(12) VALUE 'ABNORMAL END'.
           05 SIGNON-PROMPT-MSG PIC X(16) VALUE 'ENTER ID AND PIN'.
           05 RATE-PROMPT-MSG PIC X(17) VALUE 'ENTER ACTION NAME'.
           05 SUPERVISOR-ONLY-MSG PIC X(16) VALUE 'SUPERVISORS ONLY'.
           05 LOCKED-OPER-MSG PIC X(15) VALUE 'OPERATOR LOCKED'.
           05 ENTER-PIN-MSG PIC X(9) VALUE 'ENTER PIN'.
           05 WRONG-PIN-MSG PIC X(9) VALUE 'WRONG PIN'.
           05 NO-PIN-MSG PIC X(14) VALUE 'NO PIN ON FILE'.
           05 NEED-NAME-MSG PIC X(15) VALUE 'ENTER RATE NAME'.
           05 BAD-ACTION-MSG PIC X(18) VALUE 'ACTION IS A C D I'.
           05 BAD-DATE-MSG PIC X(15) VALUE 'DATE IS 0CYYDDD'.
           05 SENT-FOR-APPROVAL-MSG PIC X(17) VALUE 'SENT FOR APPROVAL'.
           05 RATE-EXISTS-MSG PIC X(19) VALUE 'VERSION DATE EXISTS'.
           05 RATE-NOT-FOUND-MSG PIC X(14) VALUE 'RATE NOT FOUND'.
           05 NO-CURRENT-MSG PIC X(20) VALUE 'NO VERSION IN EFFECT'.
           05 FILLER PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(9).

       PROCEDURE DIVISION.
       MAIN.
           IF EIBCALEN = 0 THEN
           PERFORM FIRST-TIME-PARA
           ELSE
             MOVE DFHCOMMAREA TO RATE-COMMAREA
             EVALUATE EIBAID
             WHEN DFHPF3        PERFORM EXIT-PROG-PARA
             WHEN DFHENTER      PERFORM MAINTAIN-PARA

       FIRST-TIME-PARA.
           MOVE LOW-VALUES TO MAPRO
           MOVE SIGNON-PROMPT-MSG TO RMSGO
           EXEC CICS
           SEND MAP('MAPR') MAPSET('RATEMAP')
           FROM(MAPRO)
           GOBACK.

       MAINTAIN-PARA.
      * ENTER - sign the supervisor on with id and PIN the first
      * time; after that carry out the action keyed. the sign-on
      * task does nothing more, since its 'L' audit record and a
      * request's 'PENDING' one would share the same AUDITF key
           MOVE LOW-VALUES TO MAPRI
           EXEC CICS
           RECEIVE MAP('MAPR') MAPSET('RATEMAP')
           INTO(MAPRI)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             MOVE ROPIDI TO TYPED-OPERID
             MOVE RPINI TO TYPED-PIN
             MOVE RACTI TO TYPED-ACT
             MOVE RNAMI TO TYPED-NAME
             MOVE REFFI TO TYPED-EFF-DATE
             MOVE RVALI TO TYPED-VALUE
           ELSE
             MOVE SPACES TO TYPED-INPUT
           END-IF
           MOVE LOW-VALUES TO MAPRO
           PERFORM CLEAR-PENDING-LINES-PARA
           IF RESPCODE NOT = DFHRESP(NORMAL)
             IF RATE-IS-SUPER
               MOVE RATE-PROMPT-MSG TO RMSGO
             ELSE
               MOVE SIGNON-PROMPT-MSG TO RMSGO
             END-IF
           ELSE
           IF NOT RATE-IS-SUPER
             PERFORM SIGNON-CHECK-PARA
           ELSE
             PERFORM STILL-SUPER-PARA
             IF RATE-IS-SUPER
               PERFORM DO-ACTION-PARA
             END-IF
           END-IF
           END-IF
      * whatever is in the id field, requests are filed under the id
      * that signed on - show that one
           IF RATE-IS-SUPER
             MOVE RATE-SUPER-ID TO ROPIDO
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
             MOVE SIGNON-PROMPT-MSG TO RMSGO
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
               MOVE SUPERVISOR-ONLY-MSG TO RMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
                 AND NOT OP-IS-SUPER
               MOVE 'NOTSUPER' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE SUPERVISOR-ONLY-MSG TO RMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
                 AND OP-IS-LOCKED
               MOVE 'LOCKED' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE LOCKED-OPER-MSG TO RMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
               PERFORM CHECK-PIN-PARA
               EVALUATE TRUE
               WHEN PIN-OK
                 PERFORM RESET-PIN-FAILS-PARA
                 MOVE 'Y' TO RATE-SUPER
                 MOVE SUPER-KEY TO RATE-SUPER-ID
                 MOVE 'OK' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE RATE-PROMPT-MSG TO RMSGO
               WHEN PIN-MISSING
                 MOVE 'BADDATA' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE ENTER-PIN-MSG TO RMSGO
               WHEN PIN-NOT-SET
                 MOVE 'NOPIN' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 MOVE NO-PIN-MSG TO RMSGO
               WHEN OTHER
                 PERFORM COUNT-PIN-FAIL-PARA
                 MOVE 'BADPIN' TO AUD-STATUS
                 PERFORM WRITE-SIGNON-AUDIT-PARA
                 IF OP-IS-LOCKED
                   MOVE LOCKED-OPER-MSG TO RMSGO
                 ELSE
                   MOVE WRONG-PIN-MSG TO RMSGO
                 END-IF
               END-EVALUATE
             WHEN RESPCODE = DFHRESP(NOTFND)
               MOVE 'BADDATA' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE SUPERVISOR-ONLY-MSG TO RMSGO
             WHEN OTHER
               MOVE 'FILEERR' TO AUD-STATUS
               PERFORM WRITE-SIGNON-AUDIT-PARA
               MOVE FILE-ERROR-MSG TO RMSGO
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
           MOVE RATE-SUPER-ID TO SUPER-KEY
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
             MOVE SUPERVISOR-ONLY-MSG TO RMSGO
           END-IF
           EXIT.

       DROP-SIGNON-PARA.
      * back to nobody signed on
           MOVE 'N' TO RATE-SUPER
           MOVE SPACES TO RATE-SUPER-ID
           EXIT.

       CLEAR-PENDING-LINES-PARA.
      * the map goes out DATAONLY and low-value fields are not
      * transmitted - stale pending-version lines from the last
           EXIT.

       DO-ACTION-PARA.
           IF TYPED-NAME = SPACES OR TYPED-NAME = LOW-VALUES
             MOVE NEED-NAME-MSG TO RMSGO
           ELSE
             MOVE TYPED-NAME TO TARGET-NAME
      * blank effective date means today - the behaviour the old
      * one-value-per-name table effectively had
             IF TYPED-EFF-DATE = SPACES OR TYPED-EFF-DATE = LOW-VALUES
               MOVE EIBDATE TO TARGET-EFF-DATE
               PERFORM PICK-THE-ACTION-PARA
             ELSE
             IF TYPED-EFF-DATE NUMERIC
               MOVE TYPED-EFF-DATE TO TARGET-EFF-DATE
               PERFORM PICK-THE-ACTION-PARA
             ELSE
               MOVE BAD-DATE-MSG TO RMSGO
           EXIT.

       PICK-THE-ACTION-PARA.
           EVALUATE TYPED-ACT
           WHEN 'A'    PERFORM ADD-RATE-PARA
           WHEN 'C'    PERFORM CHANGE-RATE-PARA
           WHEN 'D'    PERFORM DELETE-RATE-PARA
       CHECK-VALUE-PARA.
      * the constant has to survive the same validation a number
      * typed on the calculator survives - SUBPROG says yes or no
           MOVE TYPED-VALUE TO INPUT-VAR
           MOVE 'N' TO SUBPROG-STATUS
           MOVE 0 TO OUTPUT-VAR
           EXEC CICS

       ADD-RATE-PARA.
      * a new version of the name, taking effect on the keyed date -
      * the request only goes on PENDF if no version of the name
      * already takes effect that day. its version number is given
      * when it is approved, see APPRMNTP
           PERFORM CHECK-VALUE-PARA
           IF VALID-INPUT
             MOVE TARGET-NAME TO RATE-NAME
             MOVE TARGET-EFF-DATE TO RATE-EFF-DATE
             EXEC CICS
             READ
             FILE('RATEF')
             INTO(FS-RATE)
             RIDFLD(RATE-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE RATE-EXISTS-MSG TO RMSGO
             WHEN DFHRESP(NOTFND)
               MOVE 0 TO RATE-VERSION
               MOVE TYPED-VALUE TO RATE-VALUE
               MOVE RATE-VALUE TO AUD-RESULT
               PERFORM WRITE-PENDING-PARA
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO RMSGO
             END-EVALUATE
           END-IF
           EXIT.

       CHANGE-RATE-PARA.
      * the version is named by its effective date - the value of a
      * mis-keyed future version gets corrected in place, version
      * number and all, once the change is approved
           PERFORM CHECK-VALUE-PARA
           IF VALID-INPUT
             MOVE TARGET-NAME TO RATE-NAME
             INTO(FS-RATE)
             RIDFLD(RATE-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE RESPCODE
             WHEN DFHRESP(NORMAL)
               MOVE TYPED-VALUE TO RATE-VALUE
               MOVE RATE-VALUE TO AUD-RESULT
               PERFORM WRITE-PENDING-PARA
             WHEN DFHRESP(NOTFND)
               MOVE RATE-NOT-FOUND-MSG TO RMSGO
             WHEN OTHER
           INTO(FS-RATE)
           RIDFLD(RATE-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
      * the request carries the value being deleted, so the approver
      * can see what goes
             MOVE 'DELETED' TO AUD-RESULT
             PERFORM WRITE-PENDING-PARA
           WHEN DFHRESP(NOTFND)
             MOVE RATE-NOT-FOUND-MSG TO RMSGO
           WHEN OTHER
           END-EVALUATE
           EXIT.

       WRITE-PENDING-PARA.
      * the change goes on PENDF for a second supervisor to approve
      * or reject on APPR - nothing in RATEF moves until then. FS-RATE
      * holds the version as the change would leave it; the request
      * is audited as it is made, status 'PENDING'
           MOVE EIBDATE TO PEND-REQ-DATE
           MOVE EIBTIME TO PEND-REQ-TIME
           MOVE EIBTASKN TO PEND-REQ-TASKN
           MOVE 'T' TO PEND-FILE
           MOVE TYPED-ACT TO PEND-ACTION
           MOVE 'P' TO PEND-STATUS
           MOVE RATE-SUPER-ID TO PEND-REQ-OPER
           MOVE EIBTRMID TO PEND-REQ-TERMID
           MOVE SPACES TO PEND-DEC-OPER
           MOVE 0 TO PEND-DEC-DATE
           MOVE 0 TO PEND-DEC-TIME
           MOVE TARGET-NAME TO PEND-TARGET
           MOVE SPACES TO PEND-DETAIL
           MOVE TARGET-EFF-DATE TO PEND-RATE-EFF-DATE
           MOVE RATE-VERSION TO PEND-RATE-VERSION
           MOVE RATE-VALUE TO PEND-RATE-VALUE
           EXEC CICS
           WRITE
           FILE('PENDF')
           FROM(FS-PEND)
           RIDFLD(PEND-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT END-EXEC
             MOVE SENT-FOR-APPROVAL-MSG TO RMSGO
             MOVE 'PENDING' TO AUD-STATUS
             PERFORM WRITE-AUDIT-RECORD
           ELSE
             MOVE FILE-ERROR-MSG TO RMSGO
           END-IF
           EXIT.

       INQUIRE-RATE-PARA.
      * inquiry only - shows the version in effect today (value in
      * the value field, version and who set it in the message) and
           EXIT.

       WRITE-AUDIT-RECORD.
      * one audit record per add/change/delete request - operation
      * 'T' (table maintenance), the rate name and exactly which
      * version as the input (version 00 on an add, which is only
      * numbered when approved), the new value (or 'DELETED') as the
      * result, status 'PENDING', the requesting supervisor as the
      * operator. APPRMNTP writes the matching 'APPROVED' or
      * 'REJECTED' record. the trail is diagnostic, not the system
      * of record, so a failed write is reported to the console but
      * does not undo the request the supervisor just saw confirmed
           MOVE EIBTRMID TO AUD-TERMID
           MOVE EIBDATE TO AUD-DATE
           MOVE EIBTIME TO AUD-TIME
           MOVE RATE-NAME TO ARF-NAME
           MOVE RATE-VERSION TO ARF-VERSION
           MOVE AUDIT-RATE-REF TO AUD-INPUT
           MOVE RATE-SUPER-ID TO AUD-OPERID
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
           MOVE RATE-SUPER-ID TO AUD-OPERID
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
