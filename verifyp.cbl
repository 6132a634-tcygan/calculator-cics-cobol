       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFYP.
      * blind second keying, transaction VRFY - the checker's side of
      * the quality sample. VERSAMP draws a percentage of each
      * operator's calculations every night onto the verification
      * work file VERIFF (see the VERIREC copybook); here a second
      * person works through them. each one shows the operation, the
      * running total it was applied to, the number the operator
      * typed and the account - never the operator's result, and
      * never whose work it is. the checker works the answer out for
      * themselves and keys it; it goes through the same validation
      * (SUBPROG) and the same result rounding (CALCFMT) as a number
      * keyed on the calculator, and the rounded answer is compared
      * with the operator's result. the sample is marked matched or
      * mismatched with who checked it and when, and the next one is
      * shown. VERIRPT reports the mismatches per operator.
      * the checker signs on here with their id and PIN - checked
      * the way the calculator's sign-on checks them, wrong PINs
      * counting toward the same lock, and every attempt audited as
      * a sign-on ('L') - because the one rule that matters is that
      * nobody checks their own work: the operator's own samples are
      * never offered to them, and are refused again at the update.
      * that rule is only as good as the id, so unlike the
      * calculator an id with no PIN on file cannot sign on here at
      * all until a supervisor sets one on OPER.
      * ENTER with the id and PIN signs on and shows the first
      * sample waiting; after that ENTER takes the answer keyed
      * against the sample on the screen. PF8 passes over a sample
      * without answering it (it stays waiting for someone else),
      * PF3 exits
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY VERIMAP.
           COPY DFHAID.

      * commarea for the SUBPROG answer check, same trio MAPKALKP
      * hands it
       01 WS-COMMAREA.
           05 INPUT-VAR PIC X(10).
           05 OUTPUT-VAR USAGE IS COMP-2.
           05 SUBPROG-STATUS PIC X.
               88 VALID-INPUT VALUE 'N'.
               88 EMPTY-INPUT VALUE '1'.
               88 INPUT-TOO-LONG VALUE '2'.
               88 INPUT-NOT-NUMERIC VALUE '3'.
               88 INPUT-OUT-OF-RANGE VALUE '4'.

      * the checker's answer after the shared result formatting -
      * the form AUD-RESULT holds the operator's result in
       01 ANSWER PIC X(10) VALUE SPACES.
           COPY CALCWS.

      * checking state carried between pseudo-conversational tasks -
      * who signed on (blank until the PIN has been checked) and the
      * key of the sample on the screen
       01 VERIFY-COMMAREA.
           05 VFY-CHECKER PIC X(8) VALUE SPACES.
           05 VFY-ITEM-SW PIC X VALUE 'N'.
               88 VFY-ITEM-SHOWN VALUE 'Y'.
           05 VFY-ITEM-KEY PIC X(33) VALUE LOW-VALUES.

      * the sample being shown or answered
           COPY VERIREC
               REPLACING VERIREC-NAME BY FS-VERI.

      * operator master record for the checker's sign-on
           COPY OPERREC
               REPLACING OPERREC-NAME BY FS-OPER.

      * audit record - the checker's sign-on attempts land in the
      * same trail as the calculator's, operation code 'L'
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY FS-AUDIT.

       01 RESPCODE PIC S9(8) COMP.

      * what was typed, taken out of the map area as soon as it is
      * received - the output map redefines the input map, so
      * clearing one for the reply clears the other. the PIN is
      * compared against OP-PIN and then never moved
       01 TYPED-OPERID PIC X(8) VALUE SPACES.
       01 CHECKER-PIN PIC X(4) VALUE SPACES.
       01 TYPED-ANSWER PIC X(10) VALUE SPACES.

      * outcome of CHECK-PIN-PARA - 'M' means nothing was typed in
      * the PIN field, which prompts rather than counting as one of
      * the failures toward the lock, 'X' that the id has no PIN on
      * file to check against
       01 PIN-CHECK-SW PIC X VALUE 'N'.
           88 PIN-OK VALUE 'Y'.
           88 PIN-MISSING VALUE 'M'.
           88 PIN-NOT-SET VALUE 'X'.
           88 PIN-WRONG VALUE 'N'.

       01 BROWSE-DONE-SW PIC X VALUE 'N'.
           88 BROWSE-DONE VALUE 'Y'.
      * the sample just answered or passed over - STARTBR comes back
      * on it first, and it is not to be offered again
       01 SKIP-KEY PIC X(33) VALUE LOW-VALUES.

       01 INFO-FOR-USER.
           05 MSG-WHEN-EXIT PIC X(10) VALUE 'NORMAL END'.
           05 MSG-WHEN-EROR-EXIT PIC X(12) VALUE 'ABNORMAL END'.
           05 VRFY-PROMPT-MSG PIC X(16) VALUE 'ENTER ID AND PIN'.
           05 UNKNOWN-OPER-MSG PIC X(16) VALUE 'UNKNOWN OPERATOR'.
           05 INACTIVE-OPER-MSG PIC X(17) VALUE 'OPERATOR INACTIVE'.
           05 LOCKED-OPER-MSG PIC X(15) VALUE 'OPERATOR LOCKED'.
           05 ENTER-PIN-MSG PIC X(9) VALUE 'ENTER PIN'.
           05 WRONG-PIN-MSG PIC X(9) VALUE 'WRONG PIN'.
           05 NO-PIN-SET-MSG PIC X(10) VALUE 'NO PIN SET'.
           05 KEY-ANSWER-MSG PIC X(15) VALUE 'KEY YOUR ANSWER'.
           05 BAD-ANSWER-MSG PIC X(19) VALUE 'ANSWER IS NOT VALID'.
           05 TOO-LARGE-MSG PIC X(16) VALUE 'ANSWER TOO LARGE'.
           05 MATCHED-MSG PIC X(17) VALUE 'AGREED - RECORDED'.
           05 MISMATCHED-MSG PIC X(19) VALUE 'DISAGREED - LOGGED'.
           05 ALREADY-CHECKED-MSG PIC X(15) VALUE 'ALREADY CHECKED'.
           05 OWN-WORK-MSG PIC X(20) VALUE 'CANNOT CHECK OWN'.
           05 NOTHING-WAITING-MSG PIC X(16) VALUE 'NOTHING TO CHECK'.
           05 NO-MORE-MSG PIC X(16) VALUE 'NO MORE TO CHECK'.
           05 INVALID-KEY-MSG   PIC X(20) VALUE 'THAT WAS INVALID KEY'.
           05 FILE-ERROR-MSG PIC X(13) VALUE 'ERROR IN FILE'.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(42).

       PROCEDURE DIVISION.
       MAIN.
      * an abend mid-update backs out the half-marked sample instead
      * of leaving the record locked against the next checker, same
      * arrangement as RATEMNTP
           EXEC CICS
           HANDLE ABEND LABEL(ABEND-RECOVERY-PARA)
           END-EXEC
           IF EIBCALEN = 0 THEN
           PERFORM FIRST-TIME-PARA
           ELSE
             MOVE DFHCOMMAREA TO VERIFY-COMMAREA
             EVALUATE EIBAID
             WHEN DFHPF3        PERFORM EXIT-PROG-PARA
             WHEN DFHENTER      PERFORM VERIFY-PARA
             WHEN DFHPF8        PERFORM PASS-OVER-PARA
             WHEN OTHER
               MOVE LOW-VALUES TO MAPVO
               MOVE INVALID-KEY-MSG TO VMSGO
               PERFORM SEND-DATA-ONLY-PARA
             END-EVALUATE
           END-IF
           EXEC CICS
           RETURN TRANSID('VRFY') COMMAREA(VERIFY-COMMAREA)
           END-EXEC
           GOBACK.

       FIRST-TIME-PARA.
           MOVE LOW-VALUES TO MAPVO
           MOVE VRFY-PROMPT-MSG TO VMSGO
           EXEC CICS
           SEND MAP('MAPV') MAPSET('VERIMAP')
           FROM(MAPVO)
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
           SEND MAP('MAPV') MAPSET('VERIMAP')
           FROM(MAPVO)
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

       VERIFY-PARA.
      * ENTER - sign the checker on, or take the answer to the
      * sample on the screen
           MOVE LOW-VALUES TO MAPVI
           EXEC CICS
           RECEIVE MAP('MAPV') MAPSET('VERIMAP')
           INTO(MAPVI)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             MOVE VOPIDI TO TYPED-OPERID
             MOVE VPINI TO CHECKER-PIN
             MOVE VANSI TO TYPED-ANSWER
           ELSE
             MOVE SPACES TO TYPED-OPERID
             MOVE SPACES TO CHECKER-PIN
             MOVE SPACES TO TYPED-ANSWER
           END-IF
           PERFORM CLEAR-REPLY-PARA
           IF VFY-CHECKER = SPACES
             PERFORM SIGNON-CHECK-PARA
           ELSE
             IF VFY-ITEM-SHOWN
               PERFORM TAKE-ANSWER-PARA
             ELSE
      * nothing on the screen to answer - look again from the top,
      * a sample passed over by someone else may be waiting now
               MOVE LOW-VALUES TO VER-KEY
               MOVE LOW-VALUES TO SKIP-KEY
               PERFORM FIND-NEXT-PARA
             END-IF
           END-IF
           PERFORM SEND-DATA-ONLY-PARA
           EXIT.

       PASS-OVER-PARA.
      * PF8 - leave the sample on the screen waiting and show the
      * next one
           PERFORM CLEAR-REPLY-PARA
           IF VFY-CHECKER = SPACES
             MOVE VRFY-PROMPT-MSG TO VMSGO
           ELSE
             IF VFY-ITEM-SHOWN
               MOVE VFY-ITEM-KEY TO VER-KEY
               MOVE VFY-ITEM-KEY TO SKIP-KEY
             ELSE
               MOVE LOW-VALUES TO VER-KEY
               MOVE LOW-VALUES TO SKIP-KEY
             END-IF
             PERFORM FIND-NEXT-PARA
           END-IF
           PERFORM SEND-DATA-ONLY-PARA
           EXIT.

       CLEAR-REPLY-PARA.
      * the map goes out DATAONLY and low-value fields are not
      * transmitted - the PIN and the answer are always blanked so
      * neither is left on the glass for the next sample, and the
      * signed-on checker's id is put back in its field
           MOVE LOW-VALUES TO MAPVO
           MOVE SPACES TO VPINO
           MOVE SPACES TO VANSO
           MOVE SPACES TO VMSGO
           IF VFY-CHECKER NOT = SPACES
             MOVE VFY-CHECKER TO VOPIDO
           END-IF
           EXIT.

       SIGNON-CHECK-PARA.
      * the checker's id and PIN against OPERF, the same checks in
      * the same order as the calculator's sign-on - every attempt
      * is audited, but the PIN itself never goes near the trail
           MOVE TYPED-OPERID TO OP-KEY
           IF OP-KEY = SPACES OR OP-KEY = LOW-VALUES
             MOVE VRFY-PROMPT-MSG TO VMSGO
           ELSE
             EXEC CICS
             READ
             FILE('OPERF')
             INTO(FS-OPER)
             RIDFLD(OP-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE TRUE
             WHEN RESPCODE = DFHRESP(NORMAL) AND OP-INACTIVE
               MOVE 'INACTIVE' TO AUD-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE INACTIVE-OPER-MSG TO VMSGO
             WHEN RESPCODE = DFHRESP(NORMAL) AND OP-IS-LOCKED
               MOVE 'LOCKED' TO AUD-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE LOCKED-OPER-MSG TO VMSGO
             WHEN RESPCODE = DFHRESP(NORMAL)
               PERFORM CHECK-PIN-PARA
               EVALUATE TRUE
               WHEN PIN-OK
                 PERFORM RESET-PIN-FAILS-PARA
                 MOVE OP-KEY TO VFY-CHECKER
                 MOVE 'OK' TO AUD-STATUS
                 PERFORM WRITE-AUDIT-RECORD
                 MOVE VFY-CHECKER TO VOPIDO
                 MOVE LOW-VALUES TO VER-KEY
                 MOVE LOW-VALUES TO SKIP-KEY
                 PERFORM FIND-NEXT-PARA
               WHEN PIN-MISSING
                 MOVE 'BADDATA' TO AUD-STATUS
                 PERFORM WRITE-AUDIT-RECORD
                 MOVE ENTER-PIN-MSG TO VMSGO
               WHEN PIN-NOT-SET
                 MOVE 'BADDATA' TO AUD-STATUS
                 PERFORM WRITE-AUDIT-RECORD
                 MOVE NO-PIN-SET-MSG TO VMSGO
               WHEN OTHER
                 PERFORM COUNT-PIN-FAIL-PARA
                 MOVE 'BADPIN' TO AUD-STATUS
                 PERFORM WRITE-AUDIT-RECORD
                 IF OP-IS-LOCKED
                   MOVE LOCKED-OPER-MSG TO VMSGO
                 ELSE
                   MOVE WRONG-PIN-MSG TO VMSGO
                 END-IF
               END-EVALUATE
             WHEN RESPCODE = DFHRESP(NOTFND)
               MOVE 'BADDATA' TO AUD-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE UNKNOWN-OPER-MSG TO VMSGO
             WHEN OTHER
               MOVE 'FILEERR' TO AUD-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE FILE-ERROR-MSG TO VMSGO
             END-EVALUATE
           END-IF
           EXIT.

       CHECK-PIN-PARA.
      * the typed PIN against the one on the OPERF record just read.
      * unlike the calculator, a blank PIN on file is not let
      * through - whoever types an id with no PIN could otherwise
      * sign on as it and check their own samples under it. no PIN
      * is set from here - that is a supervisor's job on OPER
           IF OP-PIN = SPACES OR OP-PIN = LOW-VALUES
             MOVE 'X' TO PIN-CHECK-SW
           ELSE
           IF CHECKER-PIN = SPACES OR CHECKER-PIN = LOW-VALUES
             MOVE 'M' TO PIN-CHECK-SW
           ELSE
           IF CHECKER-PIN = OP-PIN
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
           IF OP-FAILS NUMERIC AND OP-FAILS = 0
             CONTINUE
           ELSE
             EXEC CICS
             READ
             FILE('OPERF')
             INTO(FS-OPER)
             RIDFLD(OP-KEY)
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
           RIDFLD(OP-KEY)
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

       FIND-NEXT-PARA.
      * browse on from VER-KEY to the next sample still waiting that
      * is not the checker's own work. the key keeps each operator's
      * samples together, so the checker's own are stepped over in
      * one run
           MOVE 'N' TO VFY-ITEM-SW
           MOVE LOW-VALUES TO VFY-ITEM-KEY
           MOVE 'N' TO BROWSE-DONE-SW
           EXEC CICS
           STARTBR
           FILE('VERIFF')
           RIDFLD(VER-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
             PERFORM READ-NEXT-SAMPLE-PARA UNTIL BROWSE-DONE
             EXEC CICS
             ENDBR FILE('VERIFF') RESP(RESPCODE)
             END-EXEC
             IF VFY-ITEM-SHOWN
               PERFORM SHOW-SAMPLE-PARA
             ELSE
               PERFORM NOTHING-FOUND-PARA
             END-IF
           WHEN DFHRESP(NOTFND)
             PERFORM NOTHING-FOUND-PARA
           WHEN OTHER
             PERFORM CLEAR-SAMPLE-PARA
             MOVE FILE-ERROR-MSG TO VMSGO
           END-EVALUATE
           EXIT.

       READ-NEXT-SAMPLE-PARA.
           EXEC CICS
           READNEXT
           FILE('VERIFF')
           INTO(FS-VERI)
           RIDFLD(VER-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO BROWSE-DONE-SW
           WHEN VER-KEY = SKIP-KEY
             CONTINUE
           WHEN VER-WAITING AND VER-OPERID NOT = VFY-CHECKER
             MOVE VER-KEY TO VFY-ITEM-KEY
             MOVE 'Y' TO VFY-ITEM-SW
             MOVE 'Y' TO BROWSE-DONE-SW
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           EXIT.

       SHOW-SAMPLE-PARA.
      * what the checker needs to work the answer out, and nothing
      * more - VER-RESULT and VER-OPERID stay off the screen
           EVALUATE VER-OPERATION
           WHEN 'S'    MOVE 'SQRT' TO VOPRO
           WHEN OTHER  MOVE VER-OPERATION TO VOPRO
           END-EVALUATE
           MOVE VER-PRIOR-VAR TO VPRVO
           MOVE VER-INPUT TO VINPO
           MOVE VER-ACCOUNT TO VACTO
      * an answer's own outcome message wins over the prompt
           IF VMSGO = SPACES
             MOVE KEY-ANSWER-MSG TO VMSGO
           END-IF
           EXIT.

       NOTHING-FOUND-PARA.
           PERFORM CLEAR-SAMPLE-PARA
           IF VMSGO = SPACES
             IF SKIP-KEY = LOW-VALUES
               MOVE NOTHING-WAITING-MSG TO VMSGO
             ELSE
               MOVE NO-MORE-MSG TO VMSGO
             END-IF
           END-IF
           EXIT.

       CLEAR-SAMPLE-PARA.
      * blank the sample fields so the last one answered does not
      * sit on the screen looking like the next
           MOVE SPACES TO VOPRO
           MOVE SPACES TO VPRVO
           MOVE SPACES TO VINPO
           MOVE SPACES TO VACTO
           EXIT.

       TAKE-ANSWER-PARA.
      * the checker's answer through the same validation a number
      * typed on the calculator gets, then the same rounding a
      * result gets, so it can be set against the operator's result
      * character for character. a bad answer leaves the sample on
      * the screen to be keyed again
           IF TYPED-ANSWER = SPACES OR TYPED-ANSWER = LOW-VALUES
             MOVE KEY-ANSWER-MSG TO VMSGO
           ELSE
             MOVE TYPED-ANSWER TO INPUT-VAR
             MOVE 'N' TO SUBPROG-STATUS
             MOVE 0 TO OUTPUT-VAR
             EXEC CICS
             LINK PROGRAM('SUBPROG') COMMAREA(WS-COMMAREA)
             END-EXEC
             IF NOT VALID-INPUT
               MOVE BAD-ANSWER-MSG TO VMSGO
             ELSE
               PERFORM FORMAT-THE-RESULT
               IF RESULT-OVERFLOW
                 MOVE TOO-LARGE-MSG TO VMSGO
               ELSE
                 PERFORM RECORD-ANSWER-PARA
               END-IF
             END-IF
           END-IF
           EXIT.

       RECORD-ANSWER-PARA.
      * mark the sample with the outcome, the checker, and where and
      * when - then on to the next one. reread with UPDATE: another
      * checker may have answered it while it sat on this screen
           MOVE VFY-ITEM-KEY TO VER-KEY
           EXEC CICS
           READ
           FILE('VERIFF')
           INTO(FS-VERI)
           RIDFLD(VER-KEY)
           RESP(RESPCODE)
           UPDATE
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE = DFHRESP(NOTFND)
             MOVE ALREADY-CHECKED-MSG TO VMSGO
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
             MOVE FILE-ERROR-MSG TO VMSGO
           WHEN NOT VER-WAITING
             EXEC CICS UNLOCK FILE('VERIFF') END-EXEC
             MOVE ALREADY-CHECKED-MSG TO VMSGO
           WHEN VER-OPERID = VFY-CHECKER
      * never offered by the browse - refused here all the same
             EXEC CICS UNLOCK FILE('VERIFF') END-EXEC
             MOVE OWN-WORK-MSG TO VMSGO
           WHEN OTHER
             IF ANSWER = VER-RESULT
               MOVE 'M' TO VER-STATUS
             ELSE
               MOVE 'D' TO VER-STATUS
             END-IF
             MOVE VFY-CHECKER TO VER-CHECKER
             MOVE EIBDATE TO VER-CHK-DATE
             MOVE EIBTIME TO VER-CHK-TIME
             MOVE EIBTRMID TO VER-CHK-TERMID
             MOVE ANSWER TO VER-CHK-ANSWER
             EXEC CICS
             REWRITE
             FILE('VERIFF')
             FROM(FS-VERI)
             RESP(RESPCODE)
             END-EXEC
             IF RESPCODE = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT END-EXEC
               IF VER-MATCHED
                 MOVE MATCHED-MSG TO VMSGO
               ELSE
                 MOVE MISMATCHED-MSG TO VMSGO
               END-IF
             ELSE
               MOVE FILE-ERROR-MSG TO VMSGO
             END-IF
           END-EVALUATE
      * a file error leaves the sample on the screen to try again;
      * anything else moves on past it
           IF VMSGO NOT = FILE-ERROR-MSG
             MOVE VFY-ITEM-KEY TO VER-KEY
             MOVE VFY-ITEM-KEY TO SKIP-KEY
             PERFORM FIND-NEXT-PARA
           END-IF
           EXIT.

       WRITE-AUDIT-RECORD.
      * one 'L' record per sign-on attempt, shaped like the
      * calculator's - the id typed as the input, the checker as
      * the operator only once the PIN has been accepted, so a
      * failed attempt counts against the typed id in EXCPRPT the
      * same way. the trail is diagnostic, not the system of
      * record, so a failed write is reported to the console but
      * does not stop the sign-on
           MOVE EIBTRMID TO AUD-TERMID
           MOVE EIBDATE TO AUD-DATE
           MOVE EIBTIME TO AUD-TIME
           MOVE EIBTASKN TO AUD-TASKN
           MOVE 'L' TO AUD-OPERATION
           MOVE OP-KEY TO AUD-INPUT
           MOVE SPACES TO AUD-RESULT
           MOVE VFY-CHECKER TO AUD-OPERID
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

      * the shared result formatting - the same paragraph MAPKALKP
      * rounds a result with
           COPY CALCFMT.
