      * but rides along so supervisor-only transactions started from
      * this one do not have to reread OPERF
           05 KALK-SUPER PIC X VALUE SPACES.
      * the customer account typed on MAP1 - kept here so it only has
      * to be typed when the operator moves on to the next customer,
      * and stamped on every audit record this session writes
           05 KALK-ACCOUNT PIC X(10) VALUE SPACES.
      * the key of the shift this sign-on opened (or picked up
      * again) on SHIFTF, less the operator id already above - PF17
      * signs that shift off. see SHFTREC
           05 KALK-SHIFT-DATE PIC 9(7) VALUE 0.
           05 KALK-SHIFT-TIME PIC 9(7) VALUE 0.
           05 KALK-SHIFT-TASKN PIC 9(7) VALUE 0.
                                                                        
      * layout of the running-total file - shared with FILECHKP, the
      * nightly integrity checker, via the VFILEREC copybook
           COPY HELDREC
               REPLACING HELDREC-NAME BY FS-HELD.

      * layout of the handover file - where a running total handed
      * over at shift change (PF18, or PF19 with the memory) waits
      * for the incoming operator to accept it with PF21, or for
      * the sender to take it back with PF20
           COPY HANDREC
               REPLACING HANDREC-NAME BY FS-HAND.

      * layout of the customer account master - every calculation
      * is checked against it before it is accepted (loaded by
      * ACCTLOAD)
           COPY ACCTREC
               REPLACING ACCTREC-NAME BY FS-ACCT.

      * layout of the shift file - opened at sign-on, balanced and
      * closed by the PF17 sign-off, listed for the supervisors by
      * SHFTLSTP
           COPY SHFTREC
               REPLACING SHFTREC-NAME BY FS-SHIFT.

      * working storage for the PF17 sign-off - the figures being
      * compared, carried here rather than in FS-SHIFT because the
      * record is only read for update once they are all worked out
       01 SHIFT-WORK.
           05 SHIFT-JUL-DATE PIC 9(7) VALUE 0.
           05 SHIFT-START-DATE PIC 9(7) VALUE 0.
           05 SHIFT-FOUND-SW PIC X VALUE 'N'.
               88 SHIFT-OPEN-FOUND VALUE 'Y'.
           05 SHIFT-FOUND-KEY PIC X(29) VALUE SPACES.
           05 SHIFT-DONE-SW PIC X VALUE 'N'.
               88 SHIFT-SCAN-DONE VALUE 'Y'.
           05 SHIFT-SCANERR-SW PIC X VALUE 'N'.
               88 SHIFT-SCAN-ERROR VALUE 'Y'.
      * 'Y' while the trail shows a running total that has not yet
      * been cleared - its value is in SHIFT-CHAIN-NUM
           05 SHIFT-CHAIN-SW PIC X VALUE 'N'.
               88 SHIFT-CHAIN-OPEN VALUE 'Y'.
           05 SHIFT-CHAIN-NUM USAGE COMP-2.
           05 SHIFT-CONTROL-NUM USAGE COMP-2.
           05 SHIFT-CALC-NUM USAGE COMP-2.
           05 SHIFT-VAR-NUM USAGE COMP-2.
           05 SHIFT-COUNT PIC 9(5) VALUE 0.
           05 SHIFT-CONTROL-TXT PIC X(10) VALUE SPACES.
           05 SHIFT-VAR-TXT PIC X(10) VALUE SPACES.
           05 SHIFT-CALC-TXT PIC X(10) VALUE SPACES.
           05 SHIFT-CALC-DIFF-TXT PIC X(10) VALUE SPACES.
           05 SHIFT-TOTAL-DIFF-TXT PIC X(10) VALUE SPACES.
           05 SHIFT-RESULT-STATUS PIC X VALUE SPACE.
               88 SHIFT-IS-BALANCED VALUE 'B'.
           05 SHIFT-CLOSE-SW PIC X VALUE 'N'.
               88 SHIFT-CLOSED-OK VALUE 'Y'.

      * outcome of CHECK-ACCOUNT-PARA for this keypress
       01 ACCOUNT-CHECK-SW PIC X VALUE 'N'.
           88 ACCOUNT-OK VALUE 'Y'.
           88 ACCOUNT-REJECTED VALUE 'N'.

      * outcome of CHECK-LIMIT-PARA for this keypress
       01 LIMIT-CHECK-WORK.
           05 LIMIT-CHECK-SW PIC X VALUE 'N'.
      * the operator whose held result PF16 is releasing
       01 RELEASE-TARGET-ID PIC X(8) VALUE SPACES.

      * working storage for the PF18-PF21 handover - the operator at
      * the other end, whether the memory value goes too, and the
      * outcome, carried here because the audit fields are only
      * filled in once the files are done with
       01 HANDOVER-WORK.
           05 HAND-OTHER-ID PIC X(8) VALUE SPACES.
           05 HAND-MEMORY-SW PIC X VALUE 'N'.
               88 HAND-MEMORY-ASKED VALUE 'Y'.
           05 HAND-DONE-SW PIC X VALUE 'N'.
               88 HAND-DONE VALUE 'Y'.
      * the AUD-STATUS both 'H' records of a completed step carry -
      * 'OFFERED', 'ACCEPTED' or 'WITHDRWN'
           05 HAND-STEP-STATUS PIC X(8) VALUE SPACES.
           05 HAND-PERIOD-SW PIC X VALUE 'N'.
               88 HAND-FROM-LAST-PERIOD VALUE 'Y'.

      * the period-close mark PERDCLS leaves on HANDF under key
      * HIGH-VALUES - see HANDREC. only its date and time are used
       01 CLOSE-MARK-AREA.
           05 CMK-KEY PIC X(8).
           05 CMK-BY PIC X(8).
           05 CMK-DATE PIC S9(7) COMP-3.
           05 CMK-TIME PIC S9(7) COMP-3.
           05 FILLER PIC X(25).
       01 CLOSE-MARK-KEY PIC X(8) VALUE HIGH-VALUES.

      * what goes into AUD-INPUT on an 'H' record - the operator at
      * the other end, then 'M' and the memory value when the
      * memory went with the total
       01 AUDIT-HAND-REF.
           05 AHR-OPERID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AHR-MEM-FLAG PIC X.
           05 AHR-MEM-VAR PIC X(10).

      * when 'Y', WRITE-AUDIT-RECORD leaves AUD-OPERID alone - the
      * PF16 release writes its 'G' record under the TARGET
      * operator's id, because their total is what changed and the
           05 TAPE-PRINTED-MSG PIC X(12) VALUE 'TAPE PRINTED'.
           05 NOTHING-TO-PRINT-MSG PIC X(16) VALUE 'NOTHING TO PRINT'.
           05 PRINT-FAILED-MSG PIC X(12) VALUE 'PRINT FAILED'.
           05 NEED-ACCOUNT-MSG PIC X(13) VALUE 'ENTER ACCOUNT'.
           05 UNKNOWN-ACCOUNT-MSG PIC X(15) VALUE 'UNKNOWN ACCOUNT'.
           05 ACCOUNT-CLOSED-MSG PIC X(14) VALUE 'ACCOUNT CLOSED'.
           05 NEED-CONTROL-MSG PIC X(19) VALUE 'ENTER CONTROL TOTAL'.
           05 SHIFT-BALANCED-MSG PIC X(14) VALUE 'SHIFT BALANCED'.
           05 SHIFT-OUT-MSG PIC X(20) VALUE 'SHIFT OUT OF BALANCE'.
           05 HANDED-OVER-MSG PIC X(11) VALUE 'HANDED OVER'.
           05 HAND-WAITING-MSG PIC X(16) VALUE 'HANDOVER WAITING'.
           05 HAND-ACCEPTED-MSG PIC X(17) VALUE 'HANDOVER ACCEPTED'.
           05 HAND-WITHDRAWN-MSG PIC X(18) VALUE 'HANDOVER WITHDRAWN'.
           05 NO-HANDOVER-MSG PIC X(19) VALUE 'NO HANDOVER WAITING'.
           05 NOT-YOUR-HAND-MSG PIC X(17) VALUE 'NOT YOUR HANDOVER'.
           05 HAND-TO-SELF-MSG PIC X(19) VALUE 'CANNOT HAND TO SELF'.
           05 HAND-STALE-MSG PIC X(20) VALUE 'LAST PERIOD HANDOVER'.
      * put up at sign-on while a handover waits for this operator
           05 HAND-OFFER-MSG.
               10 FILLER PIC X(5) VALUE 'FROM '.
               10 HAND-OFFER-FROM PIC X(8).
               10 FILLER PIC X(7) VALUE ' - PF21'.
      * expression parse errors carry the column the parser gave up
      * at, the way SUBPROG's reason codes name the exact problem
           05 EXPR-BAD-NUM-MSG.
           05 TAPE-FTR-TOTAL PIC X(10).
           05 FILLER PIC X(55) VALUE SPACES.

      * the PF17 balancing slip - printed on KPRT through the same
      * TAPE-LINE and TAPE-WRITE-LINE-PARA as the session tape
       01 SLIP-HEADER.
           05 FILLER PIC X(26) VALUE 'KALK SHIFT BALANCING SLIP '.
           05 FILLER PIC X(9) VALUE 'OPERATOR '.
           05 SLIP-HDR-OPERID PIC X(8).
           05 FILLER PIC X(6) VALUE ' TERM '.
           05 SLIP-HDR-TERM PIC X(4).
           05 FILLER PIC X(27) VALUE SPACES.

       01 SLIP-TIMES.
           05 FILLER PIC X(10) VALUE 'SIGNED ON '.
           05 SLIP-ON-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 SLIP-ON-TIME PIC 9(6).
           05 FILLER PIC X(13) VALUE '  SIGNED OFF '.
           05 SLIP-OFF-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 SLIP-OFF-TIME PIC 9(6).
           05 FILLER PIC X(29) VALUE SPACES.

       01 SLIP-AMOUNT.
           05 SLIP-AMT-LABEL PIC X(30).
           05 SLIP-AMT-VALUE PIC X(10).
           05 FILLER PIC X(40) VALUE SPACES.

       01 SLIP-COUNT-EDIT PIC Z(4)9.

       01 SLIP-RESULT.
           05 FILLER PIC X(6) VALUE 'SHIFT '.
           05 SLIP-RESULT-TXT PIC X(14).
           05 FILLER PIC X(60) VALUE SPACES.

       01 SLIP-SIGNATURE.
           05 FILLER PIC X(40) VALUE
               'OPERATOR ______________  SUPERVISOR ____'.
           05 FILLER PIC X(10) VALUE '__________'.
           05 FILLER PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
      * commarea handed back by our own RETURN TRANSID - until the
      * sign-on state was added nothing in here was ever read back,
      * but KALK-PHASE/KALK-OPERID have to survive between tasks, so
      * the whole area is copied into WS-COMMAREA at the top of MAIN
       01 DFHCOMMAREA PIC X(60).

       PROCEDURE DIVISION.
       MAIN.
             WHEN DFHPF14       PERFORM PRINT-TAPE-PARA
             WHEN DFHPF15       PERFORM RESTORE-HISTORY-PARA
             WHEN DFHPF16       PERFORM RELEASE-HELD-PARA
             WHEN DFHPF17       PERFORM SHIFT-SIGNOFF-PARA
             WHEN DFHPF18       PERFORM HANDOVER-TOTAL-PARA
             WHEN DFHPF19       PERFORM HANDOVER-MEMORY-PARA
             WHEN DFHPF20       PERFORM HANDOVER-WITHDRAW-PARA
             WHEN DFHPF21       PERFORM HANDOVER-ACCEPT-PARA
             WHEN OTHER

               PERFORM USER-INVALID-KEY-PARA
      * used only once used to send the screen to the user
      * ERASE because the sign-on screen is still up underneath when
      * this first goes out
           MOVE KALK-ACCOUNT TO MACCTO
           EXEC CICS
           SEND MAP('MAP1') MAPSET('MAPKALK')
           FROM(MAP1O)

       SEND-THE-DATA-ONLY.                                          
      * used to send data and messages to the user
      * ERASEAUP wipes the account field along with the input field,
      * so the account in use goes back out with every reply
           MOVE KALK-ACCOUNT TO MACCTO

           EXEC CICS                                                
      
           MOVE 'S' TO KALK-PHASE
           MOVE SPACES TO KALK-OPERID
           MOVE SPACES TO KALK-SUPER
           MOVE SPACES TO KALK-ACCOUNT
           MOVE 0 TO KALK-SHIFT-DATE
           MOVE 0 TO KALK-SHIFT-TIME
           MOVE 0 TO KALK-SHIFT-TASKN
           MOVE LOW-VALUES TO MAP2O
           MOVE SIGNON-PROMPT-MSG TO SMSGO
           PERFORM SEND-SIGNON-MAP
                 PERFORM RESET-PIN-FAILS-PARA
                 MOVE OP-KEY TO KALK-OPERID
                 MOVE OP-SUPER TO KALK-SUPER
                 MOVE SPACES TO KALK-ACCOUNT
                 MOVE 'C' TO KALK-PHASE
                 MOVE 'OK' TO AUD-STATUS
                 PERFORM WRITE-AUDIT-RECORD
                 PERFORM SEED-VFILE-PARA
                 PERFORM OPEN-SHIFT-PARA
                 PERFORM HANDOVER-ANNOUNCE-PARA
                 PERFORM SEND-THE-WHOLE-MAP
               WHEN PIN-MISSING
      * nothing typed in the PIN field - prompt for it, audited like
             MOVE FILE-ERROR-MSG TO MSGO
            END-EVALUATE
           EXIT.
       OPEN-SHIFT-PARA.
      * the operator's shift on SHIFTF - an open one from today or
      * yesterday is picked up again, so a 3270 session that drops
      * mid-shift (or a PF3 without the PF17 sign-off) does not cut
      * the day in two: the sign-off then balances everything since
      * the sign-on that really started the shift. otherwise this
      * sign-on opens a new shift, keyed the way its 'L' audit
      * record is. an open shift older than that is left open for
      * the supervisors' never-closed list
           MOVE 'N' TO SHIFT-FOUND-SW
           COMPUTE SHIFT-JUL-DATE = EIBDATE + 1900000
           COMPUTE SHIFT-START-DATE = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY(SHIFT-JUL-DATE) - 1) - 1900000
           MOVE KALK-OPERID TO SHFT-OPERID
           MOVE SHIFT-START-DATE TO SHFT-ON-DATE
           MOVE 0 TO SHFT-ON-TIME
           MOVE 0 TO SHFT-ON-TASKN
           EXEC CICS
           STARTBR
           FILE('SHIFTF')
           RIDFLD(SHFT-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             MOVE 'N' TO SHIFT-DONE-SW
             PERFORM SHIFT-SCAN-OPEN-PARA UNTIL SHIFT-SCAN-DONE
             EXEC CICS
             ENDBR FILE('SHIFTF') RESP(RESPCODE)
             END-EXEC
           END-IF
           IF SHIFT-OPEN-FOUND
             MOVE SHIFT-FOUND-KEY TO SHFT-KEY
           ELSE
             MOVE SPACES TO FS-SHIFT
             MOVE KALK-OPERID TO SHFT-OPERID
             MOVE EIBDATE TO SHFT-ON-DATE
             MOVE EIBTIME TO SHFT-ON-TIME
             MOVE EIBTASKN TO SHFT-ON-TASKN
             MOVE EIBTRMID TO SHFT-ON-TERMID
             MOVE 'O' TO SHFT-STATUS
             MOVE 0 TO SHFT-OFF-DATE
             MOVE 0 TO SHFT-OFF-TIME
             MOVE 0 TO SHFT-CALC-COUNT
             EXEC CICS
             WRITE
             FILE('SHIFTF')
             FROM(FS-SHIFT)
             RIDFLD(SHFT-KEY)
             RESP(RESPCODE)
             END-EXEC
      * a failure here does not keep the operator out - the sign-off
      * writes the record itself if it finds none
             IF RESPCODE = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT END-EXEC
             ELSE
               MOVE FILE-ERROR-MSG TO MSGO
             END-IF
           END-IF
           MOVE SHFT-ON-DATE TO KALK-SHIFT-DATE
           MOVE SHFT-ON-TIME TO KALK-SHIFT-TIME
           MOVE SHFT-ON-TASKN TO KALK-SHIFT-TASKN
           EXIT.

       SHIFT-SCAN-OPEN-PARA.
      * the newest open shift of this operator wins
           EXEC CICS
           READNEXT
           FILE('SHIFTF')
           INTO(FS-SHIFT)
           RIDFLD(SHFT-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO SHIFT-DONE-SW
           WHEN SHFT-OPERID NOT = KALK-OPERID
             MOVE 'Y' TO SHIFT-DONE-SW
           WHEN SHFT-OPEN
             MOVE SHFT-KEY TO SHIFT-FOUND-KEY
             MOVE 'Y' TO SHIFT-FOUND-SW
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           EXIT.

       EXIT-PROG-PARA.                                            
      * normal termination of the transaction                    
           EXEC CICS                                              
             LINK PROGRAM('SUBPROG') COMMAREA(WS-COMMAREA)
             END-EXEC
           END-IF
           PERFORM CHECK-ACCOUNT-PARA
           IF ACCOUNT-REJECTED
      * CHECK-ACCOUNT-PARA has already set the message and the audit
      * status - nothing is computed, stored or held for an account
      * that is not on the master
             CONTINUE
           ELSE
           IF VALID-INPUT
      * now we will check what is in the vsam file
      * if there is 'NOTHING' then we will store there                  
             END-EVALUATE
             MOVE 'BADDATA' TO AUD-STATUS
           END-IF
           END-IF
      * one audit record per keypress - successful calculations and
      * rejected ones alike - so the nightly reconciliation report
      * can see error rates as well as the results themselves
      * included) rides to the trail in AUD-INPUT
           MOVE 'E' TO WHAT-OPERATION
           PERFORM GET-THE-DATA
           PERFORM CHECK-ACCOUNT-PARA
           IF ACCOUNT-REJECTED
      * CHECK-ACCOUNT-PARA has already set the message and the audit
      * status - nothing is computed, stored or held for an account
      * that is not on the master
             CONTINUE
           ELSE
           IF INPUT-MAPFAILED
      * untouched field - the "zero is assumed" sentinel the PF-key
      * paths live with must not reach the evaluator, or an idle
             END-EVALUATE
           END-IF
           END-IF
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM SEND-THE-DATA-ONLY
           EXIT.
           END-IF
           EXIT.

       SHIFT-SIGNOFF-PARA.
      * PF17 : end-of-shift sign-off. the operator keys their own
      * control total in the input field - the adding-machine total
      * of the work they did - and it is compared with the running
      * total in VFILE and with the total of their 'OK' calculations
      * on AUDITF since the sign-on that opened the shift. the shift
      * record on SHIFTF is closed balanced or out of balance with
      * both differences, a balancing slip goes to the office
      * printer on KPRT, and the operator is signed off back to the
      * MAP2 screen. balanced means the control total agrees with
      * the calculations - the running total only holds the work
      * since the last PF1 clear, so its difference is shown for
      * the supervisor but does not decide. VFILE, MEMFILE and the
      * history ring are left as they are for the next sign-on.
      * the AUDITFP browse reads INTO the FS-AUDIT record area, so,
      * as on PF14, the audit fields for this keypress are only
      * filled in once the browse is over
           MOVE 'N' TO SHIFT-CLOSE-SW
           MOVE 'N' TO SHIFT-SCANERR-SW
           MOVE 'N' TO TAPE-FAIL-SW
           PERFORM GET-THE-DATA
           MOVE 'N' TO SUBPROG-STATUS
           MOVE ANSWER TO INPUT-VAR
           MOVE 0 TO OUTPUT-VAR
           EVALUATE TRUE
           WHEN INPUT-MAPFAILED
      * the assumed zero of the arithmetic keys is no control total
             MOVE '1' TO SUBPROG-STATUS
           WHEN RAW-INPUT-TEXT(11:10) NOT = SPACES
             MOVE '2' TO SUBPROG-STATUS
           WHEN OTHER
             EXEC CICS
             LINK PROGRAM('SUBPROG') COMMAREA(WS-COMMAREA)
             END-EXEC
           END-EVALUATE
           IF VALID-INPUT
             MOVE OUTPUT-VAR TO SHIFT-CONTROL-NUM
             PERFORM FORMAT-THE-RESULT
             MOVE ANSWER TO SHIFT-CONTROL-TXT
             PERFORM SHIFT-ADD-UP-PARA
             IF SHIFT-SCAN-ERROR
               MOVE FILE-ERROR-MSG TO MSGO
               MOVE 'FILEERR' TO AUD-STATUS
             ELSE
               PERFORM SHIFT-CLOSE-PARA
               IF SHIFT-CLOSED-OK
                 PERFORM SHIFT-SLIP-PARA
                 IF SHIFT-IS-BALANCED
                   MOVE 'BALANCED' TO AUD-STATUS
                 ELSE
                   MOVE 'OUTOFBAL' TO AUD-STATUS
                 END-IF
               ELSE
                 MOVE FILE-ERROR-MSG TO MSGO
                 MOVE 'FILEERR' TO AUD-STATUS
               END-IF
             END-IF
           ELSE
             EVALUATE TRUE
             WHEN EMPTY-INPUT
               MOVE NEED-CONTROL-MSG TO MSGO
             WHEN INPUT-TOO-LONG
               MOVE TOO-LONG-MSG TO MSGO
             WHEN INPUT-NOT-NUMERIC
               MOVE NOT-NUMERIC-MSG TO MSGO
             WHEN INPUT-OUT-OF-RANGE
               MOVE OVERFLOW-MSG TO MSGO
             WHEN OTHER
               MOVE NOT-VALID-DATA-MSG TO MSGO
             END-EVALUATE
             MOVE 'BADDATA' TO AUD-STATUS
           END-IF
      * the control total as keyed, and the difference that decided
      * the shift. a sign-off is not done for a customer account
           MOVE 'F' TO AUD-OPERATION
           MOVE RAW-INPUT-TEXT TO AUD-INPUT
           MOVE SPACES TO AUD-RESULT
           IF SHIFT-CLOSED-OK
             MOVE SHIFT-CALC-DIFF-TXT TO AUD-RESULT
           END-IF
           MOVE 'Y' TO AUD-OVERRIDE-SW
           MOVE KALK-OPERID TO AUD-OPERID
           MOVE SPACES TO AUD-ACCOUNT
           MOVE 'Y' TO AUD-OPERID-OVERRIDE-SW
           PERFORM WRITE-AUDIT-RECORD
           IF SHIFT-CLOSED-OK
             MOVE 'S' TO KALK-PHASE
             MOVE SPACES TO KALK-OPERID
             MOVE SPACES TO KALK-SUPER
             MOVE SPACES TO KALK-ACCOUNT
             MOVE 0 TO KALK-SHIFT-DATE
             MOVE 0 TO KALK-SHIFT-TIME
             MOVE 0 TO KALK-SHIFT-TASKN
             MOVE LOW-VALUES TO MAP2O
             EVALUATE TRUE
             WHEN TAPE-WRITE-FAILED
               MOVE PRINT-FAILED-MSG TO SMSGO
             WHEN SHIFT-IS-BALANCED
               MOVE SHIFT-BALANCED-MSG TO SMSGO
             WHEN OTHER
               MOVE SHIFT-OUT-MSG TO SMSGO
             END-EVALUATE
             PERFORM SEND-SIGNON-MAP
           ELSE
             PERFORM SEND-THE-DATA-ONLY
           END-IF
           EXIT.

       SHIFT-ADD-UP-PARA.
      * the two figures the control total is held against - the
      * running total on VFILE, and the calculation total from the
      * trail: the operator's records through the AUDITFP path from
      * the shift's sign-on onward, following the running total the
      * way AUDRPLAY does - each 'OK' calculation leaves its result
      * as the running total, an 'OK' memory recall or history
      * restore puts its value there, and a PF1 clear ends that run
      * of work, whose last value is added in. the run still going
      * at the end is added in too. outcomes go into the SHIFT
      * switches, never into AUD-STATUS - FS-AUDIT belongs to the
      * browse here
           MOVE 0 TO SHIFT-VAR-NUM
           MOVE 0 TO SHIFT-CALC-NUM
           MOVE 0 TO SHIFT-COUNT
           MOVE 'N' TO SHIFT-CHAIN-SW
           MOVE KALK-OPERID TO FS-KEY
           EXEC CICS
           READ
           FILE('VFILE')
           INTO(FS-VFILE)
           RIDFLD(FS-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE = DFHRESP(NORMAL) AND FS-VAR NOT = 'NOTHING'
             MOVE FS-VAR TO SHIFT-VAR-TXT
             COMPUTE SHIFT-VAR-NUM = FUNCTION NUMVAL(FS-VAR)
           WHEN RESPCODE = DFHRESP(NORMAL)
               OR RESPCODE = DFHRESP(NOTFND)
             MOVE 'NOTHING' TO SHIFT-VAR-TXT
           WHEN OTHER
             MOVE 'Y' TO SHIFT-SCANERR-SW
           END-EVALUATE
           MOVE KALK-OPERID TO AUD-ALT-OPERID
           MOVE KALK-SHIFT-DATE TO AUD-ALT-DATE
           MOVE KALK-SHIFT-TIME TO AUD-ALT-TIME
           MOVE KALK-SHIFT-TASKN TO AUD-ALT-TASKN
           EXEC CICS
           STARTBR
           FILE('AUDITFP')
           RIDFLD(AUD-ALT-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
             MOVE 'N' TO SHIFT-DONE-SW
             PERFORM SHIFT-SCAN-AUDIT-PARA UNTIL SHIFT-SCAN-DONE
             EXEC CICS
             ENDBR FILE('AUDITFP') RESP(RESPCODE)
             END-EXEC
           WHEN DFHRESP(NOTFND)
             CONTINUE
           WHEN OTHER
             MOVE 'Y' TO SHIFT-SCANERR-SW
           END-EVALUATE
           IF SHIFT-CHAIN-OPEN
             ADD SHIFT-CHAIN-NUM TO SHIFT-CALC-NUM
           END-IF
           EXIT.

       SHIFT-SCAN-AUDIT-PARA.
           EXEC CICS
           READNEXT
           FILE('AUDITFP')
           INTO(FS-AUDIT)
           RIDFLD(AUD-ALT-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE = DFHRESP(ENDFILE)
             MOVE 'Y' TO SHIFT-DONE-SW
           WHEN RESPCODE NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO SHIFT-SCANERR-SW
             MOVE 'Y' TO SHIFT-DONE-SW
           WHEN AUD-ALT-OPERID NOT = KALK-OPERID
             MOVE 'Y' TO SHIFT-DONE-SW
           WHEN AUD-OPERATION = 'H' AND AUD-STATUS = 'OFFERED'
               AND AUD-RESULT NOT = SPACES
      * this operator handed their total over - the work in it was
      * theirs, so it counts here like a PF1 clear
             IF SHIFT-CHAIN-OPEN
               ADD SHIFT-CHAIN-NUM TO SHIFT-CALC-NUM
               MOVE 'N' TO SHIFT-CHAIN-SW
             END-IF
           WHEN AUD-OPERATION = 'H' AND AUD-RESULT NOT = SPACES
               AND (AUD-STATUS = 'ACCEPTED' OR AUD-STATUS = 'WITHDRWN')
      * a handed-over total arrived (or came back) - the run it
      * replaces is closed, and the value it brings is taken off
      * again so only the work done on top of it counts when this
      * run closes. a withdrawal so undoes its own send
             IF SHIFT-CHAIN-OPEN
               ADD SHIFT-CHAIN-NUM TO SHIFT-CALC-NUM
             END-IF
             COMPUTE SHIFT-CHAIN-NUM = FUNCTION NUMVAL(AUD-RESULT)
             SUBTRACT SHIFT-CHAIN-NUM FROM SHIFT-CALC-NUM
             MOVE 'Y' TO SHIFT-CHAIN-SW
           WHEN AUD-OPERATION = 'N' AND AUD-TERMID = 'PRST'
               AND AUD-RESULT NOT = SPACES
               AND AUD-RESULT NOT = 'NOTHING'
      * the period close was undone and the total put back - it is
      * taken off again like an arriving handover, so only the work
      * done on top of it counts when this run closes
             IF SHIFT-CHAIN-OPEN
               ADD SHIFT-CHAIN-NUM TO SHIFT-CALC-NUM
             END-IF
             COMPUTE SHIFT-CHAIN-NUM = FUNCTION NUMVAL(AUD-RESULT)
             SUBTRACT SHIFT-CHAIN-NUM FROM SHIFT-CALC-NUM
             MOVE 'Y' TO SHIFT-CHAIN-SW
           WHEN AUD-OPERATION = 'N'
               AND (AUD-TERMID = 'PCLS' OR AUD-TERMID = 'PRST')
               AND AUD-RESULT NOT = SPACES
      * the period close emptied the working file under an open
      * shift - the run so far closes here the way a PF1 clear does
      * (a restore of an empty total is the same). a handover the
      * close took away or the restore put back has a blank result
      * and falls through - no running total moved
             IF SHIFT-CHAIN-OPEN
               ADD SHIFT-CHAIN-NUM TO SHIFT-CALC-NUM
               MOVE 'N' TO SHIFT-CHAIN-SW
             END-IF
           WHEN AUD-STATUS NOT = 'OK'
      * a rejected keypress never moved the running total
             CONTINUE
           WHEN AUD-IS-CALCULATION
             COMPUTE SHIFT-CHAIN-NUM = FUNCTION NUMVAL(AUD-RESULT)
             MOVE 'Y' TO SHIFT-CHAIN-SW
             IF SHIFT-COUNT < 99999
               ADD 1 TO SHIFT-COUNT
             END-IF
           WHEN (AUD-OPERATION = 'R' OR AUD-OPERATION = 'U')
               AND AUD-RESULT NOT = SPACES
      * a recall of an empty memory is 'OK' too, with no value
             COMPUTE SHIFT-CHAIN-NUM = FUNCTION NUMVAL(AUD-RESULT)
             MOVE 'Y' TO SHIFT-CHAIN-SW
           WHEN AUD-OPERATION = 'Z'
             IF SHIFT-CHAIN-OPEN
               ADD SHIFT-CHAIN-NUM TO SHIFT-CALC-NUM
               MOVE 'N' TO SHIFT-CHAIN-SW
             END-IF
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           EXIT.

       SHIFT-CLOSE-PARA.
      * edit the figures the way the screen shows a result, then
      * close the shift record in one unit of work. a shift the
      * sign-on could not open is written here instead
           MOVE SHIFT-CALC-NUM TO OUTPUT-VAR
           PERFORM FORMAT-THE-RESULT
           MOVE ANSWER TO SHIFT-CALC-TXT
           COMPUTE OUTPUT-VAR = SHIFT-CONTROL-NUM - SHIFT-CALC-NUM
           PERFORM FORMAT-THE-RESULT
           MOVE ANSWER TO SHIFT-CALC-DIFF-TXT
      * FORMAT-THE-RESULT rounds OUTPUT-VAR to the displayed places,
      * so a difference that only lived past them counts as none
           IF OUTPUT-VAR = 0
             MOVE 'B' TO SHIFT-RESULT-STATUS
           ELSE
             MOVE 'U' TO SHIFT-RESULT-STATUS
           END-IF
           COMPUTE OUTPUT-VAR = SHIFT-CONTROL-NUM - SHIFT-VAR-NUM
           PERFORM FORMAT-THE-RESULT
           MOVE ANSWER TO SHIFT-TOTAL-DIFF-TXT
           MOVE KALK-OPERID TO SHFT-OPERID
           MOVE KALK-SHIFT-DATE TO SHFT-ON-DATE
           MOVE KALK-SHIFT-TIME TO SHFT-ON-TIME
           MOVE KALK-SHIFT-TASKN TO SHFT-ON-TASKN
           EXEC CICS
           READ
           FILE('SHIFTF')
           INTO(FS-SHIFT)
           RIDFLD(SHFT-KEY)
           RESP(RESPCODE)
           UPDATE
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
             PERFORM SHIFT-FILL-PARA
             EXEC CICS
             REWRITE
             FILE('SHIFTF')
             FROM(FS-SHIFT)
             RESP(RESPCODE)
             END-EXEC
           WHEN DFHRESP(NOTFND)
             MOVE SPACES TO FS-SHIFT
             MOVE KALK-OPERID TO SHFT-OPERID
             MOVE KALK-SHIFT-DATE TO SHFT-ON-DATE
             MOVE KALK-SHIFT-TIME TO SHFT-ON-TIME
             MOVE KALK-SHIFT-TASKN TO SHFT-ON-TASKN
             MOVE EIBTRMID TO SHFT-ON-TERMID
             PERFORM SHIFT-FILL-PARA
             EXEC CICS
             WRITE
             FILE('SHIFTF')
             FROM(FS-SHIFT)
             RIDFLD(SHFT-KEY)
             RESP(RESPCODE)
             END-EXEC
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           IF RESPCODE = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT END-EXEC
             MOVE 'Y' TO SHIFT-CLOSE-SW
           END-IF
           EXIT.

       SHIFT-FILL-PARA.
           MOVE SHIFT-RESULT-STATUS TO SHFT-STATUS
           MOVE EIBTRMID TO SHFT-OFF-TERMID
           MOVE EIBDATE TO SHFT-OFF-DATE
           MOVE EIBTIME TO SHFT-OFF-TIME
           MOVE SHIFT-CONTROL-TXT TO SHFT-CONTROL-TOTAL
           MOVE SHIFT-VAR-TXT TO SHFT-RUNNING-TOTAL
           MOVE SHIFT-CALC-TXT TO SHFT-CALC-TOTAL
           MOVE SHIFT-COUNT TO SHFT-CALC-COUNT
           MOVE SHIFT-CALC-DIFF-TXT TO SHFT-CALC-DIFF
           MOVE SHIFT-TOTAL-DIFF-TXT TO SHFT-TOTAL-DIFF
           EXIT.

       SHIFT-SLIP-PARA.
      * the balancing slip - who, where and when, the figures side by
      * side, the verdict, and a line for the two signatures. the
      * shift is already closed, so a print failure only changes the
      * message the operator sees
           MOVE KALK-OPERID TO SLIP-HDR-OPERID
           MOVE EIBTRMID TO SLIP-HDR-TERM
           MOVE SLIP-HEADER TO TAPE-LINE
           PERFORM TAPE-WRITE-LINE-PARA
           MOVE SHFT-ON-DATE TO SLIP-ON-DATE
           MOVE SHFT-ON-TIME TO SLIP-ON-TIME
           MOVE SHFT-OFF-DATE TO SLIP-OFF-DATE
           MOVE SHFT-OFF-TIME TO SLIP-OFF-TIME
           MOVE SLIP-TIMES TO TAPE-LINE
           PERFORM TAPE-WRITE-LINE-PARA
           MOVE 'CONTROL TOTAL KEYED' TO SLIP-AMT-LABEL
           MOVE SHFT-CONTROL-TOTAL TO SLIP-AMT-VALUE
           MOVE SLIP-AMOUNT TO TAPE-LINE
           PERFORM TAPE-WRITE-LINE-PARA
           MOVE 'CALCULATIONS ON THE TRAIL' TO SLIP-AMT-LABEL
           MOVE SHFT-CALC-COUNT TO SLIP-COUNT-EDIT
           MOVE SLIP-COUNT-EDIT TO SLIP-AMT-VALUE
           MOVE SLIP-AMOUNT TO TAPE-LINE
           PERFORM TAPE-WRITE-LINE-PARA
           MOVE 'TOTAL OF CALCULATIONS' TO SLIP-AMT-LABEL
           MOVE SHFT-CALC-TOTAL TO SLIP-AMT-VALUE
           MOVE SLIP-AMOUNT TO TAPE-LINE
           PERFORM TAPE-WRITE-LINE-PARA
           MOVE 'RUNNING TOTAL ON FILE' TO SLIP-AMT-LABEL
           MOVE SHFT-RUNNING-TOTAL TO SLIP-AMT-VALUE
           MOVE SLIP-AMOUNT TO TAPE-LINE
           PERFORM TAPE-WRITE-LINE-PARA
           MOVE 'DIFFERENCE TO CALCULATIONS' TO SLIP-AMT-LABEL
           MOVE SHFT-CALC-DIFF TO SLIP-AMT-VALUE
           MOVE SLIP-AMOUNT TO TAPE-LINE
           PERFORM TAPE-WRITE-LINE-PARA
           MOVE 'DIFFERENCE TO RUNNING TOTAL' TO SLIP-AMT-LABEL
           MOVE SHFT-TOTAL-DIFF TO SLIP-AMT-VALUE
           MOVE SLIP-AMOUNT TO TAPE-LINE
           PERFORM TAPE-WRITE-LINE-PARA
           IF SHFT-BALANCED
             MOVE 'BALANCED' TO SLIP-RESULT-TXT
           ELSE
             MOVE 'OUT OF BALANCE' TO SLIP-RESULT-TXT
           END-IF
           MOVE SLIP-RESULT TO TAPE-LINE
           PERFORM TAPE-WRITE-LINE-PARA
           MOVE SLIP-SIGNATURE TO TAPE-LINE
           PERFORM TAPE-WRITE-LINE-PARA
           EXIT.

       APPLY-RATE-PARA.
      * PF13 : applies the named rate typed in the input field to
      * the operator's running total - total becomes total times the
           MOVE SPACES TO AUD-RESULT
           MOVE 'Y' TO AUD-OVERRIDE-SW
           PERFORM GET-THE-DATA
           PERFORM CHECK-ACCOUNT-PARA
           IF ACCOUNT-REJECTED
      * CHECK-ACCOUNT-PARA has already set the message and the audit
      * status - nothing is computed, stored or held for an account
      * that is not on the master
             CONTINUE
           ELSE
           IF ANSWER = SPACES OR ANSWER = LOW-VALUES
               OR ANSWER = '0'
      * nothing typed (an untouched field receives as zero) - no
             END-EVALUATE
           END-IF
           END-IF
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM SEND-THE-DATA-ONLY
           EXIT.
           END-EVALUATE
           EXIT.

       CHECK-ACCOUNT-PARA.
      * the account the keypress is for, against the customer
      * account master - a figure keyed for an account that does not
      * exist, or has been closed, would be billed to nobody, so the
      * calculation is refused before anything is computed or
      * stored. the account stays on the screen between keypresses
      * (it rides in KALK-ACCOUNT), so the read happens every time -
      * an account closed mid-shift stops being accepted at once
           MOVE 'N' TO ACCOUNT-CHECK-SW
           IF KALK-ACCOUNT = SPACES OR KALK-ACCOUNT = LOW-VALUES
             MOVE NEED-ACCOUNT-MSG TO MSGO
             MOVE 'BADACCT' TO AUD-STATUS
           ELSE
             MOVE KALK-ACCOUNT TO ACCT-KEY
             EXEC CICS
             READ
             FILE('ACCTF')
             INTO(FS-ACCT)
             RIDFLD(ACCT-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE TRUE
             WHEN RESPCODE = DFHRESP(NORMAL) AND ACCT-CLOSED
               MOVE ACCOUNT-CLOSED-MSG TO MSGO
               MOVE 'BADACCT' TO AUD-STATUS
             WHEN RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO ACCOUNT-CHECK-SW
             WHEN RESPCODE = DFHRESP(NOTFND)
               MOVE UNKNOWN-ACCOUNT-MSG TO MSGO
               MOVE 'BADACCT' TO AUD-STATUS
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO MSGO
               MOVE 'FILEERR' TO AUD-STATUS
             END-EVALUATE
           END-IF
           EXIT.

       CHECK-LIMIT-PARA.
      * the successful result in OUTPUT-VAR against the threshold
      * stored under 'RESULT' in LIMITF - performed after the
             MOVE ANSWER TO HELD-RESULT
             MOVE EIBDATE TO HELD-DATE
             MOVE EIBTIME TO HELD-TIME
             MOVE KALK-ACCOUNT TO HELD-ACCOUNT
             EXEC CICS
             REWRITE
             FILE('HELDF')
             MOVE ANSWER TO HELD-RESULT
             MOVE EIBDATE TO HELD-DATE
             MOVE EIBTIME TO HELD-TIME
             MOVE KALK-ACCOUNT TO HELD-ACCOUNT
             EXEC CICS
             WRITE
             FILE('HELDF')
                 MOVE 'Y' TO AUD-OPERID-OVERRIDE-SW
                 MOVE KALK-OPERID TO AUD-INPUT
                 MOVE HELD-RESULT TO AUD-RESULT
      * and at the account it was calculated for, not whatever
      * account the supervisor's own screen happens to show
                 MOVE HELD-ACCOUNT TO AUD-ACCOUNT
               ELSE
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE FILE-ERROR-MSG TO MSGO
           END-IF
           EXIT.

       HANDOVER-TOTAL-PARA.
      * PF18 : hand the running total over to the operator named in
      * the input field
           MOVE 'N' TO HAND-MEMORY-SW
           PERFORM HANDOVER-SEND-PARA
           EXIT.

       HANDOVER-MEMORY-PARA.
      * PF19 : the same, with the memory value going along too
           MOVE 'Y' TO HAND-MEMORY-SW
           PERFORM HANDOVER-SEND-PARA
           EXIT.

       HANDOVER-SEND-PARA.
      * shift change - the outgoing operator names the incoming one,
      * and their running total (and memory, on PF19) moves onto the
      * handover file for them, leaving this operator at 'NOTHING',
      * as one unit of work. it waits there until the incoming
      * operator accepts it with PF21 after their next sign-on, or
      * this operator takes it back with PF20. only one handover
      * can wait for any one operator. every step that goes through
      * is audited as operation 'H' under both ids - see
      * HANDOVER-AUDIT-PARA
           MOVE 'N' TO HAND-DONE-SW
           MOVE 'OFFERED' TO HAND-STEP-STATUS
           MOVE 'OK' TO AUD-STATUS
           PERFORM GET-THE-DATA
           IF ANSWER = SPACES OR ANSWER = LOW-VALUES
               OR ANSWER = '0'
             MOVE SIGNON-PROMPT-MSG TO MSGO
             MOVE 'BADDATA' TO AUD-STATUS
           ELSE
           IF ANSWER(9:2) NOT = SPACES
               OR RAW-INPUT-TEXT(11:10) NOT = SPACES
      * operator ids are 8 characters - same near-miss rule as the
      * PF16 release
             MOVE UNKNOWN-OPER-MSG TO MSGO
             MOVE 'BADDATA' TO AUD-STATUS
           ELSE
           IF ANSWER(1:8) = KALK-OPERID
             MOVE HAND-TO-SELF-MSG TO MSGO
             MOVE 'BADDATA' TO AUD-STATUS
           ELSE
             MOVE ANSWER TO HAND-OTHER-ID
             MOVE HAND-OTHER-ID TO OP-KEY
             EXEC CICS
             READ
             FILE('OPERF')
             INTO(FS-OPER)
             RIDFLD(OP-KEY)
             RESP(RESPCODE)
             END-EXEC
             EVALUATE TRUE
             WHEN RESPCODE = DFHRESP(NORMAL) AND OP-INACTIVE
      * a leaver will never sign on to accept it
               MOVE INACTIVE-OPER-MSG TO MSGO
               MOVE 'BADDATA' TO AUD-STATUS
             WHEN RESPCODE = DFHRESP(NORMAL)
               PERFORM HANDOVER-OFFER-PARA
             WHEN RESPCODE = DFHRESP(NOTFND)
               MOVE UNKNOWN-OPER-MSG TO MSGO
               MOVE 'BADDATA' TO AUD-STATUS
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO MSGO
               MOVE 'FILEERR' TO AUD-STATUS
             END-EVALUATE
           END-IF
           END-IF
           END-IF
           PERFORM HANDOVER-AUDIT-PARA
           PERFORM SEND-THE-DATA-ONLY
           EXIT.

       HANDOVER-OFFER-PARA.
      * the incoming operator checks out - build the handover record
      * from this operator's running total (and memory), holding
      * both records for update until HANDOVER-OFFER-WRITE-PARA
      * has put them back to 'NOTHING'
           MOVE KALK-OPERID TO FS-KEY
           EXEC CICS
           READ
           FILE('VFILE')
           INTO(FS-VFILE)
           RIDFLD(FS-KEY)
           RESP(RESPCODE)
           UPDATE
           END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
             MOVE FILE-ERROR-MSG TO MSGO
             MOVE 'FILEERR' TO AUD-STATUS
           ELSE
           IF FS-VAR = 'NOTHING'
             MOVE NO-RUNNING-TOTAL-MSG TO MSGO
             MOVE 'BADDATA' TO AUD-STATUS
           ELSE
             MOVE SPACES TO FS-HAND
             MOVE HAND-OTHER-ID TO HAND-KEY
             MOVE KALK-OPERID TO HAND-FROM-OPERID
             MOVE EIBDATE TO HAND-DATE
             MOVE EIBTIME TO HAND-TIME
             MOVE EIBTRMID TO HAND-TERMID
             MOVE FS-VAR TO HAND-VAR
             MOVE 'N' TO HAND-MEM-SW
             IF HAND-MEMORY-ASKED
               PERFORM HANDOVER-TAKE-MEMORY-PARA
             END-IF
             IF AUD-STATUS = 'OK'
               PERFORM HANDOVER-OFFER-WRITE-PARA
             END-IF
           END-IF
           END-IF
           EXIT.

       HANDOVER-TAKE-MEMORY-PARA.
      * PF19 - the memory value goes too. an empty memory is turned
      * away rather than quietly handing over the total alone
           MOVE KALK-OPERID TO MEM-KEY
           EXEC CICS
           READ
           FILE('MEMFILE')
           INTO(FS-MEMFILE)
           RIDFLD(MEM-KEY)
           RESP(RESPCODE)
           UPDATE
           END-EXEC
           EVALUATE TRUE
           WHEN RESPCODE = DFHRESP(NORMAL) AND MEM-VAR NOT = 'NOTHING'
             MOVE 'Y' TO HAND-MEM-SW
             MOVE MEM-VAR TO HAND-MEM-VAR
           WHEN RESPCODE = DFHRESP(NORMAL)
               OR RESPCODE = DFHRESP(NOTFND)
             MOVE MEMORY-EMPTY-MSG TO MSGO
             MOVE 'BADDATA' TO AUD-STATUS
           WHEN OTHER
             MOVE FILE-ERROR-MSG TO MSGO
             MOVE 'FILEERR' TO AUD-STATUS
           END-EVALUATE
           EXIT.

       HANDOVER-OFFER-WRITE-PARA.
      * the handover record goes on first, so one already waiting
      * for the incoming operator turns this one away before
      * anything has moved. a failure after that rolls the lot
      * back, or the total could end up in two places at once
           EXEC CICS
           WRITE
           FILE('HANDF')
           FROM(FS-HAND)
           RIDFLD(HAND-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
             MOVE 'NOTHING' TO FS-VAR
             MOVE 0 TO FS-HIST-VIEW
             EXEC CICS
             REWRITE
             FILE('VFILE')
             FROM(FS-VFILE)
             RESP(RESPCODE)
             END-EXEC
             IF RESPCODE = DFHRESP(NORMAL) AND HAND-WITH-MEMORY
               MOVE 'NOTHING' TO MEM-VAR
               EXEC CICS
               REWRITE
               FILE('MEMFILE')
               FROM(FS-MEMFILE)
               RESP(RESPCODE)
               END-EXEC
             END-IF
             IF RESPCODE = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT END-EXEC
               MOVE LOW-VALUES TO MFILDO
               MOVE HANDED-OVER-MSG TO MSGO
               MOVE 'Y' TO HAND-DONE-SW
               MOVE 'NOTHING' TO AUD-RESULT
             ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE FILE-ERROR-MSG TO MSGO
               MOVE 'FILEERR' TO AUD-STATUS
             END-IF
           WHEN DFHRESP(DUPREC)
             MOVE HAND-WAITING-MSG TO MSGO
             MOVE 'BADDATA' TO AUD-STATUS
           WHEN OTHER
             MOVE FILE-ERROR-MSG TO MSGO
             MOVE 'FILEERR' TO AUD-STATUS
           END-EVALUATE
           EXIT.

       HANDOVER-WITHDRAW-PARA.
      * PF20 : the sender takes back a handover that has not been
      * accepted yet - the input field names the operator it is
      * waiting for. the total (and memory) go back onto the
      * sender's own records, replacing whatever they hold now, the
      * same way an accept replaces the receiver's
           MOVE 'N' TO HAND-DONE-SW
           MOVE 'WITHDRWN' TO HAND-STEP-STATUS
           MOVE 'OK' TO AUD-STATUS
           PERFORM GET-THE-DATA
           IF ANSWER = SPACES OR ANSWER = LOW-VALUES
               OR ANSWER = '0'
             MOVE SIGNON-PROMPT-MSG TO MSGO
             MOVE 'BADDATA' TO AUD-STATUS
           ELSE
           IF ANSWER(9:2) NOT = SPACES
               OR RAW-INPUT-TEXT(11:10) NOT = SPACES
             MOVE UNKNOWN-OPER-MSG TO MSGO
             MOVE 'BADDATA' TO AUD-STATUS
           ELSE
             MOVE ANSWER TO HAND-OTHER-ID
             MOVE HAND-OTHER-ID TO HAND-KEY
             EXEC CICS
             READ
             FILE('HANDF')
             INTO(FS-HAND)
             RIDFLD(HAND-KEY)
             RESP(RESPCODE)
             UPDATE
             END-EXEC
             EVALUATE TRUE
             WHEN RESPCODE = DFHRESP(NORMAL)
                 AND HAND-FROM-OPERID NOT = KALK-OPERID
      * only the sender can take it back
               MOVE NOT-YOUR-HAND-MSG TO MSGO
               MOVE 'BADDATA' TO AUD-STATUS
             WHEN RESPCODE = DFHRESP(NORMAL)
               PERFORM HANDOVER-APPLY-PARA
               IF HAND-DONE
                 MOVE HAND-WITHDRAWN-MSG TO MSGO
               END-IF
             WHEN RESPCODE = DFHRESP(NOTFND)
               MOVE NO-HANDOVER-MSG TO MSGO
               MOVE 'BADDATA' TO AUD-STATUS
             WHEN OTHER
               MOVE FILE-ERROR-MSG TO MSGO
               MOVE 'FILEERR' TO AUD-STATUS
             END-EVALUATE
           END-IF
           END-IF
           PERFORM HANDOVER-AUDIT-PARA
           PERFORM SEND-THE-DATA-ONLY
           EXIT.

       HANDOVER-ACCEPT-PARA.
      * PF21 : the incoming operator takes over the total waiting
      * for them (announced at sign-on by HANDOVER-ANNOUNCE-PARA) -
      * it replaces their own running total, and their memory when
      * the memory came too
           MOVE LOW-VALUES TO MAP1O
           MOVE 'N' TO HAND-DONE-SW
           MOVE 'ACCEPTED' TO HAND-STEP-STATUS
           MOVE 'OK' TO AUD-STATUS
           MOVE KALK-OPERID TO HAND-KEY
           EXEC CICS
           READ
           FILE('HANDF')
           INTO(FS-HAND)
           RIDFLD(HAND-KEY)
           RESP(RESPCODE)
           UPDATE
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
             MOVE HAND-FROM-OPERID TO HAND-OTHER-ID
             PERFORM HANDOVER-APPLY-PARA
             IF HAND-DONE
               MOVE HAND-ACCEPTED-MSG TO MSGO
             END-IF
           WHEN DFHRESP(NOTFND)
             MOVE NO-HANDOVER-MSG TO MSGO
             MOVE 'BADDATA' TO AUD-STATUS
           WHEN OTHER
             MOVE FILE-ERROR-MSG TO MSGO
             MOVE 'FILEERR' TO AUD-STATUS
           END-EVALUATE
           PERFORM HANDOVER-AUDIT-PARA
           PERFORM SEND-THE-DATA-ONLY
           EXIT.

       HANDOVER-APPLY-PARA.
      * the handover record is in hand - its total (and memory)
      * becomes the signed-on operator's and the record comes off
      * the handover file, as one unit of work, the way
      * RELEASE-APPLY-PARA does it. the history ring is left alone
      * (FILECHKP's newest-slot check knows a handed-over total may
      * differ from the ring). a handover dated before the last
      * period close belongs to the closed period - PERDCLS takes
      * every waiting one off HANDF, so one still here is refused
      * and left for FILECHKP to report
           PERFORM HANDOVER-PERIOD-CHECK-PARA
           IF HAND-FROM-LAST-PERIOD
             MOVE HAND-STALE-MSG TO MSGO
             MOVE 'BADDATA' TO AUD-STATUS
           ELSE
             MOVE KALK-OPERID TO FS-KEY
             EXEC CICS
             READ
             FILE('VFILE')
             INTO(FS-VFILE)
             RIDFLD(FS-KEY)
             RESP(RESPCODE)
             UPDATE
             END-EXEC
             IF RESPCODE = DFHRESP(NORMAL)
               MOVE HAND-VAR TO FS-VAR
               MOVE 0 TO FS-HIST-VIEW
               EXEC CICS
               REWRITE
               FILE('VFILE')
               FROM(FS-VFILE)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) AND HAND-WITH-MEMORY
                 PERFORM HANDOVER-PUT-MEMORY-PARA
               END-IF
               IF RESPCODE = DFHRESP(NORMAL)
                 EXEC CICS
                 DELETE
                 FILE('HANDF')
                 RESP(RESPCODE)
                 END-EXEC
               END-IF
               IF RESPCODE = DFHRESP(NORMAL)
                 EXEC CICS SYNCPOINT END-EXEC
                 MOVE HAND-VAR TO MFILDO
                 MOVE 'Y' TO HAND-DONE-SW
                 MOVE HAND-VAR TO AUD-RESULT
               ELSE
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE FILE-ERROR-MSG TO MSGO
                 MOVE 'FILEERR' TO AUD-STATUS
               END-IF
             ELSE
               MOVE FILE-ERROR-MSG TO MSGO
               MOVE 'FILEERR' TO AUD-STATUS
             END-IF
           END-IF
           EXIT.

       HANDOVER-PERIOD-CHECK-PARA.
      * no mark means no close has run, or the last one was
      * restored - nothing to compare against
           MOVE 'N' TO HAND-PERIOD-SW
           EXEC CICS
           READ
           FILE('HANDF')
           INTO(CLOSE-MARK-AREA)
           RIDFLD(CLOSE-MARK-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL)
             IF HAND-DATE < CMK-DATE
                 OR (HAND-DATE = CMK-DATE AND HAND-TIME < CMK-TIME)
               MOVE 'Y' TO HAND-PERIOD-SW
             END-IF
           END-IF
           EXIT.

       HANDOVER-PUT-MEMORY-PARA.
      * the memory that came with the total replaces the signed-on
      * operator's own - written fresh if they never stored one.
      * RESPCODE tells the caller how it went
           MOVE KALK-OPERID TO MEM-KEY
           EXEC CICS
           READ
           FILE('MEMFILE')
           INTO(FS-MEMFILE)
           RIDFLD(MEM-KEY)
           RESP(RESPCODE)
           UPDATE
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
             MOVE HAND-MEM-VAR TO MEM-VAR
             EXEC CICS
             REWRITE
             FILE('MEMFILE')
             FROM(FS-MEMFILE)
             RESP(RESPCODE)
             END-EXEC
           WHEN DFHRESP(NOTFND)
             MOVE KALK-OPERID TO MEM-KEY
             MOVE HAND-MEM-VAR TO MEM-VAR
             EXEC CICS
             WRITE
             FILE('MEMFILE')
             FROM(FS-MEMFILE)
             RIDFLD(MEM-KEY)
             RESP(RESPCODE)
             END-EXEC
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           EXIT.

       HANDOVER-ANNOUNCE-PARA.
      * a handover waiting for the operator who just signed on is
      * announced straight away, naming who it is from - it only
      * replaces their own total once they accept it with PF21. a
      * file problem from the sign-on steps above keeps the message
      * line
           IF MSGO = LOW-VALUES
             MOVE KALK-OPERID TO HAND-KEY
             EXEC CICS
             READ
             FILE('HANDF')
             INTO(FS-HAND)
             RIDFLD(HAND-KEY)
             RESP(RESPCODE)
             END-EXEC
             IF RESPCODE = DFHRESP(NORMAL)
               MOVE HAND-FROM-OPERID TO HAND-OFFER-FROM
               MOVE HAND-OFFER-MSG TO MSGO
             END-IF
           END-IF
           EXIT.

       HANDOVER-AUDIT-PARA.
      * the 'H' record under the operator at this keyboard - the
      * operator at the other end in AUD-INPUT, then 'M' and the
      * memory value when the memory moved too, and in AUD-RESULT
      * what this operator's running total became. a step that went
      * through gets a twin under the operator at the other end, so
      * both trails show it - the replay verifier and the sign-off
      * balancing follow AUD-OPERID. a handover is not done for a
      * customer account
           MOVE 'H' TO AUD-OPERATION
           MOVE 'Y' TO AUD-OVERRIDE-SW
           MOVE KALK-OPERID TO AUD-OPERID
           MOVE SPACES TO AUD-ACCOUNT
           MOVE 'Y' TO AUD-OPERID-OVERRIDE-SW
           IF HAND-DONE
             MOVE HAND-STEP-STATUS TO AUD-STATUS
             MOVE HAND-OTHER-ID TO AHR-OPERID
             MOVE SPACES TO AHR-MEM-FLAG
             MOVE SPACES TO AHR-MEM-VAR
             IF HAND-WITH-MEMORY
               MOVE 'M' TO AHR-MEM-FLAG
               MOVE HAND-MEM-VAR TO AHR-MEM-VAR
             END-IF
             MOVE AUDIT-HAND-REF TO AUD-INPUT
           ELSE
             MOVE RAW-INPUT-TEXT TO AUD-INPUT
             MOVE SPACES TO AUD-RESULT
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           IF HAND-DONE
      * the twin is written in this same task, so it carries the
      * pseudo-terminal 'HAND' to keep the two keys apart, the way
      * the batch jobs' records carry theirs. the other operator's
      * running total did not change here, so its result is blank
             MOVE 'HAND' TO AUD-TERMID
             MOVE HAND-OTHER-ID TO AUD-OPERID
             MOVE HAND-OTHER-ID TO AUD-ALT-OPERID
             MOVE KALK-OPERID TO AHR-OPERID
             MOVE AUDIT-HAND-REF TO AUD-INPUT
             MOVE SPACES TO AUD-RESULT
             EXEC CICS
             WRITE
             FILE('AUDITF')
             FROM(FS-AUDIT)
             RIDFLD(AUD-KEY)
             RESP(RESPCODE)
             END-EXEC
             IF RESPCODE NOT = DFHRESP(NORMAL)
               EXEC CICS
               WRITE OPERATOR TEXT('AUDITF WRITE FAILED')
               END-EXEC
             END-IF
           END-IF
           EXIT.

       WRITE-AUDIT-RECORD.
      * appending one record to the audit trail file for every
      * calculation attempt, successful or not, so we can answer
           MOVE EIBTASKN TO AUD-TASKN
           IF AUD-OPERID-OVERRIDDEN
      * the PF16 release already aimed this record at the operator
      * whose total changed, and at the held result's account - see
      * RELEASE-APPLY-PARA
             MOVE 'N' TO AUD-OPERID-OVERRIDE-SW
           ELSE
             MOVE KALK-OPERID TO AUD-OPERID
      * the account on the screen when the key was pressed - blank
      * until the operator types one
             MOVE KALK-ACCOUNT TO AUD-ACCOUNT
           END-IF
           IF AUD-FIELDS-OVERRIDDEN
      * caller (ABEND-RECOVERY-PARA) already set AUD-OPERATION/
             LINK PROGRAM('SUBPROG') COMMAREA(WS-COMMAREA)
             END-EXEC
           END-IF
           PERFORM CHECK-ACCOUNT-PARA
           IF ACCOUNT-REJECTED
      * CHECK-ACCOUNT-PARA has already set the message and the audit
      * status - nothing is computed, stored or held for an account
      * that is not on the master
             CONTINUE
           ELSE
           IF VALID-INPUT
             COMPUTE TEMP-VAR = FUNCTION NUMVAL(INPUT-VAR)
             IF TEMP-VAR < 0
             END-EVALUATE
             MOVE 'BADDATA' TO AUD-STATUS
           END-IF
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM SEND-THE-DATA-ONLY
           EXIT.
      * single-number paths
             MOVE MFILDI TO RAW-INPUT-TEXT
             MOVE MFILDI TO ANSWER
      * a newly typed account replaces the one carried in the
      * commarea - it is checked against ACCTF by the calculation
      * paths, not here
      * an account erased with EOF comes back empty with the flag
      * byte X'80' - the carried account must go too, so the next
      * calculation meets the blank-account refusal instead of being
      * charged to the last customer
             IF MACCTL > 0
               MOVE MACCTI TO KALK-ACCOUNT
             ELSE
               IF MACCTF = X'80'
                 MOVE SPACES TO KALK-ACCOUNT
               END-IF
             END-IF
      * only the account was typed - the input field itself was
      * untouched, which has always meant the same as a MAPFAIL
             IF MFILDL = 0
               MOVE 0 TO ANSWER
               MOVE 0 TO RAW-INPUT-TEXT
               MOVE 'Y' TO MAPFAIL-SW
             END-IF
           WHEN DFHRESP(MAPFAIL)
      * ZERO IS ASSUMED
             MOVE 0 TO ANSWER
