      * and still shows up in the reconciliation report's counts.
      * input is one card per operation: operator id, operation code
      * in the same '+' '-' '*' '/' 'S' vocabulary the audit trail
      * uses, the operand, and the customer account the work is for
      * (checked against ACCTF the way the screen checks the account
      * field - a card for an unknown or closed account is rejected
      * with status 'BADACCT'). cards chain per operator exactly the
      * way keypresses chain on the screen - the first valid operand
      * for an operator becomes their running value, later cards
      * combine with it, and a change of operator id starts fresh.
      * reconciliation, which is the exact problem the checkpoint
      * exists to close, and one extra sequential write per card is
      * cheap next to the VSAM audit write beside it.
      * control cards: a deck is one batch, and it only runs if it
      * balances. the first card is a header - '*HEADER*' in 1-8,
      * the batch id in 10-17 and the number of calculation cards
      * in 19-25 - and the deck ends with trailer cards, '*TRAILER'
      * in 1-8: one per operator (the operator id in 10-17, that
      * operator's card count in 19-25 and hash total in 27-44),
      * then the overall one with 10-17 blank, carrying the count
      * and hash total of the whole deck. the hash total is each
      * operand's digits read as one whole number - sign, decimal
      * point and anything else ignored - added up. before any
      * card is applied the whole deck is read once and balanced
      * against its own control cards; a missing, repeated or
      * misplaced control card, or any count or hash total that
      * does not agree, rejects the whole batch with nothing
      * applied, and the balancing report printed ahead of the run
      * shows which figures differ. this is what catches a deck
      * truncated or doubled up in transfer before half of it has
      * reached AUDITF.
      * a batch id is run once. the batch register BATCHREG keeps
      * every batch that has been started ('I') or completed ('C'),
      * and a deck whose batch id is already there is refused -
      * unless it is the resubmit of the batch the checkpoint says
      * died part way, which restarts as before. a rejected deck is
      * not registered, so the corrected deck can come back under
      * the same id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ACCT-FILE ASSIGN TO ACCTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO BCHKPTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
           SELECT BREG-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BREG-KEY
               FILE STATUS IS WS-BREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-IN.
       01  BAT-CARD.
           05 BAT-OPERID PIC X(8).
               88 BAT-HEADER-CARD VALUE '*HEADER*'.
               88 BAT-TRAILER-CARD VALUE '*TRAILER'.
           05 BAT-OPERATION PIC X.
           05 BAT-OPERAND PIC X(10).
           05 BAT-ACCOUNT PIC X(10).
           05 FILLER PIC X(51).
      * the header and trailer cards - see the note at the top
       01  BAT-CONTROL-CARD.
           05 CTL-CARD-TYPE PIC X(8).
           05 FILLER PIC X.
      * header: the batch id. trailer: the operator the totals are
      * for, blank on the overall trailer
           05 CTL-ID PIC X(8).
           05 FILLER PIC X.
           05 CTL-COUNT PIC X(7).
           05 FILLER PIC X.
           05 CTL-HASH PIC X(18).
           05 FILLER PIC X(36).

       FD  RESULT-OUT.
       01  BAT-RESULT-REC.
           05 RSL-STATUS PIC X(8).
           05 FILLER PIC X.
           05 RSL-MESSAGE PIC X(20).
           05 FILLER PIC X.
           05 RSL-ACCOUNT PIC X(10).
           05 FILLER PIC X(7).

       FD  AUDIT-FILE.
      * layout shared with MAPKALKP and RECONRPT via the AUDITREC
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY AUDIT-RECORD.

       FD  ACCT-FILE.
      * the customer account master, shared with MAPKALKP via the
      * ACCTREC copybook
           COPY ACCTREC
               REPLACING ACCTREC-NAME BY ACCT-RECORD.

       FD  CHKPT-FILE.
       01  CHKPT-REC.
           05 CHK-STATUS PIC X.
           05 CHK-CARDS-REJ PIC 9(7).
           05 FILLER PIC X.
           05 CHK-AUDIT-FAILS PIC 9(7).
           05 FILLER PIC X.
      * the batch the run belongs to - a resubmit has to be the same
      * deck
           05 CHK-BATCH-ID PIC X(8).
           05 FILLER PIC X(18).

       FD  BREG-FILE.
      * one record per batch id ever started
       01  BREG-RECORD.
           05 BREG-KEY PIC X(8).
           05 BREG-STATUS PIC X.
               88 BREG-IN-PROGRESS VALUE 'I'.
               88 BREG-COMPLETE VALUE 'C'.
      * when the batch started and finished (0CYYDDD julian and
      * 0HHMMSS, as on the audit trail) - zero until it finishes
           05 BREG-START-DATE PIC 9(7).
           05 BREG-START-TIME PIC 9(7).
           05 BREG-END-DATE PIC 9(7).
           05 BREG-END-TIME PIC 9(7).
      * the deck's control figures, and how its cards came out
           05 BREG-CARDS PIC 9(7).
           05 BREG-HASH PIC 9(18).
           05 BREG-CARDS-OK PIC 9(7).
           05 BREG-CARDS-REJ PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC XX.
           88 AUDIT-NOT-THERE VALUE '35'.
       01 WS-CHKPT-STATUS PIC XX.
           88 CHKPT-OK VALUE '00'.
       01 WS-ACCT-STATUS PIC XX.
           88 ACCT-FILE-OK VALUE '00'.
           88 ACCT-NOT-FOUND VALUE '23'.
       01 WS-BREG-STATUS PIC XX.
           88 BREG-OK VALUE '00'.
           88 BREG-NOT-FOUND VALUE '23'.
           88 BREG-NOT-THERE VALUE '35'.

      * outcome of CHECK-ACCOUNT-PARA for this card
       01 WS-ACCOUNT-SW PIC X VALUE 'N'.
           88 ACCOUNT-OK VALUE 'Y'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-INPUT VALUE 'Y'.
           88 RESTARTED-RUN VALUE 'Y'.
       01 WS-LAST-DONE-SEQ PIC 9(7) VALUE 0.
       01 WS-CARDS-SKIPPED PIC 9(7) VALUE 0.
       01 WS-CHK-BATCH-ID PIC X(8) VALUE SPACES.

      * the balancing pass - what the control cards say and what
      * the deck actually holds
       01 WS-BATCH-ID PIC X(8) VALUE SPACES.
       01 WS-BALANCE-SW PIC X VALUE 'Y'.
           88 BATCH-BALANCED VALUE 'Y'.
       01 WS-REGISTERED-SW PIC X VALUE 'N'.
           88 BATCH-REGISTERED VALUE 'Y'.
       01 WS-BAL-COUNTS.
           05 WS-PHYS-SEQ PIC 9(7) VALUE 0.
           05 WS-HEADERS PIC 9(7) VALUE 0.
           05 WS-HEADER-SEQ PIC 9(7) VALUE 0.
           05 WS-TRAILERS PIC 9(7) VALUE 0.
           05 WS-TRAILER-SEQ PIC 9(7) VALUE 0.
           05 WS-LATE-CARDS PIC 9(7) VALUE 0.
           05 WS-DECK-CARDS PIC 9(7) VALUE 0.
           05 WS-DECK-HASH PIC 9(18) VALUE 0.
       01 WS-ANY-TRAILER-SW PIC X VALUE 'N'.
           88 TRAILER-REACHED VALUE 'Y'.
       01 WS-HDR-COUNT PIC X(7) VALUE SPACES.
       01 WS-TRL-COUNT PIC X(7) VALUE SPACES.
       01 WS-TRL-HASH PIC X(18) VALUE SPACES.
      * the figures being compared on one line of the report
       01 WS-CMP-COUNT-TXT PIC X(7) VALUE SPACES.
       01 WS-CMP-COUNT-NUM REDEFINES WS-CMP-COUNT-TXT PIC 9(7).
       01 WS-CMP-HASH-TXT PIC X(18) VALUE SPACES.
       01 WS-CMP-HASH-NUM REDEFINES WS-CMP-HASH-TXT PIC 9(18).
       01 WS-CMP-COUNTED PIC 9(18) VALUE 0.
      * one card's hash - its operand's digits as a whole number
       01 WS-CARD-HASH PIC 9(18) VALUE 0.
       01 WS-HASH-IDX PIC 99 VALUE 0.
       01 WS-HASH-CH PIC X VALUE SPACE.
       01 WS-HASH-DIGIT REDEFINES WS-HASH-CH PIC 9.
      * the operators in the deck, with what their cards add up to
      * and what their trailer card says
       01 WS-OPER-MAX PIC 9(4) VALUE 300.
       01 WS-OPER-COUNT PIC 9(4) VALUE 0.
       01 WS-OPER-IDX PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-FIND-OPERID PIC X(8) VALUE SPACES.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 300 TIMES.
               10 WS-OPT-OPERID PIC X(8).
               10 WS-OPT-CARDS PIC 9(7).
               10 WS-OPT-HASH PIC 9(18).
      * 'N' no trailer card for them, 'Y' one, 'D' more than one
               10 WS-OPT-TRL-SW PIC X.
               10 WS-OPT-TRL-COUNT PIC X(7).
               10 WS-OPT-TRL-HASH PIC X(18).

       01 WS-BAL-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'CHECK'.
           05 FILLER PIC X(20) VALUE 'ON CONTROL CARD'.
           05 FILLER PIC X(20) VALUE 'IN THE DECK'.
           05 FILLER PIC X(8) VALUE 'OUTCOME'.

       01 WS-BAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BAL-CHECK PIC X(28).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BAL-ON-CARD PIC X(18).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BAL-COUNTED PIC X(18).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BAL-OUTCOME PIC X(8).

      * the same trio the online commarea carries into SUBPROG - the
      * shared CHECK-THE-NUMBER paragraph validates INPUT-VAR and
           05 EMPTY-INPUT-MSG PIC X(17) VALUE 'NO NUMBER ENTERED'.
           05 TOO-LONG-MSG PIC X(15) VALUE 'NUMBER TOO LONG'.
           05 NOT-NUMERIC-MSG PIC X(16) VALUE 'NOT A NUMBER'.
           05 NEED-ACCOUNT-MSG PIC X(13) VALUE 'ENTER ACCOUNT'.
           05 UNKNOWN-ACCOUNT-MSG PIC X(15) VALUE 'UNKNOWN ACCOUNT'.
           05 ACCOUNT-CLOSED-MSG PIC X(14) VALUE 'ACCOUNT CLOSED'.
           05 FILE-ERROR-MSG PIC X(13) VALUE 'ERROR IN FILE'.

      * AUD-DATE and AUD-TIME are filled the way EIBDATE/EIBTIME
      * would be online (0CYYDDD julian, HHMMSS), and AUD-TASKN gets
      * the task number is unique within a CICS day
       01 WS-JUL-DATE PIC 9(7) VALUE 0.
       01 WS-TIME-RAW PIC 9(8) VALUE 0.
      * taken again when the batch finishes, for the register
       01 WS-END-JUL-DATE PIC 9(7) VALUE 0.
       01 WS-END-TIME-RAW PIC 9(8) VALUE 0.
       01 WS-CARD-SEQ PIC 9(7) VALUE 0.

       01 WS-COUNTERS.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CHECKPOINT-PARA
           ACCEPT WS-JUL-DATE FROM DAY YYYYDDD
           ACCEPT WS-TIME-RAW FROM TIME
           PERFORM BALANCE-BATCH-PARA
           IF BATCH-BALANCED
              PERFORM CHECK-REGISTER-PARA
           END-IF
           IF NOT BATCH-BALANCED
              DISPLAY 'BATCALC: BATCH ' WS-BATCH-ID
                  ' REJECTED - NOTHING APPLIED'
              STOP RUN
           END-IF
           PERFORM OPEN-FILES-PARA
           PERFORM REGISTER-BATCH-PARA
           PERFORM READ-CARD-PARA
           PERFORM UNTIL END-OF-INPUT
               PERFORM PROCESS-CARD-PARA
              DISPLAY 'BATCALC: RUN INCOMPLETE - RESUBMIT TO RESTART'
           ELSE
              MOVE 'C' TO WS-CHK-STATUS
              PERFORM COMPLETE-BATCH-PARA
           END-IF
           PERFORM WRITE-CHECKPOINT-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY 'BATCALC: BATCH ID      : ' WS-BATCH-ID
           IF RESTARTED-RUN
              DISPLAY 'BATCALC: RESTARTED PAST PRIOR CHECKPOINT'
              DISPLAY 'BATCALC: CARDS SKIPPED : ' WS-CARDS-SKIPPED
                   MOVE CHK-CARDS-OK TO WS-CARDS-OK
                   MOVE CHK-CARDS-REJ TO WS-CARDS-REJECTED
                   MOVE CHK-AUDIT-FAILS TO WS-AUDIT-FAILS
                   MOVE CHK-BATCH-ID TO WS-CHK-BATCH-ID
                 END-IF
           END-READ
           CLOSE CHKPT-FILE
           EXIT.

       BALANCE-BATCH-PARA.
      * the pre-pass - the whole deck read once, nothing applied,
      * and every count and hash total on the control cards checked
      * against the cards themselves. any one disagreement is
      * enough to stop the batch
           OPEN INPUT BATCH-IN
           IF NOT IN-OK
              DISPLAY 'BATCALC: UNABLE TO OPEN BATCHIN, STATUS='
                  WS-IN-STATUS
              STOP RUN
           END-IF
           PERFORM READ-CARD-PARA
           PERFORM UNTIL END-OF-INPUT
               PERFORM TALLY-CARD-PARA
               PERFORM READ-CARD-PARA
           END-PERFORM
           CLOSE BATCH-IN
           IF RUN-ABORTED
              DISPLAY 'BATCALC: BATCHIN UNREADABLE - NOTHING APPLIED'
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           DISPLAY '==================================================='
           DISPLAY 'BATCALC BATCH BALANCING - BATCH ' WS-BATCH-ID
           DISPLAY '==================================================='
           DISPLAY WS-BAL-HEADING
           PERFORM CHECK-CONTROL-CARDS-PARA
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
               PERFORM CHECK-OPERATOR-PARA
           END-PERFORM
           DISPLAY '==================================================='
           IF BATCH-BALANCED
              DISPLAY 'BATCALC: BATCH BALANCES - ' WS-DECK-CARDS
                  ' CARDS'
           ELSE
              DISPLAY 'BATCALC: BATCH DOES NOT BALANCE'
           END-IF
           DISPLAY '==================================================='
           EXIT.

       TALLY-CARD-PARA.
           ADD 1 TO WS-PHYS-SEQ
           EVALUATE TRUE
           WHEN BAT-HEADER-CARD
             ADD 1 TO WS-HEADERS
             IF WS-HEADERS = 1
                MOVE WS-PHYS-SEQ TO WS-HEADER-SEQ
                MOVE CTL-ID TO WS-BATCH-ID
                MOVE CTL-COUNT TO WS-HDR-COUNT
             END-IF
           WHEN BAT-TRAILER-CARD AND CTL-ID = SPACES
             MOVE 'Y' TO WS-ANY-TRAILER-SW
             ADD 1 TO WS-TRAILERS
             MOVE WS-PHYS-SEQ TO WS-TRAILER-SEQ
             MOVE CTL-COUNT TO WS-TRL-COUNT
             MOVE CTL-HASH TO WS-TRL-HASH
           WHEN BAT-TRAILER-CARD
             MOVE 'Y' TO WS-ANY-TRAILER-SW
             MOVE CTL-ID TO WS-FIND-OPERID
             PERFORM FIND-OPERATOR-PARA
             IF WS-OPT-TRL-SW(WS-FOUND-IDX) = 'N'
                MOVE 'Y' TO WS-OPT-TRL-SW(WS-FOUND-IDX)
                MOVE CTL-COUNT TO WS-OPT-TRL-COUNT(WS-FOUND-IDX)
                MOVE CTL-HASH TO WS-OPT-TRL-HASH(WS-FOUND-IDX)
             ELSE
                MOVE 'D' TO WS-OPT-TRL-SW(WS-FOUND-IDX)
             END-IF
           WHEN OTHER
      * a calculation card - the trailers close the deck, so one
      * after them means two decks run together or a bad splice
             IF TRAILER-REACHED
                ADD 1 TO WS-LATE-CARDS
             END-IF
             PERFORM HASH-OPERAND-PARA
             ADD 1 TO WS-DECK-CARDS
             ADD WS-CARD-HASH TO WS-DECK-HASH
             MOVE BAT-OPERID TO WS-FIND-OPERID
             PERFORM FIND-OPERATOR-PARA
             ADD 1 TO WS-OPT-CARDS(WS-FOUND-IDX)
             ADD WS-CARD-HASH TO WS-OPT-HASH(WS-FOUND-IDX)
           END-EVALUATE
           EXIT.

       HASH-OPERAND-PARA.
      * the operand's digits read as one whole number - sign, point
      * and anything else ignored - so the sending side can form
      * the same total from the card image alone, whether or not
      * the operand turns out to be a valid number
           MOVE 0 TO WS-CARD-HASH
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 10
               MOVE BAT-OPERAND(WS-HASH-IDX:1) TO WS-HASH-CH
               IF WS-HASH-CH >= '0' AND WS-HASH-CH <= '9'
                  COMPUTE WS-CARD-HASH =
                      WS-CARD-HASH * 10 + WS-HASH-DIGIT
               END-IF
           END-PERFORM
           EXIT.

       FIND-OPERATOR-PARA.
      * the operator's entry in the balancing table, added the first
      * time they appear on a card or a trailer
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
                  OR WS-FOUND-IDX > 0
               IF WS-OPT-OPERID(WS-OPER-IDX) = WS-FIND-OPERID
                  MOVE WS-OPER-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              IF WS-OPER-COUNT NOT < WS-OPER-MAX
                 DISPLAY 'BATCALC: MORE THAN ' WS-OPER-MAX
                     ' OPERATORS IN ONE BATCH - NOTHING APPLIED'
                 STOP RUN
              END-IF
              ADD 1 TO WS-OPER-COUNT
              MOVE WS-OPER-COUNT TO WS-FOUND-IDX
              MOVE WS-FIND-OPERID TO WS-OPT-OPERID(WS-FOUND-IDX)
              MOVE 0 TO WS-OPT-CARDS(WS-FOUND-IDX)
              MOVE 0 TO WS-OPT-HASH(WS-FOUND-IDX)
              MOVE 'N' TO WS-OPT-TRL-SW(WS-FOUND-IDX)
              MOVE SPACES TO WS-OPT-TRL-COUNT(WS-FOUND-IDX)
              MOVE SPACES TO WS-OPT-TRL-HASH(WS-FOUND-IDX)
           END-IF
           EXIT.

       CHECK-CONTROL-CARDS-PARA.
      * the deck's shape first - one header, first; one overall
      * trailer, last; nothing but trailers after the first
      * trailer - then its count and hash against the deck
           EVALUATE TRUE
           WHEN WS-HEADERS = 0
             MOVE 'NO HEADER CARD' TO BAL-CHECK
             PERFORM SHAPE-FAULT-PARA
           WHEN WS-HEADERS > 1
             MOVE 'MORE THAN ONE HEADER CARD' TO BAL-CHECK
             PERFORM SHAPE-FAULT-PARA
           WHEN WS-HEADER-SEQ NOT = 1
             MOVE 'HEADER NOT THE FIRST CARD' TO BAL-CHECK
             PERFORM SHAPE-FAULT-PARA
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           IF WS-HEADERS > 0 AND WS-BATCH-ID = SPACES
              MOVE 'NO BATCH ID ON HEADER' TO BAL-CHECK
              PERFORM SHAPE-FAULT-PARA
           END-IF
           EVALUATE TRUE
           WHEN WS-TRAILERS = 0
             MOVE 'NO OVERALL TRAILER CARD' TO BAL-CHECK
             PERFORM SHAPE-FAULT-PARA
           WHEN WS-TRAILERS > 1
             MOVE 'OVERALL TRAILER REPEATED' TO BAL-CHECK
             PERFORM SHAPE-FAULT-PARA
           WHEN WS-TRAILER-SEQ NOT = WS-PHYS-SEQ
             MOVE 'CARDS AFTER THE TRAILER' TO BAL-CHECK
             PERFORM SHAPE-FAULT-PARA
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           IF WS-LATE-CARDS > 0
              MOVE 'CALCULATIONS AFTER TRAILER' TO BAL-CHECK
              PERFORM SHAPE-FAULT-PARA
           END-IF
           IF WS-HEADERS > 0
              MOVE 'HEADER CARD COUNT' TO BAL-CHECK
              MOVE WS-HDR-COUNT TO WS-CMP-COUNT-TXT
              MOVE WS-DECK-CARDS TO WS-CMP-COUNTED
              PERFORM COMPARE-COUNT-PARA
           END-IF
           IF WS-TRAILERS > 0
              MOVE 'TRAILER CARD COUNT' TO BAL-CHECK
              MOVE WS-TRL-COUNT TO WS-CMP-COUNT-TXT
              MOVE WS-DECK-CARDS TO WS-CMP-COUNTED
              PERFORM COMPARE-COUNT-PARA
              MOVE 'TRAILER HASH TOTAL' TO BAL-CHECK
              MOVE WS-TRL-HASH TO WS-CMP-HASH-TXT
              MOVE WS-DECK-HASH TO WS-CMP-COUNTED
              PERFORM COMPARE-HASH-PARA
           END-IF
           EXIT.

       CHECK-OPERATOR-PARA.
      * each operator's cards against their own trailer card
           EVALUATE WS-OPT-TRL-SW(WS-OPER-IDX)
           WHEN 'N'
             MOVE SPACES TO BAL-CHECK
             STRING 'OPERATOR ' WS-OPT-OPERID(WS-OPER-IDX)
                 ' NO TRAILER' DELIMITED BY SIZE INTO BAL-CHECK
             PERFORM SHAPE-FAULT-PARA
           WHEN 'D'
             MOVE SPACES TO BAL-CHECK
             STRING 'OPERATOR ' WS-OPT-OPERID(WS-OPER-IDX)
                 ' 2 TRAILERS' DELIMITED BY SIZE INTO BAL-CHECK
             PERFORM SHAPE-FAULT-PARA
           WHEN OTHER
             MOVE SPACES TO BAL-CHECK
             STRING 'OPERATOR ' WS-OPT-OPERID(WS-OPER-IDX)
                 ' COUNT' DELIMITED BY SIZE INTO BAL-CHECK
             MOVE WS-OPT-TRL-COUNT(WS-OPER-IDX) TO WS-CMP-COUNT-TXT
             MOVE WS-OPT-CARDS(WS-OPER-IDX) TO WS-CMP-COUNTED
             PERFORM COMPARE-COUNT-PARA
             MOVE SPACES TO BAL-CHECK
             STRING 'OPERATOR ' WS-OPT-OPERID(WS-OPER-IDX)
                 ' HASH' DELIMITED BY SIZE INTO BAL-CHECK
             MOVE WS-OPT-TRL-HASH(WS-OPER-IDX) TO WS-CMP-HASH-TXT
             MOVE WS-OPT-HASH(WS-OPER-IDX) TO WS-CMP-COUNTED
             PERFORM COMPARE-HASH-PARA
           END-EVALUATE
           EXIT.

       SHAPE-FAULT-PARA.
      * a control card missing, repeated or out of place - there is
      * no figure to set against it, only the fault
           MOVE SPACES TO BAL-ON-CARD
           MOVE SPACES TO BAL-COUNTED
           MOVE 'DIFFERS' TO BAL-OUTCOME
           MOVE 'N' TO WS-BALANCE-SW
           DISPLAY WS-BAL-LINE
           EXIT.

       COMPARE-COUNT-PARA.
      * a count on a control card that is not a number cannot agree
           MOVE WS-CMP-COUNT-TXT TO BAL-ON-CARD
           MOVE WS-CMP-COUNTED(12:7) TO BAL-COUNTED
           IF WS-CMP-COUNT-TXT NUMERIC
              AND WS-CMP-COUNT-NUM = WS-CMP-COUNTED
              MOVE 'AGREES' TO BAL-OUTCOME
           ELSE
              MOVE 'DIFFERS' TO BAL-OUTCOME
              MOVE 'N' TO WS-BALANCE-SW
           END-IF
           DISPLAY WS-BAL-LINE
           EXIT.

       COMPARE-HASH-PARA.
           MOVE WS-CMP-HASH-TXT TO BAL-ON-CARD
           MOVE WS-CMP-COUNTED TO BAL-COUNTED
           IF WS-CMP-HASH-TXT NUMERIC
              AND WS-CMP-HASH-NUM = WS-CMP-COUNTED
              MOVE 'AGREES' TO BAL-OUTCOME
           ELSE
              MOVE 'DIFFERS' TO BAL-OUTCOME
              MOVE 'N' TO WS-BALANCE-SW
           END-IF
           DISPLAY WS-BAL-LINE
           EXIT.

       CHECK-REGISTER-PARA.
      * a batch id goes through once. the only deck allowed in with
      * its id already registered is the resubmit of the batch the
      * checkpoint says died part way - and while one batch is part
      * way, no other batch may start
           OPEN I-O BREG-FILE
           IF BREG-NOT-THERE
      * first ever run against an empty cluster - create it, then
      * reopen for the random reads and updates
              OPEN OUTPUT BREG-FILE
              CLOSE BREG-FILE
              OPEN I-O BREG-FILE
           END-IF
           IF NOT BREG-OK
              DISPLAY 'BATCALC: UNABLE TO OPEN BATCHREG, STATUS='
                  WS-BREG-STATUS
              STOP RUN
           END-IF
           MOVE WS-BATCH-ID TO BREG-KEY
           READ BREG-FILE
           EVALUATE TRUE
           WHEN BREG-OK AND BREG-COMPLETE
             DISPLAY 'BATCALC: BATCH ' WS-BATCH-ID
                 ' ALREADY PROCESSED ON ' BREG-END-DATE
             MOVE 'N' TO WS-BALANCE-SW
           WHEN BREG-OK AND RESTARTED-RUN
               AND WS-CHK-BATCH-ID = WS-BATCH-ID
             MOVE 'Y' TO WS-REGISTERED-SW
           WHEN BREG-OK
             DISPLAY 'BATCALC: BATCH ' WS-BATCH-ID
                 ' ALREADY STARTED ON ' BREG-START-DATE
                 ' - NOT THE BATCH BCHKPTF IS WAITING FOR'
             MOVE 'N' TO WS-BALANCE-SW
           WHEN BREG-NOT-FOUND AND RESTARTED-RUN
               AND WS-CHK-BATCH-ID NOT = SPACES
               AND WS-CHK-BATCH-ID NOT = WS-BATCH-ID
             DISPLAY 'BATCALC: BATCH ' WS-CHK-BATCH-ID
                 ' IS INCOMPLETE - RESUBMIT IT FIRST'
             MOVE 'N' TO WS-BALANCE-SW
           WHEN BREG-NOT-FOUND
             CONTINUE
           WHEN OTHER
             DISPLAY 'BATCALC: ERROR READING BATCHREG, STATUS='
                 WS-BREG-STATUS
             STOP RUN
           END-EVALUATE
           IF NOT BATCH-BALANCED
              CLOSE BREG-FILE
           END-IF
           EXIT.

       REGISTER-BATCH-PARA.
      * the batch goes on the register before its first card is
      * applied. BCHKPTF already names it, so a failure from here
      * on is a restart of this batch, not a second run of it
           IF NOT BATCH-REGISTERED
              MOVE SPACES TO BREG-RECORD
              MOVE WS-BATCH-ID TO BREG-KEY
              MOVE 'I' TO BREG-STATUS
              COMPUTE BREG-START-DATE = WS-JUL-DATE - 1900000
              DIVIDE WS-TIME-RAW BY 100 GIVING BREG-START-TIME
              MOVE 0 TO BREG-END-DATE
              MOVE 0 TO BREG-END-TIME
              MOVE WS-DECK-CARDS TO BREG-CARDS
              MOVE WS-DECK-HASH TO BREG-HASH
              MOVE 0 TO BREG-CARDS-OK
              MOVE 0 TO BREG-CARDS-REJ
              WRITE BREG-RECORD
              IF NOT BREG-OK
                 DISPLAY 'BATCALC: ERROR WRITING BATCHREG, STATUS='
                     WS-BREG-STATUS
                 DISPLAY 'BATCALC: NO CARDS APPLIED - RESUBMIT'
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-REGISTERED-SW
           END-IF
           EXIT.

       COMPLETE-BATCH-PARA.
      * every card done - the register now shows the batch as run,
      * which is what refuses the same deck next time
           MOVE WS-BATCH-ID TO BREG-KEY
           READ BREG-FILE
           IF BREG-OK
              MOVE 'C' TO BREG-STATUS
              ACCEPT WS-END-JUL-DATE FROM DAY YYYYDDD
              ACCEPT WS-END-TIME-RAW FROM TIME
              COMPUTE BREG-END-DATE = WS-END-JUL-DATE - 1900000
              DIVIDE WS-END-TIME-RAW BY 100 GIVING BREG-END-TIME
              MOVE WS-CARDS-OK TO BREG-CARDS-OK
              MOVE WS-CARDS-REJECTED TO BREG-CARDS-REJ
              REWRITE BREG-RECORD
           END-IF
           IF NOT BREG-OK
              DISPLAY 'BATCALC: ERROR UPDATING BATCHREG, STATUS='
                  WS-BREG-STATUS
           END-IF
           EXIT.

       OPEN-FILES-PARA.
           OPEN INPUT BATCH-IN
           IF NOT IN-OK
                  WS-AUDIT-STATUS
              STOP RUN
           END-IF
           OPEN INPUT ACCT-FILE
           IF NOT ACCT-FILE-OK
              DISPLAY 'BATCALC: UNABLE TO OPEN ACCTF, STATUS='
                  WS-ACCT-STATUS
              STOP RUN
           END-IF
      * mark the run in progress before the first card moves, so a
      * failure anywhere in the pass is seen by the next submit
           MOVE 'I' TO WS-CHK-STATUS
           EXIT.

       PROCESS-CARD-PARA.
      * the control cards have done their work in the balancing
      * pass - only calculation cards are counted and applied
           IF BAT-HEADER-CARD OR BAT-TRAILER-CARD
              CONTINUE
           ELSE
              PERFORM PROCESS-CALC-CARD-PARA
           END-IF
           EXIT.

       PROCESS-CALC-CARD-PARA.
           ADD 1 TO WS-CARDS-READ
           ADD 1 TO WS-CARD-SEQ
      * cards at or before the checkpointed sequence number were
           MOVE 'N' TO WS-DIV-ZERO-SW
           MOVE SPACES TO WS-MSG
           MOVE BAT-OPERATION TO WS-AUD-OPERATION
      * the account is checked first, as on the screen - nothing is
      * computed or chained for an account that is not on the master
           PERFORM CHECK-ACCOUNT-PARA
           IF ACCOUNT-OK
              PERFORM DISPATCH-CARD-PARA
           END-IF
           IF WS-AUD-STATUS-OUT = 'OK'
              ADD 1 TO WS-CARDS-OK
           ELSE
              ADD 1 TO WS-CARDS-REJECTED
           END-IF
           PERFORM WRITE-RESULT-PARA
           PERFORM WRITE-AUDIT-PARA
      * the card is complete - both records are on file - so the
      * checkpoint moves past it. after every card, not every 100:
      * a reprocessed card here is a duplicated BATCHOUT and AUDITF
      * record, the exact double-count this checkpoint exists to
      * close
           MOVE WS-CARD-SEQ TO WS-LAST-DONE-SEQ
           PERFORM WRITE-CHECKPOINT-PARA
           EXIT.

       DISPATCH-CARD-PARA.
           EVALUATE BAT-OPERATION
           WHEN '+'
           WHEN '-'
               MOVE INVALID-KEY-MSG TO WS-MSG
               MOVE 'BADKEY' TO WS-AUD-STATUS-OUT
           END-EVALUATE
           EXIT.

       CHECK-ACCOUNT-PARA.
      * mirror of the online CHECK-ACCOUNT-PARA - blank, unknown and
      * closed accounts are refused with the screen's own words
           MOVE 'N' TO WS-ACCOUNT-SW
           IF BAT-ACCOUNT = SPACES
              MOVE NEED-ACCOUNT-MSG TO WS-MSG
              MOVE 'BADACCT' TO WS-AUD-STATUS-OUT
           ELSE
              MOVE BAT-ACCOUNT TO ACCT-KEY
              READ ACCT-FILE
              EVALUATE TRUE
              WHEN ACCT-FILE-OK AND ACCT-CLOSED
                 MOVE ACCOUNT-CLOSED-MSG TO WS-MSG
                 MOVE 'BADACCT' TO WS-AUD-STATUS-OUT
              WHEN ACCT-FILE-OK
                 MOVE 'Y' TO WS-ACCOUNT-SW
              WHEN ACCT-NOT-FOUND
                 MOVE UNKNOWN-ACCOUNT-MSG TO WS-MSG
                 MOVE 'BADACCT' TO WS-AUD-STATUS-OUT
              WHEN OTHER
                 MOVE FILE-ERROR-MSG TO WS-MSG
                 MOVE 'FILEERR' TO WS-AUD-STATUS-OUT
              END-EVALUATE
           END-IF
           EXIT.

       CALC-ENGINE-PARA.
           MOVE ANSWER TO RSL-RESULT
           MOVE WS-AUD-STATUS-OUT TO RSL-STATUS
           MOVE WS-MSG TO RSL-MESSAGE
           MOVE BAT-ACCOUNT TO RSL-ACCOUNT
           WRITE BAT-RESULT-REC
           IF NOT OUT-OK
              DISPLAY 'BATCALC: ERROR WRITING BATCHOUT, STATUS='
           MOVE AUD-DATE TO AUD-ALT-DATE
           MOVE AUD-TIME TO AUD-ALT-TIME
           MOVE AUD-TASKN TO AUD-ALT-TASKN
           MOVE BAT-ACCOUNT TO AUD-ACCOUNT
           WRITE AUDIT-RECORD
           IF NOT AUDIT-OK
              ADD 1 TO WS-AUDIT-FAILS
           MOVE WS-CARDS-OK TO CHK-CARDS-OK
           MOVE WS-CARDS-REJECTED TO CHK-CARDS-REJ
           MOVE WS-AUDIT-FAILS TO CHK-AUDIT-FAILS
           MOVE WS-BATCH-ID TO CHK-BATCH-ID
           WRITE CHKPT-REC
           IF NOT CHKPT-OK
              DISPLAY 'BATCALC: ERROR WRITING BCHKPTF, STATUS='
           CLOSE BATCH-IN
           CLOSE RESULT-OUT
           CLOSE AUDIT-FILE
           CLOSE ACCT-FILE
           CLOSE BREG-FILE
           EXIT.

      * the shared validation and result formatting - the same
