       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDEXP.
      * nightly expiry of the pending-changes file PENDF. a rate,
      * limit or operator change keyed on RATEMNTP, LIMMNTP or
      * OPERMNTP waits on PENDF for a second supervisor to approve or
      * reject it on APPR (APPRMNTP). one nobody has decided within
      * the cut-off is expired here - it can no longer be approved,
      * and has to be keyed again if it is still wanted - and is
      * listed, so a change that was asked for and never made does
      * not just quietly vanish. each expiry writes an audit record
      * under the screen's own operation code with status 'EXPIRED',
      * the same shape APPRMNTP gives 'APPROVED' and 'REJECTED', so
      * the trail shows how every request ended.
      * decided requests (approved, rejected or expired) are kept for
      * a while for anyone looking at PENDF itself, then deleted -
      * the audit trail is the lasting record.
      * parm card (optional): days a request may wait in 1-3,
      * default 3; days a decided request is kept in 5-7, default 30.
      * a request made on day N with a 3-day cut-off is still
      * waiting on the run of day N+3 and expires on day N+4
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PENDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PENDING-FILE ASSIGN TO PENDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PRM-MAX-DAYS PIC X(3).
           05 FILLER PIC X.
           05 PRM-KEEP-DAYS PIC X(3).
           05 FILLER PIC X(73).

       FD  PENDING-FILE.
      * layout shared with the maintenance screens and APPRMNTP via
      * the PENDREC copybook
           COPY PENDREC
               REPLACING PENDREC-NAME BY PEND-RECORD.

       FD  AUDIT-FILE.
      * layout shared with MAPKALKP and RECONRPT via the AUDITREC
      * copybook
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY AUDIT-RECORD.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-OK VALUE '00'.
       01 WS-PEND-STATUS PIC XX.
           88 PEND-OK VALUE '00'.
           88 PEND-EOF VALUE '10'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-OK VALUE '00'.
           88 AUDIT-NOT-THERE VALUE '35'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-PENDING VALUE 'Y'.

       01 WS-MAX-DAYS PIC 9(3) VALUE 3.
       01 WS-KEEP-DAYS PIC 9(3) VALUE 30.

      * PENDF dates are 0CYYDDD julian, as EIBDATE - ages are worked
      * in day numbers so they run straight across a year end
       01 WS-JUL-DATE PIC 9(7) VALUE 0.
       01 WS-TODAY PIC 9(7) VALUE 0.
       01 WS-TIME-RAW PIC 9(8) VALUE 0.
       01 WS-NOW PIC 9(7) VALUE 0.
       01 WS-TODAY-DAYNO PIC 9(7) VALUE 0.
       01 WS-WORK-JUL PIC 9(7) VALUE 0.
       01 WS-AGE PIC 9(5) VALUE 0.

       01 WS-COUNTERS.
           05 WS-READ PIC 9(7) VALUE 0.
           05 WS-EXPIRED PIC 9(7) VALUE 0.
           05 WS-WAITING PIC 9(7) VALUE 0.
           05 WS-PURGED PIC 9(7) VALUE 0.
           05 WS-AUDIT-FAILS PIC 9(7) VALUE 0.

      * what the expiry audit record carries - the same target,
      * requester and result text APPRMNTP puts on a decision
       01 WS-AUDIT-REF.
           05 WS-REF-TARGET PIC X(8).
           05 WS-REF-VERSION PIC X(2).
           05 WS-REF-REQUESTER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
       01 WS-RESULT-TXT PIC X(10) VALUE SPACES.

       01 WS-HEADING-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'REQUESTED       '.
           05 FILLER PIC X(5) VALUE 'FILE '.
           05 FILLER PIC X(7) VALUE 'ACTION '.
           05 FILLER PIC X(9) VALUE 'TARGET   '.
           05 FILLER PIC X(21) VALUE 'DETAIL               '.
           05 FILLER PIC X(9) VALUE 'BY       '.
           05 FILLER PIC X(4) VALUE 'AGE '.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REQ-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 DET-REQ-TIME PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 DET-FILE-TXT PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ACTION-TXT PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-TARGET PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-DETAIL PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-REQ-OPER PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-AGE PIC ZZZZ9.

      * the detail column for each master - the PIN itself is never
      * listed, only that the request set one
       01 WS-RATE-DETAIL.
           05 WS-DTL-EFF-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-RATE-VALUE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
       01 WS-OPER-DETAIL.
           05 WS-DTL-OP-NAME PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-OP-SUPER PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-OP-PIN PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-PARM-PARA
           PERFORM OPEN-FILES-PARA
           ACCEPT WS-JUL-DATE FROM DAY YYYYDDD
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TODAY = WS-JUL-DATE - 1900000
           DIVIDE WS-TIME-RAW BY 100 GIVING WS-NOW
           COMPUTE WS-TODAY-DAYNO = FUNCTION INTEGER-OF-DAY(WS-JUL-DATE)
           DISPLAY '==================================================='
           DISPLAY 'PENDEXP PENDING MASTER-FILE CHANGES EXPIRED'
           DISPLAY 'RUN DATE ' WS-TODAY '  WAIT LIMIT ' WS-MAX-DAYS
               ' DAYS'
           DISPLAY '==================================================='
           DISPLAY WS-HEADING-LINE
           PERFORM READ-PEND-PARA
           PERFORM UNTIL END-OF-PENDING
               PERFORM CHECK-ONE-PARA
               PERFORM READ-PEND-PARA
           END-PERFORM
           CLOSE PENDING-FILE
           CLOSE AUDIT-FILE
           DISPLAY '==================================================='
           DISPLAY 'PENDEXP: REQUESTS READ      : ' WS-READ
           DISPLAY 'PENDEXP: EXPIRED            : ' WS-EXPIRED
           DISPLAY 'PENDEXP: STILL WAITING      : ' WS-WAITING
           DISPLAY 'PENDEXP: DECIDED, PURGED    : ' WS-PURGED
           DISPLAY 'PENDEXP: AUDIT WRITE FAILS  : ' WS-AUDIT-FAILS
           DISPLAY '==================================================='
           STOP RUN.

       READ-PARM-PARA.
      * no parm card, or a blank field on it, means the default
           OPEN INPUT PARM-FILE
           IF PARM-OK
              READ PARM-FILE
                  AT END MOVE SPACES TO PARM-REC
              END-READ
              IF PRM-MAX-DAYS NUMERIC
                 MOVE PRM-MAX-DAYS TO WS-MAX-DAYS
              END-IF
              IF PRM-KEEP-DAYS NUMERIC
                 MOVE PRM-KEEP-DAYS TO WS-KEEP-DAYS
              END-IF
              CLOSE PARM-FILE
           END-IF
           EXIT.

       OPEN-FILES-PARA.
           OPEN I-O PENDING-FILE
           IF NOT PEND-OK
              DISPLAY 'PENDEXP: UNABLE TO OPEN PENDF, STATUS='
                  WS-PEND-STATUS
              STOP RUN
           END-IF
           OPEN I-O AUDIT-FILE
           IF AUDIT-NOT-THERE
      * first ever run against an empty cluster - create it, same
      * records either way
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
              DISPLAY 'PENDEXP: UNABLE TO OPEN AUDITF, STATUS='
                  WS-AUDIT-STATUS
              STOP RUN
           END-IF
           EXIT.

       READ-PEND-PARA.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT PEND-OK AND NOT PEND-EOF
              DISPLAY 'PENDEXP: ERROR READING PENDF, STATUS='
                  WS-PEND-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       CHECK-ONE-PARA.
           ADD 1 TO WS-READ
           IF PEND-WAITING
              COMPUTE WS-WORK-JUL = PEND-REQ-DATE + 1900000
              COMPUTE WS-AGE = WS-TODAY-DAYNO
                  - FUNCTION INTEGER-OF-DAY(WS-WORK-JUL)
              IF WS-AGE > WS-MAX-DAYS
                 PERFORM EXPIRE-ONE-PARA
              ELSE
                 ADD 1 TO WS-WAITING
              END-IF
           ELSE
              COMPUTE WS-WORK-JUL = PEND-DEC-DATE + 1900000
              COMPUTE WS-AGE = WS-TODAY-DAYNO
                  - FUNCTION INTEGER-OF-DAY(WS-WORK-JUL)
              IF WS-AGE > WS-KEEP-DAYS
                 DELETE PENDING-FILE RECORD
                 IF PEND-OK
                    ADD 1 TO WS-PURGED
                 ELSE
                    DISPLAY 'PENDEXP: ERROR DELETING PENDF, STATUS='
                        WS-PEND-STATUS
                 END-IF
              END-IF
           END-IF
           EXIT.

       EXPIRE-ONE-PARA.
      * the list line and the audit text are taken before the PIN of
      * an operator request is blanked
           PERFORM FORMAT-DETAIL-PARA
           MOVE 'E' TO PEND-STATUS
           MOVE 'PENDEXP' TO PEND-DEC-OPER
           MOVE WS-TODAY TO PEND-DEC-DATE
           MOVE WS-NOW TO PEND-DEC-TIME
           IF PEND-FOR-OPER
              MOVE SPACES TO PEND-OP-PIN
           END-IF
           REWRITE PEND-RECORD
           IF PEND-OK
              ADD 1 TO WS-EXPIRED
              DISPLAY WS-DETAIL-LINE
              PERFORM WRITE-AUDIT-PARA
           ELSE
              DISPLAY 'PENDEXP: ERROR REWRITING PENDF, STATUS='
                  WS-PEND-STATUS
           END-IF
           EXIT.

       FORMAT-DETAIL-PARA.
           MOVE PEND-REQ-DATE TO DET-REQ-DATE
           MOVE PEND-REQ-TIME TO DET-REQ-TIME
           MOVE PEND-TARGET TO DET-TARGET
           MOVE PEND-REQ-OPER TO DET-REQ-OPER
           MOVE WS-AGE TO DET-AGE
           MOVE PEND-TARGET TO WS-REF-TARGET
           MOVE SPACES TO WS-REF-VERSION
           MOVE PEND-REQ-OPER TO WS-REF-REQUESTER
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
      * the result text matches the request's own 'PENDING' record -
      * the value asked for, 'DELETED', or what was to be done to the
      * operator
           EVALUATE TRUE
           WHEN PEND-FOR-RATE
             MOVE 'RATE' TO DET-FILE-TXT
             MOVE PEND-RATE-EFF-DATE TO WS-DTL-EFF-DATE
             MOVE PEND-RATE-VALUE TO WS-DTL-RATE-VALUE
             MOVE WS-RATE-DETAIL TO DET-DETAIL
             MOVE PEND-RATE-VERSION TO WS-REF-VERSION
             IF PEND-ACTION = 'D'
               MOVE 'DELETED' TO WS-RESULT-TXT
             ELSE
               MOVE PEND-RATE-VALUE TO WS-RESULT-TXT
             END-IF
           WHEN PEND-FOR-LIMIT
             MOVE 'LIM' TO DET-FILE-TXT
             MOVE PEND-LIM-VALUE TO DET-DETAIL
             IF PEND-ACTION = 'D'
               MOVE 'DELETED' TO WS-RESULT-TXT
             ELSE
               MOVE PEND-LIM-VALUE TO WS-RESULT-TXT
             END-IF
           WHEN OTHER
             MOVE 'OPER' TO DET-FILE-TXT
             MOVE PEND-OP-NAME TO WS-DTL-OP-NAME
             MOVE PEND-OP-SUPER TO WS-DTL-OP-SUPER
             IF PEND-OP-PIN NOT = SPACES
               MOVE 'PIN' TO WS-DTL-OP-PIN
             ELSE
               MOVE SPACES TO WS-DTL-OP-PIN
             END-IF
             MOVE WS-OPER-DETAIL TO DET-DETAIL
             EVALUATE PEND-ACTION
             WHEN 'A'    MOVE 'ADDED' TO WS-RESULT-TXT
             WHEN 'C'    MOVE 'CHANGED' TO WS-RESULT-TXT
             WHEN 'D'    MOVE 'DEACTIVATE' TO WS-RESULT-TXT
             WHEN 'R'    MOVE 'REACTIVATE' TO WS-RESULT-TXT
             WHEN OTHER  MOVE 'UNLOCKED' TO WS-RESULT-TXT
             END-EVALUATE
           END-EVALUATE
           EXIT.

       WRITE-AUDIT-PARA.
      * one audit record per expired request, under the requester's
      * id so it sits in their day next to the request itself.
      * AUD-TERMID 'PEXP' can never collide with a real terminal id
      * (nor with BATCALC's 'BTCH'), and the task number is the
      * expiry's place in this run. the audit trail is a diagnostic
      * record, not the system of record, so a failed write is
      * counted but does not stop the run
           MOVE 'PEXP' TO AUD-TERMID
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE WS-EXPIRED TO AUD-TASKN
           MOVE PEND-FILE TO AUD-OPERATION
           MOVE WS-AUDIT-REF TO AUD-INPUT
           MOVE WS-RESULT-TXT TO AUD-RESULT
           MOVE 'EXPIRED' TO AUD-STATUS
           MOVE PEND-REQ-OPER TO AUD-OPERID
      * the alternate-index copy of who-plus-when - see AUDITREC
           MOVE AUD-OPERID TO AUD-ALT-OPERID
           MOVE AUD-DATE TO AUD-ALT-DATE
           MOVE AUD-TIME TO AUD-ALT-TIME
           MOVE AUD-TASKN TO AUD-ALT-TASKN
      * maintenance is not done for a customer account
           MOVE SPACES TO AUD-ACCOUNT
           WRITE AUDIT-RECORD
           IF NOT AUDIT-OK
              ADD 1 TO WS-AUDIT-FAILS
           END-IF
           EXIT.
