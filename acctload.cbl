       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTLOAD.
      * loads the customer account master ACCTF from the customer
      * system's account extract - the calculator refuses a
      * calculation for an account not on ACCTF (or closed there),
      * so this runs ahead of the online day. one card per account:
      * the account number, its name, and 'O' open or 'C' closed.
      * an account not yet on file is added, one already there has
      * its name and status brought into line, and an identical card
      * changes nothing. accounts are never deleted - a closed
      * account stays on file so the statements for its last months
      * can still name it (see ACCTSTMT). every card prints one line
      * saying what happened to it, which is the record of the
      * change; ACCT-UPD-OPER carries this job's name so the master
      * itself shows who last touched the account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-IN ASSIGN TO ACCTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT ACCT-FILE ASSIGN TO ACCTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-IN.
       01  ACCT-CARD.
      * account in 1-10, name in 12-41, status in 43
           05 CRD-ACCOUNT PIC X(10).
           05 FILLER PIC X.
           05 CRD-NAME PIC X(30).
           05 FILLER PIC X.
           05 CRD-STATUS PIC X.
               88 CRD-STATUS-VALID VALUES 'O' 'C'.
           05 FILLER PIC X(37).

       FD  ACCT-FILE.
      * layout shared with MAPKALKP, BATCALC and ACCTSTMT via the
      * ACCTREC copybook
           COPY ACCTREC
               REPLACING ACCTREC-NAME BY ACCT-RECORD.

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC XX.
           88 IN-OK VALUE '00'.
           88 IN-EOF VALUE '10'.
       01 WS-ACCT-STATUS PIC XX.
           88 ACCT-FILE-OK VALUE '00'.
           88 ACCT-NOT-FOUND VALUE '23'.
           88 ACCT-NOT-THERE VALUE '35'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-INPUT VALUE 'Y'.

      * ACCT-UPD-DATE is 0CYYDDD julian, the form EIBDATE has
       01 WS-JUL-DATE PIC 9(7) VALUE 0.
       01 WS-UPD-DATE PIC 9(7) VALUE 0.

       01 WS-COUNTERS.
           05 WS-CARDS-READ PIC 9(7) VALUE 0.
           05 WS-ADDED PIC 9(7) VALUE 0.
           05 WS-CHANGED PIC 9(7) VALUE 0.
           05 WS-UNCHANGED PIC 9(7) VALUE 0.
           05 WS-REJECTED PIC 9(7) VALUE 0.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ACCOUNT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NAME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DET-STATUS PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 DET-ACTION PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES-PARA
           ACCEPT WS-JUL-DATE FROM DAY YYYYDDD
           COMPUTE WS-UPD-DATE = WS-JUL-DATE - 1900000
           DISPLAY '==================================================='
           DISPLAY 'ACCTLOAD CUSTOMER ACCOUNT MASTER LOAD'
           DISPLAY '==================================================='
           PERFORM READ-CARD-PARA
           PERFORM UNTIL END-OF-INPUT
               PERFORM LOAD-ONE-PARA
               PERFORM READ-CARD-PARA
           END-PERFORM
           CLOSE ACCT-IN
           CLOSE ACCT-FILE
           DISPLAY '==================================================='
           DISPLAY 'ACCTLOAD: CARDS READ    : ' WS-CARDS-READ
           DISPLAY 'ACCTLOAD: ADDED         : ' WS-ADDED
           DISPLAY 'ACCTLOAD: CHANGED       : ' WS-CHANGED
           DISPLAY 'ACCTLOAD: UNCHANGED     : ' WS-UNCHANGED
           DISPLAY 'ACCTLOAD: REJECTED      : ' WS-REJECTED
           DISPLAY '==================================================='
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT ACCT-IN
           IF NOT IN-OK
              DISPLAY 'ACCTLOAD: UNABLE TO OPEN ACCTIN, STATUS='
                  WS-IN-STATUS
              STOP RUN
           END-IF
           OPEN I-O ACCT-FILE
           IF ACCT-NOT-THERE
      * first ever load against an empty cluster - create it, then
      * reopen for the random read-and-update every card needs
              OPEN OUTPUT ACCT-FILE
              CLOSE ACCT-FILE
              OPEN I-O ACCT-FILE
           END-IF
           IF NOT ACCT-FILE-OK
              DISPLAY 'ACCTLOAD: UNABLE TO OPEN ACCTF, STATUS='
                  WS-ACCT-STATUS
              STOP RUN
           END-IF
           EXIT.

       READ-CARD-PARA.
           READ ACCT-IN
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT IN-OK AND NOT IN-EOF
              DISPLAY 'ACCTLOAD: ERROR READING ACCTIN, STATUS='
                  WS-IN-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       LOAD-ONE-PARA.
           ADD 1 TO WS-CARDS-READ
           MOVE CRD-ACCOUNT TO DET-ACCOUNT
           MOVE CRD-NAME TO DET-NAME
           MOVE CRD-STATUS TO DET-STATUS
           EVALUATE TRUE
           WHEN CRD-ACCOUNT = SPACES
             MOVE 'REJECTED - NO NUMBER' TO DET-ACTION
             ADD 1 TO WS-REJECTED
           WHEN NOT CRD-STATUS-VALID
             MOVE 'REJECTED - STATUS' TO DET-ACTION
             ADD 1 TO WS-REJECTED
           WHEN OTHER
             MOVE CRD-ACCOUNT TO ACCT-KEY
             READ ACCT-FILE
             EVALUATE TRUE
             WHEN ACCT-FILE-OK
               PERFORM UPDATE-ACCOUNT-PARA
             WHEN ACCT-NOT-FOUND
               PERFORM ADD-ACCOUNT-PARA
             WHEN OTHER
               MOVE 'FILE ERROR' TO DET-ACTION
               ADD 1 TO WS-REJECTED
               DISPLAY 'ACCTLOAD: ERROR READING ACCTF, STATUS='
                   WS-ACCT-STATUS
             END-EVALUATE
           END-EVALUATE
           DISPLAY WS-DETAIL-LINE
           EXIT.

       ADD-ACCOUNT-PARA.
           MOVE SPACES TO ACCT-RECORD
           MOVE CRD-ACCOUNT TO ACCT-KEY
           MOVE CRD-NAME TO ACCT-NAME
           MOVE CRD-STATUS TO ACCT-STATUS
           MOVE 'ACCTLOAD' TO ACCT-UPD-OPER
           MOVE WS-UPD-DATE TO ACCT-UPD-DATE
           WRITE ACCT-RECORD
           IF ACCT-FILE-OK
              MOVE 'ADDED' TO DET-ACTION
              ADD 1 TO WS-ADDED
           ELSE
              MOVE 'FILE ERROR' TO DET-ACTION
              ADD 1 TO WS-REJECTED
              DISPLAY 'ACCTLOAD: ERROR WRITING ACCTF, STATUS='
                  WS-ACCT-STATUS
           END-IF
           EXIT.

       UPDATE-ACCOUNT-PARA.
      * an identical card is left alone, so the who-and-when on the
      * master keeps pointing at the load that really changed it
           IF ACCT-NAME = CRD-NAME AND ACCT-STATUS = CRD-STATUS
              MOVE 'UNCHANGED' TO DET-ACTION
              ADD 1 TO WS-UNCHANGED
           ELSE
              IF ACCT-STATUS NOT = CRD-STATUS AND CRD-STATUS = 'C'
                 MOVE 'CLOSED' TO DET-ACTION
              ELSE
                 IF ACCT-STATUS NOT = CRD-STATUS
                    MOVE 'REOPENED' TO DET-ACTION
                 ELSE
                    MOVE 'NAME CHANGED' TO DET-ACTION
                 END-IF
              END-IF
              MOVE CRD-NAME TO ACCT-NAME
              MOVE CRD-STATUS TO ACCT-STATUS
              MOVE 'ACCTLOAD' TO ACCT-UPD-OPER
              MOVE WS-UPD-DATE TO ACCT-UPD-DATE
              REWRITE ACCT-RECORD
              IF ACCT-FILE-OK
                 ADD 1 TO WS-CHANGED
              ELSE
                 MOVE 'FILE ERROR' TO DET-ACTION
                 ADD 1 TO WS-REJECTED
                 DISPLAY 'ACCTLOAD: ERROR REWRITING ACCTF, STATUS='
                     WS-ACCT-STATUS
              END-IF
           END-IF
           EXIT.
