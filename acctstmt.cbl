       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
      * monthly statement per customer account - every calculation
      * made for an account in the period, with who made it, when,
      * at which desk, and the result. disputes arrive by account
      * number, and until the account rode on the audit record the
      * operator and the date had to be worked out before AUDSRCH
      * could even be run. reads the live AUDITF plus up to three
      * archive generations (ARCHIN1/ARCHIN2/ARCHIN3 in the JCL,
      * unused DDs can be left out) exactly the way AUDSRCH does, so
      * a statement for a month already past the AUDARCH cutoff is
      * still complete.
      * the STMTPARM card names one account (blank for every account
      * that had work in the period) and a from/to date range
      * (0CYYDDD julian, the form AUD-DATE uses). with both dates
      * blank the period is the previous calendar month, which is
      * what the scheduled month-start run wants without anyone
      * touching the card.
      * only completed calculations are listed - status 'OK' and an
      * operation AUD-IS-CALCULATION admits, the same records the
      * CALC queue carried to billing. a 'G' line is a supervisor
      * releasing a held result (the supervisor's id is in the input
      * column); the result reached billing at that moment, not when
      * it was first keyed. the matches are sorted by account, then
      * date, time and task number, so each statement comes out in
      * true keypress order however many desks and files the work
      * came from. the account's name comes from ACCTF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL ARCH1-FILE ASSIGN TO ARCHIN1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH1-STATUS.
           SELECT OPTIONAL ARCH2-FILE ASSIGN TO ARCHIN2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH2-STATUS.
           SELECT OPTIONAL ARCH3-FILE ASSIGN TO ARCHIN3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH3-STATUS.
           SELECT ACCT-FILE ASSIGN TO ACCTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PARM-FILE ASSIGN TO STMTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
      * layout shared with MAPKALKP and RECONRPT via the AUDITREC
      * copybook
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY AUDIT-RECORD.

       FD  ARCH1-FILE.
      * the archives keep the exact AUDITF layout - see AUDARCH
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY ARCH1-RECORD.

       FD  ARCH2-FILE.
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY ARCH2-RECORD.

       FD  ARCH3-FILE.
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY ARCH3-RECORD.

       FD  ACCT-FILE.
      * the customer account master, shared with MAPKALKP via the
      * ACCTREC copybook
           COPY ACCTREC
               REPLACING ACCTREC-NAME BY ACCT-RECORD.

       FD  PARM-FILE.
       01  PARM-CARD.
      * account in 1-10, from-date in 12-18, to-date in 20-26 - a
      * blank account means every account, both dates blank mean the
      * previous calendar month, one date blank leaves that end of
      * the range open
           05 PRM-ACCOUNT PIC X(10).
           05 FILLER PIC X.
           05 PRM-FROM-DATE PIC X(7).
           05 FILLER PIC X.
           05 PRM-TO-DATE PIC X(7).
           05 FILLER PIC X(54).

       SD  SORT-FILE.
       01  SORT-REC.
      * the matches from every input file, grouped by account and
      * keyed into true keypress order within it
           05 SRT-ACCOUNT PIC X(10).
           05 SRT-DATE PIC S9(7) COMP-3.
           05 SRT-TIME PIC S9(7) COMP-3.
           05 SRT-TASKN PIC S9(7) COMP-3.
           05 SRT-TERMID PIC X(4).
           05 SRT-OPERATION PIC X.
           05 SRT-INPUT PIC X(20).
           05 SRT-RESULT PIC X(10).
           05 SRT-OPERID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-OK VALUE '00'.
           88 AUDIT-EOF VALUE '10'.
       01 WS-ARCH1-STATUS PIC XX.
           88 ARCH1-OK VALUE '00'.
           88 ARCH1-EOF VALUE '10'.
           88 ARCH1-NOT-THERE VALUE '35'.
       01 WS-ARCH2-STATUS PIC XX.
           88 ARCH2-OK VALUE '00'.
           88 ARCH2-EOF VALUE '10'.
           88 ARCH2-NOT-THERE VALUE '35'.
       01 WS-ARCH3-STATUS PIC XX.
           88 ARCH3-OK VALUE '00'.
           88 ARCH3-EOF VALUE '10'.
           88 ARCH3-NOT-THERE VALUE '35'.
       01 WS-ACCT-STATUS PIC XX.
           88 ACCT-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-OK VALUE '00'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.

       01 WS-MATCH-SW PIC X VALUE 'N'.
           88 FOUND-A-MATCH VALUE 'Y'.

      * the record under test, moved out of whichever FD area it
      * was read into so one matching paragraph serves all four
      * input files
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY CAND-RECORD.

      * the selection off the parameter card
       01 WS-FILT-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-ACCT-FILT-SW PIC X VALUE 'N'.
           88 FILTER-BY-ACCOUNT VALUE 'Y'.
       01 WS-FROM-DATE PIC 9(7) VALUE 0.
       01 WS-TO-DATE PIC 9(7) VALUE 9999999.

      * working fields for the previous-month default - today's
      * calendar date, the first of this month, and the first and
      * last days of the month before as integer dates
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-MONTH-START PIC 9(8) VALUE 0.
       01 WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05 WS-MS-YYYY PIC 9(4).
           05 WS-MS-MM PIC 9(2).
           05 WS-MS-DD PIC 9(2).
       01 WS-LAST-INT PIC 9(7) VALUE 0.
       01 WS-FIRST-INT PIC 9(7) VALUE 0.
       01 WS-LAST-DATE PIC 9(8) VALUE 0.
       01 WS-LAST-DATE-R REDEFINES WS-LAST-DATE.
           05 WS-LD-YYYY PIC 9(4).
           05 WS-LD-MM PIC 9(2).
           05 WS-LD-DD PIC 9(2).
       01 WS-JUL-WORK PIC 9(7) VALUE 0.

      * control break on the sorted account
       01 WS-CUR-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-FIRST-SW PIC X VALUE 'Y'.
           88 FIRST-STATEMENT VALUE 'Y'.
       01 WS-ACCT-CALCS PIC 9(7) VALUE 0.

      * records found per input file - printed so it is obvious
      * which generation held what - and the statement totals
       01 WS-COUNTERS.
           05 WS-LIVE-FOUND PIC 9(7) VALUE 0.
           05 WS-ARCH1-FOUND PIC 9(7) VALUE 0.
           05 WS-ARCH2-FOUND PIC 9(7) VALUE 0.
           05 WS-ARCH3-FOUND PIC 9(7) VALUE 0.
           05 WS-TOTAL-FOUND PIC 9(7) VALUE 0.
           05 WS-STATEMENTS PIC 9(7) VALUE 0.
           05 WS-NOT-ON-MASTER PIC 9(7) VALUE 0.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 DET-TIME PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-OPERID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-TERMID PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-OP PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 DET-INPUT PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-RESULT PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-PARM-PARA
           OPEN INPUT ACCT-FILE
           IF NOT ACCT-FILE-OK
              DISPLAY 'ACCTSTMT: UNABLE TO OPEN ACCTF, STATUS='
                  WS-ACCT-STATUS
              STOP RUN
           END-IF
           DISPLAY '==================================================='
           DISPLAY 'ACCTSTMT ACCOUNT STATEMENTS'
           IF FILTER-BY-ACCOUNT
              DISPLAY 'ACCOUNT: ' WS-FILT-ACCOUNT
           ELSE
              DISPLAY 'ACCOUNT: ALL'
           END-IF
           DISPLAY 'DATES (CYYDDD): ' WS-FROM-DATE ' TO ' WS-TO-DATE
           DISPLAY '==================================================='
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT SRT-DATE SRT-TIME SRT-TASKN
               INPUT PROCEDURE IS COLLECT-INPUT-PARA
                   THRU COLLECT-INPUT-EXIT-PARA
               OUTPUT PROCEDURE IS PRINT-STATEMENTS-PARA
                   THRU PRINT-STATEMENTS-EXIT-PARA
           CLOSE ACCT-FILE
           DISPLAY '==================================================='
           DISPLAY 'STATEMENTS PRINTED      : ' WS-STATEMENTS
           IF WS-NOT-ON-MASTER > 0
              DISPLAY 'ACCOUNTS NOT ON ACCTF   : ' WS-NOT-ON-MASTER
           END-IF
           DISPLAY 'RECORDS FOUND IN AUDITF : ' WS-LIVE-FOUND
           DISPLAY 'RECORDS FOUND IN ARCHIN1: ' WS-ARCH1-FOUND
           DISPLAY 'RECORDS FOUND IN ARCHIN2: ' WS-ARCH2-FOUND
           DISPLAY 'RECORDS FOUND IN ARCHIN3: ' WS-ARCH3-FOUND
           DISPLAY 'RECORDS FOUND IN TOTAL  : ' WS-TOTAL-FOUND
           DISPLAY '==================================================='
           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT PARM-OK
              DISPLAY 'ACCTSTMT: UNABLE TO OPEN STMTPARM, STATUS='
                  WS-PARM-STATUS
              STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                 DISPLAY 'ACCTSTMT: STMTPARM IS EMPTY'
                 STOP RUN
           END-READ
           CLOSE PARM-FILE
           IF PRM-ACCOUNT NOT = SPACES
              MOVE 'Y' TO WS-ACCT-FILT-SW
              MOVE PRM-ACCOUNT TO WS-FILT-ACCOUNT
           END-IF
           IF PRM-FROM-DATE = SPACES AND PRM-TO-DATE = SPACES
              PERFORM DEFAULT-PERIOD-PARA
           ELSE
      * a blank date leaves that end of the range open
             IF PRM-FROM-DATE NUMERIC
                MOVE PRM-FROM-DATE TO WS-FROM-DATE
             ELSE
               IF PRM-FROM-DATE NOT = SPACES
                  DISPLAY 'ACCTSTMT: FROM DATE NOT NUMERIC: '
                      PRM-FROM-DATE
                  STOP RUN
               END-IF
             END-IF
             IF PRM-TO-DATE NUMERIC
                MOVE PRM-TO-DATE TO WS-TO-DATE
             ELSE
               IF PRM-TO-DATE NOT = SPACES
                  DISPLAY 'ACCTSTMT: TO DATE NOT NUMERIC: '
                      PRM-TO-DATE
                  STOP RUN
               END-IF
             END-IF
           END-IF
           EXIT.

       DEFAULT-PERIOD-PARA.
      * the previous calendar month - the day before the first of
      * this month is the last day of that month, and the first of
      * that month follows from it. both go to 0CYYDDD julian the
      * way the batch jobs stamp AUD-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-MONTH-START
           MOVE 1 TO WS-MS-DD
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1
           COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(WS-LAST-INT)
           COMPUTE WS-JUL-WORK = FUNCTION DAY-OF-INTEGER(WS-LAST-INT)
           COMPUTE WS-TO-DATE = WS-JUL-WORK - 1900000
           MOVE 1 TO WS-LD-DD
           COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
           COMPUTE WS-JUL-WORK = FUNCTION DAY-OF-INTEGER(WS-FIRST-INT)
           COMPUTE WS-FROM-DATE = WS-JUL-WORK - 1900000
           EXIT.

       COLLECT-INPUT-PARA.
           PERFORM SCAN-LIVE-PARA
           PERFORM SCAN-ARCH1-PARA
           PERFORM SCAN-ARCH2-PARA
           PERFORM SCAN-ARCH3-PARA
           GO TO COLLECT-INPUT-EXIT-PARA.

       SCAN-LIVE-PARA.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
              DISPLAY 'ACCTSTMT: UNABLE TO OPEN AUDITF, STATUS='
                  WS-AUDIT-STATUS
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-LIVE-PARA
           PERFORM UNTIL END-OF-FILE
               MOVE AUDIT-RECORD TO CAND-RECORD
               PERFORM MATCH-RECORD-PARA
               IF FOUND-A-MATCH
                  ADD 1 TO WS-LIVE-FOUND
               END-IF
               PERFORM READ-LIVE-PARA
           END-PERFORM
           CLOSE AUDIT-FILE
           EXIT.

       READ-LIVE-PARA.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT AUDIT-OK AND NOT AUDIT-EOF
              DISPLAY 'ACCTSTMT: ERROR READING AUDITF, STATUS='
                  WS-AUDIT-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       SCAN-ARCH1-PARA.
      * the archive DDs are OPTIONAL - a generation not pointed at
      * in the JCL simply reads as empty and its count prints zero
           OPEN INPUT ARCH1-FILE
           EVALUATE TRUE
           WHEN ARCH1-NOT-THERE
             CONTINUE
           WHEN NOT ARCH1-OK
             DISPLAY 'ACCTSTMT: UNABLE TO OPEN ARCHIN1, STATUS='
                 WS-ARCH1-STATUS
           WHEN OTHER
             MOVE 'N' TO WS-EOF-SW
             PERFORM READ-ARCH1-PARA
             PERFORM UNTIL END-OF-FILE
                 MOVE ARCH1-RECORD TO CAND-RECORD
                 PERFORM MATCH-RECORD-PARA
                 IF FOUND-A-MATCH
                    ADD 1 TO WS-ARCH1-FOUND
                 END-IF
                 PERFORM READ-ARCH1-PARA
             END-PERFORM
             CLOSE ARCH1-FILE
           END-EVALUATE
           EXIT.

       READ-ARCH1-PARA.
           READ ARCH1-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT ARCH1-OK AND NOT ARCH1-EOF
              DISPLAY 'ACCTSTMT: ERROR READING ARCHIN1, STATUS='
                  WS-ARCH1-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       SCAN-ARCH2-PARA.
           OPEN INPUT ARCH2-FILE
           EVALUATE TRUE
           WHEN ARCH2-NOT-THERE
             CONTINUE
           WHEN NOT ARCH2-OK
             DISPLAY 'ACCTSTMT: UNABLE TO OPEN ARCHIN2, STATUS='
                 WS-ARCH2-STATUS
           WHEN OTHER
             MOVE 'N' TO WS-EOF-SW
             PERFORM READ-ARCH2-PARA
             PERFORM UNTIL END-OF-FILE
                 MOVE ARCH2-RECORD TO CAND-RECORD
                 PERFORM MATCH-RECORD-PARA
                 IF FOUND-A-MATCH
                    ADD 1 TO WS-ARCH2-FOUND
                 END-IF
                 PERFORM READ-ARCH2-PARA
             END-PERFORM
             CLOSE ARCH2-FILE
           END-EVALUATE
           EXIT.

       READ-ARCH2-PARA.
           READ ARCH2-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT ARCH2-OK AND NOT ARCH2-EOF
              DISPLAY 'ACCTSTMT: ERROR READING ARCHIN2, STATUS='
                  WS-ARCH2-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       SCAN-ARCH3-PARA.
           OPEN INPUT ARCH3-FILE
           EVALUATE TRUE
           WHEN ARCH3-NOT-THERE
             CONTINUE
           WHEN NOT ARCH3-OK
             DISPLAY 'ACCTSTMT: UNABLE TO OPEN ARCHIN3, STATUS='
                 WS-ARCH3-STATUS
           WHEN OTHER
             MOVE 'N' TO WS-EOF-SW
             PERFORM READ-ARCH3-PARA
             PERFORM UNTIL END-OF-FILE
                 MOVE ARCH3-RECORD TO CAND-RECORD
                 PERFORM MATCH-RECORD-PARA
                 IF FOUND-A-MATCH
                    ADD 1 TO WS-ARCH3-FOUND
                 END-IF
                 PERFORM READ-ARCH3-PARA
             END-PERFORM
             CLOSE ARCH3-FILE
           END-EVALUATE
           EXIT.

       READ-ARCH3-PARA.
           READ ARCH3-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT ARCH3-OK AND NOT ARCH3-EOF
              DISPLAY 'ACCTSTMT: ERROR READING ARCHIN3, STATUS='
                  WS-ARCH3-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       MATCH-RECORD-PARA.
      * one record against the card - a completed calculation, for
      * an account (the card's one, if it names one), dated inside
      * the range. records from before the account existed carry a
      * blank account and never match
           MOVE 'N' TO WS-MATCH-SW
           EVALUATE TRUE
           WHEN AUD-STATUS OF CAND-RECORD NOT = 'OK'
             CONTINUE
           WHEN NOT AUD-IS-CALCULATION OF CAND-RECORD
             CONTINUE
           WHEN AUD-ACCOUNT OF CAND-RECORD = SPACES
             CONTINUE
           WHEN FILTER-BY-ACCOUNT
               AND AUD-ACCOUNT OF CAND-RECORD NOT = WS-FILT-ACCOUNT
             CONTINUE
           WHEN AUD-DATE OF CAND-RECORD < WS-FROM-DATE
             CONTINUE
           WHEN AUD-DATE OF CAND-RECORD > WS-TO-DATE
             CONTINUE
           WHEN OTHER
             MOVE 'Y' TO WS-MATCH-SW
             ADD 1 TO WS-TOTAL-FOUND
             MOVE AUD-ACCOUNT OF CAND-RECORD TO SRT-ACCOUNT
             MOVE AUD-DATE OF CAND-RECORD TO SRT-DATE
             MOVE AUD-TIME OF CAND-RECORD TO SRT-TIME
             MOVE AUD-TASKN OF CAND-RECORD TO SRT-TASKN
             MOVE AUD-TERMID OF CAND-RECORD TO SRT-TERMID
             MOVE AUD-OPERATION OF CAND-RECORD TO SRT-OPERATION
             MOVE AUD-INPUT OF CAND-RECORD TO SRT-INPUT
             MOVE AUD-RESULT OF CAND-RECORD TO SRT-RESULT
             MOVE AUD-OPERID OF CAND-RECORD TO SRT-OPERID
             RELEASE SORT-REC
           END-EVALUATE
           EXIT.

       COLLECT-INPUT-EXIT-PARA.
           EXIT.

       PRINT-STATEMENTS-PARA.
           MOVE 'N' TO WS-EOF-SW
           PERFORM RETURN-MATCH-PARA
           PERFORM UNTIL END-OF-FILE
               IF FIRST-STATEMENT OR SRT-ACCOUNT NOT = WS-CUR-ACCOUNT
                  IF NOT FIRST-STATEMENT
                     PERFORM END-STATEMENT-PARA
                  END-IF
                  PERFORM START-STATEMENT-PARA
               END-IF
               PERFORM PRINT-ONE-PARA
               PERFORM RETURN-MATCH-PARA
           END-PERFORM
           IF NOT FIRST-STATEMENT
              PERFORM END-STATEMENT-PARA
           ELSE
              DISPLAY 'NO CALCULATIONS FOUND FOR THE PERIOD'
           END-IF
           GO TO PRINT-STATEMENTS-EXIT-PARA.

       RETURN-MATCH-PARA.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-RETURN
           EXIT.

       START-STATEMENT-PARA.
      * a new account - its heading, named from the master. an
      * account no longer on ACCTF still gets its statement, the
      * trail is what the customer is asking about
           MOVE 'N' TO WS-FIRST-SW
           MOVE SRT-ACCOUNT TO WS-CUR-ACCOUNT
           MOVE 0 TO WS-ACCT-CALCS
           ADD 1 TO WS-STATEMENTS
           MOVE SRT-ACCOUNT TO ACCT-KEY
           READ ACCT-FILE
           IF NOT ACCT-FILE-OK
              MOVE 'NOT ON ACCOUNT MASTER' TO ACCT-NAME
              ADD 1 TO WS-NOT-ON-MASTER
           END-IF
           DISPLAY ' '
           DISPLAY '---------------------------------------------------'
           DISPLAY 'STATEMENT FOR ACCOUNT ' WS-CUR-ACCOUNT ' '
               ACCT-NAME
           DISPLAY 'PERIOD (CYYDDD): ' WS-FROM-DATE ' TO ' WS-TO-DATE
           DISPLAY '---------------------------------------------------'
           DISPLAY '  DATE    TIME   OPERATOR TERM O INPUT'
               '                RESULT'
           EXIT.

       PRINT-ONE-PARA.
           ADD 1 TO WS-ACCT-CALCS
           MOVE SRT-DATE TO DET-DATE
           MOVE SRT-TIME TO DET-TIME
           MOVE SRT-OPERID TO DET-OPERID
           MOVE SRT-TERMID TO DET-TERMID
           MOVE SRT-OPERATION TO DET-OP
           MOVE SRT-INPUT TO DET-INPUT
           MOVE SRT-RESULT TO DET-RESULT
           DISPLAY WS-DETAIL-LINE
           EXIT.

       END-STATEMENT-PARA.
           DISPLAY 'CALCULATIONS FOR ACCOUNT ' WS-CUR-ACCOUNT ': '
               WS-ACCT-CALCS
           EXIT.

       PRINT-STATEMENTS-EXIT-PARA.
           EXIT.
