       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSAMP.
      * nightly sample for blind second keying - the quality
      * procedure has a sample of each operator's work keyed again
      * by a second person who has not seen the answer. this job
      * draws that sample from the audit trail and writes it to the
      * verification work file VERIFF (see the VERIREC copybook),
      * where it waits for a checker on the VRFY transaction
      * (VERIFYP). VERIRPT reports what the checkers found.
      * a calculation can be drawn when it is an 'OK' '+' '-' '*'
      * '/' or 'S' of the sample day, because a checker can work
      * those out again from what the screen shows them: the
      * operation, the number typed and - for the four binary
      * operations - the running total it was applied to. that
      * total is not on the calculation's own record, so the trail
      * is sorted into (operator, date, time, task) order and each
      * operator's running total is followed forward exactly the way
      * AUDRPLAY follows it, taking each value-bearing record's
      * AUD-RESULT as the new total. left out: a first number after
      * a clear (stored as typed - there is no sum to check), a step
      * whose running total predates the trail, and 'E' 'V' 'G'
      * (the expression, the rate version or the held value came
      * from files whose state then is not on the trail).
      * from each operator's calculations the parm percentage is
      * drawn by walking them in keypress order and picking one each
      * time the running percentage passes a hundred, from a random
      * starting point, so the picks are spread through the day and
      * cannot be predicted. an operator with fewer calculations
      * than one pick needs still gets one, chosen at random.
      * before drawing, samples kept past the keep period are taken
      * off VERIFF - checked ones quietly (their outcome is already
      * in VERHIST), ones nobody checked in time listed as lapsed.
      * a sample day already drawn is not drawn again, so a rerun
      * adds nothing.
      * parm card (optional): percentage in 1-3, default 5; sample
      * day in 5-11 (0CYYDDD, as the trail), default today; days a
      * sample is kept in 13-15, default 90
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO VERSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT VERIFY-FILE ASSIGN TO VERIFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VER-KEY
               FILE STATUS IS WS-VERI-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PRM-PERCENT PIC X(3).
           05 FILLER PIC X.
           05 PRM-SAMPLE-DATE PIC X(7).
           05 FILLER PIC X.
           05 PRM-KEEP-DAYS PIC X(3).
           05 FILLER PIC X(65).

       FD  AUDIT-FILE.
      * layout shared with MAPKALKP and RECONRPT via the AUDITREC
      * copybook
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY AUDIT-RECORD.

       FD  VERIFY-FILE.
      * layout shared with VERIFYP and VERIRPT via the VERIREC
      * copybook
           COPY VERIREC
               REPLACING VERIREC-NAME BY VERI-RECORD.

       SD  SORT-FILE.
       01  SORT-REC.
      * the trail's value-bearing records up to the sample day, in
      * per-operator keypress order
           05 SRT-OPERID PIC X(8).
           05 SRT-DATE PIC S9(7) COMP-3.
           05 SRT-TIME PIC S9(7) COMP-3.
           05 SRT-TASKN PIC S9(7) COMP-3.
           05 SRT-TERMID PIC X(4).
           05 SRT-OPERATION PIC X.
           05 SRT-INPUT PIC X(20).
           05 SRT-RESULT PIC X(10).
           05 SRT-ACCOUNT PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-OK VALUE '00'.
           88 AUDIT-EOF VALUE '10'.
       01 WS-VERI-STATUS PIC XX.
           88 VERI-OK VALUE '00'.
           88 VERI-EOF VALUE '10'.
           88 VERI-DUPLICATE VALUE '22'.
           88 VERI-NOT-THERE VALUE '35'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.

       01 WS-PERCENT PIC 9(3) VALUE 5.
       01 WS-KEEP-DAYS PIC 9(3) VALUE 90.

      * trail and VERIFF dates are 0CYYDDD julian, as EIBDATE - ages
      * are worked in day numbers so they run straight across a
      * year end
       01 WS-JUL-DATE PIC 9(7) VALUE 0.
       01 WS-TODAY PIC 9(7) VALUE 0.
       01 WS-SAMPLE-DATE PIC 9(7) VALUE 0.
       01 WS-TIME-RAW PIC 9(8) VALUE 0.
       01 WS-TODAY-DAYNO PIC 9(7) VALUE 0.
       01 WS-WORK-JUL PIC 9(7) VALUE 0.
       01 WS-AGE PIC 9(5) VALUE 0.

      * 'Y' when VERIFF already holds samples of the sample day - a
      * rerun, which draws nothing more
       01 WS-DRAWN-SW PIC X VALUE 'N'.
           88 DAY-ALREADY-DRAWN VALUE 'Y'.
       01 WS-LAPSE-SW PIC X VALUE 'N'.
           88 SAMPLE-LAPSED VALUE 'Y'.

      * the running total of the operator currently being worked -
      * WS-REPLAY-VAR plays the part FS-VAR plays online, as in
      * AUDRPLAY
       01 WS-GROUP-OPERID PIC X(8) VALUE SPACES.
       01 WS-REPLAY-VAR PIC X(10) VALUE 'NOTHING'.
       01 WS-HAVE-VALUE-SW PIC X VALUE 'N'.
           88 HAVE-A-VALUE VALUE 'Y'.
       01 WS-GROUP-OPEN-SW PIC X VALUE 'N'.
           88 GROUP-OPEN VALUE 'Y'.

      * the drawing for the operator currently being worked - the
      * running percentage, and the one calculation held back in
      * case the percentage never reaches a pick (each calculation
      * replaces it with a chance of one in how many have been seen,
      * which leaves every one equally likely to be the one held)
       01 WS-RUNNING-PCT PIC 9(3)V9(4) VALUE 0.
       01 WS-RANDOM-NO PIC V9(9) VALUE 0.
       01 WS-OP-ELIGIBLE PIC 9(7) VALUE 0.
       01 WS-OP-SAMPLED PIC 9(7) VALUE 0.
       01 WS-RESERVE-SW PIC X VALUE 'N'.
           88 HAVE-RESERVE VALUE 'Y'.
       01 WS-RESERVE-REC PIC X(138) VALUE SPACES.

       01 WS-COUNTERS.
           05 WS-HELD PIC 9(7) VALUE 0.
           05 WS-PURGED PIC 9(7) VALUE 0.
           05 WS-LAPSED PIC 9(7) VALUE 0.
           05 WS-RELEASED PIC 9(7) VALUE 0.
           05 WS-OPERATORS PIC 9(5) VALUE 0.
           05 WS-ELIGIBLE PIC 9(7) VALUE 0.
           05 WS-SAMPLED PIC 9(7) VALUE 0.
           05 WS-WRITE-FAILS PIC 9(7) VALUE 0.

       01 WS-HEADING-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'OPERATOR  '.
           05 FILLER PIC X(14) VALUE 'CALCULATIONS  '.
           05 FILLER PIC X(7) VALUE 'SAMPLED'.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OPERID PIC X(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 DET-ELIGIBLE PIC Z(6)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-SAMPLED PIC Z(6)9.

      * one lapsed sample - drawn, kept the full period, never checked
       01 WS-LAPSED-LINE.
           05 FILLER PIC X(9) VALUE '  LAPSED '.
           05 LAP-OPERID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LAP-AUD-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 LAP-AUD-TIME PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 LAP-AUD-TERMID PIC X(4).
           05 FILLER PIC X(9) VALUE ' SAMPLED '.
           05 LAP-SAMPLE-DATE PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JUL-DATE FROM DAY YYYYDDD
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TODAY = WS-JUL-DATE - 1900000
           COMPUTE WS-TODAY-DAYNO = FUNCTION INTEGER-OF-DAY(WS-JUL-DATE)
           MOVE WS-TODAY TO WS-SAMPLE-DATE
           PERFORM READ-PARM-PARA
           PERFORM OPEN-FILES-PARA
      * seed the generator from the clock once - every later
      * FUNCTION RANDOM carries on from here
           COMPUTE WS-RANDOM-NO = FUNCTION RANDOM(WS-TIME-RAW)
           DISPLAY '==================================================='
           DISPLAY 'VERSAMP BLIND SECOND-KEYING SAMPLE'
           DISPLAY 'SAMPLE DATE ' WS-SAMPLE-DATE '  PERCENT '
               WS-PERCENT '  KEEP ' WS-KEEP-DAYS ' DAYS'
           DISPLAY '==================================================='
           PERFORM TIDY-VERIFF-PARA
           IF DAY-ALREADY-DRAWN
              DISPLAY 'VERSAMP: SAMPLE FOR ' WS-SAMPLE-DATE
                  ' ALREADY DRAWN - NOTHING ADDED'
           ELSE
              DISPLAY WS-HEADING-LINE
              SORT SORT-FILE
                  ON ASCENDING KEY SRT-OPERID SRT-DATE SRT-TIME
                      SRT-TASKN SRT-TERMID
                  INPUT PROCEDURE IS COLLECT-TRAIL-PARA
                      THRU COLLECT-TRAIL-EXIT-PARA
                  OUTPUT PROCEDURE IS DRAW-SAMPLE-PARA
                      THRU DRAW-SAMPLE-EXIT-PARA
           END-IF
           CLOSE AUDIT-FILE
           CLOSE VERIFY-FILE
           DISPLAY '==================================================='
           DISPLAY 'VERSAMP: EARLIER SAMPLES KEPT: ' WS-HELD
           DISPLAY 'VERSAMP: CHECKED, PURGED     : ' WS-PURGED
           DISPLAY 'VERSAMP: NEVER CHECKED       : ' WS-LAPSED
           DISPLAY 'VERSAMP: OPERATORS           : ' WS-OPERATORS
           DISPLAY 'VERSAMP: CALCULATIONS        : ' WS-ELIGIBLE
           DISPLAY 'VERSAMP: SAMPLED             : ' WS-SAMPLED
           DISPLAY 'VERSAMP: WRITE FAILURES      : ' WS-WRITE-FAILS
           DISPLAY '==================================================='
           STOP RUN.

       READ-PARM-PARA.
      * no parm card, or a blank or unusable field on it, means the
      * default
           OPEN INPUT PARM-FILE
           IF PARM-OK
              READ PARM-FILE
                  AT END MOVE SPACES TO PARM-REC
              END-READ
              IF PRM-PERCENT NUMERIC
                 IF PRM-PERCENT > 0 AND PRM-PERCENT NOT > 100
                    MOVE PRM-PERCENT TO WS-PERCENT
                 END-IF
              END-IF
              IF PRM-SAMPLE-DATE NUMERIC
                 MOVE PRM-SAMPLE-DATE TO WS-SAMPLE-DATE
              END-IF
              IF PRM-KEEP-DAYS NUMERIC
                 MOVE PRM-KEEP-DAYS TO WS-KEEP-DAYS
              END-IF
              CLOSE PARM-FILE
           END-IF
           EXIT.

       OPEN-FILES-PARA.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
              DISPLAY 'VERSAMP: UNABLE TO OPEN AUDITF, STATUS='
                  WS-AUDIT-STATUS
              STOP RUN
           END-IF
           OPEN I-O VERIFY-FILE
           IF VERI-NOT-THERE
      * first ever run against an empty cluster - create it, then
      * reopen for the pass and the random writes that follow
              OPEN OUTPUT VERIFY-FILE
              CLOSE VERIFY-FILE
              OPEN I-O VERIFY-FILE
           END-IF
           IF NOT VERI-OK
              DISPLAY 'VERSAMP: UNABLE TO OPEN VERIFF, STATUS='
                  WS-VERI-STATUS
              STOP RUN
           END-IF
           EXIT.

       TIDY-VERIFF-PARA.
      * one pass over what is already on VERIFF - take off what has
      * been kept long enough, and notice whether the sample day has
      * been drawn before
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-VERIFF-PARA
           PERFORM UNTIL END-OF-FILE
               PERFORM TIDY-ONE-PARA
               PERFORM READ-VERIFF-PARA
           END-PERFORM
           EXIT.

       READ-VERIFF-PARA.
           READ VERIFY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT VERI-OK AND NOT VERI-EOF
              DISPLAY 'VERSAMP: ERROR READING VERIFF, STATUS='
                  WS-VERI-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       TIDY-ONE-PARA.
           IF VER-SAMPLE-DATE = WS-SAMPLE-DATE
              MOVE 'Y' TO WS-DRAWN-SW
           END-IF
      * a waiting sample ages from the day it was drawn for, a
      * checked one from the day it was checked
           IF VER-WAITING
              COMPUTE WS-WORK-JUL = VER-SAMPLE-DATE + 1900000
           ELSE
              COMPUTE WS-WORK-JUL = VER-CHK-DATE + 1900000
           END-IF
           COMPUTE WS-AGE = WS-TODAY-DAYNO
               - FUNCTION INTEGER-OF-DAY(WS-WORK-JUL)
           IF WS-AGE > WS-KEEP-DAYS
      * the lapsed line is made up before the record goes
              IF VER-WAITING
                 MOVE 'Y' TO WS-LAPSE-SW
                 MOVE VER-OPERID TO LAP-OPERID
                 MOVE VER-AUD-DATE TO LAP-AUD-DATE
                 MOVE VER-AUD-TIME TO LAP-AUD-TIME
                 MOVE VER-AUD-TERMID TO LAP-AUD-TERMID
                 MOVE VER-SAMPLE-DATE TO LAP-SAMPLE-DATE
              ELSE
                 MOVE 'N' TO WS-LAPSE-SW
              END-IF
              DELETE VERIFY-FILE RECORD
              IF VERI-OK
                 IF SAMPLE-LAPSED
                    ADD 1 TO WS-LAPSED
                    DISPLAY WS-LAPSED-LINE
                 ELSE
                    ADD 1 TO WS-PURGED
                 END-IF
              ELSE
                 DISPLAY 'VERSAMP: ERROR DELETING VERIFF, STATUS='
                     WS-VERI-STATUS
              END-IF
           ELSE
              ADD 1 TO WS-HELD
           END-IF
           EXIT.

       COLLECT-TRAIL-PARA.
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-AUDIT-PARA
           PERFORM UNTIL END-OF-FILE
               PERFORM RELEASE-RECORD-PARA
               PERFORM READ-AUDIT-PARA
           END-PERFORM
           GO TO COLLECT-TRAIL-EXIT-PARA.

       READ-AUDIT-PARA.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT AUDIT-OK AND NOT AUDIT-EOF
              DISPLAY 'VERSAMP: ERROR READING AUDITF, STATUS='
                  WS-AUDIT-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       RELEASE-RECORD-PARA.
      * the same records AUDRPLAY replays - only 'OK' records (and
      * the handovers, which carry their step as the status) ever
      * moved a running total. nothing after the sample day can
      * matter to it
           IF (AUD-STATUS = 'OK' OR AUD-OPERATION = 'H')
               AND AUD-OPERID NOT = SPACES
               AND AUD-DATE NOT > WS-SAMPLE-DATE
              ADD 1 TO WS-RELEASED
              MOVE AUD-OPERID TO SRT-OPERID
              MOVE AUD-DATE TO SRT-DATE
              MOVE AUD-TIME TO SRT-TIME
              MOVE AUD-TASKN TO SRT-TASKN
              MOVE AUD-TERMID TO SRT-TERMID
              MOVE AUD-OPERATION TO SRT-OPERATION
              MOVE AUD-INPUT TO SRT-INPUT
              MOVE AUD-RESULT TO SRT-RESULT
              MOVE AUD-ACCOUNT TO SRT-ACCOUNT
              RELEASE SORT-REC
           END-IF
           EXIT.

       COLLECT-TRAIL-EXIT-PARA.
           EXIT.

       DRAW-SAMPLE-PARA.
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-GROUP-OPEN-SW
           PERFORM RETURN-RECORD-PARA
           PERFORM UNTIL END-OF-FILE
               IF NOT GROUP-OPEN
                  PERFORM OPEN-GROUP-PARA
               ELSE
                 IF SRT-OPERID NOT = WS-GROUP-OPERID
                    PERFORM CLOSE-GROUP-PARA
                    PERFORM OPEN-GROUP-PARA
                 END-IF
               END-IF
               PERFORM FOLLOW-ONE-PARA
               PERFORM RETURN-RECORD-PARA
           END-PERFORM
           IF GROUP-OPEN
              PERFORM CLOSE-GROUP-PARA
           END-IF
           GO TO DRAW-SAMPLE-EXIT-PARA.

       RETURN-RECORD-PARA.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-RETURN
           EXIT.

       OPEN-GROUP-PARA.
           MOVE SRT-OPERID TO WS-GROUP-OPERID
           MOVE 'NOTHING' TO WS-REPLAY-VAR
           MOVE 'N' TO WS-HAVE-VALUE-SW
           MOVE 'Y' TO WS-GROUP-OPEN-SW
           MOVE 0 TO WS-OP-ELIGIBLE
           MOVE 0 TO WS-OP-SAMPLED
           MOVE 'N' TO WS-RESERVE-SW
      * a fresh random starting point for every operator
           COMPUTE WS-RUNNING-PCT = FUNCTION RANDOM * 100
           EXIT.

       FOLLOW-ONE-PARA.
      * move the running total on by one record, the way AUDRPLAY
      * does - except that here the trail's own result is taken for
      * every step, since this job is after the total the operator
      * saw, not checking the arithmetic
           EVALUATE TRUE
           WHEN SRT-OPERATION = 'Z'
             MOVE 'NOTHING' TO WS-REPLAY-VAR
             MOVE 'Y' TO WS-HAVE-VALUE-SW
           WHEN SRT-OPERATION = 'E' OR SRT-OPERATION = 'V'
               OR SRT-OPERATION = 'R' OR SRT-OPERATION = 'U'
               OR SRT-OPERATION = 'G' OR SRT-OPERATION = 'N'
               OR SRT-OPERATION = 'H'
             IF SRT-RESULT NOT = SPACES
               MOVE SRT-RESULT TO WS-REPLAY-VAR
               MOVE 'Y' TO WS-HAVE-VALUE-SW
             END-IF
           WHEN SRT-OPERATION = '+' OR SRT-OPERATION = '-'
               OR SRT-OPERATION = '*' OR SRT-OPERATION = '/'
               OR SRT-OPERATION = 'S'
      * the total before the step is what the checker is shown, so
      * the step is weighed up before the total moves on
             IF SRT-DATE = WS-SAMPLE-DATE
               IF SRT-OPERATION = 'S'
                 PERFORM CONSIDER-ONE-PARA
               ELSE
                 IF HAVE-A-VALUE AND WS-REPLAY-VAR NOT = 'NOTHING'
                   PERFORM CONSIDER-ONE-PARA
                 END-IF
               END-IF
             END-IF
             MOVE SRT-RESULT TO WS-REPLAY-VAR
             MOVE 'Y' TO WS-HAVE-VALUE-SW
           WHEN OTHER
      * memory keys, sign-ons, maintenance, tape prints - none of
      * them moved the running total
             CONTINUE
           END-EVALUATE
           EXIT.

       CONSIDER-ONE-PARA.
      * one calculation that could be drawn - take it when the
      * running percentage passes a hundred, otherwise give it its
      * chance of being the one held back
           ADD 1 TO WS-OP-ELIGIBLE
           ADD 1 TO WS-ELIGIBLE
           PERFORM BUILD-SAMPLE-PARA
           ADD WS-PERCENT TO WS-RUNNING-PCT
           IF WS-RUNNING-PCT NOT < 100
              SUBTRACT 100 FROM WS-RUNNING-PCT
              PERFORM WRITE-SAMPLE-PARA
           ELSE
              COMPUTE WS-RANDOM-NO = FUNCTION RANDOM
              IF WS-RANDOM-NO * WS-OP-ELIGIBLE < 1
                 MOVE VERI-RECORD TO WS-RESERVE-REC
                 MOVE 'Y' TO WS-RESERVE-SW
              END-IF
           END-IF
           EXIT.

       BUILD-SAMPLE-PARA.
           MOVE SPACES TO VERI-RECORD
           MOVE SRT-OPERID TO VER-OPERID
           MOVE SRT-DATE TO VER-AUD-DATE
           MOVE SRT-TIME TO VER-AUD-TIME
           MOVE SRT-TASKN TO VER-AUD-TASKN
           MOVE SRT-TERMID TO VER-AUD-TERMID
           MOVE WS-SAMPLE-DATE TO VER-SAMPLE-DATE
           MOVE SRT-OPERATION TO VER-OPERATION
      * a square root works on the typed number alone
           IF SRT-OPERATION = 'S'
              MOVE SPACES TO VER-PRIOR-VAR
           ELSE
              MOVE WS-REPLAY-VAR TO VER-PRIOR-VAR
           END-IF
           MOVE SRT-INPUT TO VER-INPUT
           MOVE SRT-RESULT TO VER-RESULT
           MOVE SRT-ACCOUNT TO VER-ACCOUNT
           MOVE 'W' TO VER-STATUS
           MOVE SPACES TO VER-CHECKER
           MOVE 0 TO VER-CHK-DATE
           MOVE 0 TO VER-CHK-TIME
           MOVE SPACES TO VER-CHK-TERMID
           MOVE SPACES TO VER-CHK-ANSWER
           EXIT.

       WRITE-SAMPLE-PARA.
           WRITE VERI-RECORD
           IF VERI-OK
              ADD 1 TO WS-OP-SAMPLED
              ADD 1 TO WS-SAMPLED
           ELSE
              ADD 1 TO WS-WRITE-FAILS
              DISPLAY 'VERSAMP: ERROR WRITING VERIFF, STATUS='
                  WS-VERI-STATUS ' ' VER-KEY
           END-IF
           EXIT.

       CLOSE-GROUP-PARA.
      * end of this operator's trail - an operator who had work to
      * draw from but whose percentage never reached a pick gets the
      * calculation held back. operators with nothing that could be
      * drawn on the sample day are not listed
           MOVE 'N' TO WS-GROUP-OPEN-SW
           IF WS-OP-SAMPLED = 0 AND HAVE-RESERVE
              MOVE WS-RESERVE-REC TO VERI-RECORD
              PERFORM WRITE-SAMPLE-PARA
           END-IF
           IF WS-OP-ELIGIBLE > 0
              ADD 1 TO WS-OPERATORS
              MOVE WS-GROUP-OPERID TO DET-OPERID
              MOVE WS-OP-ELIGIBLE TO DET-ELIGIBLE
              MOVE WS-OP-SAMPLED TO DET-SAMPLED
              DISPLAY WS-DETAIL-LINE
           END-IF
           EXIT.

       DRAW-SAMPLE-EXIT-PARA.
           EXIT.
