       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIRPT.
      * nightly blind second-keying report - reads the verification
      * work file VERIFF (see the VERIREC copybook) after the day's
      * checking on the VRFY transaction and prints, operator by
      * operator, every sample checked that day where the checker's
      * answer disagreed with the operator's result, then the
      * operator's error rate for the day, over the trend period and
      * to date, and how many of their samples are still waiting
      * for a checker. this replaces the PF14 tapes initialled by
      * hand as the evidence that the sampling was done and what it
      * found.
      * the rates over time come from the verification history file
      * VERHIST (see the VERHREC copybook) - each run appends one
      * record per operator reported, so the next run's trend and
      * to-date figures include it. a rerun for a day already on
      * VERHIST reports as usual but appends nothing, so the day is
      * never counted twice.
      * parm card (optional): the check day to report in 1-7
      * (0CYYDDD, as EIBDATE), default today; days in the trend
      * period in 9-11, default 30
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO VERRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VERIFY-FILE ASSIGN TO VERIFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VER-KEY
               FILE STATUS IS WS-VERI-STATUS.
           SELECT OPTIONAL HIST-FILE ASSIGN TO VERHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PRM-REPORT-DATE PIC X(7).
           05 FILLER PIC X.
           05 PRM-TREND-DAYS PIC X(3).
           05 FILLER PIC X(69).

       FD  VERIFY-FILE.
      * layout shared with VERSAMP and VERIFYP via the VERIREC
      * copybook
           COPY VERIREC
               REPLACING VERIREC-NAME BY VERI-RECORD.

       FD  HIST-FILE.
           COPY VERHREC
               REPLACING VERHREC-NAME BY VHIS-RECORD.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-OK VALUE '00'.
       01 WS-VERI-STATUS PIC XX.
           88 VERI-OK VALUE '00'.
           88 VERI-EOF VALUE '10'.
       01 WS-HIST-STATUS PIC XX.
           88 HIST-OK VALUE '00'.
           88 HIST-EOF VALUE '10'.
      * an OPTIONAL file that is not there yet opens with '05'
           88 HIST-NOT-THERE VALUE '05'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.

      * 'Y' when VERHIST already carries the report day - a rerun,
      * which appends nothing
       01 WS-RERUN-SW PIC X VALUE 'N'.
           88 DAY-ALREADY-KEPT VALUE 'Y'.
       01 WS-HIST-OPEN-SW PIC X VALUE 'N'.
           88 HIST-APPENDING VALUE 'Y'.

       01 WS-TREND-DAYS PIC 9(3) VALUE 30.

      * dates are 0CYYDDD julian, as EIBDATE - the trend period is
      * worked in day numbers so it runs straight across a year end
       01 WS-JUL-DATE PIC 9(7) VALUE 0.
       01 WS-REPORT-DATE PIC 9(7) VALUE 0.
       01 WS-REPORT-DAYNO PIC 9(7) VALUE 0.
       01 WS-WORK-JUL PIC 9(7) VALUE 0.
       01 WS-AGE PIC 9(5) VALUE 0.

      * each operator's figures from the earlier VERHIST runs - for
      * the trend period and for all time
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 300 TIMES.
               10 WS-OPT-OPERID PIC X(8).
               10 WS-OPT-WIN-CHECKED PIC 9(7).
               10 WS-OPT-WIN-MISMATCHED PIC 9(7).
               10 WS-OPT-ALL-CHECKED PIC 9(7).
               10 WS-OPT-ALL-MISMATCHED PIC 9(7).
       01 WS-OPER-MAX PIC 9(3) VALUE 300.
       01 WS-OPER-COUNT PIC 9(3) VALUE 0.
       01 WS-OPER-IDX PIC 9(3) VALUE 0.
       01 WS-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-FIND-OPERID PIC X(8) VALUE SPACES.
       01 WS-TABLE-FULL-SW PIC X VALUE 'N'.
           88 TABLE-FULL VALUE 'Y'.

      * the operator currently being read off VERIFF
       01 WS-GROUP-OPERID PIC X(8) VALUE SPACES.
       01 WS-GROUP-OPEN-SW PIC X VALUE 'N'.
           88 GROUP-OPEN VALUE 'Y'.
       01 WS-HEADED-SW PIC X VALUE 'N'.
           88 OPERATOR-HEADED VALUE 'Y'.
       01 WS-MIS-HEADED-SW PIC X VALUE 'N'.
           88 MISMATCHES-HEADED VALUE 'Y'.
       01 WS-OP-CHECKED PIC 9(5) VALUE 0.
       01 WS-OP-MISMATCHED PIC 9(5) VALUE 0.
       01 WS-OP-WAITING PIC 9(5) VALUE 0.

      * a rate and the counts it is worked from, for RATE-LINE-PARA
       01 WS-RATE-CHECKED PIC 9(7) VALUE 0.
       01 WS-RATE-MISMATCHED PIC 9(7) VALUE 0.
       01 WS-RATE PIC 9(3)V99 VALUE 0.

       01 WS-COUNTERS.
           05 WS-READ PIC 9(7) VALUE 0.
           05 WS-HIST-READ PIC 9(7) VALUE 0.
           05 WS-OPERATORS PIC 9(5) VALUE 0.
           05 WS-CHECKED PIC 9(7) VALUE 0.
           05 WS-MISMATCHED PIC 9(7) VALUE 0.
           05 WS-WAITING PIC 9(7) VALUE 0.
           05 WS-HIST-WRITTEN PIC 9(7) VALUE 0.
           05 WS-HIST-FAILS PIC 9(7) VALUE 0.

       01 WS-OPERATOR-LINE.
           05 FILLER PIC X(11) VALUE 'OPERATOR : '.
           05 OPL-OPERID PIC X(8).

       01 WS-MISMATCH-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(21) VALUE 'KEYED           TERM '.
           05 FILLER PIC X(5) VALUE 'OP   '.
           05 FILLER PIC X(11) VALUE 'TOTAL      '.
           05 FILLER PIC X(21) VALUE 'TYPED                '.
           05 FILLER PIC X(11) VALUE 'RESULT     '.
           05 FILLER PIC X(11) VALUE 'CHECKER    '.
           05 FILLER PIC X(2) VALUE 'BY'.

       01 WS-MISMATCH-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 MIS-AUD-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 MIS-AUD-TIME PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 MIS-AUD-TERMID PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 MIS-OPERATION PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 MIS-PRIOR-VAR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 MIS-INPUT PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 MIS-RESULT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 MIS-CHK-ANSWER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 MIS-CHECKER PIC X(8).

       01 WS-RATE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RTL-LABEL PIC X(14).
           05 FILLER PIC X(9) VALUE 'CHECKED '.
           05 RTL-CHECKED PIC Z(6)9.
           05 FILLER PIC X(13) VALUE '  MISMATCHED '.
           05 RTL-MISMATCHED PIC Z(6)9.
           05 FILLER PIC X(12) VALUE '  ERROR RATE'.
           05 RTL-RATE PIC ZZZ9.99.
           05 FILLER PIC X VALUE '%'.

       01 WS-WAITING-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(22) VALUE 'SAMPLES STILL WAITING '.
           05 WTL-WAITING PIC Z(6)9.

       01 WS-TREND-LABEL.
           05 FILLER PIC X(5) VALUE 'LAST '.
           05 TRL-DAYS PIC ZZ9.
           05 FILLER PIC X(5) VALUE ' DAYS'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JUL-DATE FROM DAY YYYYDDD
           COMPUTE WS-REPORT-DATE = WS-JUL-DATE - 1900000
           PERFORM READ-PARM-PARA
           COMPUTE WS-WORK-JUL = WS-REPORT-DATE + 1900000
           COMPUTE WS-REPORT-DAYNO
               = FUNCTION INTEGER-OF-DAY(WS-WORK-JUL)
           MOVE WS-TREND-DAYS TO TRL-DAYS
           PERFORM LOAD-HISTORY-PARA
           OPEN INPUT VERIFY-FILE
           IF NOT VERI-OK
              DISPLAY 'VERIRPT: UNABLE TO OPEN VERIFF, STATUS='
                  WS-VERI-STATUS
              STOP RUN
           END-IF
           PERFORM OPEN-HISTORY-PARA
           DISPLAY '==================================================='
           DISPLAY 'VERIRPT BLIND SECOND-KEYING DISCREPANCIES'
           DISPLAY 'CHECK DATE ' WS-REPORT-DATE '  TREND OVER '
               WS-TREND-DAYS ' DAYS'
           DISPLAY '==================================================='
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-GROUP-OPEN-SW
           PERFORM READ-VERIFF-PARA
           PERFORM UNTIL END-OF-FILE
               IF NOT GROUP-OPEN
                  PERFORM OPEN-GROUP-PARA
               ELSE
                 IF VER-OPERID NOT = WS-GROUP-OPERID
                    PERFORM CLOSE-GROUP-PARA
                    PERFORM OPEN-GROUP-PARA
                 END-IF
               END-IF
               PERFORM REPORT-ONE-PARA
               PERFORM READ-VERIFF-PARA
           END-PERFORM
           IF GROUP-OPEN
              PERFORM CLOSE-GROUP-PARA
           END-IF
           IF WS-OPERATORS = 0
              DISPLAY 'NONE'
           END-IF
           CLOSE VERIFY-FILE
           IF HIST-APPENDING
              CLOSE HIST-FILE
           END-IF
           DISPLAY '==================================================='
           MOVE 'ALL OPERATORS' TO RTL-LABEL
           MOVE WS-CHECKED TO WS-RATE-CHECKED
           MOVE WS-MISMATCHED TO WS-RATE-MISMATCHED
           PERFORM RATE-LINE-PARA
           DISPLAY '==================================================='
           DISPLAY 'VERIRPT: SAMPLES READ       : ' WS-READ
           DISPLAY 'VERIRPT: OPERATORS REPORTED : ' WS-OPERATORS
           DISPLAY 'VERIRPT: CHECKED THAT DAY   : ' WS-CHECKED
           DISPLAY 'VERIRPT: MISMATCHED         : ' WS-MISMATCHED
           DISPLAY 'VERIRPT: STILL WAITING      : ' WS-WAITING
           DISPLAY 'VERIRPT: HISTORY RECORDS IN : ' WS-HIST-READ
           DISPLAY 'VERIRPT: HISTORY WRITTEN    : ' WS-HIST-WRITTEN
           DISPLAY 'VERIRPT: HISTORY FAILURES   : ' WS-HIST-FAILS
           DISPLAY '==================================================='
           STOP RUN.

       READ-PARM-PARA.
      * no parm card, or a blank field on it, means the default
           OPEN INPUT PARM-FILE
           IF PARM-OK
              READ PARM-FILE
                  AT END MOVE SPACES TO PARM-REC
              END-READ
              IF PRM-REPORT-DATE NUMERIC
                 MOVE PRM-REPORT-DATE TO WS-REPORT-DATE
              END-IF
              IF PRM-TREND-DAYS NUMERIC
                 IF PRM-TREND-DAYS > 0
                    MOVE PRM-TREND-DAYS TO WS-TREND-DAYS
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF
           EXIT.

       LOAD-HISTORY-PARA.
      * the earlier runs' figures per operator - the OPTIONAL file
      * simply reads empty on the first run ever. a run for a later
      * day than the one being reported (a back-dated rerun) is left
      * out of the trend, it is not history as of the report day
           OPEN INPUT HIST-FILE
           IF NOT HIST-OK AND NOT HIST-NOT-THERE
              DISPLAY 'VERIRPT: UNABLE TO OPEN VERHIST, STATUS='
                  WS-HIST-STATUS
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HISTORY-PARA
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-HIST-READ
               EVALUATE TRUE
               WHEN VHIS-DATE = WS-REPORT-DATE
                 MOVE 'Y' TO WS-RERUN-SW
               WHEN VHIS-DATE < WS-REPORT-DATE
                 PERFORM TAKE-HISTORY-PARA
               WHEN OTHER
                 CONTINUE
               END-EVALUATE
               PERFORM READ-HISTORY-PARA
           END-PERFORM
           CLOSE HIST-FILE
           EXIT.

       READ-HISTORY-PARA.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT HIST-OK AND NOT HIST-EOF
              DISPLAY 'VERIRPT: ERROR READING VERHIST, STATUS='
                  WS-HIST-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       TAKE-HISTORY-PARA.
           MOVE VHIS-OPERID TO WS-FIND-OPERID
           PERFORM FIND-OPERATOR-PARA
           IF WS-FOUND-IDX > 0
              ADD VHIS-CHECKED TO WS-OPT-ALL-CHECKED(WS-FOUND-IDX)
              ADD VHIS-MISMATCHED
                  TO WS-OPT-ALL-MISMATCHED(WS-FOUND-IDX)
      * the trend period counts back from the report day, which is
      * itself one of its days
              COMPUTE WS-WORK-JUL = VHIS-DATE + 1900000
              COMPUTE WS-AGE = WS-REPORT-DAYNO
                  - FUNCTION INTEGER-OF-DAY(WS-WORK-JUL)
              IF WS-AGE < WS-TREND-DAYS
                 ADD VHIS-CHECKED TO WS-OPT-WIN-CHECKED(WS-FOUND-IDX)
                 ADD VHIS-MISMATCHED
                     TO WS-OPT-WIN-MISMATCHED(WS-FOUND-IDX)
              END-IF
           END-IF
           EXIT.

       FIND-OPERATOR-PARA.
      * the operator's entry in the history table, added the first
      * time they turn up. past the table's size an operator simply
      * has no earlier figures, and the report says so once
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
                 IF NOT TABLE-FULL
                    MOVE 'Y' TO WS-TABLE-FULL-SW
                    DISPLAY 'VERIRPT: MORE THAN ' WS-OPER-MAX
                        ' OPERATORS ON VERHIST - LATER ONES SHOW'
                        ' NO EARLIER FIGURES'
                 END-IF
              ELSE
                 ADD 1 TO WS-OPER-COUNT
                 MOVE WS-OPER-COUNT TO WS-FOUND-IDX
                 MOVE WS-FIND-OPERID TO WS-OPT-OPERID(WS-FOUND-IDX)
                 MOVE 0 TO WS-OPT-WIN-CHECKED(WS-FOUND-IDX)
                 MOVE 0 TO WS-OPT-WIN-MISMATCHED(WS-FOUND-IDX)
                 MOVE 0 TO WS-OPT-ALL-CHECKED(WS-FOUND-IDX)
                 MOVE 0 TO WS-OPT-ALL-MISMATCHED(WS-FOUND-IDX)
              END-IF
           END-IF
           EXIT.

       OPEN-HISTORY-PARA.
      * EXTEND on an OPTIONAL file - the first run ever creates it.
      * a day already kept is reported again but not appended again
           IF DAY-ALREADY-KEPT
              DISPLAY 'VERIRPT: ' WS-REPORT-DATE
                  ' ALREADY ON VERHIST - HISTORY NOT APPENDED'
           ELSE
              OPEN EXTEND HIST-FILE
              IF HIST-OK OR HIST-NOT-THERE
                 MOVE 'Y' TO WS-HIST-OPEN-SW
              ELSE
                 DISPLAY 'VERIRPT: UNABLE TO OPEN VERHIST, STATUS='
                     WS-HIST-STATUS
              END-IF
           END-IF
           EXIT.

       READ-VERIFF-PARA.
           READ VERIFY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT VERI-OK AND NOT VERI-EOF
              DISPLAY 'VERIRPT: ERROR READING VERIFF, STATUS='
                  WS-VERI-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       OPEN-GROUP-PARA.
           MOVE VER-OPERID TO WS-GROUP-OPERID
           MOVE 'Y' TO WS-GROUP-OPEN-SW
           MOVE 'N' TO WS-HEADED-SW
           MOVE 'N' TO WS-MIS-HEADED-SW
           MOVE 0 TO WS-OP-CHECKED
           MOVE 0 TO WS-OP-MISMATCHED
           MOVE 0 TO WS-OP-WAITING
           EXIT.

       REPORT-ONE-PARA.
      * the operator's samples come off VERIFF in the order they
      * were keyed - a mismatch checked on the report day prints
      * as it is met, under the operator's heading
           ADD 1 TO WS-READ
           EVALUATE TRUE
           WHEN VER-WAITING
             ADD 1 TO WS-OP-WAITING
           WHEN VER-CHK-DATE NOT = WS-REPORT-DATE
             CONTINUE
           WHEN VER-MATCHED
             ADD 1 TO WS-OP-CHECKED
           WHEN OTHER
             ADD 1 TO WS-OP-CHECKED
             ADD 1 TO WS-OP-MISMATCHED
             PERFORM HEAD-OPERATOR-PARA
             IF NOT MISMATCHES-HEADED
               MOVE 'Y' TO WS-MIS-HEADED-SW
               DISPLAY WS-MISMATCH-HEADING
             END-IF
             MOVE VER-AUD-DATE TO MIS-AUD-DATE
             MOVE VER-AUD-TIME TO MIS-AUD-TIME
             MOVE VER-AUD-TERMID TO MIS-AUD-TERMID
             IF VER-OPERATION = 'S'
               MOVE 'SQRT' TO MIS-OPERATION
             ELSE
               MOVE VER-OPERATION TO MIS-OPERATION
             END-IF
             MOVE VER-PRIOR-VAR TO MIS-PRIOR-VAR
             MOVE VER-INPUT TO MIS-INPUT
             MOVE VER-RESULT TO MIS-RESULT
             MOVE VER-CHK-ANSWER TO MIS-CHK-ANSWER
             MOVE VER-CHECKER TO MIS-CHECKER
             DISPLAY WS-MISMATCH-LINE
           END-EVALUATE
           EXIT.

       HEAD-OPERATOR-PARA.
      * the operator's heading, once, the first time there is
      * something to print for them
           IF NOT OPERATOR-HEADED
              MOVE 'Y' TO WS-HEADED-SW
              ADD 1 TO WS-OPERATORS
              MOVE WS-GROUP-OPERID TO OPL-OPERID
              DISPLAY WS-OPERATOR-LINE
           END-IF
           EXIT.

       CLOSE-GROUP-PARA.
      * the operator's rates - the day, the trend period and to
      * date, each including the day - and their VERHIST record.
      * an operator with nothing checked that day and nothing
      * waiting has nothing to report
           MOVE 'N' TO WS-GROUP-OPEN-SW
           IF WS-OP-CHECKED > 0 OR WS-OP-WAITING > 0
              PERFORM HEAD-OPERATOR-PARA
              ADD WS-OP-CHECKED TO WS-CHECKED
              ADD WS-OP-MISMATCHED TO WS-MISMATCHED
              ADD WS-OP-WAITING TO WS-WAITING
              MOVE WS-GROUP-OPERID TO WS-FIND-OPERID
              PERFORM FIND-OPERATOR-PARA
              MOVE 'THAT DAY' TO RTL-LABEL
              MOVE WS-OP-CHECKED TO WS-RATE-CHECKED
              MOVE WS-OP-MISMATCHED TO WS-RATE-MISMATCHED
              PERFORM RATE-LINE-PARA
              MOVE WS-TREND-LABEL TO RTL-LABEL
              MOVE WS-OP-CHECKED TO WS-RATE-CHECKED
              MOVE WS-OP-MISMATCHED TO WS-RATE-MISMATCHED
              IF WS-FOUND-IDX > 0
                 ADD WS-OPT-WIN-CHECKED(WS-FOUND-IDX)
                     TO WS-RATE-CHECKED
                 ADD WS-OPT-WIN-MISMATCHED(WS-FOUND-IDX)
                     TO WS-RATE-MISMATCHED
              END-IF
              PERFORM RATE-LINE-PARA
              MOVE 'TO DATE' TO RTL-LABEL
              MOVE WS-OP-CHECKED TO WS-RATE-CHECKED
              MOVE WS-OP-MISMATCHED TO WS-RATE-MISMATCHED
              IF WS-FOUND-IDX > 0
                 ADD WS-OPT-ALL-CHECKED(WS-FOUND-IDX)
                     TO WS-RATE-CHECKED
                 ADD WS-OPT-ALL-MISMATCHED(WS-FOUND-IDX)
                     TO WS-RATE-MISMATCHED
              END-IF
              PERFORM RATE-LINE-PARA
              MOVE WS-OP-WAITING TO WTL-WAITING
              DISPLAY WS-WAITING-LINE
              IF HIST-APPENDING
                 PERFORM WRITE-HISTORY-PARA
              END-IF
           END-IF
           EXIT.

       RATE-LINE-PARA.
      * mismatches as a percentage of checks - no checks, no rate
           IF WS-RATE-CHECKED > 0
              COMPUTE WS-RATE ROUNDED
                  = WS-RATE-MISMATCHED * 100 / WS-RATE-CHECKED
           ELSE
              MOVE 0 TO WS-RATE
           END-IF
           MOVE WS-RATE-CHECKED TO RTL-CHECKED
           MOVE WS-RATE-MISMATCHED TO RTL-MISMATCHED
           MOVE WS-RATE TO RTL-RATE
           DISPLAY WS-RATE-LINE
           EXIT.

       WRITE-HISTORY-PARA.
           MOVE SPACES TO VHIS-RECORD
           MOVE WS-REPORT-DATE TO VHIS-DATE
           MOVE WS-GROUP-OPERID TO VHIS-OPERID
           MOVE WS-OP-CHECKED TO VHIS-CHECKED
           MOVE WS-OP-MISMATCHED TO VHIS-MISMATCHED
           MOVE WS-OP-WAITING TO VHIS-WAITING
           WRITE VHIS-RECORD
           IF HIST-OK
              ADD 1 TO WS-HIST-WRITTEN
           ELSE
              ADD 1 TO WS-HIST-FAILS
           END-IF
           EXIT.
