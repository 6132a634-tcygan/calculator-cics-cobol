       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPRPT.
      * nightly security and supervisor-override exceptions report,
      * for compliance. RECONRPT counts every kind of audit record
      * side by side with the ordinary arithmetic; this job picks
      * out only the records somebody has to look at and puts them
      * on one page, in six sections:
      *   1  failed and locked-out sign-ons and unlocks, one line
      *      per operator id - 'L' records that did not end 'OK'
      *      counted by the id that was typed (AUD-INPUT, since a
      *      failed sign-on has no AUD-OPERID), 'O' records with
      *      result 'UNLOCKED', and every id OPERF shows locked now
      *   2  every held result and what became of it - released
      *      (by which supervisor, when), superseded by a newer
      *      hold (HELDF keeps one per operator, so the older one
      *      can never be released), or still held
      *   3  results released on the same day they were held
      *   4  all rate, limit and operator master changes ('T' 'K'
      *      'O') with who asked, who decided and how it ended
      *   5  sign-ons by operators OPERF now shows inactive
      *   6  a supervisor releasing their own held result
      * a 'G' release is written under the operator whose result
      * was held, with the releasing supervisor in AUD-INPUT, so
      * each operator's holds and releases are paired by sorting
      * the trail into (operator, date, time, task) order, as
      * AUDRPLAY does. sections 2, 3 and 6 each get their own copy
      * of those records in the sort and pair them the same way.
      * parm card (optional, EXCPARM): the day to report on in 1-7,
      * 0CYYDDD julian as on the trail - blank means today. holds
      * are paired across the whole trail, so a release today of
      * an earlier hold is listed, and a hold still outstanding is
      * listed whatever day it was made
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO EXCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPER-FILE ASSIGN TO OPERF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PRM-REPORT-DATE PIC X(7).
           05 FILLER PIC X(73).

       FD  AUDIT-FILE.
      * layout shared with MAPKALKP and RECONRPT via the AUDITREC
      * copybook
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY AUDIT-RECORD.

       FD  OPER-FILE.
      * layout shared with MAPKALKP and OPERMNTP via the OPERREC
      * copybook
           COPY OPERREC
               REPLACING OPERREC-NAME BY OPER-RECORD.

       SD  SORT-FILE.
       01  SORT-REC.
      * the section the record is for, then the operator it is
      * grouped under (blank for the master changes, which list
      * in plain time order)
           05 SRT-SECTION PIC 9.
           05 SRT-GROUP PIC X(8).
           05 SRT-DATE PIC S9(7) COMP-3.
           05 SRT-TIME PIC S9(7) COMP-3.
           05 SRT-TASKN PIC S9(7) COMP-3.
           05 SRT-TERMID PIC X(4).
      * blank on the record released for an id OPERF shows locked
           05 SRT-OPERATION PIC X.
           05 SRT-INPUT PIC X(20).
           05 SRT-RESULT PIC X(10).
           05 SRT-STATUS PIC X(8).
           05 SRT-OPERID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-OK VALUE '00'.
           88 AUDIT-EOF VALUE '10'.
       01 WS-OPER-STATUS PIC XX.
           88 OPER-OK VALUE '00'.
           88 OPER-EOF VALUE '10'.
           88 OPER-NOTFND VALUE '23'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.

      * trail dates are 0CYYDDD julian, as EIBDATE
       01 WS-JUL-DATE PIC 9(7) VALUE 0.
       01 WS-REPORT-DATE PIC 9(7) VALUE 0.

      * where the output procedure stands - the section being
      * printed, the section the next record belongs to, and how
      * many lines this section has printed so far
       01 WS-CUR-SECTION PIC 9 VALUE 0.
       01 WS-TARGET-SECTION PIC 9 VALUE 0.
       01 WS-SECT-LINES PIC 9(5) VALUE 0.

       01 WS-GROUP-ID PIC X(8) VALUE SPACES.
       01 WS-GROUP-OPEN-SW PIC X VALUE 'N'.
           88 GROUP-OPEN VALUE 'Y'.

      * section 1 - one operator id's sign-on failures and unlocks
       01 WS-SIGNON-TALLY.
           05 WS-TAL-BADPIN PIC 9(5) VALUE 0.
           05 WS-TAL-LOCKED PIC 9(5) VALUE 0.
           05 WS-TAL-INACTIVE PIC 9(5) VALUE 0.
           05 WS-TAL-OTHER PIC 9(5) VALUE 0.
           05 WS-TAL-UNLOCKS PIC 9(5) VALUE 0.
           05 WS-TAL-UNLOCK-BY PIC X(8) VALUE SPACES.

      * sections 2, 3 and 6 - the operator's hold still waiting for
      * a release, if there is one
       01 WS-PENDING-HOLD-SW PIC X VALUE 'N'.
           88 HOLD-PENDING VALUE 'Y'.
       01 WS-PENDING-HOLD.
           05 WS-PH-DATE PIC 9(7) VALUE 0.
           05 WS-PH-TIME PIC 9(7) VALUE 0.
           05 WS-PH-OPERATION PIC X VALUE SPACE.
           05 WS-PH-RESULT PIC X(10) VALUE SPACES.

      * one hold paired with what became of it - the hold side is
      * zero when the hold is older than the trail
       01 WS-PAIR.
           05 WS-PR-HOLD-DATE PIC 9(7) VALUE 0.
           05 WS-PR-HOLD-TIME PIC 9(7) VALUE 0.
           05 WS-PR-OPERATION PIC X VALUE SPACE.
           05 WS-PR-RESULT PIC X(10) VALUE SPACES.
           05 WS-PR-OUTCOME PIC X(10) VALUE SPACES.
               88 PAIR-RELEASED VALUE 'RELEASED'.
               88 PAIR-SUPERSEDED VALUE 'SUPERSEDED'.
               88 PAIR-STILL-HELD VALUE 'STILL HELD'.
           05 WS-PR-BY PIC X(8) VALUE SPACES.
           05 WS-PR-END-DATE PIC 9(7) VALUE 0.
           05 WS-PR-END-TIME PIC 9(7) VALUE 0.
       01 WS-PRINT-PAIR-SW PIC X VALUE 'N'.
           88 PRINT-THE-PAIR VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-READ PIC 9(7) VALUE 0.
           05 WS-RELEASED PIC 9(7) VALUE 0.
           05 WS-EXCEPTIONS PIC 9(7) VALUE 0.

       01 WS-SECTION-TITLE PIC X(60) VALUE SPACES.

       01 WS-SIGNON-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'OPER ID '.
           05 FILLER PIC X(28)
               VALUE ' BADPIN LOCKED INACTV  OTHER'.
           05 FILLER PIC X(8) VALUE ' UNLOCKS'.
           05 FILLER PIC X(10) VALUE ' LAST BY  '.
           05 FILLER PIC X(11) VALUE 'NOW'.

       01 WS-SIGNON-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-OPERID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-BADPIN PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-LOCKED PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-INACTIVE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-OTHER PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SGN-UNLOCKS PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 SGN-UNLOCK-BY PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 SGN-NOW PIC X(11).

       01 WS-HOLD-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'OPERATOR '.
           05 FILLER PIC X(15) VALUE 'HELD           '.
           05 FILLER PIC X(14) VALUE 'OP RESULT     '.
           05 FILLER PIC X(11) VALUE 'OUTCOME    '.
           05 FILLER PIC X(9) VALUE 'BY       '.
           05 FILLER PIC X(13) VALUE 'ENDED'.

       01 WS-HOLD-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-OPERID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 HLD-HOLD-DATE PIC 9(7) BLANK WHEN ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 HLD-HOLD-TIME PIC 9(6) BLANK WHEN ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 HLD-OPERATION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-RESULT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 HLD-OUTCOME PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 HLD-BY PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 HLD-END-DATE PIC 9(7) BLANK WHEN ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 HLD-END-TIME PIC 9(6) BLANK WHEN ZERO.

       01 WS-CHANGE-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'WHEN           '.
           05 FILLER PIC X(6) VALUE 'FILE  '.
           05 FILLER PIC X(12) VALUE 'TARGET   VER'.
           05 FILLER PIC X(11) VALUE 'RESULT     '.
           05 FILLER PIC X(9) VALUE 'STATUS   '.
           05 FILLER PIC X(9) VALUE 'BY       '.
           05 FILLER PIC X(8) VALUE 'FOR'.

       01 WS-CHANGE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CHG-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 CHG-TIME PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 CHG-FILE-TXT PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 CHG-TARGET PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CHG-VERSION PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 CHG-RESULT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 CHG-STATUS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CHG-BY PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CHG-FOR PIC X(8).

       01 WS-INACTIVE-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'OPERATOR '.
           05 FILLER PIC X(15) VALUE 'SIGNED ON      '.
           05 FILLER PIC X(5) VALUE 'TERM '.
           05 FILLER PIC X(20) VALUE 'NAME'.

       01 WS-INACTIVE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INA-OPERID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 INA-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 INA-TIME PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 INA-TERMID PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 INA-NAME PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-PARM-PARA
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
              DISPLAY 'EXCPRPT: UNABLE TO OPEN AUDITF, STATUS='
                  WS-AUDIT-STATUS
              STOP RUN
           END-IF
           OPEN INPUT OPER-FILE
           IF NOT OPER-OK
              DISPLAY 'EXCPRPT: UNABLE TO OPEN OPERF, STATUS='
                  WS-OPER-STATUS
              STOP RUN
           END-IF
           DISPLAY '==================================================='
           DISPLAY 'EXCPRPT SECURITY AND SUPERVISOR-OVERRIDE EXCEPTIONS'
           DISPLAY 'REPORT DATE ' WS-REPORT-DATE
           DISPLAY '==================================================='
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SECTION SRT-GROUP SRT-DATE
                   SRT-TIME SRT-TASKN
               INPUT PROCEDURE IS COLLECT-TRAIL-PARA
                   THRU COLLECT-TRAIL-EXIT-PARA
               OUTPUT PROCEDURE IS PRINT-EXCEPTIONS-PARA
                   THRU PRINT-EXCEPTIONS-EXIT-PARA
           CLOSE AUDIT-FILE
           CLOSE OPER-FILE
           DISPLAY '==================================================='
           DISPLAY 'EXCPRPT: AUDIT RECORDS READ : ' WS-READ
           DISPLAY 'EXCPRPT: RECORDS SORTED     : ' WS-RELEASED
           DISPLAY 'EXCPRPT: EXCEPTIONS LISTED  : ' WS-EXCEPTIONS
           DISPLAY '==================================================='
           STOP RUN.

       READ-PARM-PARA.
      * no parm card, or a blank date on it, means today
           ACCEPT WS-JUL-DATE FROM DAY YYYYDDD
           COMPUTE WS-REPORT-DATE = WS-JUL-DATE - 1900000
           OPEN INPUT PARM-FILE
           IF PARM-OK
              READ PARM-FILE
                  AT END MOVE SPACES TO PARM-REC
              END-READ
              IF PRM-REPORT-DATE NUMERIC
                 MOVE PRM-REPORT-DATE TO WS-REPORT-DATE
              ELSE
                IF PRM-REPORT-DATE NOT = SPACES
                   DISPLAY 'EXCPRPT: REPORT DATE NOT NUMERIC: '
                       PRM-REPORT-DATE
                   STOP RUN
                END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF
           EXIT.

       COLLECT-TRAIL-PARA.
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-AUDIT-PARA
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ
               PERFORM RELEASE-RECORD-PARA
               PERFORM READ-AUDIT-PARA
           END-PERFORM
           PERFORM COLLECT-LOCKED-PARA
           GO TO COLLECT-TRAIL-EXIT-PARA.

       READ-AUDIT-PARA.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT AUDIT-OK AND NOT AUDIT-EOF
              DISPLAY 'EXCPRPT: ERROR READING AUDITF, STATUS='
                  WS-AUDIT-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       RELEASE-RECORD-PARA.
           MOVE AUD-DATE TO SRT-DATE
           MOVE AUD-TIME TO SRT-TIME
           MOVE AUD-TASKN TO SRT-TASKN
           MOVE AUD-TERMID TO SRT-TERMID
           MOVE AUD-OPERATION TO SRT-OPERATION
           MOVE AUD-INPUT TO SRT-INPUT
           MOVE AUD-RESULT TO SRT-RESULT
           MOVE AUD-STATUS TO SRT-STATUS
           MOVE AUD-OPERID TO SRT-OPERID
           EVALUATE TRUE
           WHEN AUD-OPERATION = 'L'
      * a failed sign-on counts against the id that was typed; a
      * good one is looked up against OPERF for section 5
             IF AUD-DATE = WS-REPORT-DATE
               MOVE AUD-INPUT(1:8) TO SRT-GROUP
               IF AUD-STATUS = 'OK'
                 MOVE 5 TO SRT-SECTION
               ELSE
                 MOVE 1 TO SRT-SECTION
               END-IF
               PERFORM RELEASE-ONE-PARA
             END-IF
           WHEN AUD-STATUS = 'HELD'
               OR (AUD-OPERATION = 'G' AND AUD-STATUS = 'OK')
      * the whole trail, not just the day - see the note on top
             MOVE AUD-OPERID TO SRT-GROUP
             MOVE 2 TO SRT-SECTION
             PERFORM RELEASE-ONE-PARA
             MOVE 3 TO SRT-SECTION
             PERFORM RELEASE-ONE-PARA
             MOVE 6 TO SRT-SECTION
             PERFORM RELEASE-ONE-PARA
           WHEN AUD-OPERATION = 'T' OR AUD-OPERATION = 'K'
               OR AUD-OPERATION = 'O'
             IF AUD-DATE = WS-REPORT-DATE
               MOVE SPACES TO SRT-GROUP
               MOVE 4 TO SRT-SECTION
               PERFORM RELEASE-ONE-PARA
      * an unlock also counts against the unlocked id in section 1
               IF AUD-OPERATION = 'O' AND AUD-RESULT = 'UNLOCKED'
                 MOVE AUD-INPUT(1:8) TO SRT-GROUP
                 MOVE 1 TO SRT-SECTION
                 PERFORM RELEASE-ONE-PARA
               END-IF
             END-IF
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           EXIT.

       RELEASE-ONE-PARA.
           ADD 1 TO WS-RELEASED
           RELEASE SORT-REC
           EXIT.

       COLLECT-LOCKED-PARA.
      * every id locked on OPERF right now gets a line in section 1
      * even with no failed attempt today - a lock from last week
      * that nobody has released is still an exception
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-OPER-NEXT-PARA
           PERFORM UNTIL END-OF-FILE
               IF OP-IS-LOCKED
                 MOVE SPACES TO SORT-REC
                 MOVE 1 TO SRT-SECTION
                 MOVE OP-KEY TO SRT-GROUP
                 MOVE 0 TO SRT-DATE
                 MOVE 0 TO SRT-TIME
                 MOVE 0 TO SRT-TASKN
                 PERFORM RELEASE-ONE-PARA
               END-IF
               PERFORM READ-OPER-NEXT-PARA
           END-PERFORM
           EXIT.

       READ-OPER-NEXT-PARA.
           READ OPER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT OPER-OK AND NOT OPER-EOF
              DISPLAY 'EXCPRPT: ERROR READING OPERF, STATUS='
                  WS-OPER-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       COLLECT-TRAIL-EXIT-PARA.
           EXIT.

       PRINT-EXCEPTIONS-PARA.
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE 0 TO WS-CUR-SECTION
           PERFORM RETURN-RECORD-PARA
           PERFORM UNTIL END-OF-FILE
               IF SRT-SECTION NOT = WS-CUR-SECTION
                  MOVE SRT-SECTION TO WS-TARGET-SECTION
                  PERFORM ADVANCE-TO-SECTION-PARA
               END-IF
               IF NOT GROUP-OPEN
                  PERFORM OPEN-GROUP-PARA
               ELSE
                 IF SRT-GROUP NOT = WS-GROUP-ID
                    PERFORM CLOSE-GROUP-PARA
                    PERFORM OPEN-GROUP-PARA
                 END-IF
               END-IF
               PERFORM PROCESS-ONE-PARA
               PERFORM RETURN-RECORD-PARA
           END-PERFORM
      * sections nothing was sorted into still print, as NONE
           IF WS-CUR-SECTION < 6
              MOVE 6 TO WS-TARGET-SECTION
              PERFORM ADVANCE-TO-SECTION-PARA
           END-IF
           PERFORM FINISH-SECTION-PARA
           GO TO PRINT-EXCEPTIONS-EXIT-PARA.

       RETURN-RECORD-PARA.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-RETURN
           EXIT.

       ADVANCE-TO-SECTION-PARA.
      * close the section being printed and open the next one,
      * printing any in between as empty
           IF WS-CUR-SECTION > 0
              PERFORM FINISH-SECTION-PARA
           END-IF
           ADD 1 TO WS-CUR-SECTION
           PERFORM START-SECTION-PARA
           PERFORM UNTIL WS-CUR-SECTION >= WS-TARGET-SECTION
               PERFORM FINISH-SECTION-PARA
               ADD 1 TO WS-CUR-SECTION
               PERFORM START-SECTION-PARA
           END-PERFORM
           EXIT.

       START-SECTION-PARA.
           EVALUATE WS-CUR-SECTION
           WHEN 1
             MOVE '1 FAILED AND LOCKED-OUT SIGN-ONS, AND UNLOCKS'
                 TO WS-SECTION-TITLE
           WHEN 2
             MOVE '2 HELD RESULTS AND WHO RELEASED THEM'
                 TO WS-SECTION-TITLE
           WHEN 3
             MOVE '3 RESULTS RELEASED THE SAME DAY THEY WERE HELD'
                 TO WS-SECTION-TITLE
           WHEN 4
             MOVE '4 RATE, LIMIT AND OPERATOR MASTER CHANGES'
                 TO WS-SECTION-TITLE
           WHEN 5
             MOVE '5 SIGN-ONS BY OPERATORS NOW INACTIVE'
                 TO WS-SECTION-TITLE
           WHEN OTHER
             MOVE '6 SUPERVISORS RELEASING THEIR OWN HELD RESULT'
                 TO WS-SECTION-TITLE
           END-EVALUATE
           DISPLAY WS-SECTION-TITLE
           MOVE 0 TO WS-SECT-LINES
           MOVE 'N' TO WS-GROUP-OPEN-SW
           EXIT.

       FINISH-SECTION-PARA.
           IF GROUP-OPEN
              PERFORM CLOSE-GROUP-PARA
           END-IF
           IF WS-SECT-LINES = 0
              DISPLAY '  NONE'
           END-IF
           EXIT.

       PRINT-HEADING-PARA.
      * a section's column heading only prints above its first line
           EVALUATE WS-CUR-SECTION
           WHEN 1
             DISPLAY WS-SIGNON-HEADING
           WHEN 4
             DISPLAY WS-CHANGE-HEADING
           WHEN 5
             DISPLAY WS-INACTIVE-HEADING
           WHEN OTHER
             DISPLAY WS-HOLD-HEADING
           END-EVALUATE
           EXIT.

       OPEN-GROUP-PARA.
           MOVE SRT-GROUP TO WS-GROUP-ID
           MOVE 'Y' TO WS-GROUP-OPEN-SW
           INITIALIZE WS-SIGNON-TALLY
           MOVE 'N' TO WS-PENDING-HOLD-SW
           EXIT.

       CLOSE-GROUP-PARA.
           EVALUATE WS-CUR-SECTION
           WHEN 1
             PERFORM PRINT-SIGNON-PARA
           WHEN 2
           WHEN 3
           WHEN 6
      * whatever is still waiting at the end of the trail
             IF HOLD-PENDING
               PERFORM TAKE-PENDING-HOLD-PARA
               MOVE 'STILL HELD' TO WS-PR-OUTCOME
               PERFORM EMIT-PAIR-PARA
             END-IF
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           MOVE 'N' TO WS-GROUP-OPEN-SW
           EXIT.

       PROCESS-ONE-PARA.
           EVALUATE WS-CUR-SECTION
           WHEN 1
             PERFORM TALLY-SIGNON-PARA
           WHEN 4
             PERFORM PRINT-CHANGE-PARA
           WHEN 5
             PERFORM PRINT-INACTIVE-PARA
           WHEN OTHER
             PERFORM PAIR-HOLD-PARA
           END-EVALUATE
           EXIT.

       TALLY-SIGNON-PARA.
           EVALUATE TRUE
           WHEN SRT-OPERATION = SPACE
      * the OPERF lock record - it only makes the group exist
             CONTINUE
           WHEN SRT-OPERATION = 'O'
      * an unlock - counted once it took effect (approved, or
      * applied directly before changes needed a second
      * supervisor); a request still waiting, rejected or expired
      * shows in section 4 only
             IF SRT-STATUS = 'APPROVED' OR SRT-STATUS = 'OK'
               ADD 1 TO WS-TAL-UNLOCKS
               MOVE SRT-OPERID TO WS-TAL-UNLOCK-BY
             END-IF
           WHEN SRT-STATUS = 'BADPIN'
             ADD 1 TO WS-TAL-BADPIN
           WHEN SRT-STATUS = 'LOCKED'
             ADD 1 TO WS-TAL-LOCKED
           WHEN SRT-STATUS = 'INACTIVE'
             ADD 1 TO WS-TAL-INACTIVE
           WHEN OTHER
      * blank or unknown id, PIN not keyed, or a file error
             ADD 1 TO WS-TAL-OTHER
           END-EVALUATE
           EXIT.

       PRINT-SIGNON-PARA.
      * one line per id, with where OPERF has it now
           MOVE SPACES TO SGN-NOW
           IF WS-GROUP-ID = SPACES OR WS-GROUP-ID = LOW-VALUES
              MOVE '(NO ID)' TO SGN-OPERID
              MOVE SPACES TO SGN-NOW
           ELSE
              MOVE WS-GROUP-ID TO SGN-OPERID
              MOVE WS-GROUP-ID TO OP-KEY
              READ OPER-FILE
                  KEY IS OP-KEY
              END-READ
              EVALUATE TRUE
              WHEN OPER-NOTFND
                MOVE 'NOT ON FILE' TO SGN-NOW
              WHEN NOT OPER-OK
                MOVE 'OPERF ERROR' TO SGN-NOW
              WHEN OP-IS-LOCKED
                MOVE 'LOCKED' TO SGN-NOW
              WHEN OP-INACTIVE
                MOVE 'INACTIVE' TO SGN-NOW
              WHEN OP-FAILS NUMERIC AND OP-FAILS > 0
                MOVE 'FAILS 0' TO SGN-NOW
                MOVE OP-FAILS TO SGN-NOW(7:1)
              WHEN OTHER
                MOVE 'ACTIVE' TO SGN-NOW
              END-EVALUATE
           END-IF
           MOVE WS-TAL-BADPIN TO SGN-BADPIN
           MOVE WS-TAL-LOCKED TO SGN-LOCKED
           MOVE WS-TAL-INACTIVE TO SGN-INACTIVE
           MOVE WS-TAL-OTHER TO SGN-OTHER
           MOVE WS-TAL-UNLOCKS TO SGN-UNLOCKS
           MOVE WS-TAL-UNLOCK-BY TO SGN-UNLOCK-BY
           PERFORM COUNT-LINE-PARA
           DISPLAY WS-SIGNON-LINE
           EXIT.

       PAIR-HOLD-PARA.
      * walk one operator's holds and releases in time order. a
      * new hold while one is waiting means the older one was
      * overwritten on HELDF; a release takes the waiting hold
           IF SRT-STATUS = 'HELD'
              IF HOLD-PENDING
                 PERFORM TAKE-PENDING-HOLD-PARA
                 MOVE 'SUPERSEDED' TO WS-PR-OUTCOME
                 MOVE SRT-DATE TO WS-PR-END-DATE
                 MOVE SRT-TIME TO WS-PR-END-TIME
                 PERFORM EMIT-PAIR-PARA
              END-IF
              MOVE SRT-DATE TO WS-PH-DATE
              MOVE SRT-TIME TO WS-PH-TIME
              MOVE SRT-OPERATION TO WS-PH-OPERATION
              MOVE SRT-RESULT TO WS-PH-RESULT
              MOVE 'Y' TO WS-PENDING-HOLD-SW
           ELSE
              IF HOLD-PENDING
                 PERFORM TAKE-PENDING-HOLD-PARA
              ELSE
      * the hold itself is older than the trail
                 INITIALIZE WS-PAIR
                 MOVE SRT-RESULT TO WS-PR-RESULT
              END-IF
              MOVE 'RELEASED' TO WS-PR-OUTCOME
              MOVE SRT-INPUT(1:8) TO WS-PR-BY
              MOVE SRT-DATE TO WS-PR-END-DATE
              MOVE SRT-TIME TO WS-PR-END-TIME
              PERFORM EMIT-PAIR-PARA
           END-IF
           EXIT.

       TAKE-PENDING-HOLD-PARA.
           INITIALIZE WS-PAIR
           MOVE WS-PH-DATE TO WS-PR-HOLD-DATE
           MOVE WS-PH-TIME TO WS-PR-HOLD-TIME
           MOVE WS-PH-OPERATION TO WS-PR-OPERATION
           MOVE WS-PH-RESULT TO WS-PR-RESULT
           MOVE 'N' TO WS-PENDING-HOLD-SW
           EXIT.

       EMIT-PAIR-PARA.
      * the same pairs reach sections 2, 3 and 6 - each keeps its
      * own: section 2 anything that happened on the report day
      * plus every hold still outstanding, section 3 a release on
      * the day of its hold, section 6 a supervisor's own release
           MOVE 'N' TO WS-PRINT-PAIR-SW
           EVALUATE WS-CUR-SECTION
           WHEN 2
             IF WS-PR-HOLD-DATE = WS-REPORT-DATE
                 OR WS-PR-END-DATE = WS-REPORT-DATE
                 OR PAIR-STILL-HELD
               MOVE 'Y' TO WS-PRINT-PAIR-SW
             END-IF
           WHEN 3
             IF PAIR-RELEASED AND WS-PR-END-DATE = WS-REPORT-DATE
                 AND WS-PR-HOLD-DATE = WS-PR-END-DATE
               MOVE 'Y' TO WS-PRINT-PAIR-SW
             END-IF
           WHEN 6
             IF PAIR-RELEASED AND WS-PR-END-DATE = WS-REPORT-DATE
                 AND WS-PR-BY = WS-GROUP-ID
               MOVE 'Y' TO WS-PRINT-PAIR-SW
             END-IF
           END-EVALUATE
           IF PRINT-THE-PAIR
              MOVE WS-GROUP-ID TO HLD-OPERID
              MOVE WS-PR-HOLD-DATE TO HLD-HOLD-DATE
              MOVE WS-PR-HOLD-TIME TO HLD-HOLD-TIME
              MOVE WS-PR-OPERATION TO HLD-OPERATION
              MOVE WS-PR-RESULT TO HLD-RESULT
              MOVE WS-PR-OUTCOME TO HLD-OUTCOME
              MOVE WS-PR-BY TO HLD-BY
              MOVE WS-PR-END-DATE TO HLD-END-DATE
              MOVE WS-PR-END-TIME TO HLD-END-TIME
              PERFORM COUNT-LINE-PARA
              DISPLAY WS-HOLD-LINE
           END-IF
           EXIT.

       PRINT-CHANGE-PARA.
      * a request is under the requester's id; a decision is under
      * the decider's, with the requester in AUD-INPUT 11-18
           MOVE SRT-DATE TO CHG-DATE
           MOVE SRT-TIME TO CHG-TIME
           EVALUATE SRT-OPERATION
           WHEN 'T'    MOVE 'RATE' TO CHG-FILE-TXT
           WHEN 'K'    MOVE 'LIMIT' TO CHG-FILE-TXT
           WHEN OTHER  MOVE 'OPER' TO CHG-FILE-TXT
           END-EVALUATE
           MOVE SRT-INPUT(1:8) TO CHG-TARGET
           MOVE SRT-INPUT(9:2) TO CHG-VERSION
           MOVE SRT-RESULT TO CHG-RESULT
           MOVE SRT-STATUS TO CHG-STATUS
           MOVE SRT-OPERID TO CHG-BY
           MOVE SRT-INPUT(11:8) TO CHG-FOR
           PERFORM COUNT-LINE-PARA
           DISPLAY WS-CHANGE-LINE
           EXIT.

       PRINT-INACTIVE-PARA.
           MOVE SRT-GROUP TO OP-KEY
           READ OPER-FILE
               KEY IS OP-KEY
           END-READ
           IF OPER-OK AND OP-INACTIVE
              MOVE SRT-GROUP TO INA-OPERID
              MOVE SRT-DATE TO INA-DATE
              MOVE SRT-TIME TO INA-TIME
              MOVE SRT-TERMID TO INA-TERMID
              MOVE OP-NAME TO INA-NAME
              PERFORM COUNT-LINE-PARA
              DISPLAY WS-INACTIVE-LINE
           END-IF
           EXIT.

       COUNT-LINE-PARA.
           IF WS-SECT-LINES = 0
              PERFORM PRINT-HEADING-PARA
           END-IF
           ADD 1 TO WS-SECT-LINES
           ADD 1 TO WS-EXCEPTIONS
           EXIT.

       PRINT-EXCEPTIONS-EXIT-PARA.
           EXIT.
