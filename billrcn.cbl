       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLRCN.
      * nightly billing reconciliation - CALCEXTP drains the CALC
      * queue into dated segments on the BEXT extract dataset
      * (header, detail lines, one totals line per operator, and a
      * trailer carrying the detail count), and billing sends back a
      * daily acknowledgement file naming every segment it loaded
      * and how many detail lines it took from it. until now nothing
      * on our side ever looked at that file, so a lost segment only
      * surfaced when a customer queried a bill. this job lays three
      * things side by side and prints what does not agree:
      *   - the day's extract dataset (BEXTIN) - every segment is
      *     re-counted line by line and its per-operator totals
      *     re-added from its own detail lines, the same COMP-2 sum
      *     and the same edited picture CALCEXTP used, so a figure
      *     that differs really is a different figure
      *   - billing's acknowledgement file (BACKIN) - one line per
      *     segment, matched back to the segment by the header date
      *     and time
      *   - AUDITF - every 'OK' AUD-IS-CALCULATION record of the
      *     day, 'G' releases included, is the population that
      *     should have reached billing, and each one has to be
      *     found as a detail line inside a segment that closed with
      *     its trailer
      * four exception sections print, in this order:
      *   1. segments with no trailer - the part-flush CALCEXTP's
      *      recovery note describes. billing voids them, and the
      *      rolled-back records should turn up in a later complete
      *      segment (section 4 says so if they did not)
      *   2. segments billing rejected or never acknowledged, and
      *      acknowledgements naming a segment the extract does not
      *      hold
      *   3. count and operator-total mismatches - trailer against
      *      the lines actually there, billing's loaded count against
      *      the trailer, and each OPERATOR line against a re-add of
      *      that operator's detail lines
      *   4. calculations audited but never extracted
      * BATCALC records (terminal 'BTCH') are left out of section 4 -
      * batch mode writes AUDITF directly and never feeds the CALC
      * queue, so they were never meant to reach billing by this
      * road. a drain that runs just after midnight puts the day's
      * last records into the next day's dataset; concatenate that
      * dataset behind the day's on the BEXTIN DD when a segment
      * straddles the date line, and its records match as usual.
      * the day to reconcile comes from a parameter card (RCNPARM,
      * columns 1-7, 0CYYDDD julian - the form AUD-DATE uses) so a
      * rerun on another calendar day checks exactly the same day;
      * a blank card means today.
      * report only - nothing here updates any file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
      * both the extract and the acknowledgement are OPTIONAL - a
      * day with no drain has no extract dataset, and a missing
      * acknowledgement file is itself the thing to report, not a
      * reason to stop
           SELECT OPTIONAL BEXT-FILE ASSIGN TO BEXTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BEXT-STATUS.
           SELECT OPTIONAL ACK-FILE ASSIGN TO BACKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT PARM-FILE ASSIGN TO RCNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
      * layout shared with MAPKALKP and RECONRPT via the AUDITREC
      * copybook
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY AUDIT-RECORD.

       FD  BEXT-FILE.
      * the 80-byte lines exactly as CALCEXTP writes them to BEXT -
      * one record area per line shape, told apart by the leading
      * literal (a detail line has none)
       01  BEXT-LINE PIC X(80).
       01  BEXT-HEADER.
           05 BXH-TAG PIC X(21).
               88 BXH-IS-HEADER VALUE 'KALK BILLING EXTRACT '.
           05 BXH-DATE PIC 9(7).
           05 FILLER PIC X(6).
           05 BXH-TIME PIC 9(6).
           05 FILLER PIC X(40).
       01  BEXT-DETAIL.
           05 BXD-OPERID PIC X(8).
           05 FILLER PIC X.
           05 BXD-DATE PIC 9(7).
           05 FILLER PIC X.
           05 BXD-TIME PIC 9(6).
           05 FILLER PIC X.
           05 BXD-OP PIC X.
           05 FILLER PIC X.
           05 BXD-INPUT PIC X(20).
           05 FILLER PIC X.
           05 BXD-RESULT PIC X(10).
           05 FILLER PIC X.
           05 BXD-ACCOUNT PIC X(10).
           05 FILLER PIC X(12).
       01  BEXT-OPER-LINE.
           05 BXO-TAG PIC X(9).
               88 BXO-IS-OPERATOR VALUE 'OPERATOR '.
           05 BXO-ID PIC X(8).
           05 FILLER PIC X.
           05 BXO-COUNT PIC 9(7).
           05 FILLER PIC X.
      * the -9(11).99 edited total, compared as it was printed
           05 BXO-TOTAL PIC X(15).
           05 FILLER PIC X(39).
       01  BEXT-TRAILER.
           05 BXT-TAG PIC X(8).
               88 BXT-IS-TRAILER VALUE 'TRAILER '.
           05 BXT-COUNT PIC 9(7).
           05 FILLER PIC X(65).

       FD  ACK-FILE.
       01  ACK-REC.
      * billing's acknowledgement - one line per extract segment it
      * received: the segment's header date and time (as CALCEXTP
      * stamped them, EIBDATE 0CYYDDD and EIBTIME HHMMSS), whether
      * the segment was loaded, how many detail lines were loaded
      * from it, and billing's reason text for a rejection
           05 ACK-SEG-DATE PIC 9(7).
           05 FILLER PIC X.
           05 ACK-SEG-TIME PIC 9(6).
           05 FILLER PIC X.
           05 ACK-STATUS PIC X(8).
               88 ACK-ACCEPTED VALUE 'ACCEPTED'.
               88 ACK-REJECTED VALUE 'REJECTED'.
           05 FILLER PIC X.
           05 ACK-COUNT PIC 9(7).
           05 FILLER PIC X.
           05 ACK-REASON PIC X(30).
           05 FILLER PIC X(18).

       FD  PARM-FILE.
       01  PARM-CARD.
           05 PRM-RCN-DATE PIC X(7).
           05 FILLER PIC X(73).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-OK VALUE '00'.
           88 AUDIT-EOF VALUE '10'.
       01 WS-BEXT-STATUS PIC XX.
           88 BEXT-OK VALUE '00'.
           88 BEXT-EOF VALUE '10'.
           88 BEXT-NOT-THERE VALUE '35'.
       01 WS-ACK-STATUS PIC XX.
           88 ACK-OK VALUE '00'.
           88 ACK-EOF VALUE '10'.
           88 ACK-NOT-THERE VALUE '35'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-OK VALUE '00'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01 WS-FOUND-SW PIC X VALUE 'N'.
           88 FOUND VALUE 'Y'.
       01 WS-ACK-FILE-SW PIC X VALUE 'N'.
           88 ACK-FILE-RECEIVED VALUE 'Y'.
      * set once a table overflows - section 4 can then list records
      * that were in fact extracted, and the report says so
       01 WS-TABLE-FULL-SW PIC X VALUE 'N'.
           88 A-TABLE-FILLED VALUE 'Y'.

      * the day being reconciled - off the card, or today
       01 WS-RCN-DATE PIC 9(7) VALUE 0.
       01 WS-JUL-DATE PIC 9(7) VALUE 0.

       01 WS-COUNTERS.
           05 WS-LINES-READ PIC 9(7) VALUE 0.
           05 WS-STRAY-LINES PIC 9(7) VALUE 0.
           05 WS-ACKS-READ PIC 9(7) VALUE 0.
           05 WS-AUDITED PIC 9(7) VALUE 0.
           05 WS-MATCHED PIC 9(7) VALUE 0.
           05 WS-NOT-EXTRACTED PIC 9(7) VALUE 0.
           05 WS-NO-TRAILER PIC 9(7) VALUE 0.
           05 WS-NOT-LOADED PIC 9(7) VALUE 0.
           05 WS-MISMATCHES PIC 9(7) VALUE 0.

      * one entry per segment header seen on the extract, in the
      * order they were written
       01 WS-SEG-TABLE.
           05 WS-SEG-ENTRY OCCURS 200 TIMES INDEXED BY SEG-IDX.
               10 WS-SEG-DATE PIC 9(7) VALUE 0.
               10 WS-SEG-TIME PIC 9(6) VALUE 0.
      * detail lines actually found between header and trailer
               10 WS-SEG-DETAILS PIC 9(7) VALUE 0.
               10 WS-SEG-TRL-COUNT PIC 9(7) VALUE 0.
               10 WS-SEG-TRAILER-SW PIC X VALUE 'N'.
                   88 SEG-HAS-TRAILER VALUE 'Y'.
      * 'N' no acknowledgement yet, 'A' loaded, 'R' rejected (or a
      * status billing should not have sent - shown as they sent it)
               10 WS-SEG-ACK-SW PIC X VALUE 'N'.
                   88 SEG-NOT-ACKED VALUE 'N'.
                   88 SEG-ACK-LOADED VALUE 'A'.
                   88 SEG-ACK-REFUSED VALUE 'R'.
               10 WS-SEG-ACK-STATUS PIC X(8) VALUE SPACES.
               10 WS-SEG-ACK-COUNT PIC 9(7) VALUE 0.
               10 WS-SEG-ACK-REASON PIC X(30) VALUE SPACES.
       01 WS-SEG-USED PIC 999 VALUE 0.
      * the segment the extract lines are currently landing in -
      * zero between a trailer and the next header
       01 WS-CUR-SEG PIC 999 VALUE 0.

      * per-operator re-add for the segment being read - same shape
      * as the table CALCEXTP built the OPERATOR lines from
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 50 TIMES INDEXED BY OPER-IDX.
               10 WS-OPER-ID PIC X(8) VALUE SPACES.
               10 WS-OPER-COUNT PIC 9(7) VALUE 0.
               10 WS-OPER-TOTAL USAGE COMP-2.
               10 WS-OPER-SEEN-SW PIC X VALUE 'N'.
                   88 OPER-LINE-SEEN VALUE 'Y'.
       01 WS-OPER-USED PIC 999 VALUE 0.
       01 WS-RESULT-VAL USAGE COMP-2.
       01 WS-TOTAL-EDIT-AREA.
           05 WS-TOTAL-EDIT PIC -9(11).99.

      * operator-line disagreements found while reading the extract,
      * held for section 3
       01 WS-OPR-MISS-TABLE.
           05 WS-OPR-MISS-ENTRY OCCURS 200 TIMES INDEXED BY MISS-IDX.
               10 WS-MISS-SEG PIC 999 VALUE 0.
               10 WS-MISS-OPERID PIC X(8) VALUE SPACES.
               10 WS-MISS-LINE-COUNT PIC 9(7) VALUE 0.
               10 WS-MISS-LINE-TOTAL PIC X(15) VALUE SPACES.
               10 WS-MISS-DET-COUNT PIC 9(7) VALUE 0.
               10 WS-MISS-DET-TOTAL PIC X(15) VALUE SPACES.
       01 WS-MISS-USED PIC 999 VALUE 0.

      * acknowledgements naming a segment the extract does not hold
       01 WS-ORPHAN-TABLE.
           05 WS-ORPHAN-ENTRY OCCURS 50 TIMES INDEXED BY ORPH-IDX.
               10 WS-ORPH-DATE PIC 9(7) VALUE 0.
               10 WS-ORPH-TIME PIC 9(6) VALUE 0.
               10 WS-ORPH-STATUS PIC X(8) VALUE SPACES.
               10 WS-ORPH-COUNT PIC 9(7) VALUE 0.
       01 WS-ORPH-USED PIC 99 VALUE 0.

      * every detail line seen on the extract, with the segment it
      * sat in - what section 4 looks each audited calculation up in
       01 WS-DTL-TABLE.
           05 WS-DTL-ENTRY OCCURS 5000 TIMES INDEXED BY DTL-IDX.
               10 WS-DTL-OPERID PIC X(8).
               10 WS-DTL-DATE PIC 9(7).
               10 WS-DTL-TIME PIC 9(6).
               10 WS-DTL-OP PIC X.
               10 WS-DTL-INPUT PIC X(20).
               10 WS-DTL-RESULT PIC X(10).
               10 WS-DTL-ACCOUNT PIC X(10).
               10 WS-DTL-SEG PIC 999.
               10 WS-DTL-MATCH-SW PIC X.
                   88 DTL-MATCHED VALUE 'Y'.
       01 WS-DTL-USED PIC 9(4) VALUE 0.

       01 WS-SEG-LINE.
           05 FILLER PIC X(10) VALUE '  SEGMENT '.
           05 SGL-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 SGL-TIME PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGL-TEXT PIC X(54).

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DATE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 DET-TIME PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-TERMID PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-OPERID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-OP PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 DET-INPUT PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-RESULT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ACCOUNT PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-PARM-PARA
           PERFORM READ-EXTRACT-PARA
           PERFORM READ-ACKS-PARA
           DISPLAY '==================================================='
           DISPLAY 'BILLRCN BILLING EXTRACT RECONCILIATION'
           DISPLAY 'DAY RECONCILED (CYYDDD): ' WS-RCN-DATE
           DISPLAY '==================================================='
           IF NOT ACK-FILE-RECEIVED
              DISPLAY 'NO ACKNOWLEDGEMENT FILE RECEIVED FROM BILLING'
           END-IF
           PERFORM PRINT-NO-TRAILER-PARA
           PERFORM PRINT-NOT-LOADED-PARA
           PERFORM PRINT-MISMATCH-PARA
           PERFORM CHECK-AUDIT-PARA
           DISPLAY '==================================================='
           DISPLAY 'EXTRACT LINES READ          : ' WS-LINES-READ
           DISPLAY 'EXTRACT SEGMENTS            : ' WS-SEG-USED
           DISPLAY 'ACKNOWLEDGEMENTS READ       : ' WS-ACKS-READ
           DISPLAY 'CALCULATIONS AUDITED        : ' WS-AUDITED
           DISPLAY 'FOUND IN A COMPLETE SEGMENT : ' WS-MATCHED
           DISPLAY 'AUDITED BUT NOT EXTRACTED   : ' WS-NOT-EXTRACTED
           DISPLAY 'SEGMENTS WITH NO TRAILER    : ' WS-NO-TRAILER
           DISPLAY 'SEGMENTS NOT LOADED         : ' WS-NOT-LOADED
           DISPLAY 'COUNT/TOTAL MISMATCHES      : ' WS-MISMATCHES
           IF WS-STRAY-LINES > 0
              DISPLAY 'LINES OUTSIDE ANY SEGMENT   : ' WS-STRAY-LINES
           END-IF
           IF A-TABLE-FILLED
              DISPLAY 'BILLRCN: A WORK TABLE FILLED - SECTION 4 MAY'
                  ' LIST RECORDS THAT WERE EXTRACTED'
           END-IF
           DISPLAY '==================================================='
           STOP RUN.

       READ-PARM-PARA.
           ACCEPT WS-JUL-DATE FROM DAY YYYYDDD
           COMPUTE WS-RCN-DATE = WS-JUL-DATE - 1900000
           OPEN INPUT PARM-FILE
           IF NOT PARM-OK
              DISPLAY 'BILLRCN: UNABLE TO OPEN RCNPARM, STATUS='
                  WS-PARM-STATUS
              STOP RUN
           END-IF
           READ PARM-FILE
               AT END MOVE SPACES TO PRM-RCN-DATE
           END-READ
           CLOSE PARM-FILE
      * a blank card leaves the day at today
           IF PRM-RCN-DATE NUMERIC
              MOVE PRM-RCN-DATE TO WS-RCN-DATE
           ELSE
             IF PRM-RCN-DATE NOT = SPACES
                DISPLAY 'BILLRCN: DATE NOT NUMERIC: ' PRM-RCN-DATE
                STOP RUN
             END-IF
           END-IF
           EXIT.

       READ-EXTRACT-PARA.
           OPEN INPUT BEXT-FILE
           EVALUATE TRUE
           WHEN BEXT-NOT-THERE
      * no drain ran - every audited calculation lands in section 4
             DISPLAY 'BILLRCN: NO EXTRACT DATASET FOR THE DAY'
           WHEN NOT BEXT-OK
             DISPLAY 'BILLRCN: UNABLE TO OPEN BEXTIN, STATUS='
                 WS-BEXT-STATUS
             STOP RUN
           WHEN OTHER
             MOVE 'N' TO WS-EOF-SW
             PERFORM READ-BEXT-PARA
             PERFORM UNTIL END-OF-FILE
                 PERFORM CLASSIFY-LINE-PARA
                 PERFORM READ-BEXT-PARA
             END-PERFORM
             CLOSE BEXT-FILE
           END-EVALUATE
      * a segment still open at end of file never got its trailer -
      * its flag is already 'N', nothing more to do
           EXIT.

       READ-BEXT-PARA.
           READ BEXT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT BEXT-OK AND NOT BEXT-EOF
              DISPLAY 'BILLRCN: ERROR READING BEXTIN, STATUS='
                  WS-BEXT-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       CLASSIFY-LINE-PARA.
           ADD 1 TO WS-LINES-READ
           EVALUATE TRUE
           WHEN BXH-IS-HEADER
             PERFORM START-SEGMENT-PARA
           WHEN WS-CUR-SEG = 0
      * a detail, totals or trailer line with no open segment in
      * front of it - counted, it cannot be attributed
             ADD 1 TO WS-STRAY-LINES
           WHEN BXT-IS-TRAILER
             PERFORM CLOSE-SEGMENT-PARA
           WHEN BXO-IS-OPERATOR
             PERFORM CHECK-OPER-LINE-PARA
           WHEN OTHER
             PERFORM TAKE-DETAIL-PARA
           END-EVALUATE
           EXIT.

       START-SEGMENT-PARA.
      * a header while a segment is still open means the open one
      * was cut off before its trailer - it simply stays flagged
      * that way and the new one starts
           MOVE 0 TO WS-OPER-USED
           IF WS-SEG-USED < 200
              ADD 1 TO WS-SEG-USED
              MOVE WS-SEG-USED TO WS-CUR-SEG
              MOVE BXH-DATE TO WS-SEG-DATE(WS-CUR-SEG)
              MOVE BXH-TIME TO WS-SEG-TIME(WS-CUR-SEG)
           ELSE
              DISPLAY 'BILLRCN: SEGMENT TABLE FULL, IGNORING SEGMENT '
                  BXH-DATE ' ' BXH-TIME
              MOVE 'Y' TO WS-TABLE-FULL-SW
              MOVE 0 TO WS-CUR-SEG
           END-IF
           EXIT.

       TAKE-DETAIL-PARA.
           ADD 1 TO WS-SEG-DETAILS(WS-CUR-SEG)
           IF WS-DTL-USED < 5000
              ADD 1 TO WS-DTL-USED
              MOVE BXD-OPERID TO WS-DTL-OPERID(WS-DTL-USED)
              MOVE BXD-DATE TO WS-DTL-DATE(WS-DTL-USED)
              MOVE BXD-TIME TO WS-DTL-TIME(WS-DTL-USED)
              MOVE BXD-OP TO WS-DTL-OP(WS-DTL-USED)
              MOVE BXD-INPUT TO WS-DTL-INPUT(WS-DTL-USED)
              MOVE BXD-RESULT TO WS-DTL-RESULT(WS-DTL-USED)
              MOVE BXD-ACCOUNT TO WS-DTL-ACCOUNT(WS-DTL-USED)
              MOVE WS-CUR-SEG TO WS-DTL-SEG(WS-DTL-USED)
              MOVE 'N' TO WS-DTL-MATCH-SW(WS-DTL-USED)
           ELSE
             IF NOT A-TABLE-FILLED
                DISPLAY 'BILLRCN: DETAIL TABLE FULL AT 5000 LINES'
             END-IF
             MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF
      * re-add the operator's figures the way CALCEXTP's
      * TALLY-OPERATOR-PARA did - a detail line whose result will
      * not convert adds to the count and nothing to the total
           IF FUNCTION TEST-NUMVAL(BXD-RESULT) = 0
              COMPUTE WS-RESULT-VAL = FUNCTION NUMVAL(BXD-RESULT)
           ELSE
              MOVE 0 TO WS-RESULT-VAL
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPER-IDX > WS-OPER-USED
               IF WS-OPER-ID(OPER-IDX) = BXD-OPERID
                  ADD 1 TO WS-OPER-COUNT(OPER-IDX)
                  COMPUTE WS-OPER-TOTAL(OPER-IDX) =
                      WS-OPER-TOTAL(OPER-IDX) + WS-RESULT-VAL
                  MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT FOUND AND WS-OPER-USED < 50
              ADD 1 TO WS-OPER-USED
              MOVE BXD-OPERID TO WS-OPER-ID(WS-OPER-USED)
              MOVE 1 TO WS-OPER-COUNT(WS-OPER-USED)
              MOVE WS-RESULT-VAL TO WS-OPER-TOTAL(WS-OPER-USED)
              MOVE 'N' TO WS-OPER-SEEN-SW(WS-OPER-USED)
           END-IF
           EXIT.

       CHECK-OPER-LINE-PARA.
      * one OPERATOR line against the re-add of that operator's
      * detail lines in this segment
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPER-IDX > WS-OPER-USED OR FOUND
               IF WS-OPER-ID(OPER-IDX) = BXO-ID
                  MOVE 'Y' TO WS-FOUND-SW
                  MOVE 'Y' TO WS-OPER-SEEN-SW(OPER-IDX)
                  COMPUTE WS-TOTAL-EDIT = WS-OPER-TOTAL(OPER-IDX)
                  ON SIZE ERROR
                  MOVE 0 TO WS-TOTAL-EDIT
                  NOT ON SIZE ERROR
                  CONTINUE
                  END-COMPUTE
                  IF WS-OPER-COUNT(OPER-IDX) NOT = BXO-COUNT
                      OR WS-TOTAL-EDIT-AREA NOT = BXO-TOTAL
                     PERFORM NOTE-OPER-MISMATCH-PARA
                  END-IF
               END-IF
           END-PERFORM
           IF NOT FOUND
      * a totals line for an operator with no detail lines here
              MOVE 0 TO WS-TOTAL-EDIT
              PERFORM NOTE-ORPHAN-OPER-PARA
           END-IF
           EXIT.

       NOTE-OPER-MISMATCH-PARA.
           ADD 1 TO WS-MISMATCHES
           IF WS-MISS-USED < 200
              ADD 1 TO WS-MISS-USED
              MOVE WS-CUR-SEG TO WS-MISS-SEG(WS-MISS-USED)
              MOVE BXO-ID TO WS-MISS-OPERID(WS-MISS-USED)
              MOVE BXO-COUNT TO WS-MISS-LINE-COUNT(WS-MISS-USED)
              MOVE BXO-TOTAL TO WS-MISS-LINE-TOTAL(WS-MISS-USED)
              MOVE WS-OPER-COUNT(OPER-IDX)
                  TO WS-MISS-DET-COUNT(WS-MISS-USED)
              MOVE WS-TOTAL-EDIT-AREA
                  TO WS-MISS-DET-TOTAL(WS-MISS-USED)
           ELSE
              MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF
           EXIT.

       NOTE-ORPHAN-OPER-PARA.
           ADD 1 TO WS-MISMATCHES
           IF WS-MISS-USED < 200
              ADD 1 TO WS-MISS-USED
              MOVE WS-CUR-SEG TO WS-MISS-SEG(WS-MISS-USED)
              MOVE BXO-ID TO WS-MISS-OPERID(WS-MISS-USED)
              MOVE BXO-COUNT TO WS-MISS-LINE-COUNT(WS-MISS-USED)
              MOVE BXO-TOTAL TO WS-MISS-LINE-TOTAL(WS-MISS-USED)
              MOVE 0 TO WS-MISS-DET-COUNT(WS-MISS-USED)
              MOVE WS-TOTAL-EDIT-AREA
                  TO WS-MISS-DET-TOTAL(WS-MISS-USED)
           ELSE
              MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF
           EXIT.

       CLOSE-SEGMENT-PARA.
           MOVE 'Y' TO WS-SEG-TRAILER-SW(WS-CUR-SEG)
           MOVE BXT-COUNT TO WS-SEG-TRL-COUNT(WS-CUR-SEG)
      * an operator with detail lines but no totals line of their
      * own - CALCEXTP's table-full case, or a dropped line
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPER-IDX > WS-OPER-USED
               IF NOT OPER-LINE-SEEN(OPER-IDX)
                  ADD 1 TO WS-MISMATCHES
                  IF WS-MISS-USED < 200
                     ADD 1 TO WS-MISS-USED
                     MOVE WS-CUR-SEG TO WS-MISS-SEG(WS-MISS-USED)
                     MOVE WS-OPER-ID(OPER-IDX)
                         TO WS-MISS-OPERID(WS-MISS-USED)
                     MOVE 0 TO WS-MISS-LINE-COUNT(WS-MISS-USED)
                     MOVE 'NO TOTALS LINE'
                         TO WS-MISS-LINE-TOTAL(WS-MISS-USED)
                     MOVE WS-OPER-COUNT(OPER-IDX)
                         TO WS-MISS-DET-COUNT(WS-MISS-USED)
                     COMPUTE WS-TOTAL-EDIT = WS-OPER-TOTAL(OPER-IDX)
                     ON SIZE ERROR
                     MOVE 0 TO WS-TOTAL-EDIT
                     NOT ON SIZE ERROR
                     CONTINUE
                     END-COMPUTE
                     MOVE WS-TOTAL-EDIT-AREA
                         TO WS-MISS-DET-TOTAL(WS-MISS-USED)
                  ELSE
                     MOVE 'Y' TO WS-TABLE-FULL-SW
                  END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CUR-SEG
           MOVE 0 TO WS-OPER-USED
           EXIT.

       READ-ACKS-PARA.
           OPEN INPUT ACK-FILE
           EVALUATE TRUE
           WHEN ACK-NOT-THERE
      * nothing came back - every segment prints as unacknowledged
             CONTINUE
           WHEN NOT ACK-OK
             DISPLAY 'BILLRCN: UNABLE TO OPEN BACKIN, STATUS='
                 WS-ACK-STATUS
             STOP RUN
           WHEN OTHER
             MOVE 'Y' TO WS-ACK-FILE-SW
             MOVE 'N' TO WS-EOF-SW
             PERFORM READ-ACK-PARA
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ACK-PARA
                 PERFORM READ-ACK-PARA
             END-PERFORM
             CLOSE ACK-FILE
           END-EVALUATE
           EXIT.

       READ-ACK-PARA.
           READ ACK-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT ACK-OK AND NOT ACK-EOF
              DISPLAY 'BILLRCN: ERROR READING BACKIN, STATUS='
                  WS-ACK-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       APPLY-ACK-PARA.
      * an acknowledgement goes to the first segment with the same
      * header stamp that has not had one yet - a drain bigger than
      * CALCEXTP's buffer can close two segments inside the same
      * second, and billing acknowledges them in the order received
           ADD 1 TO WS-ACKS-READ
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SEG-IDX FROM 1 BY 1
               UNTIL SEG-IDX > WS-SEG-USED OR FOUND
               IF WS-SEG-DATE(SEG-IDX) = ACK-SEG-DATE
                   AND WS-SEG-TIME(SEG-IDX) = ACK-SEG-TIME
                   AND SEG-NOT-ACKED(SEG-IDX)
                  MOVE 'Y' TO WS-FOUND-SW
                  IF ACK-ACCEPTED
                     MOVE 'A' TO WS-SEG-ACK-SW(SEG-IDX)
                  ELSE
                     MOVE 'R' TO WS-SEG-ACK-SW(SEG-IDX)
                  END-IF
                  MOVE ACK-STATUS TO WS-SEG-ACK-STATUS(SEG-IDX)
                  MOVE ACK-COUNT TO WS-SEG-ACK-COUNT(SEG-IDX)
                  MOVE ACK-REASON TO WS-SEG-ACK-REASON(SEG-IDX)
               END-IF
           END-PERFORM
           IF NOT FOUND
              IF WS-ORPH-USED < 50
                 ADD 1 TO WS-ORPH-USED
                 MOVE ACK-SEG-DATE TO WS-ORPH-DATE(WS-ORPH-USED)
                 MOVE ACK-SEG-TIME TO WS-ORPH-TIME(WS-ORPH-USED)
                 MOVE ACK-STATUS TO WS-ORPH-STATUS(WS-ORPH-USED)
                 MOVE ACK-COUNT TO WS-ORPH-COUNT(WS-ORPH-USED)
              ELSE
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           END-IF
           EXIT.

       PRINT-NO-TRAILER-PARA.
           DISPLAY ' '
           DISPLAY '1. SEGMENTS WITH NO TRAILER (VOID AT BILLING):'
           PERFORM VARYING SEG-IDX FROM 1 BY 1
               UNTIL SEG-IDX > WS-SEG-USED
               IF NOT SEG-HAS-TRAILER(SEG-IDX)
                  ADD 1 TO WS-NO-TRAILER
                  MOVE WS-SEG-DATE(SEG-IDX) TO SGL-DATE
                  MOVE WS-SEG-TIME(SEG-IDX) TO SGL-TIME
                  MOVE SPACES TO SGL-TEXT
                  STRING 'DETAIL LINES WRITTEN: '
                      WS-SEG-DETAILS(SEG-IDX)
                      DELIMITED BY SIZE INTO SGL-TEXT
                  DISPLAY WS-SEG-LINE
               END-IF
           END-PERFORM
           IF WS-NO-TRAILER = 0
              DISPLAY '  NONE'
           END-IF
           EXIT.

       PRINT-NOT-LOADED-PARA.
      * a trailerless segment is void by design and already listed
      * in section 1 - only complete segments are expected back
           DISPLAY ' '
           DISPLAY '2. SEGMENTS REJECTED OR NOT ACKNOWLEDGED:'
           PERFORM VARYING SEG-IDX FROM 1 BY 1
               UNTIL SEG-IDX > WS-SEG-USED
               IF SEG-HAS-TRAILER(SEG-IDX)
                   AND NOT SEG-ACK-LOADED(SEG-IDX)
                  ADD 1 TO WS-NOT-LOADED
                  MOVE WS-SEG-DATE(SEG-IDX) TO SGL-DATE
                  MOVE WS-SEG-TIME(SEG-IDX) TO SGL-TIME
                  MOVE SPACES TO SGL-TEXT
                  IF SEG-NOT-ACKED(SEG-IDX)
                     MOVE 'NOT ACKNOWLEDGED' TO SGL-TEXT
                  ELSE
                     STRING WS-SEG-ACK-STATUS(SEG-IDX) ' '
                         WS-SEG-ACK-REASON(SEG-IDX)
                         DELIMITED BY SIZE INTO SGL-TEXT
                  END-IF
                  DISPLAY WS-SEG-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING ORPH-IDX FROM 1 BY 1
               UNTIL ORPH-IDX > WS-ORPH-USED
               ADD 1 TO WS-NOT-LOADED
               MOVE WS-ORPH-DATE(ORPH-IDX) TO SGL-DATE
               MOVE WS-ORPH-TIME(ORPH-IDX) TO SGL-TIME
               MOVE SPACES TO SGL-TEXT
               STRING WS-ORPH-STATUS(ORPH-IDX)
                   ' BY BILLING, NOT ON THE EXTRACT'
                   DELIMITED BY SIZE INTO SGL-TEXT
               DISPLAY WS-SEG-LINE
           END-PERFORM
           IF WS-NOT-LOADED = 0
              DISPLAY '  NONE'
           END-IF
           EXIT.

       PRINT-MISMATCH-PARA.
           DISPLAY ' '
           DISPLAY '3. COUNT AND OPERATOR TOTAL MISMATCHES:'
           PERFORM VARYING SEG-IDX FROM 1 BY 1
               UNTIL SEG-IDX > WS-SEG-USED
               MOVE WS-SEG-DATE(SEG-IDX) TO SGL-DATE
               MOVE WS-SEG-TIME(SEG-IDX) TO SGL-TIME
               IF SEG-HAS-TRAILER(SEG-IDX)
                   AND WS-SEG-TRL-COUNT(SEG-IDX)
                       NOT = WS-SEG-DETAILS(SEG-IDX)
                  ADD 1 TO WS-MISMATCHES
                  MOVE SPACES TO SGL-TEXT
                  STRING 'TRAILER ' WS-SEG-TRL-COUNT(SEG-IDX)
                      ' LINES FOUND ' WS-SEG-DETAILS(SEG-IDX)
                      DELIMITED BY SIZE INTO SGL-TEXT
                  DISPLAY WS-SEG-LINE
               END-IF
               IF SEG-ACK-LOADED(SEG-IDX)
                   AND WS-SEG-ACK-COUNT(SEG-IDX)
                       NOT = WS-SEG-TRL-COUNT(SEG-IDX)
                  ADD 1 TO WS-MISMATCHES
                  MOVE SPACES TO SGL-TEXT
                  STRING 'TRAILER ' WS-SEG-TRL-COUNT(SEG-IDX)
                      ' BILLING LOADED ' WS-SEG-ACK-COUNT(SEG-IDX)
                      DELIMITED BY SIZE INTO SGL-TEXT
                  DISPLAY WS-SEG-LINE
               END-IF
               IF SEG-ACK-LOADED(SEG-IDX)
                   AND NOT SEG-HAS-TRAILER(SEG-IDX)
                  ADD 1 TO WS-MISMATCHES
                  MOVE SPACES TO SGL-TEXT
                  STRING 'LOADED BY BILLING WITHOUT A TRAILER, '
                      WS-SEG-ACK-COUNT(SEG-IDX) ' LINES'
                      DELIMITED BY SIZE INTO SGL-TEXT
                  DISPLAY WS-SEG-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING MISS-IDX FROM 1 BY 1
               UNTIL MISS-IDX > WS-MISS-USED
               MOVE WS-SEG-DATE(WS-MISS-SEG(MISS-IDX)) TO SGL-DATE
               MOVE WS-SEG-TIME(WS-MISS-SEG(MISS-IDX)) TO SGL-TIME
               MOVE SPACES TO SGL-TEXT
               STRING 'OPERATOR ' WS-MISS-OPERID(MISS-IDX)
                   ' LINE ' WS-MISS-LINE-COUNT(MISS-IDX)
                   ' ' WS-MISS-LINE-TOTAL(MISS-IDX)
                   DELIMITED BY SIZE INTO SGL-TEXT
               DISPLAY WS-SEG-LINE
               MOVE SPACES TO SGL-TEXT
               STRING '                  DETAILS '
                   WS-MISS-DET-COUNT(MISS-IDX)
                   ' ' WS-MISS-DET-TOTAL(MISS-IDX)
                   DELIMITED BY SIZE INTO SGL-TEXT
               DISPLAY WS-SEG-LINE
           END-PERFORM
           IF WS-MISMATCHES = 0
              DISPLAY '  NONE'
           END-IF
           EXIT.

       CHECK-AUDIT-PARA.
           DISPLAY ' '
           DISPLAY '4. CALCULATIONS AUDITED BUT NOT EXTRACTED:'
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
              DISPLAY 'BILLRCN: UNABLE TO OPEN AUDITF, STATUS='
                  WS-AUDIT-STATUS
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-AUDIT-PARA
           PERFORM UNTIL END-OF-FILE
               IF AUD-DATE = WS-RCN-DATE
                   AND AUD-STATUS = 'OK'
                   AND AUD-IS-CALCULATION
                   AND AUD-TERMID NOT = 'BTCH'
                  PERFORM MATCH-AUDIT-PARA
               END-IF
               PERFORM READ-AUDIT-PARA
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-NOT-EXTRACTED = 0
              DISPLAY '  NONE'
           END-IF
           EXIT.

       READ-AUDIT-PARA.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT AUDIT-OK AND NOT AUDIT-EOF
              DISPLAY 'BILLRCN: ERROR READING AUDITF, STATUS='
                  WS-AUDIT-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       MATCH-AUDIT-PARA.
      * the extract line carries no terminal or task number, so the
      * match is on everything it does carry - operator, date,
      * time, operation, input, result and account. each extract
      * line can stand for one audit record only, and only a line
      * inside a segment that closed with its trailer counts as
      * delivered
           ADD 1 TO WS-AUDITED
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING DTL-IDX FROM 1 BY 1
               UNTIL DTL-IDX > WS-DTL-USED OR FOUND
               IF NOT DTL-MATCHED(DTL-IDX)
                   AND WS-DTL-OPERID(DTL-IDX) = AUD-OPERID
                   AND WS-DTL-DATE(DTL-IDX) = AUD-DATE
                   AND WS-DTL-TIME(DTL-IDX) = AUD-TIME
                   AND WS-DTL-OP(DTL-IDX) = AUD-OPERATION
                   AND WS-DTL-INPUT(DTL-IDX) = AUD-INPUT
                   AND WS-DTL-RESULT(DTL-IDX) = AUD-RESULT
                   AND WS-DTL-ACCOUNT(DTL-IDX) = AUD-ACCOUNT
                   AND SEG-HAS-TRAILER(WS-DTL-SEG(DTL-IDX))
                  MOVE 'Y' TO WS-DTL-MATCH-SW(DTL-IDX)
                  MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF FOUND
              ADD 1 TO WS-MATCHED
           ELSE
              ADD 1 TO WS-NOT-EXTRACTED
              MOVE AUD-DATE TO DET-DATE
              MOVE AUD-TIME TO DET-TIME
              MOVE AUD-TERMID TO DET-TERMID
              MOVE AUD-OPERID TO DET-OPERID
              MOVE AUD-OPERATION TO DET-OP
              MOVE AUD-INPUT TO DET-INPUT
              MOVE AUD-RESULT TO DET-RESULT
              MOVE AUD-ACCOUNT TO DET-ACCOUNT
              DISPLAY WS-DETAIL-LINE
           END-IF
           EXIT.
