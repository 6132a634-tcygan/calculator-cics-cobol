       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATELOAD.
      * loads the quarterly tax and tariff rates from the rates
      * provider's file into the named rate file RATEF, so nobody
      * re-keys them on the RATE screen. one record per rate: the
      * RATEF name, the day the value takes effect and the value.
      * each one is checked the way a value keyed on the screen is
      * checked - the NUMCHK rules SUBPROG applies - and then goes
      * on as a new effective-dated version of the name, numbered
      * the way APPRMNTP numbers an approved add (the highest
      * version of the name on file, plus one) and stamped with
      * this run's batch id in RATE-UPD-OPER. every version added
      * gets a 'T' audit record, status 'LOADED', under the batch
      * id, and every feed record prints one line of the listing:
      *   ACCEPTED   added as a new version (or, in a preview, would
      *              have been)
      *   REJECTED   failed a check - the reason says which
      *   UNCHANGED  the name already has that value on that day,
      *              so there is nothing to add
      *   CONFLICT   not loaded, because a supervisor has a change
      *              of their own on the way for the name - a future
      *              version keyed on RATE and approved, a request
      *              still waiting on PENDF, or a different value
      *              already on file for the same day. the two have
      *              to be settled on the RATE screen; the load never
      *              overwrites one with the other
      * versions the load itself added (RATE-UPD-OPER the batch id)
      * belong to the provider and never conflict, so next
      * quarter's file can carry this quarter's future dates again.
      * a PREVIEW run does every check and prints the same listing
      * but leaves RATEF and AUDITF alone - each record is judged
      * against RATEF as it stands, so a feed carrying two versions
      * of one name previews each against the file, not against
      * the other. run the preview, read it, then run the LOAD.
      * a load resubmitted after a failure finds what it added
      * already on file and lists it UNCHANGED, so there is no
      * checkpoint - just run it again.
      * parm card (optional, RLOADPRM):
      *   1-7    LOAD to update RATEF - blank or anything else is a
      *          PREVIEW, the safe default for a job that adds rates
      *   9-16   the batch id stamped on RATEF and the audit trail -
      *          blank means RATELOAD. keep one id per provider feed,
      *          the same every quarter - it is how the load tells
      *          its own earlier versions from a supervisor's
      * provider file (RATEFEED), one record per rate:
      *   1-8    rate name, as on RATEF
      *   10-17  effective date, YYYYMMDD
      *   19-28  value, as it would be keyed on the RATE screen
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO RLOADPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FEED-FILE ASSIGN TO RATEFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT RATE-FILE ASSIGN TO RATEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
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
           05 PRM-MODE PIC X(7).
           05 FILLER PIC X.
           05 PRM-BATCH-ID PIC X(8).
           05 FILLER PIC X(64).

       FD  FEED-FILE.
       01  FEED-REC.
           05 FEED-NAME PIC X(8).
           05 FILLER PIC X.
           05 FEED-EFF-DATE PIC X(8).
           05 FEED-EFF-YMD REDEFINES FEED-EFF-DATE PIC 9(8).
           05 FILLER PIC X.
           05 FEED-VALUE PIC X(10).
           05 FILLER PIC X(52).

       FD  RATE-FILE.
      * layout shared with RATEMNTP, APPRMNTP and MAPKALKP via the
      * RATEREC copybook
           COPY RATEREC
               REPLACING RATEREC-NAME BY RATE-RECORD.

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
       01 WS-FEED-STATUS PIC XX.
           88 FEED-OK VALUE '00'.
           88 FEED-EOF VALUE '10'.
       01 WS-RATE-STATUS PIC XX.
           88 RATE-OK VALUE '00'.
           88 RATE-EOF VALUE '10'.
           88 RATE-NOTFND VALUE '23'.
       01 WS-PEND-STATUS PIC XX.
           88 PEND-OK VALUE '00'.
           88 PEND-EOF VALUE '10'.
           88 PEND-NOT-THERE VALUE '35'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-OK VALUE '00'.
           88 AUDIT-NOT-THERE VALUE '35'.

       01 WS-MODE-SW PIC X VALUE 'P'.
           88 LOAD-RUN VALUE 'L'.
           88 PREVIEW-RUN VALUE 'P'.
       01 WS-BATCH-ID PIC X(8) VALUE 'RATELOAD'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01 WS-SCAN-DONE-SW PIC X VALUE 'N'.
           88 SCAN-DONE VALUE 'Y'.
       01 WS-FILE-ERROR-SW PIC X VALUE 'N'.
           88 FILE-ERROR-SEEN VALUE 'Y'.

      * SUBPROG's interface, held here because the check is COPYed
      * in - same fields BATCALC carries for it
       01 INPUT-VAR PIC X(10) VALUE SPACES.
       01 OUTPUT-VAR USAGE IS COMP-2.
       01 SUBPROG-STATUS PIC X VALUE 'N'.
           88 VALID-INPUT VALUE 'N'.
           88 EMPTY-INPUT VALUE '1'.
           88 INPUT-TOO-LONG VALUE '2'.
           88 INPUT-NOT-NUMERIC VALUE '3'.
           88 INPUT-OUT-OF-RANGE VALUE '4'.

           COPY NUMCHKWS.

      * RATE-EFF-DATE, RATE-UPD-DATE and AUD-DATE are 0CYYDDD
      * julian, the form EIBDATE has; AUD-TASKN gets the version's
      * position in the run - unique within the run the way the
      * task number is unique within a CICS day
       01 WS-JUL-DATE PIC 9(7) VALUE 0.
       01 WS-TIME-RAW PIC 9(8) VALUE 0.
       01 WS-TODAY PIC 9(7) VALUE 0.
       01 WS-SEQ PIC 9(7) VALUE 0.

      * the feed record's date, and the same day as 0CYYDDD
       01 WS-DATE-INT PIC 9(7) VALUE 0.
       01 WS-FEED-JUL PIC 9(7) VALUE 0.
       01 WS-FEED-EFF PIC 9(7) VALUE 0.
       01 WS-FEED-NUM USAGE IS COMP-2.

      * what the walk through the name's versions found
       01 WS-HIGHEST-VERSION PIC 9(2) VALUE 0.
       01 WS-NEW-VERSION PIC 9(2) VALUE 0.
       01 WS-SAME-DAY-SW PIC X VALUE 'N'.
           88 SAME-DAY-ON-FILE VALUE 'Y'.
       01 WS-SAME-DAY-VALUE PIC X(10) VALUE SPACES.
       01 WS-IN-EFFECT-SW PIC X VALUE 'N'.
           88 VERSION-IN-EFFECT VALUE 'Y'.
       01 WS-IN-EFFECT-VALUE PIC X(10) VALUE SPACES.
       01 WS-KEYED-SW PIC X VALUE 'N'.
           88 KEYED-VERSION-PENDING VALUE 'Y'.
       01 WS-KEYED-VERSION PIC 9(2) VALUE 0.

      * the rate names with a change still waiting for a second
      * supervisor on PENDF, taken once at the start of the run
       01 WS-WAIT-MAX PIC 9(4) VALUE 500.
       01 WS-WAIT-COUNT PIC 9(4) VALUE 0.
       01 WS-WAIT-IDX PIC 9(4) VALUE 0.
       01 WS-WAIT-TABLE.
           05 WS-WAIT-NAME PIC X(8) OCCURS 500 TIMES.
       01 WS-WAITING-SW PIC X VALUE 'N'.
           88 REQUEST-WAITING VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-READ PIC 9(7) VALUE 0.
           05 WS-ACCEPTED PIC 9(7) VALUE 0.
           05 WS-REJECTED PIC 9(7) VALUE 0.
           05 WS-UNCHANGED PIC 9(7) VALUE 0.
           05 WS-CONFLICTS PIC 9(7) VALUE 0.
           05 WS-AUDIT-FAILS PIC 9(7) VALUE 0.

      * message texts kept word for word what the RATE screen shows
      * where there is one, so a rejected feed value reads the same
      * as a rejected keyed one
       01 INFO-FOR-USER.
           05 EMPTY-INPUT-MSG PIC X(17) VALUE 'NO NUMBER ENTERED'.
           05 TOO-LONG-MSG PIC X(15) VALUE 'NUMBER TOO LONG'.
           05 NOT-NUMERIC-MSG PIC X(16) VALUE 'NOT A NUMBER'.
           05 OVERFLOW-MSG PIC X(16) VALUE 'RESULT TOO BIG'.
           05 NOT-VALID-DATA-MSG PIC X(18) VALUE 'INPUT IS NOT VALID'.
           05 RATE-EXISTS-MSG PIC X(19) VALUE 'VERSION DATE EXISTS'.
           05 FILE-ERROR-MSG PIC X(13) VALUE 'ERROR IN FILE'.
           05 NO-NAME-MSG PIC X(12) VALUE 'NO RATE NAME'.
           05 BAD-DATE-MSG PIC X(17) VALUE 'DATE NOT YYYYMMDD'.
           05 DATE-PASSED-MSG PIC X(19) VALUE 'DATE ALREADY PASSED'.
           05 SAME-VERSION-MSG PIC X(18) VALUE 'SAME VALUE ON FILE'.
           05 SAME-IN-EFFECT-MSG PIC X(17) VALUE 'SAME AS IN EFFECT'.
           05 AWAITING-APPR-MSG PIC X(17) VALUE 'AWAITING APPROVAL'.
           05 VERSIONS-FULL-MSG PIC X(16) VALUE 'VERSIONS USED UP'.

       01 WS-HEADING-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'RATE NAME '.
           05 FILLER PIC X(10) VALUE 'EFFECTIVE '.
           05 FILLER PIC X(12) VALUE 'VALUE       '.
           05 FILLER PIC X(5) VALUE 'VER  '.
           05 FILLER PIC X(11) VALUE 'OUTCOME    '.
           05 FILLER PIC X(20) VALUE 'REASON'.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NAME PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-EFF-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VALUE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VERSION PIC X(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-OUTCOME PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REASON PIC X(20).

      * the version number on the listing and in the audit record
       01 WS-VERSION-DISP PIC 9(2) VALUE 0.

      * what the 'T' audit record carries in AUD-INPUT - the same
      * name-and-version layout RATEMNTP and APPRMNTP write
       01 AUDIT-RATE-REF.
           05 REF-NAME PIC X(8).
           05 REF-VERSION PIC X(2).
           05 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-PARM-PARA
           ACCEPT WS-JUL-DATE FROM DAY YYYYDDD
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TODAY = WS-JUL-DATE - 1900000
           PERFORM OPEN-FILES-PARA
           PERFORM LOAD-WAITING-PARA
           DISPLAY '==================================================='
           IF LOAD-RUN
              DISPLAY 'RATELOAD PROVIDER RATE LOAD - BATCH ' WS-BATCH-ID
           ELSE
              DISPLAY 'RATELOAD PROVIDER RATE PREVIEW - RATEF NOT '
                  'UPDATED'
           END-IF
           DISPLAY 'RUN DATE ' WS-TODAY
           DISPLAY '==================================================='
           DISPLAY WS-HEADING-LINE
           PERFORM READ-FEED-PARA
           PERFORM UNTIL END-OF-FILE
               PERFORM LOAD-ONE-PARA
               PERFORM READ-FEED-PARA
           END-PERFORM
           PERFORM CLOSE-FILES-PARA
           DISPLAY '==================================================='
           DISPLAY 'RATELOAD: FEED RECORDS READ    : ' WS-READ
           DISPLAY 'RATELOAD: ACCEPTED             : ' WS-ACCEPTED
           DISPLAY 'RATELOAD: REJECTED             : ' WS-REJECTED
           DISPLAY 'RATELOAD: UNCHANGED            : ' WS-UNCHANGED
           DISPLAY 'RATELOAD: CONFLICTS            : ' WS-CONFLICTS
           IF WS-AUDIT-FAILS > 0
              DISPLAY 'RATELOAD: AUDITF WRITES FAILED : '
                  WS-AUDIT-FAILS
           END-IF
           IF PREVIEW-RUN
              DISPLAY 'RATELOAD: PREVIEW ONLY - NOTHING WAS ADDED'
           END-IF
           DISPLAY '==================================================='
           STOP RUN.

       READ-PARM-PARA.
      * no card, or anything but LOAD, means a preview - the safe
      * default for a job that adds rates the calculator applies
           OPEN INPUT PARM-FILE
           IF PARM-OK
              READ PARM-FILE
                  AT END MOVE SPACES TO PARM-REC
              END-READ
              IF PRM-MODE = 'LOAD'
                 MOVE 'L' TO WS-MODE-SW
              END-IF
              IF PRM-BATCH-ID NOT = SPACES
                 MOVE PRM-BATCH-ID TO WS-BATCH-ID
              END-IF
              CLOSE PARM-FILE
           END-IF
           EXIT.

       OPEN-FILES-PARA.
           OPEN INPUT FEED-FILE
           IF NOT FEED-OK
              DISPLAY 'RATELOAD: UNABLE TO OPEN RATEFEED, STATUS='
                  WS-FEED-STATUS
              STOP RUN
           END-IF
           IF LOAD-RUN
              OPEN I-O RATE-FILE
           ELSE
              OPEN INPUT RATE-FILE
           END-IF
           IF NOT RATE-OK
              DISPLAY 'RATELOAD: UNABLE TO OPEN RATEF, STATUS='
                  WS-RATE-STATUS
              STOP RUN
           END-IF
           OPEN INPUT PENDING-FILE
           IF NOT PEND-OK AND NOT PEND-NOT-THERE
              DISPLAY 'RATELOAD: UNABLE TO OPEN PENDF, STATUS='
                  WS-PEND-STATUS
              STOP RUN
           END-IF
           IF LOAD-RUN
              OPEN I-O AUDIT-FILE
              IF AUDIT-NOT-THERE
      * first ever run against an empty cluster - create it, same
      * records either way
                 OPEN OUTPUT AUDIT-FILE
              END-IF
              IF NOT AUDIT-OK
                 DISPLAY 'RATELOAD: UNABLE TO OPEN AUDITF, STATUS='
                     WS-AUDIT-STATUS
                 STOP RUN
              END-IF
           END-IF
           EXIT.

       LOAD-WAITING-PARA.
      * every rate name with a request still waiting for a second
      * supervisor - a decided request no longer counts. no PENDF
      * at all just means nothing is waiting
           IF PEND-OK
              PERFORM READ-PEND-PARA
              PERFORM UNTIL END-OF-FILE
                  IF PEND-FOR-RATE AND PEND-WAITING
                     PERFORM ADD-WAITING-PARA
                  END-IF
                  PERFORM READ-PEND-PARA
              END-PERFORM
              CLOSE PENDING-FILE
              MOVE 'N' TO WS-EOF-SW
           END-IF
           EXIT.

       READ-PEND-PARA.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT PEND-OK AND NOT PEND-EOF
              DISPLAY 'RATELOAD: ERROR READING PENDF, STATUS='
                  WS-PEND-STATUS
              DISPLAY 'RATELOAD: WAITING REQUESTS UNKNOWN - NOTHING '
                  'LOADED'
              STOP RUN
           END-IF
           EXIT.

       ADD-WAITING-PARA.
      * a name asked for twice is held once
           MOVE 'N' TO WS-WAITING-SW
           PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
               UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
               IF WS-WAIT-NAME(WS-WAIT-IDX) = PEND-TARGET
                  MOVE 'Y' TO WS-WAITING-SW
               END-IF
           END-PERFORM
           IF NOT REQUEST-WAITING
              IF WS-WAIT-COUNT NOT < WS-WAIT-MAX
                 DISPLAY 'RATELOAD: MORE THAN ' WS-WAIT-MAX
                     ' RATES WAITING ON PENDF - NOTHING LOADED'
                 STOP RUN
              END-IF
              ADD 1 TO WS-WAIT-COUNT
              MOVE PEND-TARGET TO WS-WAIT-NAME(WS-WAIT-COUNT)
           END-IF
           EXIT.

       READ-FEED-PARA.
           READ FEED-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT FEED-OK AND NOT FEED-EOF
              DISPLAY 'RATELOAD: ERROR READING RATEFEED, STATUS='
                  WS-FEED-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           EXIT.

       LOAD-ONE-PARA.
           ADD 1 TO WS-READ
           MOVE FEED-NAME TO DET-NAME
           MOVE FEED-EFF-DATE TO DET-EFF-DATE
           MOVE FEED-VALUE TO DET-VALUE
           MOVE SPACES TO DET-VERSION
           MOVE SPACES TO DET-REASON
           PERFORM CHECK-FEED-PARA
           IF DET-REASON NOT = SPACES
              MOVE 'REJECTED' TO DET-OUTCOME
              ADD 1 TO WS-REJECTED
           ELSE
              PERFORM SCAN-VERSIONS-PARA
              PERFORM DECIDE-PARA
           END-IF
           DISPLAY WS-DETAIL-LINE
           EXIT.

       CHECK-FEED-PARA.
      * the record on its own - a name, a real day not yet past,
      * and a value the calculator itself would accept. the first
      * failure found is the reason printed
           EVALUATE TRUE
           WHEN FEED-NAME = SPACES
             MOVE NO-NAME-MSG TO DET-REASON
           WHEN FEED-EFF-DATE NOT NUMERIC
             MOVE BAD-DATE-MSG TO DET-REASON
           WHEN FUNCTION TEST-DATE-YYYYMMDD(FEED-EFF-YMD) NOT = 0
             MOVE BAD-DATE-MSG TO DET-REASON
           WHEN OTHER
             COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(FEED-EFF-YMD)
             COMPUTE WS-FEED-JUL = FUNCTION DAY-OF-INTEGER(WS-DATE-INT)
      * a version dated today is still loaded - it applies from the
      * next PF13, the way a version keyed for today does
             IF WS-FEED-JUL < WS-JUL-DATE
                MOVE DATE-PASSED-MSG TO DET-REASON
             ELSE
                COMPUTE WS-FEED-EFF = WS-FEED-JUL - 1900000
             END-IF
           END-EVALUATE
           IF DET-REASON = SPACES
              PERFORM CHECK-VALUE-PARA
           END-IF
           EXIT.

       CHECK-VALUE-PARA.
      * the shared check says yes or no, with the exact reason in
      * the screen's words
           MOVE FEED-VALUE TO INPUT-VAR
           MOVE 'N' TO SUBPROG-STATUS
           MOVE 0 TO OUTPUT-VAR
           PERFORM CHECK-THE-NUMBER
           EVALUATE TRUE
           WHEN VALID-INPUT
             MOVE OUTPUT-VAR TO WS-FEED-NUM
           WHEN EMPTY-INPUT
             MOVE EMPTY-INPUT-MSG TO DET-REASON
           WHEN INPUT-TOO-LONG
             MOVE TOO-LONG-MSG TO DET-REASON
           WHEN INPUT-NOT-NUMERIC
             MOVE NOT-NUMERIC-MSG TO DET-REASON
           WHEN INPUT-OUT-OF-RANGE
             MOVE OVERFLOW-MSG TO DET-REASON
           WHEN OTHER
             MOVE NOT-VALID-DATA-MSG TO DET-REASON
           END-EVALUATE
           EXIT.

       SCAN-VERSIONS-PARA.
      * walk the name's versions - the scan rides the key, which
      * keeps a name's versions together in effective-date order,
      * and stops at the first record of another name. on the way
      * pick up the highest version number (as FIND-HIGHEST-
      * VERSION-PARA does in APPRMNTP), the version in effect on
      * the feed's day, one already dated that very day, and any
      * future version a supervisor keyed
           MOVE 0 TO WS-HIGHEST-VERSION
           MOVE 'N' TO WS-SAME-DAY-SW
           MOVE 'N' TO WS-IN-EFFECT-SW
           MOVE 'N' TO WS-KEYED-SW
           MOVE 'N' TO WS-FILE-ERROR-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE FEED-NAME TO RATE-NAME
           MOVE 0 TO RATE-EFF-DATE
           START RATE-FILE KEY NOT < RATE-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           IF NOT RATE-OK AND NOT RATE-NOTFND
              MOVE 'Y' TO WS-FILE-ERROR-SW
              MOVE 'Y' TO WS-SCAN-DONE-SW
           END-IF
           PERFORM SCAN-ONE-VERSION-PARA UNTIL SCAN-DONE
           IF FILE-ERROR-SEEN
              DISPLAY 'RATELOAD: ERROR READING RATEF FOR ' FEED-NAME
                  ', STATUS=' WS-RATE-STATUS
           END-IF
           EXIT.

       SCAN-ONE-VERSION-PARA.
           READ RATE-FILE NEXT
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
           EVALUATE TRUE
           WHEN RATE-EOF
             MOVE 'Y' TO WS-SCAN-DONE-SW
           WHEN NOT RATE-OK
             MOVE 'Y' TO WS-FILE-ERROR-SW
             MOVE 'Y' TO WS-SCAN-DONE-SW
           WHEN RATE-NAME NOT = FEED-NAME
             MOVE 'Y' TO WS-SCAN-DONE-SW
           WHEN OTHER
             IF RATE-VERSION NUMERIC AND
                 RATE-VERSION > WS-HIGHEST-VERSION
               MOVE RATE-VERSION TO WS-HIGHEST-VERSION
             END-IF
             IF RATE-EFF-DATE = WS-FEED-EFF
               MOVE 'Y' TO WS-SAME-DAY-SW
               MOVE RATE-VALUE TO WS-SAME-DAY-VALUE
             END-IF
      * versions come in date order, so the last one not after the
      * feed's day is the one in effect on it
             IF RATE-EFF-DATE NOT > WS-FEED-EFF
               MOVE 'Y' TO WS-IN-EFFECT-SW
               MOVE RATE-VALUE TO WS-IN-EFFECT-VALUE
             END-IF
             IF RATE-EFF-DATE > WS-TODAY
                 AND RATE-UPD-OPER NOT = WS-BATCH-ID
                 AND NOT KEYED-VERSION-PENDING
               MOVE 'Y' TO WS-KEYED-SW
               MOVE RATE-VERSION TO WS-KEYED-VERSION
             END-IF
           END-EVALUATE
           EXIT.

       DECIDE-PARA.
           MOVE 'N' TO WS-WAITING-SW
           PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
               UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
               IF WS-WAIT-NAME(WS-WAIT-IDX) = FEED-NAME
                  MOVE 'Y' TO WS-WAITING-SW
               END-IF
           END-PERFORM
      * values are compared as numbers, so '0.20' on the feed
      * matches '.2' keyed on the screen
           EVALUATE TRUE
           WHEN FILE-ERROR-SEEN
             MOVE 'REJECTED' TO DET-OUTCOME
             MOVE FILE-ERROR-MSG TO DET-REASON
             ADD 1 TO WS-REJECTED
           WHEN SAME-DAY-ON-FILE
               AND FUNCTION NUMVAL(WS-SAME-DAY-VALUE) = WS-FEED-NUM
             MOVE 'UNCHANGED' TO DET-OUTCOME
             MOVE SAME-VERSION-MSG TO DET-REASON
             ADD 1 TO WS-UNCHANGED
           WHEN SAME-DAY-ON-FILE
             MOVE 'CONFLICT' TO DET-OUTCOME
             MOVE RATE-EXISTS-MSG TO DET-REASON
             ADD 1 TO WS-CONFLICTS
           WHEN VERSION-IN-EFFECT
               AND FUNCTION NUMVAL(WS-IN-EFFECT-VALUE) = WS-FEED-NUM
             MOVE 'UNCHANGED' TO DET-OUTCOME
             MOVE SAME-IN-EFFECT-MSG TO DET-REASON
             ADD 1 TO WS-UNCHANGED
           WHEN REQUEST-WAITING
             MOVE 'CONFLICT' TO DET-OUTCOME
             MOVE AWAITING-APPR-MSG TO DET-REASON
             ADD 1 TO WS-CONFLICTS
           WHEN KEYED-VERSION-PENDING
             MOVE 'CONFLICT' TO DET-OUTCOME
             MOVE WS-KEYED-VERSION TO WS-VERSION-DISP
             STRING 'KEYED VERSION ' WS-VERSION-DISP ' DUE'
                 DELIMITED BY SIZE INTO DET-REASON
             ADD 1 TO WS-CONFLICTS
           WHEN WS-HIGHEST-VERSION = 99
             MOVE 'REJECTED' TO DET-OUTCOME
             MOVE VERSIONS-FULL-MSG TO DET-REASON
             ADD 1 TO WS-REJECTED
           WHEN OTHER
             PERFORM ADD-VERSION-PARA
           END-EVALUATE
           EXIT.

       ADD-VERSION-PARA.
           COMPUTE WS-NEW-VERSION = WS-HIGHEST-VERSION + 1
           MOVE WS-NEW-VERSION TO WS-VERSION-DISP
           MOVE WS-VERSION-DISP TO DET-VERSION
           MOVE 'ACCEPTED' TO DET-OUTCOME
           IF PREVIEW-RUN
              MOVE 'WOULD BE ADDED' TO DET-REASON
              ADD 1 TO WS-ACCEPTED
           ELSE
              MOVE SPACES TO RATE-RECORD
              MOVE FEED-NAME TO RATE-NAME
              MOVE WS-FEED-EFF TO RATE-EFF-DATE
              MOVE FEED-VALUE TO RATE-VALUE
              MOVE WS-NEW-VERSION TO RATE-VERSION
              MOVE WS-BATCH-ID TO RATE-UPD-OPER
              MOVE WS-TODAY TO RATE-UPD-DATE
              WRITE RATE-RECORD
              IF RATE-OK
                 MOVE 'ADDED' TO DET-REASON
                 ADD 1 TO WS-ACCEPTED
                 PERFORM WRITE-AUDIT-PARA
              ELSE
                 MOVE SPACES TO DET-VERSION
                 MOVE 'REJECTED' TO DET-OUTCOME
                 MOVE FILE-ERROR-MSG TO DET-REASON
                 ADD 1 TO WS-REJECTED
                 DISPLAY 'RATELOAD: ERROR WRITING RATEF FOR '
                     FEED-NAME ', STATUS=' WS-RATE-STATUS
              END-IF
           END-IF
           EXIT.

       WRITE-AUDIT-PARA.
      * one 'T' record per version added, in the layout RATEMNTP
      * and APPRMNTP use - name and version in AUD-INPUT, the value
      * in AUD-RESULT - with status 'LOADED' where a keyed change
      * says 'APPROVED', and the batch id where a supervisor's id
      * would be. AUD-TERMID 'RLOD' can never collide with a real
      * terminal id. the audit trail is a diagnostic record, not
      * the system of record, so a failed write is reported but
      * does not stop the run
           ADD 1 TO WS-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'RLOD' TO AUD-TERMID
           MOVE WS-TODAY TO AUD-DATE
           DIVIDE WS-TIME-RAW BY 100 GIVING AUD-TIME
           MOVE WS-SEQ TO AUD-TASKN
           MOVE 'T' TO AUD-OPERATION
           MOVE FEED-NAME TO REF-NAME
           MOVE WS-VERSION-DISP TO REF-VERSION
           MOVE AUDIT-RATE-REF TO AUD-INPUT
           MOVE FEED-VALUE TO AUD-RESULT
           MOVE 'LOADED' TO AUD-STATUS
           MOVE WS-BATCH-ID TO AUD-OPERID
      * the alternate-index copy of who-plus-when - see AUDITREC
           MOVE AUD-OPERID TO AUD-ALT-OPERID
           MOVE AUD-DATE TO AUD-ALT-DATE
           MOVE AUD-TIME TO AUD-ALT-TIME
           MOVE AUD-TASKN TO AUD-ALT-TASKN
           MOVE SPACES TO AUD-ACCOUNT
           WRITE AUDIT-RECORD
           IF NOT AUDIT-OK
              ADD 1 TO WS-AUDIT-FAILS
              DISPLAY 'RATELOAD: ERROR WRITING AUDITF FOR ' FEED-NAME
                  ', STATUS=' WS-AUDIT-STATUS
           END-IF
           EXIT.

       CLOSE-FILES-PARA.
           CLOSE FEED-FILE
           CLOSE RATE-FILE
           IF LOAD-RUN
              CLOSE AUDIT-FILE
           END-IF
           EXIT.

      * the same number check SUBPROG makes for the calculator, copied
      * in so a feed value passes or fails exactly as a keyed one does
           COPY NUMCHK.
