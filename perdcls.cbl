       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCLS.
      * period-end close of the operators' working files. at month
      * end every operator's running total (VFILE), memory value
      * (MEMFILE) and history ring (HISTFILE) start the new period
      * clean - before this job that was each operator pressing PF1
      * and PF10 themselves, and anyone away carried last month's
      * total into the new one.
      * a CLOSE run walks VFILE and, for each operator:
      *   - writes a snapshot record (SNAPREC) of FS-VAR, FS-HIST-PTR,
      *     FS-HIST-VIEW, MEM-VAR and the ten history slots to the
      *     snapshot file PSNAP - the JCL points it at a dated
      *     generation, as AUDARCH does with ARCHOUT
      *   - puts the operator back to the state a fresh sign-on
      *     seeds and FILECHKP's repair leaves: total 'NOTHING',
      *     pointer and view zeroed, ring slots deleted, and the
      *     memory value (where there is a MEMFILE record) 'NOTHING'
      *   - writes one audit record, operation 'N', terminal 'PCLS',
      *     carrying the closing total and memory in AUD-INPUT and
      *     'NOTHING' in AUD-RESULT - AUDRPLAY takes the operator's
      *     value from AUD-RESULT the way it does for a PF1 clear, so
      *     the replay starts the new period from a clean break
      *   - prints a line of the closing-balances listing.
      * then every handover still waiting on HANDF (see HANDREC) is
      * taken into the snapshot and deleted - left there, the
      * incoming operator would accept last period's total into the
      * new one. each is audited 'N' under the operator who sent it,
      * with a blank AUD-RESULT since it is no operator's running
      * total (as with the twin of an 'H' record), and listed. the
      * close ends by writing the period-close mark on HANDF, and
      * the calculator refuses any handover dated before it.
      * a RESTORE run is for a close run early by mistake. it reads
      * back the snapshot the JCL names and puts each operator's
      * total, memory and ring back as they were, auditing each one
      * as operation 'N' under terminal 'PRST' with the restored
      * total in AUD-RESULT. it is controlled three ways: the parm
      * card must name the date of the close being undone, and the
      * whole snapshot is read and checked against that date before
      * anything is touched; an operator who has worked since the
      * close is listed and left alone unless the card also says
      * FORCE; and a restore has its own checkpoint, so it cannot
      * be started over the top of an unfinished close. handovers
      * in the snapshot go back on HANDF, audited the same way under
      * 'PRST' - except where another has been sent to the same
      * operator since the close, which stays and is never
      * overwritten, FORCE or not - and the mark is deleted.
      * parm card (PCLSPARM, required):
      *   1-7    CLOSE or RESTORE
      *   9-15   RESTORE only - the snapshot's close date, 0CYYDDD
      *   17-21  RESTORE only - FORCE to restore over new work
      * restart: a one-record checkpoint file (PCLSCHK), the same
      * pattern as AUDARCH and BATCALC, is rewritten after every
      * operator and after every handover. a CLOSE resubmitted after
      * a failure carries on just past the last operator completed
      * (and with whatever handovers are still waiting), appending
      * to the same snapshot generation; a RESTORE carries on past
      * the last snapshot record completed. only a failure squarely
      * between an operator's snapshot write and the checkpoint can
      * leave that operator in the snapshot twice - the second copy
      * then holds the already-cleared state, so a restore takes the
      * first record for an operator and ignores any repeat. a
      * handover can be in twice the same way, and a restore passes
      * over the copy it finds already back on HANDF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PCLSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VFILE-FILE ASSIGN TO VFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-VFILE-STATUS.
           SELECT MEM-FILE ASSIGN TO MEMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEM-KEY
               FILE STATUS IS WS-MEM-STATUS.
           SELECT HIST-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HAND-FILE ASSIGN TO HANDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAND-KEY
               FILE STATUS IS WS-HAND-STATUS.
           SELECT SNAP-FILE ASSIGN TO PSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO PCLSCHK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-CARD.
           05 PRM-MODE PIC X(7).
           05 FILLER PIC X.
           05 PRM-SNAP-DATE PIC X(7).
           05 FILLER PIC X.
           05 PRM-FORCE PIC X(5).
           05 FILLER PIC X(59).

       FD  VFILE-FILE.
      * layout shared with MAPKALKP and FILECHKP via the VFILEREC
      * copybook
           COPY VFILEREC
               REPLACING VFILEREC-NAME BY VFILE-RECORD.

       FD  MEM-FILE.
      * layout shared with MAPKALKP via the MEMREC copybook
           COPY MEMREC
               REPLACING MEMREC-NAME BY MEM-RECORD.

       FD  HIST-FILE.
      * layout shared with MAPKALKP via the HISTREC copybook
           COPY HISTREC
               REPLACING HISTREC-NAME BY HIST-RECORD.

       FD  AUDIT-FILE.
      * layout shared with MAPKALKP and RECONRPT via the AUDITREC
      * copybook
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY AUDIT-RECORD.

       FD  HAND-FILE.
      * layout shared with MAPKALKP and FILECHKP via the HANDREC
      * copybook
           COPY HANDREC
               REPLACING HANDREC-NAME BY HAND-RECORD.

       FD  SNAP-FILE.
           COPY SNAPREC
               REPLACING SNAPREC-NAME BY SNAP-RECORD.

       FD  CHKPT-FILE.
       01  CHKPT-REC.
           05 CHK-STATUS PIC X.
      * 'I' a run is in progress (or died) - restart past the last
      * operator done; 'C' the last run completed
               88 CHK-IN-PROGRESS VALUE 'I'.
               88 CHK-COMPLETE VALUE 'C'.
           05 FILLER PIC X.
      * which kind of run the checkpoint belongs to
           05 CHK-MODE PIC X(7).
           05 FILLER PIC X.
      * the close date of the run - a close restarted after midnight
      * keeps the date it started with
           05 CHK-RUN-DATE PIC 9(7).
           05 FILLER PIC X.
      * CLOSE: the last operator id done. RESTORE: the last snapshot
      * id done, so a repeat straight after the restart point is
      * still recognised
           05 CHK-LAST-KEY PIC X(8).
           05 FILLER PIC X.
      * operators (CLOSE) or snapshot records (RESTORE) done
           05 CHK-DONE PIC 9(7).
           05 FILLER PIC X.
           05 CHK-CARRIED PIC 9(7).
           05 FILLER PIC X.
           05 CHK-SKIPPED PIC 9(7).
           05 FILLER PIC X.
           05 CHK-AUDIT-FAILS PIC 9(7).
           05 FILLER PIC X.
      * handovers taken off HANDF (CLOSE) or put back (RESTORE)
           05 CHK-HANDS PIC 9(7).
           05 FILLER PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-OK VALUE '00'.
       01 WS-VFILE-STATUS PIC XX.
           88 VFILE-OK VALUE '00'.
           88 VFILE-EOF VALUE '10'.
           88 VFILE-NOTFND VALUE '23'.
       01 WS-MEM-STATUS PIC XX.
           88 MEM-OK VALUE '00'.
           88 MEM-NOTFND VALUE '23'.
       01 WS-HIST-STATUS PIC XX.
           88 HIST-OK VALUE '00'.
           88 HIST-NOTFND VALUE '23'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-OK VALUE '00'.
           88 AUDIT-NOT-THERE VALUE '35'.
       01 WS-HAND-STATUS PIC XX.
           88 HAND-OK VALUE '00'.
           88 HAND-EOF VALUE '10'.
           88 HAND-DUPLICATE VALUE '22'.
           88 HAND-NOTFND VALUE '23'.
           88 HAND-NOT-THERE VALUE '35'.
       01 WS-SNAP-STATUS PIC XX.
           88 SNAP-OK VALUE '00'.
           88 SNAP-EOF VALUE '10'.
           88 SNAP-NOT-THERE VALUE '35'.
       01 WS-CHKPT-STATUS PIC XX.
           88 CHKPT-OK VALUE '00'.

       01 WS-MODE PIC X(7) VALUE SPACES.
           88 CLOSE-RUN VALUE 'CLOSE'.
           88 RESTORE-RUN VALUE 'RESTORE'.
       01 WS-FORCE-SW PIC X VALUE 'N'.
           88 FORCE-RESTORE VALUE 'Y'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      * set when the pass stops on an I/O error - the checkpoint
      * then stays 'I' so the resubmit restarts instead of being
      * told the pass completed, same arrangement as AUDARCH
       01 WS-ABORT-SW PIC X VALUE 'N'.
           88 RUN-ABORTED VALUE 'Y'.

      * working copy of the checkpoint state - the FD record area
      * is only touched while PCLSCHK is actually open
       01 WS-CHK-STATUS PIC X VALUE 'C'.
           88 WS-CHK-IN-PROGRESS VALUE 'I'.
           88 WS-CHK-COMPLETE VALUE 'C'.
       01 WS-CHK-MODE PIC X(7) VALUE SPACES.
       01 WS-RESTART-SW PIC X VALUE 'N'.
           88 RESTARTED-RUN VALUE 'Y'.
       01 WS-LAST-KEY PIC X(8) VALUE LOW-VALUES.

      * AUD-DATE and AUD-TIME are filled the way EIBDATE/EIBTIME
      * would be online (0CYYDDD julian, HHMMSS), and AUD-TASKN gets
      * the operator's position in the run - unique within the run
      * the way the task number is unique within a CICS day
       01 WS-JUL-DATE PIC 9(7) VALUE 0.
       01 WS-TIME-RAW PIC 9(8) VALUE 0.
       01 WS-RUN-DATE PIC 9(7) VALUE 0.
       01 WS-SNAP-DATE PIC 9(7) VALUE 0.
       01 WS-SEQ PIC 9(7) VALUE 0.

      * the operator being worked, held apart from the FD record
      * areas so the other files' reads cannot disturb it
       01 WS-OPERID PIC X(8) VALUE SPACES.
       01 WS-SLOT-IDX PIC 99 VALUE 0.
      * what the operator holds now, before a restore overwrites it
       01 WS-NOW-FS-VAR PIC X(10) VALUE SPACES.
       01 WS-NOW-MEM-VAR PIC X(10) VALUE SPACES.
       01 WS-NOW-CLEAN-SW PIC X VALUE 'Y'.
           88 STILL-CLEAN VALUE 'Y'.
       01 WS-VFILE-FOUND-SW PIC X VALUE 'N'.
           88 VFILE-WAS-FOUND VALUE 'Y'.

      * the handover being worked, held apart from the HANDF record
      * area the same way - WS-OPERID is its sender, who the audit
      * record goes under
       01 WS-HAND-HELD PIC X(49) VALUE SPACES.
       01 WS-HAND-TO PIC X(8) VALUE SPACES.
       01 WS-HAND-VAR PIC X(10) VALUE SPACES.
       01 WS-HAND-MEM-VAR PIC X(10) VALUE SPACES.
      * when the close finished with HANDF - the period-close mark
       01 WS-MARK-JUL-DATE PIC 9(7) VALUE 0.
       01 WS-MARK-TIME-RAW PIC 9(8) VALUE 0.

       01 WS-COUNTERS.
           05 WS-DONE PIC 9(7) VALUE 0.
           05 WS-CARRIED PIC 9(7) VALUE 0.
           05 WS-SKIPPED PIC 9(7) VALUE 0.
           05 WS-AUDIT-FAILS PIC 9(7) VALUE 0.
           05 WS-HANDS PIC 9(7) VALUE 0.
           05 WS-SNAP-READ PIC 9(7) VALUE 0.
           05 WS-SNAP-BAD PIC 9(7) VALUE 0.

       01 WS-HEADING-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'OPERATOR  '.
           05 FILLER PIC X(12) VALUE 'TOTAL       '.
           05 FILLER PIC X(12) VALUE 'MEMORY      '.
           05 FILLER PIC X(10) VALUE 'SLOTS PTR '.
           05 FILLER PIC X(20) VALUE 'OUTCOME'.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OPERID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FS-VAR PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-MEM-VAR PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-SLOTS PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PTR PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-OUTCOME PIC X(20).

      * a handover's line - the operator it waits for, the total and
      * memory it carries, and who sent it
       01 WS-HAND-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDL-OPERID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDL-VAR PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDL-MEM-VAR PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 HDL-OUTCOME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(5) VALUE 'FROM '.
           05 HDL-FROM PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-PARM-PARA
           PERFORM READ-CHECKPOINT-PARA
           ACCEPT WS-JUL-DATE FROM DAY YYYYDDD
           ACCEPT WS-TIME-RAW FROM TIME
           IF NOT RESTARTED-RUN
              COMPUTE WS-RUN-DATE = WS-JUL-DATE - 1900000
           END-IF
           IF RESTORE-RUN
              PERFORM CHECK-SNAPSHOT-PARA
           END-IF
           PERFORM OPEN-FILES-PARA
           DISPLAY '==================================================='
           IF CLOSE-RUN
              DISPLAY 'PERDCLS PERIOD CLOSE - CLOSING BALANCES'
              DISPLAY 'CLOSE DATE ' WS-RUN-DATE
           ELSE
              DISPLAY 'PERDCLS PERIOD RESTORE - BALANCES RELOADED'
              DISPLAY 'SNAPSHOT OF CLOSE DATE ' WS-SNAP-DATE
           END-IF
           IF RESTARTED-RUN
              DISPLAY 'RESTARTED PAST ' WS-DONE ' DONE BEFORE'
           END-IF
           DISPLAY '==================================================='
           DISPLAY WS-HEADING-LINE
           IF CLOSE-RUN
              PERFORM CLOSE-PASS-PARA
           ELSE
              PERFORM RESTORE-PASS-PARA
           END-IF
           IF RUN-ABORTED
              DISPLAY 'PERDCLS: RUN INCOMPLETE - RESUBMIT TO RESTART'
           ELSE
              MOVE 'C' TO WS-CHK-STATUS
           END-IF
           PERFORM WRITE-CHECKPOINT-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY '==================================================='
           IF CLOSE-RUN
              DISPLAY 'PERDCLS: OPERATORS CLOSED       : ' WS-DONE
              DISPLAY 'PERDCLS: CARRYING A TOTAL       : ' WS-CARRIED
              DISPLAY 'PERDCLS: HANDOVERS CLOSED       : ' WS-HANDS
           ELSE
              DISPLAY 'PERDCLS: SNAPSHOT RECORDS DONE  : ' WS-DONE
              DISPLAY 'PERDCLS: OPERATORS RESTORED     : ' WS-CARRIED
              DISPLAY 'PERDCLS: HANDOVERS PUT BACK     : ' WS-HANDS
              DISPLAY 'PERDCLS: LEFT ALONE             : ' WS-SKIPPED
           END-IF
           IF WS-AUDIT-FAILS > 0
              DISPLAY 'PERDCLS: AUDITF WRITES FAILED   : '
                  WS-AUDIT-FAILS
           END-IF
           DISPLAY '==================================================='
           STOP RUN.

       READ-PARM-PARA.
      * no default here - a job that clears every operator's files
      * runs only when the card says which way to go
           OPEN INPUT PARM-FILE
           IF NOT PARM-OK
              DISPLAY 'PERDCLS: UNABLE TO OPEN PCLSPARM, STATUS='
                  WS-PARM-STATUS
              STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                 DISPLAY 'PERDCLS: PCLSPARM IS EMPTY'
                 STOP RUN
           END-READ
           MOVE PRM-MODE TO WS-MODE
           IF NOT CLOSE-RUN AND NOT RESTORE-RUN
              DISPLAY 'PERDCLS: MODE MUST BE CLOSE OR RESTORE: '
                  PRM-MODE
              STOP RUN
           END-IF
           IF RESTORE-RUN
              IF PRM-SNAP-DATE NOT NUMERIC
                 DISPLAY 'PERDCLS: SNAPSHOT DATE NOT NUMERIC: '
                     PRM-SNAP-DATE
                 STOP RUN
              END-IF
              MOVE PRM-SNAP-DATE TO WS-SNAP-DATE
              IF PRM-FORCE = 'FORCE'
                 MOVE 'Y' TO WS-FORCE-SW
              END-IF
           END-IF
           CLOSE PARM-FILE
           EXIT.

       READ-CHECKPOINT-PARA.
      * the checkpoint file is OPTIONAL - on the very first run the
      * read simply hits end-of-file and the run starts from the
      * front. an 'I' left by a dead run of the other kind stops
      * this one - it has to be finished first
           MOVE 'C' TO WS-CHK-STATUS
           OPEN INPUT CHKPT-FILE
           READ CHKPT-FILE
               AT END CONTINUE
               NOT AT END
                 MOVE CHK-STATUS TO WS-CHK-STATUS
                 IF CHK-IN-PROGRESS
                   IF CHK-MODE NOT = WS-MODE
                      DISPLAY 'PERDCLS: A ' CHK-MODE
                          ' RUN IS INCOMPLETE - RESUBMIT IT FIRST'
                      STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-RESTART-SW
                   MOVE CHK-RUN-DATE TO WS-RUN-DATE
                   MOVE CHK-LAST-KEY TO WS-LAST-KEY
                   MOVE CHK-DONE TO WS-DONE
                   MOVE CHK-CARRIED TO WS-CARRIED
                   MOVE CHK-SKIPPED TO WS-SKIPPED
                   MOVE CHK-AUDIT-FAILS TO WS-AUDIT-FAILS
                   MOVE CHK-HANDS TO WS-HANDS
                   MOVE CHK-DONE TO WS-SEQ
                 END-IF
           END-READ
           CLOSE CHKPT-FILE
           EXIT.

       CHECK-SNAPSHOT-PARA.
      * read the whole snapshot before anything is touched - every
      * record has to carry the close date the card names, or the
      * JCL is pointing at the wrong generation and nothing is
      * restored
           OPEN INPUT SNAP-FILE
           IF NOT SNAP-OK
              DISPLAY 'PERDCLS: UNABLE TO OPEN PSNAP, STATUS='
                  WS-SNAP-STATUS
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-SNAP-PARA
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-SNAP-READ
               IF SNAP-CLOSE-DATE NOT = WS-SNAP-DATE
                  ADD 1 TO WS-SNAP-BAD
               END-IF
               PERFORM READ-SNAP-PARA
           END-PERFORM
           CLOSE SNAP-FILE
           IF RUN-ABORTED
              DISPLAY 'PERDCLS: SNAPSHOT UNREADABLE - NOTHING RESTORED'
              STOP RUN
           END-IF
           IF WS-SNAP-READ = 0
              DISPLAY 'PERDCLS: SNAPSHOT IS EMPTY - NOTHING RESTORED'
              STOP RUN
           END-IF
           IF WS-SNAP-BAD > 0
              DISPLAY 'PERDCLS: ' WS-SNAP-BAD ' SNAPSHOT RECORDS NOT'
                  ' FROM CLOSE DATE ' WS-SNAP-DATE
              DISPLAY 'PERDCLS: WRONG SNAPSHOT - NOTHING RESTORED'
              STOP RUN
           END-IF
           EXIT.

       OPEN-FILES-PARA.
           OPEN I-O VFILE-FILE
           IF NOT VFILE-OK
              DISPLAY 'PERDCLS: UNABLE TO OPEN VFILE, STATUS='
                  WS-VFILE-STATUS
              STOP RUN
           END-IF
           OPEN I-O MEM-FILE
           IF NOT MEM-OK
              DISPLAY 'PERDCLS: UNABLE TO OPEN MEMFILE, STATUS='
                  WS-MEM-STATUS
              STOP RUN
           END-IF
           OPEN I-O HIST-FILE
           IF NOT HIST-OK
              DISPLAY 'PERDCLS: UNABLE TO OPEN HISTFILE, STATUS='
                  WS-HIST-STATUS
              STOP RUN
           END-IF
           OPEN I-O AUDIT-FILE
           IF AUDIT-NOT-THERE
      * first ever run against an empty cluster - create it, same
      * records either way
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
              DISPLAY 'PERDCLS: UNABLE TO OPEN AUDITF, STATUS='
                  WS-AUDIT-STATUS
              STOP RUN
           END-IF
           OPEN I-O HAND-FILE
           IF HAND-NOT-THERE
      * no handover has ever been offered - create the cluster so
      * the close can leave its mark, then reopen it for the pass
              OPEN OUTPUT HAND-FILE
              IF HAND-OK
                 CLOSE HAND-FILE
                 OPEN I-O HAND-FILE
              END-IF
           END-IF
           IF NOT HAND-OK
              DISPLAY 'PERDCLS: UNABLE TO OPEN HANDF, STATUS='
                  WS-HAND-STATUS
              STOP RUN
           END-IF
      * a restarted close appends to the generation the dead run
      * was writing, so the period's snapshot stays one file - EXTEND
      * with the OUTPUT fallback, same shape as AUDARCH's ARCHOUT
           IF CLOSE-RUN
              IF RESTARTED-RUN
                 OPEN EXTEND SNAP-FILE
                 IF SNAP-NOT-THERE
                    OPEN OUTPUT SNAP-FILE
                 END-IF
              ELSE
                 OPEN OUTPUT SNAP-FILE
              END-IF
           ELSE
              OPEN INPUT SNAP-FILE
           END-IF
           IF NOT SNAP-OK
              DISPLAY 'PERDCLS: UNABLE TO OPEN PSNAP, STATUS='
                  WS-SNAP-STATUS
              STOP RUN
           END-IF
      * mark the run in progress before the first operator moves,
      * so a failure anywhere in the pass is seen by the next submit
           MOVE 'I' TO WS-CHK-STATUS
           MOVE WS-MODE TO WS-CHK-MODE
           PERFORM WRITE-CHECKPOINT-PARA
           EXIT.

       CLOSE-PASS-PARA.
      * fresh run: from the front. restart: just past the last
      * operator completed
           MOVE 'N' TO WS-EOF-SW
           MOVE WS-LAST-KEY TO FS-KEY
           IF RESTARTED-RUN
              START VFILE-FILE KEY > FS-KEY
                  INVALID KEY MOVE 'Y' TO WS-EOF-SW
              END-START
           ELSE
              MOVE LOW-VALUES TO FS-KEY
              START VFILE-FILE KEY NOT < FS-KEY
                  INVALID KEY MOVE 'Y' TO WS-EOF-SW
              END-START
           END-IF
           IF NOT END-OF-FILE
              PERFORM READ-VFILE-NEXT-PARA
           END-IF
           PERFORM UNTIL END-OF-FILE
               PERFORM CLOSE-ONE-PARA
               IF RUN-ABORTED
                  MOVE 'Y' TO WS-EOF-SW
               ELSE
                  PERFORM READ-VFILE-NEXT-PARA
               END-IF
           END-PERFORM
           IF NOT RUN-ABORTED
              PERFORM CLOSE-HANDOVERS-PARA
           END-IF
           EXIT.

       READ-VFILE-NEXT-PARA.
           READ VFILE-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT VFILE-OK AND NOT VFILE-EOF
              DISPLAY 'PERDCLS: ERROR READING VFILE, STATUS='
                  WS-VFILE-STATUS
              MOVE 'Y' TO WS-EOF-SW
              MOVE 'Y' TO WS-ABORT-SW
           END-IF
           EXIT.

       CLOSE-ONE-PARA.
           MOVE FS-KEY TO WS-OPERID
           ADD 1 TO WS-SEQ
           PERFORM TAKE-SNAPSHOT-PARA
           IF NOT RUN-ABORTED
              WRITE SNAP-RECORD
              IF NOT SNAP-OK
                 DISPLAY 'PERDCLS: ERROR WRITING PSNAP, STATUS='
                     WS-SNAP-STATUS
                 MOVE 'Y' TO WS-ABORT-SW
              ELSE
                 PERFORM CLEAR-OPERATOR-PARA
              END-IF
           END-IF
           IF RUN-ABORTED
              DISPLAY 'PERDCLS: STOPPING AT ' WS-OPERID
           END-IF
           IF NOT RUN-ABORTED
              MOVE 'PCLS' TO AUD-TERMID
              MOVE SNAP-FS-VAR TO AUD-INPUT(1:10)
              MOVE SNAP-MEM-VAR TO AUD-INPUT(11:10)
              MOVE 'NOTHING' TO AUD-RESULT
              PERFORM WRITE-AUDIT-PARA
              IF SNAP-FS-VAR NOT = 'NOTHING'
                 ADD 1 TO WS-CARRIED
              END-IF
              MOVE 'CLOSED' TO DET-OUTCOME
              PERFORM PRINT-DETAIL-PARA
      * the operator is complete - snapshot written, files cleared,
      * audit written - so the checkpoint moves past them
              ADD 1 TO WS-DONE
              MOVE WS-OPERID TO WS-LAST-KEY
              PERFORM WRITE-CHECKPOINT-PARA
           END-IF
           EXIT.

       TAKE-SNAPSHOT-PARA.
      * the VFILE record in hand, plus the operator's MEMFILE record
      * and every ring slot on file
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-OPERID TO SNAP-OPERID
           MOVE WS-RUN-DATE TO SNAP-CLOSE-DATE
           MOVE 'O' TO SNAP-REC-TYPE
           MOVE FS-VAR TO SNAP-FS-VAR
           MOVE FS-HIST-PTR TO SNAP-HIST-PTR
           MOVE FS-HIST-VIEW TO SNAP-HIST-VIEW
           MOVE WS-OPERID TO MEM-KEY
           READ MEM-FILE
           EVALUATE TRUE
           WHEN MEM-OK
             MOVE 'Y' TO SNAP-MEM-SW
             MOVE MEM-VAR TO SNAP-MEM-VAR
           WHEN MEM-NOTFND
             MOVE 'N' TO SNAP-MEM-SW
             MOVE 'NOTHING' TO SNAP-MEM-VAR
           WHEN OTHER
             DISPLAY 'PERDCLS: ERROR READING MEMFILE FOR '
                 WS-OPERID ', STATUS=' WS-MEM-STATUS
             MOVE 'Y' TO WS-ABORT-SW
           END-EVALUATE
           MOVE 0 TO SNAP-SLOT-COUNT
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 10
              MOVE WS-OPERID TO HIST-OPERID
              COMPUTE HIST-SLOT = WS-SLOT-IDX - 1
              READ HIST-FILE
              EVALUATE TRUE
              WHEN HIST-OK
                MOVE 'Y' TO SNAP-SLOT-SW(WS-SLOT-IDX)
                MOVE HIST-VAR TO SNAP-SLOT-VAR(WS-SLOT-IDX)
                ADD 1 TO SNAP-SLOT-COUNT
              WHEN HIST-NOTFND
                MOVE 'N' TO SNAP-SLOT-SW(WS-SLOT-IDX)
              WHEN OTHER
                DISPLAY 'PERDCLS: ERROR READING HISTFILE FOR '
                    WS-OPERID ', STATUS=' WS-HIST-STATUS
                MOVE 'Y' TO WS-ABORT-SW
              END-EVALUATE
           END-PERFORM
           EXIT.

       CLEAR-OPERATOR-PARA.
      * the state a fresh sign-on seeds and FILECHKP's repair leaves.
      * the VFILE record is the one the sequential walk just read
           MOVE 'NOTHING' TO FS-VAR
           MOVE 0 TO FS-HIST-PTR
           MOVE 0 TO FS-HIST-VIEW
           REWRITE VFILE-RECORD
           IF NOT VFILE-OK
              DISPLAY 'PERDCLS: ERROR CLEARING VFILE FOR ' WS-OPERID
                  ', STATUS=' WS-VFILE-STATUS
              MOVE 'Y' TO WS-ABORT-SW
           END-IF
           IF NOT RUN-ABORTED AND SNAP-HAS-MEMORY
              MOVE WS-OPERID TO MEM-KEY
              MOVE 'NOTHING' TO MEM-VAR
              REWRITE MEM-RECORD
              IF NOT MEM-OK
                 DISPLAY 'PERDCLS: ERROR CLEARING MEMFILE FOR '
                     WS-OPERID ', STATUS=' WS-MEM-STATUS
                 MOVE 'Y' TO WS-ABORT-SW
              END-IF
           END-IF
           IF NOT RUN-ABORTED
              PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                  UNTIL WS-SLOT-IDX > 10
                 IF SNAP-SLOT-ON-FILE(WS-SLOT-IDX)
                    MOVE WS-OPERID TO HIST-OPERID
                    COMPUTE HIST-SLOT = WS-SLOT-IDX - 1
                    DELETE HIST-FILE
                        INVALID KEY CONTINUE
                    END-DELETE
                 END-IF
              END-PERFORM
           END-IF
           EXIT.

       CLOSE-HANDOVERS-PARA.
      * every handover still waiting, whoever it is for - a restart
      * finds only the ones the dead run had not reached, since each
      * is deleted as it is done. the period-close mark is the one
      * record that is not a handover
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO HAND-KEY
           START HAND-FILE KEY NOT < HAND-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START
           IF NOT END-OF-FILE
              PERFORM READ-HAND-NEXT-PARA
           END-IF
           PERFORM UNTIL END-OF-FILE
               IF HAND-KEY NOT = HIGH-VALUES
                  PERFORM CLOSE-ONE-HANDOVER-PARA
               END-IF
               IF RUN-ABORTED
                  MOVE 'Y' TO WS-EOF-SW
               ELSE
                  PERFORM READ-HAND-NEXT-PARA
               END-IF
           END-PERFORM
           IF NOT RUN-ABORTED
              PERFORM SET-CLOSE-MARK-PARA
           END-IF
           EXIT.

       READ-HAND-NEXT-PARA.
           READ HAND-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT HAND-OK AND NOT HAND-EOF
              DISPLAY 'PERDCLS: ERROR READING HANDF, STATUS='
                  WS-HAND-STATUS
              MOVE 'Y' TO WS-EOF-SW
              MOVE 'Y' TO WS-ABORT-SW
           END-IF
           EXIT.

       CLOSE-ONE-HANDOVER-PARA.
      * snapshot first, then off HANDF - a failure between the two
      * leaves the handover in the snapshot and still waiting, and
      * the restart takes it again (a restore passes the repeat)
           PERFORM HOLD-HANDOVER-PARA
           ADD 1 TO WS-SEQ
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-HAND-TO TO SNAP-OPERID
           MOVE WS-RUN-DATE TO SNAP-CLOSE-DATE
           MOVE 'H' TO SNAP-REC-TYPE
           MOVE WS-HAND-HELD TO SNAP-HAND-IMAGE
           WRITE SNAP-RECORD
           IF NOT SNAP-OK
              DISPLAY 'PERDCLS: ERROR WRITING PSNAP, STATUS='
                  WS-SNAP-STATUS
              MOVE 'Y' TO WS-ABORT-SW
           ELSE
              DELETE HAND-FILE
              IF NOT HAND-OK
                 DISPLAY 'PERDCLS: ERROR DELETING HANDOVER FOR '
                     WS-HAND-TO ', STATUS=' WS-HAND-STATUS
                 MOVE 'Y' TO WS-ABORT-SW
              END-IF
           END-IF
           IF RUN-ABORTED
              DISPLAY 'PERDCLS: STOPPING AT HANDOVER FOR ' WS-HAND-TO
           ELSE
              MOVE 'PCLS' TO AUD-TERMID
              PERFORM AUDIT-HANDOVER-PARA
              ADD 1 TO WS-HANDS
              MOVE 'HANDOVER CLOSED' TO HDL-OUTCOME
              PERFORM PRINT-HANDOVER-PARA
              PERFORM WRITE-CHECKPOINT-PARA
           END-IF
           EXIT.

       HOLD-HANDOVER-PARA.
      * the HANDF record in the record area, as read or as the
      * snapshot gave it back
           MOVE HAND-RECORD TO WS-HAND-HELD
           MOVE HAND-KEY TO WS-HAND-TO
           MOVE HAND-FROM-OPERID TO WS-OPERID
           MOVE HAND-VAR TO WS-HAND-VAR
           IF HAND-WITH-MEMORY
              MOVE HAND-MEM-VAR TO WS-HAND-MEM-VAR
           ELSE
              MOVE '(NONE)' TO WS-HAND-MEM-VAR
           END-IF
           EXIT.

       AUDIT-HANDOVER-PARA.
      * the 'N' record under the sender - the total that was waiting
      * in AUD-INPUT, then the operator it was waiting for. the
      * result stays blank: no running total moved
           MOVE SPACES TO AUD-INPUT
           MOVE WS-HAND-VAR TO AUD-INPUT(1:10)
           MOVE WS-HAND-TO TO AUD-INPUT(11:8)
           MOVE SPACES TO AUD-RESULT
           PERFORM WRITE-AUDIT-PARA
           EXIT.

       SET-CLOSE-MARK-PARA.
      * the mark carries the moment HANDF was cleared, so anything
      * dated before it is from the closed period. a later close
      * moves it on
           ACCEPT WS-MARK-JUL-DATE FROM DAY YYYYDDD
           ACCEPT WS-MARK-TIME-RAW FROM TIME
           MOVE HIGH-VALUES TO HAND-KEY
           READ HAND-FILE
           IF NOT HAND-OK AND NOT HAND-NOTFND
              DISPLAY 'PERDCLS: ERROR READING HANDF MARK, STATUS='
                  WS-HAND-STATUS
              MOVE 'Y' TO WS-ABORT-SW
           ELSE
              MOVE HIGH-VALUES TO HAND-KEY
              MOVE 'PERDCLS' TO HAND-FROM-OPERID
              COMPUTE HAND-DATE = WS-MARK-JUL-DATE - 1900000
              DIVIDE WS-MARK-TIME-RAW BY 100 GIVING HAND-TIME
              MOVE 'PCLS' TO HAND-TERMID
              MOVE SPACES TO HAND-VAR
              MOVE 'N' TO HAND-MEM-SW
              MOVE SPACES TO HAND-MEM-VAR
              IF HAND-OK
                 REWRITE HAND-RECORD
              ELSE
                 WRITE HAND-RECORD
              END-IF
              IF NOT HAND-OK
                 DISPLAY 'PERDCLS: ERROR WRITING HANDF MARK, STATUS='
                     WS-HAND-STATUS
                 MOVE 'Y' TO WS-ABORT-SW
              END-IF
           END-IF
           EXIT.

       RESTORE-PASS-PARA.
      * snapshot records at or before the checkpointed count were
      * completed by the run that died and are passed over
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-SNAP-READ
           PERFORM READ-SNAP-PARA
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-SNAP-READ
               IF WS-SNAP-READ > WS-DONE
                  PERFORM RESTORE-ONE-PARA
               END-IF
               IF RUN-ABORTED
                  MOVE 'Y' TO WS-EOF-SW
               ELSE
                  PERFORM READ-SNAP-PARA
               END-IF
           END-PERFORM
           IF NOT RUN-ABORTED
              PERFORM DROP-CLOSE-MARK-PARA
           END-IF
           EXIT.

       DROP-CLOSE-MARK-PARA.
      * the close is undone, so its handovers are live again - the
      * mark goes, and with it the calculator's date check
           MOVE HIGH-VALUES TO HAND-KEY
           DELETE HAND-FILE
               INVALID KEY CONTINUE
           END-DELETE
           IF NOT HAND-OK AND NOT HAND-NOTFND
              DISPLAY 'PERDCLS: ERROR DELETING HANDF MARK, STATUS='
                  WS-HAND-STATUS
              MOVE 'Y' TO WS-ABORT-SW
           END-IF
           EXIT.

       READ-SNAP-PARA.
           READ SNAP-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT SNAP-OK AND NOT SNAP-EOF
              DISPLAY 'PERDCLS: ERROR READING PSNAP, STATUS='
                  WS-SNAP-STATUS
              MOVE 'Y' TO WS-EOF-SW
              MOVE 'Y' TO WS-ABORT-SW
           END-IF
           EXIT.

       RESTORE-ONE-PARA.
           MOVE SNAP-OPERID TO WS-OPERID
           ADD 1 TO WS-SEQ
           IF SNAP-HANDOVER-REC
              PERFORM RESTORE-HANDOVER-PARA
           ELSE
              IF WS-OPERID = WS-LAST-KEY
      * the second copy a restarted close can leave - see the note
      * on top
                 MOVE 'REPEAT - IGNORED' TO DET-OUTCOME
                 PERFORM PRINT-DETAIL-PARA
              ELSE
                 PERFORM CHECK-STILL-CLEAN-PARA
                 IF NOT RUN-ABORTED
                    IF STILL-CLEAN OR FORCE-RESTORE
                       PERFORM RESTORE-OPERATOR-PARA
                    ELSE
                       ADD 1 TO WS-SKIPPED
                       MOVE 'WORKED SINCE CLOSE' TO DET-OUTCOME
                       PERFORM PRINT-DETAIL-PARA
                    END-IF
                 END-IF
              END-IF
              IF NOT RUN-ABORTED
                 MOVE WS-OPERID TO WS-LAST-KEY
              END-IF
           END-IF
           IF NOT RUN-ABORTED
              ADD 1 TO WS-DONE
              PERFORM WRITE-CHECKPOINT-PARA
           END-IF
           EXIT.

       RESTORE-HANDOVER-PARA.
      * back on HANDF exactly as it stood. only one handover can
      * wait for an operator, so one sent to them since the close
      * keeps its place and this one is listed and left - FORCE or
      * not, as writing over it would lose that total outright. the
      * same handover already back is the repeat a restarted close
      * can leave, and is passed over
           MOVE SNAP-HAND-IMAGE TO HAND-RECORD
           PERFORM HOLD-HANDOVER-PARA
           WRITE HAND-RECORD
           EVALUATE TRUE
           WHEN HAND-OK
             MOVE 'PRST' TO AUD-TERMID
             PERFORM AUDIT-HANDOVER-PARA
             ADD 1 TO WS-HANDS
             MOVE 'HANDOVER RESTORED' TO HDL-OUTCOME
           WHEN HAND-DUPLICATE
             READ HAND-FILE
             IF NOT HAND-OK
                DISPLAY 'PERDCLS: ERROR READING HANDF FOR '
                    WS-HAND-TO ', STATUS=' WS-HAND-STATUS
                MOVE 'Y' TO WS-ABORT-SW
             ELSE
                IF HAND-RECORD = WS-HAND-HELD
                   MOVE 'REPEAT - IGNORED' TO HDL-OUTCOME
                ELSE
                   ADD 1 TO WS-SKIPPED
                   MOVE 'NEW HANDOVER WAITING' TO HDL-OUTCOME
                END-IF
             END-IF
           WHEN OTHER
             DISPLAY 'PERDCLS: ERROR RESTORING HANDOVER FOR '
                 WS-HAND-TO ', STATUS=' WS-HAND-STATUS
             MOVE 'Y' TO WS-ABORT-SW
           END-EVALUATE
           IF RUN-ABORTED
              DISPLAY 'PERDCLS: STOPPING AT HANDOVER FOR ' WS-HAND-TO
           ELSE
              PERFORM PRINT-HANDOVER-PARA
           END-IF
           EXIT.

       CHECK-STILL-CLEAN-PARA.
      * an operator who has signed on and worked since the close is
      * no longer at 'NOTHING' - their new work would be lost under
      * the old total, so they are restored only on FORCE
           MOVE 'Y' TO WS-NOW-CLEAN-SW
           MOVE 'NOTHING' TO WS-NOW-FS-VAR
           MOVE 'NOTHING' TO WS-NOW-MEM-VAR
           MOVE 'N' TO WS-VFILE-FOUND-SW
           MOVE WS-OPERID TO FS-KEY
           READ VFILE-FILE
           EVALUATE TRUE
           WHEN VFILE-OK
             MOVE 'Y' TO WS-VFILE-FOUND-SW
             MOVE FS-VAR TO WS-NOW-FS-VAR
             IF FS-VAR NOT = 'NOTHING' OR FS-HIST-PTR NOT = 0
                MOVE 'N' TO WS-NOW-CLEAN-SW
             END-IF
           WHEN VFILE-NOTFND
             CONTINUE
           WHEN OTHER
             DISPLAY 'PERDCLS: ERROR READING VFILE FOR ' WS-OPERID
                 ', STATUS=' WS-VFILE-STATUS
             MOVE 'Y' TO WS-ABORT-SW
           END-EVALUATE
           MOVE WS-OPERID TO MEM-KEY
           READ MEM-FILE
           EVALUATE TRUE
           WHEN MEM-OK
             MOVE MEM-VAR TO WS-NOW-MEM-VAR
             IF MEM-VAR NOT = 'NOTHING'
                MOVE 'N' TO WS-NOW-CLEAN-SW
             END-IF
           WHEN MEM-NOTFND
             CONTINUE
           WHEN OTHER
             DISPLAY 'PERDCLS: ERROR READING MEMFILE FOR '
                 WS-OPERID ', STATUS=' WS-MEM-STATUS
             MOVE 'Y' TO WS-ABORT-SW
           END-EVALUATE
           EXIT.

       RESTORE-OPERATOR-PARA.
      * VFILE first (rewritten, or written again if the record has
      * gone since), then memory, then the ring - every slot is
      * cleared and the snapshot's slots written back, so the ring
      * and its pointer agree the way FILECHKP expects
           MOVE WS-OPERID TO FS-KEY
           MOVE SNAP-FS-VAR TO FS-VAR
           MOVE SNAP-HIST-PTR TO FS-HIST-PTR
           MOVE SNAP-HIST-VIEW TO FS-HIST-VIEW
           IF VFILE-WAS-FOUND
              REWRITE VFILE-RECORD
           ELSE
              WRITE VFILE-RECORD
           END-IF
           IF NOT VFILE-OK
              DISPLAY 'PERDCLS: ERROR RESTORING VFILE FOR ' WS-OPERID
                  ', STATUS=' WS-VFILE-STATUS
              MOVE 'Y' TO WS-ABORT-SW
           END-IF
           IF NOT RUN-ABORTED
              PERFORM RESTORE-MEMORY-PARA
           END-IF
           IF NOT RUN-ABORTED
              PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                  UNTIL WS-SLOT-IDX > 10
                 MOVE WS-OPERID TO HIST-OPERID
                 COMPUTE HIST-SLOT = WS-SLOT-IDX - 1
                 DELETE HIST-FILE
                     INVALID KEY CONTINUE
                 END-DELETE
                 IF SNAP-SLOT-ON-FILE(WS-SLOT-IDX)
                    MOVE SNAP-SLOT-VAR(WS-SLOT-IDX) TO HIST-VAR
                    WRITE HIST-RECORD
                    IF NOT HIST-OK
                       DISPLAY 'PERDCLS: ERROR RESTORING HISTFILE FOR '
                           WS-OPERID ', STATUS=' WS-HIST-STATUS
                       MOVE 'Y' TO WS-ABORT-SW
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF NOT RUN-ABORTED
              MOVE 'PRST' TO AUD-TERMID
              MOVE WS-NOW-FS-VAR TO AUD-INPUT(1:10)
              MOVE WS-NOW-MEM-VAR TO AUD-INPUT(11:10)
              MOVE SNAP-FS-VAR TO AUD-RESULT
              PERFORM WRITE-AUDIT-PARA
              ADD 1 TO WS-CARRIED
              MOVE 'RESTORED' TO DET-OUTCOME
              PERFORM PRINT-DETAIL-PARA
           END-IF
           EXIT.

       RESTORE-MEMORY-PARA.
      * back exactly as it was - including no record at all
           MOVE WS-OPERID TO MEM-KEY
           IF SNAP-HAS-MEMORY
              MOVE SNAP-MEM-VAR TO MEM-VAR
              REWRITE MEM-RECORD
              IF MEM-NOTFND
                 WRITE MEM-RECORD
              END-IF
              IF NOT MEM-OK
                 DISPLAY 'PERDCLS: ERROR RESTORING MEMFILE FOR '
                     WS-OPERID ', STATUS=' WS-MEM-STATUS
                 MOVE 'Y' TO WS-ABORT-SW
              END-IF
           ELSE
              DELETE MEM-FILE
                  INVALID KEY CONTINUE
              END-DELETE
           END-IF
           EXIT.

       WRITE-AUDIT-PARA.
      * one record per operator (or handover) closed or restored,
      * operation 'N'. AUD-TERMID 'PCLS' or 'PRST' (set by the
      * caller) can never collide with a real terminal id. status
      * 'OK' - the replay verifier only follows 'OK' records - and
      * no account, as with the sign-on and maintenance records.
      * the audit trail is a diagnostic record, not the system of
      * record, so a failed write is reported but does not stop the
      * run
           COMPUTE AUD-DATE = WS-JUL-DATE - 1900000
           DIVIDE WS-TIME-RAW BY 100 GIVING AUD-TIME
           MOVE WS-SEQ TO AUD-TASKN
           MOVE 'N' TO AUD-OPERATION
           MOVE 'OK' TO AUD-STATUS
           MOVE WS-OPERID TO AUD-OPERID
      * the alternate-index copy of who-plus-when - see AUDITREC
           MOVE AUD-OPERID TO AUD-ALT-OPERID
           MOVE AUD-DATE TO AUD-ALT-DATE
           MOVE AUD-TIME TO AUD-ALT-TIME
           MOVE AUD-TASKN TO AUD-ALT-TASKN
           MOVE SPACES TO AUD-ACCOUNT
           WRITE AUDIT-RECORD
           IF NOT AUDIT-OK
              ADD 1 TO WS-AUDIT-FAILS
              DISPLAY 'PERDCLS: ERROR WRITING AUDITF FOR ' WS-OPERID
                  ', STATUS=' WS-AUDIT-STATUS
           END-IF
           EXIT.

       PRINT-DETAIL-PARA.
      * the balances the snapshot holds - at a close, what the
      * operator carried out of the period
           MOVE SNAP-OPERID TO DET-OPERID
           MOVE SNAP-FS-VAR TO DET-FS-VAR
           IF SNAP-HAS-MEMORY
              MOVE SNAP-MEM-VAR TO DET-MEM-VAR
           ELSE
              MOVE '(NONE)' TO DET-MEM-VAR
           END-IF
           MOVE SNAP-SLOT-COUNT TO DET-SLOTS
           MOVE SNAP-HIST-PTR TO DET-PTR
           DISPLAY WS-DETAIL-LINE
           EXIT.

       PRINT-HANDOVER-PARA.
           MOVE WS-HAND-TO TO HDL-OPERID
           MOVE WS-HAND-VAR TO HDL-VAR
           MOVE WS-HAND-MEM-VAR TO HDL-MEM-VAR
           MOVE WS-OPERID TO HDL-FROM
           DISPLAY WS-HAND-LINE
           EXIT.

       WRITE-CHECKPOINT-PARA.
      * the checkpoint is one record - rewriting it is done by
      * recreating the file, same arrangement as AUDARCH
           OPEN OUTPUT CHKPT-FILE
           MOVE SPACES TO CHKPT-REC
           MOVE WS-CHK-STATUS TO CHK-STATUS
           MOVE WS-CHK-MODE TO CHK-MODE
           MOVE WS-RUN-DATE TO CHK-RUN-DATE
           MOVE WS-LAST-KEY TO CHK-LAST-KEY
           MOVE WS-DONE TO CHK-DONE
           MOVE WS-CARRIED TO CHK-CARRIED
           MOVE WS-SKIPPED TO CHK-SKIPPED
           MOVE WS-AUDIT-FAILS TO CHK-AUDIT-FAILS
           MOVE WS-HANDS TO CHK-HANDS
           WRITE CHKPT-REC
           IF NOT CHKPT-OK
              DISPLAY 'PERDCLS: ERROR WRITING PCLSCHK, STATUS='
                  WS-CHKPT-STATUS
           END-IF
           CLOSE CHKPT-FILE
           EXIT.

       CLOSE-FILES-PARA.
           CLOSE VFILE-FILE
           CLOSE MEM-FILE
           CLOSE HIST-FILE
           CLOSE AUDIT-FILE
           CLOSE HAND-FILE
           CLOSE SNAP-FILE
           EXIT.
