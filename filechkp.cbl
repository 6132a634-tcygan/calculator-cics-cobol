      * pointer and view zeroed, ring slots deleted, orphans
      * deleted). one exceptions line prints per problem either way.
      * note: a running total refreshed by memory-recall, by a
      * PF15 history restore, by a PF16 held-result release or by
      * taking over a handed-over total is allowed to differ from
      * the newest ring slot (none of them writes the ring) - that
      * check reports but is never repaired on its own.
      * the handover file (HANDF) is walked too: a total waiting to
      * be taken over must name a sender who still has a VFILE
      * record and must carry a value. those are reported only -
      * the total in a handover exists nowhere else, so this job
      * never deletes one.
      * the period close (PERDCLS) leaves every operator in exactly
      * the clean state a repair here re-seeds to, and its restore
      * puts the ring, pointer and total back together, so neither
      * shows up as an exception. the close also takes every
      * waiting handover off HANDF into its snapshot and leaves its
      * period-close mark there (see HANDREC) - the mark is not a
      * handover and is passed over, and a handover dated before it
      * belongs to a closed period, which the calculator will not
      * apply, so it is reported
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-KEY
               FILE STATUS IS WS-MEM-STATUS.
           SELECT HAND-FILE ASSIGN TO HANDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAND-KEY
               FILE STATUS IS WS-HAND-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO FCHKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           COPY MEMREC
               REPLACING MEMREC-NAME BY MEM-RECORD.

       FD  HAND-FILE.
      * layout shared with MAPKALKP via the HANDREC copybook
           COPY HANDREC
               REPLACING HANDREC-NAME BY HAND-RECORD.

       FD  PARM-FILE.
       01  PARM-CARD.
           05 PRM-MODE PIC X(6).
           88 MEM-OK VALUE '00'.
           88 MEM-EOF VALUE '10'.
           88 MEM-NOTFND VALUE '23'.
       01 WS-HAND-STATUS PIC XX.
           88 HAND-OK VALUE '00'.
           88 HAND-EOF VALUE '10'.
           88 HAND-NOTFND VALUE '23'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-OK VALUE '00'.

      * so random reads of the other files cannot disturb it
       01 WS-CHECK-OPERID PIC X(8) VALUE SPACES.

      * the period-close mark on HANDF, when there is one
       01 WS-MARK-SW PIC X VALUE 'N'.
           88 CLOSE-MARK-FOUND VALUE 'Y'.
       01 WS-MARK-DATE PIC S9(7) COMP-3 VALUE 0.
       01 WS-MARK-TIME PIC S9(7) COMP-3 VALUE 0.

       01 WS-COUNTERS.
           05 WS-VFILE-COUNT PIC 9(7) VALUE 0.
           05 WS-MEM-COUNT PIC 9(7) VALUE 0.
           05 WS-HIST-COUNT PIC 9(7) VALUE 0.
           05 WS-HAND-COUNT PIC 9(7) VALUE 0.
           05 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
           05 WS-REPAIR-COUNT PIC 9(7) VALUE 0.

           PERFORM WALK-VFILE-PARA
           PERFORM WALK-MEMFILE-PARA
           PERFORM WALK-HISTFILE-PARA
           PERFORM WALK-HANDF-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY '==================================================='
           IF REPAIR-MODE
           DISPLAY 'VFILE RECORDS CHECKED  : ' WS-VFILE-COUNT
           DISPLAY 'MEMFILE RECORDS CHECKED: ' WS-MEM-COUNT
           DISPLAY 'HISTFILE RECORDS SEEN  : ' WS-HIST-COUNT
           DISPLAY 'HANDOVERS WAITING      : ' WS-HAND-COUNT
           DISPLAY 'EXCEPTIONS             : ' WS-EXCEPTION-COUNT
           DISPLAY 'REPAIRS APPLIED        : ' WS-REPAIR-COUNT
           DISPLAY '==================================================='
                  WS-MEM-STATUS
              STOP RUN
           END-IF
      * read only - see the note on top
           OPEN INPUT HAND-FILE
           IF NOT HAND-OK
              DISPLAY 'FILECHKP: UNABLE TO OPEN HANDF, STATUS='
                  WS-HAND-STATUS
              STOP RUN
           END-IF
           EXIT.

       WALK-VFILE-PARA.
           END-IF
           EXIT.

       WALK-HANDF-PARA.
      * handovers waiting to be taken over - one whose sender has
      * no VFILE record any more is an orphan, and one carrying no
      * total should never have been written. the period-close
      * mark is read first, to date the ones that are left
           MOVE 'N' TO WS-MARK-SW
           MOVE HIGH-VALUES TO HAND-KEY
           READ HAND-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'Y' TO WS-MARK-SW
                 MOVE HAND-DATE TO WS-MARK-DATE
                 MOVE HAND-TIME TO WS-MARK-TIME
           END-READ
           IF NOT HAND-OK AND NOT HAND-NOTFND
              DISPLAY 'FILECHKP: ERROR READING HANDF MARK, STATUS='
                  WS-HAND-STATUS
           END-IF
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO HAND-KEY
           START HAND-FILE KEY NOT < HAND-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM CHECK-ONE-HAND-PARA UNTIL END-OF-WALK
           EXIT.

       CHECK-ONE-HAND-PARA.
           READ HAND-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF END-OF-WALK
              CONTINUE
           ELSE
             IF NOT HAND-OK
                DISPLAY 'FILECHKP: ERROR READING HANDF, STATUS='
                    WS-HAND-STATUS
                MOVE 'Y' TO WS-EOF-SW
             ELSE
             IF HAND-KEY = HIGH-VALUES
                CONTINUE
             ELSE
                ADD 1 TO WS-HAND-COUNT
                IF CLOSE-MARK-FOUND
                    AND (HAND-DATE < WS-MARK-DATE
                     OR (HAND-DATE = WS-MARK-DATE
                         AND HAND-TIME < WS-MARK-TIME))
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY 'FILECHKP: ' HAND-KEY
                       ' HANDOVER FROM ' HAND-FROM-OPERID
                       ' PREDATES THE LAST CLOSE'
                END-IF
                IF HAND-VAR = SPACES OR HAND-VAR = 'NOTHING'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY 'FILECHKP: ' HAND-KEY
                       ' HANDOVER FROM ' HAND-FROM-OPERID
                       ' CARRIES NO TOTAL'
                END-IF
                MOVE HAND-FROM-OPERID TO FS-KEY
                READ VFILE-FILE
                    INVALID KEY
                      ADD 1 TO WS-EXCEPTION-COUNT
                      DISPLAY 'FILECHKP: ' HAND-KEY
                          ' ORPHAN HANDOVER FROM ' HAND-FROM-OPERID
                    NOT INVALID KEY
                      CONTINUE
                END-READ
             END-IF
             END-IF
           END-IF
           EXIT.

       CLOSE-FILES-PARA.
           CLOSE VFILE-FILE
           CLOSE HIST-FILE
           CLOSE MEM-FILE
           CLOSE HAND-FILE
           EXIT.
