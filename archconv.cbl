      * fills them. record order and count are preserved, so the
      * converted generation answers a dispute exactly as the
      * original did.
      * the record has widened a second time since - AUD-ACCOUNT, the
      * customer account, on the tail - so a generation can now be
      * in either old shape: the original 53 bytes, or the 83 bytes
      * it had with the alternate key but before the account. the
      * CONVPARM card says which one ARCHOLD holds ('53' or '83' in
      * columns 1-2, blank or no card meaning '83', which is what
      * every generation converted at the earlier cutover or written
      * since then looks like). the account comes out blank either
      * way - nothing written before the field existed was keyed for
      * one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-FILE ASSIGN TO ARCHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO CONVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OLD-RESULT PIC X(10).
           05 OLD-STATUS PIC X(8).
           05 OLD-OPERID PIC X(8).
      * the record as it was between the alternate-key widening and
      * the account widening - the same field-for-field idea
       01  PRIOR-RECORD.
           05 PRIOR-KEY.
               10 PRIOR-TERMID PIC X(4).
               10 PRIOR-DATE PIC S9(7) COMP-3.
               10 PRIOR-TIME PIC S9(7) COMP-3.
               10 PRIOR-TASKN PIC S9(7) COMP-3.
           05 PRIOR-OPERATION PIC X.
           05 PRIOR-INPUT PIC X(20).
           05 PRIOR-RESULT PIC X(10).
           05 PRIOR-STATUS PIC X(8).
           05 PRIOR-OPERID PIC X(8).
           05 PRIOR-ALT-KEY PIC X(20).

       FD  NEW-FILE.
      * the current layout, via the shared AUDITREC copybook - what
           COPY AUDITREC
               REPLACING AUDITREC-NAME BY NEW-RECORD.

       FD  PARM-FILE.
       01  PARM-CARD.
      * which old shape ARCHOLD holds - '53' or '83', blank is '83'
           05 PRM-LAYOUT PIC X(2).
           05 FILLER PIC X(78).

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC XX.
           88 OLD-OK VALUE '00'.
           88 OLD-EOF VALUE '10'.
       01 WS-NEW-STATUS PIC XX.
           88 NEW-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-OK VALUE '00'.

       01 WS-LAYOUT PIC X(2) VALUE '83'.
           88 FROM-ORIGINAL VALUE '53'.
           88 FROM-ALT-KEY VALUE '83'.

       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-PARM-PARA
           OPEN INPUT OLD-FILE
           IF NOT OLD-OK
              DISPLAY 'ARCHCONV: UNABLE TO OPEN ARCHOLD, STATUS='
           END-IF
           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF PARM-OK
              READ PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                    IF PRM-LAYOUT NOT = SPACES
                       MOVE PRM-LAYOUT TO WS-LAYOUT
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           IF NOT FROM-ORIGINAL AND NOT FROM-ALT-KEY
              DISPLAY 'ARCHCONV: LAYOUT MUST BE 53 OR 83: ' WS-LAYOUT
              STOP RUN
           END-IF
           DISPLAY 'ARCHCONV: CONVERTING FROM THE ' WS-LAYOUT
               '-BYTE LAYOUT'
           EXIT.

       READ-OLD-PARA.
           READ OLD-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
       CONVERT-RECORD-PARA.
           ADD 1 TO WS-READ
           MOVE SPACES TO NEW-RECORD
           IF FROM-ALT-KEY
              PERFORM CONVERT-PRIOR-PARA
           ELSE
              PERFORM CONVERT-ORIGINAL-PARA
           END-IF
           WRITE NEW-RECORD
           IF NOT NEW-OK
              DISPLAY 'ARCHCONV: ERROR WRITING ARCHNEW, STATUS='
                  WS-NEW-STATUS
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              ADD 1 TO WS-WRITTEN
           END-IF
           EXIT.

       CONVERT-ORIGINAL-PARA.
           MOVE OLD-TERMID TO AUD-TERMID
           MOVE OLD-DATE TO AUD-DATE
           MOVE OLD-TIME TO AUD-TIME
           MOVE OLD-DATE TO AUD-ALT-DATE
           MOVE OLD-TIME TO AUD-ALT-TIME
           MOVE OLD-TASKN TO AUD-ALT-TASKN
           EXIT.

       CONVERT-PRIOR-PARA.
      * everything but the account was already in today's layout
           MOVE PRIOR-TERMID TO AUD-TERMID
           MOVE PRIOR-DATE TO AUD-DATE
           MOVE PRIOR-TIME TO AUD-TIME
           MOVE PRIOR-TASKN TO AUD-TASKN
           MOVE PRIOR-OPERATION TO AUD-OPERATION
           MOVE PRIOR-INPUT TO AUD-INPUT
           MOVE PRIOR-RESULT TO AUD-RESULT
           MOVE PRIOR-STATUS TO AUD-STATUS
           MOVE PRIOR-OPERID TO AUD-OPERID
           MOVE PRIOR-ALT-KEY TO AUD-ALT-KEY
           MOVE SPACES TO AUD-ACCOUNT
           EXIT.
