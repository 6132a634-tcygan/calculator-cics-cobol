      * sign-on), 'T' (rate table maintenance), 'P' (session tape
      * printed), 'U' (history entry restored as the running total),
      * 'O' (operator master maintenance), 'K' (limits table
      * maintenance), 'G' (held over-limit result released), 'F'
      * (end-of-shift sign-off), 'N' (period close or its restore),
      * 'H' (running total handed over between operators)
           05 WS-OP-ENTRY OCCURS 30 TIMES INDEXED BY OP-IDX.
               10 WS-OP-CODE PIC X VALUE SPACE.
               10 WS-OP-COUNT PIC 9(7) VALUE 0.
       01 WS-OP-USED PIC 99 VALUE 0.
                  MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT FOUND AND WS-OP-USED < 30
              ADD 1 TO WS-OP-USED
              MOVE AUD-OPERATION TO WS-OP-CODE(WS-OP-USED)
              MOVE 1 TO WS-OP-COUNT(WS-OP-USED)
