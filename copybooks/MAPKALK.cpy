      * the memory value - 125.50*VATRATE does not fit the old 10.
      * single numbers and results are still 10 at most
           05 MFILDI                    PIC X(20).
      * the customer account the calculation is for - sent back with
      * every reply so it stays on the glass until the operator types
      * the next customer's number over it
           05 MACCTL                    COMP PIC S9(4).
           05 MACCTF                    PICTURE X.
           05 FILLER REDEFINES MACCTF.
               10 MACCTA                PICTURE X.
           05 MACCTI                    PIC X(10).
           05 MSGL                      COMP PIC S9(4).
           05 MSGF                      PICTURE X.
           05 FILLER REDEFINES MSGF.
      * filler between them - this filler covers MFILDL/MFILDF's bytes
           05 FILLER                    PIC X(3).
           05 MFILDO                    PIC X(20).
           05 FILLER                    PIC X(3).
           05 MACCTO                    PIC X(10).
      * this filler covers MSGL/MSGF's bytes, ahead of MSGO
           05 FILLER                    PIC X(3).
           05 MSGO                      PIC X(20).
