      ******************************************************************
      * VERIMAP - symbolic map for mapset VERIMAP, map MAPV
      * generated-style copybook for the blind second-keying screen -
      * the checker's operator id and PIN, the sampled calculation's
      * operation, the running total it was applied to, the number
      * typed and the account (output only - the original result is
      * never on this map), the checker's answer and a message line
      ******************************************************************
       01  MAPVI.
           05 FILLER                    PIC X(12).
      * the checker's own operator id
           05 VOPIDL                    COMP PIC S9(4).
           05 VOPIDF                    PICTURE X.
           05 FILLER REDEFINES VOPIDF.
               10 VOPIDA                PICTURE X.
           05 VOPIDI                    PIC X(8).
      * the checker's PIN - the BMS map carries DRK on this field so
      * the digits never show on the glass, as on the sign-on screen
           05 VPINL                     COMP PIC S9(4).
           05 VPINF                     PICTURE X.
           05 FILLER REDEFINES VPINF.
               10 VPINA                 PICTURE X.
           05 VPINI                     PIC X(4).
           05 VOPRL                     COMP PIC S9(4).
           05 VOPRF                     PICTURE X.
           05 FILLER REDEFINES VOPRF.
               10 VOPRA                 PICTURE X.
           05 VOPRI                     PIC X(4).
           05 VPRVL                     COMP PIC S9(4).
           05 VPRVF                     PICTURE X.
           05 FILLER REDEFINES VPRVF.
               10 VPRVA                 PICTURE X.
           05 VPRVI                     PIC X(10).
           05 VINPL                     COMP PIC S9(4).
           05 VINPF                     PICTURE X.
           05 FILLER REDEFINES VINPF.
               10 VINPA                 PICTURE X.
           05 VINPI                     PIC X(20).
           05 VACTL                     COMP PIC S9(4).
           05 VACTF                     PICTURE X.
           05 FILLER REDEFINES VACTF.
               10 VACTA                 PICTURE X.
           05 VACTI                     PIC X(10).
      * the checker's own answer
           05 VANSL                     COMP PIC S9(4).
           05 VANSF                     PICTURE X.
           05 FILLER REDEFINES VANSF.
               10 VANSA                 PICTURE X.
           05 VANSI                     PIC X(10).
           05 VMSGL                     COMP PIC S9(4).
           05 VMSGF                     PICTURE X.
           05 FILLER REDEFINES VMSGF.
               10 VMSGA                 PICTURE X.
           05 VMSGI                     PIC X(20).

       01  MAPVO REDEFINES MAPVI.
           05 FILLER                    PIC X(12).
           05 FILLER                    PIC X(3).
           05 VOPIDO                    PIC X(8).
           05 FILLER                    PIC X(3).
           05 VPINO                     PIC X(4).
           05 FILLER                    PIC X(3).
           05 VOPRO                     PIC X(4).
           05 FILLER                    PIC X(3).
           05 VPRVO                     PIC X(10).
           05 FILLER                    PIC X(3).
           05 VINPO                     PIC X(20).
           05 FILLER                    PIC X(3).
           05 VACTO                     PIC X(10).
           05 FILLER                    PIC X(3).
           05 VANSO                     PIC X(10).
           05 FILLER                    PIC X(3).
           05 VMSGO                     PIC X(20).
