      ******************************************************************
      * APPRMAP - symbolic map for mapset APPRMAP, map MAPP
      * generated-style copybook for the pending-change approval
      * screen - the approving supervisor's operator id and PIN, the
      * number of the list line to act on, the action (A approve,
      * R reject), twelve pending-change lines and a message line
      ******************************************************************
       01  MAPPI.
           05 FILLER                    PIC X(12).
           05 POPIDL                    COMP PIC S9(4).
           05 POPIDF                    PICTURE X.
           05 FILLER REDEFINES POPIDF.
               10 POPIDA                PICTURE X.
           05 POPIDI                    PIC X(8).
      * the supervisor's PIN - the BMS map carries DRK on this field
      * so the digits never show on the glass, as on the sign-on
      * screen
           05 PPINL                     COMP PIC S9(4).
           05 PPINF                     PICTURE X.
           05 FILLER REDEFINES PPINF.
               10 PPINA                 PICTURE X.
           05 PPINI                     PIC X(4).
           05 PSELL                     COMP PIC S9(4).
           05 PSELF                     PICTURE X.
           05 FILLER REDEFINES PSELF.
               10 PSELA                 PICTURE X.
           05 PSELI                     PIC X(2).
           05 PACTL                     COMP PIC S9(4).
           05 PACTF                     PICTURE X.
           05 FILLER REDEFINES PACTF.
               10 PACTA                 PICTURE X.
           05 PACTI                     PIC X.
           05 PLINEG OCCURS 12.
               10 PLINEL                COMP PIC S9(4).
               10 PLINEF                PICTURE X.
               10 PLINEI                PIC X(60).
           05 PMSGL                     COMP PIC S9(4).
           05 PMSGF                     PICTURE X.
           05 FILLER REDEFINES PMSGF.
               10 PMSGA                 PICTURE X.
           05 PMSGI                     PIC X(20).

       01  MAPPO REDEFINES MAPPI.
           05 FILLER                    PIC X(12).
           05 FILLER                    PIC X(3).
           05 POPIDO                    PIC X(8).
           05 FILLER                    PIC X(3).
           05 PPINO                     PIC X(4).
           05 FILLER                    PIC X(3).
           05 PSELO                     PIC X(2).
           05 FILLER                    PIC X(3).
           05 PACTO                     PIC X.
           05 PLINEGO OCCURS 12.
               10 FILLER                PIC X(3).
               10 PLINEO                PIC X(60).
           05 FILLER                    PIC X(3).
           05 PMSGO                     PIC X(20).
