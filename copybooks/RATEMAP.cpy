      ******************************************************************
      * RATEMAP - symbolic map for mapset RATEMAP, map MAPR
      * generated-style copybook for the rate table maintenance
      * screen - supervisor operator id and PIN, action code, rate name,
      * effective date (0CYYDDD julian, blank means today), value,
      * six inquiry lines for a name's pending future versions, and
      * a message line
           05 FILLER REDEFINES ROPIDF.
               10 ROPIDA                PICTURE X.
           05 ROPIDI                    PIC X(8).
      * the supervisor's PIN - the BMS map carries DRK on this field
      * so the digits never show on the glass, as on the sign-on
      * screen
           05 RPINL                     COMP PIC S9(4).
           05 RPINF                     PICTURE X.
           05 FILLER REDEFINES RPINF.
               10 RPINA                 PICTURE X.
           05 RPINI                     PIC X(4).
           05 RACTL                     COMP PIC S9(4).
           05 RACTF                     PICTURE X.
           05 FILLER REDEFINES RACTF.
           05 FILLER                    PIC X(3).
           05 ROPIDO                    PIC X(8).
           05 FILLER                    PIC X(3).
           05 RPINO                     PIC X(4).
           05 FILLER                    PIC X(3).
           05 RACTO                     PIC X.
           05 FILLER                    PIC X(3).
           05 RNAMO                     PIC X(8).
