      ******************************************************************
      * LIMMAP - symbolic map for mapset LIMMAP, map MAPL
      * generated-style copybook for the limits table maintenance
      * screen - supervisor operator id and PIN, action code, limit
      * name and value, and a message line; same shape the rate
      * maintenance screen started with
      ******************************************************************
       01  MAPLI.
           05 FILLER                    PIC X(12).
           05 FILLER REDEFINES LOPIDF.
               10 LOPIDA                PICTURE X.
           05 LOPIDI                    PIC X(8).
      * the supervisor's PIN - the BMS map carries DRK on this field
      * so the digits never show on the glass, as on the sign-on
      * screen
           05 LPINL                     COMP PIC S9(4).
           05 LPINF                     PICTURE X.
           05 FILLER REDEFINES LPINF.
               10 LPINA                 PICTURE X.
           05 LPINI                     PIC X(4).
           05 LACTL                     COMP PIC S9(4).
           05 LACTF                     PICTURE X.
           05 FILLER REDEFINES LACTF.
           05 FILLER                    PIC X(3).
           05 LOPIDO                    PIC X(8).
           05 FILLER                    PIC X(3).
           05 LPINO                     PIC X(4).
           05 FILLER                    PIC X(3).
           05 LACTO                     PIC X.
           05 FILLER                    PIC X(3).
           05 LNAMO                     PIC X(8).
