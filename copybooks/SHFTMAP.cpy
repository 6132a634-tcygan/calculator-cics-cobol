      ******************************************************************
      * SHFTMAP - symbolic map for mapset SHFTMAP, map MAPH
      * generated-style copybook for the supervisors' shift list -
      * the supervisor's own operator id, the day to list (0CYYDDD,
      * blank for today), twelve shift lines and a message line
      ******************************************************************
       01  MAPHI.
           05 FILLER                    PIC X(12).
           05 HOPIDL                    COMP PIC S9(4).
           05 HOPIDF                    PICTURE X.
           05 FILLER REDEFINES HOPIDF.
               10 HOPIDA                PICTURE X.
           05 HOPIDI                    PIC X(8).
           05 HDTL                      COMP PIC S9(4).
           05 HDTF                      PICTURE X.
           05 FILLER REDEFINES HDTF.
               10 HDTA                  PICTURE X.
           05 HDTI                      PIC X(7).
           05 HLINEG OCCURS 12.
               10 HLINEL                COMP PIC S9(4).
               10 HLINEF                PICTURE X.
               10 HLINEI                PIC X(60).
           05 HMSGL                     COMP PIC S9(4).
           05 HMSGF                     PICTURE X.
           05 FILLER REDEFINES HMSGF.
               10 HMSGA                 PICTURE X.
           05 HMSGI                     PIC X(20).

       01  MAPHO REDEFINES MAPHI.
           05 FILLER                    PIC X(12).
           05 FILLER                    PIC X(3).
           05 HOPIDO                    PIC X(8).
           05 FILLER                    PIC X(3).
           05 HDTO                      PIC X(7).
           05 HLINEGO OCCURS 12.
               10 FILLER                PIC X(3).
               10 HLINEO                PIC X(60).
           05 FILLER                    PIC X(3).
           05 HMSGO                     PIC X(20).
