      ******************************************************************
      * OPERMAP - symbolic map for mapset OPERMAP, map MAPO
      * generated-style copybook for the operator master maintenance
      * screen - supervisor operator id and PIN, action code, target
      * operator id, name, supervisor flag, the target's sign-on PIN,
      * and a message line (both PIN fields carry DRK on the BMS map
      * so the digits never show on the glass)
      ******************************************************************
       01  MAPOI.
           05 FILLER                    PIC X(12).
           05 FILLER REDEFINES OOPIDF.
               10 OOPIDA                PICTURE X.
           05 OOPIDI                    PIC X(8).
      * the supervisor's PIN - the BMS map carries DRK on this field
      * so the digits never show on the glass, as on the sign-on
      * screen
           05 OSPNL                     COMP PIC S9(4).
           05 OSPNF                     PICTURE X.
           05 FILLER REDEFINES OSPNF.
               10 OSPNA                 PICTURE X.
           05 OSPNI                     PIC X(4).
           05 OACTL                     COMP PIC S9(4).
           05 OACTF                     PICTURE X.
           05 FILLER REDEFINES OACTF.
           05 FILLER                    PIC X(3).
           05 OOPIDO                    PIC X(8).
           05 FILLER                    PIC X(3).
           05 OSPNO                     PIC X(4).
           05 FILLER                    PIC X(3).
           05 OACTO                     PIC X.
           05 FILLER                    PIC X(3).
           05 OTIDO                     PIC X(8).
