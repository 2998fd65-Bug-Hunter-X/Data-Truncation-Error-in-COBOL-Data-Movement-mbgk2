           05  FILLER REDEFINES FUNCF.
               10  FUNCA               PIC X(1).
           05  FUNCI                   PIC X(1).
           05  CHGIDL                  PIC S9(4) COMP.
           05  CHGIDF                  PIC X(1).
           05  FILLER REDEFINES CHGIDF.
               10  CHGIDA              PIC X(1).
           05  CHGIDI                  PIC X(6).
           05  EXPRESL                 PIC S9(4) COMP.
           05  EXPRESF                 PIC X(1).
           05  FILLER REDEFINES EXPRESF.
           05  FILLER REDEFINES STR7F.
               10  STR7A               PIC X(1).
           05  STR7I                   PIC X(50).
           05  REASONL                 PIC S9(4) COMP.
           05  REASONF                 PIC X(1).
           05  FILLER REDEFINES REASONF.
               10  REASONA             PIC X(1).
           05  REASONI                 PIC X(40).
           05  CHGINFL                 PIC S9(4) COMP.
           05  CHGINFF                 PIC X(1).
           05  FILLER REDEFINES CHGINFF.
               10  CHGINFA             PIC X(1).
           05  CHGINFI                 PIC X(78).
           05  CHGHSTL                 PIC S9(4) COMP.
           05  CHGHSTF                 PIC X(1).
           05  FILLER REDEFINES CHGHSTF.
               10  CHGHSTA             PIC X(1).
           05  CHGHSTI                 PIC X(78).
           05  MSGL                    PIC S9(4) COMP.
           05  MSGF                    PIC X(1).
           05  FILLER REDEFINES MSGF.
           05  FILLER                  PIC X(3).
           05  FUNCO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  CHGIDO                  PIC X(6).
           05  FILLER                  PIC X(3).
           05  EXPRESO                 PIC X(1).
           05  FILLER                  PIC X(3).
           05  EXPTRCO                 PIC X(5).
           05  FILLER                  PIC X(3).
           05  STR7O                   PIC X(50).
           05  FILLER                  PIC X(3).
           05  REASONO                 PIC X(40).
           05  FILLER                  PIC X(3).
           05  CHGINFO                 PIC X(78).
           05  FILLER                  PIC X(3).
           05  CHGHSTO                 PIC X(78).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(78).
