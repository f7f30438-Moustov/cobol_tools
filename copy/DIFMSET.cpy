000590*                     MUST NEVER DESTROY A KEYED FIELD.  BOTH
000600*                     SIDES ARE NOW 131 BYTES, RESERVE FILLER
000610*                     BACK AT 52.
000611*    2026-10-15 JPL   ADDED CONVI/CONVO - THE OPTIONAL DAY-COUNT
000612*                     CONVENTION (BLANK NONE, 1 ACT/360, 2
000613*                     ACT/365, 3 30E/360, 4 30/360 US) PASSED TO
000614*                     DIFDA2 - AND THE NEW JCONVO/FRACO RESULT
000615*                     FIELDS (CONVENTION DAY COUNT AND YEAR
000616*                     FRACTION) AT THE END OF DIFMAPO.  CONVO
000617*                     SITS OVER CONVI'S OWN BYTES BEHIND A X(3)
000618*                     FILLER, ECHDATO AND THE FIELDS AFTER IT
000619*                     MOVED 4 BYTES ON.  BOTH SIDES ARE NOW 154
000620*                     BYTES, RESERVE FILLER AT 71.
000621**--------------------------------------------------------
000630 01  DIFMAPI.
000640     02  FILLER                  PICTURE         X(12).
000650     02  DAT1AL                  PICTURE         S9(4)
001040     02  FILLER REDEFINES CALENF.
001050         03  CALENA              PICTURE         X.
001060     02  CALENI                  PICTURE         X(2).
001062     02  CONVL                   PICTURE         S9(4)
001064                                 USAGE           COMP.
001066     02  CONVF                   PICTURE         X.
001068     02  FILLER REDEFINES CONVF.
001070         03  CONVA               PICTURE         X.
001072     02  CONVI                   PICTURE         X(1).
001074     02  FILLER-DIFMAPI-RESERVE  PICTURE         X(71).
001080 01  DIFMAPO REDEFINES DIFMAPI.
001090     02  FILLER                  PICTURE         X(12).
001100     02  FILLER                  PICTURE         X(3).
001170     02  FILLER                  PICTURE         X(4).
001180     02  FILLER                  PICTURE         X(3).
001190     02  CALENO                  PICTURE         X(2).
001193     02  FILLER                  PICTURE         X(3).
001196     02  CONVO                   PICTURE         X(1).
001200     02  ECHDATO                 PICTURE         X(8).
001210     02  DIFFO                   PICTURE         -9999999.
001220     02  DIFYEARSO               PICTURE         ZZ9.
001250     02  JOUVRESO                PICTURE         -9999999.
001260     02  OVERFLOWO               PICTURE         X(1).
001270     02  STATUTO                 PICTURE         X(20).
001280     02  JCONVO                  PICTURE         -9999999.
001290     02  FRACO                   PICTURE         -ZZ9.999999.
