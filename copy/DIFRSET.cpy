000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFRSET
000030*    DESCRIPTION....: SYMBOLIC MAP FOR THE DIFR RESULT-INQUIRY
000040*                     SCREEN (MAPSET DIFRSET, MAP DIFRMAP), AS
000050*                     GENERATED BY THE BMS ASSEMBLY FOR DIFRINQ,
000060*                     IN THE SAME STYLE AS DIFASET/DIFCSET.  THE
000070*                     OPERATOR KEYS A REFERENCE IN REFI; THE
000080*                     SCREEN SHOWS THE LATEST DIFOU01 RESULT FOR
000090*                     IT - BOTH DATES, DATE-DE/DATE-FIN, THE
000100*                     DIFFERENCE AND ITS YEARS/MONTHS/DAYS
000110*                     BREAKDOWN, JOURS OUVRES, TRANCHE, ECHEANCE
000120*                     AND ITS ROLL FLAG, CALENDAR-OVERRUN FLAG,
000130*                     STATUS, REVERSED AND OVERFLOW FLAGS, DAY-
000140*                     COUNT CONVENTION, CALENDAR, AMOUNT AND
000150*                     CURRENCY.  REJETO CARRIES THE DIFEX01
000160*                     REJECTION NOTICE, MSGO THE INQUIRY MESSAGE.
000170*    MODIFICATION HISTORY...:
000180*    DATE       INIT  DESCRIPTION
000190*    ---------  ----  --------------------------------------
000200*    2026-10-15 JPL   INITIAL VERSION.
000210**--------------------------------------------------------
000220 01  DIFRMAPI.
000230     02  FILLER                  PICTURE         X(12).
000240     02  REFL                    PICTURE         S9(4)
000250                                 USAGE           COMP.
000260     02  REFF                    PICTURE         X.
000270     02  FILLER REDEFINES REFF.
000280         03  REFA                PICTURE         X.
000290     02  REFI                    PICTURE         X(20).
000300     02  FILLER-DIFRMAPI-RESERVE PICTURE         X(188).
000310 01  DIFRMAPO REDEFINES DIFRMAPI.
000320     02  FILLER                  PICTURE         X(12).
000330     02  FILLER                  PICTURE         X(3).
000340     02  REFO                    PICTURE         X(20).
000350     02  D1AO                    PICTURE         X(8).
000360     02  D2AO                    PICTURE         X(8).
000370     02  DDEO                    PICTURE         -9999999.
000380     02  DFINO                   PICTURE         -9999999.
000390     02  DIFFO                   PICTURE         -9999999.
000400     02  ANSO                    PICTURE         -999.
000410     02  MOISO                   PICTURE         -99.
000420     02  JRSO                    PICTURE         -99.
000430     02  JOUVO                   PICTURE         -9999999.
000440     02  TRANO                   PICTURE         X(1).
000450     02  ECHEO                   PICTURE         X(8).
000460     02  ROULO                   PICTURE         X(1).
000470     02  CALDO                   PICTURE         X(1).
000480     02  STATO                   PICTURE         X(1).
000490     02  INVO                    PICTURE         X(1).
000500     02  OVFO                    PICTURE         X(1).
000510     02  CONVO                   PICTURE         X(1).
000520     02  JCONO                   PICTURE         -9999999.
000530     02  FRACO                   PICTURE         -999.999999.
000540     02  CALO                    PICTURE         X(2).
000550     02  MONTO                   PICTURE
000560                                 -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000570     02  DEVO                    PICTURE         X(3).
000580     02  REJETO                  PICTURE         X(40).
000590     02  MSGO                    PICTURE         X(30).
