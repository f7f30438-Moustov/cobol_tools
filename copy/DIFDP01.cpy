000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFDP01
000030*    DESCRIPTION....: INSTALLMENT SCHEDULE REQUEST (DEMANDE DE
000040*                      PLAN) - ONE 80-BYTE RECORD PER LOAN OR
000050*                      LEASE REFERENCE, READ BY DIFPLAN, WHICH
000060*                      WRITES ONE DIFPL01 ROW PER INSTALLMENT.
000070*                      FIXED COLUMNS :
000080*                      COLS  1-20 CALLER REFERENCE.
000090*                      COLS 22-29 FIRST INSTALLMENT DATE SSAAMMJJ.
000100*                                 ITS DAY OF MONTH IS THE DAY OF
000110*                                 EVERY LATER INSTALLMENT, CUT TO
000120*                                 THE LAST DAY OF SHORTER MONTHS
000130*                                 (31 JANUARY GIVES 28/29
000140*                                 FEBRUARY, THEN 31 MARCH).
000150*                      COL  31    PERIODICITY : 'M' MONTHLY, 'T'
000160*                                 QUARTERLY, 'A' YEARLY.
000170*                      COLS 33-35 NUMBER OF INSTALLMENTS
000180*                                 (001-999).
000190*                      COL  37    ROLLING CONVENTION FOR A DATE ON
000200*                                 A SATURDAY, SUNDAY OR DIFHOL01
000210*                                 HOLIDAY, AS ON DIFPA01 :
000220*                                 'S' FOLLOWING, 'P' PRECEDING,
000230*                                 'M' MODIFIED FOLLOWING, ' '/'N'
000240*                                 NONE.
000250*                      COLS 39-40 DIFHOL01 CALENDAR OF THE
000260*                                 REFERENCE ('FR', 'BE', 'DE'...).
000270*                                 SPACES = 'FR'.
000280*                      COL  42    'O' : A FIRST DATE ON THE LAST
000290*                                 DAY OF ITS MONTH KEEPS EVERY
000300*                                 INSTALLMENT ON THE LAST DAY OF
000310*                                 THE MONTH (30 APRIL GIVES 31
000320*                                 MAY). 'N' OR SPACE : THE DAY OF
000330*                                 MONTH IS KEPT AS ABOVE.
000340*    MODIFICATION HISTORY...:
000350*    DATE       INIT  DESCRIPTION
000360*    ---------  ----  --------------------------------------
000370*    2026-10-15 JPL   INITIAL VERSION.
000380**--------------------------------------------------------
000390 01  DIFDP01-REC.
000400     03  DIFDP01-REFERENCE       PICTURE         X(20).
000410     03  FILLER                  PICTURE         X(1).
000420     03  DIFDP01-DATE-PREMIERE   PICTURE         X(8).
000430     03  DIFDP01-DATE-PREMIERE-R REDEFINES DIFDP01-DATE-PREMIERE.
000440         05  DIFDP01-PREM-SSAA   PICTURE         9(4).
000450         05  DIFDP01-PREM-MM     PICTURE         9(2).
000460         05  DIFDP01-PREM-JJ     PICTURE         9(2).
000470     03  FILLER                  PICTURE         X(1).
000480     03  DIFDP01-PERIODICITE     PICTURE         X(1).
000490         88  DIFDP01-MENSUELLE           VALUE   'M'.
000500         88  DIFDP01-TRIMESTRIELLE       VALUE   'T'.
000510         88  DIFDP01-ANNUELLE            VALUE   'A'.
000520     03  FILLER                  PICTURE         X(1).
000530     03  DIFDP01-NB-ECHEANCES    PICTURE         X(3).
000540     03  DIFDP01-NB-ECHEANCES-R REDEFINES DIFDP01-NB-ECHEANCES
000550                                 PICTURE         9(3).
000560     03  FILLER                  PICTURE         X(1).
000570     03  DIFDP01-ROULEMENT       PICTURE         X(1).
000580         88  DIFDP01-ROULEMENT-VALIDE    VALUE   ' ' 'N' 'S' 'P'
000590                                                 'M'.
000600     03  FILLER                  PICTURE         X(1).
000610     03  DIFDP01-CALENDRIER      PICTURE         X(2).
000620     03  FILLER                  PICTURE         X(1).
000630     03  DIFDP01-FIN-DE-MOIS-SW  PICTURE         X(1).
000640         88  DIFDP01-FIN-DE-MOIS         VALUE   'O'.
000650         88  DIFDP01-JOUR-DU-MOIS        VALUE   'N' ' '.
000660     03  FILLER                  PICTURE         X(38).
