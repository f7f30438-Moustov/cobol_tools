000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFHRG01
000030*    DESCRIPTION....: HOLIDAY RULE CARD (REGLE DE JOUR FERIE) -
000040*                      ONE 80-BYTE CARD PER HOLIDAY OF A BRANCH
000050*                      CALENDAR, READ BY DIFHGEN TO GENERATE A
000060*                      YEAR'S DIFHTX01 'A' CARDS FOR DIFHOLM.  THE
000070*                      FILE HOLDS THE RULES OF ALL CALENDARS, IN
000080*                      ANY ORDER.  FIXED COLUMNS :
000090*                      COLS  1-2  HOLIDAY CALENDAR CODE ('FR',
000100*                                 'BE', 'DE'...) AS CARRIED BY
000110*                                 DIFHOL01-CALENDRIER.  SPACES =
000120*                                 'FR'.
000130*                      COL   4    RULE TYPE :
000140*                                 'F' FIXED DATE - MONTH COLS 6-7,
000150*                                     DAY COLS 9-10 (01 01, 05 01,
000160*                                     07 14...).
000170*                                 'P' EASTER OFFSET - SIGN COL 12,
000180*                                     DAYS COLS 13-15 FROM EASTER
000190*                                     SUNDAY ('+001' EASTER
000200*                                     MONDAY, '+039' ASCENSION,
000210*                                     '+050' WHIT MONDAY).
000220*                                 'N' NTH WEEKDAY OF A MONTH -
000230*                                     MONTH COLS 6-7, RANK COL 17
000240*                                     ('1'-'5', 'D' = LAST),
000250*                                     WEEKDAY COL 19 ('1' MONDAY
000260*                                     ... '7' SUNDAY).
000270*                      COLS 21-40 LABEL CARRIED TO DIFHOL01.
000280*                      COLS 42-45 FIRST YEAR THE RULE APPLIES
000290*                                 (SPACES = ALWAYS).
000300*                      COLS 47-50 LAST YEAR THE RULE APPLIES
000310*                                 (SPACES = NO END).
000320*    MODIFICATION HISTORY...:
000330*    DATE       INIT  DESCRIPTION
000340*    ---------  ----  --------------------------------------
000350*    2026-10-15 JPL   INITIAL VERSION.
000360**--------------------------------------------------------
000370 01  DIFHRG01-REC.
000380     03  DIFHRG01-CALENDRIER     PICTURE         X(2).
000390     03  FILLER                  PICTURE         X(1).
000400     03  DIFHRG01-TYPE           PICTURE         X(1).
000410         88  DIFHRG01-FIXE               VALUE   'F'.
000420         88  DIFHRG01-PAQUES             VALUE   'P'.
000430         88  DIFHRG01-NIEME-JOUR         VALUE   'N'.
000440     03  FILLER                  PICTURE         X(1).
000450     03  DIFHRG01-MOIS           PICTURE         X(2).
000460     03  DIFHRG01-MOIS-R REDEFINES DIFHRG01-MOIS
000470                                 PICTURE         9(2).
000480     03  FILLER                  PICTURE         X(1).
000490     03  DIFHRG01-JOUR           PICTURE         X(2).
000500     03  DIFHRG01-JOUR-R REDEFINES DIFHRG01-JOUR
000510                                 PICTURE         9(2).
000520     03  FILLER                  PICTURE         X(1).
000530     03  DIFHRG01-DECAL-SIGNE    PICTURE         X(1).
000540         88  DIFHRG01-DECAL-AVANT        VALUE   '-'.
000550         88  DIFHRG01-DECAL-APRES        VALUE   '+'.
000560     03  DIFHRG01-DECAL-JOURS    PICTURE         X(3).
000570     03  DIFHRG01-DECAL-JOURS-R REDEFINES DIFHRG01-DECAL-JOURS
000580                                 PICTURE         9(3).
000590     03  FILLER                  PICTURE         X(1).
000600     03  DIFHRG01-RANG           PICTURE         X(1).
000610         88  DIFHRG01-RANG-VALIDE        VALUE   '1' THRU '5'
000620                                                 'D'.
000630         88  DIFHRG01-RANG-DERNIER       VALUE   'D'.
000640     03  DIFHRG01-RANG-R REDEFINES DIFHRG01-RANG
000650                                 PICTURE         9(1).
000660     03  FILLER                  PICTURE         X(1).
000670     03  DIFHRG01-JOUR-SEMAINE   PICTURE         X(1).
000680         88  DIFHRG01-JOUR-SEM-VALIDE    VALUE   '1' THRU '7'.
000690     03  DIFHRG01-JOUR-SEM-R REDEFINES DIFHRG01-JOUR-SEMAINE
000700                                 PICTURE         9(1).
000710     03  FILLER                  PICTURE         X(1).
000720     03  DIFHRG01-LIBELLE        PICTURE         X(20).
000730     03  FILLER                  PICTURE         X(1).
000740     03  DIFHRG01-ANNEE-DEBUT    PICTURE         X(4).
000750     03  DIFHRG01-ANNEE-DEBUT-R REDEFINES DIFHRG01-ANNEE-DEBUT
000760                                 PICTURE         9(4).
000770     03  FILLER                  PICTURE         X(1).
000780     03  DIFHRG01-ANNEE-FIN      PICTURE         X(4).
000790     03  DIFHRG01-ANNEE-FIN-R REDEFINES DIFHRG01-ANNEE-FIN
000800                                 PICTURE         9(4).
000810     03  FILLER                  PICTURE         X(30).
