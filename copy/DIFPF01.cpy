000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFPF01
000030*    DESCRIPTION....: FEED-SCHEDULE (PLANNING DES FLUX) RECORD -
000040*                      ONE 80-BYTE CARD PER DIFIN01 FEED WE
000050*                      EXPECT, READ BY THE DIFCTLF MORNING
000060*                      CONTROL AGAINST THE DIFRH01 RUN HISTORY.
000070*                      FIXED COLUMNS :
000080*                      COLS  1-8  FEED IDENTIFIER, AS CARRIED BY
000090*                                 DIFIN01-ENT-ID-FLUX IN THE
000100*                                 FEED'S HEADER.  ONE CARD PER
000110*                                 FEED.
000120*                      COLS 10-11 HOLIDAY CALENDAR OF THE FEED
000130*                                 ('FR', 'BE', 'DE'...) IN THE
000140*                                 DIFHOL01 MASTER.  SPACES = 'FR'.
000150*                      COL  13    FREQUENCY : 'O' EVERY BUSINESS
000160*                                 DAY OF THE CALENDAR, 'C' EVERY
000170*                                 CALENDAR DAY, 'D' FIRST
000180*                                 BUSINESS DAY OF THE MONTH, 'F'
000190*                                 LAST BUSINESS DAY OF THE MONTH
000200*                                 (MONTH-END ONLY), 'H' WEEKLY ON
000210*                                 THE DAY IN COL 15 WHEN IT IS A
000220*                                 BUSINESS DAY.
000230*                      COL  15    DAY OF WEEK FOR 'H' - '1'
000240*                                 MONDAY ... '7' SUNDAY.
000250*                      COLS 17-20 DEADLINE HHMM - THE DIFBATCH RUN
000260*                                 OF THE FEED MUST HAVE ENDED BY
000270*                                 THEN.  SPACES = NO DEADLINE.
000280*                      COLS 22-41 LABEL (BRANCH, SENDER...).
000290*    MODIFICATION HISTORY...:
000300*    DATE       INIT  DESCRIPTION
000310*    ---------  ----  --------------------------------------
000320*    2026-10-15 JPL   INITIAL VERSION.
000330**--------------------------------------------------------
000340 01  DIFPF01-REC.
000350     03  DIFPF01-ID-FLUX         PICTURE         X(8).
000360     03  FILLER                  PICTURE         X(1).
000370     03  DIFPF01-CALENDRIER      PICTURE         X(2).
000380     03  FILLER                  PICTURE         X(1).
000390     03  DIFPF01-FREQUENCE       PICTURE         X(1).
000400         88  DIFPF01-FREQ-OUVRE          VALUE   'O'.
000410         88  DIFPF01-FREQ-CALENDAIRE     VALUE   'C'.
000420         88  DIFPF01-FREQ-DEBUT-MOIS     VALUE   'D'.
000430         88  DIFPF01-FREQ-FIN-MOIS       VALUE   'F'.
000440         88  DIFPF01-FREQ-HEBDO          VALUE   'H'.
000450         88  DIFPF01-FREQ-VALIDE         VALUE   'O' 'C' 'D'
000460                                                 'F' 'H'.
000470     03  FILLER                  PICTURE         X(1).
000480     03  DIFPF01-JOUR-SEMAINE    PICTURE         X(1).
000490         88  DIFPF01-JOUR-VALIDE         VALUE   '1' THRU '7'.
000500     03  DIFPF01-JOUR-SEMAINE-R REDEFINES DIFPF01-JOUR-SEMAINE
000510                                 PICTURE         9(1).
000520     03  FILLER                  PICTURE         X(1).
000530     03  DIFPF01-HEURE-LIMITE    PICTURE         X(4).
000540     03  FILLER                  PICTURE         X(1).
000550     03  DIFPF01-LIBELLE         PICTURE         X(20).
000560     03  FILLER                  PICTURE         X(39).
