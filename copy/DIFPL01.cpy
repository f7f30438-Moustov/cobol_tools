000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFPL01
000030*    DESCRIPTION....: INSTALLMENT SCHEDULE ROW WRITTEN BY DIFPLAN
000040*                      - ONE PER INSTALLMENT OF EACH ACCEPTED
000050*                      DIFDP01 REQUEST, IN INSTALLMENT ORDER.  60
000060*                      BYTES.
000070*                      DIFPL01-DATE-THEORIQUE IS THE DATE BEFORE
000080*                      ROLLING, DIFPL01-DATE-ECHEANCE THE DATE
000090*                      AFTER IT (THE SAME WHEN THE REQUEST ASKS
000100*                      FOR NO ROLLING OR THE DATE IS A BUSINESS
000110*                      DAY); DIFPL01-ROULEE-SW IS 'O' WHEN THE
000120*                      ROLL MOVED THE DATE. THE DAY COUNTS ARE
000130*                      CALENDAR DAYS BETWEEN ROLLED DATES, COUNTED
000140*                      AS DIFDA2 COUNTS DATE-DIFF (SPABS8 DAY
000150*                      NUMBERS) : DIFPL01-JOURS-INTERVALLE FROM
000160*                      THE PREVIOUS INSTALLMENT (ZERO ON THE
000170*                      FIRST), DIFPL01-JOURS-CUMULES FROM THE
000180*                      FIRST.
000190*                      DIFPL01-CAL-DEPASSE-SW IS 'O' WHEN A ROLL
000200*                      WAS ASKED FOR AND THE DATE LIES PAST THE
000210*                      LAST LOADED DIFHOL01 HOLIDAY OF THE
000220*                      CALENDAR, SO THE ROLL SAW NO HOLIDAYS.
000230*    MODIFICATION HISTORY...:
000240*    DATE       INIT  DESCRIPTION
000250*    ---------  ----  --------------------------------------
000260*    2026-10-15 JPL   INITIAL VERSION.
000270**--------------------------------------------------------
000280 01  DIFPL01-REC.
000290     03  DIFPL01-REFERENCE       PICTURE         X(20).
000300     03  DIFPL01-NUMERO          PICTURE         9(3).
000310     03  DIFPL01-NB-ECHEANCES    PICTURE         9(3).
000320     03  DIFPL01-DATE-THEORIQUE  PICTURE         X(8).
000330     03  DIFPL01-DATE-ECHEANCE   PICTURE         X(8).
000340     03  DIFPL01-ROULEE-SW       PICTURE         X(1).
000350         88  DIFPL01-ROULEE              VALUE   'O'.
000360         88  DIFPL01-PAS-ROULEE          VALUE   'N'.
000370     03  DIFPL01-JOURS-INTERVALLE
000380                                 PICTURE         S9(7)
000390                                 USAGE           COMPUTATIONAL-3.
000400     03  DIFPL01-JOURS-CUMULES   PICTURE         S9(7)
000410                                 USAGE           COMPUTATIONAL-3.
000420     03  DIFPL01-CALENDRIER      PICTURE         X(2).
000430     03  DIFPL01-PERIODICITE     PICTURE         X(1).
000440     03  DIFPL01-ROULEMENT       PICTURE         X(1).
000450     03  DIFPL01-CAL-DEPASSE-SW  PICTURE         X(1).
000460         88  DIFPL01-CAL-DEPASSE         VALUE   'O'.
000470         88  DIFPL01-CAL-COUVERT         VALUE   'N'.
000480     03  FILLER                  PICTURE         X(4).
