000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFTI01
000030*    DESCRIPTION....: LATE-PAYMENT PENALTY RATE TABLE (TAUX
000040*                      D'INTERETS DE RETARD) - ONE 80-BYTE CARD
000050*                      PER RATE, READ BY DIFPENA.  THE FILE IS
000060*                      SORTED ON CALENDAR THEN EFFECTIVE DATE; A
000070*                      RATE APPLIES FROM ITS EFFECTIVE DATE UNTIL
000080*                      THE DAY BEFORE THE NEXT CARD OF THE SAME
000090*                      CALENDAR, SO A RATE CHANGE IS ADDED AS A
000100*                      NEW CARD, NEVER BY OVERWRITING THE OLD ONE.
000110*                      FIXED COLUMNS :
000120*                      COLS  1-2  HOLIDAY CALENDAR CODE ('FR',
000130*                                 'BE', 'DE'...) AS CARRIED BY
000140*                                 DIFOU01-CALENDRIER.  SPACES =
000150*                                 'FR'.
000160*                      COLS  4-11 EFFECTIVE-FROM DATE SSAAMMJJ.
000170*                      COLS 13-19 ANNUAL RATE IN PERCENT,
000180*                                 9(3)V9(4) WITHOUT DECIMAL POINT
000190*                                 ('0105000' = 10.5000 %).
000200*                      COLS 21-23 DAY BASE OF THE RATE, '360' OR
000210*                                 '365'.  SPACES = '365'.
000220*                      COLS 25-44 LABEL (LEGAL RATE, BOARD
000230*                                 DECISION...).
000240*    MODIFICATION HISTORY...:
000250*    DATE       INIT  DESCRIPTION
000260*    ---------  ----  --------------------------------------
000270*    2026-10-15 JPL   INITIAL VERSION.
000280**--------------------------------------------------------
000290 01  DIFTI01-REC.
000300     03  DIFTI01-CALENDRIER      PICTURE         X(2).
000310     03  FILLER                  PICTURE         X(1).
000320     03  DIFTI01-DATE-EFFET      PICTURE         X(8).
000330     03  FILLER                  PICTURE         X(1).
000340     03  DIFTI01-TAUX            PICTURE         X(7).
000350     03  DIFTI01-TAUX-R REDEFINES DIFTI01-TAUX
000360                                 PICTURE         9(3)V9(4).
000370     03  FILLER                  PICTURE         X(1).
000380     03  DIFTI01-BASE            PICTURE         X(3).
000390         88  DIFTI01-BASE-VALIDE         VALUE   '360' '365'
000400                                                 SPACES.
000410     03  DIFTI01-BASE-R REDEFINES DIFTI01-BASE
000420                                 PICTURE         9(3).
000430     03  FILLER                  PICTURE         X(1).
000440     03  DIFTI01-LIBELLE         PICTURE         X(20).
000450     03  FILLER                  PICTURE         X(36).
