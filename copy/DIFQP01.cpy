000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFQP01
000030*    DESCRIPTION....: DIFQUAL PARAMETER CARD (SYSIN, 80 BYTES) -
000040*                      THE LIMITS OF THE DATA-QUALITY GATE RUN IN
000050*                      FRONT OF DIFBATCH.  FIXED COLUMNS :
000060*                      COLS  1-8  DATE ARRETE SSAAMMJJ OF THE RUN
000070*                                 (SAME COLUMNS AS ON THE DIFPA01
000080*                                 CARD).  SPACES = RUN DATE.
000090*                      COLS 10-11 AGE LIMIT IN YEARS : A DATE MORE
000100*                                 THAN THIS MANY YEARS BEFORE THE
000110*                                 DATE ARRETE IS SUSPECT.  SPACES
000120*                                 = 10.
000130*                      COLS 13-17 REJECT-RATE THRESHOLD, PERCENT
000140*                                 OF THE DETAILS, 999V99 WITHOUT
000150*                                 DECIMAL POINT ('00500' = 5 %).
000160*                                 ABOVE IT THE GATE ENDS RC 8 AND
000170*                                 DIFBATCH DOES NOT RUN.  SPACES =
000180*                                 5 %.
000190*                      COL  19    'O' : ONLY THE FIRST DATE IS
000200*                                 COMPARED WITH THE PREVIOUS DAY'S
000210*                                 RESULT (THE SECOND IS AN AS-OF
000220*                                 DATE THAT MOVES EVERY DAY, OR
000230*                                 THE RUN REPLACES IT BY THE DATE
000240*                                 ARRETE).  'N' OR SPACE : BOTH.
000250*    MODIFICATION HISTORY...:
000260*    DATE       INIT  DESCRIPTION
000270*    ---------  ----  --------------------------------------
000280*    2026-10-15 JPL   INITIAL VERSION.
000290**--------------------------------------------------------
000300 01  DIFQP01-REC.
000310     03  DIFQP01-DATE-ARRETE     PICTURE         X(8).
000320     03  FILLER                  PICTURE         X(1).
000330     03  DIFQP01-AGE-MAX         PICTURE         X(2).
000340     03  DIFQP01-AGE-MAX-R REDEFINES DIFQP01-AGE-MAX
000350                                 PICTURE         9(2).
000360     03  FILLER                  PICTURE         X(1).
000370     03  DIFQP01-SEUIL           PICTURE         X(5).
000380     03  DIFQP01-SEUIL-R REDEFINES DIFQP01-SEUIL
000390                                 PICTURE         9(3)V9(2).
000400     03  FILLER                  PICTURE         X(1).
000410     03  DIFQP01-DATE1-SEULE-SW  PICTURE         X(1).
000420         88  DIFQP01-DATE1-SEULE         VALUE   'O'.
000430         88  DIFQP01-DEUX-DATES          VALUE   'N' ' '.
000440     03  FILLER                  PICTURE         X(61).
