000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFHB01
000030*    DESCRIPTION....: AUTHORISATION RECORD (HABILITATION) - ONE
000040*                      80-BYTE CARD PER CICS USER ID ALLOWED ON
000050*                      THE DIFF SCREENS, MAINTAINED BY SECURITY IN
000060*                      PROD.DIFF.HABILITATIONS AND LOADED BY
000070*                      DIFHABL INTO THE KSDS FILE(DIFHB01) (KEY =
000080*                      USER ID, 8 BYTES).  DIFCICS, DIFAINQ,
000090*                      DIFRINQ AND DIFCENT READ IT AT EVERY TASK;
000100*                      A USER NOT ON FILE IS REFUSED EVERYWHERE.
000110*                      FIXED COLUMNS :
000120*                      COLS  1-8  CICS USER ID.
000130*                      COL  10    LEVEL :
000140*                                 'C' CONSULTATION - DIFD, DIFA
000150*                                     AND DIFR ONLY.
000160*                                 'M' CORRECTION - THE ABOVE PLUS
000170*                                     DIFC CORRECTION ENTRY.
000180*                      COLS 12-41 NAME / SERVICE, CARRIED TO THE
000190*                                 DIFACTV ACTIVITY REPORT.
000200*    MODIFICATION HISTORY...:
000210*    DATE       INIT  DESCRIPTION
000220*    ---------  ----  --------------------------------------
000230*    2026-10-15 JPL   INITIAL VERSION.
000240**--------------------------------------------------------
000250 01  DIFHB01-REC.
000260     03  DIFHB01-UTILISATEUR     PICTURE         X(8).
000270     03  FILLER                  PICTURE         X(1).
000280     03  DIFHB01-NIVEAU          PICTURE         X(1).
000290         88  DIFHB01-NIVEAU-VALIDE       VALUE   'C' 'M'.
000300         88  DIFHB01-CONSULTATION        VALUE   'C'.
000310         88  DIFHB01-CORRECTION          VALUE   'M'.
000320     03  FILLER                  PICTURE         X(1).
000330     03  DIFHB01-NOM             PICTURE         X(30).
000340     03  FILLER                  PICTURE         X(39).
