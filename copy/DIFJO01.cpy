000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFJO01
000030*    DESCRIPTION....: ONLINE ACTIVITY JOURNAL (JOURNAL DES
000040*                     ACCES) - ONE 80-BYTE RECORD PER DIFF SCREEN
000050*                     TASK THAT SHOWED OR CHANGED DATA, OR WAS
000060*                     REFUSED : WHO (CICS USER ID, TERMINAL),
000070*                     WHEN, WHICH TRANSACTION AND WHAT WAS ASKED.
000080*                     WRITTEN BY EXEC CICS WRITE ON THE ESDS
000090*                     FILE(DIFJO01) BY DIFCICS, DIFAINQ, DIFRINQ
000100*                     AND DIFCENT; READ BY THE DIFACTV PERIODIC
000110*                     ACTIVITY REPORT.  DIFJO01-REFERENCE AND THE
000120*                     DATE PAIR HOLD :
000130*                     DIFD  THE REFERENCE AND PAIR SENT TO DIFDA2.
000140*                     DIFA  THE DAT1A/DAT2A SEARCH FILTER.
000150*                     DIFR  THE REFERENCE LOOKED UP.
000160*                     DIFC  THE REJECTION'S REFERENCE AND THE
000170*                           CORRECTED PAIR WRITTEN TO DIFCO01.
000180*    MODIFICATION HISTORY...:
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  --------------------------------------
000210*    2026-10-15 JPL   INITIAL VERSION.
000220**--------------------------------------------------------
000230 01  DIFJO01-REC.
000240     03  DIFJO01-UTILISATEUR     PICTURE         X(8).
000250     03  DIFJO01-DATE            PICTURE         X(8).
000260     03  DIFJO01-HEURE           PICTURE         X(6).
000270     03  DIFJO01-TERMINAL        PICTURE         X(4).
000280     03  DIFJO01-TRANSACTION     PICTURE         X(4).
000290     03  DIFJO01-ACTION          PICTURE         X(1).
000300         88  DIFJO01-CALCUL              VALUE   'D'.
000310         88  DIFJO01-CONSULTATION        VALUE   'C'.
000320         88  DIFJO01-CORRECTION          VALUE   'M'.
000330         88  DIFJO01-REFUS               VALUE   'R'.
000340     03  DIFJO01-REFERENCE       PICTURE         X(20).
000350     03  DIFJO01-DAT1A           PICTURE         X(8).
000360     03  DIFJO01-DAT2A           PICTURE         X(8).
000370     03  FILLER                  PICTURE         X(13).
