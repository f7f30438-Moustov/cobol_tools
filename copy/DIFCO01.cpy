000132*    2026-08-22 JPL   DATES WIDENED TO SSAAMMJJ - CORRECTIONS
000134*                     FOR A 6-DIGIT REJECTION LEFT-ALIGN THE
000136*                     AAMMJJ VALUES WITH TWO TRAILING SPACES.
000137*    2026-10-15 JPL   ADDED DIFCO01-SAISIE - THE REVIEWER WHO
000138*                     KEYED THE CORRECTION ON DIFC (CICS USER
000139*                     ID), THE TERMINAL AND THE DATE/TIME OF
000140*                     ENTRY, STAMPED BY DIFCENT.  RECORD IS NOW
000141*                     78 BYTES.
000142**--------------------------------------------------------
000150 01  DIFCO01-REC.
000160     03  DIFCO01-REFERENCE       PICTURE         X(20).
000170     03  DIFCO01-DAT1A-ORIG      PICTURE         X(8).
000180     03  DIFCO01-DAT2A-ORIG      PICTURE         X(8).
000190     03  DIFCO01-DAT1A-CORR      PICTURE         X(8).
000200     03  DIFCO01-DAT2A-CORR      PICTURE         X(8).
000210     03  DIFCO01-SAISIE.
000220         05  DIFCO01-REVISEUR    PICTURE         X(8).
000230         05  DIFCO01-TERMINAL    PICTURE         X(4).
000240         05  DIFCO01-DATE-SAISIE PICTURE         X(8).
000250         05  DIFCO01-HEURE-SAISIE
000260                                 PICTURE         X(6).
