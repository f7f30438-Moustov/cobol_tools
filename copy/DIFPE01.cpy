000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFPE01
000030*    DESCRIPTION....: LATE-PAYMENT PENALTY RECORD WRITTEN BY
000040*                      DIFPENA - ONE PER OVERDUE REFERENCE OF THE
000050*                      DATE ARRETE (ITS LAST DIFOU01 ROW, DUE
000060*                      DATE BEFORE THE ARRETE).  THE OVERDUE
000070*                      PERIOD RUNS FROM THE DUE DATE INCLUDED TO
000080*                      THE ARRETE EXCLUDED, THE SAME HALF-OPEN
000090*                      SPAN AS DATE-DIFF, AND IS CUT INTO ONE
000100*                      SEGMENT PER DIFTI01 RATE IN FORCE OVER
000110*                      IT.  EACH SEGMENT'S INTEREST IS MONTANT X
000120*                      TAUX / 100 X JOURS / BASE, ROUNDED TO THE
000130*                      CENT; DIFPE01-INTERETS IS THE SUM OF THE
000140*                      SEGMENTS.  THE FIRST SIX SEGMENTS ARE
000150*                      DETAILED; THE TOTAL ALWAYS COVERS THEM
000155*                      ALL.  272 BYTES.
000160*                      DIFPE01-STATUT :
000170*                        ' '  PRICED IN FULL.
000180*                        'M'  NO AMOUNT ON THE ROW - DAYS ONLY,
000190*                             NO INTEREST.
000200*                        'T'  PART OF THE PERIOD (OR ALL OF IT)
000210*                             HAS NO RATE FOR THE CALENDAR - THAT
000220*                             SEGMENT CARRIES A ZERO RATE AND NO
000230*                             INTEREST.
000240*                        'S'  PRICED IN FULL, MORE THAN SIX
000250*                             SEGMENTS - ONLY THE FIRST SIX ARE
000260*                             DETAILED.
000270*    MODIFICATION HISTORY...:
000280*    DATE       INIT  DESCRIPTION
000290*    ---------  ----  --------------------------------------
000300*    2026-10-15 JPL   INITIAL VERSION.
000310**--------------------------------------------------------
000320 01  DIFPE01-REC.
000330     03  DIFPE01-REFERENCE       PICTURE         X(20).
000340     03  DIFPE01-CALENDRIER      PICTURE         X(2).
000350     03  DIFPE01-DEVISE          PICTURE         X(3).
000360     03  DIFPE01-MONTANT         PICTURE         S9(13)V99
000370                                 USAGE           COMPUTATIONAL-3.
000380     03  DIFPE01-DATE-ECHEANCE   PICTURE         X(8).
000390     03  DIFPE01-DATE-ARRETE     PICTURE         X(8).
000400     03  DIFPE01-JOURS-RETARD    PICTURE         S9(7)
000410                                 USAGE           COMPUTATIONAL-3.
000420     03  DIFPE01-JOURS-OUVRES-RETARD
000430                                 PICTURE         S9(7)
000440                                 USAGE           COMPUTATIONAL-3.
000450     03  DIFPE01-STATUT          PICTURE         X(1).
000460         88  DIFPE01-CALCULE             VALUE   ' '.
000470         88  DIFPE01-SANS-MONTANT        VALUE   'M'.
000480         88  DIFPE01-TAUX-MANQUANT       VALUE   'T'.
000490         88  DIFPE01-SEGMENTS-TRONQUES   VALUE   'S'.
000500     03  DIFPE01-NB-SEGMENTS     PICTURE         9(2).
000510     03  DIFPE01-SEGMENT         OCCURS 6 TIMES.
000520         05  DIFPE01-SEG-DATE-DEBUT
000530                                 PICTURE         X(8).
000540         05  DIFPE01-SEG-DATE-FIN
000550                                 PICTURE         X(8).
000560         05  DIFPE01-SEG-JOURS   PICTURE         S9(5)
000570                                 USAGE           COMPUTATIONAL-3.
000580         05  DIFPE01-SEG-TAUX    PICTURE         9(3)V9(4)
000590                                 USAGE           COMPUTATIONAL-3.
000600         05  DIFPE01-SEG-BASE    PICTURE         9(3).
000610         05  DIFPE01-SEG-INTERETS
000620                                 PICTURE         S9(13)V99
000630                                 USAGE           COMPUTATIONAL-3.
000640     03  DIFPE01-INTERETS        PICTURE         S9(13)V99
000650                                 USAGE           COMPUTATIONAL-3.
