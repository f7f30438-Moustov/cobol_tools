000260*                     SCALE ON 2000-01-01); THE HISTORICAL
000261*                     6-DIGIT DAT1A/DAT2A PATH IS UNCHANGED
000262*                     FOR FEEDS STILL IN TRANSITION.
000263*    2026-10-15 JPL   ADDED CD-CONVENTION-SW TO DTFCOM ('1' ACT/
000264*                     360, '2' ACT/365, '3' 30E/360 EUROPEAN,
000265*                     '4' 30/360 US END-OF-MONTH, SPACE = NONE);
000266*                     DIFDA2 THEN RETURNS THE CONVENTION DAY
000267*                     COUNT (CD-JOURS-CONVENTION) AND THE YEAR
000268*                     FRACTION (CD-FRACTION-ANNEE) AS WELL.
000269**--------------------------------------------------------
000270 01  DTFLNK.
000272     03  LK-AAMMJJ6-ENT-2        PICTURE         9(6).
000274     03  LK-CONV-1               PICTURE         S9(9)
000370                                 VALUE           'N'.
000372         88  CD-AUDIT-CICS               VALUE   'O'.
000374         88  CD-AUDIT-BATCH              VALUE   'N'.
000375     03  CD-CONVENTION-SW        PICTURE         X(1)
000377                                 VALUE           SPACE.
000379         88  CD-CONV-AUCUNE              VALUE   SPACE.
000381         88  CD-CONV-ACT-360             VALUE   '1'.
000383         88  CD-CONV-ACT-365             VALUE   '2'.
000385         88  CD-CONV-30E-360             VALUE   '3'.
000387         88  CD-CONV-30US-360            VALUE   '4'.
000389         88  CD-CONV-VALIDE              VALUE   SPACE
000391                                                 '1' THRU '4'.
000392     03  CD-JOURS-CONVENTION     PICTURE         S9(7)
000393                                 USAGE           COMPUTATIONAL-3.
000394     03  CD-FRACTION-ANNEE       PICTURE         S9(3)V9(6)
000395                                 USAGE           COMPUTATIONAL-3.
000376**--------------------------------------------------------
000378*    DTFAUD - MIRRORS DIFAU01-REC (COPY DIFAU01.cpy) BUT AS A
000380*    LINKAGE-PASSABLE GROUP RATHER THAN AN FD RECORD, SO DIFDA2
