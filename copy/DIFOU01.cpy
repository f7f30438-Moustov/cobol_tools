000380*                     VISIBLE ON THE ROW.  'N' = COVERED, SPACE
000390*                     = NOT APPLICABLE (REJECTED PAIR, OR NO
000400*                     CALENDAR IN PLAY).  RECORD IS NOW 71.
000402*    2026-10-15 JPL   ADDED DIFOU01-CONVENTION, -JOURS-CONVENTION
000404*                     AND -FRACTION-ANNEE - THE DAY-COUNT
000406*                     CONVENTION OF THE RUN (DIFPA01 COL 30,
000408*                     SPACE = NONE), ITS DAY COUNT AND YEAR
000409*                     FRACTION AS DIFDA2 RETURNED THEM.  ZERO
000410*                     WHEN NO CONVENTION.  RECORD IS NOW 81.
000411*    2026-10-15 JPL   ADDED DIFOU01-CALENDRIER (THE DIFHOL01
000412*                     CALENDAR THE RUN COUNTED AGAINST),
000413*                     DIFOU01-MONTANT AND DIFOU01-DEVISE (THE
000414*                     OUTSTANDING AMOUNT AND CURRENCY OF THE
000415*                     DIFIN01 DETAIL, ZERO AND SPACES WHEN THE
000416*                     FEED CARRIES NONE) - WHAT DIFPENA NEEDS TO
000417*                     PRICE THE LATE-PAYMENT PENALTY OF AN
000418*                     OVERDUE ROW.  RECORD IS NOW 94.
000419*    2026-10-15 JPL   ADDED DIFOU01-ECH-ROULEE-SW - 'O' WHEN
000420*                     SPECHEA ROLLED THE DUE DATE OFF A WEEKEND
000421*                     OR HOLIDAY (ECH-STATUS-ROULE), 'N' WHEN IT
000422*                     DID NOT, SPACE WHEN THE ROW HAS NO
000423*                     ECHEANCE - SO THE DIFECHL LADDER CAN
000424*                     FLAG THE DATES TO DOUBLE-CHECK.  RECORD IS
000425*                     NOW 95.
000426**--------------------------------------------------------
000427 01  DIFOU01-REC.
000430     03  DIFOU01-DAT1A           PICTURE         X(8).
000440     03  DIFOU01-DAT2A           PICTURE         X(8).
000450     03  DIFOU01-DATE-DE         PICTURE         S9(7)
000720         88  DIFOU01-CAL-DEPASSE         VALUE   'O'.
000730         88  DIFOU01-CAL-COUVERT         VALUE   'N'.
000740         88  DIFOU01-CAL-SANS-OBJET      VALUE   ' '.
000750     03  DIFOU01-CONVENTION      PICTURE         X(1).
000760     03  DIFOU01-JOURS-CONVENTION
000770                                 PICTURE         S9(7)
000780                                 USAGE           COMPUTATIONAL-3.
000790     03  DIFOU01-FRACTION-ANNEE  PICTURE         S9(3)V9(6)
000800                                 USAGE           COMPUTATIONAL-3.
000810     03  DIFOU01-CALENDRIER      PICTURE         X(2).
000820     03  DIFOU01-MONTANT         PICTURE         S9(13)V99
000830                                 USAGE           COMPUTATIONAL-3.
000840     03  DIFOU01-DEVISE          PICTURE         X(3).
000850         88  DIFOU01-SANS-MONTANT        VALUE   SPACES.
000860     03  DIFOU01-ECH-ROULEE-SW   PICTURE         X(1).
000870         88  DIFOU01-ECH-ROULEE          VALUE   'O'.
000880         88  DIFOU01-ECH-NON-ROULEE      VALUE   'N'.
000890         88  DIFOU01-ECH-SANS-OBJET      VALUE   ' '.
