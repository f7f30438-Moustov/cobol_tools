000095*                     DATE.  SPACES ON A PRE-CHANGE RECORD
000096*                     (DIFAPUR ARCHIVES THOSE AS OLDEST).
000097*                     RECORD IS NOW 58 BYTES.
000098*    2026-10-15 JPL   ADDED DIFAU01-CONVENTION, -JOURS-CONVENTION
000099*                     AND -FRACTION-ANNEE - THE DAY-COUNT
000100*                     CONVENTION THE CALLER ASKED FOR (CD-
000101*                     CONVENTION-SW, SPACE = NONE) AND WHAT
000102*                     DIFDA2 ANSWERED FOR IT.  RECORD IS NOW 68.
000103*    2026-10-15 JPL   ADDED DIFAU01-ORIGINE - WHO ASKED FOR AN
000104*                     ONLINE CALL : CICS TRANSACTION, USER ID,
000105*                     TERMINAL AND TIME (HHMMSS), STAMPED BY
000106*                     DIFCICS BEFORE ITS EXEC CICS WRITE.  SPACES
000107*                     ON A BATCH CALL.  RECORD IS NOW 90.
000108**--------------------------------------------------------
000109 01  DIFAU01-REC.
000110     03  DIFAU01-DAT1A           PICTURE         X(8).
000120     03  DIFAU01-DAT2A           PICTURE         X(8).
000130     03  DIFAU01-DATE-DE         PICTURE         S9(7)
000200     03  DIFAU01-REVERSED-SW     PICTURE         X(1).
000210     03  DIFAU01-REFERENCE       PICTURE         X(20).
000220     03  DIFAU01-DATE-ECRITURE   PICTURE         X(8).
000230     03  DIFAU01-CONVENTION      PICTURE         X(1).
000240     03  DIFAU01-JOURS-CONVENTION
000250                                 PICTURE         S9(7)
000260                                 USAGE           COMPUTATIONAL-3.
000270     03  DIFAU01-FRACTION-ANNEE  PICTURE         S9(3)V9(6)
000280                                 USAGE           COMPUTATIONAL-3.
000290     03  DIFAU01-ORIGINE.
000300         05  DIFAU01-TRANSACTION PICTURE         X(4).
000310         05  DIFAU01-UTILISATEUR PICTURE         X(8).
000320         05  DIFAU01-TERMINAL    PICTURE         X(4).
000330         05  DIFAU01-HEURE       PICTURE         X(6).
