000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFPV01
000030*    DESCRIPTION....: PARTITION ROUTING RECORD (VENTILATION) -
000040*                      WRITTEN BY DIFPART WHEN IT SPLITS A DIFIN01
000050*                      FEED INTO PARTITIONS BY REFERENCE RANGE,
000060*                      READ BY DIFFUS TO PUT THE PARTITIONS'
000070*                      DIFOU01/DIFEX01/DIFAU01 ROWS BACK IN THE
000080*                      ORDER OF THE ORIGINAL FEED.  80 BYTES :
000090*                      ONE TYPE '1' HEADER (IDENTITY OF THE
000100*                      ORIGINAL FEED, NUMBER OF PARTITIONS, START
000110*                      OF THE SPLIT), ONE TYPE '2' RECORD PER
000120*                      DETAIL OF THE FEED IN ITS ORIGINAL ORDER
000130*                      (PARTITION IT WENT TO, REFERENCE), AND ONE
000140*                      TYPE '9' TRAILER (DETAIL COUNT OF THE FEED,
000150*                      EQUAL TO ITS OWN TRAILER, AND THE COUNT
000160*                      SENT TO EACH PARTITION).
000170*    MODIFICATION HISTORY...:
000180*    DATE       INIT  DESCRIPTION
000190*    ---------  ----  --------------------------------------
000200*    2026-10-15 JPL   INITIAL VERSION.
000210**--------------------------------------------------------
000220 01  DIFPV01-REC.
000230     03  DIFPV01-TYPE            PICTURE         X(1).
000240         88  DIFPV01-TYPE-ENTETE         VALUE   '1'.
000250         88  DIFPV01-TYPE-DETAIL         VALUE   '2'.
000260         88  DIFPV01-TYPE-FIN            VALUE   '9'.
000270     03  DIFPV01-DETAIL.
000280         05  DIFPV01-PARTITION   PICTURE         9(1).
000290         05  DIFPV01-REFERENCE   PICTURE         X(20).
000300         05  FILLER              PICTURE         X(58).
000310     03  DIFPV01-ENTETE REDEFINES DIFPV01-DETAIL.
000320         05  DIFPV01-ENT-DATE    PICTURE         X(6).
000330         05  DIFPV01-ENT-ID-FLUX PICTURE         X(8).
000340         05  DIFPV01-ENT-FORMAT  PICTURE         X(1).
000350         05  DIFPV01-NB-PARTITIONS
000360                                 PICTURE         9(1).
000370         05  DIFPV01-DEBUT-TS.
000380             07  DIFPV01-DEBUT-DATE
000390                                 PICTURE         X(8).
000400             07  DIFPV01-DEBUT-HEURE
000410                                 PICTURE         X(6).
000420         05  FILLER              PICTURE         X(49).
000430     03  DIFPV01-FIN REDEFINES DIFPV01-DETAIL.
000440         05  DIFPV01-FIN-NB-DETAILS
000450                                 PICTURE         9(9).
000460         05  DIFPV01-FIN-NB-PARTITION
000470                                 OCCURS 4 TIMES
000480                                 PICTURE         9(9).
000490         05  FILLER              PICTURE         X(34).
