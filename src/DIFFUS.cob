000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFFUS.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  MERGES THE OUTPUTS OF THE
000120*                  PARTITIONED MONTH-END RUN (DIFPART, THEN ONE
000130*                  DIFBATCH PER PARTITION IN DIFBATP1-4) BACK INTO
000140*                  ONE DIFOU01, ONE DIFEX01 AND ONE DIFAU01 IN THE
000150*                  ORIGINAL FEED ORDER - DIFPV01 GIVES THE
000160*                  PARTITION OF EVERY DETAIL, AND EACH PARTITION'S
000170*                  FILES HOLD ITS DETAILS IN THAT SAME ORDER.  THE
000180*                  SYSIN DECK IS THE DIFPA01 DECK THE PARTITIONS
000190*                  RAN WITH (SAME RULE AS DIFRECO) : IT GIVES THE
000200*                  NUMBER OF AS-OF PASSES PER DETAIL, THE TRANCHE
000210*                  BOUNDS FOR THE DIFSY01 LABELS, INVERSION AUTO
000220*                  (AN INVERTED PAIR LEFT TWO DIFAU01 RECORDS) AND
000230*                  FORCER. THE MERGE IS REFUSED (RC 16) UNLESS
000240*                  EVERY PARTITION CHECKPOINT IN DIFCKPP IS
000250*                  COMPLETE FOR THIS FEED ON AN EMPTY START, EVERY
000260*                  ROW LINES UP BY REFERENCE, EVERY PARTITION FILE
000270*                  ENDS WITH ITS LAST DETAIL, AND THE DETAIL
000280*                  COUNTS AGREE PARTITION BY PARTITION (ROUTING
000290*                  TRAILER AND CHECKPOINT) AND IN TOTAL WITH THE
000300*                  ORIGINAL TRAILER COUNT DIFPART PROVED.
000310*                  COUNTERS AND TRANCHES ARE RECOUNTED FROM THE
000320*                  MERGED ROWS, SO DIFSY01 AND THE ONE DIFRH01
000330*                  RECORD WRITTEN FOR THE FEED ARE THOSE A SINGLE
000340*                  DIFBATCH RUN WOULD HAVE PRODUCED, AND THE MAIN
000350*                  DIFCKP01 IS MARKED COMPLETE FOR THE FEED AS IF
000360*                  IT HAD.  A PARTITION WITHOUT AUDIT RECORDS IS
000370*                  MERGED WITHOUT THEM, RC 4.
000373* 2026-10-15 JPL   DIFAU01 RECORDS ARE NOW 90 BYTES (OPERATOR
000376*                  COLUMNS FOR ONLINE CALLS, SPACES IN BATCH).
000380*--------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.
000420     UNIX.
000430 OBJECT-COMPUTER.
000440     UNIX.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT  DIFPV01-FILE        ASSIGN       TO DIFPV01
000480                                 ORGANIZATION    SEQUENTIAL
000490                                 FILE STATUS     WS-PV-FILE-STAT.
000500     SELECT  OPTIONAL DIFPA01-FILE
000510                                 ASSIGN       TO SYSIN
000520                                 ORGANIZATION    SEQUENTIAL
000530                                 FILE STATUS     WS-PA-FILE-STAT.
000540     SELECT  DIFCKPP-FILE        ASSIGN       TO DIFCKPP
000550                                 ORGANIZATION    SEQUENTIAL
000560                                 FILE STATUS     WS-CPP-FILE-STAT.
000570     SELECT  OPTIONAL DIFCKP01-FILE
000580                                 ASSIGN       TO DIFCKP01
000590                                 ORGANIZATION    SEQUENTIAL
000600                                 FILE STATUS     WS-CKP-FILE-STAT.
000610     SELECT  DIFOUP1-FILE        ASSIGN       TO DIFOUP1
000620                                 ORGANIZATION    SEQUENTIAL
000630                                 FILE STATUS     WS-OP1-FILE-STAT.
000640     SELECT  DIFOUP2-FILE        ASSIGN       TO DIFOUP2
000650                                 ORGANIZATION    SEQUENTIAL
000660                                 FILE STATUS     WS-OP2-FILE-STAT.
000670     SELECT  DIFOUP3-FILE        ASSIGN       TO DIFOUP3
000680                                 ORGANIZATION    SEQUENTIAL
000690                                 FILE STATUS     WS-OP3-FILE-STAT.
000700     SELECT  DIFOUP4-FILE        ASSIGN       TO DIFOUP4
000710                                 ORGANIZATION    SEQUENTIAL
000720                                 FILE STATUS     WS-OP4-FILE-STAT.
000730     SELECT  DIFEXP1-FILE        ASSIGN       TO DIFEXP1
000740                                 ORGANIZATION    SEQUENTIAL
000750                                 FILE STATUS     WS-EP1-FILE-STAT.
000760     SELECT  DIFEXP2-FILE        ASSIGN       TO DIFEXP2
000770                                 ORGANIZATION    SEQUENTIAL
000780                                 FILE STATUS     WS-EP2-FILE-STAT.
000790     SELECT  DIFEXP3-FILE        ASSIGN       TO DIFEXP3
000800                                 ORGANIZATION    SEQUENTIAL
000810                                 FILE STATUS     WS-EP3-FILE-STAT.
000820     SELECT  DIFEXP4-FILE        ASSIGN       TO DIFEXP4
000830                                 ORGANIZATION    SEQUENTIAL
000840                                 FILE STATUS     WS-EP4-FILE-STAT.
000850     SELECT  OPTIONAL DIFAUP1-FILE
000860                                 ASSIGN       TO DIFAUP1
000870                                 ORGANIZATION    SEQUENTIAL
000880                                 FILE STATUS     WS-AP1-FILE-STAT.
000890     SELECT  OPTIONAL DIFAUP2-FILE
000900                                 ASSIGN       TO DIFAUP2
000910                                 ORGANIZATION    SEQUENTIAL
000920                                 FILE STATUS     WS-AP2-FILE-STAT.
000930     SELECT  OPTIONAL DIFAUP3-FILE
000940                                 ASSIGN       TO DIFAUP3
000950                                 ORGANIZATION    SEQUENTIAL
000960                                 FILE STATUS     WS-AP3-FILE-STAT.
000970     SELECT  OPTIONAL DIFAUP4-FILE
000980                                 ASSIGN       TO DIFAUP4
000990                                 ORGANIZATION    SEQUENTIAL
001000                                 FILE STATUS     WS-AP4-FILE-STAT.
001010     SELECT  DIFOU01-FILE        ASSIGN       TO DIFOU01
001020                                 ORGANIZATION    SEQUENTIAL
001030                                 FILE STATUS     WS-OU-FILE-STAT.
001040     SELECT  DIFEX01-FILE        ASSIGN       TO DIFEX01
001050                                 ORGANIZATION    SEQUENTIAL
001060                                 FILE STATUS     WS-EX-FILE-STAT.
001070     SELECT  DIFAU01-FILE        ASSIGN       TO DIFAU01
001080                                 ORGANIZATION    SEQUENTIAL
001090                                 FILE STATUS     WS-AU-FILE-STAT.
001100     SELECT  DIFSY01-FILE        ASSIGN       TO DIFSY01
001110                                 ORGANIZATION    SEQUENTIAL
001120                                 FILE STATUS     WS-SY-FILE-STAT.
001130     SELECT  OPTIONAL DIFRH01-FILE
001140                                 ASSIGN       TO DIFRH01
001150                                 ORGANIZATION    SEQUENTIAL
001160                                 FILE STATUS     WS-RH-FILE-STAT.
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  DIFPV01-FILE
001200     RECORDING MODE              F.
001210     COPY    DIFPV01.
001220 FD  DIFPA01-FILE
001230     RECORDING MODE              F.
001240     COPY    DIFPA01.
001250 FD  DIFCKPP-FILE
001260     RECORDING MODE              F.
001270     COPY    DIFCKP01 REPLACING LEADING ==DIFCKP01==
001280                              BY ==DIFCKPP==.
001290 FD  DIFCKP01-FILE
001300     RECORDING MODE              F.
001310     COPY    DIFCKP01.
001320 FD  DIFOUP1-FILE
001330     RECORDING MODE              F.
001340 01  DIFOUP1-REC                 PICTURE         X(95).
001350 FD  DIFOUP2-FILE
001360     RECORDING MODE              F.
001370 01  DIFOUP2-REC                 PICTURE         X(95).
001380 FD  DIFOUP3-FILE
001390     RECORDING MODE              F.
001400 01  DIFOUP3-REC                 PICTURE         X(95).
001410 FD  DIFOUP4-FILE
001420     RECORDING MODE              F.
001430 01  DIFOUP4-REC                 PICTURE         X(95).
001440 FD  DIFEXP1-FILE
001450     RECORDING MODE              F.
001460 01  DIFEXP1-REC                 PICTURE         X(46).
001470 FD  DIFEXP2-FILE
001480     RECORDING MODE              F.
001490 01  DIFEXP2-REC                 PICTURE         X(46).
001500 FD  DIFEXP3-FILE
001510     RECORDING MODE              F.
001520 01  DIFEXP3-REC                 PICTURE         X(46).
001530 FD  DIFEXP4-FILE
001540     RECORDING MODE              F.
001550 01  DIFEXP4-REC                 PICTURE         X(46).
001560 FD  DIFAUP1-FILE
001570     RECORDING MODE              F.
001580 01  DIFAUP1-REC                 PICTURE         X(90).
001590 FD  DIFAUP2-FILE
001600     RECORDING MODE              F.
001610 01  DIFAUP2-REC                 PICTURE         X(90).
001620 FD  DIFAUP3-FILE
001630     RECORDING MODE              F.
001640 01  DIFAUP3-REC                 PICTURE         X(90).
001650 FD  DIFAUP4-FILE
001660     RECORDING MODE              F.
001670 01  DIFAUP4-REC                 PICTURE         X(90).
001680 FD  DIFOU01-FILE
001690     RECORDING MODE              F.
001700 01  DIFOU01-LIGNE               PICTURE         X(95).
001710 FD  DIFEX01-FILE
001720     RECORDING MODE              F.
001730 01  DIFEX01-LIGNE               PICTURE         X(46).
001740 FD  DIFAU01-FILE
001750     RECORDING MODE              F.
001760 01  DIFAU01-LIGNE               PICTURE         X(90).
001770 FD  DIFSY01-FILE
001780     RECORDING MODE              F.
001790 01  DIFSY01-LIGNE               PICTURE         X(80).
001800 FD  DIFRH01-FILE
001810     RECORDING MODE              F.
001820     COPY    DIFRH01.
001830 WORKING-STORAGE SECTION.
001840**--------------------------------------------------------
001850*    SWITCHES AND COUNTERS
001860**--------------------------------------------------------
001870 77  WS-PV-FILE-STAT             PICTURE         X(2)
001880                                 VALUE           SPACES.
001890 77  WS-PA-FILE-STAT             PICTURE         X(2)
001900                                 VALUE           SPACES.
001910 77  WS-CPP-FILE-STAT            PICTURE         X(2)
001920                                 VALUE           SPACES.
001930 77  WS-CKP-FILE-STAT            PICTURE         X(2)
001940                                 VALUE           SPACES.
001950 77  WS-OP1-FILE-STAT            PICTURE         X(2)
001960                                 VALUE           SPACES.
001970 77  WS-OP2-FILE-STAT            PICTURE         X(2)
001980                                 VALUE           SPACES.
001990 77  WS-OP3-FILE-STAT            PICTURE         X(2)
002000                                 VALUE           SPACES.
002010 77  WS-OP4-FILE-STAT            PICTURE         X(2)
002020                                 VALUE           SPACES.
002030 77  WS-EP1-FILE-STAT            PICTURE         X(2)
002040                                 VALUE           SPACES.
002050 77  WS-EP2-FILE-STAT            PICTURE         X(2)
002060                                 VALUE           SPACES.
002070 77  WS-EP3-FILE-STAT            PICTURE         X(2)
002080                                 VALUE           SPACES.
002090 77  WS-EP4-FILE-STAT            PICTURE         X(2)
002100                                 VALUE           SPACES.
002110 77  WS-AP1-FILE-STAT            PICTURE         X(2)
002120                                 VALUE           SPACES.
002130 77  WS-AP2-FILE-STAT            PICTURE         X(2)
002140                                 VALUE           SPACES.
002150 77  WS-AP3-FILE-STAT            PICTURE         X(2)
002160                                 VALUE           SPACES.
002170 77  WS-AP4-FILE-STAT            PICTURE         X(2)
002180                                 VALUE           SPACES.
002190 77  WS-OU-FILE-STAT             PICTURE         X(2)
002200                                 VALUE           SPACES.
002210 77  WS-EX-FILE-STAT             PICTURE         X(2)
002220                                 VALUE           SPACES.
002230 77  WS-AU-FILE-STAT             PICTURE         X(2)
002240                                 VALUE           SPACES.
002250 77  WS-SY-FILE-STAT             PICTURE         X(2)
002260                                 VALUE           SPACES.
002270 77  WS-RH-FILE-STAT             PICTURE         X(2)
002280                                 VALUE           SPACES.
002290 77  WS-PART-FILE-STAT           PICTURE         X(2)
002300                                 VALUE           SPACES.
002310 77  WS-ERR-FICHIER              PICTURE         X(8)
002320                                 VALUE           SPACES.
002330 77  WS-ERR-STATUT               PICTURE         X(2)
002340                                 VALUE           SPACES.
002350 77  WS-FIN-VENTIL-SW            PICTURE         X(1)
002360                                 VALUE           'N'.
002370     88  WS-FIN-VENTIL                   VALUE   'O'.
002380     88  WS-PAS-FIN-VENTIL               VALUE   'N'.
002390 77  WS-FIN-LECTURE-SW           PICTURE         X(1)
002400                                 VALUE           'N'.
002410     88  WS-FIN-LECTURE                  VALUE   'O'.
002420     88  WS-PAS-FIN-LECTURE              VALUE   'N'.
002430 77  WS-CKP-CREE-SW              PICTURE         X(1)
002440                                 VALUE           'N'.
002450     88  WS-CKP-CREE                      VALUE  'O'.
002460     88  WS-CKP-PAS-CREE                  VALUE  'N'.
002470 77  WS-NB-DETAILS               PICTURE         9(9)
002480                                 VALUE           ZERO.
002490 77  WS-NB-LUS                   PICTURE         9(9)
002500                                 VALUE           ZERO.
002510 77  WS-NB-TRAITES               PICTURE         9(9)
002520                                 VALUE           ZERO.
002530 77  WS-NB-REJETS                PICTURE         9(9)
002540                                 VALUE           ZERO.
002550 77  WS-NB-INVERSES              PICTURE         9(9)
002560                                 VALUE           ZERO.
002570 77  WS-NB-OU-ECRITS             PICTURE         9(9)
002580                                 VALUE           ZERO.
002590 77  WS-NB-EX-ECRITS             PICTURE         9(9)
002600                                 VALUE           ZERO.
002610 77  WS-NB-AU-ECRITS             PICTURE         9(9)
002620                                 VALUE           ZERO.
002630**--------------------------------------------------------
002640*    OPTIONS DU JEU DIFPA01 DES PARTITIONS (SYSIN) - SEULES
002650*    CELLES QUI CHANGENT LA FORME DES SORTIES A FUSIONNER SONT
002660*    RETENUES : INVERSION AUTO, FORCER, BORNES DES TRANCHES ET
002670*    LISTE DES DATES ARRETE.
002680**--------------------------------------------------------
002690 77  WS-INVERSION-AUTO-SW        PICTURE         X(1)
002700                                 VALUE           'N'.
002710     88  WS-INVERSION-AUTO               VALUE   'O'.
002720     88  WS-SANS-INVERSION               VALUE   'N'.
002730 77  WS-FORCER-SW                PICTURE         X(1)
002740                                 VALUE           'N'.
002750     88  WS-FORCER                       VALUE   'O'.
002760     88  WS-SANS-FORCER                  VALUE   'N'.
002770 77  WS-MULTI-ARRETE-SW          PICTURE         X(1)
002780                                 VALUE           'N'.
002790     88  WS-MULTI-ARRETE                 VALUE   'O'.
002800     88  WS-MONO-ARRETE                  VALUE   'N'.
002810 77  WS-NB-ARRETES               PICTURE         S9(4)
002820                                 USAGE           COMPUTATIONAL
002830                                 VALUE           1.
002840 77  WS-ARR-IDX                  PICTURE         S9(4)
002850                                 USAGE           COMPUTATIONAL
002860                                 VALUE           1.
002870 01  WS-ARRETES-TABLE.
002880     03  WS-ARR-LISTE-ENTREE     OCCURS 6 TIMES.
002890         05  WS-ARR-LISTE-DATE   PICTURE         X(8)
002900                                 VALUE           SPACES.
002910         05  FILLER              PICTURE         X(1)
002920                                 VALUE           SPACE.
002930**--------------------------------------------------------
002940*    IDENTITE DU FLUX (EN-TETE DE LA VENTILATION DIFPV01) ET
002950*    COMPTES ANNONCES PAR SA FIN.
002960**--------------------------------------------------------
002970 77  WS-ENT-DATE                 PICTURE         X(6)
002980                                 VALUE           SPACES.
002990 77  WS-ENT-FLUX                 PICTURE         X(8)
003000                                 VALUE           SPACES.
003010 77  WS-VENT-NB-DETAILS          PICTURE         9(9)
003020                                 VALUE           ZERO.
003030 77  WS-NB-PARTITIONS            PICTURE         S9(4)
003040                                 USAGE           COMPUTATIONAL
003050                                 VALUE           ZERO.
003060 77  WS-PART-IDX                 PICTURE         S9(4)
003070                                 USAGE           COMPUTATIONAL.
003080 77  WS-PART-NO                  PICTURE         9(1)
003090                                 VALUE           ZERO.
003100 77  WS-NB-CKPP-LUS              PICTURE         S9(4)
003110                                 USAGE           COMPUTATIONAL
003120                                 VALUE           ZERO.
003130 77  WS-AUDIT-INCOMPLET-SW       PICTURE         X(1)
003140                                 VALUE           'N'.
003150     88  WS-AUDIT-INCOMPLET              VALUE   'O'.
003160     88  WS-AUDIT-COMPLET                VALUE   'N'.
003170**--------------------------------------------------------
003180*    UNE ENTREE PAR PARTITION : DETAILS VUS DANS LA VENTILATION,
003190*    DETAILS ANNONCES PAR SA FIN, DETAILS SELON LE CHECKPOINT
003200*    DE LA PARTITION, PRESENCE DE SON AUDIT ET LIGNES LUES.
003210**--------------------------------------------------------
003220 01  WS-PARTITIONS.
003230     03  WS-PART-ENTREE          OCCURS 4 TIMES.
003240         05  WS-PART-NB-DETAILS  PICTURE         9(9)
003250                                 VALUE           ZERO.
003260         05  WS-PART-NB-ANNONCE  PICTURE         9(9)
003270                                 VALUE           ZERO.
003280         05  WS-PART-NB-CKP      PICTURE         9(9)
003290                                 VALUE           ZERO.
003300         05  WS-PART-CKP-VU-SW   PICTURE         X(1)
003310                                 VALUE           'N'.
003320             88  WS-PART-CKP-VU          VALUE   'O'.
003330         05  WS-PART-AUDIT-SW    PICTURE         X(1)
003340                                 VALUE           'O'.
003350             88  WS-PART-AVEC-AUDIT      VALUE   'O'.
003360             88  WS-PART-SANS-AUDIT      VALUE   'N'.
003370         05  WS-PART-NB-AU-LUS   PICTURE         9(9)
003380                                 VALUE           ZERO.
003390**--------------------------------------------------------
003400*    LIGNES LUES SUR LA PARTITION COURANTE, DANS LES DESSINS DES
003410*    FICHIERS DU RUN SIMPLE.
003420**--------------------------------------------------------
003430     COPY    DIFOU01 REPLACING LEADING ==DIFOU01==
003440                              BY ==WS-OUL==.
003450     COPY    DIFEX01 REPLACING LEADING ==DIFEX01==
003460                              BY ==WS-EXL==.
003470     COPY    DIFAU01 REPLACING LEADING ==DIFAU01==
003480                              BY ==WS-AUL==.
003490**--------------------------------------------------------
003500*    TRANCHES D'ANCIENNETE ET SYNTHESE DIFSY01 - MEMES BORNES,
003510*    MEMES COMPTEURS ET MEME EDITION QUE DIFBATCH.
003520**--------------------------------------------------------
003530 77  WS-TRANCHE-NO               PICTURE         9(1)
003540                                 VALUE           ZERO.
003550 77  WS-TRANCHE-IDX              PICTURE         S9(4)
003560                                 USAGE           COMPUTATIONAL.
003570 77  WS-TRANCHE-IDX-1            PICTURE         S9(4)
003580                                 USAGE           COMPUTATIONAL.
003590 77  WS-TRANCHE-DE               PICTURE         S9(5)
003600                                 USAGE           COMPUTATIONAL-3.
003610 77  WS-POURCENT                 PICTURE         S9(3)V9(2)
003620                                 USAGE           COMPUTATIONAL-3.
003630 01  WS-TRANCHE-BORNES.
003640     03  WS-TRANCHE-BORNE        OCCURS 4 TIMES
003650                                 PICTURE         S9(5)
003660                                 USAGE           COMPUTATIONAL-3.
003670 01  WS-TRANCHE-COMPTEURS.
003680     03  WS-NB-TRANCHE           OCCURS 5 TIMES
003690                                 PICTURE         9(9)
003700                                 VALUE           ZERO.
003710 01  WS-TRANCHE-ARR-COMPTEURS.
003720     03  WS-ARR-CPT-ENTREE       OCCURS 6 TIMES.
003730         05  WS-NB-TRANCHE-ARR   OCCURS 5 TIMES
003740                                 PICTURE         9(9)
003750                                 VALUE           ZERO.
003760 01  WS-TRAITES-ARR-COMPTEURS.
003770     03  WS-NB-TRAITES-ARR       OCCURS 6 TIMES
003780                                 PICTURE         9(9)
003790                                 VALUE           ZERO.
003800 01  WS-SY-ARRETE.
003810     03  FILLER                  PICTURE         X(14)
003820                                 VALUE           'DATE ARRETE : '.
003830     03  WS-SY-ARR-DATE          PICTURE         X(8).
003840     03  FILLER                  PICTURE         X(58)
003850                                 VALUE           SPACES.
003860 01  WS-AFF-TRANCHES.
003870     03  WS-AFF-B1               PICTURE         ZZZZ9.
003880     03  FILLER                  PICTURE         X(1)
003890                                 VALUE           '/'.
003900     03  WS-AFF-B2               PICTURE         ZZZZ9.
003910     03  FILLER                  PICTURE         X(1)
003920                                 VALUE           '/'.
003930     03  WS-AFF-B3               PICTURE         ZZZZ9.
003940     03  FILLER                  PICTURE         X(1)
003950                                 VALUE           '/'.
003960     03  WS-AFF-B4               PICTURE         ZZZZ9.
003970 01  WS-SY-TITRE.
003980     03  FILLER                  PICTURE         X(42)
003990         VALUE 'DIFBATCH - VENTILATION PAR TRANCHE (JOURS)'.
004000     03  FILLER                  PICTURE         X(38)
004010                                 VALUE           SPACES.
004020 01  WS-SY-DETAIL.
004030     03  FILLER                  PICTURE         X(8)
004040                                 VALUE           'TRANCHE '.
004050     03  WS-SY-CODE              PICTURE         X(1).
004060     03  FILLER                  PICTURE         X(3)
004070                                 VALUE           ' - '.
004080     03  WS-SY-LIBELLE           PICTURE         X(17).
004090     03  FILLER                  PICTURE         X(3)
004100                                 VALUE           ' : '.
004110     03  WS-SY-NOMBRE            PICTURE         ZZZZZZZZ9.
004120     03  FILLER                  PICTURE         X(3)
004130                                 VALUE           ' - '.
004140     03  WS-SY-POURCENT          PICTURE         ZZ9.99.
004150     03  FILLER                  PICTURE         X(2)
004160                                 VALUE           ' %'.
004170     03  FILLER                  PICTURE         X(28)
004180                                 VALUE           SPACES.
004190 01  WS-SY-TOTAL.
004200     03  FILLER                  PICTURE         X(26)
004210                                 VALUE 'TOTAL PAIRES CLASSEES'.
004220     03  FILLER                  PICTURE         X(3)
004230                                 VALUE           ' : '.
004240     03  WS-SY-TOT-NOMBRE        PICTURE         ZZZZZZZZ9.
004250     03  FILLER                  PICTURE         X(42)
004260                                 VALUE           SPACES.
004270 01  WS-LIB-BORNEE.
004280     03  WS-LIB-DE               PICTURE         ZZZZ9.
004290     03  FILLER                  PICTURE         X(3)
004300                                 VALUE           ' A '.
004310     03  WS-LIB-A                PICTURE         ZZZZ9.
004320     03  FILLER                  PICTURE         X(4)
004330                                 VALUE           SPACES.
004340 01  WS-LIB-OUVERTE.
004350     03  FILLER                  PICTURE         X(8)
004360                                 VALUE           'PLUS DE '.
004370     03  WS-LIB-PLUS             PICTURE         ZZZZ9.
004380     03  FILLER                  PICTURE         X(4)
004390                                 VALUE           SPACES.
004400**--------------------------------------------------------
004410*    HISTORIQUE D'EXECUTION DIFRH01 - UN SEUL ENREGISTREMENT POUR
004420*    LE FLUX, AU NOM DE DIFBATCH, DEBUTE A L'HEURE DU DECOUPAGE.
004430**--------------------------------------------------------
004440 77  WS-VERDICT-SW               PICTURE         X(1)
004450                                 VALUE           'C'.
004460 77  WS-CODE-RETOUR              PICTURE         9(2)
004470                                 VALUE           ZERO.
004480 01  WS-TS-DEBUT.
004490     03  WS-TS-DEBUT-DATE        PICTURE         X(8).
004500     03  WS-TS-DEBUT-HEURE       PICTURE         X(6).
004510 01  WS-TS-COURANT.
004520     03  WS-TS-COURANT-DATE      PICTURE         9(8).
004530     03  WS-TS-COURANT-HEURE     PICTURE         X(6).
004540 01  WS-HEURE-ACCEPT.
004550     03  WS-HEURE-HHMMSS         PICTURE         X(6).
004560     03  FILLER                  PICTURE         X(2).
004570 PROCEDURE DIVISION.
004580 0000-MAINLINE SECTION.
004590 0000-DEBUT.
004600     PERFORM         1000-INITIALISATION
004610                     THRU
004620                     1000-EXIT.
004630     PERFORM         2000-TRAITEMENT
004640                     THRU
004650                     2000-EXIT
004660                     UNTIL           WS-FIN-VENTIL.
004670     PERFORM         9000-TERMINAISON
004680                     THRU
004690                     9000-EXIT.
004700     GOBACK.
004710**--------------------------------------------------------
004720*    1000-INITIALISATION - OPTIONS, EN-TETE DE LA VENTILATION,
004730*    CONTROLE DES CHECKPOINTS DES PARTITIONS ET DU CHECKPOINT
004740*    PRINCIPAL - TOUT CECI AVANT D'OUVRIR LA MOINDRE SORTIE -
004750*    PUIS OUVERTURE DES FICHIERS DES PARTITIONS ET DES SORTIES.
004760**--------------------------------------------------------
004770 1000-INITIALISATION.
004780     PERFORM         1050-LIT-PARAMETRES
004790                     THRU
004800                     1050-EXIT.
004810     OPEN            INPUT   DIFPV01-FILE.
004820     IF WS-PV-FILE-STAT NOT = '00'
004830        MOVE 'DIFPV01' TO WS-ERR-FICHIER
004840        MOVE WS-PV-FILE-STAT TO WS-ERR-STATUT
004850        PERFORM   9900-ERREUR-FICHIER-DEB
004860                  THRU
004870                  9900-ERREUR-FICHIER-FIN
004880     END-IF
004890     PERFORM         1080-LIT-ENTETE
004900                     THRU
004910                     1080-EXIT.
004920     PERFORM         1100-CONTROLE-PARTITIONS
004930                     THRU
004940                     1100-EXIT.
004950     PERFORM         1150-CONTROLE-DERNIER
004960                     THRU
004970                     1150-EXIT.
004980     PERFORM         1200-OUVRE-PARTITION
004990                     THRU
005000                     1200-EXIT
005010                     VARYING WS-PART-IDX FROM 1 BY 1
005020                     UNTIL WS-PART-IDX > WS-NB-PARTITIONS.
005030     OPEN            OUTPUT  DIFOU01-FILE.
005040     IF WS-OU-FILE-STAT NOT = '00'
005050        MOVE 'DIFOU01' TO WS-ERR-FICHIER
005060        MOVE WS-OU-FILE-STAT TO WS-ERR-STATUT
005070        PERFORM   9900-ERREUR-FICHIER-DEB
005080                  THRU
005090                  9900-ERREUR-FICHIER-FIN
005100     END-IF
005110     OPEN            OUTPUT  DIFEX01-FILE.
005120     IF WS-EX-FILE-STAT NOT = '00'
005130        MOVE 'DIFEX01' TO WS-ERR-FICHIER
005140        MOVE WS-EX-FILE-STAT TO WS-ERR-STATUT
005150        PERFORM   9900-ERREUR-FICHIER-DEB
005160                  THRU
005170                  9900-ERREUR-FICHIER-FIN
005180     END-IF
005190     OPEN            OUTPUT  DIFAU01-FILE.
005200     IF WS-AU-FILE-STAT NOT = '00'
005210        MOVE 'DIFAU01' TO WS-ERR-FICHIER
005220        MOVE WS-AU-FILE-STAT TO WS-ERR-STATUT
005230        PERFORM   9900-ERREUR-FICHIER-DEB
005240                  THRU
005250                  9900-ERREUR-FICHIER-FIN
005260     END-IF.
005270 1000-EXIT.
005280     EXIT.
005290**--------------------------------------------------------
005300*    1050-LIT-PARAMETRES - LE JEU DIFPA01 DES PARTITIONS, LU
005310*    COMME DIFBATCH LE LIT : CARTE 1 (INVERSION AUTO COL 12,
005320*    FORCER COL 14), CARTE 2 (BORNES DES TRANCHES, DEFAUT
005330*    30/60/90/180), CARTE 3 (DATES ARRETE - UNE PASSE, DONC UNE
005340*    LIGNE DIFOU01, PAR DATE ET PAR DETAIL).  LES AUTRES OPTIONS
005350*    ONT DEJA AGI DANS LES PARTITIONS ET NE SONT PAS RELUES.
005360**--------------------------------------------------------
005370 1050-LIT-PARAMETRES.
005380     MOVE 30 TO WS-TRANCHE-BORNE (1)
005390     MOVE 60 TO WS-TRANCHE-BORNE (2)
005400     MOVE 90 TO WS-TRANCHE-BORNE (3)
005410     MOVE 180 TO WS-TRANCHE-BORNE (4)
005420     OPEN            INPUT   DIFPA01-FILE
005430     IF WS-PA-FILE-STAT NOT = '00'
005440        AND WS-PA-FILE-STAT NOT = '05'
005450        MOVE 'SYSIN' TO WS-ERR-FICHIER
005460        MOVE WS-PA-FILE-STAT TO WS-ERR-STATUT
005470        PERFORM   9900-ERREUR-FICHIER-DEB
005480                  THRU
005490                  9900-ERREUR-FICHIER-FIN
005500     END-IF
005510     READ            DIFPA01-FILE
005520        AT END
005530           CLOSE DIFPA01-FILE
005540           GO TO 1050-AFFICHE
005550     END-READ
005560     IF WS-PA-FILE-STAT NOT = '00'
005570        MOVE 'SYSIN' TO WS-ERR-FICHIER
005580        MOVE WS-PA-FILE-STAT TO WS-ERR-STATUT
005590        PERFORM   9900-ERREUR-FICHIER-DEB
005600                  THRU
005610                  9900-ERREUR-FICHIER-FIN
005620     END-IF
005630     IF DIFPA01-INVERSION-AUTO
005640        SET WS-INVERSION-AUTO TO TRUE
005650     ELSE
005660        IF NOT DIFPA01-SANS-INVERSION
005670           DISPLAY 'DIFFUS - CARTE DIFPA01 - INVERSION AUTO '
005680                   'INVALIDE (COL 12) : ' DIFPA01-INVERSION-SW
005690           PERFORM   9800-ERREUR-PARAMETRE-DEB
005700                     THRU
005710                     9800-ERREUR-PARAMETRE-FIN
005720        END-IF
005730     END-IF
005740     IF DIFPA01-FORCER
005750        SET WS-FORCER TO TRUE
005760     ELSE
005770        IF NOT DIFPA01-SANS-FORCER
005780           DISPLAY 'DIFFUS - CARTE DIFPA01 - FORCER '
005790                   'INVALIDE (COL 14) : ' DIFPA01-FORCER-SW
005800           PERFORM   9800-ERREUR-PARAMETRE-DEB
005810                     THRU
005820                     9800-ERREUR-PARAMETRE-FIN
005830        END-IF
005840     END-IF
005850     READ            DIFPA01-FILE
005860        AT END
005870           CLOSE DIFPA01-FILE
005880           GO TO 1050-AFFICHE
005890     END-READ
005900     IF WS-PA-FILE-STAT NOT = '00'
005910        MOVE 'SYSIN' TO WS-ERR-FICHIER
005920        MOVE WS-PA-FILE-STAT TO WS-ERR-STATUT
005930        PERFORM   9900-ERREUR-FICHIER-DEB
005940                  THRU
005950                  9900-ERREUR-FICHIER-FIN
005960     END-IF
005970     PERFORM         1065-PREND-BORNE
005980                     THRU
005990                     1065-EXIT
006000                     VARYING WS-TRANCHE-IDX FROM 1 BY 1
006010                     UNTIL WS-TRANCHE-IDX > 4.
006020     PERFORM         1068-VERIF-BORNE
006030                     THRU
006040                     1068-EXIT
006050                     VARYING WS-TRANCHE-IDX FROM 2 BY 1
006060                     UNTIL WS-TRANCHE-IDX > 4.
006070     READ            DIFPA01-FILE
006080        AT END
006090           CLOSE DIFPA01-FILE
006100           GO TO 1050-AFFICHE
006110     END-READ
006120     IF WS-PA-FILE-STAT NOT = '00'
006130        MOVE 'SYSIN' TO WS-ERR-FICHIER
006140        MOVE WS-PA-FILE-STAT TO WS-ERR-STATUT
006150        PERFORM   9900-ERREUR-FICHIER-DEB
006160                  THRU
006170                  9900-ERREUR-FICHIER-FIN
006180     END-IF
006190     MOVE ZERO TO WS-NB-ARRETES
006200     PERFORM         1075-PREND-ARRETE
006210                     THRU
006220                     1075-EXIT
006230                     VARYING WS-ARR-IDX FROM 1 BY 1
006240                     UNTIL WS-ARR-IDX > 6.
006250     IF WS-NB-ARRETES = ZERO
006260        MOVE 1 TO WS-NB-ARRETES
006270     ELSE
006280        SET WS-MULTI-ARRETE TO TRUE
006290     END-IF
006300     CLOSE           DIFPA01-FILE.
006310 1050-AFFICHE.
006320     DISPLAY 'DIFFUS - PARAMETRE - INVERSION AUTO : '
006330             WS-INVERSION-AUTO-SW.
006340     DISPLAY 'DIFFUS - PARAMETRE - FORCER         : '
006350             WS-FORCER-SW.
006360     MOVE WS-TRANCHE-BORNE (1) TO WS-AFF-B1
006370     MOVE WS-TRANCHE-BORNE (2) TO WS-AFF-B2
006380     MOVE WS-TRANCHE-BORNE (3) TO WS-AFF-B3
006390     MOVE WS-TRANCHE-BORNE (4) TO WS-AFF-B4
006400     DISPLAY 'DIFFUS - PARAMETRE - TRANCHES       : '
006410             WS-AFF-TRANCHES.
006420     IF WS-MULTI-ARRETE
006430        DISPLAY 'DIFFUS - PARAMETRE - DATES ARRETE   : '
006440                WS-ARRETES-TABLE
006450     END-IF.
006460 1050-EXIT.
006470     EXIT.
006480**--------------------------------------------------------
006490 1065-PREND-BORNE.
006500     IF DIFPA01-TRANCHE-BORNE (WS-TRANCHE-IDX) = SPACES
006510        GO TO 1065-EXIT
006520     END-IF
006530     IF DIFPA01-TRANCHE-BORNE (WS-TRANCHE-IDX) IS NUMERIC
006540        MOVE DIFPA01-TRANCHE-BORNE-R (WS-TRANCHE-IDX)
006550          TO WS-TRANCHE-BORNE (WS-TRANCHE-IDX)
006560     ELSE
006570        DISPLAY 'DIFFUS - CARTE TRANCHES - BORNE NON NUMERIQUE '
006580                ': ' DIFPA01-TRANCHE-BORNE (WS-TRANCHE-IDX)
006590        PERFORM   9800-ERREUR-PARAMETRE-DEB
006600                  THRU
006610                  9800-ERREUR-PARAMETRE-FIN
006620     END-IF.
006630 1065-EXIT.
006640     EXIT.
006650**--------------------------------------------------------
006660 1068-VERIF-BORNE.
006670     COMPUTE WS-TRANCHE-IDX-1 = WS-TRANCHE-IDX - 1
006680     IF WS-TRANCHE-BORNE (WS-TRANCHE-IDX) NOT >
006690        WS-TRANCHE-BORNE (WS-TRANCHE-IDX-1)
006700        DISPLAY 'DIFFUS - CARTE TRANCHES - BORNES NON '
006710                'CROISSANTES'
006720        PERFORM   9800-ERREUR-PARAMETRE-DEB
006730                  THRU
006740                  9800-ERREUR-PARAMETRE-FIN
006750     END-IF.
006760 1068-EXIT.
006770     EXIT.
006780**--------------------------------------------------------
006790*    1075-PREND-ARRETE - UNE DATE DE LA TROISIEME CARTE.  LES
006800*    PARTITIONS L'ONT DEJA VALIDEE; ELLE NE SERT ICI QU'A COMPTER
006810*    LES PASSES ET A TITRER LES SECTIONS DE LA SYNTHESE.
006820**--------------------------------------------------------
006830 1075-PREND-ARRETE.
006840     IF DIFPA01-ARR-DATE (WS-ARR-IDX) NOT = SPACES
006850        ADD 1 TO WS-NB-ARRETES
006860        MOVE DIFPA01-ARR-DATE (WS-ARR-IDX)
006870          TO WS-ARR-LISTE-DATE (WS-NB-ARRETES)
006880     END-IF.
006890 1075-EXIT.
006900     EXIT.
006910**--------------------------------------------------------
006920*    1080-LIT-ENTETE - EN-TETE DE LA VENTILATION : IDENTITE DU
006930*    FLUX, NOMBRE DE PARTITIONS ET HORODATE DU DECOUPAGE, QUI
006940*    SERT DE DEBUT D'EXECUTION DANS L'HISTORIQUE.
006950**--------------------------------------------------------
006960 1080-LIT-ENTETE.
006970     READ            DIFPV01-FILE
006980                     AT END          SET WS-FIN-VENTIL TO TRUE
006990     END-READ
007000     IF WS-FIN-VENTIL
007010        DISPLAY 'DIFFUS - VENTILATION DIFPV01 VIDE - EN-TETE '
007020                'ABSENT'
007030        PERFORM   9930-ERREUR-STRUCTURE-DEB
007040                  THRU
007050                  9930-ERREUR-STRUCTURE-FIN
007060     END-IF
007070     IF WS-PV-FILE-STAT NOT = '00'
007080        MOVE 'DIFPV01' TO WS-ERR-FICHIER
007090        MOVE WS-PV-FILE-STAT TO WS-ERR-STATUT
007100        PERFORM   9900-ERREUR-FICHIER-DEB
007110                  THRU
007120                  9900-ERREUR-FICHIER-FIN
007130     END-IF
007140     IF NOT DIFPV01-TYPE-ENTETE
007150        DISPLAY 'DIFFUS - PREMIER ENREGISTREMENT DIFPV01 DE TYPE '
007160                DIFPV01-TYPE ' - EN-TETE TYPE 1 ATTENDU'
007170        PERFORM   9930-ERREUR-STRUCTURE-DEB
007180                  THRU
007190                  9930-ERREUR-STRUCTURE-FIN
007200     END-IF
007210     MOVE DIFPV01-ENT-DATE TO WS-ENT-DATE
007220     MOVE DIFPV01-ENT-ID-FLUX TO WS-ENT-FLUX
007230     MOVE DIFPV01-DEBUT-TS TO WS-TS-DEBUT
007240     IF DIFPV01-NB-PARTITIONS < 2
007250        OR DIFPV01-NB-PARTITIONS > 4
007260        DISPLAY 'DIFFUS - NOMBRE DE PARTITIONS INVALIDE DANS L '
007270                'EN-TETE DIFPV01 : ' DIFPV01-NB-PARTITIONS
007280        PERFORM   9930-ERREUR-STRUCTURE-DEB
007290                  THRU
007300                  9930-ERREUR-STRUCTURE-FIN
007310     END-IF
007320     MOVE DIFPV01-NB-PARTITIONS TO WS-NB-PARTITIONS
007330     DISPLAY 'DIFFUS - FLUX ' WS-ENT-FLUX ' CREE LE '
007340             WS-ENT-DATE ' - PARTITIONS : ' DIFPV01-NB-PARTITIONS.
007350 1080-EXIT.
007360     EXIT.
007370**--------------------------------------------------------
007380*    1100-CONTROLE-PARTITIONS - DIFCKPP CONCATENE LES CHECKPOINTS
007390*    DES PARTITIONS, DANS L'ORDRE DES PARTITIONS (UN ENREGISTRE-
007400*    MENT CHACUN).  CHACUN DOIT ETRE 'C'OMPLETE, POUR CE FLUX,
007410*    SUR DES FICHIERS DE PARTITION PARTIS VIDES : UNE PARTITION
007420*    EN COURS, EN ERREUR, LANCEE SUR UN AUTRE FLUX OU APPENDUE A
007430*    DES RESTES D'UN AUTRE RUN FAIT REFUSER LA FUSION.
007440**--------------------------------------------------------
007450 1100-CONTROLE-PARTITIONS.
007460     OPEN            INPUT   DIFCKPP-FILE.
007470     IF WS-CPP-FILE-STAT NOT = '00'
007480        MOVE 'DIFCKPP' TO WS-ERR-FICHIER
007490        MOVE WS-CPP-FILE-STAT TO WS-ERR-STATUT
007500        PERFORM   9900-ERREUR-FICHIER-DEB
007510                  THRU
007520                  9900-ERREUR-FICHIER-FIN
007530     END-IF
007540     PERFORM         1110-LIT-CKP-PARTITION
007550                     THRU
007560                     1110-EXIT
007570                     VARYING WS-PART-IDX FROM 1 BY 1
007580                     UNTIL WS-PART-IDX > WS-NB-PARTITIONS.
007590     READ            DIFCKPP-FILE
007600        AT END
007610           GO TO 1100-FERME
007620     END-READ
007630     DISPLAY 'DIFFUS - DIFCKPP CONTIENT PLUS DE CHECKPOINTS QUE '
007640             'DE PARTITIONS - VERIFIER LA CONCATENATION'
007650     PERFORM         9970-FUSION-REFUSEE-DEB
007660                     THRU
007670                     9970-FUSION-REFUSEE-FIN.
007680 1100-FERME.
007690     CLOSE           DIFCKPP-FILE.
007700 1100-EXIT.
007710     EXIT.
007720**--------------------------------------------------------
007730 1110-LIT-CKP-PARTITION.
007740     MOVE WS-PART-IDX TO WS-PART-NO
007750     READ            DIFCKPP-FILE
007760        AT END
007770           DISPLAY 'DIFFUS - CHECKPOINT DE LA PARTITION '
007780                   WS-PART-NO ' ABSENT DE DIFCKPP'
007790           PERFORM   9970-FUSION-REFUSEE-DEB
007800                     THRU
007810                     9970-FUSION-REFUSEE-FIN
007820     END-READ
007830     IF WS-CPP-FILE-STAT NOT = '00'
007840        MOVE 'DIFCKPP' TO WS-ERR-FICHIER
007850        MOVE WS-CPP-FILE-STAT TO WS-ERR-STATUT
007860        PERFORM   9900-ERREUR-FICHIER-DEB
007870                  THRU
007880                  9900-ERREUR-FICHIER-FIN
007890     END-IF
007900     IF NOT DIFCKPP-COMPLETE
007910        DISPLAY 'DIFFUS - PARTITION ' WS-PART-NO ' NON TERMINEE '
007920                '(CHECKPOINT ' DIFCKPP-STATUS-SW ') - LA '
007930                'RELANCER '
007940                'OU LA REPRENDRE JUSQU A RC 0'
007950        PERFORM   9970-FUSION-REFUSEE-DEB
007960                  THRU
007970                  9970-FUSION-REFUSEE-FIN
007980     END-IF
007990     IF DIFCKPP-ENT-DATE NOT = WS-ENT-DATE
008000        OR DIFCKPP-ENT-ID-FLUX NOT = WS-ENT-FLUX
008010        DISPLAY 'DIFFUS - PARTITION ' WS-PART-NO ' TERMINEE '
008020                'SUR UN '
008030                'AUTRE FLUX : ' DIFCKPP-ENT-ID-FLUX ' CREE LE '
008040                DIFCKPP-ENT-DATE
008050        PERFORM   9970-FUSION-REFUSEE-DEB
008060                  THRU
008070                  9970-FUSION-REFUSEE-FIN
008080     END-IF
008090     IF DIFCKPP-OU-DEJA NOT = ZERO
008100        DISPLAY 'DIFFUS - PARTITION ' WS-PART-NO ' ECRITE A LA '
008110                'SUITE DE ' DIFCKPP-OU-DEJA ' LIGNES D UN '
008120                'AUTRE RUN '
008130                '- SUPPRIMER SES FICHIERS ET LA RELANCER'
008140        PERFORM   9970-FUSION-REFUSEE-DEB
008150                  THRU
008160                  9970-FUSION-REFUSEE-FIN
008170     END-IF
008180     IF DIFCKPP-LAST-COUNT < 2
008190        DISPLAY 'DIFFUS - PARTITION ' WS-PART-NO ' - COMPTE DU '
008200                'CHECKPOINT INVALIDE : ' DIFCKPP-LAST-COUNT
008210        PERFORM   9970-FUSION-REFUSEE-DEB
008220                  THRU
008230                  9970-FUSION-REFUSEE-FIN
008240     END-IF
008250     COMPUTE WS-PART-NB-CKP (WS-PART-IDX) =
008260             DIFCKPP-LAST-COUNT - 2.
008270 1110-EXIT.
008280     EXIT.
008290**--------------------------------------------------------
008300*    1150-CONTROLE-DERNIER - LE CHECKPOINT PRINCIPAL, COMME
008310*    DIFBATCH LE LIT : UN RUN SIMPLE EN COURS OU INTERROMPU
008320*    INTERDIT LA FUSION, ET UN FLUX DEJA COMPTABILISE N'EST
008330*    FUSIONNE QUE SUR FORCER.
008340**--------------------------------------------------------
008350 1150-CONTROLE-DERNIER.
008360     OPEN            INPUT   DIFCKP01-FILE.
008370     IF WS-CKP-FILE-STAT = '05'
008380        GO TO 1150-FERME
008390     END-IF
008400     IF WS-CKP-FILE-STAT NOT = '00'
008410        MOVE 'DIFCKP01' TO WS-ERR-FICHIER
008420        MOVE WS-CKP-FILE-STAT TO WS-ERR-STATUT
008430        PERFORM   9900-ERREUR-FICHIER-DEB
008440                  THRU
008450                  9900-ERREUR-FICHIER-FIN
008460     END-IF
008470     READ            DIFCKP01-FILE
008480        AT END
008490           GO TO 1150-FERME
008500     END-READ
008510     SET WS-CKP-CREE TO TRUE
008520     IF DIFCKP01-RUNNING
008530        DISPLAY 'DIFFUS - UN RUN DIFBATCH SIMPLE EST EN COURS OU '
008540                'INTERROMPU (CHECKPOINT R SUR '
008550                DIFCKP01-ENT-ID-FLUX
008560                ') - LE TERMINER AVANT DE FUSIONNER'
008570        PERFORM   9970-FUSION-REFUSEE-DEB
008580                  THRU
008590                  9970-FUSION-REFUSEE-FIN
008600     END-IF
008610     IF DIFCKP01-COMPLETE
008620        AND DIFCKP01-ENT-DATE = WS-ENT-DATE
008630        AND DIFCKP01-ENT-ID-FLUX = WS-ENT-FLUX
008640        IF WS-FORCER
008650           DISPLAY 'DIFFUS - FLUX DEJA COMPTABILISE - ACCEPTE '
008660                   'SUR FORCER (CARTE DIFPA01 COL 14)'
008670        ELSE
008680           DISPLAY 'DIFFUS - FLUX DEJA COMPTABILISE PAR L '
008690                   'EXECUTION PRECEDENTE - REFUSE (FORCER COL 14 '
008700                   'POUR PASSER OUTRE)'
008710           PERFORM   9970-FUSION-REFUSEE-DEB
008720                     THRU
008730                     9970-FUSION-REFUSEE-FIN
008740        END-IF
008750     END-IF.
008760 1150-FERME.
008770     CLOSE           DIFCKP01-FILE.
008780 1150-EXIT.
008790     EXIT.
008800**--------------------------------------------------------
008810*    1200-OUVRE-PARTITION - OUVRE LES FICHIERS DE LA PARTITION
008820*    WS-PART-IDX.  SANS FICHIER D'AUDIT (DD ABSENTE), LA PARTITION
008830*    EST FUSIONNEE SANS SES ENREGISTREMENTS D'AUDIT.
008840**--------------------------------------------------------
008850 1200-OUVRE-PARTITION.
008860     MOVE WS-PART-IDX TO WS-PART-NO
008870     IF WS-PART-IDX = 1
008880        OPEN INPUT DIFOUP1-FILE
008890        MOVE WS-OP1-FILE-STAT TO WS-PART-FILE-STAT
008900     END-IF
008910     IF WS-PART-IDX = 2
008920        OPEN INPUT DIFOUP2-FILE
008930        MOVE WS-OP2-FILE-STAT TO WS-PART-FILE-STAT
008940     END-IF
008950     IF WS-PART-IDX = 3
008960        OPEN INPUT DIFOUP3-FILE
008970        MOVE WS-OP3-FILE-STAT TO WS-PART-FILE-STAT
008980     END-IF
008990     IF WS-PART-IDX = 4
009000        OPEN INPUT DIFOUP4-FILE
009010        MOVE WS-OP4-FILE-STAT TO WS-PART-FILE-STAT
009020     END-IF
009030     IF WS-PART-FILE-STAT NOT = '00'
009040        MOVE 'DIFOUP' TO WS-ERR-FICHIER
009050        MOVE WS-PART-NO TO WS-ERR-FICHIER (7:1)
009060        MOVE WS-PART-FILE-STAT TO WS-ERR-STATUT
009070        PERFORM   9900-ERREUR-FICHIER-DEB
009080                  THRU
009090                  9900-ERREUR-FICHIER-FIN
009100     END-IF
009110     IF WS-PART-IDX = 1
009120        OPEN INPUT DIFEXP1-FILE
009130        MOVE WS-EP1-FILE-STAT TO WS-PART-FILE-STAT
009140     END-IF
009150     IF WS-PART-IDX = 2
009160        OPEN INPUT DIFEXP2-FILE
009170        MOVE WS-EP2-FILE-STAT TO WS-PART-FILE-STAT
009180     END-IF
009190     IF WS-PART-IDX = 3
009200        OPEN INPUT DIFEXP3-FILE
009210        MOVE WS-EP3-FILE-STAT TO WS-PART-FILE-STAT
009220     END-IF
009230     IF WS-PART-IDX = 4
009240        OPEN INPUT DIFEXP4-FILE
009250        MOVE WS-EP4-FILE-STAT TO WS-PART-FILE-STAT
009260     END-IF
009270     IF WS-PART-FILE-STAT NOT = '00'
009280        MOVE 'DIFEXP' TO WS-ERR-FICHIER
009290        MOVE WS-PART-NO TO WS-ERR-FICHIER (7:1)
009300        MOVE WS-PART-FILE-STAT TO WS-ERR-STATUT
009310        PERFORM   9900-ERREUR-FICHIER-DEB
009320                  THRU
009330                  9900-ERREUR-FICHIER-FIN
009340     END-IF
009350     IF WS-PART-IDX = 1
009360        OPEN INPUT DIFAUP1-FILE
009370        MOVE WS-AP1-FILE-STAT TO WS-PART-FILE-STAT
009380     END-IF
009390     IF WS-PART-IDX = 2
009400        OPEN INPUT DIFAUP2-FILE
009410        MOVE WS-AP2-FILE-STAT TO WS-PART-FILE-STAT
009420     END-IF
009430     IF WS-PART-IDX = 3
009440        OPEN INPUT DIFAUP3-FILE
009450        MOVE WS-AP3-FILE-STAT TO WS-PART-FILE-STAT
009460     END-IF
009470     IF WS-PART-IDX = 4
009480        OPEN INPUT DIFAUP4-FILE
009490        MOVE WS-AP4-FILE-STAT TO WS-PART-FILE-STAT
009500     END-IF
009510     IF WS-PART-FILE-STAT = '05'
009520        PERFORM      2290-PARTITION-SANS-AUDIT
009530                     THRU
009540                     2290-EXIT
009550        GO TO 1200-EXIT
009560     END-IF
009570     IF WS-PART-FILE-STAT NOT = '00'
009580        MOVE 'DIFAUP' TO WS-ERR-FICHIER
009590        MOVE WS-PART-NO TO WS-ERR-FICHIER (7:1)
009600        MOVE WS-PART-FILE-STAT TO WS-ERR-STATUT
009610        PERFORM   9900-ERREUR-FICHIER-DEB
009620                  THRU
009630                  9900-ERREUR-FICHIER-FIN
009640     END-IF.
009650 1200-EXIT.
009660     EXIT.
009670**--------------------------------------------------------
009680*    2000-TRAITEMENT - UN ENREGISTREMENT DE LA VENTILATION.  UN
009690*    DETAIL FAIT REPRENDRE, SUR SA PARTITION, TOUT CE QUE LE RUN
009700*    SIMPLE AURAIT ECRIT POUR LUI; LA FIN NOTE LES COMPTES
009710*    ANNONCES ET ARRETE LA BOUCLE.
009720**--------------------------------------------------------
009730 2000-TRAITEMENT.
009740     READ            DIFPV01-FILE
009750        AT END
009760           DISPLAY 'DIFFUS - FIN DE VENTILATION ABSENTE - '
009770                   'DIFPV01 TRONQUE'
009780           PERFORM   9930-ERREUR-STRUCTURE-DEB
009790                     THRU
009800                     9930-ERREUR-STRUCTURE-FIN
009810     END-READ.
009820     IF WS-PV-FILE-STAT NOT = '00'
009830        MOVE 'DIFPV01' TO WS-ERR-FICHIER
009840        MOVE WS-PV-FILE-STAT TO WS-ERR-STATUT
009850        PERFORM   9900-ERREUR-FICHIER-DEB
009860                  THRU
009870                  9900-ERREUR-FICHIER-FIN
009880     END-IF
009890     IF DIFPV01-TYPE-FIN
009900        MOVE DIFPV01-FIN-NB-DETAILS TO WS-VENT-NB-DETAILS
009910        MOVE DIFPV01-FIN-NB-PARTITION (1)
009920          TO WS-PART-NB-ANNONCE (1)
009930        MOVE DIFPV01-FIN-NB-PARTITION (2)
009940          TO WS-PART-NB-ANNONCE (2)
009950        MOVE DIFPV01-FIN-NB-PARTITION (3)
009960          TO WS-PART-NB-ANNONCE (3)
009970        MOVE DIFPV01-FIN-NB-PARTITION (4)
009980          TO WS-PART-NB-ANNONCE (4)
009990        SET WS-FIN-VENTIL TO TRUE
010000        GO TO 2000-EXIT
010010     END-IF
010020     IF NOT DIFPV01-TYPE-DETAIL
010030        DISPLAY 'DIFFUS - TYPE D ENREGISTREMENT DIFPV01 '
010040                'INCONNU : '
010050                DIFPV01-TYPE
010060        PERFORM   9930-ERREUR-STRUCTURE-DEB
010070                  THRU
010080                  9930-ERREUR-STRUCTURE-FIN
010090     END-IF
010100     IF DIFPV01-PARTITION < 1
010110        OR DIFPV01-PARTITION > WS-NB-PARTITIONS
010120        DISPLAY 'DIFFUS - PARTITION ' DIFPV01-PARTITION
010130                ' HORS LIMITES POUR LA REFERENCE '
010140                DIFPV01-REFERENCE
010150        PERFORM   9930-ERREUR-STRUCTURE-DEB
010160                  THRU
010170                  9930-ERREUR-STRUCTURE-FIN
010180     END-IF
010190     MOVE DIFPV01-PARTITION TO WS-PART-IDX
010200     MOVE DIFPV01-PARTITION TO WS-PART-NO
010210     ADD 1 TO WS-NB-DETAILS
010220     ADD 1 TO WS-PART-NB-DETAILS (WS-PART-IDX)
010230     PERFORM         2100-TRAITE-PASSE
010240                     THRU
010250                     2100-EXIT
010260                     VARYING WS-ARR-IDX FROM 1 BY 1
010270                     UNTIL WS-ARR-IDX > WS-NB-ARRETES.
010280 2000-EXIT.
010290     EXIT.
010300**--------------------------------------------------------
010310*    2100-TRAITE-PASSE - UNE PASSE DU DETAIL, DANS L'ORDRE DE
010320*    DIFBATCH 2060 : LIGNE DIFOU01 DE LA PARTITION, REJET A LA
010330*    PREMIERE PASSE (LIGNE DIFEX01 ET COMPTEUR), SINON TRAITE ET
010340*    CLASSE DANS SA TRANCHE, PUIS LE OU LES ENREGISTREMENTS
010350*    D'AUDIT DE L'APPEL.  CHAQUE LIGNE REPRISE DOIT PORTER LA
010360*    REFERENCE DU DETAIL - SINON LA PARTITION N'EST PAS CELLE
010370*    QUE LA VENTILATION DECRIT (2900).
010380**--------------------------------------------------------
010390 2100-TRAITE-PASSE.
010400     PERFORM         3100-LIT-OU
010410                     THRU
010420                     3100-EXIT.
010430     IF WS-FIN-LECTURE
010440        DISPLAY 'DIFFUS - LIGNE DIFOU01 MANQUANTE'
010450        PERFORM   2900-DESYNCHRO-DEB
010460                  THRU
010470                  2900-DESYNCHRO-FIN
010480     END-IF
010490     IF WS-OUL-REFERENCE NOT = DIFPV01-REFERENCE
010500        DISPLAY 'DIFFUS - LIGNE DIFOU01 DE LA REFERENCE '
010510                WS-OUL-REFERENCE
010520        PERFORM   2900-DESYNCHRO-DEB
010530                  THRU
010540                  2900-DESYNCHRO-FIN
010550     END-IF
010560     IF WS-OUL-STATUS = '0'
010570        ADD 1 TO WS-NB-TRAITES
010580        ADD 1 TO WS-NB-TRAITES-ARR (WS-ARR-IDX)
010590        PERFORM      2150-COMPTE-TRANCHE
010600                     THRU
010610                     2150-EXIT
010620     ELSE
010630        IF WS-ARR-IDX = 1
010640           ADD 1 TO WS-NB-REJETS
010650           PERFORM   2200-REPORTE-EXCEPTION
010660                     THRU
010670                     2200-EXIT
010680        END-IF
010690     END-IF
010700     IF WS-PART-AVEC-AUDIT (WS-PART-IDX)
010710        PERFORM      2250-REPORTE-AUDIT
010720                     THRU
010730                     2250-EXIT
010740     END-IF
010750     WRITE DIFOU01-LIGNE FROM WS-OUL-REC.
010760     IF WS-OU-FILE-STAT NOT = '00'
010770        MOVE 'DIFOU01' TO WS-ERR-FICHIER
010780        MOVE WS-OU-FILE-STAT TO WS-ERR-STATUT
010790        PERFORM   9900-ERREUR-FICHIER-DEB
010800                  THRU
010810                  9900-ERREUR-FICHIER-FIN
010820     END-IF
010830     ADD 1 TO WS-NB-OU-ECRITS.
010840 2100-EXIT.
010850     EXIT.
010860**--------------------------------------------------------
010870*    2150-COMPTE-TRANCHE - LA TRANCHE DEJA CALCULEE PAR LA
010880*    PARTITION (DIFOU01-TRANCHE) ALIMENTE LES COMPTEURS DE LA
010890*    SYNTHESE ET DE L'HISTORIQUE.
010900**--------------------------------------------------------
010910 2150-COMPTE-TRANCHE.
010920     IF NOT WS-OUL-TRANCHE-1
010930        AND NOT WS-OUL-TRANCHE-2
010940        AND NOT WS-OUL-TRANCHE-3
010950        AND NOT WS-OUL-TRANCHE-4
010960        AND NOT WS-OUL-TRANCHE-5
010970        DISPLAY 'DIFFUS - TRANCHE INVALIDE SUR UNE LIGNE '
010980                'TRAITEE : '
010990                WS-OUL-TRANCHE
011000        PERFORM   2900-DESYNCHRO-DEB
011010                  THRU
011020                  2900-DESYNCHRO-FIN
011030     END-IF
011040     MOVE WS-OUL-TRANCHE TO WS-TRANCHE-NO
011050     ADD 1 TO WS-NB-TRANCHE (WS-TRANCHE-NO)
011060     ADD 1 TO WS-NB-TRANCHE-ARR (WS-ARR-IDX WS-TRANCHE-NO).
011070 2150-EXIT.
011080     EXIT.
011090**--------------------------------------------------------
011100 2200-REPORTE-EXCEPTION.
011110     PERFORM         3200-LIT-EX
011120                     THRU
011130                     3200-EXIT.
011140     IF WS-FIN-LECTURE
011150        DISPLAY 'DIFFUS - LIGNE DIFEX01 MANQUANTE'
011160        PERFORM   2900-DESYNCHRO-DEB
011170                  THRU
011180                  2900-DESYNCHRO-FIN
011190     END-IF
011200     IF WS-EXL-REFERENCE NOT = DIFPV01-REFERENCE
011210        DISPLAY 'DIFFUS - LIGNE DIFEX01 DE LA REFERENCE '
011220                WS-EXL-REFERENCE
011230        PERFORM   2900-DESYNCHRO-DEB
011240                  THRU
011250                  2900-DESYNCHRO-FIN
011260     END-IF
011270     WRITE DIFEX01-LIGNE FROM WS-EXL-REC.
011280     IF WS-EX-FILE-STAT NOT = '00'
011290        MOVE 'DIFEX01' TO WS-ERR-FICHIER
011300        MOVE WS-EX-FILE-STAT TO WS-ERR-STATUT
011310        PERFORM   9900-ERREUR-FICHIER-DEB
011320                  THRU
011330                  9900-ERREUR-FICHIER-FIN
011340     END-IF
011350     ADD 1 TO WS-NB-EX-ECRITS.
011360 2200-EXIT.
011370     EXIT.
011380**--------------------------------------------------------
011390*    2250-REPORTE-AUDIT - UN ENREGISTREMENT D'AUDIT PAR APPEL DE
011400*    DIFDA2.  EN INVERSION AUTO, UNE PAIRE REUSSIE MAIS INVERSEE
011410*    A ETE RAPPELEE DATES ECHANGEES (DIFBATCH 2150) : SON AUDIT
011420*    EST SUIVI DE CELUI DU RAPPEL, ET LA PAIRE COMPTE DANS LES
011430*    INVERSES - MEME REGLE QUE LE RAPPROCHEMENT DIFRECO.  UNE
011440*    PARTITION DONT L'AUDIT EST VIDE DES LE PREMIER DETAIL N'EN
011450*    A PAS EU (DIFAU01 INDISPONIBLE POUR DIFDA2) : ELLE EST
011460*    FUSIONNEE SANS AUDIT.
011470**--------------------------------------------------------
011480 2250-REPORTE-AUDIT.
011490     PERFORM         3300-LIT-AU
011500                     THRU
011510                     3300-EXIT.
011520     IF WS-FIN-LECTURE
011530        AND WS-PART-NB-AU-LUS (WS-PART-IDX) = ZERO
011540        PERFORM      2290-PARTITION-SANS-AUDIT
011550                     THRU
011560                     2290-EXIT
011570        GO TO 2250-EXIT
011580     END-IF
011590     PERFORM         2260-ECRIT-AUDIT
011600                     THRU
011610                     2260-EXIT.
011620     IF WS-INVERSION-AUTO
011630        AND WS-AUL-STATUS = '0'
011640        AND WS-AUL-REVERSED-SW = 'O'
011650        PERFORM      3300-LIT-AU
011660                     THRU
011670                     3300-EXIT
011680        PERFORM      2260-ECRIT-AUDIT
011690                     THRU
011700                     2260-EXIT
011710        ADD 1 TO WS-NB-INVERSES
011720     END-IF.
011730 2250-EXIT.
011740     EXIT.
011750**--------------------------------------------------------
011760 2260-ECRIT-AUDIT.
011770     IF WS-FIN-LECTURE
011780        DISPLAY 'DIFFUS - ENREGISTREMENT DIFAU01 MANQUANT'
011790        PERFORM   2900-DESYNCHRO-DEB
011800                  THRU
011810                  2900-DESYNCHRO-FIN
011820     END-IF
011830     IF WS-AUL-REFERENCE NOT = DIFPV01-REFERENCE
011840        DISPLAY 'DIFFUS - ENREGISTREMENT DIFAU01 DE LA REFERENCE '
011850                WS-AUL-REFERENCE
011860        PERFORM   2900-DESYNCHRO-DEB
011870                  THRU
011880                  2900-DESYNCHRO-FIN
011890     END-IF
011900     WRITE DIFAU01-LIGNE FROM WS-AUL-REC.
011910     IF WS-AU-FILE-STAT NOT = '00'
011920        MOVE 'DIFAU01' TO WS-ERR-FICHIER
011930        MOVE WS-AU-FILE-STAT TO WS-ERR-STATUT
011940        PERFORM   9900-ERREUR-FICHIER-DEB
011950                  THRU
011960                  9900-ERREUR-FICHIER-FIN
011970     END-IF
011980     ADD 1 TO WS-NB-AU-ECRITS.
011990 2260-EXIT.
012000     EXIT.
012010**--------------------------------------------------------
012020 2290-PARTITION-SANS-AUDIT.
012030     SET WS-PART-SANS-AUDIT (WS-PART-IDX) TO TRUE
012040     SET WS-AUDIT-INCOMPLET TO TRUE
012050     DISPLAY 'DIFFUS - ATTENTION - PARTITION ' WS-PART-NO
012060             ' SANS AUDIT DIFAU01 - FUSIONNEE SANS SES '
012070             'ENREGISTREMENTS D AUDIT NI SES INVERSES'.
012080 2290-EXIT.
012090     EXIT.
012100**--------------------------------------------------------
012110*    2900-DESYNCHRO - LA PARTITION WS-PART-NO NE CORRESPOND PAS
012120*    A LA VENTILATION (LIGNE MANQUANTE, EN TROP OU D'UNE AUTRE
012130*    REFERENCE) : TYPIQUEMENT UNE REPRISE EN MILIEU DE DETAIL QUI
012140*    A DOUBLE DES LIGNES, OU UN FICHIER REMPLACE.  LE MESSAGE
012150*    PRECIS A DEJA ETE AFFICHE; ON REFUSE LA FUSION.
012160**--------------------------------------------------------
012170 2900-DESYNCHRO-DEB.
012180     DISPLAY 'DIFFUS - PARTITION ' WS-PART-NO ' DESYNCHRONISEE - '
012190             'DETAIL ' WS-PART-NB-DETAILS (WS-PART-IDX)
012200             ' DE LA PARTITION, REFERENCE ATTENDUE : '
012210             DIFPV01-REFERENCE.
012220     DISPLAY 'DIFFUS - SUPPRIMER LES FICHIERS DE LA PARTITION ET '
012230             'LA RELANCER A BLANC'.
012240     PERFORM         9970-FUSION-REFUSEE-DEB
012250                     THRU
012260                     9970-FUSION-REFUSEE-FIN.
012270 2900-DESYNCHRO-FIN.
012280     EXIT.
012290**--------------------------------------------------------
012300*    3100/3200/3300 - LECTURE D'UNE LIGNE DIFOU01, DIFEX01 OU
012310*    DIFAU01 SUR LA PARTITION WS-PART-IDX, DANS LE DESSIN DU RUN
012320*    SIMPLE.  FIN DE FICHIER = WS-FIN-LECTURE.
012330**--------------------------------------------------------
012340 3100-LIT-OU.
012350     SET WS-PAS-FIN-LECTURE TO TRUE
012360     IF WS-PART-IDX = 1
012370        READ DIFOUP1-FILE
012380           AT END SET WS-FIN-LECTURE TO TRUE
012390        END-READ
012400        MOVE WS-OP1-FILE-STAT TO WS-PART-FILE-STAT
012410        MOVE DIFOUP1-REC TO WS-OUL-REC
012420     END-IF
012430     IF WS-PART-IDX = 2
012440        READ DIFOUP2-FILE
012450           AT END SET WS-FIN-LECTURE TO TRUE
012460        END-READ
012470        MOVE WS-OP2-FILE-STAT TO WS-PART-FILE-STAT
012480        MOVE DIFOUP2-REC TO WS-OUL-REC
012490     END-IF
012500     IF WS-PART-IDX = 3
012510        READ DIFOUP3-FILE
012520           AT END SET WS-FIN-LECTURE TO TRUE
012530        END-READ
012540        MOVE WS-OP3-FILE-STAT TO WS-PART-FILE-STAT
012550        MOVE DIFOUP3-REC TO WS-OUL-REC
012560     END-IF
012570     IF WS-PART-IDX = 4
012580        READ DIFOUP4-FILE
012590           AT END SET WS-FIN-LECTURE TO TRUE
012600        END-READ
012610        MOVE WS-OP4-FILE-STAT TO WS-PART-FILE-STAT
012620        MOVE DIFOUP4-REC TO WS-OUL-REC
012630     END-IF
012640     IF WS-PAS-FIN-LECTURE
012650        AND WS-PART-FILE-STAT NOT = '00'
012660        MOVE 'DIFOUP' TO WS-ERR-FICHIER
012670        MOVE WS-PART-NO TO WS-ERR-FICHIER (7:1)
012680        MOVE WS-PART-FILE-STAT TO WS-ERR-STATUT
012690        PERFORM   9900-ERREUR-FICHIER-DEB
012700                  THRU
012710                  9900-ERREUR-FICHIER-FIN
012720     END-IF.
012730 3100-EXIT.
012740     EXIT.
012750**--------------------------------------------------------
012760 3200-LIT-EX.
012770     SET WS-PAS-FIN-LECTURE TO TRUE
012780     IF WS-PART-IDX = 1
012790        READ DIFEXP1-FILE
012800           AT END SET WS-FIN-LECTURE TO TRUE
012810        END-READ
012820        MOVE WS-EP1-FILE-STAT TO WS-PART-FILE-STAT
012830        MOVE DIFEXP1-REC TO WS-EXL-REC
012840     END-IF
012850     IF WS-PART-IDX = 2
012860        READ DIFEXP2-FILE
012870           AT END SET WS-FIN-LECTURE TO TRUE
012880        END-READ
012890        MOVE WS-EP2-FILE-STAT TO WS-PART-FILE-STAT
012900        MOVE DIFEXP2-REC TO WS-EXL-REC
012910     END-IF
012920     IF WS-PART-IDX = 3
012930        READ DIFEXP3-FILE
012940           AT END SET WS-FIN-LECTURE TO TRUE
012950        END-READ
012960        MOVE WS-EP3-FILE-STAT TO WS-PART-FILE-STAT
012970        MOVE DIFEXP3-REC TO WS-EXL-REC
012980     END-IF
012990     IF WS-PART-IDX = 4
013000        READ DIFEXP4-FILE
013010           AT END SET WS-FIN-LECTURE TO TRUE
013020        END-READ
013030        MOVE WS-EP4-FILE-STAT TO WS-PART-FILE-STAT
013040        MOVE DIFEXP4-REC TO WS-EXL-REC
013050     END-IF
013060     IF WS-PAS-FIN-LECTURE
013070        AND WS-PART-FILE-STAT NOT = '00'
013080        MOVE 'DIFEXP' TO WS-ERR-FICHIER
013090        MOVE WS-PART-NO TO WS-ERR-FICHIER (7:1)
013100        MOVE WS-PART-FILE-STAT TO WS-ERR-STATUT
013110        PERFORM   9900-ERREUR-FICHIER-DEB
013120                  THRU
013130                  9900-ERREUR-FICHIER-FIN
013140     END-IF.
013150 3200-EXIT.
013160     EXIT.
013170**--------------------------------------------------------
013180 3300-LIT-AU.
013190     SET WS-PAS-FIN-LECTURE TO TRUE
013200     IF WS-PART-IDX = 1
013210        READ DIFAUP1-FILE
013220           AT END SET WS-FIN-LECTURE TO TRUE
013230        END-READ
013240        MOVE WS-AP1-FILE-STAT TO WS-PART-FILE-STAT
013250        MOVE DIFAUP1-REC TO WS-AUL-REC
013260     END-IF
013270     IF WS-PART-IDX = 2
013280        READ DIFAUP2-FILE
013290           AT END SET WS-FIN-LECTURE TO TRUE
013300        END-READ
013310        MOVE WS-AP2-FILE-STAT TO WS-PART-FILE-STAT
013320        MOVE DIFAUP2-REC TO WS-AUL-REC
013330     END-IF
013340     IF WS-PART-IDX = 3
013350        READ DIFAUP3-FILE
013360           AT END SET WS-FIN-LECTURE TO TRUE
013370        END-READ
013380        MOVE WS-AP3-FILE-STAT TO WS-PART-FILE-STAT
013390        MOVE DIFAUP3-REC TO WS-AUL-REC
013400     END-IF
013410     IF WS-PART-IDX = 4
013420        READ DIFAUP4-FILE
013430           AT END SET WS-FIN-LECTURE TO TRUE
013440        END-READ
013450        MOVE WS-AP4-FILE-STAT TO WS-PART-FILE-STAT
013460        MOVE DIFAUP4-REC TO WS-AUL-REC
013470     END-IF
013480     IF WS-PAS-FIN-LECTURE
013490        AND WS-PART-FILE-STAT NOT = '00'
013500        MOVE 'DIFAUP' TO WS-ERR-FICHIER
013510        MOVE WS-PART-NO TO WS-ERR-FICHIER (7:1)
013520        MOVE WS-PART-FILE-STAT TO WS-ERR-STATUT
013530        PERFORM   9900-ERREUR-FICHIER-DEB
013540                  THRU
013550                  9900-ERREUR-FICHIER-FIN
013560     END-IF
013570     IF WS-PAS-FIN-LECTURE
013580        ADD 1 TO WS-PART-NB-AU-LUS (WS-PART-IDX)
013590     END-IF.
013600 3300-EXIT.
013610     EXIT.
013620**--------------------------------------------------------
013630*    9000-TERMINAISON - LA PREUVE DES COMPTES : CHAQUE PARTITION
013640*    EST EPUISEE ET SON NOMBRE DE DETAILS EST CELUI DE LA
013650*    VENTILATION ET CELUI DE SON CHECKPOINT; LE TOTAL EST LE
013660*    COMPTE DE LA FIN DU FLUX ORIGINAL.  ALORS SEULEMENT LA
013670*    SYNTHESE, LE CHECKPOINT PRINCIPAL ET L'HISTORIQUE SONT
013680*    ECRITS.
013690**--------------------------------------------------------
013700 9000-TERMINAISON.
013710     PERFORM         9050-CONTROLE-PARTITION
013720                     THRU
013730                     9050-EXIT
013740                     VARYING WS-PART-IDX FROM 1 BY 1
013750                     UNTIL WS-PART-IDX > WS-NB-PARTITIONS.
013760     IF WS-NB-DETAILS NOT = WS-VENT-NB-DETAILS
013770        DISPLAY 'DIFFUS - COMPTE ANNONCE PAR LA VENTILATION : '
013780                WS-VENT-NB-DETAILS
013790        DISPLAY 'DIFFUS - DETAILS REELLEMENT VENTILES     : '
013800                WS-NB-DETAILS
013810        PERFORM   9930-ERREUR-STRUCTURE-DEB
013820                  THRU
013830                  9930-ERREUR-STRUCTURE-FIN
013840     END-IF
013850     COMPUTE WS-NB-LUS = WS-NB-DETAILS + 2
013860     CLOSE           DIFPV01-FILE
013870                     DIFOU01-FILE
013880                     DIFEX01-FILE
013890                     DIFAU01-FILE.
013900     PERFORM         9100-EDITE-SYNTHESE
013910                     THRU
013920                     9100-EXIT.
013930     PERFORM         9200-CHECKPOINT
013940                     THRU
013950                     9200-EXIT.
013960     DISPLAY 'DIFFUS - ENREGS LUS     : ' WS-NB-LUS.
013970     DISPLAY 'DIFFUS - DETAILS LUS    : ' WS-NB-DETAILS.
013980     DISPLAY 'DIFFUS - ENREGS TRAITES : ' WS-NB-TRAITES.
013990     DISPLAY 'DIFFUS - ENREGS REJETES : ' WS-NB-REJETS.
014000     IF WS-INVERSION-AUTO
014010        DISPLAY 'DIFFUS - PAIRES INVERSEES : ' WS-NB-INVERSES
014020     END-IF.
014030     DISPLAY 'DIFFUS - LIGNES DIFOU01 : ' WS-NB-OU-ECRITS.
014040     DISPLAY 'DIFFUS - LIGNES DIFEX01 : ' WS-NB-EX-ECRITS.
014050     DISPLAY 'DIFFUS - AUDITS DIFAU01 : ' WS-NB-AU-ECRITS.
014060     IF WS-AUDIT-INCOMPLET
014070        DISPLAY 'DIFFUS - ATTENTION - AUDIT INCOMPLET - VOIR LES '
014080                'PARTITIONS SIGNALEES'
014090        MOVE 4 TO WS-CODE-RETOUR
014100     END-IF.
014110     PERFORM         9500-ECRIT-HISTORIQUE
014120                     THRU
014130                     9500-EXIT.
014140     MOVE WS-CODE-RETOUR TO RETURN-CODE.
014150 9000-EXIT.
014160     EXIT.
014170**--------------------------------------------------------
014180*    9050-CONTROLE-PARTITION - FIN DE LA PARTITION WS-PART-IDX :
014190*    PLUS AUCUNE LIGNE A REPRENDRE, ET SES TROIS COMPTES EGAUX.
014200**--------------------------------------------------------
014210 9050-CONTROLE-PARTITION.
014220     MOVE WS-PART-IDX TO WS-PART-NO
014230     MOVE SPACES TO DIFPV01-REFERENCE
014240     PERFORM         3100-LIT-OU
014250                     THRU
014260                     3100-EXIT.
014270     IF WS-PAS-FIN-LECTURE
014280        DISPLAY 'DIFFUS - LIGNE DIFOU01 EN TROP : '
014290                WS-OUL-REFERENCE
014300        PERFORM   2900-DESYNCHRO-DEB
014310                  THRU
014320                  2900-DESYNCHRO-FIN
014330     END-IF
014340     PERFORM         3200-LIT-EX
014350                     THRU
014360                     3200-EXIT.
014370     IF WS-PAS-FIN-LECTURE
014380        DISPLAY 'DIFFUS - LIGNE DIFEX01 EN TROP : '
014390                WS-EXL-REFERENCE
014400        PERFORM   2900-DESYNCHRO-DEB
014410                  THRU
014420                  2900-DESYNCHRO-FIN
014430     END-IF
014440     IF WS-PART-AVEC-AUDIT (WS-PART-IDX)
014450        PERFORM      3300-LIT-AU
014460                     THRU
014470                     3300-EXIT
014480        IF WS-PAS-FIN-LECTURE
014490           DISPLAY 'DIFFUS - ENREGISTREMENT DIFAU01 EN TROP : '
014500                   WS-AUL-REFERENCE
014510           PERFORM   2900-DESYNCHRO-DEB
014520                     THRU
014530                     2900-DESYNCHRO-FIN
014540        END-IF
014550     END-IF
014560     IF WS-PART-NB-DETAILS (WS-PART-IDX) NOT =
014570        WS-PART-NB-ANNONCE (WS-PART-IDX)
014580        OR WS-PART-NB-DETAILS (WS-PART-IDX) NOT =
014590        WS-PART-NB-CKP (WS-PART-IDX)
014600        DISPLAY 'DIFFUS - PARTITION ' WS-PART-NO
014610                ' - DETAILS VENTILES : '
014620                WS-PART-NB-DETAILS (WS-PART-IDX)
014630                ' - ANNONCES : ' WS-PART-NB-ANNONCE (WS-PART-IDX)
014640                ' - TRAITES : ' WS-PART-NB-CKP (WS-PART-IDX)
014650        PERFORM   9970-FUSION-REFUSEE-DEB
014660                  THRU
014670                  9970-FUSION-REFUSEE-FIN
014680     END-IF
014690     IF WS-PART-IDX = 1
014700        CLOSE DIFOUP1-FILE DIFEXP1-FILE DIFAUP1-FILE
014710     END-IF
014720     IF WS-PART-IDX = 2
014730        CLOSE DIFOUP2-FILE DIFEXP2-FILE DIFAUP2-FILE
014740     END-IF
014750     IF WS-PART-IDX = 3
014760        CLOSE DIFOUP3-FILE DIFEXP3-FILE DIFAUP3-FILE
014770     END-IF
014780     IF WS-PART-IDX = 4
014790        CLOSE DIFOUP4-FILE DIFEXP4-FILE DIFAUP4-FILE
014800     END-IF
014810     DISPLAY 'DIFFUS - PARTITION ' WS-PART-NO ' FUSIONNEE : '
014820             WS-PART-NB-DETAILS (WS-PART-IDX) ' DETAILS'.
014830 9050-EXIT.
014840     EXIT.
014850**--------------------------------------------------------
014860*    9100-EDITE-SYNTHESE - LE RAPPORT DIFSY01 DU FLUX ENTIER, A
014870*    L'IDENTIQUE DE CELUI D'UN RUN DIFBATCH SIMPLE.
014880**--------------------------------------------------------
014890 9100-EDITE-SYNTHESE.
014900     OPEN            OUTPUT  DIFSY01-FILE
014910     IF WS-SY-FILE-STAT NOT = '00'
014920        MOVE 'DIFSY01' TO WS-ERR-FICHIER
014930        MOVE WS-SY-FILE-STAT TO WS-ERR-STATUT
014940        PERFORM   9900-ERREUR-FICHIER-DEB
014950                  THRU
014960                  9900-ERREUR-FICHIER-FIN
014970     END-IF
014980     WRITE DIFSY01-LIGNE FROM WS-SY-TITRE
014990     PERFORM         9120-EDITE-SECTION
015000                     THRU
015010                     9120-EXIT
015020                     VARYING WS-ARR-IDX FROM 1 BY 1
015030                     UNTIL WS-ARR-IDX > WS-NB-ARRETES
015040     IF WS-SY-FILE-STAT NOT = '00'
015050        MOVE 'DIFSY01' TO WS-ERR-FICHIER
015060        MOVE WS-SY-FILE-STAT TO WS-ERR-STATUT
015070        PERFORM   9900-ERREUR-FICHIER-DEB
015080                  THRU
015090                  9900-ERREUR-FICHIER-FIN
015100     END-IF
015110     CLOSE           DIFSY01-FILE.
015120 9100-EXIT.
015130     EXIT.
015140**--------------------------------------------------------
015150 9120-EDITE-SECTION.
015160     IF WS-MULTI-ARRETE
015170        MOVE WS-ARR-LISTE-DATE (WS-ARR-IDX) TO WS-SY-ARR-DATE
015180        WRITE DIFSY01-LIGNE FROM WS-SY-ARRETE
015190        IF WS-SY-FILE-STAT NOT = '00'
015200           MOVE 'DIFSY01' TO WS-ERR-FICHIER
015210           MOVE WS-SY-FILE-STAT TO WS-ERR-STATUT
015220           PERFORM   9900-ERREUR-FICHIER-DEB
015230                     THRU
015240                     9900-ERREUR-FICHIER-FIN
015250        END-IF
015260     END-IF
015270     PERFORM         9150-EDITE-TRANCHE
015280                     THRU
015290                     9150-EXIT
015300                     VARYING WS-TRANCHE-NO FROM 1 BY 1
015310                     UNTIL WS-TRANCHE-NO > 5
015320     MOVE WS-NB-TRAITES-ARR (WS-ARR-IDX) TO WS-SY-TOT-NOMBRE
015330     WRITE DIFSY01-LIGNE FROM WS-SY-TOTAL.
015340 9120-EXIT.
015350     EXIT.
015360**--------------------------------------------------------
015370 9150-EDITE-TRANCHE.
015380     IF WS-TRANCHE-NO = 5
015390        MOVE WS-TRANCHE-BORNE (4) TO WS-LIB-PLUS
015400        MOVE WS-LIB-OUVERTE TO WS-SY-LIBELLE
015410     ELSE
015420        IF WS-TRANCHE-NO = 1
015430           MOVE ZERO TO WS-LIB-DE
015440        ELSE
015450           COMPUTE WS-TRANCHE-IDX-1 = WS-TRANCHE-NO - 1
015460           COMPUTE WS-TRANCHE-DE =
015470                   WS-TRANCHE-BORNE (WS-TRANCHE-IDX-1) + 1
015480           MOVE WS-TRANCHE-DE TO WS-LIB-DE
015490        END-IF
015500        MOVE WS-TRANCHE-BORNE (WS-TRANCHE-NO) TO WS-LIB-A
015510        MOVE WS-LIB-BORNEE TO WS-SY-LIBELLE
015520     END-IF
015530     MOVE WS-TRANCHE-NO TO WS-SY-CODE
015540     MOVE WS-NB-TRANCHE-ARR (WS-ARR-IDX WS-TRANCHE-NO)
015550       TO WS-SY-NOMBRE
015560     IF WS-NB-TRAITES-ARR (WS-ARR-IDX) = ZERO
015570        MOVE ZERO TO WS-POURCENT
015580     ELSE
015590        COMPUTE WS-POURCENT ROUNDED =
015600                WS-NB-TRANCHE-ARR (WS-ARR-IDX WS-TRANCHE-NO)
015610                * 100
015620                / WS-NB-TRAITES-ARR (WS-ARR-IDX)
015630     END-IF
015640     MOVE WS-POURCENT TO WS-SY-POURCENT
015650     WRITE DIFSY01-LIGNE FROM WS-SY-DETAIL
015660     IF WS-SY-FILE-STAT NOT = '00'
015670        MOVE 'DIFSY01' TO WS-ERR-FICHIER
015680        MOVE WS-SY-FILE-STAT TO WS-ERR-STATUT
015690        PERFORM   9900-ERREUR-FICHIER-DEB
015700                  THRU
015710                  9900-ERREUR-FICHIER-FIN
015720     END-IF.
015730 9150-EXIT.
015740     EXIT.
015750**--------------------------------------------------------
015760*    9200-CHECKPOINT - MARQUE LE CHECKPOINT PRINCIPAL COMPLETE
015770*    POUR LE FLUX, COMME LE FERAIT LA FIN D'UN RUN SIMPLE : UN
015780*    RUN DIFBATCH OU UNE FUSION ULTERIEURE SUR LE MEME FLUX SERA
015790*    REFUSE SANS FORCER.  MISE A JOUR SUR PLACE SI LE FICHIER
015800*    EXISTE (COMME DIFBATCH 2400), CREATION SINON.
015810**--------------------------------------------------------
015820 9200-CHECKPOINT.
015830     IF WS-CKP-CREE
015840        OPEN         I-O     DIFCKP01-FILE
015850     ELSE
015860        OPEN         OUTPUT  DIFCKP01-FILE
015870     END-IF
015880     IF WS-CKP-FILE-STAT NOT = '00'
015890        MOVE 'DIFCKP01' TO WS-ERR-FICHIER
015900        MOVE WS-CKP-FILE-STAT TO WS-ERR-STATUT
015910        PERFORM   9900-ERREUR-FICHIER-DEB
015920                  THRU
015930                  9900-ERREUR-FICHIER-FIN
015940     END-IF
015950     IF WS-CKP-CREE
015960        READ DIFCKP01-FILE
015970        IF WS-CKP-FILE-STAT NOT = '00'
015980           MOVE 'DIFCKP01' TO WS-ERR-FICHIER
015990           MOVE WS-CKP-FILE-STAT TO WS-ERR-STATUT
016000           PERFORM   9900-ERREUR-FICHIER-DEB
016010                     THRU
016020                     9900-ERREUR-FICHIER-FIN
016030        END-IF
016040     END-IF
016050     MOVE WS-NB-LUS TO DIFCKP01-LAST-COUNT
016060     MOVE 'C' TO DIFCKP01-STATUS-SW
016070     MOVE WS-ENT-DATE TO DIFCKP01-ENT-DATE
016080     MOVE WS-ENT-FLUX TO DIFCKP01-ENT-ID-FLUX
016090     MOVE ZERO TO DIFCKP01-OU-DEJA
016100     IF WS-CKP-CREE
016110        REWRITE DIFCKP01-REC
016120     ELSE
016130        WRITE DIFCKP01-REC
016140     END-IF
016150     IF WS-CKP-FILE-STAT NOT = '00'
016160        MOVE 'DIFCKP01' TO WS-ERR-FICHIER
016170        MOVE WS-CKP-FILE-STAT TO WS-ERR-STATUT
016180        PERFORM   9900-ERREUR-FICHIER-DEB
016190                  THRU
016200                  9900-ERREUR-FICHIER-FIN
016210     END-IF
016220     CLOSE           DIFCKP01-FILE.
016230 9200-EXIT.
016240     EXIT.
016250**--------------------------------------------------------
016260*    9400-PREND-HORODATE - DATE ET HEURE COURANTES DANS
016270*    WS-TS-COURANT, POUR LA FIN D'EXECUTION DE L'HISTORIQUE.
016280**--------------------------------------------------------
016290 9400-PREND-HORODATE.
016300     ACCEPT WS-TS-COURANT-DATE FROM DATE YYYYMMDD
016310     ACCEPT WS-HEURE-ACCEPT FROM TIME
016320     MOVE WS-HEURE-HHMMSS TO WS-TS-COURANT-HEURE.
016330 9400-EXIT.
016340     EXIT.
016350**--------------------------------------------------------
016360*    9500-ECRIT-HISTORIQUE - L'ENREGISTREMENT DIFRH01 DU FLUX,
016370*    AU NOM DE DIFBATCH COMME POUR UN RUN SIMPLE (LES PARTITIONS
016380*    N'EN ECRIVENT PAS).  MEME TOLERANCE QUE DIFBATCH : FICHIER
016390*    ABSENT OU EN ERREUR = PAS D'HISTORIQUE.
016400**--------------------------------------------------------
016410 9500-ECRIT-HISTORIQUE.
016420     OPEN            EXTEND  DIFRH01-FILE
016430     IF WS-RH-FILE-STAT NOT = '00'
016440        AND WS-RH-FILE-STAT NOT = '05'
016450        DISPLAY 'DIFFUS - HISTORIQUE DIFRH01 INDISPONIBLE - '
016460                'STATUT : ' WS-RH-FILE-STAT
016470        GO TO 9500-EXIT
016480     END-IF
016490     PERFORM         9400-PREND-HORODATE
016500                     THRU
016510                     9400-EXIT
016520     MOVE 'DIFBATCH' TO DIFRH01-PROGRAMME
016530     MOVE WS-ENT-FLUX TO DIFRH01-ENT-ID-FLUX
016540     MOVE WS-ENT-DATE TO DIFRH01-ENT-DATE
016550     MOVE WS-TS-DEBUT TO DIFRH01-DEBUT-TS
016560     MOVE WS-TS-COURANT TO DIFRH01-FIN-TS
016570     MOVE WS-NB-LUS TO DIFRH01-NB-LUS
016580     MOVE WS-NB-TRAITES TO DIFRH01-NB-TRAITES
016590     MOVE WS-NB-REJETS TO DIFRH01-NB-REJETS
016600     MOVE WS-NB-INVERSES TO DIFRH01-NB-INVERSES
016610     MOVE WS-TRANCHE-COMPTEURS TO DIFRH01-NB-TRANCHES
016620     MOVE WS-VERDICT-SW TO DIFRH01-VERDICT-SW
016630     MOVE WS-CODE-RETOUR TO DIFRH01-CODE-RETOUR
016640     WRITE DIFRH01-REC
016650     IF WS-RH-FILE-STAT NOT = '00'
016660        DISPLAY 'DIFFUS - HISTORIQUE DIFRH01 NON ECRIT - '
016670                'STATUT : ' WS-RH-FILE-STAT
016680     END-IF
016690     CLOSE           DIFRH01-FILE.
016700 9500-EXIT.
016710     EXIT.
016720**--------------------------------------------------------
016730*    9800-ERREUR-PARAMETRE - JEU DIFPA01 INVALIDE.  ON ARRETE
016740*    AVANT D'OUVRIR QUOI QUE CE SOIT.
016750**--------------------------------------------------------
016760 9800-ERREUR-PARAMETRE-DEB.
016770     DISPLAY 'DIFFUS - CARTE DIFPA01 REJETEE - REPRENDRE LE JEU '
016780             'DES PARTITIONS ET RELANCER'.
016790     MOVE 16 TO RETURN-CODE.
016800     STOP RUN.
016810 9800-ERREUR-PARAMETRE-FIN.
016820     EXIT.
016830**--------------------------------------------------------
016840*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
016850*    ECHOUE.  LES SORTIES SONT TEMPORAIRES ET NE SONT PAS
016860*    RECOPIEES (COND DU JCL) : ON ARRETE SIMPLEMENT LE STEP.
016870**--------------------------------------------------------
016880 9900-ERREUR-FICHIER-DEB.
016890     DISPLAY 'DIFFUS - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
016900     DISPLAY 'DIFFUS - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
016910     MOVE 'E' TO WS-VERDICT-SW.
016920     MOVE 16 TO WS-CODE-RETOUR.
016930     PERFORM         9500-ECRIT-HISTORIQUE
016940                     THRU
016950                     9500-EXIT.
016960     MOVE 16 TO RETURN-CODE.
016970     STOP RUN.
016980 9900-ERREUR-FICHIER-FIN.
016990     EXIT.
017000**--------------------------------------------------------
017010*    9930-ERREUR-STRUCTURE - LA VENTILATION DIFPV01 N'EST PAS
017020*    EXPLOITABLE (EN-TETE OU FIN MANQUANT, TYPE OU PARTITION
017030*    INCONNU, COMPTE FAUX).  RELANCER LE DECOUPAGE DIFPART.
017040**--------------------------------------------------------
017050 9930-ERREUR-STRUCTURE-DEB.
017060     DISPLAY 'DIFFUS - ARRET SUR ERREUR DE STRUCTURE DIFPV01'.
017070     MOVE 'E' TO WS-VERDICT-SW.
017080     MOVE 16 TO WS-CODE-RETOUR.
017090     PERFORM         9500-ECRIT-HISTORIQUE
017100                     THRU
017110                     9500-EXIT.
017120     MOVE 16 TO RETURN-CODE.
017130     STOP RUN.
017140 9930-ERREUR-STRUCTURE-FIN.
017150     EXIT.
017160**--------------------------------------------------------
017170*    9970-FUSION-REFUSEE - UNE PARTITION A ECHOUE OU NE
017180*    CORRESPOND PAS A LA VENTILATION.  LE MESSAGE PRECIS A DEJA
017190*    ETE AFFICHE.  RIEN N'EST RECOPIE DANS LES FICHIERS DE
017200*    PRODUCTION ET LE CHECKPOINT PRINCIPAL N'EST PAS TOUCHE.
017210**--------------------------------------------------------
017220 9970-FUSION-REFUSEE-DEB.
017230     DISPLAY 'DIFFUS - FUSION REFUSEE - FLUX ' WS-ENT-FLUX
017240             ' CREE LE ' WS-ENT-DATE.
017250     MOVE 'E' TO WS-VERDICT-SW.
017260     MOVE 16 TO WS-CODE-RETOUR.
017270     PERFORM         9500-ECRIT-HISTORIQUE
017280                     THRU
017290                     9500-EXIT.
017300     MOVE 16 TO RETURN-CODE.
017310     STOP RUN.
017320 9970-FUSION-REFUSEE-FIN.
017330     EXIT.
