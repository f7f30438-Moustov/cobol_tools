000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFPENA.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  LATE-PAYMENT PENALTY
000120*                  INTEREST OVER THE DIFOU01 RESULTS OF A DATE
000130*                  ARRETE, SO THE PENALTIES STOP BEING WORKED
000140*                  OUT BY HAND OUTSIDE THE SYSTEM.  A ROW IS
000150*                  OVERDUE WHEN ITS DIFOU01-DATE-ECHEANCE FALLS
000160*                  BEFORE THE ARRETE; ONE DIFPE01 RECORD PER
000170*                  OVERDUE ROW GIVES THE CALENDAR AND BUSINESS
000180*                  DAYS OVERDUE (SPJOUVR, THE ROW'S DIFHOL01
000190*                  CALENDAR), THE RATE SEGMENTS APPLIED AND THE
000200*                  INTEREST.  RATES COME FROM THE DIFTI01 TABLE
000210*                  BY CALENDAR WITH EFFECTIVE-FROM DATES; A RATE
000220*                  CHANGE INSIDE THE OVERDUE PERIOD SPLITS IT
000230*                  INTO ONE SEGMENT PER RATE.  THE DIFPT01
000240*                  REPORT TOTALS THE ROWS, AMOUNTS AND INTEREST
000250*                  BY CALENDAR AND CURRENCY FOR FINANCE TO POST.
000260*                  THE SYSIN CARD (COLS 1-8, SSAAMMJJ) IS THE
000270*                  DATE ARRETE OF THE DIFBATCH RUN AND IS
000280*                  MANDATORY : ONLY THE ROWS AGED AGAINST IT ARE
000290*                  PRICED.  RETURN CODE 4 WHEN A ROW COULD NOT BE
000300*                  PRICED IN FULL FOR WANT OF A RATE, 16 ON A BAD
000310*                  CARD OR FILE ERROR.
000320* 2026-10-15 JPL   ONE PENALTY PER OVERDUE REFERENCE : DIFOU01
000330*                  NOW COMES SORTED ON THE REFERENCE WITH OPTION
000340*                  EQUALS (SEE THE DIFPENA JCL) AND ONLY THE LAST
000350*                  ROW OF A REFERENCE FOR THE DATE ARRETE IS
000360*                  PRICED - A FORCER REPOST NO LONGER DOUBLES
000370*                  THE PENALTY.  THE ROWS IT REPLACES ARE COUNTED
000380*                  ON DIFPT01.
000390* 2026-10-15 JPL   2280-AJOUTE-SEGMENT DIVIDES BY THE BASE, THEN
000400*                  BY 100 : WITH THE (BASE X 100) INTERMEDIATE
000410*                  DIVISOR THE QUOTIENT WAS TRUNCATED AND THE
000420*                  INTEREST CAME OUT AS ZERO.
000430*--------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.
000470     UNIX.
000480 OBJECT-COMPUTER.
000490     UNIX.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT  DIFOU01-FILE        ASSIGN       TO DIFOU01
000530                                 ORGANIZATION    SEQUENTIAL
000540                                 FILE STATUS     WS-OU-FILE-STAT.
000550     SELECT  DIFTI01-FILE        ASSIGN       TO DIFTI01
000560                                 ORGANIZATION    SEQUENTIAL
000570                                 FILE STATUS     WS-TI-FILE-STAT.
000580     SELECT  DIFPE01-FILE        ASSIGN       TO DIFPE01
000590                                 ORGANIZATION    SEQUENTIAL
000600                                 FILE STATUS     WS-PE-FILE-STAT.
000610     SELECT  DIFPT01-FILE        ASSIGN       TO DIFPT01
000620                                 ORGANIZATION    SEQUENTIAL
000630                                 FILE STATUS     WS-PT-FILE-STAT.
000640     SELECT  OPTIONAL DIFPC01-FILE
000650                                 ASSIGN       TO SYSIN
000660                                 ORGANIZATION    SEQUENTIAL
000670                                 FILE STATUS     WS-PC-FILE-STAT.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  DIFOU01-FILE
000710     RECORDING MODE              F.
000720     COPY    DIFOU01.
000730 FD  DIFTI01-FILE
000740     RECORDING MODE              F.
000750     COPY    DIFTI01.
000760 FD  DIFPE01-FILE
000770     RECORDING MODE              F.
000780     COPY    DIFPE01.
000790 FD  DIFPT01-FILE
000800     RECORDING MODE              F.
000810 01  DIFPT01-LIGNE               PICTURE         X(80).
000820 FD  DIFPC01-FILE
000830     RECORDING MODE              F.
000840 01  DIFPC01-REC.
000850     03  DIFPC01-DATE-ARRETE     PICTURE         X(8).
000860     03  FILLER                  PICTURE         X(72).
000870 WORKING-STORAGE SECTION.
000880**--------------------------------------------------------
000890*    SWITCHES AND COUNTERS
000900**--------------------------------------------------------
000910 77  WS-OU-FILE-STAT             PICTURE         X(2)
000920                                 VALUE           SPACES.
000930 77  WS-TI-FILE-STAT             PICTURE         X(2)
000940                                 VALUE           SPACES.
000950 77  WS-PE-FILE-STAT             PICTURE         X(2)
000960                                 VALUE           SPACES.
000970 77  WS-PT-FILE-STAT             PICTURE         X(2)
000980                                 VALUE           SPACES.
000990 77  WS-PC-FILE-STAT             PICTURE         X(2)
001000                                 VALUE           SPACES.
001010 77  WS-ERR-FICHIER              PICTURE         X(8)
001020                                 VALUE           SPACES.
001030 77  WS-ERR-STATUT               PICTURE         X(2)
001040                                 VALUE           SPACES.
001050 77  WS-FIN-FICHIER-SW           PICTURE         X(1)
001060                                 VALUE           'N'.
001070     88  WS-FIN-FICHIER                  VALUE   'O'.
001080     88  WS-PAS-FIN-FICHIER              VALUE   'N'.
001090 77  WS-TI-FIN-SW                PICTURE         X(1)
001100                                 VALUE           'N'.
001110     88  WS-TI-FIN                       VALUE   'O'.
001120     88  WS-TI-PAS-FIN                   VALUE   'N'.
001130 77  WS-TROUVE-SW                PICTURE         X(1)
001140                                 VALUE           'N'.
001150     88  WS-TROUVE                       VALUE   'O'.
001160     88  WS-PAS-TROUVE                   VALUE   'N'.
001170 77  WS-FIN-CAL-SW               PICTURE         X(1)
001180                                 VALUE           'N'.
001190     88  WS-FIN-CAL                      VALUE   'O'.
001200     88  WS-PAS-FIN-CAL                  VALUE   'N'.
001210 77  WS-EN-ATTENTE-SW            PICTURE         X(1)
001220                                 VALUE           'N'.
001230     88  WS-EN-ATTENTE                   VALUE   'O'.
001240     88  WS-RIEN-EN-ATTENTE              VALUE   'N'.
001250 77  WS-NB-LUS                   PICTURE         9(9)
001260                                 VALUE           ZERO.
001270 77  WS-NB-NON-RETENUS           PICTURE         9(9)
001280                                 VALUE           ZERO.
001290 77  WS-NB-AUTRE-ARRETE          PICTURE         9(9)
001300                                 VALUE           ZERO.
001310 77  WS-NB-SANS-ECHEANCE         PICTURE         9(9)
001320                                 VALUE           ZERO.
001330 77  WS-NB-ECH-INVALIDES         PICTURE         9(9)
001340                                 VALUE           ZERO.
001350 77  WS-NB-NON-ECHUS             PICTURE         9(9)
001360                                 VALUE           ZERO.
001370 77  WS-NB-EN-RETARD             PICTURE         9(9)
001380                                 VALUE           ZERO.
001390 77  WS-NB-SANS-MONTANT          PICTURE         9(9)
001400                                 VALUE           ZERO.
001410 77  WS-NB-TAUX-MANQUANT         PICTURE         9(9)
001420                                 VALUE           ZERO.
001430 77  WS-NB-TRONQUES              PICTURE         9(9)
001440                                 VALUE           ZERO.
001450 77  WS-NB-CARTES-TAUX           PICTURE         9(5)
001460                                 VALUE           ZERO.
001470 77  WS-NB-REMPLACES             PICTURE         9(9)
001480                                 VALUE           ZERO.
001490 77  WS-CODE-RETOUR              PICTURE         9(2)
001500                                 VALUE           ZERO.
001510**--------------------------------------------------------
001520*    DATE ARRETE (CARTE SYSIN) ET ECHEANCE DE LA LIGNE EN
001530*    NUMEROS DE JOUR ABSOLUS, MEME ECHELLE QUE DIFOU01-DATE-FIN.
001540**--------------------------------------------------------
001550 77  WS-DATE-ARRETE              PICTURE         X(8)
001560                                 VALUE           SPACES.
001570 77  WS-ABS-ARRETE               PICTURE         S9(9)
001580                                 USAGE           COMPUTATIONAL-3
001590                                 VALUE           ZERO.
001600 77  WS-ABS-ECHEANCE             PICTURE         S9(9)
001610                                 USAGE           COMPUTATIONAL-3
001620                                 VALUE           ZERO.
001630 77  WS-CALENDRIER               PICTURE         X(2)
001640                                 VALUE           SPACES.
001650 77  WS-CAL-CHARGE               PICTURE         X(2)
001660                                 VALUE           LOW-VALUES.
001670**--------------------------------------------------------
001680*    LIGNE EN ATTENTE - LA DERNIERE LUE POUR LA REFERENCE EN
001690*    COURS, VALORISEE QUAND LA REFERENCE CHANGE.
001700**--------------------------------------------------------
001710 01  WS-LIGNE-ATTENTE            PICTURE         X(95)
001720                                 VALUE           SPACES.
001730 01  WS-LIGNE-LUE                PICTURE         X(95)
001740                                 VALUE           SPACES.
001750 01  WS-REF-ATTENTE              PICTURE         X(20)
001760                                 VALUE           SPACES.
001770 01  WS-REF-PRECEDENTE           PICTURE         X(20)
001780                                 VALUE           LOW-VALUES.
001790     COPY    DTFABS.
001800     COPY    DTFJOUV.
001810     COPY    DTFFER.
001820**--------------------------------------------------------
001830*    TABLE DES TAUX - TOUT LE FICHIER DIFTI01, TRIE SUR
001840*    CALENDRIER PUIS DATE D'EFFET (CONTROLE AU CHARGEMENT).
001850*    'V' = POSTE LIBRE.
001860**--------------------------------------------------------
001870 01  WS-CLE-TAUX.
001880     03  WS-CLE-CALENDRIER       PICTURE         X(2).
001890     03  WS-CLE-DATE             PICTURE         X(8).
001900 77  WS-CLE-PRECEDENTE           PICTURE         X(10)
001910                                 VALUE           LOW-VALUES.
001920 01  WS-TAUX-TABLE.
001930     03  WS-TAUX-ENTREE          OCCURS 200 TIMES
001940                                 INDEXED BY WS-TAUX-IX.
001950         05  WS-TX-CALENDRIER    PICTURE         X(2).
001960         05  WS-TX-DATE          PICTURE         X(8).
001970         05  WS-TX-ABS           PICTURE         S9(9)
001980                                 USAGE           COMPUTATIONAL-3.
001990         05  WS-TX-TAUX          PICTURE         9(3)V9(4)
002000                                 USAGE           COMPUTATIONAL-3.
002010         05  WS-TX-BASE          PICTURE         9(3).
002020         05  WS-TX-ETAT-SW       PICTURE         X(1)
002030                                 VALUE           'V'.
002040             88  WS-TX-VIDE              VALUE   'V'.
002050             88  WS-TX-OCCUPE            VALUE   'O'.
002060 77  WS-NB-TAUX                  PICTURE         S9(4)
002070                                 USAGE           COMPUTATIONAL
002080                                 VALUE           ZERO.
002090 77  WS-TX-IDX                   PICTURE         S9(4)
002100                                 USAGE           COMPUTATIONAL.
002110 77  WS-TX-PREMIER               PICTURE         S9(4)
002120                                 USAGE           COMPUTATIONAL.
002130 77  WS-TX-SUIV                  PICTURE         S9(4)
002140                                 USAGE           COMPUTATIONAL.
002150**--------------------------------------------------------
002160*    SEGMENT EN COURS : PERIODE [DEBUT, FIN[ A UN SEUL TAUX.
002170**--------------------------------------------------------
002180 77  WS-SEG-DEBUT-ABS            PICTURE         S9(9)
002190                                 USAGE           COMPUTATIONAL-3.
002200 77  WS-SEG-FIN-ABS              PICTURE         S9(9)
002210                                 USAGE           COMPUTATIONAL-3.
002220 77  WS-FIN-TAUX-ABS             PICTURE         S9(9)
002230                                 USAGE           COMPUTATIONAL-3.
002240 77  WS-SEG-DEBUT-DATE           PICTURE         X(8).
002250 77  WS-SEG-FIN-DATE             PICTURE         X(8).
002260 77  WS-FIN-TAUX-DATE            PICTURE         X(8).
002270 77  WS-SEG-JOURS                PICTURE         S9(7)
002280                                 USAGE           COMPUTATIONAL-3.
002290 77  WS-SEG-TAUX                 PICTURE         9(3)V9(4)
002300                                 USAGE           COMPUTATIONAL-3.
002310 77  WS-SEG-BASE                 PICTURE         9(3).
002320 77  WS-SEG-INTERETS             PICTURE         S9(13)V99
002330                                 USAGE           COMPUTATIONAL-3.
002340 77  WS-NB-SEG                   PICTURE         S9(4)
002350                                 USAGE           COMPUTATIONAL.
002360**--------------------------------------------------------
002370*    TOTAUX PAR CALENDRIER ET DEVISE, TENUS DANS L'ORDRE DE LA
002380*    CLE POUR L'EDITION.  'V' = POSTE LIBRE.
002390**--------------------------------------------------------
002400 01  WS-CLE-TOTAL.
002410     03  WS-CT-CALENDRIER        PICTURE         X(2).
002420     03  WS-CT-DEVISE            PICTURE         X(3).
002430 01  WS-TOT-TABLE.
002440     03  WS-TOT-ENTREE           OCCURS 100 TIMES
002450                                 INDEXED BY WS-TOT-IX.
002460         05  WS-TOT-CLE.
002470             07  WS-TOT-CALENDRIER
002480                                 PICTURE         X(2).
002490             07  WS-TOT-DEVISE   PICTURE         X(3).
002500         05  WS-TOT-NB           PICTURE         9(9).
002510         05  WS-TOT-MONTANT      PICTURE         S9(15)V99
002520                                 USAGE           COMPUTATIONAL-3.
002530         05  WS-TOT-INTERETS     PICTURE         S9(15)V99
002540                                 USAGE           COMPUTATIONAL-3.
002550         05  WS-TOT-ETAT-SW      PICTURE         X(1)
002560                                 VALUE           'V'.
002570             88  WS-TOT-VIDE             VALUE   'V'.
002580             88  WS-TOT-OCCUPE           VALUE   'O'.
002590 77  WS-NB-TOT                   PICTURE         S9(4)
002600                                 USAGE           COMPUTATIONAL
002610                                 VALUE           ZERO.
002620 77  WS-TOT-IDX                  PICTURE         S9(4)
002630                                 USAGE           COMPUTATIONAL.
002640 77  WS-TOT-POS                  PICTURE         S9(4)
002650                                 USAGE           COMPUTATIONAL.
002660 77  WS-TOT-SUIV                 PICTURE         S9(4)
002670                                 USAGE           COMPUTATIONAL.
002680**--------------------------------------------------------
002690*    REPORT LINES
002700**--------------------------------------------------------
002710 01  WS-PT-TITRE.
002720     03  FILLER                  PICTURE         X(43)
002730         VALUE 'DIFPENA - INTERETS DE RETARD - DATE ARRETE '.
002740     03  WS-PT-TITRE-DATE        PICTURE         X(8).
002750     03  FILLER                  PICTURE         X(29)
002760                                 VALUE           SPACES.
002770 01  WS-PT-ENTETE.
002780     03  FILLER                  PICTURE         X(4)
002790                                 VALUE           'CA'.
002800     03  FILLER                  PICTURE         X(5)
002810                                 VALUE           'DEV'.
002820     03  FILLER                  PICTURE         X(11)
002830                                 VALUE           '     NOMBRE'.
002840     03  FILLER                  PICTURE         X(2)
002850                                 VALUE           SPACES.
002860     03  FILLER                  PICTURE         X(21)
002870                                 VALUE   '    ENCOURS EN RETARD'.
002880     03  FILLER                  PICTURE         X(2)
002890                                 VALUE           SPACES.
002900     03  FILLER                  PICTURE         X(21)
002910                                 VALUE   '   INTERETS DE RETARD'.
002920     03  FILLER                  PICTURE         X(14)
002930                                 VALUE           SPACES.
002940 01  WS-PT-DETAIL.
002950     03  WS-PT-CALENDRIER        PICTURE         X(2).
002960     03  FILLER                  PICTURE         X(2)
002970                                 VALUE           SPACES.
002980     03  WS-PT-DEVISE            PICTURE         X(3).
002990     03  FILLER                  PICTURE         X(2)
003000                                 VALUE           SPACES.
003010     03  WS-PT-NB                PICTURE         ZZZ,ZZZ,ZZ9.
003020     03  FILLER                  PICTURE         X(2)
003030                                 VALUE           SPACES.
003040     03  WS-PT-MONTANT           PICTURE
003050                                         Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003060     03  FILLER                  PICTURE         X(2)
003070                                 VALUE           SPACES.
003080     03  WS-PT-INTERETS          PICTURE
003090                                         Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003100     03  FILLER                  PICTURE         X(14)
003110                                 VALUE           SPACES.
003120 01  WS-PT-TOTAL.
003130     03  WS-PT-TOT-LIBELLE       PICTURE         X(30).
003140     03  FILLER                  PICTURE         X(3)
003150                                 VALUE           ' : '.
003160     03  WS-PT-TOT-NOMBRE        PICTURE         ZZZZZZZZ9.
003170     03  FILLER                  PICTURE         X(38)
003180                                 VALUE           SPACES.
003190 01  WS-PT-AUCUN.
003200     03  FILLER                  PICTURE         X(40)
003210         VALUE '*** AUCUN ARRIERE A LA DATE ARRETE      '.
003220     03  FILLER                  PICTURE         X(40)
003230                                 VALUE           SPACES.
003240 01  WS-PT-BLANC                 PICTURE         X(80)
003250                                 VALUE           SPACES.
003260 PROCEDURE DIVISION.
003270 0000-MAINLINE SECTION.
003280 0000-DEBUT.
003290     PERFORM         1000-INITIALISATION
003300                     THRU
003310                     1000-EXIT.
003320     PERFORM         2000-TRAITEMENT
003330                     THRU
003340                     2000-EXIT
003350                     UNTIL           WS-FIN-FICHIER.
003360     PERFORM         9000-TERMINAISON
003370                     THRU
003380                     9000-EXIT.
003390     MOVE WS-CODE-RETOUR TO RETURN-CODE.
003400     GOBACK.
003410**--------------------------------------------------------
003420*    1000-INITIALISATION - CARTE DATE ARRETE, TABLE DES TAUX,
003430*    OUVERTURE DES FICHIERS.
003440**--------------------------------------------------------
003450 1000-INITIALISATION.
003460     PERFORM         1050-LIT-CARTE
003470                     THRU
003480                     1050-EXIT.
003490     PERFORM         1100-CHARGE-TAUX
003500                     THRU
003510                     1100-EXIT.
003520     OPEN            INPUT   DIFOU01-FILE.
003530     IF WS-OU-FILE-STAT NOT = '00'
003540        MOVE 'DIFOU01' TO WS-ERR-FICHIER
003550        MOVE WS-OU-FILE-STAT TO WS-ERR-STATUT
003560        PERFORM   9900-ERREUR-FICHIER-DEB
003570                  THRU
003580                  9900-ERREUR-FICHIER-FIN
003590     END-IF
003600     OPEN            OUTPUT  DIFPE01-FILE.
003610     IF WS-PE-FILE-STAT NOT = '00'
003620        MOVE 'DIFPE01' TO WS-ERR-FICHIER
003630        MOVE WS-PE-FILE-STAT TO WS-ERR-STATUT
003640        PERFORM   9900-ERREUR-FICHIER-DEB
003650                  THRU
003660                  9900-ERREUR-FICHIER-FIN
003670     END-IF.
003680 1000-EXIT.
003690     EXIT.
003700**--------------------------------------------------------
003710*    1050-LIT-CARTE - CARTE SYSIN OBLIGATOIRE : LA DATE ARRETE
003720*    DU RUN DIFBATCH, SSAAMMJJ (COLS 1-8).  SEULES LES LIGNES
003730*    DIFOU01 VIEILLIES CONTRE CETTE DATE SONT VALORISEES.
003740**--------------------------------------------------------
003750 1050-LIT-CARTE.
003760     OPEN            INPUT   DIFPC01-FILE
003770     IF WS-PC-FILE-STAT NOT = '00'
003780        AND WS-PC-FILE-STAT NOT = '05'
003790        MOVE 'SYSIN' TO WS-ERR-FICHIER
003800        MOVE WS-PC-FILE-STAT TO WS-ERR-STATUT
003810        PERFORM   9900-ERREUR-FICHIER-DEB
003820                  THRU
003830                  9900-ERREUR-FICHIER-FIN
003840     END-IF
003850     READ            DIFPC01-FILE
003860        AT END
003870           MOVE SPACES TO DIFPC01-REC
003880     END-READ
003890     CLOSE           DIFPC01-FILE
003900     IF DIFPC01-DATE-ARRETE = SPACES
003910        DISPLAY 'DIFPENA - CARTE SYSIN ABSENTE - DATE ARRETE '
003920                'SSAAMMJJ (COLS 1-8) OBLIGATOIRE'
003930        PERFORM   9990-ARRET-ANORMAL-DEB
003940                  THRU
003950                  9990-ARRET-ANORMAL-FIN
003960     END-IF
003970     MOVE DIFPC01-DATE-ARRETE TO WS-DATE-ARRETE
003980     MOVE WS-DATE-ARRETE TO ABS-DATE-SSAAMMJJ
003990     CALL "SPABS8"   USING DTFABS-REC
004000     IF NOT ABS-STATUS-OK
004010        DISPLAY 'DIFPENA - CARTE SYSIN - DATE ARRETE INVALIDE : '
004020                WS-DATE-ARRETE
004030        PERFORM   9990-ARRET-ANORMAL-DEB
004040                  THRU
004050                  9990-ARRET-ANORMAL-FIN
004060     END-IF
004070     MOVE ABS-JOUR TO WS-ABS-ARRETE
004080     DISPLAY 'DIFPENA - PARAMETRE - DATE ARRETE : '
004090             WS-DATE-ARRETE.
004100 1050-EXIT.
004110     EXIT.
004120**--------------------------------------------------------
004130*    1100-CHARGE-TAUX - CHARGE LE FICHIER DIFTI01.  UNE CARTE
004140*    INVALIDE, HORS SEQUENCE OU EN DOUBLE ARRETE LE STEP - UN
004150*    TAUX FAUX SE RETROUVERAIT DANS LES ECRITURES COMPTABLES.
004160**--------------------------------------------------------
004170 1100-CHARGE-TAUX.
004180     OPEN            INPUT   DIFTI01-FILE.
004190     IF WS-TI-FILE-STAT NOT = '00'
004200        MOVE 'DIFTI01' TO WS-ERR-FICHIER
004210        MOVE WS-TI-FILE-STAT TO WS-ERR-STATUT
004220        PERFORM   9900-ERREUR-FICHIER-DEB
004230                  THRU
004240                  9900-ERREUR-FICHIER-FIN
004250     END-IF
004260     PERFORM         1150-LIT-TAUX
004270                     THRU
004280                     1150-EXIT
004290                     UNTIL WS-TI-FIN.
004300     CLOSE           DIFTI01-FILE.
004310     DISPLAY 'DIFPENA - TAUX CHARGES : ' WS-NB-CARTES-TAUX.
004320     IF WS-NB-TAUX = ZERO
004330        DISPLAY 'DIFPENA - ATTENTION - TABLE DES TAUX VIDE - '
004340                'AUCUN '
004350                'INTERET NE SERA CALCULE'
004360     END-IF.
004370 1100-EXIT.
004380     EXIT.
004390**--------------------------------------------------------
004400 1150-LIT-TAUX.
004410     READ            DIFTI01-FILE
004420                     AT END          SET WS-TI-FIN TO TRUE
004430     END-READ
004440     IF WS-TI-FIN
004450        GO TO 1150-EXIT
004460     END-IF
004470     IF WS-TI-FILE-STAT NOT = '00'
004480        MOVE 'DIFTI01' TO WS-ERR-FICHIER
004490        MOVE WS-TI-FILE-STAT TO WS-ERR-STATUT
004500        PERFORM   9900-ERREUR-FICHIER-DEB
004510                  THRU
004520                  9900-ERREUR-FICHIER-FIN
004530     END-IF
004540     ADD 1 TO WS-NB-CARTES-TAUX
004550     IF DIFTI01-CALENDRIER = SPACES
004560        MOVE 'FR' TO WS-CLE-CALENDRIER
004570     ELSE
004580        MOVE DIFTI01-CALENDRIER TO WS-CLE-CALENDRIER
004590     END-IF
004600     MOVE DIFTI01-DATE-EFFET TO WS-CLE-DATE
004610     MOVE DIFTI01-DATE-EFFET TO ABS-DATE-SSAAMMJJ
004620     CALL "SPABS8"   USING DTFABS-REC
004630     IF NOT ABS-STATUS-OK
004640        DISPLAY 'DIFPENA - TAUX - DATE D EFFET INVALIDE : '
004650                WS-CLE-CALENDRIER ' ' DIFTI01-DATE-EFFET
004660        PERFORM   9990-ARRET-ANORMAL-DEB
004670                  THRU
004680                  9990-ARRET-ANORMAL-FIN
004690     END-IF
004700     IF DIFTI01-TAUX NOT NUMERIC
004710        DISPLAY 'DIFPENA - TAUX - TAUX NON NUMERIQUE '
004720                '(COLS 13-19) : '
004730                WS-CLE-CALENDRIER ' ' DIFTI01-DATE-EFFET
004740        PERFORM   9990-ARRET-ANORMAL-DEB
004750                  THRU
004760                  9990-ARRET-ANORMAL-FIN
004770     END-IF
004780     IF NOT DIFTI01-BASE-VALIDE
004790        DISPLAY 'DIFPENA - TAUX - BASE INVALIDE (360/365) : '
004800                WS-CLE-CALENDRIER ' ' DIFTI01-DATE-EFFET
004810        PERFORM   9990-ARRET-ANORMAL-DEB
004820                  THRU
004830                  9990-ARRET-ANORMAL-FIN
004840     END-IF
004850     IF WS-CLE-TAUX NOT > WS-CLE-PRECEDENTE
004860        DISPLAY 'DIFPENA - TAUX - CARTE HORS SEQUENCE '
004870                'OU EN DOUBLE '
004880                '(TRI CALENDRIER/DATE) : ' WS-CLE-TAUX
004890        PERFORM   9990-ARRET-ANORMAL-DEB
004900                  THRU
004910                  9990-ARRET-ANORMAL-FIN
004920     END-IF
004930     IF WS-NB-TAUX NOT < 200
004940        DISPLAY 'DIFPENA - TAUX - TABLE PLEINE (200 TAUX)'
004950        PERFORM   9990-ARRET-ANORMAL-DEB
004960                  THRU
004970                  9990-ARRET-ANORMAL-FIN
004980     END-IF
004990     ADD 1 TO WS-NB-TAUX
005000     MOVE WS-CLE-CALENDRIER TO WS-TX-CALENDRIER (WS-NB-TAUX)
005010     MOVE DIFTI01-DATE-EFFET TO WS-TX-DATE (WS-NB-TAUX)
005020     MOVE ABS-JOUR TO WS-TX-ABS (WS-NB-TAUX)
005030     MOVE DIFTI01-TAUX-R TO WS-TX-TAUX (WS-NB-TAUX)
005040     IF DIFTI01-BASE = SPACES
005050        MOVE 365 TO WS-TX-BASE (WS-NB-TAUX)
005060     ELSE
005070        MOVE DIFTI01-BASE-R TO WS-TX-BASE (WS-NB-TAUX)
005080     END-IF
005090     MOVE 'O' TO WS-TX-ETAT-SW (WS-NB-TAUX)
005100     MOVE WS-CLE-TAUX TO WS-CLE-PRECEDENTE.
005110 1150-EXIT.
005120     EXIT.
005130**--------------------------------------------------------
005140*    2000-TRAITEMENT - LIT UNE LIGNE DIFOU01 (TRIEE SUR LA
005150*    REFERENCE) ET RETIENT CELLES DE LA DATE ARRETE : PAIRE
005160*    ACCEPTEE, NON INVERSEE, VIEILLIE CONTRE LA DATE DE LA
005170*    CARTE.  UNE NOUVELLE REFERENCE FAIT VALORISER LA LIGNE EN
005180*    ATTENTE DE LA PRECEDENTE ; UNE MEME REFERENCE REMPLACE LA
005190*    LIGNE EN ATTENTE PAR LA PLUS RECENTE (REPRISE FORCER).
005200*    UNE LIGNE SANS REFERENCE EST VALORISEE TELLE QUELLE.
005210**--------------------------------------------------------
005220 2000-TRAITEMENT.
005230     READ            DIFOU01-FILE
005240                     AT END          SET WS-FIN-FICHIER TO TRUE
005250     END-READ.
005260     IF WS-FIN-FICHIER
005270        GO TO 2000-EXIT
005280     END-IF
005290     IF WS-OU-FILE-STAT NOT = '00'
005300        MOVE 'DIFOU01' TO WS-ERR-FICHIER
005310        MOVE WS-OU-FILE-STAT TO WS-ERR-STATUT
005320        PERFORM   9900-ERREUR-FICHIER-DEB
005330                  THRU
005340                  9900-ERREUR-FICHIER-FIN
005350     END-IF
005360     ADD 1 TO WS-NB-LUS
005370     IF DIFOU01-STATUS NOT = '0'
005380        OR DIFOU01-REVERSED-SW = 'O'
005390        ADD 1 TO WS-NB-NON-RETENUS
005400        GO TO 2000-EXIT
005410     END-IF
005420     IF DIFOU01-DATE-FIN NOT = WS-ABS-ARRETE
005430        ADD 1 TO WS-NB-AUTRE-ARRETE
005440        GO TO 2000-EXIT
005450     END-IF
005460     IF DIFOU01-REFERENCE = SPACES
005470        PERFORM      2050-CONTROLE-ECHEANCE
005480                     THRU
005490                     2050-EXIT
005500        GO TO 2000-EXIT
005510     END-IF
005520     IF DIFOU01-REFERENCE < WS-REF-PRECEDENTE
005530        DISPLAY 'DIFPENA - DIFOU01 NON TRIE SUR LA REFERENCE : '
005540                DIFOU01-REFERENCE
005550        PERFORM   9990-ARRET-ANORMAL-DEB
005560                  THRU
005570                  9990-ARRET-ANORMAL-FIN
005580     END-IF
005590     MOVE DIFOU01-REFERENCE TO WS-REF-PRECEDENTE
005600     IF WS-EN-ATTENTE
005610        IF DIFOU01-REFERENCE = WS-REF-ATTENTE
005620           ADD 1 TO WS-NB-REMPLACES
005630        ELSE
005640           PERFORM   2900-VALORISE-ATTENTE
005650                     THRU
005660                     2900-EXIT
005670        END-IF
005680     END-IF
005690     MOVE DIFOU01-REC TO WS-LIGNE-ATTENTE
005700     MOVE DIFOU01-REFERENCE TO WS-REF-ATTENTE
005710     SET WS-EN-ATTENTE TO TRUE.
005720 2000-EXIT.
005730     EXIT.
005740**--------------------------------------------------------
005750*    2050-CONTROLE-ECHEANCE - LA LIGNE RETENUE POUR SA
005760*    REFERENCE EST VALORISEE SI SON ECHEANCE EST ANTERIEURE A
005770*    LA DATE ARRETE.
005780**--------------------------------------------------------
005790 2050-CONTROLE-ECHEANCE.
005800     IF DIFOU01-DATE-ECHEANCE = SPACES
005810        ADD 1 TO WS-NB-SANS-ECHEANCE
005820        GO TO 2050-EXIT
005830     END-IF
005840     MOVE DIFOU01-DATE-ECHEANCE TO ABS-DATE-SSAAMMJJ
005850     CALL "SPABS8"   USING DTFABS-REC
005860     IF NOT ABS-STATUS-OK
005870        ADD 1 TO WS-NB-ECH-INVALIDES
005880        DISPLAY 'DIFPENA - ECHEANCE INVALIDE IGNOREE : '
005890                DIFOU01-REFERENCE ' ' DIFOU01-DATE-ECHEANCE
005900        GO TO 2050-EXIT
005910     END-IF
005920     MOVE ABS-JOUR TO WS-ABS-ECHEANCE
005930     IF WS-ABS-ECHEANCE NOT < WS-ABS-ARRETE
005940        ADD 1 TO WS-NB-NON-ECHUS
005950        GO TO 2050-EXIT
005960     END-IF
005970     PERFORM         2100-CALCULE-PENALITE
005980                     THRU
005990                     2100-EXIT.
006000 2050-EXIT.
006010     EXIT.
006020**--------------------------------------------------------
006030*    2100-CALCULE-PENALITE - UNE LIGNE EN RETARD : JOURS DE
006040*    RETARD CALENDAIRES ET OUVRES (CALENDRIER DE LA LIGNE),
006050*    SEGMENTS DE TAUX ET INTERETS, ECRITURE DIFPE01, CUMUL.
006060**--------------------------------------------------------
006070 2100-CALCULE-PENALITE.
006080     ADD 1 TO WS-NB-EN-RETARD
006090     INITIALIZE DIFPE01-REC
006100     MOVE ZERO TO WS-NB-SEG
006110     IF DIFOU01-CALENDRIER = SPACES
006120        MOVE 'FR' TO WS-CALENDRIER
006130     ELSE
006140        MOVE DIFOU01-CALENDRIER TO WS-CALENDRIER
006150     END-IF
006160     MOVE DIFOU01-REFERENCE TO DIFPE01-REFERENCE
006170     MOVE WS-CALENDRIER TO DIFPE01-CALENDRIER
006180     MOVE DIFOU01-DEVISE TO DIFPE01-DEVISE
006190     MOVE DIFOU01-MONTANT TO DIFPE01-MONTANT
006200     MOVE DIFOU01-DATE-ECHEANCE TO DIFPE01-DATE-ECHEANCE
006210     MOVE WS-DATE-ARRETE TO DIFPE01-DATE-ARRETE
006220     COMPUTE DIFPE01-JOURS-RETARD =
006230             WS-ABS-ARRETE - WS-ABS-ECHEANCE
006240     IF WS-CALENDRIER NOT = WS-CAL-CHARGE
006250        PERFORM      2150-CHARGE-CALENDRIER
006260                     THRU
006270                     2150-EXIT
006280     END-IF
006290     MOVE WS-ABS-ECHEANCE TO JV-DATE-DE
006300     MOVE WS-ABS-ARRETE TO JV-DATE-FIN
006310     CALL "SPJOUVR"  USING DTFJOUV-REC DTFFER
006320     MOVE JV-JOURS-OUVRES TO DIFPE01-JOURS-OUVRES-RETARD
006330     IF DIFOU01-SANS-MONTANT
006340        SET DIFPE01-SANS-MONTANT TO TRUE
006350        ADD 1 TO WS-NB-SANS-MONTANT
006360     ELSE
006370        PERFORM      2200-CALCULE-SEGMENTS
006380                     THRU
006390                     2200-EXIT
006400     END-IF
006410     MOVE WS-NB-SEG TO DIFPE01-NB-SEGMENTS
006420     IF DIFPE01-TAUX-MANQUANT
006430        ADD 1 TO WS-NB-TAUX-MANQUANT
006440     END-IF
006450     IF DIFPE01-SEGMENTS-TRONQUES
006460        ADD 1 TO WS-NB-TRONQUES
006470     END-IF
006480     WRITE DIFPE01-REC.
006490     IF WS-PE-FILE-STAT NOT = '00'
006500        MOVE 'DIFPE01' TO WS-ERR-FICHIER
006510        MOVE WS-PE-FILE-STAT TO WS-ERR-STATUT
006520        PERFORM   9900-ERREUR-FICHIER-DEB
006530                  THRU
006540                  9900-ERREUR-FICHIER-FIN
006550     END-IF
006560     PERFORM         2600-CUMULE-TOTAUX
006570                     THRU
006580                     2600-EXIT.
006590 2100-EXIT.
006600     EXIT.
006610**--------------------------------------------------------
006620*    2150-CHARGE-CALENDRIER - RECHARGE LES FERIES (SPFERCH)
006630*    QUAND LA LIGNE CHANGE DE CALENDRIER.  UN CALENDRIER QUI
006640*    S'ARRETE AVANT LA DATE ARRETE FAUSSE LES JOURS OUVRES.
006650**--------------------------------------------------------
006660 2150-CHARGE-CALENDRIER.
006670     MOVE 'N' TO FER-CHARGE-SW
006680     MOVE WS-CALENDRIER TO FER-CALENDRIER
006690     CALL "SPFERCH"  USING DTFFER
006700     MOVE WS-CALENDRIER TO WS-CAL-CHARGE
006710     IF FER-DERNIER-JOUR-ABS < WS-ABS-ARRETE
006720        DISPLAY 'DIFPENA - ATTENTION - CALENDRIER ' WS-CALENDRIER
006730                ' NE COUVRE PAS LA DATE ARRETE - JOURS OUVRES DE '
006740                'RETARD APPROCHES'
006750     END-IF.
006760 2150-EXIT.
006770     EXIT.
006780**--------------------------------------------------------
006790*    2200-CALCULE-SEGMENTS - DECOUPE LA PERIODE DE RETARD
006800*    [ECHEANCE, ARRETE[ SELON LES TAUX DU CALENDRIER : UN
006810*    SEGMENT PAR TAUX EN VIGUEUR SUR LA PERIODE.  LA PARTIE
006820*    ANTERIEURE AU PREMIER TAUX CONNU (OU TOUTE LA PERIODE SI
006830*    LE CALENDRIER N'A AUCUN TAUX) SORT EN SEGMENT SANS TAUX
006840*    ET MARQUE LA LIGNE 'T'.
006850**--------------------------------------------------------
006860 2200-CALCULE-SEGMENTS.
006870     SET WS-TAUX-IX TO 1
006880     SEARCH WS-TAUX-ENTREE
006890        AT END
006900           MOVE 'N' TO WS-TROUVE-SW
006910        WHEN WS-TX-VIDE (WS-TAUX-IX)
006920           MOVE 'N' TO WS-TROUVE-SW
006930        WHEN WS-TX-CALENDRIER (WS-TAUX-IX) = WS-CALENDRIER
006940           MOVE 'O' TO WS-TROUVE-SW
006950     END-SEARCH
006960     IF WS-PAS-TROUVE
006970        MOVE WS-ABS-ECHEANCE TO WS-SEG-DEBUT-ABS
006980        MOVE DIFOU01-DATE-ECHEANCE TO WS-SEG-DEBUT-DATE
006990        MOVE WS-ABS-ARRETE TO WS-SEG-FIN-ABS
007000        MOVE WS-DATE-ARRETE TO WS-SEG-FIN-DATE
007010        PERFORM      2260-SEGMENT-SANS-TAUX
007020                     THRU
007030                     2260-EXIT
007040        GO TO 2200-EXIT
007050     END-IF
007060     SET WS-TX-PREMIER TO WS-TAUX-IX
007070     IF WS-ABS-ECHEANCE < WS-TX-ABS (WS-TX-PREMIER)
007080        MOVE WS-ABS-ECHEANCE TO WS-SEG-DEBUT-ABS
007090        MOVE DIFOU01-DATE-ECHEANCE TO WS-SEG-DEBUT-DATE
007100        IF WS-TX-ABS (WS-TX-PREMIER) < WS-ABS-ARRETE
007110           MOVE WS-TX-ABS (WS-TX-PREMIER) TO WS-SEG-FIN-ABS
007120           MOVE WS-TX-DATE (WS-TX-PREMIER) TO WS-SEG-FIN-DATE
007130        ELSE
007140           MOVE WS-ABS-ARRETE TO WS-SEG-FIN-ABS
007150           MOVE WS-DATE-ARRETE TO WS-SEG-FIN-DATE
007160        END-IF
007170        PERFORM      2260-SEGMENT-SANS-TAUX
007180                     THRU
007190                     2260-EXIT
007200     END-IF
007210     MOVE 'N' TO WS-FIN-CAL-SW
007220     PERFORM         2250-SEGMENT-TAUX
007230                     THRU
007240                     2250-EXIT
007250                     VARYING WS-TX-IDX FROM WS-TX-PREMIER BY 1
007260                     UNTIL WS-TX-IDX > WS-NB-TAUX
007270                        OR WS-FIN-CAL.
007280 2200-EXIT.
007290     EXIT.
007300**--------------------------------------------------------
007310*    2250-SEGMENT-TAUX - LE TAUX WS-TX-IDX S'APPLIQUE DE SA DATE
007320*    D'EFFET A LA VEILLE DU TAUX SUIVANT DU MEME CALENDRIER ;
007330*    SON SEGMENT EST L'INTERSECTION DE CETTE PLAGE AVEC LA
007340*    PERIODE DE RETARD.
007350**--------------------------------------------------------
007360 2250-SEGMENT-TAUX.
007370     IF WS-TX-CALENDRIER (WS-TX-IDX) NOT = WS-CALENDRIER
007380        SET WS-FIN-CAL TO TRUE
007390        GO TO 2250-EXIT
007400     END-IF
007410     MOVE 999999999 TO WS-FIN-TAUX-ABS
007420     MOVE SPACES TO WS-FIN-TAUX-DATE
007430     COMPUTE WS-TX-SUIV = WS-TX-IDX + 1
007440     IF WS-TX-SUIV NOT > WS-NB-TAUX
007450        IF WS-TX-CALENDRIER (WS-TX-SUIV) = WS-CALENDRIER
007460           MOVE WS-TX-ABS (WS-TX-SUIV) TO WS-FIN-TAUX-ABS
007470           MOVE WS-TX-DATE (WS-TX-SUIV) TO WS-FIN-TAUX-DATE
007480        END-IF
007490     END-IF
007500     IF WS-TX-ABS (WS-TX-IDX) > WS-ABS-ECHEANCE
007510        MOVE WS-TX-ABS (WS-TX-IDX) TO WS-SEG-DEBUT-ABS
007520        MOVE WS-TX-DATE (WS-TX-IDX) TO WS-SEG-DEBUT-DATE
007530     ELSE
007540        MOVE WS-ABS-ECHEANCE TO WS-SEG-DEBUT-ABS
007550        MOVE DIFOU01-DATE-ECHEANCE TO WS-SEG-DEBUT-DATE
007560     END-IF
007570     IF WS-FIN-TAUX-ABS < WS-ABS-ARRETE
007580        MOVE WS-FIN-TAUX-ABS TO WS-SEG-FIN-ABS
007590        MOVE WS-FIN-TAUX-DATE TO WS-SEG-FIN-DATE
007600     ELSE
007610        MOVE WS-ABS-ARRETE TO WS-SEG-FIN-ABS
007620        MOVE WS-DATE-ARRETE TO WS-SEG-FIN-DATE
007630     END-IF
007640     IF WS-SEG-DEBUT-ABS NOT < WS-SEG-FIN-ABS
007650        GO TO 2250-EXIT
007660     END-IF
007670     MOVE WS-TX-TAUX (WS-TX-IDX) TO WS-SEG-TAUX
007680     MOVE WS-TX-BASE (WS-TX-IDX) TO WS-SEG-BASE
007690     PERFORM         2280-AJOUTE-SEGMENT
007700                     THRU
007710                     2280-EXIT.
007720 2250-EXIT.
007730     EXIT.
007740**--------------------------------------------------------
007750 2260-SEGMENT-SANS-TAUX.
007760     SET DIFPE01-TAUX-MANQUANT TO TRUE
007770     MOVE ZERO TO WS-SEG-TAUX
007780     MOVE ZERO TO WS-SEG-BASE
007790     PERFORM         2280-AJOUTE-SEGMENT
007800                     THRU
007810                     2280-EXIT.
007820 2260-EXIT.
007830     EXIT.
007840**--------------------------------------------------------
007850*    2280-AJOUTE-SEGMENT - INTERETS DU SEGMENT (MONTANT X TAUX
007860*    / 100 X JOURS / BASE, ARRONDI AU CENTIME), AJOUTES AU
007870*    TOTAL DE LA LIGNE.  LES SIX PREMIERS SEGMENTS SONT
007880*    DETAILLES SUR DIFPE01, LE TOTAL LES COMPTE TOUS.
007890**--------------------------------------------------------
007900 2280-AJOUTE-SEGMENT.
007910     COMPUTE WS-SEG-JOURS = WS-SEG-FIN-ABS - WS-SEG-DEBUT-ABS
007920     IF WS-SEG-BASE = ZERO
007930        MOVE ZERO TO WS-SEG-INTERETS
007940     ELSE
007950        COMPUTE WS-SEG-INTERETS ROUNDED =
007960                DIFOU01-MONTANT * WS-SEG-TAUX * WS-SEG-JOURS
007970                / WS-SEG-BASE / 100
007980     END-IF
007990     ADD WS-SEG-INTERETS TO DIFPE01-INTERETS
008000     ADD 1 TO WS-NB-SEG
008010     IF WS-NB-SEG > 6
008020        IF DIFPE01-CALCULE
008030           SET DIFPE01-SEGMENTS-TRONQUES TO TRUE
008040        END-IF
008050        GO TO 2280-EXIT
008060     END-IF
008070     MOVE WS-SEG-DEBUT-DATE TO DIFPE01-SEG-DATE-DEBUT (WS-NB-SEG)
008080     MOVE WS-SEG-FIN-DATE TO DIFPE01-SEG-DATE-FIN (WS-NB-SEG)
008090     MOVE WS-SEG-JOURS TO DIFPE01-SEG-JOURS (WS-NB-SEG)
008100     MOVE WS-SEG-TAUX TO DIFPE01-SEG-TAUX (WS-NB-SEG)
008110     MOVE WS-SEG-BASE TO DIFPE01-SEG-BASE (WS-NB-SEG)
008120     MOVE WS-SEG-INTERETS TO DIFPE01-SEG-INTERETS (WS-NB-SEG).
008130 2280-EXIT.
008140     EXIT.
008150**--------------------------------------------------------
008160*    2600-CUMULE-TOTAUX - CUMULE LA LIGNE DANS LE TOTAL DE SON
008170*    CALENDRIER ET DE SA DEVISE ; UN NOUVEAU COUPLE EST INSERE
008180*    A SA PLACE DANS L'ORDRE DE LA CLE.
008190**--------------------------------------------------------
008200 2600-CUMULE-TOTAUX.
008210     MOVE WS-CALENDRIER TO WS-CT-CALENDRIER
008220     MOVE DIFPE01-DEVISE TO WS-CT-DEVISE
008230     SET WS-TOT-IX TO 1
008240     SEARCH WS-TOT-ENTREE
008250        AT END
008260           MOVE 'N' TO WS-TROUVE-SW
008270        WHEN WS-TOT-VIDE (WS-TOT-IX)
008280           MOVE 'N' TO WS-TROUVE-SW
008290        WHEN WS-TOT-CLE (WS-TOT-IX) = WS-CLE-TOTAL
008300           MOVE 'O' TO WS-TROUVE-SW
008310        WHEN WS-TOT-CLE (WS-TOT-IX) > WS-CLE-TOTAL
008320           MOVE 'N' TO WS-TROUVE-SW
008330     END-SEARCH
008340     IF WS-PAS-TROUVE
008350        IF WS-NB-TOT NOT < 100
008360           DISPLAY 'DIFPENA - TOTAUX - TABLE PLEINE (100 COUPLES '
008370                   'CALENDRIER/DEVISE) : ' WS-CLE-TOTAL
008380           PERFORM   9990-ARRET-ANORMAL-DEB
008390                     THRU
008400                     9990-ARRET-ANORMAL-FIN
008410        END-IF
008420        SET WS-TOT-POS TO WS-TOT-IX
008430        PERFORM      2620-DECALE-TOTAL
008440                     THRU
008450                     2620-EXIT
008460                     VARYING WS-TOT-IDX FROM WS-NB-TOT BY -1
008470                     UNTIL WS-TOT-IDX < WS-TOT-POS
008480        MOVE WS-CLE-TOTAL TO WS-TOT-CLE (WS-TOT-POS)
008490        MOVE ZERO TO WS-TOT-NB (WS-TOT-POS)
008500        MOVE ZERO TO WS-TOT-MONTANT (WS-TOT-POS)
008510        MOVE ZERO TO WS-TOT-INTERETS (WS-TOT-POS)
008520        MOVE 'O' TO WS-TOT-ETAT-SW (WS-TOT-POS)
008530        ADD 1 TO WS-NB-TOT
008540        SET WS-TOT-IX TO WS-TOT-POS
008550     END-IF
008560     ADD 1 TO WS-TOT-NB (WS-TOT-IX)
008570     ADD DIFPE01-MONTANT TO WS-TOT-MONTANT (WS-TOT-IX)
008580     ADD DIFPE01-INTERETS TO WS-TOT-INTERETS (WS-TOT-IX).
008590 2600-EXIT.
008600     EXIT.
008610**--------------------------------------------------------
008620 2620-DECALE-TOTAL.
008630     COMPUTE WS-TOT-SUIV = WS-TOT-IDX + 1
008640     MOVE WS-TOT-ENTREE (WS-TOT-IDX)
008650       TO WS-TOT-ENTREE (WS-TOT-SUIV).
008660 2620-EXIT.
008670     EXIT.
008680**--------------------------------------------------------
008690*    2900-VALORISE-ATTENTE - LA REFERENCE EN ATTENTE EST
008700*    COMPLETE : SA DERNIERE LIGNE (LA PLUS RECENTE, LE TRI
008710*    EQUALS GARDANT L'ORDRE D'AJOUT) EST VALORISEE.  LA LIGNE
008720*    QUI VIENT D'ETRE LUE EST REMISE EN PLACE ENSUITE.
008730**--------------------------------------------------------
008740 2900-VALORISE-ATTENTE.
008750     MOVE DIFOU01-REC TO WS-LIGNE-LUE
008760     MOVE WS-LIGNE-ATTENTE TO DIFOU01-REC
008770     PERFORM         2050-CONTROLE-ECHEANCE
008780                     THRU
008790                     2050-EXIT
008800     MOVE WS-LIGNE-LUE TO DIFOU01-REC
008810     SET WS-RIEN-EN-ATTENTE TO TRUE.
008820 2900-EXIT.
008830     EXIT.
008840**--------------------------------------------------------
008850*    9000-TERMINAISON - FERMETURE, ETAT DES TOTAUX, CODE RETOUR
008860*    (4 = DES LIGNES N'ONT PU ETRE VALORISEES EN ENTIER FAUTE
008870*    DE TAUX - A COMPLETER DANS DIFTI01 AVANT COMPTABILISATION).
008880**--------------------------------------------------------
008890 9000-TERMINAISON.
008900     IF WS-EN-ATTENTE
008910        PERFORM      2900-VALORISE-ATTENTE
008920                     THRU
008930                     2900-EXIT
008940     END-IF
008950     CLOSE           DIFOU01-FILE
008960                     DIFPE01-FILE.
008970     PERFORM         9100-EDITE-TOTAUX
008980                     THRU
008990                     9100-EXIT.
009000     DISPLAY 'DIFPENA - LIGNES DIFOU01 LUES  : ' WS-NB-LUS.
009010     DISPLAY 'DIFPENA - LIGNES REMPLACEES    : ' WS-NB-REMPLACES.
009020     DISPLAY 'DIFPENA - LIGNES EN RETARD     : ' WS-NB-EN-RETARD.
009030     DISPLAY 'DIFPENA - DONT SANS MONTANT    : '
009040             WS-NB-SANS-MONTANT.
009050     DISPLAY 'DIFPENA - DONT TAUX MANQUANT   : '
009060             WS-NB-TAUX-MANQUANT.
009070     IF WS-NB-TAUX-MANQUANT > ZERO
009080        MOVE 4 TO WS-CODE-RETOUR
009090        DISPLAY 'DIFPENA - ATTENTION - DES PERIODES DE RETARD '
009100                'SANS '
009110                'TAUX - COMPLETER DIFTI01 ET RELANCER'
009120     END-IF.
009130 9000-EXIT.
009140     EXIT.
009150**--------------------------------------------------------
009160*    9100-EDITE-TOTAUX - ETAT DIFPT01 : UNE LIGNE PAR COUPLE
009170*    CALENDRIER/DEVISE (NOMBRE, ENCOURS EN RETARD, INTERETS),
009180*    PUIS LES COMPTEURS DU RUN.
009190**--------------------------------------------------------
009200 9100-EDITE-TOTAUX.
009210     OPEN            OUTPUT  DIFPT01-FILE.
009220     IF WS-PT-FILE-STAT NOT = '00'
009230        MOVE 'DIFPT01' TO WS-ERR-FICHIER
009240        MOVE WS-PT-FILE-STAT TO WS-ERR-STATUT
009250        PERFORM   9900-ERREUR-FICHIER-DEB
009260                  THRU
009270                  9900-ERREUR-FICHIER-FIN
009280     END-IF
009290     MOVE WS-DATE-ARRETE TO WS-PT-TITRE-DATE
009300     MOVE WS-PT-TITRE TO DIFPT01-LIGNE
009310     PERFORM         9190-ECRIT-LIGNE
009320                     THRU
009330                     9190-EXIT
009340     MOVE WS-PT-BLANC TO DIFPT01-LIGNE
009350     PERFORM         9190-ECRIT-LIGNE
009360                     THRU
009370                     9190-EXIT
009380     IF WS-NB-TOT = ZERO
009390        MOVE WS-PT-AUCUN TO DIFPT01-LIGNE
009400        PERFORM      9190-ECRIT-LIGNE
009410                     THRU
009420                     9190-EXIT
009430     ELSE
009440        MOVE WS-PT-ENTETE TO DIFPT01-LIGNE
009450        PERFORM      9190-ECRIT-LIGNE
009460                     THRU
009470                     9190-EXIT
009480        PERFORM      9120-EDITE-COUPLE
009490                     THRU
009500                     9120-EXIT
009510                     VARYING WS-TOT-IDX FROM 1 BY 1
009520                     UNTIL WS-TOT-IDX > WS-NB-TOT
009530     END-IF
009540     MOVE WS-PT-BLANC TO DIFPT01-LIGNE
009550     PERFORM         9190-ECRIT-LIGNE
009560                     THRU
009570                     9190-EXIT
009580     MOVE 'LIGNES DIFOU01 LUES           ' TO WS-PT-TOT-LIBELLE
009590     MOVE WS-NB-LUS TO WS-PT-TOT-NOMBRE
009600     PERFORM         9150-ECRIT-COMPTEUR
009610                     THRU
009620                     9150-EXIT
009630     MOVE 'REJETEES OU INVERSEES         ' TO WS-PT-TOT-LIBELLE
009640     MOVE WS-NB-NON-RETENUS TO WS-PT-TOT-NOMBRE
009650     PERFORM         9150-ECRIT-COMPTEUR
009660                     THRU
009670                     9150-EXIT
009680     MOVE 'AUTRE DATE ARRETE             ' TO WS-PT-TOT-LIBELLE
009690     MOVE WS-NB-AUTRE-ARRETE TO WS-PT-TOT-NOMBRE
009700     PERFORM         9150-ECRIT-COMPTEUR
009710                     THRU
009720                     9150-EXIT
009730     MOVE 'REMPLACEES (MEME REFERENCE)   ' TO WS-PT-TOT-LIBELLE
009740     MOVE WS-NB-REMPLACES TO WS-PT-TOT-NOMBRE
009750     PERFORM         9150-ECRIT-COMPTEUR
009760                     THRU
009770                     9150-EXIT
009780     MOVE 'SANS ECHEANCE                 ' TO WS-PT-TOT-LIBELLE
009790     MOVE WS-NB-SANS-ECHEANCE TO WS-PT-TOT-NOMBRE
009800     PERFORM         9150-ECRIT-COMPTEUR
009810                     THRU
009820                     9150-EXIT
009830     MOVE 'ECHEANCE INVALIDE             ' TO WS-PT-TOT-LIBELLE
009840     MOVE WS-NB-ECH-INVALIDES TO WS-PT-TOT-NOMBRE
009850     PERFORM         9150-ECRIT-COMPTEUR
009860                     THRU
009870                     9150-EXIT
009880     MOVE 'NON ECHUES                    ' TO WS-PT-TOT-LIBELLE
009890     MOVE WS-NB-NON-ECHUS TO WS-PT-TOT-NOMBRE
009900     PERFORM         9150-ECRIT-COMPTEUR
009910                     THRU
009920                     9150-EXIT
009930     MOVE 'EN RETARD                     ' TO WS-PT-TOT-LIBELLE
009940     MOVE WS-NB-EN-RETARD TO WS-PT-TOT-NOMBRE
009950     PERFORM         9150-ECRIT-COMPTEUR
009960                     THRU
009970                     9150-EXIT
009980     MOVE '  DONT SANS MONTANT           ' TO WS-PT-TOT-LIBELLE
009990     MOVE WS-NB-SANS-MONTANT TO WS-PT-TOT-NOMBRE
010000     PERFORM         9150-ECRIT-COMPTEUR
010010                     THRU
010020                     9150-EXIT
010030     MOVE '  DONT TAUX MANQUANT          ' TO WS-PT-TOT-LIBELLE
010040     MOVE WS-NB-TAUX-MANQUANT TO WS-PT-TOT-NOMBRE
010050     PERFORM         9150-ECRIT-COMPTEUR
010060                     THRU
010070                     9150-EXIT
010080     MOVE '  DONT PLUS DE SIX SEGMENTS   ' TO WS-PT-TOT-LIBELLE
010090     MOVE WS-NB-TRONQUES TO WS-PT-TOT-NOMBRE
010100     PERFORM         9150-ECRIT-COMPTEUR
010110                     THRU
010120                     9150-EXIT
010130     CLOSE           DIFPT01-FILE.
010140 9100-EXIT.
010150     EXIT.
010160**--------------------------------------------------------
010170 9120-EDITE-COUPLE.
010180     MOVE WS-TOT-CALENDRIER (WS-TOT-IDX) TO WS-PT-CALENDRIER
010190     MOVE WS-TOT-DEVISE (WS-TOT-IDX) TO WS-PT-DEVISE
010200     MOVE WS-TOT-NB (WS-TOT-IDX) TO WS-PT-NB
010210     MOVE WS-TOT-MONTANT (WS-TOT-IDX) TO WS-PT-MONTANT
010220     MOVE WS-TOT-INTERETS (WS-TOT-IDX) TO WS-PT-INTERETS
010230     MOVE WS-PT-DETAIL TO DIFPT01-LIGNE
010240     PERFORM         9190-ECRIT-LIGNE
010250                     THRU
010260                     9190-EXIT.
010270 9120-EXIT.
010280     EXIT.
010290**--------------------------------------------------------
010300 9150-ECRIT-COMPTEUR.
010310     MOVE WS-PT-TOTAL TO DIFPT01-LIGNE
010320     PERFORM         9190-ECRIT-LIGNE
010330                     THRU
010340                     9190-EXIT.
010350 9150-EXIT.
010360     EXIT.
010370**--------------------------------------------------------
010380 9190-ECRIT-LIGNE.
010390     WRITE DIFPT01-LIGNE.
010400     IF WS-PT-FILE-STAT NOT = '00'
010410        MOVE 'DIFPT01' TO WS-ERR-FICHIER
010420        MOVE WS-PT-FILE-STAT TO WS-ERR-STATUT
010430        PERFORM   9900-ERREUR-FICHIER-DEB
010440                  THRU
010450                  9900-ERREUR-FICHIER-FIN
010460     END-IF.
010470 9190-EXIT.
010480     EXIT.
010490**--------------------------------------------------------
010500*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
010510*    ECHOUE.  AFFICHE ET ARRETE LE STEP PROPREMENT.
010520**--------------------------------------------------------
010530 9900-ERREUR-FICHIER-DEB.
010540     DISPLAY 'DIFPENA - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
010550     DISPLAY 'DIFPENA - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
010560     MOVE 16 TO RETURN-CODE.
010570     STOP RUN.
010580 9900-ERREUR-FICHIER-FIN.
010590     EXIT.
010600**--------------------------------------------------------
010610 9990-ARRET-ANORMAL-DEB.
010620     DISPLAY 'DIFPENA - ARRET - CORRIGER LA CARTE, LES TAUX OU '
010630             'LE TRI DE DIFOU01 ET RELANCER'.
010640     MOVE 16 TO RETURN-CODE.
010650     STOP RUN.
010660 9990-ARRET-ANORMAL-FIN.
010670     EXIT.
