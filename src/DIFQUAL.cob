000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFQUAL.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  DATA-QUALITY GATE RUN IN
000120*                  FRONT OF DIFBATCH.  READS THE DIFIN01 FEED AS
000130*                  COPIED BY DIFQEXT AND SORTED ON REFERENCE AND
000140*                  RANK, AND THE PREVIOUS DAY'S DIFOU01 RESULTS
000150*                  SORTED ON DIFOU01-REFERENCE.  A DETAIL IS HELD
000160*                  WHEN ITS REFERENCE IS BLANK ('RB'), WHEN ITS
000170*                  REFERENCE APPEARS MORE THAN ONCE IN THE FEED
000180*                  ('DB' - EVERY OCCURRENCE), WHEN A DATE FALLS
000190*                  AFTER THE DATE ARRETE ('DF') OR MORE THAN THE
000200*                  CARD'S AGE LIMIT BEFORE IT ('DA'), OR WHEN THE
000210*                  PREVIOUS DAY'S RESULT FOR THE REFERENCE CARRIES
000220*                  OTHER DATES ('VE').  HELD DETAILS GO TO DIFHD01
000230*                  WITH THEIR REASON CODE AND TO THE DIFQR01
000240*                  REPORT; THE OTHERS GO TO DIFQX02 WITH THE
000250*                  HEADER AND A TRAILER RECOUNTED, FOR THE JCL TO
000260*                  PUT BACK IN FEED ORDER FOR DIFBATCH.  ABOVE THE
000270*                  CARD'S REJECT-RATE THRESHOLD THE STEP ENDS RC 8
000280*                  AND THE JCL DOES NOT RUN DIFBATCH.
000290*--------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.
000330     UNIX.
000340 OBJECT-COMPUTER.
000350     UNIX.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT  DIFQX01-FILE        ASSIGN       TO DIFQX01
000390                                 ORGANIZATION    SEQUENTIAL
000400                                 FILE STATUS     WS-QX-FILE-STAT.
000410     SELECT  DIFOU01-FILE        ASSIGN       TO DIFOU01
000420                                 ORGANIZATION    SEQUENTIAL
000430                                 FILE STATUS     WS-OU-FILE-STAT.
000440     SELECT  OPTIONAL DIFQP01-FILE
000450                                 ASSIGN       TO SYSIN
000460                                 ORGANIZATION    SEQUENTIAL
000470                                 FILE STATUS     WS-QP-FILE-STAT.
000480     SELECT  DIFQX02-FILE        ASSIGN       TO DIFQX02
000490                                 ORGANIZATION    SEQUENTIAL
000500                                 FILE STATUS     WS-QA-FILE-STAT.
000510     SELECT  DIFHD01-FILE        ASSIGN       TO DIFHD01
000520                                 ORGANIZATION    SEQUENTIAL
000530                                 FILE STATUS     WS-HD-FILE-STAT.
000540     SELECT  DIFQR01-FILE        ASSIGN       TO DIFQR01
000550                                 ORGANIZATION    SEQUENTIAL
000560                                 FILE STATUS     WS-QR-FILE-STAT.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  DIFQX01-FILE
000600     RECORDING MODE              F.
000610     COPY    DIFQX01.
000620 FD  DIFOU01-FILE
000630     RECORDING MODE              F.
000640     COPY    DIFOU01.
000650 FD  DIFQP01-FILE
000660     RECORDING MODE              F.
000670     COPY    DIFQP01.
000680 FD  DIFQX02-FILE
000690     RECORDING MODE              F.
000700 01  DIFQX02-REC                 PICTURE         X(84).
000710 FD  DIFHD01-FILE
000720     RECORDING MODE              F.
000730     COPY    DIFHD01.
000740 FD  DIFQR01-FILE
000750     RECORDING MODE              F.
000760 01  DIFQR01-LIGNE               PICTURE         X(80).
000770 WORKING-STORAGE SECTION.
000780**--------------------------------------------------------
000790*    SWITCHES AND COUNTERS
000800**--------------------------------------------------------
000810 77  WS-QX-FILE-STAT             PICTURE         X(2)
000820                                 VALUE           SPACES.
000830 77  WS-OU-FILE-STAT             PICTURE         X(2)
000840                                 VALUE           SPACES.
000850 77  WS-QP-FILE-STAT             PICTURE         X(2)
000860                                 VALUE           SPACES.
000870 77  WS-QA-FILE-STAT             PICTURE         X(2)
000880                                 VALUE           SPACES.
000890 77  WS-HD-FILE-STAT             PICTURE         X(2)
000900                                 VALUE           SPACES.
000910 77  WS-QR-FILE-STAT             PICTURE         X(2)
000920                                 VALUE           SPACES.
000930 77  WS-ERR-FICHIER              PICTURE         X(8)
000940                                 VALUE           SPACES.
000950 77  WS-ERR-STATUT               PICTURE         X(2)
000960                                 VALUE           SPACES.
000970 77  WS-FIN-VU-SW                PICTURE         X(1)
000980                                 VALUE           'N'.
000990     88  WS-FIN-VU                       VALUE   'O'.
001000     88  WS-FIN-PAS-VU                   VALUE   'N'.
001010 77  WS-FORMAT-8-SW              PICTURE         X(1)
001020                                 VALUE           'N'.
001030     88  WS-FORMAT-8                     VALUE   'O'.
001040     88  WS-FORMAT-6                     VALUE   'N'.
001050 77  WS-VEILLE-TROUVE-SW         PICTURE         X(1)
001060                                 VALUE           'N'.
001070     88  WS-VEILLE-TROUVE                VALUE   'O'.
001080     88  WS-VEILLE-ABSENTE               VALUE   'N'.
001090 77  WS-NB-LUS                   PICTURE         9(9)
001100                                 VALUE           ZERO.
001110 77  WS-NB-DETAILS               PICTURE         9(9)
001120                                 VALUE           ZERO.
001130 77  WS-NB-ACCEPTES              PICTURE         9(9)
001140                                 VALUE           ZERO.
001150 77  WS-NB-SUSPECTS              PICTURE         9(9)
001160                                 VALUE           ZERO.
001170 77  WS-NB-REF-BLANC             PICTURE         9(9)
001180                                 VALUE           ZERO.
001190 77  WS-NB-DOUBLON               PICTURE         9(9)
001200                                 VALUE           ZERO.
001210 77  WS-NB-DATE-FUTURE           PICTURE         9(9)
001220                                 VALUE           ZERO.
001230 77  WS-NB-DATE-ANCIENNE         PICTURE         9(9)
001240                                 VALUE           ZERO.
001250 77  WS-NB-ECART-VEILLE          PICTURE         9(9)
001260                                 VALUE           ZERO.
001270 77  WS-NB-VEILLE-LUS            PICTURE         9(9)
001280                                 VALUE           ZERO.
001290 77  WS-FIN-NB-ANNONCE           PICTURE         9(9)
001300                                 VALUE           ZERO.
001310**--------------------------------------------------------
001320*    PARAMETRES DU CONTROLE - CARTE DIFQP01 OU VALEURS PAR
001330*    DEFAUT.  LA DATE LIMITE EST LA DATE ARRETE RECULEE DE
001340*    L'AGE MAXIMUM, A MOIS ET JOUR EGAUX.
001350**--------------------------------------------------------
001360 77  WS-AGE-MAX                  PICTURE         9(2)
001370                                 VALUE           10.
001380 77  WS-SEUIL                    PICTURE         9(3)V9(2)
001390                                 VALUE           5.
001400 77  WS-TAUX                     PICTURE         9(3)V9(2)
001410                                 VALUE           ZERO.
001420 77  WS-DATE1-SEULE-SW           PICTURE         X(1)
001430                                 VALUE           'N'.
001440     88  WS-DATE1-SEULE                  VALUE   'O'.
001450     88  WS-DEUX-DATES                   VALUE   'N'.
001460 01  WS-DATE-ARRETE              PICTURE         9(8)
001470                                 VALUE           ZERO.
001480 01  WS-DATE-ARRETE-R REDEFINES WS-DATE-ARRETE.
001490     03  WS-ARR-SSAA             PICTURE         9(4).
001500     03  WS-ARR-MMJJ             PICTURE         9(4).
001510 01  WS-DATE-LIMITE              PICTURE         9(8)
001520                                 VALUE           ZERO.
001530 01  WS-DATE-LIMITE-R REDEFINES WS-DATE-LIMITE.
001540     03  WS-LIM-SSAA             PICTURE         9(4).
001550     03  WS-LIM-MMJJ             PICTURE         9(4).
001560 77  WS-ARR-SIECLE               PICTURE         9(2)
001570                                 VALUE           ZERO.
001580**--------------------------------------------------------
001590*    NORMALISATION D'UNE DATE EN SSAAMMJJ (2700).  UNE DATE
001600*    AAMMJJ PREND LE SIECLE QUI LA PLACE DANS LA FENETRE DE
001610*    CENT ANS CENTREE SUR LA DATE ARRETE (50 ANS APRES, 49 AVANT).
001620**--------------------------------------------------------
001630 01  WS-NRM-ENTREE.
001640     03  WS-NRM-E6               PICTURE         X(6).
001650     03  WS-NRM-E6-R REDEFINES WS-NRM-E6.
001660         05  WS-NRM-AA           PICTURE         9(2).
001670         05  WS-NRM-MMJJ         PICTURE         9(4).
001680     03  WS-NRM-E-SUITE          PICTURE         X(2).
001690 01  WS-NRM-ENTREE-8 REDEFINES WS-NRM-ENTREE
001700                                 PICTURE         9(8).
001710 77  WS-NRM-SSAA                 PICTURE         9(4)
001720                                 VALUE           ZERO.
001730 77  WS-NRM-SORTIE               PICTURE         9(8)
001740                                 VALUE           ZERO.
001750 77  WS-NRM-FORMAT-6-SW          PICTURE         X(1)
001760                                 VALUE           'N'.
001770     88  WS-NRM-FORMAT-6                 VALUE   'O'.
001780     88  WS-NRM-FORMAT-8                 VALUE   'N'.
001790 77  WS-NRM-VALIDE-SW            PICTURE         X(1)
001800                                 VALUE           'N'.
001810     88  WS-NRM-VALIDE                   VALUE   'O'.
001820     88  WS-NRM-INVALIDE                 VALUE   'N'.
001830**--------------------------------------------------------
001840*    DETAIL EN COURS ET LECTURE ANTICIPEE - LA CLE SUIVANTE
001850*    EST CONNUE AVANT DE TRAITER LA COURANTE, D'OU LES DOUBLONS.
001860**--------------------------------------------------------
001870 01  WS-COURANT                  PICTURE         X(84)
001880                                 VALUE           SPACES.
001890 01  WS-COURANT-R REDEFINES WS-COURANT.
001900     03  WS-CLE-COURANTE         PICTURE         X(20).
001910     03  WS-SEQ-COURANTE         PICTURE         9(9).
001920     03  WS-ENREG-COURANT        PICTURE         X(55).
001930 01  WS-CLE-PRECEDENTE           PICTURE         X(20)
001940                                 VALUE           LOW-VALUES.
001950 01  WS-SEQ-PRECEDENTE           PICTURE         9(9)
001960                                 VALUE           ZERO.
001970 01  WS-CLE-SUIVANTE             PICTURE         X(20)
001980                                 VALUE           LOW-VALUES.
001990 01  WS-RAW-DAT1                 PICTURE         X(8)
002000                                 VALUE           SPACES.
002010 01  WS-RAW-DAT2                 PICTURE         X(8)
002020                                 VALUE           SPACES.
002030 77  WS-DAT1                     PICTURE         9(8)
002040                                 VALUE           ZERO.
002050 77  WS-DAT2                     PICTURE         9(8)
002060                                 VALUE           ZERO.
002070 77  WS-DATES-VALIDES-SW         PICTURE         X(1)
002080                                 VALUE           'N'.
002090     88  WS-DATES-VALIDES                VALUE   'O'.
002100     88  WS-DATES-INVALIDES              VALUE   'N'.
002110 77  WS-MOTIF                    PICTURE         X(2)
002120                                 VALUE           SPACES.
002130     88  WS-SANS-MOTIF                   VALUE   SPACES.
002140**--------------------------------------------------------
002150*    RESULTATS DE LA VEILLE - CLE DE LECTURE (HIGH-VALUES EN
002160*    FIN DE FICHIER) ET DATES DE LA DERNIERE LIGNE DE LA
002170*    REFERENCE CHERCHEE, NORMALISEES EN SSAAMMJJ.
002180**--------------------------------------------------------
002190 01  WS-CLE-VEILLE               PICTURE         X(20)
002200                                 VALUE           LOW-VALUES.
002210 01  WS-CLE-VEILLE-PREC          PICTURE         X(20)
002220                                 VALUE           LOW-VALUES.
002230 01  WS-REF-VEILLE-MEMO          PICTURE         X(20)
002240                                 VALUE           LOW-VALUES.
002250 77  WS-VL-DAT1                  PICTURE         9(8)
002260                                 VALUE           ZERO.
002270 77  WS-VL-DAT2                  PICTURE         9(8)
002280                                 VALUE           ZERO.
002290 77  WS-VL-DATES-VALIDES-SW      PICTURE         X(1)
002300                                 VALUE           'N'.
002310     88  WS-VL-DATES-VALIDES             VALUE   'O'.
002320     88  WS-VL-DATES-INVALIDES           VALUE   'N'.
002330**--------------------------------------------------------
002340*    ENREGISTREMENT DIFIN01 EN COURS D'EXAMEN.
002350**--------------------------------------------------------
002360     COPY    DIFIN01.
002370**--------------------------------------------------------
002380*    REPORT LINES.
002390**--------------------------------------------------------
002400 01  WS-QR-TITRE.
002410     03  FILLER                  PICTURE         X(44)
002420         VALUE 'DIFQUAL - CONTROLE QUALITE DU FLUX DIFIN01 '.
002430     03  WS-QR-TIT-FLUX          PICTURE         X(8).
002440     03  FILLER                  PICTURE         X(10)
002450                                 VALUE           ' CREE LE '.
002460     03  WS-QR-TIT-DATE          PICTURE         X(6).
002470     03  FILLER                  PICTURE         X(12)
002480                                 VALUE           SPACES.
002490 01  WS-QR-PARAM.
002500     03  FILLER                  PICTURE         X(14)
002510                                 VALUE           'DATE ARRETE : '.
002520     03  WS-QR-PAR-ARRETE        PICTURE         9(8).
002530     03  FILLER                  PICTURE         X(14)
002540                                 VALUE           '  AGE MAXI : '.
002550     03  WS-QR-PAR-AGE           PICTURE         Z9.
002560     03  FILLER                  PICTURE         X(14)
002570                                 VALUE           ' ANS  SEUIL : '.
002580     03  WS-QR-PAR-SEUIL         PICTURE         ZZ9.99.
002590     03  FILLER                  PICTURE         X(2)
002600                                 VALUE           ' %'.
002610     03  FILLER                  PICTURE         X(20)
002620                                 VALUE           SPACES.
002630 01  WS-QR-ENTETE.
002640     03  FILLER                  PICTURE         X(44)
002650         VALUE '     RANG REFERENCE            MO LIBELLE   '.
002660     03  FILLER                  PICTURE         X(36)
002670         VALUE '           DATE 1   DATE 2          '.
002680 01  WS-QR-DETAIL.
002690     03  WS-QR-DET-RANG          PICTURE         ZZZZZZZZ9.
002700     03  FILLER                  PICTURE         X(1)
002710                                 VALUE           SPACE.
002720     03  WS-QR-DET-REFERENCE     PICTURE         X(20).
002730     03  FILLER                  PICTURE         X(1)
002740                                 VALUE           SPACE.
002750     03  WS-QR-DET-MOTIF         PICTURE         X(2).
002760     03  FILLER                  PICTURE         X(1)
002770                                 VALUE           SPACE.
002780     03  WS-QR-DET-LIBELLE       PICTURE         X(20).
002790     03  FILLER                  PICTURE         X(1)
002800                                 VALUE           SPACE.
002810     03  WS-QR-DET-DAT1          PICTURE         X(8).
002820     03  FILLER                  PICTURE         X(1)
002830                                 VALUE           SPACE.
002840     03  WS-QR-DET-DAT2          PICTURE         X(8).
002850     03  FILLER                  PICTURE         X(8)
002860                                 VALUE           SPACES.
002870 01  WS-QR-TOTAL.
002880     03  WS-QR-TOT-LIBELLE       PICTURE         X(30).
002890     03  FILLER                  PICTURE         X(3)
002900                                 VALUE           ' : '.
002910     03  WS-QR-TOT-NOMBRE        PICTURE         ZZZZZZZZ9.
002920     03  FILLER                  PICTURE         X(38)
002930                                 VALUE           SPACES.
002940 01  WS-QR-TAUX.
002950     03  FILLER                  PICTURE         X(33)
002960         VALUE 'TAUX DE SUSPECTS               : '.
002970     03  WS-QR-TAUX-VAL          PICTURE         ZZ9.99.
002980     03  FILLER                  PICTURE         X(2)
002990                                 VALUE           ' %'.
003000     03  FILLER                  PICTURE         X(39)
003010                                 VALUE           SPACES.
003020 01  WS-QR-VERDICT.
003030     03  FILLER                  PICTURE         X(10)
003040                                 VALUE           'VERDICT : '.
003050     03  WS-QR-VERD-TEXTE        PICTURE         X(70)
003060                                 VALUE           SPACES.
003070 PROCEDURE DIVISION.
003080 0000-MAINLINE SECTION.
003090 0000-DEBUT.
003100     PERFORM         1000-INITIALISATION
003110                     THRU
003120                     1000-EXIT.
003130     PERFORM         2000-TRAITEMENT
003140                     THRU
003150                     2000-EXIT
003160                     UNTIL           WS-FIN-VU.
003170     PERFORM         9000-TERMINAISON
003180                     THRU
003190                     9000-EXIT.
003200     GOBACK.
003210**--------------------------------------------------------
003220*    1000-INITIALISATION - LIT LA CARTE, OUVRE LES FICHIERS,
003230*    RECOPIE L'EN-TETE DU FLUX ET AMORCE LES DEUX LECTURES.
003240**--------------------------------------------------------
003250 1000-INITIALISATION.
003260     PERFORM         1050-LIT-PARAMETRES
003270                     THRU
003280                     1050-EXIT.
003290     OPEN            INPUT   DIFQX01-FILE.
003300     IF WS-QX-FILE-STAT NOT = '00'
003310        MOVE 'DIFQX01' TO WS-ERR-FICHIER
003320        MOVE WS-QX-FILE-STAT TO WS-ERR-STATUT
003330        PERFORM   9900-ERREUR-FICHIER-DEB
003340                  THRU
003350                  9900-ERREUR-FICHIER-FIN
003360     END-IF
003370     OPEN            INPUT   DIFOU01-FILE.
003380     IF WS-OU-FILE-STAT NOT = '00'
003390        MOVE 'DIFOU01' TO WS-ERR-FICHIER
003400        MOVE WS-OU-FILE-STAT TO WS-ERR-STATUT
003410        PERFORM   9900-ERREUR-FICHIER-DEB
003420                  THRU
003430                  9900-ERREUR-FICHIER-FIN
003440     END-IF
003450     OPEN            OUTPUT  DIFQX02-FILE.
003460     IF WS-QA-FILE-STAT NOT = '00'
003470        MOVE 'DIFQX02' TO WS-ERR-FICHIER
003480        MOVE WS-QA-FILE-STAT TO WS-ERR-STATUT
003490        PERFORM   9900-ERREUR-FICHIER-DEB
003500                  THRU
003510                  9900-ERREUR-FICHIER-FIN
003520     END-IF
003530     OPEN            OUTPUT  DIFHD01-FILE.
003540     IF WS-HD-FILE-STAT NOT = '00'
003550        MOVE 'DIFHD01' TO WS-ERR-FICHIER
003560        MOVE WS-HD-FILE-STAT TO WS-ERR-STATUT
003570        PERFORM   9900-ERREUR-FICHIER-DEB
003580                  THRU
003590                  9900-ERREUR-FICHIER-FIN
003600     END-IF
003610     OPEN            OUTPUT  DIFQR01-FILE.
003620     IF WS-QR-FILE-STAT NOT = '00'
003630        MOVE 'DIFQR01' TO WS-ERR-FICHIER
003640        MOVE WS-QR-FILE-STAT TO WS-ERR-STATUT
003650        PERFORM   9900-ERREUR-FICHIER-DEB
003660                  THRU
003670                  9900-ERREUR-FICHIER-FIN
003680     END-IF
003690     PERFORM         1080-LIT-ENTETE
003700                     THRU
003710                     1080-EXIT.
003720     PERFORM         2550-LIT-VEILLE
003730                     THRU
003740                     2550-EXIT.
003750     PERFORM         2900-LIT-EXTRAIT
003760                     THRU
003770                     2900-EXIT.
003780 1000-EXIT.
003790     EXIT.
003800**--------------------------------------------------------
003810*    1050-LIT-PARAMETRES - CARTE DIFQP01 FACULTATIVE.  UNE
003820*    ZONE A BLANC GARDE LA VALEUR PAR DEFAUT ; UNE ZONE NON
003830*    NUMERIQUE REJETTE LA CARTE.
003840**--------------------------------------------------------
003850 1050-LIT-PARAMETRES.
003860     ACCEPT WS-DATE-ARRETE FROM DATE YYYYMMDD
003870     OPEN            INPUT   DIFQP01-FILE
003880     IF WS-QP-FILE-STAT NOT = '00'
003890        AND WS-QP-FILE-STAT NOT = '05'
003900        MOVE 'SYSIN' TO WS-ERR-FICHIER
003910        MOVE WS-QP-FILE-STAT TO WS-ERR-STATUT
003920        PERFORM   9900-ERREUR-FICHIER-DEB
003930                  THRU
003940                  9900-ERREUR-FICHIER-FIN
003950     END-IF
003960     READ            DIFQP01-FILE
003970        AT END
003980           CLOSE DIFQP01-FILE
003990           GO TO 1050-AFFICHE
004000     END-READ
004010     IF WS-QP-FILE-STAT NOT = '00'
004020        MOVE 'SYSIN' TO WS-ERR-FICHIER
004030        MOVE WS-QP-FILE-STAT TO WS-ERR-STATUT
004040        PERFORM   9900-ERREUR-FICHIER-DEB
004050                  THRU
004060                  9900-ERREUR-FICHIER-FIN
004070     END-IF
004080     CLOSE           DIFQP01-FILE.
004090     IF DIFQP01-DATE-ARRETE NOT = SPACES
004100        IF DIFQP01-DATE-ARRETE IS NUMERIC
004110           MOVE DIFQP01-DATE-ARRETE TO WS-DATE-ARRETE
004120        ELSE
004130           DISPLAY 'DIFQUAL - CARTE DIFQP01 - DATE ARRETE '
004140                   'INVALIDE (COLS 1-8) : ' DIFQP01-DATE-ARRETE
004150           PERFORM   9800-ERREUR-PARAMETRE-DEB
004160                     THRU
004170                     9800-ERREUR-PARAMETRE-FIN
004180        END-IF
004190     END-IF
004200     IF DIFQP01-AGE-MAX NOT = SPACES
004210        IF DIFQP01-AGE-MAX IS NUMERIC
004220           AND DIFQP01-AGE-MAX-R > ZERO
004230           MOVE DIFQP01-AGE-MAX-R TO WS-AGE-MAX
004240        ELSE
004250           DISPLAY 'DIFQUAL - CARTE DIFQP01 - AGE MAXI '
004260                   'INVALIDE (COLS 10-11) : ' DIFQP01-AGE-MAX
004270           PERFORM   9800-ERREUR-PARAMETRE-DEB
004280                     THRU
004290                     9800-ERREUR-PARAMETRE-FIN
004300        END-IF
004310     END-IF
004320     IF DIFQP01-SEUIL NOT = SPACES
004330        IF DIFQP01-SEUIL IS NUMERIC
004340           MOVE DIFQP01-SEUIL-R TO WS-SEUIL
004350        ELSE
004360           DISPLAY 'DIFQUAL - CARTE DIFQP01 - SEUIL '
004370                   'INVALIDE (COLS 13-17) : ' DIFQP01-SEUIL
004380           PERFORM   9800-ERREUR-PARAMETRE-DEB
004390                     THRU
004400                     9800-ERREUR-PARAMETRE-FIN
004410        END-IF
004420     END-IF
004430     IF DIFQP01-DATE1-SEULE
004440        SET WS-DATE1-SEULE TO TRUE
004450     ELSE
004460        IF NOT DIFQP01-DEUX-DATES
004470           DISPLAY 'DIFQUAL - CARTE DIFQP01 - DATE 1 SEULE '
004480                   'INVALIDE (COL 19) : ' DIFQP01-DATE1-SEULE-SW
004490           PERFORM   9800-ERREUR-PARAMETRE-DEB
004500                     THRU
004510                     9800-ERREUR-PARAMETRE-FIN
004520        END-IF
004530     END-IF.
004540 1050-AFFICHE.
004550     COMPUTE WS-ARR-SIECLE = WS-ARR-SSAA / 100
004560     MOVE WS-DATE-ARRETE TO WS-DATE-LIMITE
004570     SUBTRACT WS-AGE-MAX FROM WS-LIM-SSAA
004580     DISPLAY 'DIFQUAL - DATE ARRETE       : ' WS-DATE-ARRETE.
004590     DISPLAY 'DIFQUAL - DATE LIMITE       : ' WS-DATE-LIMITE.
004600     DISPLAY 'DIFQUAL - SEUIL (%)         : ' WS-SEUIL.
004610     DISPLAY 'DIFQUAL - DATE 1 SEULE      : ' WS-DATE1-SEULE-SW.
004620 1050-EXIT.
004630     EXIT.
004640**--------------------------------------------------------
004650*    1080-LIT-ENTETE - LE PREMIER ENREGISTREMENT TRIE EST L'EN-
004660*    TETE (CLE LOW-VALUES).  IL EST RECOPIE TEL QUEL SUR DIFQX02
004670*    ET DONNE LE FORMAT DES DATES DU FLUX.
004680**--------------------------------------------------------
004690 1080-LIT-ENTETE.
004700     READ            DIFQX01-FILE
004710                     AT END
004720        DISPLAY 'DIFQUAL - FICHIER DIFQX01 VIDE - EN-TETE ABSENT'
004730        PERFORM   9930-ERREUR-STRUCTURE-DEB
004740                  THRU
004750                  9930-ERREUR-STRUCTURE-FIN
004760     END-READ
004770     IF WS-QX-FILE-STAT NOT = '00'
004780        MOVE 'DIFQX01' TO WS-ERR-FICHIER
004790        MOVE WS-QX-FILE-STAT TO WS-ERR-STATUT
004800        PERFORM   9900-ERREUR-FICHIER-DEB
004810                  THRU
004820                  9900-ERREUR-FICHIER-FIN
004830     END-IF
004840     MOVE DIFQX01-ENREG TO DIFIN01-REC
004850     IF NOT DIFQX01-CLE-ENTETE
004860        OR NOT DIFIN01-TYPE-ENTETE
004870        DISPLAY 'DIFQUAL - PREMIER ENREGISTREMENT DIFQX01 AUTRE '
004880                'QUE L EN-TETE - VERIFIER LE TRI'
004890        PERFORM   9990-ARRET-ANORMAL-DEB
004900                  THRU
004910                  9990-ARRET-ANORMAL-FIN
004920     END-IF
004930     ADD 1 TO WS-NB-LUS
004940     IF DIFIN01-ENT-FORMAT-8
004950        SET WS-FORMAT-8 TO TRUE
004960     ELSE
004970        SET WS-FORMAT-6 TO TRUE
004980     END-IF
004990     MOVE DIFIN01-ENT-ID-FLUX TO WS-QR-TIT-FLUX
005000     MOVE DIFIN01-ENT-DATE-CREATION TO WS-QR-TIT-DATE
005010     MOVE DIFIN01-ENT-ID-FLUX TO DIFHD01-ENT-ID-FLUX
005020     MOVE DIFIN01-ENT-DATE-CREATION TO DIFHD01-ENT-DATE
005030     MOVE DIFQX01-REC TO DIFQX02-REC
005040     PERFORM         2950-ECRIT-ACCEPTE
005050                     THRU
005060                     2950-EXIT.
005070     MOVE WS-QR-TITRE TO DIFQR01-LIGNE
005080     PERFORM         2960-ECRIT-LIGNE
005090                     THRU
005100                     2960-EXIT.
005110     MOVE WS-DATE-ARRETE TO WS-QR-PAR-ARRETE
005120     MOVE WS-AGE-MAX TO WS-QR-PAR-AGE
005130     MOVE WS-SEUIL TO WS-QR-PAR-SEUIL
005140     MOVE WS-QR-PARAM TO DIFQR01-LIGNE
005150     PERFORM         2960-ECRIT-LIGNE
005160                     THRU
005170                     2960-EXIT.
005180     MOVE SPACES TO DIFQR01-LIGNE
005190     PERFORM         2960-ECRIT-LIGNE
005200                     THRU
005210                     2960-EXIT.
005220     MOVE WS-QR-ENTETE TO DIFQR01-LIGNE
005230     PERFORM         2960-ECRIT-LIGNE
005240                     THRU
005250                     2960-EXIT.
005260 1080-EXIT.
005270     EXIT.
005280**--------------------------------------------------------
005290*    2000-TRAITEMENT - L'ENREGISTREMENT LU D'AVANCE DEVIENT LE
005300*    COURANT ET LE SUIVANT EST LU, DE SORTE QUE LA CLE D'AVANT
005310*    ET CELLE D'APRES SONT CONNUES.  LA FIN (CLE HIGH-VALUES)
005320*    EST RECOPIE AVEC LE NOMBRE DE DETAILS ACCEPTES.
005330**--------------------------------------------------------
005340 2000-TRAITEMENT.
005350     MOVE DIFQX01-REC TO WS-COURANT
005360     IF WS-CLE-COURANTE = HIGH-VALUES
005370        PERFORM      2800-ECRIT-FIN
005380                     THRU
005390                     2800-EXIT
005400        GO TO 2000-EXIT
005410     END-IF
005420     PERFORM         2900-LIT-EXTRAIT
005430                     THRU
005440                     2900-EXIT.
005450     MOVE WS-ENREG-COURANT TO DIFIN01-REC
005460     IF NOT DIFIN01-TYPE-DETAIL
005470        DISPLAY 'DIFQUAL - TYPE D ENREGISTREMENT INATTENDU : '
005480                DIFIN01-TYPE ' AU RANG ' WS-SEQ-COURANTE
005490        PERFORM   9930-ERREUR-STRUCTURE-DEB
005500                  THRU
005510                  9930-ERREUR-STRUCTURE-FIN
005520     END-IF
005530     ADD 1 TO WS-NB-DETAILS
005540     MOVE SPACES TO WS-MOTIF
005550     PERFORM         2100-CONTROLE-DETAIL
005560                     THRU
005570                     2100-EXIT.
005580     MOVE WS-CLE-COURANTE TO WS-CLE-PRECEDENTE
005590     IF WS-SANS-MOTIF
005600        MOVE WS-COURANT TO DIFQX02-REC
005610        PERFORM      2950-ECRIT-ACCEPTE
005620                     THRU
005630                     2950-EXIT
005640        ADD 1 TO WS-NB-ACCEPTES
005650     ELSE
005660        PERFORM      2700-ECRIT-SUSPECT
005670                     THRU
005680                     2700-EXIT
005690     END-IF.
005700 2000-EXIT.
005710     EXIT.
005720**--------------------------------------------------------
005730*    2100-CONTROLE-DETAIL - LES CONTROLES SONT FAITS DANS
005740*    L'ORDRE DES MOTIFS ; LE PREMIER MOTIF TROUVE EST RETENU.
005750**--------------------------------------------------------
005760 2100-CONTROLE-DETAIL.
005770     IF WS-CLE-COURANTE = SPACES
005780        MOVE 'RB' TO WS-MOTIF
005790        ADD 1 TO WS-NB-REF-BLANC
005800        GO TO 2100-EXIT
005810     END-IF
005820     IF WS-CLE-COURANTE = WS-CLE-PRECEDENTE
005830        OR WS-CLE-COURANTE = WS-CLE-SUIVANTE
005840        MOVE 'DB' TO WS-MOTIF
005850        ADD 1 TO WS-NB-DOUBLON
005860        GO TO 2100-EXIT
005870     END-IF
005880     IF WS-FORMAT-8
005890        MOVE DIFIN01-DAT1A8 TO WS-RAW-DAT1
005900        MOVE DIFIN01-DAT2A8 TO WS-RAW-DAT2
005910     ELSE
005920        MOVE DIFIN01-DAT1A TO WS-RAW-DAT1
005930        MOVE DIFIN01-DAT2A TO WS-RAW-DAT2
005940     END-IF
005950     SET WS-DATES-INVALIDES TO TRUE
005960     IF WS-FORMAT-6
005970        SET WS-NRM-FORMAT-6 TO TRUE
005980     ELSE
005990        SET WS-NRM-FORMAT-8 TO TRUE
006000     END-IF
006010     MOVE WS-RAW-DAT1 TO WS-NRM-ENTREE
006020     PERFORM         2600-NORMALISE-DATE
006030                     THRU
006040                     2600-EXIT.
006050     IF WS-NRM-INVALIDE
006060        GO TO 2100-VEILLE
006070     END-IF
006080     MOVE WS-NRM-SORTIE TO WS-DAT1
006090     MOVE WS-RAW-DAT2 TO WS-NRM-ENTREE
006100     PERFORM         2600-NORMALISE-DATE
006110                     THRU
006120                     2600-EXIT.
006130     IF WS-NRM-INVALIDE
006140        GO TO 2100-VEILLE
006150     END-IF
006160     MOVE WS-NRM-SORTIE TO WS-DAT2
006170     SET WS-DATES-VALIDES TO TRUE
006180     IF WS-DAT1 > WS-DATE-ARRETE
006190        OR WS-DAT2 > WS-DATE-ARRETE
006200        MOVE 'DF' TO WS-MOTIF
006210        ADD 1 TO WS-NB-DATE-FUTURE
006220        GO TO 2100-EXIT
006230     END-IF
006240     IF WS-DAT1 < WS-DATE-LIMITE
006250        OR WS-DAT2 < WS-DATE-LIMITE
006260        MOVE 'DA' TO WS-MOTIF
006270        ADD 1 TO WS-NB-DATE-ANCIENNE
006280        GO TO 2100-EXIT
006290     END-IF.
006300 2100-VEILLE.
006310     IF WS-DATES-INVALIDES
006320        GO TO 2100-EXIT
006330     END-IF
006340     PERFORM         2500-CHERCHE-VEILLE
006350                     THRU
006360                     2500-EXIT.
006370     IF WS-VEILLE-ABSENTE
006380        OR WS-VL-DATES-INVALIDES
006390        GO TO 2100-EXIT
006400     END-IF
006410     IF WS-DATE1-SEULE
006420        IF WS-DAT1 NOT = WS-VL-DAT1
006430           AND WS-DAT1 NOT = WS-VL-DAT2
006440           MOVE 'VE' TO WS-MOTIF
006450        END-IF
006460     ELSE
006470        IF (WS-DAT1 NOT = WS-VL-DAT1 OR WS-DAT2 NOT = WS-VL-DAT2)
006480           AND (WS-DAT1 NOT = WS-VL-DAT2
006490                OR WS-DAT2 NOT = WS-VL-DAT1)
006500           MOVE 'VE' TO WS-MOTIF
006510        END-IF
006520     END-IF
006530     IF NOT WS-SANS-MOTIF
006540        ADD 1 TO WS-NB-ECART-VEILLE
006550     END-IF.
006560 2100-EXIT.
006570     EXIT.
006580**--------------------------------------------------------
006590*    2500-CHERCHE-VEILLE - AVANCE LES RESULTATS DE LA VEILLE
006600*    JUSQU'A LA REFERENCE COURANTE ET RETIENT LES DATES DE LA
006610*    DERNIERE LIGNE DE CETTE REFERENCE (LA PLUS RECENTE).  LES
006620*    DEUX FLUX SONT TRIES SUR LA REFERENCE : LA RECHERCHE NE
006630*    REVIENT JAMAIS EN ARRIERE.
006640**--------------------------------------------------------
006650 2500-CHERCHE-VEILLE.
006660     IF WS-CLE-COURANTE = WS-REF-VEILLE-MEMO
006670        GO TO 2500-EXIT
006680     END-IF
006690     MOVE WS-CLE-COURANTE TO WS-REF-VEILLE-MEMO
006700     SET WS-VEILLE-ABSENTE TO TRUE
006710     PERFORM         2550-LIT-VEILLE
006720                     THRU
006730                     2550-EXIT
006740                     UNTIL           WS-CLE-VEILLE
006750                                     NOT < WS-CLE-COURANTE.
006760     PERFORM         2560-RETIENT-VEILLE
006770                     THRU
006780                     2560-EXIT
006790                     UNTIL           WS-CLE-VEILLE
006800                                     NOT = WS-CLE-COURANTE.
006810 2500-EXIT.
006820     EXIT.
006830**--------------------------------------------------------
006840*    2550-LIT-VEILLE - LECTURE D'UNE LIGNE DIFOU01 DE LA VEILLE,
006850*    CLE HIGH-VALUES EN FIN DE FICHIER.  LE TRI EST VERIFIE.
006860**--------------------------------------------------------
006870 2550-LIT-VEILLE.
006880     IF WS-CLE-VEILLE = HIGH-VALUES
006890        GO TO 2550-EXIT
006900     END-IF
006910     READ            DIFOU01-FILE
006920                     AT END
006930        MOVE HIGH-VALUES TO WS-CLE-VEILLE
006940        GO TO 2550-EXIT
006950     END-READ
006960     IF WS-OU-FILE-STAT NOT = '00'
006970        MOVE 'DIFOU01' TO WS-ERR-FICHIER
006980        MOVE WS-OU-FILE-STAT TO WS-ERR-STATUT
006990        PERFORM   9900-ERREUR-FICHIER-DEB
007000                  THRU
007010                  9900-ERREUR-FICHIER-FIN
007020     END-IF
007030     ADD 1 TO WS-NB-VEILLE-LUS
007040     MOVE DIFOU01-REFERENCE TO WS-CLE-VEILLE
007050     IF WS-CLE-VEILLE < WS-CLE-VEILLE-PREC
007060        DISPLAY 'DIFQUAL - DIFOU01 NON TRIE SUR LA REFERENCE : '
007070                WS-CLE-VEILLE
007080        PERFORM   9990-ARRET-ANORMAL-DEB
007090                  THRU
007100                  9990-ARRET-ANORMAL-FIN
007110     END-IF
007120     MOVE WS-CLE-VEILLE TO WS-CLE-VEILLE-PREC.
007130 2550-EXIT.
007140     EXIT.
007150**--------------------------------------------------------
007160*    2560-RETIENT-VEILLE - LIGNE DE LA VEILLE POUR LA REFERENCE
007170*    COURANTE : SES DATES REMPLACENT CELLES DEJA RETENUES.  UNE
007180*    DATE DAT1A/DAT2A DE 6 CHIFFRES (FLUX AAMMJJ) EST CADREE A
007190*    GAUCHE, SUIVIE DE DEUX BLANCS.
007200**--------------------------------------------------------
007210 2560-RETIENT-VEILLE.
007220     SET WS-VEILLE-TROUVE TO TRUE
007230     SET WS-VL-DATES-INVALIDES TO TRUE
007240     MOVE DIFOU01-DAT1A TO WS-NRM-ENTREE
007250     PERFORM         2570-FORMAT-VEILLE
007260                     THRU
007270                     2570-EXIT.
007280     PERFORM         2600-NORMALISE-DATE
007290                     THRU
007300                     2600-EXIT.
007310     IF WS-NRM-INVALIDE
007320        GO TO 2560-SUIVANTE
007330     END-IF
007340     MOVE WS-NRM-SORTIE TO WS-VL-DAT1
007350     MOVE DIFOU01-DAT2A TO WS-NRM-ENTREE
007360     PERFORM         2570-FORMAT-VEILLE
007370                     THRU
007380                     2570-EXIT.
007390     PERFORM         2600-NORMALISE-DATE
007400                     THRU
007410                     2600-EXIT.
007420     IF WS-NRM-INVALIDE
007430        GO TO 2560-SUIVANTE
007440     END-IF
007450     MOVE WS-NRM-SORTIE TO WS-VL-DAT2
007460     SET WS-VL-DATES-VALIDES TO TRUE.
007470 2560-SUIVANTE.
007480     PERFORM         2550-LIT-VEILLE
007490                     THRU
007500                     2550-EXIT.
007510 2560-EXIT.
007520     EXIT.
007530**--------------------------------------------------------
007540 2570-FORMAT-VEILLE.
007550     IF WS-NRM-E-SUITE = SPACES
007560        SET WS-NRM-FORMAT-6 TO TRUE
007570     ELSE
007580        SET WS-NRM-FORMAT-8 TO TRUE
007590     END-IF.
007600 2570-EXIT.
007610     EXIT.
007620**--------------------------------------------------------
007630*    2600-NORMALISE-DATE - WS-NRM-ENTREE EN SSAAMMJJ DANS
007640*    WS-NRM-SORTIE.  UNE DATE NON NUMERIQUE EST LAISSEE A
007650*    DIFBATCH, QUI LA REJETTE : ELLE N'EST PAS CONTROLEE ICI.
007660**--------------------------------------------------------
007670 2600-NORMALISE-DATE.
007680     SET WS-NRM-INVALIDE TO TRUE
007690     MOVE ZERO TO WS-NRM-SORTIE
007700     IF WS-NRM-FORMAT-8
007710        IF WS-NRM-ENTREE IS NUMERIC
007720           MOVE WS-NRM-ENTREE-8 TO WS-NRM-SORTIE
007730           SET WS-NRM-VALIDE TO TRUE
007740        END-IF
007750        GO TO 2600-EXIT
007760     END-IF
007770     IF WS-NRM-E6 IS NOT NUMERIC
007780        GO TO 2600-EXIT
007790     END-IF
007800     COMPUTE WS-NRM-SSAA = WS-ARR-SIECLE * 100 + WS-NRM-AA
007810     IF WS-NRM-SSAA > WS-ARR-SSAA + 50
007820        SUBTRACT 100 FROM WS-NRM-SSAA
007830     ELSE
007840        IF WS-NRM-SSAA + 49 < WS-ARR-SSAA
007850           ADD 100 TO WS-NRM-SSAA
007860        END-IF
007870     END-IF
007880     COMPUTE WS-NRM-SORTIE = WS-NRM-SSAA * 10000 + WS-NRM-MMJJ
007890     SET WS-NRM-VALIDE TO TRUE.
007900 2600-EXIT.
007910     EXIT.
007920**--------------------------------------------------------
007930*    2700-ECRIT-SUSPECT - DETAIL RETENU : DIFHD01 ET UNE LIGNE
007940*    DU RAPPORT.
007950**--------------------------------------------------------
007960 2700-ECRIT-SUSPECT.
007970     ADD 1 TO WS-NB-SUSPECTS
007980     MOVE WS-MOTIF TO DIFHD01-MOTIF
007990     MOVE WS-SEQ-COURANTE TO DIFHD01-SEQUENCE
008000     MOVE WS-ENREG-COURANT TO DIFHD01-DETAIL
008010     WRITE DIFHD01-REC.
008020     IF WS-HD-FILE-STAT NOT = '00'
008030        MOVE 'DIFHD01' TO WS-ERR-FICHIER
008040        MOVE WS-HD-FILE-STAT TO WS-ERR-STATUT
008050        PERFORM   9900-ERREUR-FICHIER-DEB
008060                  THRU
008070                  9900-ERREUR-FICHIER-FIN
008080     END-IF
008090     MOVE WS-SEQ-COURANTE TO WS-QR-DET-RANG
008100     MOVE WS-CLE-COURANTE TO WS-QR-DET-REFERENCE
008110     MOVE WS-MOTIF TO WS-QR-DET-MOTIF
008120     IF DIFHD01-REF-BLANC
008130        MOVE 'REFERENCE A BLANC   ' TO WS-QR-DET-LIBELLE
008140     END-IF
008150     IF DIFHD01-DOUBLON
008160        MOVE 'REFERENCE EN DOUBLE ' TO WS-QR-DET-LIBELLE
008170     END-IF
008180     IF DIFHD01-DATE-FUTURE
008190        MOVE 'DATE APRES L ARRETE ' TO WS-QR-DET-LIBELLE
008200     END-IF
008210     IF DIFHD01-DATE-ANCIENNE
008220        MOVE 'DATE TROP ANCIENNE  ' TO WS-QR-DET-LIBELLE
008230     END-IF
008240     IF DIFHD01-ECART-VEILLE
008250        MOVE 'DATES DIFF. VEILLE  ' TO WS-QR-DET-LIBELLE
008260     END-IF
008270     IF WS-FORMAT-8
008280        MOVE DIFIN01-DAT1A8 TO WS-QR-DET-DAT1
008290        MOVE DIFIN01-DAT2A8 TO WS-QR-DET-DAT2
008300     ELSE
008310        MOVE DIFIN01-DAT1A TO WS-QR-DET-DAT1
008320        MOVE DIFIN01-DAT2A TO WS-QR-DET-DAT2
008330     END-IF
008340     MOVE WS-QR-DETAIL TO DIFQR01-LIGNE
008350     PERFORM         2960-ECRIT-LIGNE
008360                     THRU
008370                     2960-EXIT.
008380 2700-EXIT.
008390     EXIT.
008400**--------------------------------------------------------
008410*    2800-ECRIT-FIN - ENREGISTREMENT FIN : LE COMPTE DE DIFQEXT
008420*    EST REVERIFIE (UN TRI QUI PERD DES LIGNES ARRETE TOUT), PUIS
008430*    REMPLACE PAR LE NOMBRE DE DETAILS ACCEPTES POUR DIFBATCH.
008440**--------------------------------------------------------
008450 2800-ECRIT-FIN.
008460     MOVE WS-ENREG-COURANT TO DIFIN01-REC
008470     ADD 1 TO WS-NB-LUS
008480     IF NOT DIFIN01-TYPE-FIN
008490        OR DIFIN01-FIN-NB-DETAILS IS NOT NUMERIC
008500        DISPLAY 'DIFQUAL - ENREGISTREMENT FIN INVALIDE'
008510        PERFORM   9930-ERREUR-STRUCTURE-DEB
008520                  THRU
008530                  9930-ERREUR-STRUCTURE-FIN
008540     END-IF
008550     MOVE DIFIN01-FIN-NB-DETAILS TO WS-FIN-NB-ANNONCE
008560     IF WS-FIN-NB-ANNONCE NOT = WS-NB-DETAILS
008570        DISPLAY 'DIFQUAL - COMPTE ANNONCE PAR LA FIN : '
008580                WS-FIN-NB-ANNONCE
008590        DISPLAY 'DIFQUAL - DETAILS REELLEMENT LUS    : '
008600                WS-NB-DETAILS
008610        PERFORM   9930-ERREUR-STRUCTURE-DEB
008620                  THRU
008630                  9930-ERREUR-STRUCTURE-FIN
008640     END-IF
008650     MOVE WS-NB-ACCEPTES TO DIFIN01-FIN-NB-DETAILS
008660     MOVE DIFIN01-REC TO WS-ENREG-COURANT
008670     MOVE WS-COURANT TO DIFQX02-REC
008680     PERFORM         2950-ECRIT-ACCEPTE
008690                     THRU
008700                     2950-EXIT.
008710     SET WS-FIN-VU TO TRUE.
008720 2800-EXIT.
008730     EXIT.
008740**--------------------------------------------------------
008750*    2900-LIT-EXTRAIT - LECTURE ANTICIPEE DE DIFQX01.  LA FIN
008760*    (CLE HIGH-VALUES) EST LE DERNIER ENREGISTREMENT ATTENDU ;
008770*    UNE FIN DE FICHIER AVANT ELLE EST UNE ERREUR DE STRUCTURE.
008780**--------------------------------------------------------
008790 2900-LIT-EXTRAIT.
008800     READ            DIFQX01-FILE
008810                     AT END
008820        DISPLAY 'DIFQUAL - ENREGISTREMENT FIN ABSENT DE DIFQX01'
008830        PERFORM   9930-ERREUR-STRUCTURE-DEB
008840                  THRU
008850                  9930-ERREUR-STRUCTURE-FIN
008860     END-READ
008870     IF WS-QX-FILE-STAT NOT = '00'
008880        MOVE 'DIFQX01' TO WS-ERR-FICHIER
008890        MOVE WS-QX-FILE-STAT TO WS-ERR-STATUT
008900        PERFORM   9900-ERREUR-FICHIER-DEB
008910                  THRU
008920                  9900-ERREUR-FICHIER-FIN
008930     END-IF
008940     IF DIFQX01-CLE < WS-CLE-SUIVANTE
008950        OR (DIFQX01-CLE = WS-CLE-SUIVANTE
008960            AND DIFQX01-SEQUENCE < WS-SEQ-PRECEDENTE)
008970        DISPLAY 'DIFQUAL - DIFQX01 NON TRIE AU RANG '
008980                DIFQX01-SEQUENCE
008990        PERFORM   9990-ARRET-ANORMAL-DEB
009000                  THRU
009010                  9990-ARRET-ANORMAL-FIN
009020     END-IF
009030     MOVE DIFQX01-CLE TO WS-CLE-SUIVANTE
009040     MOVE DIFQX01-SEQUENCE TO WS-SEQ-PRECEDENTE.
009050 2900-EXIT.
009060     EXIT.
009070**--------------------------------------------------------
009080 2950-ECRIT-ACCEPTE.
009090     WRITE DIFQX02-REC.
009100     IF WS-QA-FILE-STAT NOT = '00'
009110        MOVE 'DIFQX02' TO WS-ERR-FICHIER
009120        MOVE WS-QA-FILE-STAT TO WS-ERR-STATUT
009130        PERFORM   9900-ERREUR-FICHIER-DEB
009140                  THRU
009150                  9900-ERREUR-FICHIER-FIN
009160     END-IF.
009170 2950-EXIT.
009180     EXIT.
009190**--------------------------------------------------------
009200 2960-ECRIT-LIGNE.
009210     WRITE DIFQR01-LIGNE.
009220     IF WS-QR-FILE-STAT NOT = '00'
009230        MOVE 'DIFQR01' TO WS-ERR-FICHIER
009240        MOVE WS-QR-FILE-STAT TO WS-ERR-STATUT
009250        PERFORM   9900-ERREUR-FICHIER-DEB
009260                  THRU
009270                  9900-ERREUR-FICHIER-FIN
009280     END-IF.
009290 2960-EXIT.
009300     EXIT.
009310**--------------------------------------------------------
009320*    9000-TERMINAISON - TOTAUX PAR MOTIF, TAUX DE SUSPECTS ET
009330*    VERDICT.  AU-DESSUS DU SEUIL LE STEP REND 8 ET DIFBATCH
009340*    N'EST PAS LANCE ; SINON IL REND 0 ET DIFBATCH TRAITE LES
009350*    DETAILS ACCEPTES.
009360**--------------------------------------------------------
009370 9000-TERMINAISON.
009380     IF WS-NB-DETAILS > ZERO
009390        COMPUTE WS-TAUX ROUNDED =
009400                WS-NB-SUSPECTS * 100 / WS-NB-DETAILS
009410     END-IF
009420     MOVE SPACES TO DIFQR01-LIGNE
009430     PERFORM         2960-ECRIT-LIGNE
009440                     THRU
009450                     2960-EXIT.
009460     MOVE 'DETAILS LUS                   ' TO WS-QR-TOT-LIBELLE
009470     MOVE WS-NB-DETAILS TO WS-QR-TOT-NOMBRE
009480     PERFORM         9050-ECRIT-TOTAL
009490                     THRU
009500                     9050-EXIT.
009510     MOVE 'DETAILS ACCEPTES              ' TO WS-QR-TOT-LIBELLE
009520     MOVE WS-NB-ACCEPTES TO WS-QR-TOT-NOMBRE
009530     PERFORM         9050-ECRIT-TOTAL
009540                     THRU
009550                     9050-EXIT.
009560     MOVE 'DETAILS RETENUS (DIFHD01)     ' TO WS-QR-TOT-LIBELLE
009570     MOVE WS-NB-SUSPECTS TO WS-QR-TOT-NOMBRE
009580     PERFORM         9050-ECRIT-TOTAL
009590                     THRU
009600                     9050-EXIT.
009610     MOVE '  RB REFERENCE A BLANC        ' TO WS-QR-TOT-LIBELLE
009620     MOVE WS-NB-REF-BLANC TO WS-QR-TOT-NOMBRE
009630     PERFORM         9050-ECRIT-TOTAL
009640                     THRU
009650                     9050-EXIT.
009660     MOVE '  DB REFERENCE EN DOUBLE      ' TO WS-QR-TOT-LIBELLE
009670     MOVE WS-NB-DOUBLON TO WS-QR-TOT-NOMBRE
009680     PERFORM         9050-ECRIT-TOTAL
009690                     THRU
009700                     9050-EXIT.
009710     MOVE '  DF DATE APRES L ARRETE      ' TO WS-QR-TOT-LIBELLE
009720     MOVE WS-NB-DATE-FUTURE TO WS-QR-TOT-NOMBRE
009730     PERFORM         9050-ECRIT-TOTAL
009740                     THRU
009750                     9050-EXIT.
009760     MOVE '  DA DATE TROP ANCIENNE       ' TO WS-QR-TOT-LIBELLE
009770     MOVE WS-NB-DATE-ANCIENNE TO WS-QR-TOT-NOMBRE
009780     PERFORM         9050-ECRIT-TOTAL
009790                     THRU
009800                     9050-EXIT.
009810     MOVE '  VE DATES DIFFERENTES VEILLE ' TO WS-QR-TOT-LIBELLE
009820     MOVE WS-NB-ECART-VEILLE TO WS-QR-TOT-NOMBRE
009830     PERFORM         9050-ECRIT-TOTAL
009840                     THRU
009850                     9050-EXIT.
009860     MOVE WS-TAUX TO WS-QR-TAUX-VAL
009870     MOVE WS-QR-TAUX TO DIFQR01-LIGNE
009880     PERFORM         2960-ECRIT-LIGNE
009890                     THRU
009900                     2960-EXIT.
009910     IF WS-TAUX > WS-SEUIL
009920        MOVE 'SEUIL DEPASSE - DIFBATCH NON LANCE'
009930          TO WS-QR-VERD-TEXTE
009940        MOVE 8 TO RETURN-CODE
009950     ELSE
009960        MOVE 'FLUX ACCEPTE - RETENUS A RENVOYER CORRIGES'
009970          TO WS-QR-VERD-TEXTE
009980        MOVE ZERO TO RETURN-CODE
009990     END-IF
010000     MOVE WS-QR-VERDICT TO DIFQR01-LIGNE
010010     PERFORM         2960-ECRIT-LIGNE
010020                     THRU
010030                     2960-EXIT.
010040     CLOSE           DIFQX01-FILE
010050                     DIFOU01-FILE
010060                     DIFQX02-FILE
010070                     DIFHD01-FILE
010080                     DIFQR01-FILE.
010090     DISPLAY 'DIFQUAL - DETAILS LUS       : ' WS-NB-DETAILS.
010100     DISPLAY 'DIFQUAL - DETAILS ACCEPTES  : ' WS-NB-ACCEPTES.
010110     DISPLAY 'DIFQUAL - DETAILS RETENUS   : ' WS-NB-SUSPECTS.
010120     DISPLAY 'DIFQUAL - LIGNES VEILLE LUES: ' WS-NB-VEILLE-LUS.
010130     DISPLAY 'DIFQUAL - TAUX DE SUSPECTS  : ' WS-TAUX.
010140     IF WS-TAUX > WS-SEUIL
010150        DISPLAY 'DIFQUAL - SEUIL DEPASSE - DIFBATCH NON LANCE'
010160     END-IF.
010170 9000-EXIT.
010180     EXIT.
010190**--------------------------------------------------------
010200 9050-ECRIT-TOTAL.
010210     MOVE WS-QR-TOTAL TO DIFQR01-LIGNE
010220     PERFORM         2960-ECRIT-LIGNE
010230                     THRU
010240                     2960-EXIT.
010250 9050-EXIT.
010260     EXIT.
010270**--------------------------------------------------------
010280*    9800-ERREUR-PARAMETRE - CARTE DIFQP01 INVALIDE.  LE MESSAGE
010290*    PRECIS A DEJA ETE AFFICHE.
010300**--------------------------------------------------------
010310 9800-ERREUR-PARAMETRE-DEB.
010320     DISPLAY 'DIFQUAL - CARTE DIFQP01 REJETEE - CORRIGER LE '
010330             'SYSIN ET RELANCER'.
010340     MOVE 16 TO RETURN-CODE.
010350     STOP RUN.
010360 9800-ERREUR-PARAMETRE-FIN.
010370     EXIT.
010380**--------------------------------------------------------
010390*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
010400*    ECHOUE.  AFFICHE ET ARRETE LE STEP PROPREMENT.
010410**--------------------------------------------------------
010420 9900-ERREUR-FICHIER-DEB.
010430     DISPLAY 'DIFQUAL - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
010440     DISPLAY 'DIFQUAL - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
010450     MOVE 16 TO RETURN-CODE.
010460     STOP RUN.
010470 9900-ERREUR-FICHIER-FIN.
010480     EXIT.
010490**--------------------------------------------------------
010500 9930-ERREUR-STRUCTURE-DEB.
010510     DISPLAY 'DIFQUAL - ARRET SUR ERREUR DE STRUCTURE DIFQX01'.
010520     MOVE 16 TO RETURN-CODE.
010530     STOP RUN.
010540 9930-ERREUR-STRUCTURE-FIN.
010550     EXIT.
010560**--------------------------------------------------------
010570 9990-ARRET-ANORMAL-DEB.
010580     DISPLAY 'DIFQUAL - ARRET - VERIFIER LE TRI DE L''ETAPE '
010590             'PRECEDENTE ET RELANCER'.
010600     MOVE 16 TO RETURN-CODE.
010610     STOP RUN.
010620 9990-ARRET-ANORMAL-FIN.
010630     EXIT.
