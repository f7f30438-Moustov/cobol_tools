000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFHGEN.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  GENERATES A YEAR'S HOLIDAYS
000120*                  FOR ONE BRANCH CALENDAR FROM THE DIFHRG01 RULE
000130*                  CARDS, SO EASTER MONDAY, ASCENSION, WHIT MONDAY
000140*                  AND THE "NTH WEEKDAY" HOLIDAYS OF THE FOREIGN
000150*                  BRANCHES ARE NO LONGER WORKED OUT AND KEYED BY
000160*                  HAND EVERY AUTUMN.  THREE KINDS OF RULE : FIXED
000170*                  DATE, OFFSET FROM EASTER SUNDAY (GREGORIAN
000180*                  COMPUTUS), NTH OR LAST WEEKDAY OF A MONTH.  THE
000190*                  SYSIN CARD GIVES THE YEAR (COLS 1-4) AND THE
000200*                  CALENDAR (COLS 6-7, BLANK = 'FR').  THE DATES
000210*                  ARE COMPARED WITH WHAT DIFHOL01 ALREADY HOLDS
000220*                  FOR THAT CALENDAR AND YEAR : ONLY THE MISSING
000230*                  ONES ARE WRITTEN AS DIFHTX01 'A' CARDS FOR
000240*                  DIFHOLM (WHICH WOULD REJECT AN ADD OF A DATE
000250*                  ALREADY PRESENT), AND THE DIFHPR01 PROOF
000260*                  LISTING SHOWS EVERY DATE OF THE YEAR - A
000270*                  AJOUTER, DEJA PRESENT, OR HORS REGLES WHEN
000280*                  DIFHOL01 HOLDS A DATE NO RULE PRODUCES.  A
000290*                  HORS REGLES DATE IS NEVER DELETED HERE; IT
000300*                  ENDS THE STEP WITH RC 4 FOR REVIEW BEFORE THE
000310*                  DIFHOLM RUN.
000320*--------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.
000360     UNIX.
000370 OBJECT-COMPUTER.
000380     UNIX.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT  DIFHRG01-FILE       ASSIGN       TO DIFHRG01
000420                                 ORGANIZATION    SEQUENTIAL
000430                                 FILE STATUS     WS-RG-FILE-STAT.
000440     SELECT  OPTIONAL DIFHOL01-FILE
000450                                 ASSIGN       TO DIFHOL01
000460                                 ORGANIZATION    SEQUENTIAL
000470                                 FILE STATUS     WS-HOL-FILE-STAT.
000480     SELECT  DIFHTX01-FILE       ASSIGN       TO DIFHTX01
000490                                 ORGANIZATION    SEQUENTIAL
000500                                 FILE STATUS     WS-TX-FILE-STAT.
000510     SELECT  DIFHPR01-FILE       ASSIGN       TO DIFHPR01
000520                                 ORGANIZATION    SEQUENTIAL
000530                                 FILE STATUS     WS-PR-FILE-STAT.
000540     SELECT  OPTIONAL DIFHGC01-FILE
000550                                 ASSIGN       TO SYSIN
000560                                 ORGANIZATION    SEQUENTIAL
000570                                 FILE STATUS     WS-GC-FILE-STAT.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  DIFHRG01-FILE
000610     RECORDING MODE              F.
000620     COPY    DIFHRG01.
000630 FD  DIFHOL01-FILE
000640     RECORDING MODE              F.
000650     COPY    DIFHOL01.
000660 FD  DIFHTX01-FILE
000670     RECORDING MODE              F.
000680 01  DIFHTX01-REC.
000690     03  DIFHTX01-ACTION         PICTURE         X(1).
000700     03  DIFHTX01-CALENDRIER     PICTURE         X(2).
000710     03  DIFHTX01-DATE-SSAAMMJJ  PICTURE         X(8).
000720     03  DIFHTX01-LIBELLE        PICTURE         X(20).
000730     03  FILLER                  PICTURE         X(49).
000740 FD  DIFHPR01-FILE
000750     RECORDING MODE              F.
000760 01  DIFHPR01-LIGNE              PICTURE         X(80).
000770 FD  DIFHGC01-FILE
000780     RECORDING MODE              F.
000790 01  DIFHGC01-REC.
000800     03  DIFHGC01-ANNEE          PICTURE         X(4).
000810     03  DIFHGC01-ANNEE-R REDEFINES DIFHGC01-ANNEE
000820                                 PICTURE         9(4).
000830     03  FILLER                  PICTURE         X(1).
000840     03  DIFHGC01-CALENDRIER     PICTURE         X(2).
000850     03  FILLER                  PICTURE         X(73).
000860 WORKING-STORAGE SECTION.
000870**--------------------------------------------------------
000880*    SWITCHES AND COUNTERS
000890**--------------------------------------------------------
000900 77  WS-RG-FILE-STAT             PICTURE         X(2)
000910                                 VALUE           SPACES.
000920 77  WS-HOL-FILE-STAT            PICTURE         X(2)
000930                                 VALUE           SPACES.
000940 77  WS-TX-FILE-STAT             PICTURE         X(2)
000950                                 VALUE           SPACES.
000960 77  WS-PR-FILE-STAT             PICTURE         X(2)
000970                                 VALUE           SPACES.
000980 77  WS-GC-FILE-STAT             PICTURE         X(2)
000990                                 VALUE           SPACES.
001000 77  WS-ERR-FICHIER              PICTURE         X(8)
001010                                 VALUE           SPACES.
001020 77  WS-ERR-STATUT               PICTURE         X(2)
001030                                 VALUE           SPACES.
001040 77  WS-FIN-REGLES-SW            PICTURE         X(1)
001050                                 VALUE           'N'.
001060     88  WS-FIN-REGLES                   VALUE   'O'.
001070     88  WS-PAS-FIN-REGLES               VALUE   'N'.
001080 77  WS-FIN-MAITRE-SW            PICTURE         X(1)
001090                                 VALUE           'N'.
001100     88  WS-FIN-MAITRE                   VALUE   'O'.
001110     88  WS-PAS-FIN-MAITRE               VALUE   'N'.
001120 77  WS-DATE-PRODUITE-SW         PICTURE         X(1)
001130                                 VALUE           'N'.
001140     88  WS-DATE-PRODUITE                VALUE   'O'.
001150     88  WS-SANS-DATE                    VALUE   'N'.
001160 77  WS-TROUVE-SW                PICTURE         X(1)
001170                                 VALUE           'N'.
001180     88  WS-TROUVE                       VALUE   'O'.
001190     88  WS-PAS-TROUVE                   VALUE   'N'.
001200 77  WS-NB-REGLES-LUES           PICTURE         9(5)
001210                                 VALUE           ZERO.
001220 77  WS-NB-REGLES-CAL            PICTURE         9(5)
001230                                 VALUE           ZERO.
001240 77  WS-NB-HORS-PERIODE          PICTURE         9(5)
001250                                 VALUE           ZERO.
001260 77  WS-NB-SANS-DATE             PICTURE         9(5)
001270                                 VALUE           ZERO.
001280 77  WS-NB-DOUBLES               PICTURE         9(5)
001290                                 VALUE           ZERO.
001293 77  WS-NB-GENEREES              PICTURE         9(5)
001296                                 VALUE           ZERO.
001300 77  WS-NB-PRESENTS              PICTURE         9(5)
001310                                 VALUE           ZERO.
001320 77  WS-NB-AJOUTS                PICTURE         9(5)
001330                                 VALUE           ZERO.
001340 77  WS-NB-HORS-REGLES           PICTURE         9(5)
001350                                 VALUE           ZERO.
001360**--------------------------------------------------------
001370*    PARAMETRES DE LA CARTE SYSIN.
001380**--------------------------------------------------------
001390 77  WS-ANNEE                    PICTURE         9(4)
001400                                 VALUE           ZERO.
001410 77  WS-CALENDRIER               PICTURE         X(2)
001420                                 VALUE           'FR'.
001430 77  WS-REGLE-CALENDRIER         PICTURE         X(2)
001440                                 VALUE           SPACES.
001450**--------------------------------------------------------
001460*    DATE DE TRAVAIL ET LONGUEURS DES MOIS - MEME ARITHMETIQUE
001470*    JOUR PAR JOUR QUE SPECHEA, BISSEXTILES COMPRISES.
001480**--------------------------------------------------------
001490 01  WS-DATE-TRAVAIL.
001500     03  WS-TRV-SSAA             PICTURE         9(4).
001510     03  WS-TRV-MM               PICTURE         9(2).
001520     03  WS-TRV-JJ               PICTURE         9(2).
001530 01  WS-DATE-TRAVAIL-X REDEFINES WS-DATE-TRAVAIL
001540                                 PICTURE         X(8).
001550 01  WS-DATE-PAQUES              PICTURE         X(8)
001560                                 VALUE           SPACES.
001570 01  WS-DATE-MAITRE.
001580     03  WS-MAI-SSAA             PICTURE         X(4).
001590     03  FILLER                  PICTURE         X(4).
001600 01  WS-MOIS-TABLE.
001610     03  FILLER                  PICTURE         X(24)
001620                                 VALUE '312831303130313130313031'.
001630 01  FILLER REDEFINES WS-MOIS-TABLE.
001640     03  WS-MOIS-LONG            OCCURS 12 TIMES
001650                                 PICTURE         9(2).
001660 77  WS-LONGUEUR-MOIS            PICTURE         S9(3)
001670                                 USAGE           COMPUTATIONAL-3
001680                                 VALUE           ZERO.
001690 77  WS-QUOT                     PICTURE         S9(9)
001700                                 USAGE           COMPUTATIONAL-3
001710                                 VALUE           ZERO.
001720 77  WS-RESTE                    PICTURE         S9(9)
001730                                 USAGE           COMPUTATIONAL-3
001740                                 VALUE           ZERO.
001750 77  WS-DECAL-CPT                PICTURE         S9(4)
001760                                 USAGE           COMPUTATIONAL
001770                                 VALUE           ZERO.
001780**--------------------------------------------------------
001790*    COMPUT DE PAQUES (ALGORITHME GREGORIEN ANONYME, DIT DE
001800*    MEEUS/JONES/BUTCHER) - VALABLE POUR TOUTE ANNEE
001810*    GREGORIENNE.
001820**--------------------------------------------------------
001830 01  WS-PAQUES-CALCUL.
001840     03  WS-PQ-A                 PICTURE         S9(9)
001850                                 USAGE           COMPUTATIONAL-3.
001860     03  WS-PQ-B                 PICTURE         S9(9)
001870                                 USAGE           COMPUTATIONAL-3.
001880     03  WS-PQ-C                 PICTURE         S9(9)
001890                                 USAGE           COMPUTATIONAL-3.
001900     03  WS-PQ-D                 PICTURE         S9(9)
001910                                 USAGE           COMPUTATIONAL-3.
001920     03  WS-PQ-E                 PICTURE         S9(9)
001930                                 USAGE           COMPUTATIONAL-3.
001940     03  WS-PQ-F                 PICTURE         S9(9)
001950                                 USAGE           COMPUTATIONAL-3.
001960     03  WS-PQ-G                 PICTURE         S9(9)
001970                                 USAGE           COMPUTATIONAL-3.
001980     03  WS-PQ-H                 PICTURE         S9(9)
001990                                 USAGE           COMPUTATIONAL-3.
002000     03  WS-PQ-I                 PICTURE         S9(9)
002010                                 USAGE           COMPUTATIONAL-3.
002020     03  WS-PQ-K                 PICTURE         S9(9)
002030                                 USAGE           COMPUTATIONAL-3.
002040     03  WS-PQ-L                 PICTURE         S9(9)
002050                                 USAGE           COMPUTATIONAL-3.
002060     03  WS-PQ-M                 PICTURE         S9(9)
002070                                 USAGE           COMPUTATIONAL-3.
002080     03  WS-PQ-TOTAL             PICTURE         S9(9)
002090                                 USAGE           COMPUTATIONAL-3.
002100**--------------------------------------------------------
002110*    JOUR DE LA SEMAINE.  SAME EPOCH AS SPJOUVR : (ABS MOD 7)
002120*    + 4, MOD 7, GIVES 0 = SUNDAY ... 6 = SATURDAY, TURNED
002130*    INTO 1 = LUNDI ... 7 = DIMANCHE AS ON THE RULE CARDS.
002140**--------------------------------------------------------
002150 77  WS-DOW-EPOQUE               PICTURE         S9(2)
002160                                 USAGE           COMPUTATIONAL-3
002170                                 VALUE           4.
002180 77  WS-DOW                      PICTURE         S9(2)
002190                                 USAGE           COMPUTATIONAL-3
002200                                 VALUE           ZERO.
002210 77  WS-JOUR-SEMAINE             PICTURE         9(1)
002220                                 VALUE           ZERO.
002230 77  WS-ECART                    PICTURE         S9(3)
002240                                 USAGE           COMPUTATIONAL-3
002250                                 VALUE           ZERO.
002260 77  WS-ABS-TRAVAIL              PICTURE         S9(9)
002270                                 USAGE           COMPUTATIONAL-3
002280                                 VALUE           ZERO.
002290 01  WS-JOURS-TABLE.
002300     03  FILLER                  PICTURE         X(21)
002310                                 VALUE 'LUNMARMERJEUVENSAMDIM'.
002320 01  FILLER REDEFINES WS-JOURS-TABLE.
002330     03  WS-JOUR-LIBELLE         OCCURS 7 TIMES
002340                                 PICTURE         X(3).
002350     COPY    DTFABS.
002360**--------------------------------------------------------
002370*    DATES GENEREES PAR LES REGLES, TENUES DANS L'ORDRE DES
002380*    DATES.  'V' = POSTE LIBRE.
002390**--------------------------------------------------------
002400 01  WS-GEN-TABLE.
002410     03  WS-GEN-ENTREE           OCCURS 60 TIMES
002420                                 INDEXED BY WS-GEN-IX.
002430         05  WS-GEN-DATE         PICTURE         X(8).
002440         05  WS-GEN-LIBELLE      PICTURE         X(20).
002450         05  WS-GEN-JOUR-SEM     PICTURE         9(1).
002460         05  WS-GEN-ETAT-SW      PICTURE         X(1)
002470                                 VALUE           'V'.
002480             88  WS-GEN-VIDE             VALUE   'V'.
002490             88  WS-GEN-OCCUPE           VALUE   'O'.
002500 77  WS-NB-GEN                   PICTURE         S9(4)
002510                                 USAGE           COMPUTATIONAL
002520                                 VALUE           ZERO.
002530 77  WS-GEN-IDX                  PICTURE         S9(4)
002540                                 USAGE           COMPUTATIONAL.
002550 77  WS-GEN-POS                  PICTURE         S9(4)
002560                                 USAGE           COMPUTATIONAL.
002570 77  WS-GEN-SUIV                 PICTURE         S9(4)
002580                                 USAGE           COMPUTATIONAL.
002590**--------------------------------------------------------
002600*    DATES DEJA AU MAITRE DIFHOL01 POUR LE CALENDRIER ET
002610*    L'ANNEE (LE FICHIER EST TRIE CALENDRIER + DATE).
002620**--------------------------------------------------------
002630 01  WS-MAI-TABLE.
002640     03  WS-MAI-ENTREE           OCCURS 60 TIMES.
002650         05  WS-MAI-DATE         PICTURE         X(8).
002660         05  WS-MAI-LIBELLE      PICTURE         X(20).
002670         05  WS-MAI-JOUR-SEM     PICTURE         9(1).
002680 77  WS-NB-MAI                   PICTURE         S9(4)
002690                                 USAGE           COMPUTATIONAL
002700                                 VALUE           ZERO.
002710 77  WS-MAI-IDX                  PICTURE         S9(4)
002720                                 USAGE           COMPUTATIONAL.
002730 77  WS-CLE-GEN                  PICTURE         X(8).
002740 77  WS-CLE-MAI                  PICTURE         X(8).
002750**--------------------------------------------------------
002760*    REPORT LINES
002770**--------------------------------------------------------
002780 01  WS-PR-TITRE.
002790     03  FILLER                  PICTURE         X(38)
002800         VALUE 'DIFHGEN - FERIES GENERES - CALENDRIER '.
002810     03  WS-PR-TIT-CAL           PICTURE         X(2).
002820     03  FILLER                  PICTURE         X(7)
002830                                 VALUE           ' ANNEE '.
002840     03  WS-PR-TIT-ANNEE         PICTURE         9(4).
002850     03  FILLER                  PICTURE         X(13)
002860                                 VALUE           ' - PAQUES LE '.
002870     03  WS-PR-TIT-PAQUES        PICTURE         X(8).
002880     03  FILLER                  PICTURE         X(8)
002890                                 VALUE           SPACES.
002900 01  WS-PR-ENTETE.
002910     03  FILLER                  PICTURE         X(15)
002920         VALUE 'DATE      JOUR '.
002930     03  FILLER                  PICTURE         X(21)
002940                                 VALUE           'LIBELLE GENERE'.
002950     03  FILLER                  PICTURE         X(21)
002960         VALUE 'LIBELLE DIFHOL01'.
002970     03  FILLER                  PICTURE         X(23)
002980                                 VALUE           'ETAT'.
002990 01  WS-PR-DETAIL.
003000     03  WS-PR-DATE              PICTURE         X(8).
003010     03  FILLER                  PICTURE         X(2)
003020                                 VALUE           SPACES.
003030     03  WS-PR-JOUR              PICTURE         X(3).
003040     03  FILLER                  PICTURE         X(2)
003050                                 VALUE           SPACES.
003060     03  WS-PR-LIB-GEN           PICTURE         X(20).
003070     03  FILLER                  PICTURE         X(1)
003080                                 VALUE           SPACE.
003090     03  WS-PR-LIB-MAI           PICTURE         X(20).
003100     03  FILLER                  PICTURE         X(1)
003110                                 VALUE           SPACE.
003120     03  WS-PR-ETAT              PICTURE         X(13).
003130     03  FILLER                  PICTURE         X(10)
003140                                 VALUE           SPACES.
003150 01  WS-PR-TOTAL.
003160     03  WS-PR-TOT-LIBELLE       PICTURE         X(30).
003170     03  FILLER                  PICTURE         X(3)
003180                                 VALUE           ' : '.
003190     03  WS-PR-TOT-NOMBRE        PICTURE         ZZZZZZZZ9.
003200     03  FILLER                  PICTURE         X(38)
003210                                 VALUE           SPACES.
003220 01  WS-PR-AUCUN.
003230     03  FILLER                  PICTURE         X(40)
003240         VALUE '*** AUCUNE DATE POUR CETTE ANNEE        '.
003250     03  FILLER                  PICTURE         X(40)
003260                                 VALUE           SPACES.
003270 01  WS-PR-BLANC                 PICTURE         X(80)
003280                                 VALUE           SPACES.
003290 PROCEDURE DIVISION.
003300 0000-MAINLINE SECTION.
003310 0000-DEBUT.
003320     PERFORM         1000-INITIALISATION
003330                     THRU
003340                     1000-EXIT.
003350     PERFORM         2000-CHARGE-REGLES
003360                     THRU
003370                     2000-EXIT
003380                     UNTIL           WS-FIN-REGLES.
003390     PERFORM         3000-CHARGE-MAITRE
003400                     THRU
003410                     3000-EXIT
003420                     UNTIL           WS-FIN-MAITRE.
003430     MOVE 1 TO WS-GEN-IDX
003440     MOVE 1 TO WS-MAI-IDX
003450     PERFORM         4000-COMPARE
003460                     THRU
003470                     4000-EXIT
003480                     UNTIL WS-GEN-IDX > WS-NB-GEN
003490                       AND WS-MAI-IDX > WS-NB-MAI.
003500     PERFORM         9000-TERMINAISON
003510                     THRU
003520                     9000-EXIT.
003530     GOBACK.
003540**--------------------------------------------------------
003550*    1000-INITIALISATION - CARTE SYSIN, OUVERTURES, PAQUES DE
003560*    L'ANNEE, TITRE.
003570**--------------------------------------------------------
003580 1000-INITIALISATION.
003590     PERFORM         1050-LIT-CARTE
003600                     THRU
003610                     1050-EXIT.
003620     OPEN            INPUT   DIFHRG01-FILE.
003630     IF WS-RG-FILE-STAT NOT = '00'
003640        MOVE 'DIFHRG01' TO WS-ERR-FICHIER
003650        MOVE WS-RG-FILE-STAT TO WS-ERR-STATUT
003660        PERFORM   9900-ERREUR-FICHIER-DEB
003670                  THRU
003680                  9900-ERREUR-FICHIER-FIN
003690     END-IF
003700     OPEN            INPUT   DIFHOL01-FILE.
003710     IF WS-HOL-FILE-STAT NOT = '00'
003720        AND WS-HOL-FILE-STAT NOT = '05'
003730        MOVE 'DIFHOL01' TO WS-ERR-FICHIER
003740        MOVE WS-HOL-FILE-STAT TO WS-ERR-STATUT
003750        PERFORM   9900-ERREUR-FICHIER-DEB
003760                  THRU
003770                  9900-ERREUR-FICHIER-FIN
003780     END-IF
003790     OPEN            OUTPUT  DIFHTX01-FILE.
003800     IF WS-TX-FILE-STAT NOT = '00'
003810        MOVE 'DIFHTX01' TO WS-ERR-FICHIER
003820        MOVE WS-TX-FILE-STAT TO WS-ERR-STATUT
003830        PERFORM   9900-ERREUR-FICHIER-DEB
003840                  THRU
003850                  9900-ERREUR-FICHIER-FIN
003860     END-IF
003870     OPEN            OUTPUT  DIFHPR01-FILE.
003880     IF WS-PR-FILE-STAT NOT = '00'
003890        MOVE 'DIFHPR01' TO WS-ERR-FICHIER
003900        MOVE WS-PR-FILE-STAT TO WS-ERR-STATUT
003910        PERFORM   9900-ERREUR-FICHIER-DEB
003920                  THRU
003930                  9900-ERREUR-FICHIER-FIN
003940     END-IF
003950     PERFORM         1200-CALCULE-PAQUES
003960                     THRU
003970                     1200-EXIT.
003980     MOVE WS-CALENDRIER TO WS-PR-TIT-CAL
003990     MOVE WS-ANNEE TO WS-PR-TIT-ANNEE
004000     MOVE WS-DATE-PAQUES TO WS-PR-TIT-PAQUES
004010     MOVE WS-PR-TITRE TO DIFHPR01-LIGNE
004020     PERFORM         2900-ECRIT-LIGNE
004030                     THRU
004040                     2900-EXIT.
004050     MOVE WS-PR-BLANC TO DIFHPR01-LIGNE
004060     PERFORM         2900-ECRIT-LIGNE
004070                     THRU
004080                     2900-EXIT.
004090     MOVE WS-PR-ENTETE TO DIFHPR01-LIGNE
004100     PERFORM         2900-ECRIT-LIGNE
004110                     THRU
004120                     2900-EXIT.
004130 1000-EXIT.
004140     EXIT.
004150**--------------------------------------------------------
004160*    1050-LIT-CARTE - CARTE SYSIN OBLIGATOIRE : COLS 1-4
004170*    L'ANNEE A GENERER (1900-2199), COLS 6-7 LE CALENDRIER
004180*    (A BLANC = 'FR').
004190**--------------------------------------------------------
004200 1050-LIT-CARTE.
004210     OPEN            INPUT   DIFHGC01-FILE
004220     IF WS-GC-FILE-STAT NOT = '00'
004230        AND WS-GC-FILE-STAT NOT = '05'
004240        MOVE 'SYSIN' TO WS-ERR-FICHIER
004250        MOVE WS-GC-FILE-STAT TO WS-ERR-STATUT
004260        PERFORM   9900-ERREUR-FICHIER-DEB
004270                  THRU
004280                  9900-ERREUR-FICHIER-FIN
004290     END-IF
004300     READ            DIFHGC01-FILE
004310        AT END
004320           MOVE SPACES TO DIFHGC01-REC
004330     END-READ
004340     CLOSE           DIFHGC01-FILE
004350     IF DIFHGC01-ANNEE NOT NUMERIC
004360        DISPLAY 'DIFHGEN - CARTE SYSIN - ANNEE ABSENTE OU '
004370                'INVALIDE (COLS 1-4) : ' DIFHGC01-ANNEE
004380        PERFORM   9990-ARRET-ANORMAL-DEB
004390                  THRU
004400                  9990-ARRET-ANORMAL-FIN
004410     END-IF
004420     IF DIFHGC01-ANNEE-R < 1900 OR DIFHGC01-ANNEE-R > 2199
004430        DISPLAY 'DIFHGEN - CARTE SYSIN - ANNEE HORS LIMITES '
004440                '1900-2199 : ' DIFHGC01-ANNEE
004450        PERFORM   9990-ARRET-ANORMAL-DEB
004460                  THRU
004470                  9990-ARRET-ANORMAL-FIN
004480     END-IF
004490     MOVE DIFHGC01-ANNEE-R TO WS-ANNEE
004500     IF DIFHGC01-CALENDRIER NOT = SPACES
004510        MOVE DIFHGC01-CALENDRIER TO WS-CALENDRIER
004520     END-IF
004530     DISPLAY 'DIFHGEN - PARAMETRE - ANNEE      : ' WS-ANNEE.
004540     DISPLAY 'DIFHGEN - PARAMETRE - CALENDRIER : ' WS-CALENDRIER.
004550 1050-EXIT.
004560     EXIT.
004570**--------------------------------------------------------
004580*    1200-CALCULE-PAQUES - DIMANCHE DE PAQUES DE WS-ANNEE :
004590*      A = ANNEE MOD 19      B = ANNEE / 100   C = ANNEE MOD 100
004600*      D = B / 4             E = B MOD 4       F = (B + 8) / 25
004610*      G = (B - F + 1) / 3   H = (19A + B - D - G + 15) MOD 30
004620*      I = C / 4             K = C MOD 4
004630*      L = (32 + 2E + 2I - H - K) MOD 7
004640*      M = (A + 11H + 22L) / 451
004650*      MOIS = (H + L - 7M + 114) / 31
004660*      JOUR = ((H + L - 7M + 114) MOD 31) + 1
004670**--------------------------------------------------------
004680 1200-CALCULE-PAQUES.
004690     DIVIDE WS-ANNEE BY 19 GIVING WS-QUOT
004700                           REMAINDER WS-PQ-A
004710     DIVIDE WS-ANNEE BY 100 GIVING WS-PQ-B
004720                            REMAINDER WS-PQ-C
004730     DIVIDE WS-PQ-B BY 4 GIVING WS-PQ-D
004740                         REMAINDER WS-PQ-E
004750     COMPUTE WS-PQ-TOTAL = WS-PQ-B + 8
004760     DIVIDE WS-PQ-TOTAL BY 25 GIVING WS-PQ-F
004770     COMPUTE WS-PQ-TOTAL = WS-PQ-B - WS-PQ-F + 1
004780     DIVIDE WS-PQ-TOTAL BY 3 GIVING WS-PQ-G
004790     COMPUTE WS-PQ-TOTAL = (19 * WS-PQ-A) + WS-PQ-B - WS-PQ-D
004800                         - WS-PQ-G + 15
004810     DIVIDE WS-PQ-TOTAL BY 30 GIVING WS-QUOT
004820                              REMAINDER WS-PQ-H
004830     DIVIDE WS-PQ-C BY 4 GIVING WS-PQ-I
004840                         REMAINDER WS-PQ-K
004850     COMPUTE WS-PQ-TOTAL = 32 + (2 * WS-PQ-E) + (2 * WS-PQ-I)
004860                         - WS-PQ-H - WS-PQ-K
004870     DIVIDE WS-PQ-TOTAL BY 7 GIVING WS-QUOT
004880                             REMAINDER WS-PQ-L
004890     COMPUTE WS-PQ-TOTAL = WS-PQ-A + (11 * WS-PQ-H)
004900                         + (22 * WS-PQ-L)
004910     DIVIDE WS-PQ-TOTAL BY 451 GIVING WS-PQ-M
004920     COMPUTE WS-PQ-TOTAL = WS-PQ-H + WS-PQ-L - (7 * WS-PQ-M) + 114
004930     MOVE WS-ANNEE TO WS-TRV-SSAA
004940     DIVIDE WS-PQ-TOTAL BY 31 GIVING WS-TRV-MM
004950                              REMAINDER WS-RESTE
004960     COMPUTE WS-TRV-JJ = WS-RESTE + 1
004970     MOVE WS-DATE-TRAVAIL-X TO WS-DATE-PAQUES
004980     DISPLAY 'DIFHGEN - DIMANCHE DE PAQUES     : ' WS-DATE-PAQUES.
004990 1200-EXIT.
005000     EXIT.
005010**--------------------------------------------------------
005020*    2000-CHARGE-REGLES - LIT UNE CARTE REGLE ; CELLES DU
005030*    CALENDRIER DEMANDE ET EN VIGUEUR POUR L'ANNEE PRODUISENT
005040*    UNE DATE, RANGEE DANS LA TABLE DES DATES GENEREES.  UNE
005050*    CARTE MAL FORMEE ARRETE LE STEP - UNE REGLE IGNOREE EN
005060*    SILENCE FERAIT MANQUER UN FERIE TOUTE UNE ANNEE.
005070**--------------------------------------------------------
005080 2000-CHARGE-REGLES.
005090     READ            DIFHRG01-FILE
005100                     AT END          SET WS-FIN-REGLES TO TRUE
005110     END-READ.
005120     IF WS-FIN-REGLES
005130        GO TO 2000-EXIT
005140     END-IF
005150     IF WS-RG-FILE-STAT NOT = '00'
005160        MOVE 'DIFHRG01' TO WS-ERR-FICHIER
005170        MOVE WS-RG-FILE-STAT TO WS-ERR-STATUT
005180        PERFORM   9900-ERREUR-FICHIER-DEB
005190                  THRU
005200                  9900-ERREUR-FICHIER-FIN
005210     END-IF
005220     ADD 1 TO WS-NB-REGLES-LUES
005230     MOVE DIFHRG01-CALENDRIER TO WS-REGLE-CALENDRIER
005240     IF WS-REGLE-CALENDRIER = SPACES
005250        MOVE 'FR' TO WS-REGLE-CALENDRIER
005260     END-IF
005270     IF WS-REGLE-CALENDRIER NOT = WS-CALENDRIER
005280        GO TO 2000-EXIT
005290     END-IF
005300     ADD 1 TO WS-NB-REGLES-CAL
005310     IF DIFHRG01-ANNEE-DEBUT NOT = SPACES
005320        IF DIFHRG01-ANNEE-DEBUT NOT NUMERIC
005330           PERFORM   2950-REGLE-INVALIDE
005340                     THRU
005350                     2950-EXIT
005360        END-IF
005370        IF WS-ANNEE < DIFHRG01-ANNEE-DEBUT-R
005380           ADD 1 TO WS-NB-HORS-PERIODE
005390           GO TO 2000-EXIT
005400        END-IF
005410     END-IF
005420     IF DIFHRG01-ANNEE-FIN NOT = SPACES
005430        IF DIFHRG01-ANNEE-FIN NOT NUMERIC
005440           PERFORM   2950-REGLE-INVALIDE
005450                     THRU
005460                     2950-EXIT
005470        END-IF
005480        IF WS-ANNEE > DIFHRG01-ANNEE-FIN-R
005490           ADD 1 TO WS-NB-HORS-PERIODE
005500           GO TO 2000-EXIT
005510        END-IF
005520     END-IF
005530     SET WS-SANS-DATE TO TRUE
005540     IF DIFHRG01-FIXE
005550        PERFORM      2100-REGLE-FIXE
005560                     THRU
005570                     2100-EXIT
005580     ELSE
005590        IF DIFHRG01-PAQUES
005600           PERFORM   2200-REGLE-PAQUES
005610                     THRU
005620                     2200-EXIT
005630        ELSE
005640           IF DIFHRG01-NIEME-JOUR
005650              PERFORM 2300-REGLE-NIEME-JOUR
005660                      THRU
005670                      2300-EXIT
005680           ELSE
005690              PERFORM 2950-REGLE-INVALIDE
005700                      THRU
005710                      2950-EXIT
005720           END-IF
005730        END-IF
005740     END-IF
005750     IF WS-SANS-DATE
005760        ADD 1 TO WS-NB-SANS-DATE
005770        DISPLAY 'DIFHGEN - REGLE SANS DATE EN ' WS-ANNEE ' : '
005780                DIFHRG01-TYPE ' ' DIFHRG01-LIBELLE
005790        GO TO 2000-EXIT
005800     END-IF
005810     PERFORM         2500-RANGE-DATE
005820                     THRU
005830                     2500-EXIT.
005840 2000-EXIT.
005850     EXIT.
005860**--------------------------------------------------------
005870*    2100-REGLE-FIXE - MEME MOIS/JOUR CHAQUE ANNEE.  UN 29
005880*    FEVRIER NE DONNE RIEN LES ANNEES NON BISSEXTILES.
005890**--------------------------------------------------------
005900 2100-REGLE-FIXE.
005910     IF DIFHRG01-MOIS NOT NUMERIC
005920        OR DIFHRG01-MOIS-R < 1 OR DIFHRG01-MOIS-R > 12
005930        OR DIFHRG01-JOUR NOT NUMERIC
005940        OR DIFHRG01-JOUR-R < 1 OR DIFHRG01-JOUR-R > 31
005950        PERFORM   2950-REGLE-INVALIDE
005960                  THRU
005970                  2950-EXIT
005980     END-IF
005990     MOVE WS-ANNEE TO WS-TRV-SSAA
006000     MOVE DIFHRG01-MOIS-R TO WS-TRV-MM
006010     PERFORM         2800-LONGUEUR-MOIS
006020                     THRU
006030                     2800-EXIT
006040     IF DIFHRG01-JOUR-R > WS-LONGUEUR-MOIS
006050        GO TO 2100-EXIT
006060     END-IF
006070     MOVE DIFHRG01-JOUR-R TO WS-TRV-JJ
006080     SET WS-DATE-PRODUITE TO TRUE.
006090 2100-EXIT.
006100     EXIT.
006110**--------------------------------------------------------
006120*    2200-REGLE-PAQUES - DECALAGE EN JOURS CALENDAIRES DEPUIS
006130*    LE DIMANCHE DE PAQUES, COMPTE JOUR PAR JOUR.  UNE DATE
006140*    QUI SORTIRAIT DE L'ANNEE NE DONNE RIEN.
006150**--------------------------------------------------------
006160 2200-REGLE-PAQUES.
006170     IF NOT DIFHRG01-DECAL-AVANT AND NOT DIFHRG01-DECAL-APRES
006180        OR DIFHRG01-DECAL-JOURS NOT NUMERIC
006190        PERFORM   2950-REGLE-INVALIDE
006200                  THRU
006210                  2950-EXIT
006220     END-IF
006230     MOVE WS-DATE-PAQUES TO WS-DATE-TRAVAIL-X
006240     MOVE DIFHRG01-DECAL-JOURS-R TO WS-DECAL-CPT
006250     IF DIFHRG01-DECAL-APRES
006260        PERFORM      2250-AVANCE-UN-JOUR
006270                     THRU
006280                     2250-EXIT
006290                     WS-DECAL-CPT TIMES
006300     ELSE
006310        PERFORM      2260-RECULE-UN-JOUR
006320                     THRU
006330                     2260-EXIT
006340                     WS-DECAL-CPT TIMES
006350     END-IF
006360     IF WS-TRV-SSAA = WS-ANNEE
006370        SET WS-DATE-PRODUITE TO TRUE
006380     END-IF.
006390 2200-EXIT.
006400     EXIT.
006410**--------------------------------------------------------
006420 2250-AVANCE-UN-JOUR.
006430     ADD 1 TO WS-TRV-JJ
006440     PERFORM         2800-LONGUEUR-MOIS
006450                     THRU
006460                     2800-EXIT
006470     IF WS-TRV-JJ > WS-LONGUEUR-MOIS
006480        MOVE 1 TO WS-TRV-JJ
006490        ADD 1 TO WS-TRV-MM
006500        IF WS-TRV-MM > 12
006510           MOVE 1 TO WS-TRV-MM
006520           ADD 1 TO WS-TRV-SSAA
006530        END-IF
006540     END-IF.
006550 2250-EXIT.
006560     EXIT.
006570**--------------------------------------------------------
006580 2260-RECULE-UN-JOUR.
006590     IF WS-TRV-JJ > 1
006600        SUBTRACT 1 FROM WS-TRV-JJ
006610        GO TO 2260-EXIT
006620     END-IF
006630     IF WS-TRV-MM > 1
006640        SUBTRACT 1 FROM WS-TRV-MM
006650     ELSE
006660        MOVE 12 TO WS-TRV-MM
006670        SUBTRACT 1 FROM WS-TRV-SSAA
006680     END-IF
006690     PERFORM         2800-LONGUEUR-MOIS
006700                     THRU
006710                     2800-EXIT
006720     MOVE WS-LONGUEUR-MOIS TO WS-TRV-JJ.
006730 2260-EXIT.
006740     EXIT.
006750**--------------------------------------------------------
006760*    2300-REGLE-NIEME-JOUR - NIEME (1-5) OU DERNIER JOUR DE LA
006770*    SEMAINE DONNEE DANS LE MOIS.  UN CINQUIEME QUI N'EXISTE
006780*    PAS CE MOIS-LA NE DONNE RIEN.
006790**--------------------------------------------------------
006800 2300-REGLE-NIEME-JOUR.
006810     IF DIFHRG01-MOIS NOT NUMERIC
006820        OR DIFHRG01-MOIS-R < 1 OR DIFHRG01-MOIS-R > 12
006830        OR NOT DIFHRG01-RANG-VALIDE
006840        OR NOT DIFHRG01-JOUR-SEM-VALIDE
006850        PERFORM   2950-REGLE-INVALIDE
006860                  THRU
006870                  2950-EXIT
006880     END-IF
006890     MOVE WS-ANNEE TO WS-TRV-SSAA
006900     MOVE DIFHRG01-MOIS-R TO WS-TRV-MM
006910     PERFORM         2800-LONGUEUR-MOIS
006920                     THRU
006930                     2800-EXIT
006940     IF DIFHRG01-RANG-DERNIER
006950        MOVE WS-LONGUEUR-MOIS TO WS-TRV-JJ
006960        PERFORM      2400-JOUR-SEMAINE
006970                     THRU
006980                     2400-EXIT
006990        COMPUTE WS-ECART = WS-JOUR-SEMAINE - DIFHRG01-JOUR-SEM-R
007000        IF WS-ECART < 0
007010           ADD 7 TO WS-ECART
007020        END-IF
007030        SUBTRACT WS-ECART FROM WS-TRV-JJ
007040        SET WS-DATE-PRODUITE TO TRUE
007050        GO TO 2300-EXIT
007060     END-IF
007070     MOVE 1 TO WS-TRV-JJ
007080     PERFORM         2400-JOUR-SEMAINE
007090                     THRU
007100                     2400-EXIT
007110     COMPUTE WS-ECART = DIFHRG01-JOUR-SEM-R - WS-JOUR-SEMAINE
007120     IF WS-ECART < 0
007130        ADD 7 TO WS-ECART
007140     END-IF
007150     COMPUTE WS-ECART = 1 + WS-ECART
007160                      + (7 * (DIFHRG01-RANG-R - 1))
007170     IF WS-ECART > WS-LONGUEUR-MOIS
007180        GO TO 2300-EXIT
007190     END-IF
007200     MOVE WS-ECART TO WS-TRV-JJ
007210     SET WS-DATE-PRODUITE TO TRUE.
007220 2300-EXIT.
007230     EXIT.
007240**--------------------------------------------------------
007250*    2400-JOUR-SEMAINE - JOUR DE LA SEMAINE (1 = LUNDI ... 7 =
007260*    DIMANCHE) DE WS-DATE-TRAVAIL, PAR SPABS8 ET LE MOD 7.
007270**--------------------------------------------------------
007280 2400-JOUR-SEMAINE.
007290     MOVE WS-DATE-TRAVAIL-X TO ABS-DATE-SSAAMMJJ
007300     CALL "SPABS8"   USING DTFABS-REC
007310     IF NOT ABS-STATUS-OK
007320        DISPLAY 'DIFHGEN - DATE NON CONVERTIE PAR SPABS8 : '
007330                WS-DATE-TRAVAIL-X
007340        PERFORM   9990-ARRET-ANORMAL-DEB
007350                  THRU
007360                  9990-ARRET-ANORMAL-FIN
007370     END-IF
007380     MOVE ABS-JOUR TO WS-ABS-TRAVAIL
007390     PERFORM         2450-JOUR-DE-ABS
007400                     THRU
007410                     2450-EXIT.
007420 2400-EXIT.
007430     EXIT.
007440**--------------------------------------------------------
007450 2450-JOUR-DE-ABS.
007460     DIVIDE WS-ABS-TRAVAIL BY 7 GIVING WS-QUOT
007470                                REMAINDER WS-DOW
007480     ADD WS-DOW-EPOQUE TO WS-DOW
007490     IF WS-DOW > 6
007500        SUBTRACT 7 FROM WS-DOW
007510     END-IF
007520     IF WS-DOW = 0
007530        MOVE 7 TO WS-JOUR-SEMAINE
007540     ELSE
007550        MOVE WS-DOW TO WS-JOUR-SEMAINE
007560     END-IF.
007570 2450-EXIT.
007580     EXIT.
007590**--------------------------------------------------------
007600*    2500-RANGE-DATE - RANGE LA DATE PRODUITE A SA PLACE DANS
007610*    LA TABLE DES DATES GENEREES.  DEUX REGLES TOMBANT LE MEME
007620*    JOUR (1ER MAI ET ASCENSION CERTAINES ANNEES) NE DONNENT
007630*    QU'UNE DATE, AVEC LE LIBELLE DE LA PREMIERE.
007640**--------------------------------------------------------
007650 2500-RANGE-DATE.
007660     PERFORM         2400-JOUR-SEMAINE
007670                     THRU
007680                     2400-EXIT
007690     SET WS-GEN-IX TO 1
007700     SEARCH WS-GEN-ENTREE
007710        AT END
007720           MOVE 'N' TO WS-TROUVE-SW
007730        WHEN WS-GEN-VIDE (WS-GEN-IX)
007740           MOVE 'N' TO WS-TROUVE-SW
007750        WHEN WS-GEN-DATE (WS-GEN-IX) = WS-DATE-TRAVAIL-X
007760           MOVE 'O' TO WS-TROUVE-SW
007770        WHEN WS-GEN-DATE (WS-GEN-IX) > WS-DATE-TRAVAIL-X
007780           MOVE 'N' TO WS-TROUVE-SW
007790     END-SEARCH
007800     IF WS-TROUVE
007810        ADD 1 TO WS-NB-DOUBLES
007820        DISPLAY 'DIFHGEN - DATE DEJA GENEREE ' WS-DATE-TRAVAIL-X
007830                ' (' WS-GEN-LIBELLE (WS-GEN-IX) ') - IGNOREE : '
007840                DIFHRG01-LIBELLE
007850        GO TO 2500-EXIT
007860     END-IF
007870     IF WS-NB-GEN NOT < 60
007880        DISPLAY 'DIFHGEN - TABLE DES DATES PLEINE (60) : '
007890                WS-DATE-TRAVAIL-X
007900        PERFORM   9990-ARRET-ANORMAL-DEB
007910                  THRU
007920                  9990-ARRET-ANORMAL-FIN
007930     END-IF
007940     SET WS-GEN-POS TO WS-GEN-IX
007950     PERFORM         2520-DECALE-DATE
007960                     THRU
007970                     2520-EXIT
007980                     VARYING WS-GEN-IDX FROM WS-NB-GEN BY -1
007990                     UNTIL WS-GEN-IDX < WS-GEN-POS
008000     MOVE WS-DATE-TRAVAIL-X TO WS-GEN-DATE (WS-GEN-POS)
008010     MOVE DIFHRG01-LIBELLE TO WS-GEN-LIBELLE (WS-GEN-POS)
008020     MOVE WS-JOUR-SEMAINE TO WS-GEN-JOUR-SEM (WS-GEN-POS)
008030     MOVE 'O' TO WS-GEN-ETAT-SW (WS-GEN-POS)
008040     ADD 1 TO WS-NB-GEN
008045     ADD 1 TO WS-NB-GENEREES.
008050 2500-EXIT.
008060     EXIT.
008070**--------------------------------------------------------
008080 2520-DECALE-DATE.
008090     COMPUTE WS-GEN-SUIV = WS-GEN-IDX + 1
008100     MOVE WS-GEN-ENTREE (WS-GEN-IDX)
008110       TO WS-GEN-ENTREE (WS-GEN-SUIV).
008120 2520-EXIT.
008130     EXIT.
008140**--------------------------------------------------------
008150*    2800-LONGUEUR-MOIS - LONGUEUR DU MOIS WS-TRV-MM DE L'ANNEE
008160*    WS-TRV-SSAA, FEVRIER BISSEXTILE COMPRIS (DIVISIBLE PAR 4,
008170*    SAUF SIECLES NON DIVISIBLES PAR 400).
008180**--------------------------------------------------------
008190 2800-LONGUEUR-MOIS.
008200     MOVE WS-MOIS-LONG (WS-TRV-MM) TO WS-LONGUEUR-MOIS
008210     IF WS-TRV-MM NOT = 2
008220        GO TO 2800-EXIT
008230     END-IF
008240     DIVIDE WS-TRV-SSAA BY 4 GIVING WS-QUOT
008250                             REMAINDER WS-RESTE
008260     IF WS-RESTE NOT = 0
008270        GO TO 2800-EXIT
008280     END-IF
008290     DIVIDE WS-TRV-SSAA BY 100 GIVING WS-QUOT
008300                               REMAINDER WS-RESTE
008310     IF WS-RESTE NOT = 0
008320        MOVE 29 TO WS-LONGUEUR-MOIS
008330        GO TO 2800-EXIT
008340     END-IF
008350     DIVIDE WS-TRV-SSAA BY 400 GIVING WS-QUOT
008360                               REMAINDER WS-RESTE
008370     IF WS-RESTE = 0
008380        MOVE 29 TO WS-LONGUEUR-MOIS
008390     END-IF.
008400 2800-EXIT.
008410     EXIT.
008420**--------------------------------------------------------
008430 2900-ECRIT-LIGNE.
008440     WRITE DIFHPR01-LIGNE.
008450     IF WS-PR-FILE-STAT NOT = '00'
008460        MOVE 'DIFHPR01' TO WS-ERR-FICHIER
008470        MOVE WS-PR-FILE-STAT TO WS-ERR-STATUT
008480        PERFORM   9900-ERREUR-FICHIER-DEB
008490                  THRU
008500                  9900-ERREUR-FICHIER-FIN
008510     END-IF.
008520 2900-EXIT.
008530     EXIT.
008540**--------------------------------------------------------
008550 2950-REGLE-INVALIDE.
008560     DISPLAY 'DIFHGEN - CARTE REGLE INVALIDE - CALENDRIER '
008570             DIFHRG01-CALENDRIER ' TYPE ' DIFHRG01-TYPE
008580             ' : ' DIFHRG01-LIBELLE.
008590     PERFORM         9990-ARRET-ANORMAL-DEB
008600                     THRU
008610                     9990-ARRET-ANORMAL-FIN.
008620 2950-EXIT.
008630     EXIT.
008640**--------------------------------------------------------
008650*    3000-CHARGE-MAITRE - RETIENT LES DATES DIFHOL01 DU
008660*    CALENDRIER ET DE L'ANNEE (CALENDRIER A BLANC = 'FR', COMME
008670*    DANS DIFHOLM).  LE MAITRE EST TRIE CALENDRIER + DATE, LA
008680*    TABLE SORT DONC DANS L'ORDRE DES DATES.
008690**--------------------------------------------------------
008700 3000-CHARGE-MAITRE.
008710     IF WS-HOL-FILE-STAT = '05'
008720        SET WS-FIN-MAITRE TO TRUE
008730        GO TO 3000-EXIT
008740     END-IF
008750     READ            DIFHOL01-FILE
008760                     AT END          SET WS-FIN-MAITRE TO TRUE
008770     END-READ.
008780     IF WS-FIN-MAITRE
008790        GO TO 3000-EXIT
008800     END-IF
008810     IF WS-HOL-FILE-STAT NOT = '00'
008820        MOVE 'DIFHOL01' TO WS-ERR-FICHIER
008830        MOVE WS-HOL-FILE-STAT TO WS-ERR-STATUT
008840        PERFORM   9900-ERREUR-FICHIER-DEB
008850                  THRU
008860                  9900-ERREUR-FICHIER-FIN
008870     END-IF
008880     IF DIFHOL01-CALENDRIER = SPACES
008890        MOVE 'FR' TO DIFHOL01-CALENDRIER
008900     END-IF
008910     IF DIFHOL01-CALENDRIER NOT = WS-CALENDRIER
008920        GO TO 3000-EXIT
008930     END-IF
008940     MOVE DIFHOL01-DATE-SSAAMMJJ TO WS-DATE-MAITRE
008950     IF WS-MAI-SSAA NOT = WS-ANNEE
008970        GO TO 3000-EXIT
008980     END-IF
008990     IF WS-NB-MAI NOT < 60
009000        DISPLAY 'DIFHGEN - TABLE DIFHOL01 PLEINE (60) : '
009010                DIFHOL01-DATE-SSAAMMJJ
009020        PERFORM   9990-ARRET-ANORMAL-DEB
009030                  THRU
009040                  9990-ARRET-ANORMAL-FIN
009050     END-IF
009060     ADD 1 TO WS-NB-MAI
009070     MOVE DIFHOL01-DATE-SSAAMMJJ TO WS-MAI-DATE (WS-NB-MAI)
009080     MOVE DIFHOL01-LIBELLE TO WS-MAI-LIBELLE (WS-NB-MAI)
009090     MOVE DIFHOL01-JOUR-ABS TO WS-ABS-TRAVAIL
009100     PERFORM         2450-JOUR-DE-ABS
009110                     THRU
009120                     2450-EXIT
009130     MOVE WS-JOUR-SEMAINE TO WS-MAI-JOUR-SEM (WS-NB-MAI).
009140 3000-EXIT.
009150     EXIT.
009160**--------------------------------------------------------
009170*    4000-COMPARE - APPARIEMENT DES DEUX TABLES TRIEES SUR LA
009180*    DATE : GENEREE SEULE = A AJOUTER (CARTE 'A' ECRITE),
009190*    DANS LES DEUX = DEJA PRESENT, AU MAITRE SEUL = HORS
009200*    REGLES (A REVOIR, JAMAIS SUPPRIMEE ICI).
009210**--------------------------------------------------------
009220 4000-COMPARE.
009230     IF WS-GEN-IDX > WS-NB-GEN
009240        MOVE HIGH-VALUES TO WS-CLE-GEN
009250     ELSE
009260        MOVE WS-GEN-DATE (WS-GEN-IDX) TO WS-CLE-GEN
009270     END-IF
009280     IF WS-MAI-IDX > WS-NB-MAI
009290        MOVE HIGH-VALUES TO WS-CLE-MAI
009300     ELSE
009310        MOVE WS-MAI-DATE (WS-MAI-IDX) TO WS-CLE-MAI
009320     END-IF
009330     MOVE SPACES TO WS-PR-LIB-GEN
009340     MOVE SPACES TO WS-PR-LIB-MAI
009350     IF WS-CLE-GEN < WS-CLE-MAI
009360        MOVE WS-CLE-GEN TO WS-PR-DATE
009370        MOVE WS-JOUR-LIBELLE (WS-GEN-JOUR-SEM (WS-GEN-IDX))
009380          TO WS-PR-JOUR
009390        MOVE WS-GEN-LIBELLE (WS-GEN-IDX) TO WS-PR-LIB-GEN
009400        MOVE 'A AJOUTER' TO WS-PR-ETAT
009410        PERFORM      4200-ECRIT-AJOUT
009420                     THRU
009430                     4200-EXIT
009440        ADD 1 TO WS-GEN-IDX
009450        GO TO 4000-ECRIT
009460     END-IF
009470     IF WS-CLE-MAI < WS-CLE-GEN
009480        MOVE WS-CLE-MAI TO WS-PR-DATE
009490        MOVE WS-JOUR-LIBELLE (WS-MAI-JOUR-SEM (WS-MAI-IDX))
009500          TO WS-PR-JOUR
009510        MOVE WS-MAI-LIBELLE (WS-MAI-IDX) TO WS-PR-LIB-MAI
009520        MOVE 'HORS REGLES' TO WS-PR-ETAT
009530        ADD 1 TO WS-NB-HORS-REGLES
009540        ADD 1 TO WS-MAI-IDX
009550        GO TO 4000-ECRIT
009560     END-IF
009570     MOVE WS-CLE-GEN TO WS-PR-DATE
009580     MOVE WS-JOUR-LIBELLE (WS-GEN-JOUR-SEM (WS-GEN-IDX))
009590       TO WS-PR-JOUR
009600     MOVE WS-GEN-LIBELLE (WS-GEN-IDX) TO WS-PR-LIB-GEN
009610     MOVE WS-MAI-LIBELLE (WS-MAI-IDX) TO WS-PR-LIB-MAI
009620     MOVE 'DEJA PRESENT' TO WS-PR-ETAT
009630     ADD 1 TO WS-NB-PRESENTS
009640     ADD 1 TO WS-GEN-IDX
009650     ADD 1 TO WS-MAI-IDX.
009660 4000-ECRIT.
009670     MOVE WS-PR-DETAIL TO DIFHPR01-LIGNE
009680     PERFORM         2900-ECRIT-LIGNE
009690                     THRU
009700                     2900-EXIT.
009710 4000-EXIT.
009720     EXIT.
009730**--------------------------------------------------------
009740*    4200-ECRIT-AJOUT - CARTE DIFHTX01 'A' POUR DIFHOLM, AU
009750*    FORMAT DE SA CARTE MOUVEMENT (ACTION, CALENDRIER, DATE,
009760*    LIBELLE).
009770**--------------------------------------------------------
009780 4200-ECRIT-AJOUT.
009790     MOVE SPACES TO DIFHTX01-REC
009800     MOVE 'A' TO DIFHTX01-ACTION
009810     MOVE WS-CALENDRIER TO DIFHTX01-CALENDRIER
009820     MOVE WS-GEN-DATE (WS-GEN-IDX) TO DIFHTX01-DATE-SSAAMMJJ
009830     MOVE WS-GEN-LIBELLE (WS-GEN-IDX) TO DIFHTX01-LIBELLE
009840     WRITE DIFHTX01-REC.
009850     IF WS-TX-FILE-STAT NOT = '00'
009860        MOVE 'DIFHTX01' TO WS-ERR-FICHIER
009870        MOVE WS-TX-FILE-STAT TO WS-ERR-STATUT
009880        PERFORM   9900-ERREUR-FICHIER-DEB
009890                  THRU
009900                  9900-ERREUR-FICHIER-FIN
009910     END-IF
009920     ADD 1 TO WS-NB-AJOUTS.
009930 4200-EXIT.
009940     EXIT.
009950**--------------------------------------------------------
009960*    9000-TERMINAISON - COMPTEURS, FERMETURES, CODE RETOUR
009970*    (4 = DIFHOL01 PORTE DES DATES QU'AUCUNE REGLE NE PRODUIT -
009980*    A REVOIR AVANT LE PASSAGE DE DIFHOLM).
009990**--------------------------------------------------------
010000 9000-TERMINAISON.
010010     CLOSE           DIFHRG01-FILE.
010020     IF WS-HOL-FILE-STAT NOT = '05'
010030        CLOSE        DIFHOL01-FILE
010040     END-IF
010050     IF WS-NB-GEN = ZERO AND WS-NB-MAI = ZERO
010060        MOVE WS-PR-AUCUN TO DIFHPR01-LIGNE
010070        PERFORM      2900-ECRIT-LIGNE
010080                     THRU
010090                     2900-EXIT
010100     END-IF
010110     MOVE WS-PR-BLANC TO DIFHPR01-LIGNE
010120     PERFORM         2900-ECRIT-LIGNE
010130                     THRU
010140                     2900-EXIT
010150     MOVE 'CARTES REGLES LUES            ' TO WS-PR-TOT-LIBELLE
010160     MOVE WS-NB-REGLES-LUES TO WS-PR-TOT-NOMBRE
010170     PERFORM         9150-ECRIT-COMPTEUR
010180                     THRU
010190                     9150-EXIT
010200     MOVE 'REGLES DU CALENDRIER          ' TO WS-PR-TOT-LIBELLE
010210     MOVE WS-NB-REGLES-CAL TO WS-PR-TOT-NOMBRE
010220     PERFORM         9150-ECRIT-COMPTEUR
010230                     THRU
010240                     9150-EXIT
010250     MOVE 'REGLES HORS PERIODE           ' TO WS-PR-TOT-LIBELLE
010260     MOVE WS-NB-HORS-PERIODE TO WS-PR-TOT-NOMBRE
010270     PERFORM         9150-ECRIT-COMPTEUR
010280                     THRU
010290                     9150-EXIT
010300     MOVE 'REGLES SANS DATE CETTE ANNEE  ' TO WS-PR-TOT-LIBELLE
010310     MOVE WS-NB-SANS-DATE TO WS-PR-TOT-NOMBRE
010320     PERFORM         9150-ECRIT-COMPTEUR
010330                     THRU
010340                     9150-EXIT
010350     MOVE 'DATES EN DOUBLE IGNOREES      ' TO WS-PR-TOT-LIBELLE
010360     MOVE WS-NB-DOUBLES TO WS-PR-TOT-NOMBRE
010370     PERFORM         9150-ECRIT-COMPTEUR
010380                     THRU
010390                     9150-EXIT
010400     MOVE 'DATES GENEREES                ' TO WS-PR-TOT-LIBELLE
010410     MOVE WS-NB-GENEREES TO WS-PR-TOT-NOMBRE
010420     PERFORM         9150-ECRIT-COMPTEUR
010430                     THRU
010440                     9150-EXIT
010450     MOVE 'DEJA PRESENTES DANS DIFHOL01  ' TO WS-PR-TOT-LIBELLE
010460     MOVE WS-NB-PRESENTS TO WS-PR-TOT-NOMBRE
010470     PERFORM         9150-ECRIT-COMPTEUR
010480                     THRU
010490                     9150-EXIT
010500     MOVE 'CARTES DIFHTX01 A AJOUTER     ' TO WS-PR-TOT-LIBELLE
010510     MOVE WS-NB-AJOUTS TO WS-PR-TOT-NOMBRE
010520     PERFORM         9150-ECRIT-COMPTEUR
010530                     THRU
010540                     9150-EXIT
010550     MOVE 'DIFHOL01 HORS REGLES          ' TO WS-PR-TOT-LIBELLE
010560     MOVE WS-NB-HORS-REGLES TO WS-PR-TOT-NOMBRE
010570     PERFORM         9150-ECRIT-COMPTEUR
010580                     THRU
010590                     9150-EXIT
010600     CLOSE           DIFHTX01-FILE
010610                     DIFHPR01-FILE.
010620     DISPLAY 'DIFHGEN - DATES GENEREES       : ' WS-NB-GENEREES.
010630     DISPLAY 'DIFHGEN - CARTES A AJOUTER     : ' WS-NB-AJOUTS.
010640     DISPLAY 'DIFHGEN - DIFHOL01 HORS REGLES : '
010645             WS-NB-HORS-REGLES.
010650     IF WS-NB-HORS-REGLES > ZERO
010660        MOVE 4 TO RETURN-CODE
010670     END-IF.
010680 9000-EXIT.
010690     EXIT.
010700**--------------------------------------------------------
010710 9150-ECRIT-COMPTEUR.
010720     MOVE WS-PR-TOTAL TO DIFHPR01-LIGNE
010730     PERFORM         2900-ECRIT-LIGNE
010740                     THRU
010750                     2900-EXIT.
010760 9150-EXIT.
010770     EXIT.
010780**--------------------------------------------------------
010790*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
010800*    ECHOUE.  AFFICHE ET ARRETE LE STEP PROPREMENT.
010810**--------------------------------------------------------
010820 9900-ERREUR-FICHIER-DEB.
010830     DISPLAY 'DIFHGEN - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
010840     DISPLAY 'DIFHGEN - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
010850     MOVE 16 TO RETURN-CODE.
010860     STOP RUN.
010870 9900-ERREUR-FICHIER-FIN.
010880     EXIT.
010890**--------------------------------------------------------
010900 9990-ARRET-ANORMAL-DEB.
010910     DISPLAY 'DIFHGEN - ARRET - CORRIGER LA CARTE SYSIN OU LES '
010920             'REGLES ET RELANCER'.
010930     MOVE 16 TO RETURN-CODE.
010940     STOP RUN.
010950 9990-ARRET-ANORMAL-FIN.
010960     EXIT.
