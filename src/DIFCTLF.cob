000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFCTLF.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  MORNING CONTROL OF THE
000120*                  DIFIN01 FEEDS : CHECKS THE DIFPF01 FEED
000130*                  SCHEDULE (ONE CARD PER EXPECTED
000140*                  DIFIN01-ENT-ID-FLUX - CALENDAR, FREQUENCY,
000150*                  DEADLINE) AGAINST THE DIFBATCH RECORDS OF THE
000160*                  DIFRH01 RUN HISTORY FOR THE CONTROL DAY, SO A
000170*                  BRANCH FEED THAT NEVER ARRIVED IS CAUGHT THE
000180*                  SAME MORNING INSTEAD OF WHEN THE CREDIT TEAM
000190*                  FINDS ITS AGING FIGURES EMPTY.  THE DIFCF01
000200*                  EXCEPTION REPORT LISTS FEEDS MISSING, LATE,
000210*                  PROCESSED TWICE, RUN ON A DAY THEY ARE NOT
000220*                  EXPECTED, OR NOT ON THE SCHEDULE AT ALL.  THE
000230*                  BUSINESS DAYS OF EACH FEED'S CALENDAR COME
000240*                  FROM SPFERCH/SPJOUVR, THE SAME COUNT DIFDA2
000250*                  USES.  RETURN CODE FOR THE SCHEDULER : 0
000260*                  CLEAN, 4 DOUBLE OR UNSCHEDULED RUNS ONLY, 8
000270*                  AT LEAST ONE FEED MISSING OR LATE, 16 BAD
000280*                  CARD OR FILE ERROR.  OPTIONAL SYSIN CARD
000290*                  (COLS 1-8, SSAAMMJJ) = CONTROL DAY, NO CARD =
000300*                  TODAY.
000310*--------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.
000350     UNIX.
000360 OBJECT-COMPUTER.
000370     UNIX.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT  DIFPF01-FILE        ASSIGN       TO DIFPF01
000410                                 ORGANIZATION    SEQUENTIAL
000420                                 FILE STATUS     WS-PF-FILE-STAT.
000430     SELECT  DIFRH01-FILE        ASSIGN       TO DIFRH01
000440                                 ORGANIZATION    SEQUENTIAL
000450                                 FILE STATUS     WS-RH-FILE-STAT.
000460     SELECT  DIFCF01-FILE        ASSIGN       TO DIFCF01
000470                                 ORGANIZATION    SEQUENTIAL
000480                                 FILE STATUS     WS-CF-FILE-STAT.
000490     SELECT  OPTIONAL DIFCD01-FILE
000500                                 ASSIGN       TO SYSIN
000510                                 ORGANIZATION    SEQUENTIAL
000520                                 FILE STATUS     WS-CD-FILE-STAT.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  DIFPF01-FILE
000560     RECORDING MODE              F.
000570     COPY    DIFPF01.
000580 FD  DIFRH01-FILE
000590     RECORDING MODE              F.
000600     COPY    DIFRH01.
000610 FD  DIFCF01-FILE
000620     RECORDING MODE              F.
000630 01  DIFCF01-LIGNE               PICTURE         X(80).
000640 FD  DIFCD01-FILE
000650     RECORDING MODE              F.
000660 01  DIFCD01-REC.
000670     03  DIFCD01-DATE-CONTROLE   PICTURE         X(8).
000680     03  FILLER                  PICTURE         X(72).
000690 WORKING-STORAGE SECTION.
000700**--------------------------------------------------------
000710*    SWITCHES AND COUNTERS
000720**--------------------------------------------------------
000730 77  WS-PF-FILE-STAT             PICTURE         X(2)
000740                                 VALUE           SPACES.
000750 77  WS-RH-FILE-STAT             PICTURE         X(2)
000760                                 VALUE           SPACES.
000770 77  WS-CF-FILE-STAT             PICTURE         X(2)
000780                                 VALUE           SPACES.
000790 77  WS-CD-FILE-STAT             PICTURE         X(2)
000800                                 VALUE           SPACES.
000810 77  WS-ERR-FICHIER              PICTURE         X(8)
000820                                 VALUE           SPACES.
000830 77  WS-ERR-STATUT               PICTURE         X(2)
000840                                 VALUE           SPACES.
000850 77  WS-FIN-FICHIER-SW           PICTURE         X(1)
000860                                 VALUE           'N'.
000870     88  WS-FIN-FICHIER                  VALUE   'O'.
000880     88  WS-PAS-FIN-FICHIER              VALUE   'N'.
000890 77  WS-PF-FIN-SW                PICTURE         X(1)
000900                                 VALUE           'N'.
000910     88  WS-PF-FIN                       VALUE   'O'.
000920     88  WS-PF-PAS-FIN                   VALUE   'N'.
000930 77  WS-TROUVE-SW                PICTURE         X(1)
000940                                 VALUE           'N'.
000950     88  WS-TROUVE                       VALUE   'O'.
000960     88  WS-PAS-TROUVE                   VALUE   'N'.
000970 77  WS-NB-CARTES                PICTURE         9(5)
000980                                 VALUE           ZERO.
000990 77  WS-NB-RUNS-LUS              PICTURE         9(9)
001000                                 VALUE           ZERO.
001010 77  WS-NB-RUNS-JOUR             PICTURE         9(9)
001020                                 VALUE           ZERO.
001030 77  WS-NB-RUNS-SANS-FLUX        PICTURE         9(9)
001040                                 VALUE           ZERO.
001050 77  WS-NB-ATTENDUS              PICTURE         9(5)
001060                                 VALUE           ZERO.
001070 77  WS-NB-A-L-HEURE             PICTURE         9(5)
001080                                 VALUE           ZERO.
001090 77  WS-NB-MANQUANTS             PICTURE         9(5)
001100                                 VALUE           ZERO.
001110 77  WS-NB-RETARDS               PICTURE         9(5)
001120                                 VALUE           ZERO.
001130 77  WS-NB-DOUBLES               PICTURE         9(5)
001140                                 VALUE           ZERO.
001150 77  WS-NB-NON-ATTENDUS          PICTURE         9(5)
001160                                 VALUE           ZERO.
001170 77  WS-NB-HORS-PLANNING         PICTURE         9(5)
001180                                 VALUE           ZERO.
001190 77  WS-CODE-RETOUR              PICTURE         9(2)
001200                                 VALUE           ZERO.
001210**--------------------------------------------------------
001220*    CONTROL DAY - KEYED ON THE CARD OR TAKEN FROM THE
001230*    SYSTEM DATE - ITS ABSOLUTE DAY NUMBER, DAY OF WEEK, AND
001240*    THE FIRST DAY OF ITS MONTH AND OF THE NEXT ONE (FOR THE
001250*    FIRST/LAST BUSINESS DAY OF THE MONTH).
001260**--------------------------------------------------------
001270 01  WS-DATE-CONTROLE.
001280     03  WS-CTL-SSAA             PICTURE         9(4).
001290     03  WS-CTL-MM               PICTURE         9(2).
001300     03  WS-CTL-JJ               PICTURE         9(2).
001310 01  WS-DATE-CONTROLE-X REDEFINES WS-DATE-CONTROLE
001320                                 PICTURE         X(8).
001330 01  WS-DATE-TRAVAIL.
001340     03  WS-TRV-SSAA             PICTURE         9(4).
001350     03  WS-TRV-MM               PICTURE         9(2).
001360     03  WS-TRV-JJ               PICTURE         9(2).
001370 01  WS-DATE-TRAVAIL-X REDEFINES WS-DATE-TRAVAIL
001380                                 PICTURE         X(8).
001390 77  WS-ABS-CONTROLE             PICTURE         S9(9)
001400                                 USAGE           COMPUTATIONAL-3
001410                                 VALUE           ZERO.
001420 77  WS-ABS-DEBUT-MOIS           PICTURE         S9(9)
001430                                 USAGE           COMPUTATIONAL-3
001440                                 VALUE           ZERO.
001450 77  WS-ABS-MOIS-SUIVANT         PICTURE         S9(9)
001460                                 USAGE           COMPUTATIONAL-3
001470                                 VALUE           ZERO.
001480*    SAME EPOCH AS SPJOUVR : (ABS MOD 7) + 4, MOD 7, GIVES
001490*    0 = SUNDAY ... 6 = SATURDAY.
001500 77  WS-DOW-EPOQUE               PICTURE         S9(2)
001510                                 USAGE           COMPUTATIONAL-3
001520                                 VALUE           4.
001530 77  WS-DOW-CONTROLE             PICTURE         S9(2)
001540                                 USAGE           COMPUTATIONAL-3
001550                                 VALUE           ZERO.
001560 77  WS-QUOT                     PICTURE         S9(9)
001570                                 USAGE           COMPUTATIONAL-3
001580                                 VALUE           ZERO.
001590 77  WS-JOUR-SEMAINE             PICTURE         9(1)
001600                                 VALUE           ZERO.
001610**--------------------------------------------------------
001620*    BUSINESS-DAY STATUS OF THE CONTROL DAY IN THE CALENDAR
001630*    LAST EVALUATED (SEE 1300-EVALUE-CALENDRIER).
001640**--------------------------------------------------------
001650 77  WS-CAL-EVALUE               PICTURE         X(2)
001660                                 VALUE           LOW-VALUES.
001670 77  WS-OUVRE-SW                 PICTURE         X(1)
001680                                 VALUE           'N'.
001690     88  WS-JOUR-OUVRE                   VALUE   'O'.
001700 77  WS-PREMIER-OUVRE-SW         PICTURE         X(1)
001710                                 VALUE           'N'.
001720     88  WS-PREMIER-OUVRE                VALUE   'O'.
001730 77  WS-DERNIER-OUVRE-SW         PICTURE         X(1)
001740                                 VALUE           'N'.
001750     88  WS-DERNIER-OUVRE                VALUE   'O'.
001760     COPY    DTFABS.
001770     COPY    DTFJOUV.
001780     COPY    DTFFER.
001790**--------------------------------------------------------
001800*    FEED-SCHEDULE TABLE - THE WHOLE DIFPF01 FILE, LOADED AT
001810*    INITIALISATION, WITH THE RUNS OF THE CONTROL DAY COUNTED
001820*    AGAINST EACH FEED.  'V' = EMPTY SLOT.
001830**--------------------------------------------------------
001840 01  WS-PLAN-TABLE.
001850     03  WS-PLAN-ENTREE          OCCURS 300 TIMES
001860                                 INDEXED BY WS-PLAN-IX.
001870         05  WS-PLAN-ID-FLUX     PICTURE         X(8).
001880         05  WS-PLAN-CALENDRIER  PICTURE         X(2).
001890         05  WS-PLAN-FREQUENCE   PICTURE         X(1).
001900         05  WS-PLAN-JOUR-SEMAINE
001910                                 PICTURE         9(1).
001920         05  WS-PLAN-HEURE-LIMITE
001930                                 PICTURE         X(4).
001940         05  WS-PLAN-LIBELLE     PICTURE         X(20).
001950         05  WS-PLAN-ATTENDU-SW  PICTURE         X(1).
001960             88  WS-PLAN-ATTENDU         VALUE   'O'.
001970         05  WS-PLAN-NB-OK       PICTURE         9(5).
001980         05  WS-PLAN-NB-ERREUR   PICTURE         9(5).
001990         05  WS-PLAN-HEURE-FIN.
002000             07  WS-PLAN-FIN-HHMM
002010                                 PICTURE         X(4).
002020             07  FILLER          PICTURE         X(2).
002030         05  WS-PLAN-ETAT-SW     PICTURE         X(1)
002040                                 VALUE           'V'.
002050             88  WS-PLAN-VIDE            VALUE   'V'.
002060             88  WS-PLAN-OCCUPE          VALUE   'O'.
002070 77  WS-NB-PLAN                  PICTURE         S9(4)
002080                                 USAGE           COMPUTATIONAL
002090                                 VALUE           ZERO.
002100 77  WS-PLAN-IDX                 PICTURE         S9(4)
002110                                 USAGE           COMPUTATIONAL.
002120**--------------------------------------------------------
002130*    FEEDS FOUND IN THE HISTORY BUT ABSENT FROM THE SCHEDULE.
002140**--------------------------------------------------------
002150 01  WS-HORS-TABLE.
002160     03  WS-HORS-ENTREE          OCCURS 100 TIMES
002170                                 INDEXED BY WS-HORS-IX.
002180         05  WS-HORS-ID-FLUX     PICTURE         X(8).
002190         05  WS-HORS-NB          PICTURE         9(5).
002200         05  WS-HORS-HEURE-FIN   PICTURE         X(6).
002210         05  WS-HORS-ETAT-SW     PICTURE         X(1)
002220                                 VALUE           'V'.
002230             88  WS-HORS-VIDE            VALUE   'V'.
002240             88  WS-HORS-OCCUPE          VALUE   'O'.
002250 77  WS-NB-HORS                  PICTURE         S9(4)
002260                                 USAGE           COMPUTATIONAL
002270                                 VALUE           ZERO.
002280 77  WS-HORS-IDX                 PICTURE         S9(4)
002290                                 USAGE           COMPUTATIONAL.
002300 01  WS-HEURE-ACCEPT.
002310     03  WS-HEURE-HHMMSS         PICTURE         X(6).
002320     03  FILLER                  PICTURE         X(2).
002330**--------------------------------------------------------
002340*    REPORT LINES
002350**--------------------------------------------------------
002360 01  WS-CF-TITRE.
002370     03  FILLER                  PICTURE         X(44)
002380         VALUE 'DIFCTLF - CONTROLE DES FLUX ATTENDUS DU    '.
002390     03  WS-CF-TITRE-DATE        PICTURE         X(8).
002400     03  FILLER                  PICTURE         X(7)
002410                                 VALUE           ' JOUR '.
002420     03  WS-CF-TITRE-JOUR        PICTURE         X(8).
002430     03  FILLER                  PICTURE         X(13)
002440                                 VALUE           SPACES.
002450 01  WS-CF-ENTETE.
002455     03  FILLER                  PICTURE         X(30)
002460         VALUE 'FLUX     CA F LIMI FIN     NB '.
002465     03  FILLER                  PICTURE         X(29)
002470                                 VALUE           'ANOMALIE'.
002475     03  FILLER                  PICTURE         X(21)
002480                                 VALUE           'LIBELLE'.
002490 01  WS-CF-DETAIL.
002500     03  WS-CF-FLUX              PICTURE         X(8).
002510     03  FILLER                  PICTURE         X(1)
002520                                 VALUE           SPACE.
002530     03  WS-CF-CALENDRIER        PICTURE         X(2).
002540     03  FILLER                  PICTURE         X(1)
002550                                 VALUE           SPACE.
002560     03  WS-CF-FREQUENCE         PICTURE         X(1).
002570     03  FILLER                  PICTURE         X(1)
002580                                 VALUE           SPACE.
002590     03  WS-CF-LIMITE            PICTURE         X(4).
002600     03  FILLER                  PICTURE         X(1)
002610                                 VALUE           SPACE.
002620     03  WS-CF-HEURE-FIN         PICTURE         X(6).
002630     03  FILLER                  PICTURE         X(1)
002640                                 VALUE           SPACE.
002650     03  WS-CF-NB-RUNS           PICTURE         ZZ9.
002660     03  FILLER                  PICTURE         X(1)
002670                                 VALUE           SPACE.
002680     03  WS-CF-ANOMALIE          PICTURE         X(28).
002690     03  FILLER                  PICTURE         X(1)
002700                                 VALUE           SPACE.
002710     03  WS-CF-LIBELLE           PICTURE         X(20).
002720     03  FILLER                  PICTURE         X(1)
002730                                 VALUE           SPACE.
002740 01  WS-CF-TOTAL.
002750     03  WS-CF-TOT-LIBELLE       PICTURE         X(30).
002760     03  FILLER                  PICTURE         X(3)
002770                                 VALUE           ' : '.
002780     03  WS-CF-TOT-NOMBRE        PICTURE         ZZZZZZZZ9.
002790     03  FILLER                  PICTURE         X(38)
002800                                 VALUE           SPACES.
002810 01  WS-CF-FIN-ANOMALIES.
002820     03  FILLER                  PICTURE         X(40)
002830         VALUE '*** AUCUNE ANOMALIE                     '.
002840     03  FILLER                  PICTURE         X(40)
002850                                 VALUE           SPACES.
002860**--------------------------------------------------------
002870*    DAY-OF-WEEK NAMES FOR THE TITLE, 1 = LUNDI.
002880**--------------------------------------------------------
002890 01  WS-JOURS-NOMS.
002892     03  FILLER                  PICTURE         X(8)
002894                                 VALUE           'LUNDI'.
002896     03  FILLER                  PICTURE         X(8)
002898                                 VALUE           'MARDI'.
002900     03  FILLER                  PICTURE         X(8)
002902                                 VALUE           'MERCREDI'.
002904     03  FILLER                  PICTURE         X(8)
002906                                 VALUE           'JEUDI'.
002908     03  FILLER                  PICTURE         X(8)
002910                                 VALUE           'VENDREDI'.
002912     03  FILLER                  PICTURE         X(8)
002914                                 VALUE           'SAMEDI'.
002916     03  FILLER                  PICTURE         X(8)
002918                                 VALUE           'DIMANCHE'.
002930 01  FILLER REDEFINES WS-JOURS-NOMS.
002940     03  WS-JOUR-NOM             OCCURS 7 TIMES
002950                                 PICTURE         X(8).
002960 PROCEDURE DIVISION.
002970 0000-MAINLINE SECTION.
002980 0000-DEBUT.
002990     PERFORM         1000-INITIALISATION
003000                     THRU
003010                     1000-EXIT.
003020     PERFORM         2000-TRAITEMENT
003030                     THRU
003040                     2000-EXIT
003050                     UNTIL           WS-FIN-FICHIER.
003060     PERFORM         3000-EDITE-ANOMALIES
003070                     THRU
003080                     3000-EXIT.
003090     PERFORM         9000-TERMINAISON
003100                     THRU
003110                     9000-EXIT.
003120     MOVE WS-CODE-RETOUR TO RETURN-CODE.
003130     GOBACK.
003140**--------------------------------------------------------
003150*    1000-INITIALISATION - LIT LA CARTE DATE, CHARGE LE
003160*    PLANNING DES FLUX, DETERMINE LES FLUX ATTENDUS CE JOUR,
003170*    OUVRE L'HISTORIQUE ET L'ETAT, EDITE TITRE ET ENTETE.
003180**--------------------------------------------------------
003190 1000-INITIALISATION.
003200     PERFORM         1050-LIT-CARTE-DATE
003210                     THRU
003220                     1050-EXIT.
003230     PERFORM         1100-CHARGE-PLANNING
003240                     THRU
003250                     1100-EXIT.
003260     PERFORM         1200-EVALUE-ATTENDU
003270                     THRU
003280                     1200-EXIT
003290                     VARYING WS-PLAN-IDX FROM 1 BY 1
003300                     UNTIL WS-PLAN-IDX > WS-NB-PLAN.
003310     OPEN            INPUT   DIFRH01-FILE.
003320     IF WS-RH-FILE-STAT NOT = '00'
003330        MOVE 'DIFRH01' TO WS-ERR-FICHIER
003340        MOVE WS-RH-FILE-STAT TO WS-ERR-STATUT
003350        PERFORM   9900-ERREUR-FICHIER-DEB
003360                  THRU
003370                  9900-ERREUR-FICHIER-FIN
003380     END-IF
003390     OPEN            OUTPUT  DIFCF01-FILE.
003400     IF WS-CF-FILE-STAT NOT = '00'
003410        MOVE 'DIFCF01' TO WS-ERR-FICHIER
003420        MOVE WS-CF-FILE-STAT TO WS-ERR-STATUT
003430        PERFORM   9900-ERREUR-FICHIER-DEB
003440                  THRU
003450                  9900-ERREUR-FICHIER-FIN
003460     END-IF
003470     MOVE WS-DATE-CONTROLE-X TO WS-CF-TITRE-DATE
003480     MOVE WS-JOUR-NOM (WS-JOUR-SEMAINE) TO WS-CF-TITRE-JOUR
003490     MOVE WS-CF-TITRE TO DIFCF01-LIGNE
003500     PERFORM         2900-ECRIT-LIGNE
003510                     THRU
003520                     2900-EXIT
003530     MOVE WS-CF-ENTETE TO DIFCF01-LIGNE
003540     PERFORM         2900-ECRIT-LIGNE
003550                     THRU
003560                     2900-EXIT.
003570 1000-EXIT.
003580     EXIT.
003590**--------------------------------------------------------
003600*    1050-LIT-CARTE-DATE - CARTE SYSIN FACULTATIVE : LE JOUR
003610*    A CONTROLER, SSAAMMJJ (COLS 1-8).  ABSENTE OU A BLANC =
003620*    DATE DU JOUR.  CALCULE LE NUMERO DE JOUR ABSOLU (SPABS8),
003630*    LE JOUR DE LA SEMAINE, ET LES BORNES DU MOIS.
003640**--------------------------------------------------------
003650 1050-LIT-CARTE-DATE.
003660     ACCEPT WS-DATE-CONTROLE FROM DATE YYYYMMDD
003670     OPEN            INPUT   DIFCD01-FILE
003680     IF WS-CD-FILE-STAT NOT = '00'
003690        AND WS-CD-FILE-STAT NOT = '05'
003700        MOVE 'SYSIN' TO WS-ERR-FICHIER
003710        MOVE WS-CD-FILE-STAT TO WS-ERR-STATUT
003720        PERFORM   9900-ERREUR-FICHIER-DEB
003730                  THRU
003740                  9900-ERREUR-FICHIER-FIN
003750     END-IF
003760     READ            DIFCD01-FILE
003770        AT END
003780           MOVE SPACES TO DIFCD01-REC
003790     END-READ
003800     CLOSE           DIFCD01-FILE
003810     IF DIFCD01-DATE-CONTROLE NOT = SPACES
003820        MOVE DIFCD01-DATE-CONTROLE TO WS-DATE-CONTROLE-X
003830     END-IF
003840     MOVE WS-DATE-CONTROLE-X TO ABS-DATE-SSAAMMJJ
003850     CALL "SPABS8"   USING DTFABS-REC
003860     IF NOT ABS-STATUS-OK
003870        DISPLAY 'DIFCTLF - CARTE DATE INVALIDE (COLS 1-8) : '
003880                WS-DATE-CONTROLE-X
003890        PERFORM   9990-ARRET-ANORMAL-DEB
003900                  THRU
003910                  9990-ARRET-ANORMAL-FIN
003920     END-IF
003930     MOVE ABS-JOUR TO WS-ABS-CONTROLE
003940     DIVIDE WS-ABS-CONTROLE BY 7 GIVING WS-QUOT
003950                                 REMAINDER WS-DOW-CONTROLE
003960     ADD WS-DOW-EPOQUE TO WS-DOW-CONTROLE
003970     IF WS-DOW-CONTROLE > 6
003980        SUBTRACT 7 FROM WS-DOW-CONTROLE
003990     END-IF
004000     IF WS-DOW-CONTROLE = 0
004010        MOVE 7 TO WS-JOUR-SEMAINE
004020     ELSE
004030        MOVE WS-DOW-CONTROLE TO WS-JOUR-SEMAINE
004040     END-IF
004050     MOVE WS-DATE-CONTROLE TO WS-DATE-TRAVAIL
004060     MOVE 1 TO WS-TRV-JJ
004070     MOVE WS-DATE-TRAVAIL-X TO ABS-DATE-SSAAMMJJ
004080     CALL "SPABS8"   USING DTFABS-REC
004090     MOVE ABS-JOUR TO WS-ABS-DEBUT-MOIS
004100     IF WS-TRV-MM = 12
004110        MOVE 1 TO WS-TRV-MM
004120        ADD 1 TO WS-TRV-SSAA
004130     ELSE
004140        ADD 1 TO WS-TRV-MM
004150     END-IF
004160     MOVE WS-DATE-TRAVAIL-X TO ABS-DATE-SSAAMMJJ
004170     CALL "SPABS8"   USING DTFABS-REC
004180     MOVE ABS-JOUR TO WS-ABS-MOIS-SUIVANT
004190     DISPLAY 'DIFCTLF - JOUR CONTROLE : ' WS-DATE-CONTROLE-X
004200             ' ' WS-JOUR-NOM (WS-JOUR-SEMAINE).
004210 1050-EXIT.
004220     EXIT.
004230**--------------------------------------------------------
004240*    1100-CHARGE-PLANNING - CHARGE TOUT LE FICHIER DIFPF01
004250*    DANS LA TABLE.  UNE CARTE INVALIDE OU UN FLUX EN DOUBLE
004260*    ARRETE LE STEP - UN PLANNING FAUX DONNERAIT DE FAUSSES
004270*    ALERTES, OU PIRE, AUCUNE.
004280**--------------------------------------------------------
004290 1100-CHARGE-PLANNING.
004300     OPEN            INPUT   DIFPF01-FILE.
004310     IF WS-PF-FILE-STAT NOT = '00'
004320        MOVE 'DIFPF01' TO WS-ERR-FICHIER
004330        MOVE WS-PF-FILE-STAT TO WS-ERR-STATUT
004340        PERFORM   9900-ERREUR-FICHIER-DEB
004350                  THRU
004360                  9900-ERREUR-FICHIER-FIN
004370     END-IF
004380     PERFORM         1150-LIT-PLANNING
004390                     THRU
004400                     1150-EXIT
004410                     UNTIL WS-PF-FIN.
004420     CLOSE           DIFPF01-FILE.
004430     DISPLAY 'DIFCTLF - FLUX AU PLANNING : ' WS-NB-CARTES.
004440 1100-EXIT.
004450     EXIT.
004460**--------------------------------------------------------
004470 1150-LIT-PLANNING.
004480     READ            DIFPF01-FILE
004490                     AT END          SET WS-PF-FIN TO TRUE
004500     END-READ
004510     IF WS-PF-FIN
004520        GO TO 1150-EXIT
004530     END-IF
004540     IF WS-PF-FILE-STAT NOT = '00'
004550        MOVE 'DIFPF01' TO WS-ERR-FICHIER
004560        MOVE WS-PF-FILE-STAT TO WS-ERR-STATUT
004570        PERFORM   9900-ERREUR-FICHIER-DEB
004580                  THRU
004590                  9900-ERREUR-FICHIER-FIN
004600     END-IF
004610     ADD 1 TO WS-NB-CARTES
004620     IF DIFPF01-ID-FLUX = SPACES
004630        OR NOT DIFPF01-FREQ-VALIDE
004640        DISPLAY 'DIFCTLF - PLANNING - CARTE INVALIDE : '
004650                DIFPF01-ID-FLUX ' FREQUENCE ' DIFPF01-FREQUENCE
004660        PERFORM   9990-ARRET-ANORMAL-DEB
004670                  THRU
004680                  9990-ARRET-ANORMAL-FIN
004690     END-IF
004700     IF DIFPF01-FREQ-HEBDO
004710        AND NOT DIFPF01-JOUR-VALIDE
004720        DISPLAY 'DIFCTLF - PLANNING - JOUR SEMAINE INVALIDE : '
004730                DIFPF01-ID-FLUX ' JOUR ' DIFPF01-JOUR-SEMAINE
004740        PERFORM   9990-ARRET-ANORMAL-DEB
004750                  THRU
004760                  9990-ARRET-ANORMAL-FIN
004770     END-IF
004780     IF DIFPF01-HEURE-LIMITE NOT = SPACES
004790        AND (DIFPF01-HEURE-LIMITE NOT NUMERIC
004800             OR DIFPF01-HEURE-LIMITE > '2359')
004810        DISPLAY 'DIFCTLF - PLANNING - HEURE LIMITE INVALIDE : '
004820                DIFPF01-ID-FLUX ' HEURE ' DIFPF01-HEURE-LIMITE
004830        PERFORM   9990-ARRET-ANORMAL-DEB
004840                  THRU
004850                  9990-ARRET-ANORMAL-FIN
004860     END-IF
004870     SET WS-PLAN-IX TO 1
004880     SEARCH WS-PLAN-ENTREE
004890        AT END
004900           MOVE 'N' TO WS-TROUVE-SW
004910        WHEN WS-PLAN-OCCUPE (WS-PLAN-IX)
004920             AND WS-PLAN-ID-FLUX (WS-PLAN-IX) = DIFPF01-ID-FLUX
004930           MOVE 'O' TO WS-TROUVE-SW
004940     END-SEARCH
004950     IF WS-TROUVE
004960        DISPLAY 'DIFCTLF - PLANNING - FLUX EN DOUBLE : '
004970                DIFPF01-ID-FLUX
004980        PERFORM   9990-ARRET-ANORMAL-DEB
004990                  THRU
005000                  9990-ARRET-ANORMAL-FIN
005010     END-IF
005020     IF WS-NB-PLAN NOT < 300
005030        DISPLAY 'DIFCTLF - PLANNING - TABLE PLEINE (300 FLUX)'
005040        PERFORM   9990-ARRET-ANORMAL-DEB
005050                  THRU
005060                  9990-ARRET-ANORMAL-FIN
005070     END-IF
005080     ADD 1 TO WS-NB-PLAN
005090     MOVE DIFPF01-ID-FLUX TO WS-PLAN-ID-FLUX (WS-NB-PLAN)
005100     MOVE DIFPF01-CALENDRIER TO WS-PLAN-CALENDRIER (WS-NB-PLAN)
005110     IF DIFPF01-CALENDRIER = SPACES
005120        MOVE 'FR' TO WS-PLAN-CALENDRIER (WS-NB-PLAN)
005130     END-IF
005140     MOVE DIFPF01-FREQUENCE TO WS-PLAN-FREQUENCE (WS-NB-PLAN)
005150     IF DIFPF01-FREQ-HEBDO
005160        MOVE DIFPF01-JOUR-SEMAINE-R
005170          TO WS-PLAN-JOUR-SEMAINE (WS-NB-PLAN)
005180     ELSE
005190        MOVE ZERO TO WS-PLAN-JOUR-SEMAINE (WS-NB-PLAN)
005200     END-IF
005210     MOVE DIFPF01-HEURE-LIMITE
005220       TO WS-PLAN-HEURE-LIMITE (WS-NB-PLAN)
005230     MOVE DIFPF01-LIBELLE TO WS-PLAN-LIBELLE (WS-NB-PLAN)
005240     MOVE 'N' TO WS-PLAN-ATTENDU-SW (WS-NB-PLAN)
005250     MOVE ZERO TO WS-PLAN-NB-OK (WS-NB-PLAN)
005260     MOVE ZERO TO WS-PLAN-NB-ERREUR (WS-NB-PLAN)
005270     MOVE SPACES TO WS-PLAN-HEURE-FIN (WS-NB-PLAN)
005280     MOVE 'O' TO WS-PLAN-ETAT-SW (WS-NB-PLAN).
005290 1150-EXIT.
005300     EXIT.
005310**--------------------------------------------------------
005320*    1200-EVALUE-ATTENDU - LE FLUX EST-IL ATTENDU LE JOUR
005330*    CONTROLE ?  'C' TOUS LES JOURS; 'O' LES JOURS OUVRES DE
005340*    SON CALENDRIER; 'D'/'F' LE PREMIER/DERNIER JOUR OUVRE DU
005350*    MOIS; 'H' LE JOUR DE SEMAINE DE LA CARTE S'IL EST OUVRE.
005360**--------------------------------------------------------
005370 1200-EVALUE-ATTENDU.
005380     IF WS-PLAN-CALENDRIER (WS-PLAN-IDX) NOT = WS-CAL-EVALUE
005390        MOVE WS-PLAN-CALENDRIER (WS-PLAN-IDX) TO WS-CAL-EVALUE
005400        PERFORM      1300-EVALUE-CALENDRIER
005410                     THRU
005420                     1300-EXIT
005430     END-IF
005440     MOVE 'N' TO WS-PLAN-ATTENDU-SW (WS-PLAN-IDX)
005450     IF WS-PLAN-FREQUENCE (WS-PLAN-IDX) = 'C'
005460        MOVE 'O' TO WS-PLAN-ATTENDU-SW (WS-PLAN-IDX)
005470     END-IF
005480     IF WS-PLAN-FREQUENCE (WS-PLAN-IDX) = 'O'
005490        AND WS-JOUR-OUVRE
005500        MOVE 'O' TO WS-PLAN-ATTENDU-SW (WS-PLAN-IDX)
005510     END-IF
005520     IF WS-PLAN-FREQUENCE (WS-PLAN-IDX) = 'D'
005530        AND WS-PREMIER-OUVRE
005540        MOVE 'O' TO WS-PLAN-ATTENDU-SW (WS-PLAN-IDX)
005550     END-IF
005560     IF WS-PLAN-FREQUENCE (WS-PLAN-IDX) = 'F'
005570        AND WS-DERNIER-OUVRE
005580        MOVE 'O' TO WS-PLAN-ATTENDU-SW (WS-PLAN-IDX)
005590     END-IF
005600     IF WS-PLAN-FREQUENCE (WS-PLAN-IDX) = 'H'
005610        AND WS-JOUR-OUVRE
005620        AND WS-PLAN-JOUR-SEMAINE (WS-PLAN-IDX) = WS-JOUR-SEMAINE
005630        MOVE 'O' TO WS-PLAN-ATTENDU-SW (WS-PLAN-IDX)
005640     END-IF.
005650 1200-EXIT.
005660     EXIT.
005670**--------------------------------------------------------
005680*    1300-EVALUE-CALENDRIER - CHARGE LES FERIES DU CALENDRIER
005690*    WS-CAL-EVALUE (SPFERCH) ET SITUE LE JOUR CONTROLE : OUVRE
005700*    OU NON, PREMIER OU DERNIER JOUR OUVRE DU MOIS, PAR LE
005710*    MEME COMPTAGE SPJOUVR QUE DIFDA2.
005720**--------------------------------------------------------
005730 1300-EVALUE-CALENDRIER.
005740     MOVE 'N' TO FER-CHARGE-SW
005750     MOVE WS-CAL-EVALUE TO FER-CALENDRIER
005760     CALL "SPFERCH"  USING DTFFER
005770     IF FER-DERNIER-JOUR-ABS < WS-ABS-MOIS-SUIVANT
005780        DISPLAY 'DIFCTLF - ATTENTION - CALENDRIER ' WS-CAL-EVALUE
005790                ' NE COUVRE PAS LE MOIS CONTROLE'
005800     END-IF
005810     MOVE 'N' TO WS-OUVRE-SW
005820     MOVE 'N' TO WS-PREMIER-OUVRE-SW
005830     MOVE 'N' TO WS-DERNIER-OUVRE-SW
005840     MOVE WS-ABS-CONTROLE TO JV-DATE-DE
005850     COMPUTE JV-DATE-FIN = WS-ABS-CONTROLE + 1
005860     CALL "SPJOUVR"  USING DTFJOUV-REC DTFFER
005870     IF JV-JOURS-OUVRES NOT = 1
005880        GO TO 1300-EXIT
005890     END-IF
005900     MOVE 'O' TO WS-OUVRE-SW
005910     MOVE WS-ABS-DEBUT-MOIS TO JV-DATE-DE
005920     MOVE WS-ABS-CONTROLE TO JV-DATE-FIN
005930     CALL "SPJOUVR"  USING DTFJOUV-REC DTFFER
005940     IF JV-JOURS-OUVRES = 0
005950        MOVE 'O' TO WS-PREMIER-OUVRE-SW
005960     END-IF
005970     COMPUTE JV-DATE-DE = WS-ABS-CONTROLE + 1
005980     MOVE WS-ABS-MOIS-SUIVANT TO JV-DATE-FIN
005990     CALL "SPJOUVR"  USING DTFJOUV-REC DTFFER
006000     IF JV-JOURS-OUVRES = 0
006010        MOVE 'O' TO WS-DERNIER-OUVRE-SW
006020     END-IF.
006030 1300-EXIT.
006040     EXIT.
006050**--------------------------------------------------------
006060*    2000-TRAITEMENT - LIT UN ENREGISTREMENT D'HISTORIQUE ET,
006070*    S'IL S'AGIT D'UN RUN DIFBATCH TERMINE LE JOUR CONTROLE,
006080*    LE COMPTE CONTRE SON FLUX.
006090**--------------------------------------------------------
006100 2000-TRAITEMENT.
006110     READ            DIFRH01-FILE
006120                     AT END          SET WS-FIN-FICHIER TO TRUE
006130     END-READ.
006140     IF WS-FIN-FICHIER
006150        GO TO 2000-EXIT
006160     END-IF
006170     IF WS-RH-FILE-STAT NOT = '00'
006180        MOVE 'DIFRH01' TO WS-ERR-FICHIER
006190        MOVE WS-RH-FILE-STAT TO WS-ERR-STATUT
006200        PERFORM   9900-ERREUR-FICHIER-DEB
006210                  THRU
006220                  9900-ERREUR-FICHIER-FIN
006230     END-IF
006240     ADD 1 TO WS-NB-RUNS-LUS
006250     IF DIFRH01-PROGRAMME NOT = 'DIFBATCH'
006260        OR DIFRH01-FIN-DATE NOT = WS-DATE-CONTROLE-X
006270        GO TO 2000-EXIT
006280     END-IF
006290     ADD 1 TO WS-NB-RUNS-JOUR
006300     IF DIFRH01-ENT-ID-FLUX = SPACES
006310        ADD 1 TO WS-NB-RUNS-SANS-FLUX
006320        GO TO 2000-EXIT
006330     END-IF
006340     PERFORM         2100-COMPTE-RUN
006350                     THRU
006360                     2100-EXIT.
006370 2000-EXIT.
006380     EXIT.
006390**--------------------------------------------------------
006400*    2100-COMPTE-RUN - RATTACHE LE RUN A SON FLUX DU PLANNING :
006410*    UN RUN TERMINE ('C') COMPTE COMME ARRIVEE ET GARDE LA
006420*    PREMIERE HEURE DE FIN, UN RUN EN ERREUR ('E') EST
006430*    SEULEMENT COMPTE.  FLUX INCONNU = HORS PLANNING.
006440**--------------------------------------------------------
006450 2100-COMPTE-RUN.
006460     SET WS-PLAN-IX TO 1
006470     SEARCH WS-PLAN-ENTREE
006480        AT END
006490           MOVE 'N' TO WS-TROUVE-SW
006500        WHEN WS-PLAN-OCCUPE (WS-PLAN-IX)
006506             AND WS-PLAN-ID-FLUX (WS-PLAN-IX)
006512                 = DIFRH01-ENT-ID-FLUX
006520           MOVE 'O' TO WS-TROUVE-SW
006530     END-SEARCH
006540     IF WS-PAS-TROUVE
006550        PERFORM      2200-COMPTE-HORS
006560                     THRU
006570                     2200-EXIT
006580        GO TO 2100-EXIT
006590     END-IF
006600     IF NOT DIFRH01-VERDICT-OK
006610        ADD 1 TO WS-PLAN-NB-ERREUR (WS-PLAN-IX)
006620        GO TO 2100-EXIT
006630     END-IF
006640     ADD 1 TO WS-PLAN-NB-OK (WS-PLAN-IX)
006650     IF WS-PLAN-HEURE-FIN (WS-PLAN-IX) = SPACES
006660        OR DIFRH01-FIN-HEURE < WS-PLAN-HEURE-FIN (WS-PLAN-IX)
006670        MOVE DIFRH01-FIN-HEURE TO WS-PLAN-HEURE-FIN (WS-PLAN-IX)
006680     END-IF.
006690 2100-EXIT.
006700     EXIT.
006710**--------------------------------------------------------
006720 2200-COMPTE-HORS.
006730     SET WS-HORS-IX TO 1
006740     SEARCH WS-HORS-ENTREE
006750        AT END
006760           MOVE 'N' TO WS-TROUVE-SW
006770        WHEN WS-HORS-OCCUPE (WS-HORS-IX)
006776             AND WS-HORS-ID-FLUX (WS-HORS-IX)
006782                 = DIFRH01-ENT-ID-FLUX
006790           MOVE 'O' TO WS-TROUVE-SW
006800     END-SEARCH
006810     IF WS-TROUVE
006820        ADD 1 TO WS-HORS-NB (WS-HORS-IX)
006830        GO TO 2200-EXIT
006840     END-IF
006850     IF WS-NB-HORS NOT < 100
006860        DISPLAY 'DIFCTLF - FLUX HORS PLANNING AU DELA DE 100 '
006870                'NON DETAILLE : ' DIFRH01-ENT-ID-FLUX
006880        ADD 1 TO WS-NB-HORS-PLANNING
006890        GO TO 2200-EXIT
006900     END-IF
006910     ADD 1 TO WS-NB-HORS
006920     MOVE DIFRH01-ENT-ID-FLUX TO WS-HORS-ID-FLUX (WS-NB-HORS)
006930     MOVE 1 TO WS-HORS-NB (WS-NB-HORS)
006940     MOVE DIFRH01-FIN-HEURE TO WS-HORS-HEURE-FIN (WS-NB-HORS)
006950     MOVE 'O' TO WS-HORS-ETAT-SW (WS-NB-HORS).
006960 2200-EXIT.
006970     EXIT.
006980**--------------------------------------------------------
006990 2900-ECRIT-LIGNE.
007000     WRITE DIFCF01-LIGNE.
007010     IF WS-CF-FILE-STAT NOT = '00'
007020        MOVE 'DIFCF01' TO WS-ERR-FICHIER
007030        MOVE WS-CF-FILE-STAT TO WS-ERR-STATUT
007040        PERFORM   9900-ERREUR-FICHIER-DEB
007050                  THRU
007060                  9900-ERREUR-FICHIER-FIN
007070     END-IF.
007080 2900-EXIT.
007090     EXIT.
007100**--------------------------------------------------------
007110*    3000-EDITE-ANOMALIES - UNE LIGNE PAR ANOMALIE : FLUX DU
007120*    PLANNING MANQUANT, EN RETARD, TRAITE PLUSIEURS FOIS, OU
007130*    PASSE UN JOUR OU IL N'ETAIT PAS ATTENDU, PUIS LES FLUX
007140*    ABSENTS DU PLANNING.
007150**--------------------------------------------------------
007160 3000-EDITE-ANOMALIES.
007170     PERFORM         3100-EDITE-FLUX
007180                     THRU
007190                     3100-EXIT
007200                     VARYING WS-PLAN-IDX FROM 1 BY 1
007210                     UNTIL WS-PLAN-IDX > WS-NB-PLAN.
007220     PERFORM         3200-EDITE-HORS
007230                     THRU
007240                     3200-EXIT
007250                     VARYING WS-HORS-IDX FROM 1 BY 1
007260                     UNTIL WS-HORS-IDX > WS-NB-HORS.
007270     IF WS-NB-MANQUANTS = ZERO
007280        AND WS-NB-RETARDS = ZERO
007290        AND WS-NB-DOUBLES = ZERO
007300        AND WS-NB-NON-ATTENDUS = ZERO
007310        AND WS-NB-HORS-PLANNING = ZERO
007320        MOVE WS-CF-FIN-ANOMALIES TO DIFCF01-LIGNE
007330        PERFORM      2900-ECRIT-LIGNE
007340                     THRU
007350                     2900-EXIT
007360     END-IF.
007370 3000-EXIT.
007380     EXIT.
007390**--------------------------------------------------------
007400 3100-EDITE-FLUX.
007410     MOVE WS-PLAN-ID-FLUX (WS-PLAN-IDX) TO WS-CF-FLUX
007420     MOVE WS-PLAN-CALENDRIER (WS-PLAN-IDX) TO WS-CF-CALENDRIER
007430     MOVE WS-PLAN-FREQUENCE (WS-PLAN-IDX) TO WS-CF-FREQUENCE
007440     MOVE WS-PLAN-HEURE-LIMITE (WS-PLAN-IDX) TO WS-CF-LIMITE
007450     MOVE WS-PLAN-HEURE-FIN (WS-PLAN-IDX) TO WS-CF-HEURE-FIN
007460     MOVE WS-PLAN-NB-OK (WS-PLAN-IDX) TO WS-CF-NB-RUNS
007470     MOVE WS-PLAN-LIBELLE (WS-PLAN-IDX) TO WS-CF-LIBELLE
007480     IF NOT WS-PLAN-ATTENDU (WS-PLAN-IDX)
007490        IF WS-PLAN-NB-OK (WS-PLAN-IDX) > ZERO
007500           OR WS-PLAN-NB-ERREUR (WS-PLAN-IDX) > ZERO
007510           ADD 1 TO WS-NB-NON-ATTENDUS
007520           MOVE 'NON ATTENDU CE JOUR' TO WS-CF-ANOMALIE
007530           PERFORM   3900-ECRIT-DETAIL
007540                     THRU
007550                     3900-EXIT
007560        END-IF
007570        GO TO 3100-EXIT
007580     END-IF
007590     ADD 1 TO WS-NB-ATTENDUS
007600     IF WS-PLAN-NB-OK (WS-PLAN-IDX) = ZERO
007610        ADD 1 TO WS-NB-MANQUANTS
007620        IF WS-PLAN-NB-ERREUR (WS-PLAN-IDX) > ZERO
007630           MOVE WS-PLAN-NB-ERREUR (WS-PLAN-IDX) TO WS-CF-NB-RUNS
007640           MOVE 'MANQUANT - RUN(S) EN ERREUR' TO WS-CF-ANOMALIE
007650        ELSE
007660           MOVE 'MANQUANT' TO WS-CF-ANOMALIE
007670        END-IF
007680        PERFORM      3900-ECRIT-DETAIL
007690                     THRU
007700                     3900-EXIT
007710        GO TO 3100-EXIT
007720     END-IF
007730     IF WS-PLAN-HEURE-LIMITE (WS-PLAN-IDX) NOT = SPACES
007740        AND WS-PLAN-FIN-HHMM (WS-PLAN-IDX)
007750            > WS-PLAN-HEURE-LIMITE (WS-PLAN-IDX)
007760        ADD 1 TO WS-NB-RETARDS
007770        MOVE 'EN RETARD' TO WS-CF-ANOMALIE
007780        PERFORM      3900-ECRIT-DETAIL
007790                     THRU
007800                     3900-EXIT
007810     END-IF
007820     IF WS-PLAN-NB-OK (WS-PLAN-IDX) > 1
007830        ADD 1 TO WS-NB-DOUBLES
007840        MOVE 'TRAITE PLUSIEURS FOIS' TO WS-CF-ANOMALIE
007850        PERFORM      3900-ECRIT-DETAIL
007860                     THRU
007870                     3900-EXIT
007880     END-IF
007890     IF WS-PLAN-NB-OK (WS-PLAN-IDX) = 1
007900        AND (WS-PLAN-HEURE-LIMITE (WS-PLAN-IDX) = SPACES
007910             OR WS-PLAN-FIN-HHMM (WS-PLAN-IDX)
007920                NOT > WS-PLAN-HEURE-LIMITE (WS-PLAN-IDX))
007930        ADD 1 TO WS-NB-A-L-HEURE
007940     END-IF.
007950 3100-EXIT.
007960     EXIT.
007970**--------------------------------------------------------
007980 3200-EDITE-HORS.
007990     ADD 1 TO WS-NB-HORS-PLANNING
008000     MOVE WS-HORS-ID-FLUX (WS-HORS-IDX) TO WS-CF-FLUX
008010     MOVE SPACES TO WS-CF-CALENDRIER
008020     MOVE SPACES TO WS-CF-FREQUENCE
008030     MOVE SPACES TO WS-CF-LIMITE
008040     MOVE WS-HORS-HEURE-FIN (WS-HORS-IDX) TO WS-CF-HEURE-FIN
008050     MOVE WS-HORS-NB (WS-HORS-IDX) TO WS-CF-NB-RUNS
008060     MOVE 'HORS PLANNING' TO WS-CF-ANOMALIE
008070     MOVE SPACES TO WS-CF-LIBELLE
008080     PERFORM         3900-ECRIT-DETAIL
008090                     THRU
008100                     3900-EXIT.
008110 3200-EXIT.
008120     EXIT.
008130**--------------------------------------------------------
008140 3900-ECRIT-DETAIL.
008150     MOVE WS-CF-DETAIL TO DIFCF01-LIGNE
008160     PERFORM         2900-ECRIT-LIGNE
008170                     THRU
008180                     2900-EXIT.
008190 3900-EXIT.
008200     EXIT.
008210**--------------------------------------------------------
008220*    9000-TERMINAISON - TOTAUX DU CONTROLE, CODE RETOUR POUR
008230*    L'ORDONNANCEUR (8 = MANQUANT OU RETARD, 4 = DOUBLE OU
008240*    HORS PLANNING SEULEMENT, 0 = RAS), PUIS FERMETURE.
008250**--------------------------------------------------------
008260 9000-TERMINAISON.
008270     MOVE 'FLUX ATTENDUS                 ' TO WS-CF-TOT-LIBELLE
008280     MOVE WS-NB-ATTENDUS TO WS-CF-TOT-NOMBRE
008290     PERFORM         9050-ECRIT-TOTAL
008300                     THRU
008310                     9050-EXIT.
008320     MOVE 'RECUS A L''HEURE               ' TO WS-CF-TOT-LIBELLE
008330     MOVE WS-NB-A-L-HEURE TO WS-CF-TOT-NOMBRE
008340     PERFORM         9050-ECRIT-TOTAL
008350                     THRU
008360                     9050-EXIT.
008370     MOVE 'MANQUANTS                     ' TO WS-CF-TOT-LIBELLE
008380     MOVE WS-NB-MANQUANTS TO WS-CF-TOT-NOMBRE
008390     PERFORM         9050-ECRIT-TOTAL
008400                     THRU
008410                     9050-EXIT.
008420     MOVE 'EN RETARD                     ' TO WS-CF-TOT-LIBELLE
008430     MOVE WS-NB-RETARDS TO WS-CF-TOT-NOMBRE
008440     PERFORM         9050-ECRIT-TOTAL
008450                     THRU
008460                     9050-EXIT.
008470     MOVE 'TRAITES PLUSIEURS FOIS        ' TO WS-CF-TOT-LIBELLE
008480     MOVE WS-NB-DOUBLES TO WS-CF-TOT-NOMBRE
008490     PERFORM         9050-ECRIT-TOTAL
008500                     THRU
008510                     9050-EXIT.
008520     MOVE 'NON ATTENDUS CE JOUR          ' TO WS-CF-TOT-LIBELLE
008530     MOVE WS-NB-NON-ATTENDUS TO WS-CF-TOT-NOMBRE
008540     PERFORM         9050-ECRIT-TOTAL
008550                     THRU
008560                     9050-EXIT.
008570     MOVE 'HORS PLANNING                 ' TO WS-CF-TOT-LIBELLE
008580     MOVE WS-NB-HORS-PLANNING TO WS-CF-TOT-NOMBRE
008590     PERFORM         9050-ECRIT-TOTAL
008600                     THRU
008610                     9050-EXIT.
008620     MOVE 'RUNS DIFBATCH SANS ID FLUX    ' TO WS-CF-TOT-LIBELLE
008630     MOVE WS-NB-RUNS-SANS-FLUX TO WS-CF-TOT-NOMBRE
008640     PERFORM         9050-ECRIT-TOTAL
008650                     THRU
008660                     9050-EXIT.
008670     IF WS-NB-MANQUANTS > ZERO
008680        OR WS-NB-RETARDS > ZERO
008690        MOVE 8 TO WS-CODE-RETOUR
008700     ELSE
008710        IF WS-NB-DOUBLES > ZERO
008720           OR WS-NB-NON-ATTENDUS > ZERO
008730           OR WS-NB-HORS-PLANNING > ZERO
008740           MOVE 4 TO WS-CODE-RETOUR
008750        END-IF
008760     END-IF
008770     CLOSE           DIFRH01-FILE
008780                     DIFCF01-FILE.
008790     DISPLAY 'DIFCTLF - RUNS HISTORIQUE LUS : ' WS-NB-RUNS-LUS.
008800     DISPLAY 'DIFCTLF - RUNS DIFBATCH JOUR  : ' WS-NB-RUNS-JOUR.
008810     DISPLAY 'DIFCTLF - FLUX ATTENDUS       : ' WS-NB-ATTENDUS.
008820     DISPLAY 'DIFCTLF - MANQUANTS           : ' WS-NB-MANQUANTS.
008830     DISPLAY 'DIFCTLF - EN RETARD           : ' WS-NB-RETARDS.
008840     DISPLAY 'DIFCTLF - CODE RETOUR         : ' WS-CODE-RETOUR.
008850 9000-EXIT.
008860     EXIT.
008870**--------------------------------------------------------
008880 9050-ECRIT-TOTAL.
008890     MOVE WS-CF-TOTAL TO DIFCF01-LIGNE
008900     PERFORM         2900-ECRIT-LIGNE
008910                     THRU
008920                     2900-EXIT.
008930 9050-EXIT.
008940     EXIT.
008950**--------------------------------------------------------
008960*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
008970*    ECHOUE.  AFFICHE ET ARRETE LE STEP PROPREMENT.
008980**--------------------------------------------------------
008990 9900-ERREUR-FICHIER-DEB.
009000     DISPLAY 'DIFCTLF - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
009010     DISPLAY 'DIFCTLF - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
009020     MOVE 16 TO RETURN-CODE.
009030     STOP RUN.
009040 9900-ERREUR-FICHIER-FIN.
009050     EXIT.
009060**--------------------------------------------------------
009070 9990-ARRET-ANORMAL-DEB.
009080     DISPLAY 'DIFCTLF - ARRET - CORRIGER LA CARTE OU LE PLANNING '
009090             'ET RELANCER'.
009100     MOVE 16 TO RETURN-CODE.
009110     STOP RUN.
009120 9990-ARRET-ANORMAL-FIN.
009130     EXIT.
