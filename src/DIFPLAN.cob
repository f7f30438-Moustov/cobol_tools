000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFPLAN.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  BUILDS THE INSTALLMENT
000120*                  SCHEDULES OF THE LOAN AND LEASE FILES FROM THE
000130*                  DIFDP01 REQUESTS : FIRST DATE, PERIODICITY
000140*                  (MONTHLY, QUARTERLY, YEARLY) AND NUMBER OF
000150*                  INSTALLMENTS PER REFERENCE, ONE DIFPL01 ROW
000160*                  PER INSTALLMENT.  EVERY DATE IS COUNTED FROM
000170*                  THE FIRST ONE IN WHOLE MONTHS, ITS DAY CUT TO
000180*                  THE LAST DAY OF A SHORTER MONTH (31 JANUARY
000190*                  GIVES THE LAST DAY OF FEBRUARY, THEN 31 MARCH)
000200*                  OR KEPT ON THE MONTH END WHEN THE REQUEST ASKS
000210*                  FOR IT.  THE DATE IS THEN ROLLED BY SPECHEA
000220*                  (ZERO DAYS, THE REQUEST'S CONVENTION) AGAINST
000230*                  THE REFERENCE'S DIFHOL01 CALENDAR, LOADED BY
000240*                  SPFERCH WHEN THE CALENDAR CHANGES - THE SAME
000250*                  ROLLING AS THE DIFBATCH DUE DATES.  THE DAYS
000260*                  BETWEEN INSTALLMENTS ARE SPABS8 DAY-NUMBER
000270*                  DIFFERENCES, AS DIFDA2 COUNTS DATE-DIFF.  A
000280*                  REQUEST THAT FAILS ITS CONTROLS IS LISTED ON
000290*                  DIFPR01 AND SKIPPED (RETURN CODE 4), AS IS A
000300*                  DATE LYING PAST THE LOADED CALENDAR.  16 ON A
000310*                  FILE ERROR.
000320*--------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.
000360     UNIX.
000370 OBJECT-COMPUTER.
000380     UNIX.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT  DIFDP01-FILE        ASSIGN       TO DIFDP01
000420                                 ORGANIZATION    SEQUENTIAL
000430                                 FILE STATUS     WS-DP-FILE-STAT.
000440     SELECT  DIFPL01-FILE        ASSIGN       TO DIFPL01
000450                                 ORGANIZATION    SEQUENTIAL
000460                                 FILE STATUS     WS-PL-FILE-STAT.
000470     SELECT  DIFPR01-FILE        ASSIGN       TO DIFPR01
000480                                 ORGANIZATION    SEQUENTIAL
000490                                 FILE STATUS     WS-PR-FILE-STAT.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  DIFDP01-FILE
000530     RECORDING MODE              F.
000540     COPY    DIFDP01.
000550 FD  DIFPL01-FILE
000560     RECORDING MODE              F.
000570     COPY    DIFPL01.
000580 FD  DIFPR01-FILE
000590     RECORDING MODE              F.
000600 01  DIFPR01-LIGNE               PICTURE         X(80).
000610 WORKING-STORAGE SECTION.
000620**--------------------------------------------------------
000630*    SWITCHES AND COUNTERS
000640**--------------------------------------------------------
000650 77  WS-DP-FILE-STAT             PICTURE         X(2)
000660                                 VALUE           SPACES.
000670 77  WS-PL-FILE-STAT             PICTURE         X(2)
000680                                 VALUE           SPACES.
000690 77  WS-PR-FILE-STAT             PICTURE         X(2)
000700                                 VALUE           SPACES.
000710 77  WS-ERR-FICHIER              PICTURE         X(8)
000720                                 VALUE           SPACES.
000730 77  WS-ERR-STATUT               PICTURE         X(2)
000740                                 VALUE           SPACES.
000750 77  WS-FIN-FICHIER-SW           PICTURE         X(1)
000760                                 VALUE           'N'.
000770     88  WS-FIN-FICHIER                  VALUE   'O'.
000780     88  WS-PAS-FIN-FICHIER              VALUE   'N'.
000790 77  WS-FIN-MOIS-SW              PICTURE         X(1)
000800                                 VALUE           'N'.
000810     88  WS-FIN-MOIS                     VALUE   'O'.
000820     88  WS-JOUR-ANCRE                   VALUE   'N'.
000830 77  WS-NB-DEMANDES              PICTURE         9(9)
000840                                 VALUE           ZERO.
000850 77  WS-NB-ACCEPTEES             PICTURE         9(9)
000860                                 VALUE           ZERO.
000870 77  WS-NB-REJETEES              PICTURE         9(9)
000880                                 VALUE           ZERO.
000890 77  WS-NB-LIGNES                PICTURE         9(9)
000900                                 VALUE           ZERO.
000910 77  WS-NB-ROULEES               PICTURE         9(9)
000920                                 VALUE           ZERO.
000930 77  WS-NB-HORS-CALENDRIER       PICTURE         9(9)
000940                                 VALUE           ZERO.
000950 77  WS-NB-ROULEES-PLAN          PICTURE         9(3)
000960                                 VALUE           ZERO.
000970 77  WS-MOTIF-REJET              PICTURE         X(25)
000980                                 VALUE           SPACES.
000990**--------------------------------------------------------
001000*    PLAN EN COURS - PAS EN MOIS, ANCRE (PREMIERE DATE) ET
001010*    NUMEROS DE JOUR ABSOLUS POUR LES ECARTS.
001020**--------------------------------------------------------
001030 77  WS-CALENDRIER               PICTURE         X(2)
001040                                 VALUE           'FR'.
001050 77  WS-CAL-CHARGE               PICTURE         X(2)
001060                                 VALUE           SPACES.
001070 77  WS-PAS-MOIS                 PICTURE         9(2)
001080                                 VALUE           ZERO.
001090 77  WS-NB-ECHEANCES             PICTURE         9(3)
001100                                 VALUE           ZERO.
001110 77  WS-NUMERO                   PICTURE         9(4)
001120                                 VALUE           ZERO.
001130 77  WS-MOIS-ECOULES             PICTURE         9(7)
001140                                 VALUE           ZERO.
001150 77  WS-ANCRE-SSAA               PICTURE         9(4)
001160                                 VALUE           ZERO.
001170 77  WS-ANCRE-MM                 PICTURE         9(2)
001180                                 VALUE           ZERO.
001190 77  WS-ANCRE-JJ                 PICTURE         9(2)
001200                                 VALUE           ZERO.
001210 77  WS-ABS-PREMIER              PICTURE         S9(9)
001220                                 USAGE           COMPUTATIONAL-3
001230                                 VALUE           ZERO.
001240 77  WS-ABS-PRECEDENT            PICTURE         S9(9)
001250                                 USAGE           COMPUTATIONAL-3
001260                                 VALUE           ZERO.
001270 77  WS-ABS-COURANT              PICTURE         S9(9)
001280                                 USAGE           COMPUTATIONAL-3
001290                                 VALUE           ZERO.
001300 01  WS-DERNIERE-ECHEANCE        PICTURE         X(8)
001310                                 VALUE           SPACES.
001320**--------------------------------------------------------
001330*    DATE DE TRAVAIL ET LONGUEURS DES MOIS - MEME ARITHMETIQUE
001340*    QUE SPECHEA, BISSEXTILES COMPRISES.
001350**--------------------------------------------------------
001360 01  WS-DATE-TRAVAIL.
001370     03  WS-TRV-SSAA             PICTURE         9(4).
001380     03  WS-TRV-MM               PICTURE         9(2).
001390     03  WS-TRV-JJ               PICTURE         9(2).
001400 01  WS-DATE-TRAVAIL-X REDEFINES WS-DATE-TRAVAIL
001410                                 PICTURE         X(8).
001420 01  WS-DATE-TRAVAIL-DET REDEFINES WS-DATE-TRAVAIL.
001430     03  WS-TRV-SS               PICTURE         X(2).
001440     03  WS-TRV-AAMMJJ           PICTURE         X(6).
001450 01  WS-MOIS-TABLE.
001460     03  FILLER                  PICTURE         X(24)
001470                                 VALUE '312831303130313130313031'.
001480 01  FILLER REDEFINES WS-MOIS-TABLE.
001490     03  WS-MOIS-LONG            OCCURS 12 TIMES
001500                                 PICTURE         9(2).
001510 77  WS-LONGUEUR-MOIS            PICTURE         S9(3)
001520                                 USAGE           COMPUTATIONAL-3
001530                                 VALUE           ZERO.
001540 77  WS-QUOT                     PICTURE         S9(9)
001550                                 USAGE           COMPUTATIONAL-3
001560                                 VALUE           ZERO.
001570 77  WS-RESTE                    PICTURE         S9(9)
001580                                 USAGE           COMPUTATIONAL-3
001590                                 VALUE           ZERO.
001600**--------------------------------------------------------
001610*    LINKAGE AREAS OF THE DATE ROUTINES.
001620**--------------------------------------------------------
001630     COPY    DTFECH.
001640     COPY    DTFABS.
001650     COPY    DTFFER.
001660**--------------------------------------------------------
001670*    REPORT LINES.
001680**--------------------------------------------------------
001690 01  WS-PR-TITRE.
001700     03  FILLER                  PICTURE         X(44)
001710         VALUE 'DIFPLAN - PLANS D ECHEANCES                 '.
001720     03  FILLER                  PICTURE         X(36)
001730                                 VALUE           SPACES.
001740 01  WS-PR-ENTETE.
001750     03  FILLER                  PICTURE         X(44)
001760         VALUE 'REFERENCE            1ERE DAT P  NB R CA DER'.
001770     03  FILLER                  PICTURE         X(36)
001780         VALUE 'NIERE ROU STATUT                    '.
001790 01  WS-PR-DETAIL.
001800     03  WS-PR-DET-REFERENCE     PICTURE         X(20).
001810     03  FILLER                  PICTURE         X(1)
001820                                 VALUE           SPACE.
001830     03  WS-PR-DET-PREMIERE      PICTURE         X(8).
001840     03  FILLER                  PICTURE         X(1)
001850                                 VALUE           SPACE.
001860     03  WS-PR-DET-PERIODICITE   PICTURE         X(1).
001870     03  FILLER                  PICTURE         X(1)
001880                                 VALUE           SPACE.
001890     03  WS-PR-DET-NB            PICTURE         X(3).
001900     03  FILLER                  PICTURE         X(1)
001910                                 VALUE           SPACE.
001920     03  WS-PR-DET-ROULEMENT     PICTURE         X(1).
001930     03  FILLER                  PICTURE         X(1)
001940                                 VALUE           SPACE.
001950     03  WS-PR-DET-CALENDRIER    PICTURE         X(2).
001960     03  FILLER                  PICTURE         X(1)
001970                                 VALUE           SPACE.
001980     03  WS-PR-DET-DERNIERE      PICTURE         X(8).
001990     03  FILLER                  PICTURE         X(1)
002000                                 VALUE           SPACE.
002010     03  WS-PR-DET-ROULEES       PICTURE         ZZ9.
002020     03  FILLER                  PICTURE         X(1)
002030                                 VALUE           SPACE.
002040     03  WS-PR-DET-STATUT        PICTURE         X(26).
002050 01  WS-PR-TOTAL.
002060     03  WS-PR-TOT-LIBELLE       PICTURE         X(30).
002070     03  FILLER                  PICTURE         X(3)
002080                                 VALUE           ' : '.
002090     03  WS-PR-TOT-NOMBRE        PICTURE         ZZZZZZZZ9.
002100     03  FILLER                  PICTURE         X(38)
002110                                 VALUE           SPACES.
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE SECTION.
002140 0000-DEBUT.
002150     PERFORM         1000-INITIALISATION
002160                     THRU
002170                     1000-EXIT.
002180     PERFORM         2000-TRAITEMENT
002190                     THRU
002200                     2000-EXIT
002210                     UNTIL           WS-FIN-FICHIER.
002220     PERFORM         9000-TERMINAISON
002230                     THRU
002240                     9000-EXIT.
002250     GOBACK.
002260**--------------------------------------------------------
002270*    1000-INITIALISATION - OUVERTURES ET TITRE DU RAPPORT.
002280**--------------------------------------------------------
002290 1000-INITIALISATION.
002300     OPEN            INPUT   DIFDP01-FILE.
002310     IF WS-DP-FILE-STAT NOT = '00'
002320        MOVE 'DIFDP01' TO WS-ERR-FICHIER
002330        MOVE WS-DP-FILE-STAT TO WS-ERR-STATUT
002340        PERFORM   9900-ERREUR-FICHIER-DEB
002350                  THRU
002360                  9900-ERREUR-FICHIER-FIN
002370     END-IF
002380     OPEN            OUTPUT  DIFPL01-FILE.
002390     IF WS-PL-FILE-STAT NOT = '00'
002400        MOVE 'DIFPL01' TO WS-ERR-FICHIER
002410        MOVE WS-PL-FILE-STAT TO WS-ERR-STATUT
002420        PERFORM   9900-ERREUR-FICHIER-DEB
002430                  THRU
002440                  9900-ERREUR-FICHIER-FIN
002450     END-IF
002460     OPEN            OUTPUT  DIFPR01-FILE.
002470     IF WS-PR-FILE-STAT NOT = '00'
002480        MOVE 'DIFPR01' TO WS-ERR-FICHIER
002490        MOVE WS-PR-FILE-STAT TO WS-ERR-STATUT
002500        PERFORM   9900-ERREUR-FICHIER-DEB
002510                  THRU
002520                  9900-ERREUR-FICHIER-FIN
002530     END-IF
002540     MOVE WS-PR-TITRE TO DIFPR01-LIGNE
002550     PERFORM         2900-ECRIT-LIGNE
002560                     THRU
002570                     2900-EXIT.
002580     MOVE SPACES TO DIFPR01-LIGNE
002590     PERFORM         2900-ECRIT-LIGNE
002600                     THRU
002610                     2900-EXIT.
002620     MOVE WS-PR-ENTETE TO DIFPR01-LIGNE
002630     PERFORM         2900-ECRIT-LIGNE
002640                     THRU
002650                     2900-EXIT.
002660 1000-EXIT.
002670     EXIT.
002680**--------------------------------------------------------
002690*    2000-TRAITEMENT - UNE DEMANDE : CONTROLE, CHARGEMENT DU
002700*    CALENDRIER S'IL CHANGE, PUIS UNE LIGNE DIFPL01 PAR
002710*    ECHEANCE ET UNE LIGNE DE RAPPORT PAR DEMANDE.
002720**--------------------------------------------------------
002730 2000-TRAITEMENT.
002740     READ            DIFDP01-FILE
002750                     AT END          SET WS-FIN-FICHIER TO TRUE
002760     END-READ.
002770     IF WS-FIN-FICHIER
002780        GO TO 2000-EXIT
002790     END-IF
002800     IF WS-DP-FILE-STAT NOT = '00'
002810        MOVE 'DIFDP01' TO WS-ERR-FICHIER
002820        MOVE WS-DP-FILE-STAT TO WS-ERR-STATUT
002830        PERFORM   9900-ERREUR-FICHIER-DEB
002840                  THRU
002850                  9900-ERREUR-FICHIER-FIN
002860     END-IF
002870     ADD 1 TO WS-NB-DEMANDES
002880     MOVE SPACES TO WS-PR-DETAIL
002890     MOVE DIFDP01-REFERENCE TO WS-PR-DET-REFERENCE
002900     MOVE DIFDP01-DATE-PREMIERE TO WS-PR-DET-PREMIERE
002910     MOVE DIFDP01-PERIODICITE TO WS-PR-DET-PERIODICITE
002920     MOVE DIFDP01-NB-ECHEANCES TO WS-PR-DET-NB
002930     MOVE DIFDP01-ROULEMENT TO WS-PR-DET-ROULEMENT
002940     MOVE DIFDP01-CALENDRIER TO WS-PR-DET-CALENDRIER
002950     MOVE ZERO TO WS-PR-DET-ROULEES
002960     MOVE SPACES TO WS-MOTIF-REJET
002970     PERFORM         2100-CONTROLE-DEMANDE
002980                     THRU
002990                     2100-EXIT.
003000     IF WS-MOTIF-REJET NOT = SPACES
003010        ADD 1 TO WS-NB-REJETEES
003020        MOVE 'REJETEE - ' TO WS-PR-DET-STATUT
003030        MOVE WS-MOTIF-REJET TO WS-PR-DET-STATUT (11:16)
003040        GO TO 2000-EDITE
003050     END-IF
003060     IF WS-CALENDRIER NOT = WS-CAL-CHARGE
003070        PERFORM      2150-CHARGE-CALENDRIER
003080                     THRU
003090                     2150-EXIT
003100     END-IF
003110     MOVE ZERO TO WS-NB-ROULEES-PLAN
003120     PERFORM         2200-CALCULE-ECHEANCE
003130                     THRU
003140                     2200-EXIT
003150                     VARYING WS-NUMERO FROM 1 BY 1
003160                     UNTIL WS-NUMERO > WS-NB-ECHEANCES.
003170     ADD 1 TO WS-NB-ACCEPTEES
003180     MOVE WS-DERNIERE-ECHEANCE TO WS-PR-DET-DERNIERE
003190     MOVE WS-NB-ROULEES-PLAN TO WS-PR-DET-ROULEES
003200     MOVE 'PLAN ECRIT' TO WS-PR-DET-STATUT.
003210 2000-EDITE.
003220     MOVE WS-PR-DETAIL TO DIFPR01-LIGNE
003230     PERFORM         2900-ECRIT-LIGNE
003240                     THRU
003250                     2900-EXIT.
003260 2000-EXIT.
003270     EXIT.
003280**--------------------------------------------------------
003290*    2100-CONTROLE-DEMANDE - LE PREMIER DEFAUT TROUVE REJETTE
003300*    LA DEMANDE.  LA PREMIERE DATE DOIT ETRE UNE DATE REELLE
003310*    (SPABS8) ET LA DERNIERE ECHEANCE NE PAS DEPASSER L'AN 9999.
003320**--------------------------------------------------------
003330 2100-CONTROLE-DEMANDE.
003340     IF DIFDP01-REFERENCE = SPACES
003350        MOVE 'REFERENCE A BLANC' TO WS-MOTIF-REJET
003360        GO TO 2100-EXIT
003370     END-IF
003380     MOVE DIFDP01-DATE-PREMIERE TO ABS-DATE-SSAAMMJJ
003390     CALL "SPABS8"   USING DTFABS-REC
003400     IF NOT ABS-STATUS-OK
003410        MOVE 'PREMIERE DATE INVALIDE' TO WS-MOTIF-REJET
003420        GO TO 2100-EXIT
003430     END-IF
003440     IF DIFDP01-MENSUELLE
003450        MOVE 1 TO WS-PAS-MOIS
003460     ELSE
003470        IF DIFDP01-TRIMESTRIELLE
003480           MOVE 3 TO WS-PAS-MOIS
003490        ELSE
003500           IF DIFDP01-ANNUELLE
003510              MOVE 12 TO WS-PAS-MOIS
003520           ELSE
003530              MOVE 'PERIODICITE INVALIDE' TO WS-MOTIF-REJET
003540              GO TO 2100-EXIT
003550           END-IF
003560        END-IF
003570     END-IF
003580     IF DIFDP01-NB-ECHEANCES IS NOT NUMERIC
003590        OR DIFDP01-NB-ECHEANCES-R = ZERO
003600        MOVE 'NOMBRE INVALIDE' TO WS-MOTIF-REJET
003610        GO TO 2100-EXIT
003620     END-IF
003630     IF NOT DIFDP01-ROULEMENT-VALIDE
003640        MOVE 'ROULEMENT INVALIDE' TO WS-MOTIF-REJET
003650        GO TO 2100-EXIT
003660     END-IF
003670     IF NOT DIFDP01-FIN-DE-MOIS
003680        AND NOT DIFDP01-JOUR-DU-MOIS
003690        MOVE 'FIN DE MOIS INVALIDE' TO WS-MOTIF-REJET
003700        GO TO 2100-EXIT
003710     END-IF
003720     MOVE DIFDP01-NB-ECHEANCES-R TO WS-NB-ECHEANCES
003730     MOVE DIFDP01-PREM-SSAA TO WS-ANCRE-SSAA
003740     MOVE DIFDP01-PREM-MM TO WS-ANCRE-MM
003750     MOVE DIFDP01-PREM-JJ TO WS-ANCRE-JJ
003760     COMPUTE WS-MOIS-ECOULES = WS-ANCRE-MM - 1
003770                             + (WS-NB-ECHEANCES - 1) * WS-PAS-MOIS
003780     DIVIDE WS-MOIS-ECOULES BY 12 GIVING WS-QUOT
003790     IF WS-ANCRE-SSAA + WS-QUOT > 9999
003800        MOVE 'PLAN AU-DELA DE 9999' TO WS-MOTIF-REJET
003810        GO TO 2100-EXIT
003820     END-IF
003830     MOVE DIFDP01-CALENDRIER TO WS-CALENDRIER
003840     IF WS-CALENDRIER = SPACES
003850        MOVE 'FR' TO WS-CALENDRIER
003860     END-IF
003870     SET WS-JOUR-ANCRE TO TRUE
003880     IF DIFDP01-FIN-DE-MOIS
003890        MOVE WS-ANCRE-SSAA TO WS-TRV-SSAA
003900        MOVE WS-ANCRE-MM TO WS-TRV-MM
003910        PERFORM      2800-LONGUEUR-MOIS
003920                     THRU
003930                     2800-EXIT
003940        IF WS-ANCRE-JJ = WS-LONGUEUR-MOIS
003950           SET WS-FIN-MOIS TO TRUE
003960        END-IF
003970     END-IF.
003980 2100-EXIT.
003990     EXIT.
004000**--------------------------------------------------------
004010*    2150-CHARGE-CALENDRIER - RECHARGE LES FERIES (SPFERCH)
004020*    QUAND LA DEMANDE CHANGE DE CALENDRIER.
004030**--------------------------------------------------------
004040 2150-CHARGE-CALENDRIER.
004050     MOVE 'N' TO FER-CHARGE-SW
004060     MOVE WS-CALENDRIER TO FER-CALENDRIER
004070     CALL "SPFERCH"  USING DTFFER
004080     MOVE WS-CALENDRIER TO WS-CAL-CHARGE
004090     IF FER-NB-FERIES = ZERO
004100        DISPLAY 'DIFPLAN - ATTENTION - AUCUN FERIE CHARGE POUR '
004110                'LE CALENDRIER ' WS-CALENDRIER ' - SAMEDIS ET '
004120                'DIMANCHES SEULS ROULES'
004130     END-IF.
004140 2150-EXIT.
004150     EXIT.
004160**--------------------------------------------------------
004170*    2200-CALCULE-ECHEANCE - ECHEANCE WS-NUMERO : LA PREMIERE
004180*    DATE AVANCEE DE (WS-NUMERO - 1) PERIODES EN MOIS ENTIERS,
004190*    LE JOUR RAMENE A LA FIN D'UN MOIS PLUS COURT (OU FORCE EN
004200*    FIN DE MOIS), PUIS ROULEE PAR SPECHEA (ZERO JOUR, LA
004210*    CONVENTION DE LA DEMANDE).  LES ECARTS SONT PRIS ENTRE
004220*    DATES ROULEES.
004230**--------------------------------------------------------
004240 2200-CALCULE-ECHEANCE.
004250     COMPUTE WS-MOIS-ECOULES = WS-ANCRE-MM - 1
004260                             + (WS-NUMERO - 1) * WS-PAS-MOIS
004270     DIVIDE WS-MOIS-ECOULES BY 12 GIVING WS-QUOT
004280                                  REMAINDER WS-RESTE
004290     COMPUTE WS-TRV-SSAA = WS-ANCRE-SSAA + WS-QUOT
004300     COMPUTE WS-TRV-MM = WS-RESTE + 1
004310     PERFORM         2800-LONGUEUR-MOIS
004320                     THRU
004330                     2800-EXIT.
004340     IF WS-FIN-MOIS
004350        OR WS-ANCRE-JJ > WS-LONGUEUR-MOIS
004360        MOVE WS-LONGUEUR-MOIS TO WS-TRV-JJ
004370     ELSE
004380        MOVE WS-ANCRE-JJ TO WS-TRV-JJ
004390     END-IF
004400     MOVE WS-TRV-AAMMJJ TO ECH-DATE-DEPART
004410     MOVE WS-TRV-SS TO ECH-SS
004420     MOVE ZERO TO ECH-NB-JOURS
004430     MOVE 'C' TO ECH-UNITE-SW
004440     MOVE DIFDP01-ROULEMENT TO ECH-ROULEMENT-SW
004450     CALL "SPECHEA"  USING DTFECH-REC DTFFER
004460     IF NOT ECH-STATUS-OK
004470        DISPLAY 'DIFPLAN - SPECHEA REFUSE LA DATE '
004480          WS-DATE-TRAVAIL-X
004490                ' - STATUT ' ECH-STATUS ' - REFERENCE '
004500                DIFDP01-REFERENCE
004510        PERFORM   9990-ARRET-ANORMAL-DEB
004520                  THRU
004530                  9990-ARRET-ANORMAL-FIN
004540     END-IF
004550     MOVE ECH-DATE-RESULTAT-8 TO ABS-DATE-SSAAMMJJ
004560     CALL "SPABS8"   USING DTFABS-REC
004570     IF NOT ABS-STATUS-OK
004580        DISPLAY 'DIFPLAN - DATE NON CONVERTIE PAR SPABS8 : '
004590                ECH-DATE-RESULTAT-8
004600        PERFORM   9990-ARRET-ANORMAL-DEB
004610                  THRU
004620                  9990-ARRET-ANORMAL-FIN
004630     END-IF
004640     MOVE ABS-JOUR TO WS-ABS-COURANT
004650     IF WS-NUMERO = 1
004660        MOVE WS-ABS-COURANT TO WS-ABS-PREMIER
004670        MOVE WS-ABS-COURANT TO WS-ABS-PRECEDENT
004680     END-IF
004690     MOVE SPACES TO DIFPL01-REC
004700     MOVE DIFDP01-REFERENCE TO DIFPL01-REFERENCE
004710     MOVE WS-NUMERO TO DIFPL01-NUMERO
004720     MOVE WS-NB-ECHEANCES TO DIFPL01-NB-ECHEANCES
004730     MOVE WS-DATE-TRAVAIL-X TO DIFPL01-DATE-THEORIQUE
004740     MOVE ECH-DATE-RESULTAT-8 TO DIFPL01-DATE-ECHEANCE
004750     IF ECH-STATUS-ROULE
004760        SET DIFPL01-ROULEE TO TRUE
004770        ADD 1 TO WS-NB-ROULEES
004780        ADD 1 TO WS-NB-ROULEES-PLAN
004790     ELSE
004800        SET DIFPL01-PAS-ROULEE TO TRUE
004810     END-IF
004820     COMPUTE DIFPL01-JOURS-INTERVALLE =
004830             WS-ABS-COURANT - WS-ABS-PRECEDENT
004840     COMPUTE DIFPL01-JOURS-CUMULES =
004850             WS-ABS-COURANT - WS-ABS-PREMIER
004860     MOVE WS-CALENDRIER TO DIFPL01-CALENDRIER
004870     MOVE DIFDP01-PERIODICITE TO DIFPL01-PERIODICITE
004880     MOVE DIFDP01-ROULEMENT TO DIFPL01-ROULEMENT
004890     SET DIFPL01-CAL-COUVERT TO TRUE
004900     IF NOT ECH-SANS-ROULEMENT
004910        AND WS-ABS-COURANT > FER-DERNIER-JOUR-ABS
004920        SET DIFPL01-CAL-DEPASSE TO TRUE
004930        ADD 1 TO WS-NB-HORS-CALENDRIER
004940     END-IF
004950     WRITE DIFPL01-REC.
004960     IF WS-PL-FILE-STAT NOT = '00'
004970        MOVE 'DIFPL01' TO WS-ERR-FICHIER
004980        MOVE WS-PL-FILE-STAT TO WS-ERR-STATUT
004990        PERFORM   9900-ERREUR-FICHIER-DEB
005000                  THRU
005010                  9900-ERREUR-FICHIER-FIN
005020     END-IF
005030     ADD 1 TO WS-NB-LIGNES
005040     MOVE WS-ABS-COURANT TO WS-ABS-PRECEDENT
005050     MOVE ECH-DATE-RESULTAT-8 TO WS-DERNIERE-ECHEANCE.
005060 2200-EXIT.
005070     EXIT.
005080**--------------------------------------------------------
005090*    2800-LONGUEUR-MOIS - LONGUEUR DU MOIS WS-TRV-MM DE L'ANNEE
005100*    WS-TRV-SSAA, FEVRIER BISSEXTILE COMPRIS (DIVISIBLE PAR 4,
005110*    SAUF SIECLES NON DIVISIBLES PAR 400).
005120**--------------------------------------------------------
005130 2800-LONGUEUR-MOIS.
005140     MOVE WS-MOIS-LONG (WS-TRV-MM) TO WS-LONGUEUR-MOIS
005150     IF WS-TRV-MM NOT = 2
005160        GO TO 2800-EXIT
005170     END-IF
005180     DIVIDE WS-TRV-SSAA BY 4 GIVING WS-QUOT
005190                             REMAINDER WS-RESTE
005200     IF WS-RESTE NOT = 0
005210        GO TO 2800-EXIT
005220     END-IF
005230     DIVIDE WS-TRV-SSAA BY 100 GIVING WS-QUOT
005240                               REMAINDER WS-RESTE
005250     IF WS-RESTE NOT = 0
005260        MOVE 29 TO WS-LONGUEUR-MOIS
005270        GO TO 2800-EXIT
005280     END-IF
005290     DIVIDE WS-TRV-SSAA BY 400 GIVING WS-QUOT
005300                               REMAINDER WS-RESTE
005310     IF WS-RESTE = 0
005320        MOVE 29 TO WS-LONGUEUR-MOIS
005330     END-IF.
005340 2800-EXIT.
005350     EXIT.
005360**--------------------------------------------------------
005370 2900-ECRIT-LIGNE.
005380     WRITE DIFPR01-LIGNE.
005390     IF WS-PR-FILE-STAT NOT = '00'
005400        MOVE 'DIFPR01' TO WS-ERR-FICHIER
005410        MOVE WS-PR-FILE-STAT TO WS-ERR-STATUT
005420        PERFORM   9900-ERREUR-FICHIER-DEB
005430                  THRU
005440                  9900-ERREUR-FICHIER-FIN
005450     END-IF.
005460 2900-EXIT.
005470     EXIT.
005480**--------------------------------------------------------
005490*    9000-TERMINAISON - TOTAUX DU RAPPORT, FERMETURE ET CODE
005500*    RETOUR : 4 SI UNE DEMANDE A ETE REJETEE OU UNE DATE ROULEE
005510*    HORS DU CALENDRIER CHARGE, 0 SINON.
005520**--------------------------------------------------------
005530 9000-TERMINAISON.
005540     MOVE SPACES TO DIFPR01-LIGNE
005550     PERFORM         2900-ECRIT-LIGNE
005560                     THRU
005570                     2900-EXIT.
005580     MOVE 'DEMANDES LUES                 ' TO WS-PR-TOT-LIBELLE
005590     MOVE WS-NB-DEMANDES TO WS-PR-TOT-NOMBRE
005600     PERFORM         9050-ECRIT-TOTAL
005610                     THRU
005620                     9050-EXIT.
005630     MOVE 'DEMANDES ACCEPTEES            ' TO WS-PR-TOT-LIBELLE
005640     MOVE WS-NB-ACCEPTEES TO WS-PR-TOT-NOMBRE
005650     PERFORM         9050-ECRIT-TOTAL
005660                     THRU
005670                     9050-EXIT.
005680     MOVE 'DEMANDES REJETEES             ' TO WS-PR-TOT-LIBELLE
005690     MOVE WS-NB-REJETEES TO WS-PR-TOT-NOMBRE
005700     PERFORM         9050-ECRIT-TOTAL
005710                     THRU
005720                     9050-EXIT.
005730     MOVE 'ECHEANCES ECRITES (DIFPL01)   ' TO WS-PR-TOT-LIBELLE
005740     MOVE WS-NB-LIGNES TO WS-PR-TOT-NOMBRE
005750     PERFORM         9050-ECRIT-TOTAL
005760                     THRU
005770                     9050-EXIT.
005780     MOVE 'ECHEANCES ROULEES             ' TO WS-PR-TOT-LIBELLE
005790     MOVE WS-NB-ROULEES TO WS-PR-TOT-NOMBRE
005800     PERFORM         9050-ECRIT-TOTAL
005810                     THRU
005820                     9050-EXIT.
005830     MOVE 'ECHEANCES HORS CALENDRIER     ' TO WS-PR-TOT-LIBELLE
005840     MOVE WS-NB-HORS-CALENDRIER TO WS-PR-TOT-NOMBRE
005850     PERFORM         9050-ECRIT-TOTAL
005860                     THRU
005870                     9050-EXIT.
005880     CLOSE           DIFDP01-FILE
005890                     DIFPL01-FILE
005900                     DIFPR01-FILE.
005910     DISPLAY 'DIFPLAN - DEMANDES LUES      : ' WS-NB-DEMANDES.
005920     DISPLAY 'DIFPLAN - DEMANDES REJETEES  : ' WS-NB-REJETEES.
005930     DISPLAY 'DIFPLAN - ECHEANCES ECRITES  : ' WS-NB-LIGNES.
005940     DISPLAY 'DIFPLAN - HORS CALENDRIER    : '
005950             WS-NB-HORS-CALENDRIER.
005960     IF WS-NB-REJETEES > ZERO
005970        OR WS-NB-HORS-CALENDRIER > ZERO
005980        MOVE 4 TO RETURN-CODE
005990     ELSE
006000        MOVE ZERO TO RETURN-CODE
006010     END-IF.
006020 9000-EXIT.
006030     EXIT.
006040**--------------------------------------------------------
006050 9050-ECRIT-TOTAL.
006060     MOVE WS-PR-TOTAL TO DIFPR01-LIGNE
006070     PERFORM         2900-ECRIT-LIGNE
006080                     THRU
006090                     2900-EXIT.
006100 9050-EXIT.
006110     EXIT.
006120**--------------------------------------------------------
006130*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
006140*    ECHOUE.  AFFICHE ET ARRETE LE STEP PROPREMENT.
006150**--------------------------------------------------------
006160 9900-ERREUR-FICHIER-DEB.
006170     DISPLAY 'DIFPLAN - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
006180     DISPLAY 'DIFPLAN - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
006190     MOVE 16 TO RETURN-CODE.
006200     STOP RUN.
006210 9900-ERREUR-FICHIER-FIN.
006220     EXIT.
006230**--------------------------------------------------------
006240 9990-ARRET-ANORMAL-DEB.
006250     DISPLAY 'DIFPLAN - ARRET - ROUTINE DE DATE EN ECHEC - '
006260             'VERIFIER SPECHEA/SPABS8 ET RELANCER'.
006270     MOVE 16 TO RETURN-CODE.
006280     STOP RUN.
006290 9990-ARRET-ANORMAL-FIN.
006300     EXIT.
