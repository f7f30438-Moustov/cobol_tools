000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFECHL.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  FORWARD DUE-DATE LADDER
000120*                  (ECHEANCIER A VENIR) OVER THE DIFOU01 DUE DATES
000130*                  2380-CALCULE-ECHEANCE PUTS ON EACH ROW, FOR THE
000140*                  COLLECTIONS TEAM : WHAT FALLS DUE IN THE NEXT
000150*                  DAYS AND WEEKS, WHERE THE AGING BUCKETS ONLY
000160*                  LOOK BACK FROM THE DATE ARRETE.  RUNGS : EN
000170*                  RETARD, AUJOURD'HUI, EACH OF THE NEXT FIVE
000180*                  BUSINESS DAYS OF THE ROW'S DIFHOL01 CALENDAR
000190*                  (SPJOUVR), WEEKS 2, 3 AND 4, AU-DELA.  A DUE
000200*                  DATE ON A WEEKEND OR HOLIDAY COUNTS IN THE RUNG
000210*                  OF THE NEXT BUSINESS DAY.  THE INPUT IS DIFOU01
000220*                  SORTED ON CALENDAR, ECHEANCE AND REFERENCE (SEE
000230*                  THE JCL) : ONE SECTION PER CALENDAR, A DETAIL
000240*                  LIST PER RUNG, THE COUNTS PER RUNG, THEN THE
000250*                  COUNTS FOR ALL CALENDARS.  ROWS WHOSE DUE DATE
000260*                  WAS ROLLED (DIFOU01-ECH-ROULEE) OR WHOSE SPAN
000270*                  RAN PAST THE LOADED CALENDAR (DIFOU01-CAL-
000280*                  DEPASSE) ARE FLAGGED FOR A SECOND LOOK.  THE
000290*                  SYSIN CARD GIVES THE LADDER DAY (COLS 1-8,
000300*                  BLANK = TODAY) AND MAY RESTRICT THE ROWS TO ONE
000310*                  DATE ARRETE (COLS 10-17).
000320*--------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.
000360     UNIX.
000370 OBJECT-COMPUTER.
000380     UNIX.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT  DIFOU01-FILE        ASSIGN       TO DIFOU01
000420                                 ORGANIZATION    SEQUENTIAL
000430                                 FILE STATUS     WS-OU-FILE-STAT.
000440     SELECT  DIFEL01-FILE        ASSIGN       TO DIFEL01
000450                                 ORGANIZATION    SEQUENTIAL
000460                                 FILE STATUS     WS-EL-FILE-STAT.
000470     SELECT  OPTIONAL DIFEC01-FILE
000480                                 ASSIGN       TO SYSIN
000490                                 ORGANIZATION    SEQUENTIAL
000500                                 FILE STATUS     WS-EC-FILE-STAT.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  DIFOU01-FILE
000540     RECORDING MODE              F.
000550     COPY    DIFOU01.
000560 FD  DIFEL01-FILE
000570     RECORDING MODE              F.
000580 01  DIFEL01-LIGNE               PICTURE         X(80).
000590 FD  DIFEC01-FILE
000600     RECORDING MODE              F.
000610 01  DIFEC01-REC.
000620     03  DIFEC01-DATE-JOUR       PICTURE         X(8).
000630     03  FILLER                  PICTURE         X(1).
000640     03  DIFEC01-DATE-ARRETE     PICTURE         X(8).
000650     03  FILLER                  PICTURE         X(63).
000660 WORKING-STORAGE SECTION.
000670**--------------------------------------------------------
000680*    SWITCHES AND COUNTERS
000690**--------------------------------------------------------
000700 77  WS-OU-FILE-STAT             PICTURE         X(2)
000710                                 VALUE           SPACES.
000720 77  WS-EL-FILE-STAT             PICTURE         X(2)
000730                                 VALUE           SPACES.
000740 77  WS-EC-FILE-STAT             PICTURE         X(2)
000750                                 VALUE           SPACES.
000760 77  WS-ERR-FICHIER              PICTURE         X(8)
000770                                 VALUE           SPACES.
000780 77  WS-ERR-STATUT               PICTURE         X(2)
000790                                 VALUE           SPACES.
000800 77  WS-FIN-FICHIER-SW           PICTURE         X(1)
000810                                 VALUE           'N'.
000820     88  WS-FIN-FICHIER                  VALUE   'O'.
000830     88  WS-PAS-FIN-FICHIER              VALUE   'N'.
000840 77  WS-FILTRE-ARRETE-SW         PICTURE         X(1)
000850                                 VALUE           'N'.
000860     88  WS-FILTRE-ARRETE                VALUE   'O'.
000870     88  WS-SANS-FILTRE-ARRETE           VALUE   'N'.
000880 77  WS-NB-LUS                   PICTURE         9(9)
000890                                 VALUE           ZERO.
000900 77  WS-NB-SANS-ECHEANCE         PICTURE         9(9)
000910                                 VALUE           ZERO.
000920 77  WS-NB-AUTRE-ARRETE          PICTURE         9(9)
000930                                 VALUE           ZERO.
000940 77  WS-NB-ECH-INVALIDES         PICTURE         9(9)
000950                                 VALUE           ZERO.
000960 77  WS-NB-DOUBLES               PICTURE         9(9)
000970                                 VALUE           ZERO.
000980 77  WS-NB-RETENUS               PICTURE         9(9)
000990                                 VALUE           ZERO.
001000 77  WS-NB-CALENDRIERS           PICTURE         9(5)
001010                                 VALUE           ZERO.
001020**--------------------------------------------------------
001030*    JOUR DE L'ECHEANCIER ET DATE ARRETE FACULTATIVE.
001040**--------------------------------------------------------
001050 01  WS-DATE-JOUR.
001060     03  WS-JOUR-SSAA            PICTURE         9(4).
001070     03  WS-JOUR-MM              PICTURE         9(2).
001080     03  WS-JOUR-JJ              PICTURE         9(2).
001090 01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR
001100                                 PICTURE         X(8).
001110 77  WS-ABS-JOUR                 PICTURE         S9(9)
001120                                 USAGE           COMPUTATIONAL-3
001130                                 VALUE           ZERO.
001140 77  WS-DATE-ARRETE              PICTURE         X(8)
001150                                 VALUE           SPACES.
001160 77  WS-ABS-ARRETE               PICTURE         S9(9)
001170                                 USAGE           COMPUTATIONAL-3
001180                                 VALUE           ZERO.
001190 77  WS-ABS-ECHEANCE             PICTURE         S9(9)
001200                                 USAGE           COMPUTATIONAL-3
001210                                 VALUE           ZERO.
001220 77  WS-JOURS-ECART              PICTURE         S9(9)
001230                                 USAGE           COMPUTATIONAL-3
001240                                 VALUE           ZERO.
001250     COPY    DTFABS.
001260     COPY    DTFJOUV.
001270     COPY    DTFFER.
001280**--------------------------------------------------------
001290*    RUPTURES : CALENDRIER EN COURS, ECHELON EN COURS, CLE DE
001300*    LA DERNIERE LIGNE RETENUE (LES LIGNES MULTI-AS-OF OU DE
001310*    RUNS ANTERIEURS REPETENT LA MEME ECHEANCE).
001320**--------------------------------------------------------
001330 77  WS-CALENDRIER               PICTURE         X(2)
001340                                 VALUE           SPACES.
001350 77  WS-CAL-COURANT              PICTURE         X(2)
001360                                 VALUE           LOW-VALUES.
001370 77  WS-ECHELON                  PICTURE         S9(4)
001380                                 USAGE           COMPUTATIONAL
001390                                 VALUE           ZERO.
001400 77  WS-ECHELON-COURANT          PICTURE         S9(4)
001410                                 USAGE           COMPUTATIONAL
001420                                 VALUE           ZERO.
001430 01  WS-CLE-LIGNE.
001440     03  WS-CLE-CALENDRIER       PICTURE         X(2).
001450     03  WS-CLE-ECHEANCE         PICTURE         X(8).
001460     03  WS-CLE-REFERENCE        PICTURE         X(20).
001470 77  WS-CLE-PRECEDENTE           PICTURE         X(30)
001480                                 VALUE           LOW-VALUES.
001490**--------------------------------------------------------
001500*    LES CINQ PROCHAINS JOURS OUVRES DU CALENDRIER EN COURS
001510*    (NUMEROS DE JOUR ABSOLUS), RECALCULES A CHAQUE RUPTURE.
001520**--------------------------------------------------------
001530 01  WS-JO-TABLE.
001540     03  WS-JO-ABS               PICTURE         S9(9)
001550                                 USAGE           COMPUTATIONAL-3
001560                                 OCCURS 5 TIMES.
001570 77  WS-NB-JO                    PICTURE         S9(4)
001580                                 USAGE           COMPUTATIONAL
001590                                 VALUE           ZERO.
001600 77  WS-JO-IDX                   PICTURE         S9(4)
001610                                 USAGE           COMPUTATIONAL.
001620 77  WS-JOUR-TEST                PICTURE         S9(9)
001630                                 USAGE           COMPUTATIONAL-3.
001640**--------------------------------------------------------
001650*    LIBELLES ET COMPTEURS DES ONZE ECHELONS :
001660*    1 EN RETARD, 2 AUJOURD'HUI, 3-7 J+1 A J+5 OUVRES,
001670*    8-10 SEMAINES 2 A 4, 11 AU-DELA.
001680**--------------------------------------------------------
001690 01  WS-LIBELLES-ECHELONS.
001700     03  FILLER                  PICTURE         X(20)
001710                                 VALUE           'EN RETARD'.
001720     03  FILLER                  PICTURE         X(20)
001730                                 VALUE           'AUJOURD''HUI'.
001740     03  FILLER                  PICTURE         X(20)
001750                                 VALUE           'J+1 OUVRE'.
001760     03  FILLER                  PICTURE         X(20)
001770                                 VALUE           'J+2 OUVRES'.
001780     03  FILLER                  PICTURE         X(20)
001790                                 VALUE           'J+3 OUVRES'.
001800     03  FILLER                  PICTURE         X(20)
001810                                 VALUE           'J+4 OUVRES'.
001820     03  FILLER                  PICTURE         X(20)
001830                                 VALUE           'J+5 OUVRES'.
001840     03  FILLER                  PICTURE         X(20)
001850                                 VALUE   'SEMAINE 2 (J+14)'.
001860     03  FILLER                  PICTURE         X(20)
001870                                 VALUE   'SEMAINE 3 (J+21)'.
001880     03  FILLER                  PICTURE         X(20)
001890                                 VALUE   'SEMAINE 4 (J+28)'.
001900     03  FILLER                  PICTURE         X(20)
001910                                 VALUE           'AU-DELA'.
001920 01  WS-LIBELLES-R REDEFINES WS-LIBELLES-ECHELONS.
001930     03  WS-LIBELLE-ECHELON      PICTURE         X(20)
001940                                 OCCURS 11 TIMES.
001950 01  WS-COMPTEURS-CAL.
001960     03  WS-CPT-CAL              OCCURS 11 TIMES.
001970         05  WS-CAL-NB           PICTURE         9(9).
001980         05  WS-CAL-ROULEES      PICTURE         9(9).
001990         05  WS-CAL-HORS-CAL     PICTURE         9(9).
002000 01  WS-COMPTEURS-TOT.
002010     03  WS-CPT-TOT              OCCURS 11 TIMES.
002020         05  WS-TOT-NB           PICTURE         9(9).
002030         05  WS-TOT-ROULEES      PICTURE         9(9).
002040         05  WS-TOT-HORS-CAL     PICTURE         9(9).
002050 77  WS-ECH-IDX                  PICTURE         S9(4)
002060                                 USAGE           COMPUTATIONAL.
002070**--------------------------------------------------------
002080*    REPORT LINES
002090**--------------------------------------------------------
002100 01  WS-EL-TITRE.
002110     03  FILLER                  PICTURE         X(38)
002120         VALUE 'DIFECHL - ECHEANCIER A VENIR - JOUR  '.
002130     03  WS-EL-TITRE-DATE        PICTURE         X(8).
002140     03  FILLER                  PICTURE         X(3)
002150                                 VALUE           SPACES.
002160     03  WS-EL-TITRE-FILTRE      PICTURE         X(22).
002170     03  WS-EL-TITRE-ARRETE      PICTURE         X(8).
002180     03  FILLER                  PICTURE         X(1)
002190                                 VALUE           SPACES.
002200 01  WS-EL-CALENDRIER.
002210     03  FILLER                  PICTURE         X(26)
002220         VALUE '===== CALENDRIER DIFHOL01 '.
002230     03  WS-EL-CAL-CODE          PICTURE         X(2).
002240     03  FILLER                  PICTURE         X(6)
002250                                 VALUE           ' ====='.
002260     03  FILLER                  PICTURE         X(46)
002270                                 VALUE           SPACES.
002280 01  WS-EL-ECHELON.
002290     03  FILLER                  PICTURE         X(4)
002300                                 VALUE           '--- '.
002310     03  WS-EL-ECH-LIBELLE       PICTURE         X(20).
002320     03  FILLER                  PICTURE         X(56)
002330                                 VALUE           SPACES.
002340 01  WS-EL-ENTETE.
002350     03  FILLER                  PICTURE         X(22)
002360                                 VALUE           'REFERENCE'.
002370     03  FILLER                  PICTURE         X(10)
002380                                 VALUE           'ECHEANCE'.
002390     03  FILLER                  PICTURE         X(8)
002400                                 VALUE           ' JOURS'.
002410     03  FILLER                  PICTURE         X(23)
002420                                 VALUE   '           MONTANT DEV'.
002430     03  FILLER                  PICTURE         X(17)
002440                                 VALUE           ' A REVERIFIER'.
002450 01  WS-EL-DETAIL.
002460     03  WS-EL-REFERENCE         PICTURE         X(20).
002470     03  FILLER                  PICTURE         X(2)
002480                                 VALUE           SPACES.
002490     03  WS-EL-ECHEANCE          PICTURE         X(8).
002500     03  FILLER                  PICTURE         X(2)
002510                                 VALUE           SPACES.
002520     03  WS-EL-JOURS             PICTURE         -ZZZZ9.
002530     03  FILLER                  PICTURE         X(2)
002540                                 VALUE           SPACES.
002550     03  WS-EL-MONTANT           PICTURE
002560                                         ZZZ,ZZZ,ZZZ,ZZ9.99.
002570     03  WS-EL-MONTANT-X REDEFINES WS-EL-MONTANT
002580                                 PICTURE         X(18).
002590     03  FILLER                  PICTURE         X(1)
002600                                 VALUE           SPACES.
002610     03  WS-EL-DEVISE            PICTURE         X(3).
002620     03  FILLER                  PICTURE         X(2)
002630                                 VALUE           SPACES.
002640     03  WS-EL-ROULEE            PICTURE         X(6).
002650     03  FILLER                  PICTURE         X(1)
002660                                 VALUE           SPACES.
002670     03  WS-EL-HORS-CAL          PICTURE         X(8).
002680     03  FILLER                  PICTURE         X(1)
002690                                 VALUE           SPACES.
002700 01  WS-EL-RECAP-ENTETE.
002710     03  FILLER                  PICTURE         X(20)
002720                                 VALUE           'ECHELON'.
002730     03  FILLER                  PICTURE         X(13)
002740                                 VALUE           '       NOMBRE'.
002750     03  FILLER                  PICTURE         X(13)
002760                                 VALUE           ' DONT ROULEES'.
002770     03  FILLER                  PICTURE         X(13)
002780                                 VALUE           'DONT HORS CAL'.
002790     03  FILLER                  PICTURE         X(21)
002800                                 VALUE           SPACES.
002810 01  WS-EL-RECAP.
002820     03  WS-EL-REC-LIBELLE       PICTURE         X(20).
002830     03  FILLER                  PICTURE         X(2)
002840                                 VALUE           SPACES.
002850     03  WS-EL-REC-NB            PICTURE         ZZZ,ZZZ,ZZ9.
002860     03  FILLER                  PICTURE         X(2)
002870                                 VALUE           SPACES.
002880     03  WS-EL-REC-ROULEES       PICTURE         ZZZ,ZZZ,ZZ9.
002890     03  FILLER                  PICTURE         X(2)
002900                                 VALUE           SPACES.
002910     03  WS-EL-REC-HORS-CAL      PICTURE         ZZZ,ZZZ,ZZ9.
002920     03  FILLER                  PICTURE         X(21)
002930                                 VALUE           SPACES.
002940 01  WS-EL-RECAP-TITRE.
002950     03  FILLER                  PICTURE         X(14)
002960                                 VALUE           '----- TOTAUX '.
002970     03  WS-EL-RECAP-QUI         PICTURE         X(20).
002980     03  FILLER                  PICTURE         X(46)
002990                                 VALUE           SPACES.
003000 01  WS-EL-TOTAL.
003010     03  WS-EL-TOT-LIBELLE       PICTURE         X(30).
003020     03  FILLER                  PICTURE         X(3)
003030                                 VALUE           ' : '.
003040     03  WS-EL-TOT-NOMBRE        PICTURE         ZZZZZZZZ9.
003050     03  FILLER                  PICTURE         X(38)
003060                                 VALUE           SPACES.
003070 01  WS-EL-AUCUN.
003080     03  FILLER                  PICTURE         X(40)
003090         VALUE '*** AUCUNE ECHEANCE A LISTER            '.
003100     03  FILLER                  PICTURE         X(40)
003110                                 VALUE           SPACES.
003120 01  WS-EL-BLANC                 PICTURE         X(80)
003130                                 VALUE           SPACES.
003140 PROCEDURE DIVISION.
003150 0000-MAINLINE SECTION.
003160 0000-DEBUT.
003170     PERFORM         1000-INITIALISATION
003180                     THRU
003190                     1000-EXIT.
003200     PERFORM         2000-TRAITEMENT
003210                     THRU
003220                     2000-EXIT
003230                     UNTIL           WS-FIN-FICHIER.
003240     PERFORM         9000-TERMINAISON
003250                     THRU
003260                     9000-EXIT.
003270     GOBACK.
003280**--------------------------------------------------------
003290*    1000-INITIALISATION - CARTE SYSIN, OUVERTURES, TITRE.
003300**--------------------------------------------------------
003310 1000-INITIALISATION.
003320     PERFORM         1050-LIT-CARTE
003330                     THRU
003340                     1050-EXIT.
003350     INITIALIZE WS-COMPTEURS-CAL
003360                WS-COMPTEURS-TOT.
003370     OPEN            INPUT   DIFOU01-FILE.
003380     IF WS-OU-FILE-STAT NOT = '00'
003390        MOVE 'DIFOU01' TO WS-ERR-FICHIER
003400        MOVE WS-OU-FILE-STAT TO WS-ERR-STATUT
003410        PERFORM   9900-ERREUR-FICHIER-DEB
003420                  THRU
003430                  9900-ERREUR-FICHIER-FIN
003440     END-IF
003450     OPEN            OUTPUT  DIFEL01-FILE.
003460     IF WS-EL-FILE-STAT NOT = '00'
003470        MOVE 'DIFEL01' TO WS-ERR-FICHIER
003480        MOVE WS-EL-FILE-STAT TO WS-ERR-STATUT
003490        PERFORM   9900-ERREUR-FICHIER-DEB
003500                  THRU
003510                  9900-ERREUR-FICHIER-FIN
003520     END-IF
003530     MOVE WS-DATE-JOUR-X TO WS-EL-TITRE-DATE
003540     IF WS-FILTRE-ARRETE
003550        MOVE 'LIGNES DE LA DATE ARRETE ' TO WS-EL-TITRE-FILTRE
003560        MOVE WS-DATE-ARRETE TO WS-EL-TITRE-ARRETE
003570     ELSE
003580        MOVE SPACES TO WS-EL-TITRE-FILTRE
003590        MOVE SPACES TO WS-EL-TITRE-ARRETE
003600     END-IF
003610     MOVE WS-EL-TITRE TO DIFEL01-LIGNE
003620     PERFORM         2900-ECRIT-LIGNE
003630                     THRU
003640                     2900-EXIT.
003650 1000-EXIT.
003660     EXIT.
003670**--------------------------------------------------------
003680*    1050-LIT-CARTE - CARTE SYSIN FACULTATIVE : COLS 1-8 LE
003690*    JOUR DE L'ECHEANCIER SSAAMMJJ (ABSENT OU A BLANC = DATE
003700*    DU JOUR) ; COLS 10-17 UNE DATE ARRETE SSAAMMJJ POUR NE
003710*    RETENIR QUE LES LIGNES DIFOU01 VIEILLIES CONTRE ELLE
003720*    (A BLANC = TOUTES LES LIGNES DU FICHIER).
003730**--------------------------------------------------------
003740 1050-LIT-CARTE.
003750     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
003760     OPEN            INPUT   DIFEC01-FILE
003770     IF WS-EC-FILE-STAT NOT = '00'
003780        AND WS-EC-FILE-STAT NOT = '05'
003790        MOVE 'SYSIN' TO WS-ERR-FICHIER
003800        MOVE WS-EC-FILE-STAT TO WS-ERR-STATUT
003810        PERFORM   9900-ERREUR-FICHIER-DEB
003820                  THRU
003830                  9900-ERREUR-FICHIER-FIN
003840     END-IF
003850     READ            DIFEC01-FILE
003860        AT END
003870           MOVE SPACES TO DIFEC01-REC
003880     END-READ
003890     CLOSE           DIFEC01-FILE
003900     IF DIFEC01-DATE-JOUR NOT = SPACES
003910        MOVE DIFEC01-DATE-JOUR TO WS-DATE-JOUR-X
003920     END-IF
003930     MOVE WS-DATE-JOUR-X TO ABS-DATE-SSAAMMJJ
003940     CALL "SPABS8"   USING DTFABS-REC
003950     IF NOT ABS-STATUS-OK
003960        DISPLAY 'DIFECHL - CARTE SYSIN - JOUR INVALIDE '
003970                '(COLS 1-8) : '
003980                WS-DATE-JOUR-X
003990        PERFORM   9990-ARRET-ANORMAL-DEB
004000                  THRU
004010                  9990-ARRET-ANORMAL-FIN
004020     END-IF
004030     MOVE ABS-JOUR TO WS-ABS-JOUR
004040     DISPLAY 'DIFECHL - PARAMETRE - JOUR        : ' WS-DATE-JOUR-X
004050     IF DIFEC01-DATE-ARRETE = SPACES
004060        GO TO 1050-EXIT
004070     END-IF
004080     MOVE DIFEC01-DATE-ARRETE TO WS-DATE-ARRETE
004090     MOVE WS-DATE-ARRETE TO ABS-DATE-SSAAMMJJ
004100     CALL "SPABS8"   USING DTFABS-REC
004110     IF NOT ABS-STATUS-OK
004120        DISPLAY 'DIFECHL - CARTE SYSIN - DATE ARRETE INVALIDE '
004130                '(COLS 10-17) : ' WS-DATE-ARRETE
004140        PERFORM   9990-ARRET-ANORMAL-DEB
004150                  THRU
004160                  9990-ARRET-ANORMAL-FIN
004170     END-IF
004180     MOVE ABS-JOUR TO WS-ABS-ARRETE
004190     SET WS-FILTRE-ARRETE TO TRUE
004200     DISPLAY 'DIFECHL - PARAMETRE - DATE ARRETE : '
004210             WS-DATE-ARRETE.
004220 1050-EXIT.
004230     EXIT.
004240**--------------------------------------------------------
004250*    2000-TRAITEMENT - LIT UNE LIGNE DIFOU01 (TRIEE CALENDRIER /
004260*    ECHEANCE / REFERENCE) ET LA PLACE SUR L'ECHEANCIER.
004270**--------------------------------------------------------
004280 2000-TRAITEMENT.
004290     READ            DIFOU01-FILE
004300                     AT END          SET WS-FIN-FICHIER TO TRUE
004310     END-READ.
004320     IF WS-FIN-FICHIER
004330        GO TO 2000-EXIT
004340     END-IF
004350     IF WS-OU-FILE-STAT NOT = '00'
004360        MOVE 'DIFOU01' TO WS-ERR-FICHIER
004370        MOVE WS-OU-FILE-STAT TO WS-ERR-STATUT
004380        PERFORM   9900-ERREUR-FICHIER-DEB
004390                  THRU
004400                  9900-ERREUR-FICHIER-FIN
004410     END-IF
004420     ADD 1 TO WS-NB-LUS
004430     IF DIFOU01-DATE-ECHEANCE = SPACES
004440        ADD 1 TO WS-NB-SANS-ECHEANCE
004450        GO TO 2000-EXIT
004460     END-IF
004470     IF WS-FILTRE-ARRETE
004480        AND DIFOU01-DATE-FIN NOT = WS-ABS-ARRETE
004490        ADD 1 TO WS-NB-AUTRE-ARRETE
004500        GO TO 2000-EXIT
004510     END-IF
004520     MOVE DIFOU01-DATE-ECHEANCE TO ABS-DATE-SSAAMMJJ
004530     CALL "SPABS8"   USING DTFABS-REC
004540     IF NOT ABS-STATUS-OK
004550        ADD 1 TO WS-NB-ECH-INVALIDES
004560        DISPLAY 'DIFECHL - ECHEANCE INVALIDE IGNOREE : '
004570                DIFOU01-REFERENCE ' ' DIFOU01-DATE-ECHEANCE
004580        GO TO 2000-EXIT
004590     END-IF
004600     MOVE ABS-JOUR TO WS-ABS-ECHEANCE
004610     IF DIFOU01-CALENDRIER = SPACES
004620        MOVE 'FR' TO WS-CALENDRIER
004630     ELSE
004640        MOVE DIFOU01-CALENDRIER TO WS-CALENDRIER
004650     END-IF
004660     MOVE WS-CALENDRIER TO WS-CLE-CALENDRIER
004670     MOVE DIFOU01-DATE-ECHEANCE TO WS-CLE-ECHEANCE
004680     MOVE DIFOU01-REFERENCE TO WS-CLE-REFERENCE
004690     IF WS-CLE-LIGNE = WS-CLE-PRECEDENTE
004700        ADD 1 TO WS-NB-DOUBLES
004710        GO TO 2000-EXIT
004720     END-IF
004730     MOVE WS-CLE-LIGNE TO WS-CLE-PRECEDENTE
004740     ADD 1 TO WS-NB-RETENUS
004750     IF WS-CALENDRIER NOT = WS-CAL-COURANT
004760        PERFORM      2100-RUPTURE-CALENDRIER
004770                     THRU
004780                     2100-EXIT
004790     END-IF
004800     PERFORM         2200-CLASSE-ECHELON
004810                     THRU
004820                     2200-EXIT
004830     IF WS-ECHELON NOT = WS-ECHELON-COURANT
004840        MOVE WS-ECHELON TO WS-ECHELON-COURANT
004850        MOVE WS-LIBELLE-ECHELON (WS-ECHELON) TO WS-EL-ECH-LIBELLE
004860        MOVE WS-EL-ECHELON TO DIFEL01-LIGNE
004870        PERFORM      2900-ECRIT-LIGNE
004880                     THRU
004890                     2900-EXIT
004900     END-IF
004910     PERFORM         2300-ECRIT-DETAIL
004920                     THRU
004930                     2300-EXIT.
004940 2000-EXIT.
004950     EXIT.
004960**--------------------------------------------------------
004970*    2100-RUPTURE-CALENDRIER - CLOT LA SECTION DU CALENDRIER
004980*    PRECEDENT, CHARGE LES FERIES DU NOUVEAU (SPFERCH) ET
004990*    REPERE SES CINQ PROCHAINS JOURS OUVRES APRES LE JOUR.
005000**--------------------------------------------------------
005010 2100-RUPTURE-CALENDRIER.
005020     IF WS-CAL-COURANT NOT = LOW-VALUES
005030        PERFORM      2800-FIN-CALENDRIER
005040                     THRU
005050                     2800-EXIT
005060     END-IF
005070     MOVE WS-CALENDRIER TO WS-CAL-COURANT
005080     MOVE ZERO TO WS-ECHELON-COURANT
005090     ADD 1 TO WS-NB-CALENDRIERS
005100     INITIALIZE WS-COMPTEURS-CAL
005110     MOVE 'N' TO FER-CHARGE-SW
005120     MOVE WS-CALENDRIER TO FER-CALENDRIER
005130     CALL "SPFERCH"  USING DTFFER
005140     COMPUTE WS-JOUR-TEST = WS-ABS-JOUR + 28
005150     IF FER-DERNIER-JOUR-ABS < WS-JOUR-TEST
005160        DISPLAY 'DIFECHL - ATTENTION - CALENDRIER ' WS-CALENDRIER
005170                ' NE COUVRE PAS LES QUATRE SEMAINES A VENIR - '
005180                'JOURS OUVRES APPROCHES'
005190     END-IF
005200     MOVE ZERO TO WS-NB-JO
005210     PERFORM         2150-CHERCHE-JOUR-OUVRE
005220                     THRU
005230                     2150-EXIT
005240                     VARYING WS-JOUR-TEST FROM WS-ABS-JOUR BY 1
005250                     UNTIL WS-NB-JO = 5.
005260     MOVE WS-EL-BLANC TO DIFEL01-LIGNE
005270     PERFORM         2900-ECRIT-LIGNE
005280                     THRU
005290                     2900-EXIT
005300     MOVE WS-CALENDRIER TO WS-EL-CAL-CODE
005310     MOVE WS-EL-CALENDRIER TO DIFEL01-LIGNE
005320     PERFORM         2900-ECRIT-LIGNE
005330                     THRU
005340                     2900-EXIT
005350     MOVE WS-EL-ENTETE TO DIFEL01-LIGNE
005360     PERFORM         2900-ECRIT-LIGNE
005370                     THRU
005380                     2900-EXIT.
005390 2100-EXIT.
005400     EXIT.
005410**--------------------------------------------------------
005420*    2150-CHERCHE-JOUR-OUVRE - LE LENDEMAIN DE WS-JOUR-TEST EST
005430*    OUVRE SI SPJOUVR LUI COMPTE UN JOUR SUR [J, J+1[.
005440**--------------------------------------------------------
005450 2150-CHERCHE-JOUR-OUVRE.
005460     COMPUTE JV-DATE-DE = WS-JOUR-TEST + 1
005470     COMPUTE JV-DATE-FIN = WS-JOUR-TEST + 2
005480     CALL "SPJOUVR"  USING DTFJOUV-REC DTFFER
005490     IF JV-JOURS-OUVRES = 1
005500        ADD 1 TO WS-NB-JO
005510        MOVE JV-DATE-DE TO WS-JO-ABS (WS-NB-JO)
005520     END-IF.
005530 2150-EXIT.
005540     EXIT.
005550**--------------------------------------------------------
005560*    2200-CLASSE-ECHELON - ECHELON DE LA LIGNE.  AU-DELA DE
005570*    J+5 OUVRES, LES SEMAINES SE COMPTENT EN JOURS CALENDAIRES
005580*    DEPUIS LE JOUR DE L'ECHEANCIER.
005590**--------------------------------------------------------
005600 2200-CLASSE-ECHELON.
005610     COMPUTE WS-JOURS-ECART = WS-ABS-ECHEANCE - WS-ABS-JOUR
005620     IF WS-JOURS-ECART < ZERO
005630        MOVE 1 TO WS-ECHELON
005640        GO TO 2200-EXIT
005650     END-IF
005660     IF WS-JOURS-ECART = ZERO
005670        MOVE 2 TO WS-ECHELON
005680        GO TO 2200-EXIT
005690     END-IF
005700     MOVE ZERO TO WS-ECHELON
005710     PERFORM         2250-COMPARE-JOUR-OUVRE
005720                     THRU
005730                     2250-EXIT
005740                     VARYING WS-JO-IDX FROM 1 BY 1
005750                     UNTIL WS-JO-IDX > 5
005760                        OR WS-ECHELON NOT = ZERO.
005770     IF WS-ECHELON NOT = ZERO
005780        GO TO 2200-EXIT
005790     END-IF
005800     MOVE 11 TO WS-ECHELON
005810     IF WS-JOURS-ECART NOT > 28
005820        MOVE 10 TO WS-ECHELON
005830     END-IF
005840     IF WS-JOURS-ECART NOT > 21
005850        MOVE 9 TO WS-ECHELON
005860     END-IF
005870     IF WS-JOURS-ECART NOT > 14
005880        MOVE 8 TO WS-ECHELON
005890     END-IF.
005900 2200-EXIT.
005910     EXIT.
005920**--------------------------------------------------------
005930 2250-COMPARE-JOUR-OUVRE.
005940     IF WS-ABS-ECHEANCE NOT > WS-JO-ABS (WS-JO-IDX)
005950        COMPUTE WS-ECHELON = WS-JO-IDX + 2
005960     END-IF.
005970 2250-EXIT.
005980     EXIT.
005990**--------------------------------------------------------
006000*    2300-ECRIT-DETAIL - LIGNE DE DETAIL ET COMPTEURS DE
006010*    L'ECHELON (CALENDRIER ET TOUS CALENDRIERS).
006020**--------------------------------------------------------
006030 2300-ECRIT-DETAIL.
006040     MOVE DIFOU01-REFERENCE TO WS-EL-REFERENCE
006050     MOVE DIFOU01-DATE-ECHEANCE TO WS-EL-ECHEANCE
006060     MOVE WS-JOURS-ECART TO WS-EL-JOURS
006070     IF DIFOU01-SANS-MONTANT
006080        MOVE SPACES TO WS-EL-MONTANT-X
006090     ELSE
006100        MOVE DIFOU01-MONTANT TO WS-EL-MONTANT
006110     END-IF
006120     MOVE DIFOU01-DEVISE TO WS-EL-DEVISE
006130     ADD 1 TO WS-CAL-NB (WS-ECHELON)
006140     ADD 1 TO WS-TOT-NB (WS-ECHELON)
006150     IF DIFOU01-ECH-ROULEE
006160        MOVE 'ROULEE' TO WS-EL-ROULEE
006170        ADD 1 TO WS-CAL-ROULEES (WS-ECHELON)
006180        ADD 1 TO WS-TOT-ROULEES (WS-ECHELON)
006190     ELSE
006200        MOVE SPACES TO WS-EL-ROULEE
006210     END-IF
006220     IF DIFOU01-CAL-DEPASSE
006230        MOVE 'HORS CAL' TO WS-EL-HORS-CAL
006240        ADD 1 TO WS-CAL-HORS-CAL (WS-ECHELON)
006250        ADD 1 TO WS-TOT-HORS-CAL (WS-ECHELON)
006260     ELSE
006270        MOVE SPACES TO WS-EL-HORS-CAL
006280     END-IF
006290     MOVE WS-EL-DETAIL TO DIFEL01-LIGNE
006300     PERFORM         2900-ECRIT-LIGNE
006310                     THRU
006320                     2900-EXIT.
006330 2300-EXIT.
006340     EXIT.
006350**--------------------------------------------------------
006360*    2800-FIN-CALENDRIER - COMPTES PAR ECHELON DU CALENDRIER
006370*    QUI SE TERMINE.
006380**--------------------------------------------------------
006390 2800-FIN-CALENDRIER.
006400     MOVE WS-EL-BLANC TO DIFEL01-LIGNE
006410     PERFORM         2900-ECRIT-LIGNE
006420                     THRU
006430                     2900-EXIT
006440     MOVE SPACES TO WS-EL-RECAP-QUI
006450     STRING 'CALENDRIER ' WS-CAL-COURANT
006460            DELIMITED BY SIZE INTO WS-EL-RECAP-QUI
006470     MOVE WS-EL-RECAP-TITRE TO DIFEL01-LIGNE
006480     PERFORM         2900-ECRIT-LIGNE
006490                     THRU
006500                     2900-EXIT
006510     MOVE WS-EL-RECAP-ENTETE TO DIFEL01-LIGNE
006520     PERFORM         2900-ECRIT-LIGNE
006530                     THRU
006540                     2900-EXIT
006550     PERFORM         2850-RECAP-CALENDRIER
006560                     THRU
006570                     2850-EXIT
006580                     VARYING WS-ECH-IDX FROM 1 BY 1
006590                     UNTIL WS-ECH-IDX > 11.
006600 2800-EXIT.
006610     EXIT.
006620**--------------------------------------------------------
006630 2850-RECAP-CALENDRIER.
006640     MOVE WS-LIBELLE-ECHELON (WS-ECH-IDX) TO WS-EL-REC-LIBELLE
006650     MOVE WS-CAL-NB (WS-ECH-IDX) TO WS-EL-REC-NB
006660     MOVE WS-CAL-ROULEES (WS-ECH-IDX) TO WS-EL-REC-ROULEES
006670     MOVE WS-CAL-HORS-CAL (WS-ECH-IDX) TO WS-EL-REC-HORS-CAL
006680     MOVE WS-EL-RECAP TO DIFEL01-LIGNE
006690     PERFORM         2900-ECRIT-LIGNE
006700                     THRU
006710                     2900-EXIT.
006720 2850-EXIT.
006730     EXIT.
006740**--------------------------------------------------------
006750 2860-RECAP-TOTAL.
006760     MOVE WS-LIBELLE-ECHELON (WS-ECH-IDX) TO WS-EL-REC-LIBELLE
006770     MOVE WS-TOT-NB (WS-ECH-IDX) TO WS-EL-REC-NB
006780     MOVE WS-TOT-ROULEES (WS-ECH-IDX) TO WS-EL-REC-ROULEES
006790     MOVE WS-TOT-HORS-CAL (WS-ECH-IDX) TO WS-EL-REC-HORS-CAL
006800     MOVE WS-EL-RECAP TO DIFEL01-LIGNE
006810     PERFORM         2900-ECRIT-LIGNE
006820                     THRU
006830                     2900-EXIT.
006840 2860-EXIT.
006850     EXIT.
006860**--------------------------------------------------------
006870 2900-ECRIT-LIGNE.
006880     WRITE DIFEL01-LIGNE.
006890     IF WS-EL-FILE-STAT NOT = '00'
006900        MOVE 'DIFEL01' TO WS-ERR-FICHIER
006910        MOVE WS-EL-FILE-STAT TO WS-ERR-STATUT
006920        PERFORM   9900-ERREUR-FICHIER-DEB
006930                  THRU
006940                  9900-ERREUR-FICHIER-FIN
006950     END-IF.
006960 2900-EXIT.
006970     EXIT.
006980**--------------------------------------------------------
006990*    9000-TERMINAISON - DERNIERE SECTION, TOTAUX TOUS
007000*    CALENDRIERS, COMPTEURS DU RUN.
007010**--------------------------------------------------------
007020 9000-TERMINAISON.
007030     CLOSE           DIFOU01-FILE.
007040     IF WS-NB-RETENUS = ZERO
007050        MOVE WS-EL-BLANC TO DIFEL01-LIGNE
007060        PERFORM      2900-ECRIT-LIGNE
007070                     THRU
007080                     2900-EXIT
007090        MOVE WS-EL-AUCUN TO DIFEL01-LIGNE
007100        PERFORM      2900-ECRIT-LIGNE
007110                     THRU
007120                     2900-EXIT
007130     ELSE
007140        PERFORM      2800-FIN-CALENDRIER
007150                     THRU
007160                     2800-EXIT
007170     END-IF
007180     IF WS-NB-CALENDRIERS > 1
007190        MOVE WS-EL-BLANC TO DIFEL01-LIGNE
007200        PERFORM      2900-ECRIT-LIGNE
007210                     THRU
007220                     2900-EXIT
007230        MOVE 'TOUS CALENDRIERS' TO WS-EL-RECAP-QUI
007240        MOVE WS-EL-RECAP-TITRE TO DIFEL01-LIGNE
007250        PERFORM      2900-ECRIT-LIGNE
007260                     THRU
007270                     2900-EXIT
007280        MOVE WS-EL-RECAP-ENTETE TO DIFEL01-LIGNE
007290        PERFORM      2900-ECRIT-LIGNE
007300                     THRU
007310                     2900-EXIT
007320        PERFORM      2860-RECAP-TOTAL
007330                     THRU
007340                     2860-EXIT
007350                     VARYING WS-ECH-IDX FROM 1 BY 1
007360                     UNTIL WS-ECH-IDX > 11
007370     END-IF
007380     MOVE WS-EL-BLANC TO DIFEL01-LIGNE
007390     PERFORM         2900-ECRIT-LIGNE
007400                     THRU
007410                     2900-EXIT
007420     MOVE 'LIGNES DIFOU01 LUES           ' TO WS-EL-TOT-LIBELLE
007430     MOVE WS-NB-LUS TO WS-EL-TOT-NOMBRE
007440     PERFORM         9150-ECRIT-COMPTEUR
007450                     THRU
007460                     9150-EXIT
007470     MOVE 'SANS ECHEANCE                 ' TO WS-EL-TOT-LIBELLE
007480     MOVE WS-NB-SANS-ECHEANCE TO WS-EL-TOT-NOMBRE
007490     PERFORM         9150-ECRIT-COMPTEUR
007500                     THRU
007510                     9150-EXIT
007520     MOVE 'AUTRE DATE ARRETE             ' TO WS-EL-TOT-LIBELLE
007530     MOVE WS-NB-AUTRE-ARRETE TO WS-EL-TOT-NOMBRE
007540     PERFORM         9150-ECRIT-COMPTEUR
007550                     THRU
007560                     9150-EXIT
007570     MOVE 'ECHEANCE INVALIDE             ' TO WS-EL-TOT-LIBELLE
007580     MOVE WS-NB-ECH-INVALIDES TO WS-EL-TOT-NOMBRE
007590     PERFORM         9150-ECRIT-COMPTEUR
007600                     THRU
007610                     9150-EXIT
007620     MOVE 'ECHEANCE DEJA LISTEE          ' TO WS-EL-TOT-LIBELLE
007630     MOVE WS-NB-DOUBLES TO WS-EL-TOT-NOMBRE
007640     PERFORM         9150-ECRIT-COMPTEUR
007650                     THRU
007660                     9150-EXIT
007670     MOVE 'LIGNES SUR L''ECHEANCIER       ' TO WS-EL-TOT-LIBELLE
007680     MOVE WS-NB-RETENUS TO WS-EL-TOT-NOMBRE
007690     PERFORM         9150-ECRIT-COMPTEUR
007700                     THRU
007710                     9150-EXIT
007720     CLOSE           DIFEL01-FILE.
007730     DISPLAY 'DIFECHL - LIGNES DIFOU01 LUES  : ' WS-NB-LUS.
007740     DISPLAY 'DIFECHL - LIGNES LISTEES       : ' WS-NB-RETENUS.
007750 9000-EXIT.
007760     EXIT.
007770**--------------------------------------------------------
007780 9150-ECRIT-COMPTEUR.
007790     MOVE WS-EL-TOTAL TO DIFEL01-LIGNE
007800     PERFORM         2900-ECRIT-LIGNE
007810                     THRU
007820                     2900-EXIT.
007830 9150-EXIT.
007840     EXIT.
007850**--------------------------------------------------------
007860*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
007870*    ECHOUE.  AFFICHE ET ARRETE LE STEP PROPREMENT.
007880**--------------------------------------------------------
007890 9900-ERREUR-FICHIER-DEB.
007900     DISPLAY 'DIFECHL - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
007910     DISPLAY 'DIFECHL - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
007920     MOVE 16 TO RETURN-CODE.
007930     STOP RUN.
007940 9900-ERREUR-FICHIER-FIN.
007950     EXIT.
007960**--------------------------------------------------------
007970 9990-ARRET-ANORMAL-DEB.
007980     DISPLAY 'DIFECHL - ARRET - CORRIGER LA CARTE SYSIN ET '
007990             'RELANCER'.
008000     MOVE 16 TO RETURN-CODE.
008010     STOP RUN.
008020 9990-ARRET-ANORMAL-FIN.
008030     EXIT.
