000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFACTV.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  ONLINE ACTIVITY REPORT FOR
000120*                  THE INTERNAL CONTROL REVIEW : LISTS, USER BY
000130*                  USER, EVERY DIFJO01 JOURNAL ENTRY OF THE
000140*                  PERIOD - CALCULATIONS (DIFD), INQUIRIES (DIFA,
000150*                  DIFR), CORRECTIONS (DIFC) AND REFUSED ACCESSES
000160*                  - WITH THE USER'S NAME AND LEVEL FROM THE
000170*                  DIFHB01 AUTHORISATION TABLE AND THE TOTALS BY
000180*                  ACTION.  THE JOURNAL COMES IN SORTED ON USER,
000190*                  DATE AND TIME, THE TABLE ON USER (SEE THE
000200*                  DIFACTV JCL); THE TWO ARE MATCHED ON THE USER
000210*                  ID.  THE OPTIONAL SYSIN CARD GIVES THE PERIOD
000220*                  (COLS 1-8 FIRST DAY, 10-17 LAST DAY, SSAAMMJJ,
000230*                  BLANK = OPEN).  RETURN CODE 4 WHEN THE PERIOD
000240*                  HOLDS A REFUSED ACCESS OR A USER NO LONGER IN
000250*                  THE TABLE, 0 OTHERWISE, 16 ON A FILE ERROR, AN
000260*                  UNSORTED JOURNAL OR A BAD CARD.
000270*--------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.
000310     UNIX.
000320 OBJECT-COMPUTER.
000330     UNIX.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT  DIFJO01-FILE        ASSIGN       TO DIFJO01
000370                                 ORGANIZATION    SEQUENTIAL
000380                                 FILE STATUS     WS-JO-FILE-STAT.
000390     SELECT  DIFHB01-FILE        ASSIGN       TO DIFHB01
000400                                 ORGANIZATION    SEQUENTIAL
000410                                 FILE STATUS     WS-HB-FILE-STAT.
000420     SELECT  DIFAP01-FILE        ASSIGN       TO SYSIN
000430                                 ORGANIZATION    SEQUENTIAL
000440                                 FILE STATUS     WS-AP-FILE-STAT.
000450     SELECT  DIFAC01-FILE        ASSIGN       TO DIFAC01
000460                                 ORGANIZATION    SEQUENTIAL
000470                                 FILE STATUS     WS-AC-FILE-STAT.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  DIFJO01-FILE
000510     RECORDING MODE              F.
000520     COPY    DIFJO01.
000530 FD  DIFHB01-FILE
000540     RECORDING MODE              F.
000550     COPY    DIFHB01.
000560 FD  DIFAP01-FILE
000570     RECORDING MODE              F.
000580 01  DIFAP01-REC.
000590     03  DIFAP01-DATE-DEBUT      PICTURE         X(8).
000600     03  FILLER                  PICTURE         X(1).
000610     03  DIFAP01-DATE-FIN        PICTURE         X(8).
000620     03  FILLER                  PICTURE         X(63).
000630 FD  DIFAC01-FILE
000640     RECORDING MODE              F.
000650 01  DIFAC01-LIGNE               PICTURE         X(80).
000660 WORKING-STORAGE SECTION.
000670**--------------------------------------------------------
000680*    SWITCHES AND COUNTERS
000690**--------------------------------------------------------
000700 77  WS-JO-FILE-STAT             PICTURE         X(2)
000710                                 VALUE           SPACES.
000720 77  WS-HB-FILE-STAT             PICTURE         X(2)
000730                                 VALUE           SPACES.
000740 77  WS-AP-FILE-STAT             PICTURE         X(2)
000750                                 VALUE           SPACES.
000760 77  WS-AC-FILE-STAT             PICTURE         X(2)
000770                                 VALUE           SPACES.
000780 77  WS-ERR-FICHIER              PICTURE         X(8)
000790                                 VALUE           SPACES.
000800 77  WS-ERR-STATUT               PICTURE         X(2)
000810                                 VALUE           SPACES.
000820 77  WS-FIN-FICHIER-SW           PICTURE         X(1)
000830                                 VALUE           'N'.
000840     88  WS-FIN-FICHIER                  VALUE   'O'.
000850     88  WS-PAS-FIN-FICHIER              VALUE   'N'.
000860 77  WS-FIN-HABILITATION-SW      PICTURE         X(1)
000870                                 VALUE           'N'.
000880     88  WS-FIN-HABILITATION             VALUE   'O'.
000890     88  WS-PAS-FIN-HABILITATION         VALUE   'N'.
000900 77  WS-UTIL-EN-COURS-SW         PICTURE         X(1)
000910                                 VALUE           'N'.
000920     88  WS-UTIL-EN-COURS                VALUE   'O'.
000930     88  WS-AUCUN-UTIL-EN-COURS          VALUE   'N'.
000940 77  WS-NB-LUS                   PICTURE         9(9)
000950                                 VALUE           ZERO.
000960 77  WS-NB-HORS-PERIODE          PICTURE         9(9)
000970                                 VALUE           ZERO.
000980 77  WS-NB-UTILISATEURS          PICTURE         9(9)
000990                                 VALUE           ZERO.
001000 77  WS-NB-HORS-TABLE            PICTURE         9(9)
001010                                 VALUE           ZERO.
001020 77  WS-NB-CALCULS               PICTURE         9(9)
001030                                 VALUE           ZERO.
001040 77  WS-NB-CONSULTATIONS         PICTURE         9(9)
001050                                 VALUE           ZERO.
001060 77  WS-NB-CORRECTIONS           PICTURE         9(9)
001070                                 VALUE           ZERO.
001080 77  WS-NB-REFUS                 PICTURE         9(9)
001090                                 VALUE           ZERO.
001100 77  WS-NB-AUTRES                PICTURE         9(9)
001110                                 VALUE           ZERO.
001120**--------------------------------------------------------
001130*    COMPTEURS DE L'UTILISATEUR EN COURS.
001140**--------------------------------------------------------
001150 77  WS-UT-CALCULS               PICTURE         9(9)
001160                                 VALUE           ZERO.
001170 77  WS-UT-CONSULTATIONS         PICTURE         9(9)
001180                                 VALUE           ZERO.
001190 77  WS-UT-CORRECTIONS           PICTURE         9(9)
001200                                 VALUE           ZERO.
001210 77  WS-UT-REFUS                 PICTURE         9(9)
001220                                 VALUE           ZERO.
001230 77  WS-UT-AUTRES                PICTURE         9(9)
001240                                 VALUE           ZERO.
001250**--------------------------------------------------------
001260*    PERIODE DEMANDEE, RUPTURE ET CONTROLE DU TRI.
001270**--------------------------------------------------------
001280 01  WS-DATE-DEBUT               PICTURE         X(8)
001290                                 VALUE           LOW-VALUES.
001300 01  WS-DATE-FIN                 PICTURE         X(8)
001310                                 VALUE           HIGH-VALUES.
001320 01  WS-UTIL-COURANT             PICTURE         X(8)
001330                                 VALUE           SPACES.
001340 01  WS-HB-CLE                   PICTURE         X(8)
001350                                 VALUE           LOW-VALUES.
001360 01  WS-CLE-TRI.
001370     03  WS-CT-UTILISATEUR       PICTURE         X(8).
001380     03  WS-CT-DATE              PICTURE         X(8).
001390     03  WS-CT-HEURE             PICTURE         X(6).
001400 01  WS-CLE-PRECEDENTE           PICTURE         X(22)
001410                                 VALUE           LOW-VALUES.
001420**--------------------------------------------------------
001430*    REPORT LINES.
001440**--------------------------------------------------------
001450 01  WS-AC-TITRE.
001460     03  FILLER                  PICTURE         X(44)
001470         VALUE 'DIFACTV - ACTIVITE EN LIGNE PAR UTILISATEUR '.
001480     03  FILLER                  PICTURE         X(36)
001490                                 VALUE           SPACES.
001500 01  WS-AC-PERIODE.
001510     03  FILLER                  PICTURE         X(12)
001520                                 VALUE           'PERIODE DU  '.
001530     03  WS-AC-PER-DEBUT         PICTURE         X(8).
001540     03  FILLER                  PICTURE         X(4)
001550                                 VALUE           ' AU '.
001560     03  WS-AC-PER-FIN           PICTURE         X(8).
001570     03  FILLER                  PICTURE         X(48)
001580                                 VALUE           SPACES.
001590 01  WS-AC-UTILISATEUR.
001600     03  FILLER                  PICTURE         X(14)
001610                                 VALUE           'UTILISATEUR : '.
001620     03  WS-AC-UT-ID             PICTURE         X(8).
001630     03  FILLER                  PICTURE         X(11)
001640                                 VALUE           '  NIVEAU : '.
001650     03  WS-AC-UT-NIVEAU         PICTURE         X(1).
001660     03  FILLER                  PICTURE         X(2)
001670                                 VALUE           SPACES.
001680     03  WS-AC-UT-NOM            PICTURE         X(30).
001690     03  FILLER                  PICTURE         X(14)
001700                                 VALUE           SPACES.
001710 01  WS-AC-ENTETE.
001720     03  FILLER                  PICTURE         X(44)
001730         VALUE 'DATE     HEURE  TERM TRAN ACTION       REFER'.
001740     03  FILLER                  PICTURE         X(36)
001750         VALUE 'ENCE            DAT1A    DAT2A      '.
001760 01  WS-AC-DETAIL.
001770     03  WS-AC-DET-DATE          PICTURE         X(8).
001780     03  FILLER                  PICTURE         X(1)
001790                                 VALUE           SPACE.
001800     03  WS-AC-DET-HEURE         PICTURE         X(6).
001810     03  FILLER                  PICTURE         X(1)
001820                                 VALUE           SPACE.
001830     03  WS-AC-DET-TERMINAL      PICTURE         X(4).
001840     03  FILLER                  PICTURE         X(1)
001850                                 VALUE           SPACE.
001860     03  WS-AC-DET-TRANSACTION   PICTURE         X(4).
001870     03  FILLER                  PICTURE         X(1)
001880                                 VALUE           SPACE.
001890     03  WS-AC-DET-ACTION        PICTURE         X(12).
001900     03  FILLER                  PICTURE         X(1)
001910                                 VALUE           SPACE.
001920     03  WS-AC-DET-REFERENCE     PICTURE         X(20).
001930     03  FILLER                  PICTURE         X(1)
001940                                 VALUE           SPACE.
001950     03  WS-AC-DET-DAT1A         PICTURE         X(8).
001960     03  FILLER                  PICTURE         X(1)
001970                                 VALUE           SPACE.
001980     03  WS-AC-DET-DAT2A         PICTURE         X(8).
001990     03  FILLER                  PICTURE         X(3)
002000                                 VALUE           SPACES.
002010 01  WS-AC-TOTAL.
002020     03  WS-AC-TOT-LIBELLE       PICTURE         X(30).
002030     03  FILLER                  PICTURE         X(3)
002040                                 VALUE           ' : '.
002050     03  WS-AC-TOT-NOMBRE        PICTURE         ZZZZZZZZ9.
002060     03  FILLER                  PICTURE         X(38)
002070                                 VALUE           SPACES.
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE SECTION.
002100 0000-DEBUT.
002110     PERFORM         1000-INITIALISATION
002120                     THRU
002130                     1000-EXIT.
002140     PERFORM         2000-TRAITEMENT
002150                     THRU
002160                     2000-EXIT
002170                     UNTIL           WS-FIN-FICHIER.
002180     PERFORM         9000-TERMINAISON
002190                     THRU
002200                     9000-EXIT.
002210     GOBACK.
002220**--------------------------------------------------------
002230*    1000-INITIALISATION - CARTE PERIODE, OUVERTURES, PREMIERE
002240*    HABILITATION ET TITRE DU RAPPORT.
002250**--------------------------------------------------------
002260 1000-INITIALISATION.
002270     PERFORM         1050-LIT-CARTE
002280                     THRU
002290                     1050-EXIT.
002300     OPEN            INPUT   DIFJO01-FILE.
002310     IF WS-JO-FILE-STAT NOT = '00'
002320        MOVE 'DIFJO01' TO WS-ERR-FICHIER
002330        MOVE WS-JO-FILE-STAT TO WS-ERR-STATUT
002340        PERFORM   9900-ERREUR-FICHIER-DEB
002350                  THRU
002360                  9900-ERREUR-FICHIER-FIN
002370     END-IF
002380     OPEN            INPUT   DIFHB01-FILE.
002390     IF WS-HB-FILE-STAT NOT = '00'
002400        MOVE 'DIFHB01' TO WS-ERR-FICHIER
002410        MOVE WS-HB-FILE-STAT TO WS-ERR-STATUT
002420        PERFORM   9900-ERREUR-FICHIER-DEB
002430                  THRU
002440                  9900-ERREUR-FICHIER-FIN
002450     END-IF
002460     OPEN            OUTPUT  DIFAC01-FILE.
002470     IF WS-AC-FILE-STAT NOT = '00'
002480        MOVE 'DIFAC01' TO WS-ERR-FICHIER
002490        MOVE WS-AC-FILE-STAT TO WS-ERR-STATUT
002500        PERFORM   9900-ERREUR-FICHIER-DEB
002510                  THRU
002520                  9900-ERREUR-FICHIER-FIN
002530     END-IF
002540     PERFORM         2160-LIT-HABILITATION
002550                     THRU
002560                     2160-EXIT.
002570     MOVE WS-AC-TITRE TO DIFAC01-LIGNE
002580     PERFORM         2900-ECRIT-LIGNE
002590                     THRU
002600                     2900-EXIT.
002610     IF WS-DATE-DEBUT = LOW-VALUES
002620        MOVE 'ORIGINE' TO WS-AC-PER-DEBUT
002630     ELSE
002640        MOVE WS-DATE-DEBUT TO WS-AC-PER-DEBUT
002650     END-IF
002660     IF WS-DATE-FIN = HIGH-VALUES
002670        MOVE 'CE JOUR' TO WS-AC-PER-FIN
002680     ELSE
002690        MOVE WS-DATE-FIN TO WS-AC-PER-FIN
002700     END-IF
002710     MOVE WS-AC-PERIODE TO DIFAC01-LIGNE
002720     PERFORM         2900-ECRIT-LIGNE
002730                     THRU
002740                     2900-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770**--------------------------------------------------------
002780*    1050-LIT-CARTE - LA CARTE SYSIN EST FACULTATIVE : COLS 1-8
002790*    PREMIER JOUR, COLS 10-17 DERNIER JOUR DE LA PERIODE, EN
002800*    SSAAMMJJ.  CARTE ABSENTE OU DATE A BLANC = PERIODE OUVERTE
002810*    DE CE COTE.  UNE DATE NON NUMERIQUE OU UNE PERIODE A
002820*    L'ENVERS ARRETE LE STEP - ON NE REMET PAS A LA REVUE UN
002830*    ETAT SUR UNE PERIODE DOUTEUSE.
002840**--------------------------------------------------------
002850 1050-LIT-CARTE.
002860     OPEN            INPUT   DIFAP01-FILE
002870     IF WS-AP-FILE-STAT NOT = '00'
002880        GO TO 1050-EXIT
002890     END-IF
002900     READ            DIFAP01-FILE
002910        AT END
002920           CLOSE     DIFAP01-FILE
002930           GO TO 1050-EXIT
002940     END-READ
002950     IF DIFAP01-DATE-DEBUT NOT = SPACES
002960        IF DIFAP01-DATE-DEBUT IS NOT NUMERIC
002970           DISPLAY 'DIFACTV - PREMIER JOUR NON NUMERIQUE : '
002980                   DIFAP01-DATE-DEBUT
002990           PERFORM   9990-ARRET-ANORMAL-DEB
003000                     THRU
003010                     9990-ARRET-ANORMAL-FIN
003020        END-IF
003030        MOVE DIFAP01-DATE-DEBUT TO WS-DATE-DEBUT
003040     END-IF
003050     IF DIFAP01-DATE-FIN NOT = SPACES
003060        IF DIFAP01-DATE-FIN IS NOT NUMERIC
003070           DISPLAY 'DIFACTV - DERNIER JOUR NON NUMERIQUE : '
003080                   DIFAP01-DATE-FIN
003090           PERFORM   9990-ARRET-ANORMAL-DEB
003100                     THRU
003110                     9990-ARRET-ANORMAL-FIN
003120        END-IF
003130        MOVE DIFAP01-DATE-FIN TO WS-DATE-FIN
003140     END-IF
003150     IF WS-DATE-DEBUT > WS-DATE-FIN
003160        DISPLAY 'DIFACTV - PERIODE A L''ENVERS : '
003170                WS-DATE-DEBUT ' - ' WS-DATE-FIN
003180        PERFORM   9990-ARRET-ANORMAL-DEB
003190                  THRU
003200                  9990-ARRET-ANORMAL-FIN
003210     END-IF
003220     CLOSE           DIFAP01-FILE.
003230 1050-EXIT.
003240     EXIT.
003250**--------------------------------------------------------
003260*    2000-TRAITEMENT - LIT UNE ENTREE DU JOURNAL (TRIE SUR
003270*    UTILISATEUR, DATE, HEURE).  HORS PERIODE = COMPTEE ET
003280*    IGNOREE.  UN NOUVEL UTILISATEUR FERME LE PRECEDENT (SES
003290*    TOTAUX) ET OUVRE LE SIEN (EN-TETE AVEC NOM ET NIVEAU).
003300**--------------------------------------------------------
003310 2000-TRAITEMENT.
003320     READ            DIFJO01-FILE
003330                     AT END          SET WS-FIN-FICHIER TO TRUE
003340     END-READ.
003350     IF WS-FIN-FICHIER
003360        GO TO 2000-EXIT
003370     END-IF
003380     IF WS-JO-FILE-STAT NOT = '00'
003390        MOVE 'DIFJO01' TO WS-ERR-FICHIER
003400        MOVE WS-JO-FILE-STAT TO WS-ERR-STATUT
003410        PERFORM   9900-ERREUR-FICHIER-DEB
003420                  THRU
003430                  9900-ERREUR-FICHIER-FIN
003440     END-IF
003450     ADD 1 TO WS-NB-LUS
003460     MOVE DIFJO01-UTILISATEUR TO WS-CT-UTILISATEUR
003470     MOVE DIFJO01-DATE TO WS-CT-DATE
003480     MOVE DIFJO01-HEURE TO WS-CT-HEURE
003490     IF WS-CLE-TRI < WS-CLE-PRECEDENTE
003500        DISPLAY 'DIFACTV - DIFJO01 NON TRIE SUR UTILISATEUR, '
003510                'DATE, HEURE : ' WS-CLE-TRI
003520        PERFORM   9990-ARRET-ANORMAL-DEB
003530                  THRU
003540                  9990-ARRET-ANORMAL-FIN
003550     END-IF
003560     MOVE WS-CLE-TRI TO WS-CLE-PRECEDENTE
003570     IF DIFJO01-DATE < WS-DATE-DEBUT
003580        OR DIFJO01-DATE > WS-DATE-FIN
003590        ADD 1 TO WS-NB-HORS-PERIODE
003600        GO TO 2000-EXIT
003610     END-IF
003620     IF WS-AUCUN-UTIL-EN-COURS
003630        OR DIFJO01-UTILISATEUR NOT = WS-UTIL-COURANT
003640        IF WS-UTIL-EN-COURS
003650           PERFORM   2800-TOTAUX-UTILISATEUR
003660                     THRU
003670                     2800-EXIT
003680        END-IF
003690        PERFORM      2100-DEBUT-UTILISATEUR
003700                     THRU
003710                     2100-EXIT
003720     END-IF
003730     PERFORM         2200-DETAIL
003740                     THRU
003750                     2200-EXIT.
003760 2000-EXIT.
003770     EXIT.
003780**--------------------------------------------------------
003790*    2100-DEBUT-UTILISATEUR - CHERCHE L'UTILISATEUR DANS LA
003800*    TABLE DES HABILITATIONS (MEME ORDRE) ET IMPRIME SON
003810*    EN-TETE.  ABSENT DE LA TABLE = NIVEAU '?', SIGNALE.
003820**--------------------------------------------------------
003830 2100-DEBUT-UTILISATEUR.
003840     MOVE DIFJO01-UTILISATEUR TO WS-UTIL-COURANT
003850     SET WS-UTIL-EN-COURS TO TRUE
003860     ADD 1 TO WS-NB-UTILISATEURS
003870     MOVE ZERO TO WS-UT-CALCULS
003880     MOVE ZERO TO WS-UT-CONSULTATIONS
003890     MOVE ZERO TO WS-UT-CORRECTIONS
003900     MOVE ZERO TO WS-UT-REFUS
003910     MOVE ZERO TO WS-UT-AUTRES
003920     PERFORM         2160-LIT-HABILITATION
003930                     THRU
003940                     2160-EXIT
003950                     UNTIL WS-HB-CLE NOT < WS-UTIL-COURANT.
003960     MOVE WS-UTIL-COURANT TO WS-AC-UT-ID
003970     IF WS-HB-CLE = WS-UTIL-COURANT
003980        MOVE DIFHB01-NIVEAU TO WS-AC-UT-NIVEAU
003990        MOVE DIFHB01-NOM TO WS-AC-UT-NOM
004000     ELSE
004010        ADD 1 TO WS-NB-HORS-TABLE
004020        MOVE '?' TO WS-AC-UT-NIVEAU
004030        MOVE '*** ABSENT DES HABILITATIONS' TO WS-AC-UT-NOM
004040     END-IF
004050     MOVE SPACES TO DIFAC01-LIGNE
004060     PERFORM         2900-ECRIT-LIGNE
004070                     THRU
004080                     2900-EXIT.
004090     MOVE WS-AC-UTILISATEUR TO DIFAC01-LIGNE
004100     PERFORM         2900-ECRIT-LIGNE
004110                     THRU
004120                     2900-EXIT.
004130     MOVE WS-AC-ENTETE TO DIFAC01-LIGNE
004140     PERFORM         2900-ECRIT-LIGNE
004150                     THRU
004160                     2900-EXIT.
004170 2100-EXIT.
004180     EXIT.
004190**--------------------------------------------------------
004200*    2160-LIT-HABILITATION - AVANCE D'UNE CARTE DANS LA TABLE
004210*    DES HABILITATIONS ; EN FIN DE FICHIER LA CLE PASSE A
004220*    HIGH-VALUES ET NE RETIENT PLUS PERSONNE.
004230**--------------------------------------------------------
004240 2160-LIT-HABILITATION.
004250     IF WS-FIN-HABILITATION
004260        GO TO 2160-EXIT
004270     END-IF
004280     READ            DIFHB01-FILE
004290        AT END
004300           SET WS-FIN-HABILITATION TO TRUE
004310     END-READ.
004320     IF WS-FIN-HABILITATION
004330        MOVE HIGH-VALUES TO WS-HB-CLE
004340        GO TO 2160-EXIT
004350     END-IF
004360     IF WS-HB-FILE-STAT NOT = '00'
004370        MOVE 'DIFHB01' TO WS-ERR-FICHIER
004380        MOVE WS-HB-FILE-STAT TO WS-ERR-STATUT
004390        PERFORM   9900-ERREUR-FICHIER-DEB
004400                  THRU
004410                  9900-ERREUR-FICHIER-FIN
004420     END-IF
004430     MOVE DIFHB01-UTILISATEUR TO WS-HB-CLE.
004440 2160-EXIT.
004450     EXIT.
004460**--------------------------------------------------------
004470*    2200-DETAIL - UNE LIGNE PAR ENTREE DU JOURNAL ET LES
004480*    COMPTEURS DE SON ACTION.
004490**--------------------------------------------------------
004500 2200-DETAIL.
004510     MOVE DIFJO01-DATE TO WS-AC-DET-DATE
004520     MOVE DIFJO01-HEURE TO WS-AC-DET-HEURE
004530     MOVE DIFJO01-TERMINAL TO WS-AC-DET-TERMINAL
004540     MOVE DIFJO01-TRANSACTION TO WS-AC-DET-TRANSACTION
004550     MOVE DIFJO01-REFERENCE TO WS-AC-DET-REFERENCE
004560     MOVE DIFJO01-DAT1A TO WS-AC-DET-DAT1A
004570     MOVE DIFJO01-DAT2A TO WS-AC-DET-DAT2A
004580     IF DIFJO01-CALCUL
004590        MOVE 'CALCUL' TO WS-AC-DET-ACTION
004600        ADD 1 TO WS-UT-CALCULS
004610        ADD 1 TO WS-NB-CALCULS
004620     ELSE
004630        IF DIFJO01-CONSULTATION
004640           MOVE 'CONSULTATION' TO WS-AC-DET-ACTION
004650           ADD 1 TO WS-UT-CONSULTATIONS
004660           ADD 1 TO WS-NB-CONSULTATIONS
004670        ELSE
004680           IF DIFJO01-CORRECTION
004690              MOVE 'CORRECTION' TO WS-AC-DET-ACTION
004700              ADD 1 TO WS-UT-CORRECTIONS
004710              ADD 1 TO WS-NB-CORRECTIONS
004720           ELSE
004730              IF DIFJO01-REFUS
004740                 MOVE '** REFUS **' TO WS-AC-DET-ACTION
004750                 ADD 1 TO WS-UT-REFUS
004760                 ADD 1 TO WS-NB-REFUS
004770              ELSE
004780                 MOVE 'ACTION ?' TO WS-AC-DET-ACTION
004790                 MOVE DIFJO01-ACTION TO WS-AC-DET-ACTION (10:1)
004800                 ADD 1 TO WS-UT-AUTRES
004810                 ADD 1 TO WS-NB-AUTRES
004820              END-IF
004830           END-IF
004840        END-IF
004850     END-IF
004860     MOVE WS-AC-DETAIL TO DIFAC01-LIGNE
004870     PERFORM         2900-ECRIT-LIGNE
004880                     THRU
004890                     2900-EXIT.
004900 2200-EXIT.
004910     EXIT.
004920**--------------------------------------------------------
004930*    2800-TOTAUX-UTILISATEUR - TOTAUX PAR ACTION DE
004940*    L'UTILISATEUR QUI SE TERMINE.
004950**--------------------------------------------------------
004960 2800-TOTAUX-UTILISATEUR.
004970     MOVE '  CALCULS (DIFD)              ' TO WS-AC-TOT-LIBELLE
004980     MOVE WS-UT-CALCULS TO WS-AC-TOT-NOMBRE
004990     PERFORM         9050-ECRIT-TOTAL
005000                     THRU
005010                     9050-EXIT.
005020     MOVE '  CONSULTATIONS (DIFA, DIFR)  ' TO WS-AC-TOT-LIBELLE
005030     MOVE WS-UT-CONSULTATIONS TO WS-AC-TOT-NOMBRE
005040     PERFORM         9050-ECRIT-TOTAL
005050                     THRU
005060                     9050-EXIT.
005070     MOVE '  CORRECTIONS (DIFC)          ' TO WS-AC-TOT-LIBELLE
005080     MOVE WS-UT-CORRECTIONS TO WS-AC-TOT-NOMBRE
005090     PERFORM         9050-ECRIT-TOTAL
005100                     THRU
005110                     9050-EXIT.
005120     MOVE '  ACCES REFUSES               ' TO WS-AC-TOT-LIBELLE
005130     MOVE WS-UT-REFUS TO WS-AC-TOT-NOMBRE
005140     PERFORM         9050-ECRIT-TOTAL
005150                     THRU
005160                     9050-EXIT.
005170     IF WS-UT-AUTRES > ZERO
005180        MOVE '  ACTIONS NON RECONNUES       ' TO WS-AC-TOT-LIBELLE
005190        MOVE WS-UT-AUTRES TO WS-AC-TOT-NOMBRE
005200        PERFORM      9050-ECRIT-TOTAL
005210                     THRU
005220                     9050-EXIT
005230     END-IF
005240     SET WS-AUCUN-UTIL-EN-COURS TO TRUE.
005250 2800-EXIT.
005260     EXIT.
005270**--------------------------------------------------------
005280 2900-ECRIT-LIGNE.
005290     WRITE DIFAC01-LIGNE.
005300     IF WS-AC-FILE-STAT NOT = '00'
005310        MOVE 'DIFAC01' TO WS-ERR-FICHIER
005320        MOVE WS-AC-FILE-STAT TO WS-ERR-STATUT
005330        PERFORM   9900-ERREUR-FICHIER-DEB
005340                  THRU
005350                  9900-ERREUR-FICHIER-FIN
005360     END-IF.
005370 2900-EXIT.
005380     EXIT.
005390**--------------------------------------------------------
005400*    9000-TERMINAISON - TOTAUX DU DERNIER UTILISATEUR ET DE LA
005410*    PERIODE, FERMETURE ET CODE RETOUR : 4 SI UN ACCES A ETE
005420*    REFUSE OU QU'UN UTILISATEUR N'EST PLUS DANS LA TABLE, 0
005430*    SINON.
005440**--------------------------------------------------------
005450 9000-TERMINAISON.
005460     IF WS-UTIL-EN-COURS
005470        PERFORM      2800-TOTAUX-UTILISATEUR
005480                     THRU
005490                     2800-EXIT
005500     END-IF
005510     MOVE SPACES TO DIFAC01-LIGNE
005520     PERFORM         2900-ECRIT-LIGNE
005530                     THRU
005540                     2900-EXIT.
005550     MOVE 'ENTREES DU JOURNAL LUES       ' TO WS-AC-TOT-LIBELLE
005560     MOVE WS-NB-LUS TO WS-AC-TOT-NOMBRE
005570     PERFORM         9050-ECRIT-TOTAL
005580                     THRU
005590                     9050-EXIT.
005600     MOVE 'ENTREES HORS PERIODE          ' TO WS-AC-TOT-LIBELLE
005610     MOVE WS-NB-HORS-PERIODE TO WS-AC-TOT-NOMBRE
005620     PERFORM         9050-ECRIT-TOTAL
005630                     THRU
005640                     9050-EXIT.
005650     MOVE 'UTILISATEURS ACTIFS           ' TO WS-AC-TOT-LIBELLE
005660     MOVE WS-NB-UTILISATEURS TO WS-AC-TOT-NOMBRE
005670     PERFORM         9050-ECRIT-TOTAL
005680                     THRU
005690                     9050-EXIT.
005700     MOVE 'DONT ABSENTS DES HABILITATIONS' TO WS-AC-TOT-LIBELLE
005710     MOVE WS-NB-HORS-TABLE TO WS-AC-TOT-NOMBRE
005720     PERFORM         9050-ECRIT-TOTAL
005730                     THRU
005740                     9050-EXIT.
005750     MOVE 'CALCULS (DIFD)                ' TO WS-AC-TOT-LIBELLE
005760     MOVE WS-NB-CALCULS TO WS-AC-TOT-NOMBRE
005770     PERFORM         9050-ECRIT-TOTAL
005780                     THRU
005790                     9050-EXIT.
005800     MOVE 'CONSULTATIONS (DIFA, DIFR)    ' TO WS-AC-TOT-LIBELLE
005810     MOVE WS-NB-CONSULTATIONS TO WS-AC-TOT-NOMBRE
005820     PERFORM         9050-ECRIT-TOTAL
005830                     THRU
005840                     9050-EXIT.
005850     MOVE 'CORRECTIONS (DIFC)            ' TO WS-AC-TOT-LIBELLE
005860     MOVE WS-NB-CORRECTIONS TO WS-AC-TOT-NOMBRE
005870     PERFORM         9050-ECRIT-TOTAL
005880                     THRU
005890                     9050-EXIT.
005900     MOVE 'ACCES REFUSES                 ' TO WS-AC-TOT-LIBELLE
005910     MOVE WS-NB-REFUS TO WS-AC-TOT-NOMBRE
005920     PERFORM         9050-ECRIT-TOTAL
005930                     THRU
005940                     9050-EXIT.
005950     MOVE 'ACTIONS NON RECONNUES         ' TO WS-AC-TOT-LIBELLE
005960     MOVE WS-NB-AUTRES TO WS-AC-TOT-NOMBRE
005970     PERFORM         9050-ECRIT-TOTAL
005980                     THRU
005990                     9050-EXIT.
006000     CLOSE           DIFJO01-FILE
006010                     DIFHB01-FILE
006020                     DIFAC01-FILE.
006030     DISPLAY 'DIFACTV - ENTREES LUES       : ' WS-NB-LUS.
006040     DISPLAY 'DIFACTV - HORS PERIODE       : ' WS-NB-HORS-PERIODE.
006050     DISPLAY 'DIFACTV - UTILISATEURS       : ' WS-NB-UTILISATEURS.
006060     DISPLAY 'DIFACTV - HORS HABILITATIONS : ' WS-NB-HORS-TABLE.
006070     DISPLAY 'DIFACTV - ACCES REFUSES      : ' WS-NB-REFUS.
006080     IF WS-NB-REFUS > ZERO
006090        OR WS-NB-HORS-TABLE > ZERO
006100        MOVE 4 TO RETURN-CODE
006110     ELSE
006120        MOVE ZERO TO RETURN-CODE
006130     END-IF.
006140 9000-EXIT.
006150     EXIT.
006160**--------------------------------------------------------
006170 9050-ECRIT-TOTAL.
006180     MOVE WS-AC-TOTAL TO DIFAC01-LIGNE
006190     PERFORM         2900-ECRIT-LIGNE
006200                     THRU
006210                     2900-EXIT.
006220 9050-EXIT.
006230     EXIT.
006240**--------------------------------------------------------
006250*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
006260*    ECHOUE.  AFFICHE ET ARRETE LE STEP PROPREMENT.
006270**--------------------------------------------------------
006280 9900-ERREUR-FICHIER-DEB.
006290     DISPLAY 'DIFACTV - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
006300     DISPLAY 'DIFACTV - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
006310     MOVE 16 TO RETURN-CODE.
006320     STOP RUN.
006330 9900-ERREUR-FICHIER-FIN.
006340     EXIT.
006350**--------------------------------------------------------
006360 9990-ARRET-ANORMAL-DEB.
006370     DISPLAY 'DIFACTV - ARRET - VERIFIER LA CARTE PERIODE ET LE '
006380             'TRI DE L''ETAPE PRECEDENTE, PUIS RELANCER'.
006390     MOVE 16 TO RETURN-CODE.
006400     STOP RUN.
006410 9990-ARRET-ANORMAL-FIN.
006420     EXIT.
