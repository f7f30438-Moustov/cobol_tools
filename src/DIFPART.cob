000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFPART.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  SPLITS A DIFIN01 FEED INTO UP
000120*                  TO FOUR PARTITIONS BY REFERENCE RANGE SO THE
000130*                  MONTH-END VOLUME CAN GO THROUGH FOUR DIFBATCH
000140*                  JOBS RUNNING SIDE BY SIDE (DIFBATP1-4) INSTEAD
000150*                  OF ONE SINGLE-THREADED RUN THAT NO LONGER FITS
000160*                  THE BATCH WINDOW.  THE SYSIN CARD GIVES THE
000170*                  UPPER BOUNDS OF THE FIRST PARTITIONS (COLS
000180*                  1-20, 22-41, 43-62, STRICTLY INCREASING) : A
000190*                  DETAIL GOES TO THE FIRST PARTITION WHOSE BOUND
000200*                  IS NOT BELOW ITS REFERENCE, THE LAST PARTITION
000210*                  TAKES EVERYTHING ABOVE THE LAST BOUND.  EACH
000220*                  PARTITION FILE IS A COMPLETE DIFIN01 FEED - THE
000230*                  ORIGINAL HEADER, ITS DETAILS IN ORIGINAL ORDER,
000240*                  A TRAILER WITH ITS OWN DETAIL COUNT - SO
000250*                  DIFBATCH RUNS IT UNCHANGED, WITH ITS OWN
000260*                  CHECKPOINT AND RESTART.  THE ORIGINAL FEED'S
000270*                  HEADER/TRAILER COUNT IS PROVED HERE BEFORE
000280*                  ANYTHING IS RELEASED, AND DIFPV01 KEEPS THE
000290*                  PARTITION OF EVERY DETAIL IN ORIGINAL ORDER FOR
000300*                  THE DIFFUS MERGE.
000310*--------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.
000350     UNIX.
000360 OBJECT-COMPUTER.
000370     UNIX.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT  DIFIN01-FILE        ASSIGN       TO DIFIN01
000410                                 ORGANIZATION    SEQUENTIAL
000420                                 FILE STATUS     WS-IN-FILE-STAT.
000430     SELECT  DIFINP1-FILE        ASSIGN       TO DIFINP1
000440                                 ORGANIZATION    SEQUENTIAL
000450                                 FILE STATUS     WS-P1-FILE-STAT.
000460     SELECT  DIFINP2-FILE        ASSIGN       TO DIFINP2
000470                                 ORGANIZATION    SEQUENTIAL
000480                                 FILE STATUS     WS-P2-FILE-STAT.
000490     SELECT  DIFINP3-FILE        ASSIGN       TO DIFINP3
000500                                 ORGANIZATION    SEQUENTIAL
000510                                 FILE STATUS     WS-P3-FILE-STAT.
000520     SELECT  DIFINP4-FILE        ASSIGN       TO DIFINP4
000530                                 ORGANIZATION    SEQUENTIAL
000540                                 FILE STATUS     WS-P4-FILE-STAT.
000550     SELECT  DIFPV01-FILE        ASSIGN       TO DIFPV01
000560                                 ORGANIZATION    SEQUENTIAL
000570                                 FILE STATUS     WS-PV-FILE-STAT.
000580     SELECT  OPTIONAL DIFPTC01-FILE
000590                                 ASSIGN       TO SYSIN
000600                                 ORGANIZATION    SEQUENTIAL
000610                                 FILE STATUS     WS-TC-FILE-STAT.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  DIFIN01-FILE
000650     RECORDING MODE              F.
000660     COPY    DIFIN01.
000670 FD  DIFINP1-FILE
000680     RECORDING MODE              F.
000690 01  DIFINP1-REC                 PICTURE         X(55).
000700 FD  DIFINP2-FILE
000710     RECORDING MODE              F.
000720 01  DIFINP2-REC                 PICTURE         X(55).
000730 FD  DIFINP3-FILE
000740     RECORDING MODE              F.
000750 01  DIFINP3-REC                 PICTURE         X(55).
000760 FD  DIFINP4-FILE
000770     RECORDING MODE              F.
000780 01  DIFINP4-REC                 PICTURE         X(55).
000790 FD  DIFPV01-FILE
000800     RECORDING MODE              F.
000810     COPY    DIFPV01.
000820 FD  DIFPTC01-FILE
000830     RECORDING MODE              F.
000840 01  DIFPTC01-REC.
000850     03  DIFPTC01-BORNE-ENTREE   OCCURS 3 TIMES.
000860         05  DIFPTC01-BORNE      PICTURE         X(20).
000870         05  FILLER              PICTURE         X(1).
000880     03  FILLER                  PICTURE         X(17).
000890 WORKING-STORAGE SECTION.
000900**--------------------------------------------------------
000910*    SWITCHES AND COUNTERS
000920**--------------------------------------------------------
000930 77  WS-IN-FILE-STAT             PICTURE         X(2)
000940                                 VALUE           SPACES.
000950 77  WS-P1-FILE-STAT             PICTURE         X(2)
000960                                 VALUE           SPACES.
000970 77  WS-P2-FILE-STAT             PICTURE         X(2)
000980                                 VALUE           SPACES.
000990 77  WS-P3-FILE-STAT             PICTURE         X(2)
001000                                 VALUE           SPACES.
001010 77  WS-P4-FILE-STAT             PICTURE         X(2)
001020                                 VALUE           SPACES.
001030 77  WS-PV-FILE-STAT             PICTURE         X(2)
001040                                 VALUE           SPACES.
001050 77  WS-TC-FILE-STAT             PICTURE         X(2)
001060                                 VALUE           SPACES.
001070 77  WS-PART-FILE-STAT           PICTURE         X(2)
001080                                 VALUE           SPACES.
001090 77  WS-ERR-FICHIER              PICTURE         X(8)
001100                                 VALUE           SPACES.
001110 77  WS-ERR-STATUT               PICTURE         X(2)
001120                                 VALUE           SPACES.
001130 77  WS-FIN-FICHIER-SW           PICTURE         X(1)
001140                                 VALUE           'N'.
001150     88  WS-FIN-FICHIER                  VALUE   'O'.
001160     88  WS-PAS-FIN-FICHIER              VALUE   'N'.
001170 77  WS-FIN-VU-SW                PICTURE         X(1)
001180                                 VALUE           'N'.
001190     88  WS-FIN-VU                       VALUE   'O'.
001200     88  WS-FIN-PAS-VU                   VALUE   'N'.
001210 77  WS-FORMAT-8-SW              PICTURE         X(1)
001220                                 VALUE           'N'.
001230     88  WS-FORMAT-8                     VALUE   'O'.
001240     88  WS-FORMAT-6                     VALUE   'N'.
001250 77  WS-NB-LUS                   PICTURE         9(9)
001260                                 VALUE           ZERO.
001270 77  WS-NB-DETAILS               PICTURE         9(9)
001280                                 VALUE           ZERO.
001290 77  WS-FIN-NB-ANNONCE           PICTURE         9(9)
001300                                 VALUE           ZERO.
001310 77  WS-ENT-DATE                 PICTURE         X(6)
001320                                 VALUE           SPACES.
001330 77  WS-ENT-FLUX                 PICTURE         X(8)
001340                                 VALUE           SPACES.
001350 77  WS-REF-COURANTE             PICTURE         X(20)
001360                                 VALUE           SPACES.
001370**--------------------------------------------------------
001380*    PARTITIONS - BORNES DE LA CARTE SYSIN, PARTITION DU DETAIL
001390*    COURANT ET NOMBRE DE DETAILS ENVOYES A CHAQUE PARTITION.
001400*    N BORNES DONNENT N + 1 PARTITIONS (QUATRE AU PLUS).
001410**--------------------------------------------------------
001420 77  WS-NB-BORNES                PICTURE         S9(4)
001430                                 USAGE           COMPUTATIONAL
001440                                 VALUE           ZERO.
001450 77  WS-NB-PARTITIONS            PICTURE         S9(4)
001460                                 USAGE           COMPUTATIONAL
001470                                 VALUE           ZERO.
001480 77  WS-BORNE-IDX                PICTURE         S9(4)
001490                                 USAGE           COMPUTATIONAL.
001500 77  WS-BORNE-IDX-1              PICTURE         S9(4)
001510                                 USAGE           COMPUTATIONAL.
001520 77  WS-PART-IDX                 PICTURE         S9(4)
001530                                 USAGE           COMPUTATIONAL.
001540 77  WS-PART-NO                  PICTURE         9(1)
001550                                 VALUE           ZERO.
001560 77  WS-BORNE-BLANC-SW           PICTURE         X(1)
001570                                 VALUE           'N'.
001580     88  WS-BORNE-BLANC-VUE              VALUE   'O'.
001590     88  WS-BORNE-BLANC-PAS-VUE          VALUE   'N'.
001600 01  WS-BORNES-TABLE.
001610     03  WS-BORNE                OCCURS 3 TIMES
001620                                 PICTURE         X(20)
001630                                 VALUE           SPACES.
001640 01  WS-PART-COMPTEURS.
001650     03  WS-NB-DET-PART          OCCURS 4 TIMES
001660                                 PICTURE         9(9)
001670                                 VALUE           ZERO.
001680**--------------------------------------------------------
001690*    ENREGISTREMENT A ECRIRE SUR UNE PARTITION (EN-TETE OU
001700*    DETAIL RECOPIE DU FLUX, OU FIN DE LA PARTITION).
001710**--------------------------------------------------------
001720 01  WS-PART-ENREG               PICTURE         X(55)
001730                                 VALUE           SPACES.
001740 01  WS-PART-FIN.
001750     03  WS-PF-TYPE              PICTURE         X(1)
001760                                 VALUE           '9'.
001770     03  WS-PF-NB-DETAILS        PICTURE         9(9)
001780                                 VALUE           ZERO.
001790     03  FILLER                  PICTURE         X(45)
001800                                 VALUE           SPACES.
001810 01  WS-AFF-PARTITION.
001820     03  FILLER                  PICTURE         X(20)
001830         VALUE 'DIFPART - PARTITION '.
001840     03  WS-AFF-PART-NO          PICTURE         9(1).
001850     03  FILLER                  PICTURE         X(3)
001860                                 VALUE           ' : '.
001870     03  WS-AFF-PART-NB          PICTURE         ZZZZZZZZ9.
001880     03  FILLER                  PICTURE         X(20)
001890         VALUE ' DETAILS - JUSQU A '.
001900     03  WS-AFF-PART-BORNE       PICTURE         X(20).
001910 01  WS-TS-COURANT.
001920     03  WS-TS-COURANT-DATE      PICTURE         9(8).
001930     03  WS-TS-COURANT-HEURE     PICTURE         X(6).
001940 01  WS-HEURE-ACCEPT.
001950     03  WS-HEURE-HHMMSS         PICTURE         X(6).
001960     03  FILLER                  PICTURE         X(2).
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE SECTION.
001990 0000-DEBUT.
002000     PERFORM         1000-INITIALISATION
002010                     THRU
002020                     1000-EXIT.
002030     PERFORM         2000-TRAITEMENT
002040                     THRU
002050                     2000-EXIT
002060                     UNTIL           WS-FIN-FICHIER.
002070     PERFORM         9000-TERMINAISON
002080                     THRU
002090                     9000-EXIT.
002100     GOBACK.
002110**--------------------------------------------------------
002120*    1000-INITIALISATION - LIT LA CARTE DES BORNES ET L'EN-TETE
002130*    DU FLUX, OUVRE LES PARTITIONS ET LEUR ECRIT L'EN-TETE DU
002140*    FLUX ORIGINAL, PUIS ECRIT L'EN-TETE DE LA VENTILATION.
002150**--------------------------------------------------------
002160 1000-INITIALISATION.
002170     ACCEPT WS-TS-COURANT-DATE FROM DATE YYYYMMDD
002180     ACCEPT WS-HEURE-ACCEPT FROM TIME
002190     MOVE WS-HEURE-HHMMSS TO WS-TS-COURANT-HEURE
002200     PERFORM         1050-LIT-CARTE
002210                     THRU
002220                     1050-EXIT.
002230     OPEN            INPUT   DIFIN01-FILE.
002240     IF WS-IN-FILE-STAT NOT = '00'
002250        MOVE 'DIFIN01' TO WS-ERR-FICHIER
002260        MOVE WS-IN-FILE-STAT TO WS-ERR-STATUT
002270        PERFORM   9900-ERREUR-FICHIER-DEB
002280                  THRU
002290                  9900-ERREUR-FICHIER-FIN
002300     END-IF
002310     PERFORM         1080-LIT-ENTETE
002320                     THRU
002330                     1080-EXIT.
002340     MOVE DIFIN01-REC TO WS-PART-ENREG
002350     PERFORM         1100-OUVRE-PARTITION
002360                     THRU
002370                     1100-EXIT
002380                     VARYING WS-PART-IDX FROM 1 BY 1
002390                     UNTIL WS-PART-IDX > WS-NB-PARTITIONS.
002400     OPEN            OUTPUT  DIFPV01-FILE.
002410     IF WS-PV-FILE-STAT NOT = '00'
002420        MOVE 'DIFPV01' TO WS-ERR-FICHIER
002430        MOVE WS-PV-FILE-STAT TO WS-ERR-STATUT
002440        PERFORM   9900-ERREUR-FICHIER-DEB
002450                  THRU
002460                  9900-ERREUR-FICHIER-FIN
002470     END-IF
002480     MOVE SPACES TO DIFPV01-REC
002490     SET DIFPV01-TYPE-ENTETE TO TRUE
002500     MOVE WS-ENT-DATE TO DIFPV01-ENT-DATE
002510     MOVE WS-ENT-FLUX TO DIFPV01-ENT-ID-FLUX
002520     MOVE DIFIN01-ENT-FORMAT TO DIFPV01-ENT-FORMAT
002530     MOVE WS-NB-PARTITIONS TO DIFPV01-NB-PARTITIONS
002540     MOVE WS-TS-COURANT TO DIFPV01-DEBUT-TS
002550     PERFORM         2800-ECRIT-VENTILATION
002560                     THRU
002570                     2800-EXIT.
002580 1000-EXIT.
002590     EXIT.
002600**--------------------------------------------------------
002610*    1050-LIT-CARTE - CARTE SYSIN OBLIGATOIRE : DE UNE A TROIS
002620*    BORNES DE REFERENCE (COLS 1-20, 22-41, 43-62), SERREES A
002630*    GAUCHE ET STRICTEMENT CROISSANTES.  LA BORNE EST LA PLUS
002640*    GRANDE REFERENCE DE SA PARTITION.
002650**--------------------------------------------------------
002660 1050-LIT-CARTE.
002670     OPEN            INPUT   DIFPTC01-FILE
002680     IF WS-TC-FILE-STAT NOT = '00'
002690        AND WS-TC-FILE-STAT NOT = '05'
002700        MOVE 'SYSIN' TO WS-ERR-FICHIER
002710        MOVE WS-TC-FILE-STAT TO WS-ERR-STATUT
002720        PERFORM   9900-ERREUR-FICHIER-DEB
002730                  THRU
002740                  9900-ERREUR-FICHIER-FIN
002750     END-IF
002760     READ            DIFPTC01-FILE
002770        AT END
002780           DISPLAY 'DIFPART - CARTE DES BORNES ABSENTE'
002790           PERFORM   9800-ERREUR-PARAMETRE-DEB
002800                     THRU
002810                     9800-ERREUR-PARAMETRE-FIN
002820     END-READ
002830     IF WS-TC-FILE-STAT NOT = '00'
002840        MOVE 'SYSIN' TO WS-ERR-FICHIER
002850        MOVE WS-TC-FILE-STAT TO WS-ERR-STATUT
002860        PERFORM   9900-ERREUR-FICHIER-DEB
002870                  THRU
002880                  9900-ERREUR-FICHIER-FIN
002890     END-IF
002900     PERFORM         1060-PREND-BORNE
002910                     THRU
002920                     1060-EXIT
002930                     VARYING WS-BORNE-IDX FROM 1 BY 1
002940                     UNTIL WS-BORNE-IDX > 3.
002950     CLOSE           DIFPTC01-FILE.
002960     IF WS-NB-BORNES = ZERO
002970        DISPLAY 'DIFPART - AUCUNE BORNE SUR LA CARTE - UNE '
002980                'SEULE PARTITION N A PAS DE SENS'
002990        PERFORM   9800-ERREUR-PARAMETRE-DEB
003000                  THRU
003010                  9800-ERREUR-PARAMETRE-FIN
003020     END-IF
003030     COMPUTE WS-NB-PARTITIONS = WS-NB-BORNES + 1
003040     MOVE WS-NB-PARTITIONS TO WS-PART-NO
003050     DISPLAY 'DIFPART - PARAMETRE - PARTITIONS : ' WS-PART-NO.
003060     DISPLAY 'DIFPART - PARAMETRE - BORNES     : '
003070             WS-BORNES-TABLE.
003080 1050-EXIT.
003090     EXIT.
003100**--------------------------------------------------------
003110 1060-PREND-BORNE.
003120     IF DIFPTC01-BORNE (WS-BORNE-IDX) = SPACES
003130        SET WS-BORNE-BLANC-VUE TO TRUE
003140        GO TO 1060-EXIT
003150     END-IF
003160     IF WS-BORNE-BLANC-VUE
003170        DISPLAY 'DIFPART - BORNE APRES UNE BORNE A BLANC - '
003180                'SERRER LES BORNES A GAUCHE'
003190        PERFORM   9800-ERREUR-PARAMETRE-DEB
003200                  THRU
003210                  9800-ERREUR-PARAMETRE-FIN
003220     END-IF
003230     IF WS-BORNE-IDX > 1
003240        COMPUTE WS-BORNE-IDX-1 = WS-BORNE-IDX - 1
003250        IF DIFPTC01-BORNE (WS-BORNE-IDX) NOT >
003260           WS-BORNE (WS-BORNE-IDX-1)
003270           DISPLAY 'DIFPART - BORNES NON CROISSANTES'
003280           PERFORM   9800-ERREUR-PARAMETRE-DEB
003290                     THRU
003300                     9800-ERREUR-PARAMETRE-FIN
003310        END-IF
003320     END-IF
003330     MOVE DIFPTC01-BORNE (WS-BORNE-IDX) TO WS-BORNE (WS-BORNE-IDX)
003340     ADD 1 TO WS-NB-BORNES.
003350 1060-EXIT.
003360     EXIT.
003370**--------------------------------------------------------
003380*    1080-LIT-ENTETE - LE PREMIER ENREGISTREMENT DOIT ETRE
003390*    L'EN-TETE TYPE '1', DE FORMAT CONNU.  IL EST RECOPIE TEL
003400*    QUEL EN TETE DE CHAQUE PARTITION.
003410**--------------------------------------------------------
003420 1080-LIT-ENTETE.
003430     READ            DIFIN01-FILE
003440                     AT END          SET WS-FIN-FICHIER TO TRUE
003450     END-READ
003460     IF WS-FIN-FICHIER
003470        DISPLAY 'DIFPART - FICHIER DIFIN01 VIDE - EN-TETE ABSENT'
003480        PERFORM   9930-ERREUR-STRUCTURE-DEB
003490                  THRU
003500                  9930-ERREUR-STRUCTURE-FIN
003510     END-IF
003520     IF WS-IN-FILE-STAT NOT = '00'
003530        MOVE 'DIFIN01' TO WS-ERR-FICHIER
003540        MOVE WS-IN-FILE-STAT TO WS-ERR-STATUT
003550        PERFORM   9900-ERREUR-FICHIER-DEB
003560                  THRU
003570                  9900-ERREUR-FICHIER-FIN
003580     END-IF
003590     IF NOT DIFIN01-TYPE-ENTETE
003600        DISPLAY 'DIFPART - PREMIER ENREGISTREMENT DE TYPE '
003610                DIFIN01-TYPE ' - EN-TETE TYPE 1 ATTENDU'
003620        PERFORM   9930-ERREUR-STRUCTURE-DEB
003630                  THRU
003640                  9930-ERREUR-STRUCTURE-FIN
003650     END-IF
003660     MOVE DIFIN01-ENT-DATE-CREATION TO WS-ENT-DATE
003670     MOVE DIFIN01-ENT-ID-FLUX TO WS-ENT-FLUX
003680     IF DIFIN01-ENT-FORMAT-8
003690        SET WS-FORMAT-8 TO TRUE
003700     ELSE
003710        IF DIFIN01-ENT-FORMAT-6
003720           SET WS-FORMAT-6 TO TRUE
003730        ELSE
003740           DISPLAY 'DIFPART - FORMAT DE FLUX INCONNU DANS L '
003750                   'EN-TETE : ' DIFIN01-ENT-FORMAT
003760           PERFORM   9930-ERREUR-STRUCTURE-DEB
003770                     THRU
003780                     9930-ERREUR-STRUCTURE-FIN
003790        END-IF
003800     END-IF
003810     ADD 1 TO WS-NB-LUS
003820     DISPLAY 'DIFPART - FLUX ' WS-ENT-FLUX ' CREE LE '
003830             WS-ENT-DATE.
003840 1080-EXIT.
003850     EXIT.
003860**--------------------------------------------------------
003870*    1100-OUVRE-PARTITION - OUVRE LA PARTITION WS-PART-IDX ET Y
003880*    ECRIT L'EN-TETE DU FLUX ORIGINAL (DEJA DANS WS-PART-ENREG).
003890**--------------------------------------------------------
003900 1100-OUVRE-PARTITION.
003910     IF WS-PART-IDX = 1
003920        OPEN OUTPUT DIFINP1-FILE
003930        MOVE WS-P1-FILE-STAT TO WS-PART-FILE-STAT
003940     END-IF
003950     IF WS-PART-IDX = 2
003960        OPEN OUTPUT DIFINP2-FILE
003970        MOVE WS-P2-FILE-STAT TO WS-PART-FILE-STAT
003980     END-IF
003990     IF WS-PART-IDX = 3
004000        OPEN OUTPUT DIFINP3-FILE
004010        MOVE WS-P3-FILE-STAT TO WS-PART-FILE-STAT
004020     END-IF
004030     IF WS-PART-IDX = 4
004040        OPEN OUTPUT DIFINP4-FILE
004050        MOVE WS-P4-FILE-STAT TO WS-PART-FILE-STAT
004060     END-IF
004070     IF WS-PART-FILE-STAT NOT = '00'
004080        MOVE 'DIFINP' TO WS-ERR-FICHIER
004090        MOVE WS-PART-IDX TO WS-PART-NO
004100        MOVE WS-PART-NO TO WS-ERR-FICHIER (7:1)
004110        MOVE WS-PART-FILE-STAT TO WS-ERR-STATUT
004120        PERFORM   9900-ERREUR-FICHIER-DEB
004130                  THRU
004140                  9900-ERREUR-FICHIER-FIN
004150     END-IF
004160     PERFORM         2900-ECRIT-PARTITION
004170                     THRU
004180                     2900-EXIT.
004190 1100-EXIT.
004200     EXIT.
004210**--------------------------------------------------------
004220*    2000-TRAITEMENT - LIT UN ENREGISTREMENT DU FLUX.  UN DETAIL
004230*    VA A SA PARTITION ET DONNE UNE LIGNE DE VENTILATION; LA FIN
004240*    EST NOTEE POUR LE CONTROLE DU COMPTE EN TERMINAISON.
004250**--------------------------------------------------------
004260 2000-TRAITEMENT.
004270     READ            DIFIN01-FILE
004280                     AT END          SET WS-FIN-FICHIER TO TRUE
004290     END-READ.
004300     IF WS-PAS-FIN-FICHIER
004310        AND WS-IN-FILE-STAT NOT = '00'
004320        MOVE 'DIFIN01' TO WS-ERR-FICHIER
004330        MOVE WS-IN-FILE-STAT TO WS-ERR-STATUT
004340        PERFORM   9900-ERREUR-FICHIER-DEB
004350                  THRU
004360                  9900-ERREUR-FICHIER-FIN
004370     END-IF
004380     IF WS-FIN-FICHIER
004390        GO TO 2000-EXIT
004400     END-IF
004410     ADD 1 TO WS-NB-LUS
004420     IF DIFIN01-TYPE-FIN
004430        PERFORM      2050-NOTE-FIN
004440                     THRU
004450                     2050-EXIT
004460        GO TO 2000-EXIT
004470     END-IF
004480     IF NOT DIFIN01-TYPE-DETAIL
004490        DISPLAY 'DIFPART - TYPE D ENREGISTREMENT INCONNU : '
004500                DIFIN01-TYPE ' APRES ' WS-NB-LUS ' ENREGS LUS'
004510        PERFORM   9930-ERREUR-STRUCTURE-DEB
004520                  THRU
004530                  9930-ERREUR-STRUCTURE-FIN
004540     END-IF
004550     IF WS-FIN-VU
004560        DISPLAY 'DIFPART - DETAIL APRES L ENREGISTREMENT FIN'
004570        PERFORM   9930-ERREUR-STRUCTURE-DEB
004580                  THRU
004590                  9930-ERREUR-STRUCTURE-FIN
004600     END-IF
004610     ADD 1 TO WS-NB-DETAILS
004620     IF WS-FORMAT-8
004630        MOVE DIFIN01-REFERENCE TO WS-REF-COURANTE
004640     ELSE
004650        MOVE DIFIN01-REFERENCE-6 TO WS-REF-COURANTE
004660     END-IF
004670     MOVE 1 TO WS-PART-NO
004680     PERFORM         2100-COMPARE-BORNE
004690                     THRU
004700                     2100-EXIT
004710                     VARYING WS-BORNE-IDX FROM 1 BY 1
004720                     UNTIL WS-BORNE-IDX > WS-NB-BORNES.
004730     MOVE WS-PART-NO TO WS-PART-IDX
004740     MOVE DIFIN01-REC TO WS-PART-ENREG
004750     PERFORM         2900-ECRIT-PARTITION
004760                     THRU
004770                     2900-EXIT.
004780     ADD 1 TO WS-NB-DET-PART (WS-PART-IDX)
004790     MOVE SPACES TO DIFPV01-REC
004800     SET DIFPV01-TYPE-DETAIL TO TRUE
004810     MOVE WS-PART-NO TO DIFPV01-PARTITION
004820     MOVE WS-REF-COURANTE TO DIFPV01-REFERENCE
004830     PERFORM         2800-ECRIT-VENTILATION
004840                     THRU
004850                     2800-EXIT.
004860 2000-EXIT.
004870     EXIT.
004880**--------------------------------------------------------
004890*    2050-NOTE-FIN - ENREGISTREMENT FIN (TYPE '9') : NOTE LE
004900*    NOMBRE DE DETAILS ANNONCE.  UN DEUXIEME ENREGISTREMENT FIN
004910*    EST UNE ERREUR DE STRUCTURE.
004920**--------------------------------------------------------
004930 2050-NOTE-FIN.
004940     IF WS-FIN-VU
004950        DISPLAY 'DIFPART - DEUX ENREGISTREMENTS FIN DANS LE FLUX'
004960        PERFORM   9930-ERREUR-STRUCTURE-DEB
004970                  THRU
004980                  9930-ERREUR-STRUCTURE-FIN
004990     END-IF
005000     IF DIFIN01-FIN-NB-DETAILS IS NUMERIC
005010        MOVE DIFIN01-FIN-NB-DETAILS TO WS-FIN-NB-ANNONCE
005020        SET WS-FIN-VU TO TRUE
005030     ELSE
005040        DISPLAY 'DIFPART - NOMBRE DE DETAILS NON NUMERIQUE DANS '
005050                'L ENREGISTREMENT FIN'
005060        PERFORM   9930-ERREUR-STRUCTURE-DEB
005070                  THRU
005080                  9930-ERREUR-STRUCTURE-FIN
005090     END-IF.
005100 2050-EXIT.
005110     EXIT.
005120**--------------------------------------------------------
005130*    2100-COMPARE-BORNE - UNE REFERENCE AU-DESSUS DE LA BORNE
005140*    WS-BORNE-IDX VA AU MOINS DANS LA PARTITION SUIVANTE.  LES
005150*    BORNES ETANT CROISSANTES, LA DERNIERE DEPASSEE DECIDE.
005160*    UNE REFERENCE A BLANC TOMBE DANS LA PREMIERE PARTITION.
005170**--------------------------------------------------------
005180 2100-COMPARE-BORNE.
005190     IF WS-REF-COURANTE > WS-BORNE (WS-BORNE-IDX)
005200        COMPUTE WS-PART-NO = WS-BORNE-IDX + 1
005210     END-IF.
005220 2100-EXIT.
005230     EXIT.
005240**--------------------------------------------------------
005250 2800-ECRIT-VENTILATION.
005260     WRITE DIFPV01-REC.
005270     IF WS-PV-FILE-STAT NOT = '00'
005280        MOVE 'DIFPV01' TO WS-ERR-FICHIER
005290        MOVE WS-PV-FILE-STAT TO WS-ERR-STATUT
005300        PERFORM   9900-ERREUR-FICHIER-DEB
005310                  THRU
005320                  9900-ERREUR-FICHIER-FIN
005330     END-IF.
005340 2800-EXIT.
005350     EXIT.
005360**--------------------------------------------------------
005370*    2900-ECRIT-PARTITION - ECRIT WS-PART-ENREG SUR LA
005380*    PARTITION WS-PART-IDX.
005390**--------------------------------------------------------
005400 2900-ECRIT-PARTITION.
005410     IF WS-PART-IDX = 1
005420        WRITE DIFINP1-REC FROM WS-PART-ENREG
005430        MOVE WS-P1-FILE-STAT TO WS-PART-FILE-STAT
005440     END-IF
005450     IF WS-PART-IDX = 2
005460        WRITE DIFINP2-REC FROM WS-PART-ENREG
005470        MOVE WS-P2-FILE-STAT TO WS-PART-FILE-STAT
005480     END-IF
005490     IF WS-PART-IDX = 3
005500        WRITE DIFINP3-REC FROM WS-PART-ENREG
005510        MOVE WS-P3-FILE-STAT TO WS-PART-FILE-STAT
005520     END-IF
005530     IF WS-PART-IDX = 4
005540        WRITE DIFINP4-REC FROM WS-PART-ENREG
005550        MOVE WS-P4-FILE-STAT TO WS-PART-FILE-STAT
005560     END-IF
005570     IF WS-PART-FILE-STAT NOT = '00'
005580        MOVE 'DIFINP' TO WS-ERR-FICHIER
005590        MOVE WS-PART-IDX TO WS-PART-NO
005600        MOVE WS-PART-NO TO WS-ERR-FICHIER (7:1)
005610        MOVE WS-PART-FILE-STAT TO WS-ERR-STATUT
005620        PERFORM   9900-ERREUR-FICHIER-DEB
005630                  THRU
005640                  9900-ERREUR-FICHIER-FIN
005650     END-IF.
005660 2900-EXIT.
005670     EXIT.
005680**--------------------------------------------------------
005690*    9000-TERMINAISON - LE COMPTE DU FLUX ORIGINAL DOIT ETRE
005700*    JUSTE AVANT DE FERMER LES PARTITIONS : SINON ELLES RESTENT
005710*    SANS ENREGISTREMENT FIN ET DIFBATCH LES REFUSERA.  CHAQUE
005720*    PARTITION RECOIT SA FIN (SON PROPRE COMPTE), LA VENTILATION
005730*    LA SIENNE (LE COMPTE TOTAL ET CELUI DE CHAQUE PARTITION).
005740**--------------------------------------------------------
005750 9000-TERMINAISON.
005760     IF WS-FIN-PAS-VU
005770        DISPLAY 'DIFPART - ENREGISTREMENT FIN ABSENT - FLUX '
005780                'TRONQUE OU INCOMPLET'
005790        PERFORM   9930-ERREUR-STRUCTURE-DEB
005800                  THRU
005810                  9930-ERREUR-STRUCTURE-FIN
005820     END-IF
005830     IF WS-NB-DETAILS NOT = WS-FIN-NB-ANNONCE
005840        DISPLAY 'DIFPART - COMPTE ANNONCE PAR LA FIN : '
005850                WS-FIN-NB-ANNONCE
005860        DISPLAY 'DIFPART - DETAILS REELLEMENT LUS    : '
005870                WS-NB-DETAILS
005880        DISPLAY 'DIFPART - FLUX TRONQUE OU EXCEDENTAIRE - '
005890                'PARTITIONS NON LIBEREES'
005900        PERFORM   9930-ERREUR-STRUCTURE-DEB
005910                  THRU
005920                  9930-ERREUR-STRUCTURE-FIN
005930     END-IF
005940     PERFORM         9050-FERME-PARTITION
005950                     THRU
005960                     9050-EXIT
005970                     VARYING WS-PART-IDX FROM 1 BY 1
005980                     UNTIL WS-PART-IDX > WS-NB-PARTITIONS.
005990     MOVE SPACES TO DIFPV01-REC
006000     SET DIFPV01-TYPE-FIN TO TRUE
006010     MOVE WS-NB-DETAILS TO DIFPV01-FIN-NB-DETAILS
006020     MOVE WS-NB-DET-PART (1) TO DIFPV01-FIN-NB-PARTITION (1)
006030     MOVE WS-NB-DET-PART (2) TO DIFPV01-FIN-NB-PARTITION (2)
006040     MOVE WS-NB-DET-PART (3) TO DIFPV01-FIN-NB-PARTITION (3)
006050     MOVE WS-NB-DET-PART (4) TO DIFPV01-FIN-NB-PARTITION (4)
006060     PERFORM         2800-ECRIT-VENTILATION
006070                     THRU
006080                     2800-EXIT.
006090     CLOSE           DIFIN01-FILE
006100                     DIFPV01-FILE.
006110     DISPLAY 'DIFPART - ENREGS LUS     : ' WS-NB-LUS.
006120     DISPLAY 'DIFPART - DETAILS LUS    : ' WS-NB-DETAILS.
006130 9000-EXIT.
006140     EXIT.
006150**--------------------------------------------------------
006160*    9050-FERME-PARTITION - ECRIT LA FIN DE LA PARTITION
006170*    WS-PART-IDX, LA FERME ET AFFICHE SON COMPTE.
006180**--------------------------------------------------------
006190 9050-FERME-PARTITION.
006200     MOVE WS-NB-DET-PART (WS-PART-IDX) TO WS-PF-NB-DETAILS
006210     MOVE WS-PART-FIN TO WS-PART-ENREG
006220     PERFORM         2900-ECRIT-PARTITION
006230                     THRU
006240                     2900-EXIT
006250     IF WS-PART-IDX = 1
006260        CLOSE DIFINP1-FILE
006270     END-IF
006280     IF WS-PART-IDX = 2
006290        CLOSE DIFINP2-FILE
006300     END-IF
006310     IF WS-PART-IDX = 3
006320        CLOSE DIFINP3-FILE
006330     END-IF
006340     IF WS-PART-IDX = 4
006350        CLOSE DIFINP4-FILE
006360     END-IF
006370     MOVE WS-PART-IDX TO WS-AFF-PART-NO
006380     MOVE WS-NB-DET-PART (WS-PART-IDX) TO WS-AFF-PART-NB
006390     IF WS-PART-IDX > WS-NB-BORNES
006400        MOVE '(FIN)' TO WS-AFF-PART-BORNE
006410     ELSE
006420        MOVE WS-BORNE (WS-PART-IDX) TO WS-AFF-PART-BORNE
006430     END-IF
006440     DISPLAY WS-AFF-PARTITION.
006450 9050-EXIT.
006460     EXIT.
006470**--------------------------------------------------------
006480*    9800-ERREUR-PARAMETRE - CARTE DES BORNES ABSENTE OU
006490*    INVALIDE.  ON ARRETE AVANT D'OUVRIR QUOI QUE CE SOIT.
006500**--------------------------------------------------------
006510 9800-ERREUR-PARAMETRE-DEB.
006520     DISPLAY 'DIFPART - CARTE SYSIN REJETEE - CORRIGER LA CARTE '
006530             'ET RELANCER'.
006540     MOVE 16 TO RETURN-CODE.
006550     STOP RUN.
006560 9800-ERREUR-PARAMETRE-FIN.
006570     EXIT.
006580**--------------------------------------------------------
006590*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
006600*    ECHOUE.  AFFICHE ET ARRETE LE STEP PROPREMENT.
006610**--------------------------------------------------------
006620 9900-ERREUR-FICHIER-DEB.
006630     DISPLAY 'DIFPART - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
006640     DISPLAY 'DIFPART - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
006650     MOVE 16 TO RETURN-CODE.
006660     STOP RUN.
006670 9900-ERREUR-FICHIER-FIN.
006680     EXIT.
006690**--------------------------------------------------------
006700*    9930-ERREUR-STRUCTURE - LE FLUX DIFIN01 N'EST PAS
006710*    EXPLOITABLE.  LE MESSAGE PRECIS A DEJA ETE AFFICHE; LES
006720*    PARTITIONS DEJA OUVERTES RESTENT SANS ENREGISTREMENT FIN ET
006730*    NE PEUVENT DONC PAS PASSER DANS DIFBATCH.
006740**--------------------------------------------------------
006750 9930-ERREUR-STRUCTURE-DEB.
006760     DISPLAY 'DIFPART - ARRET SUR ERREUR DE STRUCTURE DIFIN01'.
006770     MOVE 16 TO RETURN-CODE.
006780     STOP RUN.
006790 9930-ERREUR-STRUCTURE-FIN.
006800     EXIT.
