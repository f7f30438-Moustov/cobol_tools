000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFQEXT.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  FIRST STEP OF THE DATA-
000120*                  QUALITY GATE RUN IN FRONT OF DIFBATCH : COPIES
000130*                  EVERY RECORD OF THE DIFIN01 FEED TO DIFQX01
000140*                  WITH ITS RANK IN THE FEED AND A SORT KEY (THE
000150*                  DETAIL'S REFERENCE IN EITHER FEED FORMAT, LOW-
000160*                  VALUES FOR THE HEADER, HIGH-VALUES FOR THE
000170*                  TRAILER).  THE JCL SORTS DIFQX01 ON KEY AND
000180*                  RANK FOR DIFQUAL, WHICH NEEDS THE DETAILS OF A
000190*                  REFERENCE SIDE BY SIDE TO FIND DUPLICATES AND
000200*                  TO MATCH THE PREVIOUS DAY'S RESULTS.  THE
000210*                  FEED'S HEADER/TRAILER COUNT IS PROVED HERE,
000220*                  SO A TRUNCATED FEED NEVER REACHES THE GATE.
000230*--------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.
000270     UNIX.
000280 OBJECT-COMPUTER.
000290     UNIX.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT  DIFIN01-FILE        ASSIGN       TO DIFIN01
000330                                 ORGANIZATION    SEQUENTIAL
000340                                 FILE STATUS     WS-IN-FILE-STAT.
000350     SELECT  DIFQX01-FILE        ASSIGN       TO DIFQX01
000360                                 ORGANIZATION    SEQUENTIAL
000370                                 FILE STATUS     WS-QX-FILE-STAT.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DIFIN01-FILE
000410     RECORDING MODE              F.
000420     COPY    DIFIN01.
000430 FD  DIFQX01-FILE
000440     RECORDING MODE              F.
000450     COPY    DIFQX01.
000460 WORKING-STORAGE SECTION.
000470**--------------------------------------------------------
000480*    SWITCHES AND COUNTERS
000490**--------------------------------------------------------
000500 77  WS-IN-FILE-STAT             PICTURE         X(2)
000510                                 VALUE           SPACES.
000520 77  WS-QX-FILE-STAT             PICTURE         X(2)
000530                                 VALUE           SPACES.
000540 77  WS-ERR-FICHIER              PICTURE         X(8)
000550                                 VALUE           SPACES.
000560 77  WS-ERR-STATUT               PICTURE         X(2)
000570                                 VALUE           SPACES.
000580 77  WS-FIN-FICHIER-SW           PICTURE         X(1)
000590                                 VALUE           'N'.
000600     88  WS-FIN-FICHIER                  VALUE   'O'.
000610     88  WS-PAS-FIN-FICHIER              VALUE   'N'.
000620 77  WS-FIN-VU-SW                PICTURE         X(1)
000630                                 VALUE           'N'.
000640     88  WS-FIN-VU                       VALUE   'O'.
000650     88  WS-FIN-PAS-VU                   VALUE   'N'.
000660 77  WS-FORMAT-8-SW              PICTURE         X(1)
000670                                 VALUE           'N'.
000680     88  WS-FORMAT-8                     VALUE   'O'.
000690     88  WS-FORMAT-6                     VALUE   'N'.
000700 77  WS-NB-LUS                   PICTURE         9(9)
000710                                 VALUE           ZERO.
000720 77  WS-NB-DETAILS               PICTURE         9(9)
000730                                 VALUE           ZERO.
000740 77  WS-FIN-NB-ANNONCE           PICTURE         9(9)
000750                                 VALUE           ZERO.
000760 77  WS-ENT-DATE                 PICTURE         X(6)
000770                                 VALUE           SPACES.
000780 77  WS-ENT-FLUX                 PICTURE         X(8)
000790                                 VALUE           SPACES.
000800 PROCEDURE DIVISION.
000810 0000-MAINLINE SECTION.
000820 0000-DEBUT.
000830     PERFORM         1000-INITIALISATION
000840                     THRU
000850                     1000-EXIT.
000860     PERFORM         2000-TRAITEMENT
000870                     THRU
000880                     2000-EXIT
000890                     UNTIL           WS-FIN-FICHIER.
000900     PERFORM         9000-TERMINAISON
000910                     THRU
000920                     9000-EXIT.
000930     GOBACK.
000940**--------------------------------------------------------
000950*    1000-INITIALISATION - OUVRE LES FICHIERS, LIT ET RECOPIE
000960*    L'EN-TETE DU FLUX.
000970**--------------------------------------------------------
000980 1000-INITIALISATION.
000990     OPEN            INPUT   DIFIN01-FILE.
001000     IF WS-IN-FILE-STAT NOT = '00'
001010        MOVE 'DIFIN01' TO WS-ERR-FICHIER
001020        MOVE WS-IN-FILE-STAT TO WS-ERR-STATUT
001030        PERFORM   9900-ERREUR-FICHIER-DEB
001040                  THRU
001050                  9900-ERREUR-FICHIER-FIN
001060     END-IF
001070     OPEN            OUTPUT  DIFQX01-FILE.
001080     IF WS-QX-FILE-STAT NOT = '00'
001090        MOVE 'DIFQX01' TO WS-ERR-FICHIER
001100        MOVE WS-QX-FILE-STAT TO WS-ERR-STATUT
001110        PERFORM   9900-ERREUR-FICHIER-DEB
001120                  THRU
001130                  9900-ERREUR-FICHIER-FIN
001140     END-IF
001150     PERFORM         1080-LIT-ENTETE
001160                     THRU
001170                     1080-EXIT.
001180     MOVE LOW-VALUES TO DIFQX01-CLE
001190     MOVE ZERO TO DIFQX01-SEQUENCE
001200     MOVE DIFIN01-REC TO DIFQX01-ENREG
001210     PERFORM         2900-ECRIT-EXTRAIT
001220                     THRU
001230                     2900-EXIT.
001240 1000-EXIT.
001250     EXIT.
001260**--------------------------------------------------------
001270*    1080-LIT-ENTETE - LE PREMIER ENREGISTREMENT DOIT ETRE
001280*    L'EN-TETE TYPE '1', DE FORMAT CONNU.
001290**--------------------------------------------------------
001300 1080-LIT-ENTETE.
001310     READ            DIFIN01-FILE
001320                     AT END          SET WS-FIN-FICHIER TO TRUE
001330     END-READ
001340     IF WS-FIN-FICHIER
001350        DISPLAY 'DIFQEXT - FICHIER DIFIN01 VIDE - EN-TETE ABSENT'
001360        PERFORM   9930-ERREUR-STRUCTURE-DEB
001370                  THRU
001380                  9930-ERREUR-STRUCTURE-FIN
001390     END-IF
001400     IF WS-IN-FILE-STAT NOT = '00'
001410        MOVE 'DIFIN01' TO WS-ERR-FICHIER
001420        MOVE WS-IN-FILE-STAT TO WS-ERR-STATUT
001430        PERFORM   9900-ERREUR-FICHIER-DEB
001440                  THRU
001450                  9900-ERREUR-FICHIER-FIN
001460     END-IF
001470     IF NOT DIFIN01-TYPE-ENTETE
001480        DISPLAY 'DIFQEXT - PREMIER ENREGISTREMENT DE TYPE '
001490                DIFIN01-TYPE ' - EN-TETE TYPE 1 ATTENDU'
001500        PERFORM   9930-ERREUR-STRUCTURE-DEB
001510                  THRU
001520                  9930-ERREUR-STRUCTURE-FIN
001530     END-IF
001540     MOVE DIFIN01-ENT-DATE-CREATION TO WS-ENT-DATE
001550     MOVE DIFIN01-ENT-ID-FLUX TO WS-ENT-FLUX
001560     IF DIFIN01-ENT-FORMAT-8
001570        SET WS-FORMAT-8 TO TRUE
001580     ELSE
001590        IF DIFIN01-ENT-FORMAT-6
001600           SET WS-FORMAT-6 TO TRUE
001610        ELSE
001620           DISPLAY 'DIFQEXT - FORMAT DE FLUX INCONNU DANS L '
001630                   'EN-TETE : ' DIFIN01-ENT-FORMAT
001640           PERFORM   9930-ERREUR-STRUCTURE-DEB
001650                     THRU
001660                     9930-ERREUR-STRUCTURE-FIN
001670        END-IF
001680     END-IF
001690     ADD 1 TO WS-NB-LUS
001700     DISPLAY 'DIFQEXT - FLUX ' WS-ENT-FLUX ' CREE LE '
001710             WS-ENT-DATE.
001720 1080-EXIT.
001730     EXIT.
001740**--------------------------------------------------------
001750*    2000-TRAITEMENT - LIT UN ENREGISTREMENT DU FLUX ET LE
001760*    RECOPIE AVEC SON RANG ET SA CLE DE TRI.
001770**--------------------------------------------------------
001780 2000-TRAITEMENT.
001790     READ            DIFIN01-FILE
001800                     AT END          SET WS-FIN-FICHIER TO TRUE
001810     END-READ.
001820     IF WS-PAS-FIN-FICHIER
001830        AND WS-IN-FILE-STAT NOT = '00'
001840        MOVE 'DIFIN01' TO WS-ERR-FICHIER
001850        MOVE WS-IN-FILE-STAT TO WS-ERR-STATUT
001860        PERFORM   9900-ERREUR-FICHIER-DEB
001870                  THRU
001880                  9900-ERREUR-FICHIER-FIN
001890     END-IF
001900     IF WS-FIN-FICHIER
001910        GO TO 2000-EXIT
001920     END-IF
001930     ADD 1 TO WS-NB-LUS
001940     IF DIFIN01-TYPE-FIN
001950        PERFORM      2050-NOTE-FIN
001960                     THRU
001970                     2050-EXIT
001980        MOVE HIGH-VALUES TO DIFQX01-CLE
001990        MOVE 999999999 TO DIFQX01-SEQUENCE
002000        MOVE DIFIN01-REC TO DIFQX01-ENREG
002010        PERFORM      2900-ECRIT-EXTRAIT
002020                     THRU
002030                     2900-EXIT
002040        GO TO 2000-EXIT
002050     END-IF
002060     IF NOT DIFIN01-TYPE-DETAIL
002070        DISPLAY 'DIFQEXT - TYPE D ENREGISTREMENT INCONNU : '
002080                DIFIN01-TYPE ' APRES ' WS-NB-LUS ' ENREGS LUS'
002090        PERFORM   9930-ERREUR-STRUCTURE-DEB
002100                  THRU
002110                  9930-ERREUR-STRUCTURE-FIN
002120     END-IF
002130     IF WS-FIN-VU
002140        DISPLAY 'DIFQEXT - DETAIL APRES L ENREGISTREMENT FIN'
002150        PERFORM   9930-ERREUR-STRUCTURE-DEB
002160                  THRU
002170                  9930-ERREUR-STRUCTURE-FIN
002180     END-IF
002190     ADD 1 TO WS-NB-DETAILS
002200     IF WS-FORMAT-8
002210        MOVE DIFIN01-REFERENCE TO DIFQX01-CLE
002220     ELSE
002230        MOVE DIFIN01-REFERENCE-6 TO DIFQX01-CLE
002240     END-IF
002250     MOVE WS-NB-DETAILS TO DIFQX01-SEQUENCE
002260     MOVE DIFIN01-REC TO DIFQX01-ENREG
002270     PERFORM         2900-ECRIT-EXTRAIT
002280                     THRU
002290                     2900-EXIT.
002300 2000-EXIT.
002310     EXIT.
002320**--------------------------------------------------------
002330*    2050-NOTE-FIN - ENREGISTREMENT FIN (TYPE '9') : NOTE LE
002340*    NOMBRE DE DETAILS ANNONCE.  UN DEUXIEME ENREGISTREMENT FIN
002350*    EST UNE ERREUR DE STRUCTURE.
002360**--------------------------------------------------------
002370 2050-NOTE-FIN.
002380     IF WS-FIN-VU
002390        DISPLAY 'DIFQEXT - DEUX ENREGISTREMENTS FIN DANS LE FLUX'
002400        PERFORM   9930-ERREUR-STRUCTURE-DEB
002410                  THRU
002420                  9930-ERREUR-STRUCTURE-FIN
002430     END-IF
002440     IF DIFIN01-FIN-NB-DETAILS IS NUMERIC
002450        MOVE DIFIN01-FIN-NB-DETAILS TO WS-FIN-NB-ANNONCE
002460        SET WS-FIN-VU TO TRUE
002470     ELSE
002480        DISPLAY 'DIFQEXT - NOMBRE DE DETAILS NON NUMERIQUE DANS '
002490                'L ENREGISTREMENT FIN'
002500        PERFORM   9930-ERREUR-STRUCTURE-DEB
002510                  THRU
002520                  9930-ERREUR-STRUCTURE-FIN
002530     END-IF.
002540 2050-EXIT.
002550     EXIT.
002560**--------------------------------------------------------
002570 2900-ECRIT-EXTRAIT.
002580     WRITE DIFQX01-REC.
002590     IF WS-QX-FILE-STAT NOT = '00'
002600        MOVE 'DIFQX01' TO WS-ERR-FICHIER
002610        MOVE WS-QX-FILE-STAT TO WS-ERR-STATUT
002620        PERFORM   9900-ERREUR-FICHIER-DEB
002630                  THRU
002640                  9900-ERREUR-FICHIER-FIN
002650     END-IF.
002660 2900-EXIT.
002670     EXIT.
002680**--------------------------------------------------------
002690*    9000-TERMINAISON - LE COMPTE DU FLUX DOIT ETRE JUSTE, SINON
002700*    LE CONTROLE QUALITE N'A PAS LIEU (RC 16).
002710**--------------------------------------------------------
002720 9000-TERMINAISON.
002730     IF WS-FIN-PAS-VU
002740        DISPLAY 'DIFQEXT - ENREGISTREMENT FIN ABSENT - FLUX '
002750                'TRONQUE OU INCOMPLET'
002760        PERFORM   9930-ERREUR-STRUCTURE-DEB
002770                  THRU
002780                  9930-ERREUR-STRUCTURE-FIN
002790     END-IF
002800     IF WS-NB-DETAILS NOT = WS-FIN-NB-ANNONCE
002810        DISPLAY 'DIFQEXT - COMPTE ANNONCE PAR LA FIN : '
002820                WS-FIN-NB-ANNONCE
002830        DISPLAY 'DIFQEXT - DETAILS REELLEMENT LUS    : '
002840                WS-NB-DETAILS
002850        PERFORM   9930-ERREUR-STRUCTURE-DEB
002860                  THRU
002870                  9930-ERREUR-STRUCTURE-FIN
002880     END-IF
002890     CLOSE           DIFIN01-FILE
002900                     DIFQX01-FILE.
002910     DISPLAY 'DIFQEXT - ENREGS LUS     : ' WS-NB-LUS.
002920     DISPLAY 'DIFQEXT - DETAILS LUS    : ' WS-NB-DETAILS.
002930 9000-EXIT.
002940     EXIT.
002950**--------------------------------------------------------
002960*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
002970*    ECHOUE.  AFFICHE ET ARRETE LE STEP PROPREMENT.
002980**--------------------------------------------------------
002990 9900-ERREUR-FICHIER-DEB.
003000     DISPLAY 'DIFQEXT - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
003010     DISPLAY 'DIFQEXT - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
003020     MOVE 16 TO RETURN-CODE.
003030     STOP RUN.
003040 9900-ERREUR-FICHIER-FIN.
003050     EXIT.
003060**--------------------------------------------------------
003070*    9930-ERREUR-STRUCTURE - LE FLUX DIFIN01 N'EST PAS
003080*    EXPLOITABLE.  LE MESSAGE PRECIS A DEJA ETE AFFICHE.
003090**--------------------------------------------------------
003100 9930-ERREUR-STRUCTURE-DEB.
003110     DISPLAY 'DIFQEXT - ARRET SUR ERREUR DE STRUCTURE DIFIN01'.
003120     MOVE 16 TO RETURN-CODE.
003130     STOP RUN.
003140 9930-ERREUR-STRUCTURE-FIN.
003150     EXIT.
