000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFDERN.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  BUILDS THE LOAD FILE FOR THE
000120*                  KSDS THE NEW DIFR INQUIRY SCREEN (DIFRINQ)
000130*                  READS BY REFERENCE : ONE DIFOU01 ROW PER
000140*                  DIFOU01-REFERENCE, THE MOST RECENT ONE.  THE
000150*                  INPUT IS PROD.DIFF.RESULTS SORTED ON THE
000160*                  REFERENCE WITH OPTION EQUALS (SEE THE DIFBATCH
000170*                  AND DIFRESB JCL), SO THE ROWS OF A REFERENCE
000180*                  KEEP THE ORDER THEY WERE APPENDED IN AND THE
000190*                  LAST ONE OF EACH GROUP IS THE LATEST RESULT -
000200*                  A PAIR RESUBMITTED BY DIFRESB REPLACES ITS
000210*                  EARLIER RESULT.  ROWS WITHOUT A REFERENCE
000220*                  CANNOT BE KEYED AND ARE ONLY COUNTED.  DIFDR01
000230*                  COMES OUT IN KEY ORDER, READY FOR THE IDCAMS
000240*                  REPRO THAT FOLLOWS.
000250*--------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.
000290     UNIX.
000300 OBJECT-COMPUTER.
000310     UNIX.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT  DIFOU01-FILE        ASSIGN       TO DIFOU01
000350                                 ORGANIZATION    SEQUENTIAL
000360                                 FILE STATUS     WS-OU-FILE-STAT.
000370     SELECT  DIFDR01-FILE        ASSIGN       TO DIFDR01
000380                                 ORGANIZATION    SEQUENTIAL
000390                                 FILE STATUS     WS-DR-FILE-STAT.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DIFOU01-FILE
000430     RECORDING MODE              F.
000440     COPY    DIFOU01.
000450 FD  DIFDR01-FILE
000460     RECORDING MODE              F.
000470 01  DIFDR01-REC                 PICTURE         X(95).
000480 WORKING-STORAGE SECTION.
000490**--------------------------------------------------------
000500*    SWITCHES AND COUNTERS
000510**--------------------------------------------------------
000520 77  WS-OU-FILE-STAT             PICTURE         X(2)
000530                                 VALUE           SPACES.
000540 77  WS-DR-FILE-STAT             PICTURE         X(2)
000550                                 VALUE           SPACES.
000560 77  WS-ERR-FICHIER              PICTURE         X(8)
000570                                 VALUE           SPACES.
000580 77  WS-ERR-STATUT               PICTURE         X(2)
000590                                 VALUE           SPACES.
000600 77  WS-FIN-FICHIER-SW           PICTURE         X(1)
000610                                 VALUE           'N'.
000620     88  WS-FIN-FICHIER                  VALUE   'O'.
000630     88  WS-PAS-FIN-FICHIER              VALUE   'N'.
000640 77  WS-EN-ATTENTE-SW            PICTURE         X(1)
000650                                 VALUE           'N'.
000660     88  WS-EN-ATTENTE                   VALUE   'O'.
000670     88  WS-RIEN-EN-ATTENTE              VALUE   'N'.
000680 77  WS-NB-LUS                   PICTURE         9(9)
000690                                 VALUE           ZERO.
000700 77  WS-NB-SANS-REFERENCE        PICTURE         9(9)
000710                                 VALUE           ZERO.
000720 77  WS-NB-REMPLACES             PICTURE         9(9)
000730                                 VALUE           ZERO.
000740 77  WS-NB-ECRITS                PICTURE         9(9)
000750                                 VALUE           ZERO.
000760**--------------------------------------------------------
000770*    LIGNE EN ATTENTE - LA DERNIERE LUE POUR LA REFERENCE EN
000780*    COURS, ECRITE QUAND LA REFERENCE CHANGE.
000790**--------------------------------------------------------
000800 01  WS-LIGNE-ATTENTE            PICTURE         X(95)
000810                                 VALUE           SPACES.
000820 01  WS-REF-ATTENTE              PICTURE         X(20)
000830                                 VALUE           SPACES.
000840 01  WS-REF-PRECEDENTE           PICTURE         X(20)
000850                                 VALUE           LOW-VALUES.
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE SECTION.
000880 0000-DEBUT.
000890     PERFORM         1000-INITIALISATION
000900                     THRU
000910                     1000-EXIT.
000920     PERFORM         2000-TRAITEMENT
000930                     THRU
000940                     2000-EXIT
000950                     UNTIL           WS-FIN-FICHIER.
000960     PERFORM         9000-TERMINAISON
000970                     THRU
000980                     9000-EXIT.
000990     GOBACK.
001000**--------------------------------------------------------
001010*    1000-INITIALISATION - OUVERTURES.
001020**--------------------------------------------------------
001030 1000-INITIALISATION.
001040     OPEN            INPUT   DIFOU01-FILE.
001050     IF WS-OU-FILE-STAT NOT = '00'
001060        MOVE 'DIFOU01' TO WS-ERR-FICHIER
001070        MOVE WS-OU-FILE-STAT TO WS-ERR-STATUT
001080        PERFORM   9900-ERREUR-FICHIER-DEB
001090                  THRU
001100                  9900-ERREUR-FICHIER-FIN
001110     END-IF
001120     OPEN            OUTPUT  DIFDR01-FILE.
001130     IF WS-DR-FILE-STAT NOT = '00'
001140        MOVE 'DIFDR01' TO WS-ERR-FICHIER
001150        MOVE WS-DR-FILE-STAT TO WS-ERR-STATUT
001160        PERFORM   9900-ERREUR-FICHIER-DEB
001170                  THRU
001180                  9900-ERREUR-FICHIER-FIN
001190     END-IF.
001200 1000-EXIT.
001210     EXIT.
001220**--------------------------------------------------------
001230*    2000-TRAITEMENT - LIT UNE LIGNE DIFOU01 (TRIEE SUR LA
001240*    REFERENCE).  UNE NOUVELLE REFERENCE FAIT ECRIRE LA LIGNE
001250*    EN ATTENTE DE LA PRECEDENTE ; UNE MEME REFERENCE REMPLACE
001260*    LA LIGNE EN ATTENTE PAR LA PLUS RECENTE.
001270**--------------------------------------------------------
001280 2000-TRAITEMENT.
001290     READ            DIFOU01-FILE
001300                     AT END          SET WS-FIN-FICHIER TO TRUE
001310     END-READ.
001320     IF WS-FIN-FICHIER
001330        GO TO 2000-EXIT
001340     END-IF
001350     IF WS-OU-FILE-STAT NOT = '00'
001360        MOVE 'DIFOU01' TO WS-ERR-FICHIER
001370        MOVE WS-OU-FILE-STAT TO WS-ERR-STATUT
001380        PERFORM   9900-ERREUR-FICHIER-DEB
001390                  THRU
001400                  9900-ERREUR-FICHIER-FIN
001410     END-IF
001420     ADD 1 TO WS-NB-LUS
001430     IF DIFOU01-REFERENCE = SPACES
001440        ADD 1 TO WS-NB-SANS-REFERENCE
001450        GO TO 2000-EXIT
001460     END-IF
001470     IF DIFOU01-REFERENCE < WS-REF-PRECEDENTE
001480        DISPLAY 'DIFDERN - DIFOU01 NON TRIE SUR LA REFERENCE : '
001490                DIFOU01-REFERENCE
001500        PERFORM   9990-ARRET-ANORMAL-DEB
001510                  THRU
001520                  9990-ARRET-ANORMAL-FIN
001530     END-IF
001540     MOVE DIFOU01-REFERENCE TO WS-REF-PRECEDENTE
001550     IF WS-EN-ATTENTE
001560        IF DIFOU01-REFERENCE = WS-REF-ATTENTE
001570           ADD 1 TO WS-NB-REMPLACES
001580        ELSE
001590           PERFORM   2900-ECRIT-ATTENTE
001600                     THRU
001610                     2900-EXIT
001620        END-IF
001630     END-IF
001640     MOVE DIFOU01-REC TO WS-LIGNE-ATTENTE
001650     MOVE DIFOU01-REFERENCE TO WS-REF-ATTENTE
001660     SET WS-EN-ATTENTE TO TRUE.
001670 2000-EXIT.
001680     EXIT.
001690**--------------------------------------------------------
001700 2900-ECRIT-ATTENTE.
001710     MOVE WS-LIGNE-ATTENTE TO DIFDR01-REC
001720     WRITE DIFDR01-REC.
001730     IF WS-DR-FILE-STAT NOT = '00'
001740        MOVE 'DIFDR01' TO WS-ERR-FICHIER
001750        MOVE WS-DR-FILE-STAT TO WS-ERR-STATUT
001760        PERFORM   9900-ERREUR-FICHIER-DEB
001770                  THRU
001780                  9900-ERREUR-FICHIER-FIN
001790     END-IF
001800     ADD 1 TO WS-NB-ECRITS
001810     SET WS-RIEN-EN-ATTENTE TO TRUE.
001820 2900-EXIT.
001830     EXIT.
001840**--------------------------------------------------------
001850*    9000-TERMINAISON - ECRIT LA DERNIERE REFERENCE, FERME ET
001860*    AFFICHE LES COMPTEURS.
001870**--------------------------------------------------------
001880 9000-TERMINAISON.
001890     IF WS-EN-ATTENTE
001900        PERFORM      2900-ECRIT-ATTENTE
001910                     THRU
001920                     2900-EXIT
001930     END-IF
001940     CLOSE           DIFOU01-FILE.
001950     CLOSE           DIFDR01-FILE.
001960     DISPLAY 'DIFDERN - LIGNES DIFOU01 LUES      : ' WS-NB-LUS.
001970     DISPLAY 'DIFDERN - LIGNES SANS REFERENCE    : '
001980             WS-NB-SANS-REFERENCE.
001990     DISPLAY 'DIFDERN - RESULTATS REMPLACES      : '
002000             WS-NB-REMPLACES.
002010     DISPLAY 'DIFDERN - REFERENCES CHARGEES      : ' WS-NB-ECRITS.
002020 9000-EXIT.
002030     EXIT.
002040**--------------------------------------------------------
002050*    9900-ERREUR-FICHIER - UNE OPERATION D'ENTREE/SORTIE A
002060*    ECHOUE.  AFFICHE ET ARRETE LE STEP PROPREMENT.
002070**--------------------------------------------------------
002080 9900-ERREUR-FICHIER-DEB.
002090     DISPLAY 'DIFDERN - ERREUR E/S - FICHIER : ' WS-ERR-FICHIER.
002100     DISPLAY 'DIFDERN - ERREUR E/S - STATUT  : ' WS-ERR-STATUT.
002110     MOVE 16 TO RETURN-CODE.
002120     STOP RUN.
002130 9900-ERREUR-FICHIER-FIN.
002140     EXIT.
002150**--------------------------------------------------------
002160 9990-ARRET-ANORMAL-DEB.
002170     DISPLAY 'DIFDERN - ARRET - VERIFIER LE TRI DE L''ETAPE '
002180             'PRECEDENTE ET RELANCER'.
002190     MOVE 16 TO RETURN-CODE.
002200     STOP RUN.
002210 9990-ARRET-ANORMAL-FIN.
002220     EXIT.
