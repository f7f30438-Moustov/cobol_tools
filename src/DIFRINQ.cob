000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DIFRINQ.
000030 AUTHOR.         J. PELLETIER.
000040 INSTALLATION.   DIRECTION INFORMATIQUE - SERVICE ETUDES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------  ----  ------------------------------------------
000110* 2026-10-15 JPL   INITIAL VERSION.  ONLINE FRONT END FOR THE
000120*                  NEW RESULT-INQUIRY TRANSACTION DIFR, SO SUPPORT
000130*                  CAN ANSWER "WHAT DID THE BATCH COMPUTE FOR THIS
000140*                  REFERENCE" WITHOUT A DIFEXTR EXTRACT.  THE
000150*                  OPERATOR KEYS A REFERENCE; DIFRINQ READS THE
000160*                  FILE(DIFDR01) KSDS (KEY DIFOU01-REFERENCE,
000170*                  LATEST RESULT PER REFERENCE, RELOADED AFTER
000180*                  EACH DIFBATCH AND DIFRESB RUN BY DIFDERN AND
000190*                  IDCAMS) AND SHOWS EVERYTHING THE DIFOU01 ROW
000200*                  HOLDS.  IT THEN BROWSES THE DIFEX01 ESDS (THE
000210*                  LAST RUN'S REJECTIONS, THE SAME COPY DIFCENT
000220*                  READS) AND, WHEN THE REFERENCE IS SITTING THERE
000230*                  AS A REJECTION, SAYS SO WITH THE REJECTED PAIR.
000240*                  THE LAST REFERENCE ASKED FOR RIDES IN THE
000250*                  COMMAREA AND IS REDISPLAYED WHEN ENTER IS
000260*                  PRESSED WITH THE FIELD UNCHANGED.
000270* 2026-10-15 JPL   OPERATOR IDENTIFICATION : THE SIGNED-ON CICS
000280*                  USERID IS CHECKED AGAINST THE DIFHB01
000290*                  AUTHORISATION FILE BEFORE THE SCREEN IS
000300*                  SERVED (0100-HABILITATION) - AN UNKNOWN USER
000310*                  IS REFUSED AND THE REFUSAL JOURNALLED.  EVERY
000320*                  REFERENCE LOOKED UP IS JOURNALLED IN DIFJO01
000330*                  (2150-JOURNALISE-CONSULTATION).
000340*--------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.
000380     UNIX.
000390 OBJECT-COMPUTER.
000400     UNIX.
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430**--------------------------------------------------------
000440*    MAP/MAPSET NAMES AND SYMBOLIC MAP.
000450**--------------------------------------------------------
000460 01  WS-MAP-NAME                 PICTURE         X(7)
000470                                 VALUE           'DIFRMAP'.
000480 01  WS-MAPSET-NAME              PICTURE         X(7)
000490                                 VALUE           'DIFRSET'.
000500     COPY    DIFRSET.
000510**--------------------------------------------------------
000520*    COMMAREA - THE LAST REFERENCE ASKED FOR, CARRIED
000530*    BETWEEN PSEUDO-CONVERSATIONAL TASKS.
000540**--------------------------------------------------------
000550 01  WS-COMMAREA.
000560     03  CA-REFERENCE            PICTURE         X(20).
000570**--------------------------------------------------------
000580*    FILE BUFFERS AND BROWSE WORK AREAS - THE LATEST DIFOU01
000590*    RESULT READ BY KEY AND THE DIFEX01 REJECTIONS BROWSED BY
000600*    RBA.
000610**--------------------------------------------------------
000620     COPY    DIFOU01.
000630     COPY    DIFEX01.
000640 01  WS-CICS-RESP                PICTURE         S9(8)
000650                                 USAGE           COMPUTATIONAL.
000660**--------------------------------------------------------
000670*    OPERATEUR - USERID CICS, DATE ET HEURE DE LA TACHE, SON
000680*    HABILITATION (FILE(DIFHB01)) ET LE JOURNAL DES ACCES
000690*    (FILE(DIFJO01)) - VOIR 0100-HABILITATION.
000700**--------------------------------------------------------
000710 01  WS-UTILISATEUR              PICTURE         X(8)
000720                                 VALUE           SPACES.
000730 01  WS-ABSTIME                  PICTURE         S9(15)
000740                                 USAGE           COMPUTATIONAL-3.
000750 01  WS-DATE-OPER                PICTURE         X(8)
000760                                 VALUE           SPACES.
000770 01  WS-HEURE-OPER               PICTURE         X(6)
000780                                 VALUE           SPACES.
000790 01  WS-JOURNAL-RBA              PICTURE         X(4)
000800                                 VALUE           LOW-VALUES.
000810 01  WS-HABILITE-SW              PICTURE         X(1)
000820                                 VALUE           'N'.
000830     88  WS-HABILITE                     VALUE   'O'.
000840     88  WS-NON-HABILITE                 VALUE   'N'.
000850 01  WS-MSG-REFUS.
000860     03  WS-MR-TRANSACTION       PICTURE         X(4).
000870     03  FILLER                  PICTURE         X(30)
000880         VALUE ' - ACCES REFUSE - UTILISATEUR '.
000890     03  WS-MR-UTILISATEUR       PICTURE         X(8).
000900     03  WS-MR-MOTIF             PICTURE         X(30).
000910     COPY    DIFHB01.
000920     COPY    DIFJO01.
000930 01  WS-REFERENCE                PICTURE         X(20)
000940                                 VALUE           SPACES.
000950 01  WS-RBA                      PICTURE         S9(8)
000960                                 USAGE           COMPUTATIONAL.
000970 01  WS-RBA-X REDEFINES WS-RBA   PICTURE         X(4).
000980 01  WS-RESULTAT-SW              PICTURE         X(1)
000990                                 VALUE           'N'.
001000     88  WS-RESULTAT-LU                  VALUE   'O'.
001010     88  WS-RESULTAT-ABSENT              VALUE   'N'.
001020 01  WS-REJET-SW                 PICTURE         X(1)
001030                                 VALUE           'N'.
001040     88  WS-REJET-TROUVE                 VALUE   'O'.
001050     88  WS-REJET-ABSENT                 VALUE   'N'.
001060 01  WS-FIN-PARCOURS-SW          PICTURE         X(1)
001070                                 VALUE           'N'.
001080     88  WS-FIN-PARCOURS                 VALUE   'O'.
001090     88  WS-PAS-FIN-PARCOURS             VALUE   'N'.
001100**--------------------------------------------------------
001110*    AVIS DE REJET AFFICHE DANS REJETO.
001120**--------------------------------------------------------
001130 01  WS-AVIS-REJET.
001140     03  FILLER                  PICTURE         X(19)
001150         VALUE 'EN REJET DIFEX01 : '.
001160     03  WS-AR-DAT1A             PICTURE         X(8).
001170     03  FILLER                  PICTURE         X(1)
001180                                 VALUE           SPACE.
001190     03  WS-AR-DAT2A             PICTURE         X(8).
001200     03  FILLER                  PICTURE         X(4)
001210                                 VALUE           SPACES.
001220 01  WS-DEX-DAT1A                PICTURE         X(8)
001230                                 VALUE           SPACES.
001240 01  WS-DEX-DAT2A                PICTURE         X(8)
001250                                 VALUE           SPACES.
001260 LINKAGE SECTION.
001270 01  DFHCOMMAREA                 PICTURE         X(20).
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE SECTION.
001300 0000-DEBUT.
001310     EXEC CICS HANDLE CONDITION
001320          MAPFAIL        (0000-MAPFAIL)
001330          ERROR          (0000-ERREUR)
001340     END-EXEC
001350     PERFORM         0100-HABILITATION
001360                     THRU
001370                     0100-EXIT
001380     IF WS-NON-HABILITE
001390        GO TO 0000-REFUS
001400     END-IF
001410     IF EIBCALEN = 0
001420        MOVE SPACES TO CA-REFERENCE
001430        PERFORM      1100-ECRAN-VIERGE
001440                     THRU
001450                     1100-EXIT
001460     ELSE
001470        MOVE DFHCOMMAREA TO WS-COMMAREA
001480        PERFORM      2000-TRAITEMENT
001490                     THRU
001500                     2000-EXIT
001510     END-IF
001520     GO TO 0000-FIN.
001530 0000-MAPFAIL.
001540     IF CA-REFERENCE = SPACES
001550        PERFORM      1100-ECRAN-VIERGE
001560                     THRU
001570                     1100-EXIT
001580     ELSE
001590        MOVE CA-REFERENCE TO WS-REFERENCE
001600        PERFORM      2100-RECHERCHE
001610                     THRU
001620                     2100-EXIT
001630     END-IF
001640     GO TO 0000-FIN.
001650 0000-ERREUR.
001660     EXEC CICS SEND TEXT
001670          FROM      ('DIFR - ERREUR CICS - VOIR OPERATEUR')
001680          ERASE
001690     END-EXEC.
001700 0000-FIN.
001710     EXEC CICS RETURN
001720          TRANSID   ('DIFR')
001730          COMMAREA  (WS-COMMAREA)
001740     END-EXEC.
001750 0000-REFUS.
001760     EXEC CICS SEND TEXT
001770          FROM      (WS-MSG-REFUS)
001780          ERASE
001790     END-EXEC
001800     EXEC CICS RETURN
001810     END-EXEC.
001820**--------------------------------------------------------
001830*    0100-HABILITATION - IDENTIFIE L'OPERATEUR (USERID CICS
001840*    SIGNE, TERMINAL, DATE ET HEURE DE LA TACHE) ET LIT SON
001850*    HABILITATION DANS DIFHB01.  UN USERID ABSENT DU FICHIER,
001860*    OU DE NIVEAU INCONNU, EST REFUSE ; LE REFUS EST
001870*    JOURNALISE DANS DIFJO01 ET LA TRANSACTION S'ARRETE SANS
001880*    AFFICHER L'ECRAN - VOIR 0000-REFUS.
001890**--------------------------------------------------------
001900 0100-HABILITATION.
001910     SET WS-NON-HABILITE TO TRUE
001920     EXEC CICS ASSIGN
001930          USERID    (WS-UTILISATEUR)
001940     END-EXEC
001950     EXEC CICS ASKTIME
001960          ABSTIME   (WS-ABSTIME)
001970     END-EXEC
001980     EXEC CICS FORMATTIME
001990          ABSTIME   (WS-ABSTIME)
002000          YYYYMMDD  (WS-DATE-OPER)
002010          TIME      (WS-HEURE-OPER)
002020     END-EXEC
002030     MOVE EIBTRNID TO WS-MR-TRANSACTION
002040     MOVE WS-UTILISATEUR TO WS-MR-UTILISATEUR
002050     MOVE ' NON HABILITE - VOIR SECURITE' TO WS-MR-MOTIF
002060     EXEC CICS READ FILE('DIFHB01')
002070          INTO      (DIFHB01-REC)
002080          RIDFLD    (WS-UTILISATEUR)
002090          RESP      (WS-CICS-RESP)
002100     END-EXEC
002110     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002120        GO TO 0100-REFUS
002130     END-IF
002140     IF NOT DIFHB01-NIVEAU-VALIDE
002150        GO TO 0100-REFUS
002160     END-IF
002170     SET WS-HABILITE TO TRUE
002180     GO TO 0100-EXIT.
002190 0100-REFUS.
002200     MOVE SPACES TO DIFJO01-REC
002210     SET DIFJO01-REFUS TO TRUE
002220     PERFORM         0200-ECRIT-JOURNAL
002230                     THRU
002240                     0200-EXIT.
002250 0100-EXIT.
002260     EXIT.
002270**--------------------------------------------------------
002280*    0200-ECRIT-JOURNAL - COMPLETE LA LIGNE DIFJO01 PREPAREE
002290*    PAR L'APPELANT (ACTION, REFERENCE, DATES) AVEC L'OPERATEUR,
002300*    LA DATE/HEURE ET LE TERMINAL, ET L'AJOUTE AU JOURNAL DES
002310*    ACCES PAR EXEC CICS WRITE FILE SUR L'ESDS DIFJO01.
002320**--------------------------------------------------------
002330 0200-ECRIT-JOURNAL.
002340     MOVE WS-UTILISATEUR TO DIFJO01-UTILISATEUR
002350     MOVE WS-DATE-OPER TO DIFJO01-DATE
002360     MOVE WS-HEURE-OPER TO DIFJO01-HEURE
002370     MOVE EIBTRMID TO DIFJO01-TERMINAL
002380     MOVE EIBTRNID TO DIFJO01-TRANSACTION
002390     MOVE LOW-VALUES TO WS-JOURNAL-RBA
002400     EXEC CICS WRITE FILE('DIFJO01')
002410          FROM      (DIFJO01-REC)
002420          RIDFLD    (WS-JOURNAL-RBA)
002430          RBA
002440          RESP      (WS-CICS-RESP)
002450     END-EXEC
002460     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002470        EXEC CICS SEND TEXT
002480             FROM      ('DIFR - JOURNAL DIFJO01 NON ECRIT')
002490             ERASE
002500        END-EXEC
002510     END-IF.
002520 0200-EXIT.
002530     EXIT.
002540**--------------------------------------------------------
002550*    1100-ECRAN-VIERGE - PREMIER AFFICHAGE, ECRAN VIDE.
002560**--------------------------------------------------------
002570 1100-ECRAN-VIERGE.
002580     MOVE LOW-VALUES TO DIFRMAPI
002590     MOVE 'SAISIR UNE REFERENCE          ' TO MSGO
002600     PERFORM         2950-ENVOIE-ECRAN
002610                     THRU
002620                     2950-EXIT.
002630 1100-EXIT.
002640     EXIT.
002650**--------------------------------------------------------
002660*    2000-TRAITEMENT - ENTREE : RECOIT LA REFERENCE SAISIE (A
002670*    BLANC = LA DERNIERE DEMANDEE) ET L'AFFICHE.
002680**--------------------------------------------------------
002690 2000-TRAITEMENT.
002700     EXEC CICS RECEIVE MAP
002710          MAP       (WS-MAP-NAME)
002720          MAPSET    (WS-MAPSET-NAME)
002730          INTO      (DIFRMAPI)
002740     END-EXEC
002750     MOVE REFI TO WS-REFERENCE
002760     INSPECT WS-REFERENCE REPLACING ALL LOW-VALUE BY SPACE
002770     IF WS-REFERENCE = SPACES
002780        MOVE CA-REFERENCE TO WS-REFERENCE
002790     END-IF
002800     IF WS-REFERENCE = SPACES
002810        MOVE LOW-VALUES TO DIFRMAPI
002820        MOVE 'REFERENCE OBLIGATOIRE         ' TO MSGO
002830        PERFORM      2950-ENVOIE-ECRAN
002840                     THRU
002850                     2950-EXIT
002860        GO TO 2000-EXIT
002870     END-IF
002880     PERFORM         2100-RECHERCHE
002890                     THRU
002900                     2100-EXIT.
002910 2000-EXIT.
002920     EXIT.
002930**--------------------------------------------------------
002940*    2100-RECHERCHE - LIT LE DERNIER RESULTAT DE LA REFERENCE,
002950*    CHERCHE UN REJET EN COURS DANS DIFEX01 ET AFFICHE LES DEUX.
002960**--------------------------------------------------------
002970 2100-RECHERCHE.
002980     MOVE WS-REFERENCE TO CA-REFERENCE
002990     MOVE LOW-VALUES TO DIFRMAPI
003000     MOVE WS-REFERENCE TO REFO
003010     PERFORM         2200-LIT-RESULTAT
003020                     THRU
003030                     2200-EXIT
003040     PERFORM         2400-CHERCHE-REJET
003050                     THRU
003060                     2400-EXIT
003070     PERFORM         2150-JOURNALISE-CONSULTATION
003080                     THRU
003090                     2150-EXIT
003100     IF WS-RESULTAT-LU
003110        PERFORM      2700-REMPLIT-ECRAN
003120                     THRU
003130                     2700-EXIT
003140     END-IF
003150     IF WS-REJET-TROUVE
003160        MOVE WS-DEX-DAT1A TO WS-AR-DAT1A
003170        MOVE WS-DEX-DAT2A TO WS-AR-DAT2A
003180        MOVE WS-AVIS-REJET TO REJETO
003190     END-IF
003200     PERFORM         2950-ENVOIE-ECRAN
003210                     THRU
003220                     2950-EXIT.
003230 2100-EXIT.
003240     EXIT.
003250**--------------------------------------------------------
003260*    2150-JOURNALISE-CONSULTATION - TRACE LA REFERENCE
003270*    CONSULTEE DANS LE JOURNAL DES ACCES.
003280**--------------------------------------------------------
003290 2150-JOURNALISE-CONSULTATION.
003300     MOVE SPACES TO DIFJO01-REC
003310     SET DIFJO01-CONSULTATION TO TRUE
003320     MOVE WS-REFERENCE TO DIFJO01-REFERENCE
003330     PERFORM         0200-ECRIT-JOURNAL
003340                     THRU
003350                     0200-EXIT.
003360 2150-EXIT.
003370     EXIT.
003380**--------------------------------------------------------
003390*    2200-LIT-RESULTAT - LECTURE PAR CLE SUR LA RESSOURCE KSDS
003400*    DIFDR01.  LE MESSAGE DIT SI LA REFERENCE EST INCONNUE DES
003410*    RESULTATS.
003420**--------------------------------------------------------
003430 2200-LIT-RESULTAT.
003440     SET WS-RESULTAT-ABSENT TO TRUE
003450     EXEC CICS READ FILE('DIFDR01')
003460          INTO      (DIFOU01-REC)
003470          RIDFLD    (WS-REFERENCE)
003480          RESP      (WS-CICS-RESP)
003490     END-EXEC
003500     IF WS-CICS-RESP = DFHRESP(NORMAL)
003510        SET WS-RESULTAT-LU TO TRUE
003520        MOVE 'DERNIER RESULTAT CONNU        ' TO MSGO
003530        GO TO 2200-EXIT
003540     END-IF
003550     IF WS-CICS-RESP = DFHRESP(NOTFND)
003560        MOVE 'AUCUN RESULTAT POUR CETTE REF ' TO MSGO
003570     ELSE
003580        MOVE 'DIFDR01 INDISPONIBLE          ' TO MSGO
003590     END-IF.
003600 2200-EXIT.
003610     EXIT.
003620**--------------------------------------------------------
003630*    2400-CHERCHE-REJET - PARCOURT LA RESSOURCE ESDS DIFEX01
003640*    (LES REJETS DU DERNIER RUN, QUELQUES DIZAINES AU PLUS)
003650*    DEPUIS LE DEBUT ET GARDE LE DERNIER REJET DE LA REFERENCE.
003660**--------------------------------------------------------
003670 2400-CHERCHE-REJET.
003680     SET WS-REJET-ABSENT TO TRUE
003690     SET WS-PAS-FIN-PARCOURS TO TRUE
003700     MOVE ZERO TO WS-RBA
003710     EXEC CICS STARTBR FILE('DIFEX01')
003720          RIDFLD    (WS-RBA-X)
003730          RBA
003740          GTEQ
003750          RESP      (WS-CICS-RESP)
003760     END-EXEC
003770     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
003780        GO TO 2400-EXIT
003790     END-IF
003800     PERFORM         2450-LIT-REJET
003810                     THRU
003820                     2450-EXIT
003830                     UNTIL WS-FIN-PARCOURS
003840     EXEC CICS ENDBR FILE('DIFEX01')
003850          RESP      (WS-CICS-RESP)
003860     END-EXEC.
003870 2400-EXIT.
003880     EXIT.
003890**--------------------------------------------------------
003900 2450-LIT-REJET.
003910     EXEC CICS READNEXT FILE('DIFEX01')
003920          INTO      (DIFEX01-REC)
003930          RIDFLD    (WS-RBA-X)
003940          RBA
003950          RESP      (WS-CICS-RESP)
003960     END-EXEC
003970     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
003980        SET WS-FIN-PARCOURS TO TRUE
003990        GO TO 2450-EXIT
004000     END-IF
004010     IF DIFEX01-REFERENCE = WS-REFERENCE
004020        SET WS-REJET-TROUVE TO TRUE
004030        MOVE DIFEX01-DAT1A TO WS-DEX-DAT1A
004040        MOVE DIFEX01-DAT2A TO WS-DEX-DAT2A
004050     END-IF.
004060 2450-EXIT.
004070     EXIT.
004080**--------------------------------------------------------
004090*    2700-REMPLIT-ECRAN - POSE LE RESULTAT SUR L'ECRAN.  LES
004100*    ZONES DE CONVENTION ET DE MONTANT NE SONT ENVOYEES QUE
004110*    QUAND LA LIGNE EN PORTE.
004120**--------------------------------------------------------
004130 2700-REMPLIT-ECRAN.
004140     MOVE DIFOU01-DAT1A TO D1AO
004150     MOVE DIFOU01-DAT2A TO D2AO
004160     MOVE DIFOU01-DATE-DE TO DDEO
004170     MOVE DIFOU01-DATE-FIN TO DFINO
004180     MOVE DIFOU01-DATE-DIFF TO DIFFO
004190     MOVE DIFOU01-DIFF-YEARS TO ANSO
004200     MOVE DIFOU01-DIFF-MONTHS TO MOISO
004210     MOVE DIFOU01-DIFF-DAYS-REST TO JRSO
004220     MOVE DIFOU01-JOURS-OUVRES TO JOUVO
004230     MOVE DIFOU01-TRANCHE TO TRANO
004240     MOVE DIFOU01-DATE-ECHEANCE TO ECHEO
004250     MOVE DIFOU01-ECH-ROULEE-SW TO ROULO
004260     MOVE DIFOU01-CAL-DEPASSE-SW TO CALDO
004270     MOVE DIFOU01-STATUS TO STATO
004280     MOVE DIFOU01-REVERSED-SW TO INVO
004290     MOVE DIFOU01-OVERFLOW-SW TO OVFO
004300     MOVE DIFOU01-CONVENTION TO CONVO
004310     IF DIFOU01-CONVENTION NOT = SPACE
004320        MOVE DIFOU01-JOURS-CONVENTION TO JCONO
004330        MOVE DIFOU01-FRACTION-ANNEE TO FRACO
004340     END-IF
004350     MOVE DIFOU01-CALENDRIER TO CALO
004360     IF NOT DIFOU01-SANS-MONTANT
004370        MOVE DIFOU01-MONTANT TO MONTO
004380        MOVE DIFOU01-DEVISE TO DEVO
004390     END-IF.
004400 2700-EXIT.
004410     EXIT.
004420**--------------------------------------------------------
004430 2950-ENVOIE-ECRAN.
004440     EXEC CICS SEND MAP
004450          MAP       (WS-MAP-NAME)
004460          MAPSET    (WS-MAPSET-NAME)
004470          FROM      (DIFRMAPO)
004480          ERASE
004490     END-EXEC.
004500 2950-EXIT.
004510     EXIT.
