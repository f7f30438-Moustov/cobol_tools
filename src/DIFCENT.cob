000300*                  PF8 SKIPS A REJECTION WITHOUT CORRECTING IT.
000310*                  THE CURRENT RBA RIDES IN THE COMMAREA
000320*                  BETWEEN PSEUDO-CONVERSATIONAL TASKS.
000321* 2026-10-15 JPL   OPERATOR IDENTIFICATION : THE SIGNED-ON CICS
000322*                  USERID MUST HOLD THE CORRECTION LEVEL ('M') IN
000323*                  THE DIFHB01 AUTHORISATION FILE
000324*                  (0100-HABILITATION) - ANYONE ELSE IS REFUSED
000325*                  AND THE REFUSAL JOURNALLED.  EACH DIFCO01
000326*                  CORRECTION NOW CARRIES THE REVIEWER, TERMINAL,
000327*                  DATE AND TIME (DIFCO01-SAISIE) AND IS
000328*                  JOURNALLED IN DIFJO01.
000330*--------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000680     COPY    DIFCO01.
000690 01  WS-CICS-RESP                PICTURE         S9(8)
000700                                 USAGE           COMPUTATIONAL.
000701**--------------------------------------------------------
000702*    OPERATEUR - USERID CICS, DATE ET HEURE DE LA TACHE, SON
000703*    HABILITATION (FILE(DIFHB01)) ET LE JOURNAL DES ACCES
000704*    (FILE(DIFJO01)) - VOIR 0100-HABILITATION.
000705**--------------------------------------------------------
000706 01  WS-UTILISATEUR              PICTURE         X(8)
000707                                 VALUE           SPACES.
000708 01  WS-ABSTIME                  PICTURE         S9(15)
000709                                 USAGE           COMPUTATIONAL-3.
000711 01  WS-DATE-OPER                PICTURE         X(8)
000712                                 VALUE           SPACES.
000713 01  WS-HEURE-OPER               PICTURE         X(6)
000714                                 VALUE           SPACES.
000715 01  WS-JOURNAL-RBA              PICTURE         X(4)
000716                                 VALUE           LOW-VALUES.
000717 01  WS-HABILITE-SW              PICTURE         X(1)
000718                                 VALUE           'N'.
000719     88  WS-HABILITE                     VALUE   'O'.
000721     88  WS-NON-HABILITE                 VALUE   'N'.
000722 01  WS-MSG-REFUS.
000723     03  WS-MR-TRANSACTION       PICTURE         X(4).
000724     03  FILLER                  PICTURE         X(30)
000725         VALUE ' - ACCES REFUSE - UTILISATEUR '.
000726     03  WS-MR-UTILISATEUR       PICTURE         X(8).
000727     03  WS-MR-MOTIF             PICTURE         X(30).
000728     COPY    DIFHB01.
000729     COPY    DIFJO01.
000710 01  WS-RBA                      PICTURE         S9(8)
000720                                 USAGE           COMPUTATIONAL.
000730 01  WS-RBA-X REDEFINES WS-RBA   PICTURE         X(4).
001120          MAPFAIL        (0000-MAPFAIL)
001130          ERROR          (0000-ERREUR)
001140     END-EXEC
001141     PERFORM         0100-HABILITATION
001142                     THRU
001143                     0100-EXIT
001144     IF WS-NON-HABILITE
001145        GO TO 0000-REFUS
001146     END-IF
001150     IF EIBCALEN = 0
001160        MOVE ZERO TO CA-RBA-COURANTE
001170        PERFORM      1100-AFFICHE-REJET
001450          TRANSID   ('DIFC')
001460          COMMAREA  (WS-COMMAREA)
001470     END-EXEC.
001471 0000-REFUS.
001472     EXEC CICS SEND TEXT
001473          FROM      (WS-MSG-REFUS)
001474          ERASE
001475     END-EXEC
001476     EXEC CICS RETURN
001477     END-EXEC.
001478**--------------------------------------------------------
001479*    0100-HABILITATION - IDENTIFIE L'OPERATEUR (USERID CICS
001481*    SIGNE, TERMINAL, DATE ET HEURE DE LA TACHE) ET LIT SON
001482*    HABILITATION DANS DIFHB01.  UN USERID ABSENT DU FICHIER,
001483*    OU DE NIVEAU INCONNU, EST REFUSE, COMME UN
001484*    USERID DE NIVEAU C (CONSULTATION SEULE) ; LE REFUS EST
001485*    JOURNALISE DANS DIFJO01 ET LA TRANSACTION S'ARRETE SANS
001486*    AFFICHER L'ECRAN - VOIR 0000-REFUS.
001487**--------------------------------------------------------
001488 0100-HABILITATION.
001489     SET WS-NON-HABILITE TO TRUE
001491     EXEC CICS ASSIGN
001492          USERID    (WS-UTILISATEUR)
001493     END-EXEC
001494     EXEC CICS ASKTIME
001495          ABSTIME   (WS-ABSTIME)
001496     END-EXEC
001497     EXEC CICS FORMATTIME
001498          ABSTIME   (WS-ABSTIME)
001499          YYYYMMDD  (WS-DATE-OPER)
001501          TIME      (WS-HEURE-OPER)
001502     END-EXEC
001503     MOVE EIBTRNID TO WS-MR-TRANSACTION
001504     MOVE WS-UTILISATEUR TO WS-MR-UTILISATEUR
001505     MOVE ' NON HABILITE - VOIR SECURITE' TO WS-MR-MOTIF
001506     EXEC CICS READ FILE('DIFHB01')
001507          INTO      (DIFHB01-REC)
001508          RIDFLD    (WS-UTILISATEUR)
001509          RESP      (WS-CICS-RESP)
001511     END-EXEC
001512     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
001513        GO TO 0100-REFUS
001514     END-IF
001515     IF NOT DIFHB01-NIVEAU-VALIDE
001516        GO TO 0100-REFUS
001517     END-IF
001518     IF NOT DIFHB01-CORRECTION
001519        MOVE ' NON HABILITE A LA CORRECTION' TO WS-MR-MOTIF
001521        GO TO 0100-REFUS
001522     END-IF
001523     SET WS-HABILITE TO TRUE
001524     GO TO 0100-EXIT.
001525 0100-REFUS.
001526     MOVE SPACES TO DIFJO01-REC
001527     SET DIFJO01-REFUS TO TRUE
001528     PERFORM         0200-ECRIT-JOURNAL
001529                     THRU
001531                     0200-EXIT.
001532 0100-EXIT.
001533     EXIT.
001534**--------------------------------------------------------
001535*    0200-ECRIT-JOURNAL - COMPLETE LA LIGNE DIFJO01 PREPAREE
001536*    PAR L'APPELANT (ACTION, REFERENCE, DATES) AVEC L'OPERATEUR,
001537*    LA DATE/HEURE ET LE TERMINAL, ET L'AJOUTE AU JOURNAL DES
001538*    ACCES PAR EXEC CICS WRITE FILE SUR L'ESDS DIFJO01.
001539**--------------------------------------------------------
001541 0200-ECRIT-JOURNAL.
001542     MOVE WS-UTILISATEUR TO DIFJO01-UTILISATEUR
001543     MOVE WS-DATE-OPER TO DIFJO01-DATE
001544     MOVE WS-HEURE-OPER TO DIFJO01-HEURE
001545     MOVE EIBTRMID TO DIFJO01-TERMINAL
001546     MOVE EIBTRNID TO DIFJO01-TRANSACTION
001547     MOVE LOW-VALUES TO WS-JOURNAL-RBA
001548     EXEC CICS WRITE FILE('DIFJO01')
001549          FROM      (DIFJO01-REC)
001551          RIDFLD    (WS-JOURNAL-RBA)
001552          RBA
001553          RESP      (WS-CICS-RESP)
001554     END-EXEC
001555     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
001556        EXEC CICS SEND TEXT
001557             FROM      ('DIFC - JOURNAL DIFJO01 NON ECRIT')
001558             ERASE
001559        END-EXEC
001561     END-IF.
001562 0200-EXIT.
001563     EXIT.
001480**--------------------------------------------------------
001490*    1100-AFFICHE-REJET - LIT LE REJET A LA RBA COURANTE ET
001500*    L'AFFICHE; AU DELA DU DERNIER REJET, ECRAN VIDE ET MESSAGE
002890*    (JAMAIS RESAISIES - C'EST LE DECALAGE DE COLONNES A LA
002900*    MAIN QUI FAISAIT LES SANS OBJET), PAIRE CORRIGEE SAISIE.
002910*    ECRITURE SUR LA RESSOURCE ESDS DIFCO01 DU GROUPE DIFFGRP.
002913*    LA CORRECTION PORTE LE REVISEUR, LE TERMINAL, LA DATE ET
002916*    L'HEURE DE SAISIE ET, UNE FOIS ECRITE, EST JOURNALISEE.
002920**--------------------------------------------------------
002930 2200-ECRIT-CORRECTION.
002940     MOVE DIFEX01-REFERENCE TO DIFCO01-REFERENCE
002960     MOVE DIFEX01-DAT2A TO DIFCO01-DAT2A-ORIG
002970     MOVE WS-C1-SAISIE TO DIFCO01-DAT1A-CORR
002980     MOVE WS-C2-SAISIE TO DIFCO01-DAT2A-CORR
002982     MOVE WS-UTILISATEUR TO DIFCO01-REVISEUR
002984     MOVE EIBTRMID TO DIFCO01-TERMINAL
002986     MOVE WS-DATE-OPER TO DIFCO01-DATE-SAISIE
002988     MOVE WS-HEURE-OPER TO DIFCO01-HEURE-SAISIE
002990     MOVE LOW-VALUES TO WS-CO-RBA
003000     EXEC CICS WRITE FILE('DIFCO01')
003010          FROM      (DIFCO01-REC)
003080             FROM      ('DIFC - CORRECTION DIFCO01 NON ECRITE')
003090             ERASE
003100        END-EXEC
003101     ELSE
003102        MOVE SPACES TO DIFJO01-REC
003103        SET DIFJO01-CORRECTION TO TRUE
003104        MOVE DIFCO01-REFERENCE TO DIFJO01-REFERENCE
003105        MOVE DIFCO01-DAT1A-CORR TO DIFJO01-DAT1A
003106        MOVE DIFCO01-DAT2A-CORR TO DIFJO01-DAT2A
003107        PERFORM      0200-ECRIT-JOURNAL
003108                     THRU
003109                     0200-EXIT
003110     END-IF.
003120 2200-EXIT.
003130     EXIT.
