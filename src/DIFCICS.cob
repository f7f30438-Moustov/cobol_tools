000790*                  ECHEANCES ON SCREEN COUNT AGAINST THE BRANCH
000800*                  CALENDAR KEYED.  THE CODE IN FORCE IS ECHOED
000810*                  BACK ON CALENO.
000811* 2026-10-15 JPL   THE OPERATOR MAY KEY A DAY-COUNT CONVENTION
000812*                  (CONVI : BLANK NONE, 1 ACT/360, 2 ACT/365, 3
000813*                  30E/360, 4 30/360 US) PASSED TO DIFDA2 IN
000814*                  CD-CONVENTION-SW; THE CONVENTION DAY COUNT AND
000815*                  YEAR FRACTION COME BACK ON JCONVO/FRACO.  AN
000816*                  UNKNOWN CODE IS REFUSED ON THE SPOT.
000817* 2026-10-15 JPL   OPERATOR IDENTIFICATION : THE SIGNED-ON CICS
000818*                  USERID IS CHECKED AGAINST THE DIFHB01
000819*                  AUTHORISATION FILE BEFORE THE SCREEN IS
000821*                  SERVED (0100-HABILITATION) - AN UNKNOWN USER
000822*                  IS REFUSED AND THE REFUSAL JOURNALLED.  EACH
000823*                  CALCULATION STAMPS ITS DIFAU01 ROW WITH THE
000824*                  TRANSACTION, USERID, TERMINAL AND TIME
000825*                  (DTFAUD-ORIGINE) AND IS JOURNALLED IN DIFJO01
000826*                  (2070-JOURNALISE-CALCUL).
000820*--------------------------------------------------------------
000830 ENVIRONMENT DIVISION.
000840 CONFIGURATION SECTION.
001090                                 VALUE           LOW-VALUES.
001100 01  WS-CICS-RESP                PICTURE         S9(8)
001110                                 USAGE           COMPUTATIONAL.
001111**--------------------------------------------------------
001112*    OPERATEUR - USERID CICS, DATE ET HEURE DE LA TACHE, SON
001113*    HABILITATION (FILE(DIFHB01)) ET LE JOURNAL DES ACCES
001114*    (FILE(DIFJO01)) - VOIR 0100-HABILITATION.
001115**--------------------------------------------------------
001116 01  WS-UTILISATEUR              PICTURE         X(8)
001117                                 VALUE           SPACES.
001118 01  WS-ABSTIME                  PICTURE         S9(15)
001119                                 USAGE           COMPUTATIONAL-3.
001121 01  WS-DATE-OPER                PICTURE         X(8)
001122                                 VALUE           SPACES.
001123 01  WS-HEURE-OPER               PICTURE         X(6)
001124                                 VALUE           SPACES.
001125 01  WS-JOURNAL-RBA              PICTURE         X(4)
001126                                 VALUE           LOW-VALUES.
001127 01  WS-HABILITE-SW              PICTURE         X(1)
001128                                 VALUE           'N'.
001129     88  WS-HABILITE                     VALUE   'O'.
001131     88  WS-NON-HABILITE                 VALUE   'N'.
001132 01  WS-MSG-REFUS.
001133     03  WS-MR-TRANSACTION       PICTURE         X(4).
001134     03  FILLER                  PICTURE         X(30)
001135         VALUE ' - ACCES REFUSE - UTILISATEUR '.
001136     03  WS-MR-UTILISATEUR       PICTURE         X(8).
001137     03  WS-MR-MOTIF             PICTURE         X(30).
001138     COPY    DIFHB01.
001139     COPY    DIFJO01.
001120**--------------------------------------------------------
001130*    HOLIDAY TABLE HANDED TO DIFDA2, AND THE WORK AREAS FOR
001140*    LOADING IT FROM THE DIFHOL01 VSAM RESOURCE BY EXEC CICS
001600          MAPFAIL        (0000-MAPFAIL)
001610          ERROR          (0000-ERREUR)
001620     END-EXEC
001621     PERFORM         0100-HABILITATION
001622                     THRU
001623                     0100-EXIT
001624     IF WS-NON-HABILITE
001625        GO TO 0000-REFUS
001626     END-IF
001630     IF EIBCALEN = 0
001640        PERFORM      1000-ENVOIE-ECRAN
001650                     THRU
001850          TRANSID   ('DIFD')
001860          COMMAREA  (DFHCOMMAREA)
001870     END-EXEC.
001871 0000-REFUS.
001872     EXEC CICS SEND TEXT
001873          FROM      (WS-MSG-REFUS)
001874          ERASE
001875     END-EXEC
001876     EXEC CICS RETURN
001877     END-EXEC.
001878**--------------------------------------------------------
001879*    0100-HABILITATION - IDENTIFIE L'OPERATEUR (USERID CICS
001881*    SIGNE, TERMINAL, DATE ET HEURE DE LA TACHE) ET LIT SON
001882*    HABILITATION DANS DIFHB01.  UN USERID ABSENT DU FICHIER,
001883*    OU DE NIVEAU INCONNU, EST REFUSE ; LE REFUS EST
001884*    JOURNALISE DANS DIFJO01 ET LA TRANSACTION S'ARRETE SANS
001885*    AFFICHER L'ECRAN - VOIR 0000-REFUS.
001886**--------------------------------------------------------
001887 0100-HABILITATION.
001888     SET WS-NON-HABILITE TO TRUE
001889     EXEC CICS ASSIGN
001891          USERID    (WS-UTILISATEUR)
001892     END-EXEC
001893     EXEC CICS ASKTIME
001894          ABSTIME   (WS-ABSTIME)
001895     END-EXEC
001896     EXEC CICS FORMATTIME
001897          ABSTIME   (WS-ABSTIME)
001898          YYYYMMDD  (WS-DATE-OPER)
001899          TIME      (WS-HEURE-OPER)
001901     END-EXEC
001902     MOVE EIBTRNID TO WS-MR-TRANSACTION
001903     MOVE WS-UTILISATEUR TO WS-MR-UTILISATEUR
001904     MOVE ' NON HABILITE - VOIR SECURITE' TO WS-MR-MOTIF
001905     EXEC CICS READ FILE('DIFHB01')
001906          INTO      (DIFHB01-REC)
001907          RIDFLD    (WS-UTILISATEUR)
001908          RESP      (WS-CICS-RESP)
001909     END-EXEC
001911     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
001912        GO TO 0100-REFUS
001913     END-IF
001914     IF NOT DIFHB01-NIVEAU-VALIDE
001915        GO TO 0100-REFUS
001916     END-IF
001917     SET WS-HABILITE TO TRUE
001918     GO TO 0100-EXIT.
001919 0100-REFUS.
001921     MOVE SPACES TO DIFJO01-REC
001922     SET DIFJO01-REFUS TO TRUE
001923     PERFORM         0200-ECRIT-JOURNAL
001924                     THRU
001925                     0200-EXIT.
001926 0100-EXIT.
001927     EXIT.
001928**--------------------------------------------------------
001929*    0200-ECRIT-JOURNAL - COMPLETE LA LIGNE DIFJO01 PREPAREE
001931*    PAR L'APPELANT (ACTION, REFERENCE, DATES) AVEC L'OPERATEUR,
001932*    LA DATE/HEURE ET LE TERMINAL, ET L'AJOUTE AU JOURNAL DES
001933*    ACCES PAR EXEC CICS WRITE FILE SUR L'ESDS DIFJO01.
001934**--------------------------------------------------------
001935 0200-ECRIT-JOURNAL.
001936     MOVE WS-UTILISATEUR TO DIFJO01-UTILISATEUR
001937     MOVE WS-DATE-OPER TO DIFJO01-DATE
001938     MOVE WS-HEURE-OPER TO DIFJO01-HEURE
001939     MOVE EIBTRMID TO DIFJO01-TERMINAL
001941     MOVE EIBTRNID TO DIFJO01-TRANSACTION
001942     MOVE LOW-VALUES TO WS-JOURNAL-RBA
001943     EXEC CICS WRITE FILE('DIFJO01')
001944          FROM      (DIFJO01-REC)
001945          RIDFLD    (WS-JOURNAL-RBA)
001946          RBA
001947          RESP      (WS-CICS-RESP)
001948     END-EXEC
001949     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
001951        EXEC CICS SEND TEXT
001952             FROM      ('DIFD - JOURNAL DIFJO01 NON ECRIT')
001953             ERASE
001954        END-EXEC
001955     END-IF.
001956 0200-EXIT.
001957     EXIT.
001880**--------------------------------------------------------
001890*    1000-ENVOIE-ECRAN - AFFICHE L'ECRAN DIFMAP VIERGE.
001900**--------------------------------------------------------
002550     ELSE
002560        MOVE CALENI TO FER-CALENDRIER
002570     END-IF
002571     IF CONVI = LOW-VALUE
002572        MOVE SPACE TO CD-CONVENTION-SW
002573     ELSE
002574        MOVE CONVI TO CD-CONVENTION-SW
002575     END-IF
002576     IF NOT CD-CONV-VALIDE
002577        MOVE 'CONVENTION INVALIDE' TO STATUTO
002578        GO TO 2000-ENVOI
002579     END-IF
002580     MOVE 'O' TO CD-CALCULE-JOURS-OUVRES-SW
002590     MOVE 'O' TO CD-AUDIT-CICS-SW
002600     PERFORM         2050-CHARGE-FERIES
002700                     2300-EXIT
002710     PERFORM         2060-ECRIT-AUDIT-CICS
002720                     THRU
002730                     2060-EXIT
002732     PERFORM         2070-JOURNALISE-CALCUL
002734                     THRU
002736                     2070-EXIT.
002740 2000-ENVOI.
002750     EXEC CICS SEND MAP
002760          MAP       (WS-MAP-NAME)
003510*    DIFAU01 DEFINIE DANS LE GROUPE RDO DIFFGRP.
003520**--------------------------------------------------------
003530 2060-ECRIT-AUDIT-CICS.
003532     MOVE EIBTRNID TO DTFAUD-TRANSACTION
003534     MOVE WS-UTILISATEUR TO DTFAUD-UTILISATEUR
003536     MOVE EIBTRMID TO DTFAUD-TERMINAL
003538     MOVE WS-HEURE-OPER TO DTFAUD-HEURE
003540     EXEC CICS WRITE FILE('DIFAU01')
003550          FROM      (DTFAUD-REC)
003560          RIDFLD    (WS-AUDIT-RBA)
003660 2060-EXIT.
003670     EXIT.
003680**--------------------------------------------------------
003681*    2070-JOURNALISE-CALCUL - TRACE LE CALCUL DANS LE JOURNAL
003682*    DES ACCES : LA REFERENCE ET LES DEUX DATES TELLES QUE
003683*    SAISIES (6 OU 8 POSITIONS).
003684**--------------------------------------------------------
003685 2070-JOURNALISE-CALCUL.
003686     MOVE SPACES TO DIFJO01-REC
003687     SET DIFJO01-CALCUL TO TRUE
003688     MOVE DATREF TO DIFJO01-REFERENCE
003689     MOVE WS-D1-SAISIE TO DIFJO01-DAT1A
003691     MOVE WS-D2-SAISIE TO DIFJO01-DAT2A
003692     PERFORM         0200-ECRIT-JOURNAL
003693                     THRU
003694                     0200-EXIT.
003695 2070-EXIT.
003696     EXIT.
003697**--------------------------------------------------------
003690*    2100-PREPARE-SORTIE - MET EN FORME LES CHAMPS A REAFFICHER.
003700**--------------------------------------------------------
003710 2100-PREPARE-SORTIE.
003780     END-IF
003790     MOVE DATREF TO REFO
003800     MOVE FER-CALENDRIER TO CALENO
003805     MOVE CD-CONVENTION-SW TO CONVO
003810     MOVE DATE-DIFF TO DIFFO
003820     MOVE DATE-DIFF-YEARS TO DIFYEARSO
003830     MOVE DATE-DIFF-MONTHS TO DIFMONTHSO
003840     MOVE DATE-DIFF-DAYS-REST TO DIFDAYSO
003850     MOVE CD-JOURS-OUVRES TO JOUVRESO
003860     MOVE DIFF-OVERFLOW-SW TO OVERFLOWO
003863     MOVE CD-JOURS-CONVENTION TO JCONVO
003866     MOVE CD-FRACTION-ANNEE TO FRACO
003870     IF DIFF-STATUS-CONV-ERROR
003880        MOVE 'DATE INVALIDE' TO STATUTO
003890     ELSE
