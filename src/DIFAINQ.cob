000074*                  FIELDS IS ALSO PADDED (TRAILING LOW-VALUES TO
000076*                  SPACES) SO IT MATCHES THE SPACE-PADDED DATES
000078*                  THE AUDIT FILE CARRIES.
000079* 2026-10-15 JPL   OPERATOR IDENTIFICATION : THE SIGNED-ON CICS
000081*                  USERID IS CHECKED AGAINST THE DIFHB01
000083*                  AUTHORISATION FILE BEFORE THE SCREEN IS
000085*                  SERVED (0100-HABILITATION) - AN UNKNOWN USER
000087*                  IS REFUSED AND THE REFUSAL JOURNALLED.  EVERY
000089*                  PAGE SHOWN (ENTER, PF7, PF8) IS JOURNALLED IN
000091*                  DIFJO01 WITH THE SEARCH FILTER IN FORCE
000093*                  (2070-JOURNALISE-CONSULTATION).
000080*--------------------------------------------------------------
000082 ENVIRONMENT DIVISION.
000084 CONFIGURATION SECTION.
000166     COPY    DIFAU01.
000168 01  WS-CICS-RESP                PICTURE         S9(8)
000170                                 USAGE           COMPUTATIONAL.
000171**--------------------------------------------------------
000173*    OPERATEUR - USERID CICS, DATE ET HEURE DE LA TACHE, SON
000175*    HABILITATION (FILE(DIFHB01)) ET LE JOURNAL DES ACCES
000177*    (FILE(DIFJO01)) - VOIR 0100-HABILITATION.
000179**--------------------------------------------------------
000181 01  WS-UTILISATEUR              PICTURE         X(8)
000183                                 VALUE           SPACES.
000185 01  WS-ABSTIME                  PICTURE         S9(15)
000187                                 USAGE           COMPUTATIONAL-3.
000189 01  WS-DATE-OPER                PICTURE         X(8)
000191                                 VALUE           SPACES.
000193 01  WS-HEURE-OPER               PICTURE         X(6)
000195                                 VALUE           SPACES.
000197 01  WS-JOURNAL-RBA              PICTURE         X(4)
000199                                 VALUE           LOW-VALUES.
000201 01  WS-HABILITE-SW              PICTURE         X(1)
000203                                 VALUE           'N'.
000205     88  WS-HABILITE                     VALUE   'O'.
000207     88  WS-NON-HABILITE                 VALUE   'N'.
000209 01  WS-MSG-REFUS.
000211     03  WS-MR-TRANSACTION       PICTURE         X(4).
000213     03  FILLER                  PICTURE         X(30)
000215         VALUE ' - ACCES REFUSE - UTILISATEUR '.
000217     03  WS-MR-UTILISATEUR       PICTURE         X(8).
000219     03  WS-MR-MOTIF             PICTURE         X(30).
000221     COPY    DIFHB01.
000223     COPY    DIFJO01.
000172 01  WS-RBA                      PICTURE         S9(8)
000174                                 USAGE           COMPUTATIONAL.
000176 01  WS-RBA-X REDEFINES WS-RBA   PICTURE         X(4).
000294          MAPFAIL        (0000-MAPFAIL)
000296          ERROR          (0000-ERREUR)
000298     END-EXEC
000299     PERFORM         0100-HABILITATION
000301                     THRU
000303                     0100-EXIT
000305     IF WS-NON-HABILITE
000307        GO TO 0000-REFUS
000309     END-IF
000300     IF EIBCALEN = 0
000302        MOVE SPACES TO CA-DAT1A
000304        MOVE SPACES TO CA-DAT2A
000356          TRANSID   ('DIFA')
000358          COMMAREA  (WS-COMMAREA)
000360     END-EXEC.
000361 0000-REFUS.
000363     EXEC CICS SEND TEXT
000365          FROM      (WS-MSG-REFUS)
000367          ERASE
000369     END-EXEC
000371     EXEC CICS RETURN
000373     END-EXEC.
000375**--------------------------------------------------------
000377*    0100-HABILITATION - IDENTIFIE L'OPERATEUR (USERID CICS
000379*    SIGNE, TERMINAL, DATE ET HEURE DE LA TACHE) ET LIT SON
000381*    HABILITATION DANS DIFHB01.  UN USERID ABSENT DU FICHIER,
000383*    OU DE NIVEAU INCONNU, EST REFUSE ; LE REFUS EST
000385*    JOURNALISE DANS DIFJO01 ET LA TRANSACTION S'ARRETE SANS
000387*    AFFICHER L'ECRAN - VOIR 0000-REFUS.
000389**--------------------------------------------------------
000391 0100-HABILITATION.
000393     SET WS-NON-HABILITE TO TRUE
000395     EXEC CICS ASSIGN
000397          USERID    (WS-UTILISATEUR)
000399     END-EXEC
000401     EXEC CICS ASKTIME
000403          ABSTIME   (WS-ABSTIME)
000405     END-EXEC
000407     EXEC CICS FORMATTIME
000409          ABSTIME   (WS-ABSTIME)
000411          YYYYMMDD  (WS-DATE-OPER)
000413          TIME      (WS-HEURE-OPER)
000415     END-EXEC
000417     MOVE EIBTRNID TO WS-MR-TRANSACTION
000419     MOVE WS-UTILISATEUR TO WS-MR-UTILISATEUR
000421     MOVE ' NON HABILITE - VOIR SECURITE' TO WS-MR-MOTIF
000423     EXEC CICS READ FILE('DIFHB01')
000425          INTO      (DIFHB01-REC)
000427          RIDFLD    (WS-UTILISATEUR)
000429          RESP      (WS-CICS-RESP)
000431     END-EXEC
000433     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
000435        GO TO 0100-REFUS
000437     END-IF
000439     IF NOT DIFHB01-NIVEAU-VALIDE
000441        GO TO 0100-REFUS
000443     END-IF
000445     SET WS-HABILITE TO TRUE
000447     GO TO 0100-EXIT.
000449 0100-REFUS.
000451     MOVE SPACES TO DIFJO01-REC
000453     SET DIFJO01-REFUS TO TRUE
000455     PERFORM         0200-ECRIT-JOURNAL
000457                     THRU
000459                     0200-EXIT.
000461 0100-EXIT.
000463     EXIT.
000465**--------------------------------------------------------
000467*    0200-ECRIT-JOURNAL - COMPLETE LA LIGNE DIFJO01 PREPAREE
000469*    PAR L'APPELANT (ACTION, REFERENCE, DATES) AVEC L'OPERATEUR,
000471*    LA DATE/HEURE ET LE TERMINAL, ET L'AJOUTE AU JOURNAL DES
000473*    ACCES PAR EXEC CICS WRITE FILE SUR L'ESDS DIFJO01.
000475**--------------------------------------------------------
000477 0200-ECRIT-JOURNAL.
000479     MOVE WS-UTILISATEUR TO DIFJO01-UTILISATEUR
000481     MOVE WS-DATE-OPER TO DIFJO01-DATE
000483     MOVE WS-HEURE-OPER TO DIFJO01-HEURE
000485     MOVE EIBTRMID TO DIFJO01-TERMINAL
000487     MOVE EIBTRNID TO DIFJO01-TRANSACTION
000489     MOVE LOW-VALUES TO WS-JOURNAL-RBA
000491     EXEC CICS WRITE FILE('DIFJO01')
000493          FROM      (DIFJO01-REC)
000495          RIDFLD    (WS-JOURNAL-RBA)
000497          RBA
000499          RESP      (WS-CICS-RESP)
000501     END-EXEC
000503     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
000505        EXEC CICS SEND TEXT
000507             FROM      ('DIFA - JOURNAL DIFJO01 NON ECRIT')
000509             ERASE
000511        END-EXEC
000513     END-IF.
000515 0200-EXIT.
000517     EXIT.
000362**--------------------------------------------------------
000364*    1000-ENVOIE-ECRAN - AFFICHE L'ECRAN DIFAMAP VIERGE.
000366**--------------------------------------------------------
000464                     2100-EXIT
000466     END-IF.
000468 2000-ENVOI.
000519     PERFORM         2070-JOURNALISE-CONSULTATION
000521                     THRU
000523                     2070-EXIT
000470     MOVE CA-DAT1A TO SDAT1O
000472     MOVE CA-DAT2A TO SDAT2O
000474     EXEC CICS SEND MAP
000482          ERASE
000484     END-EXEC.
000486 2000-EXIT.
000525     EXIT.
000527**--------------------------------------------------------
000529*    2070-JOURNALISE-CONSULTATION - TRACE LA PAGE AFFICHEE
000531*    DANS LE JOURNAL DES ACCES AVEC LE FILTRE DAT1A/DAT2A EN
000533*    COURS (A BLANC POUR LES DERNIERES ENTREES).
000535**--------------------------------------------------------
000537 2070-JOURNALISE-CONSULTATION.
000539     MOVE SPACES TO DIFJO01-REC
000541     SET DIFJO01-CONSULTATION TO TRUE
000543     MOVE CA-DAT1A TO DIFJO01-DAT1A
000545     MOVE CA-DAT2A TO DIFJO01-DAT2A
000547     PERFORM         0200-ECRIT-JOURNAL
000549                     THRU
000551                     0200-EXIT.
000553 2070-EXIT.
000488     EXIT.
000490**--------------------------------------------------------
000492*    2100-PAGE-AVANT - PARCOURT LE FICHIER EN AVANT A PARTIR
