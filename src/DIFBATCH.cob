002360*                  LISTED DATES; A MID-DETAIL ABEND REPROCESSES
002370*                  THAT ONE DETAIL IN FULL AND THE FEW DOUBLED
002380*                  ROWS COME OUT ON THE DIFRECO TIE-OUT.
002381* 2026-10-15 JPL   DAY-COUNT CONVENTION : DIFPA01 COL 30 ('1'
002382*                  ACT/360, '2' ACT/365, '3' 30E/360, '4'
002383*                  30/360 US, SPACE = NONE) IS VALIDATED IN
002384*                  1050, ECHOED WITH THE OTHER PARAMETERS AND
002385*                  HANDED TO DIFDA2 IN CD-CONVENTION-SW ON EVERY
002386*                  CALL; 2300 CARRIES THE CONVENTION, ITS DAY
002387*                  COUNT AND YEAR FRACTION INTO DIFOU01.
002388* 2026-10-15 JPL   DIFIN01 DETAILS MAY NOW CARRY AN OUTSTANDING
002389*                  AMOUNT AND CURRENCY (COLS 38-55).  2070 TAKES
002390*                  THEM ONCE PER DETAIL - BLANK = NO AMOUNT, A
002391*                  NON-NUMERIC AMOUNT IS SHOWN, COUNTED AND
002392*                  IGNORED, A BLANK CURRENCY IS EUR - AND 2300
002393*                  CARRIES THEM INTO DIFOU01 WITH THE RUN'S
002394*                  CALENDAR CODE FOR THE DIFPENA PENALTY STEP.
002395* 2026-10-15 JPL   2380 NOW RECORDS ON DIFOU01-ECH-ROULEE-SW
002396*                  WHETHER SPECHEA ROLLED THE DUE DATE, FOR THE
002397*                  DIFECHL DUE-DATE LADDER.
002398*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002410 CONFIGURATION SECTION.
002420 SOURCE-COMPUTER.
003380                                 VALUE           ZERO.
003390 77  WS-NB-REJETS                PICTURE         9(9)
003400                                 VALUE           ZERO.
003401**--------------------------------------------------------
003402*    ENCOURS DU DETAIL COURANT (DIFIN01 COLS 38-55), PRIS UNE
003403*    FOIS PAR DETAIL EN 2070 ET REPORTE SUR CHAQUE LIGNE DIFOU01
003404*    DE LA PAIRE.
003405**--------------------------------------------------------
003406 77  WS-ENC-MONTANT              PICTURE         S9(13)V99
003407                                 USAGE           COMPUTATIONAL-3
003408                                 VALUE           ZERO.
003409 77  WS-ENC-DEVISE               PICTURE         X(3)
003410                                 VALUE           SPACES.
003411 77  WS-NB-MONTANTS-INVALIDES    PICTURE         9(9)
003412                                 VALUE           ZERO.
003413**--------------------------------------------------------
003420*    LINKAGE AREAS PASSED TO DIFDA2 - THE SAME SHAPE DIFDA2
003430*    USES WHEN CALLED DIRECTLY.
003440**--------------------------------------------------------
003810                                 VALUE           'N'.
003820     88  WS-FORCER                       VALUE   'O'.
003830     88  WS-SANS-FORCER                  VALUE   'N'.
003833 77  WS-CONVENTION-SW            PICTURE         X(1)
003836                                 VALUE           SPACE.
003840**--------------------------------------------------------
003850*    DIFIN01 HEADER/TRAILER CONTROL - THE HEADER OF THE FEED
003860*    BEING PROCESSED, THE HEADER THE CHECKPOINT FILE SAYS WAS
008300     IF DIFPA01-CALENDRIER NOT = SPACES
008310        MOVE DIFPA01-CALENDRIER TO FER-CALENDRIER
008320     END-IF
008321     IF DIFPA01-CONVENTION-VALIDE
008322        MOVE DIFPA01-CONVENTION TO WS-CONVENTION-SW
008323     ELSE
008324        DISPLAY 'DIFBATCH - CARTE DIFPA01 - CONVENTION '
008325                'INVALIDE (COL 30) : ' DIFPA01-CONVENTION
008326        PERFORM   9800-ERREUR-PARAMETRE-DEB
008327                  THRU
008328                  9800-ERREUR-PARAMETRE-FIN
008329     END-IF
008330     IF DIFPA01-ECH-NB NOT = SPACES
008340        PERFORM      1055-OPTION-ECHEANCE
008350                     THRU
008950     END-IF.
008960     DISPLAY 'DIFBATCH - PARAMETRE - CALENDRIER     : '
008970             FER-CALENDRIER.
008971     IF WS-CONVENTION-SW = SPACE
008972        DISPLAY 'DIFBATCH - PARAMETRE - CONVENTION     : '
008973                '(AUCUNE)'
008974     ELSE
008975        DISPLAY 'DIFBATCH - PARAMETRE - CONVENTION     : '
008976                WS-CONVENTION-SW
008977     END-IF.
008980     IF WS-MULTI-ARRETE
008990        DISPLAY 'DIFBATCH - PARAMETRE - DATES ARRETE   : '
009000                WS-ARRETES-TABLE
014860                  9930-ERREUR-STRUCTURE-FIN
014870     END-IF
014880     ADD 1 TO WS-NB-DETAILS
014882     PERFORM         2070-PREND-ENCOURS
014884                     THRU
014886                     2070-EXIT
014890     IF WS-MULTI-ARRETE
014900        PERFORM   2060-TRAITE-PASSE
014910                  THRU
015350                  2300-EXIT.
015360 2060-EXIT.
015370     EXIT.
015371**--------------------------------------------------------
015372*    2070-PREND-ENCOURS - MONTANT ET DEVISE FACULTATIFS DU
015373*    DETAIL.  A BLANC = PAS D'ENCOURS.  UN MONTANT NON NUMERIQUE
015374*    N'EST PAS UN REJET DE LA PAIRE (LES DATES RESTENT BONNES) :
015375*    IL EST AFFICHE, COMPTE ET TRAITE COMME ABSENT.
015376**--------------------------------------------------------
015377 2070-PREND-ENCOURS.
015378     MOVE ZERO TO WS-ENC-MONTANT
015379     MOVE SPACES TO WS-ENC-DEVISE
015380     IF DIFIN01-MONTANT = SPACES
015381        GO TO 2070-EXIT
015382     END-IF
015383     IF DIFIN01-MONTANT NOT NUMERIC
015384        ADD 1 TO WS-NB-MONTANTS-INVALIDES
015385        DISPLAY 'DIFBATCH - MONTANT NON NUMERIQUE IGNORE - DETAIL'
015386                ' ' WS-NB-DETAILS ' : ' DIFIN01-MONTANT
015387        GO TO 2070-EXIT
015388     END-IF
015389     MOVE DIFIN01-MONTANT-R TO WS-ENC-MONTANT
015390     IF DIFIN01-DEVISE = SPACES
015391        MOVE 'EUR' TO WS-ENC-DEVISE
015392     ELSE
015393        MOVE DIFIN01-DEVISE TO WS-ENC-DEVISE
015394     END-IF.
015395 2070-EXIT.
015396     EXIT.
015397**--------------------------------------------------------
015398*    2050-NOTE-FIN - ENREGISTREMENT FIN (TYPE '9') : NOTE LE
015400*    NOMBRE DE DETAILS ANNONCE, A CONFRONTER AU COMPTE REEL EN
015410*    TERMINAISON.  UN DEUXIEME ENREGISTREMENT FIN EST UNE ERREUR
015420*    DE STRUCTURE.
015820        MOVE DIFIN01-REFERENCE-6 TO DATREF
015830     END-IF
015840     MOVE WS-CALC-JOUVR-SW TO CD-CALCULE-JOURS-OUVRES-SW
015845     MOVE WS-CONVENTION-SW TO CD-CONVENTION-SW
015850     CALL "DIFDA2"   USING DIFF DTFLNK DTFINP DTFWRK DTFCOM
015860                           DTFAUD-REC DTFFER
015870     IF WS-INVERSION-AUTO
016100        MOVE WS-DATE-ECHANGE TO DAT2A
016110     END-IF
016120     MOVE WS-CALC-JOUVR-SW TO CD-CALCULE-JOURS-OUVRES-SW
016125     MOVE WS-CONVENTION-SW TO CD-CONVENTION-SW
016130     CALL "DIFDA2"   USING DIFF DTFLNK DTFINP DTFWRK DTFCOM
016140                           DTFAUD-REC DTFFER
016150     ADD 1 TO WS-NB-INVERSES.
016570     MOVE DIFF-REVERSED-SW TO DIFOU01-REVERSED-SW
016580     MOVE CD-JOURS-OUVRES TO DIFOU01-JOURS-OUVRES
016590     MOVE DATREF TO DIFOU01-REFERENCE
016592     MOVE CD-CONVENTION-SW TO DIFOU01-CONVENTION
016594     MOVE CD-JOURS-CONVENTION TO DIFOU01-JOURS-CONVENTION
016596     MOVE CD-FRACTION-ANNEE TO DIFOU01-FRACTION-ANNEE
016597     MOVE FER-CALENDRIER TO DIFOU01-CALENDRIER
016598     MOVE WS-ENC-MONTANT TO DIFOU01-MONTANT
016599     MOVE WS-ENC-DEVISE TO DIFOU01-DEVISE
016600     IF DIFF-STATUS-OK
016610        PERFORM      2350-CLASSE-TRANCHE
016620                     THRU
016720                     2380-EXIT
016730     ELSE
016740        MOVE SPACES TO DIFOU01-DATE-ECHEANCE
016745        MOVE SPACE TO DIFOU01-ECH-ROULEE-SW
016750     END-IF
016760     PERFORM      2390-MARQUE-CALENDRIER
016770                  THRU
017300        MOVE WS-ECH-MEMO-RES TO DIFOU01-DATE-ECHEANCE
017310        IF WS-ECH-MEMO-ROULE
017320           ADD 1 TO WS-NB-ECH-ROULEES
017322           MOVE 'O' TO DIFOU01-ECH-ROULEE-SW
017324        ELSE
017326           MOVE 'N' TO DIFOU01-ECH-ROULEE-SW
017330        END-IF
017332        IF DIFOU01-DATE-ECHEANCE = SPACES
017334           MOVE SPACE TO DIFOU01-ECH-ROULEE-SW
017336        END-IF
017340        GO TO 2380-EXIT
017350     END-IF
017360     MOVE WS-ECH-NB TO ECH-NB-JOURS
017450     IF ECH-STATUS-ROULE
017460        ADD 1 TO WS-NB-ECH-ROULEES
017470        SET WS-ECH-MEMO-ROULE TO TRUE
017475        MOVE 'O' TO DIFOU01-ECH-ROULEE-SW
017480     ELSE
017490        SET WS-ECH-MEMO-PAS-ROULE TO TRUE
017495        MOVE 'N' TO DIFOU01-ECH-ROULEE-SW
017500     END-IF
017502     IF DIFOU01-DATE-ECHEANCE = SPACES
017504        MOVE SPACE TO DIFOU01-ECH-ROULEE-SW
017506     END-IF
017510     MOVE ECH-DATE-DEPART TO WS-ECH-MEMO-DEPART
017520     MOVE ECH-SS TO WS-ECH-MEMO-SS
017530     MOVE DIFOU01-DATE-ECHEANCE TO WS-ECH-MEMO-RES
019010        DISPLAY 'DIFBATCH - ECHEANCES ROULEES : '
019020                WS-NB-ECH-ROULEES
019030     END-IF.
019032     IF WS-NB-MONTANTS-INVALIDES NOT = ZERO
019034        DISPLAY 'DIFBATCH - MONTANTS IGNORES   : '
019036                WS-NB-MONTANTS-INVALIDES
019038     END-IF.
019040     IF WS-GARDE-CAL-ACTIVE
019050        DISPLAY 'DIFBATCH - HORS CALENDRIER  : '
019060                WS-NB-HORS-CALENDRIER
