000650*                  RESUBMISSIONS TOO.  THERE IS NO DIFIN01
000660*                  HEADER HERE - THE FEED IDENTITY COLUMNS STAY
000670*                  AT SPACES.  NO DIFRH01 DD = NO HISTORY.
000671* 2026-10-15 JPL   THE SYSIN CARD MAY NOW ALSO CARRY THE DAY-
000672*                  COUNT CONVENTION IN COL 30 (SAME COLUMN AS
000673*                  DIFBATCH'S OPTION CARD) - COPY THE RUN'S CARD
000674*                  SO RESUBMITTED ROWS CARRY THE SAME CONVENTION
000675*                  COUNT AND YEAR FRACTION AS THE RUN'S OWN.
000676* 2026-10-15 JPL   2250 FILLS THE NEW DIFOU01-CALENDRIER FROM THE
000677*                  RUN'S CALENDAR; DIFEX01 CARRIES NO AMOUNT, SO
000678*                  DIFOU01-MONTANT/-DEVISE GO OUT AS ZERO AND
000679*                  SPACES (LIKE THE ECHEANCE, WHICH IS NOT
000680*                  RECOMPUTED HERE EITHER).
000681* 2026-10-15 JPL   2250 LEAVES THE NEW DIFOU01-ECH-ROULEE-SW AT
000682*                  SPACE - NO ECHEANCE, SO NOTHING WAS ROLLED.
000683* 2026-10-15 JPL   THE DIFCO01 CORRECTION NOW CARRIES ITS
000684*                  REVIEWER (DIFCO01-REVISEUR, THE USERID THAT
000685*                  KEYED IT ON DIFC); IT IS KEPT IN THE CORRECTION
000686*                  TABLE AND PRINTED AFTER THE DISPOSITION ON
000687*                  DIFDI01, WHOSE DISPOSITION COLUMN SHRANK TO 11
000688*                  TO MAKE ROOM.
000689*--------------------------------------------------------------
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.
001370                                 VALUE           SPACES.
001380 77  WS-PA-FILE-STAT             PICTURE         X(2)
001390                                 VALUE           SPACES.
001393 77  WS-CONVENTION-SW            PICTURE         X(1)
001396                                 VALUE           SPACE.
001400 77  WS-TRANCHE-IDX              PICTURE         S9(4)
001410                                 USAGE           COMPUTATIONAL.
001420 77  WS-TRANCHE-IDX-1            PICTURE         S9(4)
002160                                 PICTURE         X(6).
002170             07  WS-CORR-D2C-FIN2
002180                                 PICTURE         X(2).
002185         05  WS-CORR-REVISEUR    PICTURE         X(8).
002190         05  WS-CORR-ETAT-SW     PICTURE         X(1)
002200                                 VALUE           'V'.
002210             88  WS-CORR-VIDE            VALUE   'V'.
002470     03  WS-DI-DAT2A-CORR        PICTURE         X(8).
002480     03  FILLER                  PICTURE         X(1)
002490                                 VALUE           SPACE.
002500     03  WS-DI-DISPOSITION       PICTURE         X(11).
002510     03  FILLER                  PICTURE         X(1)
002520                                 VALUE           SPACE.
002525     03  WS-DI-REVISEUR          PICTURE         X(8).
002530**--------------------------------------------------------
002540*    AGING BUCKET BOUNDS - THE SAME 30/60/90/180 DAY DEFAULTS
002550*    DIFBATCH USES, SO A RESUBMITTED ROW CARRIES A TRANCHE
003380                     1050-EXIT.
003390     DISPLAY 'DIFRESB - PARAMETRE - CALENDRIER : '
003400             FER-CALENDRIER.
003403     DISPLAY 'DIFRESB - PARAMETRE - CONVENTION : '
003406             WS-CONVENTION-SW.
003410     OPEN            OUTPUT  DIFDI01-FILE.
003420     IF WS-DI-FILE-STAT NOT = '00'
003430        MOVE 'DIFDI01' TO WS-ERR-FICHIER
004020     IF DIFPA01-CALENDRIER NOT = SPACES
004030        MOVE DIFPA01-CALENDRIER TO FER-CALENDRIER
004040     END-IF
004041     IF DIFPA01-CONVENTION-VALIDE
004042        MOVE DIFPA01-CONVENTION TO WS-CONVENTION-SW
004043     ELSE
004044        DISPLAY 'DIFRESB - CARTE - CONVENTION INVALIDE '
004045                '(COL 30) : ' DIFPA01-CONVENTION
004046        PERFORM   9990-ARRET-ANORMAL-DEB
004047                  THRU
004048                  9990-ARRET-ANORMAL-FIN
004049     END-IF
004050     CLOSE           DIFPA01-FILE.
004060 1050-EXIT.
004070     EXIT.
004690     MOVE DIFCO01-DAT2A-ORIG TO WS-CORR-DAT2A-ORIG (WS-CORR-IX)
004700     MOVE DIFCO01-DAT1A-CORR TO WS-CORR-DAT1A-CORR (WS-CORR-IX)
004710     MOVE DIFCO01-DAT2A-CORR TO WS-CORR-DAT2A-CORR (WS-CORR-IX)
004715     MOVE DIFCO01-REVISEUR TO WS-CORR-REVISEUR (WS-CORR-IX)
004720     MOVE 'N' TO WS-CORR-ETAT-SW (WS-CORR-IX).
004730 1100-EXIT.
004740     EXIT.
005070        MOVE SPACES TO WS-DI-DAT1A-CORR
005080        MOVE SPACES TO WS-DI-DAT2A-CORR
005090        MOVE 'NON TRAITEE' TO WS-DI-DISPOSITION
005095        MOVE SPACES TO WS-DI-REVISEUR
005100        PERFORM   2900-ECRIT-DISPOSITION
005110                  THRU
005120                  2900-EXIT
005550     END-IF
005560     MOVE DIFEX01-REFERENCE TO DATREF
005570     MOVE 'O' TO CD-CALCULE-JOURS-OUVRES-SW
005575     MOVE WS-CONVENTION-SW TO CD-CONVENTION-SW
005580     CALL "DIFDA2"   USING DIFF DTFLNK DTFINP DTFWRK DTFCOM
005590                           DTFAUD-REC DTFFER
005600     MOVE 'O' TO WS-CORR-ETAT-SW (WS-CORR-IX)
005630     MOVE DIFEX01-DAT2A TO WS-DI-DAT2A-ORIG
005640     MOVE WS-CORR-DAT1A-CORR (WS-CORR-IX) TO WS-DI-DAT1A-CORR
005650     MOVE WS-CORR-DAT2A-CORR (WS-CORR-IX) TO WS-DI-DAT2A-CORR
005655     MOVE WS-CORR-REVISEUR (WS-CORR-IX) TO WS-DI-REVISEUR
005660     PERFORM         2250-ECRIT-RESULTAT
005670                     THRU
005680                     2250-EXIT
006060     MOVE DIFF-REVERSED-SW TO DIFOU01-REVERSED-SW
006070     MOVE CD-JOURS-OUVRES TO DIFOU01-JOURS-OUVRES
006080     MOVE DIFEX01-REFERENCE TO DIFOU01-REFERENCE
006082     MOVE CD-CONVENTION-SW TO DIFOU01-CONVENTION
006084     MOVE CD-JOURS-CONVENTION TO DIFOU01-JOURS-CONVENTION
006086     MOVE CD-FRACTION-ANNEE TO DIFOU01-FRACTION-ANNEE
006087     MOVE FER-CALENDRIER TO DIFOU01-CALENDRIER
006088     MOVE ZERO TO DIFOU01-MONTANT
006089     MOVE SPACES TO DIFOU01-DEVISE
006090     MOVE SPACES TO DIFOU01-DATE-ECHEANCE
006095     MOVE SPACE TO DIFOU01-ECH-ROULEE-SW
006100     PERFORM      2280-MARQUE-CALENDRIER
006110                  THRU
006120                  2280-EXIT
007240          TO WS-DI-DAT1A-CORR
007250        MOVE WS-CORR-DAT2A-CORR (WS-CORR-IX)
007260          TO WS-DI-DAT2A-CORR
007265        MOVE WS-CORR-REVISEUR (WS-CORR-IX) TO WS-DI-REVISEUR
007270        MOVE 'SANS OBJET' TO WS-DI-DISPOSITION
007280        PERFORM   2900-ECRIT-DISPOSITION
007290                  THRU
