001370*                  WRITE AND THE DTFAUD COPY A CICS CALLER
001380*                  WRITES ITSELF, SO THE DIFAPUR ARCHIVE/PURGE
001390*                  JOB CAN CUT THE TRAIL AT A RETENTION DATE.
001391* 2026-10-15 JPL   DAY-COUNT CONVENTIONS : WHEN THE CALLER NAMES
001392*                  ONE IN CD-CONVENTION-SW (DTFCOM), ASUP ALSO
001393*                  RETURNS THE CONVENTION DAY COUNT IN
001394*                  CD-JOURS-CONVENTION AND THE YEAR FRACTION IN
001395*                  CD-FRACTION-ANNEE - ACT/360 AND ACT/365 ON
001396*                  THE ACTUAL DAYS, 30E/360 AND 30/360 US (END-
001397*                  OF-MONTH RULE, LAST DAY OF FEBRUARY COUNTED AS
001398*                  THE 30TH) ON THE CIVIL DATES.  A 6-DIGIT DATE
001399*                  GETS THE CENTURY WHOSE SPABS8 DAY NUMBER
001400*                  MATCHES SP2000'S ANSWER, AS IN SPECHEA.  THE
001401*                  CONVENTION, COUNT AND FRACTION ARE STAMPED ON
001402*                  THE AUDIT RECORD ON BOTH PATHS.
001403* 2026-10-15 JPL   THE NATIVE AUDIT WRITE CLEARS THE NEW DIFAU01-
001404*                  ORIGINE (TRANSACTION, USER, TERMINAL, TIME) -
001405*                  A BATCH CALL HAS NO OPERATOR.  ON THE CICS
001406*                  PATH THE CALLER STAMPS IT IN DTFAUD BEFORE
001407*                  ITS WRITE.
001408*--------------------------------------------------------------
001410 ENVIRONMENT DIVISION.
001420 CONFIGURATION SECTION.
001430 SOURCE-COMPUTER.
002270*    LINKAGE AREA LIVES HERE.  SEE CONVERSION-8.
002280**--------------------------------------------------------
002290     COPY    DTFABS.
002291**--------------------------------------------------------
002292*    DECOMPTE SELON CONVENTION (PARAGRAPHE CONVENTION) - DATES
002293*    CIVILES DE DEBUT ET DE FIN, JOURS AJUSTES, BASE ANNUELLE ET
002294*    CONTROLE DES FINS DE FEVRIER.
002295**--------------------------------------------------------
002296 01  CNV-DATE-1.
002297     03  CNV-D1-SSAA             PICTURE         9(4).
002298     03  CNV-D1-MM               PICTURE         9(2).
002299     03  CNV-D1-JJ               PICTURE         9(2).
002301 01  CNV-DATE-2.
002302     03  CNV-D2-SSAA             PICTURE         9(4).
002303     03  CNV-D2-MM               PICTURE         9(2).
002304     03  CNV-D2-JJ               PICTURE         9(2).
002305 01  CNV-DATE8.
002306     03  CNV-D8-SS               PICTURE         X(2).
002307     03  CNV-D8-AAMMJJ           PICTURE         X(6).
002308 01  CNV-DATE-CTL.
002309     03  CNV-CTL-SSAA            PICTURE         9(4).
002311     03  CNV-CTL-MM              PICTURE         9(2).
002312     03  CNV-CTL-JJ              PICTURE         9(2).
002313 01  CNV-ABS                     PICTURE         S9(9)
002314                                 USAGE           COMPUTATIONAL-3.
002315 01  CNV-J1                      PICTURE         S9(3)
002316                                 USAGE           COMPUTATIONAL-3.
002317 01  CNV-J2                      PICTURE         S9(3)
002318                                 USAGE           COMPUTATIONAL-3.
002319 01  CNV-BASE                    PICTURE         S9(3)
002321                                 USAGE           COMPUTATIONAL-3.
002322 01  CNV-QUOT                    PICTURE         S9(7)
002323                                 USAGE           COMPUTATIONAL-3.
002324 01  CNV-RESTE                   PICTURE         S9(3)
002325                                 USAGE           COMPUTATIONAL-3.
002326 01  CNV-DATES-SW                PICTURE         X(1).
002327     88  CNV-DATES-OK                    VALUE   'O'.
002328     88  CNV-DATES-KO                    VALUE   'N'.
002329 01  CNV-FIN-FEV-SW              PICTURE         X(1).
002331     88  CNV-FIN-FEV                     VALUE   'O'.
002332     88  CNV-PAS-FIN-FEV                 VALUE   'N'.
002333 01  CNV-FEV1-SW                 PICTURE         X(1).
002334     88  CNV-FEV1                        VALUE   'O'.
002335 01  CNV-FEV2-SW                 PICTURE         X(1).
002336     88  CNV-FEV2                        VALUE   'O'.
002300 LINKAGE SECTION.
002310     COPY    DTFLIEN.
002320     COPY    DIFF01.
002480     MOVE ZERO TO DATE-DIFF-YEARS DATE-DIFF-MONTHS
002490                  DATE-DIFF-DAYS-REST
002500     MOVE ZERO TO CD-JOURS-OUVRES
002505     MOVE ZERO TO CD-JOURS-CONVENTION CD-FRACTION-ANNEE
002510     IF DATES-FORMAT-8
002520        PERFORM      CONVERSION-8-DEB
002530                     THRU
003370        PERFORM      APPEL-SPJOUVR-DEB
003380                     THRU
003390                     APPEL-SPJOUVR-FIN
003400     END-IF
003401     IF NOT CD-CONV-AUCUNE
003402        PERFORM      CONVENTION-DEB
003403                     THRU
003404                     CONVENTION-FIN
003405     END-IF.
003410 ASUP-FIN.
003420     EXIT.
003430 EXIT-GOBACK-PROGRAM.
004430        MOVE DIFF-REVERSED-SW TO DTFAUD-REVERSED-SW
004440        MOVE DATREF TO DTFAUD-REFERENCE
004450        MOVE WS-DATE-JOUR TO DTFAUD-DATE-ECRITURE
004452        MOVE CD-CONVENTION-SW TO DTFAUD-CONVENTION
004454        MOVE CD-JOURS-CONVENTION TO DTFAUD-JOURS-CONVENTION
004456        MOVE CD-FRACTION-ANNEE TO DTFAUD-FRACTION-ANNEE
004460        GO TO AUDIT-ECRITURE-FIN
004470     END-IF
004480     IF WS-AUDIT-FERME
004650        MOVE DIFF-REVERSED-SW TO DIFAU01-REVERSED-SW
004660        MOVE DATREF TO DIFAU01-REFERENCE
004670        MOVE WS-DATE-JOUR TO DIFAU01-DATE-ECRITURE
004672        MOVE CD-CONVENTION-SW TO DIFAU01-CONVENTION
004674        MOVE CD-JOURS-CONVENTION TO DIFAU01-JOURS-CONVENTION
004676        MOVE CD-FRACTION-ANNEE TO DIFAU01-FRACTION-ANNEE
004678        MOVE SPACES TO DIFAU01-ORIGINE
004680        WRITE DIFAU01-REC
004690        IF WS-AUD-FILE-STAT NOT = '00'
004700           DISPLAY 'DIFDA2 - ERREUR ECRITURE DIFAU01 - STATUT : '
005210                     ASUP-FIN.
005220 CONVERSION-8-FIN.
005230     EXIT.
005240**--------------------------------------------------------
005250*    CONVENTION - DECOMPTE DES JOURS SELON LA CONVENTION DEMANDEE
005260*    PAR L'APPELANT (CD-CONVENTION-SW) ET FRACTION D'ANNEE.
005270*    ACT/360 ET ACT/365 : LE NOMBRE REEL DE JOURS (DATE-DIFF) SUR
005280*    360 OU 365.  30E/360 ET 30/360 US : 360 * ANNEES + 30 * MOIS
005290*    + JOURS SUR LES DATES CIVILES, APRES AJUSTEMENT DES 31 (ET
005300*    DES FINS DE FEVRIER EN US), SUR 360.  DEBUT = DAT1A, FIN =
005310*    DAT2A - UNE PAIRE INVERSEE DONNE UN DECOMPTE NEGATIF, COMME
005320*    DATE-DIFF.
005330**--------------------------------------------------------
005340 CONVENTION-DEB.
005350     IF CD-CONV-ACT-360
005360        MOVE DATE-DIFF TO CD-JOURS-CONVENTION
005370        MOVE 360 TO CNV-BASE
005380        GO TO CONVENTION-FRACTION
005390     END-IF
005400     IF CD-CONV-ACT-365
005410        MOVE DATE-DIFF TO CD-JOURS-CONVENTION
005420        MOVE 365 TO CNV-BASE
005430        GO TO CONVENTION-FRACTION
005440     END-IF
005450     IF NOT CD-CONV-30E-360
005460        AND NOT CD-CONV-30US-360
005470        GO TO CONVENTION-FIN
005480     END-IF
005490     PERFORM         CNV-DATES-CIVILES
005500                     THRU
005510                     CNV-DATES-CIVILES-FIN
005520     IF CNV-DATES-KO
005530        GO TO CONVENTION-FIN
005540     END-IF
005550     MOVE CNV-D1-JJ TO CNV-J1
005560     MOVE CNV-D2-JJ TO CNV-J2
005570     IF CD-CONV-30US-360
005580        PERFORM      CNV-REGLES-US
005590                     THRU
005600                     CNV-REGLES-US-FIN
005610     ELSE
005620        IF CNV-J1 = 31
005630           MOVE 30 TO CNV-J1
005640        END-IF
005650        IF CNV-J2 = 31
005660           MOVE 30 TO CNV-J2
005670        END-IF
005680     END-IF
005690     COMPUTE CD-JOURS-CONVENTION =
005700             360 * (CNV-D2-SSAA - CNV-D1-SSAA)
005710           + 30 * (CNV-D2-MM - CNV-D1-MM)
005720           + CNV-J2 - CNV-J1
005730     MOVE 360 TO CNV-BASE.
005740 CONVENTION-FRACTION.
005750     COMPUTE CD-FRACTION-ANNEE ROUNDED =
005760             CD-JOURS-CONVENTION / CNV-BASE
005770        ON SIZE ERROR
005780           MOVE ZERO TO CD-FRACTION-ANNEE
005790           MOVE 'O' TO DIFF-OVERFLOW-SW
005800     END-COMPUTE.
005810 CONVENTION-FIN.
005820     EXIT.
005830**--------------------------------------------------------
005840*    CNV-REGLES-US - AJUSTEMENTS 30/360 US (REGLE FIN DE MOIS) :
005850*    DEBUT ET FIN AU DERNIER JOUR DE FEVRIER -> FIN = 30; DEBUT
005860*    AU DERNIER JOUR DE FEVRIER -> DEBUT = 30; FIN = 31 ET DEBUT
005870*    30 OU 31 -> FIN = 30; DEBUT = 31 -> DEBUT = 30.
005880**--------------------------------------------------------
005890 CNV-REGLES-US.
005900     MOVE CNV-DATE-1 TO CNV-DATE-CTL
005910     PERFORM         CNV-FIN-FEVRIER
005920                     THRU
005930                     CNV-FIN-FEVRIER-FIN
005940     MOVE CNV-FIN-FEV-SW TO CNV-FEV1-SW
005950     MOVE CNV-DATE-2 TO CNV-DATE-CTL
005960     PERFORM         CNV-FIN-FEVRIER
005970                     THRU
005980                     CNV-FIN-FEVRIER-FIN
005990     MOVE CNV-FIN-FEV-SW TO CNV-FEV2-SW
006000     IF CNV-FEV1 AND CNV-FEV2
006010        MOVE 30 TO CNV-J2
006020     END-IF
006030     IF CNV-FEV1
006040        MOVE 30 TO CNV-J1
006050     END-IF
006060     IF CNV-J2 = 31 AND CNV-J1 NOT < 30
006070        MOVE 30 TO CNV-J2
006080     END-IF
006090     IF CNV-J1 = 31
006100        MOVE 30 TO CNV-J1
006110     END-IF.
006120 CNV-REGLES-US-FIN.
006130     EXIT.
006140**--------------------------------------------------------
006150*    CNV-FIN-FEVRIER - CNV-FIN-FEV A 'O' SI CNV-DATE-CTL EST LE
006160*    DERNIER JOUR DE FEVRIER (LE 29, OU LE 28 D'UNE ANNEE NON
006170*    BISSEXTILE - REGLE GREGORIENNE COMPLETE).
006180**--------------------------------------------------------
006190 CNV-FIN-FEVRIER.
006200     MOVE 'N' TO CNV-FIN-FEV-SW
006210     IF CNV-CTL-MM NOT = 2
006220        GO TO CNV-FIN-FEVRIER-FIN
006230     END-IF
006240     IF CNV-CTL-JJ = 29
006250        MOVE 'O' TO CNV-FIN-FEV-SW
006260        GO TO CNV-FIN-FEVRIER-FIN
006270     END-IF
006280     IF CNV-CTL-JJ NOT = 28
006290        GO TO CNV-FIN-FEVRIER-FIN
006300     END-IF
006310     MOVE 'O' TO CNV-FIN-FEV-SW
006320     DIVIDE CNV-CTL-SSAA BY 4 GIVING CNV-QUOT
006330                              REMAINDER CNV-RESTE
006340     IF CNV-RESTE NOT = 0
006350        GO TO CNV-FIN-FEVRIER-FIN
006360     END-IF
006370     DIVIDE CNV-CTL-SSAA BY 100 GIVING CNV-QUOT
006380                                REMAINDER CNV-RESTE
006390     IF CNV-RESTE NOT = 0
006400        MOVE 'N' TO CNV-FIN-FEV-SW
006410        GO TO CNV-FIN-FEVRIER-FIN
006420     END-IF
006430     DIVIDE CNV-CTL-SSAA BY 400 GIVING CNV-QUOT
006440                                REMAINDER CNV-RESTE
006450     IF CNV-RESTE = 0
006460        MOVE 'N' TO CNV-FIN-FEV-SW
006470     END-IF.
006480 CNV-FIN-FEVRIER-FIN.
006490     EXIT.
006500**--------------------------------------------------------
006510*    CNV-DATES-CIVILES - DATES SSAAMMJJ DE DEBUT ET DE FIN POUR
006520*    LES CONVENTIONS 30/360.  CHEMIN 8 CHIFFRES : DAT1A8/DAT2A8
006530*    TELLES QUELLES (DEJA CONTROLEES PAR SPABS8).  CHEMIN 6
006540*    CHIFFRES : LE SIECLE RETENU EST CELUI DONT LE NUMERO SPABS8
006550*    EGALE LA CONVERSION SP2000 DEJA FAITE (DATE-DE/DATE-FIN).
006560**--------------------------------------------------------
006570 CNV-DATES-CIVILES.
006580     MOVE 'O' TO CNV-DATES-SW
006590     IF DATES-FORMAT-8
006600        MOVE DAT1A8 TO CNV-DATE-1
006610        MOVE DAT2A8 TO CNV-DATE-2
006620        GO TO CNV-DATES-CIVILES-FIN
006630     END-IF
006640     MOVE DAT1A TO CNV-D8-AAMMJJ
006650     MOVE DATE-DE TO CNV-ABS
006660     PERFORM         CNV-SIECLE
006670                     THRU
006680                     CNV-SIECLE-FIN
006690     IF CNV-DATES-KO
006700        GO TO CNV-DATES-CIVILES-FIN
006710     END-IF
006720     MOVE CNV-DATE8 TO CNV-DATE-1
006730     MOVE DAT2A TO CNV-D8-AAMMJJ
006740     MOVE DATE-FIN TO CNV-ABS
006750     PERFORM         CNV-SIECLE
006760                     THRU
006770                     CNV-SIECLE-FIN
006780     MOVE CNV-DATE8 TO CNV-DATE-2.
006790 CNV-DATES-CIVILES-FIN.
006800     EXIT.
006810 CNV-SIECLE.
006820     MOVE '19' TO CNV-D8-SS
006830     MOVE CNV-DATE8 TO ABS-DATE-SSAAMMJJ
006840     CALL "SPABS8"   USING DTFABS-REC
006850     IF ABS-STATUS-OK AND ABS-JOUR = CNV-ABS
006860        GO TO CNV-SIECLE-FIN
006870     END-IF
006880     MOVE '20' TO CNV-D8-SS
006890     MOVE CNV-DATE8 TO ABS-DATE-SSAAMMJJ
006900     CALL "SPABS8"   USING DTFABS-REC
006910     IF ABS-STATUS-OK AND ABS-JOUR = CNV-ABS
006920        GO TO CNV-SIECLE-FIN
006930     END-IF
006940     MOVE 'N' TO CNV-DATES-SW.
006950 CNV-SIECLE-FIN.
006960     EXIT.
