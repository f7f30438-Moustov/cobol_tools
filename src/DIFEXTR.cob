000230*                  SPREADSHEET.  ROWS READ AND SELECTED ARE
000240*                  COUNTED ON SYSOUT SO THE EXTRACT IS
000250*                  VERIFIABLE.
000251* 2026-10-15 JPL   THREE NEW COLUMNS AFTER ECHEANCE - THE DAY-
000252*                  COUNT CONVENTION CODE (C), THE CONVENTION DAY
000253*                  COUNT (JOURSCNV) AND THE YEAR FRACTION
000254*                  (FRACTION) DIFDA2 NOW WRITES ON DIFOU01, SO
000255*                  CREDIT AND TREASURY STOP REDOING THE 30/360
000256*                  AND ACT/360 COUNTS BY HAND.  DIFCS01 IS NOW
000257*                  100 BYTES.
000260*--------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000490     COPY    DIFOU01.
000500 FD  DIFCS01-FILE
000510     RECORDING MODE              F.
000520 01  DIFCS01-LIGNE               PICTURE         X(100).
000530 FD  DIFPX01-FILE
000540     RECORDING MODE              F.
000550     COPY    DIFPX01.
001550                                 VALUE           ';'.
001560     03  FILLER                  PICTURE         X(8)
001570                                 VALUE           'ECHEANCE'.
001572     03  FILLER                  PICTURE         X(1)
001574                                 VALUE           ';'.
001576     03  FILLER                  PICTURE         X(1)
001578                                 VALUE           'C'.
001580     03  FILLER                  PICTURE         X(1)
001582                                 VALUE           ';'.
001584     03  FILLER                  PICTURE         X(8)
001586                                 VALUE           'JOURSCNV'.
001588     03  FILLER                  PICTURE         X(1)
001590                                 VALUE           ';'.
001592     03  FILLER                  PICTURE         X(11)
001594                                 VALUE           'FRACTION'.
001596     03  FILLER                  PICTURE         X(6)
001598                                 VALUE           SPACES.
001600 01  WS-CS-DETAIL.
001610     03  WS-CS-REFERENCE         PICTURE         X(20).
001620     03  FILLER                  PICTURE         X(1)
001830     03  FILLER                  PICTURE         X(1)
001840                                 VALUE           ';'.
001850     03  WS-CS-ECHEANCE          PICTURE         X(8).
001852     03  FILLER                  PICTURE         X(1)
001854                                 VALUE           ';'.
001856     03  WS-CS-CONVENTION        PICTURE         X(1).
001858     03  FILLER                  PICTURE         X(1)
001860                                 VALUE           ';'.
001862     03  WS-CS-JOURS-CNV         PICTURE         -9999999.
001864     03  FILLER                  PICTURE         X(1)
001866                                 VALUE           ';'.
001868     03  WS-CS-FRACTION          PICTURE         -ZZ9.999999.
001870     03  FILLER                  PICTURE         X(6)
001872                                 VALUE           SPACES.
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE SECTION.
001900 0000-DEBUT.
004990     MOVE DIFOU01-STATUS TO WS-CS-STATUS
005000     MOVE DIFOU01-REVERSED-SW TO WS-CS-REVERSED
005010     MOVE DIFOU01-DATE-ECHEANCE TO WS-CS-ECHEANCE
005012     MOVE DIFOU01-CONVENTION TO WS-CS-CONVENTION
005014     MOVE DIFOU01-JOURS-CONVENTION TO WS-CS-JOURS-CNV
005016     MOVE DIFOU01-FRACTION-ANNEE TO WS-CS-FRACTION
005020     MOVE WS-CS-DETAIL TO DIFCS01-LIGNE
005030     PERFORM         2900-ECRIT-LIGNE
005040                     THRU
