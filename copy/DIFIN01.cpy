000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFIN01
000030*    DESCRIPTION....: INPUT RECORD FOR DIFBATCH - ONE DATE
000040*                      PAIR TO BE HANDED TO DIFDA2.  55 BYTES.
000050*    MODIFICATION HISTORY...:
000060*    DATE       INIT  DESCRIPTION
000070*    ---------  ----  --------------------------------------
000210*                     FEED STILL IN TRANSITION USES THE
000220*                     DIFIN01-CORPS-6 VIEW (6-DIGIT DATES AT
000230*                     THE OLD OFFSETS, 4 TRAILING FILLER).
000231*    2026-10-15 JPL   ADDED DIFIN01-ENCOURS AFTER THE BODY - AN
000232*                     OPTIONAL OUTSTANDING AMOUNT (COLS 38-52,
000233*                     9(13)V99 UNSIGNED, NO DECIMAL POINT) AND
000234*                     ITS CURRENCY (COLS 53-55, BLANK = EUR) ON
000235*                     A DETAIL RECORD, CARRIED ONTO DIFOU01 FOR
000236*                     THE DIFPENA LATE-PAYMENT PENALTY STEP.
000237*                     BLANK ON HEADER AND TRAILER RECORDS AND ON
000238*                     FEEDS THAT HAVE NO AMOUNT.  RECORD IS NOW
000239*                     55 BYTES.
000240**--------------------------------------------------------
000250 01  DIFIN01-REC.
000260     03  DIFIN01-TYPE            PICTURE         X(1).
000480         05  DIFIN01-FIN-NB-DETAILS
000490                                 PICTURE         9(9).
000500         05  FILLER              PICTURE         X(27).
000510     03  DIFIN01-ENCOURS.
000520         05  DIFIN01-MONTANT     PICTURE         X(15).
000530         05  DIFIN01-MONTANT-R REDEFINES DIFIN01-MONTANT
000540                                 PICTURE         9(13)V99.
000550         05  DIFIN01-DEVISE      PICTURE         X(3).
