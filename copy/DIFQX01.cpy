000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFQX01
000030*    DESCRIPTION....: DATA-QUALITY WORK RECORD - ONE PER RECORD
000040*                      OF A DIFIN01 FEED, WRITTEN BY DIFQEXT IN
000050*                      FEED ORDER, SORTED ON KEY + SEQUENCE FOR
000060*                      DIFQUAL, WHICH WRITES THE ACCEPTED ONES
000070*                      BACK IN THE SAME LAYOUT; A LAST SORT ON THE
000080*                      SEQUENCE WITH OUTREC 30,55 GIVES THE
000090*                      CONTROLLED DIFIN01 FEED IN ORIGINAL ORDER.
000100*                      84 BYTES.  THE KEY IS THE DETAIL'S
000110*                      REFERENCE (WHICHEVER THE FEED FORMAT), LOW-
000120*                      VALUES FOR THE HEADER AND HIGH-VALUES FOR
000130*                      THE TRAILER SO THE SORTED FILE STILL OPENS
000140*                      WITH THE HEADER AND CLOSES WITH THE
000150*                      TRAILER.  THE SEQUENCE IS THE RECORD'S RANK
000160*                      IN THE FEED (HEADER 0).
000170*    MODIFICATION HISTORY...:
000180*    DATE       INIT  DESCRIPTION
000190*    ---------  ----  --------------------------------------
000200*    2026-10-15 JPL   INITIAL VERSION.
000210**--------------------------------------------------------
000220 01  DIFQX01-REC.
000230     03  DIFQX01-CLE             PICTURE         X(20).
000240         88  DIFQX01-CLE-ENTETE          VALUE   LOW-VALUES.
000250         88  DIFQX01-CLE-FIN             VALUE   HIGH-VALUES.
000260     03  DIFQX01-SEQUENCE        PICTURE         9(9).
000270     03  DIFQX01-ENREG           PICTURE         X(55).
