000010**--------------------------------------------------------
000020*    COPYBOOK.......: DIFHD01
000030*    DESCRIPTION....: HOLD RECORD (DETAIL MIS EN ATTENTE) - ONE
000040*                      PER DIFIN01 DETAIL THE DIFQUAL GATE KEPT
000050*                      OUT OF THE RUN, WITH THE REASON, THE FEED
000060*                      IT CAME FROM AND ITS RANK IN THAT FEED, AND
000070*                      THE DETAIL ITSELF UNCHANGED FOR THE
000080*                      UPSTREAM SYSTEM TO CORRECT AND RESEND.
000090*                      80 BYTES.  REASON CODES :
000100*                      'RB' REFERENCE A BLANC.
000110*                      'DB' REFERENCE EN DOUBLE DANS LE FLUX
000120*                           (EVERY OCCURRENCE IS HELD).
000130*                      'DF' DATE POSTERIEURE A LA DATE ARRETE.
000140*                      'DA' DATE AU-DELA DE LA LIMITE D'AGE.
000150*                      'VE' REFERENCE DEJA TRAITEE LA VEILLE AVEC
000160*                           D'AUTRES DATES.
000170*                      A DETAIL WITH SEVERAL DEFECTS CARRIES THE
000180*                      FIRST ONE IN THAT ORDER.
000190*    MODIFICATION HISTORY...:
000200*    DATE       INIT  DESCRIPTION
000210*    ---------  ----  --------------------------------------
000220*    2026-10-15 JPL   INITIAL VERSION.
000230**--------------------------------------------------------
000240 01  DIFHD01-REC.
000250     03  DIFHD01-MOTIF           PICTURE         X(2).
000260         88  DIFHD01-REF-BLANC           VALUE   'RB'.
000270         88  DIFHD01-DOUBLON             VALUE   'DB'.
000280         88  DIFHD01-DATE-FUTURE         VALUE   'DF'.
000290         88  DIFHD01-DATE-ANCIENNE       VALUE   'DA'.
000300         88  DIFHD01-ECART-VEILLE        VALUE   'VE'.
000310     03  DIFHD01-ENT-DATE        PICTURE         X(6).
000320     03  DIFHD01-ENT-ID-FLUX     PICTURE         X(8).
000330     03  DIFHD01-SEQUENCE        PICTURE         9(9).
000340     03  DIFHD01-DETAIL          PICTURE         X(55).
