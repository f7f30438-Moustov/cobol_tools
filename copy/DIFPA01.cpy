000430*                                 'M' MODIFIED FOLLOWING.
000440*                                 SPACE = KEEP THE DATE AS
000450*                                 COMPUTED (HISTORICAL).
000452*                      COL  30    DAY-COUNT CONVENTION RETURNED
000454*                                 WITH EVERY DIFF : '1' ACT/360,
000456*                                 '2' ACT/365, '3' 30E/360
000457*                                 (EUROPEAN), '4' 30/360 US
000458*                                 (END-OF-MONTH RULE).  SPACE =
000459*                                 NONE (HISTORICAL).
000460*    MODIFICATION HISTORY...:
000470*    DATE       INIT  DESCRIPTION
000480*    ---------  ----  --------------------------------------
000770*                     FIRST CARD'S DATE ARRETE.  THE SECOND
000780*                     (TRANCHES) CARD MUST BE PRESENT, BLANK IF
000790*                     NEED BE, FOR THE THIRD TO BE READ.
000792*    2026-10-15 JPL   ADDED THE DAY-COUNT CONVENTION (COL 30,
000794*                     1-4) DIFDA2 APPLIES ALONGSIDE DATE-DIFF,
000796*                     SO THE CONVENTION COUNT AND YEAR FRACTION
000798*                     COME OUT ON DIFOU01 INSTEAD OF BEING
000799*                     REDONE BY HAND FROM THE EXTRACT.
000800**--------------------------------------------------------
000810 01  DIFPA01-REC.
000820     03  DIFPA01-DATE-ARRETE     PICTURE         X(8).
001070         88  DIFPA01-ROULE-SUIVANT       VALUE   'S'.
001080         88  DIFPA01-ROULE-PRECEDENT     VALUE   'P'.
001090         88  DIFPA01-ROULE-MODIFIE       VALUE   'M'.
001100     03  FILLER                  PICTURE         X(1).
001102     03  DIFPA01-CONVENTION      PICTURE         X(1).
001104         88  DIFPA01-CONVENTION-VALIDE   VALUE   ' '
001106                                                 '1' THRU '4'.
001108     03  FILLER                  PICTURE         X(50).
001110 01  DIFPA01-TRANCHES-REC.
001120     03  DIFPA01-TRANCHES.
001130         05  DIFPA01-TRANCHE-BORNE
