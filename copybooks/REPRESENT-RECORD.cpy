000010*----------------------------------------------------------------
000020* REPRESENT-RECORD - ONE FIELD SALES REP ON REPRESENT.DAT, KEYED
000030* BY THE REP CODE CARRIED AS CLI-REPRESENTANT / CMD-REPRESENTANT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. REP-TAUX IS THE COMMISSION RATE IN
000060*                 PERCENT ON THE NET HT OF THE REP'S CUSTOMERS'
000070*                 ORDERS; UP TO FIVE PRODUCT FAMILIES (SEE
000080*                 PROD-FAMILLE) CAN CARRY A RATE OF THEIR OWN.
000090*                 A BLANK FAMILY SLOT IS UNUSED. MAINTAINED BY
000100*                 REPRESENTMAJ, READ BY COMMISSIONS.
000110*----------------------------------------------------------------
000120 01  REPRESENT-RECORD.
000130     05 REP-CODE              PIC X(04).
000140     05 REP-NOM               PIC X(30).
000150     05 REP-TAUX              PIC 9(02)V99.
000160     05 REP-TAUX-FAMILLE OCCURS 5 TIMES INDEXED BY REP-IDX.
000170         10 REP-FAMILLE       PIC X(03).
000180         10 REP-FAM-TAUX      PIC 9(02)V99.
