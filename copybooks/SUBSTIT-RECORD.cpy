000010*----------------------------------------------------------------
000020* SUBSTIT-RECORD - ONE ACCEPTABLE REPLACEMENT FOR ONE PRODUCT ON
000030* SUBSTITS.DAT, KEYED BY THE PRODUCT AND ITS REPLACEMENT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. A PRODUCT CAN HAVE SEVERAL
000060*                 REPLACEMENTS (SAME USE, ANOTHER BRAND OR SIZE),
000070*                 ONE RECORD EACH. COMMANDE OFFERS THE ONES IN
000080*                 STOCK WHEN THE SHELF IS SHORT. MAINTAINED BY
000090*                 SUBSTITMAJ.
000100*----------------------------------------------------------------
000110 01  SUBSTIT-RECORD.
000120     05 SUB-CLE.
000130         10 SUB-CODE-PROD     PIC X(04).
000140         10 SUB-CODE-REMPL    PIC X(04).
000150     05 SUB-MOTIF             PIC X(30).
