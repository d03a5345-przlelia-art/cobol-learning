000010*----------------------------------------------------------------
000020* KIT-TABLE - THE COMPONENTS OF ONE KIT AS RETURNED BY
000030* KITCOMPOSANTS; KIT-NB-COMPOSANTS ZERO MEANS NOT A KIT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. SHARED BY KITCOMPOSANTS AND EVERY
000060*                 PROGRAM THAT MOVES A KIT'S STOCK.
000070*----------------------------------------------------------------
000080 01  KIT-TABLE.
000090     05 KIT-NB-COMPOSANTS     PIC 9(02).
000100     05 KIT-LIGNE OCCURS 20 TIMES INDEXED BY KIT-IDX.
000110         10 KIT-COMPOSANT     PIC X(04).
000120         10 KIT-QUANTITE      PIC 9(03).
