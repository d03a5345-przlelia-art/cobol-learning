000010*----------------------------------------------------------------
000020* TARIFLIV-RECORD - ONE DELIVERY TARIFF ON TARIFLIV.DAT, KEYED BY
000030* THE REGION CODE CARRIED ON VILLE-RECORD
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. THE CHARGE FOR A DROP IS THE
000060*                 FLAT TRF-FORFAIT, PLUS TRF-SURCHARGE-KG FOR
000070*                 EVERY KG OVER TRF-POIDS-INCLUS. AN ORDER WORTH
000080*                 TRF-SEUIL-FRANCO OR MORE (HT) TRAVELS FREE - A
000090*                 ZERO THRESHOLD MEANS NEVER FREE. MAINTAINED BY
000100*                 TARIFLIVMAJ, APPLIED BY COMMANDE.
000110*----------------------------------------------------------------
000120 01  TARIFLIV-RECORD.
000130     05 TRF-REGION            PIC X(03).
000140     05 TRF-FORFAIT           PIC 9(05)V99.
000150     05 TRF-SEUIL-FRANCO      PIC 9(07)V99.
000160     05 TRF-POIDS-INCLUS      PIC 9(05)V9.
000170     05 TRF-SURCHARGE-KG      PIC 9(03)V99.
