000010*----------------------------------------------------------------
000020* NOMENCL-RECORD - ONE COMPONENT LINE OF A KIT ON NOMENCL.DAT,
000030* KEYED BY KIT CODE AND COMPONENT CODE
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. BILL OF MATERIALS FOR GIFT BOXES
000060*                 AND STARTER KITS : THE KIT IS AN ORDINARY
000070*                 PRODUITS.DAT CODE (LABEL, PRICE, VAT) WHOSE
000080*                 STOCK IS ITS COMPONENTS' BOUTIQUE STOCK.
000090*                 MAINTAINED BY NOMENCLMAJ, READ THROUGH
000095*                 KITCOMPOSANTS.
000100*----------------------------------------------------------------
000110 01  NOMENCL-RECORD.
000120     05 NOM-CLE.
000130         10 NOM-KIT           PIC X(04).
000140         10 NOM-COMPOSANT     PIC X(04).
000150     05 NOM-QUANTITE          PIC 9(03).
