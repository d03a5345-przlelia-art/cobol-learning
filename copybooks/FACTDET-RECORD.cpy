000010*----------------------------------------------------------------
000020* FACTDET-RECORD - ONE INVOICED LINE ON FACTDET.DAT, WRITTEN BY
000030* TTC NEXT TO THE FACTENCR.DAT SUMMARY LINE OF THE SAME INVOICE
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. FACTURES.DAT ONLY KEEPS THE
000060*                 PRINTED TEXT, SO THE ELECTRONIC INVOICE
000070*                 (EFACTURES) HAD NO STRUCTURED LINES TO SEND.
000080*                 AMOUNTS ARE IN EUR AFTER CONVERSION AND
000090*                 DISCOUNT, WITH THE VAT CATEGORY AND RATE TTC
000100*                 APPLIED. FDT-PORT MARKS A DELIVERY CHARGE LINE,
000110*                 FDT-REFERENCE THEN HOLDS THE ORDER NUMBER.
000120*----------------------------------------------------------------
000130 01  FACTDET-RECORD.
000140     05 FDT-NUM-FACTURE       PIC 9(06).
000150     05 FDT-NUM-LIGNE         PIC 9(03).
000160     05 FDT-TYPE              PIC X(01).
000170         88 FDT-ARTICLE               VALUE " ".
000180         88 FDT-PORT                  VALUE "P".
000190     05 FDT-REFERENCE         PIC X(08).
000200     05 FDT-QUANTITE          PIC 9(03).
000210     05 FDT-PRIX-UNITAIRE     PIC 9(07)V99.
000220     05 FDT-REMISE            PIC 9(02)V99.
000230     05 FDT-MONTANT-HT        PIC 9(07)V99.
000240     05 FDT-CATEGORIE-TVA     PIC 9(01).
000250     05 FDT-TAUX-TVA          PIC 9(02)V99.
000260     05 FDT-MONTANT-TVA       PIC 9(08)V99.
