000010*----------------------------------------------------------------
000020* FOURNISSEUR-RECORD - ONE RECORD OF FOURNSSR.DAT, KEYED BY
000030* FRN-CODE
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. FOURNISSEURMAJ AND
000060*                 COMMANDEFOURNISSEUR CARRIED THEIR OWN COPY OF
000070*                 THE SUPPLIER LAYOUT; FACTUREFRN NOW READS IT
000080*                 TOO, SO IT MOVES HERE THE WAY PRODUIT-RECORD
000090*                 DID. ADD THE PAYMENT TERMS : FRN-DELAI-PAIEMENT
000100*                 DAYS FROM THE INVOICE DATE, PUSHED TO THE END
000110*                 OF THAT MONTH WHEN FRN-FIN-DE-MOIS IS "O". ZERO
000120*                 ON OLDER RECORDS IS TAKEN AS 30 DAYS.
000121* 2026-10-15  LM  ADD FRN-DELAI-MESURE, THE AVERAGE LEAD TIME
000122*                 ACTUALLY SEEN ON RECEIPTS, SET BY SCOREFRN ON
000123*                 REQUEST (FRN-DATE-MESURE = WHEN). WHEN NOT ZERO
000124*                 IT REPLACES THE PROMISED FRN-DELAI IN
000125*                 COMMANDEFOURNISSEUR AND COUVERTURESTOCK.
000130*----------------------------------------------------------------
000140 01  FOURNISSEUR-RECORD.
000150     05 FRN-CODE             PIC X(04).
000160     05 FRN-NOM              PIC X(20).
000170     05 FRN-CONTACT          PIC X(24).
000180     05 FRN-DELAI            PIC 9(03).
000190     05 FRN-DELAI-PAIEMENT   PIC 9(03).
000200     05 FRN-FIN-DE-MOIS      PIC X(01).
000210         88 FRN-PAIEMENT-FIN-MOIS     VALUE "O".
000211     05 FRN-DELAI-MESURE     PIC 9(03).
000212     05 FRN-DATE-MESURE      PIC 9(08).
