000010*----------------------------------------------------------------
000020* DEVIS-RECORD - ONE QUOTED LINE OF DEVIS.DAT, UNDER ITS OWN
000025* NUMBER
000030*----------------------------------------------------------------
000040* 2026-10-15  LM  NEW COPYBOOK. THE LAYOUT LEAVES DEVIS NOW THAT
000050*                 QTERESERVEE AND RESERVATIONS READ THE FILE TOO.
000060*                 ADD DEV-RESERVE : AN ACTIVE QUOTE MARKED "O"
000070*                 HOLDS ITS QUANTITY AGAINST THE BOUTIQUE STOCK
000080*                 UNTIL DEV-EXPIRATION (INCLUDED). CONVERSION OR
000090*                 EXPIRY ENDS THE HOLD WITHOUT ANY UPDATE. BLANK
000100*                 ON QUOTES WRITTEN BEFORE THE FIELD EXISTED - NO
000105*                 HOLD.
000110*----------------------------------------------------------------
000120 01  DEVIS-RECORD.
000130     05 DEV-NUM              PIC 9(08).
000140     05 DEV-CLIENT           PIC X(10).
000150     05 DEV-CODE-PROD        PIC X(04).
000160     05 DEV-QUANTITE         PIC 9(05).
000170     05 DEV-PRIX-UNITAIRE    PIC 9(05)V99.
000180     05 DEV-MONTANT          PIC 9(07)V99.
000190     05 DEV-DATE             PIC 9(08).
000200     05 DEV-EXPIRATION       PIC 9(08).
000210     05 DEV-STATUT           PIC X(01).
000220         88 DEV-ACTIF                 VALUE "A" " ".
000230         88 DEV-CONVERTI              VALUE "C".
000240     05 DEV-PRIX-SRC         PIC X(01).
000250     05 DEV-CAMPAGNE         PIC X(08).
000260     05 DEV-RESERVE          PIC X(01).
000270         88 DEV-STOCK-RESERVE         VALUE "O".
