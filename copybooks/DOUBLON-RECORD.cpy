000010*----------------------------------------------------------------
000020* DOUBLON-RECORD - ONE DOUBLONS.DAT RECORD PER GROUP OF IDENTICAL
000030* TRANSACT.DAT MOVEMENTS, KEYED BY THE MOVEMENT ITSELF
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. DBL-CLE LINES UP FIELD FOR FIELD
000060*                 WITH TR-MOUVEMENT (ACCOUNT, SENSE, AMOUNT, TYPE,
000070*                 DATE) SO A MOVEMENT IS LOOKED UP WITH A SINGLE
000080*                 MOVE. WRITTEN "S" BY DOUBLONSDETECT, DECIDED "C"
000090*                 OR "E" IN DOUBLONSREVUE. SOLDEBATCH HOLDS BACK
000100*                 EVERY MOVEMENT OF A GROUP STILL "S".
000110*----------------------------------------------------------------
000120 01  DOUBLON-RECORD.
000130     05 DBL-CLE.
000140         10 DBL-COMPTE        PIC X(06).
000150         10 DBL-SENS          PIC X(01).
000160         10 DBL-MONTANT       PIC 9(04).
000170         10 DBL-TYPE          PIC X(02).
000180         10 DBL-DATE          PIC 9(08).
000190     05 DBL-NB-OCCURRENCES    PIC 9(03).
000200     05 DBL-STATUT            PIC X(01).
000210         88 DBL-SUSPECT               VALUE "S".
000220         88 DBL-CONFIRME              VALUE "C".
000230         88 DBL-ECARTE                VALUE "E".
000240     05 DBL-NB-ADMIS          PIC 9(03).
000250     05 DBL-DATE-DETECTION    PIC 9(08).
000260     05 DBL-DATE-DECISION     PIC 9(08).
000270     05 DBL-OPERATEUR         PIC X(20).
