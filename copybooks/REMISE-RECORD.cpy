000010*----------------------------------------------------------------
000020* REMISE-RECORD - ONE DISCOUNT LINE GRANTED ON A FEE INVOICE,
000030* APPENDED TO REMISES.DAT BY FACTURERELEVES
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. REM-TYPE IS THE SCHOLARSHIP TYPE
000060*                 OF BOURSES.DAT, OR "FAM2"/"FAM3" FOR THE FAMILY
000070*                 DISCOUNT. FEEDS THE YEARLY TOTALS BY TYPE.
000080*----------------------------------------------------------------
000090 01  REMISE-RECORD.
000100     05 REM-ANNEE             PIC 9(04).
000110     05 REM-STU-ID            PIC X(06).
000120     05 REM-NUM-FACTURE       PIC 9(06).
000130     05 REM-TYPE              PIC X(04).
000140     05 REM-LIBELLE           PIC X(20).
000150     05 REM-FRAIS             PIC X(04).
000160     05 REM-MONTANT-HT        PIC 9(07)V99.
000170     05 REM-MONTANT-TTC       PIC 9(07)V99.
