000010*----------------------------------------------------------------
000020* PRET-RECORD - ONE PRETS.DAT RECORD PER MEMBER LOAN, KEYED BY
000030* PRT-NUMERO
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. WRITTEN BY PRETS, UPDATED BY THE
000060*                 ORDRESPERMANENTS MONTHLY RUN AS EACH INSTALMENT
000070*                 IS POSTED. AMOUNTS IN WHOLE UNITS LIKE THE
000080*                 LEDGER; PRT-TAUX IS THE ANNUAL RATE IN PERCENT.
000090*                 THE SCHEDULE ITSELF IS ON AMORTISS.DAT.
000100*----------------------------------------------------------------
000110 01  PRET-RECORD.
000120     05 PRT-NUMERO            PIC 9(06).
000130     05 PRT-COMPTE            PIC X(06).
000140     05 PRT-CAPITAL           PIC 9(07).
000150     05 PRT-TAUX              PIC 9(02)V9(03).
000160     05 PRT-NB-ECHEANCES      PIC 9(03).
000170     05 PRT-MOIS-DEBUT        PIC 9(06).
000180     05 PRT-JOUR              PIC 9(02).
000190     05 PRT-MENSUALITE        PIC 9(07).
000200     05 PRT-CAPITAL-RESTANT   PIC 9(07).
000210     05 PRT-NB-PAYEES         PIC 9(03).
000220     05 PRT-INTERETS-PAYES    PIC 9(07).
000230     05 PRT-REMB-ANTICIPE     PIC 9(07).
000240     05 PRT-DATE-ANTICIPE     PIC 9(08).
000250     05 PRT-DATE-CREATION     PIC 9(08).
000260     05 PRT-STATUT            PIC X(01).
000270         88 PRT-EN-COURS              VALUE "E".
000280         88 PRT-REMBOURSE             VALUE "R".
