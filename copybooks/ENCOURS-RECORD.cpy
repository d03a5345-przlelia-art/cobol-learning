000080*                 SUMMARY LINE PER INVOICE, AND REGLEMENTS BOOKS
000090*                 PAYMENTS AGAINST IT FOR THE AGING AND DUNNING
000100*                 REPORTS.
000101* 2026-10-15  LM  ADD ENC-STATUT, ENC-REMISE AND ENC-MOTIF-REJET
000102*                 FOR DIRECT DEBIT : PRELEVEMENTS SETS "E" WITH
000103*                 THE COLLECTION BATCH NUMBER, AND "R" WITH THE
000104*                 BANK'S REJECT CODE WHEN THE DEBIT COMES BACK
000105*                 UNPAID (THE INVOICE IS OPEN AGAIN). BLANK ON
000107*                 OLDER RECORDS.
000110*----------------------------------------------------------------
000120 01  ENCOURS-RECORD.
000130     05 ENC-NUM-FACTURE       PIC 9(06).
000140     05 ENC-CLIENT            PIC X(30).
000150     05 ENC-DATE              PIC 9(08).
000160     05 ENC-MONTANT-TTC       PIC 9(09)V99.
000161     05 ENC-STATUT            PIC X(01).
000162         88 ENC-OUVERTE               VALUE " " "R".
000163         88 ENC-EN-PRELEVEMENT        VALUE "E".
000164         88 ENC-REJETEE               VALUE "R".
000165     05 ENC-REMISE            PIC 9(06).
000166     05 ENC-REMISE-X REDEFINES ENC-REMISE
000167                              PIC X(06).
000168     05 ENC-MOTIF-REJET       PIC X(04).
