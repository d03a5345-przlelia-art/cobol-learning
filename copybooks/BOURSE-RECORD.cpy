000010*----------------------------------------------------------------
000020* BOURSE-RECORD - ONE SCHOLARSHIP OR DISCOUNT GRANTED TO ONE
000030* STUDENT FOR ONE SCHOOL YEAR, ON BOURSES.DAT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. KEYED BY STUDENT, YEAR AND TYPE
000060*                 CODE. "P" TAKES BRS-TAUX PERCENT OFF EACH FEE
000070*                 IT COVERS, "F" IS A FIXED AMOUNT TAKEN OFF THE
000080*                 COVERED FEES IN SCHEDULE ORDER UNTIL USED UP.
000090*                 BRS-FRAIS LISTS THE FEE CODES COVERED - ALL
000100*                 BLANK MEANS EVERY FEE. MAINTAINED BY
000110*                 BOURSESMAJ, APPLIED BY FACTURERELEVES.
000120*----------------------------------------------------------------
000130 01  BOURSE-RECORD.
000140     05 BRS-CLE.
000150         10 BRS-STU-ID        PIC X(06).
000160         10 BRS-ANNEE         PIC 9(04).
000170         10 BRS-TYPE          PIC X(04).
000180     05 BRS-LIBELLE           PIC X(20).
000190     05 BRS-MODE              PIC X(01).
000200         88 BRS-POURCENTAGE           VALUE "P".
000210         88 BRS-FORFAIT               VALUE "F".
000220     05 BRS-TAUX              PIC 9(03)V99.
000230     05 BRS-MONTANT           PIC 9(05)V99.
000240     05 BRS-FRAIS OCCURS 5 TIMES PIC X(04).
