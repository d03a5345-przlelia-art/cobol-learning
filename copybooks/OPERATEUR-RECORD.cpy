000010*----------------------------------------------------------------
000020* OPERATEUR-RECORD - ONE OPERATOR ON OPERATEURS.DAT, KEYED BY
000030* OPE-CODE, WITH THE ROLES THEY HOLD
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. ONE POSITION PER ROLE, THE ROLE'S
000060*                 LETTER WHEN HELD, A SPACE OTHERWISE : C
000070*                 COMPTOIR, S STOCK, A COMPTABILITE, E SCOLARITE,
000080*                 V SUPERVISEUR (MAY RUN EVERYTHING). AN INACTIVE
000090*                 OPERATOR IS REFUSED BY HABILITER BUT KEPT FOR
000100*                 THE ACCESS REVIEW.
000110*----------------------------------------------------------------
000120 01  OPERATEUR-RECORD.
000130     05 OPE-CODE              PIC X(08).
000140     05 OPE-NOM               PIC X(20).
000150     05 OPE-ROLES.
000160         10 OPE-ROLE-COMPTOIR PIC X(01).
000170         10 OPE-ROLE-STOCK    PIC X(01).
000180         10 OPE-ROLE-COMPTA   PIC X(01).
000190         10 OPE-ROLE-SCOLARITE PIC X(01).
000200         10 OPE-ROLE-SUPERVISEUR PIC X(01).
000210             88 OPE-SUPERVISEUR        VALUE "V".
000220     05 OPE-ROLES-R REDEFINES OPE-ROLES.
000230         10 OPE-ROLE OCCURS 5 TIMES PIC X(01).
000240     05 OPE-ACTIF             PIC X(01).
000250         88 OPE-EST-ACTIF              VALUE "O".
000260         88 OPE-EST-INACTIF            VALUE "N".
000270     05 OPE-DATE-MAJ          PIC 9(08).
000280     05 OPE-AUTEUR-MAJ        PIC X(08).
