000010*----------------------------------------------------------------
000020* MAJATTENTE-RECORD - ONE PROPOSED CHANGE TO A MASTER OR
000030* REFERENCE FILE, PARKED ON MAJATTEN.DAT UNTIL A SECOND OPERATOR
000040* DECIDES IT (MAJVALIDER)
000050*----------------------------------------------------------------
000060* 2026-10-15  LM  NEW COPYBOOK. MAJ-FICHIER/MAJ-ZONE NAME THE
000070*                 FILE AND THE FIELD GROUP (AS ON MAJCFG.DAT),
000080*                 MAJ-IMAGE IS THE PROPOSED RECORD (OR LINE) AS
000090*                 KEYED. MAJ-AVANT/MAJ-APRES ARE FILLED BY
000100*                 MAJVALIDER WITH WHAT THE REVIEWER WAS SHOWN,
000110*                 AND THE DECIDED ENTRIES STAY ON FILE AS THE
000120*                 AUDIT TRAIL WITH BOTH OPERATORS' CODES.
000130*----------------------------------------------------------------
000140 01  MAJATTENTE-RECORD.
000150     05 MAJ-FICHIER           PIC X(12).
000160     05 MAJ-ZONE              PIC X(10).
000170     05 MAJ-OPERATION         PIC X(01).
000180         88 MAJ-CREATION               VALUE "A".
000190         88 MAJ-MODIFICATION           VALUE "M".
000200         88 MAJ-SUPPRESSION            VALUE "S".
000210         88 MAJ-AJOUT-LIGNE            VALUE "J".
000220     05 MAJ-CLE               PIC X(20).
000230     05 MAJ-DATE-EFFET        PIC 9(08).
000240     05 MAJ-DATE              PIC 9(08).
000250     05 MAJ-HEURE             PIC 9(06).
000260     05 MAJ-AUTEUR            PIC X(08).
000270     05 MAJ-STATUT            PIC X(01).
000280         88 MAJ-EN-ATTENTE             VALUE "A" " ".
000290         88 MAJ-VALIDEE                VALUE "V".
000300         88 MAJ-REJETEE                VALUE "R".
000310     05 MAJ-VALIDEUR          PIC X(08).
000320     05 MAJ-DATE-DECISION     PIC 9(08).
000330     05 MAJ-AVANT             PIC X(40).
000340     05 MAJ-APRES             PIC X(40).
000350     05 MAJ-IMAGE             PIC X(120).
