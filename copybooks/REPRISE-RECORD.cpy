000010*----------------------------------------------------------------
000020* REPRISE-RECORD - ONE LINE OF THE RECOVERY LOG REPRISE.DAT.
000030* AN ORDER UPDATE (COMMANDE, COMMANDEANNULER, COMMANDERETOUR,
000040* RELIQUATLIBERER) IS ONE UNIT, IDENTIFIED BY THE PROGRAM AND
000050* THE MOMENT IT OPENED (REP-UNITE) :
000060*   D  DEBUT   - OPENS THE UNIT, REP-LIBELLE SAYS WHAT IT IS
000070*   A  ACTION  - ONE PLANNED UPDATE, ALL LOGGED BEFORE THE FIRST
000080*                FILE IS TOUCHED; ACTION 01 IS ALWAYS THE
000090*                ORDERS.DAT RECORD, THE PIVOT OF THE UNIT
000100*   V  AVANT   - PROD-STOCK JUST BEFORE A STOCK ACTION REWRITES
000110*   E  EFFECTUE- THE ACTION IS DONE
000120*   F  FIN     - THE UNIT COMPLETED NORMALLY
000130*   T  TERMINE - REPRISE FINISHED THE UNIT
000140*   X  DEFAIT  - THE UNIT WAS BACKED OUT OR LEFT NOTHING TO DO
000150* ACTIONS : OW ORDERS.DAT RECORD (IMAGE), PS STOCK DELTA PLUS ITS
000160* MVTSTOCK/LOTSTOCK MOVEMENT, RL RELIQUAT.DAT RECORD APPENDED,
000170* RS RELIQUAT SERVED (BEFORE AND AFTER IMAGES), AV AVOIRS.DAT
000180* RECORD (IMAGE), FA CREDIT NOTE LINES IN FACTURES.DAT.
000190*----------------------------------------------------------------
000200* 2026-10-15  LM  NEW COPYBOOK. WRITTEN THROUGH REPRISELOG, READ
000210*                 BACK BY REPRISE.
000220*----------------------------------------------------------------
000230 01  REPRISE-RECORD.
000240     05 REP-UNITE.
000250         10 REP-PROGRAMME     PIC X(15).
000260         10 REP-DATE          PIC 9(08).
000270         10 REP-HEURE         PIC 9(08).
000280     05 REP-TYPE              PIC X(01).
000290         88 REP-DEBUT                 VALUE "D".
000300         88 REP-ACTION                VALUE "A".
000310         88 REP-AVANT                 VALUE "V".
000320         88 REP-EFFECTUE              VALUE "E".
000330         88 REP-FIN                   VALUE "F".
000340         88 REP-TERMINE               VALUE "T".
000350         88 REP-DEFAIT                VALUE "X".
000360         88 REP-UNITE-CLOSE           VALUE "F" "T" "X".
000370     05 REP-NUM-ACTION        PIC 9(02).
000380     05 REP-CODE-ACTION       PIC X(02).
000390         88 REP-ECRIRE-ORDRE          VALUE "OW".
000400         88 REP-MAJ-STOCK             VALUE "PS".
000410         88 REP-AJOUT-RELIQUAT        VALUE "RL".
000420         88 REP-RELIQUAT-SERVI        VALUE "RS".
000430         88 REP-ECRIRE-AVOIR          VALUE "AV".
000440         88 REP-IMPRIMER-AVOIR        VALUE "FA".
000450     05 REP-CODE-PROD         PIC X(04).
000460     05 REP-QUANTITE          PIC S9(05)
000470                              SIGN LEADING SEPARATE.
000480     05 REP-STOCK-AVANT       PIC 9(05).
000490     05 REP-MVT-TYPE          PIC X(02).
000500     05 REP-MVT-REFERENCE     PIC X(08).
000510     05 REP-IMAGE             PIC X(130).
000520     05 REP-LIBELLE REDEFINES REP-IMAGE
000530                              PIC X(60).
000540     05 REP-RELIQUATS REDEFINES REP-IMAGE.
000550         10 REP-RELIQUAT-AVANT PIC X(48).
000560         10 REP-RELIQUAT-APRES PIC X(48).
000570         10 FILLER            PIC X(34).
