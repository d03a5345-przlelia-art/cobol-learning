000010*----------------------------------------------------------------
000020* VAN-RECORD - ONE DELIVERY VAN ON VANS.DAT, KEYED BY ITS CODE
000030*----------------------------------------------------------------
000040* 2026-10-15  LM  NEW COPYBOOK. WHAT A VAN CAN CARRY ON ONE TRIP,
000050*                 IN KG AND IN LITRES. A VAN MAKES ONE TRIP A DAY;
000060*                 ONE TAKEN OFF THE ROAD (VAN-HORS-SERVICE) IS
000070*                 LEFT OUT OF THE DAY'S PLAN. MAINTAINED BY
000080*                 VANSMAJ, LOADED BY LIVRAISONS.
000090*----------------------------------------------------------------
000100 01  VAN-RECORD.
000110     05 VAN-CODE              PIC X(04).
000120     05 VAN-LIBELLE           PIC X(20).
000130     05 VAN-POIDS-MAX         PIC 9(05)V9.
000140     05 VAN-VOLUME-MAX        PIC 9(06)V9.
000150     05 VAN-ETAT              PIC X(01).
000160         88 VAN-EN-SERVICE            VALUE "S" " ".
000170         88 VAN-HORS-SERVICE          VALUE "H".
