000010*----------------------------------------------------------------
000020* REGLEMENT-RECORD - ONE CUSTOMER PAYMENT ON REGLMNTS.DAT, BOOKED
000030* AGAINST AN INVOICE NUMBER OF FACTENCR.DAT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. REGLEMENTS CARRIED THE LAYOUT
000060*                 ALONE UNTIL COMMANDE'S CREDIT CHECK NEEDED TO
000070*                 NET PAYMENTS OUT OF THE OPEN RECEIVABLE TOO;
000080*                 IT MOVES HERE THE WAY ENCOURS-RECORD DID.
000081* 2026-10-15  LM  ADD REG-NATURE. "A" IS A BAD-DEBT WRITE-OFF
000082*                 (PERTES) : IT SETTLES THE INVOICE BUT NO MONEY
000083*                 CAME IN. "R" IS CASH RECOVERED ON A WRITTEN-OFF
000084*                 INVOICE; THE WRITE-OFF IS REDUCED BY AS MUCH.
000085*                 BLANK ON ORDINARY PAYMENTS AND OLD RECORDS.
000086* 2026-10-15  LM  "V" IS A CUSTOMER CREDIT NOTE APPLIED TO THE
000087*                 INVOICE BY AVOIRS, ITS NUMBER IN THE NEW
000088*                 REG-REFERENCE.
000090*----------------------------------------------------------------
000100 01  REGLEMENT-RECORD.
000110     05 REG-NUM-FACTURE      PIC 9(06).
000120     05 REG-DATE             PIC 9(08).
000130     05 REG-MONTANT          PIC 9(09)V99.
000140     05 REG-NATURE           PIC X(01).
000150         88 REG-ENCAISSEMENT         VALUE " " "R".
000160         88 REG-ABANDON              VALUE "A".
000170         88 REG-RECOUVREMENT         VALUE "R".
000175         88 REG-AVOIR                VALUE "V".
000180     05 REG-REFERENCE        PIC X(08).
