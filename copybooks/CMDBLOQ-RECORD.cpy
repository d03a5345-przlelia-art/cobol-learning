000010*----------------------------------------------------------------
000020* CMDBLOQ-RECORD - ONE ORDER PARKED ON CMDBLOQ.DAT BECAUSE IT
000030* WOULD HAVE TAKEN THE CUSTOMER OVER THEIR CREDIT LIMIT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. COMMANDE PARKS THE ORDER HERE
000060*                 INSTEAD OF WRITING ORDERS.DAT WHEN THE DESK
000070*                 CHOOSES A CREDIT HOLD, AND CREDITLIBERER LETS
000080*                 IT THROUGH OR TURNS IT DOWN - RECORDING WHO
000090*                 DECIDED AND WHEN, THE WAY VIRATTENTE-RECORD
000100*                 DOES FOR LARGE TRANSFERS. BLQ-COMMANDE CARRIES
000110*                 THE ORDER-RECORD IMAGE AS BUILT AT CAPTURE, SO
000120*                 A FIELD ADDED TO THE ORDER LAYOUT RIDES ALONG
000130*                 WITHOUT TOUCHING THIS ONE.
000132* 2026-10-15  LM  BLQ-MONTANT NOW INCLUDES THE DELIVERY CHARGE -
000134*                 IT IS WHAT THE HOLD ADDS TO THE CUSTOMER'S
000136*                 EXPOSURE. THE GOODS AND THE CHARGE STAY APART
000138*                 IN THE ORDER IMAGE.
000140*----------------------------------------------------------------
000150 01  CMDBLOQ-RECORD.
000160     05 BLQ-NUM-CMD           PIC 9(08).
000170     05 BLQ-CLIENT            PIC X(10).
000180     05 BLQ-DATE              PIC 9(08).
000190     05 BLQ-MONTANT           PIC 9(07)V99.
000200     05 BLQ-ENCOURS           PIC 9(09)V99.
000210     05 BLQ-PLAFOND           PIC 9(07)V99.
000220     05 BLQ-QTE-RELIQUAT      PIC 9(05).
000230     05 BLQ-STATUT            PIC X(01).
000240         88 BLQ-EN-ATTENTE            VALUE "A" " ".
000250         88 BLQ-LIBEREE               VALUE "L".
000260         88 BLQ-REFUSEE               VALUE "R".
000270     05 BLQ-VALIDEUR          PIC X(20).
000280     05 BLQ-DATE-DECISION     PIC 9(08).
000290     05 BLQ-HEURE-DECISION    PIC 9(06).
000300     05 BLQ-COMMANDE          PIC X(150).
