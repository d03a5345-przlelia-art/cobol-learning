000070*                 DELIVERY AGAINST IT; SHARING THE LAYOUT HERE
000080*                 KEEPS THE TWO IN STEP THE WAY ORDER-RECORD DOES
000090*                 FOR THE SALES SIDE.
000091* 2026-10-15  LM  ADD ACH-PRIX-UNITAIRE, THE AGREED UNIT PURCHASE
000092*                 PRICE - RECEPTIONSTOCK AVERAGES IT INTO
000093*                 PROD-COUT. ZERO ON OLDER PURCHASE ORDERS.
000094* 2026-10-15  LM  ADD THE QUANTITY AND DATE RECEPTIONSTOCK BOOKED
000095*                 IN, AND THE QUANTITY SUPPLIER INVOICES HAVE
000096*                 CHARGED SO FAR (FACTUREFRN MATCHES EACH INVOICE
000097*                 LINE AGAINST ORDER, RECEIPT AND WHAT WAS
000098*                 ALREADY INVOICED). ZERO ON OLDER RECORDS.
000099* 2026-10-15  LM  A PURCHASE ORDER CAN BE DELIVERED IN SEVERAL
000100*                 GOES : PARTIELLE (P) UNTIL ACH-QTE-RECUE REACHES
000101*                 THE ORDER, OR SOLDEE (S) WHEN THE BUYER CLOSES
000102*                 IT SHORT. ACH-DATE-RECEPTION IS THE LATEST
000103*                 DELIVERY.
000100*----------------------------------------------------------------
000110 01  ACHAT-RECORD.
000120     05 ACH-NUM               PIC 9(08).
000170     05 ACH-STATUT            PIC X(01).
000180         88 ACH-COMMANDEE             VALUE "C" " ".
000190         88 ACH-RECUE                 VALUE "R".
000191         88 ACH-PARTIELLE             VALUE "P".
000192         88 ACH-SOLDEE                VALUE "S".
000193         88 ACH-OUVERTE               VALUE "C" " " "P".
000194         88 ACH-CLOTUREE              VALUE "R" "S".
000195     05 ACH-PRIX-UNITAIRE     PIC 9(05)V99.
000196     05 ACH-QTE-RECUE         PIC 9(05).
000197     05 ACH-DATE-RECEPTION    PIC 9(08).
000198     05 ACH-QTE-FACTUREE      PIC 9(05).
