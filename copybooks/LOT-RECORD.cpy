000010*----------------------------------------------------------------
000020* LOT-RECORD - ONE SUPPLIER LOT OF ONE PRODUCT ON STOCKLOT.DAT,
000030* KEYED BY PRODUCT, EXPIRY DATE AND LOT NUMBER
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. RECEPTIONSTOCK CREATES THE LOT IN
000060*                 THE DEPOT; LOTSTOCK MOVES IT TO THE SHELF AND
000070*                 SELLS IT. THE KEY PUTS A PRODUCT'S LOTS IN
000080*                 EXPIRY ORDER, SO READING FORWARD FROM THE
000090*                 PRODUCT CODE IS FIRST-EXPIRED-FIRST-OUT. A LOT
000100*                 WITHOUT AN EXPIRY DATE CARRIES 99999999 AND GOES
000105*                 LAST.
000110*----------------------------------------------------------------
000120 01  LOT-RECORD.
000130     05 LOT-CLE.
000140         10 LOT-CODE-PROD     PIC X(04).
000150         10 LOT-DATE-PEREMPTION
000160                              PIC 9(08).
000170         10 LOT-NUMERO        PIC X(10).
000180     05 LOT-DATE-RECEPTION    PIC 9(08).
000190     05 LOT-NUM-ACHAT         PIC 9(08).
000200     05 LOT-QTE-RECUE         PIC 9(05).
000210     05 LOT-QTE-DEPOT         PIC 9(05).
000220     05 LOT-QTE-BOUTIQUE      PIC 9(05).
