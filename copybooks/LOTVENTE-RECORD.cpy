000010*----------------------------------------------------------------
000020* LOTVENTE-RECORD - ONE LOT QUANTITY SOLD OR GIVEN BACK UNDER AN
000030* ORDER NUMBER, APPENDED TO LOTVENTE.DAT BY LOTSTOCK
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. THE TRACE A PRODUCT RECALL NEEDS :
000060*                 POSITIVE = LEFT WITH THE CUSTOMER (VE, LI),
000070*                 NEGATIVE = BACK ON THE SHELF (AN, RT). READ BY
000080*                 RAPPELLOT FOR THE RECALL AND BY LIVRAISONS FOR
000090*                 THE LOT TO PICK.
000100*----------------------------------------------------------------
000110 01  LOTVENTE-RECORD.
000120     05 LTV-DATE              PIC 9(08).
000130     05 LTV-TYPE              PIC X(02).
000140     05 LTV-REFERENCE         PIC X(08).
000150     05 LTV-CODE-PROD         PIC X(04).
000160     05 LTV-NUMERO            PIC X(10).
000170     05 LTV-DATE-PEREMPTION   PIC 9(08).
000180     05 LTV-QUANTITE          PIC S9(05)
000190                              SIGN LEADING SEPARATE.
