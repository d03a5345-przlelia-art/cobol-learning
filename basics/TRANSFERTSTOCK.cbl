000150*                 BOUTIQUE). THE SHELF CAN NO LONGER BE EMPTY
000160*                 WHILE COMMANDE SELLS AGAINST DEPOT STOCK
000170*                 NOBODY FETCHED.
000172* 2026-10-15  LM  THE TRANSFER MOVES THE PRODUCT'S LOTS TOO,
000174*                 EARLIEST EXPIRY FIRST (SEE LOTSTOCK), SO THE
000176*                 SHELF IS ALWAYS STOCKED FIRST-EXPIRED-FIRST-OUT.
000177* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000178*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000179*                 TRANSFERTSTOCK (SEE HABILITATIONS).
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000370
000380 WORKING-STORAGE SECTION.
000390
000393     COPY "HABILITATION.cpy".
000396
000400 01  WS-CODE-PROD            PIC X(04).
000410 01  WS-QUANTITE             PIC 9(05).
000420 01  WS-DATE-JOUR            PIC 9(08).
000600* 0000-MAINLINE
000610*----------------------------------------------------------------
000620 0000-MAINLINE.
000621     MOVE "TRANSFERTSTOCK" TO HAB-PROGRAMME.
000622     CALL "HABILITER" USING HAB-ZONE.
000623     IF NOT HAB-AUTORISE
000624         GOBACK
000625     END-IF.
000630     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000640     DISPLAY "Code produit : ".
000650     ACCEPT WS-CODE-PROD.
001250     MOVE "TRANSFER" TO WS-MVT-REFERENCE.
001260     CALL "MVTSTOCK" USING WS-DATE-JOUR WS-CODE-PROD
001270         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
001273     CALL "LOTSTOCK" USING WS-DATE-JOUR WS-CODE-PROD
001276         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
001280     DISPLAY "Transfert effectue : depot " PROD-STOCK-DEPOT
001290         " - boutique " PROD-STOCK-BOUTIQUE
001300         " (total " PROD-STOCK ")".
