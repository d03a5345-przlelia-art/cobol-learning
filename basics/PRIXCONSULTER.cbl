000130*                 FALLING BACK ON THE MASTER'S PROD-PRIX - SO AN
000140*                 OLD ORDER'S AMOUNT CAN BE RE-EXAMINED AFTER A
000150*                 REPRICING.
000152* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000154*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000156*                 PRIXCONSULTER (SEE HABILITATIONS).
000160*----------------------------------------------------------------
000170
000180 ENVIRONMENT DIVISION.
000380
000390 WORKING-STORAGE SECTION.
000400
000403     COPY "HABILITATION.cpy".
000406
000410 01  WS-CODE-PROD            PIC X(04).
000420 01  WS-DATE-DEMANDEE        PIC 9(08).
000430 01  WS-PRIX-APPLIQUE        PIC 9(05)V99.
000560* 0000-MAINLINE
000570*----------------------------------------------------------------
000580 0000-MAINLINE.
000581     MOVE "PRIXCONSULTER" TO HAB-PROGRAMME.
000582     CALL "HABILITER" USING HAB-ZONE.
000583     IF NOT HAB-AUTORISE
000584         GOBACK
000585     END-IF.
000590     DISPLAY "Code produit : ".
000600     ACCEPT WS-CODE-PROD.
000610     DISPLAY "Date AAAAMMJJ (vide = aujourd'hui) : ".
