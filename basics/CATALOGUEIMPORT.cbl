000170*                 CHANGE ALSO FEEDS PRIXEFF.DAT DATED TODAY,
000180*                 LIKE PRODUITSMAJ'S REPRIX DOES. AN AFTERNOON
000190*                 OF RETYPING BECOMES ONE RUN.
000192* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000194*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000196*                 CATALOGUEIMPORT (SEE HABILITATIONS).
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000590
000600 WORKING-STORAGE SECTION.
000610
000613     COPY "HABILITATION.cpy".
000616
000620 01  WS-DATE-JOUR            PIC 9(08).
000630
000640 01  WS-CODE-CSV             PIC X(04).
001180* 0000-MAINLINE - PREVIEW PASS, CONFIRMATION, APPLY PASS
001190*----------------------------------------------------------------
001200 0000-MAINLINE.
001201     MOVE "CATALOGUEIMPORT" TO HAB-PROGRAMME.
001202     CALL "HABILITER" USING HAB-ZONE.
001203     IF NOT HAB-AUTORISE
001204         GOBACK
001205     END-IF.
001210     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001220     PERFORM 1000-PREVISUALISER
001230         THRU 1000-PREVISUALISER-EXIT.
003210         MOVE 1 TO PROD-CATEGORIE-TVA
003220         MOVE ZERO TO PROD-STOCK-DEPOT
003230         MOVE ZERO TO PROD-STOCK-BOUTIQUE
003235         MOVE ZERO TO PROD-POIDS
003237         MOVE ZERO TO PROD-VOLUME
003238           MOVE ZERO TO PROD-DATE-COMPTAGE
003239           MOVE ZERO TO PROD-PROCH-COMPTAGE
003240         WRITE PRODUIT-RECORD
003250             INVALID KEY
003260                 DISPLAY "Creation impossible : "
