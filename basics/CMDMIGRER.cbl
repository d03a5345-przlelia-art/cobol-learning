000150*                 ORDERS.DAT FROM IT, NORMALIZING A BLANK TYPE TO
000160*                 "O" AND HANDING A DUPLICATE KEY THE NEXT FREE
000170*                 SEQUENCE BYTE.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 CMDMIGRER (SEE HABILITATIONS).
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000690                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000700                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000710                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000711                   ==CMD-VILLE==      BY ==OR-VILLE==
000712                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000713                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000714                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000715                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000716                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000717                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000718                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000719                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000720                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000721                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000722                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000723                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000724                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000725                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000726                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000727                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000728                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000720
000730 WORKING-STORAGE SECTION.
000740
000743     COPY "HABILITATION.cpy".
000746
000750 01  WS-ANCIEN-STATUS         PIC X(02).
000760     88 ANCIEN-OK                     VALUE "00".
000770
000950* 0000-MAINLINE
000960*----------------------------------------------------------------
000970 0000-MAINLINE.
000971     MOVE "CMDMIGRER" TO HAB-PROGRAMME.
000972     CALL "HABILITER" USING HAB-ZONE.
000973     IF NOT HAB-AUTORISE
000974         GOBACK
000975     END-IF.
000980     DISPLAY "Migration du journal des commandes".
000990     DISPLAY "(l'ancien ORDERS.DAT doit avoir ete renomme"
001000         " ORDERS.SEQ)".
001570     END-IF.
001580     MOVE ANC-STATUT    TO OR-STATUT.
001582     MOVE SPACES        TO OR-VILLE.
001583     MOVE SPACE         TO OR-PRIX-SRC.
001584     MOVE SPACES        TO OR-CAMPAGNE.
001585     MOVE ZERO          TO OR-DATE-PROMISE.
001586     MOVE ZERO          TO OR-DATE-LIVREE.
001587     MOVE ZERO          TO OR-FRAIS-PORT.
001588     MOVE SPACES        TO OR-CODE-ORIG.
001589     MOVE SPACES        TO OR-REPRESENTANT.
001590     MOVE SPACES        TO OR-MODE-REGL.
001591     MOVE ZERO          TO OR-ENCAISSE.
001592     MOVE SPACES        TO OR-REF-WEB.
001590     MOVE "N" TO WS-ENREG-ECRIT.
001600     PERFORM UNTIL ENREG-ECRIT OR OR-SEQ > 98
001610         WRITE ORDERS-RECORD
