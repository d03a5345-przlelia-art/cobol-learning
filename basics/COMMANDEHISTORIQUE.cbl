000220*                 COUNTER MENU (MENUCOMMERCE) CAN CALL THIS AS AN
000230*                 OPTION WITHOUT ENDING THE WHOLE RUN UNIT, THE
000240*                 SAME CHANGE THE FICHIERS SUITE MADE FOR ITS MENU.
000242* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000244*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000246*                 COMMANDEHISTORIQUE (SEE HABILITATIONS).
000250*----------------------------------------------------------------

000260 ENVIRONMENT DIVISION.
000520                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000530                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000540                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000541                   ==CMD-VILLE==      BY ==OR-VILLE==
000542                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000543                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000544                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000545                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000546                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000547                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000548                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000549                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000550                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000551                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000552                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000553                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000554                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000555                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000556                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000557                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000558                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000560 WORKING-STORAGE SECTION.

000565     COPY "HABILITATION.cpy".

000570 01  WS-CLIENT-RECHERCHE      PIC X(10).

000580 01  WS-NB-COMMANDES          PIC 9(04) VALUE ZERO.
000680* 0000-MAINLINE
000690*----------------------------------------------------------------
000700 0000-MAINLINE.
000701     MOVE "COMMANDEHISTORIQUE" TO HAB-PROGRAMME.
000702     CALL "HABILITER" USING HAB-ZONE.
000703     IF NOT HAB-AUTORISE
000704         GOBACK
000705     END-IF.
000710     DISPLAY "Identifiant client : ".
000720     ACCEPT WS-CLIENT-RECHERCHE.
000730     PERFORM 1000-LISTER-HISTORIQUE
