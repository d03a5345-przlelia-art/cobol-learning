000220* 2026-09-02  LM  INITIALISE THE RETURN ACCUMULATORS TO ZERO - LEFT
000230*                 UNVALUED THEY START AS SPACES AND THE FIRST ADD
000240*                 INTO THEM IS GARBAGE, SO THE RETOURS LINE LIED.
000242* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000244*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000246*                 COMMANDECONSULTER (SEE HABILITATIONS).
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000680                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000690                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000700                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000701                   ==CMD-VILLE==      BY ==OR-VILLE==
000702                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000703                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000704                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000705                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000706                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000707                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000708                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000709                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000710                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000711                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000712                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000713                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000714                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000715                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000716                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000717                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000718                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000720
000730 FD  PRODUIT-FILE.
000740     COPY "PRODUIT-RECORD.cpy".
000920                   ==CMD-EN-ATTENTE== BY ==ARC-EN-ATTENTE==
000930                   ==CMD-EXPEDIEE==   BY ==ARC-EXPEDIEE==
000940                   ==CMD-LIVREE==     BY ==ARC-LIVREE==
000941                   ==CMD-VILLE==      BY ==ARC-VILLE==
000942                   ==CMD-PRIX-SRC==   BY ==ARC-PRIX-SRC==
000943                   ==CMD-PX-CONTRAT== BY ==ARC-PX-CONTRAT==
000944                   ==CMD-PX-TARIF==   BY ==ARC-PX-TARIF==
000945                   ==CMD-PX-CATALOGUE== BY ==ARC-PX-CATALOGUE==
000946                   ==CMD-CAMPAGNE==   BY ==ARC-CAMPAGNE==
000947                   ==CMD-DATE-PROMISE== BY ==ARC-DATE-PROMISE==
000948                   ==CMD-DATE-LIVREE== BY ==ARC-DATE-LIVREE==
000949                   ==CMD-FRAIS-PORT== BY ==ARC-FRAIS-PORT==
000950                   ==CMD-CODE-ORIG==  BY ==ARC-CODE-ORIG==
000951                   ==CMD-REPRESENTANT== BY ==ARC-REPRESENTANT==
000952                   ==CMD-MODE-REGL==  BY ==ARC-MODE-REGL==
000953                   ==CMD-REGL-ESPECES== BY ==ARC-REGL-ESPECES==
000954                   ==CMD-REGL-CARTE== BY ==ARC-REGL-CARTE==
000955                   ==CMD-REGL-CHEQUE== BY ==ARC-REGL-CHEQUE==
000956                   ==CMD-REGL-COMPTE== BY ==ARC-REGL-COMPTE==
000957                   ==CMD-ENCAISSE==   BY ==ARC-ENCAISSE==
000958                   ==CMD-REF-WEB==    BY ==ARC-REF-WEB==.
000960
000970 WORKING-STORAGE SECTION.
000980
000983     COPY "HABILITATION.cpy".
000986
000990 01  WS-NUM-RECHERCHE        PIC 9(08).
001000
001010 01  WS-LIBELLE-PRODUIT      PIC X(20).
001330* 0000-MAINLINE
001340*----------------------------------------------------------------
001350 0000-MAINLINE.
001351     MOVE "COMMANDECONSULTER" TO HAB-PROGRAMME.
001352     CALL "HABILITER" USING HAB-ZONE.
001353     IF NOT HAB-AUTORISE
001354         GOBACK
001355     END-IF.
001360     DISPLAY "Numero de commande : ".
001370     ACCEPT WS-NUM-RECHERCHE.
001380     PERFORM 1000-LIRE-COMMANDE
