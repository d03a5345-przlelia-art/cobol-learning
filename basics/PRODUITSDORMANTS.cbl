000140*                 DAYS, WITH THE STOCK VALUE TIED UP IN THEM
000150*                 (PROD-STOCK TIMES PROD-PRIX). COMMANDESYNTHESE
000160*                 SAYS WHAT SOLD; THIS SAYS WHAT DID NOT.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000166*                 PRODUITSDORMANTS (SEE HABILITATIONS).
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000560                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000570                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000580                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000581                   ==CMD-VILLE==      BY ==OR-VILLE==
000582                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000583                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000584                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000585                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000586                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000587                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000588                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000589                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000590                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000591                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000592                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000593                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000594                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000595                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000596                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000597                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000598                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000600
000610 FD  PRODUIT-FILE.
000620     COPY "PRODUIT-RECORD.cpy".
000630
000640 WORKING-STORAGE SECTION.
000650
000653     COPY "HABILITATION.cpy".
000656
000660 01  WS-DATE-JOUR            PIC 9(08).
000670 01  WS-JOURS-LIMITE         PIC 9(04).
000680 01  WS-AGE-JOURS            PIC S9(09).
001110* 0000-MAINLINE
001120*----------------------------------------------------------------
001130 0000-MAINLINE.
001131     MOVE "PRODUITSDORMANTS" TO HAB-PROGRAMME.
001132     CALL "HABILITER" USING HAB-ZONE.
001133     IF NOT HAB-AUTORISE
001134         GOBACK
001135     END-IF.
001140     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001150     DISPLAY "Sans vente depuis combien de jours"
001160         " (defaut 90) ? ".
