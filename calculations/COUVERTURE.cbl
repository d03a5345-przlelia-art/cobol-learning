000160*                 SIDES - SO THE TERM CLOSES ON COMPLETE DATA.
000170*                 RESTRICTED TO THE ACTIVE SCHOOL YEAR BY
000180*                 DEFAULT, LIKE THE ROSTER LISTING.
000182* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000184*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000186*                 COUVERTURE (SEE HABILITATIONS).
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000480
000490 WORKING-STORAGE SECTION.
000500
000503     COPY "HABILITATION.cpy".
000506
000510 01  WS-ANNEE-SAISIE         PIC X(04).
000520 01  WS-ANNEE-FILTRE         PIC 9(04) VALUE ZERO.
000530 01  WS-ANNEE-COURANTE       PIC 9(04).
000950* 0000-MAINLINE
000960*----------------------------------------------------------------
000970 0000-MAINLINE.
000971     MOVE "COUVERTURE" TO HAB-PROGRAMME.
000972     CALL "HABILITER" USING HAB-ZONE.
000973     IF NOT HAB-AUTORISE
000974         GOBACK
000975     END-IF.
000980     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000990     MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COURANTE.
001000     DISPLAY "Annee scolaire (vide = " WS-ANNEE-COURANTE
