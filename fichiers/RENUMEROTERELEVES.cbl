000180*                 IDS, SO THERE IS NOTHING TO RENUMBER THERE;
000190*                 RE-RUN EXPORTERPUBLIPOSTAGE FOR THE MAILING
000200*                 EXPORT.
000202* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000204*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000206*                 RENUMEROTERELEVES (SEE HABILITATIONS).
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000460
000470 WORKING-STORAGE SECTION.
000480
000483     COPY "HABILITATION.cpy".
000486
000490 01  WS-MESSAGE-STATUT       PIC X(40).
000500
000510 01  WS-FICHIER-STATUS       PIC X(02).
000890* 0000-MAINLINE
000900*----------------------------------------------------------------
000910 0000-MAINLINE.
000911     MOVE "RENUMEROTERELEVES" TO HAB-PROGRAMME.
000912     CALL "HABILITER" USING HAB-ZONE.
000913     IF NOT HAB-AUTORISE
000914         GOBACK
000915     END-IF.
000920     PERFORM 1000-CHARGER-ROSTER
000930         THRU 1000-CHARGER-ROSTER-EXIT.
000940     IF TABLE-PLEINE
