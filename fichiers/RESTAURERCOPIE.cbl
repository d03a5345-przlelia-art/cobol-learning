000160*                 TARGET AS A DRY RUN, AND ONLY THEN COPIES AND
000170*                 JOURNALS - THE DAY ELEVES.CSV WAS OVERWRITTEN
000180*                 EMPTY WE RESTORED BY HAND AND CROSSED FINGERS.
000182* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000184*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000186*                 RESTAURERCOPIE (SEE HABILITATIONS).
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000660
000670 WORKING-STORAGE SECTION.
000680
000683     COPY "HABILITATION.cpy".
000686
000690 01  WS-NOM-SAUVEGARDE        PIC X(40).
000700 01  WS-NOM-CIBLE             PIC X(40).
000710
001210* 0000-MAINLINE
001220*----------------------------------------------------------------
001230 0000-MAINLINE.
001231     MOVE "RESTAURERCOPIE" TO HAB-PROGRAMME.
001232     CALL "HABILITER" USING HAB-ZONE.
001233     IF NOT HAB-AUTORISE
001234         GOBACK
001235     END-IF.
001240     PERFORM 1000-LISTER-BACKUPS
001250         THRU 1000-LISTER-BACKUPS-EXIT.
001260     IF WS-NB-BACKUPS = ZERO
