000370*                 5 AND 30) - A FEED THAT DRIFTS 30 PERCENT NO
000380*                 LONGER GOES UNNOTICED FOR WEEKS. SEE
000390*                 STATSALERTES FOR THE ARCHIVE-WIDE REPORT.
000392* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000394*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000396*                 STATS (SEE HABILITATIONS).
000400*----------------------------------------------------------------

000410 ENVIRONMENT DIVISION.

000740 WORKING-STORAGE SECTION.

000745     COPY "HABILITATION.cpy".

000750 01  WS-NUMBERS.
000760     05 WS-NUMBER OCCURS 300 TIMES INDEXED BY WS-IDX
000770                          PIC S9(06).
001150* 0000-MAINLINE
001160*----------------------------------------------------------------
001170 0000-MAINLINE.
001171     MOVE "STATS" TO HAB-PROGRAMME.
001172     CALL "HABILITER" USING HAB-ZONE.
001173     IF NOT HAB-AUTORISE
001174         GOBACK
001175     END-IF.
001180     PERFORM 1000-CHARGER-NOMBRES
001190         THRU 1000-CHARGER-NOMBRES-EXIT.
001200     PERFORM 2000-CALCULER-STATISTIQUES
