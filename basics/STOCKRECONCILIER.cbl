000188*                 SKIPS THE CONTROL WITH A WARNING INSTEAD OF
000189*                 OPENING THE OVERFLOW PRODUCTS AT ZERO AND
000191*                 REPORTING FALSE ECARTS.
000192* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000193*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000194*                 STOCKRECONCILIER (SEE HABILITATIONS).
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000680
000690 WORKING-STORAGE SECTION.
000700
000703     COPY "HABILITATION.cpy".
000706
000710 01  WS-DATE-JOUR            PIC 9(08).
000720 01  WS-DATE-SNAPSHOT        PIC 9(08) VALUE ZERO.
000730
001150* 0000-MAINLINE
001160*----------------------------------------------------------------
001170 0000-MAINLINE.
001171     MOVE "STOCKRECONCILIER" TO HAB-PROGRAMME.
001172     CALL "HABILITER" USING HAB-ZONE.
001173     IF NOT HAB-AUTORISE
001174         GOBACK
001175     END-IF.
001180     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001190     PERFORM 1000-CHARGER-SNAPSHOT
001200         THRU 1000-CHARGER-SNAPSHOT-EXIT.
