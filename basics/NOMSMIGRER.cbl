000160*                 ID AND LISTED FOR THE DESK TO FIX THROUGH
000170*                 ASKNAME. SEE ASKNAME AND NOMSRAPPORT FOR THE
000180*                 KEYED CAPTURE AND CROSS-CHECK.
000182* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000184*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000186*                 NOMSMIGRER (SEE HABILITATIONS).
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000530
000540 WORKING-STORAGE SECTION.
000550
000553     COPY "HABILITATION.cpy".
000556
000560 01  WS-MESSAGE-STATUT       PIC X(40).
000570
000580 01  WS-NOMS-STATUS          PIC X(02).
000990* 0000-MAINLINE
001000*----------------------------------------------------------------
001010 0000-MAINLINE.
001011     MOVE "NOMSMIGRER" TO HAB-PROGRAMME.
001012     CALL "HABILITER" USING HAB-ZONE.
001013     IF NOT HAB-AUTORISE
001014         GOBACK
001015     END-IF.
001020     PERFORM 1000-CHARGER-ELEVES
001030         THRU 1000-CHARGER-ELEVES-EXIT.
001040     PERFORM 2000-MIGRER-NOMS
