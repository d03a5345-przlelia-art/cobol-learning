000160*                 OUTSIDE THE BAND.
000162* 2026-09-02  LM  LAYOUT KEPT IN STEP WITH STATS' WIDER SIGNED
000164*                 ARCHIVE FIELDS (SEE CHARGERNOMBRES).
000165* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000166*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000167*                 STATSALERTES (SEE HABILITATIONS).
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000510
000520 WORKING-STORAGE SECTION.
000530
000533     COPY "HABILITATION.cpy".
000536
000540 01  WS-NB-RUNS-FENETRE      PIC 9(02) VALUE 5.
000550 01  WS-BANDE-PCT            PIC 9(03) VALUE 30.
000560
000860* 0000-MAINLINE
000870*----------------------------------------------------------------
000880 0000-MAINLINE.
000881     MOVE "STATSALERTES" TO HAB-PROGRAMME.
000882     CALL "HABILITER" USING HAB-ZONE.
000883     IF NOT HAB-AUTORISE
000884         GOBACK
000885     END-IF.
000890     PERFORM 1000-CHARGER-CONFIG
000900         THRU 1000-CHARGER-CONFIG-EXIT.
000910     PERFORM 2000-CHARGER-ARCHIVE
