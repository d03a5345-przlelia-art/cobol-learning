000350* 2026-08-21  LM  REPORT OPEN FAILURES THROUGH FICHSTAT'S SHARED
000352*                 FILE-STATUS MESSAGE TABLE INSTEAD OF AN AD HOC
000354*                 MESSAGE, SO EVERY PROGRAM WORDS THEM THE SAME.
000355* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000356*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000357*                 COMPTERLIGNES (SEE HABILITATIONS).
000356*----------------------------------------------------------------

000360 ENVIRONMENT DIVISION.

000540 WORKING-STORAGE SECTION.

000545     COPY "HABILITATION.cpy".

000550 01  WS-LIGNE                 PIC X(50).

000560 01  WS-COMPTEUR              PIC 9(04) VALUE ZERO.
000750* 0000-MAINLINE
000760*----------------------------------------------------------------
000770 0000-MAINLINE.
000771     MOVE "COMPTERLIGNES" TO HAB-PROGRAMME.
000772     CALL "HABILITER" USING HAB-ZONE.
000773     IF NOT HAB-AUTORISE
000774         GOBACK
000775     END-IF.
000780     PERFORM 0700-VALIDER-DONNEES
000790         THRU 0700-VALIDER-DONNEES-EXIT.
000800     IF VALIDATION-REUSSIE
