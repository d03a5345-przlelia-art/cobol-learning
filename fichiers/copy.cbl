000413* 2026-08-21  LM  REPORT OPEN FAILURES THROUGH FICHSTAT'S SHARED
000414*                 FILE-STATUS MESSAGE TABLE INSTEAD OF AN AD HOC
000415*                 MESSAGE, SO EVERY PROGRAM WORDS THEM THE SAME.
000416* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000417*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000418*                 COPIERFICHIER (SEE HABILITATIONS).
000416*----------------------------------------------------------------

000417 ENVIRONMENT DIVISION.

000670 WORKING-STORAGE SECTION.

000675     COPY "HABILITATION.cpy".

000680 01  WS-NB-LUES               PIC 9(06) VALUE ZERO.
000690 01  WS-NB-ECRITES            PIC 9(06) VALUE ZERO.

000970* 0000-MAINLINE
000980*----------------------------------------------------------------
000990 0000-MAINLINE.
000991     MOVE "COPIERFICHIER" TO HAB-PROGRAMME.
000992     CALL "HABILITER" USING HAB-ZONE.
000993     IF NOT HAB-AUTORISE
000994         GOBACK
000995     END-IF.
001000     PERFORM 0500-SAISIR-NOMS-FICHIERS
001010         THRU 0500-SAISIR-NOMS-FICHIERS-EXIT.
001020     PERFORM 0650-VALIDER-DONNEES
