000140*                 THIS MONTH" STOPS MEANING READING THE
000150*                 STATEMENT LINE BY LINE. TYPE LABELS ARE THE
000160*                 SAME TABLE SOLDE'S STATEMENT USES.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000166*                 MOUVEMENTSRAPPORT (SEE HABILITATIONS).
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000320
000330 WORKING-STORAGE SECTION.
000340
000343     COPY "HABILITATION.cpy".
000346
000350 01  WS-COMPTE-FILTRE        PIC X(06).
000360
000370 01  WS-TRANS-STATUS         PIC X(02).
000810* 0000-MAINLINE
000820*----------------------------------------------------------------
000830 0000-MAINLINE.
000831     MOVE "MOUVEMENTSRAPPORT" TO HAB-PROGRAMME.
000832     CALL "HABILITER" USING HAB-ZONE.
000833     IF NOT HAB-AUTORISE
000834         GOBACK
000835     END-IF.
000840     DISPLAY "Compte a analyser (vide = tous) : ".
000850     ACCEPT WS-COMPTE-FILTRE.
000860     PERFORM 1000-DEPOUILLER-MOUVEMENTS
