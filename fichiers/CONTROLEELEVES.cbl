000157*                 YEAR BY DEFAULT NOW THAT STU-ANNEE EXISTS -
000158*                 KEY "TOUS" TO CONTROL EVERY YEAR; UNDATED
000159*                 RECORDS ARE ALWAYS CONTROLLED.
000160* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000161*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000162*                 CONTROLEELEVES (SEE HABILITATIONS).
000156*----------------------------------------------------------------

000160 ENVIRONMENT DIVISION.

000340 WORKING-STORAGE SECTION.

000345     COPY "HABILITATION.cpy".

000350 01  WS-MESSAGE-STATUT        PIC X(40).

000351 01  WS-FICHIER-STATUS        PIC X(02).
000540* 0000-MAINLINE
000550*----------------------------------------------------------------
000560 0000-MAINLINE.
000561     MOVE "CONTROLEELEVES" TO HAB-PROGRAMME.
000562     CALL "HABILITER" USING HAB-ZONE.
000563     IF NOT HAB-AUTORISE
000564         GOBACK
000565     END-IF.
000561     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000562     MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COURANTE.
000563     DISPLAY "Annee scolaire (vide = " WS-ANNEE-COURANTE
