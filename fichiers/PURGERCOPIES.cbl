000120*                 CONFIGURABLE NUMBER OF DAYS, USING THE MANIFEST
000130*                 COPIERFICHIER MAINTAINS IN BACKUPCT.DAT. RUNS
000140*                 STANDALONE OR AS A LOTFICHIERS STEP.
000142* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000144*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000146*                 PURGERCOPIES (SEE HABILITATIONS).
000150*----------------------------------------------------------------

000160 ENVIRONMENT DIVISION.

000340 WORKING-STORAGE SECTION.

000345     COPY "HABILITATION.cpy".

000350 01  WS-BACKUP-CTL-STATUS     PIC X(02).
000360     88 BACKUP-CTL-OK                 VALUE "00".

000570* 0000-MAINLINE
000580*----------------------------------------------------------------
000590 0000-MAINLINE.
000591     MOVE "PURGERCOPIES" TO HAB-PROGRAMME.
000592     CALL "HABILITER" USING HAB-ZONE.
000593     IF NOT HAB-AUTORISE
000594         GOBACK
000595     END-IF.
000600     PERFORM 0500-SAISIR-RETENTION
000610         THRU 0500-SAISIR-RETENTION-EXIT.
000620     PERFORM 1000-CHARGER-MANIFESTE
