000150*                 STU-ID AND NAME FOR THE DESK TO FIX THROUGH
000160*                 ECRIREFICHIER'S MODIFIER MODE - A THIRD OF THE
000170*                 LAST MAILING BOUNCED ON EXACTLY THESE.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 CONTROLECONTACTS (SEE HABILITATIONS).
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000360
000370 WORKING-STORAGE SECTION.
000380
000383     COPY "HABILITATION.cpy".
000386
000390 01  WS-MESSAGE-STATUT       PIC X(40).
000400
000410 01  WS-FICHIER-STATUS       PIC X(02).
000680* 0000-MAINLINE
000690*----------------------------------------------------------------
000700 0000-MAINLINE.
000701     MOVE "CONTROLECONTACTS" TO HAB-PROGRAMME.
000702     CALL "HABILITER" USING HAB-ZONE.
000703     IF NOT HAB-AUTORISE
000704         GOBACK
000705     END-IF.
000710     OPEN INPUT MON-FICHIER.
000720     IF NOT FICHIER-OK
000730         CALL "FICHSTAT" USING WS-FICHIER-STATUS
