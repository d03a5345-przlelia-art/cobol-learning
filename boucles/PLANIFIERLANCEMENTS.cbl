000120*                 HHMM, EXPECTED OPERATOR) THAT COUNTDOWN TAGS
000130*                 EACH RUN AGAINST AND LAUNCHRAPPORT'S ADHERENCE
000140*                 SECTION COMPARES WITH WHAT ACTUALLY RAN.
000142* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000144*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000146*                 PLANIFIERLANCEMENTS (SEE HABILITATIONS).
000150*----------------------------------------------------------------
000160
000170 ENVIRONMENT DIVISION.
000340
000350 WORKING-STORAGE SECTION.
000360
000363     COPY "HABILITATION.cpy".
000366
000370 01  WS-MODE                 PIC X(01).
000380     88 MODE-AJOUT                    VALUE "A" "a".
000390     88 MODE-LISTE                    VALUE "L" "l".
000530* 0000-MAINLINE
000540*----------------------------------------------------------------
000550 0000-MAINLINE.
000551     MOVE "PLANIFIERLANCEMENTS" TO HAB-PROGRAMME.
000552     CALL "HABILITER" USING HAB-ZONE.
000553     IF NOT HAB-AUTORISE
000554         GOBACK
000555     END-IF.
000560     DISPLAY "Ajout d'un lancement planifie (A) ou liste"
000570         " (L) ? ".
000580     ACCEPT WS-MODE.
