000130*                 "T1-2026" AND "TRIM1" FOR THE SAME TERM, SO
000140*                 BULLETIN NOW VALIDATES THE KEYED TERM HERE AND
000150*                 BULLTENDANCE SORTS ITS TREND BY THE SEQUENCE.
000152* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000154*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000156*                 TERMESMAJ (SEE HABILITATIONS).
000160*----------------------------------------------------------------
000170
000180 ENVIRONMENT DIVISION.
000370
000380 WORKING-STORAGE SECTION.
000390
000393     COPY "HABILITATION.cpy".
000396
000400 01  WS-MODE                 PIC X(01).
000410     88 MODE-AJOUT                    VALUE "A" "a".
000420     88 MODE-LISTE                    VALUE "L" "l".
000610* 0000-MAINLINE
000620*----------------------------------------------------------------
000630 0000-MAINLINE.
000631     MOVE "TERMESMAJ" TO HAB-PROGRAMME.
000632     CALL "HABILITER" USING HAB-ZONE.
000633     IF NOT HAB-AUTORISE
000634         GOBACK
000635     END-IF.
000640     DISPLAY "Ajout d'un terme (A) ou liste (L) ? ".
000650     ACCEPT WS-MODE.
000660     IF MODE-AJOUT
