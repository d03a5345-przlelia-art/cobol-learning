000149*                 TAKES A CITY NAME OR A FIVE-DIGIT CODE AND
000151*                 ECHOES BACK THE CANONICAL VILLE-NOM IT
000152*                 RESOLVED, SO SPELLING VARIANTS STOP FAILING.
000153* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000154*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000155*                 VILLE (SEE HABILITATIONS).
000146*----------------------------------------------------------------

000150 ENVIRONMENT DIVISION.

000390 WORKING-STORAGE SECTION.

000395     COPY "HABILITATION.cpy".

000400 01  WS-VILLE                PIC X(20).
000401 01  WS-SAISIE               PIC X(20).

000470* 0000-MAINLINE
000480*----------------------------------------------------------------
000490 0000-MAINLINE.
000491     MOVE "VILLE" TO HAB-PROGRAMME.
000492     CALL "HABILITER" USING HAB-ZONE.
000493     IF NOT HAB-AUTORISE
000494         GOBACK
000495     END-IF.
000500     OPEN INPUT VILLES-FILE.
000501     IF NOT VILLE-TROUVEE
000502         CALL "FICHSTAT" USING WS-VILLES-STATUS
