000136*                 THE CSV PAIR IS THE ROSTER'S FLAT REBUILD PATH
000137*                 AND WAS SILENTLY DROPPING BOTH FIELDS ON THE
000138*                 ROUND TRIP (SEE IMPORTERCSV FOR THE READ SIDE).
000139* 2026-10-15  LM  CARRY STU-CLASSE AND THE TWO FAMILY ADDRESS
000140*                 LINES ON EACH ROW (LINE WIDENED TO 160), SO THE
000141*                 ROUND TRIP THROUGH IMPORTERCSV KEEPS THEM.
000142* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000143*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000144*                 EXPORTERCSV (SEE HABILITATIONS).
000139*----------------------------------------------------------------

000140 ENVIRONMENT DIVISION.
000320         REPLACING ==STUDENT-RECORD== BY ==WS-LIGNE-ENR==.

000330 FD  CSV-FILE.
000340 01  WS-LIGNE-CSV             PIC X(160).

000350 FD  JOURNAL-FILE.
000360     COPY "JOURNAL-RECORD.cpy".

000370 WORKING-STORAGE SECTION.

000375     COPY "HABILITATION.cpy".

000380 01  WS-NB-LIGNES             PIC 9(04) VALUE ZERO.

000382 01  WS-DEPUIS-ID             PIC X(06).
000500* 0000-MAINLINE
000510*----------------------------------------------------------------
000520 0000-MAINLINE.
000521     MOVE "EXPORTERCSV" TO HAB-PROGRAMME.
000522     CALL "HABILITER" USING HAB-ZONE.
000523     IF NOT HAB-AUTORISE
000524         GOBACK
000525     END-IF.
000522     PERFORM 0500-SAISIR-DEPART
000524         THRU 0500-SAISIR-DEPART-EXIT.
000530     PERFORM 1000-EXPORTER-CSV
000646             FUNCTION TRIM(WS-MESSAGE-STATUT)
000650     ELSE
000660         OPEN OUTPUT CSV-FILE
000666         MOVE "ID,NOM,CONTACT,ANNEE,CLASSE,ADRESSE1,ADRESSE2"
000672             TO WS-LIGNE-CSV
000680         WRITE WS-LIGNE-CSV
000690         PERFORM UNTIL FIN-FICHIER
000700             READ MON-FICHIER
000820     EXIT.

000830*----------------------------------------------------------------
000835* 1500-ECRIRE-LIGNE-CSV - ONE ID,NAME,CONTACT,YEAR,CLASS,ADDRESS
000840* ROW; A COMMA TYPED IN THE ADDRESS WOULD SHIFT THE COLUMNS AND
000845* GOES OUT AS A SPACE
000850*----------------------------------------------------------------
000860 1500-ECRIRE-LIGNE-CSV.
000870     MOVE SPACES TO WS-LIGNE-CSV.
000872     INSPECT STU-ADRESSE-1 REPLACING ALL "," BY " ".
000874     INSPECT STU-ADRESSE-2 REPLACING ALL "," BY " ".
000880     STRING STU-ID             DELIMITED BY SIZE
000890            ","                DELIMITED BY SIZE
000900            FUNCTION TRIM(STU-NOM) DELIMITED BY SIZE
000904            FUNCTION TRIM(STU-CONTACT) DELIMITED BY SIZE
000906            ","                DELIMITED BY SIZE
000908            STU-ANNEE-X        DELIMITED BY SIZE
000909            ","                DELIMITED BY SIZE
000910            FUNCTION TRIM(STU-CLASSE) DELIMITED BY SIZE
000911            ","                DELIMITED BY SIZE
000912            FUNCTION TRIM(STU-ADRESSE-1) DELIMITED BY SIZE
000913            ","                DELIMITED BY SIZE
000914            FUNCTION TRIM(STU-ADRESSE-2) DELIMITED BY SIZE
000910         INTO WS-LIGNE-CSV.
000920     WRITE WS-LIGNE-CSV.
000930     ADD 1 TO WS-NB-LIGNES.
