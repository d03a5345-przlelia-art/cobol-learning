000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HABILITER.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. SIGNS THE OPERATOR ON ONCE PER
000110*                 RUN UNIT (OPERATEURS.DAT) AND ANSWERS, FOR A
000120*                 PROGRAM OR A MENU OPTION, WHETHER ONE OF THEIR
000130*                 ROLES MAY RUN IT ACCORDING TO HABILIT.DAT.
000140*                 EVERY PROGRAM CALLS HERE FIRST AND STOPS ON A
000150*                 REFUSAL, WHICH IS DISPLAYED AND WRITTEN TO THE
000160*                 JOURNAL; THE MENUS ASK QUIETLY TO HIDE WHAT THE
000170*                 OPERATOR MAY NOT USE. UNTIL AN OPERATOR IS ON
000180*                 FILE ONLY HABILITATIONS MAY RUN, TO CREATE THE
000190*                 FIRST SUPERVISOR.
000192* 2026-10-15  LM  HABILIT.DAT IS READ THROUGH FOR EACH LOOKUP
000194*                 INSTEAD OF BEING LOADED INTO A 300-LINE TABLE,
000196*                 SO NO LINE OF IT IS IGNORED AND THE WARNING IS
000198*                 GONE.
000200*----------------------------------------------------------------

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.

000240     SELECT OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS OPE-CODE
000280         FILE STATUS IS WS-OPERATEUR-STATUS.

000290     SELECT HABILIT-FILE ASSIGN TO "HABILIT.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-HABILIT-STATUS.

000320     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-JOURNAL-STATUS.

000350 DATA DIVISION.
000360 FILE SECTION.

000370 FD  OPERATEUR-FILE.
000380     COPY "OPERATEUR-RECORD.cpy".

000390 FD  HABILIT-FILE.
000400     COPY "HABILIT-RECORD.cpy".

000410 FD  JOURNAL-FILE.
000420     COPY "JOURNAL-RECORD.cpy".

000430 WORKING-STORAGE SECTION.

000440 01  WS-OPERATEUR-STATUS     PIC X(02).
000450     88 OPERATEUR-OK                  VALUE "00".
000460     88 OPERATEUR-ABSENT              VALUE "35".

000470 01  WS-HABILIT-STATUS       PIC X(02).
000480     88 HABILIT-OK                    VALUE "00".

000490 01  WS-JOURNAL-STATUS       PIC X(02).
000500     88 JOURNAL-OK                    VALUE "00".

000510 01  WS-MESSAGE-STATUT       PIC X(40).

000520*----------------------------------------------------------------
000530* THE SIGNED-ON OPERATOR - KEPT FOR THE WHOLE RUN UNIT, SO A MENU
000540* AND THE PROGRAMS IT CALLS ASK FOR THE CODE ONLY ONCE
000550*----------------------------------------------------------------
000560 01  WS-SESSION.
000570     05 WS-IDENTIFIE         PIC X(01) VALUE "N".
000580         88 OPERATEUR-IDENTIFIE       VALUE "O".
000590     05 WS-AMORCAGE          PIC X(01) VALUE "N".
000600         88 AMORCAGE                  VALUE "O".
000610     05 WS-OPE-CODE          PIC X(08) VALUE SPACES.
000620     05 WS-OPE-ROLES         PIC X(05) VALUE SPACES.
000630     05 WS-OPE-ROLES-R REDEFINES WS-OPE-ROLES.
000640         10 WS-OPE-ROLE OCCURS 5 TIMES PIC X(01).

000650 01  WS-CODE-SAISI           PIC X(08) VALUE SPACES.

000660*----------------------------------------------------------------
000670* THE HABILIT.DAT LINE LOOKED UP BY 3100 AND ITS ROLES
000680*----------------------------------------------------------------
000710 01  WS-FIN-HABILIT          PIC X(01) VALUE "N".
000720     88 FIN-HABILIT                   VALUE "Y".
000810 01  WS-CLE-PROGRAMME        PIC X(20).
000820 01  WS-CLE-OPTION           PIC X(02).
000830 01  WS-LIGNE-TROUVEE        PIC X(01).
000840     88 LIGNE-TROUVEE                 VALUE "O".
000843 01  WS-LIGNE-ROLES.
000846     05 WS-LIGNE-ROLE OCCURS 5 TIMES PIC X(01).
000850 01  WS-R                    PIC 9(01).

000860 LINKAGE SECTION.

000870     COPY "HABILITATION.cpy".

000880 PROCEDURE DIVISION USING HAB-ZONE.

000890*----------------------------------------------------------------
000900* 0000-MAINLINE - SIGN ON IF NEEDED, THEN DECIDE FOR THE PROGRAM
000910* (OR MENU OPTION) NAMED IN THE ZONE
000920*----------------------------------------------------------------
000930 0000-MAINLINE.
000940     MOVE "N" TO HAB-VERDICT.
000990     IF NOT OPERATEUR-IDENTIFIE
001000         PERFORM 2000-IDENTIFIER
001010             THRU 2000-IDENTIFIER-EXIT
001020     END-IF.
001030     MOVE WS-OPE-CODE TO HAB-OPERATEUR.
001040     PERFORM 3000-DECIDER
001050         THRU 3000-DECIDER-EXIT.
001060     IF NOT HAB-AUTORISE AND HAB-CONTROLE
001070         PERFORM 8000-TRACER-REFUS
001080             THRU 8000-TRACER-REFUS-EXIT
001090     END-IF.
001100     GOBACK.

001430*----------------------------------------------------------------
001440* 2000-IDENTIFIER - ASK FOR THE OPERATOR CODE. WHILE NO OPERATOR
001450* IS ON FILE YET, NOTHING IS ASKED (SEE 3000 FOR WHAT MAY RUN)
001460*----------------------------------------------------------------
001470 2000-IDENTIFIER.
001480     MOVE "N" TO WS-AMORCAGE.
001490     MOVE SPACES TO WS-CODE-SAISI.
001500     OPEN INPUT OPERATEUR-FILE.
001510     IF OPERATEUR-ABSENT
001520         SET AMORCAGE TO TRUE
001530         GO TO 2000-IDENTIFIER-EXIT
001540     END-IF.
001550     IF NOT OPERATEUR-OK
001560         CALL "FICHSTAT" USING WS-OPERATEUR-STATUS
001570             WS-MESSAGE-STATUT
001580         DISPLAY "OPERATEURS.DAT : "
001590             FUNCTION TRIM(WS-MESSAGE-STATUT)
001600         GO TO 2000-IDENTIFIER-EXIT
001610     END-IF.
001620     READ OPERATEUR-FILE NEXT RECORD
001630         AT END SET AMORCAGE TO TRUE
001640     END-READ.
001650     IF AMORCAGE
001660         CLOSE OPERATEUR-FILE
001670         GO TO 2000-IDENTIFIER-EXIT
001680     END-IF.
001690     DISPLAY "Code operateur : ".
001700     ACCEPT WS-CODE-SAISI.
001710     MOVE WS-CODE-SAISI TO OPE-CODE.
001720     READ OPERATEUR-FILE
001730         INVALID KEY
001740             DISPLAY "Operateur inconnu : " WS-CODE-SAISI
001750         NOT INVALID KEY
001760             IF OPE-EST-INACTIF
001770                 DISPLAY "Operateur desactive : " WS-CODE-SAISI
001780             ELSE
001790                 SET OPERATEUR-IDENTIFIE TO TRUE
001800                 MOVE OPE-CODE TO WS-OPE-CODE
001810                 MOVE OPE-ROLES TO WS-OPE-ROLES
001820             END-IF
001830     END-READ.
001840     CLOSE OPERATEUR-FILE.
001850 2000-IDENTIFIER-EXIT.
001860     EXIT.

001870*----------------------------------------------------------------
001880* 3000-DECIDER - THE SUPERVISOR RUNS EVERYTHING AND ALONE RUNS
001890* HABILITATIONS. OTHERWISE THE LINE FOR THE PROGRAM (OR MENU
001900* OPTION) DECIDES; AN OPTION WITHOUT ITS OWN LINE FOLLOWS THE
001910* LINE OF THE PROGRAM IT STARTS; NO LINE AT ALL, IT IS OPEN
001920*----------------------------------------------------------------
001930 3000-DECIDER.
001940     IF AMORCAGE
001950         IF HAB-PROGRAMME = "HABILITATIONS"
001960             SET HAB-AUTORISE TO TRUE
001970         END-IF
001980         GO TO 3000-DECIDER-EXIT
001990     END-IF.
002000     IF NOT OPERATEUR-IDENTIFIE
002010         GO TO 3000-DECIDER-EXIT
002020     END-IF.
002030     IF WS-OPE-ROLE(5) = "V"
002040         SET HAB-AUTORISE TO TRUE
002050         GO TO 3000-DECIDER-EXIT
002060     END-IF.
002070     IF HAB-PROGRAMME = "HABILITATIONS"
002080         GO TO 3000-DECIDER-EXIT
002090     END-IF.
002100     MOVE HAB-PROGRAMME TO WS-CLE-PROGRAMME.
002110     MOVE HAB-OPTION TO WS-CLE-OPTION.
002120     PERFORM 3100-CHERCHER-LIGNE
002130         THRU 3100-CHERCHER-LIGNE-EXIT.
002140     IF NOT LIGNE-TROUVEE
002150         AND HAB-OPTION NOT = SPACES
002160         AND HAB-CIBLE NOT = SPACES
002170         IF HAB-CIBLE = "HABILITATIONS"
002180             GO TO 3000-DECIDER-EXIT
002190         END-IF
002200         MOVE HAB-CIBLE TO WS-CLE-PROGRAMME
002210         MOVE SPACES TO WS-CLE-OPTION
002220         PERFORM 3100-CHERCHER-LIGNE
002230             THRU 3100-CHERCHER-LIGNE-EXIT
002240     END-IF.
002250     IF NOT LIGNE-TROUVEE
002260         SET HAB-AUTORISE TO TRUE
002270         GO TO 3000-DECIDER-EXIT
002280     END-IF.
002290     PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
002300         IF WS-LIGNE-ROLE(WS-R) NOT = SPACE
002310             AND WS-OPE-ROLE(WS-R) NOT = SPACE
002320             SET HAB-AUTORISE TO TRUE
002330         END-IF
002340     END-PERFORM.
002350 3000-DECIDER-EXIT.
002360     EXIT.

002370*----------------------------------------------------------------
002375* 3100-CHERCHER-LIGNE - FIRST LINE OF HABILIT.DAT FOR
002380* (WS-CLE-PROGRAMME, WS-CLE-OPTION). NO HABILIT.DAT MEANS EVERY
002385* PROGRAM IS OPEN TO EVERY ACTIVE OPERATOR
002390*----------------------------------------------------------------
002400 3100-CHERCHER-LIGNE.
002410     MOVE "N" TO WS-LIGNE-TROUVEE.
002415     MOVE SPACES TO WS-LIGNE-ROLES.
002420     OPEN INPUT HABILIT-FILE.
002425     IF NOT HABILIT-OK
002430         CLOSE HABILIT-FILE
002435         GO TO 3100-CHERCHER-LIGNE-EXIT
002440     END-IF.
002445     MOVE "N" TO WS-FIN-HABILIT.
002450     PERFORM UNTIL FIN-HABILIT OR LIGNE-TROUVEE
002455         READ HABILIT-FILE
002460             AT END SET FIN-HABILIT TO TRUE
002465             NOT AT END
002470                 IF HBT-PROGRAMME = WS-CLE-PROGRAMME
002475                     AND HBT-OPTION = WS-CLE-OPTION
002480                     SET LIGNE-TROUVEE TO TRUE
002485                     MOVE HBT-ROLES TO WS-LIGNE-ROLES
002490                 END-IF
002495         END-READ
002500     END-PERFORM.
002505     CLOSE HABILIT-FILE.
002520 3100-CHERCHER-LIGNE-EXIT.
002530     EXIT.

002540*----------------------------------------------------------------
002550* 8000-TRACER-REFUS - TELL THE OPERATOR AND KEEP A TRACE ON THE
002560* JOURNAL
002570*----------------------------------------------------------------
002580 8000-TRACER-REFUS.
002590     IF HAB-OPTION = SPACES
002600         DISPLAY "Acces refuse a " FUNCTION TRIM(HAB-PROGRAMME)
002610     ELSE
002620         DISPLAY "Acces refuse a " FUNCTION TRIM(HAB-PROGRAMME)
002630             " option " HAB-OPTION
002640     END-IF.
002650     MOVE SPACES TO JOURNAL-RECORD.
002660     MOVE HAB-PROGRAMME TO JNL-PROGRAMME.
002670     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
002680     ACCEPT JNL-HEURE FROM TIME.
002690     MOVE ZERO TO JNL-NB-ENREGISTREMENTS.
002700     IF OPERATEUR-IDENTIFIE
002710         MOVE WS-OPE-CODE TO WS-CODE-SAISI
002720     END-IF.
002730     IF WS-CODE-SAISI = SPACES
002740         MOVE "?" TO WS-CODE-SAISI
002750     END-IF.
002760     IF HAB-OPTION = SPACES
002770         STRING "Acces refuse, operateur " DELIMITED BY SIZE
002780             WS-CODE-SAISI DELIMITED BY SPACE
002790             INTO JNL-MESSAGE
002800     ELSE
002810         STRING "Refus acces operateur " DELIMITED BY SIZE
002820             WS-CODE-SAISI DELIMITED BY SPACE
002830             " option " DELIMITED BY SIZE
002840             HAB-OPTION DELIMITED BY SIZE
002850             INTO JNL-MESSAGE
002860     END-IF.
002870     OPEN EXTEND JOURNAL-FILE.
002880     IF NOT JOURNAL-OK
002890         CLOSE JOURNAL-FILE
002900         OPEN OUTPUT JOURNAL-FILE
002910     END-IF.
002920     WRITE JOURNAL-RECORD.
002930     CLOSE JOURNAL-FILE.
002940 8000-TRACER-REFUS-EXIT.
002950     EXIT.
