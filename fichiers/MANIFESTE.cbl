000178*                 ALONGSIDE ELEVES.TXT - THE TWO FILES WE COULD
000179*                 LEAST AFFORD TO LOSE QUIETLY ARE FINALLY
000181*                 COUNTED AND CHECKSUMMED.
000182* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000183*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000184*                 MANIFESTE (SEE HABILITATIONS).
000185* 2026-10-15  LM  APPEND A COMPLETION LINE TO JOURNAL.TXT WITH
000186*                 THE NUMBER OF RECORDS HANDLED, SO CHRONOLOT CAN
000187*                 SET EACH NIGHTLY STEP'S DURATION AGAINST ITS
000188*                 VOLUME.
000182*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-MANIFESTE-STATUS.
000610
000612     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-JOURNAL-STATUS.
000618
000620 DATA DIVISION.
000630 FILE SECTION.
000640
000910                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000920                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000930                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000931                   ==CMD-VILLE==      BY ==OR-VILLE==
000932                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000933                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000934                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000935                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000936                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000937                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000938                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000939                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000940                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000941                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000942                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000943                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000944                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000945                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000946                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000947                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000948                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000950
000960 FD  FICHIER-PLAT.
000970 01  PLAT-LIGNE               PIC X(80).
001150     05 MAN-NB-ENREG          PIC 9(06).
001160     05 MAN-SOMME             PIC 9(09).
001170
001172 FD  JOURNAL-FILE.
001174     COPY "JOURNAL-RECORD.cpy".
001176
001180 WORKING-STORAGE SECTION.
001190
001193     COPY "HABILITATION.cpy".
001196
001200 01  WS-MODE                  PIC X(01).
001210     88 MODE-ECRIRE                    VALUE "E" "e".
001220     88 MODE-CONTROLER                 VALUE "C" "c".
001950
001960 01  WS-NB-ECARTS             PIC 9(02) VALUE ZERO.
001970
001972 01  WS-JOURNAL-STATUS        PIC X(02).
001974     88 JOURNAL-OK                    VALUE "00".
001976
001980 PROCEDURE DIVISION.
001990
002000*----------------------------------------------------------------
002010* 0000-MAINLINE
002020*----------------------------------------------------------------
002030 0000-MAINLINE.
002031     MOVE "MANIFESTE" TO HAB-PROGRAMME.
002032     CALL "HABILITER" USING HAB-ZONE.
002033     IF NOT HAB-AUTORISE
002034         GOBACK
002035     END-IF.
002040     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002050     PERFORM 0500-CHARGER-LISTE
002060         THRU 0500-CHARGER-LISTE-EXIT.
002130         PERFORM 2000-ECRIRE-MANIFESTE
002140             THRU 2000-ECRIRE-MANIFESTE-EXIT
002150     END-IF.
002153     PERFORM 8000-TRACER-JOURNAL
002156         THRU 8000-TRACER-JOURNAL-EXIT.
002160     GOBACK.
002170
002180*----------------------------------------------------------------
005710     END-PERFORM.
005720 4500-CUMULER-SOMME-EXIT.
005730     EXIT.
005731
005732*----------------------------------------------------------------
005733* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
005734*----------------------------------------------------------------
005735 8000-TRACER-JOURNAL.
005736     MOVE SPACES TO JOURNAL-RECORD.
005737     MOVE "MANIFESTE" TO JNL-PROGRAMME.
005738     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
005739     ACCEPT JNL-HEURE FROM TIME.
005740     IF MODE-CONTROLER
005741         MOVE "Manifeste controle" TO JNL-MESSAGE
005742     ELSE
005743         MOVE "Manifeste ecrit" TO JNL-MESSAGE
005744     END-IF.
005745     MOVE WS-NB-FICHIERS TO JNL-NB-ENREGISTREMENTS.
005746     OPEN EXTEND JOURNAL-FILE.
005747     IF NOT JOURNAL-OK
005748         CLOSE JOURNAL-FILE
005749         OPEN OUTPUT JOURNAL-FILE
005750     END-IF.
005751     WRITE JOURNAL-RECORD.
005752     CLOSE JOURNAL-FILE.
005753 8000-TRACER-JOURNAL-EXIT.
005754     EXIT.
