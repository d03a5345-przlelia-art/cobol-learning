000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAISIENOTES.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. GRADE CAPTURE BY THE TEACHER : THE
000110*                 TEACHER PICKS ONE OF THEIR ASSIGNMENTS ON
000120*                 ENSEIGNANTS.DAT, THE TERM (CHECKED ON
000130*                 TERMES.DAT) AND THE GRADE SLOT, THEN KEYS A
000140*                 GRADE FOR EACH STUDENT OF THE CLASS. EVERY
000150*                 GRADE GOES ON NOTESDET.DAT WITH THE TEACHER'S
000160*                 CODE, AND NOTES.DAT IS REBUILT FOR THE TERM -
000170*                 ONE LINE PER STUDENT, EACH SLOT THE ROUNDED
000180*                 AVERAGE OF THE SUBJECTS GRADED - SO BULLETIN
000190*                 READS IT AS BEFORE.
000192* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000194*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000196*                 SAISIENOTES (SEE HABILITATIONS).
000197* 2026-10-15  LM  MORE THAN 500 STUDENTS ON FILE NOW STOPS THE
000198*                 REBUILD BEFORE NOTES.DAT IS OPENED, AS MORE
000199*                 THAN 5000 GRADES ALREADY DID - THE FILE IS NO
000200*                 LONGER REWRITTEN WITH ONLY THE FIRST 500.
000201* 2026-10-15  LM  THE REBUILD KEEPS THE TERM'S GRADES ON THE KEYED
000202*                 WORK FILE SAISNOT.TMP AND LOOKS THE STUDENTS UP
000203*                 ON ELEVES.TXT BY KEY INSTEAD OF IN THE 500 AND
000204*                 5000-ENTRY TABLES, SO IT NO LONGER STOPS ON A
000205*                 LARGE ROSTER OR TERM.
000201*----------------------------------------------------------------

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.

000240     SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS ENS-CODE
000280         FILE STATUS IS WS-ENSEIGNANTS-STATUS.

000290     SELECT ELEVES-FILE ASSIGN TO "eleves.txt"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS STU-ID
000330         FILE STATUS IS WS-ELEVES-STATUS.

000340     SELECT NOTESDET-FILE ASSIGN TO "NOTESDET.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-NOTESDET-STATUS.

000370     SELECT NOTES-FILE ASSIGN TO "NOTES.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-NOTES-STATUS.

000400     SELECT TERMES-FILE ASSIGN TO "TERMES.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TERMES-STATUS.

000421     SELECT NOTES-TRAVAIL ASSIGN TO "SAISNOT.TMP"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS NTT-CLE
000425         FILE STATUS IS WS-TRAVAIL-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.

000450 FD  ENSEIGNANTS-FILE.
000460     COPY "ENSEIGNANT-RECORD.cpy".

000470 FD  ELEVES-FILE.
000480     COPY "STUDENT-RECORD.cpy".

000490 FD  NOTESDET-FILE.
000500     COPY "NOTEDET-RECORD.cpy".

000510*----------------------------------------------------------------
000520* NOTES - ONE STUDENT'S NAME AND THREE GRADES PER RECORD (LAYOUT
000530* KEPT IN STEP WITH BULLETIN AND MOYENNE)
000540*----------------------------------------------------------------
000550 FD  NOTES-FILE.
000560 01  NOTES-RECORD.
000570     05 NOT-NOM-ETUDIANT      PIC X(20).
000580     05 NOT-NOTE1             PIC 9(02).
000590     05 NOT-NOTE2             PIC 9(02).
000600     05 NOT-NOTE3             PIC 9(02).

000610*----------------------------------------------------------------
000620* TERMES - THE TERM REFERENCE (LAYOUT KEPT IN STEP WITH
000630* TERMESMAJ)
000640*----------------------------------------------------------------
000650 FD  TERMES-FILE.
000660 01  TERME-RECORD.
000670     05 TRM-CODE              PIC X(10).
000680     05 TRM-SEQUENCE          PIC 9(03).

000681*----------------------------------------------------------------
000682* NOTES-TRAVAIL - THE LATEST GRADE OF THE TERM PER STUDENT,
000683* SUBJECT AND SLOT
000684*----------------------------------------------------------------
000685 FD  NOTES-TRAVAIL.
000686 01  NOTE-TRAVAIL.
000687     05 NTT-CLE.
000688         10 NTT-STU-ID        PIC X(06).
000689         10 NTT-MATIERE       PIC X(12).
000690         10 NTT-EPREUVE       PIC 9(01).
000691     05 NTT-NOTE              PIC 9(02).

000690 WORKING-STORAGE SECTION.

000695     COPY "HABILITATION.cpy".

000700 01  WS-MODE                 PIC X(01).
000710     88 MODE-SAISIE                   VALUE "S" "s".
000720     88 MODE-REGENERER                VALUE "G" "g".

000730 01  WS-DATE-JOUR            PIC 9(08).
000740 01  WS-TERME                PIC X(10).
000750 01  WS-CLASSE               PIC X(06).
000760 01  WS-MATIERE              PIC X(12).
000770 01  WS-EPREUVE              PIC 9(01).
000780 01  WS-ADX                  PIC 9(02).

000790 01  WS-SAISIE-NUMERIQUE     PIC X(12).
000800 01  WS-VALNUM-MIN           PIC S9(08).
000810 01  WS-VALNUM-MAX           PIC S9(08).
000820 01  WS-VALNUM-VALEUR        PIC S9(08).
000830 01  WS-VALNUM-VERDICT       PIC X(01).
000840     88 SAISIE-VALIDE                 VALUE "O".

000850*----------------------------------------------------------------
000860* EPREUVES - ONE LABEL PER GRADE SLOT, AS ON THE BULLETIN
000870*----------------------------------------------------------------
000880 01  WS-LIBELLES-EPREUVES.
000890     05 FILLER                PIC X(12) VALUE "CONTROLE 1".
000900     05 FILLER                PIC X(12) VALUE "CONTROLE 2".
000910     05 FILLER                PIC X(12) VALUE "EXAMEN".
000920 01  WS-EPREUVES-TABLE REDEFINES WS-LIBELLES-EPREUVES.
000930     05 WS-LIB-EPREUVE OCCURS 3 TIMES PIC X(12).

000940 01  WS-NB-SAISIES           PIC 9(04) VALUE ZERO.
000950 01  WS-NB-VIDES             PIC 9(04) VALUE ZERO.
000960 01  WS-NB-LIGNES-NOTES      PIC 9(06) VALUE ZERO.
000970 01  WS-NB-IGNOREES          PIC 9(05) VALUE ZERO.

000980 01  WS-MESSAGE-STATUT       PIC X(40).
000983 01  WS-NOM-TRAVAIL          PIC X(40) VALUE "SAISNOT.TMP".
000986 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000990 01  WS-ENSEIGNANTS-STATUS   PIC X(02).
001000     88 ENSEIGNANTS-OK                VALUE "00".
001010 01  WS-ELEVES-STATUS        PIC X(02).
001020     88 ELEVES-OK                     VALUE "00".
001030 01  WS-NOTESDET-STATUS      PIC X(02).
001040     88 NOTESDET-OK                   VALUE "00".
001050 01  WS-NOTES-STATUS         PIC X(02).
001060     88 NOTES-OK                      VALUE "00".
001070 01  WS-TERMES-STATUS        PIC X(02).
001080     88 TERMES-OK                     VALUE "00".
001083 01  WS-TRAVAIL-STATUS       PIC X(02).
001086     88 TRAVAIL-OK                    VALUE "00".

001090 01  WS-SWITCHES.
001100     05 WS-FIN-FICHIER       PIC X(01).
001110         88 FIN-FICHIER               VALUE "Y".
001120     05 WS-ABANDON           PIC X(01) VALUE "N".
001130         88 ABANDON                   VALUE "O".
001140     05 WS-TERME-VALIDE      PIC X(01).
001150         88 TERME-VALIDE              VALUE "O".
001160     05 WS-NOTE-TRAITEE      PIC X(01).
001170         88 NOTE-TRAITEE              VALUE "O".
001180     05 WS-FIN-NOTES         PIC X(01).
001190         88 FIN-NOTES                 VALUE "Y".

001400 01  WS-CUMULS.
001410     05 WS-CUMUL OCCURS 3 TIMES.
001420         10 WS-CUM-SOMME      PIC 9(05).
001430         10 WS-CUM-NOMBRE     PIC 9(03).
001440 01  WS-CDX                  PIC 9(01).
001450 01  WS-MOYENNE-EPREUVE      PIC 9(02).

001460 PROCEDURE DIVISION.

001470*----------------------------------------------------------------
001480* 0000-MAINLINE
001490*----------------------------------------------------------------
001500 0000-MAINLINE.
001501     MOVE "SAISIENOTES" TO HAB-PROGRAMME.
001502     CALL "HABILITER" USING HAB-ZONE.
001503     IF NOT HAB-AUTORISE
001504         GOBACK
001505     END-IF.
001510     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001520     DISPLAY "Saisie de notes (S) ou regeneration de NOTES.DAT"
001530         " (G) ? ".
001540     ACCEPT WS-MODE.
001550     IF NOT MODE-SAISIE AND NOT MODE-REGENERER
001560         DISPLAY "Mode inconnu, merci de choisir S ou G"
001570         STOP RUN
001580     END-IF.
001590     IF MODE-SAISIE
001600         PERFORM 1000-IDENTIFIER-ENSEIGNANT
001610             THRU 1000-IDENTIFIER-ENSEIGNANT-EXIT
001620         IF ABANDON
001630             STOP RUN
001640         END-IF
001650         PERFORM 1100-CHOISIR-AFFECTATION
001660             THRU 1100-CHOISIR-AFFECTATION-EXIT
001670     END-IF.
001680     PERFORM 1200-SAISIR-TERME
001690         THRU 1200-SAISIR-TERME-EXIT.
001700     IF NOT TERME-VALIDE
001710         DISPLAY "Terme inconnu de TERMES.DAT : "
001720             FUNCTION TRIM(WS-TERME)
001730         STOP RUN
001740     END-IF.
001750     IF MODE-SAISIE
001760         PERFORM 1300-CHOISIR-EPREUVE
001770             THRU 1300-CHOISIR-EPREUVE-EXIT
001780         PERFORM 2000-SAISIR-CLASSE
001790             THRU 2000-SAISIR-CLASSE-EXIT
001800         IF ABANDON
001810             STOP RUN
001820         END-IF
001830     END-IF.
001840     PERFORM 5000-REGENERER-NOTES
001850         THRU 5000-REGENERER-NOTES-EXIT.
001860     STOP RUN.

001870*----------------------------------------------------------------
001880* 1000-IDENTIFIER-ENSEIGNANT - THE TEACHER ENTERING THE GRADES
001890*----------------------------------------------------------------
001900 1000-IDENTIFIER-ENSEIGNANT.
001910     OPEN INPUT ENSEIGNANTS-FILE.
001920     IF NOT ENSEIGNANTS-OK
001930         CALL "FICHSTAT" USING WS-ENSEIGNANTS-STATUS
001940             WS-MESSAGE-STATUT
001950         DISPLAY "ENSEIGNANTS.DAT : "
001960             FUNCTION TRIM(WS-MESSAGE-STATUT)
001970         SET ABANDON TO TRUE
001980         GO TO 1000-IDENTIFIER-ENSEIGNANT-EXIT
001990     END-IF.
002000     DISPLAY "Code enseignant : ".
002010     ACCEPT ENS-CODE.
002020     READ ENSEIGNANTS-FILE
002030         INVALID KEY
002040             DISPLAY "Enseignant inconnu : " ENS-CODE
002050             SET ABANDON TO TRUE
002060     END-READ.
002070     CLOSE ENSEIGNANTS-FILE.
002080     IF NOT ABANDON AND ENS-NB-AFFECT = ZERO
002090         DISPLAY "Aucune classe affectee a "
002100             FUNCTION TRIM(ENS-NOM) " - voir ENSEIGNANTSMAJ"
002110         SET ABANDON TO TRUE
002120     END-IF.
002130 1000-IDENTIFIER-ENSEIGNANT-EXIT.
002140     EXIT.

002150*----------------------------------------------------------------
002160* 1100-CHOISIR-AFFECTATION - ONE OF THE TEACHER'S CLASS/SUBJECT
002170* PAIRS, BY ITS NUMBER IN THE LIST
002180*----------------------------------------------------------------
002190 1100-CHOISIR-AFFECTATION.
002200     DISPLAY "Affectations de " FUNCTION TRIM(ENS-NOM) " :".
002210     PERFORM VARYING WS-ADX FROM 1 BY 1
002220             UNTIL WS-ADX > ENS-NB-AFFECT
002230         DISPLAY "  " WS-ADX ". " ENS-CLASSE(WS-ADX) " "
002240             ENS-MATIERE(WS-ADX)
002250     END-PERFORM.
002260     MOVE 1 TO WS-VALNUM-MIN.
002270     MOVE ENS-NB-AFFECT TO WS-VALNUM-MAX.
002280     MOVE "N" TO WS-VALNUM-VERDICT.
002290     PERFORM UNTIL SAISIE-VALIDE
002300         DISPLAY "Numero de l'affectation : "
002310         MOVE SPACES TO WS-SAISIE-NUMERIQUE
002320         ACCEPT WS-SAISIE-NUMERIQUE
002330         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
002340             WS-VALNUM-MIN WS-VALNUM-MAX
002350             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
002360         IF NOT SAISIE-VALIDE
002370             DISPLAY "Numero invalide"
002380         END-IF
002390     END-PERFORM.
002400     MOVE WS-VALNUM-VALEUR TO WS-ADX.
002410     MOVE ENS-CLASSE(WS-ADX)  TO WS-CLASSE.
002420     MOVE ENS-MATIERE(WS-ADX) TO WS-MATIERE.
002430 1100-CHOISIR-AFFECTATION-EXIT.
002440     EXIT.

002450*----------------------------------------------------------------
002460* 1200-SAISIR-TERME - THE KEYED TERM MUST BE DECLARED IN THE
002470* REFERENCE TABLE
002480*----------------------------------------------------------------
002490 1200-SAISIR-TERME.
002500     DISPLAY "Identifiant du terme (ex. 2026-T1) : ".
002510     MOVE SPACES TO WS-TERME.
002520     ACCEPT WS-TERME.
002530     MOVE "N" TO WS-TERME-VALIDE.
002540     OPEN INPUT TERMES-FILE.
002550     IF NOT TERMES-OK
002560         DISPLAY "TERMES.DAT absent - aucun terme valide"
002570         GO TO 1200-SAISIR-TERME-EXIT
002580     END-IF.
002590     MOVE "N" TO WS-FIN-FICHIER.
002600     PERFORM UNTIL FIN-FICHIER
002610         READ TERMES-FILE
002620             AT END SET FIN-FICHIER TO TRUE
002630             NOT AT END
002640                 IF TRM-CODE = WS-TERME
002650                     SET TERME-VALIDE TO TRUE
002660                 END-IF
002670         END-READ
002680     END-PERFORM.
002690     CLOSE TERMES-FILE.
002700 1200-SAISIR-TERME-EXIT.
002710     EXIT.

002720*----------------------------------------------------------------
002730* 1300-CHOISIR-EPREUVE - 1 CONTROLE 1, 2 CONTROLE 2, 3 EXAMEN
002740*----------------------------------------------------------------
002750 1300-CHOISIR-EPREUVE.
002760     MOVE 1 TO WS-VALNUM-MIN.
002770     MOVE 3 TO WS-VALNUM-MAX.
002780     MOVE "N" TO WS-VALNUM-VERDICT.
002790     PERFORM UNTIL SAISIE-VALIDE
002800         DISPLAY "Epreuve : 1 controle 1, 2 controle 2,"
002810             " 3 examen : "
002820         MOVE SPACES TO WS-SAISIE-NUMERIQUE
002830         ACCEPT WS-SAISIE-NUMERIQUE
002840         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
002850             WS-VALNUM-MIN WS-VALNUM-MAX
002860             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
002870         IF NOT SAISIE-VALIDE
002880             DISPLAY "Epreuve invalide"
002890         END-IF
002900     END-PERFORM.
002910     MOVE WS-VALNUM-VALEUR TO WS-EPREUVE.
002920 1300-CHOISIR-EPREUVE-EXIT.
002930     EXIT.

002940*----------------------------------------------------------------
002950* 2000-SAISIR-CLASSE - ONE GRADE PER STUDENT OF THE CLASS, IN
002960* ROSTER ORDER
002970*----------------------------------------------------------------
002980 2000-SAISIR-CLASSE.
002990     OPEN INPUT ELEVES-FILE.
003000     IF NOT ELEVES-OK
003010         CALL "FICHSTAT" USING WS-ELEVES-STATUS
003020             WS-MESSAGE-STATUT
003030         DISPLAY "eleves.txt : "
003040             FUNCTION TRIM(WS-MESSAGE-STATUT)
003050         SET ABANDON TO TRUE
003060         GO TO 2000-SAISIR-CLASSE-EXIT
003070     END-IF.
003080     OPEN EXTEND NOTESDET-FILE.
003090     IF NOT NOTESDET-OK
003100         CLOSE NOTESDET-FILE
003110         OPEN OUTPUT NOTESDET-FILE
003120     END-IF.
003130     DISPLAY FUNCTION TRIM(WS-MATIERE) " - classe " WS-CLASSE
003140         " - " FUNCTION TRIM(WS-LIB-EPREUVE(WS-EPREUVE)).
003150     MOVE "N" TO WS-FIN-FICHIER.
003160     PERFORM UNTIL FIN-FICHIER
003170         READ ELEVES-FILE NEXT RECORD
003180             AT END SET FIN-FICHIER TO TRUE
003190             NOT AT END
003200                 IF STU-CLASSE = WS-CLASSE
003210                     PERFORM 2100-SAISIR-UNE-NOTE
003220                         THRU 2100-SAISIR-UNE-NOTE-EXIT
003230                 END-IF
003240         END-READ
003250     END-PERFORM.
003260     CLOSE NOTESDET-FILE.
003270     CLOSE ELEVES-FILE.
003280     DISPLAY "Notes saisies : " WS-NB-SAISIES
003290         " - sans note : " WS-NB-VIDES.
003300 2000-SAISIR-CLASSE-EXIT.
003310     EXIT.

003320*----------------------------------------------------------------
003330* 2100-SAISIR-UNE-NOTE - 0 TO 20; BLANK LEAVES THE GRADE MISSING
003340*----------------------------------------------------------------
003350 2100-SAISIR-UNE-NOTE.
003360     MOVE 0  TO WS-VALNUM-MIN.
003370     MOVE 20 TO WS-VALNUM-MAX.
003380     MOVE "N" TO WS-NOTE-TRAITEE.
003390     PERFORM UNTIL NOTE-TRAITEE
003400         DISPLAY STU-ID " " STU-NOM " - note sur 20"
003410             " (vide = pas de note) : "
003420         MOVE SPACES TO WS-SAISIE-NUMERIQUE
003430         ACCEPT WS-SAISIE-NUMERIQUE
003440         IF WS-SAISIE-NUMERIQUE = SPACES
003450             ADD 1 TO WS-NB-VIDES
003460             GO TO 2100-SAISIR-UNE-NOTE-EXIT
003470         END-IF
003480         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
003490             WS-VALNUM-MIN WS-VALNUM-MAX
003500             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
003510         IF SAISIE-VALIDE
003520             SET NOTE-TRAITEE TO TRUE
003530         ELSE
003540             DISPLAY "Note invalide - entre 0 et 20"
003550         END-IF
003560     END-PERFORM.
003570     MOVE STU-ID           TO NTD-STU-ID.
003580     MOVE WS-TERME         TO NTD-TERME.
003590     MOVE WS-CLASSE        TO NTD-CLASSE.
003600     MOVE WS-MATIERE       TO NTD-MATIERE.
003610     MOVE WS-EPREUVE       TO NTD-EPREUVE.
003620     MOVE WS-VALNUM-VALEUR TO NTD-NOTE.
003630     MOVE ENS-CODE         TO NTD-ENSEIGNANT.
003640     MOVE WS-DATE-JOUR     TO NTD-DATE.
003650     WRITE NOTEDET-RECORD.
003660     ADD 1 TO WS-NB-SAISIES.
003670 2100-SAISIR-UNE-NOTE-EXIT.
003680     EXIT.

003690*----------------------------------------------------------------
003700* 5000-REGENERER-NOTES - NOTES.DAT FOR THE TERM FROM THE LATEST
003710* GRADES ON NOTESDET.DAT
003720*----------------------------------------------------------------
003730 5000-REGENERER-NOTES.
003740     PERFORM 5100-OUVRIR-ELEVES
003750         THRU 5100-OUVRIR-ELEVES-EXIT.
003760     IF NOT ELEVES-OK
003784         GO TO 5000-REGENERER-NOTES-EXIT
003785     END-IF.
003790     OPEN INPUT NOTESDET-FILE.
003800     IF NOT NOTESDET-OK
003810         DISPLAY "Aucune note saisie : NOTESDET.DAT"
003815         CLOSE ELEVES-FILE
003820         GO TO 5000-REGENERER-NOTES-EXIT
003830     END-IF.
003831     OPEN OUTPUT NOTES-TRAVAIL.
003832     IF NOT TRAVAIL-OK
003833         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
003834             WS-MESSAGE-STATUT
003835         DISPLAY "SAISNOT.TMP : "
003836             FUNCTION TRIM(WS-MESSAGE-STATUT)
003837             " - NOTES.DAT non regenere"
003838         CLOSE NOTESDET-FILE
003839         CLOSE ELEVES-FILE
003840         GO TO 5000-REGENERER-NOTES-EXIT
003841     END-IF.
003842     CLOSE NOTES-TRAVAIL.
003843     OPEN I-O NOTES-TRAVAIL.
003840     MOVE "N" TO WS-FIN-FICHIER.
003850     PERFORM UNTIL FIN-FICHIER
003860         READ NOTESDET-FILE
003870             AT END SET FIN-FICHIER TO TRUE
003880             NOT AT END
003890                 IF NTD-TERME = WS-TERME
003900                     PERFORM 5200-RETENIR-NOTE
003910                         THRU 5200-RETENIR-NOTE-EXIT
003920                 END-IF
003930         END-READ
003940     END-PERFORM.
003950     CLOSE NOTESDET-FILE.
004010     OPEN OUTPUT NOTES-FILE.
004013     MOVE LOW-VALUES TO STU-ID.
004016     MOVE "N" TO WS-FIN-FICHIER.
004019     START ELEVES-FILE KEY IS NOT LESS THAN STU-ID
004022         INVALID KEY SET FIN-FICHIER TO TRUE
004025     END-START.
004028     PERFORM UNTIL FIN-FICHIER
004031         READ ELEVES-FILE NEXT RECORD
004034             AT END SET FIN-FICHIER TO TRUE
004037             NOT AT END
004040                 PERFORM 5300-ECRIRE-ELEVE
004043                     THRU 5300-ECRIRE-ELEVE-EXIT
004046         END-READ
004060     END-PERFORM.
004070     CLOSE NOTES-FILE.
004072     CLOSE NOTES-TRAVAIL.
004074     CLOSE ELEVES-FILE.
004076     CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
004078         RETURNING WS-RETOUR-SUPPRESSION.
004080     DISPLAY "NOTES.DAT regenere pour " FUNCTION TRIM(WS-TERME)
004090         " : " WS-NB-LIGNES-NOTES " eleve(s)".
004100     IF WS-NB-IGNOREES > ZERO
004110         DISPLAY "Notes d'eleves absents du fichier ignorees : "
004120             WS-NB-IGNOREES
004130     END-IF.
004170 5000-REGENERER-NOTES-EXIT.
004180     EXIT.

004190*----------------------------------------------------------------
004196* 5100-OUVRIR-ELEVES - THE ROSTER, READ BY KEY FOR EACH GRADE AND
004202* THEN IN ID ORDER FOR NOTES.DAT
004210*----------------------------------------------------------------
004220 5100-OUVRIR-ELEVES.
004230     OPEN INPUT ELEVES-FILE.
004240     IF NOT ELEVES-OK
004250         CALL "FICHSTAT" USING WS-ELEVES-STATUS
004260             WS-MESSAGE-STATUT
004270         DISPLAY "eleves.txt : "
004280             FUNCTION TRIM(WS-MESSAGE-STATUT)
004300     END-IF.
004310 5100-OUVRIR-ELEVES-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500* 5200-RETENIR-NOTE - A LATER LINE REPLACES THE EARLIER GRADE
004510*----------------------------------------------------------------
004520 5200-RETENIR-NOTE.
004530     MOVE NTD-STU-ID TO STU-ID.
004540     READ ELEVES-FILE
004550         INVALID KEY
004560             ADD 1 TO WS-NB-IGNOREES
004570             GO TO 5200-RETENIR-NOTE-EXIT
004572     END-READ.
004574     MOVE NTD-STU-ID  TO NTT-STU-ID.
004576     MOVE NTD-MATIERE TO NTT-MATIERE.
004578     MOVE NTD-EPREUVE TO NTT-EPREUVE.
004580     READ NOTES-TRAVAIL
004582         INVALID KEY
004584             MOVE NTD-STU-ID  TO NTT-STU-ID
004586             MOVE NTD-MATIERE TO NTT-MATIERE
004588             MOVE NTD-EPREUVE TO NTT-EPREUVE
004590             MOVE NTD-NOTE    TO NTT-NOTE
004592             WRITE NOTE-TRAVAIL
004594                 INVALID KEY CONTINUE
004596             END-WRITE
004600             GO TO 5200-RETENIR-NOTE-EXIT
004610     END-READ.
004620     MOVE NTD-NOTE TO NTT-NOTE.
004630     REWRITE NOTE-TRAVAIL
004640         INVALID KEY CONTINUE
004650     END-REWRITE.
004850 5200-RETENIR-NOTE-EXIT.
004860     EXIT.

004870*----------------------------------------------------------------
004880* 5300-ECRIRE-ELEVE - EACH SLOT AVERAGED OVER THE SUBJECTS THAT
004890* HAVE A GRADE; NO LINE FOR A STUDENT WITHOUT ANY
004900*----------------------------------------------------------------
004910 5300-ECRIRE-ELEVE.
004920     INITIALIZE WS-CUMULS.
004929     MOVE LOW-VALUES TO NTT-CLE.
004938     MOVE STU-ID TO NTT-STU-ID.
004947     MOVE "N" TO WS-FIN-NOTES.
004956     START NOTES-TRAVAIL KEY IS NOT LESS THAN NTT-CLE
004965         INVALID KEY SET FIN-NOTES TO TRUE
004974     END-START.
004983     PERFORM 5310-CUMULER-NOTE
004992         THRU 5310-CUMULER-NOTE-EXIT
005001         UNTIL FIN-NOTES.
005010     IF WS-CUM-NOMBRE(1) = ZERO AND WS-CUM-NOMBRE(2) = ZERO
005020         AND WS-CUM-NOMBRE(3) = ZERO
005030         GO TO 5300-ECRIRE-ELEVE-EXIT
005040     END-IF.
005050     MOVE STU-NOM TO NOT-NOM-ETUDIANT.
005060     MOVE ZERO TO NOT-NOTE1 NOT-NOTE2 NOT-NOTE3.
005070     PERFORM VARYING WS-CDX FROM 1 BY 1 UNTIL WS-CDX > 3
005080         IF WS-CUM-NOMBRE(WS-CDX) > ZERO
005090             COMPUTE WS-MOYENNE-EPREUVE ROUNDED =
005100                 WS-CUM-SOMME(WS-CDX) / WS-CUM-NOMBRE(WS-CDX)
005110             EVALUATE WS-CDX
005120                 WHEN 1 MOVE WS-MOYENNE-EPREUVE TO NOT-NOTE1
005130                 WHEN 2 MOVE WS-MOYENNE-EPREUVE TO NOT-NOTE2
005140                 WHEN 3 MOVE WS-MOYENNE-EPREUVE TO NOT-NOTE3
005150             END-EVALUATE
005160         END-IF
005170     END-PERFORM.
005180     WRITE NOTES-RECORD.
005190     ADD 1 TO WS-NB-LIGNES-NOTES.
005200 5300-ECRIRE-ELEVE-EXIT.
005210     EXIT.

005220*----------------------------------------------------------------
005230* 5310-CUMULER-NOTE - THE NEXT GRADE OF THE STUDENT, IF ANY
005240*----------------------------------------------------------------
005250 5310-CUMULER-NOTE.
005260     READ NOTES-TRAVAIL NEXT RECORD
005270         AT END
005280             SET FIN-NOTES TO TRUE
005290             GO TO 5310-CUMULER-NOTE-EXIT
005300     END-READ.
005310     IF NTT-STU-ID NOT = STU-ID
005320         SET FIN-NOTES TO TRUE
005330         GO TO 5310-CUMULER-NOTE-EXIT
005340     END-IF.
005350     MOVE NTT-EPREUVE TO WS-CDX.
005360     ADD NTT-NOTE TO WS-CUM-SOMME(WS-CDX).
005370     ADD 1 TO WS-CUM-NOMBRE(WS-CDX).
005380 5310-CUMULER-NOTE-EXIT.
005390     EXIT.
