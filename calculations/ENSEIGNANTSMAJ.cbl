000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ENSEIGNANTSMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MAINTAINS THE TEACHERS ON
000110*                 ENSEIGNANTS.DAT WITH THE CLASSES AND SUBJECTS
000120*                 EACH ONE TEACHES (UP TO 10 ASSIGNMENTS) : ADD,
000130*                 CORRECT, RETIRE OR LIST. GRADE CAPTURE
000140*                 (SAISIENOTES), THE GRADE COMPLETENESS REPORT
000150*                 (NOTESCOMPLETUDE) AND THE TIMETABLE
000160*                 (EMPLOITEMPS) WORK FROM THESE ASSIGNMENTS.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000166*                 ENSEIGNANTSMAJ (SEE HABILITATIONS).
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS ENS-CODE
000250         FILE STATUS IS WS-ENSEIGNANTS-STATUS.

000260 DATA DIVISION.
000270 FILE SECTION.

000280*----------------------------------------------------------------
000290* ENSEIGNANTS - ONE RECORD PER TEACHER
000300*----------------------------------------------------------------
000310 FD  ENSEIGNANTS-FILE.
000320     COPY "ENSEIGNANT-RECORD.cpy".

000330 WORKING-STORAGE SECTION.

000335     COPY "HABILITATION.cpy".

000340 01  WS-MODE                 PIC X(01).
000350     88 MODE-AJOUT                    VALUE "A" "a".
000360     88 MODE-MODIF                    VALUE "M" "m".
000370     88 MODE-RETRAIT                  VALUE "R" "r".
000380     88 MODE-LISTE                    VALUE "L" "l".

000390 01  WS-ENSEIGNANTS-STATUS   PIC X(02).
000400     88 ENSEIGNANTS-OK                VALUE "00".

000410 01  WS-ENS-TROUVE           PIC X(01).
000420     88 ENS-TROUVE                    VALUE "O".
000430     88 ENS-ABSENT                    VALUE "N".

000440 01  WS-FIN-ENSEIGNANTS      PIC X(01).
000450     88 FIN-ENSEIGNANTS               VALUE "Y".

000460 01  WS-FIN-AFFECT           PIC X(01).
000470     88 FIN-AFFECT                    VALUE "Y".

000480 01  WS-NB-ENSEIGNANTS       PIC 9(04) VALUE ZERO.
000490 01  WS-ADX                  PIC 9(02).

000500 01  WS-NOM                  PIC X(20).
000510 01  WS-CONTACT              PIC X(24).
000520 01  WS-CLASSE               PIC X(06).
000530 01  WS-MATIERE              PIC X(12).
000540 01  WS-REPONSE              PIC X(01).

000550 PROCEDURE DIVISION.

000560*----------------------------------------------------------------
000570* 0000-MAINLINE
000580*----------------------------------------------------------------
000590 0000-MAINLINE.
000591     MOVE "ENSEIGNANTSMAJ" TO HAB-PROGRAMME.
000592     CALL "HABILITER" USING HAB-ZONE.
000593     IF NOT HAB-AUTORISE
000594         GOBACK
000595     END-IF.
000600     DISPLAY "Ajout (A), modification (M), retrait (R)"
000610         " ou liste (L) ? ".
000620     ACCEPT WS-MODE.
000630     PERFORM 0500-OUVRIR-FICHIER
000640         THRU 0500-OUVRIR-FICHIER-EXIT.
000650     IF MODE-AJOUT
000660         PERFORM 1000-AJOUTER-ENSEIGNANT
000670             THRU 1000-AJOUTER-ENSEIGNANT-EXIT
000680     ELSE
000690         IF MODE-MODIF
000700             PERFORM 2000-MODIFIER-ENSEIGNANT
000710                 THRU 2000-MODIFIER-ENSEIGNANT-EXIT
000720         ELSE
000730             IF MODE-RETRAIT
000740                 PERFORM 3000-RETIRER-ENSEIGNANT
000750                     THRU 3000-RETIRER-ENSEIGNANT-EXIT
000760             ELSE
000770                 IF MODE-LISTE
000780                     PERFORM 4000-LISTER-ENSEIGNANTS
000790                         THRU 4000-LISTER-ENSEIGNANTS-EXIT
000800                 ELSE
000810                     DISPLAY "Mode non reconnu"
000820                 END-IF
000830             END-IF
000840         END-IF
000850     END-IF.
000860     CLOSE ENSEIGNANTS-FILE.
000870     STOP RUN.

000880*----------------------------------------------------------------
000890* 0500-OUVRIR-FICHIER - BOOTSTRAP ENSEIGNANTS.DAT ON A FIRST RUN
000900*----------------------------------------------------------------
000910 0500-OUVRIR-FICHIER.
000920     OPEN I-O ENSEIGNANTS-FILE.
000930     IF NOT ENSEIGNANTS-OK
000940         CLOSE ENSEIGNANTS-FILE
000950         OPEN OUTPUT ENSEIGNANTS-FILE
000960         CLOSE ENSEIGNANTS-FILE
000970         OPEN I-O ENSEIGNANTS-FILE
000980     END-IF.
000990 0500-OUVRIR-FICHIER-EXIT.
001000     EXIT.

001010*----------------------------------------------------------------
001020* 0600-SAISIR-AFFECTATIONS - CLASS AND SUBJECT PAIRS UNTIL A
001030* BLANK CLASS OR THE TENTH ONE
001040*----------------------------------------------------------------
001050 0600-SAISIR-AFFECTATIONS.
001060     MOVE ZERO TO ENS-NB-AFFECT.
001070     MOVE "N" TO WS-FIN-AFFECT.
001080     PERFORM UNTIL FIN-AFFECT
001090         DISPLAY "Classe enseignee (vide pour terminer) : "
001100         MOVE SPACES TO WS-CLASSE
001110         ACCEPT WS-CLASSE
001120         IF WS-CLASSE = SPACES
001130             SET FIN-AFFECT TO TRUE
001140         ELSE
001150             DISPLAY "Matiere enseignee dans cette classe : "
001160             MOVE SPACES TO WS-MATIERE
001170             ACCEPT WS-MATIERE
001180             IF WS-MATIERE = SPACES
001190                 DISPLAY "Matiere obligatoire - affectation"
001200                     " ignoree"
001210             ELSE
001220                 ADD 1 TO ENS-NB-AFFECT
001230                 MOVE WS-CLASSE  TO ENS-CLASSE(ENS-NB-AFFECT)
001240                 MOVE WS-MATIERE TO ENS-MATIERE(ENS-NB-AFFECT)
001250                 IF ENS-NB-AFFECT = 10
001260                     DISPLAY "10 affectations - maximum atteint"
001270                     SET FIN-AFFECT TO TRUE
001280                 END-IF
001290             END-IF
001300         END-IF
001310     END-PERFORM.
001320 0600-SAISIR-AFFECTATIONS-EXIT.
001330     EXIT.

001340*----------------------------------------------------------------
001350* 0700-LIRE-ENSEIGNANT - ENS-CODE KEYED BY THE OPERATOR
001360*----------------------------------------------------------------
001370 0700-LIRE-ENSEIGNANT.
001380     DISPLAY "Code enseignant : ".
001390     ACCEPT ENS-CODE.
001400     READ ENSEIGNANTS-FILE
001410         INVALID KEY SET ENS-ABSENT TO TRUE
001420         NOT INVALID KEY SET ENS-TROUVE TO TRUE
001430     END-READ.
001440     IF ENS-ABSENT
001450         DISPLAY "Enseignant inconnu : " ENS-CODE
001460     END-IF.
001470 0700-LIRE-ENSEIGNANT-EXIT.
001480     EXIT.

001490*----------------------------------------------------------------
001500* 0800-AFFICHER-AFFECTATIONS
001510*----------------------------------------------------------------
001520 0800-AFFICHER-AFFECTATIONS.
001530     PERFORM VARYING WS-ADX FROM 1 BY 1
001540             UNTIL WS-ADX > ENS-NB-AFFECT
001550         DISPLAY "    " ENS-CLASSE(WS-ADX) " "
001560             ENS-MATIERE(WS-ADX)
001570     END-PERFORM.
001580 0800-AFFICHER-AFFECTATIONS-EXIT.
001590     EXIT.

001600*----------------------------------------------------------------
001610* 1000-AJOUTER-ENSEIGNANT
001620*----------------------------------------------------------------
001630 1000-AJOUTER-ENSEIGNANT.
001640     MOVE SPACES TO ENSEIGNANT-RECORD.
001650     DISPLAY "Code enseignant : ".
001660     ACCEPT ENS-CODE.
001670     IF ENS-CODE = SPACES
001680         DISPLAY "Code obligatoire - enseignant non cree"
001690         GO TO 1000-AJOUTER-ENSEIGNANT-EXIT
001700     END-IF.
001710     DISPLAY "Nom : ".
001720     ACCEPT ENS-NOM.
001730     IF ENS-NOM = SPACES
001740         DISPLAY "Nom obligatoire - enseignant non cree"
001750         GO TO 1000-AJOUTER-ENSEIGNANT-EXIT
001760     END-IF.
001770     DISPLAY "Contact (courriel ou telephone) : ".
001780     ACCEPT ENS-CONTACT.
001790     PERFORM 0600-SAISIR-AFFECTATIONS
001800         THRU 0600-SAISIR-AFFECTATIONS-EXIT.
001810     WRITE ENSEIGNANT-RECORD
001820         INVALID KEY
001830             DISPLAY "Enseignant deja present : " ENS-CODE
001840         NOT INVALID KEY
001850             DISPLAY "Enseignant ajoute avec " ENS-NB-AFFECT
001860                 " affectation(s)"
001870     END-WRITE.
001880 1000-AJOUTER-ENSEIGNANT-EXIT.
001890     EXIT.

001900*----------------------------------------------------------------
001910* 2000-MODIFIER-ENSEIGNANT - BLANK KEEPS NAME AND CONTACT; THE
001920* ASSIGNMENTS ARE REPLACED AS A WHOLE ON REQUEST
001930*----------------------------------------------------------------
001940 2000-MODIFIER-ENSEIGNANT.
001950     PERFORM 0700-LIRE-ENSEIGNANT
001960         THRU 0700-LIRE-ENSEIGNANT-EXIT.
001970     IF ENS-ABSENT
001980         GO TO 2000-MODIFIER-ENSEIGNANT-EXIT
001990     END-IF.
002000     DISPLAY "Nom (" FUNCTION TRIM(ENS-NOM) ") : ".
002010     MOVE SPACES TO WS-NOM.
002020     ACCEPT WS-NOM.
002030     IF WS-NOM NOT = SPACES
002040         MOVE WS-NOM TO ENS-NOM
002050     END-IF.
002060     DISPLAY "Contact (" FUNCTION TRIM(ENS-CONTACT) ") : ".
002070     MOVE SPACES TO WS-CONTACT.
002080     ACCEPT WS-CONTACT.
002090     IF WS-CONTACT NOT = SPACES
002100         MOVE WS-CONTACT TO ENS-CONTACT
002110     END-IF.
002120     DISPLAY "Affectations actuelles :".
002130     PERFORM 0800-AFFICHER-AFFECTATIONS
002140         THRU 0800-AFFICHER-AFFECTATIONS-EXIT.
002150     DISPLAY "Remplacer les affectations (O/N) ? ".
002160     MOVE SPACE TO WS-REPONSE.
002170     ACCEPT WS-REPONSE.
002180     IF WS-REPONSE = "O" OR WS-REPONSE = "o"
002190         PERFORM 0600-SAISIR-AFFECTATIONS
002200             THRU 0600-SAISIR-AFFECTATIONS-EXIT
002210     END-IF.
002220     REWRITE ENSEIGNANT-RECORD.
002230     DISPLAY "Enseignant mis a jour".
002240 2000-MODIFIER-ENSEIGNANT-EXIT.
002250     EXIT.

002260*----------------------------------------------------------------
002270* 3000-RETIRER-ENSEIGNANT
002280*----------------------------------------------------------------
002290 3000-RETIRER-ENSEIGNANT.
002300     PERFORM 0700-LIRE-ENSEIGNANT
002310         THRU 0700-LIRE-ENSEIGNANT-EXIT.
002320     IF ENS-TROUVE
002330         DELETE ENSEIGNANTS-FILE RECORD
002340             INVALID KEY
002350                 DISPLAY "Suppression impossible"
002360             NOT INVALID KEY
002370                 DISPLAY "Enseignant retire"
002380         END-DELETE
002390     END-IF.
002400 3000-RETIRER-ENSEIGNANT-EXIT.
002410     EXIT.

002420*----------------------------------------------------------------
002430* 4000-LISTER-ENSEIGNANTS - IN CODE ORDER WITH THEIR ASSIGNMENTS
002440*----------------------------------------------------------------
002450 4000-LISTER-ENSEIGNANTS.
002460     MOVE LOW-VALUES TO ENS-CODE.
002470     MOVE "N" TO WS-FIN-ENSEIGNANTS.
002480     START ENSEIGNANTS-FILE KEY IS NOT LESS THAN ENS-CODE
002490         INVALID KEY SET FIN-ENSEIGNANTS TO TRUE
002500     END-START.
002510     PERFORM UNTIL FIN-ENSEIGNANTS
002520         READ ENSEIGNANTS-FILE NEXT RECORD
002530             AT END SET FIN-ENSEIGNANTS TO TRUE
002540             NOT AT END
002550                 ADD 1 TO WS-NB-ENSEIGNANTS
002560                 DISPLAY ENS-CODE " " ENS-NOM " " ENS-CONTACT
002570                 PERFORM 0800-AFFICHER-AFFECTATIONS
002580                     THRU 0800-AFFICHER-AFFECTATIONS-EXIT
002590         END-READ
002600     END-PERFORM.
002610     DISPLAY "Enseignants : " WS-NB-ENSEIGNANTS.
002620 4000-LISTER-ENSEIGNANTS-EXIT.
002630     EXIT.
