000197*                 REFERENCE (SEE TERMESMAJ) BEFORE ARCHIVING -
000198*                 "2026-T1", "T1-2026" AND "TRIM1" FOR THE SAME
000199*                 TERM STOP MULTIPLYING IN BULLARCH.DAT.
000200* 2026-10-15  LM  HOLD BACK FROM BULLARCH.DAT THE RESULTS OF ANY
000201*                 CLASS WHOSE GRADES NOTESCOMPLETUDE HAS NOT
000202*                 CLEARED FOR THE TERM (NEVER CHECKED, OR GRADES
000203*                 STILL MISSING ON NOTESCTL.DAT); THE BLOCKED
000204*                 CLASSES ARE LISTED AND THE RUN MAY ARCHIVE THEM
000205*                 ANYWAY.
000206* 2026-10-15  LM  ALSO ARCHIVE THE THREE GRADES BEHIND EACH
000207*                 AVERAGE ON BULLARCH.DAT, SO RATTRAPAGE CAN
000208*                 RECOMPUTE IT WITH THE RESIT GRADE IN PLACE OF
000209*                 THE EXAM.
000210* 2026-10-15  LM  ADDRESS EACH STUDENT'S BULLETIN TO EVERY
000211*                 GUARDIAN MARKED FOR SCHOOL LETTERS ON
000212*                 TUTEURS.DAT, FALLING BACK ON THE FAMILY ADDRESS
000213*                 OF THE STUDENT RECORD.
000214* 2026-10-15  LM  ARCH-REMARQUE ADDED AT THE END OF THE ARCHIVE
000215*                 LINE FOR THE CLASS COUNCIL'S REMARKS
000216*                 (CONSEILCLASSE), BLANK ON THE LINES WRITTEN
000217*                 HERE.
000218* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000219*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000220*                 BULLETIN (SEE HABILITATIONS).
000221* 2026-10-15  LM  THE RANKED LIST IS WRITTEN TO THE WORK FILE
000222*                 CLASSEMT.TMP AND SORTED THROUGH TRI-CLASSEMENT
000223*                 INSTEAD OF A 50-ENTRY TABLE, SO NO STUDENT IS
000224*                 LEFT OFF; EQUAL AVERAGES KEEP THEIR NOTES.DAT
000225*                 ORDER.
000226* 2026-10-15  LM  AN ARCHIVED BULLETIN QUEUES A "BULLETIN READY"
000227*                 NOTICE ON NOTIFS.DAT THROUGH NOTIFIER FOR EVERY
000228*                 GUARDIAN MARKED FOR SCHOOL LETTERS (EMAIL, ELSE
000229*                 MOBILE, ELSE A LETTER), OR A LETTER TO THE
000230*                 FAMILY ADDRESS.
000231* 2026-10-15  LM  WS-POSITION WIDENED TO FOUR DIGITS FOR CLASSES
000232*                 OF 100 STUDENTS OR MORE, AND A FAILED OPEN OF
000233*                 CLASSEMT.TMP IS NOW REPORTED THROUGH FICHSTAT -
000234*                 THE BULLETINS STILL PRINT, THE RANKED LIST IS
000235*                 SKIPPED.
000236* 2026-10-15  LM  ELEVES.TXT IS COPIED TO TWO WORK FILES,
000237*                 BULLELEV.TMP KEYED BY NAME AND BULLCLAS.TMP
000238*                 KEYED BY CLASS, IN PLACE OF THE 20-STUDENT AND
000239*                 60-CLASS TABLES, SO EVERY STUDENT ON THE ROSTER
000240*                 IS FOUND AND EVERY CLASS IS CHECKED FOR
000241*                 COMPLETENESS.
000195*----------------------------------------------------------------

000196 ENVIRONMENT DIVISION.
000299         ORGANIZATION IS LINE SEQUENTIAL
000301         FILE STATUS IS WS-TERMES-STATUS.

000302     SELECT CONTROLE-FILE ASSIGN TO "NOTESCTL.DAT"
000303         ORGANIZATION IS LINE SEQUENTIAL
000304         FILE STATUS IS WS-CONTROLE-STATUS.

000305     SELECT TUTEURS-FILE ASSIGN TO "TUTEURS.DAT"
000306         ORGANIZATION IS INDEXED
000307         ACCESS MODE IS DYNAMIC
000308         RECORD KEY IS TUT-CLE
000309         FILE STATUS IS WS-TUTEURS-STATUS.

000310     SELECT CLASSEMENT-FILE ASSIGN TO "CLASSEMT.TMP"
000311         ORGANIZATION IS LINE SEQUENTIAL
000312         FILE STATUS IS WS-CLASSEMENT-STATUS.

000313     SELECT TRI-CLASSEMENT ASSIGN TO "CLASSEMT.SRT".

000314     SELECT ELEVES-NOM-FILE ASSIGN TO "BULLELEV.TMP"
000315         ORGANIZATION IS INDEXED
000316         ACCESS MODE IS RANDOM
000317         RECORD KEY IS ENM-NOM
000318         FILE STATUS IS WS-ELEVES-NOM-STATUS.

000319     SELECT CLASSES-FILE ASSIGN TO "BULLCLAS.TMP"
000320         ORGANIZATION IS INDEXED
000321         ACCESS MODE IS DYNAMIC
000322         RECORD KEY IS CLS-CLASSE
000323         FILE STATUS IS WS-CLASSES-STATUS.

000300 DATA DIVISION.
000310 FILE SECTION.


000462*----------------------------------------------------------------
000463* ARCHIVE - ONE LINE PER STUDENT PER TERM, APPENDED EACH RUN
000464* (LAYOUT KEPT IN STEP WITH RATTRAPAGE, BULLTENDANCE AND
000465* MENTIONS); RATTRAPAGE ADDS THE "R" LINE AFTER A RESIT
000464*----------------------------------------------------------------
000465 FD  ARCHIVE-FILE.
000466 01  ARCH-RECORD.
000468     05 ARCH-NOM              PIC X(20).
000469     05 ARCH-MOYENNE          PIC 9(02)V99.
000470     05 ARCH-LETTRE           PIC X(01).
000471     05 ARCH-NOTES.
000472         10 ARCH-NOTE OCCURS 3 TIMES PIC 9(02).
000473     05 ARCH-STATUT           PIC X(01).
000474     05 ARCH-MOYENNE-INIT     PIC 9(02)V99.
000475     05 ARCH-REMARQUE         PIC X(50).

000472*----------------------------------------------------------------
000473* TERMES - THE TERM REFERENCE (LAYOUT KEPT IN STEP WITH
000478     05 TRM-CODE              PIC X(10).
000479     05 TRM-SEQUENCE          PIC 9(03).

000480*----------------------------------------------------------------
000481* NOTESCTL - GRADE COMPLETENESS PER CLASS, WRITTEN BY
000482* NOTESCOMPLETUDE
000483*----------------------------------------------------------------
000484 FD  CONTROLE-FILE.
000485     COPY "NOTESCTL-RECORD.cpy".

000486*----------------------------------------------------------------
000487* TUTEURS - THE PARENTS AND GUARDIANS, KEYED BY STU-ID AND RANK
000488*----------------------------------------------------------------
000489 FD  TUTEURS-FILE.
000490     COPY "TUTEUR-RECORD.cpy".

000491*----------------------------------------------------------------
000492* CLASSEMENT - ONE LINE PER STUDENT PROCESSED, WORK FILE FOR THE
000493* END-OF-RUN RANKED LIST
000494*----------------------------------------------------------------
000495 FD  CLASSEMENT-FILE.
000496 01  CLASSEMENT-RECORD.
000497     05 CLA-NOM               PIC X(20).
000498     05 CLA-MOYENNE           PIC 9(02)V99.
000499     05 CLA-LETTRE            PIC X(01).

000500*----------------------------------------------------------------
000501* TRI-CLASSEMENT - SORT WORK FILE, SAME LAYOUT AS CLASSEMENT
000502*----------------------------------------------------------------
000503 SD  TRI-CLASSEMENT.
000504 01  TRI-RESULTAT.
000505     05 TRI-RES-NOM           PIC X(20).
000506     05 TRI-RES-MOYENNE       PIC 9(02)V99.
000507     05 TRI-RES-LETTRE        PIC X(01).

000508*----------------------------------------------------------------
000509* ELEVES-NOM - WORK FILE OF THE ROSTER KEYED BY NAME, THE ONLY
000510* FIELD NOTES.DAT CARRIES
000511*----------------------------------------------------------------
000512 FD  ELEVES-NOM-FILE.
000513 01  ELEVE-NOM-RECORD.
000514     05 ENM-NOM               PIC X(20).
000515     05 ENM-ID                PIC X(06).
000516     05 ENM-CLASSE            PIC X(06).
000517     05 ENM-ADRESSE-1         PIC X(30).
000518     05 ENM-ADRESSE-2         PIC X(30).

000519*----------------------------------------------------------------
000520* CLASSES - WORK FILE, ONE RECORD PER CLASS ON THE ROSTER WITH THE
000521* LATEST NOTESCOMPLETUDE RESULT FOR THE TERM; A CLASS NEVER
000522* CHECKED OR STILL MISSING GRADES IS NOT ARCHIVED
000523*----------------------------------------------------------------
000524 FD  CLASSES-FILE.
000525 01  CLASSE-RECORD.
000526     05 CLS-CLASSE            PIC X(06).
000527     05 CLS-CONTROLE          PIC X(01).
000528         88 CLS-CONTROLEE             VALUE "O".
000529     05 CLS-MANQUANTES        PIC 9(05).

000471 WORKING-STORAGE SECTION.

000475     COPY "HABILITATION.cpy".

000480 01  WS-NOM-ETUDIANT          PIC X(20).

000481 01  WS-TERME                 PIC X(10).
000650 01  WS-LETTRE                PIC X(01).

000660*----------------------------------------------------------------
000670* WORK FILES - ROSTER BY NAME AND CLASSES, BUILT FROM ELEVES.TXT
000680* AND DROPPED AT THE END OF THE RUN
000690*----------------------------------------------------------------
000691 01  WS-ELEVES-NOM-STATUS     PIC X(02).
000692     88 ELEVES-NOM-OK                 VALUE "00".
000693 01  WS-CLASSES-STATUS        PIC X(02).
000694     88 CLASSES-OK                    VALUE "00".
000695 01  WS-ELEVES-NOM-OUVERT     PIC X(01) VALUE "N".
000696     88 ELEVES-NOM-OUVERT             VALUE "O".
000697 01  WS-CLASSES-OUVERT        PIC X(01) VALUE "N".
000698     88 CLASSES-OUVERT                VALUE "O".
000699 01  WS-NOM-ELEVES-NOM        PIC X(40) VALUE "BULLELEV.TMP".
000700 01  WS-NOM-CLASSES           PIC X(40) VALUE "BULLCLAS.TMP".
000701 01  WS-FIN-CLASSES           PIC X(01) VALUE "N".
000702     88 FIN-CLASSES                   VALUE "Y".
000703 01  WS-CLASSE-BLOQUEE        PIC X(01).
000704     88 CLASSE-BLOQUEE                VALUE "O".

000750 01  WS-ID-TROUVE             PIC X(06).
000751 01  WS-CLASSE-TROUVEE        PIC X(06).
000752 01  WS-ADRESSE-1-TROUVEE     PIC X(30).
000753 01  WS-ADRESSE-2-TROUVEE     PIC X(30).
000754 01  WS-NB-DESTINATAIRES      PIC 9(02).

000755 01  WS-TUTEURS-STATUS        PIC X(02).
000756     88 TUTEURS-OK                    VALUE "00".

000757 01  WS-TUTEURS-OUVERT        PIC X(01) VALUE "N".
000758     88 TUTEURS-OUVERT                VALUE "O".
000759 01  WS-CLASSEMENT-OUVERT     PIC X(01) VALUE "N".
000760     88 CLASSEMENT-OUVERT             VALUE "O".

000761 01  WS-FIN-TUTEURS           PIC X(01).
000762     88 FIN-TUTEURS                   VALUE "Y".

000763 01  WS-NB-BLOQUEES           PIC 9(04) VALUE ZERO.
000764 01  WS-NB-NON-ARCHIVES       PIC 9(04) VALUE ZERO.
000765 01  WS-NB-AVIS               PIC 9(04) VALUE ZERO.
000766 01  WS-NB-SANS-CONTACT       PIC 9(04) VALUE ZERO.

000767*----------------------------------------------------------------
000768* NOTIFICATION - "BULLETIN READY" NOTICE HANDED TO NOTIFIER
000769*----------------------------------------------------------------
000770     COPY "NOTIF-RECORD.cpy".

000771 01  WS-FORCER-ARCHIVE        PIC X(01) VALUE "N".
000772     88 FORCER-ARCHIVE                VALUE "O" "o".

000773 01  WS-FIN-CONTROLE          PIC X(01) VALUE "N".
000774     88 FIN-CONTROLE                  VALUE "Y".

000775 01  WS-CONTROLE-STATUS       PIC X(02).
000776     88 CONTROLE-OK                   VALUE "00".

000760 01  WS-SWITCHES.
000770     05 WS-FIN-NOTES          PIC X(01) VALUE "N".
000861 01  WS-ARCHIVE-STATUS        PIC X(02).
000862     88 ARCHIVE-OK                    VALUE "00".

000863 01  WS-CLASSEMENT-STATUS     PIC X(02).
000864     88 CLASSEMENT-OK                 VALUE "00".

000865 01  WS-NOM-CLASSEMENT        PIC X(40) VALUE "CLASSEMT.TMP".
000866 01  WS-RETOUR-SUPPRESSION    PIC S9(09) COMP-5.

000876 01  WS-POSITION              PIC 9(04).

000877 01  WS-FIN-TRI               PIC X(01) VALUE "N".
000878     88 FIN-TRI                       VALUE "Y".

000883 PROCEDURE DIVISION.

000890* 0000-MAINLINE
000900*----------------------------------------------------------------
000910 0000-MAINLINE.
000911     MOVE "BULLETIN" TO HAB-PROGRAMME.
000912     CALL "HABILITER" USING HAB-ZONE.
000913     IF NOT HAB-AUTORISE
000914         GOBACK
000915     END-IF.
000915     DISPLAY "Identifiant du terme (ex. 2026-T1) : ".
000916     ACCEPT WS-TERME.
000917     PERFORM 0500-CONTROLER-TERME
000925     END-IF.
000920     PERFORM 1000-CHARGER-ELEVES
000930         THRU 1000-CHARGER-ELEVES-EXIT.
000931     PERFORM 0600-CONTROLER-COMPLETUDE
000932         THRU 0600-CONTROLER-COMPLETUDE-EXIT.
000940     PERFORM 2000-TRAITER-CLASSE
000950         THRU 2000-TRAITER-CLASSE-EXIT.
000951     IF WS-NB-NON-ARCHIVES > ZERO
000952         DISPLAY " "
000953         DISPLAY "Resultats non archives (notes incompletes) : "
000954             WS-NB-NON-ARCHIVES
000955     END-IF.
000956     DISPLAY "Avis aux familles mis en file : " WS-NB-AVIS.
000957     IF WS-NB-SANS-CONTACT > ZERO
000958         DISPLAY "Familles sans contact utilisable : "
000959             WS-NB-SANS-CONTACT
000960     END-IF.
000961     IF CLASSEMENT-OUVERT
000962         PERFORM 4000-TRIER-CLASSEMENT
000963             THRU 4000-TRIER-CLASSEMENT-EXIT
000964     END-IF.
000959     PERFORM 6000-EDITER-MOYENNES-MATIERES
000961         THRU 6000-EDITER-MOYENNES-MATIERES-EXIT.
000962     PERFORM 7000-FERMER-TRAVAIL
000963         THRU 7000-FERMER-TRAVAIL-EXIT.
000962     STOP RUN.

000962*----------------------------------------------------------------
000986     EXIT.

000970*----------------------------------------------------------------
000971* 0600-CONTROLER-COMPLETUDE - LATEST NOTESCTL.DAT LINE PER CLASS
000972* FOR THE TERM; LIST THE CLASSES BLOCKED AND OFFER AN OVERRIDE
000973*----------------------------------------------------------------
000974 0600-CONTROLER-COMPLETUDE.
000975     IF NOT CLASSES-OUVERT
000976         GO TO 0600-CONTROLER-COMPLETUDE-EXIT
000977     END-IF.
000978     OPEN INPUT CONTROLE-FILE.
000979     IF CONTROLE-OK
000980         PERFORM UNTIL FIN-CONTROLE
000981             READ CONTROLE-FILE
000982                 AT END SET FIN-CONTROLE TO TRUE
000983                 NOT AT END
000984                     IF NTC-TERME = WS-TERME
000985                             PERFORM 0610-NOTER-CONTROLE
000986                                 THRU 0610-NOTER-CONTROLE-EXIT
000987                     END-IF
000988             END-READ
000989         END-PERFORM
000990         CLOSE CONTROLE-FILE
000991     END-IF.
000992     MOVE LOW-VALUES TO CLS-CLASSE.
000993     START CLASSES-FILE KEY IS NOT LESS THAN CLS-CLASSE
000994         INVALID KEY SET FIN-CLASSES TO TRUE
000995     END-START.
000996     PERFORM UNTIL FIN-CLASSES
000997         READ CLASSES-FILE NEXT RECORD
000998             AT END SET FIN-CLASSES TO TRUE
000999             NOT AT END
001000                 PERFORM 0620-SIGNALER-CLASSE
001001                     THRU 0620-SIGNALER-CLASSE-EXIT
001002         END-READ
001003     END-PERFORM.
001004     IF WS-NB-BLOQUEES > ZERO
001005         DISPLAY "Archiver malgre tout ces classes (O/N) : "
001006         ACCEPT WS-FORCER-ARCHIVE
001007     END-IF.
001008 0600-CONTROLER-COMPLETUDE-EXIT.
001009     EXIT.

001010*----------------------------------------------------------------
001011* 0610-NOTER-CONTROLE - ONE NOTESCTL.DAT LINE FOR THE TERM ONTO
001012* ITS CLASS; A LATER LINE REPLACES AN EARLIER ONE
001013*----------------------------------------------------------------
001014 0610-NOTER-CONTROLE.
001015     MOVE NTC-CLASSE TO CLS-CLASSE.
001016     READ CLASSES-FILE
001017         INVALID KEY
001018             GO TO 0610-NOTER-CONTROLE-EXIT
001019     END-READ.
001020     SET CLS-CONTROLEE TO TRUE.
001021     MOVE NTC-NB-MANQUANTES TO CLS-MANQUANTES.
001022     REWRITE CLASSE-RECORD.
001023 0610-NOTER-CONTROLE-EXIT.
001024     EXIT.

001025*----------------------------------------------------------------
001026* 0620-SIGNALER-CLASSE - LIST THE CLASS IF ITS GRADES ARE NOT
001027* CLEARED FOR THE TERM
001028*----------------------------------------------------------------
001029 0620-SIGNALER-CLASSE.
001030     IF NOT CLS-CONTROLEE
001031         ADD 1 TO WS-NB-BLOQUEES
001032         DISPLAY "Classe " CLS-CLASSE
001033             " : completude non controlee (NOTESCOMPLETUDE)"
001034     ELSE
001035         IF CLS-MANQUANTES > ZERO
001036             ADD 1 TO WS-NB-BLOQUEES
001037             DISPLAY "Classe " CLS-CLASSE
001038                 " : " CLS-MANQUANTES
001039                 " note(s) manquante(s)"
001040         END-IF
001041     END-IF.
001042 0620-SIGNALER-CLASSE-EXIT.
001043     EXIT.

001044*----------------------------------------------------------------
001045* 0700-LIRE-CLASSE - CLASS WS-CLASSE-TROUVEE FROM THE CLASSES
001046* WORK FILE; CLASSE-BLOQUEE WHEN ITS GRADES ARE NOT CLEARED
001047*----------------------------------------------------------------
001048 0700-LIRE-CLASSE.
001049     MOVE "N" TO WS-CLASSE-BLOQUEE.
001050     IF NOT CLASSES-OUVERT
001051         GO TO 0700-LIRE-CLASSE-EXIT
001052     END-IF.
001053     MOVE WS-CLASSE-TROUVEE TO CLS-CLASSE.
001054     READ CLASSES-FILE
001055         INVALID KEY CONTINUE
001056         NOT INVALID KEY
001057             IF NOT CLS-CONTROLEE OR CLS-MANQUANTES > ZERO
001058                 SET CLASSE-BLOQUEE TO TRUE
001059             END-IF
001060     END-READ.
001061 0700-LIRE-CLASSE-EXIT.
001062     EXIT.

001063*----------------------------------------------------------------
001064* 1000-CHARGER-ELEVES - ELEVES.TXT COPIED TO THE WORK FILES : THE
001065* STUDENTS KEYED BY NAME, AND EACH CLASS ON THE ROSTER ONCE
000990*----------------------------------------------------------------
001000 1000-CHARGER-ELEVES.
001010     OPEN INPUT ELEVES-FILE.
001032             WS-MESSAGE-STATUT
001034         DISPLAY "eleves.txt : "
001036             FUNCTION TRIM(WS-MESSAGE-STATUT)
001091         GO TO 1000-CHARGER-ELEVES-EXIT
001092     END-IF.
001093     OPEN OUTPUT ELEVES-NOM-FILE.
001094     IF NOT ELEVES-NOM-OK
001095         CALL "FICHSTAT" USING WS-ELEVES-NOM-STATUS
001096             WS-MESSAGE-STATUT
001097         DISPLAY "BULLELEV.TMP : "
001098             FUNCTION TRIM(WS-MESSAGE-STATUT)
001140         CLOSE ELEVES-FILE
001141         GO TO 1000-CHARGER-ELEVES-EXIT
001142     END-IF.
001143     OPEN OUTPUT CLASSES-FILE.
001144     IF NOT CLASSES-OK
001145         CALL "FICHSTAT" USING WS-CLASSES-STATUS
001146             WS-MESSAGE-STATUT
001147         DISPLAY "BULLCLAS.TMP : "
001148             FUNCTION TRIM(WS-MESSAGE-STATUT)
001149         CLOSE ELEVES-FILE ELEVES-NOM-FILE
001150         GO TO 1000-CHARGER-ELEVES-EXIT
001151     END-IF.
001152     PERFORM UNTIL FIN-ELEVES
001153         READ ELEVES-FILE
001154             AT END SET FIN-ELEVES TO TRUE
001155             NOT AT END
001156                 PERFORM 1100-NOTER-ELEVE
001157                     THRU 1100-NOTER-ELEVE-EXIT
001158         END-READ
001159     END-PERFORM.
001160     CLOSE ELEVES-FILE ELEVES-NOM-FILE CLASSES-FILE.
001161     OPEN INPUT ELEVES-NOM-FILE.
001162     IF ELEVES-NOM-OK
001163         SET ELEVES-NOM-OUVERT TO TRUE
001164     END-IF.
001165     OPEN I-O CLASSES-FILE.
001166     IF CLASSES-OK
001167         SET CLASSES-OUVERT TO TRUE
001150     END-IF.
001160 1000-CHARGER-ELEVES-EXIT.
001170     EXIT.

001171*----------------------------------------------------------------
001172* 1100-NOTER-ELEVE - ONE ROSTER STUDENT ONTO THE WORK FILES; A
001173* NAME ALREADY THERE KEEPS ITS FIRST STUDENT
001174*----------------------------------------------------------------
001175 1100-NOTER-ELEVE.
001176     MOVE STU-NOM       TO ENM-NOM.
001177     MOVE STU-ID        TO ENM-ID.
001178     MOVE STU-CLASSE    TO ENM-CLASSE.
001179     MOVE STU-ADRESSE-1 TO ENM-ADRESSE-1.
001180     MOVE STU-ADRESSE-2 TO ENM-ADRESSE-2.
001181     WRITE ELEVE-NOM-RECORD
001182         INVALID KEY CONTINUE
001183     END-WRITE.
001184     MOVE STU-CLASSE TO CLS-CLASSE.
001185     MOVE "N"        TO CLS-CONTROLE.
001186     MOVE ZERO       TO CLS-MANQUANTES.
001187     WRITE CLASSE-RECORD
001188         INVALID KEY CONTINUE
001189     END-WRITE.
001190 1100-NOTER-ELEVE-EXIT.
001191     EXIT.

001180*----------------------------------------------------------------
001190* 2000-TRAITER-CLASSE - ONE BULLETIN LINE PER STUDENT ON NOTES.DAT
001200*----------------------------------------------------------------
001210 2000-TRAITER-CLASSE.
001211     OPEN OUTPUT CLASSEMENT-FILE.
001212     IF CLASSEMENT-OK
001213         SET CLASSEMENT-OUVERT TO TRUE
001214     ELSE
001215         CALL "FICHSTAT" USING WS-CLASSEMENT-STATUS
001216             WS-MESSAGE-STATUT
001217         DISPLAY "CLASSEMT.TMP : "
001218             FUNCTION TRIM(WS-MESSAGE-STATUT)
001219         DISPLAY "Classement de la classe non edite"
001220     END-IF.
001220     OPEN INPUT NOTES-FILE.
001230     IF NOT NOTES-OK
001240         CALL "FICHSTAT" USING WS-NOTES-STATUS
001254             CLOSE ARCHIVE-FILE
001255             OPEN OUTPUT ARCHIVE-FILE
001256         END-IF
001257         OPEN INPUT TUTEURS-FILE
001258         IF TUTEURS-OK
001259             SET TUTEURS-OUVERT TO TRUE
001260         END-IF
001260         PERFORM UNTIL FIN-NOTES
001270             READ NOTES-FILE
001280                 AT END SET FIN-NOTES TO TRUE
001320             END-READ
001330         END-PERFORM
001335         CLOSE ARCHIVE-FILE
001336         IF TUTEURS-OUVERT
001337             CLOSE TUTEURS-FILE
001338         END-IF
001340         CLOSE NOTES-FILE
001350     END-IF.
001352     IF CLASSEMENT-OUVERT
001354         CLOSE CLASSEMENT-FILE
001356     END-IF.
001360 2000-TRAITER-CLASSE-EXIT.
001370     EXIT.

001600     IF ELEVE-TROUVE
001610         DISPLAY "Eleve " WS-ID-TROUVE " - "
001620             FUNCTION TRIM(WS-NOM-ETUDIANT)
001623         PERFORM 3600-ADRESSER-BULLETIN
001626             THRU 3600-ADRESSER-BULLETIN-EXIT
001630     ELSE
001640         DISPLAY FUNCTION TRIM(WS-NOM-ETUDIANT)
001650             " - numero eleve inconnu"
001700     ELSE
001710         DISPLAY "   Refuse"
001720     END-IF.
001721     MOVE WS-NOM-ETUDIANT TO CLA-NOM.
001722     MOVE WS-MOYENNE      TO CLA-MOYENNE.
001723     MOVE WS-LETTRE       TO CLA-LETTRE.
001724     IF CLASSEMENT-OUVERT
001725         WRITE CLASSEMENT-RECORD
001726     END-IF.
001727     IF ELEVE-TROUVE AND NOT FORCER-ARCHIVE
001728         PERFORM 0700-LIRE-CLASSE
001729             THRU 0700-LIRE-CLASSE-EXIT
001730         IF CLASSE-BLOQUEE
001731             DISPLAY "   Non archive : notes de la classe "
001732                 WS-CLASSE-TROUVEE " incompletes"
001733             ADD 1 TO WS-NB-NON-ARCHIVES
001734             GO TO 2100-CALCULER-ETUDIANT-EXIT
001735         END-IF
001729     END-IF.
001730     MOVE WS-TERME         TO ARCH-TERME.
001731     MOVE WS-NOM-ETUDIANT  TO ARCH-NOM.
001732     MOVE WS-MOYENNE       TO ARCH-MOYENNE.
001733     MOVE WS-LETTRE        TO ARCH-LETTRE.
001734     MOVE WS-NOTE(1)       TO ARCH-NOTE(1).
001735     MOVE WS-NOTE(2)       TO ARCH-NOTE(2).
001736     MOVE WS-NOTE(3)       TO ARCH-NOTE(3).
001737     MOVE SPACE            TO ARCH-STATUT.
001738     MOVE WS-MOYENNE       TO ARCH-MOYENNE-INIT.
001739     MOVE SPACES           TO ARCH-REMARQUE.
001734     WRITE ARCH-RECORD.
001735     IF ELEVE-TROUVE
001736         PERFORM 3700-AVISER-FAMILLE
001737             THRU 3700-AVISER-FAMILLE-EXIT
001738     END-IF.
001735 2100-CALCULER-ETUDIANT-EXIT.
001740     EXIT.

001970     EXIT.

001980*----------------------------------------------------------------
001986* 3500-RECHERCHER-ELEVE - KEYED READ OF THE ROSTER WORK FILE BY
001992* NAME
002000*----------------------------------------------------------------
002010 3500-RECHERCHER-ELEVE.
002020     MOVE "N" TO WS-ELEVE-OK.
002030     MOVE SPACES TO WS-ID-TROUVE.
002034     MOVE SPACES TO WS-CLASSE-TROUVEE.
002038     IF NOT ELEVES-NOM-OUVERT
002042         GO TO 3500-RECHERCHER-ELEVE-EXIT
002046     END-IF.
002050     MOVE WS-NOM-ETUDIANT TO ENM-NOM.
002054     READ ELEVES-NOM-FILE
002058         INVALID KEY CONTINUE
002062         NOT INVALID KEY
002070             SET ELEVE-TROUVE TO TRUE
002071             MOVE ENM-ID        TO WS-ID-TROUVE
002072             MOVE ENM-CLASSE    TO WS-CLASSE-TROUVEE
002073             MOVE ENM-ADRESSE-1 TO WS-ADRESSE-1-TROUVEE
002074             MOVE ENM-ADRESSE-2 TO WS-ADRESSE-2-TROUVEE
002075     END-READ.
002120 3500-RECHERCHER-ELEVE-EXIT.
002130     EXIT.

002140*----------------------------------------------------------------
002141* 3600-ADRESSER-BULLETIN - ONE ADDRESS BLOCK PER GUARDIAN MARKED
002142* FOR SCHOOL LETTERS ON TUTEURS.DAT, ELSE THE FAMILY ADDRESS OF
002143* THE STUDENT RECORD
002144*----------------------------------------------------------------
002145 3600-ADRESSER-BULLETIN.
002146     MOVE ZERO TO WS-NB-DESTINATAIRES.
002147     IF TUTEURS-OUVERT
002148         MOVE WS-ID-TROUVE TO TUT-STU-ID
002149         MOVE ZERO TO TUT-RANG
002150         MOVE "N" TO WS-FIN-TUTEURS
002151         START TUTEURS-FILE KEY IS NOT LESS THAN TUT-CLE
002152             INVALID KEY SET FIN-TUTEURS TO TRUE
002153         END-START
002154         PERFORM UNTIL FIN-TUTEURS
002155             READ TUTEURS-FILE NEXT RECORD
002156                 AT END SET FIN-TUTEURS TO TRUE
002157                 NOT AT END
002158                     IF TUT-STU-ID NOT = WS-ID-TROUVE
002159                         SET FIN-TUTEURS TO TRUE
002160                     ELSE
002161                         IF TUT-DEST-COURRIER
002162                             ADD 1 TO WS-NB-DESTINATAIRES
002163                             DISPLAY "   A l'attention de : "
002164                                 FUNCTION TRIM(TUT-NOM)
002165                             DISPLAY "      " TUT-ADRESSE-1
002166                             DISPLAY "      " TUT-ADRESSE-2
002167                         END-IF
002168                     END-IF
002169             END-READ
002170         END-PERFORM
002171     END-IF.
002172     IF WS-NB-DESTINATAIRES = ZERO
002173         AND WS-ADRESSE-1-TROUVEE NOT = SPACES
002174         DISPLAY "   A la famille de l'eleve :"
002175         DISPLAY "      " WS-ADRESSE-1-TROUVEE
002176         DISPLAY "      " WS-ADRESSE-2-TROUVEE
002177     END-IF.
002178 3600-ADRESSER-BULLETIN-EXIT.
002179     EXIT.

002180*----------------------------------------------------------------
002181* 3700-AVISER-FAMILLE - THE BULLETIN IS ARCHIVED : ONE NOTICE PER
002182* GUARDIAN MARKED FOR SCHOOL LETTERS (EMAIL, ELSE MOBILE, ELSE A
002183* LETTER), ELSE ONE LETTER TO THE FAMILY ADDRESS OF THE STUDENT
002184* RECORD, THROUGH NOTIFIER (MODEL BULLETIN)
002185*----------------------------------------------------------------
002186 3700-AVISER-FAMILLE.
002187     MOVE ZERO TO WS-NB-DESTINATAIRES.
002188     IF TUTEURS-OUVERT
002189         MOVE WS-ID-TROUVE TO TUT-STU-ID
002190         MOVE ZERO TO TUT-RANG
002191         MOVE "N" TO WS-FIN-TUTEURS
002192         START TUTEURS-FILE KEY IS NOT LESS THAN TUT-CLE
002193             INVALID KEY SET FIN-TUTEURS TO TRUE
002194         END-START
002195         PERFORM UNTIL FIN-TUTEURS
002196             READ TUTEURS-FILE NEXT RECORD
002197                 AT END SET FIN-TUTEURS TO TRUE
002198                 NOT AT END
002199                     IF TUT-STU-ID NOT = WS-ID-TROUVE
002200                         SET FIN-TUTEURS TO TRUE
002201                     ELSE
002202                         IF TUT-DEST-COURRIER
002203                             ADD 1 TO WS-NB-DESTINATAIRES
002204                             PERFORM 3710-AVISER-TUTEUR
002205                                 THRU 3710-AVISER-TUTEUR-EXIT
002206                         END-IF
002207                     END-IF
002208             END-READ
002209         END-PERFORM
002210     END-IF.
002211     IF WS-NB-DESTINATAIRES > ZERO
002212         GO TO 3700-AVISER-FAMILLE-EXIT
002213     END-IF.
002214     PERFORM 3720-PREPARER-AVIS
002215         THRU 3720-PREPARER-AVIS-EXIT.
002216     SET NTF-LETTRE TO TRUE.
002217     STRING "Famille de " DELIMITED BY SIZE
002218         WS-NOM-ETUDIANT DELIMITED BY SIZE
002219         INTO NTF-DESTINATAIRE.
002220     MOVE NTF-DESTINATAIRE     TO NTF-LIGNE-ADR(1).
002221     MOVE WS-ADRESSE-1-TROUVEE TO NTF-LIGNE-ADR(2).
002222     MOVE WS-ADRESSE-2-TROUVEE TO NTF-LIGNE-ADR(3).
002223     PERFORM 3730-ENVOYER-AVIS
002224         THRU 3730-ENVOYER-AVIS-EXIT.
002225 3700-AVISER-FAMILLE-EXIT.
002226     EXIT.

002227*----------------------------------------------------------------
002228* 3710-AVISER-TUTEUR - ONE GUARDIAN, BY THE FIRST CONTACT ON FILE
002229*----------------------------------------------------------------
002230 3710-AVISER-TUTEUR.
002231     PERFORM 3720-PREPARER-AVIS
002232         THRU 3720-PREPARER-AVIS-EXIT.
002233     MOVE TUT-NOM TO NTF-DESTINATAIRE.
002234     IF TUT-EMAIL NOT = SPACES
002235         SET NTF-COURRIEL TO TRUE
002236         MOVE TUT-EMAIL TO NTF-CONTACT
002237     ELSE
002238         IF TUT-TELEPHONE NOT = SPACES
002239             SET NTF-SMS TO TRUE
002240             MOVE TUT-TELEPHONE TO NTF-CONTACT
002241         ELSE
002242             SET NTF-LETTRE TO TRUE
002243             MOVE TUT-NOM       TO NTF-LIGNE-ADR(1)
002244             MOVE TUT-ADRESSE-1 TO NTF-LIGNE-ADR(2)
002245             MOVE TUT-ADRESSE-2 TO NTF-LIGNE-ADR(3)
002246         END-IF
002247     END-IF.
002248     PERFORM 3730-ENVOYER-AVIS
002249         THRU 3730-ENVOYER-AVIS-EXIT.
002250 3710-AVISER-TUTEUR-EXIT.
002251     EXIT.

002252*----------------------------------------------------------------
002253* 3720-PREPARER-AVIS - THE PART OF THE NOTICE EVERY RECIPIENT
002254* SHARES
002255*----------------------------------------------------------------
002256 3720-PREPARER-AVIS.
002257     MOVE SPACES TO NOTIF-RECORD.
002258     MOVE "BULLETIN"        TO NTF-PROGRAMME.
002259     MOVE "BULLETIN"        TO NTF-MODELE.
002260     MOVE WS-ID-TROUVE      TO NTF-REFERENCE.
002261     MOVE WS-NOM-ETUDIANT   TO NTF-CHAMP(1).
002262     MOVE WS-TERME          TO NTF-CHAMP(2).
002263     MOVE WS-CLASSE-TROUVEE TO NTF-CHAMP(3).
002264     MOVE WS-ID-TROUVE      TO NTF-CHAMP(4).
002265 3720-PREPARER-AVIS-EXIT.
002266     EXIT.

002267*----------------------------------------------------------------
002268* 3730-ENVOYER-AVIS - HAND THE NOTICE TO NOTIFIER AND COUNT IT
002269*----------------------------------------------------------------
002270 3730-ENVOYER-AVIS.
002271     CALL "NOTIFIER" USING NOTIF-RECORD.
002272     IF NTF-SANS-CONTACT
002273         ADD 1 TO WS-NB-SANS-CONTACT
002274     ELSE
002275         ADD 1 TO WS-NB-AVIS
002276     END-IF.
002277 3730-ENVOYER-AVIS-EXIT.
002278     EXIT.

002279*----------------------------------------------------------------
002280* 4000-TRIER-CLASSEMENT - CLASSEMT.TMP SORTED ON DESCENDING
002281* AVERAGE, EQUAL AVERAGES IN NOTES.DAT ORDER; THE WORK FILE IS
002282* DROPPED ONCE THE LIST IS PRINTED
002160*----------------------------------------------------------------
002170 4000-TRIER-CLASSEMENT.
002245     SORT TRI-CLASSEMENT
002246         ON DESCENDING KEY TRI-RES-MOYENNE
002247         WITH DUPLICATES IN ORDER
002248         USING CLASSEMENT-FILE
002249         OUTPUT PROCEDURE IS 5000-EDITER-CLASSEMENT
002250             THRU 5000-EDITER-CLASSEMENT-EXIT.
002251     CALL "CBL_DELETE_FILE" USING WS-NOM-CLASSEMENT
002252         RETURNING WS-RETOUR-SUPPRESSION.
002280 4000-TRIER-CLASSEMENT-EXIT.
002290     EXIT.

002580*----------------------------------------------------------------
002590* 5000-EDITER-CLASSEMENT - RANKED LIST, HIGHEST AVERAGE FIRST
002600*----------------------------------------------------------------
002620     DISPLAY " ".
002630     DISPLAY "Classement de la classe".
002640     DISPLAY "------------------------".
002646     MOVE ZERO TO WS-POSITION.
002650     PERFORM UNTIL FIN-TRI
002655         RETURN TRI-CLASSEMENT
002660             AT END SET FIN-TRI TO TRUE
002665             NOT AT END
002667                 ADD 1 TO WS-POSITION
002670                 DISPLAY WS-POSITION ". "
002675                     FUNCTION TRIM(TRI-RES-NOM)
002680                     " - Moyenne : " TRI-RES-MOYENNE
002690                     " - Note : " TRI-RES-LETTRE
002695         END-RETURN
002700     END-PERFORM.
002710 5000-EDITER-CLASSEMENT-EXIT.
002720     EXIT.
002910     END-IF.
002920 6000-EDITER-MOYENNES-MATIERES-EXIT.
002930     EXIT.

002940*----------------------------------------------------------------
002950* 7000-FERMER-TRAVAIL - THE ROSTER AND CLASSES WORK FILES CLOSED
002960* AND DROPPED
002970*----------------------------------------------------------------
002980 7000-FERMER-TRAVAIL.
002990     IF ELEVES-NOM-OUVERT
003000         CLOSE ELEVES-NOM-FILE
003010     END-IF.
003020     IF CLASSES-OUVERT
003030         CLOSE CLASSES-FILE
003040     END-IF.
003050     CALL "CBL_DELETE_FILE" USING WS-NOM-ELEVES-NOM
003060         RETURNING WS-RETOUR-SUPPRESSION.
003070     CALL "CBL_DELETE_FILE" USING WS-NOM-CLASSES
003080         RETURNING WS-RETOUR-SUPPRESSION.
003090 7000-FERMER-TRAVAIL-EXIT.
003100     EXIT.
