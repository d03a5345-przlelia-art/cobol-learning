000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    NOTESCOMPLETUDE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. GRADE COMPLETENESS BEFORE THE
000110*                 BULLETIN RUN : FOR EACH CLASS AND SUBJECT
000120*                 ASSIGNED ON ENSEIGNANTS.DAT, HOW MANY STUDENTS
000130*                 OF THE CLASS STILL HAVE NO GRADE ON
000140*                 NOTESDET.DAT FOR THE TERM IN EACH SLOT
000150*                 (CONTROLE 1, CONTROLE 2, EXAMEN), AND WHICH
000160*                 TEACHER OWES THEM. EACH CLASS'S TOTAL GOES ON
000170*                 NOTESCTL.DAT, WHICH BULLETIN CHECKS BEFORE
000180*                 ARCHIVING THE TERM.
000182* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000184*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000186*                 NOTESCOMPLETUDE (SEE HABILITATIONS).
000187* 2026-10-15  LM  THE ROSTER'S CLASSES, THE GRADED SLOTS AND
000188*                 THEIR COUNTS GO ON THE KEYED WORK FILES
000189*                 NCCLAS.TMP, NCVUS.TMP AND NCCPT.TMP, THE STUDENT
000190*                 OF EACH GRADE IS READ BY KEY ON ELEVES.TXT AND
000191*                 THE ASSIGNMENTS RUN THROUGH THE SORT FILE
000192*                 TRI-AFFECTATIONS, SO NO ROW IS DROPPED AND
000193*                 NOTESCTL.DAT IS ALWAYS WRITTEN.
000190*----------------------------------------------------------------

000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.

000230     SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS ENS-CODE
000270         FILE STATUS IS WS-ENSEIGNANTS-STATUS.

000280     SELECT ELEVES-FILE ASSIGN TO "eleves.txt"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS STU-ID
000320         FILE STATUS IS WS-ELEVES-STATUS.

000330     SELECT NOTESDET-FILE ASSIGN TO "NOTESDET.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-NOTESDET-STATUS.

000360     SELECT CONTROLE-FILE ASSIGN TO "NOTESCTL.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CONTROLE-STATUS.

000390     SELECT TERMES-FILE ASSIGN TO "TERMES.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TERMES-STATUS.

000411     SELECT CLASSES-FILE ASSIGN TO "NCCLAS.TMP"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS DYNAMIC
000414         RECORD KEY IS CLS-CODE
000415         FILE STATUS IS WS-CLASSES-STATUS.

000416     SELECT VUS-FILE ASSIGN TO "NCVUS.TMP"
000417         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS RANDOM
000419         RECORD KEY IS VUS-CLE
000420         FILE STATUS IS WS-VUS-STATUS.

000421     SELECT COMPTES-FILE ASSIGN TO "NCCPT.TMP"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS RANDOM
000424         RECORD KEY IS CPT-CLE
000425         FILE STATUS IS WS-COMPTES-STATUS.

000426     SELECT TRI-AFFECTATIONS ASSIGN TO "NOTESCPL.SRT".

000420 DATA DIVISION.
000430 FILE SECTION.

000440 FD  ENSEIGNANTS-FILE.
000450     COPY "ENSEIGNANT-RECORD.cpy".

000460 FD  ELEVES-FILE.
000470     COPY "STUDENT-RECORD.cpy".

000480 FD  NOTESDET-FILE.
000490     COPY "NOTEDET-RECORD.cpy".

000500 FD  CONTROLE-FILE.
000510     COPY "NOTESCTL-RECORD.cpy".

000520*----------------------------------------------------------------
000530* TERMES - THE TERM REFERENCE (LAYOUT KEPT IN STEP WITH
000540* TERMESMAJ)
000550*----------------------------------------------------------------
000560 FD  TERMES-FILE.
000570 01  TERME-RECORD.
000580     05 TRM-CODE              PIC X(10).
000590     05 TRM-SEQUENCE          PIC 9(03).

000591*----------------------------------------------------------------
000592* CLASSES - ONE RECORD PER STU-CLASSE ON THE ROSTER
000593*----------------------------------------------------------------
000594 FD  CLASSES-FILE.
000595 01  CLASSE-RECORD.
000596     05 CLS-CODE             PIC X(06).
000597     05 CLS-NB-ELEVES        PIC 9(04).
000598     05 CLS-NB-AFFECT        PIC 9(03).
000599     05 CLS-MANQUANTES       PIC 9(05).

000600*----------------------------------------------------------------
000601* VUS - ONE RECORD PER STUDENT GRADED IN A SUBJECT AND SLOT OF
000602* THE TERM, HOWEVER MANY TIMES THE GRADE WAS KEYED
000603*----------------------------------------------------------------
000604 FD  VUS-FILE.
000605 01  VU-RECORD.
000606     05 VUS-CLE.
000607         10 VUS-CLASSE       PIC X(06).
000608         10 VUS-MATIERE      PIC X(12).
000609         10 VUS-EPREUVE      PIC 9(01).
000610         10 VUS-STU-ID       PIC X(06).

000611*----------------------------------------------------------------
000612* COMPTES - STUDENTS GRADED PER CLASS, SUBJECT AND SLOT
000613*----------------------------------------------------------------
000614 FD  COMPTES-FILE.
000615 01  COMPTE-RECORD.
000616     05 CPT-CLE.
000617         10 CPT-CLASSE       PIC X(06).
000618         10 CPT-MATIERE      PIC X(12).
000619     05 CPT-VU OCCURS 3 TIMES PIC 9(04).

000620*----------------------------------------------------------------
000621* TRI-AFFECTATIONS - EVERY CLASS/SUBJECT PAIR OF EVERY TEACHER
000622* WITH ITS MISSING GRADES, ON CLASS AND SUBJECT FOR THE REPORT
000623*----------------------------------------------------------------
000624 SD  TRI-AFFECTATIONS.
000625 01  TRI-AFFECTATION.
000626     05 TRI-AFF-CLASSE       PIC X(06).
000627     05 TRI-AFF-MATIERE      PIC X(12).
000628     05 TRI-AFF-ENSEIGNANT   PIC X(06).
000629     05 TRI-AFF-NOM          PIC X(20).
000630     05 TRI-AFF-MANQUE OCCURS 3 TIMES PIC 9(04).

000600 WORKING-STORAGE SECTION.

000605     COPY "HABILITATION.cpy".

000610 01  WS-DATE-JOUR            PIC 9(08).
000620 01  WS-HEURE-JOUR           PIC 9(08).
000630 01  WS-TERME                PIC X(10).
000640 01  WS-EPR                  PIC 9(01).
000650 01  WS-AFX                  PIC 9(02).
000655 01  WS-NB-ELEVES            PIC 9(06) VALUE ZERO.
000660 01  WS-NB-ORPHELINES        PIC 9(05) VALUE ZERO.
000670 01  WS-TOTAL-MANQUANTES     PIC 9(06) VALUE ZERO.
000680 01  WS-CLASSE-COURANTE      PIC X(06).

000690 01  WS-MESSAGE-STATUT       PIC X(40).
000692 01  WS-NOM-CLASSES          PIC X(40) VALUE "NCCLAS.TMP".
000694 01  WS-NOM-VUS              PIC X(40) VALUE "NCVUS.TMP".
000696 01  WS-NOM-COMPTES          PIC X(40) VALUE "NCCPT.TMP".
000698 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000700 01  WS-ENSEIGNANTS-STATUS   PIC X(02).
000710     88 ENSEIGNANTS-OK                VALUE "00".
000720 01  WS-ELEVES-STATUS        PIC X(02).
000730     88 ELEVES-OK                     VALUE "00".
000740 01  WS-NOTESDET-STATUS      PIC X(02).
000750     88 NOTESDET-OK                   VALUE "00".
000760 01  WS-CONTROLE-STATUS      PIC X(02).
000770     88 CONTROLE-OK                   VALUE "00".
000780 01  WS-TERMES-STATUS        PIC X(02).
000790     88 TERMES-OK                     VALUE "00".
000791 01  WS-CLASSES-STATUS       PIC X(02).
000792     88 CLASSES-OK                    VALUE "00".
000793 01  WS-VUS-STATUS           PIC X(02).
000794     88 VUS-OK                        VALUE "00".
000795 01  WS-COMPTES-STATUS       PIC X(02).
000796     88 COMPTES-OK                    VALUE "00".

000800 01  WS-SWITCHES.
000810     05 WS-FIN-FICHIER       PIC X(01).
000820         88 FIN-FICHIER               VALUE "Y".
000823     05 WS-FIN-TRI           PIC X(01) VALUE "N".
000826         88 FIN-TRI                   VALUE "Y".
000830     05 WS-TERME-VALIDE      PIC X(01) VALUE "N".
000840         88 TERME-VALIDE              VALUE "O".
000850     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
000860         88 TRAVAIL-OUVERT            VALUE "O".

001380*----------------------------------------------------------------
001390* REPORT LINE
001400*----------------------------------------------------------------
001410 01  WS-LIGNE-AFFECT.
001420     05 FILLER               PIC X(02) VALUE SPACES.
001430     05 WS-LA-MATIERE        PIC X(12).
001440     05 FILLER               PIC X(01) VALUE SPACES.
001450     05 WS-LA-ENSEIGNANT     PIC X(06).
001460     05 FILLER               PIC X(01) VALUE SPACES.
001470     05 WS-LA-NOM            PIC X(20).
001480     05 WS-LA-MANQUE OCCURS 3 TIMES.
001490         10 FILLER           PIC X(02).
001500         10 WS-LA-NOMBRE     PIC ZZZ9.

001510 PROCEDURE DIVISION.

001520*----------------------------------------------------------------
001530* 0000-MAINLINE
001540*----------------------------------------------------------------
001550 0000-MAINLINE.
001551     MOVE "NOTESCOMPLETUDE" TO HAB-PROGRAMME.
001552     CALL "HABILITER" USING HAB-ZONE.
001553     IF NOT HAB-AUTORISE
001554         GOBACK
001555     END-IF.
001560     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001570     ACCEPT WS-HEURE-JOUR FROM TIME.
001580     PERFORM 1000-SAISIR-TERME
001590         THRU 1000-SAISIR-TERME-EXIT.
001600     IF NOT TERME-VALIDE
001610         DISPLAY "Terme inconnu de TERMES.DAT : "
001620             FUNCTION TRIM(WS-TERME)
001630         STOP RUN
001640     END-IF.
001641     PERFORM 0500-OUVRIR-TRAVAIL
001642         THRU 0500-OUVRIR-TRAVAIL-EXIT.
001643     IF NOT TRAVAIL-OUVERT
001644         STOP RUN
001645     END-IF.
001650     PERFORM 2000-CHARGER-ELEVES
001660         THRU 2000-CHARGER-ELEVES-EXIT.
001670     IF WS-NB-ELEVES = ZERO
001680         DISPLAY "Aucun eleve sur eleves.txt"
001690         GO TO 0000-FIN
001700     END-IF.
001730     PERFORM 4000-CHARGER-NOTES
001740         THRU 4000-CHARGER-NOTES-EXIT.
001750     SORT TRI-AFFECTATIONS
001760         ON ASCENDING KEY TRI-AFF-CLASSE TRI-AFF-MATIERE
001770         WITH DUPLICATES IN ORDER
001780         INPUT PROCEDURE IS 3000-CHARGER-AFFECTATIONS
001790             THRU 3000-CHARGER-AFFECTATIONS-EXIT
001800         OUTPUT PROCEDURE IS 7000-EDITER-RAPPORT
001810             THRU 7000-EDITER-RAPPORT-EXIT.
001840     PERFORM 8000-ECRIRE-CONTROLE
001850         THRU 8000-ECRIRE-CONTROLE-EXIT.
001851 0000-FIN.
001852     CLOSE CLASSES-FILE VUS-FILE COMPTES-FILE.
001853     CALL "CBL_DELETE_FILE" USING WS-NOM-CLASSES
001854         RETURNING WS-RETOUR-SUPPRESSION.
001855     CALL "CBL_DELETE_FILE" USING WS-NOM-VUS
001856         RETURNING WS-RETOUR-SUPPRESSION.
001857     CALL "CBL_DELETE_FILE" USING WS-NOM-COMPTES
001858         RETURNING WS-RETOUR-SUPPRESSION.
001860     STOP RUN.

001861*----------------------------------------------------------------
001862* 0500-OUVRIR-TRAVAIL - THE THREE WORK FILES CREATED EMPTY THEN
001863* REOPENED FOR UPDATE
001864*----------------------------------------------------------------
001865 0500-OUVRIR-TRAVAIL.
001866     OPEN OUTPUT CLASSES-FILE.
001867     IF NOT CLASSES-OK
001868         CALL "FICHSTAT" USING WS-CLASSES-STATUS
001869             WS-MESSAGE-STATUT
001870         DISPLAY "NCCLAS.TMP : "
001871             FUNCTION TRIM(WS-MESSAGE-STATUT)
001872         GO TO 0500-OUVRIR-TRAVAIL-EXIT
001873     END-IF.
001874     OPEN OUTPUT VUS-FILE.
001875     IF NOT VUS-OK
001876         CALL "FICHSTAT" USING WS-VUS-STATUS
001877             WS-MESSAGE-STATUT
001878         DISPLAY "NCVUS.TMP : "
001879             FUNCTION TRIM(WS-MESSAGE-STATUT)
001880         CLOSE CLASSES-FILE
001881         GO TO 0500-OUVRIR-TRAVAIL-EXIT
001882     END-IF.
001883     OPEN OUTPUT COMPTES-FILE.
001884     IF NOT COMPTES-OK
001885         CALL "FICHSTAT" USING WS-COMPTES-STATUS
001886             WS-MESSAGE-STATUT
001887         DISPLAY "NCCPT.TMP : "
001888             FUNCTION TRIM(WS-MESSAGE-STATUT)
001889         CLOSE CLASSES-FILE VUS-FILE
001890         GO TO 0500-OUVRIR-TRAVAIL-EXIT
001891     END-IF.
001892     CLOSE CLASSES-FILE VUS-FILE COMPTES-FILE.
001893     OPEN I-O CLASSES-FILE VUS-FILE COMPTES-FILE.
001894     SET TRAVAIL-OUVERT TO TRUE.
001895 0500-OUVRIR-TRAVAIL-EXIT.
001896     EXIT.

001870*----------------------------------------------------------------
001880* 1000-SAISIR-TERME - THE KEYED TERM MUST BE DECLARED IN THE
001890* REFERENCE TABLE
001900*----------------------------------------------------------------
001910 1000-SAISIR-TERME.
001920     DISPLAY "Identifiant du terme (ex. 2026-T1) : ".
001930     MOVE SPACES TO WS-TERME.
001940     ACCEPT WS-TERME.
001950     OPEN INPUT TERMES-FILE.
001960     IF NOT TERMES-OK
001970         DISPLAY "TERMES.DAT absent - aucun terme valide"
001980         GO TO 1000-SAISIR-TERME-EXIT
001990     END-IF.
002000     MOVE "N" TO WS-FIN-FICHIER.
002010     PERFORM UNTIL FIN-FICHIER
002020         READ TERMES-FILE
002030             AT END SET FIN-FICHIER TO TRUE
002040             NOT AT END
002050                 IF TRM-CODE = WS-TERME
002060                     SET TERME-VALIDE TO TRUE
002070                 END-IF
002080         END-READ
002090     END-PERFORM.
002100     CLOSE TERMES-FILE.
002110 1000-SAISIR-TERME-EXIT.
002120     EXIT.

002130*----------------------------------------------------------------
002140* 2000-CHARGER-ELEVES - THE ROSTER COUNTED BY CLASS
002150*----------------------------------------------------------------
002160 2000-CHARGER-ELEVES.
002170     OPEN INPUT ELEVES-FILE.
002180     IF NOT ELEVES-OK
002190         CALL "FICHSTAT" USING WS-ELEVES-STATUS
002200             WS-MESSAGE-STATUT
002210         DISPLAY "eleves.txt : "
002220             FUNCTION TRIM(WS-MESSAGE-STATUT)
002230         GO TO 2000-CHARGER-ELEVES-EXIT
002240     END-IF.
002250     MOVE "N" TO WS-FIN-FICHIER.
002260     PERFORM UNTIL FIN-FICHIER
002270         READ ELEVES-FILE NEXT
002280             AT END SET FIN-FICHIER TO TRUE
002290             NOT AT END
002300                 PERFORM 2100-AJOUTER-ELEVE
002310                     THRU 2100-AJOUTER-ELEVE-EXIT
002320         END-READ
002330     END-PERFORM.
002340     CLOSE ELEVES-FILE.
002350 2000-CHARGER-ELEVES-EXIT.
002360     EXIT.

002370*----------------------------------------------------------------
002380* 2100-AJOUTER-ELEVE
002390*----------------------------------------------------------------
002400 2100-AJOUTER-ELEVE.
002600     ADD 1 TO WS-NB-ELEVES.
002602     MOVE STU-CLASSE TO CLS-CODE.
002604     READ CLASSES-FILE
002606         INVALID KEY
002608             MOVE 1 TO CLS-NB-ELEVES
002610             MOVE ZERO TO CLS-NB-AFFECT CLS-MANQUANTES
002612             WRITE CLASSE-RECORD
002614                 INVALID KEY CONTINUE
002616             END-WRITE
002618         NOT INVALID KEY
002620             ADD 1 TO CLS-NB-ELEVES
002622             REWRITE CLASSE-RECORD
002624                 INVALID KEY CONTINUE
002626             END-REWRITE
002628     END-READ.
002640 2100-AJOUTER-ELEVE-EXIT.
002650     EXIT.

002660*----------------------------------------------------------------
002670* 3000-CHARGER-AFFECTATIONS - ALL TEACHERS' CLASS/SUBJECT PAIRS,
002680* RELEASED TO THE SORT WITH THEIR MISSING GRADES
002820*----------------------------------------------------------------
002830 3000-CHARGER-AFFECTATIONS.
002840     OPEN INPUT ENSEIGNANTS-FILE.
002850     IF NOT ENSEIGNANTS-OK
002860         CALL "FICHSTAT" USING WS-ENSEIGNANTS-STATUS
002870             WS-MESSAGE-STATUT
002880         DISPLAY "ENSEIGNANTS.DAT : "
002890             FUNCTION TRIM(WS-MESSAGE-STATUT)
002900         GO TO 3000-CHARGER-AFFECTATIONS-EXIT
002910     END-IF.
002920     MOVE "N" TO WS-FIN-FICHIER.
002930     PERFORM UNTIL FIN-FICHIER
002940         READ ENSEIGNANTS-FILE
002950             AT END SET FIN-FICHIER TO TRUE
002960             NOT AT END
002970                 PERFORM VARYING WS-AFX FROM 1 BY 1
002980                         UNTIL WS-AFX > ENS-NB-AFFECT
002990                     PERFORM 3100-AJOUTER-AFFECTATION
003000                         THRU 3100-AJOUTER-AFFECTATION-EXIT
003010                 END-PERFORM
003020         END-READ
003030     END-PERFORM.
003040     CLOSE ENSEIGNANTS-FILE.
003050 3000-CHARGER-AFFECTATIONS-EXIT.
003060     EXIT.

003070*----------------------------------------------------------------
003080* 3100-AJOUTER-AFFECTATION - A CLASS WITH NO STUDENT ON THE
003085* ROSTER HAS NOTHING TO CHECK. A SLOT MISSES EVERY STUDENT OF
003090* THE CLASS NOT GRADED IN IT, AND THE CLASS'S TOTAL IS KEPT
003095* FOR ITS HEADING AND FOR NOTESCTL.DAT
003100*----------------------------------------------------------------
003110 3100-AJOUTER-AFFECTATION.
003117     MOVE ENS-CLASSE(WS-AFX) TO CLS-CODE.
003124     READ CLASSES-FILE
003131         INVALID KEY
003138             DISPLAY "Classe sans eleve : " ENS-CLASSE(WS-AFX)
003145                 " ("
003152                 FUNCTION TRIM(ENS-MATIERE(WS-AFX)) ", "
003159                 ENS-CODE ")"
003166             GO TO 3100-AJOUTER-AFFECTATION-EXIT
003173     END-READ.
003180     MOVE ENS-CLASSE(WS-AFX)  TO CPT-CLASSE.
003187     MOVE ENS-MATIERE(WS-AFX) TO CPT-MATIERE.
003194     READ COMPTES-FILE
003201         INVALID KEY
003208             MOVE ZERO TO CPT-VU(1) CPT-VU(2) CPT-VU(3)
003215     END-READ.
003222     MOVE ENS-CLASSE(WS-AFX)  TO TRI-AFF-CLASSE.
003229     MOVE ENS-MATIERE(WS-AFX) TO TRI-AFF-MATIERE.
003236     MOVE ENS-CODE            TO TRI-AFF-ENSEIGNANT.
003243     MOVE ENS-NOM             TO TRI-AFF-NOM.
003250     PERFORM VARYING WS-EPR FROM 1 BY 1 UNTIL WS-EPR > 3
003257         SUBTRACT CPT-VU(WS-EPR) FROM CLS-NB-ELEVES
003264             GIVING TRI-AFF-MANQUE(WS-EPR)
003271     END-PERFORM.
003278     ADD 1 TO CLS-NB-AFFECT.
003285     ADD TRI-AFF-MANQUE(1) TRI-AFF-MANQUE(2) TRI-AFF-MANQUE(3)
003292         TO CLS-MANQUANTES.
003299     REWRITE CLASSE-RECORD
003306         INVALID KEY CONTINUE
003313     END-REWRITE.
003320     RELEASE TRI-AFFECTATION.
003330 3100-AJOUTER-AFFECTATION-EXIT.
003340     EXIT.

003350*----------------------------------------------------------------
003356* 4000-CHARGER-NOTES - THE TERM'S GRADES, COUNTED ONCE PER
003362* STUDENT, SUBJECT AND SLOT
003370*----------------------------------------------------------------
003380 4000-CHARGER-NOTES.
003390     OPEN INPUT NOTESDET-FILE.
003400     IF NOT NOTESDET-OK
003410         DISPLAY "Aucune note saisie : NOTESDET.DAT"
003420         GO TO 4000-CHARGER-NOTES-EXIT
003430     END-IF.
003431     OPEN INPUT ELEVES-FILE.
003432     IF NOT ELEVES-OK
003433         CALL "FICHSTAT" USING WS-ELEVES-STATUS
003434             WS-MESSAGE-STATUT
003435         DISPLAY "eleves.txt : "
003436             FUNCTION TRIM(WS-MESSAGE-STATUT)
003437         CLOSE NOTESDET-FILE
003438         GO TO 4000-CHARGER-NOTES-EXIT
003439     END-IF.
003440     MOVE "N" TO WS-FIN-FICHIER.
003450     PERFORM UNTIL FIN-FICHIER
003460         READ NOTESDET-FILE
003470             AT END SET FIN-FICHIER TO TRUE
003480             NOT AT END
003490                 IF NTD-TERME = WS-TERME
003500                     PERFORM 4100-RETENIR-NOTE
003510                         THRU 4100-RETENIR-NOTE-EXIT
003520                 END-IF
003530         END-READ
003540     END-PERFORM.
003550     CLOSE NOTESDET-FILE ELEVES-FILE.
003560 4000-CHARGER-NOTES-EXIT.
003570     EXIT.

003580*----------------------------------------------------------------
003585* 4100-RETENIR-NOTE - THE GRADE COUNTS FOR THE STUDENT'S CLASS
003590* ON THE ROSTER; A SLOT ALREADY SEEN FOR THE STUDENT IS NOT
003595* COUNTED AGAIN
003600*----------------------------------------------------------------
003610 4100-RETENIR-NOTE.
003620     MOVE NTD-STU-ID TO STU-ID.
003630     READ ELEVES-FILE
003640         INVALID KEY
003650             ADD 1 TO WS-NB-ORPHELINES
003660             GO TO 4100-RETENIR-NOTE-EXIT
003670     END-READ.
003680     IF NTD-EPREUVE < 1 OR NTD-EPREUVE > 3
003750         GO TO 4100-RETENIR-NOTE-EXIT
003760     END-IF.
003762     MOVE STU-CLASSE  TO VUS-CLASSE.
003764     MOVE NTD-MATIERE TO VUS-MATIERE.
003766     MOVE NTD-EPREUVE TO VUS-EPREUVE.
003768     MOVE NTD-STU-ID  TO VUS-STU-ID.
003770     WRITE VU-RECORD
003772         INVALID KEY
003774             GO TO 4100-RETENIR-NOTE-EXIT
003776     END-WRITE.
003778     MOVE STU-CLASSE  TO CPT-CLASSE.
003780     MOVE NTD-MATIERE TO CPT-MATIERE.
003782     READ COMPTES-FILE
003784         INVALID KEY
003786             MOVE ZERO TO CPT-VU(1) CPT-VU(2) CPT-VU(3)
003788             MOVE 1 TO CPT-VU(NTD-EPREUVE)
003790             WRITE COMPTE-RECORD
003792                 INVALID KEY CONTINUE
003794             END-WRITE
003796         NOT INVALID KEY
003798             ADD 1 TO CPT-VU(NTD-EPREUVE)
003800             REWRITE COMPTE-RECORD
003802                 INVALID KEY CONTINUE
003804             END-REWRITE
003806     END-READ.
003820 4100-RETENIR-NOTE-EXIT.
003830     EXIT.

004500*----------------------------------------------------------------
004510* 7000-EDITER-RAPPORT - PER CLASS, ONE LINE PER SUBJECT WITH THE
004520* TEACHER AND THE GRADES MISSING IN EACH SLOT
004530*----------------------------------------------------------------
004540 7000-EDITER-RAPPORT.
004550     DISPLAY "COMPLETUDE DES NOTES - TERME "
004560         FUNCTION TRIM(WS-TERME).
004570     MOVE HIGH-VALUES TO WS-CLASSE-COURANTE.
004580     PERFORM 7100-EDITER-AFFECTATION
004590         THRU 7100-EDITER-AFFECTATION-EXIT
004600         UNTIL FIN-TRI.
004810     DISPLAY " ".
004814     MOVE LOW-VALUES TO CLS-CODE.
004818     START CLASSES-FILE KEY IS NOT LESS THAN CLS-CODE
004822         INVALID KEY SET FIN-FICHIER TO TRUE
004826         NOT INVALID KEY MOVE "N" TO WS-FIN-FICHIER
004830     END-START.
004834     PERFORM UNTIL FIN-FICHIER
004838         READ CLASSES-FILE NEXT
004842             AT END SET FIN-FICHIER TO TRUE
004846             NOT AT END
004850                 IF CLS-NB-AFFECT = ZERO
004854                     DISPLAY "Classe " CLS-CODE
004858                         " : aucun enseignant affecte"
004862                 END-IF
004866         END-READ
004880     END-PERFORM.
004890     DISPLAY "Total des notes manquantes : " WS-TOTAL-MANQUANTES.
004900     IF WS-NB-ORPHELINES > ZERO
004910         DISPLAY "Notes d'eleves absents du fichier ignorees : "
004920             WS-NB-ORPHELINES
004930     END-IF.
005070 7000-EDITER-RAPPORT-EXIT.
005080     EXIT.

005090*----------------------------------------------------------------
005091* 7100-EDITER-AFFECTATION - THE CLASS HEADING ON A NEW CLASS,
005092* THEN THE ASSIGNMENT'S LINE
005093*----------------------------------------------------------------
005094 7100-EDITER-AFFECTATION.
005095     RETURN TRI-AFFECTATIONS
005096         AT END
005097             SET FIN-TRI TO TRUE
005098             GO TO 7100-EDITER-AFFECTATION-EXIT
005099     END-RETURN.
005100     IF TRI-AFF-CLASSE NOT = WS-CLASSE-COURANTE
005101         MOVE TRI-AFF-CLASSE TO WS-CLASSE-COURANTE
005102         MOVE TRI-AFF-CLASSE TO CLS-CODE
005103         READ CLASSES-FILE
005104             INVALID KEY
005105                 MOVE ZERO TO CLS-NB-ELEVES CLS-MANQUANTES
005106         END-READ
005107         DISPLAY " "
005108         DISPLAY "Classe " WS-CLASSE-COURANTE " - "
005109             CLS-NB-ELEVES " eleve(s) - notes"
005110             " manquantes : " CLS-MANQUANTES
005111         DISPLAY "  Matiere      Enseignant"
005112             "                  Ctl1  Ctl2  Exam"
005113     END-IF.
005114     MOVE TRI-AFF-MATIERE    TO WS-LA-MATIERE.
005115     MOVE TRI-AFF-ENSEIGNANT TO WS-LA-ENSEIGNANT.
005116     MOVE TRI-AFF-NOM        TO WS-LA-NOM.
005117     PERFORM VARYING WS-EPR FROM 1 BY 1 UNTIL WS-EPR > 3
005118         MOVE TRI-AFF-MANQUE(WS-EPR) TO WS-LA-NOMBRE(WS-EPR)
005119     END-PERFORM.
005120     DISPLAY WS-LIGNE-AFFECT.
005121     ADD TRI-AFF-MANQUE(1) TRI-AFF-MANQUE(2) TRI-AFF-MANQUE(3)
005122         TO WS-TOTAL-MANQUANTES.
005123 7100-EDITER-AFFECTATION-EXIT.
005124     EXIT.

005125*----------------------------------------------------------------
005126* 8000-ECRIRE-CONTROLE - ONE LINE PER CLASS FOR BULLETIN
005120*----------------------------------------------------------------
005130 8000-ECRIRE-CONTROLE.
005190     OPEN EXTEND CONTROLE-FILE.
005200     IF NOT CONTROLE-OK
005210         CLOSE CONTROLE-FILE
005220         OPEN OUTPUT CONTROLE-FILE
005230     END-IF.
005235     MOVE LOW-VALUES TO CLS-CODE.
005240     START CLASSES-FILE KEY IS NOT LESS THAN CLS-CODE
005245         INVALID KEY SET FIN-FICHIER TO TRUE
005250         NOT INVALID KEY MOVE "N" TO WS-FIN-FICHIER
005255     END-START.
005260     PERFORM UNTIL FIN-FICHIER
005265         READ CLASSES-FILE NEXT
005270             AT END SET FIN-FICHIER TO TRUE
005275             NOT AT END
005280                 MOVE WS-TERME       TO NTC-TERME
005285                 MOVE CLS-CODE       TO NTC-CLASSE
005290                 MOVE CLS-MANQUANTES TO NTC-NB-MANQUANTES
005295                 MOVE WS-DATE-JOUR   TO NTC-DATE
005300                 MOVE WS-HEURE-JOUR  TO NTC-HEURE
005305                 WRITE NOTESCTL-RECORD
005310         END-READ
005320     END-PERFORM.
005330     CLOSE CONTROLE-FILE.
005340 8000-ECRIRE-CONTROLE-EXIT.
005350     EXIT.
