000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HABILITATIONS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MAINTAINS THE OPERATORS AND THE
000110*                 ROLES THEY HOLD (OPERATEURS.DAT), AND THE TABLE
000120*                 OF WHICH ROLES MAY RUN WHICH PROGRAM OR MENU
000130*                 OPTION (HABILIT.DAT) THAT HABILITER APPLIES.
000140*                 THE R MODE WRITES THE YEARLY ACCESS REVIEW,
000150*                 EVERY ROLE WITH ITS HOLDERS, TO REVUEACCES.TXT.
000160*                 RESERVED TO THE SUPERVISOR ROLE.
000161* 2026-10-15  LM  HABILIT.DAT IS HELD ON THE KEYED WORK FILE
000162*                 HABTAB.TMP WHILE IT IS MAINTAINED OR REVIEWED,
000163*                 INSTEAD OF A 300-LINE TABLE, SO NO LINE IS
000164*                 IGNORED AND THE TABLE CAN NO LONGER BE FULL.
000165*                 LINES ARE LISTED AND WRITTEN BACK IN PROGRAM AND
000166*                 OPTION ORDER.
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS OPE-CODE
000250         FILE STATUS IS WS-OPERATEUR-STATUS.

000260     SELECT HABILIT-FILE ASSIGN TO "HABILIT.DAT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-HABILIT-STATUS.

000281     SELECT HABILIT-TRAVAIL ASSIGN TO "HABTAB.TMP"
000282         ORGANIZATION IS INDEXED
000283         ACCESS MODE IS DYNAMIC
000284         RECORD KEY IS HWT-CLE
000285         FILE STATUS IS WS-TRAVAIL-STATUS.

000290     SELECT REVUE-FILE ASSIGN TO "REVUEACCES.TXT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-REVUE-STATUS.

000320     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-JOURNAL-STATUS.

000350 DATA DIVISION.
000360 FILE SECTION.

000370 FD  OPERATEUR-FILE.
000380     COPY "OPERATEUR-RECORD.cpy".

000390 FD  HABILIT-FILE.
000400     COPY "HABILIT-RECORD.cpy".

000401*----------------------------------------------------------------
000402* HABILIT-TRAVAIL - HABILIT.DAT WHILE IT IS MAINTAINED, ONE RECORD
000403* PER PROGRAM AND OPTION. SPACES IN HWT-ROLES REMOVE THE LINE
000404*----------------------------------------------------------------
000405 FD  HABILIT-TRAVAIL.
000406 01  HABILIT-TRAVAIL-RECORD.
000407     05 HWT-CLE.
000408         10 HWT-PROGRAMME     PIC X(20).
000409         10 HWT-OPTION        PIC X(02).
000410     05 HWT-ROLES             PIC X(05).

000410 FD  REVUE-FILE.
000420 01  REVUE-LIGNE             PIC X(80).

000430 FD  JOURNAL-FILE.
000440     COPY "JOURNAL-RECORD.cpy".

000450 WORKING-STORAGE SECTION.

000460     COPY "HABILITATION.cpy".

000470 01  WS-MODE                 PIC X(01).
000480     88 MODE-OPERATEURS               VALUE "O" "o".
000490     88 MODE-TABLE                    VALUE "T" "t".
000500     88 MODE-REVUE                    VALUE "R" "r".

000510 01  WS-OPERATEUR-STATUS     PIC X(02).
000520     88 OPERATEUR-OK                  VALUE "00".

000530 01  WS-HABILIT-STATUS       PIC X(02).
000540     88 HABILIT-OK                    VALUE "00".

000550 01  WS-REVUE-STATUS         PIC X(02).
000560     88 REVUE-OK                      VALUE "00".

000570 01  WS-JOURNAL-STATUS       PIC X(02).
000580     88 JOURNAL-OK                    VALUE "00".

000583 01  WS-TRAVAIL-STATUS       PIC X(02).
000586     88 TRAVAIL-OK                    VALUE "00".

000590 01  WS-MESSAGE-STATUT       PIC X(40).
000593 01  WS-NOM-TRAVAIL          PIC X(40) VALUE "HABTAB.TMP".
000596 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000600 01  WS-SWITCHES.
000610     05 WS-FIN-OPERATEURS    PIC X(01).
000620         88 FIN-OPERATEURS            VALUE "Y".
000630     05 WS-FIN-HABILIT       PIC X(01).
000640         88 FIN-HABILIT               VALUE "Y".
000642     05 WS-FIN-TRAVAIL       PIC X(01).
000644         88 FIN-TRAVAIL               VALUE "Y".
000646     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
000648         88 TRAVAIL-OUVERT            VALUE "O".
000650     05 WS-FIN-SAISIE        PIC X(01).
000660         88 FIN-SAISIE                VALUE "Y".
000670     05 WS-FICHIER-VIDE      PIC X(01).
000680         88 FICHIER-VIDE              VALUE "O".
000690     05 WS-OPERATEUR-TROUVE  PIC X(01).
000700         88 OPERATEUR-TROUVE          VALUE "O".
000710         88 OPERATEUR-NOUVEAU         VALUE "N".
000720     05 WS-ROLES-VALIDES     PIC X(01).
000730         88 ROLES-VALIDES             VALUE "O".

000740*----------------------------------------------------------------
000750* ROLE LETTERS AND NAMES, IN THE POSITION ORDER OF OPE-ROLES
000760*----------------------------------------------------------------
000770 01  WS-ROLES-DEF.
000780     05 FILLER               PIC X(13) VALUE "CCOMPTOIR".
000790     05 FILLER               PIC X(13) VALUE "SSTOCK".
000800     05 FILLER               PIC X(13) VALUE "ACOMPTABILITE".
000810     05 FILLER               PIC X(13) VALUE "ESCOLARITE".
000820     05 FILLER               PIC X(13) VALUE "VSUPERVISEUR".
000830 01  WS-ROLES-TABLE REDEFINES WS-ROLES-DEF.
000840     05 WS-ROLE-DEF OCCURS 5 TIMES.
000850         10 WS-ROLE-LETTRE   PIC X(01).
000860         10 WS-ROLE-LIBELLE  PIC X(12).

000870 01  WS-ROLES-SAISIS         PIC X(05).
000880 01  WS-ROLES-POS.
000890     05 WS-ROLE-POS OCCURS 5 TIMES PIC X(01).
000900 01  WS-CAR                  PIC X(01).
000910 01  WS-I                    PIC 9(01).
000920 01  WS-R                    PIC 9(01).

000930 01  WS-CODE                 PIC X(08).
000940 01  WS-NOM                  PIC X(20).
000950 01  WS-ACTIF                PIC X(01).
000960 01  WS-DATE-JOUR            PIC 9(08).

000970*----------------------------------------------------------------
000980* HABILIT.DAT LINES HELD ON HABILIT-TRAVAIL
000990*----------------------------------------------------------------
001000 01  WS-NB-HAB               PIC 9(06) VALUE ZERO.
001070 01  WS-PROGRAMME            PIC X(20).
001080 01  WS-OPTION               PIC X(02).
001090 01  WS-NB-MODIFS            PIC 9(04) VALUE ZERO.

001110*----------------------------------------------------------------
001120* ACCESS REVIEW REPORT LINES
001130*----------------------------------------------------------------
001140 01  WS-NB-TITULAIRES        PIC 9(04).
001150 01  WS-NB-LIGNES            PIC 9(06) VALUE ZERO.
001160 01  WS-LIGNE-ROLE.
001170     05 FILLER               PIC X(05) VALUE "ROLE ".
001180     05 LR-LIBELLE           PIC X(12).
001190     05 FILLER               PIC X(02) VALUE " (".
001200     05 LR-LETTRE            PIC X(01).
001210     05 FILLER               PIC X(01) VALUE ")".
001220     05 FILLER               PIC X(59) VALUE SPACES.
001230 01  WS-LIGNE-TITULAIRE.
001240     05 FILLER               PIC X(04) VALUE SPACES.
001250     05 LT-CODE              PIC X(08).
001260     05 FILLER               PIC X(02) VALUE SPACES.
001270     05 LT-NOM               PIC X(20).
001280     05 FILLER               PIC X(02) VALUE SPACES.
001290     05 LT-ETAT              PIC X(08).
001300     05 FILLER               PIC X(06) VALUE " MAJ ".
001310     05 LT-DATE-MAJ          PIC 9(08).
001320     05 FILLER               PIC X(05) VALUE " PAR ".
001330     05 LT-AUTEUR            PIC X(08).
001340     05 FILLER               PIC X(09) VALUE SPACES.
001350 01  WS-LIGNE-TOTAL.
001360     05 FILLER               PIC X(04) VALUE SPACES.
001370     05 LTT-NB               PIC ZZZ9.
001380     05 FILLER               PIC X(13) VALUE " titulaire(s)".
001390     05 FILLER               PIC X(59) VALUE SPACES.
001400 01  WS-LIGNE-PROGRAMME.
001410     05 FILLER               PIC X(04) VALUE SPACES.
001420     05 LP-PROGRAMME         PIC X(20).
001430     05 FILLER               PIC X(08) VALUE " option ".
001440     05 LP-OPTION            PIC X(02).
001450     05 FILLER               PIC X(09) VALUE " roles : ".
001460     05 LP-ROLES             PIC X(05).
001470     05 FILLER               PIC X(32) VALUE SPACES.

001480 PROCEDURE DIVISION.

001490*----------------------------------------------------------------
001500* 0000-MAINLINE
001510*----------------------------------------------------------------
001520 0000-MAINLINE.
001530     MOVE "HABILITATIONS" TO HAB-PROGRAMME.
001540     CALL "HABILITER" USING HAB-ZONE.
001550     IF NOT HAB-AUTORISE
001560         GOBACK
001570     END-IF.
001580     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001590     DISPLAY "Operateurs (O), table des habilitations (T) ou"
001600         " revue des acces (R) ? ".
001610     ACCEPT WS-MODE.
001620     IF MODE-OPERATEURS
001630         PERFORM 1000-GERER-OPERATEURS
001640             THRU 1000-GERER-OPERATEURS-EXIT
001650     ELSE
001660         IF MODE-TABLE
001670             PERFORM 2000-GERER-TABLE
001680                 THRU 2000-GERER-TABLE-EXIT
001690         ELSE
001700             IF MODE-REVUE
001710                 PERFORM 3000-REVUE-ACCES
001720                     THRU 3000-REVUE-ACCES-EXIT
001730             ELSE
001740                 DISPLAY "Mode inconnu, merci de choisir O, T"
001750                     " ou R"
001760             END-IF
001770         END-IF
001780     END-IF.
001790     GOBACK.

001800*----------------------------------------------------------------
001810* 1000-GERER-OPERATEURS - ADD OR CHANGE OPERATORS UNTIL AN EMPTY
001820* CODE. THE FIRST OPERATOR EVER CREATED IS MADE SUPERVISOR, OR
001830* NOBODY COULD COME BACK HERE
001840*----------------------------------------------------------------
001850 1000-GERER-OPERATEURS.
001860     OPEN I-O OPERATEUR-FILE.
001870     IF NOT OPERATEUR-OK
001880         CLOSE OPERATEUR-FILE
001890         OPEN OUTPUT OPERATEUR-FILE
001900         CLOSE OPERATEUR-FILE
001910         OPEN I-O OPERATEUR-FILE
001920     END-IF.
001930     IF NOT OPERATEUR-OK
001940         CALL "FICHSTAT" USING WS-OPERATEUR-STATUS
001950             WS-MESSAGE-STATUT
001960         DISPLAY "OPERATEURS.DAT : "
001970             FUNCTION TRIM(WS-MESSAGE-STATUT)
001980         GO TO 1000-GERER-OPERATEURS-EXIT
001990     END-IF.
002000     MOVE "N" TO WS-FIN-SAISIE.
002010     PERFORM 1100-SAISIR-OPERATEUR
002020         THRU 1100-SAISIR-OPERATEUR-EXIT
002030         UNTIL FIN-SAISIE.
002040     CLOSE OPERATEUR-FILE.
002050     DISPLAY "Operateurs crees ou modifies : " WS-NB-MODIFS.
002060     IF WS-NB-MODIFS > ZERO
002070         MOVE "Maj des operateurs" TO JNL-MESSAGE
002080         PERFORM 8000-TRACER-JOURNAL
002090             THRU 8000-TRACER-JOURNAL-EXIT
002100     END-IF.
002110 1000-GERER-OPERATEURS-EXIT.
002120     EXIT.

002130*----------------------------------------------------------------
002140* 1100-SAISIR-OPERATEUR - ONE OPERATOR; AN EMPTY ANSWER KEEPS THE
002150* VALUE ON FILE
002160*----------------------------------------------------------------
002170 1100-SAISIR-OPERATEUR.
002180     MOVE "N" TO WS-FICHIER-VIDE.
002190     MOVE LOW-VALUES TO OPE-CODE.
002200     START OPERATEUR-FILE KEY IS NOT LESS THAN OPE-CODE
002210         INVALID KEY SET FICHIER-VIDE TO TRUE
002220     END-START.
002230     DISPLAY "Code operateur (vide = fin) : ".
002240     MOVE SPACES TO WS-CODE.
002250     ACCEPT WS-CODE.
002260     IF WS-CODE = SPACES
002270         SET FIN-SAISIE TO TRUE
002280         GO TO 1100-SAISIR-OPERATEUR-EXIT
002290     END-IF.
002300     MOVE WS-CODE TO OPE-CODE.
002310     READ OPERATEUR-FILE
002320         INVALID KEY SET OPERATEUR-NOUVEAU TO TRUE
002330         NOT INVALID KEY SET OPERATEUR-TROUVE TO TRUE
002340     END-READ.
002350     IF OPERATEUR-TROUVE
002360         MOVE OPE-ROLES TO WS-ROLES-POS
002370         PERFORM 5100-ROLES-EN-LETTRES
002380             THRU 5100-ROLES-EN-LETTRES-EXIT
002390         DISPLAY FUNCTION TRIM(OPE-NOM) " - roles "
002400             WS-ROLES-SAISIS " - actif " OPE-ACTIF
002410     ELSE
002420         MOVE SPACES TO OPERATEUR-RECORD
002430         MOVE WS-CODE TO OPE-CODE
002440         MOVE "O" TO OPE-ACTIF
002450         DISPLAY "Nouvel operateur"
002460     END-IF.
002470     DISPLAY "Nom : ".
002480     MOVE SPACES TO WS-NOM.
002490     ACCEPT WS-NOM.
002500     IF WS-NOM NOT = SPACES
002510         MOVE WS-NOM TO OPE-NOM
002520     END-IF.
002530     DISPLAY "Roles, lettres C S A E V (C comptoir, S stock,"
002540         " A comptabilite, E scolarite, V superviseur) : ".
002550     MOVE SPACES TO WS-ROLES-SAISIS.
002560     ACCEPT WS-ROLES-SAISIS.
002570     IF WS-ROLES-SAISIS NOT = SPACES
002580         PERFORM 5000-LIRE-ROLES
002590             THRU 5000-LIRE-ROLES-EXIT
002600         IF NOT ROLES-VALIDES
002610             DISPLAY "Role inconnu : " WS-ROLES-SAISIS
002620                 " - operateur non modifie"
002630             GO TO 1100-SAISIR-OPERATEUR-EXIT
002640         END-IF
002650         MOVE WS-ROLES-POS TO OPE-ROLES
002660     END-IF.
002670     IF OPERATEUR-TROUVE
002680         DISPLAY "Actif (O/N, vide = inchange) : "
002690         MOVE SPACES TO WS-ACTIF
002700         ACCEPT WS-ACTIF
002710         IF WS-ACTIF = "O" OR WS-ACTIF = "o"
002720             MOVE "O" TO OPE-ACTIF
002730         END-IF
002740         IF WS-ACTIF = "N" OR WS-ACTIF = "n"
002750             MOVE "N" TO OPE-ACTIF
002760         END-IF
002770     END-IF.
002780     IF FICHIER-VIDE AND NOT OPE-SUPERVISEUR
002790         MOVE "V" TO OPE-ROLE-SUPERVISEUR
002800         DISPLAY "Premier operateur : role superviseur attribue"
002810     END-IF.
002820     MOVE WS-DATE-JOUR TO OPE-DATE-MAJ.
002830     MOVE HAB-OPERATEUR TO OPE-AUTEUR-MAJ.
002840     IF OPERATEUR-TROUVE
002850         REWRITE OPERATEUR-RECORD
002860     ELSE
002870         WRITE OPERATEUR-RECORD
002880     END-IF.
002890     IF OPERATEUR-OK
002900         ADD 1 TO WS-NB-MODIFS
002910         DISPLAY "Operateur enregistre : " OPE-CODE
002920     ELSE
002930         CALL "FICHSTAT" USING WS-OPERATEUR-STATUS
002940             WS-MESSAGE-STATUT
002950         DISPLAY "OPERATEURS.DAT : "
002960             FUNCTION TRIM(WS-MESSAGE-STATUT)
002970     END-IF.
002980 1100-SAISIR-OPERATEUR-EXIT.
002990     EXIT.

003000*----------------------------------------------------------------
003010* 2000-GERER-TABLE - LOAD HABILIT.DAT, CHANGE LINES UNTIL AN EMPTY
003020* PROGRAM NAME, THEN WRITE IT BACK WHOLE
003030*----------------------------------------------------------------
003040 2000-GERER-TABLE.
003050     PERFORM 2100-CHARGER-TABLE
003060         THRU 2100-CHARGER-TABLE-EXIT.
003062     IF NOT TRAVAIL-OUVERT
003064         GO TO 2000-GERER-TABLE-EXIT
003066     END-IF.
003070     PERFORM 2200-AFFICHER-TABLE
003080         THRU 2200-AFFICHER-TABLE-EXIT.
003090     MOVE "N" TO WS-FIN-SAISIE.
003100     PERFORM 2300-SAISIR-LIGNE
003110         THRU 2300-SAISIR-LIGNE-EXIT
003120         UNTIL FIN-SAISIE.
003130     IF WS-NB-MODIFS = ZERO
003140         DISPLAY "Table inchangee"
003150         GO TO 2000-GERER-TABLE-FIN
003160     END-IF.
003170     OPEN OUTPUT HABILIT-FILE.
003180     IF NOT HABILIT-OK
003190         CALL "FICHSTAT" USING WS-HABILIT-STATUS WS-MESSAGE-STATUT
003200         DISPLAY "HABILIT.DAT : " FUNCTION TRIM(WS-MESSAGE-STATUT)
003210         GO TO 2000-GERER-TABLE-FIN
003220     END-IF.
003225     PERFORM 2400-DEBUTER-TABLE
003230         THRU 2400-DEBUTER-TABLE-EXIT.
003235     PERFORM UNTIL FIN-TRAVAIL
003240         READ HABILIT-TRAVAIL NEXT RECORD
003245             AT END SET FIN-TRAVAIL TO TRUE
003250             NOT AT END
003255                 IF HWT-ROLES NOT = SPACES
003260                     MOVE HWT-PROGRAMME TO HBT-PROGRAMME
003265                     MOVE HWT-OPTION TO HBT-OPTION
003270                     MOVE HWT-ROLES TO HBT-ROLES
003275                     WRITE HABILIT-RECORD
003280                 END-IF
003285         END-READ
003300     END-PERFORM.
003310     CLOSE HABILIT-FILE.
003320     DISPLAY "Lignes modifiees : " WS-NB-MODIFS.
003330     MOVE "Maj de la table des habilitations" TO JNL-MESSAGE.
003340     PERFORM 8000-TRACER-JOURNAL
003350         THRU 8000-TRACER-JOURNAL-EXIT.
003352 2000-GERER-TABLE-FIN.
003354     PERFORM 2900-FERMER-TABLE
003356         THRU 2900-FERMER-TABLE-EXIT.
003360 2000-GERER-TABLE-EXIT.
003370     EXIT.

003380*----------------------------------------------------------------
003385* 2100-CHARGER-TABLE - HABILIT.DAT ONTO HABILIT-TRAVAIL, LEFT OPEN
003390* FOR THE CALLER. A REPEATED LINE IS IGNORED, AS HABILITER ONLY
003395* EVER APPLIES THE FIRST ONE
003400*----------------------------------------------------------------
003410 2100-CHARGER-TABLE.
003420     MOVE ZERO TO WS-NB-HAB.
003421     OPEN OUTPUT HABILIT-TRAVAIL.
003422     IF NOT TRAVAIL-OK
003423         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS WS-MESSAGE-STATUT
003424         DISPLAY "HABTAB.TMP : " FUNCTION TRIM(WS-MESSAGE-STATUT)
003425         GO TO 2100-CHARGER-TABLE-EXIT
003426     END-IF.
003427     CLOSE HABILIT-TRAVAIL.
003428     OPEN I-O HABILIT-TRAVAIL.
003429     SET TRAVAIL-OUVERT TO TRUE.
003430     OPEN INPUT HABILIT-FILE.
003440     IF NOT HABILIT-OK
003450         CLOSE HABILIT-FILE
003460         GO TO 2100-CHARGER-TABLE-EXIT
003470     END-IF.
003480     MOVE "N" TO WS-FIN-HABILIT.
003490     PERFORM UNTIL FIN-HABILIT
003500         READ HABILIT-FILE
003510             AT END SET FIN-HABILIT TO TRUE
003520             NOT AT END
003530                 MOVE HBT-PROGRAMME TO HWT-PROGRAMME
003540                 MOVE HBT-OPTION TO HWT-OPTION
003550                 MOVE HBT-ROLES TO HWT-ROLES
003560                 WRITE HABILIT-TRAVAIL-RECORD
003570                     INVALID KEY CONTINUE
003580                     NOT INVALID KEY ADD 1 TO WS-NB-HAB
003590                 END-WRITE
003630         END-READ
003640     END-PERFORM.
003650     CLOSE HABILIT-FILE.
003660 2100-CHARGER-TABLE-EXIT.
003670     EXIT.

003680*----------------------------------------------------------------
003690* 2200-AFFICHER-TABLE
003700*----------------------------------------------------------------
003710 2200-AFFICHER-TABLE.
003720     IF WS-NB-HAB = ZERO
003730         DISPLAY "Aucune habilitation : tout est ouvert"
003740         GO TO 2200-AFFICHER-TABLE-EXIT
003750     END-IF.
003755     PERFORM 2400-DEBUTER-TABLE
003760         THRU 2400-DEBUTER-TABLE-EXIT.
003765     PERFORM UNTIL FIN-TRAVAIL
003770         READ HABILIT-TRAVAIL NEXT RECORD
003775             AT END SET FIN-TRAVAIL TO TRUE
003780             NOT AT END
003785                 MOVE HWT-ROLES TO WS-ROLES-POS
003790                 PERFORM 5100-ROLES-EN-LETTRES
003795                     THRU 5100-ROLES-EN-LETTRES-EXIT
003800                 DISPLAY HWT-PROGRAMME " " HWT-OPTION " "
003805                     WS-ROLES-SAISIS
003810         END-READ
003820     END-PERFORM.
003830 2200-AFFICHER-TABLE-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------
003860* 2300-SAISIR-LIGNE - EMPTY ROLES REMOVE THE LINE, SO THE PROGRAM
003870* (OR OPTION) IS OPEN AGAIN
003880*----------------------------------------------------------------
003890 2300-SAISIR-LIGNE.
003900     DISPLAY "Programme (vide = fin) : ".
003910     MOVE SPACES TO WS-PROGRAMME.
003920     ACCEPT WS-PROGRAMME.
003930     IF WS-PROGRAMME = SPACES
003940         SET FIN-SAISIE TO TRUE
003950         GO TO 2300-SAISIR-LIGNE-EXIT
003960     END-IF.
003970     DISPLAY "Option de menu (vide = le programme lui-meme) : ".
003980     MOVE SPACES TO WS-OPTION.
003990     ACCEPT WS-OPTION.
004000     IF WS-OPTION(1:1) NOT = SPACE AND WS-OPTION(2:1) = SPACE
004010         MOVE WS-OPTION(1:1) TO WS-OPTION(2:1)
004020         MOVE "0" TO WS-OPTION(1:1)
004030     END-IF.
004040     DISPLAY "Roles autorises, lettres C S A E V"
004050         " (vide = ouvert) : ".
004060     MOVE SPACES TO WS-ROLES-SAISIS.
004070     ACCEPT WS-ROLES-SAISIS.
004080     MOVE SPACES TO WS-ROLES-POS.
004090     IF WS-ROLES-SAISIS NOT = SPACES
004100         PERFORM 5000-LIRE-ROLES
004110             THRU 5000-LIRE-ROLES-EXIT
004120         IF NOT ROLES-VALIDES
004130             DISPLAY "Role inconnu : " WS-ROLES-SAISIS
004140             GO TO 2300-SAISIR-LIGNE-EXIT
004150         END-IF
004160     END-IF.
004167     MOVE WS-PROGRAMME TO HWT-PROGRAMME.
004174     MOVE WS-OPTION TO HWT-OPTION.
004181     READ HABILIT-TRAVAIL
004188         INVALID KEY
004195             MOVE WS-PROGRAMME TO HWT-PROGRAMME
004202             MOVE WS-OPTION TO HWT-OPTION
004209             MOVE SPACES TO HWT-ROLES
004216         NOT INVALID KEY
004223             MOVE WS-ROLES-POS TO HWT-ROLES
004230             REWRITE HABILIT-TRAVAIL-RECORD
004237                 INVALID KEY CONTINUE
004244             END-REWRITE
004260             ADD 1 TO WS-NB-MODIFS
004270             GO TO 2300-SAISIR-LIGNE-EXIT
004280     END-READ.
004290     IF WS-ROLES-POS = SPACES
004300         DISPLAY "Aucune ligne pour " FUNCTION TRIM(WS-PROGRAMME)
004310         GO TO 2300-SAISIR-LIGNE-EXIT
004320     END-IF.
004330     MOVE WS-ROLES-POS TO HWT-ROLES.
004340     WRITE HABILIT-TRAVAIL-RECORD
004350         INVALID KEY CONTINUE
004360     END-WRITE.
004370     ADD 1 TO WS-NB-HAB.
004410     ADD 1 TO WS-NB-MODIFS.
004420 2300-SAISIR-LIGNE-EXIT.
004430     EXIT.

004431*----------------------------------------------------------------
004432* 2400-DEBUTER-TABLE - POSITION HABILIT-TRAVAIL ON ITS FIRST LINE
004433*----------------------------------------------------------------
004434 2400-DEBUTER-TABLE.
004435     MOVE "N" TO WS-FIN-TRAVAIL.
004436     MOVE LOW-VALUES TO HWT-CLE.
004437     START HABILIT-TRAVAIL KEY IS NOT LESS THAN HWT-CLE
004438         INVALID KEY SET FIN-TRAVAIL TO TRUE
004439     END-START.
004440 2400-DEBUTER-TABLE-EXIT.
004441     EXIT.

004442*----------------------------------------------------------------
004443* 2900-FERMER-TABLE - CLOSE AND REMOVE HABILIT-TRAVAIL
004444*----------------------------------------------------------------
004445 2900-FERMER-TABLE.
004446     IF TRAVAIL-OUVERT
004447         CLOSE HABILIT-TRAVAIL
004448         CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
004449             RETURNING WS-RETOUR-SUPPRESSION
004450         MOVE "N" TO WS-TRAVAIL-OUVERT
004451     END-IF.
004452 2900-FERMER-TABLE-EXIT.
004453     EXIT.

004440*----------------------------------------------------------------
004450* 3000-REVUE-ACCES - FOR THE YEARLY ACCESS REVIEW : EVERY ROLE
004460* WITH THE OPERATORS HOLDING IT, THEN THE RESERVED PROGRAMS
004470*----------------------------------------------------------------
004480 3000-REVUE-ACCES.
004490     OPEN OUTPUT REVUE-FILE.
004500     IF NOT REVUE-OK
004510         CALL "FICHSTAT" USING WS-REVUE-STATUS WS-MESSAGE-STATUT
004520         DISPLAY "REVUEACCES.TXT : "
004530             FUNCTION TRIM(WS-MESSAGE-STATUT)
004540         GO TO 3000-REVUE-ACCES-EXIT
004550     END-IF.
004560     MOVE SPACES TO REVUE-LIGNE.
004570     STRING "REVUE DES HABILITATIONS DU " DELIMITED BY SIZE
004580         WS-DATE-JOUR DELIMITED BY SIZE
004590         INTO REVUE-LIGNE.
004600     PERFORM 3900-ECRIRE-LIGNE
004610         THRU 3900-ECRIRE-LIGNE-EXIT.
004620     PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
004630         PERFORM 3100-LISTER-ROLE
004640             THRU 3100-LISTER-ROLE-EXIT
004650     END-PERFORM.
004660     PERFORM 2100-CHARGER-TABLE
004670         THRU 2100-CHARGER-TABLE-EXIT.
004680     MOVE SPACES TO REVUE-LIGNE.
004690     PERFORM 3900-ECRIRE-LIGNE
004700         THRU 3900-ECRIRE-LIGNE-EXIT.
004710     MOVE "PROGRAMMES ET OPTIONS RESERVES" TO REVUE-LIGNE.
004720     PERFORM 3900-ECRIRE-LIGNE
004730         THRU 3900-ECRIRE-LIGNE-EXIT.
004740     IF WS-NB-HAB = ZERO AND TRAVAIL-OUVERT
004750         MOVE "    aucun - tout est ouvert" TO REVUE-LIGNE
004760         PERFORM 3900-ECRIRE-LIGNE
004770             THRU 3900-ECRIRE-LIGNE-EXIT
004780     END-IF.
004785     IF TRAVAIL-OUVERT
004790         PERFORM 2400-DEBUTER-TABLE
004795             THRU 2400-DEBUTER-TABLE-EXIT
004800     ELSE
004805         SET FIN-TRAVAIL TO TRUE
004810     END-IF.
004815     PERFORM UNTIL FIN-TRAVAIL
004820         READ HABILIT-TRAVAIL NEXT RECORD
004825             AT END SET FIN-TRAVAIL TO TRUE
004830             NOT AT END
004835                 MOVE HWT-PROGRAMME TO LP-PROGRAMME
004840                 MOVE HWT-OPTION TO LP-OPTION
004845                 MOVE HWT-ROLES TO WS-ROLES-POS
004850                 PERFORM 5100-ROLES-EN-LETTRES
004855                     THRU 5100-ROLES-EN-LETTRES-EXIT
004860                 MOVE WS-ROLES-SAISIS TO LP-ROLES
004865                 MOVE WS-LIGNE-PROGRAMME TO REVUE-LIGNE
004870                 PERFORM 3900-ECRIRE-LIGNE
004875                     THRU 3900-ECRIRE-LIGNE-EXIT
004880         END-READ
004890     END-PERFORM.
004893     PERFORM 2900-FERMER-TABLE
004896         THRU 2900-FERMER-TABLE-EXIT.
004900     CLOSE REVUE-FILE.
004910     DISPLAY "Revue des acces ecrite sur REVUEACCES.TXT ("
004920         WS-NB-LIGNES " lignes)".
004930     MOVE "Revue des acces editee" TO JNL-MESSAGE.
004940     MOVE WS-NB-LIGNES TO WS-NB-MODIFS.
004950     PERFORM 8000-TRACER-JOURNAL
004960         THRU 8000-TRACER-JOURNAL-EXIT.
004970 3000-REVUE-ACCES-EXIT.
004980     EXIT.

004990*----------------------------------------------------------------
005000* 3100-LISTER-ROLE - ONE PASS OF OPERATEURS.DAT FOR ROLE WS-R
005010*----------------------------------------------------------------
005020 3100-LISTER-ROLE.
005030     MOVE SPACES TO REVUE-LIGNE.
005040     PERFORM 3900-ECRIRE-LIGNE
005050         THRU 3900-ECRIRE-LIGNE-EXIT.
005060     MOVE WS-ROLE-LIBELLE(WS-R) TO LR-LIBELLE.
005070     MOVE WS-ROLE-LETTRE(WS-R) TO LR-LETTRE.
005080     MOVE WS-LIGNE-ROLE TO REVUE-LIGNE.
005090     PERFORM 3900-ECRIRE-LIGNE
005100         THRU 3900-ECRIRE-LIGNE-EXIT.
005110     MOVE ZERO TO WS-NB-TITULAIRES.
005120     OPEN INPUT OPERATEUR-FILE.
005130     IF OPERATEUR-OK
005140         MOVE "N" TO WS-FIN-OPERATEURS
005150     ELSE
005160         SET FIN-OPERATEURS TO TRUE
005170     END-IF.
005180     PERFORM UNTIL FIN-OPERATEURS
005190         READ OPERATEUR-FILE NEXT RECORD
005200             AT END SET FIN-OPERATEURS TO TRUE
005210             NOT AT END
005220                 IF OPE-ROLE(WS-R) NOT = SPACE
005230                     PERFORM 3200-ECRIRE-TITULAIRE
005240                         THRU 3200-ECRIRE-TITULAIRE-EXIT
005250                 END-IF
005260         END-READ
005270     END-PERFORM.
005280     CLOSE OPERATEUR-FILE.
005290     MOVE WS-NB-TITULAIRES TO LTT-NB.
005300     MOVE WS-LIGNE-TOTAL TO REVUE-LIGNE.
005310     PERFORM 3900-ECRIRE-LIGNE
005320         THRU 3900-ECRIRE-LIGNE-EXIT.
005330 3100-LISTER-ROLE-EXIT.
005340     EXIT.

005350*----------------------------------------------------------------
005360* 3200-ECRIRE-TITULAIRE
005370*----------------------------------------------------------------
005380 3200-ECRIRE-TITULAIRE.
005390     ADD 1 TO WS-NB-TITULAIRES.
005400     MOVE OPE-CODE TO LT-CODE.
005410     MOVE OPE-NOM TO LT-NOM.
005420     IF OPE-EST-INACTIF
005430         MOVE "INACTIF" TO LT-ETAT
005440     ELSE
005450         MOVE "ACTIF" TO LT-ETAT
005460     END-IF.
005470     MOVE OPE-DATE-MAJ TO LT-DATE-MAJ.
005480     MOVE OPE-AUTEUR-MAJ TO LT-AUTEUR.
005490     MOVE WS-LIGNE-TITULAIRE TO REVUE-LIGNE.
005500     PERFORM 3900-ECRIRE-LIGNE
005510         THRU 3900-ECRIRE-LIGNE-EXIT.
005520 3200-ECRIRE-TITULAIRE-EXIT.
005530     EXIT.

005540*----------------------------------------------------------------
005550* 3900-ECRIRE-LIGNE
005560*----------------------------------------------------------------
005570 3900-ECRIRE-LIGNE.
005580     WRITE REVUE-LIGNE.
005590     ADD 1 TO WS-NB-LIGNES.
005600 3900-ECRIRE-LIGNE-EXIT.
005610     EXIT.

005620*----------------------------------------------------------------
005630* 5000-LIRE-ROLES - ROLE LETTERS IN ANY ORDER INTO THEIR
005640* POSITIONS
005650*----------------------------------------------------------------
005660 5000-LIRE-ROLES.
005670     MOVE SPACES TO WS-ROLES-POS.
005680     SET ROLES-VALIDES TO TRUE.
005690     PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
005700         MOVE WS-ROLES-SAISIS(WS-I:1) TO WS-CAR
005710         INSPECT WS-CAR CONVERTING "csaev" TO "CSAEV"
005720         IF WS-CAR NOT = SPACE
005730             MOVE "N" TO WS-ROLES-VALIDES
005740             PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
005750                 IF WS-ROLE-LETTRE(WS-R) = WS-CAR
005760                     MOVE WS-CAR TO WS-ROLE-POS(WS-R)
005770                     SET ROLES-VALIDES TO TRUE
005780                 END-IF
005790             END-PERFORM
005800             IF NOT ROLES-VALIDES
005810                 GO TO 5000-LIRE-ROLES-EXIT
005820             END-IF
005830         END-IF
005840     END-PERFORM.
005850 5000-LIRE-ROLES-EXIT.
005860     EXIT.

005870*----------------------------------------------------------------
005880* 5100-ROLES-EN-LETTRES - POSITIONS BACK TO A PACKED STRING OF
005890* LETTERS FOR DISPLAY
005900*----------------------------------------------------------------
005910 5100-ROLES-EN-LETTRES.
005920     MOVE SPACES TO WS-ROLES-SAISIS.
005930     MOVE ZERO TO WS-I.
005940     PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
005950         IF WS-ROLE-POS(WS-R) NOT = SPACE
005960             ADD 1 TO WS-I
005970             MOVE WS-ROLE-POS(WS-R) TO WS-ROLES-SAISIS(WS-I:1)
005980         END-IF
005990     END-PERFORM.
006000 5100-ROLES-EN-LETTRES-EXIT.
006010     EXIT.

006020*----------------------------------------------------------------
006030* 8000-TRACER-JOURNAL - JNL-MESSAGE IS SET BY THE CALLER
006040*----------------------------------------------------------------
006050 8000-TRACER-JOURNAL.
006060     MOVE "HABILITATIONS" TO JNL-PROGRAMME.
006070     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
006080     ACCEPT JNL-HEURE FROM TIME.
006090     MOVE WS-NB-MODIFS TO JNL-NB-ENREGISTREMENTS.
006100     OPEN EXTEND JOURNAL-FILE.
006110     IF NOT JOURNAL-OK
006120         CLOSE JOURNAL-FILE
006130         OPEN OUTPUT JOURNAL-FILE
006140     END-IF.
006150     WRITE JOURNAL-RECORD.
006160     CLOSE JOURNAL-FILE.
006170 8000-TRACER-JOURNAL-EXIT.
006180     EXIT.
