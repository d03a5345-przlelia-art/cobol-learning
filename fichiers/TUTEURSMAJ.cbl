000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TUTEURSMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MAINTAINS THE PARENTS AND
000110*                 GUARDIANS OF EACH STUDENT ON TUTEURS.DAT (ADD,
000120*                 CORRECT, RETIRE, LIST) - RELATIONSHIP, POSTAL
000130*                 ADDRESS, PHONE, EMAIL, AND WHO RECEIVES THE FEE
000140*                 INVOICE (ONE PER STUDENT) AND THE SCHOOL
000150*                 LETTERS.
000152* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000154*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000156*                 TUTEURSMAJ (SEE HABILITATIONS).
000160*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.

000200     SELECT TUTEURS-FILE ASSIGN TO "TUTEURS.DAT"
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS TUT-CLE
000240         FILE STATUS IS WS-TUTEURS-STATUS.

000250     SELECT ELEVES-FILE ASSIGN TO "eleves.txt"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS STU-ID
000290         FILE STATUS IS WS-ELEVES-STATUS.

000300 DATA DIVISION.
000310 FILE SECTION.

000320 FD  TUTEURS-FILE.
000330     COPY "TUTEUR-RECORD.cpy".

000340 FD  ELEVES-FILE.
000350     COPY "STUDENT-RECORD.cpy".

000360 WORKING-STORAGE SECTION.

000365     COPY "HABILITATION.cpy".

000370 01  WS-MODE                 PIC X(01).
000380     88 MODE-AJOUT                    VALUE "A" "a".
000390     88 MODE-MODIF                    VALUE "M" "m".
000400     88 MODE-RETRAIT                  VALUE "R" "r".
000410     88 MODE-LISTE                    VALUE "L" "l".

000420 01  WS-STU-ID               PIC X(06).
000430 01  WS-RANG                 PIC 9(01).
000440 01  WS-RANG-MAX             PIC 9(01).
000450 01  WS-SAISIE               PIC X(40).
000460 01  WS-REPONSE              PIC X(01).
000470 01  WS-NB-TUTEURS           PIC 9(02) VALUE ZERO.

000490 01  WS-MESSAGE-STATUT       PIC X(40).

000500 01  WS-TUTEURS-STATUS       PIC X(02).
000510     88 TUTEURS-OK                    VALUE "00".
000520 01  WS-ELEVES-STATUS        PIC X(02).
000530     88 ELEVES-OK                     VALUE "00".

000540 01  WS-SWITCHES.
000550     05 WS-TUT-TROUVE        PIC X(01).
000560         88 TUT-TROUVE                VALUE "O".
000570         88 TUT-ABSENT                VALUE "N".
000580     05 WS-ELEVE-TROUVE      PIC X(01).
000590         88 ELEVE-TROUVE              VALUE "O".
000600     05 WS-FIN-TUTEURS       PIC X(01).
000610         88 FIN-TUTEURS               VALUE "Y".

000620 PROCEDURE DIVISION.

000630*----------------------------------------------------------------
000640* 0000-MAINLINE
000650*----------------------------------------------------------------
000660 0000-MAINLINE.
000661     MOVE "TUTEURSMAJ" TO HAB-PROGRAMME.
000662     CALL "HABILITER" USING HAB-ZONE.
000663     IF NOT HAB-AUTORISE
000664         GOBACK
000665     END-IF.
000670     DISPLAY "Responsables : ajout (A), modification (M),"
000680         " retrait (R), liste d'un eleve (L) ? ".
000690     ACCEPT WS-MODE.
000700     PERFORM 0500-OUVRIR-FICHIER
000710         THRU 0500-OUVRIR-FICHIER-EXIT.
000720     IF NOT TUTEURS-OK
000730         GO TO 0000-FIN
000740     END-IF.
000750     IF MODE-AJOUT
000760         PERFORM 1000-AJOUTER-TUTEUR
000770             THRU 1000-AJOUTER-TUTEUR-EXIT
000780     ELSE
000790         IF MODE-MODIF
000800             PERFORM 2000-MODIFIER-TUTEUR
000810                 THRU 2000-MODIFIER-TUTEUR-EXIT
000820         ELSE
000830             IF MODE-RETRAIT
000840                 PERFORM 3000-RETIRER-TUTEUR
000850                     THRU 3000-RETIRER-TUTEUR-EXIT
000860             ELSE
000870                 IF MODE-LISTE
000880                     PERFORM 4000-LISTER-TUTEURS
000890                         THRU 4000-LISTER-TUTEURS-EXIT
000900                 ELSE
000910                     DISPLAY "Mode non reconnu"
000920                 END-IF
000930             END-IF
000940         END-IF
000950     END-IF.
000960     CLOSE TUTEURS-FILE.
000970 0000-FIN.
000980     GOBACK.

000990*----------------------------------------------------------------
001000* 0500-OUVRIR-FICHIER - BOOTSTRAP TUTEURS.DAT ON A FIRST RUN
001010*----------------------------------------------------------------
001020 0500-OUVRIR-FICHIER.
001030     OPEN I-O TUTEURS-FILE.
001040     IF NOT TUTEURS-OK
001050         CLOSE TUTEURS-FILE
001060         OPEN OUTPUT TUTEURS-FILE
001070         CLOSE TUTEURS-FILE
001080         OPEN I-O TUTEURS-FILE
001090     END-IF.
001100     IF NOT TUTEURS-OK
001110         CALL "FICHSTAT" USING WS-TUTEURS-STATUS
001120             WS-MESSAGE-STATUT
001130         DISPLAY "TUTEURS.DAT : "
001140             FUNCTION TRIM(WS-MESSAGE-STATUT)
001150     END-IF.
001160 0500-OUVRIR-FICHIER-EXIT.
001170     EXIT.

001180*----------------------------------------------------------------
001190* 0600-SAISIR-ELEVE - THE STUDENT MUST BE ON THE ROSTER
001200*----------------------------------------------------------------
001210 0600-SAISIR-ELEVE.
001220     MOVE "N" TO WS-ELEVE-TROUVE.
001230     DISPLAY "Numero d'eleve : ".
001240     MOVE SPACES TO WS-STU-ID.
001250     ACCEPT WS-STU-ID.
001260     OPEN INPUT ELEVES-FILE.
001270     IF NOT ELEVES-OK
001280         DISPLAY "eleves.txt indisponible - eleve non controle"
001290         SET ELEVE-TROUVE TO TRUE
001300         GO TO 0600-SAISIR-ELEVE-EXIT
001310     END-IF.
001320     MOVE WS-STU-ID TO STU-ID.
001330     READ ELEVES-FILE
001340         INVALID KEY
001350             DISPLAY "Numero d'eleve inconnu : " WS-STU-ID
001360         NOT INVALID KEY
001370             SET ELEVE-TROUVE TO TRUE
001380             DISPLAY "Eleve : " FUNCTION TRIM(STU-NOM)
001390     END-READ.
001400     CLOSE ELEVES-FILE.
001410 0600-SAISIR-ELEVE-EXIT.
001420     EXIT.

001430*----------------------------------------------------------------
001440* 0700-LIRE-TUTEUR - STUDENT AND RANK KEYED BY THE OPERATOR
001450*----------------------------------------------------------------
001460 0700-LIRE-TUTEUR.
001470     DISPLAY "Numero d'eleve : ".
001480     MOVE SPACES TO WS-STU-ID.
001490     ACCEPT WS-STU-ID.
001500     DISPLAY "Rang du responsable (1 a 9) : ".
001510     MOVE ZERO TO WS-RANG.
001520     ACCEPT WS-RANG.
001530     MOVE WS-STU-ID TO TUT-STU-ID.
001540     MOVE WS-RANG   TO TUT-RANG.
001550     READ TUTEURS-FILE
001560         INVALID KEY SET TUT-ABSENT TO TRUE
001570         NOT INVALID KEY SET TUT-TROUVE TO TRUE
001580     END-READ.
001590     IF TUT-ABSENT
001600         DISPLAY "Responsable inconnu : " WS-STU-ID " rang "
001610             WS-RANG
001620     END-IF.
001630 0700-LIRE-TUTEUR-EXIT.
001640     EXIT.

001650*----------------------------------------------------------------
001660* 0800-DERNIER-RANG - HIGHEST RANK IN USE FOR WS-STU-ID
001670*----------------------------------------------------------------
001680 0800-DERNIER-RANG.
001690     MOVE ZERO TO WS-RANG-MAX.
001700     MOVE WS-STU-ID TO TUT-STU-ID.
001710     MOVE ZERO TO TUT-RANG.
001720     MOVE "N" TO WS-FIN-TUTEURS.
001730     START TUTEURS-FILE KEY IS NOT LESS THAN TUT-CLE
001740         INVALID KEY SET FIN-TUTEURS TO TRUE
001750     END-START.
001760     PERFORM UNTIL FIN-TUTEURS
001770         READ TUTEURS-FILE NEXT RECORD
001780             AT END SET FIN-TUTEURS TO TRUE
001790             NOT AT END
001800                 IF TUT-STU-ID NOT = WS-STU-ID
001810                     SET FIN-TUTEURS TO TRUE
001820                 ELSE
001830                     MOVE TUT-RANG TO WS-RANG-MAX
001840                 END-IF
001850         END-READ
001860     END-PERFORM.
001870 0800-DERNIER-RANG-EXIT.
001880     EXIT.

001890*----------------------------------------------------------------
001900* 0900-AFFICHER-TUTEUR
001910*----------------------------------------------------------------
001920 0900-AFFICHER-TUTEUR.
001930     DISPLAY TUT-STU-ID " " TUT-RANG " " TUT-NOM " " TUT-LIEN.
001940     DISPLAY "    " TUT-ADRESSE-1 " " TUT-ADRESSE-2.
001950     DISPLAY "    tel. " TUT-TELEPHONE " - " TUT-EMAIL.
001960     DISPLAY "    facture : " TUT-FACTURE
001970         " - courriers : " TUT-COURRIER.
001980 0900-AFFICHER-TUTEUR-EXIT.
001990     EXIT.

002000*----------------------------------------------------------------
002010* 1000-AJOUTER-TUTEUR - NEXT FREE RANK FOR THE STUDENT
002020*----------------------------------------------------------------
002030 1000-AJOUTER-TUTEUR.
002040     PERFORM 0600-SAISIR-ELEVE
002050         THRU 0600-SAISIR-ELEVE-EXIT.
002060     IF NOT ELEVE-TROUVE
002070         GO TO 1000-AJOUTER-TUTEUR-EXIT
002080     END-IF.
002090     PERFORM 0800-DERNIER-RANG
002100         THRU 0800-DERNIER-RANG-EXIT.
002110     IF WS-RANG-MAX = 9
002120         DISPLAY "Deja 9 responsables pour cet eleve"
002130         GO TO 1000-AJOUTER-TUTEUR-EXIT
002140     END-IF.
002150     MOVE SPACES TO TUTEUR-RECORD.
002160     MOVE WS-STU-ID TO TUT-STU-ID.
002170     COMPUTE TUT-RANG = WS-RANG-MAX + 1.
002180     DISPLAY "Nom du responsable : ".
002190     ACCEPT TUT-NOM.
002200     IF TUT-NOM = SPACES
002210         DISPLAY "Nom obligatoire - responsable non cree"
002220         GO TO 1000-AJOUTER-TUTEUR-EXIT
002230     END-IF.
002240     DISPLAY "Lien avec l'eleve (MERE, PERE, TUTEUR...) : ".
002250     ACCEPT TUT-LIEN.
002260     DISPLAY "Adresse (ligne 1) : ".
002270     ACCEPT TUT-ADRESSE-1.
002280     DISPLAY "Adresse (ligne 2, code postal et ville) : ".
002290     ACCEPT TUT-ADRESSE-2.
002300     DISPLAY "Telephone : ".
002310     ACCEPT TUT-TELEPHONE.
002320     DISPLAY "Email : ".
002330     ACCEPT TUT-EMAIL.
002340     DISPLAY "Destinataire de la facture (O/N) : ".
002350     MOVE SPACE TO WS-REPONSE.
002360     ACCEPT WS-REPONSE.
002370     IF WS-REPONSE = "O" OR WS-REPONSE = "o"
002380         MOVE "O" TO TUT-FACTURE
002390     ELSE
002400         MOVE "N" TO TUT-FACTURE
002410     END-IF.
002420     DISPLAY "Destinataire des courriers de l'ecole (O/N) : ".
002430     MOVE SPACE TO WS-REPONSE.
002440     ACCEPT WS-REPONSE.
002450     IF WS-REPONSE = "N" OR WS-REPONSE = "n"
002460         MOVE "N" TO TUT-COURRIER
002470     ELSE
002480         MOVE "O" TO TUT-COURRIER
002490     END-IF.
002500     WRITE TUTEUR-RECORD
002510         INVALID KEY
002520             DISPLAY "Responsable deja present - non cree"
002530             GO TO 1000-AJOUTER-TUTEUR-EXIT
002540     END-WRITE.
002550     DISPLAY "Responsable ajoute au rang " TUT-RANG.
002560     IF TUT-DEST-FACTURE
002570         MOVE TUT-RANG TO WS-RANG
002580         PERFORM 2500-UNIQUE-FACTURE
002590             THRU 2500-UNIQUE-FACTURE-EXIT
002600     END-IF.
002610 1000-AJOUTER-TUTEUR-EXIT.
002620     EXIT.

002630*----------------------------------------------------------------
002640* 2000-MODIFIER-TUTEUR - BLANK KEEPS THE CURRENT VALUE
002650*----------------------------------------------------------------
002660 2000-MODIFIER-TUTEUR.
002670     PERFORM 0700-LIRE-TUTEUR
002680         THRU 0700-LIRE-TUTEUR-EXIT.
002690     IF TUT-ABSENT
002700         GO TO 2000-MODIFIER-TUTEUR-EXIT
002710     END-IF.
002720     PERFORM 0900-AFFICHER-TUTEUR
002730         THRU 0900-AFFICHER-TUTEUR-EXIT.
002740     DISPLAY "Nom : ".
002750     MOVE SPACES TO WS-SAISIE.
002760     ACCEPT WS-SAISIE.
002770     IF WS-SAISIE NOT = SPACES
002780         MOVE WS-SAISIE TO TUT-NOM
002790     END-IF.
002800     DISPLAY "Lien : ".
002810     MOVE SPACES TO WS-SAISIE.
002820     ACCEPT WS-SAISIE.
002830     IF WS-SAISIE NOT = SPACES
002840         MOVE WS-SAISIE TO TUT-LIEN
002850     END-IF.
002860     DISPLAY "Adresse (ligne 1) : ".
002870     MOVE SPACES TO WS-SAISIE.
002880     ACCEPT WS-SAISIE.
002890     IF WS-SAISIE NOT = SPACES
002900         MOVE WS-SAISIE TO TUT-ADRESSE-1
002910     END-IF.
002920     DISPLAY "Adresse (ligne 2) : ".
002930     MOVE SPACES TO WS-SAISIE.
002940     ACCEPT WS-SAISIE.
002950     IF WS-SAISIE NOT = SPACES
002960         MOVE WS-SAISIE TO TUT-ADRESSE-2
002970     END-IF.
002980     DISPLAY "Telephone : ".
002990     MOVE SPACES TO WS-SAISIE.
003000     ACCEPT WS-SAISIE.
003010     IF WS-SAISIE NOT = SPACES
003020         MOVE WS-SAISIE TO TUT-TELEPHONE
003030     END-IF.
003040     DISPLAY "Email : ".
003050     MOVE SPACES TO WS-SAISIE.
003060     ACCEPT WS-SAISIE.
003070     IF WS-SAISIE NOT = SPACES
003080         MOVE WS-SAISIE TO TUT-EMAIL
003090     END-IF.
003100     DISPLAY "Destinataire de la facture (O/N) : ".
003110     MOVE SPACE TO WS-REPONSE.
003120     ACCEPT WS-REPONSE.
003130     IF WS-REPONSE = "O" OR WS-REPONSE = "o"
003140         MOVE "O" TO TUT-FACTURE
003150     END-IF.
003160     IF WS-REPONSE = "N" OR WS-REPONSE = "n"
003170         MOVE "N" TO TUT-FACTURE
003180     END-IF.
003190     DISPLAY "Destinataire des courriers (O/N) : ".
003200     MOVE SPACE TO WS-REPONSE.
003210     ACCEPT WS-REPONSE.
003220     IF WS-REPONSE = "O" OR WS-REPONSE = "o"
003230         MOVE "O" TO TUT-COURRIER
003240     END-IF.
003250     IF WS-REPONSE = "N" OR WS-REPONSE = "n"
003260         MOVE "N" TO TUT-COURRIER
003270     END-IF.
003280     REWRITE TUTEUR-RECORD.
003290     DISPLAY "Responsable mis a jour".
003300     IF TUT-DEST-FACTURE
003310         PERFORM 2500-UNIQUE-FACTURE
003320             THRU 2500-UNIQUE-FACTURE-EXIT
003330     END-IF.
003340 2000-MODIFIER-TUTEUR-EXIT.
003350     EXIT.

003360*----------------------------------------------------------------
003370* 2500-UNIQUE-FACTURE - ONE INVOICE RECIPIENT PER STUDENT : THE
003380* OTHER GUARDIANS OF WS-STU-ID LOSE THE FLAG
003390*----------------------------------------------------------------
003400 2500-UNIQUE-FACTURE.
003410     MOVE WS-STU-ID TO TUT-STU-ID.
003420     MOVE ZERO TO TUT-RANG.
003430     MOVE "N" TO WS-FIN-TUTEURS.
003440     START TUTEURS-FILE KEY IS NOT LESS THAN TUT-CLE
003450         INVALID KEY SET FIN-TUTEURS TO TRUE
003460     END-START.
003470     PERFORM UNTIL FIN-TUTEURS
003480         READ TUTEURS-FILE NEXT RECORD
003490             AT END SET FIN-TUTEURS TO TRUE
003500             NOT AT END
003510                 IF TUT-STU-ID NOT = WS-STU-ID
003520                     SET FIN-TUTEURS TO TRUE
003530                 ELSE
003540                     IF TUT-RANG NOT = WS-RANG
003550                         AND TUT-DEST-FACTURE
003560                         MOVE "N" TO TUT-FACTURE
003570                         REWRITE TUTEUR-RECORD
003580                         DISPLAY "Rang " TUT-RANG " n'est plus"
003590                             " destinataire de la facture"
003600                     END-IF
003610                 END-IF
003620         END-READ
003630     END-PERFORM.
003640 2500-UNIQUE-FACTURE-EXIT.
003650     EXIT.

003660*----------------------------------------------------------------
003670* 3000-RETIRER-TUTEUR
003680*----------------------------------------------------------------
003690 3000-RETIRER-TUTEUR.
003700     PERFORM 0700-LIRE-TUTEUR
003710         THRU 0700-LIRE-TUTEUR-EXIT.
003720     IF TUT-TROUVE
003730         DELETE TUTEURS-FILE RECORD
003740             INVALID KEY
003750                 DISPLAY "Suppression impossible"
003760             NOT INVALID KEY
003770                 DISPLAY "Responsable retire"
003780         END-DELETE
003790     END-IF.
003800 3000-RETIRER-TUTEUR-EXIT.
003810     EXIT.

003820*----------------------------------------------------------------
003830* 4000-LISTER-TUTEURS - EVERY GUARDIAN OF ONE STUDENT
003840*----------------------------------------------------------------
003850 4000-LISTER-TUTEURS.
003860     DISPLAY "Numero d'eleve : ".
003870     MOVE SPACES TO WS-STU-ID.
003880     ACCEPT WS-STU-ID.
003890     MOVE WS-STU-ID TO TUT-STU-ID.
003900     MOVE ZERO TO TUT-RANG.
003910     MOVE "N" TO WS-FIN-TUTEURS.
003920     START TUTEURS-FILE KEY IS NOT LESS THAN TUT-CLE
003930         INVALID KEY SET FIN-TUTEURS TO TRUE
003940     END-START.
003950     PERFORM UNTIL FIN-TUTEURS
003960         READ TUTEURS-FILE NEXT RECORD
003970             AT END SET FIN-TUTEURS TO TRUE
003980             NOT AT END
003990                 IF TUT-STU-ID NOT = WS-STU-ID
004000                     SET FIN-TUTEURS TO TRUE
004010                 ELSE
004020                     ADD 1 TO WS-NB-TUTEURS
004030                     PERFORM 0900-AFFICHER-TUTEUR
004040                         THRU 0900-AFFICHER-TUTEUR-EXIT
004050                 END-IF
004060         END-READ
004070     END-PERFORM.
004080     DISPLAY "Responsables : " WS-NB-TUTEURS.
004090 4000-LISTER-TUTEURS-EXIT.
004100     EXIT.
