000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOURSESMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MAINTAINS THE SCHOLARSHIPS AND
000110*                 DISCOUNTS GRANTED PER STUDENT AND SCHOOL YEAR
000120*                 ON BOURSES.DAT (ADD, CORRECT, RETIRE, LIST),
000130*                 THE SIBLING LINKS ON FRATRIES.DAT AND THE
000140*                 FAMILY DISCOUNT RATES ON FRATCFG.DAT.
000150*                 FACTURERELEVES APPLIES THEM AS DISCOUNT LINES
000160*                 ON THE FEE INVOICE INSTEAD OF A CREDIT NOTE
000170*                 KEYED BY HAND AFTERWARDS.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 BOURSESMAJ (SEE HABILITATIONS).
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT BOURSES-FILE ASSIGN TO "BOURSES.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS BRS-CLE
000260         FILE STATUS IS WS-BOURSES-STATUS.

000270     SELECT FRATRIES-FILE ASSIGN TO "FRATRIES.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS FAM-STU-ID
000310         FILE STATUS IS WS-FRATRIES-STATUS.

000320     SELECT ELEVES-FILE ASSIGN TO "eleves.txt"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS STU-ID
000360         FILE STATUS IS WS-ELEVES-STATUS.

000370     SELECT CONFIG-FILE ASSIGN TO "FRATCFG.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CONFIG-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.

000420 FD  BOURSES-FILE.
000430     COPY "BOURSE-RECORD.cpy".

000440 FD  FRATRIES-FILE.
000450     COPY "FRATRIE-RECORD.cpy".

000460 FD  ELEVES-FILE.
000470     COPY "STUDENT-RECORD.cpy".

000480 FD  CONFIG-FILE.
000490     COPY "FRATCFG-RECORD.cpy".

000500 WORKING-STORAGE SECTION.

000505     COPY "HABILITATION.cpy".

000510 01  WS-MODE                 PIC X(01).
000520     88 MODE-AJOUT                    VALUE "A" "a".
000530     88 MODE-MODIF                    VALUE "M" "m".
000540     88 MODE-RETRAIT                  VALUE "R" "r".
000550     88 MODE-LISTE                    VALUE "L" "l".
000560     88 MODE-FRATRIE                  VALUE "F" "f".
000570     88 MODE-PARAMETRES               VALUE "P" "p".

000580 01  WS-DATE-JOUR            PIC 9(08).
000590 01  WS-ANNEE                PIC 9(04).
000600 01  WS-STU-ID               PIC X(06).
000610 01  WS-LIBELLE              PIC X(20).
000620 01  WS-FAM-CODE             PIC X(06).
000630 01  WS-REPONSE              PIC X(01).
000640 01  WS-FDX                  PIC 9(01).
000650 01  WS-NB-BOURSES           PIC 9(04) VALUE ZERO.
000660 01  WS-FRAIS-SAISI          PIC X(04).

000670*----------------------------------------------------------------
000680* PARAMETRES FAMILLE - DEFAULTS WHEN FRATCFG.DAT IS ABSENT
000690*----------------------------------------------------------------
000700 01  WS-TAUX-2               PIC 9(02)V99 VALUE 10.00.
000710 01  WS-TAUX-3               PIC 9(02)V99 VALUE 20.00.
000720 01  WS-SAISIE-TAUX          PIC 9(02)V99.
000730 01  WS-FRAIS-FAMILLE.
000740     05 WS-FRAIS-FAM OCCURS 5 TIMES PIC X(04) VALUE SPACES.

000750 01  WS-BOURSES-STATUS       PIC X(02).
000760     88 BOURSES-OK                    VALUE "00".
000770 01  WS-FRATRIES-STATUS      PIC X(02).
000780     88 FRATRIES-OK                   VALUE "00".
000790 01  WS-ELEVES-STATUS        PIC X(02).
000800     88 ELEVES-OK                     VALUE "00".
000810 01  WS-CONFIG-STATUS        PIC X(02).
000820     88 CONFIG-OK                     VALUE "00".

000830 01  WS-SWITCHES.
000840     05 WS-BRS-TROUVE        PIC X(01).
000850         88 BRS-TROUVE                VALUE "O".
000860         88 BRS-ABSENT                VALUE "N".
000870     05 WS-ELEVE-TROUVE      PIC X(01).
000880         88 ELEVE-TROUVE              VALUE "O".
000890     05 WS-FIN-BOURSES       PIC X(01).
000900         88 FIN-BOURSES               VALUE "Y".
000910     05 WS-FIN-FRAIS         PIC X(01).
000920         88 FIN-FRAIS                 VALUE "Y".
000930     05 WS-SAISIE-OK         PIC X(01).
000940         88 SAISIE-OK                 VALUE "O".

000950 PROCEDURE DIVISION.

000960*----------------------------------------------------------------
000970* 0000-MAINLINE
000980*----------------------------------------------------------------
000990 0000-MAINLINE.
000991     MOVE "BOURSESMAJ" TO HAB-PROGRAMME.
000992     CALL "HABILITER" USING HAB-ZONE.
000993     IF NOT HAB-AUTORISE
000994         GOBACK
000995     END-IF.
001000     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001010     DISPLAY "Bourse : ajout (A), modification (M), retrait (R),"
001020         " liste (L) - fratrie (F) - remise famille (P) ? ".
001030     ACCEPT WS-MODE.
001040     IF MODE-PARAMETRES
001050         PERFORM 6000-SAISIR-PARAMETRES
001060             THRU 6000-SAISIR-PARAMETRES-EXIT
001070         STOP RUN
001080     END-IF.
001090     IF MODE-FRATRIE
001100         PERFORM 5000-LIER-FRATRIE
001110             THRU 5000-LIER-FRATRIE-EXIT
001120         STOP RUN
001130     END-IF.
001140     PERFORM 0500-OUVRIR-FICHIER
001150         THRU 0500-OUVRIR-FICHIER-EXIT.
001160     IF MODE-AJOUT
001170         PERFORM 1000-AJOUTER-BOURSE
001180             THRU 1000-AJOUTER-BOURSE-EXIT
001190     ELSE
001200         IF MODE-MODIF
001210             PERFORM 2000-MODIFIER-BOURSE
001220                 THRU 2000-MODIFIER-BOURSE-EXIT
001230         ELSE
001240             IF MODE-RETRAIT
001250                 PERFORM 3000-RETIRER-BOURSE
001260                     THRU 3000-RETIRER-BOURSE-EXIT
001270             ELSE
001280                 IF MODE-LISTE
001290                     PERFORM 4000-LISTER-BOURSES
001300                         THRU 4000-LISTER-BOURSES-EXIT
001310                 ELSE
001320                     DISPLAY "Mode non reconnu"
001330                 END-IF
001340             END-IF
001350         END-IF
001360     END-IF.
001370     CLOSE BOURSES-FILE.
001380     STOP RUN.

001390*----------------------------------------------------------------
001400* 0500-OUVRIR-FICHIER - BOOTSTRAP BOURSES.DAT ON A FIRST RUN
001410*----------------------------------------------------------------
001420 0500-OUVRIR-FICHIER.
001430     OPEN I-O BOURSES-FILE.
001440     IF NOT BOURSES-OK
001450         CLOSE BOURSES-FILE
001460         OPEN OUTPUT BOURSES-FILE
001470         CLOSE BOURSES-FILE
001480         OPEN I-O BOURSES-FILE
001490     END-IF.
001500 0500-OUVRIR-FICHIER-EXIT.
001510     EXIT.

001520*----------------------------------------------------------------
001530* 0600-SAISIR-ELEVE - THE STUDENT MUST BE ON THE ROSTER
001540*----------------------------------------------------------------
001550 0600-SAISIR-ELEVE.
001560     MOVE "N" TO WS-ELEVE-TROUVE.
001570     DISPLAY "Numero d'eleve : ".
001580     MOVE SPACES TO WS-STU-ID.
001590     ACCEPT WS-STU-ID.
001600     OPEN INPUT ELEVES-FILE.
001610     IF NOT ELEVES-OK
001620         DISPLAY "eleves.txt indisponible - eleve non controle"
001630         SET ELEVE-TROUVE TO TRUE
001640         GO TO 0600-SAISIR-ELEVE-EXIT
001650     END-IF.
001660     MOVE WS-STU-ID TO STU-ID.
001670     READ ELEVES-FILE
001680         INVALID KEY
001690             DISPLAY "Numero d'eleve inconnu : " WS-STU-ID
001700         NOT INVALID KEY
001710             SET ELEVE-TROUVE TO TRUE
001720             DISPLAY "Eleve : " FUNCTION TRIM(STU-NOM)
001730     END-READ.
001740     CLOSE ELEVES-FILE.
001750 0600-SAISIR-ELEVE-EXIT.
001760     EXIT.

001770*----------------------------------------------------------------
001780* 0700-LIRE-BOURSE - STUDENT, YEAR AND TYPE KEYED BY THE OPERATOR
001790*----------------------------------------------------------------
001800 0700-LIRE-BOURSE.
001810     DISPLAY "Numero d'eleve : ".
001820     ACCEPT BRS-STU-ID.
001830     DISPLAY "Annee scolaire : ".
001840     ACCEPT BRS-ANNEE.
001850     DISPLAY "Type de bourse ou de remise : ".
001860     ACCEPT BRS-TYPE.
001870     READ BOURSES-FILE
001880         INVALID KEY SET BRS-ABSENT TO TRUE
001890         NOT INVALID KEY SET BRS-TROUVE TO TRUE
001900     END-READ.
001910     IF BRS-ABSENT
001920         DISPLAY "Bourse inconnue : " BRS-STU-ID " " BRS-ANNEE
001930             " " BRS-TYPE
001940     END-IF.
001950 0700-LIRE-BOURSE-EXIT.
001960     EXIT.

001970*----------------------------------------------------------------
001980* 0800-SAISIR-CONDITIONS - PERCENTAGE OR FIXED AMOUNT, THEN THE
001990* FEE CODES COVERED
002000*----------------------------------------------------------------
002010 0800-SAISIR-CONDITIONS.
002020     MOVE "N" TO WS-SAISIE-OK.
002030     DISPLAY "Pourcentage (P) ou montant forfaitaire (F) : ".
002040     ACCEPT BRS-MODE.
002050     IF BRS-MODE = "p"
002060         MOVE "P" TO BRS-MODE
002070     END-IF.
002080     IF BRS-MODE = "f"
002090         MOVE "F" TO BRS-MODE
002100     END-IF.
002110     IF NOT BRS-POURCENTAGE AND NOT BRS-FORFAIT
002120         DISPLAY "Mode inconnu - P ou F"
002130         GO TO 0800-SAISIR-CONDITIONS-EXIT
002140     END-IF.
002150     MOVE ZERO TO BRS-TAUX BRS-MONTANT.
002160     IF BRS-POURCENTAGE
002170         DISPLAY "Pourcentage de remise (ex. 50.00) : "
002180         ACCEPT BRS-TAUX
002190         IF BRS-TAUX = ZERO OR BRS-TAUX > 100
002200             DISPLAY "Pourcentage entre 0 et 100"
002210             GO TO 0800-SAISIR-CONDITIONS-EXIT
002220         END-IF
002230     ELSE
002240         DISPLAY "Montant HT de la remise sur l'annee : "
002250         ACCEPT BRS-MONTANT
002260         IF BRS-MONTANT = ZERO
002270             DISPLAY "Montant obligatoire"
002280             GO TO 0800-SAISIR-CONDITIONS-EXIT
002290         END-IF
002300     END-IF.
002310     MOVE SPACES TO BRS-FRAIS(1) BRS-FRAIS(2) BRS-FRAIS(3)
002320                    BRS-FRAIS(4) BRS-FRAIS(5).
002330     MOVE "N" TO WS-FIN-FRAIS.
002340     MOVE ZERO TO WS-FDX.
002350     PERFORM UNTIL FIN-FRAIS
002360         DISPLAY "Code de frais couvert (vide = fin, aucun ="
002370             " tous les frais) : "
002380         MOVE SPACES TO WS-FRAIS-SAISI
002390         ACCEPT WS-FRAIS-SAISI
002400         IF WS-FRAIS-SAISI = SPACES
002410             SET FIN-FRAIS TO TRUE
002420         ELSE
002430             ADD 1 TO WS-FDX
002440             MOVE WS-FRAIS-SAISI TO BRS-FRAIS(WS-FDX)
002450             IF WS-FDX = 5
002460                 SET FIN-FRAIS TO TRUE
002470             END-IF
002480         END-IF
002490     END-PERFORM.
002500     SET SAISIE-OK TO TRUE.
002510 0800-SAISIR-CONDITIONS-EXIT.
002520     EXIT.

002530*----------------------------------------------------------------
002540* 0900-AFFICHER-BOURSE
002550*----------------------------------------------------------------
002560 0900-AFFICHER-BOURSE.
002570     IF BRS-POURCENTAGE
002580         DISPLAY BRS-STU-ID " " BRS-ANNEE " " BRS-TYPE " "
002590             BRS-LIBELLE " " BRS-TAUX " %"
002600     ELSE
002610         DISPLAY BRS-STU-ID " " BRS-ANNEE " " BRS-TYPE " "
002620             BRS-LIBELLE " forfait " BRS-MONTANT
002630     END-IF.
002640     IF BRS-FRAIS(1) = SPACES
002650         DISPLAY "    sur tous les frais"
002660     ELSE
002670         DISPLAY "    sur les frais " BRS-FRAIS(1) " "
002675             BRS-FRAIS(2) " " BRS-FRAIS(3) " " BRS-FRAIS(4) " "
002680             BRS-FRAIS(5)
002690     END-IF.
002700 0900-AFFICHER-BOURSE-EXIT.
002710     EXIT.

002720*----------------------------------------------------------------
002730* 1000-AJOUTER-BOURSE
002740*----------------------------------------------------------------
002750 1000-AJOUTER-BOURSE.
002760     MOVE SPACES TO BOURSE-RECORD.
002770     PERFORM 0600-SAISIR-ELEVE
002780         THRU 0600-SAISIR-ELEVE-EXIT.
002790     IF NOT ELEVE-TROUVE
002800         GO TO 1000-AJOUTER-BOURSE-EXIT
002810     END-IF.
002820     MOVE WS-STU-ID TO BRS-STU-ID.
002830     DISPLAY "Annee scolaire (vide = annee en cours) : ".
002840     MOVE ZERO TO WS-ANNEE.
002850     ACCEPT WS-ANNEE.
002860     IF WS-ANNEE = ZERO
002870         MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE
002880     END-IF.
002890     MOVE WS-ANNEE TO BRS-ANNEE.
002900     DISPLAY "Type de bourse ou de remise (ex. BSOC) : ".
002910     ACCEPT BRS-TYPE.
002920     IF BRS-TYPE = SPACES
002930         DISPLAY "Type obligatoire - bourse non creee"
002940         GO TO 1000-AJOUTER-BOURSE-EXIT
002950     END-IF.
002960     IF BRS-TYPE = "FAM2" OR BRS-TYPE = "FAM3"
002970         DISPLAY "Type reserve a la remise famille"
002980         GO TO 1000-AJOUTER-BOURSE-EXIT
002990     END-IF.
003000     DISPLAY "Libelle : ".
003010     ACCEPT BRS-LIBELLE.
003020     PERFORM 0800-SAISIR-CONDITIONS
003030         THRU 0800-SAISIR-CONDITIONS-EXIT.
003040     IF NOT SAISIE-OK
003050         DISPLAY "Bourse non creee"
003060         GO TO 1000-AJOUTER-BOURSE-EXIT
003070     END-IF.
003080     WRITE BOURSE-RECORD
003090         INVALID KEY
003100             DISPLAY "Bourse deja presente pour cet eleve, cette"
003110                 " annee et ce type"
003120         NOT INVALID KEY
003130             DISPLAY "Bourse ajoutee"
003140     END-WRITE.
003150 1000-AJOUTER-BOURSE-EXIT.
003160     EXIT.

003170*----------------------------------------------------------------
003180* 2000-MODIFIER-BOURSE - BLANK KEEPS THE LABEL; THE CONDITIONS
003190* ARE KEYED AGAIN ON REQUEST
003200*----------------------------------------------------------------
003210 2000-MODIFIER-BOURSE.
003220     PERFORM 0700-LIRE-BOURSE
003230         THRU 0700-LIRE-BOURSE-EXIT.
003240     IF BRS-ABSENT
003250         GO TO 2000-MODIFIER-BOURSE-EXIT
003260     END-IF.
003270     PERFORM 0900-AFFICHER-BOURSE
003280         THRU 0900-AFFICHER-BOURSE-EXIT.
003290     DISPLAY "Libelle (" FUNCTION TRIM(BRS-LIBELLE) ") : ".
003300     MOVE SPACES TO WS-LIBELLE.
003310     ACCEPT WS-LIBELLE.
003320     IF WS-LIBELLE NOT = SPACES
003330         MOVE WS-LIBELLE TO BRS-LIBELLE
003340     END-IF.
003350     DISPLAY "Modifier le montant et les frais couverts (O/N) ? ".
003360     MOVE SPACE TO WS-REPONSE.
003370     ACCEPT WS-REPONSE.
003380     IF WS-REPONSE = "O" OR WS-REPONSE = "o"
003390         PERFORM 0800-SAISIR-CONDITIONS
003400             THRU 0800-SAISIR-CONDITIONS-EXIT
003410         IF NOT SAISIE-OK
003420             DISPLAY "Bourse inchangee"
003430             GO TO 2000-MODIFIER-BOURSE-EXIT
003440         END-IF
003450     END-IF.
003460     REWRITE BOURSE-RECORD.
003470     DISPLAY "Bourse mise a jour".
003480 2000-MODIFIER-BOURSE-EXIT.
003490     EXIT.

003500*----------------------------------------------------------------
003510* 3000-RETIRER-BOURSE
003520*----------------------------------------------------------------
003530 3000-RETIRER-BOURSE.
003540     PERFORM 0700-LIRE-BOURSE
003550         THRU 0700-LIRE-BOURSE-EXIT.
003560     IF BRS-TROUVE
003570         DELETE BOURSES-FILE RECORD
003580             INVALID KEY
003590                 DISPLAY "Suppression impossible"
003600             NOT INVALID KEY
003610                 DISPLAY "Bourse retiree"
003620         END-DELETE
003630     END-IF.
003640 3000-RETIRER-BOURSE-EXIT.
003650     EXIT.

003660*----------------------------------------------------------------
003670* 4000-LISTER-BOURSES - ONE YEAR, OR ALL WHEN LEFT BLANK
003680*----------------------------------------------------------------
003690 4000-LISTER-BOURSES.
003700     DISPLAY "Annee scolaire (vide = toutes) : ".
003710     MOVE ZERO TO WS-ANNEE.
003720     ACCEPT WS-ANNEE.
003730     MOVE LOW-VALUES TO BRS-CLE.
003740     MOVE "N" TO WS-FIN-BOURSES.
003750     START BOURSES-FILE KEY IS NOT LESS THAN BRS-CLE
003760         INVALID KEY SET FIN-BOURSES TO TRUE
003770     END-START.
003780     PERFORM UNTIL FIN-BOURSES
003790         READ BOURSES-FILE NEXT RECORD
003800             AT END SET FIN-BOURSES TO TRUE
003810             NOT AT END
003820                 IF WS-ANNEE = ZERO OR BRS-ANNEE = WS-ANNEE
003830                     ADD 1 TO WS-NB-BOURSES
003840                     PERFORM 0900-AFFICHER-BOURSE
003850                         THRU 0900-AFFICHER-BOURSE-EXIT
003860                 END-IF
003870         END-READ
003880     END-PERFORM.
003890     DISPLAY "Bourses et remises : " WS-NB-BOURSES.
003900 4000-LISTER-BOURSES-EXIT.
003910     EXIT.

003920*----------------------------------------------------------------
003930* 5000-LIER-FRATRIE - PUT A STUDENT IN A FAMILY; A BLANK CODE
003940* TAKES THE STUDENT OUT OF IT
003950*----------------------------------------------------------------
003960 5000-LIER-FRATRIE.
003970     PERFORM 0600-SAISIR-ELEVE
003980         THRU 0600-SAISIR-ELEVE-EXIT.
003990     IF NOT ELEVE-TROUVE
004000         GO TO 5000-LIER-FRATRIE-EXIT
004010     END-IF.
004020     OPEN I-O FRATRIES-FILE.
004030     IF NOT FRATRIES-OK
004040         CLOSE FRATRIES-FILE
004050         OPEN OUTPUT FRATRIES-FILE
004060         CLOSE FRATRIES-FILE
004070         OPEN I-O FRATRIES-FILE
004080     END-IF.
004090     MOVE WS-STU-ID TO FAM-STU-ID.
004100     READ FRATRIES-FILE
004110         INVALID KEY
004120             MOVE SPACES TO FAM-CODE
004130             DISPLAY "Aucune fratrie actuellement"
004140         NOT INVALID KEY
004150             DISPLAY "Fratrie actuelle : " FAM-CODE
004160     END-READ.
004170     DISPLAY "Code famille (vide = retirer de la fratrie) : ".
004180     MOVE SPACES TO WS-FAM-CODE.
004190     ACCEPT WS-FAM-CODE.
004200     IF WS-FAM-CODE = SPACES
004210         DELETE FRATRIES-FILE RECORD
004220             INVALID KEY
004230                 DISPLAY "Eleve sans fratrie - rien a retirer"
004240             NOT INVALID KEY
004250                 DISPLAY "Eleve retire de la fratrie"
004260         END-DELETE
004270     ELSE
004280         MOVE WS-STU-ID   TO FAM-STU-ID
004290         MOVE WS-FAM-CODE TO FAM-CODE
004300         WRITE FRATRIE-RECORD
004310             INVALID KEY
004320                 REWRITE FRATRIE-RECORD
004330         END-WRITE
004340         DISPLAY "Eleve rattache a la famille " WS-FAM-CODE
004350     END-IF.
004360     CLOSE FRATRIES-FILE.
004370 5000-LIER-FRATRIE-EXIT.
004380     EXIT.

004390*----------------------------------------------------------------
004400* 6000-SAISIR-PARAMETRES - FAMILY DISCOUNT RATES AND FEES
004410* COVERED; RETURN KEEPS THE CURRENT RATE
004420*----------------------------------------------------------------
004430 6000-SAISIR-PARAMETRES.
004440     OPEN INPUT CONFIG-FILE.
004450     IF CONFIG-OK
004460         READ CONFIG-FILE
004470             AT END CONTINUE
004480             NOT AT END
004490                 MOVE FCF-TAUX-2 TO WS-TAUX-2
004500                 MOVE FCF-TAUX-3 TO WS-TAUX-3
004510                 PERFORM VARYING WS-FDX FROM 1 BY 1
004520                         UNTIL WS-FDX > 5
004530                     MOVE FCF-FRAIS(WS-FDX)
004535                         TO WS-FRAIS-FAM(WS-FDX)
004540                 END-PERFORM
004550         END-READ
004560         CLOSE CONFIG-FILE
004570     END-IF.
004580     DISPLAY "Remise du 2e enfant en % (" WS-TAUX-2 ") : ".
004590     MOVE ZERO TO WS-SAISIE-TAUX.
004600     ACCEPT WS-SAISIE-TAUX.
004610     IF WS-SAISIE-TAUX NOT = ZERO
004620         MOVE WS-SAISIE-TAUX TO WS-TAUX-2
004630     END-IF.
004640     DISPLAY "Remise du 3e enfant et suivants en % (" WS-TAUX-3
004650         ") : ".
004660     MOVE ZERO TO WS-SAISIE-TAUX.
004670     ACCEPT WS-SAISIE-TAUX.
004680     IF WS-SAISIE-TAUX NOT = ZERO
004690         MOVE WS-SAISIE-TAUX TO WS-TAUX-3
004700     END-IF.
004710     DISPLAY "Redefinir les frais couverts (O/N, actuellement "
004720         WS-FRAIS-FAMILLE ") ? ".
004730     MOVE SPACE TO WS-REPONSE.
004740     ACCEPT WS-REPONSE.
004750     IF WS-REPONSE = "O" OR WS-REPONSE = "o"
004760         MOVE SPACES TO WS-FRAIS-FAMILLE
004770         MOVE "N" TO WS-FIN-FRAIS
004780         MOVE ZERO TO WS-FDX
004790         PERFORM UNTIL FIN-FRAIS
004800             DISPLAY "Code de frais couvert (vide = fin, aucun ="
004810                 " tous les frais) : "
004820             MOVE SPACES TO WS-FRAIS-SAISI
004830             ACCEPT WS-FRAIS-SAISI
004840             IF WS-FRAIS-SAISI = SPACES
004850                 SET FIN-FRAIS TO TRUE
004860             ELSE
004870                 ADD 1 TO WS-FDX
004880                 MOVE WS-FRAIS-SAISI TO WS-FRAIS-FAM(WS-FDX)
004890                 IF WS-FDX = 5
004900                     SET FIN-FRAIS TO TRUE
004910                 END-IF
004920             END-IF
004930         END-PERFORM
004940     END-IF.
004950     MOVE WS-TAUX-2 TO FCF-TAUX-2.
004960     MOVE WS-TAUX-3 TO FCF-TAUX-3.
004970     PERFORM VARYING WS-FDX FROM 1 BY 1 UNTIL WS-FDX > 5
004980         MOVE WS-FRAIS-FAM(WS-FDX) TO FCF-FRAIS(WS-FDX)
004990     END-PERFORM.
005000     OPEN OUTPUT CONFIG-FILE.
005010     WRITE FRATCFG-RECORD.
005020     CLOSE CONFIG-FILE.
005030     DISPLAY "Remise famille : 2e enfant " WS-TAUX-2
005040         " % - 3e et suivants " WS-TAUX-3 " %".
005050 6000-SAISIR-PARAMETRES-EXIT.
005060     EXIT.
