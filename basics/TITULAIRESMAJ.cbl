000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TITULAIRESMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. ADDS, CORRECTS, RETIRES AND LISTS
000110*                 THE HOLDERS OF AN ACCOUNT ON TITULAIRES.DAT :
000120*                 NAME, STREET, POSTAL CODE AND CITY (CHECKED
000130*                 AGAINST VILLES.DAT THROUGH THE POSTAL CODE),
000140*                 PHONE AND OPENING DATE. A NEW HOLDER TAKES THE
000150*                 NEXT FREE RANK ON THE ACCOUNT - THE FIRST ONE IS
000160*                 THE MAIN HOLDER. THE ACCOUNT MUST BE ON
000170*                 ACCOUNTS.DAT.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 TITULAIRESMAJ (SEE HABILITATIONS).
000177* 2026-10-15  LM  THE CITIES SHARING A POSTAL CODE ARE LISTED AND
000178*                 THE CHOICE CHECKED STRAIGHT ON VILLES.DAT
000179*                 INSTEAD OF THROUGH A 10-ENTRY TABLE, SO A CITY
000180*                 PAST THE 10TH CAN BE CHOSEN.
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT TITULAIRES-FILE ASSIGN TO "TITULAIRES.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS TIT-CLE
000260         FILE STATUS IS WS-TITULAIRES-STATUS.

000270     SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS CTL-COMPTE
000310         FILE STATUS IS WS-CTL-STATUS.

000320     SELECT VILLES-FILE ASSIGN TO "VILLES.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS VILLE-NOM
000360         ALTERNATE RECORD KEY IS VILLE-CODE-POSTAL
000370             WITH DUPLICATES
000380         FILE STATUS IS WS-VILLES-STATUS.

000390 DATA DIVISION.
000400 FILE SECTION.

000410*----------------------------------------------------------------
000420* TITULAIRES - ONE RECORD PER HOLDER, KEYED BY ACCOUNT AND RANK
000430*----------------------------------------------------------------
000440 FD  TITULAIRES-FILE.
000450     COPY "TITULAIRE-RECORD.cpy".

000460*----------------------------------------------------------------
000470* ACCOUNTS - READ ONLY, THE ACCOUNT MUST EXIST
000480*----------------------------------------------------------------
000490 FD  ACCOUNTS-FILE.
000500     COPY "COMPTE-RECORD.cpy".

000510*----------------------------------------------------------------
000520* VILLES - READ ONLY, TO CHECK THE POSTAL CODE AND CITY
000530*----------------------------------------------------------------
000540 FD  VILLES-FILE.
000550     COPY "VILLE-RECORD.cpy".

000560 WORKING-STORAGE SECTION.

000565     COPY "HABILITATION.cpy".

000570 01  WS-MODE                 PIC X(01).
000580     88 MODE-AJOUT                    VALUE "A" "a".
000590     88 MODE-MODIF                    VALUE "M" "m".
000600     88 MODE-RETRAIT                  VALUE "R" "r".
000610     88 MODE-LISTE                    VALUE "L" "l".

000620 01  WS-COMPTE               PIC X(06).
000630 01  WS-RANG-SAISI           PIC 9(01).
000640 01  WS-DERNIER-RANG         PIC 9(01).
000650 01  WS-NB-TITULAIRES        PIC 9(01).
000660 01  WS-DATE-JOUR            PIC 9(08).
000670 01  WS-DATE-SAISIE          PIC 9(08).
000680 01  WS-CP-SAISI             PIC X(05).
000690 01  WS-VILLE-SAISIE         PIC X(20).
000700 01  WS-SAISIE               PIC X(30).
000710 01  WS-MESSAGE-STATUT       PIC X(40).

000720 01  WS-TITULAIRES-STATUS    PIC X(02).
000730     88 TITULAIRES-OK                 VALUE "00".

000740 01  WS-CTL-STATUS           PIC X(02).
000750     88 CTL-OK                        VALUE "00".

000760 01  WS-VILLES-STATUS        PIC X(02).
000770     88 VILLES-OK                     VALUE "00".

000780 01  WS-SWITCHES.
000790     05 WS-TIT-TROUVE        PIC X(01).
000800         88 TIT-TROUVE                VALUE "O".
000810         88 TIT-ABSENT                VALUE "N".
000820     05 WS-FIN-TITULAIRES    PIC X(01).
000830         88 FIN-TITULAIRES            VALUE "Y".
000840     05 WS-FIN-VILLES        PIC X(01).
000850         88 FIN-VILLES                VALUE "Y".
000860     05 WS-CP-VALIDE         PIC X(01).
000870         88 CP-VALIDE                 VALUE "O".
000880     05 WS-DATE-VALIDE       PIC X(01).
000890         88 DATE-VALIDE               VALUE "O".

000900*----------------------------------------------------------------
000910* CITIES SHARING THE POSTAL CODE KEYED
000920*----------------------------------------------------------------
000930 01  WS-NB-VILLES-CP         PIC 9(06).
000940 01  WS-VILLE-PREMIERE       PIC X(20).

000970 PROCEDURE DIVISION.

000980*----------------------------------------------------------------
000990* 0000-MAINLINE
001000*----------------------------------------------------------------
001010 0000-MAINLINE.
001011     MOVE "TITULAIRESMAJ" TO HAB-PROGRAMME.
001012     CALL "HABILITER" USING HAB-ZONE.
001013     IF NOT HAB-AUTORISE
001014         GOBACK
001015     END-IF.
001020     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001030     DISPLAY "Ajout (A), modification (M), retrait (R) ou"
001040         " liste (L) des titulaires ? ".
001050     ACCEPT WS-MODE.
001060     IF NOT MODE-AJOUT AND NOT MODE-MODIF AND NOT MODE-RETRAIT
001070         AND NOT MODE-LISTE
001080         DISPLAY "Mode non reconnu"
001090         GO TO 0000-FIN
001100     END-IF.
001110     DISPLAY "Numero de compte : ".
001120     ACCEPT WS-COMPTE.
001130     PERFORM 0500-OUVRIR-FICHIER
001140         THRU 0500-OUVRIR-FICHIER-EXIT.
001150     IF NOT TITULAIRES-OK
001160         GO TO 0000-FIN
001170     END-IF.
001180     PERFORM 1500-LISTER-TITULAIRES
001190         THRU 1500-LISTER-TITULAIRES-EXIT.
001200     IF MODE-AJOUT
001210         PERFORM 1000-AJOUTER-TITULAIRE
001220             THRU 1000-AJOUTER-TITULAIRE-EXIT
001230     END-IF.
001240     IF MODE-MODIF
001250         PERFORM 2000-MODIFIER-TITULAIRE
001260             THRU 2000-MODIFIER-TITULAIRE-EXIT
001270     END-IF.
001280     IF MODE-RETRAIT
001290         PERFORM 3000-RETIRER-TITULAIRE
001300             THRU 3000-RETIRER-TITULAIRE-EXIT
001310     END-IF.
001320     CLOSE TITULAIRES-FILE.
001330 0000-FIN.
001340     STOP RUN.

001350*----------------------------------------------------------------
001360* 0500-OUVRIR-FICHIER - BOOTSTRAP TITULAIRES.DAT ON A FIRST RUN
001370*----------------------------------------------------------------
001380 0500-OUVRIR-FICHIER.
001390     OPEN I-O TITULAIRES-FILE.
001400     IF NOT TITULAIRES-OK
001410         CLOSE TITULAIRES-FILE
001420         OPEN OUTPUT TITULAIRES-FILE
001430         CLOSE TITULAIRES-FILE
001440         OPEN I-O TITULAIRES-FILE
001450     END-IF.
001460     IF NOT TITULAIRES-OK
001470         CALL "FICHSTAT" USING WS-TITULAIRES-STATUS
001480             WS-MESSAGE-STATUT
001490         DISPLAY "TITULAIRES.DAT : "
001500             FUNCTION TRIM(WS-MESSAGE-STATUT)
001510     END-IF.
001520 0500-OUVRIR-FICHIER-EXIT.
001530     EXIT.

001540*----------------------------------------------------------------
001550* 0700-SAISIR-TITULAIRE - NAME, ADDRESS, PHONE, OPENING DATE;
001560* RETURN KEEPS THE CURRENT VALUE OF A FIELD
001570*----------------------------------------------------------------
001580 0700-SAISIR-TITULAIRE.
001590     DISPLAY "Nom (" FUNCTION TRIM(TIT-NOM) ") : ".
001600     MOVE SPACES TO WS-SAISIE.
001610     ACCEPT WS-SAISIE.
001620     IF WS-SAISIE NOT = SPACES
001630         MOVE WS-SAISIE TO TIT-NOM
001640     END-IF.
001650     DISPLAY "Adresse (" FUNCTION TRIM(TIT-ADRESSE) ") : ".
001660     MOVE SPACES TO WS-SAISIE.
001670     ACCEPT WS-SAISIE.
001680     IF WS-SAISIE NOT = SPACES
001690         MOVE WS-SAISIE TO TIT-ADRESSE
001700     END-IF.
001710     MOVE "N" TO WS-CP-VALIDE.
001720     PERFORM UNTIL CP-VALIDE
001730         DISPLAY "Code postal (" TIT-CODE-POSTAL ") : "
001740         MOVE SPACES TO WS-CP-SAISI
001750         ACCEPT WS-CP-SAISI
001760         IF WS-CP-SAISI = SPACES AND TIT-CODE-POSTAL NOT = SPACES
001770             SET CP-VALIDE TO TRUE
001780         ELSE
001790             PERFORM 0800-CONTROLER-CODE-POSTAL
001800                 THRU 0800-CONTROLER-CODE-POSTAL-EXIT
001810         END-IF
001820     END-PERFORM.
001830     DISPLAY "Telephone (" FUNCTION TRIM(TIT-TELEPHONE) ") : ".
001840     MOVE SPACES TO WS-SAISIE.
001850     ACCEPT WS-SAISIE.
001860     IF WS-SAISIE NOT = SPACES
001870         MOVE WS-SAISIE TO TIT-TELEPHONE
001880     END-IF.
001890     MOVE "N" TO WS-DATE-VALIDE.
001900     PERFORM UNTIL DATE-VALIDE
001910         DISPLAY "Date d'ouverture AAAAMMJJ (" TIT-DATE-OUVERTURE
001920             ") : "
001930         MOVE ZERO TO WS-DATE-SAISIE
001940         ACCEPT WS-DATE-SAISIE
001950         IF WS-DATE-SAISIE = ZERO
001960             SET DATE-VALIDE TO TRUE
001970         ELSE
001980             IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAISIE) = 0
001990                 MOVE WS-DATE-SAISIE TO TIT-DATE-OUVERTURE
002000                 SET DATE-VALIDE TO TRUE
002010             ELSE
002020                 DISPLAY "Date invalide : " WS-DATE-SAISIE
002030             END-IF
002040         END-IF
002050     END-PERFORM.
002060 0700-SAISIR-TITULAIRE-EXIT.
002070     EXIT.

002080*----------------------------------------------------------------
002090* 0800-CONTROLER-CODE-POSTAL - THE CODE MUST BE ON VILLES.DAT;
002100* WHEN SEVERAL CITIES SHARE IT THE OPERATOR PICKS ONE OF THEM
002110*----------------------------------------------------------------
002120 0800-CONTROLER-CODE-POSTAL.
002130     OPEN INPUT VILLES-FILE.
002140     IF NOT VILLES-OK
002150         CALL "FICHSTAT" USING WS-VILLES-STATUS
002160             WS-MESSAGE-STATUT
002170         DISPLAY "VILLES.DAT : "
002180             FUNCTION TRIM(WS-MESSAGE-STATUT)
002190         DISPLAY "Code postal non controle - ville a saisir : "
002200         MOVE WS-CP-SAISI TO TIT-CODE-POSTAL
002210         MOVE SPACES TO WS-VILLE-SAISIE
002220         ACCEPT WS-VILLE-SAISIE
002230         MOVE WS-VILLE-SAISIE TO TIT-VILLE
002240         SET CP-VALIDE TO TRUE
002250         GO TO 0800-CONTROLER-CODE-POSTAL-EXIT
002260     END-IF.
002270     MOVE ZERO TO WS-NB-VILLES-CP.
002280     MOVE SPACES TO WS-VILLE-PREMIERE.
002290     MOVE "N" TO WS-FIN-VILLES.
002300     MOVE WS-CP-SAISI TO VILLE-CODE-POSTAL.
002310     READ VILLES-FILE KEY IS VILLE-CODE-POSTAL
002320         INVALID KEY SET FIN-VILLES TO TRUE
002330     END-READ.
002340     PERFORM UNTIL FIN-VILLES
002350         IF VILLE-CODE-POSTAL NOT = WS-CP-SAISI
002360             SET FIN-VILLES TO TRUE
002370         ELSE
002380             ADD 1 TO WS-NB-VILLES-CP
002390             IF WS-NB-VILLES-CP = 1
002400                 MOVE VILLE-NOM TO WS-VILLE-PREMIERE
002420             END-IF
002430             READ VILLES-FILE NEXT
002440                 AT END SET FIN-VILLES TO TRUE
002450             END-READ
002460         END-IF
002470     END-PERFORM.
002490     IF WS-NB-VILLES-CP = ZERO
002495         CLOSE VILLES-FILE
002500         DISPLAY "Code postal inconnu de VILLES.DAT : "
002510             WS-CP-SAISI
002520         GO TO 0800-CONTROLER-CODE-POSTAL-EXIT
002530     END-IF.
002540     MOVE WS-VILLE-PREMIERE TO WS-VILLE-SAISIE.
002550     IF WS-NB-VILLES-CP > 1
002560         PERFORM 0850-CHOISIR-VILLE
002570             THRU 0850-CHOISIR-VILLE-EXIT
002578     END-IF.
002586     CLOSE VILLES-FILE.
002594     IF WS-VILLE-SAISIE = SPACES
002602         GO TO 0800-CONTROLER-CODE-POSTAL-EXIT
002610     END-IF.
002620     MOVE WS-CP-SAISI TO TIT-CODE-POSTAL.
002630     MOVE WS-VILLE-SAISIE TO TIT-VILLE.
002640     DISPLAY "Ville : " FUNCTION TRIM(TIT-VILLE).
002650     SET CP-VALIDE TO TRUE.
002660 0800-CONTROLER-CODE-POSTAL-EXIT.
002670     EXIT.

002680*----------------------------------------------------------------
002687* 0850-CHOISIR-VILLE - ONE OF THE CITIES LISTED, READ BACK FROM
002694* VILLES.DAT (STILL OPEN); ANYTHING ELSE BLANKS THE CHOICE AND THE
002701* POSTAL CODE IS ASKED AGAIN
002710*----------------------------------------------------------------
002720 0850-CHOISIR-VILLE.
002730     DISPLAY "Villes pour le code " WS-CP-SAISI " :".
002732     MOVE "N" TO WS-FIN-VILLES.
002734     MOVE WS-CP-SAISI TO VILLE-CODE-POSTAL.
002736     START VILLES-FILE KEY IS = VILLE-CODE-POSTAL
002738         INVALID KEY SET FIN-VILLES TO TRUE
002740     END-START.
002742     PERFORM UNTIL FIN-VILLES
002744         READ VILLES-FILE NEXT
002746             AT END SET FIN-VILLES TO TRUE
002748             NOT AT END
002750                 IF VILLE-CODE-POSTAL NOT = WS-CP-SAISI
002752                     SET FIN-VILLES TO TRUE
002754                 ELSE
002756                     DISPLAY "  " VILLE-NOM
002758                 END-IF
002760         END-READ
002770     END-PERFORM.
002780     DISPLAY "Ville (vide = " FUNCTION TRIM(WS-VILLE-PREMIERE)
002790         ") : ".
002800     MOVE SPACES TO WS-VILLE-SAISIE.
002810     ACCEPT WS-VILLE-SAISIE.
002820     IF WS-VILLE-SAISIE = SPACES
002830         MOVE WS-VILLE-PREMIERE TO WS-VILLE-SAISIE
002840         GO TO 0850-CHOISIR-VILLE-EXIT
002850     END-IF.
002860     MOVE WS-VILLE-SAISIE TO VILLE-NOM.
002870     READ VILLES-FILE KEY IS VILLE-NOM
002880         INVALID KEY MOVE SPACES TO VILLE-CODE-POSTAL
002890     END-READ.
002900     IF VILLE-CODE-POSTAL NOT = WS-CP-SAISI
002910         DISPLAY "Ville hors du code postal : "
002920             WS-VILLE-SAISIE
002930         MOVE SPACES TO WS-VILLE-SAISIE
002940     END-IF.
002950 0850-CHOISIR-VILLE-EXIT.
002960     EXIT.

002970*----------------------------------------------------------------
002980* 1000-AJOUTER-TITULAIRE - NEXT FREE RANK ON AN EXISTING ACCOUNT
002990*----------------------------------------------------------------
003000 1000-AJOUTER-TITULAIRE.
003010     OPEN INPUT ACCOUNTS-FILE.
003020     IF NOT CTL-OK
003030         CALL "FICHSTAT" USING WS-CTL-STATUS
003040             WS-MESSAGE-STATUT
003050         DISPLAY "ACCOUNTS.DAT : "
003060             FUNCTION TRIM(WS-MESSAGE-STATUT)
003070         GO TO 1000-AJOUTER-TITULAIRE-EXIT
003080     END-IF.
003090     MOVE WS-COMPTE TO CTL-COMPTE.
003100     READ ACCOUNTS-FILE
003110         INVALID KEY
003120             DISPLAY "Compte inconnu : " WS-COMPTE
003130             CLOSE ACCOUNTS-FILE
003140             GO TO 1000-AJOUTER-TITULAIRE-EXIT
003150     END-READ.
003160     CLOSE ACCOUNTS-FILE.
003170     IF WS-DERNIER-RANG = 9
003180         DISPLAY "Neuf titulaires deja sur le compte " WS-COMPTE
003190         GO TO 1000-AJOUTER-TITULAIRE-EXIT
003200     END-IF.
003210     INITIALIZE TITULAIRE-RECORD.
003220     MOVE WS-COMPTE TO TIT-COMPTE.
003230     COMPUTE TIT-RANG = WS-DERNIER-RANG + 1.
003240     MOVE WS-DATE-JOUR TO TIT-DATE-OUVERTURE.
003250     IF TIT-RANG = 1
003260         DISPLAY "Titulaire principal du compte " WS-COMPTE
003270     ELSE
003280         DISPLAY "Co-titulaire " TIT-RANG " du compte " WS-COMPTE
003290     END-IF.
003300     PERFORM 0700-SAISIR-TITULAIRE
003310         THRU 0700-SAISIR-TITULAIRE-EXIT.
003320     WRITE TITULAIRE-RECORD
003330         INVALID KEY
003340             DISPLAY "Titulaire deja enregistre : " TIT-CLE
003350         NOT INVALID KEY
003360             DISPLAY "Titulaire cree : " WS-COMPTE
003370                 " rang " TIT-RANG
003380     END-WRITE.
003390 1000-AJOUTER-TITULAIRE-EXIT.
003400     EXIT.

003410*----------------------------------------------------------------
003420* 1500-LISTER-TITULAIRES - THE ACCOUNT'S HOLDERS IN RANK ORDER;
003430* LEAVES THE HIGHEST RANK IN WS-DERNIER-RANG
003440*----------------------------------------------------------------
003450 1500-LISTER-TITULAIRES.
003460     MOVE ZERO TO WS-DERNIER-RANG WS-NB-TITULAIRES.
003470     MOVE "N" TO WS-FIN-TITULAIRES.
003480     MOVE WS-COMPTE TO TIT-COMPTE.
003490     MOVE ZERO TO TIT-RANG.
003500     START TITULAIRES-FILE KEY IS NOT LESS THAN TIT-CLE
003510         INVALID KEY SET FIN-TITULAIRES TO TRUE
003520     END-START.
003530     PERFORM UNTIL FIN-TITULAIRES
003540         READ TITULAIRES-FILE NEXT
003550             AT END SET FIN-TITULAIRES TO TRUE
003560             NOT AT END
003570                 IF TIT-COMPTE NOT = WS-COMPTE
003580                     SET FIN-TITULAIRES TO TRUE
003590                 ELSE
003600                     ADD 1 TO WS-NB-TITULAIRES
003610                     MOVE TIT-RANG TO WS-DERNIER-RANG
003620                     DISPLAY TIT-RANG " " TIT-NOM " "
003630                         TIT-CODE-POSTAL " "
003640                         FUNCTION TRIM(TIT-VILLE)
003650                         " - tel " FUNCTION TRIM(TIT-TELEPHONE)
003660                         " - depuis le " TIT-DATE-OUVERTURE
003670                 END-IF
003680         END-READ
003690     END-PERFORM.
003700     IF WS-NB-TITULAIRES = ZERO
003710         DISPLAY "Aucun titulaire enregistre pour le compte "
003720             WS-COMPTE
003730     END-IF.
003740 1500-LISTER-TITULAIRES-EXIT.
003750     EXIT.

003760*----------------------------------------------------------------
003770* 1600-LIRE-TITULAIRE - THE RANK ASKED FOR ON THIS ACCOUNT
003780*----------------------------------------------------------------
003790 1600-LIRE-TITULAIRE.
003800     DISPLAY "Rang du titulaire : ".
003810     MOVE ZERO TO WS-RANG-SAISI.
003820     ACCEPT WS-RANG-SAISI.
003830     MOVE WS-COMPTE TO TIT-COMPTE.
003840     MOVE WS-RANG-SAISI TO TIT-RANG.
003850     READ TITULAIRES-FILE
003860         INVALID KEY SET TIT-ABSENT TO TRUE
003870         NOT INVALID KEY SET TIT-TROUVE TO TRUE
003880     END-READ.
003890     IF TIT-ABSENT
003900         DISPLAY "Titulaire inconnu : " WS-COMPTE
003910             " rang " WS-RANG-SAISI
003920     END-IF.
003930 1600-LIRE-TITULAIRE-EXIT.
003940     EXIT.

003950*----------------------------------------------------------------
003960* 2000-MODIFIER-TITULAIRE
003970*----------------------------------------------------------------
003980 2000-MODIFIER-TITULAIRE.
003990     IF WS-NB-TITULAIRES = ZERO
004000         GO TO 2000-MODIFIER-TITULAIRE-EXIT
004010     END-IF.
004020     PERFORM 1600-LIRE-TITULAIRE
004030         THRU 1600-LIRE-TITULAIRE-EXIT.
004040     IF TIT-ABSENT
004050         GO TO 2000-MODIFIER-TITULAIRE-EXIT
004060     END-IF.
004070     PERFORM 0700-SAISIR-TITULAIRE
004080         THRU 0700-SAISIR-TITULAIRE-EXIT.
004090     REWRITE TITULAIRE-RECORD.
004100     DISPLAY "Titulaire mis a jour : " WS-COMPTE
004110         " rang " TIT-RANG.
004120 2000-MODIFIER-TITULAIRE-EXIT.
004130     EXIT.

004140*----------------------------------------------------------------
004150* 3000-RETIRER-TITULAIRE - THE NEXT RANK UP THEN ADDRESSES THE
004160* ACCOUNT'S MAIL
004170*----------------------------------------------------------------
004180 3000-RETIRER-TITULAIRE.
004190     IF WS-NB-TITULAIRES = ZERO
004200         GO TO 3000-RETIRER-TITULAIRE-EXIT
004210     END-IF.
004220     PERFORM 1600-LIRE-TITULAIRE
004230         THRU 1600-LIRE-TITULAIRE-EXIT.
004240     IF TIT-ABSENT
004250         GO TO 3000-RETIRER-TITULAIRE-EXIT
004260     END-IF.
004270     DELETE TITULAIRES-FILE RECORD
004280         INVALID KEY
004290             DISPLAY "Suppression impossible : " TIT-CLE
004300         NOT INVALID KEY
004310             DISPLAY "Titulaire retire : " WS-COMPTE
004320                 " rang " WS-RANG-SAISI
004330     END-DELETE.
004340 3000-RETIRER-TITULAIRE-EXIT.
004350     EXIT.
