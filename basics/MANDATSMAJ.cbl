000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MANDATSMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. DIRECT-DEBIT MANDATES : RECORDS OR
000110*                 CORRECTS A CUSTOMER'S MANDATE ON MANDATS.DAT
000120*                 (REFERENCE, IBAN CHECKED MODULO 97, BIC,
000130*                 SIGNATURE DATE, DAYS FROM INVOICE TO DEBIT),
000140*                 REVOKES IT, LISTS THE FILE, AND KEEPS THE
000150*                 CREDITOR DETAILS THE COLLECTION FILE NEEDS ON
000160*                 PRLCFG.DAT. A NEW MANDATE REFERENCE STARTS A NEW
000170*                 FIRST-DEBIT SEQUENCE.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 MANDATSMAJ (SEE HABILITATIONS).
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT MANDATS-FILE ASSIGN TO "MANDATS.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS MDT-CLIENT
000260         FILE STATUS IS WS-MANDATS-STATUS.

000270     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS RANDOM
000300         RECORD KEY IS CLI-CODE
000310         FILE STATUS IS WS-CLIENTS-STATUS.

000320     SELECT CONFIG-FILE ASSIGN TO "PRLCFG.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CONFIG-STATUS.

000350 DATA DIVISION.
000360 FILE SECTION.

000370 FD  MANDATS-FILE.
000380     COPY "MANDAT-RECORD.cpy".

000390*----------------------------------------------------------------
000400* CLIENTS - READ ONLY, THE MANDATE MUST BELONG TO A CUSTOMER
000410*----------------------------------------------------------------
000420 FD  CLIENTS-FILE.
000430     COPY "CLIENT-RECORD.cpy".

000440 FD  CONFIG-FILE.
000450     COPY "PRLCFG-RECORD.cpy".

000460 WORKING-STORAGE SECTION.

000465     COPY "HABILITATION.cpy".

000470 01  WS-MODE                 PIC X(01).
000480     88 MODE-AJOUT                    VALUE "A" "a".
000490     88 MODE-REVOCATION               VALUE "R" "r".
000500     88 MODE-LISTE                    VALUE "L" "l".
000510     88 MODE-PARAMETRES               VALUE "P" "p".

000520 01  WS-DATE-JOUR            PIC 9(08).
000530 01  WS-MESSAGE-STATUT       PIC X(40).
000540 01  WS-NB-MANDATS           PIC 9(05) VALUE ZERO.

000550 01  WS-REFERENCE-AVANT      PIC X(35).
000560 01  WS-SAISIE-TEXTE         PIC X(35).
000570 01  WS-DATE-SAISIE          PIC 9(08).

000580 01  WS-SAISIE-NUMERIQUE     PIC X(12).
000590 01  WS-VALNUM-MIN           PIC S9(08).
000600 01  WS-VALNUM-MAX           PIC S9(08).
000610 01  WS-VALNUM-VALEUR        PIC S9(08).
000620 01  WS-VALNUM-VERDICT       PIC X(01).
000630     88 SAISIE-VALIDE                 VALUE "O".

000640*----------------------------------------------------------------
000650* IBAN CHECK - COUNTRY AND KEY MOVED TO THE END, LETTERS AS
000660* 10-35, THE WHOLE NUMBER MODULO 97 MUST BE 1
000670*----------------------------------------------------------------
000680 01  WS-IBAN                 PIC X(34).
000690 01  WS-IBAN-PERMUTE         PIC X(34).
000700 01  WS-LONGUEUR-IBAN        PIC 9(02) COMP.
000710 01  WS-POS                  PIC 9(02) COMP.
000720 01  WS-CARACTERE            PIC X(01).
000730 01  WS-CHIFFRE REDEFINES WS-CARACTERE
000740                             PIC 9(01).
000750 01  WS-VALEUR-LETTRE        PIC 9(02).
000760 01  WS-RESTE-97             PIC 9(04).
000770 01  WS-QUOTIENT             PIC 9(06).
000780 01  WS-IBAN-VERDICT         PIC X(01).
000790     88 IBAN-VALIDE                   VALUE "O".

000800 01  WS-MANDATS-STATUS       PIC X(02).
000810     88 MANDATS-OK                    VALUE "00".

000820 01  WS-CLIENTS-STATUS       PIC X(02).
000830     88 CLIENTS-OK                    VALUE "00".

000840 01  WS-CONFIG-STATUS        PIC X(02).
000850     88 CONFIG-OK                     VALUE "00".

000860 01  WS-SWITCHES.
000870     05 WS-FIN-MANDATS       PIC X(01) VALUE "N".
000880         88 FIN-MANDATS               VALUE "Y".
000890     05 WS-MDT-TROUVE        PIC X(01).
000900         88 MDT-TROUVE                VALUE "O".
000910         88 MDT-ABSENT                VALUE "N".
000920     05 WS-CLI-TROUVE        PIC X(01).
000930         88 CLI-TROUVE                VALUE "O".

000940 PROCEDURE DIVISION.

000950*----------------------------------------------------------------
000960* 0000-MAINLINE
000970*----------------------------------------------------------------
000980 0000-MAINLINE.
000981     MOVE "MANDATSMAJ" TO HAB-PROGRAMME.
000982     CALL "HABILITER" USING HAB-ZONE.
000983     IF NOT HAB-AUTORISE
000984         GOBACK
000985     END-IF.
000990     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001000     DISPLAY "Ajout/modification (A), revocation (R), liste (L)"
001010         " ou parametres creancier (P) ? ".
001020     ACCEPT WS-MODE.
001030     IF MODE-PARAMETRES
001040         PERFORM 4000-SAISIR-PARAMETRES
001050             THRU 4000-SAISIR-PARAMETRES-EXIT
001060         GO TO 0000-FIN
001070     END-IF.
001080     PERFORM 0500-OUVRIR-FICHIER
001090         THRU 0500-OUVRIR-FICHIER-EXIT.
001100     IF MODE-AJOUT
001110         PERFORM 1000-SAISIR-MANDAT
001120             THRU 1000-SAISIR-MANDAT-EXIT
001130     ELSE
001140         IF MODE-REVOCATION
001150             PERFORM 2000-REVOQUER-MANDAT
001160                 THRU 2000-REVOQUER-MANDAT-EXIT
001170         ELSE
001180             IF MODE-LISTE
001190                 PERFORM 3000-LISTER-MANDATS
001200                     THRU 3000-LISTER-MANDATS-EXIT
001210             ELSE
001220                 DISPLAY "Mode non reconnu"
001230             END-IF
001240         END-IF
001250     END-IF.
001260     CLOSE MANDATS-FILE.
001270 0000-FIN.
001280     STOP RUN.

001290*----------------------------------------------------------------
001300* 0500-OUVRIR-FICHIER - BOOTSTRAP MANDATS.DAT ON A FIRST RUN
001310*----------------------------------------------------------------
001320 0500-OUVRIR-FICHIER.
001330     OPEN I-O MANDATS-FILE.
001340     IF NOT MANDATS-OK
001350         CLOSE MANDATS-FILE
001360         OPEN OUTPUT MANDATS-FILE
001370         CLOSE MANDATS-FILE
001380         OPEN I-O MANDATS-FILE
001390     END-IF.
001400 0500-OUVRIR-FICHIER-EXIT.
001410     EXIT.

001420*----------------------------------------------------------------
001430* 1000-SAISIR-MANDAT - NEW MANDATE, OR CORRECTION OF THE ONE ON
001440* FILE; RETURN KEEPS THE CURRENT VALUE
001450*----------------------------------------------------------------
001460 1000-SAISIR-MANDAT.
001470     DISPLAY "Code client : ".
001480     ACCEPT MDT-CLIENT.
001490     PERFORM 1100-CONTROLER-CLIENT
001500         THRU 1100-CONTROLER-CLIENT-EXIT.
001510     IF NOT CLI-TROUVE
001520         GO TO 1000-SAISIR-MANDAT-EXIT
001530     END-IF.
001540     READ MANDATS-FILE
001550         INVALID KEY SET MDT-ABSENT TO TRUE
001560         NOT INVALID KEY SET MDT-TROUVE TO TRUE
001570     END-READ.
001580     IF MDT-ABSENT
001590         MOVE SPACES TO MDT-REFERENCE MDT-IBAN MDT-BIC
001600         MOVE ZERO TO MDT-DATE-SIGNATURE MDT-DELAI
001610             MDT-DATE-REVOCATION MDT-DERNIER-PRELEVEMENT
001620         DISPLAY "Nouveau mandat pour " FUNCTION TRIM(CLI-NOM)
001630     ELSE
001640         DISPLAY "Mandat existant pour " FUNCTION TRIM(CLI-NOM)
001650             " - statut " MDT-STATUT
001660     END-IF.
001670     MOVE MDT-REFERENCE TO WS-REFERENCE-AVANT.
001680     DISPLAY "Reference unique du mandat ("
001690         FUNCTION TRIM(MDT-REFERENCE) ") : ".
001700     MOVE SPACES TO WS-SAISIE-TEXTE.
001710     ACCEPT WS-SAISIE-TEXTE.
001720     IF WS-SAISIE-TEXTE NOT = SPACES
001730         MOVE WS-SAISIE-TEXTE TO MDT-REFERENCE
001740     END-IF.
001750     IF MDT-REFERENCE = SPACES
001760         DISPLAY "Reference obligatoire - abandon"
001770         GO TO 1000-SAISIR-MANDAT-EXIT
001780     END-IF.
001790     MOVE "N" TO WS-IBAN-VERDICT.
001800     PERFORM UNTIL IBAN-VALIDE
001810         DISPLAY "IBAN du debiteur, sans espaces ("
001820             FUNCTION TRIM(MDT-IBAN) ") : "
001830         MOVE SPACES TO WS-IBAN
001840         ACCEPT WS-IBAN
001850         IF WS-IBAN = SPACES
001860             MOVE MDT-IBAN TO WS-IBAN
001870         END-IF
001880         MOVE FUNCTION UPPER-CASE(WS-IBAN) TO WS-IBAN
001890         PERFORM 1500-CONTROLER-IBAN
001900             THRU 1500-CONTROLER-IBAN-EXIT
001910         IF NOT IBAN-VALIDE
001920             DISPLAY "IBAN invalide, merci de reessayer"
001930         END-IF
001940     END-PERFORM.
001950     MOVE WS-IBAN TO MDT-IBAN.
001960     DISPLAY "BIC (" FUNCTION TRIM(MDT-BIC) ") : ".
001970     MOVE SPACES TO WS-SAISIE-TEXTE.
001980     ACCEPT WS-SAISIE-TEXTE.
001990     IF WS-SAISIE-TEXTE NOT = SPACES
002000         MOVE FUNCTION UPPER-CASE(WS-SAISIE-TEXTE) TO MDT-BIC
002010     END-IF.
002020     MOVE ZERO TO WS-DATE-SAISIE.
002030     PERFORM UNTIL WS-DATE-SAISIE NOT = ZERO
002040         DISPLAY "Date de signature AAAAMMJJ ("
002050             MDT-DATE-SIGNATURE ") : "
002060         MOVE ZERO TO WS-DATE-SAISIE
002070         ACCEPT WS-DATE-SAISIE
002080         IF WS-DATE-SAISIE = ZERO
002090             MOVE MDT-DATE-SIGNATURE TO WS-DATE-SAISIE
002100         END-IF
002110         IF WS-DATE-SAISIE NOT = ZERO
002120             IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAISIE)
002130                     NOT = 0
002140                 OR WS-DATE-SAISIE > WS-DATE-JOUR
002150                 DISPLAY "Date invalide : " WS-DATE-SAISIE
002160                 MOVE ZERO TO WS-DATE-SAISIE
002170             END-IF
002180         END-IF
002190     END-PERFORM.
002200     MOVE WS-DATE-SAISIE TO MDT-DATE-SIGNATURE.
002210     MOVE 0 TO WS-VALNUM-MIN.
002220     MOVE 120 TO WS-VALNUM-MAX.
002230     MOVE "N" TO WS-VALNUM-VERDICT.
002240     PERFORM UNTIL SAISIE-VALIDE
002250         DISPLAY "Jours entre facture et prelevement (" MDT-DELAI
002260             ", 0 = 30) : "
002270         MOVE SPACES TO WS-SAISIE-NUMERIQUE
002280         ACCEPT WS-SAISIE-NUMERIQUE
002290         IF WS-SAISIE-NUMERIQUE = SPACES
002300             MOVE MDT-DELAI TO WS-SAISIE-NUMERIQUE
002310         END-IF
002320         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
002330             WS-VALNUM-MIN WS-VALNUM-MAX
002340             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
002350         IF NOT SAISIE-VALIDE
002360             DISPLAY "Delai invalide, merci de reessayer"
002370         END-IF
002380     END-PERFORM.
002390     MOVE WS-VALNUM-VALEUR TO MDT-DELAI.
002400     IF MDT-REFERENCE NOT = WS-REFERENCE-AVANT
002410         MOVE ZERO TO MDT-DERNIER-PRELEVEMENT
002420     END-IF.
002430     SET MDT-ACTIF TO TRUE.
002440     MOVE ZERO TO MDT-DATE-REVOCATION.
002450     IF MDT-ABSENT
002460         WRITE MANDAT-RECORD
002470         DISPLAY "Mandat enregistre : " MDT-CLIENT
002480     ELSE
002490         REWRITE MANDAT-RECORD
002500         DISPLAY "Mandat mis a jour : " MDT-CLIENT
002510     END-IF.
002520 1000-SAISIR-MANDAT-EXIT.
002530     EXIT.

002540*----------------------------------------------------------------
002550* 1100-CONTROLER-CLIENT
002560*----------------------------------------------------------------
002570 1100-CONTROLER-CLIENT.
002580     MOVE "N" TO WS-CLI-TROUVE.
002590     OPEN INPUT CLIENTS-FILE.
002600     IF NOT CLIENTS-OK
002610         CALL "FICHSTAT" USING WS-CLIENTS-STATUS
002620             WS-MESSAGE-STATUT
002630         DISPLAY "CLIENTS.DAT : "
002640             FUNCTION TRIM(WS-MESSAGE-STATUT)
002650         GO TO 1100-CONTROLER-CLIENT-EXIT
002660     END-IF.
002670     MOVE MDT-CLIENT TO CLI-CODE.
002680     READ CLIENTS-FILE
002690         INVALID KEY
002700             DISPLAY "Code client inconnu : " MDT-CLIENT
002710         NOT INVALID KEY
002720             SET CLI-TROUVE TO TRUE
002730     END-READ.
002740     CLOSE CLIENTS-FILE.
002750 1100-CONTROLER-CLIENT-EXIT.
002760     EXIT.

002770*----------------------------------------------------------------
002780* 1500-CONTROLER-IBAN - WS-IBAN, NO SPACES INSIDE
002790*----------------------------------------------------------------
002800 1500-CONTROLER-IBAN.
002810     MOVE "N" TO WS-IBAN-VERDICT.
002820     MOVE ZERO TO WS-LONGUEUR-IBAN.
002830     INSPECT WS-IBAN TALLYING WS-LONGUEUR-IBAN
002840         FOR CHARACTERS BEFORE INITIAL SPACE.
002850     IF WS-LONGUEUR-IBAN < 15
002860         GO TO 1500-CONTROLER-IBAN-EXIT
002870     END-IF.
002880     IF WS-IBAN(1:2) IS NOT ALPHABETIC
002890         OR WS-IBAN(3:2) IS NOT NUMERIC
002900         GO TO 1500-CONTROLER-IBAN-EXIT
002910     END-IF.
002920     MOVE SPACES TO WS-IBAN-PERMUTE.
002930     MOVE WS-IBAN(5:WS-LONGUEUR-IBAN - 4) TO WS-IBAN-PERMUTE.
002940     MOVE WS-IBAN(1:4)
002950         TO WS-IBAN-PERMUTE(WS-LONGUEUR-IBAN - 3:4).
002960     MOVE ZERO TO WS-RESTE-97.
002970     PERFORM 1510-CUMULER-CARACTERE
002980         THRU 1510-CUMULER-CARACTERE-EXIT
002990         VARYING WS-POS FROM 1 BY 1
003000         UNTIL WS-POS > WS-LONGUEUR-IBAN.
003010     IF WS-RESTE-97 = 1
003020         SET IBAN-VALIDE TO TRUE
003030     END-IF.
003040 1500-CONTROLER-IBAN-EXIT.
003050     EXIT.

003060*----------------------------------------------------------------
003070* 1510-CUMULER-CARACTERE - ONE MORE DIGIT (OR LETTER) INTO THE
003080* RUNNING REMAINDER; ANY OTHER CHARACTER SPOILS THE CHECK
003090*----------------------------------------------------------------
003100 1510-CUMULER-CARACTERE.
003110     MOVE WS-IBAN-PERMUTE(WS-POS:1) TO WS-CARACTERE.
003120     IF WS-CARACTERE IS NUMERIC
003130         COMPUTE WS-RESTE-97 = WS-RESTE-97 * 10 + WS-CHIFFRE
003140     ELSE
003150         IF WS-CARACTERE IS ALPHABETIC-UPPER
003160             AND WS-CARACTERE NOT = SPACE
003170             COMPUTE WS-VALEUR-LETTRE =
003180                 FUNCTION ORD(WS-CARACTERE) - FUNCTION ORD("A")
003190                 + 10
003200             COMPUTE WS-RESTE-97 =
003210                 WS-RESTE-97 * 100 + WS-VALEUR-LETTRE
003220         ELSE
003230             MOVE 500 TO WS-RESTE-97
003240         END-IF
003250     END-IF.
003260     DIVIDE WS-RESTE-97 BY 97 GIVING WS-QUOTIENT
003270         REMAINDER WS-RESTE-97.
003280 1510-CUMULER-CARACTERE-EXIT.
003290     EXIT.

003300*----------------------------------------------------------------
003310* 2000-REVOQUER-MANDAT - THE CUSTOMER IS NO LONGER DEBITED
003320*----------------------------------------------------------------
003330 2000-REVOQUER-MANDAT.
003340     DISPLAY "Code client : ".
003350     ACCEPT MDT-CLIENT.
003360     READ MANDATS-FILE
003370         INVALID KEY
003380             DISPLAY "Aucun mandat pour : " MDT-CLIENT
003390             GO TO 2000-REVOQUER-MANDAT-EXIT
003400     END-READ.
003410     IF MDT-REVOQUE
003420         DISPLAY "Mandat deja revoque le " MDT-DATE-REVOCATION
003430         GO TO 2000-REVOQUER-MANDAT-EXIT
003440     END-IF.
003450     SET MDT-REVOQUE TO TRUE.
003460     MOVE WS-DATE-JOUR TO MDT-DATE-REVOCATION.
003470     REWRITE MANDAT-RECORD.
003480     DISPLAY "Mandat revoque : " MDT-CLIENT " "
003490         FUNCTION TRIM(MDT-REFERENCE).
003500 2000-REVOQUER-MANDAT-EXIT.
003510     EXIT.

003520*----------------------------------------------------------------
003530* 3000-LISTER-MANDATS
003540*----------------------------------------------------------------
003550 3000-LISTER-MANDATS.
003560     DISPLAY "Mandats de prelevement".
003570     DISPLAY "----------------------------------------------"
003580         "----------------------------".
003590     PERFORM UNTIL FIN-MANDATS
003600         READ MANDATS-FILE NEXT RECORD
003610             AT END SET FIN-MANDATS TO TRUE
003620             NOT AT END
003630                 ADD 1 TO WS-NB-MANDATS
003640                 DISPLAY MDT-CLIENT " " MDT-STATUT " "
003650                     FUNCTION TRIM(MDT-REFERENCE) " "
003660                     FUNCTION TRIM(MDT-IBAN) " signe le "
003670                     MDT-DATE-SIGNATURE " - J+" MDT-DELAI
003680                     " - dernier " MDT-DERNIER-PRELEVEMENT
003690         END-READ
003700     END-PERFORM.
003710     DISPLAY "----------------------------------------------"
003720         "----------------------------".
003730     DISPLAY "Total : " WS-NB-MANDATS.
003740 3000-LISTER-MANDATS-EXIT.
003750     EXIT.

003760*----------------------------------------------------------------
003770* 4000-SAISIR-PARAMETRES - CREDITOR IDENTIFIER, NAME, ACCOUNT;
003780* THE BATCH COUNTER IS KEPT
003790*----------------------------------------------------------------
003800 4000-SAISIR-PARAMETRES.
003810     MOVE SPACES TO PRLCFG-RECORD.
003820     MOVE ZERO TO CRE-DERNIERE-REMISE.
003830     OPEN INPUT CONFIG-FILE.
003840     IF CONFIG-OK
003850         READ CONFIG-FILE
003860             AT END CONTINUE
003870         END-READ
003880         CLOSE CONFIG-FILE
003890     END-IF.
003900     DISPLAY "Identifiant creancier (" FUNCTION TRIM(CRE-ICS)
003910         ") : ".
003920     MOVE SPACES TO WS-SAISIE-TEXTE.
003930     ACCEPT WS-SAISIE-TEXTE.
003940     IF WS-SAISIE-TEXTE NOT = SPACES
003950         MOVE FUNCTION UPPER-CASE(WS-SAISIE-TEXTE) TO CRE-ICS
003960     END-IF.
003970     DISPLAY "Nom du creancier (" FUNCTION TRIM(CRE-NOM) ") : ".
003980     MOVE SPACES TO WS-SAISIE-TEXTE.
003990     ACCEPT WS-SAISIE-TEXTE.
004000     IF WS-SAISIE-TEXTE NOT = SPACES
004010         MOVE WS-SAISIE-TEXTE TO CRE-NOM
004020     END-IF.
004030     MOVE "N" TO WS-IBAN-VERDICT.
004040     PERFORM UNTIL IBAN-VALIDE
004050         DISPLAY "IBAN du compte a crediter ("
004060             FUNCTION TRIM(CRE-IBAN) ") : "
004070         MOVE SPACES TO WS-IBAN
004080         ACCEPT WS-IBAN
004090         IF WS-IBAN = SPACES
004100             MOVE CRE-IBAN TO WS-IBAN
004110         END-IF
004120         MOVE FUNCTION UPPER-CASE(WS-IBAN) TO WS-IBAN
004130         PERFORM 1500-CONTROLER-IBAN
004140             THRU 1500-CONTROLER-IBAN-EXIT
004150         IF NOT IBAN-VALIDE
004160             DISPLAY "IBAN invalide, merci de reessayer"
004170         END-IF
004180     END-PERFORM.
004190     MOVE WS-IBAN TO CRE-IBAN.
004200     DISPLAY "BIC (" FUNCTION TRIM(CRE-BIC) ") : ".
004210     MOVE SPACES TO WS-SAISIE-TEXTE.
004220     ACCEPT WS-SAISIE-TEXTE.
004230     IF WS-SAISIE-TEXTE NOT = SPACES
004240         MOVE FUNCTION UPPER-CASE(WS-SAISIE-TEXTE) TO CRE-BIC
004250     END-IF.
004260     IF CRE-ICS = SPACES OR CRE-NOM = SPACES
004270         DISPLAY "Identifiant et nom obligatoires - abandon"
004280         GO TO 4000-SAISIR-PARAMETRES-EXIT
004290     END-IF.
004300     OPEN OUTPUT CONFIG-FILE.
004310     WRITE PRLCFG-RECORD.
004320     CLOSE CONFIG-FILE.
004330     DISPLAY "Parametres creancier enregistres (derniere remise "
004340         CRE-DERNIERE-REMISE ")".
004350 4000-SAISIR-PARAMETRES-EXIT.
004360     EXIT.
