000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLIENTSMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. ADDS, CORRECTS AND RETIRES
000110*                 CLIENT-RECORD ENTRIES ON CLIENTS.DAT, THE
000120*                 CUSTOMER MASTER CARRYING THE CREDIT LIMIT
000130*                 COMMANDE CHECKS AT CAPTURE. A ZERO LIMIT MEANS
000140*                 THE CUSTOMER IS NOT CREDIT-CHECKED.
000142* 2026-10-15  LM  CAPTURE THE CUSTOMER'S SALES REP ON ADD AND
000144*                 MODIFY, CHECKED AGAINST REPRESENT.DAT. BLANK
000146*                 LEAVES THE CUSTOMER WITHOUT A REP.
000147* 2026-10-15  LM  CAPTURE THE ELECTRONIC INVOICING FLAG, SIRET
000148*                 AND VAT NUMBER ON ADD AND MODIFY, FOR
000149*                 EFACTURES.
000150* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000151*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000152*                 CLIENTSMAJ (SEE HABILITATIONS).
000153* 2026-10-15  LM  CAPTURE THE NOTIFICATION CHANNEL, EMAIL, MOBILE
000154*                 AND POSTAL ADDRESS ON ADD AND MODIFY, FOR
000155*                 NOTIFIER.
000156*----------------------------------------------------------------

000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.

000190     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000200         ORGANIZATION IS INDEXED
000210         ACCESS MODE IS DYNAMIC
000220         RECORD KEY IS CLI-CODE
000230         FILE STATUS IS WS-CLIENTS-STATUS.

000231     SELECT REPRESENT-FILE ASSIGN TO "REPRESENT.DAT"
000232         ORGANIZATION IS INDEXED
000233         ACCESS MODE IS RANDOM
000234         RECORD KEY IS REP-CODE
000235         FILE STATUS IS WS-REPRESENT-STATUS.

000240 DATA DIVISION.
000250 FILE SECTION.

000260*----------------------------------------------------------------
000270* CLIENTS - ONE RECORD PER CUSTOMER, KEYED BY THE CMD-CLIENT CODE
000280*----------------------------------------------------------------
000290 FD  CLIENTS-FILE.
000300     COPY "CLIENT-RECORD.cpy".

000301*----------------------------------------------------------------
000302* REPRESENTANTS - READ ONLY, TO CHECK THE REP CODE KEYED
000303*----------------------------------------------------------------
000304 FD  REPRESENT-FILE.
000305     COPY "REPRESENT-RECORD.cpy".

000310 WORKING-STORAGE SECTION.

000315     COPY "HABILITATION.cpy".

000320 01  WS-MODE                 PIC X(01).
000330     88 MODE-AJOUT                    VALUE "A" "a".
000340     88 MODE-MODIF                    VALUE "M" "m".
000350     88 MODE-RETRAIT                  VALUE "R" "r".

000360 01  WS-CLIENTS-STATUS       PIC X(02).
000370     88 CLIENTS-OK                    VALUE "00".

000380 01  WS-CLI-TROUVE           PIC X(01).
000390     88 CLI-TROUVE                    VALUE "O".
000400     88 CLI-ABSENT                    VALUE "N".

000401 01  WS-REPRESENT-STATUS     PIC X(02).
000402     88 REPRESENT-OK                  VALUE "00".

000403 01  WS-REP-VALIDE           PIC X(01).
000404     88 REP-VALIDE                    VALUE "O".

000405 01  WS-REP-SAISI            PIC X(04).

000406 01  WS-EFACTURE-SAISI       PIC X(01).
000407 01  WS-SIRET-SAISI          PIC X(14).
000408 01  WS-NUM-TVA-SAISI        PIC X(13).

000409 01  WS-CANAL-SAISI          PIC X(01).
000410     88 CANAL-VALIDE                  VALUE "M" "S" "L" "N".
000411 01  WS-CONTACT-SAISI        PIC X(40).

000412 PROCEDURE DIVISION.

000420*----------------------------------------------------------------
000430* 0000-MAINLINE
000440*----------------------------------------------------------------
000450 0000-MAINLINE.
000451     MOVE "CLIENTSMAJ" TO HAB-PROGRAMME.
000452     CALL "HABILITER" USING HAB-ZONE.
000453     IF NOT HAB-AUTORISE
000454         GOBACK
000455     END-IF.
000460     DISPLAY "Ajout (A), modification (M) ou retrait (R) ? ".
000470     ACCEPT WS-MODE.
000480     PERFORM 0500-OUVRIR-FICHIER
000490         THRU 0500-OUVRIR-FICHIER-EXIT.
000500     IF MODE-AJOUT
000510         PERFORM 1000-AJOUTER-CLIENT
000520             THRU 1000-AJOUTER-CLIENT-EXIT
000530     ELSE
000540         IF MODE-MODIF
000550             PERFORM 2000-MODIFIER-CLIENT
000560                 THRU 2000-MODIFIER-CLIENT-EXIT
000570         ELSE
000580             IF MODE-RETRAIT
000590                 PERFORM 3000-RETIRER-CLIENT
000600                     THRU 3000-RETIRER-CLIENT-EXIT
000610             ELSE
000620                 DISPLAY "Mode non reconnu"
000630             END-IF
000640         END-IF
000650     END-IF.
000660     CLOSE CLIENTS-FILE.
000670     STOP RUN.

000680*----------------------------------------------------------------
000690* 0500-OUVRIR-FICHIER - BOOTSTRAP CLIENTS.DAT ON A FIRST RUN
000700*----------------------------------------------------------------
000710 0500-OUVRIR-FICHIER.
000720     OPEN I-O CLIENTS-FILE.
000730     IF NOT CLIENTS-OK
000740         CLOSE CLIENTS-FILE
000750         OPEN OUTPUT CLIENTS-FILE
000760         CLOSE CLIENTS-FILE
000770         OPEN I-O CLIENTS-FILE
000780     END-IF.
000790 0500-OUVRIR-FICHIER-EXIT.
000800     EXIT.

000801*----------------------------------------------------------------
000802* 0700-SAISIR-REPRESENTANT - ASKS UNTIL THE CODE IS BLANK OR ON
000803* REPRESENT.DAT; RETURN KEEPS THE CURRENT CLI-REPRESENTANT
000804*----------------------------------------------------------------
000805 0700-SAISIR-REPRESENTANT.
000806     MOVE "N" TO WS-REP-VALIDE.
000807     PERFORM UNTIL REP-VALIDE
000808         DISPLAY "Representant (" CLI-REPRESENTANT
000809             ", * = aucun) : "
000810         MOVE SPACES TO WS-REP-SAISI
000811         ACCEPT WS-REP-SAISI
000812         IF WS-REP-SAISI = SPACES
000813             SET REP-VALIDE TO TRUE
000814         ELSE
000815             IF WS-REP-SAISI = "*"
000816                 MOVE SPACES TO CLI-REPRESENTANT
000817                 SET REP-VALIDE TO TRUE
000818             ELSE
000819                 PERFORM 0710-CONTROLER-REPRESENTANT
000820                     THRU 0710-CONTROLER-REPRESENTANT-EXIT
000821             END-IF
000822         END-IF
000823     END-PERFORM.
000824 0700-SAISIR-REPRESENTANT-EXIT.
000825     EXIT.

000826*----------------------------------------------------------------
000827* 0710-CONTROLER-REPRESENTANT
000828*----------------------------------------------------------------
000829 0710-CONTROLER-REPRESENTANT.
000830     OPEN INPUT REPRESENT-FILE.
000831     IF NOT REPRESENT-OK
000832         DISPLAY "Aucun representant enregistre"
000833             " (voir REPRESENTMAJ)"
000834         GO TO 0710-CONTROLER-REPRESENTANT-EXIT
000835     END-IF.
000836     MOVE WS-REP-SAISI TO REP-CODE.
000837     READ REPRESENT-FILE
000838         INVALID KEY
000839             DISPLAY "Representant inconnu : " WS-REP-SAISI
000840         NOT INVALID KEY
000841             MOVE WS-REP-SAISI TO CLI-REPRESENTANT
000842             SET REP-VALIDE TO TRUE
000843     END-READ.
000844     CLOSE REPRESENT-FILE.
000845 0710-CONTROLER-REPRESENTANT-EXIT.
000846     EXIT.

000847*----------------------------------------------------------------
000848* 0800-SAISIR-EFACTURE - ELECTRONIC INVOICING FLAG AND THE BUYER
000849* IDENTIFIERS IT NEEDS; RETURN KEEPS THE CURRENT VALUES
000850*----------------------------------------------------------------
000851 0800-SAISIR-EFACTURE.
000852     DISPLAY "Facturation electronique O/N (" CLI-EFACTURE
000853         ") : ".
000854     MOVE SPACE TO WS-EFACTURE-SAISI.
000855     ACCEPT WS-EFACTURE-SAISI.
000856     IF WS-EFACTURE-SAISI = "O" OR WS-EFACTURE-SAISI = "o"
000857         MOVE "O" TO CLI-EFACTURE
000858     ELSE
000859         IF WS-EFACTURE-SAISI = "N" OR WS-EFACTURE-SAISI = "n"
000860             MOVE "N" TO CLI-EFACTURE
000861         END-IF
000862     END-IF.
000863     IF NOT CLI-EFACTURE-OUI
000864         GO TO 0800-SAISIR-EFACTURE-EXIT
000865     END-IF.
000866     DISPLAY "SIRET (" CLI-SIRET ") : ".
000867     MOVE SPACES TO WS-SIRET-SAISI.
000868     ACCEPT WS-SIRET-SAISI.
000869     IF WS-SIRET-SAISI NOT = SPACES
000870         MOVE WS-SIRET-SAISI TO CLI-SIRET
000871     END-IF.
000872     DISPLAY "Numero de TVA intracommunautaire (" CLI-NUM-TVA
000873         ") : ".
000874     MOVE SPACES TO WS-NUM-TVA-SAISI.
000875     ACCEPT WS-NUM-TVA-SAISI.
000876     IF WS-NUM-TVA-SAISI NOT = SPACES
000877         MOVE WS-NUM-TVA-SAISI TO CLI-NUM-TVA
000878     END-IF.
000879     IF CLI-SIRET = SPACES
000880         DISPLAY "Attention : sans SIRET, les factures de ce"
000881             " client ne seront pas transmises"
000882     END-IF.
000883 0800-SAISIR-EFACTURE-EXIT.
000884     EXIT.

000885*----------------------------------------------------------------
000886* 0900-SAISIR-CONTACT - CHANNEL, EMAIL, MOBILE AND ADDRESS FOR THE
000887* NOTIFICATIONS; RETURN KEEPS THE CURRENT VALUE, * CLEARS IT
000888*----------------------------------------------------------------
000889 0900-SAISIR-CONTACT.
000890     MOVE SPACE TO WS-CANAL-SAISI.
000891     PERFORM UNTIL WS-CANAL-SAISI = "*" OR CANAL-VALIDE
000892         DISPLAY "Avis par courriel (M), SMS (S), lettre (L),"
000893             " aucun (N), * = automatique (" CLI-CANAL ") : "
000894         MOVE SPACE TO WS-CANAL-SAISI
000895         ACCEPT WS-CANAL-SAISI
000896         IF WS-CANAL-SAISI = SPACE
000897             MOVE CLI-CANAL TO WS-CANAL-SAISI
000898             IF WS-CANAL-SAISI = SPACE
000899                 MOVE "*" TO WS-CANAL-SAISI
000900             END-IF
000901         END-IF
000902         INSPECT WS-CANAL-SAISI CONVERTING "msln" TO "MSLN"
000903     END-PERFORM.
000904     IF WS-CANAL-SAISI = "*"
000905         MOVE SPACE TO CLI-CANAL
000906     ELSE
000907         MOVE WS-CANAL-SAISI TO CLI-CANAL
000908     END-IF.
000909     IF CLI-SANS-AVIS
000910         GO TO 0900-SAISIR-CONTACT-EXIT
000911     END-IF.
000912     DISPLAY "Courriel (" FUNCTION TRIM(CLI-EMAIL) ") : ".
000913     MOVE SPACES TO WS-CONTACT-SAISI.
000914     ACCEPT WS-CONTACT-SAISI.
000915     IF WS-CONTACT-SAISI = "*"
000916         MOVE SPACES TO CLI-EMAIL
000917     ELSE
000918         IF WS-CONTACT-SAISI NOT = SPACES
000919             MOVE WS-CONTACT-SAISI TO CLI-EMAIL
000920         END-IF
000921     END-IF.
000922     DISPLAY "Telephone mobile (" FUNCTION TRIM(CLI-TELEPHONE)
000923         ") : ".
000924     MOVE SPACES TO WS-CONTACT-SAISI.
000925     ACCEPT WS-CONTACT-SAISI.
000926     IF WS-CONTACT-SAISI = "*"
000927         MOVE SPACES TO CLI-TELEPHONE
000928     ELSE
000929         IF WS-CONTACT-SAISI NOT = SPACES
000930             MOVE WS-CONTACT-SAISI TO CLI-TELEPHONE
000931         END-IF
000932     END-IF.
000933     DISPLAY "Adresse (" FUNCTION TRIM(CLI-ADRESSE-1) ") : ".
000934     MOVE SPACES TO WS-CONTACT-SAISI.
000935     ACCEPT WS-CONTACT-SAISI.
000936     IF WS-CONTACT-SAISI = "*"
000937         MOVE SPACES TO CLI-ADRESSE-1 CLI-ADRESSE-2
000938     ELSE
000939         IF WS-CONTACT-SAISI NOT = SPACES
000940             MOVE WS-CONTACT-SAISI TO CLI-ADRESSE-1
000941             DISPLAY "Code postal et ville ("
000942                 FUNCTION TRIM(CLI-ADRESSE-2) ") : "
000943             MOVE SPACES TO WS-CONTACT-SAISI
000944             ACCEPT WS-CONTACT-SAISI
000945             IF WS-CONTACT-SAISI NOT = SPACES
000946                 MOVE WS-CONTACT-SAISI TO CLI-ADRESSE-2
000947             END-IF
000948         END-IF
000949     END-IF.
000950     IF CLI-CANAL-COURRIEL AND CLI-EMAIL = SPACES
000951         OR CLI-CANAL-SMS AND CLI-TELEPHONE = SPACES
000952         OR CLI-CANAL-LETTRE AND CLI-ADRESSE-1 = SPACES
000953         DISPLAY "Attention : coordonnee absente pour le canal "
000954             CLI-CANAL " - ce client ne sera pas avise"
000955     END-IF.
000956 0900-SAISIR-CONTACT-EXIT.
000957     EXIT.

000958*----------------------------------------------------------------
000959* 1000-AJOUTER-CLIENT - NEW RECORD, REFUSES A CODE ALREADY ON FILE
000960*----------------------------------------------------------------
000961 1000-AJOUTER-CLIENT.
000962     DISPLAY "Code client : ".
000963     ACCEPT CLI-CODE.
000964     READ CLIENTS-FILE
000965         INVALID KEY SET CLI-ABSENT TO TRUE
000966         NOT INVALID KEY SET CLI-TROUVE TO TRUE
000967     END-READ.
000968     IF CLI-TROUVE
000969         DISPLAY "Ce code client existe deja : " CLI-CODE
000970     ELSE
000971         DISPLAY "Nom du client : "
000972         ACCEPT CLI-NOM
000973         DISPLAY "Plafond de credit (0 = sans plafond) : "
000974         ACCEPT CLI-PLAFOND
000975         MOVE SPACES TO CLI-REPRESENTANT
000976         PERFORM 0700-SAISIR-REPRESENTANT
000977             THRU 0700-SAISIR-REPRESENTANT-EXIT
000978         MOVE "N" TO CLI-EFACTURE
000979         MOVE SPACES TO CLI-SIRET CLI-NUM-TVA
000980         PERFORM 0800-SAISIR-EFACTURE
000981             THRU 0800-SAISIR-EFACTURE-EXIT
000982         MOVE SPACE TO CLI-CANAL
000983         MOVE SPACES TO CLI-EMAIL CLI-TELEPHONE
000984             CLI-ADRESSE-1 CLI-ADRESSE-2
000985         PERFORM 0900-SAISIR-CONTACT
000986             THRU 0900-SAISIR-CONTACT-EXIT
000987         WRITE CLIENT-RECORD
000990         DISPLAY "Client cree : " CLI-CODE
001000     END-IF.
001010 1000-AJOUTER-CLIENT-EXIT.
001020     EXIT.

001030*----------------------------------------------------------------
001040* 2000-MODIFIER-CLIENT - REWRITE NAME AND CREDIT LIMIT FOR ONE
001050* EXISTING CUSTOMER
001060*----------------------------------------------------------------
001070 2000-MODIFIER-CLIENT.
001080     DISPLAY "Code client : ".
001090     ACCEPT CLI-CODE.
001100     READ CLIENTS-FILE
001110         INVALID KEY SET CLI-ABSENT TO TRUE
001120         NOT INVALID KEY SET CLI-TROUVE TO TRUE
001130     END-READ.
001140     IF CLI-ABSENT
001150         DISPLAY "Code client inconnu : " CLI-CODE
001160     ELSE
001170         DISPLAY "Nouveau nom (" FUNCTION TRIM(CLI-NOM) ") : "
001180         ACCEPT CLI-NOM
001190         DISPLAY "Nouveau plafond (" CLI-PLAFOND ") : "
001200         ACCEPT CLI-PLAFOND
001203         PERFORM 0700-SAISIR-REPRESENTANT
001206             THRU 0700-SAISIR-REPRESENTANT-EXIT
001207         PERFORM 0800-SAISIR-EFACTURE
001208             THRU 0800-SAISIR-EFACTURE-EXIT
001209         PERFORM 0900-SAISIR-CONTACT
001210             THRU 0900-SAISIR-CONTACT-EXIT
001211         REWRITE CLIENT-RECORD
001220         DISPLAY "Client mis a jour : " CLI-CODE
001230     END-IF.
001240 2000-MODIFIER-CLIENT-EXIT.
001250     EXIT.

001260*----------------------------------------------------------------
001270* 3000-RETIRER-CLIENT - DROP A CUSTOMER OUT OF CLIENTS.DAT
001280*----------------------------------------------------------------
001290 3000-RETIRER-CLIENT.
001300     DISPLAY "Code client : ".
001310     ACCEPT CLI-CODE.
001320     READ CLIENTS-FILE
001330         INVALID KEY SET CLI-ABSENT TO TRUE
001340         NOT INVALID KEY SET CLI-TROUVE TO TRUE
001350     END-READ.
001360     IF CLI-ABSENT
001370         DISPLAY "Code client inconnu : " CLI-CODE
001380     ELSE
001390         DELETE CLIENTS-FILE RECORD
001400             INVALID KEY
001410                 DISPLAY "Suppression impossible : " CLI-CODE
001420             NOT INVALID KEY
001430                 DISPLAY "Client retire : " CLI-CODE
001440         END-DELETE
001450     END-IF.
001460 3000-RETIRER-CLIENT-EXIT.
001470     EXIT.
