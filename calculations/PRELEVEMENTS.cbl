000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRELEVEMENTS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. DIRECT DEBIT : ISSUES THE
000110*                 COLLECTION FILE PRLnnnnnn.DAT FOR EVERY OPEN
000120*                 INVOICE OF FACTENCR.DAT WHOSE CUSTOMER HAS AN
000130*                 ACTIVE MANDATE AND WHOSE DEBIT DATE HAS COME
000140*                 (INVOICE DATE + MANDATE DELAY), MARKING THE
000150*                 INVOICE AS BEING COLLECTED; THEN BOOKS THE
000160*                 BANK'S RETURN FILE : A PAID LINE BECOMES A
000170*                 PAYMENT ON REGLMNTS.DAT, A REJECTED LINE
000180*                 REOPENS THE INVOICE WITH THE REJECT CODE.
000182* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000184*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000186*                 PRELEVEMENTS (SEE HABILITATIONS).
000187* 2026-10-15  LM  THE BANK'S RETURN FILE IS KEPT ON THE KEYED WORK
000188*                 FILE PRLRET.TMP INSTEAD OF A 500-ENTRY TABLE, SO
000189*                 A LARGE RETURN FILE IS BOOKED IN ONE PASS. THE
000190*                 LINES NOT MATCHED ARE LISTED IN BATCH AND
000191*                 INVOICE ORDER.
000190*----------------------------------------------------------------

000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.

000230     SELECT CONFIG-FILE ASSIGN TO "PRLCFG.DAT"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-CONFIG-STATUS.

000260     SELECT MANDATS-FILE ASSIGN TO "MANDATS.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS MDT-CLIENT
000300         FILE STATUS IS WS-MANDATS-STATUS.

000310     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS CLI-CODE
000350         FILE STATUS IS WS-CLIENTS-STATUS.

000360     SELECT ENCOURS-FILE ASSIGN TO "FACTENCR.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ENCOURS-STATUS.

000390     SELECT REGLEMENT-FILE ASSIGN TO "REGLMNTS.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REGLEMENT-STATUS.

000420     SELECT TEMP-FILE ASSIGN TO "PRELEV.TMP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TEMP-STATUS.

000450     SELECT REMISE-FILE ASSIGN TO DYNAMIC WS-NOM-REMISE
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REMISE-STATUS.

000480     SELECT RETOUR-FILE ASSIGN TO DYNAMIC WS-NOM-RETOUR
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RETOUR-STATUS.

000501     SELECT RETOURS-TRAVAIL ASSIGN TO "PRLRET.TMP"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS RTT-CLE
000505         FILE STATUS IS WS-TRAVAIL-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.

000530 FD  CONFIG-FILE.
000540     COPY "PRLCFG-RECORD.cpy".

000550 FD  MANDATS-FILE.
000560     COPY "MANDAT-RECORD.cpy".

000570*----------------------------------------------------------------
000580* CLIENTS - READ ONLY, FOR THE DEBTOR NAME ON THE DETAIL LINE
000590*----------------------------------------------------------------
000600 FD  CLIENTS-FILE.
000610     COPY "CLIENT-RECORD.cpy".

000620 FD  ENCOURS-FILE.
000630     COPY "ENCOURS-RECORD.cpy".

000640 FD  REGLEMENT-FILE.
000650     COPY "REGLEMENT-RECORD.cpy".

000660*----------------------------------------------------------------
000670* TEMP - FACTENCR.DAT REWRITTEN WITH THE NEW STATUSES
000680*----------------------------------------------------------------
000690 FD  TEMP-FILE.
000700 01  TEMP-LIGNE              PIC X(66).

000710 FD  REMISE-FILE.
000720     COPY "PRELEV-RECORD.cpy".

000730 FD  RETOUR-FILE.
000740     COPY "RETOURPRL-RECORD.cpy".

000741*----------------------------------------------------------------
000742* RETOURS-TRAVAIL - THE BANK'S FILE, MATCHED ON BATCH AND INVOICE;
000743* RTT-SEQ KEEPS A LINE THE BANK SENT TWICE
000744*----------------------------------------------------------------
000745 FD  RETOURS-TRAVAIL.
000746 01  RETOUR-TRAVAIL.
000747     05 RTT-CLE.
000748         10 RTT-REMISE       PIC 9(06).
000749         10 RTT-NUM          PIC 9(06).
000750         10 RTT-SEQ          PIC 9(06).
000751     05 RTT-MONTANT          PIC 9(09)V99.
000752     05 RTT-DATE             PIC 9(08).
000753     05 RTT-RESULTAT         PIC X(01).
000754         88 RTT-PAYE                  VALUE "P".
000755     05 RTT-MOTIF            PIC X(04).
000756     05 RTT-UTILISE          PIC X(01).
000757         88 RTT-APPARIE               VALUE "O".

000750 WORKING-STORAGE SECTION.

000755     COPY "HABILITATION.cpy".

000760 01  WS-MODE                 PIC X(01).
000770     88 MODE-EMISSION                 VALUE "E" "e".
000780     88 MODE-RETOUR                   VALUE "R" "r".

000790 01  WS-REPRESENTER          PIC X(01) VALUE "N".
000800     88 REPRESENTER-REJETS            VALUE "O" "o".

000810 01  WS-DATE-JOUR            PIC 9(08).
000820 01  WS-DATE-PRELEVEMENT     PIC 9(08).
000830 01  WS-DATE-DUE             PIC 9(08).
000840 01  WS-DELAI                PIC 9(03).
000850 01  WS-MESSAGE-STATUT       PIC X(40).

000860 01  WS-NUM-REMISE           PIC 9(06).
000870 01  WS-NOM-REMISE           PIC X(40).
000880 01  WS-NOM-RETOUR           PIC X(40).
000890 01  WS-NOM-TEMP             PIC X(40) VALUE "PRELEV.TMP".
000895 01  WS-NOM-TRAVAIL          PIC X(40) VALUE "PRLRET.TMP".
000900 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000910 01  WS-NUM-FACTURE          PIC 9(06).
000920 01  WS-TOTAL-REGLE          PIC 9(09)V99.
000930 01  WS-SOLDE-FACTURE        PIC S9(09)V99.

000940 01  WS-NB-OPERATIONS        PIC 9(06) VALUE ZERO.
000950 01  WS-MONTANT-REMISE       PIC 9(11)V99 VALUE ZERO.
000960 01  WS-NB-SANS-MANDAT       PIC 9(05) VALUE ZERO.
000970 01  WS-NB-PAYES             PIC 9(05) VALUE ZERO.
000980 01  WS-MONTANT-PAYE         PIC 9(11)V99 VALUE ZERO.
000990 01  WS-NB-REJETS            PIC 9(05) VALUE ZERO.
001000 01  WS-MONTANT-REJETE       PIC 9(11)V99 VALUE ZERO.
001010 01  WS-NB-INCONNUS          PIC 9(05) VALUE ZERO.

001020 01  WS-NB-RETOURS           PIC 9(06) VALUE ZERO.

001170 01  WS-CONFIG-STATUS        PIC X(02).
001180     88 CONFIG-OK                     VALUE "00".

001190 01  WS-MANDATS-STATUS       PIC X(02).
001200     88 MANDATS-OK                    VALUE "00".

001210 01  WS-CLIENTS-STATUS       PIC X(02).
001220     88 CLIENTS-OK                    VALUE "00".

001230 01  WS-ENCOURS-STATUS       PIC X(02).
001240     88 ENCOURS-OK                    VALUE "00".

001250 01  WS-REGLEMENT-STATUS     PIC X(02).
001260     88 REGLEMENT-OK                  VALUE "00".

001270 01  WS-TEMP-STATUS          PIC X(02).
001280     88 TEMP-OK                       VALUE "00".

001290 01  WS-REMISE-STATUS        PIC X(02).
001300     88 REMISE-OK                     VALUE "00".

001310 01  WS-RETOUR-STATUS        PIC X(02).
001320     88 RETOUR-OK                     VALUE "00".

001323 01  WS-TRAVAIL-STATUS       PIC X(02).
001326     88 TRAVAIL-OK                    VALUE "00".

001330 01  WS-SWITCHES.
001340     05 WS-FIN-ENCOURS       PIC X(01) VALUE "N".
001350         88 FIN-ENCOURS               VALUE "Y".
001360     05 WS-FIN-REGLEMENTS    PIC X(01).
001370         88 FIN-REGLEMENTS            VALUE "Y".
001380     05 WS-FIN-TEMP          PIC X(01) VALUE "N".
001390         88 FIN-TEMP                  VALUE "Y".
001400     05 WS-FIN-RETOUR        PIC X(01) VALUE "N".
001410         88 FIN-RETOUR                VALUE "Y".
001420     05 WS-CLIENTS-OUVERT    PIC X(01) VALUE "N".
001430         88 CLIENTS-OUVERT            VALUE "O".
001440     05 WS-RETOUR-TROUVE     PIC X(01).
001450         88 RETOUR-TROUVE             VALUE "O".
001453     05 WS-FIN-RECHERCHE     PIC X(01).
001456         88 FIN-RECHERCHE             VALUE "Y".

001460 PROCEDURE DIVISION.

001470*----------------------------------------------------------------
001480* 0000-MAINLINE
001490*----------------------------------------------------------------
001500 0000-MAINLINE.
001501     MOVE "PRELEVEMENTS" TO HAB-PROGRAMME.
001502     CALL "HABILITER" USING HAB-ZONE.
001503     IF NOT HAB-AUTORISE
001504         GOBACK
001505     END-IF.
001510     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001520     DISPLAY "Emission d'une remise (E) ou retour banque (R) ? ".
001530     ACCEPT WS-MODE.
001540     IF MODE-EMISSION
001550         PERFORM 1000-EMETTRE-REMISE
001560             THRU 1000-EMETTRE-REMISE-EXIT
001570     ELSE
001580         IF MODE-RETOUR
001590             PERFORM 3000-TRAITER-RETOUR
001600                 THRU 3000-TRAITER-RETOUR-EXIT
001610         ELSE
001620             DISPLAY "Mode inconnu, merci de choisir E ou R"
001630         END-IF
001640     END-IF.
001650     STOP RUN.

001660*----------------------------------------------------------------
001670* 1000-EMETTRE-REMISE - ONE BATCH : HEADER, ONE DETAIL PER
001680* INVOICE DUE, TOTAL; FACTENCR.DAT REWRITTEN THROUGH TEMP
001690*----------------------------------------------------------------
001700 1000-EMETTRE-REMISE.
001710     OPEN INPUT CONFIG-FILE.
001720     IF NOT CONFIG-OK
001730         DISPLAY "Parametres creancier absents - les saisir par"
001740             " MANDATSMAJ (P)"
001750         GO TO 1000-EMETTRE-REMISE-EXIT
001760     END-IF.
001770     READ CONFIG-FILE
001780         AT END MOVE SPACES TO CRE-ICS
001790     END-READ.
001800     CLOSE CONFIG-FILE.
001810     IF CRE-ICS = SPACES
001820         DISPLAY "Identifiant creancier absent de PRLCFG.DAT"
001830         GO TO 1000-EMETTRE-REMISE-EXIT
001840     END-IF.
001850     MOVE ZERO TO WS-DATE-PRELEVEMENT.
001860     PERFORM UNTIL WS-DATE-PRELEVEMENT NOT = ZERO
001870         DISPLAY "Date de prelevement AAAAMMJJ (vide = "
001880             WS-DATE-JOUR ") : "
001890         MOVE ZERO TO WS-DATE-PRELEVEMENT
001900         ACCEPT WS-DATE-PRELEVEMENT
001910         IF WS-DATE-PRELEVEMENT = ZERO
001920             MOVE WS-DATE-JOUR TO WS-DATE-PRELEVEMENT
001930         END-IF
001940         IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-PRELEVEMENT)
001950                 NOT = 0
001960             OR WS-DATE-PRELEVEMENT < WS-DATE-JOUR
001970             DISPLAY "Date invalide : " WS-DATE-PRELEVEMENT
001980             MOVE ZERO TO WS-DATE-PRELEVEMENT
001990         END-IF
002000     END-PERFORM.
002010     DISPLAY "Representer les prelevements rejetes (O/N) ? ".
002020     ACCEPT WS-REPRESENTER.
002030     OPEN I-O MANDATS-FILE.
002040     IF NOT MANDATS-OK
002050         CALL "FICHSTAT" USING WS-MANDATS-STATUS
002060             WS-MESSAGE-STATUT
002070         DISPLAY "MANDATS.DAT : "
002080             FUNCTION TRIM(WS-MESSAGE-STATUT)
002090         GO TO 1000-EMETTRE-REMISE-EXIT
002100     END-IF.
002110     OPEN INPUT ENCOURS-FILE.
002120     IF NOT ENCOURS-OK
002130         DISPLAY "Aucune facture en compte : FACTENCR.DAT"
002140         CLOSE MANDATS-FILE
002150         GO TO 1000-EMETTRE-REMISE-EXIT
002160     END-IF.
002170     OPEN INPUT CLIENTS-FILE.
002180     IF CLIENTS-OK
002190         SET CLIENTS-OUVERT TO TRUE
002200     END-IF.
002210     COMPUTE WS-NUM-REMISE = CRE-DERNIERE-REMISE + 1.
002220     MOVE SPACES TO WS-NOM-REMISE.
002230     STRING "PRL" WS-NUM-REMISE ".DAT" DELIMITED BY SIZE
002240         INTO WS-NOM-REMISE.
002250     OPEN OUTPUT REMISE-FILE.
002260     OPEN OUTPUT TEMP-FILE.
002270     MOVE SPACES TO PRELEV-RECORD.
002280     SET PRV-ENTETE TO TRUE.
002290     MOVE WS-NUM-REMISE       TO PRV-REMISE.
002300     MOVE WS-DATE-JOUR        TO PRV-E-DATE-CREATION.
002310     MOVE WS-DATE-PRELEVEMENT TO PRV-E-DATE-ECHEANCE.
002320     MOVE CRE-ICS             TO PRV-E-ICS.
002330     MOVE CRE-NOM             TO PRV-E-NOM.
002340     MOVE CRE-IBAN            TO PRV-E-IBAN.
002350     MOVE CRE-BIC             TO PRV-E-BIC.
002360     WRITE PRELEV-RECORD.
002370     DISPLAY "Remise " WS-NUM-REMISE " - prelevement le "
002380         WS-DATE-PRELEVEMENT.
002390     DISPLAY "-----------------------------------------".
002400     PERFORM UNTIL FIN-ENCOURS
002410         READ ENCOURS-FILE
002420             AT END SET FIN-ENCOURS TO TRUE
002430             NOT AT END
002440                 PERFORM 1100-TRAITER-FACTURE
002450                     THRU 1100-TRAITER-FACTURE-EXIT
002460                 MOVE ENCOURS-RECORD TO TEMP-LIGNE
002470                 WRITE TEMP-LIGNE
002480         END-READ
002490     END-PERFORM.
002500     CLOSE ENCOURS-FILE TEMP-FILE MANDATS-FILE.
002510     IF CLIENTS-OUVERT
002520         CLOSE CLIENTS-FILE
002530     END-IF.
002540     DISPLAY "-----------------------------------------".
002550     IF WS-NB-OPERATIONS = ZERO
002560         CLOSE REMISE-FILE
002570         CALL "CBL_DELETE_FILE" USING WS-NOM-REMISE
002580             RETURNING WS-RETOUR-SUPPRESSION
002590         CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
002600             RETURNING WS-RETOUR-SUPPRESSION
002610         DISPLAY "Aucune facture a prelever - pas de remise"
002620         GO TO 1000-EMETTRE-REMISE-EXIT
002630     END-IF.
002640     MOVE SPACES TO PRELEV-RECORD.
002650     SET PRV-TOTAL TO TRUE.
002660     MOVE WS-NUM-REMISE     TO PRV-REMISE.
002670     MOVE WS-NB-OPERATIONS  TO PRV-T-NB-OPERATIONS.
002680     MOVE WS-MONTANT-REMISE TO PRV-T-MONTANT.
002690     WRITE PRELEV-RECORD.
002700     CLOSE REMISE-FILE.
002710     PERFORM 5500-RECOPIER-TEMP
002720         THRU 5500-RECOPIER-TEMP-EXIT.
002730     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
002740         RETURNING WS-RETOUR-SUPPRESSION.
002750     MOVE WS-NUM-REMISE TO CRE-DERNIERE-REMISE.
002760     OPEN OUTPUT CONFIG-FILE.
002770     WRITE PRLCFG-RECORD.
002780     CLOSE CONFIG-FILE.
002790     DISPLAY "Fichier de remise  : " FUNCTION TRIM(WS-NOM-REMISE).
002800     DISPLAY "Prelevements       : " WS-NB-OPERATIONS.
002810     DISPLAY "Montant de remise  : " WS-MONTANT-REMISE.
002820     DISPLAY "Echues sans mandat : " WS-NB-SANS-MANDAT.
002830 1000-EMETTRE-REMISE-EXIT.
002840     EXIT.

002850*----------------------------------------------------------------
002860* 1100-TRAITER-FACTURE - OPEN (OR REJECTED, ON REQUEST), UNDER
002870* AN ACTIVE MANDATE, DUE BY THE DEBIT DATE, BALANCE LEFT
002880*----------------------------------------------------------------
002890 1100-TRAITER-FACTURE.
002900     IF ENC-EN-PRELEVEMENT
002910         GO TO 1100-TRAITER-FACTURE-EXIT
002920     END-IF.
002930     IF ENC-REJETEE AND NOT REPRESENTER-REJETS
002940         GO TO 1100-TRAITER-FACTURE-EXIT
002950     END-IF.
002960     IF FUNCTION TEST-DATE-YYYYMMDD(ENC-DATE) NOT = 0
002970         GO TO 1100-TRAITER-FACTURE-EXIT
002980     END-IF.
002990     MOVE ENC-NUM-FACTURE TO WS-NUM-FACTURE.
003000     PERFORM 2000-SOMMER-REGLEMENTS
003010         THRU 2000-SOMMER-REGLEMENTS-EXIT.
003020     COMPUTE WS-SOLDE-FACTURE =
003030         ENC-MONTANT-TTC - WS-TOTAL-REGLE.
003040     IF WS-SOLDE-FACTURE <= ZERO
003050         GO TO 1100-TRAITER-FACTURE-EXIT
003060     END-IF.
003070     MOVE ENC-CLIENT(1:10) TO MDT-CLIENT.
003080     READ MANDATS-FILE
003090         INVALID KEY MOVE SPACE TO MDT-STATUT
003100     END-READ.
003110     IF NOT MDT-ACTIF
003120         COMPUTE WS-DATE-DUE = FUNCTION DATE-OF-INTEGER(
003130             FUNCTION INTEGER-OF-DATE(ENC-DATE) + 30)
003140         IF WS-DATE-DUE <= WS-DATE-PRELEVEMENT
003150             ADD 1 TO WS-NB-SANS-MANDAT
003160         END-IF
003170         GO TO 1100-TRAITER-FACTURE-EXIT
003180     END-IF.
003190     MOVE MDT-DELAI TO WS-DELAI.
003200     IF WS-DELAI = ZERO
003210         MOVE 30 TO WS-DELAI
003220     END-IF.
003230     COMPUTE WS-DATE-DUE = FUNCTION DATE-OF-INTEGER(
003240         FUNCTION INTEGER-OF-DATE(ENC-DATE) + WS-DELAI).
003250     IF WS-DATE-DUE > WS-DATE-PRELEVEMENT
003260         GO TO 1100-TRAITER-FACTURE-EXIT
003270     END-IF.
003280     MOVE SPACES TO PRELEV-RECORD.
003290     SET PRV-DETAIL TO TRUE.
003300     MOVE WS-NUM-REMISE      TO PRV-REMISE.
003310     MOVE ENC-NUM-FACTURE    TO PRV-D-NUM-FACTURE.
003320     MOVE MDT-CLIENT         TO PRV-D-CLIENT.
003330     MOVE ENC-CLIENT         TO PRV-D-NOM.
003340     IF CLIENTS-OUVERT
003350         MOVE MDT-CLIENT TO CLI-CODE
003360         READ CLIENTS-FILE
003370             NOT INVALID KEY MOVE CLI-NOM TO PRV-D-NOM
003380         END-READ
003390     END-IF.
003400     MOVE MDT-REFERENCE      TO PRV-D-RUM.
003410     MOVE MDT-DATE-SIGNATURE TO PRV-D-DATE-SIGNATURE.
003420     IF MDT-DERNIER-PRELEVEMENT = ZERO
003430         MOVE "FRST" TO PRV-D-SEQUENCE
003440     ELSE
003450         MOVE "RCUR" TO PRV-D-SEQUENCE
003460     END-IF.
003470     MOVE MDT-IBAN           TO PRV-D-IBAN.
003480     MOVE MDT-BIC            TO PRV-D-BIC.
003490     MOVE WS-SOLDE-FACTURE   TO PRV-D-MONTANT.
003500     WRITE PRELEV-RECORD.
003510     ADD 1 TO WS-NB-OPERATIONS.
003520     ADD WS-SOLDE-FACTURE TO WS-MONTANT-REMISE.
003530     DISPLAY "Facture " ENC-NUM-FACTURE " - " MDT-CLIENT " "
003540         PRV-D-SEQUENCE " - " WS-SOLDE-FACTURE.
003550     SET ENC-EN-PRELEVEMENT TO TRUE.
003560     MOVE WS-NUM-REMISE TO ENC-REMISE.
003570     MOVE SPACES TO ENC-MOTIF-REJET.
003580     MOVE WS-DATE-PRELEVEMENT TO MDT-DERNIER-PRELEVEMENT.
003590     REWRITE MANDAT-RECORD.
003600 1100-TRAITER-FACTURE-EXIT.
003610     EXIT.

003620*----------------------------------------------------------------
003630* 2000-SOMMER-REGLEMENTS - TOTAL ALREADY PAID ON WS-NUM-FACTURE
003640*----------------------------------------------------------------
003650 2000-SOMMER-REGLEMENTS.
003660     MOVE ZERO TO WS-TOTAL-REGLE.
003670     MOVE "N" TO WS-FIN-REGLEMENTS.
003680     OPEN INPUT REGLEMENT-FILE.
003690     IF NOT REGLEMENT-OK
003700         GO TO 2000-SOMMER-REGLEMENTS-EXIT
003710     END-IF.
003720     PERFORM UNTIL FIN-REGLEMENTS
003730         READ REGLEMENT-FILE
003740             AT END SET FIN-REGLEMENTS TO TRUE
003750             NOT AT END
003760                 IF REG-NUM-FACTURE = WS-NUM-FACTURE
003770                     ADD REG-MONTANT TO WS-TOTAL-REGLE
003780                 END-IF
003790         END-READ
003800     END-PERFORM.
003810     CLOSE REGLEMENT-FILE.
003820 2000-SOMMER-REGLEMENTS-EXIT.
003830     EXIT.

003840*----------------------------------------------------------------
003850* 3000-TRAITER-RETOUR - THE BANK'S LINES AGAINST THE INVOICES
003860* BEING COLLECTED; FACTENCR.DAT REWRITTEN THROUGH TEMP
003870*----------------------------------------------------------------
003880 3000-TRAITER-RETOUR.
003890     DISPLAY "Fichier retour banque (vide = RETOURPRL.DAT) : ".
003900     MOVE SPACES TO WS-NOM-RETOUR.
003910     ACCEPT WS-NOM-RETOUR.
003920     IF WS-NOM-RETOUR = SPACES
003930         MOVE "RETOURPRL.DAT" TO WS-NOM-RETOUR
003940     END-IF.
003950     OPEN INPUT RETOUR-FILE.
003960     IF NOT RETOUR-OK
003970         CALL "FICHSTAT" USING WS-RETOUR-STATUS
003980             WS-MESSAGE-STATUT
003990         DISPLAY FUNCTION TRIM(WS-NOM-RETOUR) " : "
004000             FUNCTION TRIM(WS-MESSAGE-STATUT)
004010         GO TO 3000-TRAITER-RETOUR-EXIT
004011     END-IF.
004012     OPEN OUTPUT RETOURS-TRAVAIL.
004013     IF NOT TRAVAIL-OK
004014         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
004015             WS-MESSAGE-STATUT
004016         DISPLAY "PRLRET.TMP : "
004017             FUNCTION TRIM(WS-MESSAGE-STATUT)
004018         CLOSE RETOUR-FILE
004019         GO TO 3000-TRAITER-RETOUR-EXIT
004020     END-IF.
004023     CLOSE RETOURS-TRAVAIL.
004026     OPEN I-O RETOURS-TRAVAIL.
004030     PERFORM UNTIL FIN-RETOUR
004040         READ RETOUR-FILE
004050             AT END SET FIN-RETOUR TO TRUE
004060             NOT AT END
004070                 PERFORM 3100-CHARGER-RETOUR
004080                     THRU 3100-CHARGER-RETOUR-EXIT
004090         END-READ
004100     END-PERFORM.
004110     CLOSE RETOUR-FILE.
004120     IF WS-NB-RETOURS = ZERO
004130         DISPLAY "Fichier retour vide - rien a traiter"
004133         PERFORM 3900-FERMER-RETOURS
004136             THRU 3900-FERMER-RETOURS-EXIT
004140         GO TO 3000-TRAITER-RETOUR-EXIT
004150     END-IF.
004160     OPEN INPUT ENCOURS-FILE.
004170     IF NOT ENCOURS-OK
004180         DISPLAY "Aucune facture en compte : FACTENCR.DAT"
004183         PERFORM 3900-FERMER-RETOURS
004186             THRU 3900-FERMER-RETOURS-EXIT
004190         GO TO 3000-TRAITER-RETOUR-EXIT
004200     END-IF.
004210     OPEN EXTEND REGLEMENT-FILE.
004220     IF NOT REGLEMENT-OK
004230         CLOSE REGLEMENT-FILE
004240         OPEN OUTPUT REGLEMENT-FILE
004250     END-IF.
004260     OPEN OUTPUT TEMP-FILE.
004270     DISPLAY "Retour des prelevements".
004280     DISPLAY "-----------------------------------------".
004290     PERFORM UNTIL FIN-ENCOURS
004300         READ ENCOURS-FILE
004310             AT END SET FIN-ENCOURS TO TRUE
004320             NOT AT END
004330                 IF ENC-EN-PRELEVEMENT
004340                     PERFORM 3200-APPLIQUER-RETOUR
004350                         THRU 3200-APPLIQUER-RETOUR-EXIT
004360                 END-IF
004370                 MOVE ENCOURS-RECORD TO TEMP-LIGNE
004380                 WRITE TEMP-LIGNE
004390         END-READ
004400     END-PERFORM.
004410     CLOSE ENCOURS-FILE REGLEMENT-FILE TEMP-FILE.
004420     PERFORM 5500-RECOPIER-TEMP
004430         THRU 5500-RECOPIER-TEMP-EXIT.
004440     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
004450         RETURNING WS-RETOUR-SUPPRESSION.
004455     MOVE LOW-VALUES TO RTT-CLE.
004460     MOVE "N" TO WS-FIN-RECHERCHE.
004465     START RETOURS-TRAVAIL KEY IS NOT LESS THAN RTT-CLE
004470         INVALID KEY SET FIN-RECHERCHE TO TRUE
004475     END-START.
004480     PERFORM UNTIL FIN-RECHERCHE
004485         READ RETOURS-TRAVAIL NEXT RECORD
004490             AT END SET FIN-RECHERCHE TO TRUE
004495             NOT AT END
004500                 IF NOT RTT-APPARIE
004505                     ADD 1 TO WS-NB-INCONNUS
004510                     DISPLAY "Non rapproche : remise "
004515                         RTT-REMISE
004520                         " facture " RTT-NUM
004525                         " - " RTT-MONTANT
004530                 END-IF
004535         END-READ
004550     END-PERFORM.
004553     PERFORM 3900-FERMER-RETOURS
004556         THRU 3900-FERMER-RETOURS-EXIT.
004560     DISPLAY "-----------------------------------------".
004570     DISPLAY "Payes          : " WS-NB-PAYES " - "
004580         WS-MONTANT-PAYE.
004590     DISPLAY "Rejetes        : " WS-NB-REJETS " - "
004600         WS-MONTANT-REJETE.
004610     DISPLAY "Non rapproches : " WS-NB-INCONNUS.
004620 3000-TRAITER-RETOUR-EXIT.
004630     EXIT.

004640*----------------------------------------------------------------
004650* 3100-CHARGER-RETOUR
004660*----------------------------------------------------------------
004670 3100-CHARGER-RETOUR.
004740     ADD 1 TO WS-NB-RETOURS.
004747     MOVE RET-REMISE      TO RTT-REMISE.
004754     MOVE RET-NUM-FACTURE TO RTT-NUM.
004761     MOVE WS-NB-RETOURS   TO RTT-SEQ.
004768     MOVE RET-MONTANT     TO RTT-MONTANT.
004775     MOVE RET-DATE        TO RTT-DATE.
004782     MOVE RET-RESULTAT    TO RTT-RESULTAT.
004789     MOVE RET-MOTIF       TO RTT-MOTIF.
004796     MOVE "N"             TO RTT-UTILISE.
004803     WRITE RETOUR-TRAVAIL
004810         INVALID KEY CONTINUE
004817     END-WRITE.
004830 3100-CHARGER-RETOUR-EXIT.
004840     EXIT.

004850*----------------------------------------------------------------
004860* 3200-APPLIQUER-RETOUR - PAID : PAYMENT BOOKED, INVOICE LEFT TO
004870* THE USUAL BALANCE; REJECTED : OPEN AGAIN WITH THE BANK'S CODE
004880*----------------------------------------------------------------
004890 3200-APPLIQUER-RETOUR.
004900     MOVE "N" TO WS-RETOUR-TROUVE.
004910     MOVE "N" TO WS-FIN-RECHERCHE.
004920     MOVE ENC-REMISE      TO RTT-REMISE.
004930     MOVE ENC-NUM-FACTURE TO RTT-NUM.
004940     MOVE ZERO            TO RTT-SEQ.
004950     START RETOURS-TRAVAIL KEY IS NOT LESS THAN RTT-CLE
004960         INVALID KEY SET FIN-RECHERCHE TO TRUE
004970     END-START.
004980     PERFORM 3250-CHERCHER-RETOUR
004990         THRU 3250-CHERCHER-RETOUR-EXIT
005000         UNTIL FIN-RECHERCHE OR RETOUR-TROUVE.
005010     IF NOT RETOUR-TROUVE
005020         GO TO 3200-APPLIQUER-RETOUR-EXIT
005030     END-IF.
005035     MOVE "O" TO RTT-UTILISE.
005040     REWRITE RETOUR-TRAVAIL
005045         INVALID KEY CONTINUE
005050     END-REWRITE.
005055     IF RTT-PAYE
005060         MOVE ENC-NUM-FACTURE      TO REG-NUM-FACTURE
005066         MOVE RTT-DATE             TO REG-DATE
005072         MOVE RTT-MONTANT          TO REG-MONTANT
005078         MOVE SPACE                TO REG-NATURE
005084         MOVE ENC-REMISE-X         TO REG-REFERENCE
005090         WRITE REGLEMENT-RECORD
005100         MOVE SPACE TO ENC-STATUT
005110         ADD 1 TO WS-NB-PAYES
005120         ADD RTT-MONTANT TO WS-MONTANT-PAYE
005130         DISPLAY "Facture " ENC-NUM-FACTURE " payee - "
005140             RTT-MONTANT
005150     ELSE
005160         SET ENC-REJETEE TO TRUE
005170         MOVE RTT-MOTIF TO ENC-MOTIF-REJET
005180         ADD 1 TO WS-NB-REJETS
005190         ADD RTT-MONTANT TO WS-MONTANT-REJETE
005200         DISPLAY "Facture " ENC-NUM-FACTURE " rejetee ("
005210             RTT-MOTIF ") - " FUNCTION TRIM(ENC-CLIENT)
005220     END-IF.
005230 3200-APPLIQUER-RETOUR-EXIT.
005240     EXIT.

005241*----------------------------------------------------------------
005242* 3250-CHERCHER-RETOUR - NEXT LINE OF THE BATCH FOR THE INVOICE,
005243* RETOUR-TROUVE ON THE FIRST ONE NOT MATCHED YET
005244*----------------------------------------------------------------
005245 3250-CHERCHER-RETOUR.
005246     READ RETOURS-TRAVAIL NEXT RECORD
005247         AT END
005248             SET FIN-RECHERCHE TO TRUE
005249             GO TO 3250-CHERCHER-RETOUR-EXIT
005250     END-READ.
005251     IF RTT-REMISE NOT = ENC-REMISE
005252         OR RTT-NUM NOT = ENC-NUM-FACTURE
005253         SET FIN-RECHERCHE TO TRUE
005254         GO TO 3250-CHERCHER-RETOUR-EXIT
005255     END-IF.
005256     IF NOT RTT-APPARIE
005257         SET RETOUR-TROUVE TO TRUE
005258     END-IF.
005259 3250-CHERCHER-RETOUR-EXIT.
005260     EXIT.

005261*----------------------------------------------------------------
005262* 3900-FERMER-RETOURS
005263*----------------------------------------------------------------
005264 3900-FERMER-RETOURS.
005265     CLOSE RETOURS-TRAVAIL.
005266     CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
005267         RETURNING WS-RETOUR-SUPPRESSION.
005268 3900-FERMER-RETOURS-EXIT.
005269     EXIT.

005250*----------------------------------------------------------------
005260* 5500-RECOPIER-TEMP - THE UPDATED COPY BECOMES FACTENCR.DAT
005270*----------------------------------------------------------------
005280 5500-RECOPIER-TEMP.
005290     MOVE "N" TO WS-FIN-TEMP.
005300     OPEN INPUT TEMP-FILE.
005310     OPEN OUTPUT ENCOURS-FILE.
005320     PERFORM UNTIL FIN-TEMP
005330         READ TEMP-FILE
005340             AT END SET FIN-TEMP TO TRUE
005350             NOT AT END
005360                 MOVE TEMP-LIGNE TO ENCOURS-RECORD
005370                 WRITE ENCOURS-RECORD
005380         END-READ
005390     END-PERFORM.
005400     CLOSE TEMP-FILE ENCOURS-FILE.
005410 5500-RECOPIER-TEMP-EXIT.
005420     EXIT.
