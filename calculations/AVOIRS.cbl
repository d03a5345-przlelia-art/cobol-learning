000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AVOIRS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. CUSTOMER CREDIT NOTES : APPLIES A
000110*                 CREDIT NOTE FROM AVOIRS.DAT TO ONE OR MORE OF
000120*                 THE CUSTOMER'S OPEN INVOICES ("V" LINES ON
000130*                 REGLMNTS.DAT, SO THE AGING, THE DUNNING LIST
000140*                 AND THE CASH RECONCILIATION SEE THE NET
000150*                 BALANCE), REFUNDS WHAT IS LEFT OF IT, AND LISTS
000160*                 THE CREDIT NOTES STILL UNAPPLIED AFTER 30 DAYS.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000166*                 AVOIRS (SEE HABILITATIONS).
000167* 2026-10-15  LM  THE CUSTOMER'S OPEN INVOICES ARE KEPT ON THE
000168*                 KEYED WORK FILE AVOUV.TMP INSTEAD OF A 100-ENTRY
000169*                 TABLE, SO EVERY ONE OF THEM CAN TAKE THE CREDIT.
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT AVOIRS-FILE ASSIGN TO "AVOIRS.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS AVR-NUM-AVOIR
000250         FILE STATUS IS WS-AVOIRS-STATUS.

000260     SELECT ENCOURS-FILE ASSIGN TO "FACTENCR.DAT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-ENCOURS-STATUS.

000290     SELECT REGLEMENT-FILE ASSIGN TO "REGLMNTS.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-REGLEMENT-STATUS.

000311     SELECT OUVERTES-TRAVAIL ASSIGN TO "AVOUV.TMP"
000312         ORGANIZATION IS INDEXED
000313         ACCESS MODE IS RANDOM
000314         RECORD KEY IS OUV-NUM
000315         FILE STATUS IS WS-TRAVAIL-STATUS.

000320 DATA DIVISION.
000330 FILE SECTION.

000340 FD  AVOIRS-FILE.
000350     COPY "AVOIR-RECORD.cpy".

000360 FD  ENCOURS-FILE.
000370     COPY "ENCOURS-RECORD.cpy".

000380 FD  REGLEMENT-FILE.
000390     COPY "REGLEMENT-RECORD.cpy".

000391*----------------------------------------------------------------
000392* OUVERTES-TRAVAIL - THE CUSTOMER'S INVOICES WITH A BALANCE LEFT
000393*----------------------------------------------------------------
000394 FD  OUVERTES-TRAVAIL.
000395 01  OUVERTE-TRAVAIL.
000396     05 OUV-NUM              PIC 9(06).
000397     05 OUV-DATE             PIC 9(08).
000398     05 OUV-SOLDE            PIC S9(09)V99.

000400 WORKING-STORAGE SECTION.

000405     COPY "HABILITATION.cpy".

000410 01  WS-MODE                 PIC X(01).
000420     88 MODE-IMPUTATION               VALUE "I" "i".
000430     88 MODE-REMBOURSEMENT            VALUE "R" "r".
000440     88 MODE-LISTE                    VALUE "L" "l".

000450 01  WS-DATE-JOUR            PIC 9(08).
000460 01  WS-MESSAGE-STATUT       PIC X(40).
000463 01  WS-NOM-TRAVAIL          PIC X(40) VALUE "AVOUV.TMP".
000466 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.
000470 01  WS-NUM-AVOIR            PIC 9(08).
000480 01  WS-NUM-FACTURE          PIC 9(06).
000490 01  WS-MONTANT              PIC 9(07)V99.
000500 01  WS-MAXIMUM              PIC 9(09)V99.
000510 01  WS-DISPONIBLE           PIC 9(07)V99.
000520 01  WS-TOTAL-REGLE          PIC 9(09)V99.
000530 01  WS-SOLDE-FACTURE        PIC S9(09)V99.
000540 01  WS-AGE-JOURS            PIC S9(09).
000550 01  WS-AGE-MINIMUM          PIC 9(03).
000560 01  WS-CONFIRMATION         PIC X(01).
000570     88 CONFIRME                      VALUE "O" "o".

000580 01  WS-NB-NON-IMPUTES       PIC 9(05) VALUE ZERO.
000590 01  WS-TOTAL-NON-IMPUTE     PIC 9(09)V99 VALUE ZERO.

000600 01  WS-SAISIE-NUMERIQUE     PIC X(12).
000610 01  WS-VALNUM-MIN           PIC S9(08).
000620 01  WS-VALNUM-MAX           PIC S9(08).
000630 01  WS-VALNUM-VALEUR        PIC S9(08).
000640 01  WS-VALNUM-VERDICT       PIC X(01).
000650     88 SAISIE-VALIDE                 VALUE "O".

000660 01  WS-NB-OUVERTES          PIC 9(06) VALUE ZERO.

000750 01  WS-AVOIRS-STATUS        PIC X(02).
000760     88 AVOIRS-OK                     VALUE "00".

000770 01  WS-ENCOURS-STATUS       PIC X(02).
000780     88 ENCOURS-OK                    VALUE "00".

000790 01  WS-REGLEMENT-STATUS     PIC X(02).
000800     88 REGLEMENT-OK                  VALUE "00".

000803 01  WS-TRAVAIL-STATUS       PIC X(02).
000806     88 TRAVAIL-OK                    VALUE "00".

000810 01  WS-SWITCHES.
000820     05 WS-FIN-ENCOURS       PIC X(01) VALUE "N".
000830         88 FIN-ENCOURS               VALUE "Y".
000840     05 WS-FIN-REGLEMENTS    PIC X(01).
000850         88 FIN-REGLEMENTS            VALUE "Y".
000860     05 WS-FIN-AVOIRS        PIC X(01) VALUE "N".
000870         88 FIN-AVOIRS                VALUE "Y".
000880     05 WS-FIN-SAISIE        PIC X(01) VALUE "N".
000890         88 FIN-SAISIE                VALUE "Y".
000900     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
000910         88 TRAVAIL-OUVERT            VALUE "O".

000920 PROCEDURE DIVISION.

000930*----------------------------------------------------------------
000940* 0000-MAINLINE
000950*----------------------------------------------------------------
000960 0000-MAINLINE.
000961     MOVE "AVOIRS" TO HAB-PROGRAMME.
000962     CALL "HABILITER" USING HAB-ZONE.
000963     IF NOT HAB-AUTORISE
000964         GOBACK
000965     END-IF.
000970     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000980     DISPLAY "Imputer un avoir (I), rembourser (R) ou liste des"
000990         " avoirs non imputes (L) ? ".
001000     ACCEPT WS-MODE.
001010     OPEN I-O AVOIRS-FILE.
001020     IF NOT AVOIRS-OK
001030         CALL "FICHSTAT" USING WS-AVOIRS-STATUS
001040             WS-MESSAGE-STATUT
001050         DISPLAY "AVOIRS.DAT : "
001060             FUNCTION TRIM(WS-MESSAGE-STATUT)
001070         GO TO 0000-FIN
001080     END-IF.
001090     IF MODE-IMPUTATION
001100         PERFORM 1000-IMPUTER-AVOIR
001110             THRU 1000-IMPUTER-AVOIR-EXIT
001120     ELSE
001130         IF MODE-REMBOURSEMENT
001140             PERFORM 3000-REMBOURSER-AVOIR
001150                 THRU 3000-REMBOURSER-AVOIR-EXIT
001160         ELSE
001170             IF MODE-LISTE
001180                 PERFORM 4000-LISTER-NON-IMPUTES
001190                     THRU 4000-LISTER-NON-IMPUTES-EXIT
001200             ELSE
001210                 DISPLAY "Mode inconnu, merci de choisir"
001215                     " I, R ou L"
001220             END-IF
001230         END-IF
001240     END-IF.
001250     CLOSE AVOIRS-FILE.
001260 0000-FIN.
001270     STOP RUN.

001280*----------------------------------------------------------------
001290* 0500-LIRE-AVOIR - THE CREDIT NOTE MUST EXIST WITH SOMETHING
001300* LEFT ON IT
001310*----------------------------------------------------------------
001320 0500-LIRE-AVOIR.
001330     DISPLAY "Numero d'avoir : ".
001340     ACCEPT WS-NUM-AVOIR.
001350     MOVE WS-NUM-AVOIR TO AVR-NUM-AVOIR.
001360     MOVE ZERO TO WS-DISPONIBLE.
001370     READ AVOIRS-FILE
001380         INVALID KEY
001390             DISPLAY "Avoir inconnu : " WS-NUM-AVOIR
001400             GO TO 0500-LIRE-AVOIR-EXIT
001410     END-READ.
001420     COMPUTE WS-DISPONIBLE =
001430         AVR-MONTANT-TTC - AVR-IMPUTE - AVR-REMBOURSE.
001440     DISPLAY "Avoir " AVR-NUM-AVOIR " du " AVR-DATE " - client "
001450         AVR-CLIENT " - commande " AVR-NUM-CMD.
001460     DISPLAY "TTC " AVR-MONTANT-TTC " - impute " AVR-IMPUTE
001470         " - rembourse " AVR-REMBOURSE " - disponible "
001480         WS-DISPONIBLE.
001490     IF WS-DISPONIBLE = ZERO
001500         DISPLAY "Avoir entierement utilise"
001510     END-IF.
001520 0500-LIRE-AVOIR-EXIT.
001530     EXIT.

001540*----------------------------------------------------------------
001550* 1000-IMPUTER-AVOIR - ONE INVOICE AT A TIME UNTIL THE CREDIT IS
001560* USED UP OR THE OPERATOR STOPS
001570*----------------------------------------------------------------
001580 1000-IMPUTER-AVOIR.
001590     PERFORM 0500-LIRE-AVOIR
001600         THRU 0500-LIRE-AVOIR-EXIT.
001610     IF WS-DISPONIBLE = ZERO
001620         GO TO 1000-IMPUTER-AVOIR-EXIT
001630     END-IF.
001640     PERFORM 1100-CHARGER-OUVERTES
001650         THRU 1100-CHARGER-OUVERTES-EXIT.
001652     IF NOT TRAVAIL-OUVERT
001654         GO TO 1000-IMPUTER-AVOIR-EXIT
001656     END-IF.
001660     IF WS-NB-OUVERTES = ZERO
001670         DISPLAY "Aucune facture ouverte pour " AVR-CLIENT
001680             " - l'avoir peut etre rembourse (R)"
001683         PERFORM 1900-FERMER-OUVERTES
001686             THRU 1900-FERMER-OUVERTES-EXIT
001690         GO TO 1000-IMPUTER-AVOIR-EXIT
001700     END-IF.
001710     OPEN EXTEND REGLEMENT-FILE.
001720     IF NOT REGLEMENT-OK
001730         CLOSE REGLEMENT-FILE
001740         OPEN OUTPUT REGLEMENT-FILE
001750     END-IF.
001760     PERFORM 1200-IMPUTER-UNE-FACTURE
001770         THRU 1200-IMPUTER-UNE-FACTURE-EXIT
001780         UNTIL FIN-SAISIE OR WS-DISPONIBLE = ZERO.
001790     CLOSE REGLEMENT-FILE.
001793     PERFORM 1900-FERMER-OUVERTES
001796         THRU 1900-FERMER-OUVERTES-EXIT.
001800     IF WS-DISPONIBLE = ZERO
001810         SET AVR-SOLDE TO TRUE
001820     END-IF.
001830     REWRITE AVOIR-RECORD.
001840     DISPLAY "Avoir " AVR-NUM-AVOIR " - impute " AVR-IMPUTE
001850         " - reste disponible " WS-DISPONIBLE.
001860 1000-IMPUTER-AVOIR-EXIT.
001870     EXIT.

001880*----------------------------------------------------------------
001890* 1100-CHARGER-OUVERTES - THE CUSTOMER'S INVOICES STILL OWED AND
001900* NOT BEING COLLECTED BY DIRECT DEBIT
001910*----------------------------------------------------------------
001920 1100-CHARGER-OUVERTES.
001921     OPEN OUTPUT OUVERTES-TRAVAIL.
001922     IF NOT TRAVAIL-OK
001923         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
001924             WS-MESSAGE-STATUT
001925         DISPLAY "AVOUV.TMP : "
001926             FUNCTION TRIM(WS-MESSAGE-STATUT)
001927         GO TO 1100-CHARGER-OUVERTES-EXIT
001928     END-IF.
001929     CLOSE OUVERTES-TRAVAIL.
001930     OPEN I-O OUVERTES-TRAVAIL.
001931     SET TRAVAIL-OUVERT TO TRUE.
001930     OPEN INPUT ENCOURS-FILE.
001940     IF NOT ENCOURS-OK
001950         DISPLAY "Aucune facture en compte : FACTENCR.DAT"
001960         GO TO 1100-CHARGER-OUVERTES-EXIT
001970     END-IF.
001980     PERFORM UNTIL FIN-ENCOURS
001990         READ ENCOURS-FILE
002000             AT END SET FIN-ENCOURS TO TRUE
002010             NOT AT END
002020                 IF ENC-CLIENT = AVR-CLIENT
002030                     AND NOT ENC-EN-PRELEVEMENT
002040                     PERFORM 1150-RETENIR-OUVERTE
002050                         THRU 1150-RETENIR-OUVERTE-EXIT
002060                 END-IF
002070         END-READ
002080     END-PERFORM.
002090     CLOSE ENCOURS-FILE.
002100 1100-CHARGER-OUVERTES-EXIT.
002110     EXIT.

002120*----------------------------------------------------------------
002130* 1150-RETENIR-OUVERTE
002140*----------------------------------------------------------------
002150 1150-RETENIR-OUVERTE.
002160     MOVE ENC-NUM-FACTURE TO WS-NUM-FACTURE.
002170     PERFORM 2000-SOMMER-REGLEMENTS
002180         THRU 2000-SOMMER-REGLEMENTS-EXIT.
002190     COMPUTE WS-SOLDE-FACTURE =
002200         ENC-MONTANT-TTC - WS-TOTAL-REGLE.
002210     IF WS-SOLDE-FACTURE <= ZERO
002220         GO TO 1150-RETENIR-OUVERTE-EXIT
002230     END-IF.
002238     MOVE ENC-NUM-FACTURE  TO OUV-NUM.
002246     MOVE ENC-DATE         TO OUV-DATE.
002254     MOVE WS-SOLDE-FACTURE TO OUV-SOLDE.
002262     WRITE OUVERTE-TRAVAIL
002270         INVALID KEY GO TO 1150-RETENIR-OUVERTE-EXIT
002278     END-WRITE.
002290     ADD 1 TO WS-NB-OUVERTES.
002340     DISPLAY "  Facture " ENC-NUM-FACTURE " du " ENC-DATE
002350         " - restant du " WS-SOLDE-FACTURE.
002360 1150-RETENIR-OUVERTE-EXIT.
002370     EXIT.

002380*----------------------------------------------------------------
002390* 1200-IMPUTER-UNE-FACTURE - 0 ENDS; AN AMOUNT OF 0 TAKES AS MUCH
002400* AS THE CREDIT AND THE INVOICE ALLOW
002410*----------------------------------------------------------------
002420 1200-IMPUTER-UNE-FACTURE.
002430     DISPLAY "Facture a imputer (0 = fin) : ".
002440     MOVE ZERO TO WS-NUM-FACTURE.
002450     ACCEPT WS-NUM-FACTURE.
002460     IF WS-NUM-FACTURE = ZERO
002470         SET FIN-SAISIE TO TRUE
002480         GO TO 1200-IMPUTER-UNE-FACTURE-EXIT
002490     END-IF.
002500     MOVE WS-NUM-FACTURE TO OUV-NUM.
002510     READ OUVERTES-TRAVAIL
002520         INVALID KEY
002530             DISPLAY "Facture non ouverte pour ce client : "
002540                 WS-NUM-FACTURE
002550             GO TO 1200-IMPUTER-UNE-FACTURE-EXIT
002560     END-READ.
002570     IF OUV-SOLDE <= ZERO
002650         DISPLAY "Facture deja soldee : " WS-NUM-FACTURE
002660         GO TO 1200-IMPUTER-UNE-FACTURE-EXIT
002670     END-IF.
002680     MOVE WS-DISPONIBLE TO WS-MAXIMUM.
002690     IF OUV-SOLDE < WS-MAXIMUM
002700         MOVE OUV-SOLDE TO WS-MAXIMUM
002710     END-IF.
002720     DISPLAY "Montant a imputer (0 = " WS-MAXIMUM ") : ".
002730     MOVE ZERO TO WS-MONTANT.
002740     ACCEPT WS-MONTANT.
002750     IF WS-MONTANT = ZERO
002760         MOVE WS-MAXIMUM TO WS-MONTANT
002770     END-IF.
002780     IF WS-MONTANT > WS-MAXIMUM
002790         DISPLAY "Montant superieur au maximum " WS-MAXIMUM
002800         GO TO 1200-IMPUTER-UNE-FACTURE-EXIT
002810     END-IF.
002820     MOVE WS-NUM-FACTURE TO REG-NUM-FACTURE.
002830     MOVE WS-DATE-JOUR   TO REG-DATE.
002840     MOVE WS-MONTANT     TO REG-MONTANT.
002850     SET REG-AVOIR       TO TRUE.
002860     MOVE AVR-NUM-AVOIR  TO REG-REFERENCE.
002870     WRITE REGLEMENT-RECORD.
002880     ADD WS-MONTANT TO AVR-IMPUTE.
002890     SUBTRACT WS-MONTANT FROM WS-DISPONIBLE.
002894     SUBTRACT WS-MONTANT FROM OUV-SOLDE.
002898     REWRITE OUVERTE-TRAVAIL
002902         INVALID KEY CONTINUE
002906     END-REWRITE.
002910     DISPLAY "Impute " WS-MONTANT " sur la facture "
002920         WS-NUM-FACTURE " - restant du " OUV-SOLDE.
002930 1200-IMPUTER-UNE-FACTURE-EXIT.
002940     EXIT.

002943*----------------------------------------------------------------
002946* 1900-FERMER-OUVERTES
002950*----------------------------------------------------------------
002951 1900-FERMER-OUVERTES.
002952     CLOSE OUVERTES-TRAVAIL.
002953     MOVE "N" TO WS-TRAVAIL-OUVERT.
002954     CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
002955         RETURNING WS-RETOUR-SUPPRESSION.
002956 1900-FERMER-OUVERTES-EXIT.
002957     EXIT.

002958*----------------------------------------------------------------
002960* 2000-SOMMER-REGLEMENTS - PAYMENTS, CREDITS AND WRITE-OFFS
002970* ALREADY ON WS-NUM-FACTURE
002980*----------------------------------------------------------------
002990 2000-SOMMER-REGLEMENTS.
003000     MOVE ZERO TO WS-TOTAL-REGLE.
003010     MOVE "N" TO WS-FIN-REGLEMENTS.
003020     OPEN INPUT REGLEMENT-FILE.
003030     IF NOT REGLEMENT-OK
003040         GO TO 2000-SOMMER-REGLEMENTS-EXIT
003050     END-IF.
003060     PERFORM UNTIL FIN-REGLEMENTS
003070         READ REGLEMENT-FILE
003080             AT END SET FIN-REGLEMENTS TO TRUE
003090             NOT AT END
003100                 IF REG-NUM-FACTURE = WS-NUM-FACTURE
003110                     ADD REG-MONTANT TO WS-TOTAL-REGLE
003120                 END-IF
003130         END-READ
003140     END-PERFORM.
003150     CLOSE REGLEMENT-FILE.
003160 2000-SOMMER-REGLEMENTS-EXIT.
003170     EXIT.

003180*----------------------------------------------------------------
003190* 3000-REMBOURSER-AVOIR - WHAT IS LEFT GOES BACK TO THE CUSTOMER
003200* AND THE CREDIT NOTE IS CLOSED
003210*----------------------------------------------------------------
003220 3000-REMBOURSER-AVOIR.
003230     PERFORM 0500-LIRE-AVOIR
003240         THRU 0500-LIRE-AVOIR-EXIT.
003250     IF WS-DISPONIBLE = ZERO
003260         GO TO 3000-REMBOURSER-AVOIR-EXIT
003270     END-IF.
003280     DISPLAY "Rembourser " WS-DISPONIBLE " au client (O/N) ? ".
003290     ACCEPT WS-CONFIRMATION.
003300     IF NOT CONFIRME
003310         DISPLAY "Remboursement abandonne"
003320         GO TO 3000-REMBOURSER-AVOIR-EXIT
003330     END-IF.
003340     ADD WS-DISPONIBLE TO AVR-REMBOURSE.
003350     MOVE WS-DATE-JOUR TO AVR-DATE-REMBOURSEMENT.
003360     SET AVR-SOLDE TO TRUE.
003370     REWRITE AVOIR-RECORD.
003380     DISPLAY "Remboursement a effectuer : " WS-DISPONIBLE
003390         " - client " AVR-CLIENT.
003400 3000-REMBOURSER-AVOIR-EXIT.
003410     EXIT.

003420*----------------------------------------------------------------
003430* 4000-LISTER-NON-IMPUTES - CREDIT NOTES WITH SOMETHING LEFT,
003440* OLDER THAN THE AGE ASKED FOR
003450*----------------------------------------------------------------
003460 4000-LISTER-NON-IMPUTES.
003470     MOVE 0 TO WS-VALNUM-MIN.
003480     MOVE 999 TO WS-VALNUM-MAX.
003490     MOVE "N" TO WS-VALNUM-VERDICT.
003500     PERFORM UNTIL SAISIE-VALIDE
003510         DISPLAY "Anciennete minimum en jours (vide = 30) : "
003520         MOVE SPACES TO WS-SAISIE-NUMERIQUE
003530         ACCEPT WS-SAISIE-NUMERIQUE
003540         IF WS-SAISIE-NUMERIQUE = SPACES
003550             MOVE "30" TO WS-SAISIE-NUMERIQUE
003560         END-IF
003570         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
003580             WS-VALNUM-MIN WS-VALNUM-MAX
003590             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
003600         IF NOT SAISIE-VALIDE
003610             DISPLAY "Nombre de jours invalide,"
003615                 " merci de reessayer"
003620         END-IF
003630     END-PERFORM.
003640     MOVE WS-VALNUM-VALEUR TO WS-AGE-MINIMUM.
003650     DISPLAY "Avoirs non imputes de plus de " WS-AGE-MINIMUM
003660         " jours".
003670     DISPLAY "-----------------------------------------".
003680     MOVE ZERO TO AVR-NUM-AVOIR.
003690     START AVOIRS-FILE KEY IS NOT LESS THAN AVR-NUM-AVOIR
003700         INVALID KEY SET FIN-AVOIRS TO TRUE
003710     END-START.
003720     PERFORM UNTIL FIN-AVOIRS
003730         READ AVOIRS-FILE NEXT RECORD
003740             AT END SET FIN-AVOIRS TO TRUE
003750             NOT AT END
003760                 PERFORM 4100-EXAMINER-AVOIR
003770                     THRU 4100-EXAMINER-AVOIR-EXIT
003780         END-READ
003790     END-PERFORM.
003800     DISPLAY "-----------------------------------------".
003810     DISPLAY "Avoirs non imputes : " WS-NB-NON-IMPUTES.
003820     DISPLAY "Montant disponible : " WS-TOTAL-NON-IMPUTE.
003830 4000-LISTER-NON-IMPUTES-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------
003860* 4100-EXAMINER-AVOIR
003870*----------------------------------------------------------------
003880 4100-EXAMINER-AVOIR.
003890     COMPUTE WS-DISPONIBLE =
003900         AVR-MONTANT-TTC - AVR-IMPUTE - AVR-REMBOURSE.
003910     IF WS-DISPONIBLE = ZERO
003920         GO TO 4100-EXAMINER-AVOIR-EXIT
003930     END-IF.
003940     COMPUTE WS-AGE-JOURS =
003950         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
003960         - FUNCTION INTEGER-OF-DATE(AVR-DATE).
003970     IF WS-AGE-JOURS <= WS-AGE-MINIMUM
003980         GO TO 4100-EXAMINER-AVOIR-EXIT
003990     END-IF.
004000     ADD 1 TO WS-NB-NON-IMPUTES.
004010     ADD WS-DISPONIBLE TO WS-TOTAL-NON-IMPUTE.
004020     DISPLAY "Avoir " AVR-NUM-AVOIR " du " AVR-DATE " - "
004030         AVR-CLIENT " - disponible " WS-DISPONIBLE " ("
004040         WS-AGE-JOURS " jours)".
004050 4100-EXAMINER-AVOIR-EXIT.
004060     EXIT.
