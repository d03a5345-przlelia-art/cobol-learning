000140*                 WHAT IS STILL UNPAID, AND THE DUNNING LIST OF
000150*                 CUSTOMERS SITTING ON THE OLDEST OPEN BALANCES.
000160*                 THE OVERDUE CHASE LEAVES THE NOTEBOOK.
000161* 2026-10-15  LM  REGLEMENT-RECORD MOVES TO ITS OWN COPYBOOK -
000162*                 COMMANDE'S CREDIT CHECK READS THE FILE TOO.
000163* 2026-10-15  LM  AGING FLAGS INVOICES BEING COLLECTED BY DIRECT
000164*                 DEBIT AND THOSE THE BANK REJECTED.
000165* 2026-10-15  LM  A PAYMENT ON AN INVOICE WRITTEN OFF BY PERTES
000166*                 IS BOOKED AS A RECOVERY AND REDUCES THE
000167*                 WRITE-OFF; ORDINARY PAYMENTS CARRY A BLANK
000168*                 NATURE.
000169* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000170*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000171*                 REGLEMENTS (SEE HABILITATIONS).
000172* 2026-10-15  LM  THE DUNNING LIST IS SORTED THROUGH THE SORT
000173*                 WORK FILE TRI-RELANCES INSTEAD OF A 200-ENTRY
000174*                 TABLE, SO NO OPEN INVOICE IS LEFT OFF;
000175*                 SAME-DATE INVOICES KEEP THEIR FACTENCR.DAT
000176*                 ORDER.
000177* 2026-10-15  LM  THE DUNNING RUN CAN QUEUE A REMINDER ON
000178*                 NOTIFS.DAT THROUGH NOTIFIER FOR EVERY OPEN
000179*                 INVOICE OLDER THAN 30 DAYS (MODEL RELANCE);
000180*                 INVOICES BEING COLLECTED BY DIRECT DEBIT ARE
000181*                 LEFT ALONE.
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-REGLEMENT-STATUS.
000300
000301     SELECT TEMP-FILE ASSIGN TO "REGLMNTS.TMP"
000302         ORGANIZATION IS LINE SEQUENTIAL
000303         FILE STATUS IS WS-TEMP-STATUS.
000304
000305     SELECT TRI-RELANCES ASSIGN TO "RELANCES.SRT".
000306
000310 DATA DIVISION.
000320 FILE SECTION.
000330
000380* REGLEMENTS - ONE PAYMENT PER LINE AGAINST AN INVOICE NUMBER
000390*----------------------------------------------------------------
000400 FD  REGLEMENT-FILE.
000402     COPY "REGLEMENT-RECORD.cpy".
000404
000406*----------------------------------------------------------------
000408* TEMP - REGLMNTS.DAT REWRITTEN WHEN A RECOVERY REDUCES A
000410* WRITE-OFF
000412*----------------------------------------------------------------
000414 FD  TEMP-FILE.
000416 01  TEMP-LIGNE              PIC X(34).
000418
000420*----------------------------------------------------------------
000422* TRI-RELANCES - SORT WORK FILE FOR THE DUNNING LIST, ONE OPEN
000424* INVOICE PER RECORD
000426*----------------------------------------------------------------
000428 SD  TRI-RELANCES.
000430 01  TRI-RELANCE.
000432     05 TRI-REL-DATE         PIC 9(08).
000434     05 TRI-REL-NUM          PIC 9(06).
000436     05 TRI-REL-CLIENT       PIC X(30).
000438     05 TRI-REL-SOLDE        PIC S9(09)V99.
000450
000460 WORKING-STORAGE SECTION.
000470
000473     COPY "HABILITATION.cpy".
000476
000480 01  WS-MODE                 PIC X(01).
000490     88 MODE-PAIEMENT                 VALUE "P" "p".
000500     88 MODE-AGING                    VALUE "A" "a".
000570 01  WS-AGE-JOURS            PIC S9(09).
000580 01  WS-SOLDE-FACTURE        PIC S9(09)V99.
000590 01  WS-TOTAL-REGLE          PIC 9(09)V99.
000592 01  WS-TOTAL-PERTE          PIC 9(09)V99.
000594 01  WS-RESTE-A-IMPUTER      PIC 9(09)V99.
000596 01  WS-NOM-TEMP             PIC X(40) VALUE "REGLMNTS.TMP".
000598 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.
000600
000610 01  WS-TRANCHE-0-30         PIC 9(11)V99 VALUE ZERO.
000620 01  WS-TRANCHE-31-60        PIC 9(11)V99 VALUE ZERO.
000710 01  WS-REGLEMENT-STATUS     PIC X(02).
000720     88 REGLEMENT-OK                  VALUE "00".
000730
000732 01  WS-TEMP-STATUS          PIC X(02).
000734     88 TEMP-OK                       VALUE "00".
000736
000740 01  WS-SWITCHES.
000750     05 WS-FIN-ENCOURS       PIC X(01) VALUE "N".
000760         88 FIN-ENCOURS               VALUE "Y".
000780         88 FIN-REGLEMENTS            VALUE "Y".
000790     05 WS-FACTURE-TROUVEE   PIC X(01) VALUE "N".
000800         88 FACTURE-TROUVEE           VALUE "O".
000803     05 WS-FIN-TEMP          PIC X(01).
000806         88 FIN-TEMP                  VALUE "Y".
000807     05 WS-FIN-TRI           PIC X(01).
000808         88 FIN-TRI                   VALUE "Y".
000810
000820*----------------------------------------------------------------
000830* OPEN INVOICES RETAINED FOR THE DUNNING LIST
000850*----------------------------------------------------------------
000860 01  WS-NB-RELANCES          PIC 9(04) VALUE ZERO.
000870
000876*----------------------------------------------------------------
000882* CUSTOMER NOTICES FOR OVERDUE INVOICES, HANDED TO NOTIFIER
000888*----------------------------------------------------------------
000894 01  WS-AVISER               PIC X(01) VALUE "N".
000900     88 AVISER-CLIENTS                VALUE "O" "o".
000906 01  WS-DELAI-RELANCE        PIC 9(03) VALUE 30.
000912 01  WS-NB-AVIS              PIC 9(04) VALUE ZERO.
000918 01  WS-NB-SANS-CONTACT      PIC 9(04) VALUE ZERO.
000924 01  WS-SOLDE-EDITE          PIC Z(8)9.99.
000930 01  WS-JOURS-EDITE          PIC Z(4)9.
000940
000950     COPY "NOTIF-RECORD.cpy".
001020
001030 PROCEDURE DIVISION.
001040
001060* 0000-MAINLINE
001070*----------------------------------------------------------------
001080 0000-MAINLINE.
001081     MOVE "REGLEMENTS" TO HAB-PROGRAMME.
001082     CALL "HABILITER" USING HAB-ZONE.
001083     IF NOT HAB-AUTORISE
001084         GOBACK
001085     END-IF.
001090     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001100     DISPLAY "Paiement (P), balance agee (A) ou relances"
001110         " (R) ? ".
001500         " - TTC " ENC-MONTANT-TTC
001510         " - restant du " WS-SOLDE-FACTURE.
001520     IF WS-SOLDE-FACTURE <= ZERO
001521         IF WS-TOTAL-PERTE > ZERO
001522             PERFORM 1700-SAISIR-RECOUVREMENT
001523                 THRU 1700-SAISIR-RECOUVREMENT-EXIT
001524             GO TO 1000-SAISIR-PAIEMENT-EXIT
001525         END-IF
001530         DISPLAY "Facture deja soldee - aucun paiement attendu"
001540         GO TO 1000-SAISIR-PAIEMENT-EXIT
001550     END-IF.
001670     MOVE WS-NUM-FACTURE     TO REG-NUM-FACTURE.
001680     MOVE WS-DATE-JOUR       TO REG-DATE.
001690     MOVE WS-MONTANT-PAIEMENT TO REG-MONTANT.
001695     MOVE SPACE              TO REG-NATURE.
001697     MOVE SPACES             TO REG-REFERENCE.
001700     WRITE REGLEMENT-RECORD.
001710     CLOSE REGLEMENT-FILE.
001720     SUBTRACT WS-MONTANT-PAIEMENT FROM WS-SOLDE-FACTURE.
001980     CLOSE ENCOURS-FILE.
001990 1500-RETROUVER-FACTURE-EXIT.
002000     EXIT.
002001
002002*----------------------------------------------------------------
002003* 1700-SAISIR-RECOUVREMENT - MONEY ON AN INVOICE ALREADY WRITTEN
002004* OFF : BOOKED AS A RECOVERY, THE WRITE-OFF REDUCED TO MATCH SO
002005* THE INVOICE STAYS SETTLED
002006*----------------------------------------------------------------
002007 1700-SAISIR-RECOUVREMENT.
002008     DISPLAY "Facture passee en perte pour " WS-TOTAL-PERTE
002009         " - paiement enregistre en recouvrement".
002010     DISPLAY "Montant recouvre : ".
002011     ACCEPT WS-MONTANT-PAIEMENT.
002012     IF WS-MONTANT-PAIEMENT = ZERO
002013         DISPLAY "Montant nul - abandon"
002014         GO TO 1700-SAISIR-RECOUVREMENT-EXIT
002015     END-IF.
002016     IF WS-MONTANT-PAIEMENT > WS-TOTAL-PERTE
002017         DISPLAY "Montant superieur a la perte restante - abandon"
002018         GO TO 1700-SAISIR-RECOUVREMENT-EXIT
002019     END-IF.
002020     PERFORM 1800-REDUIRE-PERTE
002021         THRU 1800-REDUIRE-PERTE-EXIT.
002022     OPEN EXTEND REGLEMENT-FILE.
002023     IF NOT REGLEMENT-OK
002024         CLOSE REGLEMENT-FILE
002025         OPEN OUTPUT REGLEMENT-FILE
002026     END-IF.
002027     MOVE WS-NUM-FACTURE      TO REG-NUM-FACTURE.
002028     MOVE WS-DATE-JOUR        TO REG-DATE.
002029     MOVE WS-MONTANT-PAIEMENT TO REG-MONTANT.
002030     SET REG-RECOUVREMENT     TO TRUE.
002031     MOVE SPACES              TO REG-REFERENCE.
002032     WRITE REGLEMENT-RECORD.
002033     CLOSE REGLEMENT-FILE.
002034     SUBTRACT WS-MONTANT-PAIEMENT FROM WS-TOTAL-PERTE.
002035     DISPLAY "Recouvrement enregistre - perte restante : "
002036         WS-TOTAL-PERTE.
002037 1700-SAISIR-RECOUVREMENT-EXIT.
002038     EXIT.
002039
002040*----------------------------------------------------------------
002041* 1800-REDUIRE-PERTE - REGLMNTS.DAT TO TEMP WITH THE INVOICE'S
002042* WRITE-OFF LINES REDUCED BY THE RECOVERY, TEMP COPIED BACK
002043*----------------------------------------------------------------
002044 1800-REDUIRE-PERTE.
002045     MOVE WS-MONTANT-PAIEMENT TO WS-RESTE-A-IMPUTER.
002046     MOVE "N" TO WS-FIN-REGLEMENTS.
002047     OPEN INPUT REGLEMENT-FILE.
002048     OPEN OUTPUT TEMP-FILE.
002049     PERFORM UNTIL FIN-REGLEMENTS
002050         READ REGLEMENT-FILE
002051             AT END SET FIN-REGLEMENTS TO TRUE
002052             NOT AT END
002053                 IF REG-NUM-FACTURE = WS-NUM-FACTURE
002054                     AND REG-ABANDON
002055                     AND WS-RESTE-A-IMPUTER > ZERO
002056                     PERFORM 1850-IMPUTER-RECOUVREMENT
002057                         THRU 1850-IMPUTER-RECOUVREMENT-EXIT
002058                 END-IF
002059                 MOVE REGLEMENT-RECORD TO TEMP-LIGNE
002060                 WRITE TEMP-LIGNE
002061         END-READ
002062     END-PERFORM.
002063     CLOSE REGLEMENT-FILE TEMP-FILE.
002064     MOVE "N" TO WS-FIN-TEMP.
002065     OPEN INPUT TEMP-FILE.
002066     OPEN OUTPUT REGLEMENT-FILE.
002067     PERFORM UNTIL FIN-TEMP
002068         READ TEMP-FILE
002069             AT END SET FIN-TEMP TO TRUE
002070             NOT AT END
002071                 MOVE TEMP-LIGNE TO REGLEMENT-RECORD
002072                 WRITE REGLEMENT-RECORD
002073         END-READ
002074     END-PERFORM.
002075     CLOSE TEMP-FILE REGLEMENT-FILE.
002076     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
002077         RETURNING WS-RETOUR-SUPPRESSION.
002078 1800-REDUIRE-PERTE-EXIT.
002079     EXIT.
002080
002081*----------------------------------------------------------------
002082* 1850-IMPUTER-RECOUVREMENT
002083*----------------------------------------------------------------
002084 1850-IMPUTER-RECOUVREMENT.
002085     IF REG-MONTANT > WS-RESTE-A-IMPUTER
002086         SUBTRACT WS-RESTE-A-IMPUTER FROM REG-MONTANT
002087         MOVE ZERO TO WS-RESTE-A-IMPUTER
002088     ELSE
002089         SUBTRACT REG-MONTANT FROM WS-RESTE-A-IMPUTER
002090         MOVE ZERO TO REG-MONTANT
002091     END-IF.
002092 1850-IMPUTER-RECOUVREMENT-EXIT.
002093     EXIT.
002010
002020*----------------------------------------------------------------
002030* 2000-SOMMER-REGLEMENTS - TOTAL ALREADY PAID ON WS-NUM-FACTURE
002040*----------------------------------------------------------------
002050 2000-SOMMER-REGLEMENTS.
002060     MOVE ZERO TO WS-TOTAL-REGLE.
002065     MOVE ZERO TO WS-TOTAL-PERTE.
002070     MOVE "N" TO WS-FIN-REGLEMENTS.
002080     OPEN INPUT REGLEMENT-FILE.
002090     IF NOT REGLEMENT-OK
002150             NOT AT END
002160                 IF REG-NUM-FACTURE = WS-NUM-FACTURE
002170                     ADD REG-MONTANT TO WS-TOTAL-REGLE
002172                     IF REG-ABANDON
002174                         ADD REG-MONTANT TO WS-TOTAL-PERTE
002176                     END-IF
002180                 END-IF
002190         END-READ
002200     END-PERFORM.
002710         " - " FUNCTION TRIM(ENC-CLIENT)
002720         " - restant " WS-SOLDE-FACTURE
002730         " (" WS-AGE-JOURS " jours)".
002731     IF ENC-EN-PRELEVEMENT
002732         DISPLAY "    prelevement en cours - remise " ENC-REMISE
002733     END-IF.
002734     IF ENC-REJETEE
002735         DISPLAY "    prelevement rejete - motif " ENC-MOTIF-REJET
002736     END-IF.
002740     IF WS-AGE-JOURS <= 30
002750         ADD WS-SOLDE-FACTURE TO WS-TRANCHE-0-30
002760     ELSE
002890
002900*----------------------------------------------------------------
002910* 5000-EDITER-RELANCES - OPEN INVOICES OLDEST FIRST, THE LIST
002913* THE CHASE WORKS FROM. SORTED THROUGH TRI-RELANCES SO THE LIST
002916* HOLDS EVERY OPEN INVOICE WHATEVER THE SIZE OF FACTENCR.DAT
002930*----------------------------------------------------------------
002940 5000-EDITER-RELANCES.
002950     OPEN INPUT ENCOURS-FILE.
002970         DISPLAY "Aucune facture en compte : FACTENCR.DAT"
002980         GO TO 5000-EDITER-RELANCES-EXIT
002990     END-IF.
002991     DISPLAY "Aviser les clients des factures echues (O/N) ? ".
002992     ACCEPT WS-AVISER.
002993     SORT TRI-RELANCES
002994         ON ASCENDING KEY TRI-REL-DATE
002995         WITH DUPLICATES IN ORDER
002996         INPUT PROCEDURE IS 5050-RETENIR-RELANCES
002997             THRU 5050-RETENIR-RELANCES-EXIT
002998         OUTPUT PROCEDURE IS 5500-LISTER-RELANCES
002999             THRU 5500-LISTER-RELANCES-EXIT.
003000     IF AVISER-CLIENTS
003001         DISPLAY "Avis de relance mis en file : " WS-NB-AVIS
003002         DISPLAY "Clients sans contact        : "
003003             WS-NB-SANS-CONTACT
003004     END-IF.
003005 5000-EDITER-RELANCES-EXIT.
003006     EXIT.
003007
003008*----------------------------------------------------------------
003009* 5050-RETENIR-RELANCES - SORT INPUT : EVERY INVOICE STILL OWED
003010*----------------------------------------------------------------
003011 5050-RETENIR-RELANCES.
003000     PERFORM UNTIL FIN-ENCOURS
003010         READ ENCOURS-FILE
003020             AT END SET FIN-ENCOURS TO TRUE
003060         END-READ
003070     END-PERFORM.
003080     CLOSE ENCOURS-FILE.
003230 5050-RETENIR-RELANCES-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------
003360     IF WS-SOLDE-FACTURE <= ZERO
003370         GO TO 5100-RETENIR-UNE-RELANCE-EXIT
003380     END-IF.
003440     ADD 1 TO WS-NB-RELANCES.
003446     MOVE ENC-DATE         TO TRI-REL-DATE.
003452     MOVE ENC-NUM-FACTURE  TO TRI-REL-NUM.
003458     MOVE ENC-CLIENT       TO TRI-REL-CLIENT.
003464     MOVE WS-SOLDE-FACTURE TO TRI-REL-SOLDE.
003470     RELEASE TRI-RELANCE.
003476     IF AVISER-CLIENTS
003482         PERFORM 5200-AVISER-CLIENT
003488             THRU 5200-AVISER-CLIENT-EXIT
003494     END-IF.
003500 5100-RETENIR-UNE-RELANCE-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------------
003535* 5200-AVISER-CLIENT - AN OPEN INVOICE OLDER THAN THE USUAL 30
003540* DAYS, NOT ALREADY BEING COLLECTED BY DIRECT DEBIT : QUEUE A
003545* REMINDER FOR THE CUSTOMER THROUGH NOTIFIER (MODEL RELANCE)
003550*----------------------------------------------------------------
003555 5200-AVISER-CLIENT.
003560     IF ENC-EN-PRELEVEMENT
003565         GO TO 5200-AVISER-CLIENT-EXIT
003570     END-IF.
003575     COMPUTE WS-AGE-JOURS =
003580         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
003585         - FUNCTION INTEGER-OF-DATE(ENC-DATE).
003590     IF WS-AGE-JOURS NOT > WS-DELAI-RELANCE
003595         GO TO 5200-AVISER-CLIENT-EXIT
003600     END-IF.
003605     MOVE SPACES TO NOTIF-RECORD.
003610     MOVE "REGLEMENTS"      TO NTF-PROGRAMME.
003615     MOVE "RELANCE"         TO NTF-MODELE.
003620     MOVE ENC-NUM-FACTURE   TO NTF-REFERENCE NTF-CHAMP(1).
003625     MOVE ENC-CLIENT(1:10)  TO NTF-CLIENT.
003630     MOVE ENC-DATE          TO NTF-CHAMP(2).
003635     MOVE WS-SOLDE-FACTURE  TO WS-SOLDE-EDITE.
003640     MOVE WS-SOLDE-EDITE    TO NTF-CHAMP(3).
003645     MOVE WS-AGE-JOURS      TO WS-JOURS-EDITE.
003650     MOVE WS-JOURS-EDITE    TO NTF-CHAMP(4).
003655     CALL "NOTIFIER" USING NOTIF-RECORD.
003660     IF NTF-SANS-CONTACT
003665         ADD 1 TO WS-NB-SANS-CONTACT
003670     ELSE
003675         ADD 1 TO WS-NB-AVIS
003680     END-IF.
003685 5200-AVISER-CLIENT-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------------
003716* 5500-LISTER-RELANCES - SORT OUTPUT : OLDEST INVOICE FIRST,
003722* INVOICES OF THE SAME DATE IN FACTENCR.DAT ORDER
003730*----------------------------------------------------------------
003733 5500-LISTER-RELANCES.
003736     IF WS-NB-RELANCES = ZERO
003739         DISPLAY "Aucune facture impayee - rien a relancer"
003742         GO TO 5500-LISTER-RELANCES-EXIT
003745     END-IF.
003748     DISPLAY "Liste de relance - la plus ancienne d'abord".
003751     DISPLAY "-----------------------------------------".
003754     MOVE "N" TO WS-FIN-TRI.
003757     PERFORM UNTIL FIN-TRI
003760         RETURN TRI-RELANCES
003763             AT END SET FIN-TRI TO TRUE
003766             NOT AT END
003769                 DISPLAY FUNCTION TRIM(TRI-REL-CLIENT)
003772                     " - facture " TRI-REL-NUM
003775                     " du " TRI-REL-DATE
003778                     " - restant " TRI-REL-SOLDE
003781         END-RETURN
003800     END-PERFORM.
003810 5500-LISTER-RELANCES-EXIT.
003820     EXIT.
