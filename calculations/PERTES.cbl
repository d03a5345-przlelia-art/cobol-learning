000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERTES.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. BAD-DEBT WRITE-OFF : AN OPERATOR
000110*                 NAMED ON PROVCFG.DAT WRITES OFF ALL OR PART OF
000120*                 AN INVOICE BALANCE WITH A REASON. THE "A" LINE
000130*                 ON REGLMNTS.DAT SETTLES THE INVOICE, SO IT
000140*                 LEAVES THE AGING AND THE DUNNING LIST, AND
000150*                 PERTES.DAT KEEPS THE REGISTER, PRINTED BY YEAR
000160*                 WITH WHAT WAS RECOVERED SINCE.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000166*                 PERTES (SEE HABILITATIONS).
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT CONFIG-FILE ASSIGN TO "PROVCFG.DAT"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-CONFIG-STATUS.

000240     SELECT ENCOURS-FILE ASSIGN TO "FACTENCR.DAT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-ENCOURS-STATUS.

000270     SELECT REGLEMENT-FILE ASSIGN TO "REGLMNTS.DAT"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-REGLEMENT-STATUS.

000300     SELECT PERTE-FILE ASSIGN TO "PERTES.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PERTE-STATUS.

000330 DATA DIVISION.
000340 FILE SECTION.

000350 FD  CONFIG-FILE.
000360     COPY "PROVCFG-RECORD.cpy".

000370 FD  ENCOURS-FILE.
000380     COPY "ENCOURS-RECORD.cpy".

000390 FD  REGLEMENT-FILE.
000400     COPY "REGLEMENT-RECORD.cpy".

000410 FD  PERTE-FILE.
000420     COPY "PERTE-RECORD.cpy".

000430 WORKING-STORAGE SECTION.

000435     COPY "HABILITATION.cpy".

000440 01  WS-MODE                 PIC X(01).
000450     88 MODE-ABANDON                  VALUE "A" "a".
000460     88 MODE-REGISTRE                 VALUE "R" "r".

000470 01  WS-DATE-JOUR            PIC 9(08).
000480 01  WS-OPERATEUR            PIC X(20).
000490 01  WS-NUM-FACTURE          PIC 9(06).
000500 01  WS-MONTANT-PERTE        PIC 9(09)V99.
000510 01  WS-MOTIF                PIC X(40).
000520 01  WS-CONFIRMATION         PIC X(01).
000530     88 CONFIRME                      VALUE "O" "o".

000540 01  WS-AGE-JOURS            PIC S9(09).
000550 01  WS-TOTAL-REGLE          PIC 9(09)V99.
000560 01  WS-SOLDE-FACTURE        PIC S9(09)V99.
000570 01  WS-RECOUVRE             PIC 9(09)V99.

000580 01  WS-ANNEE                PIC 9(04).
000590 01  WS-NB-PERTES            PIC 9(05) VALUE ZERO.
000600 01  WS-TOTAL-PERTES         PIC 9(11)V99 VALUE ZERO.
000610 01  WS-TOTAL-RECOUVRE       PIC 9(11)V99 VALUE ZERO.
000620 01  WS-RECOUVRE-ANNEE       PIC 9(11)V99 VALUE ZERO.

000630 01  WS-SAISIE-NUMERIQUE     PIC X(12).
000640 01  WS-VALNUM-MIN           PIC S9(08).
000650 01  WS-VALNUM-MAX           PIC S9(08).
000660 01  WS-VALNUM-VALEUR        PIC S9(08).
000670 01  WS-VALNUM-VERDICT       PIC X(01).
000680     88 SAISIE-VALIDE                 VALUE "O".

000690 01  WS-ODX                  PIC 9(02) COMP.

000700 01  WS-CONFIG-STATUS        PIC X(02).
000710     88 CONFIG-OK                     VALUE "00".

000720 01  WS-ENCOURS-STATUS       PIC X(02).
000730     88 ENCOURS-OK                    VALUE "00".

000740 01  WS-REGLEMENT-STATUS     PIC X(02).
000750     88 REGLEMENT-OK                  VALUE "00".

000760 01  WS-PERTE-STATUS         PIC X(02).
000770     88 PERTE-OK                      VALUE "00".

000780 01  WS-SWITCHES.
000790     05 WS-FIN-ENCOURS       PIC X(01) VALUE "N".
000800         88 FIN-ENCOURS               VALUE "Y".
000810     05 WS-FIN-REGLEMENTS    PIC X(01).
000820         88 FIN-REGLEMENTS            VALUE "Y".
000830     05 WS-FIN-PERTES        PIC X(01) VALUE "N".
000840         88 FIN-PERTES                VALUE "Y".
000850     05 WS-FACTURE-TROUVEE   PIC X(01) VALUE "N".
000860         88 FACTURE-TROUVEE           VALUE "O".
000870     05 WS-HABILITE          PIC X(01) VALUE "N".
000880         88 OPERATEUR-HABILITE        VALUE "O".

000890 PROCEDURE DIVISION.

000900*----------------------------------------------------------------
000910* 0000-MAINLINE
000920*----------------------------------------------------------------
000930 0000-MAINLINE.
000931     MOVE "PERTES" TO HAB-PROGRAMME.
000932     CALL "HABILITER" USING HAB-ZONE.
000933     IF NOT HAB-AUTORISE
000934         GOBACK
000935     END-IF.
000940     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000950     DISPLAY "Passage en perte (A) ou registre des pertes (R) ? ".
000960     ACCEPT WS-MODE.
000970     IF MODE-ABANDON
000980         PERFORM 1000-PASSER-EN-PERTE
000990             THRU 1000-PASSER-EN-PERTE-EXIT
001000     ELSE
001010         IF MODE-REGISTRE
001020             PERFORM 3000-EDITER-REGISTRE
001030                 THRU 3000-EDITER-REGISTRE-EXIT
001040         ELSE
001050             DISPLAY "Mode inconnu, merci de choisir A ou R"
001060         END-IF
001070     END-IF.
001080     STOP RUN.

001090*----------------------------------------------------------------
001100* 1000-PASSER-EN-PERTE - AUTHORIZED OPERATOR, OPEN INVOICE NOT
001110* BEING COLLECTED, AMOUNT UP TO THE BALANCE, REASON REQUIRED
001120*----------------------------------------------------------------
001130 1000-PASSER-EN-PERTE.
001140     DISPLAY "Operateur : ".
001150     ACCEPT WS-OPERATEUR.
001160     PERFORM 1100-CONTROLER-HABILITATION
001170         THRU 1100-CONTROLER-HABILITATION-EXIT.
001180     IF NOT OPERATEUR-HABILITE
001190         DISPLAY "Operateur non habilite aux passages en perte"
001200             " - voir PROVISIONS (P)"
001210         GO TO 1000-PASSER-EN-PERTE-EXIT
001220     END-IF.
001230     DISPLAY "Numero de facture : ".
001240     ACCEPT WS-NUM-FACTURE.
001250     PERFORM 1500-RETROUVER-FACTURE
001260         THRU 1500-RETROUVER-FACTURE-EXIT.
001270     IF NOT FACTURE-TROUVEE
001280         DISPLAY "Facture inconnue : " WS-NUM-FACTURE
001290         GO TO 1000-PASSER-EN-PERTE-EXIT
001300     END-IF.
001310     IF ENC-EN-PRELEVEMENT
001320         DISPLAY "Prelevement en cours (remise " ENC-REMISE
001330             ") - attendre le retour banque"
001340         GO TO 1000-PASSER-EN-PERTE-EXIT
001350     END-IF.
001360     PERFORM 2000-SOMMER-REGLEMENTS
001370         THRU 2000-SOMMER-REGLEMENTS-EXIT.
001380     COMPUTE WS-SOLDE-FACTURE =
001390         ENC-MONTANT-TTC - WS-TOTAL-REGLE.
001400     COMPUTE WS-AGE-JOURS =
001410         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
001420         - FUNCTION INTEGER-OF-DATE(ENC-DATE).
001430     DISPLAY "Facture " WS-NUM-FACTURE " du " ENC-DATE " - "
001440         FUNCTION TRIM(ENC-CLIENT).
001450     DISPLAY "TTC " ENC-MONTANT-TTC " - restant du "
001460         WS-SOLDE-FACTURE " (" WS-AGE-JOURS " jours)".
001470     IF WS-SOLDE-FACTURE <= ZERO
001480         DISPLAY "Facture soldee - rien a passer en perte"
001490         GO TO 1000-PASSER-EN-PERTE-EXIT
001500     END-IF.
001510     DISPLAY "Montant a passer en perte (0 = totalite) : ".
001520     MOVE ZERO TO WS-MONTANT-PERTE.
001530     ACCEPT WS-MONTANT-PERTE.
001540     IF WS-MONTANT-PERTE = ZERO
001550         MOVE WS-SOLDE-FACTURE TO WS-MONTANT-PERTE
001560     END-IF.
001570     IF WS-MONTANT-PERTE > WS-SOLDE-FACTURE
001580         DISPLAY "Montant superieur au restant du - abandon"
001590         GO TO 1000-PASSER-EN-PERTE-EXIT
001600     END-IF.
001610     DISPLAY "Motif : ".
001620     MOVE SPACES TO WS-MOTIF.
001630     ACCEPT WS-MOTIF.
001640     IF WS-MOTIF = SPACES
001650         DISPLAY "Motif obligatoire - passage en perte abandonne"
001660         GO TO 1000-PASSER-EN-PERTE-EXIT
001670     END-IF.
001680     DISPLAY "Passer " WS-MONTANT-PERTE " en perte (O/N) ? ".
001690     ACCEPT WS-CONFIRMATION.
001700     IF NOT CONFIRME
001710         DISPLAY "Passage en perte abandonne"
001720         GO TO 1000-PASSER-EN-PERTE-EXIT
001730     END-IF.
001740     PERFORM 1700-ENREGISTRER-PERTE
001750         THRU 1700-ENREGISTRER-PERTE-EXIT.
001760     SUBTRACT WS-MONTANT-PERTE FROM WS-SOLDE-FACTURE.
001770     DISPLAY "Perte enregistree - restant du : " WS-SOLDE-FACTURE.
001780 1000-PASSER-EN-PERTE-EXIT.
001790     EXIT.

001800*----------------------------------------------------------------
001810* 1100-CONTROLER-HABILITATION - THE OPERATOR MUST BE ONE OF THE
001820* NAMES ON PROVCFG.DAT
001830*----------------------------------------------------------------
001840 1100-CONTROLER-HABILITATION.
001850     MOVE "N" TO WS-HABILITE.
001860     IF WS-OPERATEUR = SPACES
001870         GO TO 1100-CONTROLER-HABILITATION-EXIT
001880     END-IF.
001890     OPEN INPUT CONFIG-FILE.
001900     IF NOT CONFIG-OK
001910         GO TO 1100-CONTROLER-HABILITATION-EXIT
001920     END-IF.
001930     READ CONFIG-FILE
001940         AT END MOVE SPACES TO PROVCFG-RECORD
001950     END-READ.
001960     CLOSE CONFIG-FILE.
001970     PERFORM VARYING WS-ODX FROM 1 BY 1
001980             UNTIL WS-ODX > 10 OR OPERATEUR-HABILITE
001990         IF PVC-OPERATEUR(WS-ODX) = WS-OPERATEUR
002000             SET OPERATEUR-HABILITE TO TRUE
002010         END-IF
002020     END-PERFORM.
002030 1100-CONTROLER-HABILITATION-EXIT.
002040     EXIT.

002050*----------------------------------------------------------------
002060* 1500-RETROUVER-FACTURE
002070*----------------------------------------------------------------
002080 1500-RETROUVER-FACTURE.
002090     MOVE "N" TO WS-FACTURE-TROUVEE.
002100     MOVE "N" TO WS-FIN-ENCOURS.
002110     OPEN INPUT ENCOURS-FILE.
002120     IF NOT ENCOURS-OK
002130         DISPLAY "Aucune facture en compte : FACTENCR.DAT"
002140         GO TO 1500-RETROUVER-FACTURE-EXIT
002150     END-IF.
002160     PERFORM UNTIL FIN-ENCOURS OR FACTURE-TROUVEE
002170         READ ENCOURS-FILE
002180             AT END SET FIN-ENCOURS TO TRUE
002190             NOT AT END
002200                 IF ENC-NUM-FACTURE = WS-NUM-FACTURE
002210                     SET FACTURE-TROUVEE TO TRUE
002220                 END-IF
002230         END-READ
002240     END-PERFORM.
002250     CLOSE ENCOURS-FILE.
002260 1500-RETROUVER-FACTURE-EXIT.
002270     EXIT.

002280*----------------------------------------------------------------
002290* 1700-ENREGISTRER-PERTE - WRITE-OFF LINE ON REGLMNTS.DAT, ENTRY
002300* IN THE REGISTER
002310*----------------------------------------------------------------
002320 1700-ENREGISTRER-PERTE.
002330     OPEN EXTEND REGLEMENT-FILE.
002340     IF NOT REGLEMENT-OK
002350         CLOSE REGLEMENT-FILE
002360         OPEN OUTPUT REGLEMENT-FILE
002370     END-IF.
002380     MOVE WS-NUM-FACTURE   TO REG-NUM-FACTURE.
002390     MOVE WS-DATE-JOUR     TO REG-DATE.
002400     MOVE WS-MONTANT-PERTE TO REG-MONTANT.
002410     SET REG-ABANDON       TO TRUE.
002415     MOVE SPACES           TO REG-REFERENCE.
002420     WRITE REGLEMENT-RECORD.
002430     CLOSE REGLEMENT-FILE.
002440     OPEN EXTEND PERTE-FILE.
002450     IF NOT PERTE-OK
002460         CLOSE PERTE-FILE
002470         OPEN OUTPUT PERTE-FILE
002480     END-IF.
002490     MOVE WS-NUM-FACTURE   TO PTE-NUM-FACTURE.
002500     MOVE ENC-DATE         TO PTE-DATE-FACTURE.
002510     MOVE ENC-CLIENT       TO PTE-CLIENT.
002520     MOVE WS-DATE-JOUR     TO PTE-DATE.
002530     MOVE WS-MONTANT-PERTE TO PTE-MONTANT.
002540     MOVE WS-MOTIF         TO PTE-MOTIF.
002550     MOVE WS-OPERATEUR     TO PTE-OPERATEUR.
002560     WRITE PERTE-RECORD.
002570     CLOSE PERTE-FILE.
002580 1700-ENREGISTRER-PERTE-EXIT.
002590     EXIT.

002600*----------------------------------------------------------------
002610* 2000-SOMMER-REGLEMENTS - PAYMENTS AND WRITE-OFFS ALREADY ON
002620* WS-NUM-FACTURE; RECOVERIES SINCE A WRITE-OFF GO TO WS-RECOUVRE
002630*----------------------------------------------------------------
002640 2000-SOMMER-REGLEMENTS.
002650     MOVE ZERO TO WS-TOTAL-REGLE WS-RECOUVRE.
002660     MOVE "N" TO WS-FIN-REGLEMENTS.
002670     OPEN INPUT REGLEMENT-FILE.
002680     IF NOT REGLEMENT-OK
002690         GO TO 2000-SOMMER-REGLEMENTS-EXIT
002700     END-IF.
002710     PERFORM UNTIL FIN-REGLEMENTS
002720         READ REGLEMENT-FILE
002730             AT END SET FIN-REGLEMENTS TO TRUE
002740             NOT AT END
002750                 IF REG-NUM-FACTURE = WS-NUM-FACTURE
002760                     ADD REG-MONTANT TO WS-TOTAL-REGLE
002770                     IF REG-RECOUVREMENT
002780                         ADD REG-MONTANT TO WS-RECOUVRE
002790                     END-IF
002800                 END-IF
002810         END-READ
002820     END-PERFORM.
002830     CLOSE REGLEMENT-FILE.
002840 2000-SOMMER-REGLEMENTS-EXIT.
002850     EXIT.

002860*----------------------------------------------------------------
002870* 3000-EDITER-REGISTRE - WRITE-OFFS OF THE YEAR WITH WHAT CAME
002880* BACK SINCE, THEN THE RECOVERIES CASHED DURING THE YEAR
002890*----------------------------------------------------------------
002900 3000-EDITER-REGISTRE.
002910     MOVE 2000 TO WS-VALNUM-MIN.
002920     MOVE 2099 TO WS-VALNUM-MAX.
002930     MOVE "N" TO WS-VALNUM-VERDICT.
002940     PERFORM UNTIL SAISIE-VALIDE
002950         DISPLAY "Annee (vide = " WS-DATE-JOUR(1:4) ") : "
002960         MOVE SPACES TO WS-SAISIE-NUMERIQUE
002970         ACCEPT WS-SAISIE-NUMERIQUE
002980         IF WS-SAISIE-NUMERIQUE = SPACES
002990             MOVE WS-DATE-JOUR(1:4) TO WS-SAISIE-NUMERIQUE
003000         END-IF
003010         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
003020             WS-VALNUM-MIN WS-VALNUM-MAX
003030             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
003040         IF NOT SAISIE-VALIDE
003050             DISPLAY "Annee invalide, merci de reessayer"
003060         END-IF
003070     END-PERFORM.
003080     MOVE WS-VALNUM-VALEUR TO WS-ANNEE.
003090     OPEN INPUT PERTE-FILE.
003100     IF NOT PERTE-OK
003110         DISPLAY "Aucune perte enregistree : PERTES.DAT"
003120         GO TO 3000-EDITER-REGISTRE-EXIT
003130     END-IF.
003140     DISPLAY "Registre des creances passees en perte - "
003150         WS-ANNEE.
003160     DISPLAY "-----------------------------------------"
003170         "---------------------".
003180     PERFORM UNTIL FIN-PERTES
003190         READ PERTE-FILE
003200             AT END SET FIN-PERTES TO TRUE
003210             NOT AT END
003220                 IF PTE-DATE(1:4) = WS-ANNEE
003230                     PERFORM 3100-EDITER-PERTE
003240                         THRU 3100-EDITER-PERTE-EXIT
003250                 END-IF
003260         END-READ
003270     END-PERFORM.
003280     CLOSE PERTE-FILE.
003290     PERFORM 3200-SOMMER-RECOUVREMENTS
003300         THRU 3200-SOMMER-RECOUVREMENTS-EXIT.
003310     DISPLAY "-----------------------------------------"
003320         "---------------------".
003330     DISPLAY "Pertes de l'annee         : " WS-NB-PERTES.
003340     DISPLAY "Montant passe en perte    : " WS-TOTAL-PERTES.
003350     DISPLAY "Recouvre depuis           : " WS-TOTAL-RECOUVRE.
003360     DISPLAY "Recouvrements de l'annee  : " WS-RECOUVRE-ANNEE.
003370 3000-EDITER-REGISTRE-EXIT.
003380     EXIT.

003390*----------------------------------------------------------------
003400* 3100-EDITER-PERTE
003410*----------------------------------------------------------------
003420 3100-EDITER-PERTE.
003430     ADD 1 TO WS-NB-PERTES.
003440     ADD PTE-MONTANT TO WS-TOTAL-PERTES.
003450     MOVE PTE-NUM-FACTURE TO WS-NUM-FACTURE.
003460     PERFORM 2000-SOMMER-REGLEMENTS
003470         THRU 2000-SOMMER-REGLEMENTS-EXIT.
003480     ADD WS-RECOUVRE TO WS-TOTAL-RECOUVRE.
003490     DISPLAY PTE-DATE " facture " PTE-NUM-FACTURE " du "
003500         PTE-DATE-FACTURE " - " FUNCTION TRIM(PTE-CLIENT).
003510     DISPLAY "    perte " PTE-MONTANT " - "
003520         FUNCTION TRIM(PTE-MOTIF) " ("
003530         FUNCTION TRIM(PTE-OPERATEUR) ")".
003540     IF WS-RECOUVRE > ZERO
003550         DISPLAY "    RECOUVREMENT : " WS-RECOUVRE
003560     END-IF.
003570 3100-EDITER-PERTE-EXIT.
003580     EXIT.

003590*----------------------------------------------------------------
003600* 3200-SOMMER-RECOUVREMENTS - CASH RECOVERED DURING THE YEAR,
003610* WHATEVER YEAR THE INVOICE WAS WRITTEN OFF
003620*----------------------------------------------------------------
003630 3200-SOMMER-RECOUVREMENTS.
003640     MOVE "N" TO WS-FIN-REGLEMENTS.
003650     OPEN INPUT REGLEMENT-FILE.
003660     IF NOT REGLEMENT-OK
003670         GO TO 3200-SOMMER-RECOUVREMENTS-EXIT
003680     END-IF.
003690     PERFORM UNTIL FIN-REGLEMENTS
003700         READ REGLEMENT-FILE
003710             AT END SET FIN-REGLEMENTS TO TRUE
003720             NOT AT END
003730                 IF REG-RECOUVREMENT
003740                     AND REG-DATE(1:4) = WS-ANNEE
003750                     ADD REG-MONTANT TO WS-RECOUVRE-ANNEE
003760                 END-IF
003770         END-READ
003780     END-PERFORM.
003790     CLOSE REGLEMENT-FILE.
003800 3200-SOMMER-RECOUVREMENTS-EXIT.
003810     EXIT.
