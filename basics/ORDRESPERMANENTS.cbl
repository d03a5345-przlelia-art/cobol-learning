000170*                 SOLDEBATCH REPLAY, PRINTS WHAT IT GENERATED,
000180*                 AND REFUSES TO RUN TWICE FOR THE SAME MONTH
000190*                 (LAST MONTH KEPT IN OPMGEN.DAT).
000191* 2026-10-15  LM  THE MONTHLY GENERATION SKIPS FEE (FR) AND
000192*                 INTEREST (IN) ORDERS ON A DORMANT ACCOUNT, OR
000193*                 POSTS THEM AS USUAL WHEN DORMCFG.DAT SAYS SO
000194*                 (CFG-TRAITEMENT-DORMANT "T"); SKIPPED ORDERS
000195*                 ARE LISTED AND COUNTED.
000196* 2026-10-15  LM  THE GENERATION REFUSES A LEDGER MONTH CLOSED ON
000197*                 PERIODES.DAT (CTLPERIODE, SEE PERIODECLOTURE).
000198* 2026-10-15  LM  BLANK THE REVERSAL REFERENCE (TR-EXTOURNE,
000199*                 TR-NATURE) ON THE MOVEMENTS WRITTEN HERE -
000200*                 ONLY EXTOURNE SETS IT.
000201* 2026-10-15  LM  THE MONTHLY GENERATION ALSO POSTS THE LOAN
000202*                 INSTALMENTS DUE THAT MONTH FROM THE
000203*                 AMORTISS.DAT SCHEDULE (SEE PRETS) AS A
000204*                 PRINCIPAL (PC) AND AN INTEREST (PI) DEBIT,
000205*                 MARKS THEM POSTED AND BRINGS THE LOAN'S
000206*                 OUTSTANDING PRINCIPAL UP TO DATE. A MISSING
000207*                 ORDPERM.DAT NO LONGER STOPS THE RUN.
000208* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000209*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000210*                 ORDRESPERMANENTS (SEE HABILITATIONS).
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CTL-STATUS.
000370
000372     SELECT CONFIG-FILE ASSIGN TO "DORMCFG.DAT"
000374         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS WS-CONFIG-STATUS.
000378
000380     SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CTL-COMPTE
000420         FILE STATUS IS WS-COMPTES-STATUS.
000421
000422     SELECT PRETS-FILE ASSIGN TO "PRETS.DAT"
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS DYNAMIC
000425         RECORD KEY IS PRT-NUMERO
000426         FILE STATUS IS WS-PRETS-STATUS.
000430
000431     SELECT AMORT-FILE ASSIGN TO "AMORTISS.DAT"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS AMO-CLE
000435         FILE STATUS IS WS-AMORT-STATUS.
000436
000440 DATA DIVISION.
000450 FILE SECTION.
000460
000760 FD  GENERATION-CTL-FILE.
000770 01  CTL-DERNIER-MOIS        PIC 9(06).
000780
000781*----------------------------------------------------------------
000782* DORMANCY PARAMETERS - FEES AND INTEREST ON A DORMANT ACCOUNT
000783*----------------------------------------------------------------
000784 FD  CONFIG-FILE.
000785     COPY "DORMCFG-RECORD.cpy".
000786
000790 FD  ACCOUNTS-FILE.
000800     COPY "COMPTE-RECORD.cpy".
000830
000831*----------------------------------------------------------------
000832* MEMBER LOANS AND THEIR SCHEDULES (SEE PRETS)
000833*----------------------------------------------------------------
000834 FD  PRETS-FILE.
000835     COPY "PRET-RECORD.cpy".
000836
000837 FD  AMORT-FILE.
000838     COPY "AMORT-RECORD.cpy".
000839
000840 WORKING-STORAGE SECTION.
000850
000853     COPY "HABILITATION.cpy".
000856
000860 01  WS-MODE                 PIC X(01).
000870     88 MODE-AJOUT                    VALUE "A" "a".
000880     88 MODE-LISTE                    VALUE "L" "l".
000900     88 MODE-GENERATION               VALUE "G" "g".
000910
000920 01  WS-MOIS-DEMANDE         PIC 9(06).
000922 01  WS-DATE-CONTROLE        PIC 9(08).
000924 01  WS-PERIODE-VERDICT      PIC X(01).
000926     88 PERIODE-CLOTUREE              VALUE "C".
000930
000940 01  WS-COMPTE-RETRAIT       PIC X(06).
000950
001060
001070 01  WS-COMPTES-STATUS       PIC X(02).
001080     88 COMPTES-OK                    VALUE "00".
001081
001082 01  WS-CONFIG-STATUS        PIC X(02).
001083     88 CONFIG-OK                     VALUE "00".
001090
001091 01  WS-TRAITEMENT-DORMANT   PIC X(01) VALUE "E".
001092     88 DORMANT-EXCLU                 VALUE "E".
001093
001094 01  WS-PRETS-STATUS         PIC X(02).
001095     88 PRETS-OK                      VALUE "00".
001096
001097 01  WS-AMORT-STATUS         PIC X(02).
001098     88 AMORT-OK                      VALUE "00".
001099
001100 01  WS-SWITCHES.
001110     05 WS-FIN-ORDPERM       PIC X(01) VALUE "N".
001120         88 FIN-ORDPERM               VALUE "Y".
001140         88 TABLE-PLEINE              VALUE "O".
001150     05 WS-COMPTE-TROUVE     PIC X(01).
001160         88 COMPTE-TROUVE             VALUE "O".
001162     05 WS-ORDPERM-OUVERT    PIC X(01) VALUE "N".
001164         88 ORDPERM-OUVERT            VALUE "O".
001166     05 WS-FIN-AMORT         PIC X(01) VALUE "N".
001168         88 FIN-AMORT                 VALUE "Y".
001170
001180 01  WS-NB-ORDRES            PIC 9(04) VALUE ZERO.
001190 01  WS-NB-GENERES           PIC 9(04) VALUE ZERO.
001200 01  WS-NB-RETIRES           PIC 9(04) VALUE ZERO.
001205 01  WS-NB-EXCLUS            PIC 9(04) VALUE ZERO.
001206 01  WS-NB-ECHEANCES         PIC 9(04) VALUE ZERO.
001207 01  WS-RESTE-A-ECRIRE       PIC 9(07).
001208 01  WS-TYPE-ECHEANCE        PIC X(02).
001210
001220*----------------------------------------------------------------
001230* ORDRES TABLE - FOR THE RETRAIT REWRITE (ASKNAME PATTERN)
001320* 0000-MAINLINE
001330*----------------------------------------------------------------
001340 0000-MAINLINE.
001341     MOVE "ORDRESPERMANENTS" TO HAB-PROGRAMME.
001342     CALL "HABILITER" USING HAB-ZONE.
001343     IF NOT HAB-AUTORISE
001344         GOBACK
001345     END-IF.
001350     DISPLAY "Ajout (A), liste (L), retrait (R) ou"
001360         " generation du mois (G) ? ".
001370     ACCEPT WS-MODE.
003070         DISPLAY "Mois obligatoire - abandon"
003080         GO TO 5000-GENERER-MOIS-EXIT
003090     END-IF.
003091     COMPUTE WS-DATE-CONTROLE = WS-MOIS-DEMANDE * 100 + 1.
003092     CALL "CTLPERIODE" USING WS-DATE-CONTROLE WS-PERIODE-VERDICT.
003093     IF PERIODE-CLOTUREE
003094         DISPLAY "Mois " WS-MOIS-DEMANDE " cloture - abandon"
003095         GO TO 5000-GENERER-MOIS-EXIT
003096     END-IF.
003100     OPEN INPUT GENERATION-CTL-FILE.
003110     IF CTL-OK
003120         READ GENERATION-CTL-FILE
003200         END-IF
003210     END-IF.
003220     OPEN INPUT ORDPERM-FILE.
003226     IF ORDPERM-OK
003232         SET ORDPERM-OUVERT TO TRUE
003238     ELSE
003240         DISPLAY "Aucun ordre permanent enregistre"
003241         SET FIN-ORDPERM TO TRUE
003242     END-IF.
003243     OPEN INPUT CONFIG-FILE.
003244     IF CONFIG-OK
003245         READ CONFIG-FILE
003246             AT END CONTINUE
003247             NOT AT END
003248                 IF CFG-DORMANT-TRAITE
003249                     MOVE "T" TO WS-TRAITEMENT-DORMANT
003250                 END-IF
003251         END-READ
003252         CLOSE CONFIG-FILE
003260     END-IF.
003265     OPEN INPUT ACCOUNTS-FILE.
003270     OPEN EXTEND TRANSACTIONS-FILE.
003280     IF NOT TRANS-OK
003290         CLOSE TRANSACTIONS-FILE
003390                     THRU 5100-GENERER-UN-MOUVEMENT-EXIT
003400         END-READ
003410     END-PERFORM.
003413     PERFORM 5500-GENERER-ECHEANCES
003416         THRU 5500-GENERER-ECHEANCES-EXIT.
003420     CLOSE TRANSACTIONS-FILE.
003422     IF ORDPERM-OUVERT
003425         CLOSE ORDPERM-FILE
003428     END-IF.
003435     CLOSE ACCOUNTS-FILE.
003440     OPEN OUTPUT GENERATION-CTL-FILE.
003450     MOVE WS-MOIS-DEMANDE TO CTL-DERNIER-MOIS.
003460     WRITE CTL-DERNIER-MOIS.
003470     CLOSE GENERATION-CTL-FILE.
003480     DISPLAY "-----------------------------------".
003490     DISPLAY "Mouvements generes : " WS-NB-GENERES.
003491     IF WS-NB-ECHEANCES > ZERO
003492         DISPLAY "dont mensualites de prets : " WS-NB-ECHEANCES
003493     END-IF.
003494     IF WS-NB-EXCLUS > ZERO
003495         DISPLAY "Frais/interets non generes (dormants) : "
003496             WS-NB-EXCLUS
003497     END-IF.
003500 5000-GENERER-MOIS-EXIT.
003510     EXIT.
003520
003540* 5100-GENERER-UN-MOUVEMENT
003550*----------------------------------------------------------------
003560 5100-GENERER-UN-MOUVEMENT.
003561     IF DORMANT-EXCLU
003562         AND (OPM-TYPE = "FR" OR OPM-TYPE = "IN")
003563         MOVE OPM-COMPTE TO CTL-COMPTE
003564         READ ACCOUNTS-FILE
003565             INVALID KEY CONTINUE
003566             NOT INVALID KEY
003567                 IF CTL-DORMANT
003568                     ADD 1 TO WS-NB-EXCLUS
003569                     DISPLAY OPM-COMPTE " " OPM-SENS " "
003570                         OPM-MONTANT " " OPM-TYPE
003571                         " - compte dormant, non genere"
003572                     GO TO 5100-GENERER-UN-MOUVEMENT-EXIT
003573                 END-IF
003574         END-READ
003575     END-IF.
003570     MOVE OPM-COMPTE  TO TR-COMPTE.
003580     MOVE OPM-SENS    TO TR-SENS.
003590     MOVE OPM-MONTANT TO TR-MONTANT.
003600     MOVE OPM-TYPE    TO TR-TYPE.
003602     COMPUTE TR-DATE = WS-MOIS-DEMANDE * 100 + OPM-JOUR.
003606     MOVE SPACES TO TR-EXTOURNE-X TR-NATURE.
003610     WRITE TR-MOUVEMENT.
003620     ADD 1 TO WS-NB-GENERES.
003630     DISPLAY TR-COMPTE " " TR-SENS " " TR-MONTANT " "
003640         TR-TYPE " (jour " OPM-JOUR ")".
003650 5100-GENERER-UN-MOUVEMENT-EXIT.
003660     EXIT.
003661
003662*----------------------------------------------------------------
003663* 5500-GENERER-ECHEANCES - THE LOAN INSTALMENTS PLANNED FOR THE
003664* MONTH ON AMORTISS.DAT; NO FILE SIMPLY MEANS NO LOAN
003665*----------------------------------------------------------------
003666 5500-GENERER-ECHEANCES.
003667     OPEN I-O PRETS-FILE.
003668     IF NOT PRETS-OK
003669         GO TO 5500-GENERER-ECHEANCES-EXIT
003670     END-IF.
003671     OPEN I-O AMORT-FILE.
003672     IF NOT AMORT-OK
003673         CLOSE PRETS-FILE
003674         GO TO 5500-GENERER-ECHEANCES-EXIT
003675     END-IF.
003676     PERFORM UNTIL FIN-AMORT
003677         READ AMORT-FILE NEXT RECORD
003678             AT END SET FIN-AMORT TO TRUE
003679             NOT AT END
003680                 IF AMO-MOIS = WS-MOIS-DEMANDE AND AMO-PREVUE
003681                     PERFORM 5600-GENERER-UNE-ECHEANCE
003682                         THRU 5600-GENERER-UNE-ECHEANCE-EXIT
003683                 END-IF
003684         END-READ
003685     END-PERFORM.
003686     CLOSE AMORT-FILE.
003687     CLOSE PRETS-FILE.
003688 5500-GENERER-ECHEANCES-EXIT.
003689     EXIT.
003690
003691*----------------------------------------------------------------
003692* 5600-GENERER-UNE-ECHEANCE - PRINCIPAL ("PC") AND INTEREST ("PI")
003693* DEBITS, THEN THE INSTALMENT AND THE LOAN ARE BROUGHT UP TO DATE
003694*----------------------------------------------------------------
003695 5600-GENERER-UNE-ECHEANCE.
003696     MOVE AMO-PRET TO PRT-NUMERO.
003697     READ PRETS-FILE
003698         INVALID KEY
003699             DISPLAY "Pret inconnu : " AMO-PRET
003700                 " - mensualite " AMO-RANG " non generee"
003701             GO TO 5600-GENERER-UNE-ECHEANCE-EXIT
003702     END-READ.
003703     IF NOT PRT-EN-COURS
003704         GO TO 5600-GENERER-UNE-ECHEANCE-EXIT
003705     END-IF.
003706     MOVE "PC" TO WS-TYPE-ECHEANCE.
003707     MOVE AMO-CAPITAL TO WS-RESTE-A-ECRIRE.
003708     PERFORM 5700-ECRIRE-ECHEANCE
003709         THRU 5700-ECRIRE-ECHEANCE-EXIT
003710         UNTIL WS-RESTE-A-ECRIRE = ZERO.
003711     MOVE "PI" TO WS-TYPE-ECHEANCE.
003712     MOVE AMO-INTERETS TO WS-RESTE-A-ECRIRE.
003713     PERFORM 5700-ECRIRE-ECHEANCE
003714         THRU 5700-ECRIRE-ECHEANCE-EXIT
003715         UNTIL WS-RESTE-A-ECRIRE = ZERO.
003716     SET AMO-GENEREE TO TRUE.
003717     REWRITE AMORT-RECORD.
003718     MOVE AMO-RESTANT TO PRT-CAPITAL-RESTANT.
003719     ADD 1 TO PRT-NB-PAYEES.
003720     ADD AMO-INTERETS TO PRT-INTERETS-PAYES.
003721     IF PRT-CAPITAL-RESTANT = ZERO
003722         SET PRT-REMBOURSE TO TRUE
003723     END-IF.
003724     REWRITE PRET-RECORD.
003725     ADD 1 TO WS-NB-ECHEANCES.
003726 5600-GENERER-UNE-ECHEANCE-EXIT.
003727     EXIT.
003728
003729*----------------------------------------------------------------
003730* 5700-ECRIRE-ECHEANCE - ONE DEBIT OF AT MOST 9999
003731*----------------------------------------------------------------
003732 5700-ECRIRE-ECHEANCE.
003733     MOVE PRT-COMPTE TO TR-COMPTE.
003734     SET TR-DEBIT TO TRUE.
003735     IF WS-RESTE-A-ECRIRE > 9999
003736         MOVE 9999 TO TR-MONTANT
003737     ELSE
003738         MOVE WS-RESTE-A-ECRIRE TO TR-MONTANT
003739     END-IF.
003740     MOVE WS-TYPE-ECHEANCE TO TR-TYPE.
003741     COMPUTE TR-DATE = WS-MOIS-DEMANDE * 100 + PRT-JOUR.
003742     MOVE SPACES TO TR-EXTOURNE-X TR-NATURE.
003743     WRITE TR-MOUVEMENT.
003744     SUBTRACT TR-MONTANT FROM WS-RESTE-A-ECRIRE.
003745     ADD 1 TO WS-NB-GENERES.
003746     DISPLAY TR-COMPTE " " TR-SENS " " TR-MONTANT " "
003747         TR-TYPE " (pret " PRT-NUMERO " mensualite " AMO-RANG ")".
003748 5700-ECRIRE-ECHEANCE-EXIT.
003749     EXIT.
