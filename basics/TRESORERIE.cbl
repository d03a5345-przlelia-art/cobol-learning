000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TRESORERIE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. THIRTEEN-WEEK CASH PROJECTION :
000110*                 STARTS FROM TODAY'S ACCOUNTS.DAT BALANCES AND
000120*                 LAYS OUT, WEEK BY WEEK, WHAT SHOULD COME IN
000130*                 (CREDIT STANDING ORDERS, OPEN CUSTOMER INVOICES)
000140*                 AND GO OUT (DEBIT STANDING ORDERS, PURCHASE
000150*                 ORDERS NOT YET INVOICED, UNPAID SUPPLIER
000160*                 INVOICES), WITH THE PROJECTED CLOSING BALANCE
000170*                 OF EACH WEEK AND A WARNING WHEREVER IT FALLS
000180*                 BELOW THE OVERDRAFT THRESHOLD. ANYTHING ALREADY
000190*                 LATE IS EXPECTED IN THE FIRST WEEK.
000192* 2026-10-15  LM  LOAN INSTALMENTS STILL PLANNED ON AMORTISS.DAT
000194*                 (SEE PRETS) ARE PROJECTED WITH THE
000196*                 STANDING-ORDER DEBITS.
000197* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000198*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000199*                 TRESORERIE (SEE HABILITATIONS).
000200*----------------------------------------------------------------

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.

000240     SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS CTL-COMPTE
000280         FILE STATUS IS WS-COMPTES-STATUS.

000290     SELECT ORDPERM-FILE ASSIGN TO "ORDPERM.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-ORDPERM-STATUS.

000320     SELECT CONFIG-FILE ASSIGN TO "DORMCFG.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CONFIG-STATUS.

000341     SELECT PRETS-FILE ASSIGN TO "PRETS.DAT"
000342         ORGANIZATION IS INDEXED
000343         ACCESS MODE IS RANDOM
000344         RECORD KEY IS PRT-NUMERO
000345         FILE STATUS IS WS-PRETS-STATUS.

000346     SELECT AMORT-FILE ASSIGN TO "AMORTISS.DAT"
000347         ORGANIZATION IS INDEXED
000348         ACCESS MODE IS SEQUENTIAL
000349         RECORD KEY IS AMO-CLE
000350         FILE STATUS IS WS-AMORT-STATUS.

000351     SELECT ENCOURS-FILE ASSIGN TO "FACTENCR.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ENCOURS-STATUS.

000380     SELECT REGLEMENT-FILE ASSIGN TO "REGLMNTS.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REGLEMENT-STATUS.

000410     SELECT ACHATS-FILE ASSIGN TO "ACHATS.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS ACH-NUM
000450         FILE STATUS IS WS-ACHATS-STATUS.

000460     SELECT FOURNISSEUR-FILE ASSIGN TO "FOURNSSR.DAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS FRN-CODE
000500         FILE STATUS IS WS-FOURNISSEUR-STATUS.

000510     SELECT DETTEFRN-FILE ASSIGN TO "DETTEFRN.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DETTEFRN-STATUS.

000540     SELECT REGLFRN-FILE ASSIGN TO "REGLFRN.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REGLFRN-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.

000590 FD  ACCOUNTS-FILE.
000600     COPY "COMPTE-RECORD.cpy".

000610*----------------------------------------------------------------
000620* ORDPERM - SAME LAYOUT AS ORDRESPERMANENTS
000630*----------------------------------------------------------------
000640 FD  ORDPERM-FILE.
000650 01  ORDPERM-RECORD.
000660     05 OPM-COMPTE           PIC X(06).
000670     05 OPM-SENS             PIC X(01).
000680         88 OPM-CREDIT                VALUE "C".
000690         88 OPM-DEBIT                 VALUE "D".
000700     05 OPM-MONTANT          PIC 9(04).
000710     05 OPM-TYPE             PIC X(02).
000720     05 OPM-JOUR             PIC 9(02).

000730 FD  CONFIG-FILE.
000740     COPY "DORMCFG-RECORD.cpy".

000742 FD  PRETS-FILE.
000744     COPY "PRET-RECORD.cpy".

000746 FD  AMORT-FILE.
000748     COPY "AMORT-RECORD.cpy".

000750 FD  ENCOURS-FILE.
000760     COPY "ENCOURS-RECORD.cpy".

000770 FD  REGLEMENT-FILE.
000780     COPY "REGLEMENT-RECORD.cpy".

000790 FD  ACHATS-FILE.
000800     COPY "ACHAT-RECORD.cpy".

000810 FD  FOURNISSEUR-FILE.
000820     COPY "FOURNISSEUR-RECORD.cpy".

000830 FD  DETTEFRN-FILE.
000840     COPY "DETTEFRN-RECORD.cpy".

000850 FD  REGLFRN-FILE.
000860     COPY "REGLFRN-RECORD.cpy".

000870 WORKING-STORAGE SECTION.

000875     COPY "HABILITATION.cpy".

000880 01  WS-DATE-JOUR            PIC 9(08).
000890 01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
000900     05 WS-JOUR-AAAAMM       PIC 9(06).
000910     05 FILLER               PIC 9(02).
000920 01  WS-JOUR-DU-JOUR         PIC 9(07).
000930 01  WS-COMPTE-FILTRE        PIC X(06).
000940 01  WS-DELAI-CLIENTS        PIC 9(03).
000950 01  WS-SEUIL                PIC S9(08).
000960 01  WS-MESSAGE-STATUT       PIC X(40).

000970 01  WS-SAISIE-NUMERIQUE     PIC X(12).
000980 01  WS-VALNUM-MIN           PIC S9(08).
000990 01  WS-VALNUM-MAX           PIC S9(08).
001000 01  WS-VALNUM-VALEUR        PIC S9(08).
001010 01  WS-VALNUM-VERDICT       PIC X(01).
001020     88 SAISIE-VALIDE                 VALUE "O".

001030*----------------------------------------------------------------
001040* ONE FLOW BEING PLACED : ITS DUE DATE, AS A DAY NUMBER, AND THE
001050* WEEK IT LANDS IN (ZERO = BEYOND THE THIRTEEN WEEKS)
001060*----------------------------------------------------------------
001070 01  WS-JOUR-ECHEANCE        PIC 9(07).
001080 01  WS-ECART-JOURS          PIC S9(07).
001090 01  WS-SEM                  PIC 9(02).

001100 01  WS-ECHEANCE             PIC 9(08).
001110 01  WS-ECHEANCE-R REDEFINES WS-ECHEANCE.
001120     05 WS-ECH-AAAA          PIC 9(04).
001130     05 WS-ECH-MM            PIC 9(02).
001140     05 WS-ECH-JJ            PIC 9(02).

001150 01  WS-MOIS-COURANT         PIC 9(06).
001160 01  WS-MOIS-COURANT-R REDEFINES WS-MOIS-COURANT.
001170     05 WS-MC-AAAA           PIC 9(04).
001180     05 WS-MC-MM             PIC 9(02).
001190 01  WS-NB-MOIS              PIC 9(01).
001200 01  WS-JOUR-ORDRE           PIC 9(02).

001210 01  WS-DATE-BASE            PIC 9(08).
001220 01  WS-DELAI-LIVRAISON      PIC 9(03).
001230 01  WS-DELAI-PAIEMENT       PIC 9(03).
001240 01  WS-FIN-DE-MOIS          PIC X(01).
001250     88 PAIEMENT-FIN-MOIS             VALUE "O".

001260 01  WS-TOTAL-REGLE          PIC 9(09)V99.
001270 01  WS-SOLDE-FACTURE        PIC S9(09)V99.
001280 01  WS-NUM-FACTURE          PIC 9(06).
001290 01  WS-CODE-FRN             PIC X(04).
001300 01  WS-NUM-FACTURE-FRN      PIC X(12).
001310 01  WS-QTE-BASE             PIC 9(05).
001320 01  WS-QTE-A-RECEVOIR       PIC S9(05).
001330 01  WS-QTE-A-FACTURER       PIC S9(05).
001340 01  WS-MONTANT-FLUX         PIC 9(09)V99.

001350 01  WS-SOLDE-DEPART         PIC S9(11)V99 VALUE ZERO.
001360 01  WS-SOLDE-COURANT        PIC S9(11)V99.
001370 01  WS-NB-COMPTES           PIC 9(05) VALUE ZERO.
001380 01  WS-NB-ALERTES           PIC 9(02) VALUE ZERO.
001390 01  WS-NB-NON-VALORISEES    PIC 9(05) VALUE ZERO.

001400 01  WS-AU-DELA-ENTREES      PIC 9(11)V99 VALUE ZERO.
001410 01  WS-AU-DELA-SORTIES      PIC 9(11)V99 VALUE ZERO.
001420 01  WS-TOTAL-ENTREES        PIC 9(11)V99 VALUE ZERO.
001430 01  WS-TOTAL-SORTIES        PIC 9(11)V99 VALUE ZERO.

001440*----------------------------------------------------------------
001450* THE THIRTEEN WEEKS, THE FIRST ONE STARTING TODAY
001460*----------------------------------------------------------------
001470 01  WS-SEMAINES-TABLE.
001480     05 WS-SEMAINE OCCURS 13 TIMES INDEXED BY WS-SDX.
001490         10 WS-SEM-DEBUT         PIC 9(08).
001500         10 WS-SEM-FIN           PIC 9(08).
001510         10 WS-SEM-OPM-ENTREES   PIC 9(11)V99.
001520         10 WS-SEM-CLIENTS       PIC 9(11)V99.
001530         10 WS-SEM-OPM-SORTIES   PIC 9(11)V99.
001540         10 WS-SEM-COMMANDES     PIC 9(11)V99.
001550         10 WS-SEM-DETTES        PIC 9(11)V99.
001560         10 WS-SEM-SOLDE         PIC S9(11)V99.

001570 01  WS-LIGNE-SEMAINE.
001580     05 WS-LS-NUM            PIC Z9.
001590     05 FILLER               PIC X(01) VALUE SPACE.
001600     05 WS-LS-DEBUT          PIC 9(08).
001610     05 FILLER               PIC X(01) VALUE "-".
001620     05 WS-LS-FIN            PIC 9(08).
001630     05 WS-LS-ENTREES        PIC Z(10)9.99.
001640     05 WS-LS-SORTIES        PIC Z(10)9.99.
001650     05 WS-LS-SOLDE          PIC -(10)9.99.
001660     05 FILLER               PIC X(01) VALUE SPACE.
001670     05 WS-LS-ALERTE         PIC X(14).

001671 01  WS-LIGNE-DETAIL.
001672     05 FILLER               PIC X(04) VALUE SPACES.
001673     05 FILLER               PIC X(09) VALUE "Ordres +".
001674     05 WS-LD-OPM-ENTREES    PIC Z(08)9.99.
001675     05 FILLER               PIC X(04) VALUE "  -".
001676     05 WS-LD-OPM-SORTIES    PIC Z(08)9.99.
001677     05 FILLER               PIC X(11) VALUE "  Clients +".
001678     05 WS-LD-CLIENTS        PIC Z(08)9.99.
001679     05 FILLER               PIC X(13) VALUE "  Commandes -".
001680     05 WS-LD-COMMANDES      PIC Z(08)9.99.
001681     05 FILLER               PIC X(14) VALUE "  Fact. frn -".
001682     05 WS-LD-DETTES         PIC Z(08)9.99.

001683 01  WS-MONTANT-EDITE        PIC -(10)9.99.

001690 01  WS-COMPTES-STATUS       PIC X(02).
001700     88 COMPTES-OK                    VALUE "00".

001710 01  WS-ORDPERM-STATUS       PIC X(02).
001720     88 ORDPERM-OK                    VALUE "00".

001730 01  WS-CONFIG-STATUS        PIC X(02).
001740     88 CONFIG-OK                     VALUE "00".

001742 01  WS-PRETS-STATUS         PIC X(02).
001744     88 PRETS-OK                      VALUE "00".

001746 01  WS-AMORT-STATUS         PIC X(02).
001748     88 AMORT-OK                      VALUE "00".

001750 01  WS-ENCOURS-STATUS       PIC X(02).
001760     88 ENCOURS-OK                    VALUE "00".

001770 01  WS-REGLEMENT-STATUS     PIC X(02).
001780     88 REGLEMENT-OK                  VALUE "00".

001790 01  WS-ACHATS-STATUS        PIC X(02).
001800     88 ACHATS-OK                     VALUE "00".

001810 01  WS-FOURNISSEUR-STATUS   PIC X(02).
001820     88 FOURNISSEUR-OK                VALUE "00".

001830 01  WS-DETTEFRN-STATUS      PIC X(02).
001840     88 DETTEFRN-OK                   VALUE "00".

001850 01  WS-REGLFRN-STATUS       PIC X(02).
001860     88 REGLFRN-OK                    VALUE "00".

001870 01  WS-TRAITEMENT-DORMANT   PIC X(01) VALUE "E".
001880     88 DORMANT-EXCLU                 VALUE "E".

001890 01  WS-SWITCHES.
001900     05 WS-FIN-COMPTES       PIC X(01) VALUE "N".
001910         88 FIN-COMPTES               VALUE "Y".
001920     05 WS-FIN-ORDPERM       PIC X(01) VALUE "N".
001930         88 FIN-ORDPERM               VALUE "Y".
001940     05 WS-FIN-ENCOURS       PIC X(01) VALUE "N".
001950         88 FIN-ENCOURS               VALUE "Y".
001953     05 WS-FIN-AMORT         PIC X(01) VALUE "N".
001956         88 FIN-AMORT                 VALUE "Y".
001960     05 WS-FIN-REGLEMENTS    PIC X(01).
001970         88 FIN-REGLEMENTS            VALUE "Y".
001980     05 WS-FIN-ACHATS        PIC X(01) VALUE "N".
001990         88 FIN-ACHATS                VALUE "Y".
002000     05 WS-FIN-DETTES        PIC X(01) VALUE "N".
002010         88 FIN-DETTES                VALUE "Y".
002020     05 WS-FIN-REGLFRN       PIC X(01).
002030         88 FIN-REGLFRN               VALUE "Y".
002040     05 WS-FRN-OUVERT        PIC X(01) VALUE "N".
002050         88 FRN-OUVERT                VALUE "O".
002060     05 WS-ORDRE-RETENU      PIC X(01).
002070         88 ORDRE-RETENU              VALUE "O".

002080 PROCEDURE DIVISION.

002090*----------------------------------------------------------------
002100* 0000-MAINLINE
002110*----------------------------------------------------------------
002120 0000-MAINLINE.
002121     MOVE "TRESORERIE" TO HAB-PROGRAMME.
002122     CALL "HABILITER" USING HAB-ZONE.
002123     IF NOT HAB-AUTORISE
002124         GOBACK
002125     END-IF.
002130     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002140     COMPUTE WS-JOUR-DU-JOUR =
002150         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
002160     PERFORM 1000-SAISIR-PARAMETRES
002170         THRU 1000-SAISIR-PARAMETRES-EXIT.
002180     PERFORM 1100-PREPARER-SEMAINES
002190         THRU 1100-PREPARER-SEMAINES-EXIT.
002200     PERFORM 2000-CUMULER-SOLDES
002210         THRU 2000-CUMULER-SOLDES-EXIT.
002220     PERFORM 3000-PROJETER-ORDRES
002230         THRU 3000-PROJETER-ORDRES-EXIT.
002233     PERFORM 3500-PROJETER-ECHEANCES
002236         THRU 3500-PROJETER-ECHEANCES-EXIT.
002240     PERFORM 4000-PROJETER-CLIENTS
002250         THRU 4000-PROJETER-CLIENTS-EXIT.
002260     PERFORM 5000-PROJETER-COMMANDES
002270         THRU 5000-PROJETER-COMMANDES-EXIT.
002280     PERFORM 6000-PROJETER-DETTES
002290         THRU 6000-PROJETER-DETTES-EXIT.
002300     PERFORM 7000-EDITER-PREVISION
002310         THRU 7000-EDITER-PREVISION-EXIT.
002320     STOP RUN.

002330*----------------------------------------------------------------
002340* 1000-SAISIR-PARAMETRES - ACCOUNT, CUSTOMER TERMS, THRESHOLD
002350*----------------------------------------------------------------
002360 1000-SAISIR-PARAMETRES.
002370     DISPLAY "Compte de tresorerie (vide = tous les comptes) : ".
002380     MOVE SPACES TO WS-COMPTE-FILTRE.
002390     ACCEPT WS-COMPTE-FILTRE.
002400     MOVE 0 TO WS-VALNUM-MIN.
002410     MOVE 365 TO WS-VALNUM-MAX.
002420     MOVE "N" TO WS-VALNUM-VERDICT.
002430     PERFORM UNTIL SAISIE-VALIDE
002440         DISPLAY "Delai de paiement clients en jours"
002450             " (vide = 30) : "
002460         MOVE SPACES TO WS-SAISIE-NUMERIQUE
002470         ACCEPT WS-SAISIE-NUMERIQUE
002480         IF WS-SAISIE-NUMERIQUE = SPACES
002490             MOVE "30" TO WS-SAISIE-NUMERIQUE
002500         END-IF
002510         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
002520             WS-VALNUM-MIN WS-VALNUM-MAX
002530             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
002540         IF NOT SAISIE-VALIDE
002550             DISPLAY "Delai invalide, merci de reessayer"
002560         END-IF
002570     END-PERFORM.
002580     MOVE WS-VALNUM-VALEUR TO WS-DELAI-CLIENTS.
002590     MOVE -99999999 TO WS-VALNUM-MIN.
002600     MOVE 99999999 TO WS-VALNUM-MAX.
002610     MOVE "N" TO WS-VALNUM-VERDICT.
002620     PERFORM UNTIL SAISIE-VALIDE
002630         DISPLAY "Seuil de decouvert (vide = -500) : "
002640         MOVE SPACES TO WS-SAISIE-NUMERIQUE
002650         ACCEPT WS-SAISIE-NUMERIQUE
002660         IF WS-SAISIE-NUMERIQUE = SPACES
002670             MOVE "-500" TO WS-SAISIE-NUMERIQUE
002680         END-IF
002690         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
002700             WS-VALNUM-MIN WS-VALNUM-MAX
002710             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
002720         IF NOT SAISIE-VALIDE
002730             DISPLAY "Seuil invalide, merci de reessayer"
002740         END-IF
002750     END-PERFORM.
002760     MOVE WS-VALNUM-VALEUR TO WS-SEUIL.
002770 1000-SAISIR-PARAMETRES-EXIT.
002780     EXIT.

002790*----------------------------------------------------------------
002800* 1100-PREPARER-SEMAINES - SEVEN-DAY BUCKETS FROM TODAY
002810*----------------------------------------------------------------
002820 1100-PREPARER-SEMAINES.
002830     INITIALIZE WS-SEMAINES-TABLE.
002840     PERFORM VARYING WS-SDX FROM 1 BY 1 UNTIL WS-SDX > 13
002850         SET WS-SEM TO WS-SDX
002860         COMPUTE WS-JOUR-ECHEANCE =
002870             WS-JOUR-DU-JOUR + (WS-SEM - 1) * 7
002880         COMPUTE WS-SEM-DEBUT(WS-SDX) =
002890             FUNCTION DATE-OF-INTEGER(WS-JOUR-ECHEANCE)
002900         ADD 6 TO WS-JOUR-ECHEANCE
002910         COMPUTE WS-SEM-FIN(WS-SDX) =
002920             FUNCTION DATE-OF-INTEGER(WS-JOUR-ECHEANCE)
002930     END-PERFORM.
002940 1100-PREPARER-SEMAINES-EXIT.
002950     EXIT.

002960*----------------------------------------------------------------
002970* 2000-CUMULER-SOLDES - OPENING POSITION, CLOSED ACCOUNTS LEFT OUT
002980*----------------------------------------------------------------
002990 2000-CUMULER-SOLDES.
003000     OPEN INPUT ACCOUNTS-FILE.
003010     IF NOT COMPTES-OK
003020         CALL "FICHSTAT" USING WS-COMPTES-STATUS
003030             WS-MESSAGE-STATUT
003040         DISPLAY "ACCOUNTS.DAT : "
003050             FUNCTION TRIM(WS-MESSAGE-STATUT)
003060         GO TO 2000-CUMULER-SOLDES-EXIT
003070     END-IF.
003080     PERFORM UNTIL FIN-COMPTES
003090         READ ACCOUNTS-FILE NEXT RECORD
003100             AT END SET FIN-COMPTES TO TRUE
003110             NOT AT END
003120                 IF NOT CTL-FERME
003130                     AND (WS-COMPTE-FILTRE = SPACES
003140                     OR CTL-COMPTE = WS-COMPTE-FILTRE)
003150                     ADD 1 TO WS-NB-COMPTES
003160                     ADD CTL-SOLDE TO WS-SOLDE-DEPART
003170                 END-IF
003180         END-READ
003190     END-PERFORM.
003200     CLOSE ACCOUNTS-FILE.
003210 2000-CUMULER-SOLDES-EXIT.
003220     EXIT.

003230*----------------------------------------------------------------
003240* 3000-PROJETER-ORDRES - EACH STANDING ORDER ON ITS DAY OF THE
003250* MONTH, OVER THE CURRENT MONTH AND THE THREE FOLLOWING
003260*----------------------------------------------------------------
003270 3000-PROJETER-ORDRES.
003280     OPEN INPUT ORDPERM-FILE.
003290     IF NOT ORDPERM-OK
003300         GO TO 3000-PROJETER-ORDRES-EXIT
003310     END-IF.
003320     OPEN INPUT CONFIG-FILE.
003330     IF CONFIG-OK
003340         READ CONFIG-FILE
003350             AT END CONTINUE
003360             NOT AT END
003370                 IF CFG-DORMANT-TRAITE
003380                     MOVE "T" TO WS-TRAITEMENT-DORMANT
003390                 END-IF
003400         END-READ
003410         CLOSE CONFIG-FILE
003420     END-IF.
003430     OPEN INPUT ACCOUNTS-FILE.
003440     PERFORM UNTIL FIN-ORDPERM
003450         READ ORDPERM-FILE
003460             AT END SET FIN-ORDPERM TO TRUE
003470             NOT AT END
003480                 PERFORM 3100-PROJETER-UN-ORDRE
003490                     THRU 3100-PROJETER-UN-ORDRE-EXIT
003500         END-READ
003510     END-PERFORM.
003520     CLOSE ORDPERM-FILE.
003530     CLOSE ACCOUNTS-FILE.
003540 3000-PROJETER-ORDRES-EXIT.
003550     EXIT.

003560*----------------------------------------------------------------
003570* 3100-PROJETER-UN-ORDRE - SAME EXCLUSIONS AS THE MONTHLY
003580* GENERATION : CLOSED ACCOUNT, FEES/INTEREST ON A DORMANT ONE
003590*----------------------------------------------------------------
003600 3100-PROJETER-UN-ORDRE.
003610     IF WS-COMPTE-FILTRE NOT = SPACES
003620         AND OPM-COMPTE NOT = WS-COMPTE-FILTRE
003630         GO TO 3100-PROJETER-UN-ORDRE-EXIT
003640     END-IF.
003650     IF OPM-JOUR = ZERO
003660         GO TO 3100-PROJETER-UN-ORDRE-EXIT
003670     END-IF.
003680     MOVE "N" TO WS-ORDRE-RETENU.
003690     MOVE OPM-COMPTE TO CTL-COMPTE.
003700     READ ACCOUNTS-FILE
003710         INVALID KEY CONTINUE
003720         NOT INVALID KEY
003730             IF NOT CTL-FERME
003740                 SET ORDRE-RETENU TO TRUE
003750             END-IF
003760             IF CTL-DORMANT AND DORMANT-EXCLU
003770                 AND (OPM-TYPE = "FR" OR OPM-TYPE = "IN")
003780                 MOVE "N" TO WS-ORDRE-RETENU
003790             END-IF
003800     END-READ.
003810     IF NOT ORDRE-RETENU
003820         GO TO 3100-PROJETER-UN-ORDRE-EXIT
003830     END-IF.
003840     MOVE WS-JOUR-AAAAMM TO WS-MOIS-COURANT.
003850     PERFORM VARYING WS-NB-MOIS FROM 1 BY 1 UNTIL WS-NB-MOIS > 4
003860         PERFORM 3200-PLACER-ECHEANCE-ORDRE
003870             THRU 3200-PLACER-ECHEANCE-ORDRE-EXIT
003880         IF WS-MC-MM = 12
003890             ADD 1 TO WS-MC-AAAA
003900             MOVE 1 TO WS-MC-MM
003910         ELSE
003920             ADD 1 TO WS-MC-MM
003930         END-IF
003940     END-PERFORM.
003950 3100-PROJETER-UN-ORDRE-EXIT.
003960     EXIT.

003970*----------------------------------------------------------------
003980* 3200-PLACER-ECHEANCE-ORDRE - ONE MONTHLY OCCURRENCE; A DAY THE
003990* MONTH DOES NOT HAVE FALLS BACK TO ITS LAST DAY. OCCURRENCES
004000* BEFORE TODAY HAVE ALREADY BEEN GENERATED AND ARE SKIPPED
004010*----------------------------------------------------------------
004020 3200-PLACER-ECHEANCE-ORDRE.
004030     MOVE OPM-JOUR TO WS-JOUR-ORDRE.
004040     COMPUTE WS-ECHEANCE = WS-MOIS-COURANT * 100 + WS-JOUR-ORDRE.
004050     PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-ECHEANCE) = 0
004060         SUBTRACT 1 FROM WS-JOUR-ORDRE
004070         COMPUTE WS-ECHEANCE =
004080             WS-MOIS-COURANT * 100 + WS-JOUR-ORDRE
004090     END-PERFORM.
004100     IF WS-ECHEANCE < WS-DATE-JOUR
004110         GO TO 3200-PLACER-ECHEANCE-ORDRE-EXIT
004120     END-IF.
004130     COMPUTE WS-JOUR-ECHEANCE =
004140         FUNCTION INTEGER-OF-DATE(WS-ECHEANCE).
004150     PERFORM 8000-SITUER-SEMAINE
004160         THRU 8000-SITUER-SEMAINE-EXIT.
004170     IF WS-SEM = ZERO
004180         GO TO 3200-PLACER-ECHEANCE-ORDRE-EXIT
004190     END-IF.
004200     SET WS-SDX TO WS-SEM.
004210     IF OPM-CREDIT
004220         ADD OPM-MONTANT TO WS-SEM-OPM-ENTREES(WS-SDX)
004230     ELSE
004240         ADD OPM-MONTANT TO WS-SEM-OPM-SORTIES(WS-SDX)
004250     END-IF.
004260 3200-PLACER-ECHEANCE-ORDRE-EXIT.
004270     EXIT.

004280*----------------------------------------------------------------
004281* 3500-PROJETER-ECHEANCES - LOAN INSTALMENTS NOT YET POSTED, ON
004282* THE LOAN'S DAY OF THE MONTH, WITH THE STANDING-ORDER DEBITS
004283*----------------------------------------------------------------
004284 3500-PROJETER-ECHEANCES.
004285     OPEN INPUT PRETS-FILE.
004286     IF NOT PRETS-OK
004287         GO TO 3500-PROJETER-ECHEANCES-EXIT
004288     END-IF.
004289     OPEN INPUT AMORT-FILE.
004290     IF NOT AMORT-OK
004291         CLOSE PRETS-FILE
004292         GO TO 3500-PROJETER-ECHEANCES-EXIT
004293     END-IF.
004294     PERFORM UNTIL FIN-AMORT
004295         READ AMORT-FILE NEXT RECORD
004296             AT END SET FIN-AMORT TO TRUE
004297             NOT AT END
004298                 IF AMO-PREVUE
004299                     PERFORM 3600-PROJETER-UNE-ECHEANCE
004300                         THRU 3600-PROJETER-UNE-ECHEANCE-EXIT
004301                 END-IF
004302         END-READ
004303     END-PERFORM.
004304     CLOSE AMORT-FILE.
004305     CLOSE PRETS-FILE.
004306 3500-PROJETER-ECHEANCES-EXIT.
004307     EXIT.

004308*----------------------------------------------------------------
004309* 3600-PROJETER-UNE-ECHEANCE
004310*----------------------------------------------------------------
004311 3600-PROJETER-UNE-ECHEANCE.
004312     MOVE AMO-PRET TO PRT-NUMERO.
004313     READ PRETS-FILE
004314         INVALID KEY
004315             GO TO 3600-PROJETER-UNE-ECHEANCE-EXIT
004316     END-READ.
004317     IF NOT PRT-EN-COURS
004318         GO TO 3600-PROJETER-UNE-ECHEANCE-EXIT
004319     END-IF.
004320     IF WS-COMPTE-FILTRE NOT = SPACES
004321         AND PRT-COMPTE NOT = WS-COMPTE-FILTRE
004322         GO TO 3600-PROJETER-UNE-ECHEANCE-EXIT
004323     END-IF.
004324     COMPUTE WS-ECHEANCE = AMO-MOIS * 100 + PRT-JOUR.
004325     COMPUTE WS-JOUR-ECHEANCE =
004326         FUNCTION INTEGER-OF-DATE(WS-ECHEANCE).
004327     PERFORM 8000-SITUER-SEMAINE
004328         THRU 8000-SITUER-SEMAINE-EXIT.
004329     IF WS-SEM = ZERO
004330         ADD AMO-MENSUALITE TO WS-AU-DELA-SORTIES
004331     ELSE
004332         SET WS-SDX TO WS-SEM
004333         ADD AMO-MENSUALITE TO WS-SEM-OPM-SORTIES(WS-SDX)
004334     END-IF.
004335 3600-PROJETER-UNE-ECHEANCE-EXIT.
004336     EXIT.

004337*----------------------------------------------------------------
004338* 4000-PROJETER-CLIENTS - OPEN CUSTOMER INVOICES, DUE
004339* WS-DELAI-CLIENTS DAYS AFTER THE INVOICE DATE
004340*----------------------------------------------------------------
004341 4000-PROJETER-CLIENTS.
004342     OPEN INPUT ENCOURS-FILE.
004343     IF NOT ENCOURS-OK
004350         GO TO 4000-PROJETER-CLIENTS-EXIT
004360     END-IF.
004370     PERFORM UNTIL FIN-ENCOURS
004380         READ ENCOURS-FILE
004390             AT END SET FIN-ENCOURS TO TRUE
004400             NOT AT END
004410                 PERFORM 4100-PROJETER-UNE-FACTURE
004420                     THRU 4100-PROJETER-UNE-FACTURE-EXIT
004430         END-READ
004440     END-PERFORM.
004450     CLOSE ENCOURS-FILE.
004460 4000-PROJETER-CLIENTS-EXIT.
004470     EXIT.

004480*----------------------------------------------------------------
004490* 4100-PROJETER-UNE-FACTURE
004500*----------------------------------------------------------------
004510 4100-PROJETER-UNE-FACTURE.
004520     MOVE ENC-NUM-FACTURE TO WS-NUM-FACTURE.
004530     PERFORM 4200-SOMMER-REGLEMENTS
004540         THRU 4200-SOMMER-REGLEMENTS-EXIT.
004550     COMPUTE WS-SOLDE-FACTURE = ENC-MONTANT-TTC - WS-TOTAL-REGLE.
004560     IF WS-SOLDE-FACTURE <= ZERO
004570         GO TO 4100-PROJETER-UNE-FACTURE-EXIT
004580     END-IF.
004590     COMPUTE WS-JOUR-ECHEANCE =
004600         FUNCTION INTEGER-OF-DATE(ENC-DATE) + WS-DELAI-CLIENTS.
004610     PERFORM 8000-SITUER-SEMAINE
004620         THRU 8000-SITUER-SEMAINE-EXIT.
004630     IF WS-SEM = ZERO
004640         ADD WS-SOLDE-FACTURE TO WS-AU-DELA-ENTREES
004650     ELSE
004660         SET WS-SDX TO WS-SEM
004670         ADD WS-SOLDE-FACTURE TO WS-SEM-CLIENTS(WS-SDX)
004680     END-IF.
004690 4100-PROJETER-UNE-FACTURE-EXIT.
004700     EXIT.

004710*----------------------------------------------------------------
004720* 4200-SOMMER-REGLEMENTS - TOTAL ALREADY PAID ON WS-NUM-FACTURE
004730*----------------------------------------------------------------
004740 4200-SOMMER-REGLEMENTS.
004750     MOVE ZERO TO WS-TOTAL-REGLE.
004760     MOVE "N" TO WS-FIN-REGLEMENTS.
004770     OPEN INPUT REGLEMENT-FILE.
004780     IF NOT REGLEMENT-OK
004790         GO TO 4200-SOMMER-REGLEMENTS-EXIT
004800     END-IF.
004810     PERFORM UNTIL FIN-REGLEMENTS
004820         READ REGLEMENT-FILE
004830             AT END SET FIN-REGLEMENTS TO TRUE
004840             NOT AT END
004850                 IF REG-NUM-FACTURE = WS-NUM-FACTURE
004860                     ADD REG-MONTANT TO WS-TOTAL-REGLE
004870                 END-IF
004880         END-READ
004890     END-PERFORM.
004900     CLOSE REGLEMENT-FILE.
004910 4200-SOMMER-REGLEMENTS-EXIT.
004920     EXIT.

004930*----------------------------------------------------------------
004940* 5000-PROJETER-COMMANDES - PURCHASE ORDERS STILL TO BE INVOICED,
004950* AT THE AGREED UNIT PRICE, PAID ON THE SUPPLIER'S TERMS
004960*----------------------------------------------------------------
004970 5000-PROJETER-COMMANDES.
004980     OPEN INPUT ACHATS-FILE.
004990     IF NOT ACHATS-OK
005000         GO TO 5000-PROJETER-COMMANDES-EXIT
005010     END-IF.
005020     OPEN INPUT FOURNISSEUR-FILE.
005030     IF FOURNISSEUR-OK
005040         SET FRN-OUVERT TO TRUE
005050     END-IF.
005060     PERFORM UNTIL FIN-ACHATS
005070         READ ACHATS-FILE NEXT RECORD
005080             AT END SET FIN-ACHATS TO TRUE
005090             NOT AT END
005100                 PERFORM 5100-PROJETER-UNE-COMMANDE
005110                     THRU 5100-PROJETER-UNE-COMMANDE-EXIT
005120         END-READ
005130     END-PERFORM.
005140     CLOSE ACHATS-FILE.
005150     IF FRN-OUVERT
005160         CLOSE FOURNISSEUR-FILE
005170     END-IF.
005180 5000-PROJETER-COMMANDES-EXIT.
005190     EXIT.

005200*----------------------------------------------------------------
005210* 5100-PROJETER-UNE-COMMANDE - WHAT HAS BEEN RECEIVED BUT NOT YET
005220* INVOICED IS BILLED FROM THE RECEPTION DATE; WHAT IS STILL TO
005230* COME FROM THE EXPECTED DELIVERY (TODAY IF ALREADY LATE)
005240*----------------------------------------------------------------
005250 5100-PROJETER-UNE-COMMANDE.
005260     IF ACH-OUVERTE
005270         MOVE ACH-QUANTITE TO WS-QTE-BASE
005280     ELSE
005290         MOVE ACH-QTE-RECUE TO WS-QTE-BASE
005300     END-IF.
005310     IF ACH-QTE-FACTUREE >= WS-QTE-BASE
005320         GO TO 5100-PROJETER-UNE-COMMANDE-EXIT
005330     END-IF.
005340     IF ACH-PRIX-UNITAIRE = ZERO
005350         ADD 1 TO WS-NB-NON-VALORISEES
005360         GO TO 5100-PROJETER-UNE-COMMANDE-EXIT
005370     END-IF.
005380     PERFORM 5200-LIRE-CONDITIONS
005390         THRU 5200-LIRE-CONDITIONS-EXIT.
005400     COMPUTE WS-QTE-A-FACTURER = ACH-QTE-RECUE - ACH-QTE-FACTUREE.
005410     IF WS-QTE-A-FACTURER > ZERO
005420         COMPUTE WS-MONTANT-FLUX =
005430             WS-QTE-A-FACTURER * ACH-PRIX-UNITAIRE
005440         MOVE ACH-DATE-RECEPTION TO WS-DATE-BASE
005442         IF WS-DATE-BASE = ZERO
005444             MOVE WS-DATE-JOUR TO WS-DATE-BASE
005446         END-IF
005450         PERFORM 5300-PLACER-COMMANDE
005460             THRU 5300-PLACER-COMMANDE-EXIT
005470     END-IF.
005480     IF ACH-QTE-RECUE > ACH-QTE-FACTUREE
005490         COMPUTE WS-QTE-A-RECEVOIR = WS-QTE-BASE - ACH-QTE-RECUE
005500     ELSE
005510         COMPUTE WS-QTE-A-RECEVOIR =
005520             WS-QTE-BASE - ACH-QTE-FACTUREE
005530     END-IF.
005540     IF WS-QTE-A-RECEVOIR > ZERO
005550         COMPUTE WS-MONTANT-FLUX =
005560             WS-QTE-A-RECEVOIR * ACH-PRIX-UNITAIRE
005570         COMPUTE WS-JOUR-ECHEANCE =
005580             FUNCTION INTEGER-OF-DATE(ACH-DATE)
005590             + WS-DELAI-LIVRAISON
005600         IF WS-JOUR-ECHEANCE < WS-JOUR-DU-JOUR
005610             MOVE WS-JOUR-DU-JOUR TO WS-JOUR-ECHEANCE
005620         END-IF
005630         COMPUTE WS-DATE-BASE =
005640             FUNCTION DATE-OF-INTEGER(WS-JOUR-ECHEANCE)
005650         PERFORM 5300-PLACER-COMMANDE
005660             THRU 5300-PLACER-COMMANDE-EXIT
005670     END-IF.
005680 5100-PROJETER-UNE-COMMANDE-EXIT.
005690     EXIT.

005700*----------------------------------------------------------------
005710* 5200-LIRE-CONDITIONS - LEAD TIME (MEASURED WHEN KNOWN) AND
005720* PAYMENT TERMS OF THE SUPPLIER; ZERO TERMS MEAN 30 DAYS
005730*----------------------------------------------------------------
005740 5200-LIRE-CONDITIONS.
005750     MOVE ZERO TO WS-DELAI-LIVRAISON.
005760     MOVE 30 TO WS-DELAI-PAIEMENT.
005770     MOVE "N" TO WS-FIN-DE-MOIS.
005780     IF NOT FRN-OUVERT
005790         GO TO 5200-LIRE-CONDITIONS-EXIT
005800     END-IF.
005810     MOVE ACH-CODE-FRN TO FRN-CODE.
005820     READ FOURNISSEUR-FILE
005830         INVALID KEY
005840             GO TO 5200-LIRE-CONDITIONS-EXIT
005850     END-READ.
005860     IF FRN-DELAI-MESURE NOT = ZERO
005870         MOVE FRN-DELAI-MESURE TO WS-DELAI-LIVRAISON
005880     ELSE
005890         MOVE FRN-DELAI TO WS-DELAI-LIVRAISON
005900     END-IF.
005910     IF FRN-DELAI-PAIEMENT NOT = ZERO
005920         MOVE FRN-DELAI-PAIEMENT TO WS-DELAI-PAIEMENT
005930     END-IF.
005940     MOVE FRN-FIN-DE-MOIS TO WS-FIN-DE-MOIS.
005950 5200-LIRE-CONDITIONS-EXIT.
005960     EXIT.

005970*----------------------------------------------------------------
005980* 5300-PLACER-COMMANDE - DUE DATE AS FACTUREFRN WILL SET IT
005990*----------------------------------------------------------------
006000 5300-PLACER-COMMANDE.
006010     COMPUTE WS-JOUR-ECHEANCE =
006020         FUNCTION INTEGER-OF-DATE(WS-DATE-BASE)
006030         + WS-DELAI-PAIEMENT.
006040     COMPUTE WS-ECHEANCE =
006050         FUNCTION DATE-OF-INTEGER(WS-JOUR-ECHEANCE).
006060     IF PAIEMENT-FIN-MOIS
006070         IF WS-ECH-MM = 12
006080             ADD 1 TO WS-ECH-AAAA
006090             MOVE 1 TO WS-ECH-MM
006100         ELSE
006110             ADD 1 TO WS-ECH-MM
006120         END-IF
006130         MOVE 1 TO WS-ECH-JJ
006140         COMPUTE WS-JOUR-ECHEANCE =
006150             FUNCTION INTEGER-OF-DATE(WS-ECHEANCE) - 1
006160     END-IF.
006170     PERFORM 8000-SITUER-SEMAINE
006180         THRU 8000-SITUER-SEMAINE-EXIT.
006190     IF WS-SEM = ZERO
006200         ADD WS-MONTANT-FLUX TO WS-AU-DELA-SORTIES
006210     ELSE
006220         SET WS-SDX TO WS-SEM
006230         ADD WS-MONTANT-FLUX TO WS-SEM-COMMANDES(WS-SDX)
006240     END-IF.
006250 5300-PLACER-COMMANDE-EXIT.
006260     EXIT.

006270*----------------------------------------------------------------
006280* 6000-PROJETER-DETTES - SUPPLIER INVOICES NOT FULLY PAID, ON
006290* THEIR DUE DATE
006300*----------------------------------------------------------------
006310 6000-PROJETER-DETTES.
006320     OPEN INPUT DETTEFRN-FILE.
006330     IF NOT DETTEFRN-OK
006340         GO TO 6000-PROJETER-DETTES-EXIT
006350     END-IF.
006360     PERFORM UNTIL FIN-DETTES
006370         READ DETTEFRN-FILE
006380             AT END SET FIN-DETTES TO TRUE
006390             NOT AT END
006400                 PERFORM 6100-PROJETER-UNE-DETTE
006410                     THRU 6100-PROJETER-UNE-DETTE-EXIT
006420         END-READ
006430     END-PERFORM.
006440     CLOSE DETTEFRN-FILE.
006450 6000-PROJETER-DETTES-EXIT.
006460     EXIT.

006470*----------------------------------------------------------------
006480* 6100-PROJETER-UNE-DETTE
006490*----------------------------------------------------------------
006500 6100-PROJETER-UNE-DETTE.
006510     MOVE DTF-CODE-FRN TO WS-CODE-FRN.
006520     MOVE DTF-NUM-FACTURE TO WS-NUM-FACTURE-FRN.
006530     PERFORM 6200-SOMMER-REGLFRN
006540         THRU 6200-SOMMER-REGLFRN-EXIT.
006550     COMPUTE WS-SOLDE-FACTURE = DTF-MONTANT-TTC - WS-TOTAL-REGLE.
006560     IF WS-SOLDE-FACTURE <= ZERO
006570         GO TO 6100-PROJETER-UNE-DETTE-EXIT
006580     END-IF.
006590     COMPUTE WS-JOUR-ECHEANCE =
006600         FUNCTION INTEGER-OF-DATE(DTF-ECHEANCE).
006610     PERFORM 8000-SITUER-SEMAINE
006620         THRU 8000-SITUER-SEMAINE-EXIT.
006630     IF WS-SEM = ZERO
006640         ADD WS-SOLDE-FACTURE TO WS-AU-DELA-SORTIES
006650     ELSE
006660         SET WS-SDX TO WS-SEM
006670         ADD WS-SOLDE-FACTURE TO WS-SEM-DETTES(WS-SDX)
006680     END-IF.
006690 6100-PROJETER-UNE-DETTE-EXIT.
006700     EXIT.

006710*----------------------------------------------------------------
006720* 6200-SOMMER-REGLFRN - TOTAL ALREADY PAID ON THE SUPPLIER INVOICE
006730*----------------------------------------------------------------
006740 6200-SOMMER-REGLFRN.
006750     MOVE ZERO TO WS-TOTAL-REGLE.
006760     MOVE "N" TO WS-FIN-REGLFRN.
006770     OPEN INPUT REGLFRN-FILE.
006780     IF NOT REGLFRN-OK
006790         GO TO 6200-SOMMER-REGLFRN-EXIT
006800     END-IF.
006810     PERFORM UNTIL FIN-REGLFRN
006820         READ REGLFRN-FILE
006830             AT END SET FIN-REGLFRN TO TRUE
006840             NOT AT END
006850                 IF RGF-CODE-FRN = WS-CODE-FRN
006860                     AND RGF-NUM-FACTURE = WS-NUM-FACTURE-FRN
006870                     ADD RGF-MONTANT TO WS-TOTAL-REGLE
006880                 END-IF
006890         END-READ
006900     END-PERFORM.
006910     CLOSE REGLFRN-FILE.
006920 6200-SOMMER-REGLFRN-EXIT.
006930     EXIT.

006940*----------------------------------------------------------------
006950* 7000-EDITER-PREVISION - ONE LINE PER WEEK, RUNNING BALANCE
006960*----------------------------------------------------------------
006970 7000-EDITER-PREVISION.
006980     DISPLAY "Prevision de tresorerie sur 13 semaines au "
006990         WS-DATE-JOUR.
007000     IF WS-COMPTE-FILTRE = SPACES
007010         DISPLAY "Tous comptes (" WS-NB-COMPTES " comptes)"
007020     ELSE
007030         DISPLAY "Compte " WS-COMPTE-FILTRE
007040     END-IF.
007050     MOVE WS-SOLDE-DEPART TO WS-MONTANT-EDITE.
007060     DISPLAY "Solde de depart    : " WS-MONTANT-EDITE.
007070     MOVE WS-SEUIL TO WS-MONTANT-EDITE.
007080     DISPLAY "Seuil de decouvert : " WS-MONTANT-EDITE.
007090     DISPLAY "-----------------------------------------------"
007100         "-----------------------------------------".
007110     DISPLAY "Sem Du       - Au             Entrees"
007120         "       Sorties    Solde fin".
007130     DISPLAY "-----------------------------------------------"
007140         "-----------------------------------------".
007150     MOVE WS-SOLDE-DEPART TO WS-SOLDE-COURANT.
007160     PERFORM VARYING WS-SDX FROM 1 BY 1 UNTIL WS-SDX > 13
007170         PERFORM 7100-EDITER-SEMAINE
007180             THRU 7100-EDITER-SEMAINE-EXIT
007190     END-PERFORM.
007200     DISPLAY "-----------------------------------------------"
007210         "-----------------------------------------".
007220     MOVE WS-TOTAL-ENTREES TO WS-MONTANT-EDITE.
007230     DISPLAY "Total des entrees  : " WS-MONTANT-EDITE.
007240     MOVE WS-TOTAL-SORTIES TO WS-MONTANT-EDITE.
007250     DISPLAY "Total des sorties  : " WS-MONTANT-EDITE.
007260     MOVE WS-SOLDE-COURANT TO WS-MONTANT-EDITE.
007270     DISPLAY "Solde a 13 semaines: " WS-MONTANT-EDITE.
007280     IF WS-AU-DELA-ENTREES > ZERO OR WS-AU-DELA-SORTIES > ZERO
007290         MOVE WS-AU-DELA-ENTREES TO WS-MONTANT-EDITE
007300         DISPLAY "Au-dela de l'horizon, entrees : "
007310             WS-MONTANT-EDITE
007320         MOVE WS-AU-DELA-SORTIES TO WS-MONTANT-EDITE
007330         DISPLAY "Au-dela de l'horizon, sorties : "
007340             WS-MONTANT-EDITE
007350     END-IF.
007360     IF WS-NB-NON-VALORISEES > ZERO
007370         DISPLAY "Commandes fournisseur sans prix, non prises"
007380             " en compte : " WS-NB-NON-VALORISEES
007390     END-IF.
007400     IF WS-NB-ALERTES > ZERO
007410         DISPLAY "*** " WS-NB-ALERTES
007420             " semaine(s) sous le seuil de decouvert"
007430     ELSE
007440         DISPLAY "Aucune semaine sous le seuil de decouvert"
007450     END-IF.
007460 7000-EDITER-PREVISION-EXIT.
007470     EXIT.

007480*----------------------------------------------------------------
007490* 7100-EDITER-SEMAINE - TOTALS, CLOSING BALANCE, THRESHOLD CHECK
007500*----------------------------------------------------------------
007510 7100-EDITER-SEMAINE.
007520     COMPUTE WS-SEM-SOLDE(WS-SDX) = WS-SOLDE-COURANT
007530         + WS-SEM-OPM-ENTREES(WS-SDX) + WS-SEM-CLIENTS(WS-SDX)
007540         - WS-SEM-OPM-SORTIES(WS-SDX) - WS-SEM-COMMANDES(WS-SDX)
007550         - WS-SEM-DETTES(WS-SDX).
007560     MOVE WS-SEM-SOLDE(WS-SDX) TO WS-SOLDE-COURANT.
007570     SET WS-SEM TO WS-SDX.
007580     MOVE WS-SEM TO WS-LS-NUM.
007590     MOVE WS-SEM-DEBUT(WS-SDX) TO WS-LS-DEBUT.
007600     MOVE WS-SEM-FIN(WS-SDX) TO WS-LS-FIN.
007610     COMPUTE WS-LS-ENTREES =
007620         WS-SEM-OPM-ENTREES(WS-SDX) + WS-SEM-CLIENTS(WS-SDX).
007630     COMPUTE WS-LS-SORTIES = WS-SEM-OPM-SORTIES(WS-SDX)
007640         + WS-SEM-COMMANDES(WS-SDX) + WS-SEM-DETTES(WS-SDX).
007650     ADD WS-SEM-OPM-ENTREES(WS-SDX) WS-SEM-CLIENTS(WS-SDX)
007660         TO WS-TOTAL-ENTREES.
007670     ADD WS-SEM-OPM-SORTIES(WS-SDX) WS-SEM-COMMANDES(WS-SDX)
007680         WS-SEM-DETTES(WS-SDX) TO WS-TOTAL-SORTIES.
007690     MOVE WS-SOLDE-COURANT TO WS-LS-SOLDE.
007700     MOVE SPACES TO WS-LS-ALERTE.
007710     IF WS-SOLDE-COURANT < WS-SEUIL
007720         MOVE "*** DECOUVERT" TO WS-LS-ALERTE
007730         ADD 1 TO WS-NB-ALERTES
007740     END-IF.
007750     DISPLAY WS-LIGNE-SEMAINE.
007758     MOVE WS-SEM-OPM-ENTREES(WS-SDX) TO WS-LD-OPM-ENTREES.
007766     MOVE WS-SEM-OPM-SORTIES(WS-SDX) TO WS-LD-OPM-SORTIES.
007774     MOVE WS-SEM-CLIENTS(WS-SDX) TO WS-LD-CLIENTS.
007782     MOVE WS-SEM-COMMANDES(WS-SDX) TO WS-LD-COMMANDES.
007790     MOVE WS-SEM-DETTES(WS-SDX) TO WS-LD-DETTES.
007798     DISPLAY WS-LIGNE-DETAIL.
007810 7100-EDITER-SEMAINE-EXIT.
007820     EXIT.

007830*----------------------------------------------------------------
007840* 8000-SITUER-SEMAINE - WEEK OF WS-JOUR-ECHEANCE; LATE ITEMS GO
007850* TO THE FIRST WEEK, ZERO WHEN BEYOND THE THIRTEENTH
007860*----------------------------------------------------------------
007870 8000-SITUER-SEMAINE.
007880     COMPUTE WS-ECART-JOURS = WS-JOUR-ECHEANCE - WS-JOUR-DU-JOUR.
007890     IF WS-ECART-JOURS < ZERO
007900         MOVE ZERO TO WS-ECART-JOURS
007910     END-IF.
007920     IF WS-ECART-JOURS > 90
007930         MOVE ZERO TO WS-SEM
007940     ELSE
007950         COMPUTE WS-SEM = WS-ECART-JOURS / 7 + 1
007960     END-IF.
007970 8000-SITUER-SEMAINE-EXIT.
007980     EXIT.
