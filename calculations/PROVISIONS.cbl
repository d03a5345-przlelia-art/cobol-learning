000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROVISIONS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. BAD-DEBT PROVISION : AT A
000110*                 QUARTER-END DATE, EVERY FACTENCR.DAT BALANCE
000120*                 STILL OPEN IS AGED AND PROVISIONED AT THE RATE
000130*                 OF ITS BAND; THE RATES AND THE OPERATORS
000140*                 ALLOWED TO WRITE OFF (PERTES) ARE KEPT ON
000150*                 PROVCFG.DAT.
000152* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000154*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000156*                 PROVISIONS (SEE HABILITATIONS).
000160*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.

000200     SELECT CONFIG-FILE ASSIGN TO "PROVCFG.DAT"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-CONFIG-STATUS.

000230     SELECT ENCOURS-FILE ASSIGN TO "FACTENCR.DAT"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-ENCOURS-STATUS.

000260     SELECT REGLEMENT-FILE ASSIGN TO "REGLMNTS.DAT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-REGLEMENT-STATUS.

000290 DATA DIVISION.
000300 FILE SECTION.

000310 FD  CONFIG-FILE.
000320     COPY "PROVCFG-RECORD.cpy".

000330 FD  ENCOURS-FILE.
000340     COPY "ENCOURS-RECORD.cpy".

000350 FD  REGLEMENT-FILE.
000360     COPY "REGLEMENT-RECORD.cpy".

000370 WORKING-STORAGE SECTION.

000375     COPY "HABILITATION.cpy".

000380 01  WS-MODE                 PIC X(01).
000390     88 MODE-EDITION                  VALUE "E" "e".
000400     88 MODE-PARAMETRES               VALUE "P" "p".

000410 01  WS-DATE-JOUR            PIC 9(08).
000420 01  WS-DATE-ARRETE          PIC 9(08).
000430 01  WS-DATE-SAISIE          PIC 9(08).
000440 01  WS-ANNEE                PIC 9(04).
000450 01  WS-MOIS                 PIC 9(02).
000460 01  WS-MOIS-TRIMESTRE       PIC 9(02).
000470 01  WS-AGE-JOURS            PIC S9(09).
000480 01  WS-TOTAL-REGLE          PIC 9(09)V99.
000490 01  WS-SOLDE-FACTURE        PIC S9(09)V99.
000500 01  WS-PROVISION            PIC 9(09)V99.
000510 01  WS-SAISIE-OPERATEUR     PIC X(20).
000520 01  WS-RANG                 PIC 9(02).

000530 01  WS-SAISIE-NUMERIQUE     PIC X(12).
000540 01  WS-VALNUM-MIN           PIC S9(08).
000550 01  WS-VALNUM-MAX           PIC S9(08).
000560 01  WS-VALNUM-VALEUR        PIC S9(08).
000570 01  WS-VALNUM-VERDICT       PIC X(01).
000580     88 SAISIE-VALIDE                 VALUE "O".

000590*----------------------------------------------------------------
000600* AGING BANDS - UPPER LIMIT IN DAYS, THE LAST ONE OPEN-ENDED
000610*----------------------------------------------------------------
000620 01  WS-LIMITES-VALEURS      PIC X(15) VALUE "030060090180365".
000630 01  WS-LIMITES REDEFINES WS-LIMITES-VALEURS.
000640     05 WS-LIMITE            PIC 9(03) OCCURS 5 TIMES.

000650 01  WS-LIBELLES-VALEURS.
000660     05 FILLER               PIC X(12) VALUE "0-30 jours  ".
000670     05 FILLER               PIC X(12) VALUE "31-60 jours ".
000680     05 FILLER               PIC X(12) VALUE "61-90 jours ".
000690     05 FILLER               PIC X(12) VALUE "91-180 jours".
000700     05 FILLER               PIC X(12) VALUE "181-365 j   ".
000710     05 FILLER               PIC X(12) VALUE "Plus de 365 ".
000720 01  WS-LIBELLES REDEFINES WS-LIBELLES-VALEURS.
000730     05 WS-LIBELLE           PIC X(12) OCCURS 6 TIMES.

000740 01  WS-TRANCHES.
000750     05 WS-TRANCHE OCCURS 6 TIMES INDEXED BY WS-BDX.
000760         10 WS-TR-NB         PIC 9(05).
000770         10 WS-TR-SOLDE      PIC 9(11)V99.
000780         10 WS-TR-PROVISION  PIC 9(11)V99.

000790 01  WS-NB-OUVERTES          PIC 9(05) VALUE ZERO.
000800 01  WS-TOTAL-SOLDES         PIC 9(11)V99 VALUE ZERO.
000810 01  WS-TOTAL-PROVISION      PIC 9(11)V99 VALUE ZERO.

000820 01  WS-CONFIG-STATUS        PIC X(02).
000830     88 CONFIG-OK                     VALUE "00".

000840 01  WS-ENCOURS-STATUS       PIC X(02).
000850     88 ENCOURS-OK                    VALUE "00".

000860 01  WS-REGLEMENT-STATUS     PIC X(02).
000870     88 REGLEMENT-OK                  VALUE "00".

000880 01  WS-SWITCHES.
000890     05 WS-FIN-ENCOURS       PIC X(01) VALUE "N".
000900         88 FIN-ENCOURS               VALUE "Y".
000910     05 WS-FIN-REGLEMENTS    PIC X(01).
000920         88 FIN-REGLEMENTS            VALUE "Y".

000930 PROCEDURE DIVISION.

000940*----------------------------------------------------------------
000950* 0000-MAINLINE
000960*----------------------------------------------------------------
000970 0000-MAINLINE.
000971     MOVE "PROVISIONS" TO HAB-PROGRAMME.
000972     CALL "HABILITER" USING HAB-ZONE.
000973     IF NOT HAB-AUTORISE
000974         GOBACK
000975     END-IF.
000980     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000990     PERFORM 0500-LIRE-PARAMETRES
001000         THRU 0500-LIRE-PARAMETRES-EXIT.
001010     DISPLAY "Etat des provisions (E) ou parametres (P) ? ".
001020     ACCEPT WS-MODE.
001030     IF MODE-EDITION
001040         PERFORM 2000-EDITER-PROVISIONS
001050             THRU 2000-EDITER-PROVISIONS-EXIT
001060     ELSE
001070         IF MODE-PARAMETRES
001080             PERFORM 1000-SAISIR-PARAMETRES
001090                 THRU 1000-SAISIR-PARAMETRES-EXIT
001100         ELSE
001110             DISPLAY "Mode inconnu, merci de choisir E ou P"
001120         END-IF
001130     END-IF.
001140     STOP RUN.

001150*----------------------------------------------------------------
001160* 0500-LIRE-PARAMETRES - DEFAULT RATES WHEN PROVCFG.DAT IS NOT
001170* THERE YET
001180*----------------------------------------------------------------
001190 0500-LIRE-PARAMETRES.
001200     MOVE SPACES TO PROVCFG-RECORD.
001210     MOVE 0   TO PVC-TAUX(1) PVC-TAUX(2).
001220     MOVE 10  TO PVC-TAUX(3).
001230     MOVE 25  TO PVC-TAUX(4).
001240     MOVE 50  TO PVC-TAUX(5).
001250     MOVE 100 TO PVC-TAUX(6).
001260     OPEN INPUT CONFIG-FILE.
001270     IF NOT CONFIG-OK
001280         GO TO 0500-LIRE-PARAMETRES-EXIT
001290     END-IF.
001300     READ CONFIG-FILE
001310         AT END CONTINUE
001320     END-READ.
001330     CLOSE CONFIG-FILE.
001340 0500-LIRE-PARAMETRES-EXIT.
001350     EXIT.

001360*----------------------------------------------------------------
001370* 1000-SAISIR-PARAMETRES - RATE PER BAND, THEN THE WRITE-OFF
001380* OPERATORS; RETURN KEEPS THE CURRENT VALUE, "-" CLEARS A SLOT
001390*----------------------------------------------------------------
001400 1000-SAISIR-PARAMETRES.
001410     PERFORM 1100-SAISIR-TAUX
001420         THRU 1100-SAISIR-TAUX-EXIT
001430         VARYING WS-BDX FROM 1 BY 1 UNTIL WS-BDX > 6.
001440     PERFORM 1200-SAISIR-OPERATEUR
001450         THRU 1200-SAISIR-OPERATEUR-EXIT
001460         VARYING WS-BDX FROM 1 BY 1 UNTIL WS-BDX > 10.
001470     OPEN OUTPUT CONFIG-FILE.
001480     WRITE PROVCFG-RECORD.
001490     CLOSE CONFIG-FILE.
001500     DISPLAY "Parametres enregistres dans PROVCFG.DAT".
001510 1000-SAISIR-PARAMETRES-EXIT.
001520     EXIT.

001530*----------------------------------------------------------------
001540* 1100-SAISIR-TAUX
001550*----------------------------------------------------------------
001560 1100-SAISIR-TAUX.
001570     MOVE 0 TO WS-VALNUM-MIN.
001580     MOVE 100 TO WS-VALNUM-MAX.
001590     MOVE "N" TO WS-VALNUM-VERDICT.
001600     PERFORM UNTIL SAISIE-VALIDE
001610         DISPLAY "Taux de provision " WS-LIBELLE(WS-BDX)
001620             " en % (" PVC-TAUX(WS-BDX) ") : "
001630         MOVE SPACES TO WS-SAISIE-NUMERIQUE
001640         ACCEPT WS-SAISIE-NUMERIQUE
001650         IF WS-SAISIE-NUMERIQUE = SPACES
001660             MOVE PVC-TAUX(WS-BDX) TO WS-SAISIE-NUMERIQUE
001670         END-IF
001680         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
001690             WS-VALNUM-MIN WS-VALNUM-MAX
001700             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
001710         IF NOT SAISIE-VALIDE
001720             DISPLAY "Taux invalide (0 a 100), merci de reessayer"
001730         END-IF
001740     END-PERFORM.
001750     MOVE WS-VALNUM-VALEUR TO PVC-TAUX(WS-BDX).
001760 1100-SAISIR-TAUX-EXIT.
001770     EXIT.

001780*----------------------------------------------------------------
001790* 1200-SAISIR-OPERATEUR
001800*----------------------------------------------------------------
001810 1200-SAISIR-OPERATEUR.
001820     SET WS-RANG TO WS-BDX.
001830     DISPLAY "Operateur habilite aux pertes " WS-RANG " ("
001840         FUNCTION TRIM(PVC-OPERATEUR(WS-BDX))
001850         ", - pour effacer) : ".
001860     MOVE SPACES TO WS-SAISIE-OPERATEUR.
001870     ACCEPT WS-SAISIE-OPERATEUR.
001880     IF WS-SAISIE-OPERATEUR = "-"
001890         MOVE SPACES TO PVC-OPERATEUR(WS-BDX)
001900     ELSE
001910         IF WS-SAISIE-OPERATEUR NOT = SPACES
001920             MOVE WS-SAISIE-OPERATEUR TO PVC-OPERATEUR(WS-BDX)
001930         END-IF
001940     END-IF.
001950 1200-SAISIR-OPERATEUR-EXIT.
001960     EXIT.

001970*----------------------------------------------------------------
001980* 2000-EDITER-PROVISIONS - BALANCES AS AT THE CUT-OFF DATE, THE
001990* PROVISIONED ONES IN DETAIL, THEN THE BAND SUMMARY
002000*----------------------------------------------------------------
002010 2000-EDITER-PROVISIONS.
002020     PERFORM 2100-FIN-TRIMESTRE
002030         THRU 2100-FIN-TRIMESTRE-EXIT.
002040     MOVE ZERO TO WS-DATE-SAISIE.
002050     DISPLAY "Date d'arrete AAAAMMJJ (vide = " WS-DATE-ARRETE
002060         ") : ".
002070     ACCEPT WS-DATE-SAISIE.
002080     IF WS-DATE-SAISIE NOT = ZERO
002090         IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAISIE) NOT = 0
002100             DISPLAY "Date invalide : " WS-DATE-SAISIE
002110             GO TO 2000-EDITER-PROVISIONS-EXIT
002120         END-IF
002130         MOVE WS-DATE-SAISIE TO WS-DATE-ARRETE
002140     END-IF.
002150     OPEN INPUT ENCOURS-FILE.
002160     IF NOT ENCOURS-OK
002170         DISPLAY "Aucune facture en compte : FACTENCR.DAT"
002180         GO TO 2000-EDITER-PROVISIONS-EXIT
002190     END-IF.
002200     INITIALIZE WS-TRANCHES.
002210     DISPLAY "Provision pour creances douteuses au "
002220         WS-DATE-ARRETE.
002230     DISPLAY "-----------------------------------------"
002240         "---------------------".
002250     PERFORM UNTIL FIN-ENCOURS
002260         READ ENCOURS-FILE
002270             AT END SET FIN-ENCOURS TO TRUE
002280             NOT AT END
002290                 IF ENC-DATE NOT > WS-DATE-ARRETE
002300                     PERFORM 2200-PROVISIONNER-FACTURE
002310                         THRU 2200-PROVISIONNER-FACTURE-EXIT
002320                 END-IF
002330         END-READ
002340     END-PERFORM.
002350     CLOSE ENCOURS-FILE.
002360     DISPLAY "-----------------------------------------"
002370         "---------------------".
002380     DISPLAY "Tranche        Nb       Solde ouvert   Taux"
002390         "        Provision".
002400     PERFORM VARYING WS-BDX FROM 1 BY 1 UNTIL WS-BDX > 6
002410         DISPLAY WS-LIBELLE(WS-BDX) " " WS-TR-NB(WS-BDX) " "
002420             WS-TR-SOLDE(WS-BDX) " " PVC-TAUX(WS-BDX) "% "
002430             WS-TR-PROVISION(WS-BDX)
002440         ADD WS-TR-SOLDE(WS-BDX) TO WS-TOTAL-SOLDES
002450         ADD WS-TR-PROVISION(WS-BDX) TO WS-TOTAL-PROVISION
002460     END-PERFORM.
002470     DISPLAY "-----------------------------------------"
002480         "---------------------".
002490     DISPLAY "Factures ouvertes  : " WS-NB-OUVERTES.
002500     DISPLAY "Total des soldes   : " WS-TOTAL-SOLDES.
002510     DISPLAY "Provision a doter  : " WS-TOTAL-PROVISION.
002520 2000-EDITER-PROVISIONS-EXIT.
002530     EXIT.

002540*----------------------------------------------------------------
002550* 2100-FIN-TRIMESTRE - LAST DAY OF THE LAST QUARTER ALREADY OVER
002560*----------------------------------------------------------------
002570 2100-FIN-TRIMESTRE.
002580     MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE.
002590     MOVE WS-DATE-JOUR(5:2) TO WS-MOIS.
002600     COMPUTE WS-MOIS-TRIMESTRE = WS-MOIS - 1.
002610     DIVIDE WS-MOIS-TRIMESTRE BY 3 GIVING WS-MOIS-TRIMESTRE.
002620     MULTIPLY 3 BY WS-MOIS-TRIMESTRE.
002630     IF WS-MOIS-TRIMESTRE = ZERO
002640         SUBTRACT 1 FROM WS-ANNEE
002650         MOVE 12 TO WS-MOIS-TRIMESTRE
002660     END-IF.
002670     COMPUTE WS-DATE-ARRETE =
002680         WS-ANNEE * 10000 + WS-MOIS-TRIMESTRE * 100 + 30.
002690     IF WS-MOIS-TRIMESTRE = 3 OR WS-MOIS-TRIMESTRE = 12
002700         ADD 1 TO WS-DATE-ARRETE
002710     END-IF.
002720 2100-FIN-TRIMESTRE-EXIT.
002730     EXIT.

002740*----------------------------------------------------------------
002750* 2200-PROVISIONNER-FACTURE - PAYMENTS AND WRITE-OFFS DATED BY
002760* THE CUT-OFF COUNT; AGE FROM THE INVOICE DATE
002770*----------------------------------------------------------------
002780 2200-PROVISIONNER-FACTURE.
002790     PERFORM 2300-SOMMER-REGLEMENTS
002800         THRU 2300-SOMMER-REGLEMENTS-EXIT.
002810     COMPUTE WS-SOLDE-FACTURE =
002820         ENC-MONTANT-TTC - WS-TOTAL-REGLE.
002830     IF WS-SOLDE-FACTURE <= ZERO
002840         GO TO 2200-PROVISIONNER-FACTURE-EXIT
002850     END-IF.
002860     ADD 1 TO WS-NB-OUVERTES.
002870     COMPUTE WS-AGE-JOURS =
002880         FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE)
002890         - FUNCTION INTEGER-OF-DATE(ENC-DATE).
002900     SET WS-BDX TO 1.
002910     PERFORM UNTIL WS-BDX > 5
002920             OR WS-AGE-JOURS <= WS-LIMITE(WS-BDX)
002930         SET WS-BDX UP BY 1
002940     END-PERFORM.
002950     COMPUTE WS-PROVISION ROUNDED =
002960         WS-SOLDE-FACTURE * PVC-TAUX(WS-BDX) / 100.
002970     ADD 1 TO WS-TR-NB(WS-BDX).
002980     ADD WS-SOLDE-FACTURE TO WS-TR-SOLDE(WS-BDX).
002990     ADD WS-PROVISION TO WS-TR-PROVISION(WS-BDX).
003000     IF WS-PROVISION > ZERO
003010         DISPLAY "Facture " ENC-NUM-FACTURE " du " ENC-DATE
003020             " - " FUNCTION TRIM(ENC-CLIENT)
003030         DISPLAY "    solde " WS-SOLDE-FACTURE " - "
003040             WS-AGE-JOURS " jours - provision " WS-PROVISION
003050     END-IF.
003060 2200-PROVISIONNER-FACTURE-EXIT.
003070     EXIT.

003080*----------------------------------------------------------------
003090* 2300-SOMMER-REGLEMENTS
003100*----------------------------------------------------------------
003110 2300-SOMMER-REGLEMENTS.
003120     MOVE ZERO TO WS-TOTAL-REGLE.
003130     MOVE "N" TO WS-FIN-REGLEMENTS.
003140     OPEN INPUT REGLEMENT-FILE.
003150     IF NOT REGLEMENT-OK
003160         GO TO 2300-SOMMER-REGLEMENTS-EXIT
003170     END-IF.
003180     PERFORM UNTIL FIN-REGLEMENTS
003190         READ REGLEMENT-FILE
003200             AT END SET FIN-REGLEMENTS TO TRUE
003210             NOT AT END
003220                 IF REG-NUM-FACTURE = ENC-NUM-FACTURE
003230                     AND REG-DATE NOT > WS-DATE-ARRETE
003240                     ADD REG-MONTANT TO WS-TOTAL-REGLE
003250                 END-IF
003260         END-READ
003270     END-PERFORM.
003280     CLOSE REGLEMENT-FILE.
003290 2300-SOMMER-REGLEMENTS-EXIT.
003300     EXIT.
