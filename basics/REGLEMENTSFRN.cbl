000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REGLEMENTSFRN.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. PAYABLES, THE SUPPLIER SIDE OF
000110*                 REGLEMENTS : BOOKS FULL OR PARTIAL PAYMENTS
000120*                 (REGLFRN.DAT) AGAINST THE INVOICES FACTUREFRN
000130*                 CLEARED ONTO DETTEFRN.DAT, PRINTS THE AGING OF
000140*                 WHAT IS STILL OWED BY DAYS PAST THE DUE DATE,
000150*                 AND THE WEEKLY LIST TO PAY : EVERY OPEN INVOICE
000160*                 DUE WITHIN SEVEN DAYS OR ALREADY LATE, EARLIEST
000170*                 DUE DATE FIRST.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 REGLEMENTSFRN (SEE HABILITATIONS).
000177* 2026-10-15  LM  THE LIST TO PAY GOES THROUGH THE SORT FILE
000178*                 TRI-A-PAYER INSTEAD OF A 200-ENTRY TABLE, SO NO
000179*                 INVOICE IS LEFT OFF IT.
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT DETTEFRN-FILE ASSIGN TO "DETTEFRN.DAT"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-DETTEFRN-STATUS.

000250     SELECT REGLFRN-FILE ASSIGN TO "REGLFRN.DAT"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-REGLFRN-STATUS.

000280     SELECT FOURNISSEUR-FILE ASSIGN TO "FOURNSSR.DAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS RANDOM
000310         RECORD KEY IS FRN-CODE
000320         FILE STATUS IS WS-FOURNISSEUR-STATUS.

000325     SELECT TRI-A-PAYER ASSIGN TO "REGLFRN.SRT".

000330 DATA DIVISION.
000340 FILE SECTION.

000350 FD  DETTEFRN-FILE.
000360     COPY "DETTEFRN-RECORD.cpy".

000370*----------------------------------------------------------------
000380* REGLFRN - ONE PAYMENT PER LINE AGAINST A SUPPLIER INVOICE
000390*----------------------------------------------------------------
000400 FD  REGLFRN-FILE.
000410     COPY "REGLFRN-RECORD.cpy".

000420 FD  FOURNISSEUR-FILE.
000430     COPY "FOURNISSEUR-RECORD.cpy".

000431*----------------------------------------------------------------
000432* TRI-A-PAYER - SORT WORK FILE, OPEN INVOICES DUE THIS WEEK OR
000433* LATE, EARLIEST DUE DATE FIRST
000434*----------------------------------------------------------------
000435 SD  TRI-A-PAYER.
000436 01  TRI-PAIEMENT.
000437     05 TRI-PAY-ECHEANCE     PIC 9(08).
000438     05 TRI-PAY-FRN          PIC X(04).
000439     05 TRI-PAY-NUM          PIC X(12).
000440     05 TRI-PAY-SOLDE        PIC S9(09)V99.

000440 WORKING-STORAGE SECTION.

000445     COPY "HABILITATION.cpy".

000450 01  WS-MODE                 PIC X(01).
000460     88 MODE-PAIEMENT                 VALUE "P" "p".
000470     88 MODE-AGING                    VALUE "A" "a".
000480     88 MODE-SEMAINE                  VALUE "S" "s".

000490 01  WS-DATE-JOUR            PIC 9(08).
000500 01  WS-JOUR-DU-JOUR         PIC 9(07).
000510 01  WS-DATE-LIMITE          PIC 9(08).
000520 01  WS-CODE-FRN             PIC X(04).
000530 01  WS-NUM-FACTURE          PIC X(12).
000540 01  WS-MONTANT-PAIEMENT     PIC 9(09)V99.

000550 01  WS-RETARD-JOURS         PIC S9(07).
000560 01  WS-SOLDE-FACTURE        PIC S9(09)V99.
000570 01  WS-TOTAL-REGLE          PIC 9(09)V99.
000580 01  WS-NOM-FRN              PIC X(20).

000590 01  WS-NON-ECHU             PIC 9(11)V99 VALUE ZERO.
000600 01  WS-TRANCHE-1-30         PIC 9(11)V99 VALUE ZERO.
000610 01  WS-TRANCHE-31-60        PIC 9(11)V99 VALUE ZERO.
000620 01  WS-TRANCHE-61-90        PIC 9(11)V99 VALUE ZERO.
000630 01  WS-TRANCHE-90-PLUS      PIC 9(11)V99 VALUE ZERO.
000640 01  WS-TOTAL-A-PAYER        PIC 9(11)V99 VALUE ZERO.

000650 01  WS-NB-OUVERTES          PIC 9(04) VALUE ZERO.

000660 01  WS-DETTEFRN-STATUS      PIC X(02).
000670     88 DETTEFRN-OK                   VALUE "00".

000680 01  WS-REGLFRN-STATUS       PIC X(02).
000690     88 REGLFRN-OK                    VALUE "00".

000700 01  WS-FOURNISSEUR-STATUS   PIC X(02).
000710     88 FOURNISSEUR-OK                VALUE "00".

000720 01  WS-SWITCHES.
000730     05 WS-FIN-DETTES        PIC X(01) VALUE "N".
000740         88 FIN-DETTES                VALUE "Y".
000750     05 WS-FIN-REGLEMENTS    PIC X(01).
000760         88 FIN-REGLEMENTS            VALUE "Y".
000770     05 WS-DETTE-TROUVEE     PIC X(01) VALUE "N".
000780         88 DETTE-TROUVEE             VALUE "O".
000790     05 WS-FRN-OUVERT        PIC X(01) VALUE "N".
000800         88 FRN-OUVERT                VALUE "O".
000810     05 WS-FIN-TRI           PIC X(01) VALUE "N".
000820         88 FIN-TRI                   VALUE "Y".

000850 01  WS-NB-A-PAYER           PIC 9(04) VALUE ZERO.

000980 PROCEDURE DIVISION.

000990*----------------------------------------------------------------
001000* 0000-MAINLINE
001010*----------------------------------------------------------------
001020 0000-MAINLINE.
001021     MOVE "REGLEMENTSFRN" TO HAB-PROGRAMME.
001022     CALL "HABILITER" USING HAB-ZONE.
001023     IF NOT HAB-AUTORISE
001024         GOBACK
001025     END-IF.
001030     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001040     COMPUTE WS-JOUR-DU-JOUR =
001050         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
001060     DISPLAY "Paiement (P), balance agee (A) ou a payer cette"
001070         " semaine (S) ? ".
001080     ACCEPT WS-MODE.
001090     IF MODE-PAIEMENT
001100         PERFORM 1000-SAISIR-PAIEMENT
001110             THRU 1000-SAISIR-PAIEMENT-EXIT
001120     ELSE
001130         IF MODE-AGING
001140             PERFORM 3000-EDITER-AGING
001150                 THRU 3000-EDITER-AGING-EXIT
001160         ELSE
001170             IF MODE-SEMAINE
001180                 PERFORM 5000-EDITER-A-PAYER
001190                     THRU 5000-EDITER-A-PAYER-EXIT
001200             ELSE
001210                 DISPLAY "Mode inconnu, merci de choisir P, A"
001220                     " ou S"
001230             END-IF
001240         END-IF
001250     END-IF.
001260     STOP RUN.

001270*----------------------------------------------------------------
001280* 1000-SAISIR-PAIEMENT - THE INVOICE MUST BE ON DETTEFRN.DAT
001290*----------------------------------------------------------------
001300 1000-SAISIR-PAIEMENT.
001310     DISPLAY "Code fournisseur : ".
001320     ACCEPT WS-CODE-FRN.
001330     DISPLAY "Numero de facture du fournisseur : ".
001340     MOVE SPACES TO WS-NUM-FACTURE.
001350     ACCEPT WS-NUM-FACTURE.
001360     PERFORM 1500-RETROUVER-DETTE
001370         THRU 1500-RETROUVER-DETTE-EXIT.
001380     IF NOT DETTE-TROUVEE
001390         DISPLAY "Facture non payable ou inconnue : " WS-CODE-FRN
001400             " " FUNCTION TRIM(WS-NUM-FACTURE)
001410         GO TO 1000-SAISIR-PAIEMENT-EXIT
001420     END-IF.
001430     PERFORM 2000-SOMMER-REGLEMENTS
001440         THRU 2000-SOMMER-REGLEMENTS-EXIT.
001450     COMPUTE WS-SOLDE-FACTURE =
001460         DTF-MONTANT-TTC - WS-TOTAL-REGLE.
001470     DISPLAY "Facture " FUNCTION TRIM(WS-NUM-FACTURE)
001480         " - echeance " DTF-ECHEANCE
001490         " - TTC " DTF-MONTANT-TTC
001500         " - restant du " WS-SOLDE-FACTURE.
001510     IF WS-SOLDE-FACTURE <= ZERO
001520         DISPLAY "Facture deja soldee - aucun paiement attendu"
001530         GO TO 1000-SAISIR-PAIEMENT-EXIT
001540     END-IF.
001550     DISPLAY "Montant paye : ".
001560     ACCEPT WS-MONTANT-PAIEMENT.
001570     IF WS-MONTANT-PAIEMENT = ZERO
001580         DISPLAY "Montant nul - abandon"
001590         GO TO 1000-SAISIR-PAIEMENT-EXIT
001600     END-IF.
001610     OPEN EXTEND REGLFRN-FILE.
001620     IF NOT REGLFRN-OK
001630         CLOSE REGLFRN-FILE
001640         OPEN OUTPUT REGLFRN-FILE
001650     END-IF.
001660     MOVE WS-CODE-FRN         TO RGF-CODE-FRN.
001670     MOVE WS-NUM-FACTURE      TO RGF-NUM-FACTURE.
001680     MOVE WS-DATE-JOUR        TO RGF-DATE.
001690     MOVE WS-MONTANT-PAIEMENT TO RGF-MONTANT.
001700     WRITE REGLFRN-RECORD.
001710     CLOSE REGLFRN-FILE.
001720     SUBTRACT WS-MONTANT-PAIEMENT FROM WS-SOLDE-FACTURE.
001730     DISPLAY "Paiement enregistre - restant du : "
001740         WS-SOLDE-FACTURE.
001750 1000-SAISIR-PAIEMENT-EXIT.
001760     EXIT.

001770*----------------------------------------------------------------
001780* 1500-RETROUVER-DETTE
001790*----------------------------------------------------------------
001800 1500-RETROUVER-DETTE.
001810     MOVE "N" TO WS-DETTE-TROUVEE.
001820     MOVE "N" TO WS-FIN-DETTES.
001830     OPEN INPUT DETTEFRN-FILE.
001840     IF NOT DETTEFRN-OK
001850         DISPLAY "Aucune facture a payer : DETTEFRN.DAT"
001860         GO TO 1500-RETROUVER-DETTE-EXIT
001870     END-IF.
001880     PERFORM UNTIL FIN-DETTES OR DETTE-TROUVEE
001890         READ DETTEFRN-FILE
001900             AT END SET FIN-DETTES TO TRUE
001910             NOT AT END
001920                 IF DTF-CODE-FRN = WS-CODE-FRN
001930                     AND DTF-NUM-FACTURE = WS-NUM-FACTURE
001940                     SET DETTE-TROUVEE TO TRUE
001950                 END-IF
001960         END-READ
001970     END-PERFORM.
001980     CLOSE DETTEFRN-FILE.
001990 1500-RETROUVER-DETTE-EXIT.
002000     EXIT.

002010*----------------------------------------------------------------
002020* 2000-SOMMER-REGLEMENTS - TOTAL ALREADY PAID ON THE INVOICE
002030*----------------------------------------------------------------
002040 2000-SOMMER-REGLEMENTS.
002050     MOVE ZERO TO WS-TOTAL-REGLE.
002060     MOVE "N" TO WS-FIN-REGLEMENTS.
002070     OPEN INPUT REGLFRN-FILE.
002080     IF NOT REGLFRN-OK
002090         GO TO 2000-SOMMER-REGLEMENTS-EXIT
002100     END-IF.
002110     PERFORM UNTIL FIN-REGLEMENTS
002120         READ REGLFRN-FILE
002130             AT END SET FIN-REGLEMENTS TO TRUE
002140             NOT AT END
002150                 IF RGF-CODE-FRN = WS-CODE-FRN
002160                     AND RGF-NUM-FACTURE = WS-NUM-FACTURE
002170                     ADD RGF-MONTANT TO WS-TOTAL-REGLE
002180                 END-IF
002190         END-READ
002200     END-PERFORM.
002210     CLOSE REGLFRN-FILE.
002220 2000-SOMMER-REGLEMENTS-EXIT.
002230     EXIT.

002240*----------------------------------------------------------------
002250* 2400-OUVRIR-FOURNISSEURS - THE NAMES ARE A NICETY; THE LISTS
002260* RUN WITHOUT THEM
002270*----------------------------------------------------------------
002280 2400-OUVRIR-FOURNISSEURS.
002290     MOVE "N" TO WS-FRN-OUVERT.
002300     OPEN INPUT FOURNISSEUR-FILE.
002310     IF FOURNISSEUR-OK
002320         SET FRN-OUVERT TO TRUE
002330     END-IF.
002340 2400-OUVRIR-FOURNISSEURS-EXIT.
002350     EXIT.

002360*----------------------------------------------------------------
002370* 2500-NOMMER-FOURNISSEUR - SUPPLIER NAME FOR THE LISTS
002380*----------------------------------------------------------------
002390 2500-NOMMER-FOURNISSEUR.
002400     MOVE SPACES TO WS-NOM-FRN.
002410     IF NOT FRN-OUVERT
002420         GO TO 2500-NOMMER-FOURNISSEUR-EXIT
002430     END-IF.
002440     MOVE DTF-CODE-FRN TO FRN-CODE.
002450     READ FOURNISSEUR-FILE
002460         INVALID KEY
002470             MOVE "(fournisseur inconnu)" TO WS-NOM-FRN
002480         NOT INVALID KEY
002490             MOVE FRN-NOM TO WS-NOM-FRN
002500     END-READ.
002510 2500-NOMMER-FOURNISSEUR-EXIT.
002520     EXIT.

002530*----------------------------------------------------------------
002540* 3000-EDITER-AGING - AMOUNTS STILL OWED, BY DAYS PAST DUE
002550*----------------------------------------------------------------
002560 3000-EDITER-AGING.
002570     OPEN INPUT DETTEFRN-FILE.
002580     IF NOT DETTEFRN-OK
002590         DISPLAY "Aucune facture a payer : DETTEFRN.DAT"
002600         GO TO 3000-EDITER-AGING-EXIT
002610     END-IF.
002620     PERFORM 2400-OUVRIR-FOURNISSEURS
002630         THRU 2400-OUVRIR-FOURNISSEURS-EXIT.
002640     DISPLAY "Balance agee des dettes fournisseur au "
002650         WS-DATE-JOUR.
002660     DISPLAY "-----------------------------------------".
002670     PERFORM UNTIL FIN-DETTES
002680         READ DETTEFRN-FILE
002690             AT END SET FIN-DETTES TO TRUE
002700             NOT AT END
002710                 PERFORM 3100-CLASSER-UNE-DETTE
002720                     THRU 3100-CLASSER-UNE-DETTE-EXIT
002730         END-READ
002740     END-PERFORM.
002750     CLOSE DETTEFRN-FILE.
002760     IF FRN-OUVERT
002770         CLOSE FOURNISSEUR-FILE
002780     END-IF.
002790     DISPLAY "-----------------------------------------".
002800     DISPLAY "Factures ouvertes : " WS-NB-OUVERTES.
002810     DISPLAY "Non echu     : " WS-NON-ECHU.
002820     DISPLAY "1-30 jours   : " WS-TRANCHE-1-30.
002830     DISPLAY "31-60 jours  : " WS-TRANCHE-31-60.
002840     DISPLAY "61-90 jours  : " WS-TRANCHE-61-90.
002850     DISPLAY "Plus de 90 j : " WS-TRANCHE-90-PLUS.
002860 3000-EDITER-AGING-EXIT.
002870     EXIT.

002880*----------------------------------------------------------------
002890* 3100-CLASSER-UNE-DETTE - OPEN BALANCE INTO ITS LATENESS BUCKET
002900*----------------------------------------------------------------
002910 3100-CLASSER-UNE-DETTE.
002920     MOVE DTF-CODE-FRN TO WS-CODE-FRN.
002930     MOVE DTF-NUM-FACTURE TO WS-NUM-FACTURE.
002940     PERFORM 2000-SOMMER-REGLEMENTS
002950         THRU 2000-SOMMER-REGLEMENTS-EXIT.
002960     COMPUTE WS-SOLDE-FACTURE =
002970         DTF-MONTANT-TTC - WS-TOTAL-REGLE.
002980     IF WS-SOLDE-FACTURE <= ZERO
002990         GO TO 3100-CLASSER-UNE-DETTE-EXIT
003000     END-IF.
003010     ADD 1 TO WS-NB-OUVERTES.
003020     COMPUTE WS-RETARD-JOURS = WS-JOUR-DU-JOUR
003030         - FUNCTION INTEGER-OF-DATE(DTF-ECHEANCE).
003040     PERFORM 2500-NOMMER-FOURNISSEUR
003050         THRU 2500-NOMMER-FOURNISSEUR-EXIT.
003060     DISPLAY DTF-CODE-FRN " " FUNCTION TRIM(WS-NOM-FRN)
003070         " - facture " FUNCTION TRIM(DTF-NUM-FACTURE)
003080         " echue le " DTF-ECHEANCE
003090         " - restant " WS-SOLDE-FACTURE
003100         " (" WS-RETARD-JOURS " jours)".
003110     IF WS-RETARD-JOURS <= ZERO
003120         ADD WS-SOLDE-FACTURE TO WS-NON-ECHU
003130     ELSE
003140         IF WS-RETARD-JOURS <= 30
003150             ADD WS-SOLDE-FACTURE TO WS-TRANCHE-1-30
003160         ELSE
003170             IF WS-RETARD-JOURS <= 60
003180                 ADD WS-SOLDE-FACTURE TO WS-TRANCHE-31-60
003190             ELSE
003200                 IF WS-RETARD-JOURS <= 90
003210                     ADD WS-SOLDE-FACTURE TO WS-TRANCHE-61-90
003220                 ELSE
003230                     ADD WS-SOLDE-FACTURE TO WS-TRANCHE-90-PLUS
003240                 END-IF
003250             END-IF
003260         END-IF
003270     END-IF.
003280 3100-CLASSER-UNE-DETTE-EXIT.
003290     EXIT.

003300*----------------------------------------------------------------
003310* 5000-EDITER-A-PAYER - OPEN INVOICES DUE WITHIN SEVEN DAYS OR
003320* ALREADY LATE, EARLIEST DUE DATE FIRST
003330*----------------------------------------------------------------
003340 5000-EDITER-A-PAYER.
003350     COMPUTE WS-DATE-LIMITE =
003360         FUNCTION DATE-OF-INTEGER(WS-JOUR-DU-JOUR + 7).
003361     SORT TRI-A-PAYER
003362         ON ASCENDING KEY TRI-PAY-ECHEANCE
003363         WITH DUPLICATES IN ORDER
003364         INPUT PROCEDURE IS 5050-RETENIR-DETTES
003365             THRU 5050-RETENIR-DETTES-EXIT
003366         OUTPUT PROCEDURE IS 5300-EDITER-LISTE
003367             THRU 5300-EDITER-LISTE-EXIT.
003368 5000-EDITER-A-PAYER-EXIT.
003369     EXIT.

003370*----------------------------------------------------------------
003371* 5050-RETENIR-DETTES - SORT INPUT : THE WHOLE OF DETTEFRN.DAT
003372*----------------------------------------------------------------
003373 5050-RETENIR-DETTES.
003370     OPEN INPUT DETTEFRN-FILE.
003380     IF NOT DETTEFRN-OK
003390         DISPLAY "Aucune facture a payer : DETTEFRN.DAT"
003400         GO TO 5050-RETENIR-DETTES-EXIT
003410     END-IF.
003420     PERFORM UNTIL FIN-DETTES
003430         READ DETTEFRN-FILE
003440             AT END SET FIN-DETTES TO TRUE
003450             NOT AT END
003460                 PERFORM 5100-RETENIR-UNE-DETTE
003470                     THRU 5100-RETENIR-UNE-DETTE-EXIT
003480         END-READ
003490     END-PERFORM.
003500     CLOSE DETTEFRN-FILE.
003510 5050-RETENIR-DETTES-EXIT.
003730     EXIT.

003740*----------------------------------------------------------------
003750* 5100-RETENIR-UNE-DETTE
003760*----------------------------------------------------------------
003770 5100-RETENIR-UNE-DETTE.
003780     IF DTF-ECHEANCE > WS-DATE-LIMITE
003790         GO TO 5100-RETENIR-UNE-DETTE-EXIT
003800     END-IF.
003810     MOVE DTF-CODE-FRN TO WS-CODE-FRN.
003820     MOVE DTF-NUM-FACTURE TO WS-NUM-FACTURE.
003830     PERFORM 2000-SOMMER-REGLEMENTS
003840         THRU 2000-SOMMER-REGLEMENTS-EXIT.
003850     COMPUTE WS-SOLDE-FACTURE =
003860         DTF-MONTANT-TTC - WS-TOTAL-REGLE.
003870     IF WS-SOLDE-FACTURE <= ZERO
003880         GO TO 5100-RETENIR-UNE-DETTE-EXIT
003890     END-IF.
003950     ADD 1 TO WS-NB-A-PAYER.
003960     MOVE DTF-ECHEANCE     TO TRI-PAY-ECHEANCE.
003970     MOVE DTF-CODE-FRN     TO TRI-PAY-FRN.
003980     MOVE DTF-NUM-FACTURE  TO TRI-PAY-NUM.
003990     MOVE WS-SOLDE-FACTURE TO TRI-PAY-SOLDE.
004010     ADD WS-SOLDE-FACTURE TO WS-TOTAL-A-PAYER.
004015     RELEASE TRI-PAIEMENT.
004020 5100-RETENIR-UNE-DETTE-EXIT.
004030     EXIT.

004040*----------------------------------------------------------------
004050* 5200-EDITER-UNE-LIGNE - LATE INVOICES ARE MARKED
004060*----------------------------------------------------------------
004070 5200-EDITER-UNE-LIGNE.
004072     RETURN TRI-A-PAYER
004074         AT END
004076             SET FIN-TRI TO TRUE
004078             GO TO 5200-EDITER-UNE-LIGNE-EXIT
004080     END-RETURN.
004082     MOVE TRI-PAY-FRN TO DTF-CODE-FRN.
004090     PERFORM 2500-NOMMER-FOURNISSEUR
004100         THRU 2500-NOMMER-FOURNISSEUR-EXIT.
004110     IF TRI-PAY-ECHEANCE < WS-DATE-JOUR
004120         DISPLAY TRI-PAY-ECHEANCE " EN RETARD "
004130             TRI-PAY-FRN " " FUNCTION TRIM(WS-NOM-FRN)
004140             " - facture " FUNCTION TRIM(TRI-PAY-NUM)
004150             " - " TRI-PAY-SOLDE
004160     ELSE
004170         DISPLAY TRI-PAY-ECHEANCE "            "
004180             TRI-PAY-FRN " " FUNCTION TRIM(WS-NOM-FRN)
004190             " - facture " FUNCTION TRIM(TRI-PAY-NUM)
004200             " - " TRI-PAY-SOLDE
004210     END-IF.
004220 5200-EDITER-UNE-LIGNE-EXIT.
004230     EXIT.

004240*----------------------------------------------------------------
004246* 5300-EDITER-LISTE - SORT OUTPUT : EQUAL DUE DATES IN
004252* DETTEFRN.DAT ORDER
004260*----------------------------------------------------------------
004265 5300-EDITER-LISTE.
004270     IF NOT DETTEFRN-OK
004275         GO TO 5300-EDITER-LISTE-EXIT
004280     END-IF.
004285     IF WS-NB-A-PAYER = ZERO
004290         DISPLAY "Rien a payer d'ici le " WS-DATE-LIMITE
004295         GO TO 5300-EDITER-LISTE-EXIT
004300     END-IF.
004305     PERFORM 2400-OUVRIR-FOURNISSEURS
004310         THRU 2400-OUVRIR-FOURNISSEURS-EXIT.
004315     DISPLAY "A payer d'ici le " WS-DATE-LIMITE
004320         " - echeance la plus proche d'abord".
004325     DISPLAY "-----------------------------------------".
004330     PERFORM 5200-EDITER-UNE-LIGNE
004335         THRU 5200-EDITER-UNE-LIGNE-EXIT
004340         UNTIL FIN-TRI.
004345     IF FRN-OUVERT
004350         CLOSE FOURNISSEUR-FILE
004355     END-IF.
004360     DISPLAY "-----------------------------------------".
004365     DISPLAY "Factures a payer : " WS-NB-A-PAYER.
004370     DISPLAY "Total a payer    : " WS-TOTAL-A-PAYER.
004375 5300-EDITER-LISTE-EXIT.
004400     EXIT.
