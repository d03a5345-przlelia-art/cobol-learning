000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRETS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MEMBER LOANS : RECORDS THE LOAN
000110*                 (ACCOUNT, PRINCIPAL, ANNUAL RATE, NUMBER OF
000120*                 MONTHLY INSTALMENTS, FIRST MONTH, DAY OF THE
000130*                 MONTH) ON PRETS.DAT, COMPUTES THE CONSTANT-
000140*                 INSTALMENT AMORTIZATION SCHEDULE ONTO
000150*                 AMORTISS.DAT (THE LAST INSTALMENT TAKES THE
000160*                 ROUNDING) AND PRINTS IT. AN EARLY REPAYMENT
000170*                 DEBITS THE ACCOUNT, LOWERS THE PRINCIPAL AND
000180*                 RECOMPUTES THE INSTALMENTS STILL PLANNED OVER
000190*                 THE SAME END DATE. THE INSTALMENTS THEMSELVES
000200*                 ARE POSTED BY THE ORDRESPERMANENTS MONTHLY RUN.
000202* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000204*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000206*                 PRETS (SEE HABILITATIONS).
000210*----------------------------------------------------------------

000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.

000250     SELECT PRETS-FILE ASSIGN TO "PRETS.DAT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS PRT-NUMERO
000290         FILE STATUS IS WS-PRETS-STATUS.

000300     SELECT AMORT-FILE ASSIGN TO "AMORTISS.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS AMO-CLE
000340         FILE STATUS IS WS-AMORT-STATUS.

000350     SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CTL-COMPTE
000390         FILE STATUS IS WS-COMPTES-STATUS.

000400     SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACT.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TRANS-STATUS.

000430     SELECT GENERATION-CTL-FILE ASSIGN TO "OPMGEN.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CTL-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.

000480 FD  PRETS-FILE.
000490     COPY "PRET-RECORD.cpy".

000500 FD  AMORT-FILE.
000510     COPY "AMORT-RECORD.cpy".

000520 FD  ACCOUNTS-FILE.
000530     COPY "COMPTE-RECORD.cpy".

000540 FD  TRANSACTIONS-FILE.
000550     COPY "MOUVEMENT-RECORD.cpy".

000560*----------------------------------------------------------------
000570* GENERATION CONTROL - LAST MONTH ORDRESPERMANENTS GENERATED
000580*----------------------------------------------------------------
000590 FD  GENERATION-CTL-FILE.
000600 01  CTL-DERNIER-MOIS        PIC 9(06).

000610 WORKING-STORAGE SECTION.

000615     COPY "HABILITATION.cpy".

000620 01  WS-MODE                 PIC X(01).
000630     88 MODE-NOUVEAU                  VALUE "N" "n".
000640     88 MODE-TABLEAU                  VALUE "T" "t".
000650     88 MODE-ANTICIPE                 VALUE "R" "r".

000660 01  WS-DATE-JOUR            PIC 9(08).
000670 01  WS-PERIODE-VERDICT      PIC X(01).
000680     88 PERIODE-CLOTUREE              VALUE "C".
000690 01  WS-MESSAGE-STATUT       PIC X(40).

000700 01  WS-NUMERO               PIC 9(06) VALUE ZERO.
000710 01  WS-MONTANT-ANTICIPE     PIC 9(07).
000720 01  WS-RESTE-A-ECRIRE       PIC 9(07).

000730 01  WS-SAISIE-NUMERIQUE     PIC X(12).
000740 01  WS-VALNUM-MIN           PIC S9(08).
000750 01  WS-VALNUM-MAX           PIC S9(08).
000760 01  WS-VALNUM-VALEUR        PIC S9(08).
000770 01  WS-VALNUM-VERDICT       PIC X(01).
000780     88 SAISIE-VALIDE                 VALUE "O".

000790*----------------------------------------------------------------
000800* SCHEDULE COMPUTATION - WS-CALC-CAPITAL SPREAD OVER WS-CALC-NB
000810* INSTALMENTS, THE FIRST OF RANK WS-CALC-RANG IN WS-CALC-MOIS
000820*----------------------------------------------------------------
000830 01  WS-CALC-CAPITAL         PIC 9(07).
000840 01  WS-CALC-NB              PIC 9(03).
000850 01  WS-CALC-RANG            PIC 9(03).
000860 01  WS-CALC-MOIS            PIC 9(06).
000870 01  WS-CALC-MOIS-R REDEFINES WS-CALC-MOIS.
000880     05 WS-CALC-AAAA         PIC 9(04).
000890     05 WS-CALC-MM           PIC 9(02).
000900 01  WS-K                    PIC 9(03).
000910 01  WS-TAUX-MENSUEL         PIC 9V9(12).
000920 01  WS-FACTEUR              PIC 9(06)V9(10).
000930 01  WS-MENSUALITE           PIC 9(07).
000940 01  WS-RESTANT              PIC 9(07).
000950 01  WS-INTERETS             PIC 9(07).
000960 01  WS-PART-CAPITAL         PIC S9(08).

000970 01  WS-NB-PREVUES           PIC 9(03).
000980 01  WS-PREMIER-RANG         PIC 9(03).
000990 01  WS-PREMIER-MOIS         PIC 9(06).
001000 01  WS-TOTAL-INTERETS       PIC 9(08).

001010 01  WS-LIGNE-TABLEAU.
001020     05 WS-LT-RANG           PIC ZZ9.
001030     05 FILLER               PIC X(02) VALUE SPACES.
001040     05 WS-LT-MOIS           PIC 9(06).
001050     05 WS-LT-MENSUALITE     PIC Z(07)9.
001060     05 WS-LT-CAPITAL        PIC Z(07)9.
001070     05 WS-LT-INTERETS       PIC Z(07)9.
001080     05 WS-LT-RESTANT        PIC Z(07)9.
001090     05 FILLER               PIC X(02) VALUE SPACES.
001100     05 WS-LT-STATUT         PIC X(08).

001110 01  WS-PRETS-STATUS         PIC X(02).
001120     88 PRETS-OK                      VALUE "00".

001130 01  WS-AMORT-STATUS         PIC X(02).
001140     88 AMORT-OK                      VALUE "00".

001150 01  WS-COMPTES-STATUS       PIC X(02).
001160     88 COMPTES-OK                    VALUE "00".

001170 01  WS-TRANS-STATUS         PIC X(02).
001180     88 TRANS-OK                      VALUE "00".

001190 01  WS-CTL-STATUS           PIC X(02).
001200     88 CTL-OK                        VALUE "00".

001210 01  WS-SWITCHES.
001220     05 WS-FIN-PRETS         PIC X(01) VALUE "N".
001230         88 FIN-PRETS                 VALUE "Y".
001240     05 WS-FIN-AMORT         PIC X(01).
001250         88 FIN-AMORT                 VALUE "Y".
001260     05 WS-COMPTE-VALIDE     PIC X(01).
001270         88 COMPTE-VALIDE             VALUE "O".
001280     05 WS-PRET-TROUVE       PIC X(01).
001290         88 PRET-TROUVE               VALUE "O".

001300 PROCEDURE DIVISION.

001310*----------------------------------------------------------------
001320* 0000-MAINLINE
001330*----------------------------------------------------------------
001340 0000-MAINLINE.
001341     MOVE "PRETS" TO HAB-PROGRAMME.
001342     CALL "HABILITER" USING HAB-ZONE.
001343     IF NOT HAB-AUTORISE
001344         GOBACK
001345     END-IF.
001350     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001360     DISPLAY "Nouveau pret (N), tableau d'amortissement (T) ou"
001370         " remboursement anticipe (R) ? ".
001380     ACCEPT WS-MODE.
001390     IF NOT MODE-NOUVEAU AND NOT MODE-TABLEAU
001400         AND NOT MODE-ANTICIPE
001410         DISPLAY "Mode inconnu, merci de choisir N, T ou R"
001420         GO TO 0000-FIN
001430     END-IF.
001440     PERFORM 0500-OUVRIR-FICHIERS
001450         THRU 0500-OUVRIR-FICHIERS-EXIT.
001460     IF NOT PRETS-OK OR NOT AMORT-OK
001470         GO TO 0000-FIN
001480     END-IF.
001490     IF MODE-NOUVEAU
001500         PERFORM 1000-CREER-PRET
001510             THRU 1000-CREER-PRET-EXIT
001520     ELSE
001530         IF MODE-TABLEAU
001540             PERFORM 2000-CONSULTER-PRET
001550                 THRU 2000-CONSULTER-PRET-EXIT
001560         ELSE
001570             PERFORM 3000-REMBOURSER-ANTICIPE
001580                 THRU 3000-REMBOURSER-ANTICIPE-EXIT
001590         END-IF
001600     END-IF.
001610     CLOSE PRETS-FILE.
001620     CLOSE AMORT-FILE.
001630 0000-FIN.
001640     STOP RUN.

001650*----------------------------------------------------------------
001660* 0500-OUVRIR-FICHIERS - BOTH FILES CREATED ON FIRST USE
001670*----------------------------------------------------------------
001680 0500-OUVRIR-FICHIERS.
001690     OPEN I-O PRETS-FILE.
001700     IF NOT PRETS-OK
001710         CLOSE PRETS-FILE
001720         OPEN OUTPUT PRETS-FILE
001730         CLOSE PRETS-FILE
001740         OPEN I-O PRETS-FILE
001750     END-IF.
001760     IF NOT PRETS-OK
001770         CALL "FICHSTAT" USING WS-PRETS-STATUS
001780             WS-MESSAGE-STATUT
001790         DISPLAY "PRETS.DAT : "
001800             FUNCTION TRIM(WS-MESSAGE-STATUT)
001810         GO TO 0500-OUVRIR-FICHIERS-EXIT
001820     END-IF.
001830     OPEN I-O AMORT-FILE.
001840     IF NOT AMORT-OK
001850         CLOSE AMORT-FILE
001860         OPEN OUTPUT AMORT-FILE
001870         CLOSE AMORT-FILE
001880         OPEN I-O AMORT-FILE
001890     END-IF.
001900     IF NOT AMORT-OK
001910         CALL "FICHSTAT" USING WS-AMORT-STATUS
001920             WS-MESSAGE-STATUT
001930         DISPLAY "AMORTISS.DAT : "
001940             FUNCTION TRIM(WS-MESSAGE-STATUT)
001950         CLOSE PRETS-FILE
001960     END-IF.
001970 0500-OUVRIR-FICHIERS-EXIT.
001980     EXIT.

001990*----------------------------------------------------------------
002000* 1000-CREER-PRET - OPEN ACCOUNT, TERMS, SCHEDULE, PRINTOUT
002010*----------------------------------------------------------------
002020 1000-CREER-PRET.
002030     PERFORM 4000-NUMEROTER
002040         THRU 4000-NUMEROTER-EXIT.
002050     INITIALIZE PRET-RECORD.
002060     MOVE WS-NUMERO TO PRT-NUMERO.
002070     DISPLAY "Compte emprunteur : ".
002080     ACCEPT PRT-COMPTE.
002090     PERFORM 1100-CONTROLER-COMPTE
002100         THRU 1100-CONTROLER-COMPTE-EXIT.
002110     IF NOT COMPTE-VALIDE
002120         GO TO 1000-CREER-PRET-EXIT
002130     END-IF.
002140     MOVE 1 TO WS-VALNUM-MIN.
002150     MOVE 9999999 TO WS-VALNUM-MAX.
002160     MOVE "N" TO WS-VALNUM-VERDICT.
002170     PERFORM UNTIL SAISIE-VALIDE
002180         DISPLAY "Capital emprunte : "
002190         ACCEPT WS-SAISIE-NUMERIQUE
002200         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
002210             WS-VALNUM-MIN WS-VALNUM-MAX
002220             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
002230         IF NOT SAISIE-VALIDE
002240             DISPLAY "Capital invalide, merci de reessayer"
002250         END-IF
002260     END-PERFORM.
002270     MOVE WS-VALNUM-VALEUR TO PRT-CAPITAL.
002280     DISPLAY "Taux annuel en % (0 a 30, ex. 4.25) : ".
002290     MOVE ZERO TO PRT-TAUX.
002300     ACCEPT PRT-TAUX.
002310     IF PRT-TAUX > 30
002320         DISPLAY "Taux hors limites : " PRT-TAUX
002330         GO TO 1000-CREER-PRET-EXIT
002340     END-IF.
002350     MOVE 1 TO WS-VALNUM-MIN.
002360     MOVE 360 TO WS-VALNUM-MAX.
002370     MOVE "N" TO WS-VALNUM-VERDICT.
002380     PERFORM UNTIL SAISIE-VALIDE
002390         DISPLAY "Nombre de mensualites (1 a 360) : "
002400         ACCEPT WS-SAISIE-NUMERIQUE
002410         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
002420             WS-VALNUM-MIN WS-VALNUM-MAX
002430             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
002440         IF NOT SAISIE-VALIDE
002450             DISPLAY "Nombre invalide, merci de reessayer"
002460         END-IF
002470     END-PERFORM.
002480     MOVE WS-VALNUM-VALEUR TO PRT-NB-ECHEANCES.
002490     DISPLAY "Mois de la premiere mensualite AAAAMM : ".
002500     ACCEPT WS-CALC-MOIS.
002510     IF WS-CALC-MM < 1 OR WS-CALC-MM > 12
002520         DISPLAY "Mois invalide : " WS-CALC-MOIS
002530         GO TO 1000-CREER-PRET-EXIT
002540     END-IF.
002550     PERFORM 1200-CONTROLER-MOIS
002560         THRU 1200-CONTROLER-MOIS-EXIT.
002570     IF WS-CALC-MOIS = ZERO
002580         GO TO 1000-CREER-PRET-EXIT
002590     END-IF.
002600     MOVE WS-CALC-MOIS TO PRT-MOIS-DEBUT.
002610     MOVE 1 TO WS-VALNUM-MIN.
002620     MOVE 28 TO WS-VALNUM-MAX.
002630     MOVE "N" TO WS-VALNUM-VERDICT.
002640     PERFORM UNTIL SAISIE-VALIDE
002650         DISPLAY "Jour de prelevement (01-28) : "
002660         ACCEPT WS-SAISIE-NUMERIQUE
002670         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
002680             WS-VALNUM-MIN WS-VALNUM-MAX
002690             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
002700         IF NOT SAISIE-VALIDE
002710             DISPLAY "Jour invalide, merci de reessayer"
002720         END-IF
002730     END-PERFORM.
002740     MOVE WS-VALNUM-VALEUR TO PRT-JOUR.
002750     MOVE PRT-CAPITAL TO PRT-CAPITAL-RESTANT WS-CALC-CAPITAL.
002760     MOVE PRT-NB-ECHEANCES TO WS-CALC-NB.
002770     MOVE 1 TO WS-CALC-RANG.
002780     MOVE WS-DATE-JOUR TO PRT-DATE-CREATION.
002790     SET PRT-EN-COURS TO TRUE.
002800     PERFORM 5000-CALCULER-ECHEANCIER
002810         THRU 5000-CALCULER-ECHEANCIER-EXIT.
002820     WRITE PRET-RECORD
002830         INVALID KEY
002840             DISPLAY "Pret " PRT-NUMERO
002850                 " deja present - abandon"
002860             GO TO 1000-CREER-PRET-EXIT
002870     END-WRITE.
002880     DISPLAY "Pret " PRT-NUMERO " enregistre".
002890     PERFORM 6000-EDITER-TABLEAU
002900         THRU 6000-EDITER-TABLEAU-EXIT.
002910 1000-CREER-PRET-EXIT.
002920     EXIT.

002930*----------------------------------------------------------------
002940* 1100-CONTROLER-COMPTE - THE BORROWER'S ACCOUNT MUST BE OPEN
002950*----------------------------------------------------------------
002960 1100-CONTROLER-COMPTE.
002970     MOVE "N" TO WS-COMPTE-VALIDE.
002980     OPEN INPUT ACCOUNTS-FILE.
002990     IF NOT COMPTES-OK
003000         CALL "FICHSTAT" USING WS-COMPTES-STATUS
003010             WS-MESSAGE-STATUT
003020         DISPLAY "ACCOUNTS.DAT : "
003030             FUNCTION TRIM(WS-MESSAGE-STATUT)
003040         GO TO 1100-CONTROLER-COMPTE-EXIT
003050     END-IF.
003060     MOVE PRT-COMPTE TO CTL-COMPTE.
003070     READ ACCOUNTS-FILE
003080         INVALID KEY
003090             DISPLAY "Compte inconnu : " PRT-COMPTE
003100         NOT INVALID KEY
003110             IF CTL-OUVERT
003120                 SET COMPTE-VALIDE TO TRUE
003130             ELSE
003140                 DISPLAY "Compte " PRT-COMPTE " " CTL-STATUT
003150                     " (non ouvert) - pret refuse"
003160             END-IF
003170     END-READ.
003180     CLOSE ACCOUNTS-FILE.
003190 1100-CONTROLER-COMPTE-EXIT.
003200     EXIT.

003210*----------------------------------------------------------------
003220* 1200-CONTROLER-MOIS - THE FIRST INSTALMENT MUST FALL AFTER THE
003230* LAST MONTH ORDRESPERMANENTS GENERATED; WS-CALC-MOIS ZEROED IF
003240* NOT
003250*----------------------------------------------------------------
003260 1200-CONTROLER-MOIS.
003270     OPEN INPUT GENERATION-CTL-FILE.
003280     IF NOT CTL-OK
003290         GO TO 1200-CONTROLER-MOIS-EXIT
003300     END-IF.
003310     READ GENERATION-CTL-FILE
003320         AT END MOVE ZERO TO CTL-DERNIER-MOIS
003330     END-READ.
003340     CLOSE GENERATION-CTL-FILE.
003350     IF WS-CALC-MOIS NOT > CTL-DERNIER-MOIS
003360         DISPLAY "Mois " WS-CALC-MOIS " deja genere (dernier : "
003370             CTL-DERNIER-MOIS ") - abandon"
003380         MOVE ZERO TO WS-CALC-MOIS
003390     END-IF.
003400 1200-CONTROLER-MOIS-EXIT.
003410     EXIT.

003420*----------------------------------------------------------------
003430* 2000-CONSULTER-PRET - PRINT THE SCHEDULE OF ONE LOAN
003440*----------------------------------------------------------------
003450 2000-CONSULTER-PRET.
003460     PERFORM 2100-LIRE-PRET
003470         THRU 2100-LIRE-PRET-EXIT.
003480     IF PRET-TROUVE
003490         PERFORM 6000-EDITER-TABLEAU
003500             THRU 6000-EDITER-TABLEAU-EXIT
003510     END-IF.
003520 2000-CONSULTER-PRET-EXIT.
003530     EXIT.

003540*----------------------------------------------------------------
003550* 2100-LIRE-PRET
003560*----------------------------------------------------------------
003570 2100-LIRE-PRET.
003580     MOVE "N" TO WS-PRET-TROUVE.
003590     DISPLAY "Numero de pret : ".
003600     MOVE ZERO TO PRT-NUMERO.
003610     ACCEPT PRT-NUMERO.
003620     READ PRETS-FILE
003630         INVALID KEY
003640             DISPLAY "Pret inconnu : " PRT-NUMERO
003650         NOT INVALID KEY
003660             SET PRET-TROUVE TO TRUE
003670     END-READ.
003680 2100-LIRE-PRET-EXIT.
003690     EXIT.

003700*----------------------------------------------------------------
003710* 3000-REMBOURSER-ANTICIPE - DEBIT THE ACCOUNT, LOWER THE
003720* PRINCIPAL, RECOMPUTE WHAT IS STILL PLANNED OVER THE SAME TERM
003730*----------------------------------------------------------------
003740 3000-REMBOURSER-ANTICIPE.
003750     CALL "CTLPERIODE" USING WS-DATE-JOUR WS-PERIODE-VERDICT.
003760     IF PERIODE-CLOTUREE
003770         DISPLAY "Periode du " WS-DATE-JOUR " cloturee -"
003780             " remboursement impossible"
003790         GO TO 3000-REMBOURSER-ANTICIPE-EXIT
003800     END-IF.
003810     PERFORM 2100-LIRE-PRET
003820         THRU 2100-LIRE-PRET-EXIT.
003830     IF NOT PRET-TROUVE
003840         GO TO 3000-REMBOURSER-ANTICIPE-EXIT
003850     END-IF.
003860     IF NOT PRT-EN-COURS
003870         DISPLAY "Pret " PRT-NUMERO " deja rembourse"
003880         GO TO 3000-REMBOURSER-ANTICIPE-EXIT
003890     END-IF.
003900     PERFORM 3100-COMPTER-PREVUES
003910         THRU 3100-COMPTER-PREVUES-EXIT.
003920     IF WS-NB-PREVUES = ZERO
003930         DISPLAY "Aucune mensualite restant a generer"
003940         GO TO 3000-REMBOURSER-ANTICIPE-EXIT
003950     END-IF.
003960     DISPLAY "Capital restant du : " PRT-CAPITAL-RESTANT
003970         " sur " WS-NB-PREVUES " mensualites".
003980     MOVE 1 TO WS-VALNUM-MIN.
003990     MOVE PRT-CAPITAL-RESTANT TO WS-VALNUM-MAX.
004000     MOVE "N" TO WS-VALNUM-VERDICT.
004010     PERFORM UNTIL SAISIE-VALIDE
004020         DISPLAY "Montant rembourse par anticipation : "
004030         ACCEPT WS-SAISIE-NUMERIQUE
004040         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
004050             WS-VALNUM-MIN WS-VALNUM-MAX
004060             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
004070         IF NOT SAISIE-VALIDE
004080             DISPLAY "Montant invalide, merci de reessayer"
004090         END-IF
004100     END-PERFORM.
004110     MOVE WS-VALNUM-VALEUR TO WS-MONTANT-ANTICIPE.
004120     OPEN EXTEND TRANSACTIONS-FILE.
004130     IF NOT TRANS-OK
004140         CLOSE TRANSACTIONS-FILE
004150         OPEN OUTPUT TRANSACTIONS-FILE
004160     END-IF.
004170     MOVE WS-MONTANT-ANTICIPE TO WS-RESTE-A-ECRIRE.
004180     PERFORM 3300-ECRIRE-REMBOURSEMENT
004190         THRU 3300-ECRIRE-REMBOURSEMENT-EXIT
004200         UNTIL WS-RESTE-A-ECRIRE = ZERO.
004210     CLOSE TRANSACTIONS-FILE.
004220     PERFORM 3200-SUPPRIMER-PREVUES
004230         THRU 3200-SUPPRIMER-PREVUES-EXIT.
004240     SUBTRACT WS-MONTANT-ANTICIPE FROM PRT-CAPITAL-RESTANT.
004250     ADD WS-MONTANT-ANTICIPE TO PRT-REMB-ANTICIPE.
004260     MOVE WS-DATE-JOUR TO PRT-DATE-ANTICIPE.
004270     IF PRT-CAPITAL-RESTANT = ZERO
004280         SET PRT-REMBOURSE TO TRUE
004290         MOVE ZERO TO PRT-MENSUALITE
004300         DISPLAY "Pret " PRT-NUMERO " entierement rembourse"
004310     ELSE
004320         MOVE PRT-CAPITAL-RESTANT TO WS-CALC-CAPITAL
004330         MOVE WS-NB-PREVUES TO WS-CALC-NB
004340         MOVE WS-PREMIER-RANG TO WS-CALC-RANG
004350         MOVE WS-PREMIER-MOIS TO WS-CALC-MOIS
004360         PERFORM 5000-CALCULER-ECHEANCIER
004370             THRU 5000-CALCULER-ECHEANCIER-EXIT
004380     END-IF.
004390     REWRITE PRET-RECORD.
004400     DISPLAY "Remboursement anticipe de " WS-MONTANT-ANTICIPE
004410         " enregistre".
004420     PERFORM 6000-EDITER-TABLEAU
004430         THRU 6000-EDITER-TABLEAU-EXIT.
004440 3000-REMBOURSER-ANTICIPE-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470* 3100-COMPTER-PREVUES - INSTALMENTS NOT YET POSTED, AND THE
004480* RANK AND MONTH OF THE FIRST OF THEM
004490*----------------------------------------------------------------
004500 3100-COMPTER-PREVUES.
004510     MOVE ZERO TO WS-NB-PREVUES WS-PREMIER-RANG WS-PREMIER-MOIS.
004520     MOVE "N" TO WS-FIN-AMORT.
004530     MOVE PRT-NUMERO TO AMO-PRET.
004540     MOVE ZERO TO AMO-RANG.
004550     START AMORT-FILE KEY IS NOT LESS THAN AMO-CLE
004560         INVALID KEY SET FIN-AMORT TO TRUE
004570     END-START.
004580     PERFORM UNTIL FIN-AMORT
004590         READ AMORT-FILE NEXT RECORD
004600             AT END SET FIN-AMORT TO TRUE
004610             NOT AT END
004620                 IF AMO-PRET NOT = PRT-NUMERO
004630                     SET FIN-AMORT TO TRUE
004640                 ELSE
004650                     IF AMO-PREVUE
004660                         ADD 1 TO WS-NB-PREVUES
004670                         IF WS-PREMIER-RANG = ZERO
004680                             MOVE AMO-RANG TO WS-PREMIER-RANG
004690                             MOVE AMO-MOIS TO WS-PREMIER-MOIS
004700                         END-IF
004710                     END-IF
004720                 END-IF
004730         END-READ
004740     END-PERFORM.
004750 3100-COMPTER-PREVUES-EXIT.
004760     EXIT.

004770*----------------------------------------------------------------
004780* 3200-SUPPRIMER-PREVUES - DROP THE PLANNED INSTALMENTS BEFORE
004790* THE SCHEDULE IS RECOMPUTED
004800*----------------------------------------------------------------
004810 3200-SUPPRIMER-PREVUES.
004820     MOVE "N" TO WS-FIN-AMORT.
004830     MOVE PRT-NUMERO TO AMO-PRET.
004840     MOVE WS-PREMIER-RANG TO AMO-RANG.
004850     START AMORT-FILE KEY IS NOT LESS THAN AMO-CLE
004860         INVALID KEY SET FIN-AMORT TO TRUE
004870     END-START.
004880     PERFORM UNTIL FIN-AMORT
004890         READ AMORT-FILE NEXT RECORD
004900             AT END SET FIN-AMORT TO TRUE
004910             NOT AT END
004920                 IF AMO-PRET NOT = PRT-NUMERO
004930                     SET FIN-AMORT TO TRUE
004940                 ELSE
004950                     IF AMO-PREVUE
004960                         DELETE AMORT-FILE RECORD
004970                     END-IF
004980                 END-IF
004990         END-READ
005000     END-PERFORM.
005010 3200-SUPPRIMER-PREVUES-EXIT.
005020     EXIT.

005030*----------------------------------------------------------------
005040* 3300-ECRIRE-REMBOURSEMENT - ONE "PC" DEBIT OF AT MOST 9999
005050*----------------------------------------------------------------
005060 3300-ECRIRE-REMBOURSEMENT.
005070     MOVE PRT-COMPTE TO TR-COMPTE.
005080     SET TR-DEBIT TO TRUE.
005090     IF WS-RESTE-A-ECRIRE > 9999
005100         MOVE 9999 TO TR-MONTANT
005110     ELSE
005120         MOVE WS-RESTE-A-ECRIRE TO TR-MONTANT
005130     END-IF.
005140     MOVE "PC" TO TR-TYPE.
005150     MOVE WS-DATE-JOUR TO TR-DATE.
005160     MOVE SPACES TO TR-EXTOURNE-X TR-NATURE.
005170     WRITE TR-MOUVEMENT.
005180     SUBTRACT TR-MONTANT FROM WS-RESTE-A-ECRIRE.
005190     DISPLAY TR-COMPTE " " TR-SENS " " TR-MONTANT " " TR-TYPE
005200         " du " TR-DATE.
005210 3300-ECRIRE-REMBOURSEMENT-EXIT.
005220     EXIT.

005230*----------------------------------------------------------------
005240* 4000-NUMEROTER - NEXT LOAN NUMBER, AFTER THE HIGHEST ON FILE
005250*----------------------------------------------------------------
005260 4000-NUMEROTER.
005270     MOVE ZERO TO WS-NUMERO PRT-NUMERO.
005280     START PRETS-FILE KEY IS NOT LESS THAN PRT-NUMERO
005290         INVALID KEY SET FIN-PRETS TO TRUE
005300     END-START.
005310     PERFORM UNTIL FIN-PRETS
005320         READ PRETS-FILE NEXT RECORD
005330             AT END SET FIN-PRETS TO TRUE
005340             NOT AT END MOVE PRT-NUMERO TO WS-NUMERO
005350         END-READ
005360     END-PERFORM.
005370     ADD 1 TO WS-NUMERO.
005380 4000-NUMEROTER-EXIT.
005390     EXIT.

005400*----------------------------------------------------------------
005410* 5000-CALCULER-ECHEANCIER - CONSTANT INSTALMENT
005420*     M = C * I / (1 - (1 + I) ** -N), I = ANNUAL RATE / 1200
005430* ROUNDED TO WHOLE UNITS; EACH MONTH PAYS THE INTEREST ON WHAT IS
005440* STILL OWED AND THE REST OFF THE PRINCIPAL, THE LAST ONE CLEARS
005450* WHATEVER ROUNDING HAS LEFT
005460*----------------------------------------------------------------
005470 5000-CALCULER-ECHEANCIER.
005480     COMPUTE WS-TAUX-MENSUEL = PRT-TAUX / 1200.
005490     IF PRT-TAUX = ZERO
005500         COMPUTE WS-MENSUALITE ROUNDED =
005510             WS-CALC-CAPITAL / WS-CALC-NB
005520     ELSE
005530         COMPUTE WS-FACTEUR = (1 + WS-TAUX-MENSUEL) ** WS-CALC-NB
005540         COMPUTE WS-MENSUALITE ROUNDED = WS-CALC-CAPITAL
005550             * WS-TAUX-MENSUEL * WS-FACTEUR / (WS-FACTEUR - 1)
005560     END-IF.
005570     MOVE WS-MENSUALITE TO PRT-MENSUALITE.
005580     MOVE WS-CALC-CAPITAL TO WS-RESTANT.
005590     PERFORM 5100-ECRIRE-ECHEANCE
005600         THRU 5100-ECRIRE-ECHEANCE-EXIT
005610         VARYING WS-K FROM 1 BY 1
005620         UNTIL WS-K > WS-CALC-NB OR WS-RESTANT = ZERO.
005630 5000-CALCULER-ECHEANCIER-EXIT.
005640     EXIT.

005650*----------------------------------------------------------------
005660* 5100-ECRIRE-ECHEANCE - INSTALMENT WS-K OF THE COMPUTATION
005670*----------------------------------------------------------------
005680 5100-ECRIRE-ECHEANCE.
005690     COMPUTE WS-INTERETS ROUNDED = WS-RESTANT * WS-TAUX-MENSUEL.
005700     IF WS-K = WS-CALC-NB
005710         MOVE WS-RESTANT TO WS-PART-CAPITAL
005720     ELSE
005730         COMPUTE WS-PART-CAPITAL = WS-MENSUALITE - WS-INTERETS
005740         IF WS-PART-CAPITAL > WS-RESTANT
005750             MOVE WS-RESTANT TO WS-PART-CAPITAL
005760         END-IF
005770         IF WS-PART-CAPITAL < ZERO
005780             MOVE ZERO TO WS-PART-CAPITAL
005790         END-IF
005800     END-IF.
005810     SUBTRACT WS-PART-CAPITAL FROM WS-RESTANT.
005820     MOVE PRT-NUMERO TO AMO-PRET.
005830     COMPUTE AMO-RANG = WS-CALC-RANG + WS-K - 1.
005840     MOVE WS-CALC-MOIS TO AMO-MOIS.
005850     MOVE WS-PART-CAPITAL TO AMO-CAPITAL.
005860     MOVE WS-INTERETS TO AMO-INTERETS.
005870     COMPUTE AMO-MENSUALITE = AMO-CAPITAL + AMO-INTERETS.
005880     MOVE WS-RESTANT TO AMO-RESTANT.
005890     SET AMO-PREVUE TO TRUE.
005900     WRITE AMORT-RECORD
005910         INVALID KEY
005920             DISPLAY "Echeance " AMO-PRET "/" AMO-RANG
005930                 " deja presente"
005940     END-WRITE.
005950     IF WS-CALC-MM = 12
005960         ADD 1 TO WS-CALC-AAAA
005970         MOVE 1 TO WS-CALC-MM
005980     ELSE
005990         ADD 1 TO WS-CALC-MM
006000     END-IF.
006010 5100-ECRIRE-ECHEANCE-EXIT.
006020     EXIT.

006030*----------------------------------------------------------------
006040* 6000-EDITER-TABLEAU - THE AMORTIZATION TABLE OF PRT-NUMERO
006050*----------------------------------------------------------------
006060 6000-EDITER-TABLEAU.
006070     DISPLAY "Pret " PRT-NUMERO " - compte " PRT-COMPTE
006080         " - capital " PRT-CAPITAL " a " PRT-TAUX " %".
006090     DISPLAY PRT-NB-ECHEANCES " mensualites a partir de "
006100         PRT-MOIS-DEBUT ", le " PRT-JOUR " du mois".
006110     IF PRT-REMB-ANTICIPE > ZERO
006120         DISPLAY "Remboursements anticipes : " PRT-REMB-ANTICIPE
006130             " (dernier le " PRT-DATE-ANTICIPE ")"
006140     END-IF.
006150     DISPLAY "----------------------------------------------"
006160         "----------".
006170     DISPLAY "Rang  Mois    Mensual. Capital Interets"
006180         "  Restant  Statut".
006190     DISPLAY "----------------------------------------------"
006200         "----------".
006210     MOVE ZERO TO WS-TOTAL-INTERETS.
006220     MOVE "N" TO WS-FIN-AMORT.
006230     MOVE PRT-NUMERO TO AMO-PRET.
006240     MOVE ZERO TO AMO-RANG.
006250     START AMORT-FILE KEY IS NOT LESS THAN AMO-CLE
006260         INVALID KEY SET FIN-AMORT TO TRUE
006270     END-START.
006280     PERFORM UNTIL FIN-AMORT
006290         READ AMORT-FILE NEXT RECORD
006300             AT END SET FIN-AMORT TO TRUE
006310             NOT AT END
006320                 IF AMO-PRET NOT = PRT-NUMERO
006330                     SET FIN-AMORT TO TRUE
006340                 ELSE
006350                     PERFORM 6100-EDITER-ECHEANCE
006360                         THRU 6100-EDITER-ECHEANCE-EXIT
006370                 END-IF
006380         END-READ
006390     END-PERFORM.
006400     DISPLAY "----------------------------------------------"
006410         "----------".
006420     DISPLAY "Total des interets : " WS-TOTAL-INTERETS.
006430     DISPLAY "Capital restant du : " PRT-CAPITAL-RESTANT.
006440 6000-EDITER-TABLEAU-EXIT.
006450     EXIT.

006460*----------------------------------------------------------------
006470* 6100-EDITER-ECHEANCE
006480*----------------------------------------------------------------
006490 6100-EDITER-ECHEANCE.
006500     MOVE AMO-RANG TO WS-LT-RANG.
006510     MOVE AMO-MOIS TO WS-LT-MOIS.
006520     MOVE AMO-MENSUALITE TO WS-LT-MENSUALITE.
006530     MOVE AMO-CAPITAL TO WS-LT-CAPITAL.
006540     MOVE AMO-INTERETS TO WS-LT-INTERETS.
006550     MOVE AMO-RESTANT TO WS-LT-RESTANT.
006560     IF AMO-GENEREE
006570         MOVE "generee" TO WS-LT-STATUT
006580     ELSE
006590         MOVE "prevue" TO WS-LT-STATUT
006600     END-IF.
006610     ADD AMO-INTERETS TO WS-TOTAL-INTERETS.
006620     DISPLAY WS-LIGNE-TABLEAU.
006630 6100-EDITER-ECHEANCE-EXIT.
006640     EXIT.
