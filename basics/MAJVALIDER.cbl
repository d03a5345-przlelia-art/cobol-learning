000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MAJVALIDER.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. SECOND PAIR OF EYES ON THE MASTER
000110*                 AND REFERENCE CHANGES PRODUITSMAJ, TAUXMAJ,
000120*                 FOURNISSEURMAJ AND VILLESMAJ PARK IN
000130*                 MAJATTEN.DAT (WHICH ONES IS SET BY MAJCFG.DAT,
000140*                 SEE CTLAPPROB) : A DIFFERENT OPERATOR SEES THE
000150*                 BEFORE AND AFTER OF EACH CHANGE AND APPROVES IT
000160*                 - IT IS THEN APPLIED TO THE MASTER - OR REJECTS
000170*                 IT. BOTH OPERATORS ARE KEPT ON THE PENDING
000180*                 RECORD AND ON THE JOURNAL.
000182* 2026-10-15  LM  MAJATTEN.DAT IS PATCHED THROUGH A TEMP COPY
000184*                 (MAJATTEN.TMP, AS IN EFFACERELEVE) INSTEAD OF A
000186*                 200-ENTRY TABLE, SO A LONG PENDING FILE IS NO
000188*                 LONGER REFUSED.
000190*----------------------------------------------------------------

000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.

000230     SELECT MAJATTENTE-FILE ASSIGN TO "MAJATTEN.DAT"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-MAJATTENTE-STATUS.

000252     SELECT TEMP-FILE ASSIGN TO "MAJATTEN.TMP"
000254         ORGANIZATION IS LINE SEQUENTIAL
000256         FILE STATUS IS WS-TEMP-STATUS.

000260     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS PROD-CODE
000300         ALTERNATE RECORD KEY IS PROD-EAN
000310             WITH DUPLICATES
000320         FILE STATUS IS WS-PRODUIT-STATUS.

000330     SELECT FOURNISSEUR-FILE ASSIGN TO "FOURNSSR.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS FRN-CODE
000370         FILE STATUS IS WS-FOURNISSEUR-STATUS.

000380     SELECT VILLES-FILE ASSIGN TO "VILLES.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS VILLE-NOM
000420         ALTERNATE RECORD KEY IS VILLE-CODE-POSTAL
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-VILLES-STATUS.

000450     SELECT RATES-FILE ASSIGN TO "RATES.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RATES-STATUS.

000480     SELECT PRIX-FILE ASSIGN TO "PRIXEFF.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PRIX-STATUS.

000510     SELECT COUTHIST-FILE ASSIGN TO "COUTHIST.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-COUTHIST-STATUS.

000540     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CMD-CLE
000580         FILE STATUS IS WS-ORDERS-STATUS.

000590     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-JOURNAL-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.

000640*----------------------------------------------------------------
000650* MAJATTENTE - CHANGES PARKED BY THE MAINTENANCE PROGRAMS
000660*----------------------------------------------------------------
000670 FD  MAJATTENTE-FILE.
000680     COPY "MAJATTENTE-RECORD.cpy".

000681*----------------------------------------------------------------
000682* TEMP - MAJATTEN.DAT AS PATCHED, COPIED BACK WHEN SOMETHING WAS
000683* DECIDED
000684*----------------------------------------------------------------
000685 FD  TEMP-FILE.
000686 01  TEMP-LIGNE              PIC X(290).

000690 FD  PRODUIT-FILE.
000700     COPY "PRODUIT-RECORD.cpy".

000710 FD  FOURNISSEUR-FILE.
000720     COPY "FOURNISSEUR-RECORD.cpy".

000730 FD  VILLES-FILE.
000740     COPY "VILLE-RECORD.cpy".

000750*----------------------------------------------------------------
000760* RATES - ONE DATED RATE PER LINE (LAYOUT KEPT IN STEP WITH
000770* TAUXMAJ)
000780*----------------------------------------------------------------
000790 FD  RATES-FILE.
000800 01  RATE-RECORD.
000810     05 RTE-DEVISE           PIC X(03).
000820     05 RTE-DATE-EFFET       PIC 9(08).
000830     05 RTE-TAUX             PIC 9(01)V9(04).

000840*----------------------------------------------------------------
000850* PRIX EFFECTIFS - ONE DATED PRICE PER LINE (LAYOUT KEPT IN STEP
000860* WITH PRODUITSMAJ AND PRIXEFFECTIF)
000870*----------------------------------------------------------------
000880 FD  PRIX-FILE.
000890 01  PRIX-RECORD.
000900     05 PRX-CODE-PROD        PIC X(04).
000910     05 PRX-DATE-EFFET       PIC 9(08).
000920     05 PRX-PRIX             PIC 9(05)V99.

000930 FD  COUTHIST-FILE.
000940     COPY "COUTHIST-RECORD.cpy".

000950 FD  ORDERS-FILE.
000960     COPY "ORDER-RECORD.cpy".

000970 FD  JOURNAL-FILE.
000980     COPY "JOURNAL-RECORD.cpy".

000990 WORKING-STORAGE SECTION.

001000     COPY "HABILITATION.cpy".

001010 01  WS-VALIDEUR             PIC X(08).
001020 01  WS-DATE-JOUR            PIC 9(08).
001030 01  WS-TEXTE                PIC X(40).

001040 01  WS-DECISION             PIC X(01).
001050     88 DECISION-VALIDER              VALUE "V" "v".
001060     88 DECISION-REJETER              VALUE "R" "r".
001070     88 DECISION-PASSER               VALUE "P" "p".

001080 01  WS-MAJATTENTE-STATUS    PIC X(02).
001090     88 MAJATTENTE-OK                 VALUE "00".
001100 01  WS-PRODUIT-STATUS       PIC X(02).
001110     88 PRODUIT-OK                    VALUE "00".
001120 01  WS-FOURNISSEUR-STATUS   PIC X(02).
001130     88 FOURNISSEUR-OK                VALUE "00".
001140 01  WS-VILLES-STATUS        PIC X(02).
001150     88 VILLES-OK                     VALUE "00".
001160 01  WS-RATES-STATUS         PIC X(02).
001170     88 RATES-OK                      VALUE "00".
001180 01  WS-PRIX-STATUS          PIC X(02).
001190     88 PRIX-OK                       VALUE "00".
001200 01  WS-COUTHIST-STATUS      PIC X(02).
001210     88 COUTHIST-OK                   VALUE "00".
001220 01  WS-ORDERS-STATUS        PIC X(02).
001230     88 ORDERS-OK                     VALUE "00".
001240 01  WS-JOURNAL-STATUS       PIC X(02).
001250     88 JOURNAL-OK                    VALUE "00".
001251 01  WS-TEMP-STATUS          PIC X(02).
001252     88 TEMP-OK                       VALUE "00".

001253 01  WS-MESSAGE-STATUT       PIC X(40).
001254 01  WS-NOM-TEMP             PIC X(40) VALUE "MAJATTEN.TMP".
001255 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

001260 01  WS-SWITCHES.
001270     05 WS-FIN-ATTENTE       PIC X(01) VALUE "N".
001280         88 FIN-ATTENTE               VALUE "Y".
001290     05 WS-FIN-TEMP          PIC X(01) VALUE "N".
001300         88 FIN-TEMP                  VALUE "Y".
001310     05 WS-PRODUITS-OUVERT   PIC X(01) VALUE "N".
001320         88 PRODUITS-OUVERT           VALUE "O".
001330     05 WS-FOURNSSR-OUVERT   PIC X(01) VALUE "N".
001340         88 FOURNSSR-OUVERT           VALUE "O".
001350     05 WS-VILLES-OUVERT     PIC X(01) VALUE "N".
001360         88 VILLES-OUVERT             VALUE "O".
001370     05 WS-MAITRE            PIC X(01).
001380         88 MAITRE-TROUVE             VALUE "O".
001390         88 MAITRE-ABSENT             VALUE "N".
001400     05 WS-PREPAREE          PIC X(01).
001410         88 MAJ-PREPAREE              VALUE "O".
001420     05 WS-APPLIQUEE         PIC X(01).
001430         88 MAJ-APPLIQUEE             VALUE "O".
001440     05 WS-FIN-RATES         PIC X(01).
001450         88 FIN-RATES                 VALUE "Y".
001460     05 WS-FIN-ORDERS        PIC X(01).
001470         88 FIN-ORDERS                VALUE "Y".
001480     05 WS-OUVERTES          PIC X(01).
001490         88 COMMANDES-OUVERTES        VALUE "O".
001500     05 WS-ANNULEE           PIC X(01).
001510         88 COMMANDE-ANNULEE          VALUE "O".

001520 01  WS-CLE-SAUVEE           PIC X(11).

001530 01  WS-NB-ATTENTE           PIC 9(06) VALUE ZERO.
001540 01  WS-NB-VALIDES           PIC 9(04) VALUE ZERO.
001550 01  WS-NB-REJETES           PIC 9(04) VALUE ZERO.
001560 01  WS-NB-DECIDES           PIC 9(04) VALUE ZERO.

001570*----------------------------------------------------------------
001580* PROPOSED VALUES - TAKEN FROM THE PARKED IMAGE BEFORE THE
001590* CURRENT RECORD IS READ OVER IT, SO ONLY THE FIELDS OF THE
001600* APPROVED KIND OF CHANGE REACH THE MASTER (STOCK AND OTHER
001610* FIELDS MAINTAINED ELSEWHERE ARE LEFT AS THEY ARE NOW)
001620*----------------------------------------------------------------
001630 01  WS-PROPOSE.
001640     05 WS-NV-PRIX           PIC 9(05)V99.
001650     05 WS-NV-COUT           PIC 9(05)V99.
001660     05 WS-NV-POIDS          PIC 9(03)V999.
001670     05 WS-NV-VOLUME         PIC 9(04)V99.
001680     05 WS-NV-FAMILLE        PIC X(03).
001690     05 WS-NV-WEB            PIC X(01).
001700     05 WS-NV-DELAI-VILLE    PIC 9(02).
001710     05 WS-NV-FOURNISSEUR    PIC X(66).

001720 01  WS-ANCIEN-COUT          PIC 9(05)V99.
001730 01  WS-FRN-DELAI-MESURE     PIC 9(03).
001740 01  WS-FRN-DATE-MESURE      PIC 9(08).
001750 01  WS-TAUX-PRECEDENT       PIC X(16).

001760 01  WS-EDITION.
001770     05 WS-ED-MONTANT        PIC ZZZZ9.99.
001780     05 WS-ED-POIDS          PIC ZZ9.999.
001790     05 WS-ED-VOLUME         PIC ZZZ9.99.
001800     05 WS-ED-TAUX           PIC 9.9999.
001810     05 WS-ED-JOURS          PIC ZZ9.
001820     05 WS-ED-PAIEMENT       PIC ZZ9.
001830     05 WS-ED-FIN-MOIS       PIC X(03).

001910 PROCEDURE DIVISION.

001920*----------------------------------------------------------------
001930* 0000-MAINLINE
001940*----------------------------------------------------------------
001950 0000-MAINLINE.
001960     MOVE "MAJVALIDER" TO HAB-PROGRAMME.
001970     CALL "HABILITER" USING HAB-ZONE.
001980     IF NOT HAB-AUTORISE
001990         GOBACK
002000     END-IF.
002010     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002020     MOVE HAB-OPERATEUR TO WS-VALIDEUR.
002030     IF WS-VALIDEUR = SPACES
002040         DISPLAY "Operateur validant : "
002050         ACCEPT WS-VALIDEUR
002060     END-IF.
002070     PERFORM 1000-OUVRIR-ATTENTE
002080         THRU 1000-OUVRIR-ATTENTE-EXIT.
002090     IF WS-NB-ATTENTE = ZERO
002100         DISPLAY "Aucune modification en attente de validation"
002110         GO TO 0000-FIN
002120     END-IF.
002125     OPEN OUTPUT TEMP-FILE.
002130     IF NOT TEMP-OK
002135         CALL "FICHSTAT" USING WS-TEMP-STATUS
002140             WS-MESSAGE-STATUT
002145         DISPLAY "MAJATTEN.TMP : "
002150             FUNCTION TRIM(WS-MESSAGE-STATUT)
002155         CLOSE MAJATTENTE-FILE
002160         GO TO 0000-FIN
002170     END-IF.
002180     PERFORM 1500-OUVRIR-MAITRES
002190         THRU 1500-OUVRIR-MAITRES-EXIT.
002200     PERFORM 2000-EXAMINER-ATTENTES
002206         THRU 2000-EXAMINER-ATTENTES-EXIT
002212         UNTIL FIN-ATTENTE.
002220     PERFORM 1600-FERMER-MAITRES
002230         THRU 1600-FERMER-MAITRES-EXIT.
002235     CLOSE MAJATTENTE-FILE TEMP-FILE.
002240     IF WS-NB-DECIDES > ZERO
002250         PERFORM 5000-REECRIRE-ATTENTE
002260             THRU 5000-REECRIRE-ATTENTE-EXIT
002270     END-IF.
002273     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
002276         RETURNING WS-RETOUR-SUPPRESSION.
002280     DISPLAY "Modifications validees : " WS-NB-VALIDES.
002290     DISPLAY "Modifications rejetees : " WS-NB-REJETES.
002300 0000-FIN.
002310     STOP RUN.

002320*----------------------------------------------------------------
002326* 1000-OUVRIR-ATTENTE - MAJATTEN.DAT LEFT OPEN ON ITS FIRST
002332* RECORD; AN EMPTY FILE IS CLOSED AGAIN
002340*----------------------------------------------------------------
002350 1000-OUVRIR-ATTENTE.
002360     OPEN INPUT MAJATTENTE-FILE.
002370     IF NOT MAJATTENTE-OK
002380         GO TO 1000-OUVRIR-ATTENTE-EXIT
002390     END-IF.
002400     READ MAJATTENTE-FILE
002410         AT END
002420             SET FIN-ATTENTE TO TRUE
002430             CLOSE MAJATTENTE-FILE
002440             GO TO 1000-OUVRIR-ATTENTE-EXIT
002450     END-READ.
002460     ADD 1 TO WS-NB-ATTENTE.
002470 1000-OUVRIR-ATTENTE-EXIT.
002560     EXIT.

002570*----------------------------------------------------------------
002580* 1500-OUVRIR-MAITRES - THE INDEXED MASTERS, CREATED WHEN ABSENT
002590* THE WAY THEIR MAINTENANCE PROGRAMS DO
002600*----------------------------------------------------------------
002610 1500-OUVRIR-MAITRES.
002620     OPEN I-O PRODUIT-FILE.
002630     IF NOT PRODUIT-OK
002640         CLOSE PRODUIT-FILE
002650         OPEN OUTPUT PRODUIT-FILE
002660         CLOSE PRODUIT-FILE
002670         OPEN I-O PRODUIT-FILE
002680     END-IF.
002690     IF PRODUIT-OK
002700         SET PRODUITS-OUVERT TO TRUE
002710     END-IF.
002720     OPEN I-O FOURNISSEUR-FILE.
002730     IF NOT FOURNISSEUR-OK
002740         CLOSE FOURNISSEUR-FILE
002750         OPEN OUTPUT FOURNISSEUR-FILE
002760         CLOSE FOURNISSEUR-FILE
002770         OPEN I-O FOURNISSEUR-FILE
002780     END-IF.
002790     IF FOURNISSEUR-OK
002800         SET FOURNSSR-OUVERT TO TRUE
002810     END-IF.
002820     OPEN I-O VILLES-FILE.
002830     IF NOT VILLES-OK
002840         CLOSE VILLES-FILE
002850         OPEN OUTPUT VILLES-FILE
002860         CLOSE VILLES-FILE
002870         OPEN I-O VILLES-FILE
002880     END-IF.
002890     IF VILLES-OK
002900         SET VILLES-OUVERT TO TRUE
002910     END-IF.
002920 1500-OUVRIR-MAITRES-EXIT.
002930     EXIT.

002940*----------------------------------------------------------------
002950* 1600-FERMER-MAITRES
002960*----------------------------------------------------------------
002970 1600-FERMER-MAITRES.
002980     IF PRODUITS-OUVERT
002990         CLOSE PRODUIT-FILE
003000     END-IF.
003010     IF FOURNSSR-OUVERT
003020         CLOSE FOURNISSEUR-FILE
003030     END-IF.
003040     IF VILLES-OUVERT
003050         CLOSE VILLES-FILE
003060     END-IF.
003070 1600-FERMER-MAITRES-EXIT.
003080     EXIT.

003090*----------------------------------------------------------------
003096* 2000-EXAMINER-ATTENTES - ONE DECISION PER PENDING CHANGE; EVERY
003102* RECORD GOES TO TEMP AS IT STANDS AFTER THE DECISION
003110*----------------------------------------------------------------
003120 2000-EXAMINER-ATTENTES.
003126     MOVE MAJATTENTE-RECORD TO TEMP-LIGNE.
003132     IF MAJ-EN-ATTENTE
003138         PERFORM 2100-DECIDER-UNE-MAJ
003144             THRU 2100-DECIDER-UNE-MAJ-EXIT
003150     END-IF.
003156     WRITE TEMP-LIGNE.
003162     READ MAJATTENTE-FILE
003168         AT END
003174             SET FIN-ATTENTE TO TRUE
003180             GO TO 2000-EXAMINER-ATTENTES-EXIT
003186     END-READ.
003192     ADD 1 TO WS-NB-ATTENTE.
003210 2000-EXAMINER-ATTENTES-EXIT.
003220     EXIT.

003230*----------------------------------------------------------------
003240* 2100-DECIDER-UNE-MAJ - FOUR EYES : THE OPERATOR WHO KEYED THE
003250* CHANGE MAY NOT DECIDE IT. BEFORE AND AFTER ARE SHOWN FROM THE
003260* MASTER AS IT STANDS NOW AGAINST THE PARKED IMAGE
003270*----------------------------------------------------------------
003280 2100-DECIDER-UNE-MAJ.
003290     DISPLAY "Modification du " MAJ-DATE " sur "
003300         FUNCTION TRIM(MAJ-FICHIER) " (" FUNCTION TRIM(MAJ-ZONE)
003310         ") : " FUNCTION TRIM(MAJ-CLE)
003320         " (saisie par " FUNCTION TRIM(MAJ-AUTEUR) ")".
003330     PERFORM 2200-PREPARER-MAJ
003340         THRU 2200-PREPARER-MAJ-EXIT.
003350     IF NOT MAJ-PREPAREE
003360         DISPLAY "Modification laissee en attente"
003370         GO TO 2100-DECIDER-UNE-MAJ-EXIT
003380     END-IF.
003390     DISPLAY "  Avant : " FUNCTION TRIM(MAJ-AVANT).
003400     DISPLAY "  Apres : " FUNCTION TRIM(MAJ-APRES).
003410     IF MAJ-DATE-EFFET NOT = ZERO
003420         DISPLAY "  Date d'effet : " MAJ-DATE-EFFET
003430     END-IF.
003440     IF MAJ-AUTEUR = WS-VALIDEUR
003450         DISPLAY "Meme operateur que la saisie - decision"
003460             " interdite, modification laissee en attente"
003470         GO TO 2100-DECIDER-UNE-MAJ-EXIT
003480     END-IF.
003490     DISPLAY "Valider (V), rejeter (R) ou passer (P) ? ".
003500     ACCEPT WS-DECISION.
003510     IF DECISION-VALIDER
003520         PERFORM 3000-APPLIQUER-MAJ
003530             THRU 3000-APPLIQUER-MAJ-EXIT
003540         IF NOT MAJ-APPLIQUEE
003550             DISPLAY "Modification laissee en attente"
003560             GO TO 2100-DECIDER-UNE-MAJ-EXIT
003570         END-IF
003580         SET MAJ-VALIDEE TO TRUE
003590         ADD 1 TO WS-NB-VALIDES
003600     ELSE
003610         IF DECISION-REJETER
003620             SET MAJ-REJETEE TO TRUE
003630             ADD 1 TO WS-NB-REJETES
003640             DISPLAY "Modification rejetee"
003650         ELSE
003660             GO TO 2100-DECIDER-UNE-MAJ-EXIT
003670         END-IF
003680     END-IF.
003690     MOVE WS-VALIDEUR  TO MAJ-VALIDEUR.
003700     MOVE WS-DATE-JOUR TO MAJ-DATE-DECISION.
003710     MOVE MAJATTENTE-RECORD TO TEMP-LIGNE.
003720     ADD 1 TO WS-NB-DECIDES.
003730     PERFORM 8000-TRACER-JOURNAL
003740         THRU 8000-TRACER-JOURNAL-EXIT.
003750 2100-DECIDER-UNE-MAJ-EXIT.
003760     EXIT.

003770*----------------------------------------------------------------
003780* 2200-PREPARER-MAJ - BEFORE/AFTER TEXT PER FILE, CURRENT RECORD
003790* LEFT IN THE FD FOR 3000-APPLIQUER-MAJ
003800*----------------------------------------------------------------
003810 2200-PREPARER-MAJ.
003820     MOVE "N" TO WS-PREPAREE.
003830     MOVE SPACES TO MAJ-AVANT MAJ-APRES.
003840     EVALUATE MAJ-FICHIER
003850         WHEN "PRODUITS"
003860             PERFORM 2300-PREPARER-PRODUIT
003870                 THRU 2300-PREPARER-PRODUIT-EXIT
003880         WHEN "FOURNSSR"
003890             PERFORM 2400-PREPARER-FOURNISSEUR
003900                 THRU 2400-PREPARER-FOURNISSEUR-EXIT
003910         WHEN "VILLES"
003920             PERFORM 2500-PREPARER-VILLE
003930                 THRU 2500-PREPARER-VILLE-EXIT
003940         WHEN "RATES"
003950             PERFORM 2600-PREPARER-TAUX
003960                 THRU 2600-PREPARER-TAUX-EXIT
003970         WHEN OTHER
003980             DISPLAY "Fichier inconnu : " MAJ-FICHIER
003990     END-EVALUATE.
004000 2200-PREPARER-MAJ-EXIT.
004010     EXIT.

004020*----------------------------------------------------------------
004030* 2300-PREPARER-PRODUIT
004040*----------------------------------------------------------------
004050 2300-PREPARER-PRODUIT.
004060     IF NOT PRODUITS-OUVERT
004070         DISPLAY "PRODUITS.DAT inaccessible"
004080         GO TO 2300-PREPARER-PRODUIT-EXIT
004090     END-IF.
004100     MOVE MAJ-IMAGE TO PRODUIT-RECORD.
004110     MOVE PROD-PRIX    TO WS-NV-PRIX.
004120     MOVE PROD-COUT    TO WS-NV-COUT.
004130     MOVE PROD-POIDS   TO WS-NV-POIDS.
004140     MOVE PROD-VOLUME  TO WS-NV-VOLUME.
004150     MOVE PROD-FAMILLE TO WS-NV-FAMILLE.
004160     MOVE PROD-WEB     TO WS-NV-WEB.
004170     PERFORM 2310-DECRIRE-PRODUIT
004180         THRU 2310-DECRIRE-PRODUIT-EXIT.
004190     MOVE WS-TEXTE TO MAJ-APRES.
004200     MOVE MAJ-CLE TO PROD-CODE.
004210     READ PRODUIT-FILE
004220         INVALID KEY SET MAITRE-ABSENT TO TRUE
004230         NOT INVALID KEY SET MAITRE-TROUVE TO TRUE
004240     END-READ.
004250     IF MAITRE-TROUVE
004260         PERFORM 2310-DECRIRE-PRODUIT
004270             THRU 2310-DECRIRE-PRODUIT-EXIT
004280         MOVE WS-TEXTE TO MAJ-AVANT
004290     ELSE
004300         MOVE "(absent)" TO MAJ-AVANT
004310     END-IF.
004320     IF MAJ-SUPPRESSION
004330         MOVE "(retire)" TO MAJ-APRES
004340     END-IF.
004350     SET MAJ-PREPAREE TO TRUE.
004360 2300-PREPARER-PRODUIT-EXIT.
004370     EXIT.

004380*----------------------------------------------------------------
004390* 2310-DECRIRE-PRODUIT - THE FIELDS THE KIND OF CHANGE TOUCHES,
004400* FROM WHATEVER PRODUIT-RECORD HOLDS
004410*----------------------------------------------------------------
004420 2310-DECRIRE-PRODUIT.
004430     MOVE SPACES TO WS-TEXTE.
004440     EVALUATE MAJ-ZONE
004450         WHEN "PRIX"
004460             MOVE PROD-PRIX TO WS-ED-MONTANT
004470             STRING "Prix " WS-ED-MONTANT
004480                 DELIMITED BY SIZE INTO WS-TEXTE
004490         WHEN "COUT"
004500             MOVE PROD-COUT TO WS-ED-MONTANT
004510             STRING "Cout " WS-ED-MONTANT
004520                 DELIMITED BY SIZE INTO WS-TEXTE
004530         WHEN "DIMENSIONS"
004540             MOVE PROD-POIDS TO WS-ED-POIDS
004550             MOVE PROD-VOLUME TO WS-ED-VOLUME
004560             STRING "Poids " WS-ED-POIDS " kg, volume "
004570                 WS-ED-VOLUME " l"
004580                 DELIMITED BY SIZE INTO WS-TEXTE
004590         WHEN "FAMILLE"
004600             STRING "Famille " PROD-FAMILLE
004610                 DELIMITED BY SIZE INTO WS-TEXTE
004620         WHEN "WEB"
004630             STRING "Site web " PROD-WEB
004640                 DELIMITED BY SIZE INTO WS-TEXTE
004650         WHEN OTHER
004660             MOVE PROD-PRIX TO WS-ED-MONTANT
004670             STRING PROD-LIBELLE " prix " WS-ED-MONTANT
004680                 DELIMITED BY SIZE INTO WS-TEXTE
004690     END-EVALUATE.
004700 2310-DECRIRE-PRODUIT-EXIT.
004710     EXIT.

004720*----------------------------------------------------------------
004730* 2400-PREPARER-FOURNISSEUR
004740*----------------------------------------------------------------
004750 2400-PREPARER-FOURNISSEUR.
004760     IF NOT FOURNSSR-OUVERT
004770         DISPLAY "FOURNSSR.DAT inaccessible"
004780         GO TO 2400-PREPARER-FOURNISSEUR-EXIT
004790     END-IF.
004800     MOVE MAJ-IMAGE TO FOURNISSEUR-RECORD.
004810     MOVE FOURNISSEUR-RECORD TO WS-NV-FOURNISSEUR.
004820     PERFORM 2410-DECRIRE-FOURNISSEUR
004830         THRU 2410-DECRIRE-FOURNISSEUR-EXIT.
004840     MOVE WS-TEXTE TO MAJ-APRES.
004850     MOVE MAJ-CLE TO FRN-CODE.
004860     READ FOURNISSEUR-FILE
004870         INVALID KEY SET MAITRE-ABSENT TO TRUE
004880         NOT INVALID KEY SET MAITRE-TROUVE TO TRUE
004890     END-READ.
004900     IF MAITRE-TROUVE
004910         PERFORM 2410-DECRIRE-FOURNISSEUR
004920             THRU 2410-DECRIRE-FOURNISSEUR-EXIT
004930         MOVE WS-TEXTE TO MAJ-AVANT
004940     ELSE
004950         MOVE "(absent)" TO MAJ-AVANT
004960     END-IF.
004970     IF MAJ-SUPPRESSION
004980         MOVE "(retire)" TO MAJ-APRES
004990     END-IF.
005000     SET MAJ-PREPAREE TO TRUE.
005010 2400-PREPARER-FOURNISSEUR-EXIT.
005020     EXIT.

005030*----------------------------------------------------------------
005040* 2410-DECRIRE-FOURNISSEUR - NAME, LEAD TIME, PAYMENT TERMS
005050*----------------------------------------------------------------
005060 2410-DECRIRE-FOURNISSEUR.
005070     MOVE SPACES TO WS-TEXTE.
005080     MOVE FRN-DELAI TO WS-ED-JOURS.
005090     MOVE FRN-DELAI-PAIEMENT TO WS-ED-PAIEMENT.
005100     MOVE SPACES TO WS-ED-FIN-MOIS.
005110     IF FRN-PAIEMENT-FIN-MOIS
005120         MOVE " FM" TO WS-ED-FIN-MOIS
005130     END-IF.
005140     STRING FRN-NOM DELIMITED BY "  "
005150         " livr." WS-ED-JOURS "j paie." WS-ED-PAIEMENT "j"
005160         WS-ED-FIN-MOIS DELIMITED BY SIZE INTO WS-TEXTE.
005170 2410-DECRIRE-FOURNISSEUR-EXIT.
005180     EXIT.

005190*----------------------------------------------------------------
005200* 2500-PREPARER-VILLE
005210*----------------------------------------------------------------
005220 2500-PREPARER-VILLE.
005230     IF NOT VILLES-OUVERT
005240         DISPLAY "VILLES.DAT inaccessible"
005250         GO TO 2500-PREPARER-VILLE-EXIT
005260     END-IF.
005270     MOVE MAJ-IMAGE TO VILLE-RECORD.
005280     MOVE VILLE-DELAI TO WS-NV-DELAI-VILLE.
005290     PERFORM 2510-DECRIRE-VILLE
005300         THRU 2510-DECRIRE-VILLE-EXIT.
005310     MOVE WS-TEXTE TO MAJ-APRES.
005320     MOVE MAJ-CLE TO VILLE-NOM.
005330     READ VILLES-FILE
005340         INVALID KEY SET MAITRE-ABSENT TO TRUE
005350         NOT INVALID KEY SET MAITRE-TROUVE TO TRUE
005360     END-READ.
005370     IF MAITRE-TROUVE
005380         PERFORM 2510-DECRIRE-VILLE
005390             THRU 2510-DECRIRE-VILLE-EXIT
005400         MOVE WS-TEXTE TO MAJ-AVANT
005410     ELSE
005420         MOVE "(absent)" TO MAJ-AVANT
005430     END-IF.
005440     IF MAJ-SUPPRESSION
005450         MOVE "(retire)" TO MAJ-APRES
005460     END-IF.
005470     SET MAJ-PREPAREE TO TRUE.
005480 2500-PREPARER-VILLE-EXIT.
005490     EXIT.

005500*----------------------------------------------------------------
005510* 2510-DECRIRE-VILLE - REGION, POSTAL CODE, LEAD TIME
005520*----------------------------------------------------------------
005530 2510-DECRIRE-VILLE.
005540     MOVE SPACES TO WS-TEXTE.
005550     MOVE VILLE-DELAI TO WS-ED-JOURS.
005560     STRING "Region " VILLE-REGION " CP " VILLE-CODE-POSTAL
005570         " delai " WS-ED-JOURS " jour(s)"
005580         DELIMITED BY SIZE INTO WS-TEXTE.
005590 2510-DECRIRE-VILLE-EXIT.
005600     EXIT.

005610*----------------------------------------------------------------
005620* 2600-PREPARER-TAUX - BEFORE IS THE LAST RATE ON RATES.DAT FOR
005630* THE CURRENCY, AFTER IS THE PARKED LINE
005640*----------------------------------------------------------------
005650 2600-PREPARER-TAUX.
005660     MOVE SPACES TO WS-TAUX-PRECEDENT.
005670     MOVE "N" TO WS-FIN-RATES.
005680     OPEN INPUT RATES-FILE.
005690     IF RATES-OK
005700         PERFORM UNTIL FIN-RATES
005710             READ RATES-FILE
005720                 AT END SET FIN-RATES TO TRUE
005730                 NOT AT END
005740                     IF RTE-DEVISE = MAJ-CLE
005750                         MOVE RATE-RECORD TO WS-TAUX-PRECEDENT
005760                     END-IF
005770             END-READ
005780         END-PERFORM
005790     END-IF.
005800     CLOSE RATES-FILE.
005810     IF WS-TAUX-PRECEDENT = SPACES
005820         MOVE "(aucun taux)" TO MAJ-AVANT
005830     ELSE
005840         MOVE WS-TAUX-PRECEDENT TO RATE-RECORD
005850         PERFORM 2610-DECRIRE-TAUX
005860             THRU 2610-DECRIRE-TAUX-EXIT
005870         MOVE WS-TEXTE TO MAJ-AVANT
005880     END-IF.
005890     MOVE MAJ-IMAGE TO RATE-RECORD.
005900     PERFORM 2610-DECRIRE-TAUX
005910         THRU 2610-DECRIRE-TAUX-EXIT.
005920     MOVE WS-TEXTE TO MAJ-APRES.
005930     SET MAJ-PREPAREE TO TRUE.
005940 2600-PREPARER-TAUX-EXIT.
005950     EXIT.

005960*----------------------------------------------------------------
005970* 2610-DECRIRE-TAUX
005980*----------------------------------------------------------------
005990 2610-DECRIRE-TAUX.
006000     MOVE SPACES TO WS-TEXTE.
006010     MOVE RTE-TAUX TO WS-ED-TAUX.
006020     STRING "Taux " WS-ED-TAUX " au " RTE-DATE-EFFET
006030         DELIMITED BY SIZE INTO WS-TEXTE.
006040 2610-DECRIRE-TAUX-EXIT.
006050     EXIT.

006060*----------------------------------------------------------------
006070* 3000-APPLIQUER-MAJ - THE APPROVED CHANGE REACHES THE MASTER;
006080* ANY FAILURE LEAVES IT PENDING
006090*----------------------------------------------------------------
006100 3000-APPLIQUER-MAJ.
006110     MOVE "N" TO WS-APPLIQUEE.
006120     EVALUATE MAJ-FICHIER
006130         WHEN "PRODUITS"
006140             PERFORM 3100-APPLIQUER-PRODUIT
006150                 THRU 3100-APPLIQUER-PRODUIT-EXIT
006160         WHEN "FOURNSSR"
006170             PERFORM 3200-APPLIQUER-FOURNISSEUR
006180                 THRU 3200-APPLIQUER-FOURNISSEUR-EXIT
006190         WHEN "VILLES"
006200             PERFORM 3300-APPLIQUER-VILLE
006210                 THRU 3300-APPLIQUER-VILLE-EXIT
006220         WHEN "RATES"
006230             PERFORM 3400-APPLIQUER-TAUX
006240                 THRU 3400-APPLIQUER-TAUX-EXIT
006250     END-EVALUATE.
006260 3000-APPLIQUER-MAJ-EXIT.
006270     EXIT.

006280*----------------------------------------------------------------
006290* 3100-APPLIQUER-PRODUIT - SAME RULES AS PRODUITSMAJ : A PRICE
006300* GOES TO PRIXEFF.DAT AND ONTO THE PRODUCT ONCE IN EFFECT, A
006310* COST CHANGE IS TRACED ON COUTHIST.DAT, A PRODUCT STILL ON
006320* OPEN ORDERS IS NOT RETIRED
006330*----------------------------------------------------------------
006340 3100-APPLIQUER-PRODUIT.
006350     IF MAJ-CREATION
006360         MOVE MAJ-IMAGE TO PRODUIT-RECORD
006370         WRITE PRODUIT-RECORD
006380             INVALID KEY
006390                 DISPLAY "Produit deja present : " PROD-CODE
006400                 GO TO 3100-APPLIQUER-PRODUIT-EXIT
006410         END-WRITE
006420         DISPLAY "Produit cree : " PROD-CODE
006430         SET MAJ-APPLIQUEE TO TRUE
006440         GO TO 3100-APPLIQUER-PRODUIT-EXIT
006450     END-IF.
006460     IF MAITRE-ABSENT
006470         DISPLAY "Code produit inconnu : " MAJ-CLE
006480         GO TO 3100-APPLIQUER-PRODUIT-EXIT
006490     END-IF.
006500     IF MAJ-SUPPRESSION
006510         PERFORM 3170-CONTROLER-COMMANDES-OUVERTES
006520             THRU 3170-CONTROLER-COMMANDES-OUVERTES-EXIT
006530         IF COMMANDES-OUVERTES
006540             DISPLAY "Retrait refuse : des commandes en"
006550                 " attente referencent encore " PROD-CODE
006560             GO TO 3100-APPLIQUER-PRODUIT-EXIT
006570         END-IF
006580         DELETE PRODUIT-FILE RECORD
006590             INVALID KEY
006600                 DISPLAY "Suppression impossible : " PROD-CODE
006610                 GO TO 3100-APPLIQUER-PRODUIT-EXIT
006620         END-DELETE
006630         DISPLAY "Produit retire : " PROD-CODE
006640         SET MAJ-APPLIQUEE TO TRUE
006650         GO TO 3100-APPLIQUER-PRODUIT-EXIT
006660     END-IF.
006670     EVALUATE MAJ-ZONE
006680         WHEN "PRIX"
006690             PERFORM 3150-ARCHIVER-PRIX
006700                 THRU 3150-ARCHIVER-PRIX-EXIT
006710             IF MAJ-DATE-EFFET <= WS-DATE-JOUR
006720                 MOVE WS-NV-PRIX TO PROD-PRIX
006730             END-IF
006740         WHEN "COUT"
006750             MOVE PROD-COUT TO WS-ANCIEN-COUT
006760             MOVE WS-NV-COUT TO PROD-COUT
006770         WHEN "DIMENSIONS"
006780             MOVE WS-NV-POIDS TO PROD-POIDS
006790             MOVE WS-NV-VOLUME TO PROD-VOLUME
006800         WHEN "FAMILLE"
006810             MOVE WS-NV-FAMILLE TO PROD-FAMILLE
006820         WHEN "WEB"
006830             MOVE WS-NV-WEB TO PROD-WEB
006840     END-EVALUATE.
006850     REWRITE PRODUIT-RECORD.
006860     IF MAJ-ZONE = "COUT"
006870         PERFORM 3160-HISTORISER-COUT
006880             THRU 3160-HISTORISER-COUT-EXIT
006890     END-IF.
006900     DISPLAY "Produit mis a jour : " PROD-CODE.
006910     SET MAJ-APPLIQUEE TO TRUE.
006920 3100-APPLIQUER-PRODUIT-EXIT.
006930     EXIT.

006940*----------------------------------------------------------------
006950* 3150-ARCHIVER-PRIX
006960*----------------------------------------------------------------
006970 3150-ARCHIVER-PRIX.
006980     OPEN EXTEND PRIX-FILE.
006990     IF NOT PRIX-OK
007000         CLOSE PRIX-FILE
007010         OPEN OUTPUT PRIX-FILE
007020     END-IF.
007030     MOVE PROD-CODE      TO PRX-CODE-PROD.
007040     MOVE MAJ-DATE-EFFET TO PRX-DATE-EFFET.
007050     MOVE WS-NV-PRIX     TO PRX-PRIX.
007060     WRITE PRIX-RECORD.
007070     CLOSE PRIX-FILE.
007080 3150-ARCHIVER-PRIX-EXIT.
007090     EXIT.

007100*----------------------------------------------------------------
007110* 3160-HISTORISER-COUT - THE APPROVER'S NAME GOES IN THE
007120* REFERENCE
007130*----------------------------------------------------------------
007140 3160-HISTORISER-COUT.
007150     MOVE WS-DATE-JOUR TO CHC-DATE.
007160     MOVE PROD-CODE TO CHC-CODE-PROD.
007170     SET CHC-MANUEL TO TRUE.
007180     MOVE WS-VALIDEUR TO CHC-REFERENCE.
007190     MOVE WS-ANCIEN-COUT TO CHC-ANCIEN-COUT.
007200     MOVE PROD-COUT TO CHC-NOUVEAU-COUT.
007210     MOVE PROD-STOCK TO CHC-STOCK-AVANT.
007220     MOVE ZERO TO CHC-QUANTITE.
007230     MOVE ZERO TO CHC-PRIX-ACHAT.
007240     OPEN EXTEND COUTHIST-FILE.
007250     IF NOT COUTHIST-OK
007260         CLOSE COUTHIST-FILE
007270         OPEN OUTPUT COUTHIST-FILE
007280     END-IF.
007290     WRITE COUTHIST-RECORD.
007300     CLOSE COUTHIST-FILE.
007310 3160-HISTORISER-COUT-EXIT.
007320     EXIT.

007330*----------------------------------------------------------------
007340* 3170-CONTROLER-COMMANDES-OUVERTES - ORDERS MAY HAVE COME IN
007350* SINCE THE RETIREMENT WAS KEYED (SAME SCAN AS PRODUITSMAJ)
007360*----------------------------------------------------------------
007370 3170-CONTROLER-COMMANDES-OUVERTES.
007380     MOVE "N" TO WS-OUVERTES.
007390     MOVE "N" TO WS-FIN-ORDERS.
007400     OPEN INPUT ORDERS-FILE.
007410     IF NOT ORDERS-OK
007420         GO TO 3170-CONTROLER-COMMANDES-OUVERTES-EXIT
007430     END-IF.
007440     PERFORM UNTIL FIN-ORDERS OR COMMANDES-OUVERTES
007450         READ ORDERS-FILE NEXT RECORD
007460             AT END SET FIN-ORDERS TO TRUE
007470             NOT AT END
007480                 IF CMD-ORDRE AND CMD-EN-ATTENTE
007490                     AND CMD-CODE-PROD = PROD-CODE
007500                     PERFORM 3180-VERIFIER-ANNULATION
007510                         THRU 3180-VERIFIER-ANNULATION-EXIT
007520                     IF NOT COMMANDE-ANNULEE
007530                         SET COMMANDES-OUVERTES TO TRUE
007540                     END-IF
007550                 END-IF
007560         END-READ
007570     END-PERFORM.
007580     CLOSE ORDERS-FILE.
007590 3170-CONTROLER-COMMANDES-OUVERTES-EXIT.
007600     EXIT.

007610*----------------------------------------------------------------
007620* 3180-VERIFIER-ANNULATION - DIRECT READ OF THE (NUM, "A", 00)
007630* KEY, THEN THE SCAN IS REPOSITIONED ON THE EXACT KEY IT WAS AT
007640*----------------------------------------------------------------
007650 3180-VERIFIER-ANNULATION.
007660     MOVE "N" TO WS-ANNULEE.
007670     MOVE CMD-CLE TO WS-CLE-SAUVEE.
007680     MOVE "A"  TO CMD-TYPE.
007690     MOVE ZERO TO CMD-SEQ.
007700     READ ORDERS-FILE
007710         INVALID KEY CONTINUE
007720         NOT INVALID KEY SET COMMANDE-ANNULEE TO TRUE
007730     END-READ.
007740     MOVE WS-CLE-SAUVEE TO CMD-CLE.
007750     READ ORDERS-FILE
007760         INVALID KEY CONTINUE
007770     END-READ.
007780 3180-VERIFIER-ANNULATION-EXIT.
007790     EXIT.

007800*----------------------------------------------------------------
007810* 3200-APPLIQUER-FOURNISSEUR - A CHANGE KEEPS THE MEASURED LEAD
007820* TIME (SCOREFRN) THAT MAY HAVE MOVED SINCE IT WAS KEYED
007830*----------------------------------------------------------------
007840 3200-APPLIQUER-FOURNISSEUR.
007850     IF MAJ-CREATION
007860         MOVE MAJ-IMAGE TO FOURNISSEUR-RECORD
007870         WRITE FOURNISSEUR-RECORD
007880             INVALID KEY
007890                 DISPLAY "Fournisseur deja present : " FRN-CODE
007900                 GO TO 3200-APPLIQUER-FOURNISSEUR-EXIT
007910         END-WRITE
007920         DISPLAY "Fournisseur cree : " FRN-CODE
007930         SET MAJ-APPLIQUEE TO TRUE
007940         GO TO 3200-APPLIQUER-FOURNISSEUR-EXIT
007950     END-IF.
007960     IF MAITRE-ABSENT
007970         DISPLAY "Code fournisseur inconnu : " MAJ-CLE
007980         GO TO 3200-APPLIQUER-FOURNISSEUR-EXIT
007990     END-IF.
008000     IF MAJ-SUPPRESSION
008010         DELETE FOURNISSEUR-FILE RECORD
008020             INVALID KEY
008030                 DISPLAY "Suppression impossible : " FRN-CODE
008040                 GO TO 3200-APPLIQUER-FOURNISSEUR-EXIT
008050         END-DELETE
008060         DISPLAY "Fournisseur retire : " FRN-CODE
008070         SET MAJ-APPLIQUEE TO TRUE
008080         GO TO 3200-APPLIQUER-FOURNISSEUR-EXIT
008090     END-IF.
008100     MOVE FRN-DELAI-MESURE TO WS-FRN-DELAI-MESURE.
008110     MOVE FRN-DATE-MESURE TO WS-FRN-DATE-MESURE.
008120     MOVE WS-NV-FOURNISSEUR TO FOURNISSEUR-RECORD.
008130     MOVE WS-FRN-DELAI-MESURE TO FRN-DELAI-MESURE.
008140     MOVE WS-FRN-DATE-MESURE TO FRN-DATE-MESURE.
008150     REWRITE FOURNISSEUR-RECORD.
008160     DISPLAY "Fournisseur mis a jour : " FRN-CODE.
008170     SET MAJ-APPLIQUEE TO TRUE.
008180 3200-APPLIQUER-FOURNISSEUR-EXIT.
008190     EXIT.

008200*----------------------------------------------------------------
008210* 3300-APPLIQUER-VILLE
008220*----------------------------------------------------------------
008230 3300-APPLIQUER-VILLE.
008240     IF MAJ-CREATION
008250         MOVE MAJ-IMAGE TO VILLE-RECORD
008260         WRITE VILLE-RECORD
008270             INVALID KEY
008280                 DISPLAY "Cette ville existe deja : "
008290                     FUNCTION TRIM(VILLE-NOM)
008300                 GO TO 3300-APPLIQUER-VILLE-EXIT
008310         END-WRITE
008320         DISPLAY "Ville ajoutee : " FUNCTION TRIM(VILLE-NOM)
008330         SET MAJ-APPLIQUEE TO TRUE
008340         GO TO 3300-APPLIQUER-VILLE-EXIT
008350     END-IF.
008360     IF MAITRE-ABSENT
008370         DISPLAY "Ville inconnue : " FUNCTION TRIM(MAJ-CLE)
008380         GO TO 3300-APPLIQUER-VILLE-EXIT
008390     END-IF.
008400     IF MAJ-SUPPRESSION
008410         DELETE VILLES-FILE RECORD
008420             INVALID KEY
008430                 DISPLAY "Suppression impossible : "
008440                     FUNCTION TRIM(VILLE-NOM)
008450                 GO TO 3300-APPLIQUER-VILLE-EXIT
008460         END-DELETE
008470         DISPLAY "Ville retiree : " FUNCTION TRIM(VILLE-NOM)
008480         SET MAJ-APPLIQUEE TO TRUE
008490         GO TO 3300-APPLIQUER-VILLE-EXIT
008500     END-IF.
008510     MOVE WS-NV-DELAI-VILLE TO VILLE-DELAI.
008520     REWRITE VILLE-RECORD.
008530     DISPLAY "Delai de " FUNCTION TRIM(VILLE-NOM) " : "
008540         VILLE-DELAI " jour(s)".
008550     SET MAJ-APPLIQUEE TO TRUE.
008560 3300-APPLIQUER-VILLE-EXIT.
008570     EXIT.

008580*----------------------------------------------------------------
008590* 3400-APPLIQUER-TAUX - THE PARKED LINE IS APPENDED AS TAUXMAJ
008600* WOULD HAVE DONE
008610*----------------------------------------------------------------
008620 3400-APPLIQUER-TAUX.
008630     OPEN EXTEND RATES-FILE.
008640     IF NOT RATES-OK
008650         CLOSE RATES-FILE
008660         OPEN OUTPUT RATES-FILE
008670     END-IF.
008680     MOVE MAJ-IMAGE TO RATE-RECORD.
008690     WRITE RATE-RECORD.
008700     CLOSE RATES-FILE.
008710     DISPLAY "Taux enregistre : " RTE-DEVISE " au "
008720         RTE-DATE-EFFET.
008730     SET MAJ-APPLIQUEE TO TRUE.
008740 3400-APPLIQUER-TAUX-EXIT.
008750     EXIT.

008760*----------------------------------------------------------------
008770* 5000-REECRIRE-ATTENTE - NEW MAJATTEN.DAT FROM THE PATCHED
008780* TEMP COPY, DECIDED ENTRIES KEPT AS THE AUDIT TRAIL
008790*----------------------------------------------------------------
008800 5000-REECRIRE-ATTENTE.
008805     OPEN INPUT TEMP-FILE.
008810     OPEN OUTPUT MAJATTENTE-FILE.
008816     PERFORM UNTIL FIN-TEMP
008822         READ TEMP-FILE
008828             AT END SET FIN-TEMP TO TRUE
008834             NOT AT END
008840                 MOVE TEMP-LIGNE TO MAJATTENTE-RECORD
008846                 WRITE MAJATTENTE-RECORD
008852         END-READ
008860     END-PERFORM.
008870     CLOSE MAJATTENTE-FILE TEMP-FILE.
008880 5000-REECRIRE-ATTENTE-EXIT.
008890     EXIT.

008900*----------------------------------------------------------------
008910* 8000-TRACER-JOURNAL - ONE LINE PER DECISION, WITH THE KEYING
008920* AND THE DECIDING OPERATORS
008930*----------------------------------------------------------------
008940 8000-TRACER-JOURNAL.
008950     MOVE SPACES TO JOURNAL-RECORD.
008960     MOVE "MAJVALIDER" TO JNL-PROGRAMME.
008970     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
008980     ACCEPT JNL-HEURE FROM TIME.
008990     MOVE 1 TO JNL-NB-ENREGISTREMENTS.
009000     STRING MAJ-STATUT " " DELIMITED BY SIZE
009010         MAJ-AUTEUR DELIMITED BY SPACE
009020         "/" DELIMITED BY SIZE
009030         WS-VALIDEUR DELIMITED BY SPACE
009040         " " DELIMITED BY SIZE
009050         MAJ-FICHIER DELIMITED BY SPACE
009060         " " DELIMITED BY SIZE
009070         MAJ-ZONE DELIMITED BY SPACE
009080         " " DELIMITED BY SIZE
009090         MAJ-CLE DELIMITED BY "  "
009100         INTO JNL-MESSAGE.
009110     OPEN EXTEND JOURNAL-FILE.
009120     IF NOT JOURNAL-OK
009130         CLOSE JOURNAL-FILE
009140         OPEN OUTPUT JOURNAL-FILE
009150     END-IF.
009160     WRITE JOURNAL-RECORD.
009170     CLOSE JOURNAL-FILE.
009180 8000-TRACER-JOURNAL-EXIT.
009190     EXIT.
