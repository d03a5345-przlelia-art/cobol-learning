000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REPRISE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. READS THE RECOVERY LOG REPRISE.DAT
000110*                 (SEE REPRISE-RECORD) AND SETTLES EVERY ORDER
000120*                 UPDATE LEFT HALF DONE BY A SESSION THAT DIED :
000130*                 WHEN THE UNIT'S ORDERS.DAT RECORD IS ON FILE
000140*                 THE MISSING STOCK, RELIQUAT AND CREDIT NOTE
000150*                 UPDATES ARE MADE AND THE UNIT IS CLOSED "T";
000160*                 OTHERWISE ANY STOCK ALREADY MOVED IS PUT BACK
000170*                 AND THE UNIT IS CLOSED "X". EACH UNIT AND
000180*                 ACTION IS REPORTED. RUN AT THE START OF THE DAY,
000190*                 BEFORE ANY COUNTER SESSION OPENS, OR AS THE
000200*                 FIRST STEP OF LOTCOMMERCE. STOCKBAS.DAT IS NOT
000210*                 REPLAYED - THE NEXT ORDER ON THE PRODUCT RAISES
000220*                 THE ALERT AGAIN.
000221* 2026-10-15  LM  A STOCK REWRITE BACKED OUT ALSO PUTS THE
000222*                 QUANTITY BACK UNDER THE LOTS THE ORDER WAS
000223*                 SERVED FROM (LOTSTOCK, TYPE AN, AS
000224*                 COMMANDEANNULER DOES) - STOCKLOT.DAT AND THE
000225*                 LOTVENTE.DAT TRACE NO LONGER STAY CONSUMED FOR
000226*                 AN ORDER NEVER WRITTEN.
000227* 2026-10-15  LM  THE UNITS STILL OPEN ARE KEPT ON THE KEYED WORK
000228*                 FILE REPUNIT.TMP INSTEAD OF A 50-SLOT TABLE, SO
000229*                 ANY NUMBER OF UNITS RUNNING AT THE SAME TIME CAN
000230*                 BE SETTLED AND THE RUN IS NO LONGER ABANDONED
000231*                 FOR IT. UNITS ARE SETTLED BY PROGRAM, THEN DATE
000232*                 AND TIME.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280
000290     SELECT REPRISE-FILE ASSIGN TO "REPRISE.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-REPRISE-STATUS.
000320
000321     SELECT UNITES-TRAVAIL ASSIGN TO "REPUNIT.TMP"
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS DYNAMIC
000324         RECORD KEY IS RUT-CLE
000325         FILE STATUS IS WS-TRAVAIL-STATUS.
000326
000330     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CMD-CLE
000370         FILE STATUS IS WS-ORDERS-STATUS.
000380
000390     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PROD-CODE
000430         ALTERNATE RECORD KEY IS PROD-EAN
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-PRODUIT-STATUS.
000460
000470     SELECT AVOIRS-FILE ASSIGN TO "AVOIRS.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS AVR-NUM-AVOIR
000510         FILE STATUS IS WS-AVOIRS-STATUS.
000520
000530     SELECT RELIQUAT-FILE ASSIGN TO "RELIQUAT.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RELIQUAT-STATUS.
000560
000570     SELECT TEMP-FILE ASSIGN TO "RELIQUAT.TMP"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TEMP-STATUS.
000600
000610     SELECT MOUVEMENT-FILE ASSIGN TO "MVTSTOCK.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-MOUVEMENT-STATUS.
000640
000650     SELECT FACTURES-FILE ASSIGN TO "FACTURES.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FACTURES-STATUS.
000680
000690     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-JOURNAL-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750
000760*----------------------------------------------------------------
000770* REPRISE - THE RECOVERY LOG, READ INTO REPRISE-RECORD
000780*----------------------------------------------------------------
000790 FD  REPRISE-FILE.
000800 01  REPRISE-LIGNE            PIC X(191).
000810
000811*----------------------------------------------------------------
000812* UNITES-TRAVAIL - UNITS STILL OPEN AT THE END OF THE LOG : A
000813* UNIT'S RECORD IS DELETED AS SOON AS ITS CLOSING LINE IS READ
000814*----------------------------------------------------------------
000815 FD  UNITES-TRAVAIL.
000816 01  UNITE-TRAVAIL.
000817     05 RUT-CLE               PIC X(31).
000818     05 RUT-LIBELLE           PIC X(60).
000819
000820 FD  ORDERS-FILE.
000830     COPY "ORDER-RECORD.cpy".
000840
000850 FD  PRODUIT-FILE.
000860     COPY "PRODUIT-RECORD.cpy".
000870
000880 FD  AVOIRS-FILE.
000890     COPY "AVOIR-RECORD.cpy".
000900
000910 FD  RELIQUAT-FILE.
000920     COPY "RELIQUAT-RECORD.cpy".
000930
000940*----------------------------------------------------------------
000950* TEMP - RELIQUAT.DAT WITH A SERVED REMAINDER PATCHED IN, COPIED
000960* BACK OVER IT (AS IN DOUBLONSREVUE)
000970*----------------------------------------------------------------
000980 FD  TEMP-FILE.
000990 01  TEMP-LIGNE               PIC X(48).
001000
001010*----------------------------------------------------------------
001020* MOUVEMENTS - THE STOCK MOVEMENT JOURNAL WRITTEN BY MVTSTOCK
001030*----------------------------------------------------------------
001040 FD  MOUVEMENT-FILE.
001050 01  MOUVEMENT-RECORD.
001060     05 MVT-DATE              PIC 9(08).
001070     05 MVT-CODE-PROD         PIC X(04).
001080     05 MVT-TYPE              PIC X(02).
001090     05 MVT-REFERENCE         PIC X(08).
001100     05 MVT-QUANTITE          PIC S9(05)
001110                              SIGN LEADING SEPARATE.
001120
001130 FD  FACTURES-FILE.
001140 01  FACT-LIGNE               PIC X(100).
001150
001160 FD  JOURNAL-FILE.
001170     COPY "JOURNAL-RECORD.cpy".
001180
001190 WORKING-STORAGE SECTION.
001200
001210     COPY "HABILITATION.cpy".
001220
001230     COPY "REPRISE-RECORD.cpy".
001240
001250 01  WS-DATE-JOUR             PIC 9(08).
001260 01  WS-MESSAGE-STATUT        PIC X(40).
001270 01  WS-NOM-TEMP              PIC X(40) VALUE "RELIQUAT.TMP".
001275 01  WS-NOM-TRAVAIL           PIC X(40) VALUE "REPUNIT.TMP".
001280 01  WS-RETOUR-SUPPRESSION    PIC S9(09) COMP-5.
001290
001300 01  WS-REPRISE-STATUS        PIC X(02).
001310     88 REPRISE-OK                    VALUE "00".
001320 01  WS-ORDERS-STATUS         PIC X(02).
001330     88 ORDERS-OK                     VALUE "00".
001340 01  WS-PRODUIT-STATUS        PIC X(02).
001350     88 PRODUIT-OK                    VALUE "00".
001360 01  WS-AVOIRS-STATUS         PIC X(02).
001370     88 AVOIRS-OK                     VALUE "00".
001380 01  WS-RELIQUAT-STATUS       PIC X(02).
001390     88 RELIQUAT-OK                   VALUE "00".
001400 01  WS-TEMP-STATUS           PIC X(02).
001410     88 TEMP-OK                       VALUE "00".
001420 01  WS-MOUVEMENT-STATUS      PIC X(02).
001430     88 MOUVEMENT-OK                  VALUE "00".
001440 01  WS-FACTURES-STATUS       PIC X(02).
001450     88 FACTURES-OK                   VALUE "00".
001460 01  WS-JOURNAL-STATUS        PIC X(02).
001470     88 JOURNAL-OK                    VALUE "00".
001480 01  WS-TRAVAIL-STATUS        PIC X(02).
001490     88 TRAVAIL-OK                    VALUE "00".
001580
001590 01  WS-UNITE-COURANTE.
001600     05 WS-UC-PROGRAMME       PIC X(15).
001610     05 WS-UC-DATE            PIC 9(08).
001620     05 WS-UC-HEURE           PIC 9(08).
001630
001640*----------------------------------------------------------------
001650* THE PLANNED ACTIONS OF THE UNIT BEING SETTLED, BY ACTION NUMBER,
001660* WITH WHAT THE LOG AND THE FILES SAY ABOUT EACH
001670*----------------------------------------------------------------
001680 01  WS-NB-ACTIONS            PIC 9(02).
001690 01  WS-ACTIONS-TABLE.
001700     05 WS-ACTION OCCURS 30 TIMES INDEXED BY WS-ADX.
001710         10 WS-ACT-CODE       PIC X(02).
001720         10 WS-ACT-CODE-PROD  PIC X(04).
001730         10 WS-ACT-QUANTITE   PIC S9(05).
001740         10 WS-ACT-MVT-TYPE   PIC X(02).
001750         10 WS-ACT-MVT-REFERENCE
001760                              PIC X(08).
001770         10 WS-ACT-IMAGE      PIC X(130).
001780         10 WS-ACT-STOCK-AVANT PIC 9(05).
001790         10 WS-ACT-AVANT      PIC X(01).
001800             88 ACT-AVANT-NOTE        VALUE "O".
001810         10 WS-ACT-EFFECTUE   PIC X(01).
001820             88 ACT-EFFECTUE          VALUE "O".
001830         10 WS-ACT-ETAT       PIC X(01).
001840             88 ACT-FAITE             VALUE "O".
001850             88 ACT-SANS-OBJET        VALUE "S".
001860         10 WS-ACT-MVT        PIC X(01).
001870             88 ACT-MVT-TROUVE        VALUE "O".
001880
001890 01  WS-S-CLIENT              PIC X(10).
001900 01  WS-S-CODE-PROD           PIC X(04).
001910 01  WS-S-QUANTITE            PIC 9(05).
001920
001930 01  WS-RELIQUAT-CHERCHE      PIC X(48).
001940 01  WS-RELIQUAT-AVANT        PIC X(48).
001950 01  WS-RELIQUAT-APRES        PIC X(48).
001960 01  WS-ENTETE-AVOIR          PIC X(17).
001970 01  WS-STOCK-CALCULE         PIC S9(06).
001980
001990 01  WS-MVT-TYPE              PIC X(02).
002000 01  WS-MVT-REFERENCE         PIC X(08).
002010 01  WS-MVT-QUANTITE          PIC S9(05).
002020
002030     COPY "AVOIR-RECORD.cpy"
002040         REPLACING ==AVOIR-RECORD==    BY ==WS-AVOIR-LU==
002050                   ==AVR-NUM-AVOIR==   BY ==WS-AVR-NUM-AVOIR==
002060                   ==AVR-CLIENT==      BY ==WS-AVR-CLIENT==
002070                   ==AVR-DATE-REMBOURSEMENT==
002080                       BY ==WS-AVR-DATE-REMBOURSEMENT==
002090                   ==AVR-DATE==        BY ==WS-AVR-DATE==
002100                   ==AVR-NUM-CMD==     BY ==WS-AVR-NUM-CMD==
002110                   ==AVR-MONTANT-HT==  BY ==WS-AVR-MONTANT-HT==
002120                   ==AVR-MONTANT-TTC== BY ==WS-AVR-MONTANT-TTC==
002130                   ==AVR-IMPUTE==      BY ==WS-AVR-IMPUTE==
002140                   ==AVR-REMBOURSE==   BY ==WS-AVR-REMBOURSE==
002150                   ==AVR-STATUT==      BY ==WS-AVR-STATUT==
002160                   ==AVR-OUVERT==      BY ==WS-AVR-OUVERT==
002170                   ==AVR-SOLDE==       BY ==WS-AVR-SOLDE==
002180                   ==AVR-NUM-FACTURE== BY ==WS-AVR-NUM-FACTURE==
002190                   ==AVR-CODE-PROD==   BY ==WS-AVR-CODE-PROD==
002200                   ==AVR-QUANTITE==    BY ==WS-AVR-QUANTITE==
002210                   ==AVR-CATEGORIE-TVA==
002220                       BY ==WS-AVR-CATEGORIE-TVA==
002230                   ==AVR-TAUX-TVA==    BY ==WS-AVR-TAUX-TVA==.
002240
002250 01  WS-COMPTEURS.
002260     05 WS-NB-OUVERTES        PIC 9(05) VALUE ZERO.
002270     05 WS-NB-TERMINEES       PIC 9(05) VALUE ZERO.
002280     05 WS-NB-DEFAITES        PIC 9(05) VALUE ZERO.
002290     05 WS-NB-EN-SUSPENS      PIC 9(05) VALUE ZERO.
002300
002310 01  WS-SWITCHES.
002320     05 WS-FIN-REPRISE        PIC X(01) VALUE "N".
002330         88 FIN-REPRISE               VALUE "Y".
002340     05 WS-FIN-FICHIER        PIC X(01) VALUE "N".
002350         88 FIN-FICHIER               VALUE "Y".
002352     05 WS-FIN-UNITES         PIC X(01) VALUE "N".
002354         88 FIN-UNITES                VALUE "Y".
002356     05 WS-TRAVAIL-OUVERT     PIC X(01) VALUE "N".
002358         88 TRAVAIL-OUVERT            VALUE "O".
002360     05 WS-ABANDON            PIC X(01) VALUE "N".
002370         88 REPRISE-ABANDONNEE        VALUE "O".
002380     05 WS-UNITE-ETAT         PIC X(01) VALUE "N".
002390         88 UNITE-ILLISIBLE           VALUE "O".
002400         88 UNITE-LISIBLE             VALUE "N".
002410     05 WS-TROUVE             PIC X(01) VALUE "N".
002420         88 TROUVE                    VALUE "O".
002430         88 PAS-TROUVE                VALUE "N".
002440
002450 PROCEDURE DIVISION.
002460
002470*----------------------------------------------------------------
002480* 0000-MAINLINE
002490*----------------------------------------------------------------
002500 0000-MAINLINE.
002510     MOVE "REPRISE" TO HAB-PROGRAMME.
002520     CALL "HABILITER" USING HAB-ZONE.
002530     IF NOT HAB-AUTORISE
002540         GOBACK
002550     END-IF.
002560     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002570     DISPLAY "=== REPRISE DES MISES A JOUR INTERROMPUES ===".
002580     PERFORM 1000-CHERCHER-UNITES
002590         THRU 1000-CHERCHER-UNITES-EXIT.
002600     IF NOT REPRISE-ABANDONNEE
002610         PERFORM 2000-TRAITER-UNITES
002620             THRU 2000-TRAITER-UNITES-EXIT
002630     END-IF.
002640     DISPLAY "Unites interrompues trouvees : " WS-NB-OUVERTES.
002650     DISPLAY "  achevees                   : " WS-NB-TERMINEES.
002660     DISPLAY "  defaites                   : " WS-NB-DEFAITES.
002670     DISPLAY "  laissees en suspens        : " WS-NB-EN-SUSPENS.
002671     IF TRAVAIL-OUVERT
002672         CLOSE UNITES-TRAVAIL
002673         CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
002674             RETURNING WS-RETOUR-SUPPRESSION
002675     END-IF.
002680     PERFORM 8000-TRACER-JOURNAL
002690         THRU 8000-TRACER-JOURNAL-EXIT.
002700     GOBACK.
002710
002720*----------------------------------------------------------------
002730* 1000-CHERCHER-UNITES - ONE PASS OVER THE LOG : A "D" LINE ADDS
002740* THE UNIT TO UNITES-TRAVAIL, ITS "F", "T" OR "X" LINE REMOVES
002750* IT; WHAT IS LEFT AT THE END WAS INTERRUPTED
002760*----------------------------------------------------------------
002770 1000-CHERCHER-UNITES.
002771     OPEN OUTPUT UNITES-TRAVAIL.
002772     IF NOT TRAVAIL-OK
002773         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
002774             WS-MESSAGE-STATUT
002775         DISPLAY "REPUNIT.TMP : "
002776             FUNCTION TRIM(WS-MESSAGE-STATUT)
002777             " - reprise abandonnee"
002778         SET REPRISE-ABANDONNEE TO TRUE
002779         GO TO 1000-CHERCHER-UNITES-EXIT
002780     END-IF.
002781     CLOSE UNITES-TRAVAIL.
002782     OPEN I-O UNITES-TRAVAIL.
002783     SET TRAVAIL-OUVERT TO TRUE.
002790     OPEN INPUT REPRISE-FILE.
002800     IF NOT REPRISE-OK
002810         DISPLAY "Pas de journal de reprise - rien a reprendre"
002820         GO TO 1000-CHERCHER-UNITES-EXIT
002830     END-IF.
002840     MOVE "N" TO WS-FIN-REPRISE.
002850     PERFORM UNTIL FIN-REPRISE
002860         READ REPRISE-FILE INTO REPRISE-RECORD
002870             AT END SET FIN-REPRISE TO TRUE
002880             NOT AT END
002890                 PERFORM 1100-CLASSER-LIGNE
002900                     THRU 1100-CLASSER-LIGNE-EXIT
002910         END-READ
002920     END-PERFORM.
002930     CLOSE REPRISE-FILE.
002940     PERFORM 1200-DEBUTER-UNITES
002950         THRU 1200-DEBUTER-UNITES-EXIT.
002960     PERFORM UNTIL FIN-UNITES
002970         READ UNITES-TRAVAIL NEXT RECORD
002980             AT END SET FIN-UNITES TO TRUE
002990             NOT AT END ADD 1 TO WS-NB-OUVERTES
003000         END-READ
003010     END-PERFORM.
003020 1000-CHERCHER-UNITES-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------
003060* 1100-CLASSER-LIGNE
003070*----------------------------------------------------------------
003080 1100-CLASSER-LIGNE.
003090     IF REP-DEBUT
003100         MOVE REP-UNITE   TO RUT-CLE
003110         MOVE REP-LIBELLE TO RUT-LIBELLE
003120         WRITE UNITE-TRAVAIL
003130             INVALID KEY
003140                 REWRITE UNITE-TRAVAIL
003150                     INVALID KEY CONTINUE
003160                 END-REWRITE
003170         END-WRITE
003200         GO TO 1100-CLASSER-LIGNE-EXIT
003210     END-IF.
003220     IF REP-UNITE-CLOSE
003230         MOVE REP-UNITE TO RUT-CLE
003240         DELETE UNITES-TRAVAIL RECORD
003250             INVALID KEY CONTINUE
003260         END-DELETE
003290     END-IF.
003300 1100-CLASSER-LIGNE-EXIT.
003310     EXIT.
003311
003312*----------------------------------------------------------------
003313* 1200-DEBUTER-UNITES - POSITION UNITES-TRAVAIL ON ITS FIRST UNIT
003314*----------------------------------------------------------------
003315 1200-DEBUTER-UNITES.
003316     MOVE "N" TO WS-FIN-UNITES.
003317     MOVE LOW-VALUES TO RUT-CLE.
003318     START UNITES-TRAVAIL KEY IS NOT LESS THAN RUT-CLE
003319         INVALID KEY SET FIN-UNITES TO TRUE
003320     END-START.
003321 1200-DEBUTER-UNITES-EXIT.
003322     EXIT.
003320
003330*----------------------------------------------------------------
003340* 2000-TRAITER-UNITES - SETTLE EACH OPEN UNIT; THE LOG IS EMPTIED
003350* ONCE NOTHING IS LEFT IN SUSPENSE
003360*----------------------------------------------------------------
003370 2000-TRAITER-UNITES.
003380     IF WS-NB-OUVERTES > ZERO
003390         PERFORM 2050-OUVRIR-FICHIERS
003400             THRU 2050-OUVRIR-FICHIERS-EXIT
003410         IF REPRISE-ABANDONNEE
003420             GO TO 2000-TRAITER-UNITES-EXIT
003430         END-IF
003436         PERFORM 1200-DEBUTER-UNITES
003442             THRU 1200-DEBUTER-UNITES-EXIT
003448         PERFORM UNTIL FIN-UNITES
003454             READ UNITES-TRAVAIL NEXT RECORD
003460                 AT END SET FIN-UNITES TO TRUE
003466                 NOT AT END
003472                     PERFORM 2100-TRAITER-UNE-UNITE
003478                         THRU 2100-TRAITER-UNE-UNITE-EXIT
003484             END-READ
003490         END-PERFORM
003500         CLOSE ORDERS-FILE
003510         CLOSE PRODUIT-FILE
003520         CLOSE AVOIRS-FILE
003530     END-IF.
003540     IF WS-NB-EN-SUSPENS = ZERO
003550         OPEN OUTPUT REPRISE-FILE
003560         CLOSE REPRISE-FILE
003570     END-IF.
003580 2000-TRAITER-UNITES-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------------
003620* 2050-OUVRIR-FICHIERS - ORDERS.DAT AND PRODUITS.DAT MUST OPEN OR
003630* NOTHING IS TOUCHED; AVOIRS.DAT IS CREATED WHEN MISSING
003640*----------------------------------------------------------------
003650 2050-OUVRIR-FICHIERS.
003660     OPEN I-O ORDERS-FILE.
003670     IF NOT ORDERS-OK
003680         CALL "FICHSTAT" USING WS-ORDERS-STATUS
003690             WS-MESSAGE-STATUT
003700         DISPLAY "ORDERS.DAT : "
003710             FUNCTION TRIM(WS-MESSAGE-STATUT)
003720             " - reprise abandonnee"
003730         SET REPRISE-ABANDONNEE TO TRUE
003740         GO TO 2050-OUVRIR-FICHIERS-EXIT
003750     END-IF.
003760     OPEN I-O PRODUIT-FILE.
003770     IF NOT PRODUIT-OK
003780         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
003790             WS-MESSAGE-STATUT
003800         DISPLAY "PRODUITS.DAT : "
003810             FUNCTION TRIM(WS-MESSAGE-STATUT)
003820             " - reprise abandonnee"
003830         CLOSE ORDERS-FILE
003840         SET REPRISE-ABANDONNEE TO TRUE
003850         GO TO 2050-OUVRIR-FICHIERS-EXIT
003860     END-IF.
003870     OPEN I-O AVOIRS-FILE.
003880     IF NOT AVOIRS-OK
003890         CLOSE AVOIRS-FILE
003900         OPEN OUTPUT AVOIRS-FILE
003910         CLOSE AVOIRS-FILE
003920         OPEN I-O AVOIRS-FILE
003930     END-IF.
003940 2050-OUVRIR-FICHIERS-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980* 2100-TRAITER-UNE-UNITE - FINISH THE UNIT WHEN ITS ORDERS.DAT
003990* RECORD (ACTION 01) IS ON FILE, OTHERWISE BACK IT OUT
004000*----------------------------------------------------------------
004010 2100-TRAITER-UNE-UNITE.
004020     MOVE RUT-CLE TO WS-UNITE-COURANTE.
004030     DISPLAY "Unite interrompue : " WS-UC-PROGRAMME " "
004040         WS-UC-DATE " " WS-UC-HEURE.
004050     DISPLAY "  " FUNCTION TRIM(RUT-LIBELLE).
004060     PERFORM 2200-CHARGER-ACTIONS
004070         THRU 2200-CHARGER-ACTIONS-EXIT.
004080     IF UNITE-LISIBLE
004090         PERFORM VARYING WS-ADX FROM 1 BY 1
004100                 UNTIL WS-ADX > WS-NB-ACTIONS
004110             PERFORM 3000-CONSTATER-ACTION
004120                 THRU 3000-CONSTATER-ACTION-EXIT
004130         END-PERFORM
004140     END-IF.
004150     IF UNITE-ILLISIBLE
004160         DISPLAY "  journal incomplet pour cette unite - "
004170             "laissee en suspens, a verifier"
004180         ADD 1 TO WS-NB-EN-SUSPENS
004190         GO TO 2100-TRAITER-UNE-UNITE-EXIT
004200     END-IF.
004210     IF ACT-FAITE(1)
004220         DISPLAY "  enregistrement de commande present - "
004230             "unite achevee"
004240         PERFORM VARYING WS-ADX FROM 2 BY 1
004250                 UNTIL WS-ADX > WS-NB-ACTIONS
004260             PERFORM 4000-ACHEVER-ACTION
004270                 THRU 4000-ACHEVER-ACTION-EXIT
004280         END-PERFORM
004290         SET REP-TERMINE TO TRUE
004300         ADD 1 TO WS-NB-TERMINEES
004310     ELSE
004320         DISPLAY "  enregistrement de commande absent - "
004330             "unite defaite"
004340         PERFORM VARYING WS-ADX FROM 2 BY 1
004350                 UNTIL WS-ADX > WS-NB-ACTIONS
004360             PERFORM 5000-DEFAIRE-ACTION
004370                 THRU 5000-DEFAIRE-ACTION-EXIT
004380         END-PERFORM
004390         SET REP-DEFAIT TO TRUE
004400         ADD 1 TO WS-NB-DEFAITES
004410     END-IF.
004420     PERFORM 7400-FERMER-REPRISE
004430         THRU 7400-FERMER-REPRISE-EXIT.
004440 2100-TRAITER-UNE-UNITE-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------
004480* 2200-CHARGER-ACTIONS - THE UNIT'S "A", "V" AND "E" LINES INTO
004490* THE ACTION TABLE; ACTION 01 MUST BE THE ORDERS.DAT RECORD AND
004500* NO ACTION NUMBER MAY BE MISSING
004510*----------------------------------------------------------------
004520 2200-CHARGER-ACTIONS.
004530     MOVE SPACES TO WS-ACTIONS-TABLE.
004540     MOVE ZERO TO WS-NB-ACTIONS.
004550     SET UNITE-LISIBLE TO TRUE.
004560     OPEN INPUT REPRISE-FILE.
004570     MOVE "N" TO WS-FIN-REPRISE.
004580     PERFORM UNTIL FIN-REPRISE
004590         READ REPRISE-FILE INTO REPRISE-RECORD
004600             AT END SET FIN-REPRISE TO TRUE
004610             NOT AT END
004620                 IF REP-UNITE = WS-UNITE-COURANTE
004630                     PERFORM 2210-NOTER-LIGNE
004640                         THRU 2210-NOTER-LIGNE-EXIT
004650                 END-IF
004660         END-READ
004670     END-PERFORM.
004680     CLOSE REPRISE-FILE.
004690     IF WS-NB-ACTIONS = ZERO
004700         SET UNITE-ILLISIBLE TO TRUE
004710         GO TO 2200-CHARGER-ACTIONS-EXIT
004720     END-IF.
004730     IF WS-ACT-CODE(1) NOT = "OW"
004740         SET UNITE-ILLISIBLE TO TRUE
004750     END-IF.
004760     PERFORM VARYING WS-ADX FROM 1 BY 1
004770             UNTIL WS-ADX > WS-NB-ACTIONS
004780         IF WS-ACT-CODE(WS-ADX) = SPACES
004790             SET UNITE-ILLISIBLE TO TRUE
004800         END-IF
004810     END-PERFORM.
004820 2200-CHARGER-ACTIONS-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------
004860* 2210-NOTER-LIGNE
004870*----------------------------------------------------------------
004880 2210-NOTER-LIGNE.
004890     IF REP-DEBUT
004900         GO TO 2210-NOTER-LIGNE-EXIT
004910     END-IF.
004920     IF REP-NUM-ACTION = ZERO OR REP-NUM-ACTION > 30
004930         SET UNITE-ILLISIBLE TO TRUE
004940         GO TO 2210-NOTER-LIGNE-EXIT
004950     END-IF.
004960     SET WS-ADX TO REP-NUM-ACTION.
004970     EVALUATE TRUE
004980         WHEN REP-ACTION
004990             MOVE REP-CODE-ACTION   TO WS-ACT-CODE(WS-ADX)
005000             MOVE REP-CODE-PROD     TO WS-ACT-CODE-PROD(WS-ADX)
005010             MOVE REP-QUANTITE      TO WS-ACT-QUANTITE(WS-ADX)
005020             MOVE REP-MVT-TYPE      TO WS-ACT-MVT-TYPE(WS-ADX)
005030             MOVE REP-MVT-REFERENCE
005040                 TO WS-ACT-MVT-REFERENCE(WS-ADX)
005050             MOVE REP-IMAGE         TO WS-ACT-IMAGE(WS-ADX)
005060             IF REP-NUM-ACTION > WS-NB-ACTIONS
005070                 MOVE REP-NUM-ACTION TO WS-NB-ACTIONS
005080             END-IF
005090         WHEN REP-AVANT
005100             SET ACT-AVANT-NOTE(WS-ADX) TO TRUE
005110             MOVE REP-STOCK-AVANT
005120                 TO WS-ACT-STOCK-AVANT(WS-ADX)
005130         WHEN REP-EFFECTUE
005140             SET ACT-EFFECTUE(WS-ADX) TO TRUE
005150     END-EVALUATE.
005160 2210-NOTER-LIGNE-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200* 3000-CONSTATER-ACTION - WAS ACTION WS-ADX DONE BEFORE THE
005210* SESSION DIED ? AN "E" LINE SAYS SO; OTHERWISE THE FILE IT
005220* UPDATES IS LOOKED AT
005230*----------------------------------------------------------------
005240 3000-CONSTATER-ACTION.
005250     IF ACT-EFFECTUE(WS-ADX)
005260         SET ACT-FAITE(WS-ADX) TO TRUE
005270         IF WS-ACT-CODE(WS-ADX) = "PS"
005280             SET ACT-MVT-TROUVE(WS-ADX) TO TRUE
005290         END-IF
005300         GO TO 3000-CONSTATER-ACTION-EXIT
005310     END-IF.
005320     EVALUATE WS-ACT-CODE(WS-ADX)
005330         WHEN "OW"
005340             PERFORM 3100-CONSTATER-ORDRE
005350                 THRU 3100-CONSTATER-ORDRE-EXIT
005360         WHEN "PS"
005370             PERFORM 3200-CONSTATER-STOCK
005380                 THRU 3200-CONSTATER-STOCK-EXIT
005390         WHEN "RL"
005400             MOVE WS-ACT-IMAGE(WS-ADX)(1:48)
005410                 TO WS-RELIQUAT-CHERCHE
005420             PERFORM 3300-CHERCHER-RELIQUAT
005430                 THRU 3300-CHERCHER-RELIQUAT-EXIT
005440             IF TROUVE
005450                 SET ACT-FAITE(WS-ADX) TO TRUE
005460             END-IF
005470         WHEN "RS"
005480             MOVE WS-ACT-IMAGE(WS-ADX)(49:48)
005490                 TO WS-RELIQUAT-CHERCHE
005500             PERFORM 3300-CHERCHER-RELIQUAT
005510                 THRU 3300-CHERCHER-RELIQUAT-EXIT
005520             IF TROUVE
005530                 SET ACT-FAITE(WS-ADX) TO TRUE
005540             END-IF
005550         WHEN "AV"
005560             MOVE WS-ACT-IMAGE(WS-ADX) TO AVOIR-RECORD
005570             READ AVOIRS-FILE
005580                 INVALID KEY CONTINUE
005590                 NOT INVALID KEY
005600                     SET ACT-FAITE(WS-ADX) TO TRUE
005610             END-READ
005620         WHEN "FA"
005630             PERFORM 3400-CHERCHER-FACTURE
005640                 THRU 3400-CHERCHER-FACTURE-EXIT
005650         WHEN OTHER
005660             SET UNITE-ILLISIBLE TO TRUE
005670     END-EVALUATE.
005680 3000-CONSTATER-ACTION-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------
005720* 3100-CONSTATER-ORDRE - THE KEY MUST BE ON FILE FOR THE SAME
005730* CUSTOMER, PRODUCT AND QUANTITY; A DIFFERENT RECORD UNDER THE
005740* KEY MEANS ANOTHER SESSION TOOK IT AND THIS ONE NEVER WROTE
005750*----------------------------------------------------------------
005760 3100-CONSTATER-ORDRE.
005770     MOVE WS-ACT-IMAGE(WS-ADX) TO ORDER-RECORD.
005780     MOVE CMD-CLIENT    TO WS-S-CLIENT.
005790     MOVE CMD-CODE-PROD TO WS-S-CODE-PROD.
005800     MOVE CMD-QUANTITE  TO WS-S-QUANTITE.
005810     READ ORDERS-FILE
005820         INVALID KEY
005830             GO TO 3100-CONSTATER-ORDRE-EXIT
005840     END-READ.
005850     IF CMD-CLIENT = WS-S-CLIENT
005860         AND CMD-CODE-PROD = WS-S-CODE-PROD
005870         AND CMD-QUANTITE = WS-S-QUANTITE
005880         SET ACT-FAITE(WS-ADX) TO TRUE
005890     END-IF.
005900 3100-CONSTATER-ORDRE-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940* 3200-CONSTATER-STOCK - DONE WHEN ITS MOVEMENT IS ON
005950* MVTSTOCK.DAT, OR WHEN PROD-STOCK NO LONGER SHOWS THE FIGURE
005960* NOTED JUST BEFORE THE REWRITE (THE SESSION DIED BETWEEN REWRITE
005970* AND MVTSTOCK); NO "V" LINE MEANS THE REWRITE NEVER STARTED
005980*----------------------------------------------------------------
005990 3200-CONSTATER-STOCK.
006000     PERFORM 3250-CHERCHER-MOUVEMENT
006010         THRU 3250-CHERCHER-MOUVEMENT-EXIT.
006020     IF TROUVE
006030         SET ACT-MVT-TROUVE(WS-ADX) TO TRUE
006040         SET ACT-FAITE(WS-ADX) TO TRUE
006050         GO TO 3200-CONSTATER-STOCK-EXIT
006060     END-IF.
006070     IF NOT ACT-AVANT-NOTE(WS-ADX)
006080         GO TO 3200-CONSTATER-STOCK-EXIT
006090     END-IF.
006100     MOVE WS-ACT-CODE-PROD(WS-ADX) TO PROD-CODE.
006110     READ PRODUIT-FILE
006120         INVALID KEY
006130             SET ACT-SANS-OBJET(WS-ADX) TO TRUE
006140             GO TO 3200-CONSTATER-STOCK-EXIT
006150     END-READ.
006160     IF PROD-STOCK NOT = WS-ACT-STOCK-AVANT(WS-ADX)
006170         SET ACT-FAITE(WS-ADX) TO TRUE
006180     END-IF.
006190 3200-CONSTATER-STOCK-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------
006230* 3250-CHERCHER-MOUVEMENT - THE ACTION'S OWN LINE ON MVTSTOCK.DAT
006240* : SAME DAY, PRODUCT, TYPE, REFERENCE AND SIGNED QUANTITY
006250*----------------------------------------------------------------
006260 3250-CHERCHER-MOUVEMENT.
006270     SET PAS-TROUVE TO TRUE.
006280     OPEN INPUT MOUVEMENT-FILE.
006290     IF NOT MOUVEMENT-OK
006300         GO TO 3250-CHERCHER-MOUVEMENT-EXIT
006310     END-IF.
006320     MOVE "N" TO WS-FIN-FICHIER.
006330     PERFORM UNTIL FIN-FICHIER OR TROUVE
006340         READ MOUVEMENT-FILE
006350             AT END SET FIN-FICHIER TO TRUE
006360             NOT AT END
006370                 IF MVT-DATE = WS-UC-DATE
006380                     AND MVT-CODE-PROD = WS-ACT-CODE-PROD(WS-ADX)
006390                     AND MVT-TYPE = WS-ACT-MVT-TYPE(WS-ADX)
006400                     AND MVT-REFERENCE
006410                         = WS-ACT-MVT-REFERENCE(WS-ADX)
006420                     AND MVT-QUANTITE = WS-ACT-QUANTITE(WS-ADX)
006430                     SET TROUVE TO TRUE
006440                 END-IF
006450         END-READ
006460     END-PERFORM.
006470     CLOSE MOUVEMENT-FILE.
006480 3250-CHERCHER-MOUVEMENT-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 3300-CHERCHER-RELIQUAT - WS-RELIQUAT-CHERCHE ON RELIQUAT.DAT
006530*----------------------------------------------------------------
006540 3300-CHERCHER-RELIQUAT.
006550     SET PAS-TROUVE TO TRUE.
006560     OPEN INPUT RELIQUAT-FILE.
006570     IF NOT RELIQUAT-OK
006580         GO TO 3300-CHERCHER-RELIQUAT-EXIT
006590     END-IF.
006600     MOVE "N" TO WS-FIN-FICHIER.
006610     PERFORM UNTIL FIN-FICHIER OR TROUVE
006620         READ RELIQUAT-FILE
006630             AT END SET FIN-FICHIER TO TRUE
006640             NOT AT END
006650                 IF RELIQUAT-RECORD = WS-RELIQUAT-CHERCHE
006660                     SET TROUVE TO TRUE
006670                 END-IF
006680         END-READ
006690     END-PERFORM.
006700     CLOSE RELIQUAT-FILE.
006710 3300-CHERCHER-RELIQUAT-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------
006750* 3400-CHERCHER-FACTURE - THE CREDIT NOTE'S "AVOIR N." HEADING ON
006760* FACTURES.DAT
006770*----------------------------------------------------------------
006780 3400-CHERCHER-FACTURE.
006790     MOVE WS-ACT-IMAGE(WS-ADX) TO WS-AVOIR-LU.
006800     MOVE SPACES TO WS-ENTETE-AVOIR.
006810     STRING "Avoir N. " WS-AVR-NUM-AVOIR
006820         DELIMITED BY SIZE INTO WS-ENTETE-AVOIR.
006830     OPEN INPUT FACTURES-FILE.
006840     IF NOT FACTURES-OK
006850         GO TO 3400-CHERCHER-FACTURE-EXIT
006860     END-IF.
006870     MOVE "N" TO WS-FIN-FICHIER.
006880     PERFORM UNTIL FIN-FICHIER OR ACT-FAITE(WS-ADX)
006890         READ FACTURES-FILE
006900             AT END SET FIN-FICHIER TO TRUE
006910             NOT AT END
006920                 IF FACT-LIGNE(1:17) = WS-ENTETE-AVOIR
006930                     SET ACT-FAITE(WS-ADX) TO TRUE
006940                 END-IF
006950         END-READ
006960     END-PERFORM.
006970     CLOSE FACTURES-FILE.
006980 3400-CHERCHER-FACTURE-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020* 4000-ACHEVER-ACTION - MAKE ACTION WS-ADX IF IT WAS NOT MADE; A
007030* STOCK REWRITE WHOSE MOVEMENT NEVER REACHED MVTSTOCK.DAT GETS
007040* ITS MOVEMENT NOW
007050*----------------------------------------------------------------
007060 4000-ACHEVER-ACTION.
007070     IF ACT-SANS-OBJET(WS-ADX)
007080         DISPLAY "  " WS-ACT-CODE-PROD(WS-ADX)
007090             " introuvable - stock laisse en l'etat"
007100         GO TO 4000-ACHEVER-ACTION-EXIT
007110     END-IF.
007120     IF ACT-FAITE(WS-ADX)
007130         IF WS-ACT-CODE(WS-ADX) = "PS"
007140             AND NOT ACT-MVT-TROUVE(WS-ADX)
007150             PERFORM 4150-ECRIRE-MOUVEMENT
007160                 THRU 4150-ECRIRE-MOUVEMENT-EXIT
007170             DISPLAY "  mouvement " WS-ACT-MVT-TYPE(WS-ADX)
007180                 " " WS-ACT-CODE-PROD(WS-ADX)
007190                 " rejoue sur MVTSTOCK.DAT"
007200         END-IF
007210         GO TO 4000-ACHEVER-ACTION-EXIT
007220     END-IF.
007230     EVALUATE WS-ACT-CODE(WS-ADX)
007240         WHEN "PS"
007250             PERFORM 4100-APPLIQUER-STOCK
007260                 THRU 4100-APPLIQUER-STOCK-EXIT
007270         WHEN "RL"
007280             PERFORM 4200-AJOUTER-RELIQUAT
007290                 THRU 4200-AJOUTER-RELIQUAT-EXIT
007300         WHEN "RS"
007310             PERFORM 4300-SERVIR-RELIQUAT
007320                 THRU 4300-SERVIR-RELIQUAT-EXIT
007330         WHEN "AV"
007340             PERFORM 4400-ECRIRE-AVOIR
007350                 THRU 4400-ECRIRE-AVOIR-EXIT
007360         WHEN "FA"
007370             PERFORM 4500-IMPRIMER-AVOIR
007380                 THRU 4500-IMPRIMER-AVOIR-EXIT
007390     END-EVALUATE.
007400 4000-ACHEVER-ACTION-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------
007440* 4100-APPLIQUER-STOCK - THE SIGNED DELTA ONTO THE BOUTIQUE SHELF
007450* AND PROD-STOCK, WITH ITS MOVEMENT, AS THE PROGRAM WOULD HAVE
007460*----------------------------------------------------------------
007470 4100-APPLIQUER-STOCK.
007480     MOVE WS-ACT-CODE-PROD(WS-ADX) TO PROD-CODE.
007490     READ PRODUIT-FILE
007500         INVALID KEY
007510             DISPLAY "  " WS-ACT-CODE-PROD(WS-ADX)
007520                 " introuvable - stock laisse en l'etat"
007530             GO TO 4100-APPLIQUER-STOCK-EXIT
007540     END-READ.
007550     PERFORM 7100-NOTER-AVANT
007560         THRU 7100-NOTER-AVANT-EXIT.
007570     MOVE WS-ACT-QUANTITE(WS-ADX) TO WS-MVT-QUANTITE.
007580     PERFORM 4120-AJOUTER-AU-STOCK
007590         THRU 4120-AJOUTER-AU-STOCK-EXIT.
007600     REWRITE PRODUIT-RECORD.
007610     PERFORM 4150-ECRIRE-MOUVEMENT
007620         THRU 4150-ECRIRE-MOUVEMENT-EXIT.
007630     PERFORM 7200-NOTER-EFFECTUE
007640         THRU 7200-NOTER-EFFECTUE-EXIT.
007650     DISPLAY "  stock " WS-ACT-CODE-PROD(WS-ADX) " "
007660         WS-ACT-QUANTITE(WS-ADX) " - reste " PROD-STOCK.
007670 4100-APPLIQUER-STOCK-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------------
007710* 4120-AJOUTER-AU-STOCK - WS-MVT-QUANTITE ONTO PROD-STOCK AND THE
007720* BOUTIQUE SHELF, NEITHER GOING BELOW ZERO
007730*----------------------------------------------------------------
007740 4120-AJOUTER-AU-STOCK.
007750     COMPUTE WS-STOCK-CALCULE =
007760         PROD-STOCK-BOUTIQUE + WS-MVT-QUANTITE.
007770     IF WS-STOCK-CALCULE < ZERO
007780         MOVE ZERO TO WS-STOCK-CALCULE
007790     END-IF.
007800     MOVE WS-STOCK-CALCULE TO PROD-STOCK-BOUTIQUE.
007810     COMPUTE WS-STOCK-CALCULE = PROD-STOCK + WS-MVT-QUANTITE.
007820     IF WS-STOCK-CALCULE < ZERO
007830         MOVE ZERO TO WS-STOCK-CALCULE
007840     END-IF.
007850     MOVE WS-STOCK-CALCULE TO PROD-STOCK.
007860 4120-AJOUTER-AU-STOCK-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900* 4150-ECRIRE-MOUVEMENT - THE ACTION'S MOVEMENT, DATED THE DAY OF
007910* THE UNIT, THROUGH MVTSTOCK AND LOTSTOCK
007920*----------------------------------------------------------------
007930 4150-ECRIRE-MOUVEMENT.
007940     MOVE WS-ACT-MVT-TYPE(WS-ADX)      TO WS-MVT-TYPE.
007950     MOVE WS-ACT-MVT-REFERENCE(WS-ADX) TO WS-MVT-REFERENCE.
007960     MOVE WS-ACT-QUANTITE(WS-ADX)      TO WS-MVT-QUANTITE.
007970     CALL "MVTSTOCK" USING WS-UC-DATE WS-ACT-CODE-PROD(WS-ADX)
007980         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
007990     CALL "LOTSTOCK" USING WS-UC-DATE WS-ACT-CODE-PROD(WS-ADX)
008000         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
008010 4150-ECRIRE-MOUVEMENT-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------------
008050* 4200-AJOUTER-RELIQUAT - THE BACKORDERED REMAINDER ONTO
008060* RELIQUAT.DAT
008070*----------------------------------------------------------------
008080 4200-AJOUTER-RELIQUAT.
008090     OPEN EXTEND RELIQUAT-FILE.
008100     IF NOT RELIQUAT-OK
008110         CLOSE RELIQUAT-FILE
008120         OPEN OUTPUT RELIQUAT-FILE
008130     END-IF.
008140     MOVE WS-ACT-IMAGE(WS-ADX)(1:48) TO RELIQUAT-RECORD.
008150     WRITE RELIQUAT-RECORD.
008160     CLOSE RELIQUAT-FILE.
008170     PERFORM 7200-NOTER-EFFECTUE
008180         THRU 7200-NOTER-EFFECTUE-EXIT.
008190     DISPLAY "  reliquat " WS-ACT-CODE-PROD(WS-ADX) " x "
008200         WS-ACT-QUANTITE(WS-ADX) " mis en attente".
008210 4200-AJOUTER-RELIQUAT-EXIT.
008220     EXIT.
008230
008240*----------------------------------------------------------------
008250* 4300-SERVIR-RELIQUAT - THE FIRST COPY OF THE WAITING REMAINDER
008260* IS REPLACED BY ITS SERVED IMAGE : RELIQUAT.DAT TO TEMP WITH THE
008270* PATCH, TEMP COPIED BACK, TEMP REMOVED
008280*----------------------------------------------------------------
008290 4300-SERVIR-RELIQUAT.
008300     MOVE WS-ACT-IMAGE(WS-ADX)(1:48)  TO WS-RELIQUAT-AVANT.
008310     MOVE WS-ACT-IMAGE(WS-ADX)(49:48) TO WS-RELIQUAT-APRES.
008320     SET PAS-TROUVE TO TRUE.
008330     OPEN INPUT RELIQUAT-FILE.
008340     IF NOT RELIQUAT-OK
008350         DISPLAY "  RELIQUAT.DAT absent - reliquat servi non "
008360             "reporte, a verifier"
008370         GO TO 4300-SERVIR-RELIQUAT-EXIT
008380     END-IF.
008390     OPEN OUTPUT TEMP-FILE.
008400     MOVE "N" TO WS-FIN-FICHIER.
008410     PERFORM UNTIL FIN-FICHIER
008420         READ RELIQUAT-FILE
008430             AT END SET FIN-FICHIER TO TRUE
008440             NOT AT END
008450                 IF PAS-TROUVE
008460                     AND RELIQUAT-RECORD = WS-RELIQUAT-AVANT
008470                     MOVE WS-RELIQUAT-APRES TO RELIQUAT-RECORD
008480                     SET TROUVE TO TRUE
008490                 END-IF
008500                 MOVE RELIQUAT-RECORD TO TEMP-LIGNE
008510                 WRITE TEMP-LIGNE
008520         END-READ
008530     END-PERFORM.
008540     CLOSE TEMP-FILE.
008550     CLOSE RELIQUAT-FILE.
008560     IF PAS-TROUVE
008570         DISPLAY "  reliquat en attente introuvable - "
008580             "reliquat servi non reporte, a verifier"
008590         GO TO 4300-SERVIR-RELIQUAT-EXIT
008600     END-IF.
008610     PERFORM 4350-RECOPIER-TEMP
008620         THRU 4350-RECOPIER-TEMP-EXIT.
008630     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
008640         RETURNING WS-RETOUR-SUPPRESSION.
008650     PERFORM 7200-NOTER-EFFECTUE
008660         THRU 7200-NOTER-EFFECTUE-EXIT.
008670     DISPLAY "  reliquat " WS-ACT-CODE-PROD(WS-ADX) " x "
008680         WS-ACT-QUANTITE(WS-ADX) " marque servi".
008690 4300-SERVIR-RELIQUAT-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------
008730* 4350-RECOPIER-TEMP - THE PATCHED COPY BECOMES RELIQUAT.DAT
008740*----------------------------------------------------------------
008750 4350-RECOPIER-TEMP.
008760     MOVE "N" TO WS-FIN-FICHIER.
008770     OPEN INPUT TEMP-FILE.
008780     OPEN OUTPUT RELIQUAT-FILE.
008790     PERFORM UNTIL FIN-FICHIER
008800         READ TEMP-FILE
008810             AT END SET FIN-FICHIER TO TRUE
008820             NOT AT END
008830                 MOVE TEMP-LIGNE TO RELIQUAT-RECORD
008840                 WRITE RELIQUAT-RECORD
008850         END-READ
008860     END-PERFORM.
008870     CLOSE RELIQUAT-FILE.
008880     CLOSE TEMP-FILE.
008890 4350-RECOPIER-TEMP-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------------
008930* 4400-ECRIRE-AVOIR - THE CREDIT NOTE ONTO AVOIRS.DAT
008940*----------------------------------------------------------------
008950 4400-ECRIRE-AVOIR.
008960     MOVE WS-ACT-IMAGE(WS-ADX) TO AVOIR-RECORD.
008970     WRITE AVOIR-RECORD
008980         INVALID KEY
008990             DISPLAY "  avoir deja enregistre : " AVR-NUM-AVOIR
009000         NOT INVALID KEY
009010             PERFORM 7200-NOTER-EFFECTUE
009020                 THRU 7200-NOTER-EFFECTUE-EXIT
009030             DISPLAY "  avoir " AVR-NUM-AVOIR
009040                 " enregistre sur AVOIRS.DAT"
009050     END-WRITE.
009060 4400-ECRIRE-AVOIR-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------------
009100* 4500-IMPRIMER-AVOIR - THE CREDIT NOTE LINES INTO FACTURES.DAT,
009110* WORDED AS COMMANDERETOUR WORDS THEM, FROM THE LOGGED RECORD
009120*----------------------------------------------------------------
009130 4500-IMPRIMER-AVOIR.
009140     MOVE WS-ACT-IMAGE(WS-ADX) TO WS-AVOIR-LU.
009150     OPEN EXTEND FACTURES-FILE.
009160     IF NOT FACTURES-OK
009170         CLOSE FACTURES-FILE
009180         OPEN OUTPUT FACTURES-FILE
009190     END-IF.
009200     MOVE SPACES TO FACT-LIGNE.
009210     STRING "Avoir N. " WS-AVR-NUM-AVOIR
009220         " - Client : " FUNCTION TRIM(WS-AVR-CLIENT)
009230         DELIMITED BY SIZE INTO FACT-LIGNE.
009240     WRITE FACT-LIGNE.
009250     MOVE SPACES TO FACT-LIGNE.
009260     STRING "Retour commande " WS-AVR-NUM-CMD
009270         " - " WS-AVR-CODE-PROD
009280         " x " WS-AVR-QUANTITE
009290         " le " WS-AVR-DATE
009300         DELIMITED BY SIZE INTO FACT-LIGNE.
009310     WRITE FACT-LIGNE.
009320     IF WS-AVR-NUM-FACTURE NOT = ZERO
009330         MOVE SPACES TO FACT-LIGNE
009340         STRING "Facture d'origine N. " WS-AVR-NUM-FACTURE
009350             DELIMITED BY SIZE INTO FACT-LIGNE
009360         WRITE FACT-LIGNE
009370     END-IF.
009380     MOVE SPACES TO FACT-LIGNE.
009390     STRING "Total avoir HT  : " WS-AVR-MONTANT-HT
009400         DELIMITED BY SIZE INTO FACT-LIGNE.
009410     WRITE FACT-LIGNE.
009420     MOVE SPACES TO FACT-LIGNE.
009430     STRING "Total avoir TTC : " WS-AVR-MONTANT-TTC
009440         DELIMITED BY SIZE INTO FACT-LIGNE.
009450     WRITE FACT-LIGNE.
009460     MOVE SPACES TO FACT-LIGNE.
009470     WRITE FACT-LIGNE.
009480     CLOSE FACTURES-FILE.
009490     PERFORM 7200-NOTER-EFFECTUE
009500         THRU 7200-NOTER-EFFECTUE-EXIT.
009510     DISPLAY "  avoir " WS-AVR-NUM-AVOIR
009520         " imprime dans FACTURES.DAT".
009530 4500-IMPRIMER-AVOIR-EXIT.
009540     EXIT.
009550
009560*----------------------------------------------------------------
009570* 5000-DEFAIRE-ACTION - THE ORDER WAS NEVER WRITTEN, SO A STOCK
009580* REWRITE ALREADY MADE IS PUT BACK, WITH AN "AJ" MOVEMENT WHEN
009590* ITS OWN MOVEMENT REACHED MVTSTOCK.DAT, AND THE LOTS IT TOOK ARE
009593* GIVEN BACK THROUGH LOTSTOCK ("AN" - NOTHING HAPPENS WHEN NO LOT
009596* WAS TRACED TO THE ORDER); ANY OTHER ACTION FOUND
009600* DONE IS REPORTED AND LEFT FOR REVIEW. NOTHING IS LOGGED PER
009610* ACTION HERE : AN "E" LINE WOULD READ, ON A LATER RUN, AS THE
009615* ORIGINAL UPDATE
009620*----------------------------------------------------------------
009630 5000-DEFAIRE-ACTION.
009640     IF NOT ACT-FAITE(WS-ADX)
009650         GO TO 5000-DEFAIRE-ACTION-EXIT
009660     END-IF.
009670     IF WS-ACT-CODE(WS-ADX) NOT = "PS"
009680         DISPLAY "  action " WS-ACT-CODE(WS-ADX)
009690             " deja faite sans la commande - a verifier"
009700         GO TO 5000-DEFAIRE-ACTION-EXIT
009710     END-IF.
009720     MOVE WS-ACT-CODE-PROD(WS-ADX) TO PROD-CODE.
009730     READ PRODUIT-FILE
009740         INVALID KEY
009750             DISPLAY "  " WS-ACT-CODE-PROD(WS-ADX)
009760                 " introuvable - stock laisse en l'etat"
009770             GO TO 5000-DEFAIRE-ACTION-EXIT
009780     END-READ.
009790     COMPUTE WS-MVT-QUANTITE = ZERO - WS-ACT-QUANTITE(WS-ADX).
009800     PERFORM 4120-AJOUTER-AU-STOCK
009810         THRU 4120-AJOUTER-AU-STOCK-EXIT.
009820     REWRITE PRODUIT-RECORD.
009830     IF ACT-MVT-TROUVE(WS-ADX)
009840         MOVE "AJ" TO WS-MVT-TYPE
009850         MOVE WS-ACT-MVT-REFERENCE(WS-ADX) TO WS-MVT-REFERENCE
009860         CALL "MVTSTOCK" USING WS-DATE-JOUR PROD-CODE
009870             WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE
009880     END-IF.
009882     MOVE "AN" TO WS-MVT-TYPE.
009884     MOVE WS-ACT-MVT-REFERENCE(WS-ADX) TO WS-MVT-REFERENCE.
009886     CALL "LOTSTOCK" USING WS-DATE-JOUR PROD-CODE
009888         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
009890     DISPLAY "  stock " WS-ACT-CODE-PROD(WS-ADX) " remis de "
009900         WS-MVT-QUANTITE " - reste " PROD-STOCK.
009910 5000-DEFAIRE-ACTION-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------------
009950* 7100-NOTER-AVANT - PROD-STOCK BEFORE REPRISE REWRITES IT, UNDER
009960* THE UNIT BEING SETTLED
009970*----------------------------------------------------------------
009980 7100-NOTER-AVANT.
009990     MOVE SPACES TO REPRISE-RECORD.
010000     MOVE WS-UNITE-COURANTE TO REP-UNITE.
010010     SET REP-AVANT TO TRUE.
010020     SET REP-NUM-ACTION TO WS-ADX.
010030     MOVE PROD-CODE TO REP-CODE-PROD.
010040     MOVE ZERO TO REP-QUANTITE.
010050     MOVE PROD-STOCK TO REP-STOCK-AVANT.
010060     CALL "REPRISELOG" USING REPRISE-RECORD.
010070 7100-NOTER-AVANT-EXIT.
010080     EXIT.
010090
010100*----------------------------------------------------------------
010110* 7200-NOTER-EFFECTUE - ACTION WS-ADX IS NOW DONE
010120*----------------------------------------------------------------
010130 7200-NOTER-EFFECTUE.
010140     MOVE SPACES TO REPRISE-RECORD.
010150     MOVE WS-UNITE-COURANTE TO REP-UNITE.
010160     SET REP-EFFECTUE TO TRUE.
010170     SET REP-NUM-ACTION TO WS-ADX.
010180     MOVE ZERO TO REP-QUANTITE REP-STOCK-AVANT.
010190     CALL "REPRISELOG" USING REPRISE-RECORD.
010200 7200-NOTER-EFFECTUE-EXIT.
010210     EXIT.
010220
010230*----------------------------------------------------------------
010240* 7400-FERMER-REPRISE - CLOSE THE UNIT WITH REP-TYPE AS SET BY THE
010250* CALLER : T WHEN REPRISE FINISHED IT, X WHEN IT BACKED IT OUT
010260*----------------------------------------------------------------
010270 7400-FERMER-REPRISE.
010280     MOVE WS-UNITE-COURANTE TO REP-UNITE.
010290     MOVE ZERO TO REP-NUM-ACTION REP-QUANTITE REP-STOCK-AVANT.
010300     MOVE SPACES TO REP-CODE-ACTION REP-CODE-PROD REP-MVT-TYPE
010310         REP-MVT-REFERENCE REP-IMAGE.
010320     STRING "Reprise du " WS-DATE-JOUR
010330         DELIMITED BY SIZE INTO REP-LIBELLE.
010340     CALL "REPRISELOG" USING REPRISE-RECORD.
010350 7400-FERMER-REPRISE-EXIT.
010360     EXIT.
010370
010380*----------------------------------------------------------------
010390* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
010400*----------------------------------------------------------------
010410 8000-TRACER-JOURNAL.
010420     MOVE SPACES TO JOURNAL-RECORD.
010430     MOVE "REPRISE" TO JNL-PROGRAMME.
010440     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
010450     ACCEPT JNL-HEURE FROM TIME.
010460     IF REPRISE-ABANDONNEE
010470         MOVE "Reprise abandonnee" TO JNL-MESSAGE
010480     ELSE
010490         MOVE "Unites interrompues reglees" TO JNL-MESSAGE
010500     END-IF.
010510     MOVE WS-NB-OUVERTES TO JNL-NB-ENREGISTREMENTS.
010520     OPEN EXTEND JOURNAL-FILE.
010530     IF NOT JOURNAL-OK
010540         CLOSE JOURNAL-FILE
010550         OPEN OUTPUT JOURNAL-FILE
010560     END-IF.
010570     WRITE JOURNAL-RECORD.
010580     CLOSE JOURNAL-FILE.
010590 8000-TRACER-JOURNAL-EXIT.
010600     EXIT.
