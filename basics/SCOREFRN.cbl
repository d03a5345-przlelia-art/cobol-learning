000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCOREFRN.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. THE QUARTERLY SUPPLIER SCORECARD,
000110*                 TO SCOREFRN.DAT : FOR THE PURCHASE ORDERS
000120*                 RECEIVED IN THE QUARTER, THE AVERAGE LEAD TIME
000130*                 ACTUALLY SEEN AGAINST THE PROMISED FRN-DELAI,
000140*                 THE SHARE RECEIVED LATE, THE FILL RATE (RECEIVED
000150*                 OVER ORDERED) AND THE PRICE DIFFERENCES
000160*                 FACTUREFRN FLAGGED ON THEIR INVOICES. SUPPLIERS
000170*                 ARE RANKED ON A SCORE OUT OF 100 (50 ON TIME,
000180*                 40 FILL RATE, 10 LESS 2 PER PRICE DIFFERENCE).
000190*                 ON REQUEST THE AVERAGE IS FILED AS
000200*                 FRN-DELAI-MESURE, WHICH COMMANDEFOURNISSEUR AND
000210*                 COUVERTURESTOCK THEN USE INSTEAD OF THE PROMISE.
000220*                 THE QUARTER DEFAULTS TO THE LAST ONE COMPLETED.
000222* 2026-10-15  LM  ONLY CLOSED PURCHASE ORDERS ARE SCORED, ON
000224*                 THEIR LAST DELIVERY; ONE SHORT-CLOSED COUNTS
000226*                 AGAINST THE FILL RATE.
000227* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000228*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000229*                 SCOREFRN (SEE HABILITATIONS).
000230* 2026-10-15  LM  NO MORE 100-SUPPLIER TABLE : THE QUARTER'S
000231*                 COUNTS GO ON THE KEYED WORK FILE SCOREFRN.TMP
000232*                 AND THE RANKING RUNS THROUGH THE SORT FILE
000233*                 TRI-SCORES, SO EVERY SUPPLIER IS SCORED. RANK
000234*                 ON FOUR DIGITS.
000230*----------------------------------------------------------------

000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.

000270     SELECT FOURNISSEUR-FILE ASSIGN TO "FOURNSSR.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS FRN-CODE
000310         FILE STATUS IS WS-FOURNISSEUR-STATUS.

000320     SELECT ACHATS-FILE ASSIGN TO "ACHATS.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS ACH-NUM
000360         FILE STATUS IS WS-ACHATS-STATUS.

000370     SELECT FACTLIGN-FILE ASSIGN TO "FACTLIGN.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FACTLIGN-STATUS.

000400     SELECT RAPPORT-FILE ASSIGN TO "SCOREFRN.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RAPPORT-STATUS.

000421     SELECT SCORES-FILE ASSIGN TO "SCOREFRN.TMP"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS SCO-CODE
000425         FILE STATUS IS WS-SCORES-STATUS.

000426     SELECT TRI-SCORES ASSIGN TO "SCOREFRN.SRT".

000430 DATA DIVISION.
000440 FILE SECTION.

000450 FD  FOURNISSEUR-FILE.
000460     COPY "FOURNISSEUR-RECORD.cpy".

000470 FD  ACHATS-FILE.
000480     COPY "ACHAT-RECORD.cpy".

000490 FD  FACTLIGN-FILE.
000500     COPY "FACTLIGN-RECORD.cpy".

000510 FD  RAPPORT-FILE.
000520 01  RAPPORT-LIGNE           PIC X(80).

000521*----------------------------------------------------------------
000522* SCORES - WORK FILE, ONE RECORD PER SUPPLIER, THE QUARTER'S
000523* COUNTS, THEN THE RATES AND THE SCORE
000524*----------------------------------------------------------------
000525 FD  SCORES-FILE.
000526 01  SCORE-RECORD.
000527     05 SCO-CODE             PIC X(04).
000528     05 SCO-NOM              PIC X(20).
000529     05 SCO-PROMIS           PIC 9(03).
000530     05 SCO-NB-RECUES        PIC 9(05).
000531     05 SCO-SOMME-DELAIS     PIC 9(07).
000532     05 SCO-NB-RETARDS       PIC 9(05).
000533     05 SCO-QTE-CDE          PIC 9(09).
000534     05 SCO-QTE-RECUE        PIC 9(09).
000535     05 SCO-NB-ECARTS        PIC 9(05).
000536     05 SCO-MOYEN            PIC 9(03)V9.
000537     05 SCO-PCT-RETARD       PIC 9(03)V9.
000538     05 SCO-SERVICE          PIC 9(03)V9.
000539     05 SCO-SCORE            PIC 9(03)V9.

000540*----------------------------------------------------------------
000541* TRI-SCORES - SORT WORK FILE, THE SUPPLIERS BEST SCORE FIRST
000542*----------------------------------------------------------------
000543 SD  TRI-SCORES.
000544 01  TRI-SCORE.
000545     05 TRI-SCO-SCORE        PIC 9(03)V9.
000546     05 TRI-SCO-FOURNISSEUR  PIC X(83).

000530 WORKING-STORAGE SECTION.

000535     COPY "HABILITATION.cpy".

000540 01  WS-DATE-JOUR            PIC 9(08).
000550 01  WS-DATE-DECOUPE REDEFINES WS-DATE-JOUR.
000560     05 WS-JOUR-AAAA         PIC 9(04).
000570     05 WS-JOUR-MM           PIC 9(02).
000580     05 WS-JOUR-JJ           PIC 9(02).
000590 01  WS-TRIMESTRE            PIC 9(05).
000600 01  WS-TRIMESTRE-DECOUPE REDEFINES WS-TRIMESTRE.
000610     05 WS-TRI-AAAA          PIC 9(04).
000620     05 WS-TRI-T             PIC 9(01).
000630 01  WS-MOIS-DEBUT           PIC 9(06).
000640 01  WS-MOIS-FIN             PIC 9(06).
000650 01  WS-MOIS-RECEPTION       PIC 9(06).
000660 01  WS-DELAI-CONSTATE       PIC S9(05).
000670 01  WS-REPONSE              PIC X(01).
000680     88 REPONSE-OUI                   VALUE "O" "o".
000690 01  WS-MESSAGE-STATUT       PIC X(40).

000700 01  WS-FOURNISSEUR-STATUS   PIC X(02).
000710     88 FOURNISSEUR-OK                VALUE "00".

000720 01  WS-ACHATS-STATUS        PIC X(02).
000730     88 ACHATS-OK                     VALUE "00".

000740 01  WS-FACTLIGN-STATUS      PIC X(02).
000750     88 FACTLIGN-OK                   VALUE "00".

000760 01  WS-RAPPORT-STATUS       PIC X(02).
000770     88 RAPPORT-OK                    VALUE "00".

000780 01  WS-SWITCHES.
000790     05 WS-FIN-FOURNISSEURS  PIC X(01) VALUE "N".
000800         88 FIN-FOURNISSEURS          VALUE "Y".
000810     05 WS-FIN-ACHATS        PIC X(01) VALUE "N".
000820         88 FIN-ACHATS                VALUE "Y".
000830     05 WS-FIN-FACTLIGN      PIC X(01) VALUE "N".
000840         88 FIN-FACTLIGN              VALUE "Y".
000850     05 WS-FIN-SCORES        PIC X(01) VALUE "N".
000860         88 FIN-SCORES                VALUE "Y".
000870     05 WS-FIN-TRI           PIC X(01) VALUE "N".
000880         88 FIN-TRI                   VALUE "Y".
000890     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
000900         88 TRAVAIL-OUVERT            VALUE "O".

000910 01  WS-SCORES-STATUS        PIC X(02).
000920     88 SCORES-OK                     VALUE "00".

000930 01  WS-NOM-SCORES           PIC X(40) VALUE "SCOREFRN.TMP".
000940 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000950 01  WS-NB-FOURNISSEURS      PIC 9(06) VALUE ZERO.
000960 01  WS-RANG                 PIC 9(04) VALUE ZERO.
001090 01  WS-POINTS-SERVICE       PIC 9(03)V9.
001100 01  WS-POINTS-PRIX          PIC S9(03).
001110 01  WS-NB-ACTIFS            PIC 9(04) VALUE ZERO.
001120 01  WS-NB-MIS-A-JOUR        PIC 9(04) VALUE ZERO.

001130*----------------------------------------------------------------
001140* DETAIL - ONE SUPPLIER
001150*----------------------------------------------------------------
001160 01  WS-LIGNE-DETAIL.
001170     05 WS-DET-RANG          PIC ZZZ9.
001180     05 FILLER               PIC X(01) VALUE SPACES.
001190     05 WS-DET-CODE          PIC X(04).
001200     05 FILLER               PIC X(01) VALUE SPACES.
001210     05 WS-DET-NOM           PIC X(16).
001220     05 FILLER               PIC X(01) VALUE SPACES.
001230     05 WS-DET-RECUES        PIC ZZ9.
001240     05 FILLER               PIC X(02) VALUE SPACES.
001250     05 WS-DET-PROMIS        PIC ZZ9.
001260     05 FILLER               PIC X(02) VALUE SPACES.
001270     05 WS-DET-MOYEN         PIC ZZ9.9.
001280     05 FILLER               PIC X(02) VALUE SPACES.
001290     05 WS-DET-RETARD        PIC ZZ9.9.
001300     05 FILLER               PIC X(02) VALUE SPACES.
001310     05 WS-DET-SERVICE       PIC ZZ9.9.
001320     05 FILLER               PIC X(02) VALUE SPACES.
001330     05 WS-DET-ECARTS        PIC ZZ9.
001340     05 FILLER               PIC X(02) VALUE SPACES.
001350     05 WS-DET-SCORE         PIC ZZ9.9.

001360 PROCEDURE DIVISION.

001370*----------------------------------------------------------------
001380* 0000-MAINLINE
001390*----------------------------------------------------------------
001400 0000-MAINLINE.
001401     MOVE "SCOREFRN" TO HAB-PROGRAMME.
001402     CALL "HABILITER" USING HAB-ZONE.
001403     IF NOT HAB-AUTORISE
001404         GOBACK
001405     END-IF.
001410     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001420     DISPLAY "Trimestre AAAAT (vide = dernier trimestre"
001430         " termine) : ".
001440     MOVE ZERO TO WS-TRIMESTRE.
001450     ACCEPT WS-TRIMESTRE.
001460     IF WS-TRIMESTRE = ZERO
001470         MOVE WS-JOUR-AAAA TO WS-TRI-AAAA
001480         COMPUTE WS-TRI-T = (WS-JOUR-MM - 1) / 3
001490         IF WS-TRI-T = ZERO
001500             SUBTRACT 1 FROM WS-TRI-AAAA
001510             MOVE 4 TO WS-TRI-T
001520         END-IF
001530     END-IF.
001540     IF WS-TRI-T < 1 OR WS-TRI-T > 4
001550         DISPLAY "Trimestre invalide : " WS-TRIMESTRE
001560         GO TO 0000-FIN
001570     END-IF.
001580     COMPUTE WS-MOIS-DEBUT =
001590         WS-TRI-AAAA * 100 + (WS-TRI-T - 1) * 3 + 1.
001600     COMPUTE WS-MOIS-FIN = WS-MOIS-DEBUT + 2.
001610     PERFORM 1000-CHARGER-FOURNISSEURS
001620         THRU 1000-CHARGER-FOURNISSEURS-EXIT.
001630     IF WS-NB-FOURNISSEURS = ZERO
001640         GO TO 0000-FIN
001650     END-IF.
001660     PERFORM 2000-CUMULER-RECEPTIONS
001670         THRU 2000-CUMULER-RECEPTIONS-EXIT.
001680     IF NOT ACHATS-OK
001690         GO TO 0000-FIN
001700     END-IF.
001710     PERFORM 3000-COMPTER-ECARTS-PRIX
001720         THRU 3000-COMPTER-ECARTS-PRIX-EXIT.
001730     SORT TRI-SCORES
001740         ON DESCENDING KEY TRI-SCO-SCORE
001750         WITH DUPLICATES IN ORDER
001760         INPUT PROCEDURE IS 4000-CALCULER-SCORES
001770             THRU 4000-CALCULER-SCORES-EXIT
001780         OUTPUT PROCEDURE IS 5000-EDITER-RAPPORT
001790             THRU 5000-EDITER-RAPPORT-EXIT.
001810     IF NOT RAPPORT-OK
001820         GO TO 0000-FIN
001830     END-IF.
001840     DISPLAY "Fournisseurs livres sur le trimestre : "
001850         WS-NB-ACTIFS.
001860     DISPLAY "Rapport dans SCOREFRN.DAT".
001870     IF WS-NB-ACTIFS = ZERO
001880         GO TO 0000-FIN
001890     END-IF.
001900     DISPLAY "Enregistrer le delai mesure des fournisseurs"
001910         " (O/N) ? ".
001920     MOVE "N" TO WS-REPONSE.
001930     ACCEPT WS-REPONSE.
001940     IF REPONSE-OUI
001950         PERFORM 6000-ENREGISTRER-DELAIS
001960             THRU 6000-ENREGISTRER-DELAIS-EXIT
001970     END-IF.
001980 0000-FIN.
001982     IF TRAVAIL-OUVERT
001984         CALL "CBL_DELETE_FILE" USING WS-NOM-SCORES
001986             RETURNING WS-RETOUR-SUPPRESSION
001988     END-IF.
001990     STOP RUN.

002000*----------------------------------------------------------------
002006* 1000-CHARGER-FOURNISSEURS - THE WHOLE SUPPLIER MASTER ONTO
002012* SCOREFRN.TMP, ITS COUNTS AT ZERO
002020*----------------------------------------------------------------
002030 1000-CHARGER-FOURNISSEURS.
002040     OPEN INPUT FOURNISSEUR-FILE.
002050     IF NOT FOURNISSEUR-OK
002060         CALL "FICHSTAT" USING WS-FOURNISSEUR-STATUS
002070             WS-MESSAGE-STATUT
002080         DISPLAY "FOURNSSR.DAT : "
002090             FUNCTION TRIM(WS-MESSAGE-STATUT)
002100         GO TO 1000-CHARGER-FOURNISSEURS-EXIT
002110     END-IF.
002111     OPEN OUTPUT SCORES-FILE.
002112     IF NOT SCORES-OK
002113         CALL "FICHSTAT" USING WS-SCORES-STATUS
002114             WS-MESSAGE-STATUT
002115         DISPLAY "SCOREFRN.TMP : "
002116             FUNCTION TRIM(WS-MESSAGE-STATUT)
002117         CLOSE FOURNISSEUR-FILE
002118         GO TO 1000-CHARGER-FOURNISSEURS-EXIT
002119     END-IF.
002120     SET TRAVAIL-OUVERT TO TRUE.
002130     PERFORM UNTIL FIN-FOURNISSEURS
002140         READ FOURNISSEUR-FILE NEXT
002150             AT END SET FIN-FOURNISSEURS TO TRUE
002160             NOT AT END
002170                 PERFORM 1100-RETENIR-FOURNISSEUR
002180                     THRU 1100-RETENIR-FOURNISSEUR-EXIT
002190         END-READ
002200     END-PERFORM.
002210     CLOSE FOURNISSEUR-FILE.
002220     CLOSE SCORES-FILE.
002260 1000-CHARGER-FOURNISSEURS-EXIT.
002270     EXIT.

002280 1100-RETENIR-FOURNISSEUR.
002330     ADD 1 TO WS-NB-FOURNISSEURS.
002336     INITIALIZE SCORE-RECORD.
002342     MOVE FRN-CODE  TO SCO-CODE.
002348     MOVE FRN-NOM   TO SCO-NOM.
002354     MOVE FRN-DELAI TO SCO-PROMIS.
002360     WRITE SCORE-RECORD
002366         INVALID KEY CONTINUE
002372     END-WRITE.
002380 1100-RETENIR-FOURNISSEUR-EXIT.
002390     EXIT.

002400*----------------------------------------------------------------
002408* 2000-CUMULER-RECEPTIONS - PURCHASE ORDERS CLOSED (COMPLETE OR
002416* SHORT-CLOSED) WITH THEIR LAST DELIVERY IN THE QUARTER; ORDERS
002424* RECEIVED BEFORE THE RECEIPT DATE WAS KEPT HAVE NONE AND ARE
002432* LEFT OUT
002440*----------------------------------------------------------------
002450 2000-CUMULER-RECEPTIONS.
002460     OPEN INPUT ACHATS-FILE.
002470     IF NOT ACHATS-OK
002480         CALL "FICHSTAT" USING WS-ACHATS-STATUS
002490             WS-MESSAGE-STATUT
002500         DISPLAY "ACHATS.DAT : "
002510             FUNCTION TRIM(WS-MESSAGE-STATUT)
002520         GO TO 2000-CUMULER-RECEPTIONS-EXIT
002530     END-IF.
002535     OPEN I-O SCORES-FILE.
002540     PERFORM UNTIL FIN-ACHATS
002550         READ ACHATS-FILE NEXT
002560             AT END SET FIN-ACHATS TO TRUE
002570             NOT AT END
002580                 PERFORM 2100-CUMULER-UN-ACHAT
002590                     THRU 2100-CUMULER-UN-ACHAT-EXIT
002600         END-READ
002610     END-PERFORM.
002620     CLOSE ACHATS-FILE.
002625     CLOSE SCORES-FILE.
002630     MOVE "00" TO WS-ACHATS-STATUS.
002640 2000-CUMULER-RECEPTIONS-EXIT.
002650     EXIT.

002660 2100-CUMULER-UN-ACHAT.
002670     IF NOT ACH-CLOTUREE OR ACH-DATE-RECEPTION = ZERO
002680         GO TO 2100-CUMULER-UN-ACHAT-EXIT
002690     END-IF.
002700     MOVE ACH-DATE-RECEPTION(1:6) TO WS-MOIS-RECEPTION.
002710     IF WS-MOIS-RECEPTION < WS-MOIS-DEBUT
002720         OR WS-MOIS-RECEPTION > WS-MOIS-FIN
002730         GO TO 2100-CUMULER-UN-ACHAT-EXIT
002740     END-IF.
002750     MOVE ACH-CODE-FRN TO SCO-CODE.
002760     READ SCORES-FILE
002770         INVALID KEY
002780             GO TO 2100-CUMULER-UN-ACHAT-EXIT
002790     END-READ.
002840     COMPUTE WS-DELAI-CONSTATE =
002850         FUNCTION INTEGER-OF-DATE(ACH-DATE-RECEPTION)
002860         - FUNCTION INTEGER-OF-DATE(ACH-DATE).
002870     IF WS-DELAI-CONSTATE < ZERO
002880         MOVE ZERO TO WS-DELAI-CONSTATE
002890     END-IF.
002900     ADD 1 TO SCO-NB-RECUES.
002910     ADD WS-DELAI-CONSTATE TO SCO-SOMME-DELAIS.
002920     IF WS-DELAI-CONSTATE > SCO-PROMIS
002930         ADD 1 TO SCO-NB-RETARDS
002940     END-IF.
002945     ADD ACH-QUANTITE TO SCO-QTE-CDE.
002950     ADD ACH-QTE-RECUE TO SCO-QTE-RECUE.
002955     REWRITE SCORE-RECORD
002960         INVALID KEY CONTINUE
002965     END-REWRITE.
002970 2100-CUMULER-UN-ACHAT-EXIT.
002980     EXIT.

002990*----------------------------------------------------------------
003000* 3000-COMPTER-ECARTS-PRIX - INVOICE LINES FLAGGED ON PRICE
003010* WHOSE PURCHASE ORDER WAS RECEIVED IN THE QUARTER
003020*----------------------------------------------------------------
003030 3000-COMPTER-ECARTS-PRIX.
003040     OPEN INPUT FACTLIGN-FILE.
003050     IF NOT FACTLIGN-OK
003060         GO TO 3000-COMPTER-ECARTS-PRIX-EXIT
003070     END-IF.
003080     OPEN INPUT ACHATS-FILE.
003085     OPEN I-O SCORES-FILE.
003090     PERFORM UNTIL FIN-FACTLIGN
003100         READ FACTLIGN-FILE
003110             AT END SET FIN-FACTLIGN TO TRUE
003120             NOT AT END
003130                 IF FFL-ECART-SUR-PRIX
003140                     PERFORM 3100-COMPTER-UN-ECART
003150                         THRU 3100-COMPTER-UN-ECART-EXIT
003160                 END-IF
003170         END-READ
003180     END-PERFORM.
003190     CLOSE ACHATS-FILE.
003195     CLOSE SCORES-FILE.
003200     CLOSE FACTLIGN-FILE.
003210 3000-COMPTER-ECARTS-PRIX-EXIT.
003220     EXIT.

003230 3100-COMPTER-UN-ECART.
003240     MOVE FFL-NUM-ACHAT TO ACH-NUM.
003250     READ ACHATS-FILE
003260         INVALID KEY
003270             GO TO 3100-COMPTER-UN-ECART-EXIT
003280     END-READ.
003290     MOVE ACH-DATE-RECEPTION(1:6) TO WS-MOIS-RECEPTION.
003300     IF WS-MOIS-RECEPTION < WS-MOIS-DEBUT
003310         OR WS-MOIS-RECEPTION > WS-MOIS-FIN
003320         GO TO 3100-COMPTER-UN-ECART-EXIT
003330     END-IF.
003340     MOVE FFL-CODE-FRN TO SCO-CODE.
003350     READ SCORES-FILE
003360         INVALID KEY
003370             GO TO 3100-COMPTER-UN-ECART-EXIT
003380     END-READ.
003390     ADD 1 TO SCO-NB-ECARTS.
003400     REWRITE SCORE-RECORD
003410         INVALID KEY CONTINUE
003420     END-REWRITE.
003430 3100-COMPTER-UN-ECART-EXIT.
003440     EXIT.

003450*----------------------------------------------------------------
003460* 4000-CALCULER-SCORES - SORT INPUT : EVERY SUPPLIER WITH ITS
003470* RATES AND SCORE, KEPT ON SCOREFRN.TMP FOR THE DELAYS
003480*----------------------------------------------------------------
003481 4000-CALCULER-SCORES.
003482     OPEN I-O SCORES-FILE.
003483     PERFORM UNTIL FIN-SCORES
003484         READ SCORES-FILE NEXT
003485             AT END SET FIN-SCORES TO TRUE
003486             NOT AT END
003487                 PERFORM 4100-CALCULER-SCORE
003488                     THRU 4100-CALCULER-SCORE-EXIT
003489         END-READ
003490     END-PERFORM.
003491     CLOSE SCORES-FILE.
003492 4000-CALCULER-SCORES-EXIT.
003493     EXIT.

003494*----------------------------------------------------------------
003495* 4100-CALCULER-SCORE - NO RECEIPT IN THE QUARTER LEAVES
003496* EVERYTHING AT ZERO
003497*----------------------------------------------------------------
003498 4100-CALCULER-SCORE.
003499     IF SCO-NB-RECUES NOT = ZERO
003500         PERFORM 4200-NOTER-FOURNISSEUR
003501             THRU 4200-NOTER-FOURNISSEUR-EXIT
003520     END-IF.
003521     MOVE SCO-SCORE    TO TRI-SCO-SCORE.
003522     MOVE SCORE-RECORD TO TRI-SCO-FOURNISSEUR.
003523     RELEASE TRI-SCORE.
003524 4100-CALCULER-SCORE-EXIT.
003525     EXIT.

003526*----------------------------------------------------------------
003527* 4200-NOTER-FOURNISSEUR - RATES AND SCORE FOR ONE SUPPLIER
003528*----------------------------------------------------------------
003529 4200-NOTER-FOURNISSEUR.
003530     ADD 1 TO WS-NB-ACTIFS.
003540     COMPUTE SCO-MOYEN ROUNDED =
003550         SCO-SOMME-DELAIS / SCO-NB-RECUES.
003560     COMPUTE SCO-PCT-RETARD ROUNDED =
003570         SCO-NB-RETARDS * 100 / SCO-NB-RECUES.
003580     IF SCO-QTE-CDE = ZERO
003590         MOVE 100 TO SCO-SERVICE
003600     ELSE
003610         COMPUTE SCO-SERVICE ROUNDED =
003620             SCO-QTE-RECUE * 100 / SCO-QTE-CDE
003630     END-IF.
003640     MOVE SCO-SERVICE TO WS-POINTS-SERVICE.
003650     IF WS-POINTS-SERVICE > 100
003660         MOVE 100 TO WS-POINTS-SERVICE
003670     END-IF.
003680     COMPUTE WS-POINTS-PRIX = 10 - 2 * SCO-NB-ECARTS.
003690     IF WS-POINTS-PRIX < ZERO
003700         MOVE ZERO TO WS-POINTS-PRIX
003710     END-IF.
003720     COMPUTE SCO-SCORE ROUNDED =
003730         (100 - SCO-PCT-RETARD) * 0.5
003740         + WS-POINTS-SERVICE * 0.4
003750         + WS-POINTS-PRIX.
003754     REWRITE SCORE-RECORD
003758         INVALID KEY CONTINUE
003762     END-REWRITE.
003766 4200-NOTER-FOURNISSEUR-EXIT.
003770     EXIT.

003780*----------------------------------------------------------------
003790* 5000-EDITER-RAPPORT - SORT OUTPUT : SUPPLIERS WITHOUT A RECEIPT
003800* SCORE ZERO AND CLOSE THE LIST; EQUAL SCORES IN CODE ORDER
004070*----------------------------------------------------------------
004080 5000-EDITER-RAPPORT.
004090     OPEN OUTPUT RAPPORT-FILE.
004100     IF NOT RAPPORT-OK
004110         CALL "FICHSTAT" USING WS-RAPPORT-STATUS
004120             WS-MESSAGE-STATUT
004130         DISPLAY "SCOREFRN.DAT : "
004140             FUNCTION TRIM(WS-MESSAGE-STATUT)
004150         GO TO 5000-EDITER-RAPPORT-EXIT
004160     END-IF.
004170     MOVE SPACES TO RAPPORT-LIGNE.
004180     STRING "TABLEAU DE BORD FOURNISSEURS - TRIMESTRE "
004190         WS-TRI-T " " WS-TRI-AAAA
004200         DELIMITED BY SIZE INTO RAPPORT-LIGNE.
004210     WRITE RAPPORT-LIGNE.
004220     MOVE SPACES TO RAPPORT-LIGNE.
004230     WRITE RAPPORT-LIGNE.
004240     MOVE "  Rg Code Nom              Cdes Prom. Moyen  %Ret."
004250         TO RAPPORT-LIGNE.
004260     MOVE "%Serv. Ecarts  Score" TO RAPPORT-LIGNE(54:20).
004270     WRITE RAPPORT-LIGNE.
004280     MOVE ALL "-" TO RAPPORT-LIGNE.
004290     WRITE RAPPORT-LIGNE.
004300     PERFORM 5100-EDITER-FOURNISSEUR
004310         THRU 5100-EDITER-FOURNISSEUR-EXIT
004320         UNTIL FIN-TRI.
004340     CLOSE RAPPORT-FILE.
004350 5000-EDITER-RAPPORT-EXIT.
004360     EXIT.

004370 5100-EDITER-FOURNISSEUR.
004371     RETURN TRI-SCORES
004372         AT END
004373             SET FIN-TRI TO TRUE
004374             GO TO 5100-EDITER-FOURNISSEUR-EXIT
004375     END-RETURN.
004376     MOVE TRI-SCO-FOURNISSEUR TO SCORE-RECORD.
004377     ADD 1 TO WS-RANG.
004380     MOVE SPACES TO RAPPORT-LIGNE.
004390     IF SCO-NB-RECUES = ZERO
004400         STRING "     " SCO-CODE " "
004410             SCO-NOM(1:16)
004420             " aucune reception sur le trimestre"
004430             DELIMITED BY SIZE INTO RAPPORT-LIGNE
004440         WRITE RAPPORT-LIGNE
004450         GO TO 5100-EDITER-FOURNISSEUR-EXIT
004460     END-IF.
004470     MOVE WS-RANG        TO WS-DET-RANG.
004480     MOVE SCO-CODE       TO WS-DET-CODE.
004490     MOVE SCO-NOM        TO WS-DET-NOM.
004500     MOVE SCO-NB-RECUES  TO WS-DET-RECUES.
004510     MOVE SCO-PROMIS     TO WS-DET-PROMIS.
004520     MOVE SCO-MOYEN      TO WS-DET-MOYEN.
004530     MOVE SCO-PCT-RETARD TO WS-DET-RETARD.
004540     MOVE SCO-SERVICE    TO WS-DET-SERVICE.
004550     MOVE SCO-NB-ECARTS  TO WS-DET-ECARTS.
004560     MOVE SCO-SCORE      TO WS-DET-SCORE.
004580     MOVE WS-LIGNE-DETAIL TO RAPPORT-LIGNE.
004590     WRITE RAPPORT-LIGNE.
004600 5100-EDITER-FOURNISSEUR-EXIT.
004610     EXIT.

004620*----------------------------------------------------------------
004630* 6000-ENREGISTRER-DELAIS - THE QUARTER'S AVERAGE ONTO THE
004640* SUPPLIER MASTER FOR EVERY SUPPLIER THAT DELIVERED
004650*----------------------------------------------------------------
004660 6000-ENREGISTRER-DELAIS.
004670     OPEN I-O FOURNISSEUR-FILE.
004680     IF NOT FOURNISSEUR-OK
004690         CALL "FICHSTAT" USING WS-FOURNISSEUR-STATUS
004700             WS-MESSAGE-STATUT
004710         DISPLAY "FOURNSSR.DAT : "
004720             FUNCTION TRIM(WS-MESSAGE-STATUT)
004730         GO TO 6000-ENREGISTRER-DELAIS-EXIT
004740     END-IF.
004744     OPEN INPUT SCORES-FILE.
004748     MOVE "N" TO WS-FIN-SCORES.
004752     PERFORM UNTIL FIN-SCORES
004756         READ SCORES-FILE NEXT
004760             AT END SET FIN-SCORES TO TRUE
004764             NOT AT END
004768                 PERFORM 6100-ENREGISTRER-UN-DELAI
004772                     THRU 6100-ENREGISTRER-UN-DELAI-EXIT
004776         END-READ
004780     END-PERFORM.
004784     CLOSE SCORES-FILE.
004790     CLOSE FOURNISSEUR-FILE.
004800     DISPLAY "Delais mesures enregistres : " WS-NB-MIS-A-JOUR.
004810 6000-ENREGISTRER-DELAIS-EXIT.
004820     EXIT.

004830 6100-ENREGISTRER-UN-DELAI.
004840     IF SCO-NB-RECUES = ZERO
004850         GO TO 6100-ENREGISTRER-UN-DELAI-EXIT
004860     END-IF.
004870     MOVE SCO-CODE TO FRN-CODE.
004880     READ FOURNISSEUR-FILE
004890         INVALID KEY
004900             GO TO 6100-ENREGISTRER-UN-DELAI-EXIT
004910     END-READ.
004920     COMPUTE FRN-DELAI-MESURE ROUNDED = SCO-MOYEN.
004930     IF FRN-DELAI-MESURE = ZERO
004940         MOVE 1 TO FRN-DELAI-MESURE
004950     END-IF.
004960     MOVE WS-DATE-JOUR TO FRN-DATE-MESURE.
004970     REWRITE FOURNISSEUR-RECORD.
004980     ADD 1 TO WS-NB-MIS-A-JOUR.
004990 6100-ENREGISTRER-UN-DELAI-EXIT.
005000     EXIT.
