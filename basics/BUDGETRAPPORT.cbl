000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDGETRAPPORT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MONTHLY BUDGET VERSUS ACTUAL : FOR
000110*                 EACH ACCOUNT AND TR-TYPE ON BUDGET.DAT, THE
000120*                 MONTH'S AND THE YEAR-TO-DATE BUDGET AGAINST THE
000130*                 AMOUNTS MOVED ON TRANSACT.DAT, WITH VARIANCE AND
000140*                 VARIANCE PERCENT. A LINE OVER BUDGET BY MORE
000150*                 THAN THE TOLERANCE KEYED (DEFAULT 10 PERCENT) IS
000160*                 FLAGGED, AND MOVEMENTS WITH NO BUDGET AT ALL ARE
000170*                 LISTED AS HORS BUDGET.
000173* 2026-10-15  LM  A CONTRA-MOVEMENT WRITTEN BY EXTOURNE IS TAKEN
000176*                 OFF THE ACTUAL INSTEAD OF ADDED TO IT.
000177* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000178*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000179*                 BUDGETRAPPORT (SEE HABILITATIONS).
000180* 2026-10-15  LM  THE ACCOUNT AND TR-TYPE LINES ARE KEPT ON THE
000181*                 KEYED WORK FILE BUDLIG.TMP INSTEAD OF A
000182*                 200-ENTRY TABLE, SO NONE IS LEFT OFF THE REPORT.
000183*                 AN UNBUDGETED LINE NOW PRINTS IN ITS ACCOUNT AND
000184*                 TYPE PLACE.
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS BUD-CLE
000260         FILE STATUS IS WS-BUDGET-STATUS.

000270     SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACT.DAT"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-TRANS-STATUS.

000291     SELECT LIGNES-TRAVAIL ASSIGN TO "BUDLIG.TMP"
000292         ORGANIZATION IS INDEXED
000293         ACCESS MODE IS DYNAMIC
000294         RECORD KEY IS LGT-CLE
000295         FILE STATUS IS WS-TRAVAIL-STATUS.

000300 DATA DIVISION.
000310 FILE SECTION.

000320 FD  BUDGET-FILE.
000330     COPY "BUDGET-RECORD.cpy".

000340 FD  TRANSACTIONS-FILE.
000350     COPY "MOUVEMENT-RECORD.cpy".

000351*----------------------------------------------------------------
000352* LIGNES-TRAVAIL - ONE RECORD PER ACCOUNT AND TR-TYPE, BUDGETED
000353* OR NOT
000354*----------------------------------------------------------------
000355 FD  LIGNES-TRAVAIL.
000356 01  LIGNE-TRAVAIL.
000357     05 LGT-CLE.
000358         10 LGT-COMPTE        PIC X(06).
000359         10 LGT-TYPE          PIC X(02).
000360     05 LGT-BUD-MOIS          PIC 9(07).
000361     05 LGT-BUD-CUMUL         PIC 9(08).
000362     05 LGT-REEL-MOIS         PIC S9(07).
000363     05 LGT-REEL-CUMUL        PIC S9(08).

000360 WORKING-STORAGE SECTION.

000365     COPY "HABILITATION.cpy".

000370 01  WS-COMPTE-FILTRE        PIC X(06).
000380 01  WS-DATE-JOUR            PIC 9(08).
000390 01  WS-MOIS-COURANT         PIC 9(06).
000400 01  WS-MOIS-DEMANDE         PIC 9(06).
000410 01  WS-MOIS-DEMANDE-R REDEFINES WS-MOIS-DEMANDE.
000420     05 WS-DEMANDE-AAAA      PIC 9(04).
000430     05 WS-DEMANDE-MM        PIC 9(02).
000440 01  WS-MOIS-SAISI           PIC 9(06).
000450 01  WS-DEBUT-ANNEE          PIC 9(06).
000460 01  WS-MOIS-MOUVEMENT       PIC 9(06).
000470 01  WS-TOLERANCE            PIC 9(03) VALUE 10.
000480 01  WS-TOLERANCE-SAISIE     PIC 9(03).

000490 01  WS-BUDGET-STATUS        PIC X(02).
000500     88 BUDGET-OK                     VALUE "00".

000510 01  WS-TRANS-STATUS         PIC X(02).
000520     88 TRANS-OK                      VALUE "00".

000521 01  WS-TRAVAIL-STATUS       PIC X(02).
000522     88 TRAVAIL-OK                    VALUE "00".

000523 01  WS-MESSAGE-STATUT       PIC X(40).
000524 01  WS-NOM-TRAVAIL          PIC X(40) VALUE "BUDLIG.TMP".
000525 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000530 01  WS-SWITCHES.
000540     05 WS-FIN-BUDGET        PIC X(01) VALUE "N".
000550         88 FIN-BUDGET                VALUE "Y".
000560     05 WS-FIN-TRANS         PIC X(01) VALUE "N".
000570         88 FIN-TRANSACTIONS          VALUE "Y".
000580     05 WS-FIN-LIGNES        PIC X(01) VALUE "N".
000590         88 FIN-LIGNES                VALUE "Y".

000630*----------------------------------------------------------------
000640* TYPES DE MOUVEMENT - LIBELLES, SAME TABLE AS SOLDE'S STATEMENT
000650*----------------------------------------------------------------
000660 01  WS-TYPES-MOUVEMENT.
000670     05 FILLER               PIC X(16) VALUE "DPDEPOT CLIENT".
000680     05 FILLER               PIC X(16) VALUE "RERETRAIT".
000690     05 FILLER               PIC X(16) VALUE "FRFRAIS".
000700     05 FILLER               PIC X(16) VALUE "ININTERETS".
000710     05 FILLER               PIC X(16) VALUE "COCORRECTION".
000720     05 FILLER               PIC X(16) VALUE "VIVIREMENT".

000730 01  WS-TYPES-TABLE REDEFINES WS-TYPES-MOUVEMENT.
000740     05 WS-TYPE-ENTRY OCCURS 6 TIMES INDEXED BY WS-TDX.
000750         10 WS-TYPE-CODE     PIC X(02).
000760         10 WS-TYPE-LIBELLE  PIC X(14).

000770 01  WS-LIBELLE              PIC X(14).

000780 01  WS-CLE-COMPTE           PIC X(06).
000790 01  WS-CLE-TYPE             PIC X(02).

000800 01  WS-NB-LIGNES            PIC 9(06) VALUE ZERO.

000940*----------------------------------------------------------------
000950* CALCUL D'UNE COLONNE (MOIS OU CUMUL)
000960*----------------------------------------------------------------
000970 01  WS-BUDGET               PIC 9(08).
000980 01  WS-REEL                 PIC S9(08).
000990 01  WS-ECART                PIC S9(08).
001000 01  WS-POURCENT             PIC S9(05)V9.
001010 01  WS-MARQUE               PIC X(12).
001020 01  WS-PERIODE-LIBELLE      PIC X(06).

001030 01  WS-NB-DEPASSEMENTS      PIC 9(04) VALUE ZERO.

001040 01  WS-EDITE-BUDGET         PIC Z(7)9.
001050 01  WS-EDITE-REEL           PIC -(7)9.
001060 01  WS-EDITE-ECART          PIC -(7)9.
001070 01  WS-EDITE-POURCENT       PIC -(4)9.9.

001080 PROCEDURE DIVISION.

001090*----------------------------------------------------------------
001100* 0000-MAINLINE
001110*----------------------------------------------------------------
001120 0000-MAINLINE.
001121     MOVE "BUDGETRAPPORT" TO HAB-PROGRAMME.
001122     CALL "HABILITER" USING HAB-ZONE.
001123     IF NOT HAB-AUTORISE
001124         GOBACK
001125     END-IF.
001130     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001140     DIVIDE WS-DATE-JOUR BY 100 GIVING WS-MOIS-COURANT.
001150     IF WS-DATE-JOUR(5:2) = "01"
001160         COMPUTE WS-MOIS-DEMANDE = WS-MOIS-COURANT - 89
001170     ELSE
001180         COMPUTE WS-MOIS-DEMANDE = WS-MOIS-COURANT - 1
001190     END-IF.
001200     DISPLAY "Mois AAAAMM (vide = " WS-MOIS-DEMANDE ") : ".
001210     MOVE ZERO TO WS-MOIS-SAISI.
001220     ACCEPT WS-MOIS-SAISI.
001230     IF WS-MOIS-SAISI NOT = ZERO
001240         MOVE WS-MOIS-SAISI TO WS-MOIS-DEMANDE
001250     END-IF.
001260     IF WS-DEMANDE-MM < 1 OR WS-DEMANDE-MM > 12
001270         DISPLAY "Mois invalide : " WS-MOIS-DEMANDE
001280         GO TO 0000-FIN
001290     END-IF.
001300     COMPUTE WS-DEBUT-ANNEE = WS-DEMANDE-AAAA * 100 + 1.
001310     DISPLAY "Compte a analyser (vide = tous) : ".
001320     ACCEPT WS-COMPTE-FILTRE.
001330     DISPLAY "Tolerance de depassement en % (vide = "
001340         WS-TOLERANCE ") : ".
001350     MOVE ZERO TO WS-TOLERANCE-SAISIE.
001360     ACCEPT WS-TOLERANCE-SAISIE.
001370     IF WS-TOLERANCE-SAISIE NOT = ZERO
001380         MOVE WS-TOLERANCE-SAISIE TO WS-TOLERANCE
001381     END-IF.
001382     OPEN OUTPUT LIGNES-TRAVAIL.
001383     IF NOT TRAVAIL-OK
001384         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
001385             WS-MESSAGE-STATUT
001386         DISPLAY "BUDLIG.TMP : "
001387             FUNCTION TRIM(WS-MESSAGE-STATUT)
001388         GO TO 0000-FIN
001390     END-IF.
001393     CLOSE LIGNES-TRAVAIL.
001396     OPEN I-O LIGNES-TRAVAIL.
001400     PERFORM 1000-CHARGER-BUDGET
001410         THRU 1000-CHARGER-BUDGET-EXIT.
001420     PERFORM 2000-CUMULER-REEL
001430         THRU 2000-CUMULER-REEL-EXIT.
001440     PERFORM 3000-EDITER-RAPPORT
001450         THRU 3000-EDITER-RAPPORT-EXIT.
001452     CLOSE LIGNES-TRAVAIL.
001454     CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
001456         RETURNING WS-RETOUR-SUPPRESSION.
001460 0000-FIN.
001470     STOP RUN.

001480*----------------------------------------------------------------
001490* 1000-CHARGER-BUDGET - THE YEAR'S MONTHS UP TO THE MONTH ASKED
001500*----------------------------------------------------------------
001510 1000-CHARGER-BUDGET.
001520     OPEN INPUT BUDGET-FILE.
001530     IF NOT BUDGET-OK
001540         DISPLAY "Aucun budget enregistre (BUDGET.DAT)"
001550         GO TO 1000-CHARGER-BUDGET-EXIT
001560     END-IF.
001570     PERFORM UNTIL FIN-BUDGET
001580         READ BUDGET-FILE NEXT RECORD
001590             AT END SET FIN-BUDGET TO TRUE
001600             NOT AT END
001610                 IF (WS-COMPTE-FILTRE = SPACES
001620                     OR BUD-COMPTE = WS-COMPTE-FILTRE)
001630                     AND BUD-MOIS NOT < WS-DEBUT-ANNEE
001640                     AND BUD-MOIS NOT > WS-MOIS-DEMANDE
001650                     PERFORM 1100-CUMULER-BUDGET
001660                         THRU 1100-CUMULER-BUDGET-EXIT
001670                 END-IF
001680         END-READ
001690     END-PERFORM.
001700     CLOSE BUDGET-FILE.
001710 1000-CHARGER-BUDGET-EXIT.
001720     EXIT.

001730*----------------------------------------------------------------
001740* 1100-CUMULER-BUDGET
001750*----------------------------------------------------------------
001760 1100-CUMULER-BUDGET.
001770     MOVE BUD-COMPTE TO WS-CLE-COMPTE.
001780     MOVE BUD-TYPE TO WS-CLE-TYPE.
001790     PERFORM 1500-TROUVER-LIGNE
001800         THRU 1500-TROUVER-LIGNE-EXIT.
001810     ADD BUD-MONTANT TO LGT-BUD-CUMUL.
001850     IF BUD-MOIS = WS-MOIS-DEMANDE
001860         ADD BUD-MONTANT TO LGT-BUD-MOIS
001870     END-IF.
001872     REWRITE LIGNE-TRAVAIL
001874         INVALID KEY CONTINUE
001876     END-REWRITE.
001880 1100-CUMULER-BUDGET-EXIT.
001890     EXIT.

001900*----------------------------------------------------------------
001910* 1500-TROUVER-LIGNE - READ, OR ADD EMPTY, THE RECORD FOR
001920* WS-CLE-COMPTE AND WS-CLE-TYPE
001930*----------------------------------------------------------------
001940 1500-TROUVER-LIGNE.
001950     MOVE WS-CLE-COMPTE TO LGT-COMPTE.
001960     MOVE WS-CLE-TYPE TO LGT-TYPE.
001970     READ LIGNES-TRAVAIL
001980         INVALID KEY
001990             MOVE WS-CLE-COMPTE TO LGT-COMPTE
002000             MOVE WS-CLE-TYPE TO LGT-TYPE
002010             MOVE ZERO TO LGT-BUD-MOIS LGT-BUD-CUMUL
002020                 LGT-REEL-MOIS LGT-REEL-CUMUL
002030             WRITE LIGNE-TRAVAIL
002040                 INVALID KEY CONTINUE
002050             END-WRITE
002060             ADD 1 TO WS-NB-LIGNES
002070     END-READ.
002190 1500-TROUVER-LIGNE-EXIT.
002200     EXIT.

002210*----------------------------------------------------------------
002220* 2000-CUMULER-REEL - DATED MOVEMENTS OF THE YEAR UP TO THE MONTH
002230*----------------------------------------------------------------
002240 2000-CUMULER-REEL.
002250     OPEN INPUT TRANSACTIONS-FILE.
002260     IF NOT TRANS-OK
002270         DISPLAY "Aucun fichier de transactions a analyser"
002280         GO TO 2000-CUMULER-REEL-EXIT
002290     END-IF.
002300     PERFORM UNTIL FIN-TRANSACTIONS
002310         READ TRANSACTIONS-FILE
002320             AT END SET FIN-TRANSACTIONS TO TRUE
002330             NOT AT END
002340                 IF TR-DATE-X NOT = SPACES
002350                     AND (WS-COMPTE-FILTRE = SPACES
002360                         OR TR-COMPTE = WS-COMPTE-FILTRE)
002370                     PERFORM 2100-CUMULER-UN-MOUVEMENT
002380                         THRU 2100-CUMULER-UN-MOUVEMENT-EXIT
002390                 END-IF
002400         END-READ
002410     END-PERFORM.
002420     CLOSE TRANSACTIONS-FILE.
002430 2000-CUMULER-REEL-EXIT.
002440     EXIT.

002450*----------------------------------------------------------------
002456* 2100-CUMULER-UN-MOUVEMENT - A CONTRA-MOVEMENT (EXTOURNE) TAKES
002462* ITS ORIGINAL BACK OUT OF THE ACTUAL
002470*----------------------------------------------------------------
002480 2100-CUMULER-UN-MOUVEMENT.
002490     DIVIDE TR-DATE BY 100 GIVING WS-MOIS-MOUVEMENT.
002500     IF WS-MOIS-MOUVEMENT < WS-DEBUT-ANNEE
002510         OR WS-MOIS-MOUVEMENT > WS-MOIS-DEMANDE
002520         GO TO 2100-CUMULER-UN-MOUVEMENT-EXIT
002530     END-IF.
002540     MOVE TR-COMPTE TO WS-CLE-COMPTE.
002550     MOVE TR-TYPE TO WS-CLE-TYPE.
002560     PERFORM 1500-TROUVER-LIGNE
002570         THRU 1500-TROUVER-LIGNE-EXIT.
002601     IF TR-CONTREPASSATION
002602         SUBTRACT TR-MONTANT FROM LGT-REEL-CUMUL
002603         IF WS-MOIS-MOUVEMENT = WS-MOIS-DEMANDE
002604             SUBTRACT TR-MONTANT FROM LGT-REEL-MOIS
002605         END-IF
002610     ELSE
002615         ADD TR-MONTANT TO LGT-REEL-CUMUL
002620         IF WS-MOIS-MOUVEMENT = WS-MOIS-DEMANDE
002625             ADD TR-MONTANT TO LGT-REEL-MOIS
002630         END-IF
002640     END-IF.
002642     REWRITE LIGNE-TRAVAIL
002644         INVALID KEY CONTINUE
002646     END-REWRITE.
002650 2100-CUMULER-UN-MOUVEMENT-EXIT.
002660     EXIT.

002670*----------------------------------------------------------------
002680* 3000-EDITER-RAPPORT - TWO LINES PER ENTRY, MONTH THEN YEAR TO
002690* DATE
002700*----------------------------------------------------------------
002710 3000-EDITER-RAPPORT.
002720     DISPLAY "Budget / reel " WS-MOIS-DEMANDE
002730         " - tolerance " WS-TOLERANCE " %".
002740     IF WS-COMPTE-FILTRE NOT = SPACES
002750         DISPLAY "Compte " WS-COMPTE-FILTRE
002760     END-IF.
002770     DISPLAY "Compte Ty Libelle        Periode   Budget"
002780         "     Reel    Ecart  Ecart %".
002790     DISPLAY "-----------------------------------------"
002800         "-----------------------------------------".
002810     MOVE LOW-VALUES TO LGT-CLE.
002820     START LIGNES-TRAVAIL KEY IS NOT LESS THAN LGT-CLE
002830         INVALID KEY SET FIN-LIGNES TO TRUE
002840     END-START.
002850     PERFORM UNTIL FIN-LIGNES
002860         READ LIGNES-TRAVAIL NEXT RECORD
002870             AT END SET FIN-LIGNES TO TRUE
002880             NOT AT END
002890                 PERFORM 3050-EDITER-LIGNE
002900                     THRU 3050-EDITER-LIGNE-EXIT
002910         END-READ
003030     END-PERFORM.
003040     DISPLAY "-----------------------------------------"
003050         "-----------------------------------------".
003060     DISPLAY "Lignes : " WS-NB-LIGNES
003070         " - depassements au-dela de la tolerance : "
003080         WS-NB-DEPASSEMENTS.
003130 3000-EDITER-RAPPORT-EXIT.
003140     EXIT.

003141*----------------------------------------------------------------
003142* 3050-EDITER-LIGNE - TWO LINES PER RECORD, MONTH THEN YEAR TO
003143* DATE
003144*----------------------------------------------------------------
003145 3050-EDITER-LIGNE.
003146     PERFORM 3100-LIBELLER-TYPE
003147         THRU 3100-LIBELLER-TYPE-EXIT.
003148     MOVE "Mois" TO WS-PERIODE-LIBELLE.
003149     MOVE LGT-BUD-MOIS TO WS-BUDGET.
003150     MOVE LGT-REEL-MOIS TO WS-REEL.
003151     PERFORM 3200-CALCULER-ECART
003152         THRU 3200-CALCULER-ECART-EXIT.
003153     DISPLAY LGT-COMPTE " " LGT-TYPE
003154         " " WS-LIBELLE " " WS-PERIODE-LIBELLE " "
003155         WS-EDITE-BUDGET " " WS-EDITE-REEL " " WS-EDITE-ECART
003156         " " WS-EDITE-POURCENT " " WS-MARQUE.
003157     MOVE "Cumul" TO WS-PERIODE-LIBELLE.
003158     MOVE LGT-BUD-CUMUL TO WS-BUDGET.
003159     MOVE LGT-REEL-CUMUL TO WS-REEL.
003160     PERFORM 3200-CALCULER-ECART
003161         THRU 3200-CALCULER-ECART-EXIT.
003162     DISPLAY "                         "
003163         WS-PERIODE-LIBELLE " "
003164         WS-EDITE-BUDGET " " WS-EDITE-REEL " " WS-EDITE-ECART
003165         " " WS-EDITE-POURCENT " " WS-MARQUE.
003166 3050-EDITER-LIGNE-EXIT.
003167     EXIT.

003150*----------------------------------------------------------------
003160* 3100-LIBELLER-TYPE - KNOWN CODES GET THEIR WORDING
003170*----------------------------------------------------------------
003180 3100-LIBELLER-TYPE.
003190     MOVE "AUTRE" TO WS-LIBELLE.
003200     PERFORM VARYING WS-TDX FROM 1 BY 1 UNTIL WS-TDX > 6
003210         IF WS-TYPE-CODE(WS-TDX) = LGT-TYPE
003220             MOVE WS-TYPE-LIBELLE(WS-TDX) TO WS-LIBELLE
003230         END-IF
003240     END-PERFORM.
003250 3100-LIBELLER-TYPE-EXIT.
003260     EXIT.

003270*----------------------------------------------------------------
003280* 3200-CALCULER-ECART - VARIANCE, PERCENT OF BUDGET AND THE
003290* OVER-TOLERANCE FLAG FOR WS-BUDGET / WS-REEL
003300*----------------------------------------------------------------
003310 3200-CALCULER-ECART.
003320     MOVE SPACES TO WS-MARQUE.
003330     COMPUTE WS-ECART = WS-REEL - WS-BUDGET.
003340     MOVE WS-BUDGET TO WS-EDITE-BUDGET.
003350     MOVE WS-REEL TO WS-EDITE-REEL.
003360     MOVE WS-ECART TO WS-EDITE-ECART.
003370     IF WS-BUDGET = ZERO
003380         MOVE ZERO TO WS-EDITE-POURCENT
003390         IF WS-REEL > ZERO
003400             MOVE "HORS BUDGET" TO WS-MARQUE
003410             ADD 1 TO WS-NB-DEPASSEMENTS
003420         END-IF
003430         GO TO 3200-CALCULER-ECART-EXIT
003440     END-IF.
003450     COMPUTE WS-POURCENT ROUNDED = WS-ECART * 100 / WS-BUDGET
003460         ON SIZE ERROR MOVE 99999.9 TO WS-POURCENT
003470     END-COMPUTE.
003480     MOVE WS-POURCENT TO WS-EDITE-POURCENT.
003490     IF WS-POURCENT > WS-TOLERANCE
003500         MOVE "*** DEPASSE" TO WS-MARQUE
003510         ADD 1 TO WS-NB-DEPASSEMENTS
003520     END-IF.
003530 3200-CALCULER-ECART-EXIT.
003540     EXIT.
