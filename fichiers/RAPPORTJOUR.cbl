000156* 2026-09-02  LM  ORDERS.DAT IS NOW AN INDEXED FILE KEYED ON
000157*                 CMD-CLE (SEE CMDMIGRER) - SAME FULL SCAN, READ
000158*                 IN KEY ORDER.
000159* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000160*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000161*                 RAPPORTJOUR (SEE HABILITATIONS).
000162* 2026-10-15  LM  NEW SECTION : STEP DURATIONS OF THE LATEST RUN
000163*                 OF EACH NIGHTLY LOT FROM LOTTEMPS.DAT (SEE
000164*                 CHRONOLOT), WITH OVERRUNS AND A LATE FINISH
000165*                 MARKED AND COUNTED ON THE TOTAL LINE.
000166* 2026-10-15  LM  HOLD, RESUME AND SCRUB LINES THAT COUNTDOWN NOW
000167*                 WRITES TO LAUNCHLG.DAT ARE LISTED UNDER THEIR
000168*                 RUN WITH THE COUNT, REASON AND OPERATOR, NOT
000169*                 COUNTED AS LAUNCHES.
000170* 2026-10-15  LM  A RUN SCRUBBED AFTERWARDS (ITS "S" LINE REPEATS
000171*                 THE RUN'S DATE AND TIME, AS MATCHED IN
000172*                 LAUNCHRAPPORT) IS LISTED WITH "(ANNULE)" AND NO
000173*                 LONGER COUNTED AMONG THE DAY'S LAUNCHES.
000174* 2026-10-15  LM  TODAY'S SCRUBBED RUNS GO ON THE RJANNUL.TMP
000175*                 WORK FILE, LOOKED UP ON THE RUN'S DATE AND
000176*                 TIME, SO THERE IS NO LIMIT ON HOW MANY ARE
000177*                 MATCHED. THE SECOND OPEN OF LAUNCHLG.DAT IS NOW
000178*                 CHECKED TOO.
000179* 2026-10-15  LM  THE LATEST RUN OF EACH NIGHTLY LOT IS KEPT ON
000180*                 THE RJLOTS.TMP WORK FILE, KEYED ON THE LOT,
000181*                 INSTEAD OF A 10-ENTRY TABLE, SO EVERY LOT OF THE
000182*                 DAY IS LISTED.
000160*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.
000274         RECORD KEY IS CMD-CLE
000280         FILE STATUS IS WS-ORDERS-STATUS.

000281     SELECT TEMPS-FILE ASSIGN TO "LOTTEMPS.DAT"
000282         ORGANIZATION IS LINE SEQUENTIAL
000283         FILE STATUS IS WS-TEMPS-STATUS.

000284     SELECT ANNULATIONS-FILE ASSIGN TO "RJANNUL.TMP"
000285         ORGANIZATION IS INDEXED
000286         ACCESS MODE IS RANDOM
000287         RECORD KEY IS ANN-CLE
000288         FILE STATUS IS WS-ANN-STATUS.

000289     SELECT LOTS-FILE ASSIGN TO "RJLOTS.TMP"
000290         ORGANIZATION IS INDEXED
000291         ACCESS MODE IS RANDOM
000292         RECORD KEY IS LDT-LOT
000293         FILE STATUS IS WS-LOTS-STATUS.

000290 DATA DIVISION.
000300 FILE SECTION.

000390 FD  ORDERS-FILE.
000400     COPY "ORDER-RECORD.cpy".

000401 FD  TEMPS-FILE.
000402     COPY "LOTTEMPS-RECORD.cpy".

000403 FD  ANNULATIONS-FILE.
000404 01  ANNULATION-RECORD.
000405     05 ANN-CLE.
000406         10 ANN-DATE          PIC X(08).
000407         10 ANN-HEURE         PIC X(06).

000408*----------------------------------------------------------------
000409* LOTS-FILE - LATEST RUN OF EACH NIGHTLY LOT STARTED OR ENDED
000410* TODAY, KEYED ON THE LOT
000411*----------------------------------------------------------------
000412 FD  LOTS-FILE.
000413 01  LOT-DERNIER-RECORD.
000414     05 LDT-LOT               PIC X(12).
000415     05 LDT-DATE-LOT          PIC 9(08).
000416     05 LDT-HEURE-LOT         PIC 9(06).

000410 WORKING-STORAGE SECTION.

000415     COPY "HABILITATION.cpy".

000420 01  WS-DATE-JOUR             PIC 9(08).
000430 01  WS-DATE-TEXTE            PIC X(08).

000440 01  WS-NB-JOURNAL            PIC 9(04) VALUE ZERO.
000450 01  WS-NB-LANCEMENTS         PIC 9(04) VALUE ZERO.
000460 01  WS-NB-COMMANDES          PIC 9(04) VALUE ZERO.
000465 01  WS-NB-ALERTES-LOT        PIC 9(04) VALUE ZERO.

000470 01  WS-JOURNAL-STATUS        PIC X(02).
000480     88 JOURNAL-OK                    VALUE "00".
000510 01  WS-ORDERS-STATUS         PIC X(02).
000520     88 ORDERS-OK                     VALUE "00".

000521 01  WS-TEMPS-STATUS          PIC X(02).
000522     88 TEMPS-OK                      VALUE "00".


000523*----------------------------------------------------------------
000524* LATEST RUN OF EACH NIGHTLY LOT - THE LOTS WORK FILE
000525*----------------------------------------------------------------
000526 01  WS-LOTS-STATUS           PIC X(02).
000527     88 LOTS-OK                       VALUE "00".
000528 01  WS-NOM-LOTS              PIC X(40) VALUE "RJLOTS.TMP".

000529 01  WS-NB-LOTS               PIC 9(06) VALUE ZERO.

000530*----------------------------------------------------------------
000531* TODAY'S SCRUBBED RUNS - THE ANNULATIONS WORK FILE, KEYED ON THE
000532* DATE AND TIME THE RUN STARTED, AS REPEATED ON ITS SCRUB LINE
000533*----------------------------------------------------------------
000534 01  WS-ANN-STATUS            PIC X(02).
000535     88 ANN-OK                        VALUE "00".
000536 01  WS-ANN-OUVERT            PIC X(01) VALUE "N".
000537     88 ANNULATIONS-OUVERT            VALUE "O".
000538 01  WS-NOM-ANNULATIONS       PIC X(40) VALUE "RJANNUL.TMP".
000539 01  WS-RETOUR-SUPPRESSION    PIC S9(09) COMP-5.
000540 01  WS-MESSAGE-STATUT        PIC X(40).

000541 01  WS-RUN-ANNULE            PIC X(01).
000542     88 RUN-ANNULE                    VALUE "O".

000530 01  WS-SWITCHES.
000540     05 WS-FIN-JOURNAL        PIC X(01) VALUE "N".
000550         88 FIN-JOURNAL               VALUE "Y".
000570         88 FIN-LOG                   VALUE "Y".
000580     05 WS-FIN-ORDERS         PIC X(01) VALUE "N".
000590         88 FIN-ORDERS                VALUE "Y".
000592     05 WS-FIN-TEMPS          PIC X(01) VALUE "N".
000594         88 FIN-TEMPS                 VALUE "Y".
000596     05 WS-LOG-FERME          PIC X(01) VALUE "N".
000598         88 LOG-FERME                 VALUE "Y".

000600 PROCEDURE DIVISION.

000620* 0000-MAINLINE
000630*----------------------------------------------------------------
000640 0000-MAINLINE.
000641     MOVE "RAPPORTJOUR" TO HAB-PROGRAMME.
000642     CALL "HABILITER" USING HAB-ZONE.
000643     IF NOT HAB-AUTORISE
000644         GOBACK
000645     END-IF.
000650     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000660     MOVE WS-DATE-JOUR TO WS-DATE-TEXTE.
000670     DISPLAY "=== DIGEST D'EXPLOITATION DU " WS-DATE-JOUR " ===".
000710         THRU 2000-EDITER-LANCEMENTS-EXIT.
000720     PERFORM 3000-EDITER-COMMANDES
000730         THRU 3000-EDITER-COMMANDES-EXIT.
000733     PERFORM 4000-EDITER-DUREES-LOTS
000736         THRU 4000-EDITER-DUREES-LOTS-EXIT.
000740     DISPLAY " ".
000750     DISPLAY "Total du jour : " WS-NB-JOURNAL " traitements, "
000760         WS-NB-LANCEMENTS " lancements, "
000770         WS-NB-COMMANDES " mouvements de commande".
000772     IF WS-NB-ALERTES-LOT > ZERO
000774         DISPLAY "*** " WS-NB-ALERTES-LOT
000776             " alerte(s) de duree sur les lots de nuit"
000778     END-IF.
000780     STOP RUN.

000790*----------------------------------------------------------------
001080     EXIT.

001090*----------------------------------------------------------------
001100* 2000-EDITER-LANCEMENTS - TODAY'S COUNTDOWN LAUNCHES; A RUN
001105* SCRUBBED AFTERWARDS IS LISTED AS SUCH AND NOT COUNTED
001110*----------------------------------------------------------------
001120 2000-EDITER-LANCEMENTS.
001130     DISPLAY " ".
001160     IF NOT LOG-OK
001170         DISPLAY "Aucun historique de lancement enregistre"
001180     ELSE
001183         PERFORM 2200-RELEVER-ANNULATIONS
001186             THRU 2200-RELEVER-ANNULATIONS-EXIT
001190         PERFORM UNTIL FIN-LOG
001200             READ LAUNCH-LOG-FILE
001210                 AT END SET FIN-LOG TO TRUE
001220                 NOT AT END
001230                     IF LOG-DATE = WS-DATE-TEXTE
001231                         AND NOT LOG-EVT-LANCEMENT
001232                         PERFORM 2100-EDITER-EVENEMENT
001233                             THRU 2100-EDITER-EVENEMENT-EXIT
001234                     END-IF
001235                     IF LOG-DATE = WS-DATE-TEXTE
001236                         AND LOG-EVT-LANCEMENT
001238                         PERFORM 2300-CHERCHER-ANNULATION
001240                             THRU 2300-CHERCHER-ANNULATION-EXIT
001242                         EVALUATE TRUE
001244                             WHEN RUN-ANNULE
001246                                 DISPLAY LOG-TIME " "
001248                                     FUNCTION TRIM(LOG-OPERATEUR)
001250                                     " - depart " LOG-DEPART
001252                                     " (ANNULE)"
001254                             WHEN LOG-REFUSE
001256                                 ADD 1 TO WS-NB-LANCEMENTS
001258                                 DISPLAY LOG-TIME " "
001260                                     FUNCTION TRIM(LOG-OPERATEUR)
001262                                     " - depart " LOG-DEPART
001264                                     " (REFUSE)"
001266                             WHEN OTHER
001268                                 ADD 1 TO WS-NB-LANCEMENTS
001270                                 DISPLAY LOG-TIME " "
001272                                     FUNCTION TRIM(LOG-OPERATEUR)
001274                                     " - depart " LOG-DEPART
001276                         END-EVALUATE
001280                     END-IF
001290             END-READ
001300         END-PERFORM
001302         IF NOT LOG-FERME
001304             CLOSE LAUNCH-LOG-FILE
001306         END-IF
001308         IF ANNULATIONS-OUVERT
001310             CLOSE ANNULATIONS-FILE
001312             CALL "CBL_DELETE_FILE" USING WS-NOM-ANNULATIONS
001314                 RETURNING WS-RETOUR-SUPPRESSION
001316         END-IF
001320         IF WS-NB-LANCEMENTS = ZERO
001330             DISPLAY "Aucun lancement aujourd'hui"
001340         END-IF
001360 2000-EDITER-LANCEMENTS-EXIT.
001370     EXIT.

001371*----------------------------------------------------------------
001372* 2100-EDITER-EVENEMENT - A HOLD, RESUME OR SCRUB, INDENTED UNDER
001373* THE RUN IT BELONGS TO, AT THE TIME IT WAS CALLED
001374*----------------------------------------------------------------
001375 2100-EDITER-EVENEMENT.
001376     EVALUATE TRUE
001377         WHEN LOG-EVT-ARRET
001378             DISPLAY "  " LOG-HEURE-EVT " "
001379                 FUNCTION TRIM(LOG-OPERATEUR)
001380                 " - arret a " LOG-COMPTE " (" LOG-MOTIF ")"
001381         WHEN LOG-EVT-REPRISE
001382             DISPLAY "  " LOG-HEURE-EVT " "
001383                 FUNCTION TRIM(LOG-OPERATEUR)
001384                 " - reprise a " LOG-COMPTE
001385         WHEN OTHER
001386             DISPLAY "  " LOG-HEURE-EVT " "
001387                 FUNCTION TRIM(LOG-OPERATEUR)
001388                 " - annulation a " LOG-COMPTE " (" LOG-MOTIF ")"
001389     END-EVALUATE.
001390 2100-EDITER-EVENEMENT-EXIT.
001391     EXIT.

001392*----------------------------------------------------------------
001393* 2200-RELEVER-ANNULATIONS - FIRST PASS OVER LAUNCHLG.DAT : THE
001394* SCRUB LINES OF TODAY'S RUNS GO ON ANNULATIONS, LEFT OPEN FOR
001395* 2300 TO LOOK UP. WITHOUT THE WORK FILE NO RUN IS TAKEN AS
001396* SCRUBBED. THE LOG IS REOPENED FOR 2000
001397*----------------------------------------------------------------
001398 2200-RELEVER-ANNULATIONS.
001399     OPEN OUTPUT ANNULATIONS-FILE.
001400     IF NOT ANN-OK
001401         CALL "FICHSTAT" USING WS-ANN-STATUS
001402             WS-MESSAGE-STATUT
001403         DISPLAY "RJANNUL.TMP : "
001404             FUNCTION TRIM(WS-MESSAGE-STATUT)
001405         DISPLAY "Lancements annules comptes comme faits"
001406         GO TO 2200-RELEVER-ANNULATIONS-EXIT
001407     END-IF.
001408     PERFORM UNTIL FIN-LOG
001409         READ LAUNCH-LOG-FILE
001410             AT END SET FIN-LOG TO TRUE
001411             NOT AT END
001412                 IF LOG-DATE = WS-DATE-TEXTE
001413                     AND LOG-EVT-ANNULATION
001414                     PERFORM 2210-NOTER-ANNULATION
001415                         THRU 2210-NOTER-ANNULATION-EXIT
001416                 END-IF
001417         END-READ
001418     END-PERFORM.
001419     CLOSE ANNULATIONS-FILE.
001420     OPEN INPUT ANNULATIONS-FILE.
001421     IF ANN-OK
001422         SET ANNULATIONS-OUVERT TO TRUE
001423     END-IF.
001424     CLOSE LAUNCH-LOG-FILE.
001425     MOVE "N" TO WS-FIN-LOG.
001426     OPEN INPUT LAUNCH-LOG-FILE.
001427     IF NOT LOG-OK
001428         DISPLAY "Aucun historique de lancement enregistre"
001429         SET LOG-FERME TO TRUE
001430         SET FIN-LOG TO TRUE
001431     END-IF.
001432 2200-RELEVER-ANNULATIONS-EXIT.
001433     EXIT.

001434 2210-NOTER-ANNULATION.
001435     MOVE LOG-DATE TO ANN-DATE.
001436     MOVE LOG-TIME TO ANN-HEURE.
001437     WRITE ANNULATION-RECORD
001438         INVALID KEY CONTINUE
001439     END-WRITE.
001440 2210-NOTER-ANNULATION-EXIT.
001441     EXIT.

001442*----------------------------------------------------------------
001443* 2300-CHERCHER-ANNULATION - WAS THIS RUN SCRUBBED ? THE SCRUB
001444* LINE REPEATS THE DATE AND TIME OF THE RUN IT CANCELS
001445*----------------------------------------------------------------
001446 2300-CHERCHER-ANNULATION.
001447     MOVE "N" TO WS-RUN-ANNULE.
001448     IF NOT ANNULATIONS-OUVERT
001449         GO TO 2300-CHERCHER-ANNULATION-EXIT
001450     END-IF.
001451     MOVE LOG-DATE TO ANN-DATE.
001452     MOVE LOG-TIME TO ANN-HEURE.
001453     READ ANNULATIONS-FILE
001454         INVALID KEY CONTINUE
001455         NOT INVALID KEY SET RUN-ANNULE TO TRUE
001456     END-READ.
001457 2300-CHERCHER-ANNULATION-EXIT.
001458     EXIT.

001380*----------------------------------------------------------------
001390* 3000-EDITER-COMMANDES - TODAY'S ORDERS AND REVERSALS
001400*----------------------------------------------------------------
001800     END-IF.
001810 3100-EDITER-UNE-COMMANDE-EXIT.
001820     EXIT.
001830*----------------------------------------------------------------
001840* 4000-EDITER-DUREES-LOTS - STEP DURATIONS OF THE LATEST RUN OF
001850* EACH NIGHTLY LOT (LOTTEMPS.DAT, SEE CHRONOLOT), OVERRUNS MARKED
001860*----------------------------------------------------------------
001870 4000-EDITER-DUREES-LOTS.
001880     DISPLAY " ".
001890     DISPLAY "--- Durees des lots de nuit (LOTTEMPS.DAT) ---".
001900     OPEN INPUT TEMPS-FILE.
001910     IF NOT TEMPS-OK
001920         DISPLAY "Aucune duree de lot enregistree"
001930         GO TO 4000-EDITER-DUREES-LOTS-EXIT
001940     END-IF.
001950     OPEN OUTPUT LOTS-FILE.
001960     IF NOT LOTS-OK
001970         CALL "FICHSTAT" USING WS-LOTS-STATUS
001980             WS-MESSAGE-STATUT
001990         DISPLAY "RJLOTS.TMP : "
002000             FUNCTION TRIM(WS-MESSAGE-STATUT)
002010         CLOSE TEMPS-FILE
002020         GO TO 4000-EDITER-DUREES-LOTS-EXIT
002030     END-IF.
002040     CLOSE LOTS-FILE.
002050     OPEN I-O LOTS-FILE.
002060     PERFORM UNTIL FIN-TEMPS
002070         READ TEMPS-FILE
002080             AT END SET FIN-TEMPS TO TRUE
002090             NOT AT END
002100                 PERFORM 4100-REPERER-DERNIER-LOT
002110                     THRU 4100-REPERER-DERNIER-LOT-EXIT
002120         END-READ
002130     END-PERFORM.
002140     CLOSE TEMPS-FILE.
002150     IF WS-NB-LOTS = ZERO
002160         DISPLAY "Aucun lot de nuit aujourd'hui"
002170         GO TO 4000-EDITER-DUREES-LOTS-FIN
002180     END-IF.
002190     MOVE "N" TO WS-FIN-TEMPS.
002200     OPEN INPUT TEMPS-FILE.
002210     PERFORM UNTIL FIN-TEMPS
002220         READ TEMPS-FILE
002230             AT END SET FIN-TEMPS TO TRUE
002240             NOT AT END
002250                 PERFORM 4200-EDITER-UNE-DUREE
002260                     THRU 4200-EDITER-UNE-DUREE-EXIT
002270         END-READ
002280     END-PERFORM.
002290     CLOSE TEMPS-FILE.
002300 4000-EDITER-DUREES-LOTS-FIN.
002310     CLOSE LOTS-FILE.
002320     CALL "CBL_DELETE_FILE" USING WS-NOM-LOTS
002330         RETURNING WS-RETOUR-SUPPRESSION.
002340 4000-EDITER-DUREES-LOTS-EXIT.
002350     EXIT.

002360*----------------------------------------------------------------
002370* 4100-REPERER-DERNIER-LOT - KEEP THE LATEST START OF EACH LOT
002380* AMONG THE RUNS STARTED OR ENDED TODAY
002390*----------------------------------------------------------------
002400 4100-REPERER-DERNIER-LOT.
002410     IF LTE-DATE-LOT NOT = WS-DATE-JOUR
002420         AND LTE-DATE-FIN NOT = WS-DATE-JOUR
002430         GO TO 4100-REPERER-DERNIER-LOT-EXIT
002440     END-IF.
002450     MOVE LTE-LOT TO LDT-LOT.
002460     READ LOTS-FILE
002470         INVALID KEY
002480             MOVE LTE-LOT       TO LDT-LOT
002490             MOVE LTE-DATE-LOT  TO LDT-DATE-LOT
002500             MOVE LTE-HEURE-LOT TO LDT-HEURE-LOT
002510             WRITE LOT-DERNIER-RECORD
002520                 INVALID KEY CONTINUE
002530             END-WRITE
002540             ADD 1 TO WS-NB-LOTS
002550             GO TO 4100-REPERER-DERNIER-LOT-EXIT
002560     END-READ.
002570     IF LTE-DATE-LOT > LDT-DATE-LOT
002580         OR (LTE-DATE-LOT = LDT-DATE-LOT
002590             AND LTE-HEURE-LOT > LDT-HEURE-LOT)
002600         MOVE LTE-DATE-LOT  TO LDT-DATE-LOT
002610         MOVE LTE-HEURE-LOT TO LDT-HEURE-LOT
002620         REWRITE LOT-DERNIER-RECORD
002630             INVALID KEY CONTINUE
002640         END-REWRITE
002650     END-IF.
002660 4100-REPERER-DERNIER-LOT-EXIT.
002670     EXIT.

002680*----------------------------------------------------------------
002690* 4200-EDITER-UNE-DUREE - ONE LINE PER STEP OF A RUN KEPT BY 4100,
002700* THEN THE WHOLE-WINDOW LINE
002710*----------------------------------------------------------------
002720 4200-EDITER-UNE-DUREE.
002730     MOVE LTE-LOT TO LDT-LOT.
002740     READ LOTS-FILE
002750         INVALID KEY GO TO 4200-EDITER-UNE-DUREE-EXIT
002760     END-READ.
002770     IF LTE-DATE-LOT NOT = LDT-DATE-LOT
002780         OR LTE-HEURE-LOT NOT = LDT-HEURE-LOT
002790         GO TO 4200-EDITER-UNE-DUREE-EXIT
002800     END-IF.
002810     IF LTE-FENETRE
002820         DISPLAY LTE-LOT " fenetre " LTE-DUREE "s, fin "
002830             LTE-DATE-FIN " " LTE-HEURE-FIN
002840     ELSE
002850         DISPLAY LTE-LOT " " LTE-ETAPE " " LTE-DUREE "s (moy. "
002860             LTE-MOYENNE "s) " LTE-NB-ENR " enr."
002870     END-IF.
002880     IF LTE-DEPASSEMENT
002890         ADD 1 TO WS-NB-ALERTES-LOT
002900         DISPLAY "    *** DEPASSEMENT : plus de " LTE-SEUIL-PCT
002910             "% au-dessus de la moyenne"
002920     END-IF.
002930     IF LTE-HORS-FENETRE
002940         ADD 1 TO WS-NB-ALERTES-LOT
002950         DISPLAY "    *** HORS FENETRE : fin apres "
002960             LTE-HEURE-CIBLE
002970     END-IF.
002980 4200-EDITER-UNE-DUREE-EXIT.
002990     EXIT.
