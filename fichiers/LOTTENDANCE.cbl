000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOTTENDANCE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MONTHLY TREND OF THE NIGHTLY LOTS
000110*                 (LOTFICHIERS, LOTCOMMERCE) FROM LOTTEMPS.DAT :
000120*                 PER LOT AND STEP, THE RUNS OF THE MONTH ASKED,
000130*                 AVERAGE AND LONGEST ELAPSED TIME, AVERAGE AND
000140*                 TOTAL VOLUME AND THE ALERTS RAISED, SET AGAINST
000150*                 THE MONTH BEFORE SO A STEP THAT IS SLOWLY
000160*                 GETTING LONGER SHOWS UP BEFORE IT OVERRUNS.
000162* 2026-10-15  LM  THE LOT AND STEP TOTALS ARE KEPT ON THE KEYED
000164*                 WORK FILE LOTTEND.TMP INSTEAD OF A 100-ENTRY
000166*                 TABLE, SO NO STEP IS LEFT OUT OF THE TREND. THE
000168*                 STEPS NOW PRINT IN LOT AND STEP ORDER.
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT TEMPS-FILE ASSIGN TO "LOTTEMPS.DAT"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-TEMPS-STATUS.

000231     SELECT ETAPES-TRAVAIL ASSIGN TO "LOTTEND.TMP"
000232         ORGANIZATION IS INDEXED
000233         ACCESS MODE IS DYNAMIC
000234         RECORD KEY IS ETT-CLE
000235         FILE STATUS IS WS-TRAVAIL-STATUS.

000240 DATA DIVISION.
000250 FILE SECTION.

000260 FD  TEMPS-FILE.
000270     COPY "LOTTEMPS-RECORD.cpy".

000271*----------------------------------------------------------------
000272* ETAPES-TRAVAIL - ONE RECORD PER LOT AND STEP, ETT-MOIS(1) FOR
000273* THE MONTH ASKED AND ETT-MOIS(2) FOR THE MONTH BEFORE. THE WHOLE
000274* WINDOW OF A LOT IS THE STEP "*LOT"
000275*----------------------------------------------------------------
000276 FD  ETAPES-TRAVAIL.
000277 01  ETAPE-TRAVAIL.
000278     05 ETT-CLE.
000279         10 ETT-LOT           PIC X(12).
000280         10 ETT-ETAPE         PIC X(20).
000281     05 ETT-MOIS OCCURS 2 TIMES.
000282         10 ETT-NB-RUNS       PIC 9(04).
000283         10 ETT-CUMUL-DUREE   PIC 9(09).
000284         10 ETT-MAX-DUREE     PIC 9(06).
000285         10 ETT-CUMUL-ENR     PIC 9(09).
000286         10 ETT-NB-ALERTES    PIC 9(04).

000280 WORKING-STORAGE SECTION.

000290     COPY "HABILITATION.cpy".

000300 01  WS-MOIS                 PIC 9(06).
000310 01  WS-MOIS-R REDEFINES WS-MOIS.
000320     05 WS-MOIS-AAAA         PIC 9(04).
000330     05 WS-MOIS-MM           PIC 9(02).
000340 01  WS-MOIS-PRECEDENT       PIC 9(06).
000350 01  WS-DATE-JOUR            PIC 9(08).
000360 01  WS-M                    PIC 9(01).

000370 01  WS-TEMPS-STATUS         PIC X(02).
000380     88 TEMPS-OK                      VALUE "00".
000381 01  WS-TRAVAIL-STATUS       PIC X(02).
000382     88 TRAVAIL-OK                    VALUE "00".

000383 01  WS-MESSAGE-STATUT       PIC X(40).
000384 01  WS-NOM-TRAVAIL          PIC X(40) VALUE "LOTTEND.TMP".
000385 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000390 01  WS-SWITCHES.
000400     05 WS-FIN-TEMPS         PIC X(01) VALUE "N".
000410         88 FIN-TEMPS                 VALUE "Y".
000420     05 WS-FIN-ETAPES        PIC X(01) VALUE "N".
000430         88 FIN-ETAPES                VALUE "Y".

000440 01  WS-NB-ETAPES            PIC 9(06) VALUE ZERO.

000630 01  WS-CALCULS.
000640     05 WS-MOY-DUREE         PIC 9(06) OCCURS 2 TIMES.
000650     05 WS-MOY-ENR           PIC 9(07) OCCURS 2 TIMES.
000660     05 WS-ECART-PCT         PIC S9(05).

000670 01  WS-ED-DUREE             PIC ZZZZZ9.
000680 01  WS-ED-MAX               PIC ZZZZZ9.
000690 01  WS-ED-ENR               PIC ZZZZZZ9.
000700 01  WS-ED-CUMUL-ENR         PIC ZZZZZZZZ9.
000710 01  WS-ED-PCT               PIC +ZZZZ9.

000720 PROCEDURE DIVISION.

000730*----------------------------------------------------------------
000740* 0000-MAINLINE
000750*----------------------------------------------------------------
000760 0000-MAINLINE.
000770     MOVE "LOTTENDANCE" TO HAB-PROGRAMME.
000780     CALL "HABILITER" USING HAB-ZONE.
000790     IF NOT HAB-AUTORISE
000800         GOBACK
000810     END-IF.
000820     DISPLAY "Mois AAAAMM (vide = mois en cours) : ".
000830     MOVE ZERO TO WS-MOIS.
000840     ACCEPT WS-MOIS.
000850     IF WS-MOIS = ZERO
000860         ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
000870         MOVE WS-DATE-JOUR(1:6) TO WS-MOIS
000880     END-IF.
000890     IF WS-MOIS-MM = 01
000900         COMPUTE WS-MOIS-PRECEDENT = (WS-MOIS-AAAA - 1) * 100
000910             + 12
000920     ELSE
000930         COMPUTE WS-MOIS-PRECEDENT = WS-MOIS - 1
000931     END-IF.
000932     OPEN OUTPUT ETAPES-TRAVAIL.
000933     IF NOT TRAVAIL-OK
000934         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
000935             WS-MESSAGE-STATUT
000936         DISPLAY "LOTTEND.TMP : "
000937             FUNCTION TRIM(WS-MESSAGE-STATUT)
000938         STOP RUN
000940     END-IF.
000943     CLOSE ETAPES-TRAVAIL.
000946     OPEN I-O ETAPES-TRAVAIL.
000950     PERFORM 1000-CUMULER-TEMPS
000960         THRU 1000-CUMULER-TEMPS-EXIT.
000970     IF WS-NB-ETAPES = ZERO
000980         DISPLAY "Aucun lot de nuit en " WS-MOIS
000990             " ni en " WS-MOIS-PRECEDENT
001000     ELSE
001010         PERFORM 2000-EDITER-TENDANCE
001020             THRU 2000-EDITER-TENDANCE-EXIT
001030     END-IF.
001032     CLOSE ETAPES-TRAVAIL.
001034     CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
001036         RETURNING WS-RETOUR-SUPPRESSION.
001040     STOP RUN.

001050*----------------------------------------------------------------
001060* 1000-CUMULER-TEMPS - ONE PASS OVER LOTTEMPS.DAT
001070*----------------------------------------------------------------
001080 1000-CUMULER-TEMPS.
001090     OPEN INPUT TEMPS-FILE.
001100     IF NOT TEMPS-OK
001110         DISPLAY "Aucune duree de lot enregistree (LOTTEMPS.DAT)"
001120         GO TO 1000-CUMULER-TEMPS-EXIT
001130     END-IF.
001140     PERFORM UNTIL FIN-TEMPS
001150         READ TEMPS-FILE
001160             AT END SET FIN-TEMPS TO TRUE
001170             NOT AT END
001180                 PERFORM 1100-CUMULER-UNE-ETAPE
001190                     THRU 1100-CUMULER-UNE-ETAPE-EXIT
001200         END-READ
001210     END-PERFORM.
001220     CLOSE TEMPS-FILE.
001230 1000-CUMULER-TEMPS-EXIT.
001240     EXIT.

001250*----------------------------------------------------------------
001260* 1100-CUMULER-UNE-ETAPE - A RUN BELONGS TO THE MONTH THE LOT
001270* STARTED IN
001280*----------------------------------------------------------------
001290 1100-CUMULER-UNE-ETAPE.
001300     EVALUATE LTE-DATE-LOT(1:6)
001310         WHEN WS-MOIS
001320             MOVE 1 TO WS-M
001330         WHEN WS-MOIS-PRECEDENT
001340             MOVE 2 TO WS-M
001350         WHEN OTHER
001360             GO TO 1100-CUMULER-UNE-ETAPE-EXIT
001370     END-EVALUATE.
001373     MOVE LTE-LOT   TO ETT-LOT.
001376     MOVE LTE-ETAPE TO ETT-ETAPE.
001379     READ ETAPES-TRAVAIL
001382         INVALID KEY
001385             MOVE LTE-LOT   TO ETT-LOT
001388             MOVE LTE-ETAPE TO ETT-ETAPE
001391             MOVE ZERO TO ETT-NB-RUNS(1) ETT-CUMUL-DUREE(1)
001394                 ETT-MAX-DUREE(1) ETT-CUMUL-ENR(1)
001397                 ETT-NB-ALERTES(1)
001400                 ETT-NB-RUNS(2) ETT-CUMUL-DUREE(2)
001403                 ETT-MAX-DUREE(2) ETT-CUMUL-ENR(2)
001406                 ETT-NB-ALERTES(2)
001409             WRITE ETAPE-TRAVAIL
001412                 INVALID KEY CONTINUE
001415             END-WRITE
001420             ADD 1 TO WS-NB-ETAPES
001430     END-READ.
001440     ADD 1          TO ETT-NB-RUNS(WS-M).
001450     ADD LTE-DUREE  TO ETT-CUMUL-DUREE(WS-M).
001460     ADD LTE-NB-ENR TO ETT-CUMUL-ENR(WS-M).
001470     IF LTE-DUREE > ETT-MAX-DUREE(WS-M)
001480         MOVE LTE-DUREE TO ETT-MAX-DUREE(WS-M)
001660     END-IF.
001670     IF LTE-DEPASSEMENT OR LTE-HORS-FENETRE
001680         ADD 1 TO ETT-NB-ALERTES(WS-M)
001690     END-IF.
001692     REWRITE ETAPE-TRAVAIL
001694         INVALID KEY CONTINUE
001696     END-REWRITE.
001700 1100-CUMULER-UNE-ETAPE-EXIT.
001710     EXIT.

001720*----------------------------------------------------------------
001730* 2000-EDITER-TENDANCE - ONE BLOCK PER LOT AND STEP, IN KEY
001740* ORDER
001910*----------------------------------------------------------------
001920 2000-EDITER-TENDANCE.
001970     DISPLAY "Tendance des lots de nuit - " WS-MOIS
001980         " (mois precedent " WS-MOIS-PRECEDENT ")".
001990     DISPLAY "Durees en secondes, volumes en enregistrements".
002000     DISPLAY "-----------------------------------------".
002004     MOVE LOW-VALUES TO ETT-CLE.
002008     START ETAPES-TRAVAIL KEY IS NOT LESS THAN ETT-CLE
002012         INVALID KEY SET FIN-ETAPES TO TRUE
002016     END-START.
002020     PERFORM UNTIL FIN-ETAPES
002024         READ ETAPES-TRAVAIL NEXT RECORD
002028             AT END SET FIN-ETAPES TO TRUE
002032             NOT AT END
002036                 PERFORM 2100-EDITER-UNE-ETAPE
002040                     THRU 2100-EDITER-UNE-ETAPE-EXIT
002044         END-READ
002050     END-PERFORM.
002060     DISPLAY "-----------------------------------------".
002070     DISPLAY "Etapes suivies : " WS-NB-ETAPES.
002080 2000-EDITER-TENDANCE-EXIT.
002090     EXIT.

002100*----------------------------------------------------------------
002110* 2100-EDITER-UNE-ETAPE - THE MONTH ASKED, THE MONTH BEFORE AND
002120* THE CHANGE IN AVERAGE TIME AND VOLUME BETWEEN THE TWO
002130*----------------------------------------------------------------
002140 2100-EDITER-UNE-ETAPE.
002150     DISPLAY " ".
002160     DISPLAY ETT-LOT " " ETT-ETAPE.
002170     PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 2
002180         PERFORM 2200-EDITER-UN-MOIS
002190             THRU 2200-EDITER-UN-MOIS-EXIT
002200     END-PERFORM.
002210     IF ETT-NB-RUNS(1) = ZERO
002220         OR ETT-NB-RUNS(2) = ZERO
002230         GO TO 2100-EDITER-UNE-ETAPE-EXIT
002240     END-IF.
002250     IF WS-MOY-DUREE(2) > ZERO
002260         COMPUTE WS-ECART-PCT ROUNDED =
002270             (WS-MOY-DUREE(1) - WS-MOY-DUREE(2)) * 100
002280             / WS-MOY-DUREE(2)
002290         MOVE WS-ECART-PCT TO WS-ED-PCT
002300         DISPLAY "    evolution duree moyenne  : " WS-ED-PCT "%"
002310     END-IF.
002320     IF WS-MOY-ENR(2) > ZERO
002330         COMPUTE WS-ECART-PCT ROUNDED =
002340             (WS-MOY-ENR(1) - WS-MOY-ENR(2)) * 100
002350             / WS-MOY-ENR(2)
002360         MOVE WS-ECART-PCT TO WS-ED-PCT
002370         DISPLAY "    evolution volume moyen   : " WS-ED-PCT "%"
002380     END-IF.
002390 2100-EDITER-UNE-ETAPE-EXIT.
002400     EXIT.

002410*----------------------------------------------------------------
002420* 2200-EDITER-UN-MOIS - ONE LINE FOR ETT-MOIS(WS-M)
002430*----------------------------------------------------------------
002440 2200-EDITER-UN-MOIS.
002450     MOVE ZERO TO WS-MOY-DUREE(WS-M) WS-MOY-ENR(WS-M).
002460     IF ETT-NB-RUNS(WS-M) = ZERO
002470         IF WS-M = 1
002480             DISPLAY "    " WS-MOIS " : aucun passage"
002490         ELSE
002500             DISPLAY "    " WS-MOIS-PRECEDENT " : aucun passage"
002510         END-IF
002520         GO TO 2200-EDITER-UN-MOIS-EXIT
002530     END-IF.
002540     COMPUTE WS-MOY-DUREE(WS-M) ROUNDED =
002550         ETT-CUMUL-DUREE(WS-M)
002560         / ETT-NB-RUNS(WS-M).
002570     COMPUTE WS-MOY-ENR(WS-M) ROUNDED =
002580         ETT-CUMUL-ENR(WS-M)
002590         / ETT-NB-RUNS(WS-M).
002600     MOVE WS-MOY-DUREE(WS-M)    TO WS-ED-DUREE.
002610     MOVE ETT-MAX-DUREE(WS-M)   TO WS-ED-MAX.
002620     MOVE WS-MOY-ENR(WS-M)      TO WS-ED-ENR.
002630     MOVE ETT-CUMUL-ENR(WS-M)   TO WS-ED-CUMUL-ENR.
002640     IF WS-M = 1
002650         DISPLAY "    " WS-MOIS " : " ETT-NB-RUNS(WS-M)
002660             " passages, duree moy " WS-ED-DUREE
002670             " max " WS-ED-MAX ", volume moy " WS-ED-ENR
002680             " total " WS-ED-CUMUL-ENR ", alertes "
002690             ETT-NB-ALERTES(WS-M)
002700     ELSE
002710         DISPLAY "    " WS-MOIS-PRECEDENT " : "
002720             ETT-NB-RUNS(WS-M)
002730             " passages, duree moy " WS-ED-DUREE
002740             " max " WS-ED-MAX ", volume moy " WS-ED-ENR
002750             " total " WS-ED-CUMUL-ENR ", alertes "
002760             ETT-NB-ALERTES(WS-M)
002770     END-IF.
002780 2200-EDITER-UN-MOIS-EXIT.
002790     EXIT.
