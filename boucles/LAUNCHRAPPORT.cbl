000133*                 SCHEDULE : SCHEDULED LAUNCHES THAT NEVER
000134*                 HAPPENED, AND THE COUNT OF ACCEPTED LAUNCHES
000135*                 COUNTDOWN TAGGED OUTSIDE ANY WINDOW.
000136* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000137*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000138*                 LAUNCHRAPPORT (SEE HABILITATIONS).
000139* 2026-10-15  LM  COUNTDOWN NOW LOGS HOLDS, RESUMES AND SCRUBS. A
000140*                 FIRST PASS OVER LAUNCHLG.DAT PICKS THEM UP : A
000141*                 SCRUBBED RUN IS LEFT OUT OF THE PER-OPERATOR
000142*                 COUNTS AND OF THE OUT-OF-WINDOW COUNT, AND THE
000143*                 SCHEDULED SLOT IT WAS MEANT TO FILL IS REPORTED
000144*                 AS MISSED WITH THE SCRUB'S REASON. NEW SECTION
000145*                 WITH THE HOLDS AND SCRUBS PER MONTH AND REASON
000146*                 (MOTIF-TABLE).
000147* 2026-10-15  LM  SCRUBBED RUNS ARE KEPT ON THE KEYED WORK FILE
000148*                 LNCANNUL.TMP AND LOOKED UP ON THE RUN'S DATE
000149*                 AND TIME, AND THE HOLDS AND SCRUBS PER MONTH
000150*                 AND REASON COME OFF A SORT OF THE LOG
000151*                 (TRI-ARRETS) WITH A BREAK ON MONTH AND REASON,
000152*                 SO NEITHER STOPS AT A TABLE SIZE ANY MORE.
000131*----------------------------------------------------------------

000140 ENVIRONMENT DIVISION.
000194         ORGANIZATION IS LINE SEQUENTIAL
000196         FILE STATUS IS WS-PLAN-STATUS.

000197     SELECT ANNULATIONS-FILE ASSIGN TO "LNCANNUL.TMP"
000198         ORGANIZATION IS INDEXED
000199         ACCESS MODE IS RANDOM
000200         RECORD KEY IS ANN-CLE
000201         FILE STATUS IS WS-ANN-STATUS.

000202     SELECT TRI-ARRETS ASSIGN TO "LNCARRET.SRT".

000200 DATA DIVISION.
000210 FILE SECTION.

000251     05 PLN-HEURE-FIN         PIC 9(04).
000252     05 PLN-OPERATEUR         PIC X(20).

000253*----------------------------------------------------------------
000254* ANNULATIONS - WORK FILE OF THE SCRUBBED RUNS, KEYED ON THE DATE
000255* AND TIME THE RUN STARTED (AS REPEATED ON ITS SCRUB LINE)
000256*----------------------------------------------------------------
000257 FD  ANNULATIONS-FILE.
000258 01  ANNULATION-RECORD.
000259     05 ANN-CLE.
000260         10 ANN-DATE          PIC X(08).
000261         10 ANN-HEURE         PIC X(06).
000262     05 ANN-MOTIF             PIC X(04).

000263*----------------------------------------------------------------
000264* TRI-ARRETS - SORT WORK FILE FOR THE HOLDS AND SCRUBS : MONTH,
000265* THEN REASON IN MOTIF-TABLE ORDER
000266*----------------------------------------------------------------
000267 SD  TRI-ARRETS.
000268 01  TRI-ARRET.
000269     05 TRI-ARR-AAAAMM        PIC X(06).
000270     05 TRI-ARR-MOTIF         PIC 9(02).
000271     05 TRI-ARR-EVENEMENT     PIC X(01).

000280 WORKING-STORAGE SECTION.

000285     COPY "HABILITATION.cpy".

000287     COPY "MOTIF-TABLE.cpy".

000290 01  WS-LOG-STATUS            PIC X(02).
000300     88 LOG-OK                        VALUE "00".

000454         10 WS-PLN-FIN        PIC 9(04).
000455         10 WS-PLN-OPERATEUR  PIC X(20).
000456         10 WS-PLN-REALISE    PIC X(01).
000457             88 PLN-REALISE                   VALUE "O".
000458             88 PLN-ANNULE                    VALUE "A".
000459         10 WS-PLN-MOTIF      PIC X(04).

000460 01  WS-ANN-STATUS            PIC X(02).
000461     88 ANN-OK                        VALUE "00".

000462 01  WS-ANN-OUVERT            PIC X(01) VALUE "N".
000463     88 ANNULATIONS-OUVERT            VALUE "O".

000464 01  WS-NOM-ANNULATIONS       PIC X(40) VALUE "LNCANNUL.TMP".
000465 01  WS-RETOUR-SUPPRESSION    PIC S9(09) COMP-5.
000466 01  WS-MESSAGE-STATUT        PIC X(40).

000467 01  WS-MOTIF-ANNULE          PIC X(04).
000468 01  WS-NB-ANNULES-PLAN       PIC 9(04) VALUE ZERO.

000469 01  WS-FIN-EVT               PIC X(01) VALUE "N".
000470     88 FIN-EVT                       VALUE "Y".

000471 01  WS-RUN-ANNULE            PIC X(01).
000472     88 RUN-ANNULE                    VALUE "O".

000473*----------------------------------------------------------------
000474* HOLDS AND SCRUBS - THE MONTH AND REASON BEING COUNTED OFF THE
000475* SORT, AND THE NUMBER OF LINES PRINTED
000476*----------------------------------------------------------------
000477 01  WS-FIN-TRI               PIC X(01) VALUE "N".
000478     88 FIN-TRI                       VALUE "Y".
000479 01  WS-ARRET-EN-COURS        PIC X(01) VALUE "N".
000480     88 ARRET-EN-COURS                VALUE "O".
000481 01  WS-ARR-AAAAMM            PIC X(06).
000482 01  WS-ARR-MOTIF             PIC 9(02).
000483 01  WS-ARR-ARRETS            PIC 9(05).
000484 01  WS-ARR-ANNULS            PIC 9(05).
000485 01  WS-NB-LIGNES-ARRETS      PIC 9(05) VALUE ZERO.

000440 PROCEDURE DIVISION.

000460* 0000-MAINLINE
000470*----------------------------------------------------------------
000480 0000-MAINLINE.
000481     MOVE "LAUNCHRAPPORT" TO HAB-PROGRAMME.
000482     CALL "HABILITER" USING HAB-ZONE.
000483     IF NOT HAB-AUTORISE
000484         GOBACK
000485     END-IF.
000482     PERFORM 0500-CHARGER-PLANS
000484         THRU 0500-CHARGER-PLANS-EXIT.
000488     PERFORM 0700-RELEVER-ANNULATIONS
000489         THRU 0700-RELEVER-ANNULATIONS-EXIT.
000490     PERFORM 1000-DEPOUILLER-JOURNAL
000500         THRU 1000-DEPOUILLER-JOURNAL-EXIT.
000510     PERFORM 2000-EDITER-RAPPORT
000520         THRU 2000-EDITER-RAPPORT-EXIT.
000522     PERFORM 3000-EDITER-ADHERENCE
000524         THRU 3000-EDITER-ADHERENCE-EXIT.
000526     PERFORM 4000-EDITER-ARRETS
000528         THRU 4000-EDITER-ARRETS-EXIT.
000530     STOP RUN.

000540*----------------------------------------------------------------
000544* 1000-DEPOUILLER-JOURNAL - CUMULATE EACH RUN BY OPERATOR; HOLD,
000548* RESUME AND SCRUB LINES ARE SKIPPED, AND A SCRUBBED RUN (0700
000552* PUT IT ON ANNULATIONS) ONLY MARKS ITS SCHEDULED SLOT AS MISSED
000560*----------------------------------------------------------------
000570 1000-DEPOUILLER-JOURNAL.
000580     OPEN INPUT LAUNCH-LOG-FILE.
000630             READ LAUNCH-LOG-FILE
000640                 AT END SET FIN-LOG TO TRUE
000650                 NOT AT END
000651                     IF LOG-ACCEPTE AND LOG-EVT-LANCEMENT
000652                         PERFORM 1050-CHERCHER-ANNULATION
000653                             THRU 1050-CHERCHER-ANNULATION-EXIT
000654                     END-IF
000655                     IF LOG-ACCEPTE AND LOG-EVT-LANCEMENT
000656                         AND RUN-ANNULE
000657                         PERFORM 1250-MARQUER-MANQUE
000658                             THRU 1250-MARQUER-MANQUE-EXIT
000659                     END-IF
000660                     IF LOG-ACCEPTE AND LOG-EVT-LANCEMENT
000661                         AND NOT RUN-ANNULE
000660                         PERFORM 1100-CUMULER-UN-LANCEMENT
000670                             THRU 1100-CUMULER-UN-LANCEMENT-EXIT
000672                         PERFORM 1200-POINTER-LE-PLAN
000680             END-READ
000690         END-PERFORM
000700         CLOSE LAUNCH-LOG-FILE
000701         IF ANNULATIONS-OUVERT
000702             CLOSE ANNULATIONS-FILE
000703             CALL "CBL_DELETE_FILE" USING WS-NOM-ANNULATIONS
000704                 RETURNING WS-RETOUR-SUPPRESSION
000705         END-IF
000710     END-IF.
000720 1000-DEPOUILLER-JOURNAL-EXIT.
000730     EXIT.

000731*----------------------------------------------------------------
000732* 1050-CHERCHER-ANNULATION - WAS THIS RUN SCRUBBED ? A RUN IS
000733* KNOWN BY THE DATE AND TIME IT STARTED
000734*----------------------------------------------------------------
000735 1050-CHERCHER-ANNULATION.
000736     MOVE "N" TO WS-RUN-ANNULE.
000737     IF NOT ANNULATIONS-OUVERT
000738         GO TO 1050-CHERCHER-ANNULATION-EXIT
000739     END-IF.
000740     MOVE LOG-DATE TO ANN-DATE.
000741     MOVE LOG-TIME TO ANN-HEURE.
000742     READ ANNULATIONS-FILE
000743         INVALID KEY CONTINUE
000744         NOT INVALID KEY
000745             SET RUN-ANNULE TO TRUE
000746             MOVE ANN-MOTIF TO WS-MOTIF-ANNULE
000747     END-READ.
000748 1050-CHERCHER-ANNULATION-EXIT.
000749     EXIT.

000740*----------------------------------------------------------------
000750* 1100-CUMULER-UN-LANCEMENT - FIND OR ADD THE OPERATOR ENTRY
000760*----------------------------------------------------------------
001350                     MOVE PLN-OPERATEUR
001360                         TO WS-PLN-OPERATEUR(WS-PDX)
001370                     MOVE "N" TO WS-PLN-REALISE(WS-PDX)
001371                     MOVE SPACES TO WS-PLN-MOTIF(WS-PDX)
001380                 END-IF
001390         END-READ
001400     END-PERFORM.
001420 0500-CHARGER-PLANS-EXIT.
001430     EXIT.

001431*----------------------------------------------------------------
001432* 0700-RELEVER-ANNULATIONS - FIRST PASS OVER THE LOG : EACH
001433* SCRUBBED RUN GOES ON ANNULATIONS, LEFT OPEN FOR 1000 TO LOOK UP.
001434* WITHOUT THE WORK FILE NO RUN IS TAKEN AS SCRUBBED
001435*----------------------------------------------------------------
001436 0700-RELEVER-ANNULATIONS.
001437     OPEN INPUT LAUNCH-LOG-FILE.
001438     IF NOT LOG-OK
001439         GO TO 0700-RELEVER-ANNULATIONS-EXIT
001440     END-IF.
001441     OPEN OUTPUT ANNULATIONS-FILE.
001442     IF NOT ANN-OK
001443         CALL "FICHSTAT" USING WS-ANN-STATUS
001444             WS-MESSAGE-STATUT
001445         DISPLAY "LNCANNUL.TMP : "
001446             FUNCTION TRIM(WS-MESSAGE-STATUT)
001447         DISPLAY "Lancements annules comptes comme faits"
001448         CLOSE LAUNCH-LOG-FILE
001449         GO TO 0700-RELEVER-ANNULATIONS-EXIT
001450     END-IF.
001451     PERFORM UNTIL FIN-EVT
001452         READ LAUNCH-LOG-FILE
001453             AT END SET FIN-EVT TO TRUE
001454             NOT AT END
001455                 IF LOG-EVT-ANNULATION
001456                     PERFORM 0720-NOTER-ANNULATION
001457                         THRU 0720-NOTER-ANNULATION-EXIT
001458                 END-IF
001459         END-READ
001460     END-PERFORM.
001461     CLOSE LAUNCH-LOG-FILE.
001462     CLOSE ANNULATIONS-FILE.
001463     OPEN INPUT ANNULATIONS-FILE.
001464     IF ANN-OK
001465         SET ANNULATIONS-OUVERT TO TRUE
001466     END-IF.
001467 0700-RELEVER-ANNULATIONS-EXIT.
001468     EXIT.

001469*----------------------------------------------------------------
001470* 0720-NOTER-ANNULATION - KEEP THE SCRUBBED RUN FOR 1000
001471*----------------------------------------------------------------
001472 0720-NOTER-ANNULATION.
001473     MOVE LOG-DATE  TO ANN-DATE.
001474     MOVE LOG-TIME  TO ANN-HEURE.
001475     MOVE LOG-MOTIF TO ANN-MOTIF.
001476     WRITE ANNULATION-RECORD
001477         INVALID KEY CONTINUE
001478     END-WRITE.
001479 0720-NOTER-ANNULATION-EXIT.
001480     EXIT.

001440*----------------------------------------------------------------
001450* 1200-POINTER-LE-PLAN - MARK THE SCHEDULE ENTRY THIS ACCEPTED
001460* LAUNCH SATISFIES, IF ANY
001630 1200-POINTER-LE-PLAN-EXIT.
001640     EXIT.

001641*----------------------------------------------------------------
001642* 1250-MARQUER-MANQUE - THE SLOT A SCRUBBED RUN WAS MEANT TO FILL
001643* IS MISSED, WITH THE SCRUB'S REASON, UNLESS ANOTHER RUN FILLED IT
001644*----------------------------------------------------------------
001645 1250-MARQUER-MANQUE.
001646     IF LOG-DATE = SPACES
001647         GO TO 1250-MARQUER-MANQUE-EXIT
001648     END-IF.
001649     MOVE LOG-DATE TO WS-DATE-LOG.
001650     MOVE LOG-TIME(1:4) TO WS-HEURE-LOG.
001651     PERFORM VARYING WS-PDX FROM 1 BY 1
001652             UNTIL WS-PDX > WS-NB-PLANS
001653         IF WS-PLN-DATE(WS-PDX) = WS-DATE-LOG
001654             AND WS-PLN-OPERATEUR(WS-PDX) = LOG-OPERATEUR
001655             AND WS-HEURE-LOG >= WS-PLN-DEBUT(WS-PDX)
001656             AND WS-HEURE-LOG <= WS-PLN-FIN(WS-PDX)
001657             AND NOT PLN-REALISE(WS-PDX)
001658             SET PLN-ANNULE(WS-PDX) TO TRUE
001659             MOVE WS-MOTIF-ANNULE TO WS-PLN-MOTIF(WS-PDX)
001660         END-IF
001661     END-PERFORM.
001662 1250-MARQUER-MANQUE-EXIT.
001663     EXIT.

001650*----------------------------------------------------------------
001660* 3000-EDITER-ADHERENCE - SCHEDULED BUT NEVER LAUNCHED, PLUS THE
001670* LAUNCHES OUTSIDE ANY WINDOW
001760     END-IF.
001770     PERFORM VARYING WS-PDX FROM 1 BY 1
001780             UNTIL WS-PDX > WS-NB-PLANS
001781         IF PLN-ANNULE(WS-PDX)
001782             ADD 1 TO WS-NB-NON-REALISES
001783             ADD 1 TO WS-NB-ANNULES-PLAN
001784             DISPLAY "MANQUE (annule, motif "
001785                 WS-PLN-MOTIF(WS-PDX) ") : " WS-PLN-DATE(WS-PDX)
001786                 " " WS-PLN-DEBUT(WS-PDX) "-"
001787                 WS-PLN-FIN(WS-PDX) " "
001788                 FUNCTION TRIM(WS-PLN-OPERATEUR(WS-PDX))
001789         END-IF
001790         IF WS-PLN-REALISE(WS-PDX) = "N"
001800             ADD 1 TO WS-NB-NON-REALISES
001810             DISPLAY "NON REALISE : " WS-PLN-DATE(WS-PDX)
001820                 " " WS-PLN-DEBUT(WS-PDX) "-"
001870     IF WS-NB-NON-REALISES = ZERO
001880         DISPLAY "Tous les lancements planifies ont eu lieu"
001890     END-IF.
001895     DISPLAY "Creneaux manques par annulation : "
001896         WS-NB-ANNULES-PLAN.
001900     DISPLAY "Lancements hors fenetre : " WS-NB-HORS-PLAN.
001910 3000-EDITER-ADHERENCE-EXIT.
001920     EXIT.

001930*----------------------------------------------------------------
001940* 4000-EDITER-ARRETS - HOLDS AND SCRUBS PER MONTH AND REASON, ONLY
001950* THE REASONS THAT OCCURRED IN THE MONTH, OFF A SORT OF THE LOG
001960*----------------------------------------------------------------
001970 4000-EDITER-ARRETS.
001980     DISPLAY " ".
001990     DISPLAY "Arrets et annulations par mois et motif".
002000     DISPLAY "---------------------------------------".
002010     SORT TRI-ARRETS
002020         ON ASCENDING KEY TRI-ARR-AAAAMM
002030                          TRI-ARR-MOTIF
002040         INPUT PROCEDURE IS 4100-RETENIR-ARRETS
002050             THRU 4100-RETENIR-ARRETS-EXIT
002060         OUTPUT PROCEDURE IS 4200-CUMULER-ARRETS
002070             THRU 4200-CUMULER-ARRETS-EXIT.
002080     IF WS-NB-LIGNES-ARRETS = ZERO
002090         DISPLAY "Aucun arret ni annulation enregistre"
002100     END-IF.
002110 4000-EDITER-ARRETS-EXIT.
002120     EXIT.

002130*----------------------------------------------------------------
002140* 4100-RETENIR-ARRETS - SORT INPUT : THE HOLD AND SCRUB LINES OF
002150* THE LOG
002160*----------------------------------------------------------------
002170 4100-RETENIR-ARRETS.
002180     MOVE "N" TO WS-FIN-EVT.
002190     OPEN INPUT LAUNCH-LOG-FILE.
002200     IF NOT LOG-OK
002210         GO TO 4100-RETENIR-ARRETS-EXIT
002220     END-IF.
002230     PERFORM 4110-RETENIR-UN-ARRET
002240         THRU 4110-RETENIR-UN-ARRET-EXIT
002250         UNTIL FIN-EVT.
002260     CLOSE LAUNCH-LOG-FILE.
002270 4100-RETENIR-ARRETS-EXIT.
002280     EXIT.

002290*----------------------------------------------------------------
002300* 4110-RETENIR-UN-ARRET - A HOLD OR SCRUB UNDER ITS MONTH AND THE
002310* RANK OF ITS REASON (AN UNKNOWN CODE GOES UNDER AUTR)
002320*----------------------------------------------------------------
002330 4110-RETENIR-UN-ARRET.
002340     READ LAUNCH-LOG-FILE
002350         AT END
002360             SET FIN-EVT TO TRUE
002370             GO TO 4110-RETENIR-UN-ARRET-EXIT
002380     END-READ.
002390     IF NOT LOG-EVT-ARRET AND NOT LOG-EVT-ANNULATION
002400         GO TO 4110-RETENIR-UN-ARRET-EXIT
002410     END-IF.
002420     SET MOTIF-IDX TO 1.
002430     SEARCH MOTIF-DEF
002440         AT END
002450             SET MOTIF-IDX TO MOTIF-NB
002460         WHEN MOTIF-CODE(MOTIF-IDX) = LOG-MOTIF
002470             CONTINUE
002480     END-SEARCH.
002490     MOVE LOG-DATE(1:6)  TO TRI-ARR-AAAAMM.
002500     SET TRI-ARR-MOTIF   TO MOTIF-IDX.
002510     MOVE LOG-EVENEMENT  TO TRI-ARR-EVENEMENT.
002520     RELEASE TRI-ARRET.
002530 4110-RETENIR-UN-ARRET-EXIT.
002540     EXIT.

002550*----------------------------------------------------------------
002560* 4200-CUMULER-ARRETS - SORT OUTPUT : A NEW MONTH OR REASON PRINTS
002570* THE COUNTS OF THE ONE BEFORE
002580*----------------------------------------------------------------
002590 4200-CUMULER-ARRETS.
002600     MOVE "N" TO WS-FIN-TRI.
002610     MOVE "N" TO WS-ARRET-EN-COURS.
002620     PERFORM 4210-CUMULER-UN-ARRET
002630         THRU 4210-CUMULER-UN-ARRET-EXIT
002640         UNTIL FIN-TRI.
002650     IF ARRET-EN-COURS
002660         PERFORM 4220-EDITER-ARRETS-MOTIF
002670             THRU 4220-EDITER-ARRETS-MOTIF-EXIT
002680     END-IF.
002690 4200-CUMULER-ARRETS-EXIT.
002700     EXIT.

002710*----------------------------------------------------------------
002720* 4210-CUMULER-UN-ARRET
002730*----------------------------------------------------------------
002740 4210-CUMULER-UN-ARRET.
002750     RETURN TRI-ARRETS
002760         AT END
002770             SET FIN-TRI TO TRUE
002780             GO TO 4210-CUMULER-UN-ARRET-EXIT
002790     END-RETURN.
002800     IF ARRET-EN-COURS
002810         AND (TRI-ARR-AAAAMM NOT = WS-ARR-AAAAMM
002820          OR TRI-ARR-MOTIF NOT = WS-ARR-MOTIF)
002830         PERFORM 4220-EDITER-ARRETS-MOTIF
002840             THRU 4220-EDITER-ARRETS-MOTIF-EXIT
002850     END-IF.
002860     IF NOT ARRET-EN-COURS
002870         MOVE TRI-ARR-AAAAMM TO WS-ARR-AAAAMM
002880         MOVE TRI-ARR-MOTIF  TO WS-ARR-MOTIF
002890         MOVE ZERO           TO WS-ARR-ARRETS
002900         MOVE ZERO           TO WS-ARR-ANNULS
002910         SET ARRET-EN-COURS TO TRUE
002920     END-IF.
002930     IF TRI-ARR-EVENEMENT = "H"
002940         ADD 1 TO WS-ARR-ARRETS
002950     ELSE
002960         ADD 1 TO WS-ARR-ANNULS
002970     END-IF.
002980 4210-CUMULER-UN-ARRET-EXIT.
002990     EXIT.

003000*----------------------------------------------------------------
003010* 4220-EDITER-ARRETS-MOTIF - ONE LINE PER MONTH AND REASON
003020*----------------------------------------------------------------
003030 4220-EDITER-ARRETS-MOTIF.
003040     MOVE "N" TO WS-ARRET-EN-COURS.
003050     ADD 1 TO WS-NB-LIGNES-ARRETS.
003060     SET MOTIF-IDX TO WS-ARR-MOTIF.
003070     DISPLAY WS-ARR-AAAAMM " "
003080         MOTIF-LIBELLE(MOTIF-IDX)
003090         " arrets " WS-ARR-ARRETS
003100         " annulations " WS-ARR-ANNULS.
003110 4220-EDITER-ARRETS-MOTIF-EXIT.
003120     EXIT.
