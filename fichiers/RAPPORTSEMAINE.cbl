000150*                 DATED ONES) AND INVOICES (FACTENCR.DAT) -
000160*                 RAPPORTJOUR ANSWERS TODAY, THIS ANSWERS LAST
000170*                 WEEK, TRAILS THE DIGEST IGNORES INCLUDED.
000171* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000172*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000173*                 RAPPORTSEMAINE (SEE HABILITATIONS).
000174* 2026-10-15  LM  HOLD, RESUME AND SCRUB LINES THAT COUNTDOWN NOW
000175*                 WRITES TO LAUNCHLG.DAT ARE NOT COUNTED AS
000176*                 LAUNCHES.
000177* 2026-10-15  LM  A RUN SCRUBBED AFTERWARDS (ITS "S" LINE REPEATS
000178*                 THE RUN'S DATE AND TIME, AS MATCHED IN
000179*                 LAUNCHRAPPORT) IS NO LONGER COUNTED AMONG THE
000180*                 DAY'S LAUNCHES.
000181* 2026-10-15  LM  THE WEEK'S SCRUBBED RUNS ARE KEPT ON THE KEYED
000182*                 WORK FILE RSANNUL.TMP AND LOOKED UP ON THE
000183*                 RUN'S DATE AND TIME, SO THEIR NUMBER NO LONGER
000184*                 HAS A LIMIT.
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ENCOURS-STATUS.
000450
000451     SELECT ANNULATIONS-FILE ASSIGN TO "RSANNUL.TMP"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS RANDOM
000454         RECORD KEY IS ANN-CLE
000455         FILE STATUS IS WS-ANN-STATUS.
000456
000460 DATA DIVISION.
000470 FILE SECTION.
000480
000680 FD  ENCOURS-FILE.
000690     COPY "ENCOURS-RECORD.cpy".
000700
000701 FD  ANNULATIONS-FILE.
000702 01  ANNULATION-RECORD.
000703     05 ANN-CLE.
000704         10 ANN-DATE          PIC X(08).
000705         10 ANN-HEURE         PIC X(06).
000706
000710 WORKING-STORAGE SECTION.
000720
000723     COPY "HABILITATION.cpy".
000726
000730 01  WS-DATE-DEBUT            PIC 9(08).
000740 01  WS-ENTIER-DEBUT          PIC 9(09).
000750 01  WS-ENTIER-COURANT        PIC 9(09).
001040         88 FIN-FICHIER               VALUE "Y".
001050
001060 01  WS-DATE-ENREG            PIC 9(08).
001061
001062*----------------------------------------------------------------
001063* SCRUBBED RUNS OF THE WEEK - THE ANNULATIONS WORK FILE
001064*----------------------------------------------------------------
001065 01  WS-ANN-STATUS            PIC X(02).
001066     88 ANN-OK                        VALUE "00".
001067 01  WS-ANN-OUVERT            PIC X(01) VALUE "N".
001068     88 ANNULATIONS-OUVERT            VALUE "O".
001069 01  WS-NOM-ANNULATIONS       PIC X(40) VALUE "RSANNUL.TMP".
001070 01  WS-RETOUR-SUPPRESSION    PIC S9(09) COMP-5.
001071 01  WS-MESSAGE-STATUT        PIC X(40).
001072
001073 01  WS-RUN-ANNULE            PIC X(01).
001074     88 RUN-ANNULE                    VALUE "O".
001070
001080 PROCEDURE DIVISION.
001090
001110* 0000-MAINLINE
001120*----------------------------------------------------------------
001130 0000-MAINLINE.
001131     MOVE "RAPPORTSEMAINE" TO HAB-PROGRAMME.
001132     CALL "HABILITER" USING HAB-ZONE.
001133     IF NOT HAB-AUTORISE
001134         GOBACK
001135     END-IF.
001140     DISPLAY "Date de debut de semaine AAAAMMJJ : ".
001150     MOVE ZERO TO WS-DATE-DEBUT.
001160     ACCEPT WS-DATE-DEBUT.
001220         THRU 1000-PREPARER-SEMAINE-EXIT.
001230     PERFORM 2000-CUMULER-JOURNAL
001240         THRU 2000-CUMULER-JOURNAL-EXIT.
001243     PERFORM 3100-RELEVER-ANNULATIONS
001246         THRU 3100-RELEVER-ANNULATIONS-EXIT.
001250     PERFORM 3000-CUMULER-LANCEMENTS
001260         THRU 3000-CUMULER-LANCEMENTS-EXIT.
001270     PERFORM 4000-CUMULER-COMMANDES
001940     EXIT.
001950
001960*----------------------------------------------------------------
001962* 3000-CUMULER-LANCEMENTS - A RUN SCRUBBED AFTERWARDS IS NOT
001964* COUNTED
001980*----------------------------------------------------------------
001990 3000-CUMULER-LANCEMENTS.
002000     MOVE "N" TO WS-FIN-FICHIER.
002060         READ LAUNCH-LOG-FILE
002070             AT END SET FIN-FICHIER TO TRUE
002080             NOT AT END
002086                 IF LOG-DATE NOT = SPACES AND LOG-EVT-LANCEMENT
002092                     PERFORM 3200-CHERCHER-ANNULATION
002098                         THRU 3200-CHERCHER-ANNULATION-EXIT
002104                     IF NOT RUN-ANNULE
002110                         MOVE LOG-DATE TO WS-DATE-TEXTE
002116                         MOVE WS-DATE-TEXTE TO WS-DATE-ENREG
002122                         PERFORM 1100-TROUVER-JOUR
002128                             THRU 1100-TROUVER-JOUR-EXIT
002134                         IF WS-JDX NOT > 7
002140                             ADD 1 TO WS-J-LANCEMENTS(WS-JDX)
002146                         END-IF
002160                     END-IF
002170                 END-IF
002180         END-READ
002190     END-PERFORM.
002200     CLOSE LAUNCH-LOG-FILE.
002201     IF ANNULATIONS-OUVERT
002202         CLOSE ANNULATIONS-FILE
002203         CALL "CBL_DELETE_FILE" USING WS-NOM-ANNULATIONS
002204             RETURNING WS-RETOUR-SUPPRESSION
002205     END-IF.
002210 3000-CUMULER-LANCEMENTS-EXIT.
002220     EXIT.
002221
002222*----------------------------------------------------------------
002223* 3100-RELEVER-ANNULATIONS - FIRST PASS OVER LAUNCHLG.DAT : THE
002224* RUNS STARTED DURING THE WEEK AND SCRUBBED GO ON ANNULATIONS,
002225* LEFT OPEN FOR 3000 TO LOOK UP. WITHOUT THE WORK FILE NO RUN IS
002226* TAKEN AS SCRUBBED
002227*----------------------------------------------------------------
002228 3100-RELEVER-ANNULATIONS.
002229     MOVE "N" TO WS-FIN-FICHIER.
002230     OPEN INPUT LAUNCH-LOG-FILE.
002231     IF NOT LOG-OK
002232         GO TO 3100-RELEVER-ANNULATIONS-EXIT
002233     END-IF.
002234     OPEN OUTPUT ANNULATIONS-FILE.
002235     IF NOT ANN-OK
002236         CALL "FICHSTAT" USING WS-ANN-STATUS
002237             WS-MESSAGE-STATUT
002238         DISPLAY "RSANNUL.TMP : "
002239             FUNCTION TRIM(WS-MESSAGE-STATUT)
002240         DISPLAY "Lancements annules comptes comme faits"
002241         CLOSE LAUNCH-LOG-FILE
002242         GO TO 3100-RELEVER-ANNULATIONS-EXIT
002243     END-IF.
002244     PERFORM UNTIL FIN-FICHIER
002245         READ LAUNCH-LOG-FILE
002246             AT END SET FIN-FICHIER TO TRUE
002247             NOT AT END
002248                 IF LOG-DATE NOT = SPACES AND LOG-EVT-ANNULATION
002249                     MOVE LOG-DATE TO WS-DATE-TEXTE
002250                     MOVE WS-DATE-TEXTE TO WS-DATE-ENREG
002251                     PERFORM 1100-TROUVER-JOUR
002252                         THRU 1100-TROUVER-JOUR-EXIT
002253                     IF WS-JDX NOT > 7
002254                         PERFORM 3110-NOTER-ANNULATION
002255                             THRU 3110-NOTER-ANNULATION-EXIT
002256                     END-IF
002257                 END-IF
002258         END-READ
002259     END-PERFORM.
002260     CLOSE LAUNCH-LOG-FILE.
002261     CLOSE ANNULATIONS-FILE.
002262     OPEN INPUT ANNULATIONS-FILE.
002263     IF ANN-OK
002264         SET ANNULATIONS-OUVERT TO TRUE
002265     END-IF.
002266 3100-RELEVER-ANNULATIONS-EXIT.
002267     EXIT.
002268
002269 3110-NOTER-ANNULATION.
002270     MOVE LOG-DATE TO ANN-DATE.
002271     MOVE LOG-TIME TO ANN-HEURE.
002272     WRITE ANNULATION-RECORD
002273         INVALID KEY CONTINUE
002274     END-WRITE.
002275 3110-NOTER-ANNULATION-EXIT.
002276     EXIT.
002277
002278*----------------------------------------------------------------
002279* 3200-CHERCHER-ANNULATION - WAS THIS RUN SCRUBBED ? THE SCRUB
002280* LINE REPEATS THE DATE AND TIME OF THE RUN IT CANCELS
002281*----------------------------------------------------------------
002282 3200-CHERCHER-ANNULATION.
002283     MOVE "N" TO WS-RUN-ANNULE.
002284     IF NOT ANNULATIONS-OUVERT
002285         GO TO 3200-CHERCHER-ANNULATION-EXIT
002286     END-IF.
002287     MOVE LOG-DATE TO ANN-DATE.
002288     MOVE LOG-TIME TO ANN-HEURE.
002289     READ ANNULATIONS-FILE
002290         INVALID KEY CONTINUE
002291         NOT INVALID KEY SET RUN-ANNULE TO TRUE
002292     END-READ.
002293 3200-CHERCHER-ANNULATION-EXIT.
002294     EXIT.
002230
002240*----------------------------------------------------------------
002250* 4000-CUMULER-COMMANDES - CAPTURES ONLY, NOT REVERSALS
