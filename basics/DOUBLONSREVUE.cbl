000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DOUBLONSREVUE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. OPERATOR REVIEW OF THE SUSPECTED
000110*                 DUPLICATE MOVEMENTS DOUBLONSDETECT LEFT "S" ON
000120*                 DOUBLONS.DAT : CONFIRM (ALL COPIES ARE GENUINE
000130*                 AND ARE POSTED FROM THE NEXT SOLDEBATCH RUN ON,
000140*                 NEVER FLAGGED AGAIN) OR DISCARD (ONE COPY IS
000150*                 KEPT, THE OTHERS LEAVE TRANSACT.DAT THROUGH A
000160*                 TEMP COPY AS IN EFFACERELEVE). A MOVEMENT DATED
000170*                 IN A CLOSED PERIOD IS NOT REMOVED.
000172* 2026-10-15  LM  THE TEMP COPY CARRIES THE WHOLE MOVEMENT
000174*                 INCLUDING THE REVERSAL REFERENCE, AND A
000176*                 REVERSAL'S OWN MOVEMENTS ARE NEVER DROPPED.
000177* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000178*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000179*                 DOUBLONSREVUE (SEE HABILITATIONS).
000180* 2026-10-15  LM  THE GROUPS DISCARDED IN THE SESSION ARE KEPT ON
000181*                 THE KEYED WORK FILE DOUBLECT.TMP INSTEAD OF A
000182*                 200-ENTRY TABLE, SO NO DISCARD IS EVER LEFT
000183*                 PENDING FOR LACK OF ROOM.
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT DOUBLONS-FILE ASSIGN TO "DOUBLONS.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS DBL-CLE
000260         FILE STATUS IS WS-DOUBLONS-STATUS.

000270     SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACT.DAT"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-TRANS-STATUS.

000300     SELECT TEMP-FILE ASSIGN TO "DOUBLONS.TMP"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-TEMP-STATUS.

000321     SELECT ECARTS-TRAVAIL ASSIGN TO "DOUBLECT.TMP"
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS RANDOM
000324         RECORD KEY IS ECT-CLE
000325         FILE STATUS IS WS-ECARTS-STATUS.

000330 DATA DIVISION.
000340 FILE SECTION.

000350 FD  DOUBLONS-FILE.
000360     COPY "DOUBLON-RECORD.cpy".

000370 FD  TRANSACTIONS-FILE.
000380     COPY "MOUVEMENT-RECORD.cpy".

000390 FD  TEMP-FILE.
000400 01  TEMP-LIGNE              PIC X(28).

000401*----------------------------------------------------------------
000402* ECARTS-TRAVAIL - GROUPS DISCARDED THIS RUN, WITH THE COPIES OF
000403* EACH ALREADY KEPT WHILE TRANSACT.DAT IS FILTERED
000404*----------------------------------------------------------------
000405 FD  ECARTS-TRAVAIL.
000406 01  ECART-RECORD.
000407     05 ECT-CLE              PIC X(21).
000408     05 ECT-GARDES           PIC 9(03).

000410 WORKING-STORAGE SECTION.

000415     COPY "HABILITATION.cpy".

000420 01  WS-OPERATEUR            PIC X(20).
000430 01  WS-DATE-JOUR            PIC 9(08).
000440 01  WS-PERIODE-VERDICT      PIC X(01).
000450     88 PERIODE-CLOTUREE              VALUE "C".

000460 01  WS-DECISION             PIC X(01).
000470     88 DECISION-CONFIRMER            VALUE "C" "c".
000480     88 DECISION-ECARTER              VALUE "E" "e".
000490     88 DECISION-PASSER               VALUE "P" "p".

000500 01  WS-NOM-TEMP             PIC X(40) VALUE "DOUBLONS.TMP".
000505 01  WS-NOM-ECARTS           PIC X(40) VALUE "DOUBLECT.TMP".
000510 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000520 01  WS-MESSAGE-STATUT       PIC X(40).

000530 01  WS-DOUBLONS-STATUS      PIC X(02).
000540     88 DOUBLONS-OK                   VALUE "00".

000550 01  WS-TRANS-STATUS         PIC X(02).
000560     88 TRANS-OK                      VALUE "00".

000570 01  WS-TEMP-STATUS          PIC X(02).
000580     88 TEMP-OK                       VALUE "00".

000583 01  WS-ECARTS-STATUS        PIC X(02).
000586     88 ECARTS-OK                     VALUE "00".

000590 01  WS-SWITCHES.
000600     05 WS-FIN-DOUBLONS      PIC X(01) VALUE "N".
000610         88 FIN-DOUBLONS              VALUE "Y".
000620     05 WS-FIN-TRANS         PIC X(01) VALUE "N".
000630         88 FIN-TRANSACTIONS          VALUE "Y".
000640     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
000650         88 TRAVAIL-OUVERT            VALUE "O".

000670 01  WS-NB-SUSPECTS          PIC 9(04) VALUE ZERO.
000680 01  WS-NB-CONFIRMES         PIC 9(04) VALUE ZERO.
000690 01  WS-NB-PASSES            PIC 9(04) VALUE ZERO.
000700 01  WS-NB-SUPPRIMES         PIC 9(05) VALUE ZERO.
000710 01  WS-NB-ECARTS            PIC 9(04) VALUE ZERO.

000800 PROCEDURE DIVISION.

000810*----------------------------------------------------------------
000820* 0000-MAINLINE
000830*----------------------------------------------------------------
000840 0000-MAINLINE.
000841     MOVE "DOUBLONSREVUE" TO HAB-PROGRAMME.
000842     CALL "HABILITER" USING HAB-ZONE.
000843     IF NOT HAB-AUTORISE
000844         GOBACK
000845     END-IF.
000850     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000860     OPEN I-O DOUBLONS-FILE.
000870     IF NOT DOUBLONS-OK
000880         CALL "FICHSTAT" USING WS-DOUBLONS-STATUS
000890             WS-MESSAGE-STATUT
000900         DISPLAY "DOUBLONS.DAT : "
000910             FUNCTION TRIM(WS-MESSAGE-STATUT)
000920         GO TO 0000-FIN
000930     END-IF.
000931     PERFORM 0500-OUVRIR-TRAVAIL
000932         THRU 0500-OUVRIR-TRAVAIL-EXIT.
000933     IF NOT TRAVAIL-OUVERT
000934         CLOSE DOUBLONS-FILE
000935         GO TO 0000-FIN
000936     END-IF.
000940     DISPLAY "Operateur : ".
000950     ACCEPT WS-OPERATEUR.
000960     PERFORM 2000-EXAMINER-SUSPECTS
000970         THRU 2000-EXAMINER-SUSPECTS-EXIT.
000980     CLOSE DOUBLONS-FILE.
000990     IF WS-NB-SUSPECTS = ZERO
001000         DISPLAY "Aucun doublon suspect en attente de revue"
001010         GO TO 0000-FIN
001020     END-IF.
001030     IF WS-NB-ECARTS > ZERO
001040         PERFORM 5000-FILTRER-TRANSACTIONS
001050             THRU 5000-FILTRER-TRANSACTIONS-EXIT
001060     END-IF.
001070     DISPLAY "Groupes confirmes    : " WS-NB-CONFIRMES.
001080     DISPLAY "Groupes ecartes      : " WS-NB-ECARTS
001090         " (" WS-NB-SUPPRIMES " mouvement(s) retire(s))".
001100     DISPLAY "Groupes en attente   : " WS-NB-PASSES.
001110 0000-FIN.
001111     IF TRAVAIL-OUVERT
001112         CLOSE ECARTS-TRAVAIL
001113         CALL "CBL_DELETE_FILE" USING WS-NOM-ECARTS
001114             RETURNING WS-RETOUR-SUPPRESSION
001115     END-IF.
001120     STOP RUN.

001121*----------------------------------------------------------------
001122* 0500-OUVRIR-TRAVAIL - THE DISCARDS WORK FILE, CREATED EMPTY
001123*----------------------------------------------------------------
001124 0500-OUVRIR-TRAVAIL.
001125     OPEN OUTPUT ECARTS-TRAVAIL.
001126     IF NOT ECARTS-OK
001127         CALL "FICHSTAT" USING WS-ECARTS-STATUS
001128             WS-MESSAGE-STATUT
001129         DISPLAY "DOUBLECT.TMP : "
001130             FUNCTION TRIM(WS-MESSAGE-STATUT)
001131         GO TO 0500-OUVRIR-TRAVAIL-EXIT
001132     END-IF.
001133     CLOSE ECARTS-TRAVAIL.
001134     OPEN I-O ECARTS-TRAVAIL.
001135     SET TRAVAIL-OUVERT TO TRUE.
001136 0500-OUVRIR-TRAVAIL-EXIT.
001137     EXIT.

001130*----------------------------------------------------------------
001140* 2000-EXAMINER-SUSPECTS - ONE DECISION PER GROUP STILL "S"
001150*----------------------------------------------------------------
001160 2000-EXAMINER-SUSPECTS.
001170     PERFORM UNTIL FIN-DOUBLONS
001180         READ DOUBLONS-FILE NEXT RECORD
001190             AT END SET FIN-DOUBLONS TO TRUE
001200             NOT AT END
001210                 IF DBL-SUSPECT
001220                     ADD 1 TO WS-NB-SUSPECTS
001230                     PERFORM 2100-DECIDER-UN-GROUPE
001240                         THRU 2100-DECIDER-UN-GROUPE-EXIT
001250                 END-IF
001260         END-READ
001270     END-PERFORM.
001280 2000-EXAMINER-SUSPECTS-EXIT.
001290     EXIT.

001300*----------------------------------------------------------------
001310* 2100-DECIDER-UN-GROUPE
001320*----------------------------------------------------------------
001330 2100-DECIDER-UN-GROUPE.
001340     DISPLAY "Compte " DBL-COMPTE " " DBL-SENS " " DBL-MONTANT
001350         " " DBL-TYPE " du " DBL-DATE " : " DBL-NB-OCCURRENCES
001360         " exemplaires identiques".
001370     DISPLAY "Confirmer (C), ecarter les doublons (E) ou"
001380         " passer (P) ? ".
001390     ACCEPT WS-DECISION.
001400     EVALUATE TRUE
001410         WHEN DECISION-CONFIRMER
001420             MOVE DBL-NB-OCCURRENCES TO DBL-NB-ADMIS
001430             MOVE "C" TO DBL-STATUT
001440             ADD 1 TO WS-NB-CONFIRMES
001450         WHEN DECISION-ECARTER
001460             PERFORM 2200-ECARTER-GROUPE
001470                 THRU 2200-ECARTER-GROUPE-EXIT
001480             IF NOT DBL-ECARTE
001490                 ADD 1 TO WS-NB-PASSES
001500                 GO TO 2100-DECIDER-UN-GROUPE-EXIT
001510             END-IF
001520         WHEN OTHER
001530             ADD 1 TO WS-NB-PASSES
001540             GO TO 2100-DECIDER-UN-GROUPE-EXIT
001550     END-EVALUATE.
001560     MOVE WS-DATE-JOUR TO DBL-DATE-DECISION.
001570     MOVE WS-OPERATEUR TO DBL-OPERATEUR.
001580     REWRITE DOUBLON-RECORD.
001590 2100-DECIDER-UN-GROUPE-EXIT.
001600     EXIT.

001610*----------------------------------------------------------------
001620* 2200-ECARTER-GROUPE - KEEP ONE COPY; THE REMOVAL ITSELF HAPPENS
001630* ONCE ALL GROUPS ARE DECIDED (5000)
001640*----------------------------------------------------------------
001650 2200-ECARTER-GROUPE.
001660     CALL "CTLPERIODE" USING DBL-DATE WS-PERIODE-VERDICT.
001670     IF PERIODE-CLOTUREE
001680         DISPLAY "Periode du " DBL-DATE " cloturee -"
001690             " groupe laisse en attente"
001700         GO TO 2200-ECARTER-GROUPE-EXIT
001710     END-IF.
001770     ADD 1 TO WS-NB-ECARTS.
001776     MOVE DBL-CLE TO ECT-CLE.
001782     MOVE ZERO TO ECT-GARDES.
001788     WRITE ECART-RECORD
001794         INVALID KEY CONTINUE
001800     END-WRITE.
001810     MOVE 1 TO DBL-NB-ADMIS.
001820     MOVE "E" TO DBL-STATUT.
001830 2200-ECARTER-GROUPE-EXIT.
001840     EXIT.

001850*----------------------------------------------------------------
001860* 5000-FILTRER-TRANSACTIONS - TRANSACT.DAT TO TEMP WITHOUT THE
001870* EXTRA COPIES, TEMP COPIED BACK, TEMP REMOVED
001880*----------------------------------------------------------------
001890 5000-FILTRER-TRANSACTIONS.
001900     OPEN INPUT TRANSACTIONS-FILE.
001910     IF NOT TRANS-OK
001920         CALL "FICHSTAT" USING WS-TRANS-STATUS
001930             WS-MESSAGE-STATUT
001940         DISPLAY "TRANSACT.DAT : "
001950             FUNCTION TRIM(WS-MESSAGE-STATUT)
001960         GO TO 5000-FILTRER-TRANSACTIONS-EXIT
001970     END-IF.
001980     OPEN OUTPUT TEMP-FILE.
001990     PERFORM UNTIL FIN-TRANSACTIONS
002000         READ TRANSACTIONS-FILE
002010             AT END SET FIN-TRANSACTIONS TO TRUE
002020             NOT AT END
002030                 PERFORM 5100-TRAITER-UN-MOUVEMENT
002040                     THRU 5100-TRAITER-UN-MOUVEMENT-EXIT
002050         END-READ
002060     END-PERFORM.
002070     CLOSE TEMP-FILE.
002080     CLOSE TRANSACTIONS-FILE.
002090     PERFORM 5500-RECOPIER-TEMP
002100         THRU 5500-RECOPIER-TEMP-EXIT.
002110     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
002120         RETURNING WS-RETOUR-SUPPRESSION.
002130 5000-FILTRER-TRANSACTIONS-EXIT.
002140     EXIT.

002150*----------------------------------------------------------------
002160* 5100-TRAITER-UN-MOUVEMENT - THE FIRST COPY OF A DISCARDED GROUP
002170* STAYS, THE NEXT ONES ARE DROPPED
002180*----------------------------------------------------------------
002190 5100-TRAITER-UN-MOUVEMENT.
002200     IF TR-EXTOURNE-X NOT = SPACES
002210         GO TO 5100-GARDER-MOUVEMENT
002220     END-IF.
002230     MOVE TR-MOUVEMENT(1:21) TO ECT-CLE.
002240     READ ECARTS-TRAVAIL
002250         INVALID KEY
002260             GO TO 5100-GARDER-MOUVEMENT
002270     END-READ.
002280     IF ECT-GARDES > ZERO
002290         ADD 1 TO WS-NB-SUPPRIMES
002300         DISPLAY "Retire de TRANSACT.DAT : " TR-COMPTE " "
002310             TR-SENS " " TR-MONTANT " " TR-TYPE " " TR-DATE
002320         GO TO 5100-TRAITER-UN-MOUVEMENT-EXIT
002370     END-IF.
002371     ADD 1 TO ECT-GARDES.
002372     REWRITE ECART-RECORD
002373         INVALID KEY CONTINUE
002374     END-REWRITE.
002375 5100-GARDER-MOUVEMENT.
002380     MOVE TR-MOUVEMENT TO TEMP-LIGNE.
002390     WRITE TEMP-LIGNE.
002400 5100-TRAITER-UN-MOUVEMENT-EXIT.
002410     EXIT.

002420*----------------------------------------------------------------
002430* 5500-RECOPIER-TEMP - THE FILTERED COPY BECOMES TRANSACT.DAT
002440*----------------------------------------------------------------
002450 5500-RECOPIER-TEMP.
002460     MOVE "N" TO WS-FIN-TRANS.
002470     OPEN INPUT TEMP-FILE.
002480     OPEN OUTPUT TRANSACTIONS-FILE.
002490     PERFORM UNTIL FIN-TRANSACTIONS
002500         READ TEMP-FILE
002510             AT END SET FIN-TRANSACTIONS TO TRUE
002520             NOT AT END
002530                 MOVE TEMP-LIGNE TO TR-MOUVEMENT
002540                 WRITE TR-MOUVEMENT
002550         END-READ
002560     END-PERFORM.
002570     CLOSE TRANSACTIONS-FILE.
002580     CLOSE TEMP-FILE.
002590 5500-RECOPIER-TEMP-EXIT.
002600     EXIT.
