000160*                 EACH BUCKET'S LIST READY FOR THE STAFF
000170*                 MEETING, INSTEAD OF A HIGHLIGHTER ON THE
000180*                 PRINTOUT.
000181* 2026-10-15  LM  LOAD THE TERM ONCE, KEEPING THE LATEST
000182*                 BULLARCH.DAT LINE PER STUDENT, SO A RESULT
000183*                 RE-ARCHIVED AFTER THE RESIT (RATTRAPAGE) IS
000184*                 BUCKETED ON THE POST-RESIT AVERAGE AND PRINTED
000185*                 WITH THE ORIGINAL ONE.
000186* 2026-10-15  LM  ARCH-REMARQUE ADDED AT THE END OF THE ARCHIVE
000187*                 LINE FOR THE CLASS COUNCIL'S REMARKS
000188*                 (CONSEILCLASSE).
000189* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000190*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000191*                 MENTIONS (SEE HABILITATIONS).
000192* 2026-10-15  LM  THE TERM'S STUDENTS ARE KEPT ON THE KEYED WORK
000193*                 FILE MENTELV.TMP INSTEAD OF A 500-ENTRY TABLE,
000194*                 SO NONE IS LEFT OUT OF THE BUCKETS. EACH BUCKET
000195*                 NOW LISTS ITS STUDENTS IN NAME ORDER.
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-SEUILS-STATUS.
000320
000321     SELECT ELEVES-TRAVAIL ASSIGN TO "MENTELV.TMP"
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS DYNAMIC
000324         RECORD KEY IS ETT-NOM
000325         FILE STATUS IS WS-TRAVAIL-STATUS.
000326
000330 DATA DIVISION.
000340 FILE SECTION.
000350
000360*----------------------------------------------------------------
000370* ARCHIVE - ONE LINE PER STUDENT PER TERM (LAYOUT KEPT IN STEP
000380* WITH BULLETIN, BULLTENDANCE AND RATTRAPAGE)
000390*----------------------------------------------------------------
000400 FD  ARCHIVE-FILE.
000410 01  ARCH-RECORD.
000430     05 ARCH-NOM             PIC X(20).
000440     05 ARCH-MOYENNE         PIC 9(02)V99.
000450     05 ARCH-LETTRE          PIC X(01).
000451     05 ARCH-NOTES.
000452         10 ARCH-NOTE OCCURS 3 TIMES PIC 9(02).
000453     05 ARCH-STATUT          PIC X(01).
000454         88 ARCH-APRES-RATTRAPAGE    VALUE "R".
000455     05 ARCH-MOYENNE-INIT    PIC 9(02)V99.
000457     05 ARCH-REMARQUE        PIC X(50).
000460
000470*----------------------------------------------------------------
000480* SEUILS - ONE THRESHOLD PER LINE : CODE (F/E/A) PLUS MOYENNE
000510 01  SEUIL-RECORD.
000520     05 MEN-CODE             PIC X(01).
000530     05 MEN-SEUIL            PIC 9(02)V99.
000531
000532*----------------------------------------------------------------
000533* ELEVES-TRAVAIL - LATEST BULLARCH.DAT LINE PER STUDENT OF THE
000534* TERM, SO A RESULT ARCHIVED AFTER THE RESIT REPLACES THE FIRST
000535*----------------------------------------------------------------
000536 FD  ELEVES-TRAVAIL.
000537 01  ELEVE-TRAVAIL.
000538     05 ETT-NOM              PIC X(20).
000539     05 ETT-MOYENNE          PIC 9(02)V99.
000540     05 ETT-LETTRE           PIC X(01).
000541     05 ETT-STATUT           PIC X(01).
000542         88 ETT-APRES-RATTRAPAGE     VALUE "R".
000543     05 ETT-INIT             PIC 9(02)V99.
000540
000550 WORKING-STORAGE SECTION.
000560
000563     COPY "HABILITATION.cpy".
000566
000570 01  WS-TERME                PIC X(10).
000580
000590 01  WS-SEUIL-FELICITATIONS  PIC 9(02)V99 VALUE 16.00.
000650     88 TRANCHE-ENCOURAGEMENTS        VALUE "E".
000660     88 TRANCHE-AVERTISSEMENT         VALUE "A".
000670
000680 01  WS-NB-TRANCHE           PIC 9(06).
000690 01  WS-NB-TERME             PIC 9(06) VALUE ZERO.
000700
000710 01  WS-ARCHIVE-STATUS       PIC X(02).
000720     88 ARCHIVE-OK                    VALUE "00".
000740 01  WS-SEUILS-STATUS        PIC X(02).
000750     88 SEUILS-OK                     VALUE "00".
000760
000761 01  WS-TRAVAIL-STATUS       PIC X(02).
000762     88 TRAVAIL-OK                    VALUE "00".
000763
000764 01  WS-MESSAGE-STATUT       PIC X(40).
000765 01  WS-NOM-TRAVAIL          PIC X(40) VALUE "MENTELV.TMP".
000766 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.
000767
000770 01  WS-SWITCHES.
000780     05 WS-FIN-ARCHIVE       PIC X(01).
000790         88 FIN-ARCHIVE               VALUE "Y".
000800     05 WS-FIN-SEUILS        PIC X(01) VALUE "N".
000810         88 FIN-SEUILS                VALUE "Y".
000812     05 WS-FIN-ELEVES        PIC X(01).
000814         88 FIN-ELEVES                VALUE "Y".
000816     05 WS-ELEVE-NOUVEAU     PIC X(01).
000818         88 ELEVE-NOUVEAU             VALUE "O".
000820
000830 PROCEDURE DIVISION.
000840
000860* 0000-MAINLINE - ONE PASS PER BUCKET OVER THE TERM'S LINES
000870*----------------------------------------------------------------
000880 0000-MAINLINE.
000881     MOVE "MENTIONS" TO HAB-PROGRAMME.
000882     CALL "HABILITER" USING HAB-ZONE.
000883     IF NOT HAB-AUTORISE
000884         GOBACK
000885     END-IF.
000890     DISPLAY "Identifiant du terme (ex. 2026-T1) : ".
000900     ACCEPT WS-TERME.
000910     PERFORM 1000-CHARGER-SEUILS
000920         THRU 1000-CHARGER-SEUILS-EXIT.
000921     OPEN OUTPUT ELEVES-TRAVAIL.
000922     IF NOT TRAVAIL-OK
000923         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
000924             WS-MESSAGE-STATUT
000925         DISPLAY "MENTELV.TMP : "
000926             FUNCTION TRIM(WS-MESSAGE-STATUT)
000927         STOP RUN
000928     END-IF.
000929     CLOSE ELEVES-TRAVAIL.
000930     OPEN I-O ELEVES-TRAVAIL.
000931     PERFORM 1500-CHARGER-TERME
000932         THRU 1500-CHARGER-TERME-EXIT.
000930     DISPLAY "Mentions du terme " FUNCTION TRIM(WS-TERME).
000940     DISPLAY "Seuils : felicitations " WS-SEUIL-FELICITATIONS
000950         " - encouragements " WS-SEUIL-ENCOURAGEMENTS
001090     ELSE
001100         DISPLAY "Eleves du terme : " WS-NB-TERME
001110     END-IF.
001112     CLOSE ELEVES-TRAVAIL.
001114     CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
001116         RETURNING WS-RETOUR-SUPPRESSION.
001120     STOP RUN.
001130
001140*----------------------------------------------------------------
001450     EXIT.
001460
001470*----------------------------------------------------------------
001471* 1500-CHARGER-TERME - THE TERM'S LINES, THE LATEST PER STUDENT
001472*----------------------------------------------------------------
001473 1500-CHARGER-TERME.
001474     MOVE "N" TO WS-FIN-ARCHIVE.
001475     OPEN INPUT ARCHIVE-FILE.
001476     IF NOT ARCHIVE-OK
001477         DISPLAY "Aucun historique de bulletins archive"
001478         GO TO 1500-CHARGER-TERME-EXIT
001479     END-IF.
001480     PERFORM UNTIL FIN-ARCHIVE
001481         READ ARCHIVE-FILE
001482             AT END SET FIN-ARCHIVE TO TRUE
001483             NOT AT END
001484                 IF ARCH-TERME = WS-TERME
001485                     PERFORM 1600-RETENIR-ELEVE
001486                         THRU 1600-RETENIR-ELEVE-EXIT
001487                 END-IF
001488         END-READ
001489     END-PERFORM.
001490     CLOSE ARCHIVE-FILE.
001491 1500-CHARGER-TERME-EXIT.
001492     EXIT.
001493
001494*----------------------------------------------------------------
001495* 1600-RETENIR-ELEVE
001496*----------------------------------------------------------------
001497 1600-RETENIR-ELEVE.
001498     MOVE "N" TO WS-ELEVE-NOUVEAU.
001499     MOVE ARCH-NOM TO ETT-NOM.
001500     READ ELEVES-TRAVAIL
001501         INVALID KEY SET ELEVE-NOUVEAU TO TRUE
001502     END-READ.
001503     MOVE ARCH-NOM     TO ETT-NOM.
001504     MOVE ARCH-MOYENNE TO ETT-MOYENNE.
001505     MOVE ARCH-LETTRE  TO ETT-LETTRE.
001506     MOVE SPACE        TO ETT-STATUT.
001507     MOVE ZERO         TO ETT-INIT.
001508     IF ARCH-APRES-RATTRAPAGE
001509         MOVE "R"               TO ETT-STATUT
001510         MOVE ARCH-MOYENNE-INIT TO ETT-INIT
001511     END-IF.
001512     IF ELEVE-NOUVEAU
001513         WRITE ELEVE-TRAVAIL
001514             INVALID KEY CONTINUE
001515         END-WRITE
001516         ADD 1 TO WS-NB-TERME
001517     ELSE
001518         REWRITE ELEVE-TRAVAIL
001519             INVALID KEY CONTINUE
001520         END-REWRITE
001521     END-IF.
001522 1600-RETENIR-ELEVE-EXIT.
001523     EXIT.
001524
001525*----------------------------------------------------------------
001526* 2000-EDITER-UNE-TRANCHE - ONE PASS OVER THE TERM'S STUDENTS,
001527* PRINTING THOSE FALLING IN THE REQUESTED BUCKET
001500*----------------------------------------------------------------
001510 2000-EDITER-UNE-TRANCHE.
001520     DISPLAY " ".
001630         END-IF
001640     END-IF.
001650     MOVE ZERO TO WS-NB-TRANCHE.
001660     MOVE LOW-VALUES TO ETT-NOM.
001670     MOVE "N" TO WS-FIN-ELEVES.
001680     START ELEVES-TRAVAIL KEY IS NOT LESS THAN ETT-NOM
001690         INVALID KEY SET FIN-ELEVES TO TRUE
001700     END-START.
001710     PERFORM UNTIL FIN-ELEVES
001720         READ ELEVES-TRAVAIL NEXT RECORD
001730             AT END SET FIN-ELEVES TO TRUE
001760             NOT AT END
001770                 PERFORM 2100-CLASSER-UN-ELEVE
001780                     THRU 2100-CLASSER-UN-ELEVE-EXIT
001820         END-READ
001830     END-PERFORM.
001850     IF WS-NB-TRANCHE = ZERO
001860         DISPLAY "(aucun eleve)"
001870     END-IF.
001940*----------------------------------------------------------------
001950 2100-CLASSER-UN-ELEVE.
001960     IF TRANCHE-FELICITATIONS
001966         IF ETT-MOYENNE >= WS-SEUIL-FELICITATIONS
001972             PERFORM 2200-EDITER-ELEVE
001978                 THRU 2200-EDITER-ELEVE-EXIT
002010         END-IF
002020         GO TO 2100-CLASSER-UN-ELEVE-EXIT
002030     END-IF.
002040     IF TRANCHE-ENCOURAGEMENTS
002050         IF ETT-MOYENNE >= WS-SEUIL-ENCOURAGEMENTS
002060             AND ETT-MOYENNE < WS-SEUIL-FELICITATIONS
002070             PERFORM 2200-EDITER-ELEVE
002080                 THRU 2200-EDITER-ELEVE-EXIT
002100         END-IF
002110         GO TO 2100-CLASSER-UN-ELEVE-EXIT
002120     END-IF.
002130     IF ETT-MOYENNE < WS-SEUIL-AVERTISSEMENT
002140         PERFORM 2200-EDITER-ELEVE
002150             THRU 2200-EDITER-ELEVE-EXIT
002170     END-IF.
002180 2100-CLASSER-UN-ELEVE-EXIT.
002190     EXIT.
002200
002210*----------------------------------------------------------------
002220* 2200-EDITER-ELEVE - AFTER A RESIT, THE ORIGINAL AVERAGE TOO
002230*----------------------------------------------------------------
002240 2200-EDITER-ELEVE.
002250     ADD 1 TO WS-NB-TRANCHE.
002260     IF ETT-APRES-RATTRAPAGE
002270         DISPLAY FUNCTION TRIM(ETT-NOM) " - "
002280             ETT-MOYENNE " (" ETT-LETTRE
002290             ") apres rattrapage - initiale "
002300             ETT-INIT
002310     ELSE
002320         DISPLAY FUNCTION TRIM(ETT-NOM) " - "
002330             ETT-MOYENNE " (" ETT-LETTRE ")"
002340     END-IF.
002350 2200-EDITER-ELEVE-EXIT.
002360     EXIT.
