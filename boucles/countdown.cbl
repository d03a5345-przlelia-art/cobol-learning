000138*                 WINDOW, EXPECTED OPERATOR - SEE
000139*                 PLANIFIERLANCEMENTS) - LAUNCHRAPPORT'S
000141*                 ADHERENCE SECTION FEEDS ON THE TAG.
000142* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000143*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000144*                 COUNTDOWN (SEE HABILITATIONS).
000145* 2026-10-15  LM  THE OPERATOR CAN CALL A HOLD AT ANY COUNT (H
000146*                 AFTER THE COUNT IS SHOWN), THEN RESUME FROM THE
000147*                 HELD COUNT OR SCRUB THE LAUNCH. EVERY HOLD,
000148*                 RESUME AND SCRUB IS APPENDED TO LAUNCHLG.DAT
000149*                 WITH THE COUNT, THE REASON CODE (MOTIF-TABLE)
000150*                 AND THE OPERATOR, SO A SCRUBBED RUN NO LONGER
000151*                 READS AS A LAUNCH.
000136*----------------------------------------------------------------

000140 ENVIRONMENT DIVISION.

000284 WORKING-STORAGE SECTION.

000287     COPY "HABILITATION.cpy".

000288     COPY "MOTIF-TABLE.cpy".

000290 01  WS-DEPART               PIC S9(04).

000300 01  WS-COMPTEUR              PIC S9(04).
000358 01  WS-FIN-AUTH              PIC X(01) VALUE "N".
000359     88 FIN-AUTH                      VALUE "Y".

000360*----------------------------------------------------------------
000361* HOLDS AND SCRUBS - THE EVENT BEING LOGGED, WHO CALLED IT, WHY
000362*----------------------------------------------------------------
000363 01  WS-REPONSE               PIC X(01).

000364 01  WS-EVENEMENT             PIC X(01).

000365 01  WS-MOTIF                 PIC X(04).

000366 01  WS-OPERATEUR-EVT         PIC X(20).

000367 01  WS-HEURE-EVT             PIC 9(08).

000368 01  WS-ANNULE                PIC X(01) VALUE "N".
000369     88 COMPTE-ANNULE                 VALUE "O".

000370 01  WS-MOTIF-VALIDE          PIC X(01) VALUE "N".
000371     88 MOTIF-VALIDE                  VALUE "O".

000360 PROCEDURE DIVISION.

000370*----------------------------------------------------------------
000380* 0000-MAINLINE
000390*----------------------------------------------------------------
000400 0000-MAINLINE.
000401     MOVE "COUNTDOWN" TO HAB-PROGRAMME.
000402     CALL "HABILITER" USING HAB-ZONE.
000403     IF NOT HAB-AUTORISE
000404         GOBACK
000405     END-IF.
000410     PERFORM 1000-SAISIR-DEPART
000420         THRU 1000-SAISIR-DEPART-EXIT.
000422     PERFORM 1200-CONTROLER-OPERATEUR
000449     ELSE
000450         PERFORM 2000-COMPTER-A-REBOURS
000460             THRU 2000-COMPTER-A-REBOURS-EXIT
000462         IF COMPTE-ANNULE
000464             DISPLAY "Lancement annule"
000466         ELSE
000470             DISPLAY "Decollage !"
000472         END-IF
000475     END-IF.
000480     STOP RUN.

000710     MOVE WS-HEURE-JOUR(1:6) TO LOG-TIME.
000720     MOVE WS-OPERATEUR        TO LOG-OPERATEUR.
000730     MOVE WS-DEPART           TO LOG-DEPART.
000731     SET LOG-EVT-LANCEMENT    TO TRUE.
000732     MOVE ZERO                TO LOG-COMPTE.
000733     MOVE SPACES              TO LOG-MOTIF LOG-HEURE-EVT.
000732     IF OPERATEUR-AUTORISE
000734         SET LOG-ACCEPTE TO TRUE
000736     ELSE
000770     EXIT.

000780*----------------------------------------------------------------
000790* 2000-COMPTER-A-REBOURS - ONE COUNT PER ENTER; H CALLS A HOLD AT
000795* THE COUNT SHOWN, AND A RESUMED HOLD PICKS UP AT THAT SAME COUNT
000800*----------------------------------------------------------------
000810 2000-COMPTER-A-REBOURS.
000817     DISPLAY "Entree pour continuer, H pour un arret".
000824     MOVE WS-DEPART TO WS-COMPTEUR.
000831     PERFORM UNTIL WS-COMPTEUR < 0 OR COMPTE-ANNULE
000840         DISPLAY WS-COMPTEUR
000841         MOVE SPACE TO WS-REPONSE
000842         ACCEPT WS-REPONSE
000843         IF WS-REPONSE = "H" OR "h"
000844             PERFORM 2100-ARRETER-COMPTE
000845                 THRU 2100-ARRETER-COMPTE-EXIT
000846         ELSE
000847             SUBTRACT 1 FROM WS-COMPTEUR
000848         END-IF
000850     END-PERFORM.
000860 2000-COMPTER-A-REBOURS-EXIT.
000870     EXIT.

000871*----------------------------------------------------------------
000872* 2100-ARRETER-COMPTE - LOG THE HOLD, THEN WAIT FOR R (RESUME AT
000873* THE HELD COUNT) OR S (SCRUB, WITH ITS OWN REASON AND OPERATOR)
000874*----------------------------------------------------------------
000875 2100-ARRETER-COMPTE.
000876     DISPLAY "Arret a " WS-COMPTEUR.
000877     PERFORM 2200-SAISIR-MOTIF
000878         THRU 2200-SAISIR-MOTIF-EXIT.
000879     PERFORM 2300-SAISIR-OPERATEUR
000880         THRU 2300-SAISIR-OPERATEUR-EXIT.
000881     MOVE "H" TO WS-EVENEMENT.
000882     PERFORM 2500-JOURNALISER-EVENEMENT
000883         THRU 2500-JOURNALISER-EVENEMENT-EXIT.
000884     MOVE SPACE TO WS-REPONSE.
000885     PERFORM UNTIL WS-REPONSE = "R" OR "S"
000886         DISPLAY "R = reprise, S = annulation ? "
000887         ACCEPT WS-REPONSE
000888         INSPECT WS-REPONSE CONVERTING "rs" TO "RS"
000889     END-PERFORM.
000890     IF WS-REPONSE = "R"
000891         MOVE SPACES TO WS-MOTIF
000892         PERFORM 2300-SAISIR-OPERATEUR
000893             THRU 2300-SAISIR-OPERATEUR-EXIT
000894         MOVE "R" TO WS-EVENEMENT
000895         PERFORM 2500-JOURNALISER-EVENEMENT
000896             THRU 2500-JOURNALISER-EVENEMENT-EXIT
000897         DISPLAY "Reprise a " WS-COMPTEUR
000898         GO TO 2100-ARRETER-COMPTE-EXIT
000899     END-IF.
000900     PERFORM 2200-SAISIR-MOTIF
000901         THRU 2200-SAISIR-MOTIF-EXIT.
000902     PERFORM 2300-SAISIR-OPERATEUR
000903         THRU 2300-SAISIR-OPERATEUR-EXIT.
000904     MOVE "S" TO WS-EVENEMENT.
000905     PERFORM 2500-JOURNALISER-EVENEMENT
000906         THRU 2500-JOURNALISER-EVENEMENT-EXIT.
000907     SET COMPTE-ANNULE TO TRUE.
000908 2100-ARRETER-COMPTE-EXIT.
000909     EXIT.

000910*----------------------------------------------------------------
000911* 2200-SAISIR-MOTIF - REASON CODE, RE-PROMPTED UNTIL IT IS ONE OF
000912* MOTIF-TABLE
000913*----------------------------------------------------------------
000914 2200-SAISIR-MOTIF.
000915     MOVE "N" TO WS-MOTIF-VALIDE.
000916     PERFORM VARYING MOTIF-IDX FROM 1 BY 1
000917             UNTIL MOTIF-IDX > MOTIF-NB
000918         DISPLAY "  " MOTIF-CODE(MOTIF-IDX) " "
000919             MOTIF-LIBELLE(MOTIF-IDX)
000920     END-PERFORM.
000921     PERFORM UNTIL MOTIF-VALIDE
000922         DISPLAY "Motif ? "
000923         MOVE SPACES TO WS-MOTIF
000924         ACCEPT WS-MOTIF
000925         INSPECT WS-MOTIF CONVERTING
000926             "abcdefghijklmnopqrstuvwxyz"
000927             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000928         SET MOTIF-IDX TO 1
000929         SEARCH MOTIF-DEF
000930             AT END
000931                 DISPLAY "Motif inconnu, merci de reessayer"
000932             WHEN MOTIF-CODE(MOTIF-IDX) = WS-MOTIF
000933                 SET MOTIF-VALIDE TO TRUE
000934         END-SEARCH
000935     END-PERFORM.
000936 2200-SAISIR-MOTIF-EXIT.
000937     EXIT.

000938*----------------------------------------------------------------
000939* 2300-SAISIR-OPERATEUR - WHO CALLS THE EVENT; BLANK MEANS THE
000940* OPERATOR WHO STARTED THE RUN
000941*----------------------------------------------------------------
000942 2300-SAISIR-OPERATEUR.
000943     DISPLAY "Operateur (Entree = "
000944         FUNCTION TRIM(WS-OPERATEUR) ") ? ".
000945     MOVE SPACES TO WS-OPERATEUR-EVT.
000946     ACCEPT WS-OPERATEUR-EVT.
000947     IF WS-OPERATEUR-EVT = SPACES
000948         MOVE WS-OPERATEUR TO WS-OPERATEUR-EVT
000949     END-IF.
000950 2300-SAISIR-OPERATEUR-EXIT.
000951     EXIT.

000952*----------------------------------------------------------------
000953* 2500-JOURNALISER-EVENEMENT - APPEND A HOLD, RESUME OR SCRUB
000954* LINE. DATE, TIME, STARTING VALUE AND PLAN TAG ARE THE RUN'S
000955* OWN, SO THE LINE IS TIED TO THE RUN IT BELONGS TO
000956*----------------------------------------------------------------
000957 2500-JOURNALISER-EVENEMENT.
000958     ACCEPT WS-HEURE-EVT FROM TIME.
000959     OPEN EXTEND LAUNCH-LOG-FILE.
000960     IF NOT LOG-OK
000961         CLOSE LAUNCH-LOG-FILE
000962         OPEN OUTPUT LAUNCH-LOG-FILE
000963     END-IF.
000964     MOVE WS-DATE-JOUR        TO LOG-DATE.
000965     MOVE WS-HEURE-JOUR(1:6) TO LOG-TIME.
000966     MOVE WS-OPERATEUR-EVT    TO LOG-OPERATEUR.
000967     MOVE WS-DEPART           TO LOG-DEPART.
000968     SET LOG-ACCEPTE          TO TRUE.
000969     IF LANCEMENT-PLANIFIE
000970         SET LOG-PLANIFIE TO TRUE
000971     ELSE
000972         SET LOG-HORS-PLAN TO TRUE
000973     END-IF.
000974     MOVE WS-EVENEMENT        TO LOG-EVENEMENT.
000975     MOVE WS-COMPTEUR         TO LOG-COMPTE.
000976     MOVE WS-MOTIF            TO LOG-MOTIF.
000977     MOVE WS-HEURE-EVT(1:6)  TO LOG-HEURE-EVT.
000978     WRITE LOG-RECORD.
000979     CLOSE LAUNCH-LOG-FILE.
000980 2500-JOURNALISER-EVENEMENT-EXIT.
000981     EXIT.

000880*----------------------------------------------------------------
000890* 1300-CONTROLER-PLAN - IS THERE A SCHEDULED WINDOW COVERING
000900* THIS DATE, TIME AND OPERATOR ? NO SCHEDULE FILE MEANS EVERY
