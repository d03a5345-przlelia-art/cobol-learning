000172*                 RUN ENDS BY RECORDING A COUNT AND CHECKSUM FOR
000173*                 THE FILES IT TOUCHED - A TRUNCATED FILE SHOWS
000174*                 UP AT THE NEXT CONTROL INSTEAD OF WEEKS LATER.
000175* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000176*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000177*                 LOTFICHIERS (SEE HABILITATIONS).
000178* 2026-10-15  LM  EVERY STEP IS TIMED THROUGH CHRONOLOT (START,
000179*                 END, RECORD COUNT, BASELINE OF ITS LAST RUNS)
000180*                 ONTO LOTTEMPS.DAT, AND THE WHOLE WINDOW AT THE
000181*                 END - OVERRUNS ARE FLAGGED FOR RAPPORTJOUR AND
000182*                 LOTTENDANCE.
000175*----------------------------------------------------------------
000176
000180 ENVIRONMENT DIVISION.
000200 DATA DIVISION.
000210 WORKING-STORAGE SECTION.
000220
000222     COPY "HABILITATION.cpy".
000225
000230 01  WS-DATE-JOUR             PIC 9(08).
000240
000242 01  WS-CHRONO-ACTION         PIC X(01).
000244 01  WS-CHRONO-LOT            PIC X(12) VALUE "LOTFICHIERS".
000246 01  WS-CHRONO-ETAPE          PIC X(20).
000248
000250 PROCEDURE DIVISION.
000260
000270*----------------------------------------------------------------
000280* 0000-MAINLINE
000290*----------------------------------------------------------------
000300 0000-MAINLINE.
000301     MOVE "LOTFICHIERS" TO HAB-PROGRAMME.
000302     CALL "HABILITER" USING HAB-ZONE.
000303     IF NOT HAB-AUTORISE
000304         GOBACK
000305     END-IF.
000310     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000320     DISPLAY "=== LOT FICHIERS DU " WS-DATE-JOUR " ===".
000322     MOVE "L" TO WS-CHRONO-ACTION.
000324     CALL "CHRONOLOT" USING WS-CHRONO-ACTION WS-CHRONO-LOT
000326         WS-CHRONO-ETAPE.
000330     PERFORM 1000-LANCER-SAISIE
000340         THRU 1000-LANCER-SAISIE-EXIT.
000350     PERFORM 2000-LANCER-CONSULTATION
000406         THRU 4500-LANCER-PURGE-EXIT.
000407     PERFORM 5000-LANCER-MANIFESTE
000408         THRU 5000-LANCER-MANIFESTE-EXIT.
000409     MOVE "T" TO WS-CHRONO-ACTION.
000410     CALL "CHRONOLOT" USING WS-CHRONO-ACTION WS-CHRONO-LOT
000411         WS-CHRONO-ETAPE.
000410     DISPLAY "=== FIN DU LOT FICHIERS ===".
000420     GOBACK.
000430
000460*----------------------------------------------------------------
000470 1000-LANCER-SAISIE.
000480     DISPLAY "--- Etape 1 : saisie (ECRIREFICHIER) ---".
000482     MOVE "ECRIREFICHIER" TO WS-CHRONO-ETAPE.
000484     PERFORM 8000-DEMARRER-CHRONO
000486         THRU 8000-DEMARRER-CHRONO-EXIT.
000490     CALL "ECRIREFICHIER".
000493     PERFORM 8100-ARRETER-CHRONO
000496         THRU 8100-ARRETER-CHRONO-EXIT.
000500 1000-LANCER-SAISIE-EXIT.
000510     EXIT.
000520
000550*----------------------------------------------------------------
000560 2000-LANCER-CONSULTATION.
000570     DISPLAY "--- Etape 2 : consultation (LIREFICHIER) ---".
000572     MOVE "LIREFICHIER" TO WS-CHRONO-ETAPE.
000574     PERFORM 8000-DEMARRER-CHRONO
000576         THRU 8000-DEMARRER-CHRONO-EXIT.
000580     CALL "LIREFICHIER".
000583     PERFORM 8100-ARRETER-CHRONO
000586         THRU 8100-ARRETER-CHRONO-EXIT.
000590 2000-LANCER-CONSULTATION-EXIT.
000600     EXIT.
000610
000640*----------------------------------------------------------------
000650 3000-LANCER-STATISTIQUES.
000660     DISPLAY "--- Etape 3 : statistiques (COMPTERLIGNES) ---".
000662     MOVE "COMPTERLIGNES" TO WS-CHRONO-ETAPE.
000664     PERFORM 8000-DEMARRER-CHRONO
000666         THRU 8000-DEMARRER-CHRONO-EXIT.
000670     CALL "COMPTERLIGNES".
000672     PERFORM 8100-ARRETER-CHRONO
000674         THRU 8100-ARRETER-CHRONO-EXIT.
000680 3000-LANCER-STATISTIQUES-EXIT.
000690     EXIT.
000700
000703*----------------------------------------------------------------
000704 3500-LANCER-EXPORT-CSV.
000705     DISPLAY "--- Etape 3bis : export CSV (EXPORTERCSV) ---".
000706     MOVE "EXPORTERCSV" TO WS-CHRONO-ETAPE.
000707     PERFORM 8000-DEMARRER-CHRONO
000708         THRU 8000-DEMARRER-CHRONO-EXIT.
000706     CALL "EXPORTERCSV".
000707     PERFORM 8100-ARRETER-CHRONO
000708         THRU 8100-ARRETER-CHRONO-EXIT.
000707 3500-LANCER-EXPORT-CSV-EXIT.
000708     EXIT.
000709
000730*----------------------------------------------------------------
000740 4000-LANCER-COPIE.
000750     DISPLAY "--- Etape 4 : copie (COPIERFICHIER) ---".
000752     MOVE "COPIERFICHIER" TO WS-CHRONO-ETAPE.
000754     PERFORM 8000-DEMARRER-CHRONO
000756         THRU 8000-DEMARRER-CHRONO-EXIT.
000760     CALL "COPIERFICHIER".
000761     PERFORM 8100-ARRETER-CHRONO
000762         THRU 8100-ARRETER-CHRONO-EXIT.
000770 4000-LANCER-COPIE-EXIT.
000780     EXIT.
000781
000781*----------------------------------------------------------------
000782* 4500-LANCER-PURGE - STEP 5 : NETTOYER LES ANCIENS BACKUPS
000783*----------------------------------------------------------------
000784 4500-LANCER-PURGE.
000785     DISPLAY "--- Etape 5 : purge (PURGERCOPIES) ---".
000786     MOVE "PURGERCOPIES" TO WS-CHRONO-ETAPE.
000787     PERFORM 8000-DEMARRER-CHRONO
000788         THRU 8000-DEMARRER-CHRONO-EXIT.
000786     CALL "PURGERCOPIES".
000787     PERFORM 8100-ARRETER-CHRONO
000788         THRU 8100-ARRETER-CHRONO-EXIT.
000787 4500-LANCER-PURGE-EXIT.
000788     EXIT.
000789
000789*----------------------------------------------------------------
000790* 5000-LANCER-MANIFESTE - STEP 6 : COMPTES ET SOMMES DE CONTROLE
000791*----------------------------------------------------------------
000792 5000-LANCER-MANIFESTE.
000793     DISPLAY "--- Etape 6 : manifeste (MANIFESTE) ---".
000794     MOVE "MANIFESTE" TO WS-CHRONO-ETAPE.
000795     PERFORM 8000-DEMARRER-CHRONO
000796         THRU 8000-DEMARRER-CHRONO-EXIT.
000794     CALL "MANIFESTE".
000795     PERFORM 8100-ARRETER-CHRONO
000796         THRU 8100-ARRETER-CHRONO-EXIT.
000795 5000-LANCER-MANIFESTE-EXIT.
000796     EXIT.
000809
000810*----------------------------------------------------------------
000811* 8000-DEMARRER-CHRONO - START OF A STEP (CHRONOLOT)
000812*----------------------------------------------------------------
000813 8000-DEMARRER-CHRONO.
000814     MOVE "D" TO WS-CHRONO-ACTION.
000815     CALL "CHRONOLOT" USING WS-CHRONO-ACTION WS-CHRONO-LOT
000816         WS-CHRONO-ETAPE.
000817 8000-DEMARRER-CHRONO-EXIT.
000818     EXIT.
000819
000820*----------------------------------------------------------------
000821* 8100-ARRETER-CHRONO - END OF A STEP : DURATION, RECORD COUNT
000822* AND OVERRUN CHECK ON LOTTEMPS.DAT (CHRONOLOT)
000823*----------------------------------------------------------------
000824 8100-ARRETER-CHRONO.
000825     MOVE "F" TO WS-CHRONO-ACTION.
000826     CALL "CHRONOLOT" USING WS-CHRONO-ACTION WS-CHRONO-LOT
000827         WS-CHRONO-ETAPE.
000828 8100-ARRETER-CHRONO-EXIT.
000829     EXIT.
