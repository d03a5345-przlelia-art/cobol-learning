000170*                 AND PURGERCOPIES RETIRES THEM), THE PURGE, AND
000180*                 A CLOSING MANIFESTE CONTROL. EACH STEP STILL
000190*                 READS ITS OWN SYSIN CARDS IN SEQUENCE.
000191* 2026-10-15  LM  NEW STEP AFTER THE EXPORTS : FLUXWEB WRITES THE
000192*                 WEB SHOP'S STOCK AND ORDER STATUS FEEDS.
000193* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000194*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000195*                 LOTCOMMERCE (SEE HABILITATIONS).
000196* 2026-10-15  LM  EVERY STEP IS TIMED THROUGH CHRONOLOT (START,
000197*                 END, RECORD COUNT, BASELINE OF ITS LAST RUNS)
000198*                 ONTO LOTTEMPS.DAT, AND THE WHOLE WINDOW AT THE
000199*                 END - OVERRUNS ARE FLAGGED FOR RAPPORTJOUR AND
000200*                 LOTTENDANCE.
000201* 2026-10-15  LM  NEW FIRST STEP : REPRISE SETTLES THE ORDER
000202*                 UPDATES A DEAD SESSION LEFT HALF WRITTEN BEFORE
000203*                 THE OTHER STEPS READ THE FILES.
000204* 2026-10-15  LM  NEW STEP AFTER FLUXWEB : NOTIFEXTRAIT HANDS THE
000205*                 DAY'S CUSTOMER AND FAMILY NOTIFICATIONS,
000206*                 OVERDRAFT LETTERS FROM SOLDEBATCH INCLUDED, TO
000207*                 THE MAILING GATEWAY. LATER STEPS RENUMBERED.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000240 DATA DIVISION.
000250 WORKING-STORAGE SECTION.
000260
000263     COPY "HABILITATION.cpy".
000266
000270 01  WS-DATE-JOUR             PIC 9(08).
000280
000282 01  WS-CHRONO-ACTION         PIC X(01).
000284 01  WS-CHRONO-LOT            PIC X(12) VALUE "LOTCOMMERCE".
000286 01  WS-CHRONO-ETAPE          PIC X(20).
000288
000290 PROCEDURE DIVISION.
000300
000310*----------------------------------------------------------------
000320* 0000-MAINLINE
000330*----------------------------------------------------------------
000340 0000-MAINLINE.
000341     MOVE "LOTCOMMERCE" TO HAB-PROGRAMME.
000342     CALL "HABILITER" USING HAB-ZONE.
000343     IF NOT HAB-AUTORISE
000344         GOBACK
000345     END-IF.
000350     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000360     DISPLAY "=== LOT COMMERCE DU " WS-DATE-JOUR " ===".
000362     MOVE "L" TO WS-CHRONO-ACTION.
000364     CALL "CHRONOLOT" USING WS-CHRONO-ACTION WS-CHRONO-LOT
000366         WS-CHRONO-ETAPE.
000367     PERFORM 0500-LANCER-REPRISE
000368         THRU 0500-LANCER-REPRISE-EXIT.
000370     PERFORM 1000-LANCER-SYNTHESE
000380         THRU 1000-LANCER-SYNTHESE-EXIT.
000390     PERFORM 2000-LANCER-SOLDEBATCH
000420         THRU 3000-LANCER-RAPPROCHEMENT-EXIT.
000430     PERFORM 3500-LANCER-EXPORTS
000440         THRU 3500-LANCER-EXPORTS-EXIT.
000443     PERFORM 3700-LANCER-FLUXWEB
000446         THRU 3700-LANCER-FLUXWEB-EXIT.
000447     PERFORM 3800-LANCER-NOTIFICATIONS
000448         THRU 3800-LANCER-NOTIFICATIONS-EXIT.
000450     PERFORM 4000-LANCER-COPIES
000460         THRU 4000-LANCER-COPIES-EXIT.
000470     PERFORM 4500-LANCER-PURGE
000480         THRU 4500-LANCER-PURGE-EXIT.
000490     PERFORM 5000-LANCER-MANIFESTE
000500         THRU 5000-LANCER-MANIFESTE-EXIT.
000502     MOVE "T" TO WS-CHRONO-ACTION.
000504     CALL "CHRONOLOT" USING WS-CHRONO-ACTION WS-CHRONO-LOT
000506         WS-CHRONO-ETAPE.
000510     DISPLAY "=== FIN DU LOT COMMERCE ===".
000520     GOBACK.
000521
000522*----------------------------------------------------------------
000523* 0500-LANCER-REPRISE - STEP 0 : ORDER UPDATES LEFT HALF DONE BY A
000524* SESSION THAT DIED ARE SETTLED BEFORE ANYTHING READS THE FILES
000525*----------------------------------------------------------------
000526 0500-LANCER-REPRISE.
000527     DISPLAY "--- Etape 0 : reprise (REPRISE) ---".
000528     MOVE "REPRISE" TO WS-CHRONO-ETAPE.
000529     PERFORM 8000-DEMARRER-CHRONO
000530         THRU 8000-DEMARRER-CHRONO-EXIT.
000531     CALL "REPRISE".
000532     PERFORM 8100-ARRETER-CHRONO
000533         THRU 8100-ARRETER-CHRONO-EXIT.
000534 0500-LANCER-REPRISE-EXIT.
000535     EXIT.
000530
000540*----------------------------------------------------------------
000550* 1000-LANCER-SYNTHESE - STEP 1 : SYNTHESE DES VENTES
000560*----------------------------------------------------------------
000570 1000-LANCER-SYNTHESE.
000580     DISPLAY "--- Etape 1 : synthese (COMMANDESYNTHESE) ---".
000582     MOVE "COMMANDESYNTHESE" TO WS-CHRONO-ETAPE.
000584     PERFORM 8000-DEMARRER-CHRONO
000586         THRU 8000-DEMARRER-CHRONO-EXIT.
000590     CALL "COMMANDESYNTHESE".
000593     PERFORM 8100-ARRETER-CHRONO
000596         THRU 8100-ARRETER-CHRONO-EXIT.
000600 1000-LANCER-SYNTHESE-EXIT.
000610     EXIT.
000620
000650*----------------------------------------------------------------
000660 2000-LANCER-SOLDEBATCH.
000670     DISPLAY "--- Etape 2 : soldes (SOLDEBATCH) ---".
000672     MOVE "SOLDEBATCH" TO WS-CHRONO-ETAPE.
000674     PERFORM 8000-DEMARRER-CHRONO
000676         THRU 8000-DEMARRER-CHRONO-EXIT.
000680     CALL "SOLDEBATCH".
000683     PERFORM 8100-ARRETER-CHRONO
000686         THRU 8100-ARRETER-CHRONO-EXIT.
000690 2000-LANCER-SOLDEBATCH-EXIT.
000700     EXIT.
000710
000740*----------------------------------------------------------------
000750 3000-LANCER-RAPPROCHEMENT.
000760     DISPLAY "--- Etape 3 : rapprochement (RAPPROCHEMENT) ---".
000762     MOVE "RAPPROCHEMENT" TO WS-CHRONO-ETAPE.
000764     PERFORM 8000-DEMARRER-CHRONO
000766         THRU 8000-DEMARRER-CHRONO-EXIT.
000770     CALL "RAPPROCHEMENT".
000773     PERFORM 8100-ARRETER-CHRONO
000776         THRU 8100-ARRETER-CHRONO-EXIT.
000780 3000-LANCER-RAPPROCHEMENT-EXIT.
000790     EXIT.
000800
000840*----------------------------------------------------------------
000850 3500-LANCER-EXPORTS.
000860     DISPLAY "--- Etape 4 : exports (EXPORTERCOMMERCE) ---".
000862     MOVE "EXPORTERCOMMERCE" TO WS-CHRONO-ETAPE.
000864     PERFORM 8000-DEMARRER-CHRONO
000866         THRU 8000-DEMARRER-CHRONO-EXIT.
000870     CALL "EXPORTERCOMMERCE".
000872     PERFORM 8100-ARRETER-CHRONO
000874         THRU 8100-ARRETER-CHRONO-EXIT.
000880 3500-LANCER-EXPORTS-EXIT.
000890     EXIT.
000900
000910*----------------------------------------------------------------
000911* 3700-LANCER-FLUXWEB - STEP 5 : STOCK ET STATUTS POUR LE SITE
000912*----------------------------------------------------------------
000913 3700-LANCER-FLUXWEB.
000914     DISPLAY "--- Etape 5 : flux web (FLUXWEB) ---".
000915     MOVE "FLUXWEB" TO WS-CHRONO-ETAPE.
000916     PERFORM 8000-DEMARRER-CHRONO
000917         THRU 8000-DEMARRER-CHRONO-EXIT.
000918     CALL "FLUXWEB".
000919     PERFORM 8100-ARRETER-CHRONO
000920         THRU 8100-ARRETER-CHRONO-EXIT.
000921 3700-LANCER-FLUXWEB-EXIT.
000922     EXIT.
000923
000924*----------------------------------------------------------------
000925* 3800-LANCER-NOTIFICATIONS - STEP 6 : AVIS CLIENTS ET FAMILLES A
000926* LA PASSERELLE D'ENVOI, APRES LES SOLDES DU SOIR
000927*----------------------------------------------------------------
000928 3800-LANCER-NOTIFICATIONS.
000929     DISPLAY "--- Etape 6 : notifications (NOTIFEXTRAIT) ---".
000930     MOVE "NOTIFEXTRAIT" TO WS-CHRONO-ETAPE.
000931     PERFORM 8000-DEMARRER-CHRONO
000932         THRU 8000-DEMARRER-CHRONO-EXIT.
000933     CALL "NOTIFEXTRAIT".
000934     PERFORM 8100-ARRETER-CHRONO
000935         THRU 8100-ARRETER-CHRONO-EXIT.
000936 3800-LANCER-NOTIFICATIONS-EXIT.
000937     EXIT.
000938
000939*----------------------------------------------------------------
000940* 4000-LANCER-COPIES - STEP 7 : ONE DATED BACKUP PER TRADING
000930* FILE (SOURCE/DESTINATION KEYED PER CALL, AS COPIERFICHIER
000940* PROMPTS)
000950*----------------------------------------------------------------
000960 4000-LANCER-COPIES.
000970     DISPLAY "--- Etape 7 : copies (COPIERFICHIER) ---".
000972     MOVE "COPIERFICHIER" TO WS-CHRONO-ETAPE.
000974     PERFORM 8000-DEMARRER-CHRONO
000976         THRU 8000-DEMARRER-CHRONO-EXIT.
000980     DISPLAY "Copie 1/4 - indiquer ORDERS.EXP".
000990     CALL "COPIERFICHIER".
001000     DISPLAY "Copie 2/4 - indiquer PRODUITS.EXP".
001030     CALL "COPIERFICHIER".
001040     DISPLAY "Copie 4/4 - indiquer FACTURES.DAT".
001050     CALL "COPIERFICHIER".
001053     PERFORM 8100-ARRETER-CHRONO
001056         THRU 8100-ARRETER-CHRONO-EXIT.
001060 4000-LANCER-COPIES-EXIT.
001070     EXIT.
001080
001090*----------------------------------------------------------------
001100* 4500-LANCER-PURGE - STEP 8 : NETTOYER LES ANCIENS BACKUPS
001110*----------------------------------------------------------------
001120 4500-LANCER-PURGE.
001130     DISPLAY "--- Etape 8 : purge (PURGERCOPIES) ---".
001132     MOVE "PURGERCOPIES" TO WS-CHRONO-ETAPE.
001134     PERFORM 8000-DEMARRER-CHRONO
001136         THRU 8000-DEMARRER-CHRONO-EXIT.
001140     CALL "PURGERCOPIES".
001143     PERFORM 8100-ARRETER-CHRONO
001146         THRU 8100-ARRETER-CHRONO-EXIT.
001150 4500-LANCER-PURGE-EXIT.
001160     EXIT.
001170
001180*----------------------------------------------------------------
001190* 5000-LANCER-MANIFESTE - STEP 9 : COMPTES ET SOMMES DE CONTROLE
001200*----------------------------------------------------------------
001210 5000-LANCER-MANIFESTE.
001220     DISPLAY "--- Etape 9 : manifeste (MANIFESTE) ---".
001222     MOVE "MANIFESTE" TO WS-CHRONO-ETAPE.
001224     PERFORM 8000-DEMARRER-CHRONO
001226         THRU 8000-DEMARRER-CHRONO-EXIT.
001230     CALL "MANIFESTE".
001233     PERFORM 8100-ARRETER-CHRONO
001236         THRU 8100-ARRETER-CHRONO-EXIT.
001240 5000-LANCER-MANIFESTE-EXIT.
001250     EXIT.
001251
001252*----------------------------------------------------------------
001253* 8000-DEMARRER-CHRONO - START OF A STEP (CHRONOLOT)
001254*----------------------------------------------------------------
001255 8000-DEMARRER-CHRONO.
001256     MOVE "D" TO WS-CHRONO-ACTION.
001257     CALL "CHRONOLOT" USING WS-CHRONO-ACTION WS-CHRONO-LOT
001258         WS-CHRONO-ETAPE.
001259 8000-DEMARRER-CHRONO-EXIT.
001260     EXIT.
001261
001262*----------------------------------------------------------------
001263* 8100-ARRETER-CHRONO - END OF A STEP : DURATION, RECORD COUNT
001264* AND OVERRUN CHECK ON LOTTEMPS.DAT (CHRONOLOT)
001265*----------------------------------------------------------------
001266 8100-ARRETER-CHRONO.
001267     MOVE "F" TO WS-CHRONO-ACTION.
001268     CALL "CHRONOLOT" USING WS-CHRONO-ACTION WS-CHRONO-LOT
001269         WS-CHRONO-ETAPE.
001270 8100-ARRETER-CHRONO-EXIT.
001271     EXIT.
