000184*                 ALSO LEAVES A STRUCTURED RECEIVABLE LINE IN
000185*                 FACTENCR.DAT (NUMBER, CLIENT, DATE, TOTAL TTC)
000186*                 FOR REGLEMENTS' PAYMENTS AND AGING.
000187* 2026-10-15  LM  AFTER THE ORDER LINES, ASK FOR THE ORDERS WHOSE
000188*                 DELIVERY IS BILLED ON THIS INVOICE AND ADD ONE
000189*                 LINE PER ORDER FOR ITS OR-FRAIS-PORT (PRICED BY
000190*                 COMMANDE FROM TARIFLIV.DAT) AT THE NORMAL VAT
000191*                 RATE, INTO THE TOTALS, THE ARCHIVE AND THE
000192*                 VAT CUMUL ALIKE. A CANCELLED ORDER IS REFUSED.
000193* 2026-10-15  LM  BLANK THE DIRECT-DEBIT FIELDS (ENC-STATUT,
000194*                 ENC-REMISE, ENC-MOTIF-REJET) ON THE
000195*                 FACTENCR.DAT LINE - ONLY PRELEVEMENTS SETS
000196*                 THEM.
000197* 2026-10-15  LM  EVERY PRINTED LINE, DELIVERY CHARGES INCLUDED,
000198*                 IS ALSO WRITTEN TO FACTDET.DAT WITH ITS VAT
000199*                 CATEGORY AND RATE, FOR THE ELECTRONIC INVOICE
000200*                 EFACTURES SENDS.
000201* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000202*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000203*                 TTC (SEE HABILITATIONS).
000174*----------------------------------------------------------------

000175 ENVIRONMENT DIVISION.
000237         ORGANIZATION IS LINE SEQUENTIAL
000238         FILE STATUS IS WS-ENCOURS-STATUS.

000239     SELECT FACTDET-FILE ASSIGN TO "FACTDET.DAT"
000240         ORGANIZATION IS LINE SEQUENTIAL
000241         FILE STATUS IS WS-FACTDET-STATUS.

000242     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000243         ORGANIZATION IS INDEXED
000244         ACCESS MODE IS RANDOM
000245         RECORD KEY IS OR-CLE
000246         FILE STATUS IS WS-ORDERS-STATUS.

000231 DATA DIVISION.
000240 FILE SECTION.

000349 FD  ENCOURS-FILE.
000351     COPY "ENCOURS-RECORD.cpy".

000352 FD  FACTDET-FILE.
000353     COPY "FACTDET-RECORD.cpy".

000354*----------------------------------------------------------------
000355* ORDERS - THE ORDER LOG, READ FOR THE DELIVERY CHARGE OF AN
000356* ORDER BILLED ON THIS INVOICE
000357*----------------------------------------------------------------
000358 FD  ORDERS-FILE.
000359     COPY "ORDER-RECORD.cpy"
000360         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000361                   ==CMD-CLE==        BY ==OR-CLE==
000362                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000363                   ==CMD-TYPE==       BY ==OR-TYPE==
000364                   ==CMD-SEQ==        BY ==OR-SEQ==
000365                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000366                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000367                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000368                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000369                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000370                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000371                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000372                   ==CMD-DATE==       BY ==OR-DATE==
000373                   ==CMD-STATUT==     BY ==OR-STATUT==
000374                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000375                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000376                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000377                   ==CMD-VILLE==      BY ==OR-VILLE==
000378                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000379                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000380                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000381                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000382                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000383                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000384                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000385                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000386                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000387                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000388                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000389                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000390                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000391                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000392                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000393                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000394                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000340 WORKING-STORAGE SECTION.

000341     COPY "HABILITATION.cpy".

000341 01  WS-PRIX-HT               PIC 9(07)V99.

000345 01  WS-REMISE                PIC 9(02)V99.
000656 01  WS-ENCOURS-STATUS        PIC X(02).
000657     88 ENCOURS-OK                    VALUE "00".

000658 01  WS-ORDERS-STATUS         PIC X(02).
000659     88 ORDERS-OK                     VALUE "00".

000660 01  WS-FACTDET-STATUS        PIC X(02).
000661     88 FACTDET-OK                    VALUE "00".

000662 01  WS-NUM-LIGNE             PIC 9(03) VALUE ZERO.

000663 01  WS-NUM-CMD-PORT          PIC 9(08).

000664 01  WS-FIN-PORT              PIC X(01) VALUE "N".
000665     88 FIN-PORT                      VALUE "Y".

000653 01  WS-FIN-RATES             PIC X(01) VALUE "N".
000654     88 FIN-RATES                      VALUE "Y".

000700* 0000-MAINLINE
000710*----------------------------------------------------------------
000720 0000-MAINLINE.
000721     MOVE "TTC" TO HAB-PROGRAMME.
000722     CALL "HABILITER" USING HAB-ZONE.
000723     IF NOT HAB-AUTORISE
000724         GOBACK
000725     END-IF.
000725     PERFORM 0500-SAISIR-ENTETE
000726         THRU 0500-SAISIR-ENTETE-EXIT.
000727     PERFORM 0600-CHARGER-TAUX-CHANGE
000847             CLOSE FACTURES-FILE
000848             OPEN OUTPUT FACTURES-FILE
000849         END-IF
000850         OPEN EXTEND FACTDET-FILE
000851         IF NOT FACTDET-OK
000852             CLOSE FACTDET-FILE
000853             OPEN OUTPUT FACTDET-FILE
000854         END-IF
000850         PERFORM 6000-CHARGER-CUMUL-TVA
000851             THRU 6000-CHARGER-CUMUL-TVA-EXIT
000852         DISPLAY "Facture"
000930             END-READ
000940         END-PERFORM
000950         CLOSE LIGNES-FILE
000954         PERFORM 2700-FACTURER-PORT
000958             THRU 2700-FACTURER-PORT-EXIT
000960         DISPLAY "-------"
000970         DISPLAY "Total HT  : " WS-TOTAL-HT
000980         DISPLAY "Total TVA : " WS-TOTAL-TVA
000995         PERFORM 1200-ARCHIVER-TOTAUX
000996             THRU 1200-ARCHIVER-TOTAUX-EXIT
000997         CLOSE FACTURES-FILE
000998         CLOSE FACTDET-FILE
000998         DISPLAY "Facture archivee dans FACTURES.DAT"
000999         PERFORM 1300-ENREGISTRER-ENCOURS
001001             THRU 1300-ENREGISTRER-ENCOURS-EXIT
001067     MOVE WS-CLIENT      TO ENC-CLIENT.
001068     MOVE WS-DATE-FACTURE TO ENC-DATE.
001069     MOVE WS-TOTAL-TTC   TO ENC-MONTANT-TTC.
001070     MOVE SPACES TO ENC-STATUT ENC-REMISE-X ENC-MOTIF-REJET.
001071     WRITE ENCOURS-RECORD.
001072     CLOSE ENCOURS-FILE.
001073 1300-ENREGISTRER-ENCOURS-EXIT.
001217             " TTC : " WS-TTC
001218             DELIMITED BY SIZE INTO FACT-LIGNE
001219         WRITE FACT-LIGNE
001220         MOVE SPACE         TO FDT-TYPE
001221         MOVE SPACES        TO FDT-REFERENCE
001222         MOVE LIG-QTE       TO FDT-QUANTITE
001223         MOVE WS-PRIX-UNITAIRE TO FDT-PRIX-UNITAIRE
001224         MOVE WS-REMISE     TO FDT-REMISE
001225         PERFORM 2800-ENREGISTRER-DETAIL
001226             THRU 2800-ENREGISTRER-DETAIL-EXIT
001220     END-IF.
001230 2000-TRAITER-LIGNE-EXIT.
001240     EXIT.

001241*----------------------------------------------------------------
001242* 2700-FACTURER-PORT - ONE INVOICE LINE PER ORDER WHOSE DELIVERY
001243* CHARGE IS BILLED HERE, UNTIL A BLANK ORDER NUMBER
001244*----------------------------------------------------------------
001245 2700-FACTURER-PORT.
001246     OPEN INPUT ORDERS-FILE.
001247     IF NOT ORDERS-OK
001248         CALL "FICHSTAT" USING WS-ORDERS-STATUS
001249             WS-MESSAGE-STATUT
001250         DISPLAY "ORDERS.DAT : "
001251             FUNCTION TRIM(WS-MESSAGE-STATUT)
001252         DISPLAY "Frais de port non factures"
001253         GO TO 2700-FACTURER-PORT-EXIT
001254     END-IF.
001255     PERFORM UNTIL FIN-PORT
001256         DISPLAY "Commande dont le port est a facturer"
001257             " (vide pour finir) : "
001258         MOVE ZERO TO WS-NUM-CMD-PORT
001259         ACCEPT WS-NUM-CMD-PORT
001260         IF WS-NUM-CMD-PORT = ZERO
001261             SET FIN-PORT TO TRUE
001262         ELSE
001263             PERFORM 2750-FACTURER-UN-PORT
001264                 THRU 2750-FACTURER-UN-PORT-EXIT
001265         END-IF
001266     END-PERFORM.
001267     CLOSE ORDERS-FILE.
001268 2700-FACTURER-PORT-EXIT.
001269     EXIT.

001270*----------------------------------------------------------------
001271* 2750-FACTURER-UN-PORT - THE ORDER'S OR-FRAIS-PORT AS AN HT LINE
001272* AT THE NORMAL RATE (CATEGORY 1)
001273*----------------------------------------------------------------
001274 2750-FACTURER-UN-PORT.
001275     MOVE WS-NUM-CMD-PORT TO OR-NUM-CMD.
001276     MOVE "A"  TO OR-TYPE.
001277     MOVE ZERO TO OR-SEQ.
001278     READ ORDERS-FILE
001279         INVALID KEY CONTINUE
001280         NOT INVALID KEY
001281             DISPLAY "Commande " WS-NUM-CMD-PORT
001282                 " annulee - port non facture"
001283             GO TO 2750-FACTURER-UN-PORT-EXIT
001284     END-READ.
001285     MOVE WS-NUM-CMD-PORT TO OR-NUM-CMD.
001286     MOVE "O"  TO OR-TYPE.
001287     MOVE ZERO TO OR-SEQ.
001288     READ ORDERS-FILE
001289         INVALID KEY
001290             DISPLAY "Commande inconnue : " WS-NUM-CMD-PORT
001291             GO TO 2750-FACTURER-UN-PORT-EXIT
001292     END-READ.
001293     IF OR-FRAIS-PORT NOT NUMERIC OR OR-FRAIS-PORT = ZERO
001294         DISPLAY "Pas de frais de port sur la commande "
001295             WS-NUM-CMD-PORT
001296         GO TO 2750-FACTURER-UN-PORT-EXIT
001297     END-IF.
001298     MOVE 1 TO WS-CATEGORIE.
001299     MOVE OR-FRAIS-PORT TO WS-PRIX-HT.
001300     PERFORM 3000-RECHERCHER-TAUX
001301         THRU 3000-RECHERCHER-TAUX-EXIT.
001302     COMPUTE WS-MONTANT-TVA = WS-PRIX-HT * WS-TVA / 100.
001303     COMPUTE WS-TTC = WS-PRIX-HT + WS-MONTANT-TVA.
001304     DISPLAY "Port commande " WS-NUM-CMD-PORT
001305         " HT : " WS-PRIX-HT " TVA : " WS-MONTANT-TVA
001306         " TTC : " WS-TTC.
001307     ADD WS-PRIX-HT     TO WS-TOTAL-HT.
001308     ADD WS-MONTANT-TVA TO WS-TOTAL-TVA.
001309     ADD WS-TTC         TO WS-TOTAL-TTC.
001310     PERFORM 2500-CUMULER-TVA-CATEGORIE
001311         THRU 2500-CUMULER-TVA-CATEGORIE-EXIT.
001312     MOVE SPACES TO FACT-LIGNE.
001313     STRING "Port commande " WS-NUM-CMD-PORT
001314         " HT : " WS-PRIX-HT " TVA : " WS-MONTANT-TVA
001315         " TTC : " WS-TTC
001316         DELIMITED BY SIZE INTO FACT-LIGNE.
001317     WRITE FACT-LIGNE.
001318     SET FDT-PORT TO TRUE.
001319     MOVE WS-NUM-CMD-PORT TO FDT-REFERENCE.
001320     MOVE 1           TO FDT-QUANTITE.
001321     MOVE WS-PRIX-HT  TO FDT-PRIX-UNITAIRE.
001322     MOVE ZERO        TO FDT-REMISE.
001323     PERFORM 2800-ENREGISTRER-DETAIL
001324         THRU 2800-ENREGISTRER-DETAIL-EXIT.
001325 2750-FACTURER-UN-PORT-EXIT.
001326     EXIT.

001327*----------------------------------------------------------------
001328* 2800-ENREGISTRER-DETAIL - THE STRUCTURED COPY OF THE LINE JUST
001329* PRINTED, FOR THE ELECTRONIC INVOICE
001330*----------------------------------------------------------------
001331 2800-ENREGISTRER-DETAIL.
001332     ADD 1 TO WS-NUM-LIGNE.
001333     MOVE WS-NUM-FACTURE TO FDT-NUM-FACTURE.
001334     MOVE WS-NUM-LIGNE   TO FDT-NUM-LIGNE.
001335     MOVE WS-PRIX-HT     TO FDT-MONTANT-HT.
001336     MOVE WS-CATEGORIE   TO FDT-CATEGORIE-TVA.
001337     MOVE WS-TVA         TO FDT-TAUX-TVA.
001338     MOVE WS-MONTANT-TVA TO FDT-MONTANT-TVA.
001339     WRITE FACTDET-RECORD.
001340 2800-ENREGISTRER-DETAIL-EXIT.
001341     EXIT.

001241*----------------------------------------------------------------
001242* 2200-CONVERTIR-DEVISE - UNIT PRICE BROUGHT BACK TO EUR VIA THE
001243* EXCHANGE TABLE; BLANK OR EUR PASSES THROUGH UNCHANGED
