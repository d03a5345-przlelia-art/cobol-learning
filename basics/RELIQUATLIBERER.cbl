000177*                 COMMANDEIMPORT AND DEVIS - A REMAINDER
000178*                 RELEASED AFTER A REPRICING NO LONGER BILLS THE
000179*                 STALE MASTER PRICE.
000180* 2026-10-15  LM  A CONTRACT PRICE (PRIXCONTRAT) COMES FIRST FOR
000181*                 THE WAITING CUSTOMER, AS IN COMMANDE, AND THE
000182*                 PRICE SOURCE IS STAMPED ON THE RELEASED ORDER.
000183* 2026-10-15  LM  THE RELEASED ORDER IS PROMISED FROM THE DAY THE
000184*                 STOCK CAME IN, PLUS THE STANDARD LEAD TIME
000185*                 (DATEPROMISE - A REMAINDER CARRIES NO CITY).
000186* 2026-10-15  LM  THE RELEASED ORDER CARRIES THE CUSTOMER'S SALES
000187*                 REP FROM CLIENTS.DAT.
000188* 2026-10-15  LM  A WEB SHOP LINE COMMANDEIMPORT BACKORDERED KEEPS
000189*                 ITS WEB REFERENCE ON THE RELEASED ORDER, SO
000190*                 FLUXWEB CAN REPORT IT BACK.
000191* 2026-10-15  LM  EVERY STOCK MOVEMENT NOW ALSO GOES TO LOTSTOCK,
000192*                 WHICH TAKES THE SALE FROM THE EARLIEST-EXPIRING
000193*                 LOTS ON THE SHELF AND TRACES THEM TO THE ORDER
000194*                 (LOTVENTE.DAT) FOR A PRODUCT RECALL.
000195* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000196*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000197*                 RELIQUATLIBERER (SEE HABILITATIONS).
000198* 2026-10-15  LM  EACH RELEASE IS LOGGED AS ONE UNIT ON THE
000199*                 RECOVERY LOG REPRISE.DAT (REPRISELOG) BEFORE
000200*                 ANY FILE IS TOUCHED, SO REPRISE CAN FINISH OR
000201*                 BACK OUT ONE A DEAD SESSION LEFT HALF WRITTEN.
000202*                 RELIQUAT.DAT IS REWRITTEN AFTER EACH REMAINDER
000203*                 SERVED INSTEAD OF ONCE AT THE END.
000204* 2026-10-15  LM  A SERVED REMAINDER QUEUES A NOTICE FOR THE
000205*                 CUSTOMER ON NOTIFS.DAT THROUGH NOTIFIER (MODEL
000206*                 RELIQSRV).
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CTL-STATUS.
000430
000431     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS RANDOM
000434         RECORD KEY IS CLI-CODE
000435         FILE STATUS IS WS-CLIENTS-STATUS.
000436
000440 DATA DIVISION.
000450 FILE SECTION.
000460
000730                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000740                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000750                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000751                   ==CMD-VILLE==      BY ==OR-VILLE==
000752                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000753                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000754                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000755                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000756                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000757                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000758                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000759                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000760                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000761                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000762                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000763                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000764                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000765                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000766                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000767                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000768                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000760
000770 FD  CMDNUM-CTL-FILE.
000780 01  CTL-DERNIER-NUM         PIC 9(08).
000790
000792 FD  CLIENTS-FILE.
000794     COPY "CLIENT-RECORD.cpy".
000796
000800 WORKING-STORAGE SECTION.
000810
000813     COPY "HABILITATION.cpy".
000816
000820 01  WS-DATE-JOUR            PIC 9(08).
000825 01  WS-DATE-PROMISE         PIC 9(08).
000830
000840 01  WS-MESSAGE-STATUT       PIC X(40).
000850
000950 01  WS-CTL-STATUS           PIC X(02).
000960     88 CTL-OK                        VALUE "00".
000970
000972 01  WS-CLIENTS-STATUS       PIC X(02).
000974     88 CLIENTS-OK                    VALUE "00".
000976
000980 01  WS-SWITCHES.
000990     05 WS-FIN-RELIQUATS     PIC X(01) VALUE "N".
001000         88 FIN-RELIQUATS             VALUE "Y".
001030
001040 01  WS-NB-RELIQUATS         PIC 9(04) VALUE ZERO.
001050 01  WS-NB-SERVIS            PIC 9(04) VALUE ZERO.
001051
001052 01  WS-MVT-TYPE             PIC X(02).
001054 01  WS-MVT-REFERENCE        PIC X(08).
001056 01  WS-MVT-QUANTITE         PIC S9(05).
001057
001057 01  WS-PRIX-APPLIQUE        PIC 9(05)V99.
001058 01  WS-PRIX-TROUVE          PIC X(01).
001059     88 PRIX-DATE-TROUVE             VALUE "O".
001090* REWRITTEN (SAME OLD/NEW MASTER PATTERN AS ASKNAME'S RETRAIT)
001100*----------------------------------------------------------------
001110 01  WS-RELIQUATS-TABLE.
001120     05 WS-RELIQUAT OCCURS 200 TIMES INDEXED BY WS-RDX WS-EDX
001130                          PIC X(48).
001140
001150     COPY "RELIQUAT-RECORD.cpy"
001160         REPLACING ==RELIQUAT-RECORD== BY ==WS-RELIQUAT-COURANT==
001210                   ==REL-STATUT==     BY ==WS-REL-STATUT==
001220                   ==REL-EN-ATTENTE== BY ==WS-REL-EN-ATTENTE==
001230                   ==REL-SERVI==      BY ==WS-REL-SERVI==
001232                   ==REL-NUM-CMD==    BY ==WS-REL-NUM-CMD==
001234                   ==REL-REF-WEB==    BY ==WS-REL-REF-WEB==.
001236
001238*----------------------------------------------------------------
001240* RECOVERY LOG - THE LINE BEING WRITTEN TO REPRISE.DAT
001242*----------------------------------------------------------------
001244     COPY "REPRISE-RECORD.cpy".
001246
001248*----------------------------------------------------------------
001250* NOTIFICATION - THE CUSTOMER'S NOTICE HANDED TO NOTIFIER
001252*----------------------------------------------------------------
001254     COPY "NOTIF-RECORD.cpy".
001260
001270 PROCEDURE DIVISION.
001280
001300* 0000-MAINLINE
001310*----------------------------------------------------------------
001320 0000-MAINLINE.
001321     MOVE "RELIQUATLIBERER" TO HAB-PROGRAMME.
001322     CALL "HABILITER" USING HAB-ZONE.
001323     IF NOT HAB-AUTORISE
001324         GOBACK
001325     END-IF.
001330     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001340     PERFORM 1000-CHARGER-RELIQUATS
001350         THRU 1000-CHARGER-RELIQUATS-EXIT.
001440     END-IF.
001450     PERFORM 2000-SERVIR-RELIQUATS
001460         THRU 2000-SERVIR-RELIQUATS-EXIT.
001510     DISPLAY "Reliquats servis : " WS-NB-SERVIS.
001520 0000-FIN.
001530     STOP RUN.
002320     MOVE WS-REL-CLIENT    TO OR-CLIENT.
002330     MOVE WS-REL-CODE-PROD TO OR-CODE-PROD.
002340     MOVE WS-REL-QUANTITE  TO OR-QUANTITE.
002341     CALL "PRIXCONTRAT" USING WS-REL-CLIENT WS-REL-CODE-PROD
002342         WS-DATE-JOUR WS-PRIX-APPLIQUE WS-PRIX-TROUVE.
002343     IF PRIX-DATE-TROUVE
002344         SET OR-PX-CONTRAT TO TRUE
002345     ELSE
002346         CALL "PRIXEFFECTIF" USING WS-REL-CODE-PROD WS-DATE-JOUR
002347             WS-PRIX-APPLIQUE WS-PRIX-TROUVE
002348         IF PRIX-DATE-TROUVE
002349             SET OR-PX-TARIF TO TRUE
002350         ELSE
002351             MOVE PROD-PRIX TO WS-PRIX-APPLIQUE
002352             SET OR-PX-CATALOGUE TO TRUE
002353         END-IF
002348     END-IF.
002350     COMPUTE OR-MONTANT = WS-PRIX-APPLIQUE * WS-REL-QUANTITE.
002360     MOVE WS-DATE-JOUR TO OR-DATE.
002370     SET OR-EN-ATTENTE TO TRUE.
002372     MOVE SPACES TO OR-VILLE.
002373     MOVE SPACES TO OR-CAMPAGNE.
002374     CALL "DATEPROMISE" USING OR-VILLE WS-DATE-JOUR
002375         WS-DATE-PROMISE.
002376     MOVE WS-DATE-PROMISE TO OR-DATE-PROMISE.
002377     MOVE ZERO TO OR-DATE-LIVREE.
002378     MOVE ZERO TO OR-FRAIS-PORT.
002379     MOVE SPACES TO OR-CODE-ORIG.
002380     MOVE SPACES TO OR-MODE-REGL.
002381     MOVE ZERO TO OR-ENCAISSE.
002382     MOVE WS-REL-REF-WEB TO OR-REF-WEB.
002383     PERFORM 2600-CHERCHER-REPRESENTANT
002384         THRU 2600-CHERCHER-REPRESENTANT-EXIT.
002385     PERFORM 7000-OUVRIR-REPRISE
002386         THRU 7000-OUVRIR-REPRISE-EXIT.
002380     WRITE ORDERS-RECORD
002390         INVALID KEY
002400             DISPLAY "Numero de commande deja au journal : "
002410                 OR-NUM-CMD
002412             SET REP-DEFAIT TO TRUE
002414             PERFORM 7400-FERMER-REPRISE
002416                 THRU 7400-FERMER-REPRISE-EXIT
002420             GO TO 2100-SERVIR-UN-RELIQUAT-EXIT
002430     END-WRITE.
002431     MOVE 1 TO REP-NUM-ACTION.
002432     PERFORM 7200-NOTER-EFFECTUE
002433         THRU 7200-NOTER-EFFECTUE-EXIT.
002434     MOVE 2 TO REP-NUM-ACTION.
002435     PERFORM 7100-NOTER-AVANT
002436         THRU 7100-NOTER-AVANT-EXIT.
002438     SUBTRACT WS-REL-QUANTITE FROM PROD-STOCK-BOUTIQUE.
002440     SUBTRACT WS-REL-QUANTITE FROM PROD-STOCK.
002450     REWRITE PRODUIT-RECORD.
002456     COMPUTE WS-MVT-QUANTITE = ZERO - WS-REL-QUANTITE.
002458     CALL "MVTSTOCK" USING WS-DATE-JOUR PROD-CODE
002459         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
002460     CALL "LOTSTOCK" USING WS-DATE-JOUR PROD-CODE
002461         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
002462     MOVE 2 TO REP-NUM-ACTION.
002463     PERFORM 7200-NOTER-EFFECTUE
002464         THRU 7200-NOTER-EFFECTUE-EXIT.
002460     SET WS-REL-SERVI TO TRUE.
002470     MOVE OR-NUM-CMD TO WS-REL-NUM-CMD.
002480     MOVE WS-RELIQUAT-COURANT TO WS-RELIQUAT(WS-RDX).
002481     PERFORM 5000-REECRIRE-RELIQUATS
002482         THRU 5000-REECRIRE-RELIQUATS-EXIT.
002483     MOVE 3 TO REP-NUM-ACTION.
002484     PERFORM 7200-NOTER-EFFECTUE
002485         THRU 7200-NOTER-EFFECTUE-EXIT.
002486     SET REP-FIN TO TRUE.
002487     PERFORM 7400-FERMER-REPRISE
002488         THRU 7400-FERMER-REPRISE-EXIT.
002490     ADD 1 TO WS-NB-SERVIS.
002500     DISPLAY "Commande " OR-NUM-CMD " desormais livrable : "
002510         WS-REL-QUANTITE " x " FUNCTION TRIM(WS-REL-CODE-PROD)
002520         " pour " FUNCTION TRIM(WS-REL-CLIENT).
002523     PERFORM 2700-AVISER-CLIENT
002526         THRU 2700-AVISER-CLIENT-EXIT.
002530 2100-SERVIR-UN-RELIQUAT-EXIT.
002540     EXIT.
002550
002740     CLOSE CMDNUM-CTL-FILE.
002750 2500-NUMEROTER-COMMANDE-EXIT.
002760     EXIT.
002761
002762*----------------------------------------------------------------
002763* 2600-CHERCHER-REPRESENTANT - THE CUSTOMER'S SALES REP ONTO THE
002764* ORDER LINE, BLANK WHEN THE CUSTOMER OR CLIENTS.DAT IS MISSING
002765*----------------------------------------------------------------
002766 2600-CHERCHER-REPRESENTANT.
002767     MOVE SPACES TO OR-REPRESENTANT.
002768     OPEN INPUT CLIENTS-FILE.
002769     IF NOT CLIENTS-OK
002770         GO TO 2600-CHERCHER-REPRESENTANT-EXIT
002771     END-IF.
002772     MOVE WS-REL-CLIENT TO CLI-CODE.
002773     READ CLIENTS-FILE
002774         INVALID KEY CONTINUE
002775         NOT INVALID KEY MOVE CLI-REPRESENTANT TO OR-REPRESENTANT
002776     END-READ.
002777     CLOSE CLIENTS-FILE.
002778 2600-CHERCHER-REPRESENTANT-EXIT.
002779     EXIT.
002780
002781*----------------------------------------------------------------
002782* 2700-AVISER-CLIENT - TELL THE CUSTOMER THE REMAINDER IS ON ITS
002783* WAY, THROUGH NOTIFIER (MODEL RELIQSRV)
002784*----------------------------------------------------------------
002785 2700-AVISER-CLIENT.
002786     MOVE SPACES TO NOTIF-RECORD.
002787     MOVE "RELIQUATLIBERER" TO NTF-PROGRAMME.
002788     MOVE "RELIQSRV"       TO NTF-MODELE.
002789     MOVE OR-NUM-CMD       TO NTF-REFERENCE NTF-CHAMP(1).
002790     MOVE WS-REL-CLIENT    TO NTF-CLIENT.
002791     MOVE WS-REL-CODE-PROD TO NTF-CHAMP(2).
002792     MOVE WS-REL-QUANTITE  TO NTF-CHAMP(3).
002793     MOVE OR-DATE-PROMISE  TO NTF-CHAMP(4).
002794     CALL "NOTIFIER" USING NOTIF-RECORD.
002795     IF NTF-SANS-CONTACT
002796         DISPLAY "Client " FUNCTION TRIM(WS-REL-CLIENT)
002797             " non avise (aucun contact)"
002798     END-IF.
002799 2700-AVISER-CLIENT-EXIT.
002800     EXIT.
002770
002780*----------------------------------------------------------------
002790* 5000-REECRIRE-RELIQUATS - NEW RELIQUAT.DAT FROM THE PATCHED
002800* TABLE, SERVED ENTRIES KEPT FOR THE AUDIT TRAIL; REWRITTEN AS
002801* EACH REMAINDER IS SERVED SO THE FILE NEVER LAGS THE ORDERS
002810*----------------------------------------------------------------
002820 5000-REECRIRE-RELIQUATS.
002830     OPEN OUTPUT RELIQUAT-FILE.
002840     PERFORM VARYING WS-EDX FROM 1 BY 1
002850             UNTIL WS-EDX > WS-NB-RELIQUATS
002860         MOVE WS-RELIQUAT(WS-EDX) TO RELIQUAT-RECORD
002870         WRITE RELIQUAT-RECORD
002880     END-PERFORM.
002890     CLOSE RELIQUAT-FILE.
002900 5000-REECRIRE-RELIQUATS-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------------
002940* 7000-OUVRIR-REPRISE - OPEN THE RELEASE'S UNIT ON THE RECOVERY
002950* LOG AND LIST ITS UPDATES BEFORE THE FIRST ONE : 01 THE ORDER,
002960* 02 THE STOCK, 03 THE REMAINDER MARKED SERVED ON RELIQUAT.DAT
002970*----------------------------------------------------------------
002980 7000-OUVRIR-REPRISE.
002990     MOVE SPACES TO REPRISE-RECORD.
003000     MOVE "RELIQUATLIBERER" TO REP-PROGRAMME.
003010     MOVE WS-DATE-JOUR TO REP-DATE.
003020     ACCEPT REP-HEURE FROM TIME.
003030     SET REP-DEBUT TO TRUE.
003040     MOVE ZERO TO REP-NUM-ACTION REP-QUANTITE REP-STOCK-AVANT.
003050     STRING "Reliquat servi : commande " OR-NUM-CMD " - "
003060         WS-REL-QUANTITE " x " WS-REL-CODE-PROD " pour "
003070         WS-REL-CLIENT
003080         DELIMITED BY SIZE INTO REP-LIBELLE.
003090     PERFORM 7300-ECRIRE-REPRISE
003100         THRU 7300-ECRIRE-REPRISE-EXIT.
003110     SET REP-ACTION TO TRUE.
003120     MOVE 1 TO REP-NUM-ACTION.
003130     SET REP-ECRIRE-ORDRE TO TRUE.
003140     MOVE ORDERS-RECORD TO REP-IMAGE.
003150     PERFORM 7300-ECRIRE-REPRISE
003160         THRU 7300-ECRIRE-REPRISE-EXIT.
003170     MOVE SPACES TO REP-IMAGE.
003180     MOVE 2 TO REP-NUM-ACTION.
003190     SET REP-MAJ-STOCK TO TRUE.
003200     MOVE WS-REL-CODE-PROD TO REP-CODE-PROD.
003210     COMPUTE REP-QUANTITE = ZERO - WS-REL-QUANTITE.
003220     MOVE "LI" TO REP-MVT-TYPE.
003230     MOVE OR-NUM-CMD TO REP-MVT-REFERENCE.
003240     PERFORM 7300-ECRIRE-REPRISE
003250         THRU 7300-ECRIRE-REPRISE-EXIT.
003260     MOVE 3 TO REP-NUM-ACTION.
003270     SET REP-RELIQUAT-SERVI TO TRUE.
003280     MOVE WS-REL-QUANTITE TO REP-QUANTITE.
003290     MOVE SPACES TO REP-MVT-TYPE REP-MVT-REFERENCE.
003300     MOVE WS-RELIQUAT-COURANT TO REP-RELIQUAT-AVANT.
003310     SET WS-REL-SERVI TO TRUE.
003320     MOVE OR-NUM-CMD TO WS-REL-NUM-CMD.
003330     MOVE WS-RELIQUAT-COURANT TO REP-RELIQUAT-APRES.
003340     MOVE REP-RELIQUAT-AVANT TO WS-RELIQUAT-COURANT.
003350     PERFORM 7300-ECRIRE-REPRISE
003360         THRU 7300-ECRIRE-REPRISE-EXIT.
003370 7000-OUVRIR-REPRISE-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------
003410* 7100-NOTER-AVANT - PROD-STOCK AS IT STANDS JUST BEFORE A STOCK
003420* ACTION REWRITES IT, SO REPRISE CAN TELL WHETHER THE REWRITE WAS
003430* DONE
003440*----------------------------------------------------------------
003450 7100-NOTER-AVANT.
003460     SET REP-AVANT TO TRUE.
003470     MOVE SPACES TO REP-CODE-ACTION REP-MVT-TYPE REP-MVT-REFERENCE
003480         REP-IMAGE.
003490     MOVE PROD-CODE TO REP-CODE-PROD.
003500     MOVE ZERO TO REP-QUANTITE.
003510     MOVE PROD-STOCK TO REP-STOCK-AVANT.
003520     PERFORM 7300-ECRIRE-REPRISE
003530         THRU 7300-ECRIRE-REPRISE-EXIT.
003540 7100-NOTER-AVANT-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580* 7200-NOTER-EFFECTUE - ACTION REP-NUM-ACTION IS DONE
003590*----------------------------------------------------------------
003600 7200-NOTER-EFFECTUE.
003610     SET REP-EFFECTUE TO TRUE.
003620     MOVE SPACES TO REP-CODE-ACTION REP-CODE-PROD REP-MVT-TYPE
003630         REP-MVT-REFERENCE REP-IMAGE.
003640     MOVE ZERO TO REP-QUANTITE REP-STOCK-AVANT.
003650     PERFORM 7300-ECRIRE-REPRISE
003660         THRU 7300-ECRIRE-REPRISE-EXIT.
003670 7200-NOTER-EFFECTUE-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710* 7300-ECRIRE-REPRISE - ONE LINE ONTO REPRISE.DAT (REPRISELOG)
003720*----------------------------------------------------------------
003730 7300-ECRIRE-REPRISE.
003740     CALL "REPRISELOG" USING REPRISE-RECORD.
003750 7300-ECRIRE-REPRISE-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------
003790* 7400-FERMER-REPRISE - CLOSE THE UNIT WITH REP-TYPE AS SET BY THE
003800* CALLER : F WHEN THE REMAINDER WAS SERVED, X WHEN NOTHING WAS
003810* DONE
003820*----------------------------------------------------------------
003830 7400-FERMER-REPRISE.
003840     MOVE ZERO TO REP-NUM-ACTION REP-QUANTITE REP-STOCK-AVANT.
003850     MOVE SPACES TO REP-CODE-ACTION REP-CODE-PROD REP-MVT-TYPE
003860         REP-MVT-REFERENCE REP-IMAGE.
003870     PERFORM 7300-ECRIRE-REPRISE
003880         THRU 7300-ECRIRE-REPRISE-EXIT.
003890 7400-FERMER-REPRISE-EXIT.
003900     EXIT.
