000190*                 EXACTLY AS A KEYED ORDER WOULD.
000192* 2026-09-02  LM  EACH IMPORTED SALE NOW LEAVES A "VE" LINE IN
000194*                 THE SHARED MOVEMENT JOURNAL (SEE MVTSTOCK).
000195* 2026-10-15  LM  PRICE THROUGH THE CUSTOMER'S CONTRACT FIRST
000196*                 (PRIXCONTRAT), AS COMMANDE DOES, AND STAMP THE
000197*                 PRICE SOURCE ON THE ORDER.
000198* 2026-10-15  LM  A LINE IS CHECKED AGAINST THE BOUTIQUE STOCK
000199*                 LESS WHAT OPEN QUOTES HOLD (QTERESERVEE).
000200* 2026-10-15  LM  AN IMPORTED LINE IS PROMISED AT THE STANDARD
000201*                 LEAD TIME FROM TODAY (DATEPROMISE).
000202* 2026-10-15  LM  AN IMPORTED LINE CARRIES THE CUSTOMER'S SALES
000203*                 REP FROM CLIENTS.DAT, BLANK WHEN THE CUSTOMER
000204*                 OR THE FILE IS MISSING.
000205* 2026-10-15  LM  THE WEB SHOP NOW SENDS ITS OWN ORDER REFERENCE
000206*                 AT THE END OF EACH LINE; IT IS STAMPED ON THE
000207*                 ORDER FOR FLUXWEB. A REFERENCED LINE SHORT OF
000208*                 STOCK IS BACKORDERED WHOLE ON RELIQUAT.DAT
000209*                 INSTEAD OF REJECTED - THE CUSTOMER HAS ALREADY
000210*                 PAID ON LINE. UNREFERENCED LINES ARE REJECTED
000211*                 AS BEFORE.
000212* 2026-10-15  LM  EVERY STOCK MOVEMENT NOW ALSO GOES TO LOTSTOCK,
000213*                 WHICH TAKES THE SALE FROM THE EARLIEST-EXPIRING
000214*                 LOTS ON THE SHELF AND TRACES THEM TO THE ORDER
000215*                 (LOTVENTE.DAT) FOR A PRODUCT RECALL.
000216* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000217*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000218*                 COMMANDEIMPORT (SEE HABILITATIONS).
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000500     SELECT STOCKBAS-FILE ASSIGN TO "STOCKBAS.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-STOCKBAS-STATUS.
000521
000522     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000523         ORGANIZATION IS INDEXED
000524         ACCESS MODE IS RANDOM
000525         RECORD KEY IS CLI-CODE
000526         FILE STATUS IS WS-CLIENTS-STATUS.
000530
000532     SELECT RELIQUAT-FILE ASSIGN TO "RELIQUAT.DAT"
000534         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS WS-RELIQUAT-STATUS.
000538
000540 DATA DIVISION.
000550 FILE SECTION.
000560
000620     05 IMP-CLIENT           PIC X(10).
000630     05 IMP-CODE-PROD        PIC X(04).
000640     05 IMP-QUANTITE         PIC 9(05).
000645     05 IMP-REF-WEB          PIC X(12).
000650
000660*----------------------------------------------------------------
000670* REJETS - THE MORNING WORKLIST : THE REFUSED LINE PLUS REASON
000910                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000920                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000930                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000931                   ==CMD-VILLE==      BY ==OR-VILLE==
000932                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000933                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000934                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000935                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000936                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000937                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000938                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000939                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000940                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000941                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000942                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000943                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000944                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000945                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000946                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000947                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000948                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000940
000950 FD  CMDNUM-CTL-FILE.
000960 01  CTL-DERNIER-NUM         PIC 9(08).
001020     05 SB-STOCK             PIC 9(05).
001030     05 SB-SEUIL             PIC 9(05).
001040
001041 FD  CLIENTS-FILE.
001042     COPY "CLIENT-RECORD.cpy".
001043
001044 FD  RELIQUAT-FILE.
001045     COPY "RELIQUAT-RECORD.cpy".
001046
001050 WORKING-STORAGE SECTION.
001060
001063     COPY "HABILITATION.cpy".
001066
001070 01  WS-DATE-JOUR            PIC 9(08).
001075 01  WS-DATE-PROMISE         PIC 9(08).
001080
001090 01  WS-PRIX-APPLIQUE        PIC 9(05)V99.
001100
001310 01  WS-STOCKBAS-STATUS      PIC X(02).
001320     88 STOCKBAS-OK                   VALUE "00".
001330
001332 01  WS-CLIENTS-STATUS       PIC X(02).
001334     88 CLIENTS-OK                    VALUE "00".
001336
001337 01  WS-RELIQUAT-STATUS      PIC X(02).
001338     88 RELIQUAT-OK                   VALUE "00".
001339
001340 01  WS-SWITCHES.
001350     05 WS-FIN-IMPORT        PIC X(01) VALUE "N".
001360         88 FIN-IMPORT                VALUE "Y".
001363     05 WS-CLIENTS-OUVERTS   PIC X(01) VALUE "N".
001366         88 CLIENTS-OUVERTS           VALUE "O".
001370
001380 01  WS-NB-LUES              PIC 9(04) VALUE ZERO.
001390 01  WS-NB-ACCEPTEES         PIC 9(04) VALUE ZERO.
001400 01  WS-NB-REJETEES          PIC 9(04) VALUE ZERO.
001405 01  WS-NB-RELIQUATS         PIC 9(04) VALUE ZERO.
001410
001420 01  WS-MOTIF-REJET          PIC X(30).
001421
001422 01  WS-MVT-TYPE             PIC X(02).
001424 01  WS-MVT-REFERENCE        PIC X(08).
001426 01  WS-MVT-QUANTITE         PIC S9(05).
001430
001432 01  WS-QTE-RESERVEE         PIC 9(07).
001434 01  WS-DEVIS-EXCLU          PIC 9(08) VALUE ZERO.
001436
001440 PROCEDURE DIVISION.
001450
001460*----------------------------------------------------------------
001470* 0000-MAINLINE
001480*----------------------------------------------------------------
001490 0000-MAINLINE.
001491     MOVE "COMMANDEIMPORT" TO HAB-PROGRAMME.
001492     CALL "HABILITER" USING HAB-ZONE.
001493     IF NOT HAB-AUTORISE
001494         GOBACK
001495     END-IF.
001500     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001510     PERFORM 1000-OUVRIR-FICHIERS
001520         THRU 1000-OUVRIR-FICHIERS-EXIT.
001650         DISPLAY "Lignes lues      : " WS-NB-LUES
001660         DISPLAY "Commandes creees : " WS-NB-ACCEPTEES
001670         DISPLAY "Lignes rejetees  : " WS-NB-REJETEES
001675         DISPLAY "Lignes reliquat  : " WS-NB-RELIQUATS
001680         IF WS-NB-REJETEES > ZERO
001690             DISPLAY "Liste des rejets dans CMDIMPRJ.DAT"
001700         END-IF
002000         OPEN I-O ORDERS-FILE
002010     END-IF.
002020     OPEN OUTPUT REJETS-FILE.
002022     OPEN INPUT CLIENTS-FILE.
002024     IF CLIENTS-OK
002026         SET CLIENTS-OUVERTS TO TRUE
002028     END-IF.
002030 1000-OUVRIR-FICHIERS-EXIT.
002040     EXIT.
002050
002210                 THRU 2500-REJETER-LIGNE-EXIT
002220             GO TO 2000-TRAITER-UNE-LIGNE-EXIT
002230     END-READ.
002233     CALL "QTERESERVEE" USING PROD-CODE WS-DATE-JOUR
002236         WS-DEVIS-EXCLU WS-QTE-RESERVEE.
002240     IF IMP-QUANTITE + WS-QTE-RESERVEE > PROD-STOCK-BOUTIQUE
002241         IF IMP-REF-WEB NOT = SPACES
002242             PERFORM 2600-METTRE-EN-RELIQUAT
002243                 THRU 2600-METTRE-EN-RELIQUAT-EXIT
002244             GO TO 2000-TRAITER-UNE-LIGNE-EXIT
002245         END-IF
002250         MOVE "stock insuffisant" TO WS-MOTIF-REJET
002260         PERFORM 2500-REJETER-LIGNE
002270             THRU 2500-REJETER-LIGNE-EXIT
002450     DISPLAY "Rejet : " FUNCTION TRIM(REJET-LIGNE).
002460 2500-REJETER-LIGNE-EXIT.
002470     EXIT.
002471
002472*----------------------------------------------------------------
002473* 2600-METTRE-EN-RELIQUAT - A WEB LINE SHORT OF STOCK WAITS WHOLE
002474* ON RELIQUAT.DAT FOR RELIQUATLIBERER, WITH ITS WEB REFERENCE
002475*----------------------------------------------------------------
002476 2600-METTRE-EN-RELIQUAT.
002477     OPEN EXTEND RELIQUAT-FILE.
002478     IF NOT RELIQUAT-OK
002479         CLOSE RELIQUAT-FILE
002480         OPEN OUTPUT RELIQUAT-FILE
002481     END-IF.
002482     MOVE WS-DATE-JOUR  TO REL-DATE.
002483     MOVE IMP-CLIENT    TO REL-CLIENT.
002484     MOVE IMP-CODE-PROD TO REL-CODE-PROD.
002485     MOVE IMP-QUANTITE  TO REL-QUANTITE.
002486     SET REL-EN-ATTENTE TO TRUE.
002487     MOVE ZERO          TO REL-NUM-CMD.
002488     MOVE IMP-REF-WEB   TO REL-REF-WEB.
002489     WRITE RELIQUAT-RECORD.
002490     CLOSE RELIQUAT-FILE.
002491     ADD 1 TO WS-NB-RELIQUATS.
002492     DISPLAY "Reliquat : " FUNCTION TRIM(IMP-REF-WEB) " "
002493         FUNCTION TRIM(IMP-CLIENT) " - " IMP-CODE-PROD
002494         " x" IMP-QUANTITE " (stock insuffisant)".
002495 2600-METTRE-EN-RELIQUAT-EXIT.
002496     EXIT.
002480
002490*----------------------------------------------------------------
002500* 3000-ENREGISTRER-COMMANDE - NUMBER, PRICE, WRITE, DECREMENT,
002530 3000-ENREGISTRER-COMMANDE.
002540     PERFORM 3500-NUMEROTER-COMMANDE
002550         THRU 3500-NUMEROTER-COMMANDE-EXIT.
002553     CALL "PRIXCONTRAT" USING IMP-CLIENT IMP-CODE-PROD
002556         WS-DATE-JOUR WS-PRIX-APPLIQUE WS-PRIX-TROUVE.
002559     IF PRIX-DATE-TROUVE
002562         SET OR-PX-CONTRAT TO TRUE
002565     ELSE
002568         CALL "PRIXEFFECTIF" USING IMP-CODE-PROD WS-DATE-JOUR
002571             WS-PRIX-APPLIQUE WS-PRIX-TROUVE
002574         IF PRIX-DATE-TROUVE
002577             SET OR-PX-TARIF TO TRUE
002580         ELSE
002583             MOVE PROD-PRIX TO WS-PRIX-APPLIQUE
002586             SET OR-PX-CATALOGUE TO TRUE
002589         END-IF
002600     END-IF.
002610     MOVE "O"  TO OR-TYPE.
002620     MOVE ZERO TO OR-SEQ.
002670     MOVE WS-DATE-JOUR TO OR-DATE.
002680     SET OR-EN-ATTENTE TO TRUE.
002682     MOVE SPACES TO OR-VILLE.
002683     MOVE SPACES TO OR-CAMPAGNE.
002684     CALL "DATEPROMISE" USING OR-VILLE WS-DATE-JOUR
002685         WS-DATE-PROMISE.
002686     MOVE WS-DATE-PROMISE TO OR-DATE-PROMISE.
002687     MOVE ZERO TO OR-DATE-LIVREE.
002688     MOVE ZERO TO OR-FRAIS-PORT.
002689     MOVE SPACES TO OR-CODE-ORIG.
002690     MOVE SPACES TO OR-MODE-REGL.
002691     MOVE ZERO TO OR-ENCAISSE.
002692     MOVE IMP-REF-WEB TO OR-REF-WEB.
002693     PERFORM 3600-CHERCHER-REPRESENTANT
002694         THRU 3600-CHERCHER-REPRESENTANT-EXIT.
002690     WRITE ORDERS-RECORD
002700         INVALID KEY
002710             MOVE "numero deja au journal" TO WS-MOTIF-REJET
002776     COMPUTE WS-MVT-QUANTITE = ZERO - IMP-QUANTITE.
002778     CALL "MVTSTOCK" USING WS-DATE-JOUR PROD-CODE
002779         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
002780     CALL "LOTSTOCK" USING WS-DATE-JOUR PROD-CODE
002781         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
002780     ADD 1 TO WS-NB-ACCEPTEES.
002790     DISPLAY "Commande " OR-NUM-CMD " importee : "
002800         FUNCTION TRIM(IMP-CLIENT) " - " IMP-CODE-PROD
003070     CLOSE CMDNUM-CTL-FILE.
003080 3500-NUMEROTER-COMMANDE-EXIT.
003090     EXIT.
003091
003092*----------------------------------------------------------------
003093* 3600-CHERCHER-REPRESENTANT - THE CUSTOMER'S SALES REP ONTO THE
003094* ORDER LINE
003095*----------------------------------------------------------------
003096 3600-CHERCHER-REPRESENTANT.
003097     MOVE SPACES TO OR-REPRESENTANT.
003098     IF NOT CLIENTS-OUVERTS
003099         GO TO 3600-CHERCHER-REPRESENTANT-EXIT
003100     END-IF.
003101     MOVE IMP-CLIENT TO CLI-CODE.
003102     READ CLIENTS-FILE
003103         INVALID KEY CONTINUE
003104         NOT INVALID KEY MOVE CLI-REPRESENTANT TO OR-REPRESENTANT
003105     END-READ.
003106 3600-CHERCHER-REPRESENTANT-EXIT.
003107     EXIT.
003100
003110*----------------------------------------------------------------
003120* 4000-SIGNALER-STOCK-BAS - SAME ALERT COMMANDE LEAVES FOR THE
003350* 9000-FERMER-FICHIERS
003360*----------------------------------------------------------------
003370 9000-FERMER-FICHIERS.
003372     IF CLIENTS-OUVERTS
003374         CLOSE CLIENTS-FILE
003376     END-IF.
003380     CLOSE REJETS-FILE.
003390     CLOSE ORDERS-FILE.
003400     CLOSE PRODUIT-FILE.
