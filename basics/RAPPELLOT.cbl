000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RAPPELLOT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. PRODUCT RECALL : GIVEN A SUPPLIER
000110*                 LOT NUMBER (AND THE PRODUCT, IF THE SAME NUMBER
000120*                 COULD BE ON MORE THAN ONE), EVERY ORDER SERVED
000130*                 FROM IT ON LOTVENTE.DAT WITH THE CUSTOMER, THE
000140*                 DELIVERY CITY AND THE QUANTITY STILL WITH THEM
000150*                 (RETURNS NETTED OFF), THEN WHAT IS LEFT OF THE
000160*                 LOT IN THE DEPOT AND ON THE SHELF TO PULL. THE
000170*                 ORDER IS LOOKED UP ON ORDERS.DAT, THEN ON THE
000180*                 ORDARCH.DAT ARCHIVE. PRINTED TO RAPPEL.DAT FOR
000190*                 THE CUSTOMER CALLS.
000192* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000194*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000196*                 RAPPELLOT (SEE HABILITATIONS).
000197* 2026-10-15  LM  THE ORDERS SERVED FROM THE LOT GO ON THE KEYED
000198*                 WORK FILE RAPPLOT.TMP INSTEAD OF A 500-ORDER
000199*                 TABLE, SO THE CALL LIST IS NEVER CUT SHORT. IT
000200*                 NOW COMES OUT IN ORDER NUMBER ORDER.
000200*----------------------------------------------------------------

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.

000240     SELECT LOTVENTE-FILE ASSIGN TO "LOTVENTE.DAT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-LOTVENTE-STATUS.

000270     SELECT LOT-FILE ASSIGN TO "STOCKLOT.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS LOT-CLE
000310         FILE STATUS IS WS-LOT-STATUS.

000320     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS OR-CLE
000360         FILE STATUS IS WS-ORDERS-STATUS.

000370     SELECT ARCHIVE-FILE ASSIGN TO "ORDARCH.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ARCHIVE-STATUS.

000400     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS CLI-CODE
000440         FILE STATUS IS WS-CLIENTS-STATUS.

000450     SELECT RAPPEL-FILE ASSIGN TO "RAPPEL.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RAPPEL-STATUS.

000471     SELECT SERVIS-FILE ASSIGN TO "RAPPLOT.TMP"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS SRV-CLE
000475         FILE STATUS IS WS-SERVIS-STATUS.

000480 DATA DIVISION.
000490 FILE SECTION.

000500 FD  LOTVENTE-FILE.
000510     COPY "LOTVENTE-RECORD.cpy".

000520 FD  LOT-FILE.
000530     COPY "LOT-RECORD.cpy".

000540 FD  ORDERS-FILE.
000550     COPY "ORDER-RECORD.cpy"
000560         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000570                   ==CMD-CLE==        BY ==OR-CLE==
000580                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000590                   ==CMD-TYPE==       BY ==OR-TYPE==
000600                   ==CMD-SEQ==        BY ==OR-SEQ==
000610                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000620                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000630                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000640                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000650                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000660                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000670                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000680                   ==CMD-DATE==       BY ==OR-DATE==
000690                   ==CMD-STATUT==     BY ==OR-STATUT==
000700                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000710                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000720                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000730                   ==CMD-VILLE==      BY ==OR-VILLE==
000740                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000750                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000760                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000770                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000780                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000790                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000800                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000810                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000820                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000830                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000840                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000850                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000860                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000870                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000880                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000890                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000900                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000910*----------------------------------------------------------------
000920* ARCHIVE - ORDERS COMMANDEARCHIVER HAS MOVED OUT OF THE LIVE LOG
000930*----------------------------------------------------------------
000940 FD  ARCHIVE-FILE.
000950     COPY "ORDER-RECORD.cpy"
000960         REPLACING ==ORDER-RECORD==   BY ==ARCHIVE-RECORD==
000970                   ==CMD-CLE==        BY ==ARC-CLE==
000980                   ==CMD-NUM-CMD==    BY ==ARC-NUM-CMD==
000990                   ==CMD-TYPE==       BY ==ARC-TYPE==
001000                   ==CMD-SEQ==        BY ==ARC-SEQ==
001010                   ==CMD-ORDRE==      BY ==ARC-ORDRE==
001020                   ==CMD-ANNULATION== BY ==ARC-ANNULATION==
001030                   ==CMD-RETOUR==     BY ==ARC-RETOUR==
001040                   ==CMD-CLIENT==     BY ==ARC-CLIENT==
001050                   ==CMD-CODE-PROD==  BY ==ARC-CODE-PROD==
001060                   ==CMD-QUANTITE==   BY ==ARC-QUANTITE==
001070                   ==CMD-MONTANT==    BY ==ARC-MONTANT==
001080                   ==CMD-DATE==       BY ==ARC-DATE==
001090                   ==CMD-STATUT==     BY ==ARC-STATUT==
001100                   ==CMD-EN-ATTENTE== BY ==ARC-EN-ATTENTE==
001110                   ==CMD-EXPEDIEE==   BY ==ARC-EXPEDIEE==
001120                   ==CMD-LIVREE==     BY ==ARC-LIVREE==
001130                   ==CMD-VILLE==      BY ==ARC-VILLE==
001140                   ==CMD-PRIX-SRC==   BY ==ARC-PRIX-SRC==
001150                   ==CMD-PX-CONTRAT== BY ==ARC-PX-CONTRAT==
001160                   ==CMD-PX-TARIF==   BY ==ARC-PX-TARIF==
001170                   ==CMD-PX-CATALOGUE== BY ==ARC-PX-CATALOGUE==
001180                   ==CMD-CAMPAGNE==   BY ==ARC-CAMPAGNE==
001190                   ==CMD-DATE-PROMISE== BY ==ARC-DATE-PROMISE==
001200                   ==CMD-DATE-LIVREE== BY ==ARC-DATE-LIVREE==
001210                   ==CMD-FRAIS-PORT== BY ==ARC-FRAIS-PORT==
001220                   ==CMD-CODE-ORIG==  BY ==ARC-CODE-ORIG==
001230                   ==CMD-REPRESENTANT== BY ==ARC-REPRESENTANT==
001240                   ==CMD-MODE-REGL==  BY ==ARC-MODE-REGL==
001250                   ==CMD-REGL-ESPECES== BY ==ARC-REGL-ESPECES==
001260                   ==CMD-REGL-CARTE== BY ==ARC-REGL-CARTE==
001270                   ==CMD-REGL-CHEQUE== BY ==ARC-REGL-CHEQUE==
001280                   ==CMD-REGL-COMPTE== BY ==ARC-REGL-COMPTE==
001290                   ==CMD-ENCAISSE==   BY ==ARC-ENCAISSE==
001300                   ==CMD-REF-WEB==    BY ==ARC-REF-WEB==.

001310 FD  CLIENTS-FILE.
001320     COPY "CLIENT-RECORD.cpy".

001330 FD  RAPPEL-FILE.
001340 01  RAPPEL-LIGNE            PIC X(80).

001341*----------------------------------------------------------------
001342* SERVIS - ONE RECORD PER ORDER AND PRODUCT SERVED FROM THE LOT,
001343* NET OF RETURNS; CLIENT AND CITY FILLED FROM THE ORDER
001344*----------------------------------------------------------------
001345 FD  SERVIS-FILE.
001346 01  SERVI-RECORD.
001347     05 SRV-CLE.
001348         10 SRV-NUM           PIC 9(08).
001349         10 SRV-CODE          PIC X(04).
001350     05 SRV-DATE              PIC 9(08).
001351     05 SRV-QUANTITE          PIC S9(05).
001352     05 SRV-CLIENT            PIC X(10).
001353     05 SRV-VILLE             PIC X(20).
001354     05 SRV-RETROUVE          PIC X(01).
001355         88 SRV-EST-RETROUVE          VALUE "O".

001350 WORKING-STORAGE SECTION.

001355     COPY "HABILITATION.cpy".

001360 01  WS-MESSAGE-STATUT       PIC X(40).
001370 01  WS-NUMERO-LOT           PIC X(10).
001380 01  WS-CODE-PROD            PIC X(04).

001390 01  WS-LOTVENTE-STATUS      PIC X(02).
001400     88 LOTVENTE-OK                   VALUE "00".

001410 01  WS-LOT-STATUS           PIC X(02).
001420     88 LOT-OK                        VALUE "00".

001430 01  WS-ORDERS-STATUS        PIC X(02).
001440     88 ORDERS-OK                     VALUE "00".

001450 01  WS-ARCHIVE-STATUS       PIC X(02).
001460     88 ARCHIVE-OK                    VALUE "00".

001470 01  WS-CLIENTS-STATUS       PIC X(02).
001480     88 CLIENTS-OK                    VALUE "00".

001490 01  WS-RAPPEL-STATUS        PIC X(02).
001500     88 RAPPEL-OK                     VALUE "00".

001502 01  WS-SERVIS-STATUS        PIC X(02).
001504     88 SERVIS-OK                     VALUE "00".

001506 01  WS-NOM-SERVIS           PIC X(40) VALUE "RAPPLOT.TMP".
001508 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

001510 01  WS-SWITCHES.
001520     05 WS-FIN-LOTVENTE      PIC X(01) VALUE "N".
001530         88 FIN-LOTVENTE              VALUE "Y".
001540     05 WS-FIN-ARCHIVE       PIC X(01) VALUE "N".
001550         88 FIN-ARCHIVE               VALUE "Y".
001560     05 WS-FIN-LOTS          PIC X(01) VALUE "N".
001570         88 FIN-LOTS                  VALUE "Y".
001580     05 WS-FIN-SERVIS        PIC X(01) VALUE "N".
001590         88 FIN-SERVIS                VALUE "Y".
001600     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
001610         88 TRAVAIL-OUVERT            VALUE "O".

001620 01  WS-REF-X                PIC X(08).
001630 01  WS-REF-NUM REDEFINES WS-REF-X
001640                             PIC 9(08).

001650*----------------------------------------------------------------
001660* SERVIS - HOW MANY ORDERS AND PRODUCTS THE LOT SERVED, AND HOW
001670* MANY OF THEM ARE STILL TO BE FOUND ON THE ARCHIVE
001680*----------------------------------------------------------------
001690 01  WS-NB-SERVIS            PIC 9(06) VALUE ZERO.
001700 01  WS-NB-A-RETROUVER       PIC 9(06) VALUE ZERO.

001710 01  WS-NB-CHEZ-CLIENT       PIC 9(06) VALUE ZERO.
001820 01  WS-QTE-CHEZ-CLIENT      PIC 9(07) VALUE ZERO.
001830 01  WS-QTE-DEPOT            PIC 9(07) VALUE ZERO.
001840 01  WS-QTE-BOUTIQUE         PIC 9(07) VALUE ZERO.

001850*----------------------------------------------------------------
001860* DETAIL - ONE ORDER SERVED FROM THE LOT
001870*----------------------------------------------------------------
001880 01  WS-LIGNE-DETAIL.
001890     05 WS-DET-NUM           PIC 9(08).
001900     05 FILLER               PIC X(01) VALUE SPACE.
001910     05 WS-DET-DATE          PIC 9(08).
001920     05 FILLER               PIC X(01) VALUE SPACE.
001930     05 WS-DET-CLIENT        PIC X(10).
001940     05 FILLER               PIC X(01) VALUE SPACE.
001950     05 WS-DET-NOM           PIC X(20).
001960     05 FILLER               PIC X(01) VALUE SPACE.
001970     05 WS-DET-VILLE         PIC X(13).
001980     05 FILLER               PIC X(01) VALUE SPACE.
001990     05 WS-DET-CODE          PIC X(04).
002000     05 FILLER               PIC X(01) VALUE SPACE.
002010     05 WS-DET-QUANTITE      PIC Z(4)9.
002020     05 FILLER               PIC X(01) VALUE SPACE.
002030     05 WS-DET-RENDU         PIC X(05).

002040 PROCEDURE DIVISION.

002050*----------------------------------------------------------------
002060* 0000-MAINLINE
002070*----------------------------------------------------------------
002080 0000-MAINLINE.
002081     MOVE "RAPPELLOT" TO HAB-PROGRAMME.
002082     CALL "HABILITER" USING HAB-ZONE.
002083     IF NOT HAB-AUTORISE
002084         GOBACK
002085     END-IF.
002090     DISPLAY "Numero de lot a rappeler : ".
002100     MOVE SPACES TO WS-NUMERO-LOT.
002110     ACCEPT WS-NUMERO-LOT.
002120     IF WS-NUMERO-LOT = SPACES
002130         DISPLAY "Numero de lot obligatoire - abandon"
002140         GO TO 0000-FIN
002150     END-IF.
002160     DISPLAY "Code produit (vide = tous) : ".
002170     MOVE SPACES TO WS-CODE-PROD.
002180     ACCEPT WS-CODE-PROD.
002181     OPEN OUTPUT SERVIS-FILE.
002182     IF NOT SERVIS-OK
002183         CALL "FICHSTAT" USING WS-SERVIS-STATUS
002184             WS-MESSAGE-STATUT
002185         DISPLAY "RAPPLOT.TMP : "
002186             FUNCTION TRIM(WS-MESSAGE-STATUT)
002187         GO TO 0000-FIN
002188     END-IF.
002189     CLOSE SERVIS-FILE.
002190     OPEN I-O SERVIS-FILE.
002191     SET TRAVAIL-OUVERT TO TRUE.
002190     PERFORM 1000-CHARGER-SERVIS
002200         THRU 1000-CHARGER-SERVIS-EXIT.
002210     IF NOT LOTVENTE-OK
002220         GO TO 0000-FIN
002230     END-IF.
002240     PERFORM 2000-RETROUVER-COMMANDES
002250         THRU 2000-RETROUVER-COMMANDES-EXIT.
002260     IF WS-NB-A-RETROUVER > ZERO
002270         PERFORM 2500-RETROUVER-ARCHIVES
002280             THRU 2500-RETROUVER-ARCHIVES-EXIT
002290     END-IF.
002300     PERFORM 3000-RELIQUAT-LOT
002310         THRU 3000-RELIQUAT-LOT-EXIT.
002320     PERFORM 4000-EDITER-RAPPEL
002330         THRU 4000-EDITER-RAPPEL-EXIT.
002340 0000-FIN.
002341     IF TRAVAIL-OUVERT
002342         CLOSE SERVIS-FILE
002343         CALL "CBL_DELETE_FILE" USING WS-NOM-SERVIS
002344             RETURNING WS-RETOUR-SUPPRESSION
002345     END-IF.
002350     STOP RUN.

002360*----------------------------------------------------------------
002370* 1000-CHARGER-SERVIS - THE TRACE LINES OF THE LOT, ONE ENTRY PER
002380* ORDER AND PRODUCT
002390*----------------------------------------------------------------
002400 1000-CHARGER-SERVIS.
002410     OPEN INPUT LOTVENTE-FILE.
002420     IF NOT LOTVENTE-OK
002430         CALL "FICHSTAT" USING WS-LOTVENTE-STATUS
002440             WS-MESSAGE-STATUT
002450         DISPLAY "LOTVENTE.DAT : "
002460             FUNCTION TRIM(WS-MESSAGE-STATUT)
002470         GO TO 1000-CHARGER-SERVIS-EXIT
002480     END-IF.
002490     PERFORM 1100-RETENIR-UNE-TRACE
002500         THRU 1100-RETENIR-UNE-TRACE-EXIT
002510         UNTIL FIN-LOTVENTE.
002520     CLOSE LOTVENTE-FILE.
002570 1000-CHARGER-SERVIS-EXIT.
002580     EXIT.

002590*----------------------------------------------------------------
002600* 1100-RETENIR-UNE-TRACE
002610*----------------------------------------------------------------
002620 1100-RETENIR-UNE-TRACE.
002630     READ LOTVENTE-FILE
002640         AT END
002650             SET FIN-LOTVENTE TO TRUE
002660             GO TO 1100-RETENIR-UNE-TRACE-EXIT
002670     END-READ.
002680     IF LTV-NUMERO NOT = WS-NUMERO-LOT
002690         GO TO 1100-RETENIR-UNE-TRACE-EXIT
002700     END-IF.
002710     IF WS-CODE-PROD NOT = SPACES
002720         AND LTV-CODE-PROD NOT = WS-CODE-PROD
002730         GO TO 1100-RETENIR-UNE-TRACE-EXIT
002740     END-IF.
002750     MOVE LTV-REFERENCE TO WS-REF-X.
002760     IF WS-REF-X NOT NUMERIC
002770         GO TO 1100-RETENIR-UNE-TRACE-EXIT
002780     END-IF.
002790     MOVE WS-REF-NUM TO SRV-NUM.
002800     MOVE LTV-CODE-PROD TO SRV-CODE.
002810     READ SERVIS-FILE
002820         INVALID KEY CONTINUE
002830         NOT INVALID KEY
002840             ADD LTV-QUANTITE TO SRV-QUANTITE
002850             REWRITE SERVI-RECORD
002860                 INVALID KEY CONTINUE
002870             END-REWRITE
002880             GO TO 1100-RETENIR-UNE-TRACE-EXIT
002890     END-READ.
002900     MOVE WS-REF-NUM TO SRV-NUM.
002910     MOVE LTV-CODE-PROD TO SRV-CODE.
002920     MOVE LTV-DATE TO SRV-DATE.
002930     MOVE LTV-QUANTITE TO SRV-QUANTITE.
002940     MOVE SPACES TO SRV-CLIENT.
002950     MOVE SPACES TO SRV-VILLE.
002960     MOVE "N" TO SRV-RETROUVE.
002970     WRITE SERVI-RECORD
002980         INVALID KEY CONTINUE
002990         NOT INVALID KEY ADD 1 TO WS-NB-SERVIS
003000     END-WRITE.
003040 1100-RETENIR-UNE-TRACE-EXIT.
003050     EXIT.

003060*----------------------------------------------------------------
003070* 2000-RETROUVER-COMMANDES - CUSTOMER AND CITY FROM THE LIVE LOG
003080*----------------------------------------------------------------
003090 2000-RETROUVER-COMMANDES.
003100     MOVE WS-NB-SERVIS TO WS-NB-A-RETROUVER.
003110     OPEN INPUT ORDERS-FILE.
003120     IF NOT ORDERS-OK
003130         GO TO 2000-RETROUVER-COMMANDES-EXIT
003140     END-IF.
003143     MOVE LOW-VALUES TO SRV-CLE.
003146     START SERVIS-FILE KEY IS NOT LESS THAN SRV-CLE
003149         INVALID KEY SET FIN-SERVIS TO TRUE
003152         NOT INVALID KEY MOVE "N" TO WS-FIN-SERVIS
003155     END-START.
003158     PERFORM UNTIL FIN-SERVIS
003161         READ SERVIS-FILE NEXT
003164             AT END SET FIN-SERVIS TO TRUE
003167             NOT AT END
003170                 PERFORM 2100-RETROUVER-UNE-COMMANDE
003173                     THRU 2100-RETROUVER-UNE-COMMANDE-EXIT
003176         END-READ
003179     END-PERFORM.
003190     CLOSE ORDERS-FILE.
003200 2000-RETROUVER-COMMANDES-EXIT.
003210     EXIT.

003220*----------------------------------------------------------------
003230* 2100-RETROUVER-UNE-COMMANDE
003240*----------------------------------------------------------------
003250 2100-RETROUVER-UNE-COMMANDE.
003260     MOVE SRV-NUM TO OR-NUM-CMD.
003270     MOVE "O" TO OR-TYPE.
003280     MOVE ZERO TO OR-SEQ.
003290     READ ORDERS-FILE
003300         INVALID KEY
003310             GO TO 2100-RETROUVER-UNE-COMMANDE-EXIT
003320     END-READ.
003325     MOVE OR-CLIENT TO SRV-CLIENT.
003330     MOVE OR-VILLE TO SRV-VILLE.
003335     SET SRV-EST-RETROUVE TO TRUE.
003340     REWRITE SERVI-RECORD
003345         INVALID KEY CONTINUE
003350     END-REWRITE.
003360     SUBTRACT 1 FROM WS-NB-A-RETROUVER.
003370 2100-RETROUVER-UNE-COMMANDE-EXIT.
003380     EXIT.

003390*----------------------------------------------------------------
003400* 2500-RETROUVER-ARCHIVES - ORDERS NO LONGER ON THE LIVE LOG, IN
003410* ONE PASS OVER THE ARCHIVE
003420*----------------------------------------------------------------
003430 2500-RETROUVER-ARCHIVES.
003440     OPEN INPUT ARCHIVE-FILE.
003450     IF NOT ARCHIVE-OK
003460         GO TO 2500-RETROUVER-ARCHIVES-EXIT
003470     END-IF.
003480     PERFORM 2510-LIRE-ARCHIVE
003490         THRU 2510-LIRE-ARCHIVE-EXIT
003500         UNTIL FIN-ARCHIVE OR WS-NB-A-RETROUVER = ZERO.
003510     CLOSE ARCHIVE-FILE.
003520 2500-RETROUVER-ARCHIVES-EXIT.
003530     EXIT.

003540*----------------------------------------------------------------
003546* 2510-LIRE-ARCHIVE - AN ARCHIVED ORDER FILLS EVERY RAPPLOT.TMP
003552* RECORD OF ITS NUMBER STILL TO BE FOUND
003560*----------------------------------------------------------------
003570 2510-LIRE-ARCHIVE.
003580     READ ARCHIVE-FILE
003590         AT END
003600             SET FIN-ARCHIVE TO TRUE
003610             GO TO 2510-LIRE-ARCHIVE-EXIT
003620     END-READ.
003630     IF NOT ARC-ORDRE
003640         GO TO 2510-LIRE-ARCHIVE-EXIT
003650     END-IF.
003655     MOVE ARC-NUM-CMD TO SRV-NUM.
003660     MOVE LOW-VALUES  TO SRV-CODE.
003665     START SERVIS-FILE KEY IS NOT LESS THAN SRV-CLE
003670         INVALID KEY SET FIN-SERVIS TO TRUE
003675         NOT INVALID KEY MOVE "N" TO WS-FIN-SERVIS
003680     END-START.
003685     PERFORM UNTIL FIN-SERVIS
003690         READ SERVIS-FILE NEXT
003695             AT END SET FIN-SERVIS TO TRUE
003700             NOT AT END
003705                 IF SRV-NUM NOT = ARC-NUM-CMD
003710                     SET FIN-SERVIS TO TRUE
003715                 ELSE
003720                     PERFORM 2520-COMPLETER-SERVI
003725                         THRU 2520-COMPLETER-SERVI-EXIT
003730                 END-IF
003735         END-READ
003750     END-PERFORM.
003760 2510-LIRE-ARCHIVE-EXIT.
003770     EXIT.

003771*----------------------------------------------------------------
003772* 2520-COMPLETER-SERVI
003773*----------------------------------------------------------------
003774 2520-COMPLETER-SERVI.
003775     IF SRV-EST-RETROUVE
003776         GO TO 2520-COMPLETER-SERVI-EXIT
003777     END-IF.
003778     MOVE ARC-CLIENT TO SRV-CLIENT.
003779     MOVE ARC-VILLE TO SRV-VILLE.
003780     SET SRV-EST-RETROUVE TO TRUE.
003781     REWRITE SERVI-RECORD
003782         INVALID KEY CONTINUE
003783     END-REWRITE.
003784     SUBTRACT 1 FROM WS-NB-A-RETROUVER.
003785 2520-COMPLETER-SERVI-EXIT.
003786     EXIT.

003780*----------------------------------------------------------------
003790* 3000-RELIQUAT-LOT - WHAT IS STILL IN THE HOUSE UNDER THE LOT
003800*----------------------------------------------------------------
003810 3000-RELIQUAT-LOT.
003820     OPEN INPUT LOT-FILE.
003830     IF NOT LOT-OK
003840         GO TO 3000-RELIQUAT-LOT-EXIT
003850     END-IF.
003860     PERFORM 3100-LIRE-LOT
003870         THRU 3100-LIRE-LOT-EXIT
003880         UNTIL FIN-LOTS.
003890     CLOSE LOT-FILE.
003900 3000-RELIQUAT-LOT-EXIT.
003910     EXIT.

003920*----------------------------------------------------------------
003930* 3100-LIRE-LOT
003940*----------------------------------------------------------------
003950 3100-LIRE-LOT.
003960     READ LOT-FILE
003970         AT END
003980             SET FIN-LOTS TO TRUE
003990             GO TO 3100-LIRE-LOT-EXIT
004000     END-READ.
004010     IF LOT-NUMERO NOT = WS-NUMERO-LOT
004020         GO TO 3100-LIRE-LOT-EXIT
004030     END-IF.
004040     IF WS-CODE-PROD NOT = SPACES
004050         AND LOT-CODE-PROD NOT = WS-CODE-PROD
004060         GO TO 3100-LIRE-LOT-EXIT
004070     END-IF.
004080     ADD LOT-QTE-DEPOT TO WS-QTE-DEPOT.
004090     ADD LOT-QTE-BOUTIQUE TO WS-QTE-BOUTIQUE.
004100 3100-LIRE-LOT-EXIT.
004110     EXIT.

004120*----------------------------------------------------------------
004130* 4000-EDITER-RAPPEL - THE CALL LIST, TO THE SCREEN AND TO
004140* RAPPEL.DAT
004150*----------------------------------------------------------------
004160 4000-EDITER-RAPPEL.
004170     OPEN OUTPUT RAPPEL-FILE.
004180     IF NOT RAPPEL-OK
004190         CALL "FICHSTAT" USING WS-RAPPEL-STATUS
004200             WS-MESSAGE-STATUT
004210         DISPLAY "RAPPEL.DAT : "
004220             FUNCTION TRIM(WS-MESSAGE-STATUT)
004230         GO TO 4000-EDITER-RAPPEL-EXIT
004240     END-IF.
004250     OPEN INPUT CLIENTS-FILE.
004260     MOVE SPACES TO RAPPEL-LIGNE.
004270     STRING "RAPPEL DU LOT " WS-NUMERO-LOT
004280         DELIMITED BY SIZE INTO RAPPEL-LIGNE.
004290     IF WS-CODE-PROD NOT = SPACES
004300         MOVE "- produit" TO RAPPEL-LIGNE(26:9)
004310         MOVE WS-CODE-PROD TO RAPPEL-LIGNE(36:4)
004320     END-IF.
004330     PERFORM 4900-ECRIRE-LIGNE
004340         THRU 4900-ECRIRE-LIGNE-EXIT.
004350     MOVE "Commande Date     Client     Nom" TO RAPPEL-LIGNE.
004360     MOVE "Ville" TO RAPPEL-LIGNE(51:5).
004370     MOVE "Prod   Qte" TO RAPPEL-LIGNE(65:10).
004380     PERFORM 4900-ECRIRE-LIGNE
004390         THRU 4900-ECRIRE-LIGNE-EXIT.
004400     MOVE ALL "-" TO RAPPEL-LIGNE.
004410     PERFORM 4900-ECRIRE-LIGNE
004420         THRU 4900-ECRIRE-LIGNE-EXIT.
004423     MOVE LOW-VALUES TO SRV-CLE.
004426     START SERVIS-FILE KEY IS NOT LESS THAN SRV-CLE
004429         INVALID KEY SET FIN-SERVIS TO TRUE
004432         NOT INVALID KEY MOVE "N" TO WS-FIN-SERVIS
004435     END-START.
004438     PERFORM UNTIL FIN-SERVIS
004441         READ SERVIS-FILE NEXT
004444             AT END SET FIN-SERVIS TO TRUE
004447             NOT AT END
004450                 PERFORM 4100-EDITER-UNE-COMMANDE
004453                     THRU 4100-EDITER-UNE-COMMANDE-EXIT
004456         END-READ
004459     END-PERFORM.
004470     MOVE SPACES TO RAPPEL-LIGNE.
004480     PERFORM 4900-ECRIRE-LIGNE
004490         THRU 4900-ECRIRE-LIGNE-EXIT.
004500     STRING "Commandes chez le client : " WS-NB-CHEZ-CLIENT
004510         " - quantite : " WS-QTE-CHEZ-CLIENT
004520         DELIMITED BY SIZE INTO RAPPEL-LIGNE.
004530     PERFORM 4900-ECRIRE-LIGNE
004540         THRU 4900-ECRIRE-LIGNE-EXIT.
004550     MOVE SPACES TO RAPPEL-LIGNE.
004560     STRING "A retirer : depot " WS-QTE-DEPOT
004570         " - boutique " WS-QTE-BOUTIQUE
004580         DELIMITED BY SIZE INTO RAPPEL-LIGNE.
004590     PERFORM 4900-ECRIRE-LIGNE
004600         THRU 4900-ECRIRE-LIGNE-EXIT.
004610     IF CLIENTS-OK
004620         CLOSE CLIENTS-FILE
004630     END-IF.
004640     CLOSE RAPPEL-FILE.
004650     DISPLAY "Liste de rappel dans RAPPEL.DAT".
004660 4000-EDITER-RAPPEL-EXIT.
004670     EXIT.

004680*----------------------------------------------------------------
004690* 4100-EDITER-UNE-COMMANDE - AN ORDER WHOSE LOT QUANTITY ALL CAME
004700* BACK IS SHOWN AS RENDU, NOTHING TO CALL ABOUT
004710*----------------------------------------------------------------
004720 4100-EDITER-UNE-COMMANDE.
004730     MOVE SRV-NUM TO WS-DET-NUM.
004740     MOVE SRV-DATE TO WS-DET-DATE.
004750     MOVE SRV-CODE TO WS-DET-CODE.
004760     MOVE SPACES TO WS-DET-NOM.
004770     IF SRV-EST-RETROUVE
004780         MOVE SRV-CLIENT TO WS-DET-CLIENT
004790         MOVE SRV-VILLE TO WS-DET-VILLE
004800         IF CLIENTS-OK
004810             MOVE SRV-CLIENT TO CLI-CODE
004820             READ CLIENTS-FILE
004830                 INVALID KEY
004840                     MOVE "(client inconnu)" TO WS-DET-NOM
004850                 NOT INVALID KEY
004860                     MOVE CLI-NOM TO WS-DET-NOM
004870             END-READ
004880         END-IF
004890     ELSE
004900         MOVE "?" TO WS-DET-CLIENT
004910         MOVE "(commande introuvable)" TO WS-DET-NOM
004920         MOVE SPACES TO WS-DET-VILLE
004930     END-IF.
004940     IF SRV-QUANTITE > ZERO
004950         MOVE SRV-QUANTITE TO WS-DET-QUANTITE
004960         MOVE SPACES TO WS-DET-RENDU
004970         ADD 1 TO WS-NB-CHEZ-CLIENT
004980         ADD SRV-QUANTITE TO WS-QTE-CHEZ-CLIENT
004990     ELSE
005000         MOVE ZERO TO WS-DET-QUANTITE
005010         MOVE "RENDU" TO WS-DET-RENDU
005020     END-IF.
005030     MOVE WS-LIGNE-DETAIL TO RAPPEL-LIGNE.
005040     PERFORM 4900-ECRIRE-LIGNE
005050         THRU 4900-ECRIRE-LIGNE-EXIT.
005060 4100-EDITER-UNE-COMMANDE-EXIT.
005070     EXIT.

005080*----------------------------------------------------------------
005090* 4900-ECRIRE-LIGNE - SAME LINE TO THE FILE AND THE SCREEN
005100*----------------------------------------------------------------
005110 4900-ECRIRE-LIGNE.
005120     DISPLAY RAPPEL-LIGNE.
005130     WRITE RAPPEL-LIGNE.
005140     MOVE SPACES TO RAPPEL-LIGNE.
005150 4900-ECRIRE-LIGNE-EXIT.
005160     EXIT.
