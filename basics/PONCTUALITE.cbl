000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PONCTUALITE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MONTHLY ON-TIME DELIVERY REPORT :
000110*                 EVERY ORDER COMMANDESTATUT MOVED TO LIVREE IN
000120*                 THE MONTH ASKED, ITS CMD-DATE-LIVREE AGAINST ITS
000130*                 CMD-DATE-PROMISE. EACH LATE ORDER IS LISTED WITH
000140*                 ITS DAYS OF DELAY, THEN THE LATE ONES ARE BROKEN
000150*                 DOWN BY REGION (VILLES.DAT) AND BY PRODUCT.
000160*                 ORDERS WITHOUT A PROMISED DATE ARE COUNTED
000170*                 APART.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 PONCTUALITE (SEE HABILITATIONS).
000177* 2026-10-15  LM  THE COUNTS BY REGION AND BY PRODUCT GO ON THE
000178*                 KEYED WORK FILE PONCTU.TMP INSTEAD OF TABLES OF
000179*                 50 AND 200, SO THE BREAKDOWN IS NEVER CUT SHORT.
000180*                 BOTH NOW COME OUT IN CODE ORDER.
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS SEQUENTIAL
000250         RECORD KEY IS OR-CLE
000260         FILE STATUS IS WS-ORDERS-STATUS.

000270     SELECT VILLES-FILE ASSIGN TO "VILLES.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS VILLE-NOM
000310         ALTERNATE RECORD KEY IS VILLE-CODE-POSTAL
000320             WITH DUPLICATES
000330         FILE STATUS IS WS-VILLES-STATUS.

000331     SELECT CUMULS-FILE ASSIGN TO "PONCTU.TMP"
000332         ORGANIZATION IS INDEXED
000333         ACCESS MODE IS DYNAMIC
000334         RECORD KEY IS CUM-CLE
000335         FILE STATUS IS WS-CUMULS-STATUS.

000340 DATA DIVISION.
000350 FILE SECTION.

000360 FD  ORDERS-FILE.
000370     COPY "ORDER-RECORD.cpy"
000380         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000390                   ==CMD-CLE==        BY ==OR-CLE==
000400                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000410                   ==CMD-TYPE==       BY ==OR-TYPE==
000420                   ==CMD-SEQ==        BY ==OR-SEQ==
000430                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000440                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000450                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000460                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000470                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000480                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000490                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000500                   ==CMD-DATE==       BY ==OR-DATE==
000510                   ==CMD-STATUT==     BY ==OR-STATUT==
000520                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000530                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000540                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000550                   ==CMD-VILLE==      BY ==OR-VILLE==
000560                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000570                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000580                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000590                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000600                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000610                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000620                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000625                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000627                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000628                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000629                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000630                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000631                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000632                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000633                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000634                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000635                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000636*----------------------------------------------------------------
000640* VILLES REFERENCE - ONE RECORD PER VALID CITY NAME
000650*----------------------------------------------------------------
000660 FD  VILLES-FILE.
000670     COPY "VILLE-RECORD.cpy".

000671*----------------------------------------------------------------
000672* CUMULS - DELIVERIES AND LATE DELIVERIES PER VILLE-REGION (TYPE
000673* 1; AN ORDER WITHOUT A KNOWN CITY COUNTS UNDER ???) AND PER
000674* PRODUCT CODE (TYPE 2)
000675*----------------------------------------------------------------
000676 FD  CUMULS-FILE.
000677 01  CUMUL-RECORD.
000678     05 CUM-CLE.
000679         10 CUM-TYPE          PIC X(01).
000680             88 CUM-REGION            VALUE "1".
000681             88 CUM-PRODUIT           VALUE "2".
000682         10 CUM-CODE          PIC X(04).
000683     05 CUM-LIVREES           PIC 9(05).
000684     05 CUM-RETARDS           PIC 9(05).

000680 WORKING-STORAGE SECTION.

000685     COPY "HABILITATION.cpy".

000690 01  WS-MOIS                 PIC 9(06).
000700 01  WS-DATE-JOUR            PIC 9(08).
000710 01  WS-JOURS-RETARD         PIC 9(05).
000720 01  WS-REGION-COURANTE      PIC X(03).
000730 01  WS-TAUX                 PIC 9(03)V9.

000740 01  WS-MESSAGE-STATUT       PIC X(40).

000750 01  WS-ORDERS-STATUS        PIC X(02).
000760     88 ORDERS-OK                     VALUE "00".

000770 01  WS-VILLES-STATUS        PIC X(02).
000780     88 VILLES-OK                     VALUE "00".

000781 01  WS-CUMULS-STATUS        PIC X(02).
000782     88 CUMULS-OK                     VALUE "00".

000783 01  WS-NOM-CUMULS           PIC X(40) VALUE "PONCTU.TMP".
000784 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.
000785 01  WS-TYPE-EDITE           PIC X(01).
000786 01  WS-CUM-CLE.
000787     05 WS-CUM-TYPE          PIC X(01).
000788     05 WS-CUM-CODE          PIC X(04).

000790 01  WS-SWITCHES.
000800     05 WS-FIN-ORDERS        PIC X(01) VALUE "N".
000810         88 FIN-ORDERS                VALUE "Y".
000820     05 WS-FIN-CUMULS        PIC X(01) VALUE "N".
000830         88 FIN-CUMULS                VALUE "Y".

000860 01  WS-TOTAUX.
000870     05 WS-NB-LIVREES        PIC 9(05) VALUE ZERO.
000880     05 WS-NB-A-L-HEURE      PIC 9(05) VALUE ZERO.
000890     05 WS-NB-EN-RETARD      PIC 9(05) VALUE ZERO.
000900     05 WS-NB-SANS-PROMESSE  PIC 9(05) VALUE ZERO.
000910     05 WS-CUMUL-RETARD      PIC 9(07) VALUE ZERO.
000920     05 WS-RETARD-MOYEN      PIC 9(05)V9.

001120 PROCEDURE DIVISION.

001130*----------------------------------------------------------------
001140* 0000-MAINLINE
001150*----------------------------------------------------------------
001160 0000-MAINLINE.
001161     MOVE "PONCTUALITE" TO HAB-PROGRAMME.
001162     CALL "HABILITER" USING HAB-ZONE.
001163     IF NOT HAB-AUTORISE
001164         GOBACK
001165     END-IF.
001170     DISPLAY "Mois AAAAMM (vide = mois en cours) : ".
001180     MOVE ZERO TO WS-MOIS.
001190     ACCEPT WS-MOIS.
001200     IF WS-MOIS = ZERO
001210         ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
001220         MOVE WS-DATE-JOUR(1:6) TO WS-MOIS
001221     END-IF.
001222     OPEN OUTPUT CUMULS-FILE.
001223     IF NOT CUMULS-OK
001224         CALL "FICHSTAT" USING WS-CUMULS-STATUS
001225             WS-MESSAGE-STATUT
001226         DISPLAY "PONCTU.TMP : "
001227             FUNCTION TRIM(WS-MESSAGE-STATUT)
001228         STOP RUN
001230     END-IF.
001233     CLOSE CUMULS-FILE.
001236     OPEN I-O CUMULS-FILE.
001240     PERFORM 1000-CUMULER-LIVRAISONS
001250         THRU 1000-CUMULER-LIVRAISONS-EXIT.
001260     IF WS-NB-LIVREES = ZERO AND WS-NB-SANS-PROMESSE = ZERO
001270         DISPLAY "Aucune livraison en " WS-MOIS
001280     ELSE
001290         PERFORM 3000-EDITER-SYNTHESE
001300             THRU 3000-EDITER-SYNTHESE-EXIT
001310     END-IF.
001312     CLOSE CUMULS-FILE.
001314     CALL "CBL_DELETE_FILE" USING WS-NOM-CUMULS
001316         RETURNING WS-RETOUR-SUPPRESSION.
001320     STOP RUN.

001330*----------------------------------------------------------------
001340* 1000-CUMULER-LIVRAISONS - ONE PASS OVER ORDERS.DAT; LATE ORDERS
001350* ARE LISTED AS THEY ARE MET
001360*----------------------------------------------------------------
001370 1000-CUMULER-LIVRAISONS.
001380     OPEN INPUT ORDERS-FILE.
001390     IF NOT ORDERS-OK
001400         CALL "FICHSTAT" USING WS-ORDERS-STATUS
001410             WS-MESSAGE-STATUT
001420         DISPLAY "ORDERS.DAT : "
001430             FUNCTION TRIM(WS-MESSAGE-STATUT)
001440         GO TO 1000-CUMULER-LIVRAISONS-EXIT
001450     END-IF.
001460     OPEN INPUT VILLES-FILE.
001470     IF NOT VILLES-OK
001480         DISPLAY "Fichier de reference absent : VILLES.DAT - "
001490             "les regions seront inconnues"
001500     END-IF.
001510     DISPLAY "Livraisons en retard - " WS-MOIS.
001520     DISPLAY "-----------------------------".
001530     PERFORM UNTIL FIN-ORDERS
001540         READ ORDERS-FILE
001550             AT END SET FIN-ORDERS TO TRUE
001560             NOT AT END
001570                 IF OR-ORDRE AND OR-LIVREE
001580                     AND OR-DATE-LIVREE(1:6) = WS-MOIS
001590                     PERFORM 1100-EXAMINER-LIVRAISON
001600                         THRU 1100-EXAMINER-LIVRAISON-EXIT
001610                 END-IF
001620         END-READ
001630     END-PERFORM.
001640     IF VILLES-OK
001650         CLOSE VILLES-FILE
001660     END-IF.
001670     CLOSE ORDERS-FILE.
001680 1000-CUMULER-LIVRAISONS-EXIT.
001690     EXIT.

001700*----------------------------------------------------------------
001710* 1100-EXAMINER-LIVRAISON - ON TIME WHEN DELIVERED ON OR BEFORE
001720* THE PROMISED DATE
001730*----------------------------------------------------------------
001740 1100-EXAMINER-LIVRAISON.
001750     IF OR-DATE-PROMISE = ZERO
001760         ADD 1 TO WS-NB-SANS-PROMESSE
001770         GO TO 1100-EXAMINER-LIVRAISON-EXIT
001780     END-IF.
001790     ADD 1 TO WS-NB-LIVREES.
001800     MOVE ZERO TO WS-JOURS-RETARD.
001810     IF OR-DATE-LIVREE > OR-DATE-PROMISE
001820         COMPUTE WS-JOURS-RETARD =
001830             FUNCTION INTEGER-OF-DATE(OR-DATE-LIVREE)
001840             - FUNCTION INTEGER-OF-DATE(OR-DATE-PROMISE)
001850         ADD 1 TO WS-NB-EN-RETARD
001860         ADD WS-JOURS-RETARD TO WS-CUMUL-RETARD
001870     ELSE
001880         ADD 1 TO WS-NB-A-L-HEURE
001890     END-IF.
001900     MOVE "???" TO WS-REGION-COURANTE.
001910     IF VILLES-OK AND OR-VILLE NOT = SPACES
001920         MOVE OR-VILLE TO VILLE-NOM
001930         READ VILLES-FILE
001940             INVALID KEY CONTINUE
001950             NOT INVALID KEY
001960                 MOVE VILLE-REGION TO WS-REGION-COURANTE
001970         END-READ
001980     END-IF.
001990     IF WS-JOURS-RETARD > ZERO
002000         DISPLAY "Cde " OR-NUM-CMD " - " OR-CODE-PROD
002010             " - promise " OR-DATE-PROMISE
002020             " livree " OR-DATE-LIVREE
002030             " (+" WS-JOURS-RETARD " j) - region "
002040             WS-REGION-COURANTE
002050     END-IF.
002060     PERFORM 1200-CUMULER-REGION
002070         THRU 1200-CUMULER-REGION-EXIT.
002080     PERFORM 1300-CUMULER-PRODUIT
002090         THRU 1300-CUMULER-PRODUIT-EXIT.
002100 1100-EXAMINER-LIVRAISON-EXIT.
002110     EXIT.

002120*----------------------------------------------------------------
002130* 1200-CUMULER-REGION
002140*----------------------------------------------------------------
002150 1200-CUMULER-REGION.
002160     MOVE "1"                TO WS-CUM-TYPE.
002170     MOVE WS-REGION-COURANTE TO WS-CUM-CODE.
002180     PERFORM 1400-CUMULER-CODE
002190         THRU 1400-CUMULER-CODE-EXIT.
002400 1200-CUMULER-REGION-EXIT.
002410     EXIT.

002420*----------------------------------------------------------------
002430* 1300-CUMULER-PRODUIT
002440*----------------------------------------------------------------
002450 1300-CUMULER-PRODUIT.
002460     MOVE "2"          TO WS-CUM-TYPE.
002470     MOVE OR-CODE-PROD TO WS-CUM-CODE.
002480     PERFORM 1400-CUMULER-CODE
002490         THRU 1400-CUMULER-CODE-EXIT.
002700 1300-CUMULER-PRODUIT-EXIT.
002710     EXIT.

002711*----------------------------------------------------------------
002712* 1400-CUMULER-CODE - ONE DELIVERY ON THE PONCTU.TMP RECORD OF
002713* WS-CUM-CLE, CREATED ON ITS FIRST DELIVERY
002714*----------------------------------------------------------------
002715 1400-CUMULER-CODE.
002716     MOVE WS-CUM-CLE TO CUM-CLE.
002717     READ CUMULS-FILE
002718         INVALID KEY
002719             MOVE WS-CUM-CLE TO CUM-CLE
002720             MOVE ZERO TO CUM-LIVREES
002721             MOVE ZERO TO CUM-RETARDS
002722     END-READ.
002723     ADD 1 TO CUM-LIVREES.
002724     IF WS-JOURS-RETARD > ZERO
002725         ADD 1 TO CUM-RETARDS
002726     END-IF.
002727     IF CUM-LIVREES = 1
002728         WRITE CUMUL-RECORD
002729             INVALID KEY CONTINUE
002730         END-WRITE
002731     ELSE
002732         REWRITE CUMUL-RECORD
002733             INVALID KEY CONTINUE
002734         END-REWRITE
002735     END-IF.
002736 1400-CUMULER-CODE-EXIT.
002737     EXIT.

002720*----------------------------------------------------------------
002730* 3000-EDITER-SYNTHESE - MONTH TOTALS, THEN THE LATE DELIVERIES
002740* BY REGION AND BY PRODUCT
002750*----------------------------------------------------------------
002760 3000-EDITER-SYNTHESE.
002770     DISPLAY " ".
002780     DISPLAY "Livrees avec date promise : " WS-NB-LIVREES.
002790     DISPLAY "  a l'heure               : " WS-NB-A-L-HEURE.
002800     DISPLAY "  en retard               : " WS-NB-EN-RETARD.
002810     IF WS-NB-LIVREES > ZERO
002820         COMPUTE WS-TAUX ROUNDED =
002830             WS-NB-A-L-HEURE * 100 / WS-NB-LIVREES
002840         DISPLAY "  taux de ponctualite     : " WS-TAUX " %"
002850     END-IF.
002860     IF WS-NB-EN-RETARD > ZERO
002870         COMPUTE WS-RETARD-MOYEN ROUNDED =
002880             WS-CUMUL-RETARD / WS-NB-EN-RETARD
002890         DISPLAY "  retard moyen            : " WS-RETARD-MOYEN
002900             " jour(s)"
002910     END-IF.
002920     IF WS-NB-SANS-PROMESSE > ZERO
002930         DISPLAY "Livrees sans date promise : "
002940             WS-NB-SANS-PROMESSE
002960     END-IF.
002970     IF WS-NB-EN-RETARD = ZERO
002980         GO TO 3000-EDITER-SYNTHESE-EXIT
002990     END-IF.
003000     DISPLAY " ".
003010     DISPLAY "Retards par region".
003020     DISPLAY "------------------".
003030     MOVE "1" TO WS-TYPE-EDITE.
003040     PERFORM 3100-EDITER-VENTILATION
003050         THRU 3100-EDITER-VENTILATION-EXIT.
003110     DISPLAY " ".
003120     DISPLAY "Retards par produit".
003130     DISPLAY "-------------------".
003140     MOVE "2" TO WS-TYPE-EDITE.
003150     PERFORM 3100-EDITER-VENTILATION
003160         THRU 3100-EDITER-VENTILATION-EXIT.
003260 3000-EDITER-SYNTHESE-EXIT.
003270     EXIT.

003280*----------------------------------------------------------------
003290* 3100-EDITER-VENTILATION - THE CODES OF TYPE WS-TYPE-EDITE WITH
003300* AT LEAST ONE LATE DELIVERY
003310*----------------------------------------------------------------
003320 3100-EDITER-VENTILATION.
003330     MOVE WS-TYPE-EDITE TO CUM-TYPE.
003340     MOVE LOW-VALUES    TO CUM-CODE.
003350     START CUMULS-FILE KEY IS NOT LESS THAN CUM-CLE
003360         INVALID KEY SET FIN-CUMULS TO TRUE
003370         NOT INVALID KEY MOVE "N" TO WS-FIN-CUMULS
003380     END-START.
003390     PERFORM UNTIL FIN-CUMULS
003400         READ CUMULS-FILE NEXT
003410             AT END SET FIN-CUMULS TO TRUE
003420             NOT AT END
003430                 IF CUM-TYPE NOT = WS-TYPE-EDITE
003440                     SET FIN-CUMULS TO TRUE
003450                 ELSE
003460                     PERFORM 3200-EDITER-UN-CODE
003470                         THRU 3200-EDITER-UN-CODE-EXIT
003480                 END-IF
003490         END-READ
003500     END-PERFORM.
003510 3100-EDITER-VENTILATION-EXIT.
003520     EXIT.

003530*----------------------------------------------------------------
003540* 3200-EDITER-UN-CODE
003550*----------------------------------------------------------------
003560 3200-EDITER-UN-CODE.
003570     IF CUM-RETARDS = ZERO
003580         GO TO 3200-EDITER-UN-CODE-EXIT
003590     END-IF.
003600     IF CUM-REGION
003610         DISPLAY "Region " CUM-CODE(1:3) " : "
003620             CUM-RETARDS " en retard sur "
003630             CUM-LIVREES " livraison(s)"
003640     ELSE
003650         DISPLAY "Produit " CUM-CODE " : "
003660             CUM-RETARDS " en retard sur "
003670             CUM-LIVREES " livraison(s)"
003680     END-IF.
003690 3200-EDITER-UN-CODE-EXIT.
003700     EXIT.
