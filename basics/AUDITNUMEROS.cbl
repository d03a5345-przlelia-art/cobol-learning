000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDITNUMEROS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MONTHLY CONTINUITY AUDIT OF THE
000110*                 DOCUMENT NUMBERS : EACH SERIES (ORDERS, LIVE
000120*                 AND ARCHIVED; STATEMENT INVOICES DRAWN FROM
000130*                 FACTCT; THE INVOICES TTC NUMBERS BY HAND;
000140*                 CREDIT NOTES; PURCHASE ORDERS; QUOTES; STUDENT
000150*                 IDS, CURRENT AND ALUMNI) IS READ BACK FROM THE
000160*                 DOCUMENTS ACTUALLY ISSUED, SORTED, AND REPORTED
000170*                 PER YEAR - FIRST AND LAST NUMBER USED - WITH
000180*                 EVERY GAP, EVERY DUPLICATE AND EVERY NUMBER
000190*                 ABOVE THE CONTROL FILE'S COUNTER. NUMBERS THE
000200*                 COUNTER HANDED OUT WITH NO DOCUMENT BEHIND THEM
000210*                 COUNT AS A GAP. EACH RUN IS LOGGED TO
000220*                 NUMAUDIT.DAT, WHICH THE MONTH CLOSE AND THE
000230*                 ORDER ARCHIVE CHECK.
000232* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000234*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000236*                 AUDITNUMEROS (SEE HABILITATIONS).
000237* 2026-10-15  LM  EACH SERIES IS SORTED THROUGH THE SORT WORK FILE
000238*                 TRI-PIECES, THE STATEMENT INVOICE NUMBERS AND
000239*                 THE YEARS ARE KEPT ON THE KEYED WORK FILES
000240*                 AUDREL.TMP AND AUDANN.TMP, INSTEAD OF THE 5000
000241*                 AND 30-ENTRY TABLES, SO NO SERIES IS EVER
000242*                 AUDITED IN PART.
000240*----------------------------------------------------------------

000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.

000280     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS OR-CLE
000320         FILE STATUS IS WS-ORDERS-STATUS.

000330     SELECT ARCHIVE-FILE ASSIGN TO "ORDARCH.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-ARCHIVE-STATUS.

000360     SELECT ENCOURS-FILE ASSIGN TO "FACTENCR.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ENCOURS-STATUS.

000390     SELECT SUIVI-FILE ASSIGN TO "FACTELEV.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SUIVI-STATUS.

000420     SELECT AVOIRS-FILE ASSIGN TO "AVOIRS.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS AVR-NUM-AVOIR
000460         FILE STATUS IS WS-AVOIRS-STATUS.

000470     SELECT ACHATS-FILE ASSIGN TO "ACHATS.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS ACH-NUM
000510         FILE STATUS IS WS-ACHATS-STATUS.

000520     SELECT DEVIS-FILE ASSIGN TO "DEVIS.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-DEVIS-STATUS.

000550     SELECT ELEVES-FILE ASSIGN TO "eleves.txt"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS STU-ID
000590         FILE STATUS IS WS-ELEVES-STATUS.

000600     SELECT ALUMNI-FILE ASSIGN TO "ALUMNI.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ALUMNI-STATUS.

000630     SELECT COMPTEUR-FILE ASSIGN TO DYNAMIC WS-NOM-COMPTEUR
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-COMPTEUR-STATUS.

000660     SELECT NUMAUDIT-FILE ASSIGN TO "NUMAUDIT.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-NUMAUDIT-STATUS.

000681     SELECT RELEVES-TRAVAIL ASSIGN TO "AUDREL.TMP"
000682         ORGANIZATION IS INDEXED
000683         ACCESS MODE IS RANDOM
000684         RECORD KEY IS REL-NUM
000685         FILE STATUS IS WS-RELEVES-STATUS.

000686     SELECT ANNEES-TRAVAIL ASSIGN TO "AUDANN.TMP"
000687         ORGANIZATION IS INDEXED
000688         ACCESS MODE IS DYNAMIC
000689         RECORD KEY IS ANN-ANNEE
000690         FILE STATUS IS WS-ANNEES-STATUS.

000691     SELECT TRI-PIECES ASSIGN TO "AUDITNUM.SRT".

000690 DATA DIVISION.
000700 FILE SECTION.

000710 FD  ORDERS-FILE.
000720     COPY "ORDER-RECORD.cpy"
000730         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000740                   ==CMD-CLE==        BY ==OR-CLE==
000750                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000760                   ==CMD-TYPE==       BY ==OR-TYPE==
000770                   ==CMD-SEQ==        BY ==OR-SEQ==
000780                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000790                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000800                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000810                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000820                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000830                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000840                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000850                   ==CMD-DATE==       BY ==OR-DATE==
000860                   ==CMD-STATUT==     BY ==OR-STATUT==
000870                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000880                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000890                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000900                   ==CMD-VILLE==      BY ==OR-VILLE==
000910                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000920                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000930                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000940                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000950                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000960                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000970                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000980                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000990                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
001000                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
001010                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
001020                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
001030                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
001040                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
001050                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
001060                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
001070                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

001080*----------------------------------------------------------------
001090* ARCHIVE - ORDERS MOVED OUT BY COMMANDEARCHIVER KEEP THEIR NUMBER
001100*----------------------------------------------------------------
001110 FD  ARCHIVE-FILE.
001120     COPY "ORDER-RECORD.cpy"
001130         REPLACING ==ORDER-RECORD==   BY ==ARCHIVE-RECORD==
001140                   ==CMD-CLE==        BY ==ARC-CLE==
001150                   ==CMD-NUM-CMD==    BY ==ARC-NUM-CMD==
001160                   ==CMD-TYPE==       BY ==ARC-TYPE==
001170                   ==CMD-SEQ==        BY ==ARC-SEQ==
001180                   ==CMD-ORDRE==      BY ==ARC-ORDRE==
001190                   ==CMD-ANNULATION== BY ==ARC-ANNULATION==
001200                   ==CMD-RETOUR==     BY ==ARC-RETOUR==
001210                   ==CMD-CLIENT==     BY ==ARC-CLIENT==
001220                   ==CMD-CODE-PROD==  BY ==ARC-CODE-PROD==
001230                   ==CMD-QUANTITE==   BY ==ARC-QUANTITE==
001240                   ==CMD-MONTANT==    BY ==ARC-MONTANT==
001250                   ==CMD-DATE==       BY ==ARC-DATE==
001260                   ==CMD-STATUT==     BY ==ARC-STATUT==
001270                   ==CMD-EN-ATTENTE== BY ==ARC-EN-ATTENTE==
001280                   ==CMD-EXPEDIEE==   BY ==ARC-EXPEDIEE==
001290                   ==CMD-LIVREE==     BY ==ARC-LIVREE==
001300                   ==CMD-VILLE==      BY ==ARC-VILLE==
001310                   ==CMD-PRIX-SRC==   BY ==ARC-PRIX-SRC==
001320                   ==CMD-PX-CONTRAT== BY ==ARC-PX-CONTRAT==
001330                   ==CMD-PX-TARIF==   BY ==ARC-PX-TARIF==
001340                   ==CMD-PX-CATALOGUE== BY ==ARC-PX-CATALOGUE==
001350                   ==CMD-CAMPAGNE==   BY ==ARC-CAMPAGNE==
001360                   ==CMD-DATE-PROMISE== BY ==ARC-DATE-PROMISE==
001370                   ==CMD-DATE-LIVREE== BY ==ARC-DATE-LIVREE==
001380                   ==CMD-FRAIS-PORT== BY ==ARC-FRAIS-PORT==
001390                   ==CMD-CODE-ORIG==  BY ==ARC-CODE-ORIG==
001400                   ==CMD-REPRESENTANT== BY ==ARC-REPRESENTANT==
001410                   ==CMD-MODE-REGL==  BY ==ARC-MODE-REGL==
001420                   ==CMD-REGL-ESPECES== BY ==ARC-REGL-ESPECES==
001430                   ==CMD-REGL-CARTE== BY ==ARC-REGL-CARTE==
001440                   ==CMD-REGL-CHEQUE== BY ==ARC-REGL-CHEQUE==
001450                   ==CMD-REGL-COMPTE== BY ==ARC-REGL-COMPTE==
001460                   ==CMD-ENCAISSE==   BY ==ARC-ENCAISSE==
001470                   ==CMD-REF-WEB==    BY ==ARC-REF-WEB==.

001480 FD  ENCOURS-FILE.
001490     COPY "ENCOURS-RECORD.cpy".

001500*----------------------------------------------------------------
001510* SUIVI - THE INVOICES FACTURERELEVES NUMBERED FROM FACTCT.DAT;
001520* ANY OTHER NUMBER ON FACTENCR.DAT WAS KEYED AT TTC
001530*----------------------------------------------------------------
001540 FD  SUIVI-FILE.
001550 01  SUIVI-RECORD.
001560     05 FEL-ANNEE            PIC 9(04).
001570     05 FEL-STU-ID           PIC X(06).
001580     05 FEL-NUM-FACTURE      PIC 9(06).

001590 FD  AVOIRS-FILE.
001600     COPY "AVOIR-RECORD.cpy".

001610 FD  ACHATS-FILE.
001620     COPY "ACHAT-RECORD.cpy".

001630 FD  DEVIS-FILE.
001640     COPY "DEVIS-RECORD.cpy".

001650 FD  ELEVES-FILE.
001660     COPY "STUDENT-RECORD.cpy".

001670 FD  ALUMNI-FILE.
001680 01  ALUMNI-RECORD.
001690     05 ALU-STU-ID           PIC X(06).
001700     05 ALU-NOM              PIC X(20).
001710     05 ALU-CONTACT          PIC X(24).
001720     05 ALU-ANNEE            PIC 9(04).
001730     05 ALU-DATE-SORTIE      PIC 9(08).

001740*----------------------------------------------------------------
001750* COMPTEUR - ANY OF THE CONTROL FILES; FACTCT AND ELEVECT HOLD
001760* SIX DIGITS, THE OTHERS EIGHT
001770*----------------------------------------------------------------
001780 FD  COMPTEUR-FILE.
001790 01  COMPTEUR-RECORD.
001800     05 CTL-NUM-8            PIC 9(08).
001810 01  COMPTEUR-RECORD-6.
001820     05 CTL-NUM-6            PIC 9(06).
001830     05 FILLER               PIC X(02).

001840 FD  NUMAUDIT-FILE.
001850     COPY "NUMAUDIT-RECORD.cpy".

001851*----------------------------------------------------------------
001852* RELEVES-TRAVAIL - THE INVOICE NUMBERS FACTURERELEVES DREW FROM
001853* FACTCT.DAT
001854*----------------------------------------------------------------
001855 FD  RELEVES-TRAVAIL.
001856 01  RELEVE-TRAVAIL.
001857     05 REL-NUM              PIC 9(06).

001858*----------------------------------------------------------------
001859* ANNEES-TRAVAIL - FIRST AND LAST NUMBER PER YEAR OF THE SERIES
001860* BEING AUDITED
001861*----------------------------------------------------------------
001862 FD  ANNEES-TRAVAIL.
001863 01  ANNEE-TRAVAIL.
001864     05 ANN-ANNEE            PIC 9(04).
001865     05 ANN-PREMIER          PIC 9(08).
001866     05 ANN-DERNIER          PIC 9(08).
001867     05 ANN-NB               PIC 9(07).

001868*----------------------------------------------------------------
001869* TRI-PIECES - SORT WORK FILE, THE NUMBERS OF THE SERIES BEING
001870* AUDITED WITH THE YEAR OF THE DOCUMENT
001871*----------------------------------------------------------------
001872 SD  TRI-PIECES.
001873 01  TRI-PIECE.
001874     05 TRI-PCE-NUM          PIC 9(08).
001875     05 TRI-PCE-ANNEE        PIC 9(04).

001860 WORKING-STORAGE SECTION.

001865     COPY "HABILITATION.cpy".

001870 01  WS-DATE-JOUR            PIC 9(08).
001880 01  WS-HEURE-JOUR           PIC 9(08).
001890 01  WS-NOM-COMPTEUR         PIC X(12).
001900 01  WS-COMPTEUR             PIC 9(08) VALUE ZERO.

001910 01  WS-MESSAGE-STATUT       PIC X(40).
001912 01  WS-NOM-RELEVES          PIC X(40) VALUE "AUDREL.TMP".
001914 01  WS-NOM-ANNEES           PIC X(40) VALUE "AUDANN.TMP".
001916 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

001920 01  WS-ORDERS-STATUS        PIC X(02).
001930     88 ORDERS-OK                     VALUE "00".
001940 01  WS-ARCHIVE-STATUS       PIC X(02).
001950     88 ARCHIVE-OK                    VALUE "00".
001960 01  WS-ENCOURS-STATUS       PIC X(02).
001970     88 ENCOURS-OK                    VALUE "00".
001980 01  WS-SUIVI-STATUS         PIC X(02).
001990     88 SUIVI-OK                      VALUE "00".
002000 01  WS-AVOIRS-STATUS        PIC X(02).
002010     88 AVOIRS-OK                     VALUE "00".
002020 01  WS-ACHATS-STATUS        PIC X(02).
002030     88 ACHATS-OK                     VALUE "00".
002040 01  WS-DEVIS-STATUS         PIC X(02).
002050     88 DEVIS-OK                      VALUE "00".
002060 01  WS-ELEVES-STATUS        PIC X(02).
002070     88 ELEVES-OK                     VALUE "00".
002080 01  WS-ALUMNI-STATUS        PIC X(02).
002090     88 ALUMNI-OK                     VALUE "00".
002100 01  WS-COMPTEUR-STATUS      PIC X(02).
002110     88 COMPTEUR-OK                   VALUE "00".
002120 01  WS-NUMAUDIT-STATUS      PIC X(02).
002130     88 NUMAUDIT-OK                   VALUE "00".
002132 01  WS-RELEVES-STATUS       PIC X(02).
002134     88 RELEVES-OK                    VALUE "00".
002136 01  WS-ANNEES-STATUS        PIC X(02).
002138     88 ANNEES-OK                     VALUE "00".

002140 01  WS-SWITCHES.
002150     05 WS-FIN-FICHIER       PIC X(01).
002160         88 FIN-FICHIER               VALUE "Y".
002170     05 WS-FIN-TRI           PIC X(01) VALUE "N".
002180         88 FIN-TRI                   VALUE "Y".
002190     05 WS-FIN-ANNEES        PIC X(01).
002200         88 FIN-ANNEES                VALUE "Y".
002210     05 WS-RELEVE            PIC X(01).
002220         88 RELEVE-TROUVE             VALUE "O".
002226     05 WS-RELEVES-OUVERT    PIC X(01) VALUE "N".
002232         88 RELEVES-OUVERT            VALUE "O".
002238     05 WS-ANNEES-OUVERT     PIC X(01) VALUE "N".
002244         88 ANNEES-OUVERT             VALUE "O".
002250     05 WS-ETAT-COMPTEUR     PIC X(01).
002260         88 COMPTEUR-LU               VALUE "O".
002270         88 COMPTEUR-ABSENT           VALUE "A".
002280         88 SANS-COMPTEUR             VALUE "N".

002290*----------------------------------------------------------------
002300* SERIES - CODE, CONTROL FILE (BLANK : NUMBERS KEYED BY HAND),
002310* COUNTER WIDTH, "O" WHEN SEVERAL LINES SHARE ONE NUMBER (A
002320* RECTANGLE QUOTE), AND THE REPORT LABEL
002330*----------------------------------------------------------------
002340 01  WS-SERIES-VALEURS.
002350     05 FILLER               PIC X(37) VALUE
002360         "CMDCMDNUMCT.DAT8NCommandes           ".
002370     05 FILLER               PIC X(37) VALUE
002380         "FACFACTCT.DAT  6NFactures releves    ".
002390     05 FILLER               PIC X(37) VALUE
002400         "TTC            0NFactures TTC        ".
002410     05 FILLER               PIC X(37) VALUE
002420         "AVOAVOIRCT.DAT 8NAvoirs clients      ".
002430     05 FILLER               PIC X(37) VALUE
002440         "ACHACHATCT.DAT 8NCommandes achat     ".
002450     05 FILLER               PIC X(37) VALUE
002460         "DEVDEVISCT.DAT 8ODevis               ".
002470     05 FILLER               PIC X(37) VALUE
002480         "ELEELEVECT.DAT 6NIdentifiants eleves ".
002490 01  WS-SERIES-TABLE REDEFINES WS-SERIES-VALEURS.
002500     05 WS-SERIE OCCURS 7 TIMES INDEXED BY WS-SDX.
002510         10 WS-SER-CODE       PIC X(03).
002520         10 WS-SER-COMPTEUR   PIC X(12).
002530         10 WS-SER-LARGEUR    PIC 9(01).
002540         10 WS-SER-LIGNES     PIC X(01).
002550             88 SER-LIGNES-MULTIPLES  VALUE "O".
002560         10 WS-SER-LIBELLE    PIC X(20).

002570*----------------------------------------------------------------
002580* PIECES - HOW MANY NUMBERS OF THE SERIES WENT TO THE SORT, AND
002590* HOW MANY CAME BACK SO FAR
002600*----------------------------------------------------------------
002610 01  WS-NB-PIECES            PIC 9(07) VALUE ZERO.
002620 01  WS-NB-RETOURNEES        PIC 9(07) VALUE ZERO.
002630 01  WS-DERNIER-NUM          PIC 9(08).

002790 01  WS-NUM-LU               PIC 9(08).
002800 01  WS-DATE-LUE.
002810     05 WS-ANNEE-LUE         PIC 9(04).
002820     05 FILLER               PIC 9(04).
002830 01  WS-ID-ELEVE.
002840     05 WS-ID-BASE           PIC X(05).
002850     05 WS-ID-CLE            PIC X(01).

002860 01  WS-NUM-PRECEDENT        PIC 9(08).
002870 01  WS-TROU-DEBUT           PIC 9(08).
002880 01  WS-TROU-FIN             PIC 9(08).
002890 01  WS-NB-MANQUANTS         PIC 9(08).

002900 01  WS-NB-HORS-SERIE        PIC 9(05) VALUE ZERO.
002910 01  WS-NB-ANOMALIES-SERIE   PIC 9(05) VALUE ZERO.
002920 01  WS-TOTAL-PIECES         PIC 9(07) VALUE ZERO.
002930 01  WS-TOTAL-ANOMALIES      PIC 9(05) VALUE ZERO.

002940 PROCEDURE DIVISION.

002950*----------------------------------------------------------------
002960* 0000-MAINLINE
002970*----------------------------------------------------------------
002980 0000-MAINLINE.
002981     MOVE "AUDITNUMEROS" TO HAB-PROGRAMME.
002982     CALL "HABILITER" USING HAB-ZONE.
002983     IF NOT HAB-AUTORISE
002984         GOBACK
002985     END-IF.
002990     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
003000     ACCEPT WS-HEURE-JOUR FROM TIME.
003010     DISPLAY "AUDIT DE LA NUMEROTATION DES PIECES AU "
003020         WS-DATE-JOUR.
003030     PERFORM 1000-CHARGER-RELEVES
003040         THRU 1000-CHARGER-RELEVES-EXIT.
003050     PERFORM VARYING WS-SDX FROM 1 BY 1
003060             UNTIL WS-SDX > 7
003070         PERFORM 2000-AUDITER-SERIE
003080             THRU 2000-AUDITER-SERIE-EXIT
003090     END-PERFORM.
003091     IF RELEVES-OUVERT
003092         CLOSE RELEVES-TRAVAIL
003093         CALL "CBL_DELETE_FILE" USING WS-NOM-RELEVES
003094             RETURNING WS-RETOUR-SUPPRESSION
003095     END-IF.
003096     CALL "CBL_DELETE_FILE" USING WS-NOM-ANNEES
003097         RETURNING WS-RETOUR-SUPPRESSION.
003100     PERFORM 8000-JOURNALISER-AUDIT
003110         THRU 8000-JOURNALISER-AUDIT-EXIT.
003120     DISPLAY " ".
003130     DISPLAY "Pieces controlees : " WS-TOTAL-PIECES.
003140     DISPLAY "Anomalies         : " WS-TOTAL-ANOMALIES.
003150     STOP RUN.

003160*----------------------------------------------------------------
003170* 1000-CHARGER-RELEVES - THE INVOICE NUMBERS FACTURERELEVES DREW
003180* FROM FACTCT.DAT, TO SPLIT FACTENCR.DAT INTO ITS TWO SERIES
003190*----------------------------------------------------------------
003200 1000-CHARGER-RELEVES.
003201     OPEN OUTPUT RELEVES-TRAVAIL.
003202     IF NOT RELEVES-OK
003203         CALL "FICHSTAT" USING WS-RELEVES-STATUS
003204             WS-MESSAGE-STATUT
003205         DISPLAY "AUDREL.TMP : "
003206             FUNCTION TRIM(WS-MESSAGE-STATUT)
003207         GO TO 1000-CHARGER-RELEVES-EXIT
003208     END-IF.
003209     CLOSE RELEVES-TRAVAIL.
003210     OPEN I-O RELEVES-TRAVAIL.
003211     SET RELEVES-OUVERT TO TRUE.
003210     OPEN INPUT SUIVI-FILE.
003220     IF NOT SUIVI-OK
003230         GO TO 1000-CHARGER-RELEVES-EXIT
003240     END-IF.
003250     MOVE "N" TO WS-FIN-FICHIER.
003260     PERFORM UNTIL FIN-FICHIER
003270         READ SUIVI-FILE
003280             AT END SET FIN-FICHIER TO TRUE
003290             NOT AT END
003300                 MOVE FEL-NUM-FACTURE TO REL-NUM
003310                 WRITE RELEVE-TRAVAIL
003320                     INVALID KEY CONTINUE
003330                 END-WRITE
003370         END-READ
003380     END-PERFORM.
003390     CLOSE SUIVI-FILE.
003400 1000-CHARGER-RELEVES-EXIT.
003410     EXIT.

003420*----------------------------------------------------------------
003430* 2000-AUDITER-SERIE - LOAD, SORT AND CHECK THE SERIES AT WS-SDX
003440*----------------------------------------------------------------
003450 2000-AUDITER-SERIE.
003460     MOVE ZERO TO WS-NB-PIECES WS-NB-RETOURNEES WS-NB-HORS-SERIE
003470                  WS-NB-ANOMALIES-SERIE WS-NUM-PRECEDENT.
003490     DISPLAY " ".
003500     DISPLAY "---- " WS-SER-CODE(WS-SDX) " - "
003510         WS-SER-LIBELLE(WS-SDX).
003520     PERFORM 2100-LIRE-COMPTEUR
003530         THRU 2100-LIRE-COMPTEUR-EXIT.
003531     PERFORM 2020-OUVRIR-ANNEES
003532         THRU 2020-OUVRIR-ANNEES-EXIT.
003533     SORT TRI-PIECES
003534         ON ASCENDING KEY TRI-PCE-NUM
003535         WITH DUPLICATES IN ORDER
003536         INPUT PROCEDURE IS 2010-CHARGER-SERIE
003537             THRU 2010-CHARGER-SERIE-EXIT
003538         OUTPUT PROCEDURE IS 3000-EXAMINER-NUMEROS
003539             THRU 3000-EXAMINER-NUMEROS-EXIT.
003540     PERFORM 4500-CONTROLER-COMPTEUR
003541         THRU 4500-CONTROLER-COMPTEUR-EXIT.
003542     PERFORM 4800-AFFICHER-ANNEES
003543         THRU 4800-AFFICHER-ANNEES-EXIT.
003544     IF ANNEES-OUVERT
003545         CLOSE ANNEES-TRAVAIL
003546         MOVE "N" TO WS-ANNEES-OUVERT
003547     END-IF.
003548     IF WS-NB-HORS-SERIE > ZERO
003549         DISPLAY "  Hors serie        : " WS-NB-HORS-SERIE
003550             " identifiant(s) non numerique(s)"
003551     END-IF.
003552     DISPLAY "  Pieces : " WS-NB-PIECES
003553         "  anomalies : " WS-NB-ANOMALIES-SERIE.
003554     ADD WS-NB-PIECES          TO WS-TOTAL-PIECES.
003555     ADD WS-NB-ANOMALIES-SERIE TO WS-TOTAL-ANOMALIES.
003556 2000-AUDITER-SERIE-EXIT.
003557     EXIT.

003558*----------------------------------------------------------------
003559* 2010-CHARGER-SERIE - SORT INPUT : THE DOCUMENTS OF THE SERIES
003560*----------------------------------------------------------------
003561 2010-CHARGER-SERIE.
003540     EVALUATE WS-SER-CODE(WS-SDX)
003550         WHEN "CMD"
003560             PERFORM 2200-CHARGER-COMMANDES
003570                 THRU 2200-CHARGER-COMMANDES-EXIT
003580         WHEN "FAC"
003590         WHEN "TTC"
003600             PERFORM 2300-CHARGER-FACTURES
003610                 THRU 2300-CHARGER-FACTURES-EXIT
003620         WHEN "AVO"
003630             PERFORM 2400-CHARGER-AVOIRS
003640                 THRU 2400-CHARGER-AVOIRS-EXIT
003650         WHEN "ACH"
003660             PERFORM 2500-CHARGER-ACHATS
003670                 THRU 2500-CHARGER-ACHATS-EXIT
003680         WHEN "DEV"
003690             PERFORM 2600-CHARGER-DEVIS
003700                 THRU 2600-CHARGER-DEVIS-EXIT
003710         WHEN "ELE"
003720             PERFORM 2700-CHARGER-ELEVES
003730                 THRU 2700-CHARGER-ELEVES-EXIT
003740     END-EVALUATE.
003750 2010-CHARGER-SERIE-EXIT.
004000     EXIT.

004010*----------------------------------------------------------------
004011* 2020-OUVRIR-ANNEES - AUDANN.TMP, EMPTY FOR EACH SERIES
004012*----------------------------------------------------------------
004013 2020-OUVRIR-ANNEES.
004014     OPEN OUTPUT ANNEES-TRAVAIL.
004015     IF NOT ANNEES-OK
004016         CALL "FICHSTAT" USING WS-ANNEES-STATUS
004017             WS-MESSAGE-STATUT
004018         DISPLAY "  AUDANN.TMP : "
004019             FUNCTION TRIM(WS-MESSAGE-STATUT)
004020         GO TO 2020-OUVRIR-ANNEES-EXIT
004021     END-IF.
004022     CLOSE ANNEES-TRAVAIL.
004023     OPEN I-O ANNEES-TRAVAIL.
004024     SET ANNEES-OUVERT TO TRUE.
004025 2020-OUVRIR-ANNEES-EXIT.
004026     EXIT.

004027*----------------------------------------------------------------
004028* 2050-AJOUTER-PIECE - WS-NUM-LU / WS-DATE-LUE TO THE SORT; THE
004030* LINES OF ONE QUOTE FOLLOW EACH OTHER AND COUNT ONCE
004040*----------------------------------------------------------------
004050 2050-AJOUTER-PIECE.
004060     IF SER-LIGNES-MULTIPLES(WS-SDX) AND WS-NB-PIECES > ZERO
004070         IF WS-DERNIER-NUM = WS-NUM-LU
004080             GO TO 2050-AJOUTER-PIECE-EXIT
004090         END-IF
004100     END-IF.
004150     ADD 1 TO WS-NB-PIECES.
004158     MOVE WS-NUM-LU    TO WS-DERNIER-NUM.
004166     MOVE WS-NUM-LU    TO TRI-PCE-NUM.
004174     MOVE WS-ANNEE-LUE TO TRI-PCE-ANNEE.
004182     RELEASE TRI-PIECE.
004190 2050-AJOUTER-PIECE-EXIT.
004200     EXIT.

004210*----------------------------------------------------------------
004220* 2100-LIRE-COMPTEUR - LAST NUMBER HANDED OUT BY THE CONTROL FILE
004230*----------------------------------------------------------------
004240 2100-LIRE-COMPTEUR.
004250     MOVE ZERO TO WS-COMPTEUR.
004260     IF WS-SER-COMPTEUR(WS-SDX) = SPACES
004270         SET SANS-COMPTEUR TO TRUE
004280         DISPLAY "  Compteur          : aucun, numeros saisis"
004290         GO TO 2100-LIRE-COMPTEUR-EXIT
004300     END-IF.
004310     MOVE WS-SER-COMPTEUR(WS-SDX) TO WS-NOM-COMPTEUR.
004320     OPEN INPUT COMPTEUR-FILE.
004330     IF NOT COMPTEUR-OK
004340         SET COMPTEUR-ABSENT TO TRUE
004350         GO TO 2100-LIRE-COMPTEUR-EXIT
004360     END-IF.
004370     SET COMPTEUR-LU TO TRUE.
004380     READ COMPTEUR-FILE
004390         AT END MOVE ZERO TO CTL-NUM-8
004400     END-READ.
004410     IF WS-SER-LARGEUR(WS-SDX) = 6
004420         MOVE CTL-NUM-6 TO WS-COMPTEUR
004430     ELSE
004440         MOVE CTL-NUM-8 TO WS-COMPTEUR
004450     END-IF.
004460     CLOSE COMPTEUR-FILE.
004470     DISPLAY "  Compteur          : " WS-NOM-COMPTEUR " = "
004480         WS-COMPTEUR.
004490 2100-LIRE-COMPTEUR-EXIT.
004500     EXIT.

004510*----------------------------------------------------------------
004520* 2200-CHARGER-COMMANDES - TYPE O RECORDS, LIVE THEN ARCHIVED; A
004530* DUPLICATE RENUMBERED BY CMDMIGRER SHOWS UP UNDER ITS SEQUENCE
004540*----------------------------------------------------------------
004550 2200-CHARGER-COMMANDES.
004560     OPEN INPUT ORDERS-FILE.
004570     IF NOT ORDERS-OK
004580         CALL "FICHSTAT" USING WS-ORDERS-STATUS
004590             WS-MESSAGE-STATUT
004600         DISPLAY "  ORDERS.DAT : "
004610             FUNCTION TRIM(WS-MESSAGE-STATUT)
004620     ELSE
004630         MOVE "N" TO WS-FIN-FICHIER
004640         PERFORM UNTIL FIN-FICHIER
004650             READ ORDERS-FILE NEXT RECORD
004660                 AT END SET FIN-FICHIER TO TRUE
004670                 NOT AT END
004680                     IF OR-ORDRE
004690                         MOVE OR-NUM-CMD TO WS-NUM-LU
004700                         MOVE OR-DATE    TO WS-DATE-LUE
004710                         PERFORM 2050-AJOUTER-PIECE
004720                             THRU 2050-AJOUTER-PIECE-EXIT
004730                     END-IF
004740             END-READ
004750         END-PERFORM
004760         CLOSE ORDERS-FILE
004770     END-IF.
004780     OPEN INPUT ARCHIVE-FILE.
004790     IF NOT ARCHIVE-OK
004800         GO TO 2200-CHARGER-COMMANDES-EXIT
004810     END-IF.
004820     MOVE "N" TO WS-FIN-FICHIER.
004830     PERFORM UNTIL FIN-FICHIER
004840         READ ARCHIVE-FILE
004850             AT END SET FIN-FICHIER TO TRUE
004860             NOT AT END
004870                 IF ARC-ORDRE
004880                     MOVE ARC-NUM-CMD TO WS-NUM-LU
004890                     MOVE ARC-DATE    TO WS-DATE-LUE
004900                     PERFORM 2050-AJOUTER-PIECE
004910                         THRU 2050-AJOUTER-PIECE-EXIT
004920                 END-IF
004930         END-READ
004940     END-PERFORM.
004950     CLOSE ARCHIVE-FILE.
004960 2200-CHARGER-COMMANDES-EXIT.
004970     EXIT.

004980*----------------------------------------------------------------
004990* 2300-CHARGER-FACTURES - FACTENCR.DAT : A NUMBER ALSO ON
005000* FACTELEV.DAT BELONGS TO THE FAC SERIES, ANY OTHER TO TTC
005010*----------------------------------------------------------------
005020 2300-CHARGER-FACTURES.
005030     OPEN INPUT ENCOURS-FILE.
005040     IF NOT ENCOURS-OK
005050         CALL "FICHSTAT" USING WS-ENCOURS-STATUS
005060             WS-MESSAGE-STATUT
005070         DISPLAY "  FACTENCR.DAT : "
005080             FUNCTION TRIM(WS-MESSAGE-STATUT)
005090         GO TO 2300-CHARGER-FACTURES-EXIT
005100     END-IF.
005110     IF NOT RELEVES-OUVERT AND WS-SER-CODE(WS-SDX) = "FAC"
005120         DISPLAY "  Partage FAC/TTC impossible sans AUDREL.TMP"
005140         ADD 1 TO WS-NB-ANOMALIES-SERIE
005150     END-IF.
005160     MOVE "N" TO WS-FIN-FICHIER.
005170     PERFORM UNTIL FIN-FICHIER
005180         READ ENCOURS-FILE
005190             AT END SET FIN-FICHIER TO TRUE
005200             NOT AT END
005210                 PERFORM 2350-CHERCHER-RELEVE
005220                     THRU 2350-CHERCHER-RELEVE-EXIT
005230                 IF (RELEVE-TROUVE
005240                     AND WS-SER-CODE(WS-SDX) = "FAC")
005250                 OR (NOT RELEVE-TROUVE
005260                     AND WS-SER-CODE(WS-SDX) = "TTC")
005270                     MOVE ENC-NUM-FACTURE TO WS-NUM-LU
005280                     MOVE ENC-DATE        TO WS-DATE-LUE
005290                     PERFORM 2050-AJOUTER-PIECE
005300                         THRU 2050-AJOUTER-PIECE-EXIT
005310                 END-IF
005320         END-READ
005330     END-PERFORM.
005340     CLOSE ENCOURS-FILE.
005350 2300-CHARGER-FACTURES-EXIT.
005360     EXIT.

005370*----------------------------------------------------------------
005380* 2350-CHERCHER-RELEVE
005390*----------------------------------------------------------------
005400 2350-CHERCHER-RELEVE.
005410     MOVE "N" TO WS-RELEVE.
005417     IF NOT RELEVES-OUVERT
005424         GO TO 2350-CHERCHER-RELEVE-EXIT
005431     END-IF.
005438     MOVE ENC-NUM-FACTURE TO REL-NUM.
005445     READ RELEVES-TRAVAIL
005452         INVALID KEY CONTINUE
005459         NOT INVALID KEY SET RELEVE-TROUVE TO TRUE
005466     END-READ.
005480 2350-CHERCHER-RELEVE-EXIT.
005490     EXIT.

005500*----------------------------------------------------------------
005510* 2400-CHARGER-AVOIRS
005520*----------------------------------------------------------------
005530 2400-CHARGER-AVOIRS.
005540     OPEN INPUT AVOIRS-FILE.
005550     IF NOT AVOIRS-OK
005560         CALL "FICHSTAT" USING WS-AVOIRS-STATUS
005570             WS-MESSAGE-STATUT
005580         DISPLAY "  AVOIRS.DAT : "
005590             FUNCTION TRIM(WS-MESSAGE-STATUT)
005600         GO TO 2400-CHARGER-AVOIRS-EXIT
005610     END-IF.
005620     MOVE "N" TO WS-FIN-FICHIER.
005630     PERFORM UNTIL FIN-FICHIER
005640         READ AVOIRS-FILE NEXT RECORD
005650             AT END SET FIN-FICHIER TO TRUE
005660             NOT AT END
005670                 MOVE AVR-NUM-AVOIR TO WS-NUM-LU
005680                 MOVE AVR-DATE      TO WS-DATE-LUE
005690                 PERFORM 2050-AJOUTER-PIECE
005700                     THRU 2050-AJOUTER-PIECE-EXIT
005710         END-READ
005720     END-PERFORM.
005730     CLOSE AVOIRS-FILE.
005740 2400-CHARGER-AVOIRS-EXIT.
005750     EXIT.

005760*----------------------------------------------------------------
005770* 2500-CHARGER-ACHATS
005780*----------------------------------------------------------------
005790 2500-CHARGER-ACHATS.
005800     OPEN INPUT ACHATS-FILE.
005810     IF NOT ACHATS-OK
005820         CALL "FICHSTAT" USING WS-ACHATS-STATUS
005830             WS-MESSAGE-STATUT
005840         DISPLAY "  ACHATS.DAT : "
005850             FUNCTION TRIM(WS-MESSAGE-STATUT)
005860         GO TO 2500-CHARGER-ACHATS-EXIT
005870     END-IF.
005880     MOVE "N" TO WS-FIN-FICHIER.
005890     PERFORM UNTIL FIN-FICHIER
005900         READ ACHATS-FILE NEXT RECORD
005910             AT END SET FIN-FICHIER TO TRUE
005920             NOT AT END
005930                 MOVE ACH-NUM  TO WS-NUM-LU
005940                 MOVE ACH-DATE TO WS-DATE-LUE
005950                 PERFORM 2050-AJOUTER-PIECE
005960                     THRU 2050-AJOUTER-PIECE-EXIT
005970         END-READ
005980     END-PERFORM.
005990     CLOSE ACHATS-FILE.
006000 2500-CHARGER-ACHATS-EXIT.
006010     EXIT.

006020*----------------------------------------------------------------
006030* 2600-CHARGER-DEVIS
006040*----------------------------------------------------------------
006050 2600-CHARGER-DEVIS.
006060     OPEN INPUT DEVIS-FILE.
006070     IF NOT DEVIS-OK
006080         CALL "FICHSTAT" USING WS-DEVIS-STATUS
006090             WS-MESSAGE-STATUT
006100         DISPLAY "  DEVIS.DAT : " FUNCTION TRIM(WS-MESSAGE-STATUT)
006110         GO TO 2600-CHARGER-DEVIS-EXIT
006120     END-IF.
006130     MOVE "N" TO WS-FIN-FICHIER.
006140     PERFORM UNTIL FIN-FICHIER
006150         READ DEVIS-FILE
006160             AT END SET FIN-FICHIER TO TRUE
006170             NOT AT END
006180                 MOVE DEV-NUM  TO WS-NUM-LU
006190                 MOVE DEV-DATE TO WS-DATE-LUE
006200                 PERFORM 2050-AJOUTER-PIECE
006210                     THRU 2050-AJOUTER-PIECE-EXIT
006220         END-READ
006230     END-PERFORM.
006240     CLOSE DEVIS-FILE.
006250 2600-CHARGER-DEVIS-EXIT.
006260     EXIT.

006270*----------------------------------------------------------------
006280* 2700-CHARGER-ELEVES - THE FIVE-DIGIT BASE OF STU-ID (THE SIXTH
006290* IS THE CHECK DIGIT), CURRENT STUDENTS THEN LEAVERS; THE YEAR IS
006300* THE SCHOOL YEAR
006310*----------------------------------------------------------------
006320 2700-CHARGER-ELEVES.
006330     OPEN INPUT ELEVES-FILE.
006340     IF NOT ELEVES-OK
006350         CALL "FICHSTAT" USING WS-ELEVES-STATUS
006360             WS-MESSAGE-STATUT
006370         DISPLAY "  eleves.txt : "
006380             FUNCTION TRIM(WS-MESSAGE-STATUT)
006390     ELSE
006400         MOVE "N" TO WS-FIN-FICHIER
006410         PERFORM UNTIL FIN-FICHIER
006420             READ ELEVES-FILE NEXT RECORD
006430                 AT END SET FIN-FICHIER TO TRUE
006440                 NOT AT END
006450                     MOVE STU-ID TO WS-ID-ELEVE
006460                     MOVE ZERO TO WS-DATE-LUE
006470                     IF STU-ANNEE-X NOT = SPACES
006480                         MOVE STU-ANNEE TO WS-ANNEE-LUE
006490                     END-IF
006500                     PERFORM 2750-AJOUTER-ELEVE
006510                         THRU 2750-AJOUTER-ELEVE-EXIT
006520             END-READ
006530         END-PERFORM
006540         CLOSE ELEVES-FILE
006550     END-IF.
006560     OPEN INPUT ALUMNI-FILE.
006570     IF NOT ALUMNI-OK
006580         GO TO 2700-CHARGER-ELEVES-EXIT
006590     END-IF.
006600     MOVE "N" TO WS-FIN-FICHIER.
006610     PERFORM UNTIL FIN-FICHIER
006620         READ ALUMNI-FILE
006630             AT END SET FIN-FICHIER TO TRUE
006640             NOT AT END
006650                 MOVE ALU-STU-ID TO WS-ID-ELEVE
006660                 MOVE ZERO TO WS-DATE-LUE
006670                 MOVE ALU-ANNEE TO WS-ANNEE-LUE
006680                 PERFORM 2750-AJOUTER-ELEVE
006690                     THRU 2750-AJOUTER-ELEVE-EXIT
006700         END-READ
006710     END-PERFORM.
006720     CLOSE ALUMNI-FILE.
006730 2700-CHARGER-ELEVES-EXIT.
006740     EXIT.

006750*----------------------------------------------------------------
006760* 2750-AJOUTER-ELEVE - AN ID WITHOUT A NUMERIC BASE WAS NOT DRAWN
006770* FROM ELEVECT.DAT; IT IS COUNTED APART
006780*----------------------------------------------------------------
006790 2750-AJOUTER-ELEVE.
006800     IF WS-ID-BASE IS NOT NUMERIC
006810         ADD 1 TO WS-NB-HORS-SERIE
006820         GO TO 2750-AJOUTER-ELEVE-EXIT
006830     END-IF.
006840     MOVE WS-ID-BASE TO WS-NUM-LU.
006850     PERFORM 2050-AJOUTER-PIECE
006860         THRU 2050-AJOUTER-PIECE-EXIT.
006870 2750-AJOUTER-ELEVE-EXIT.
006880     EXIT.

006890*----------------------------------------------------------------
006900* 3000-EXAMINER-NUMEROS - SORT OUTPUT : THE NUMBERS ASCENDING
006910*----------------------------------------------------------------
006920 3000-EXAMINER-NUMEROS.
006930     MOVE "N" TO WS-FIN-TRI.
006940     PERFORM 4000-EXAMINER-NUMERO
006950         THRU 4000-EXAMINER-NUMERO-EXIT
006960         UNTIL FIN-TRI.
006970 3000-EXAMINER-NUMEROS-EXIT.
007050     EXIT.

007060*----------------------------------------------------------------
007070* 4000-EXAMINER-NUMERO - NUMBERING STARTS AT 1, SO A FIRST NUMBER
007080* ABOVE 1 IS A GAP TOO
007210*----------------------------------------------------------------
007220 4000-EXAMINER-NUMERO.
007221     RETURN TRI-PIECES
007222         AT END
007223             SET FIN-TRI TO TRUE
007224             GO TO 4000-EXAMINER-NUMERO-EXIT
007225     END-RETURN.
007226     ADD 1 TO WS-NB-RETOURNEES.
007230     PERFORM 4100-CUMULER-ANNEE
007240         THRU 4100-CUMULER-ANNEE-EXIT.
007250     IF WS-NB-RETOURNEES > 1 AND TRI-PCE-NUM = WS-NUM-PRECEDENT
007260         ADD 1 TO WS-NB-ANOMALIES-SERIE
007270         DISPLAY "  Doublon           : " TRI-PCE-NUM
007280         GO TO 4000-EXAMINER-NUMERO-EXIT
007290     END-IF.
007300     IF TRI-PCE-NUM > WS-NUM-PRECEDENT + 1
007310         COMPUTE WS-TROU-DEBUT = WS-NUM-PRECEDENT + 1
007320         COMPUTE WS-TROU-FIN   = TRI-PCE-NUM - 1
007330         ADD 1 TO WS-NB-ANOMALIES-SERIE
007340         COMPUTE WS-NB-MANQUANTS = WS-TROU-FIN - WS-TROU-DEBUT + 1
007350         DISPLAY "  Trou              : " WS-TROU-DEBUT " a "
007360             WS-TROU-FIN " (" WS-NB-MANQUANTS " numeros)"
007370     END-IF.
007380     IF COMPTEUR-LU AND TRI-PCE-NUM > WS-COMPTEUR
007390         ADD 1 TO WS-NB-ANOMALIES-SERIE
007400         DISPLAY "  Au-dela compteur  : " TRI-PCE-NUM
007410             " (annee " TRI-PCE-ANNEE ")"
007420     END-IF.
007430     MOVE TRI-PCE-NUM TO WS-NUM-PRECEDENT.
007440 4000-EXAMINER-NUMERO-EXIT.
007450     EXIT.

007460*----------------------------------------------------------------
007470* 4100-CUMULER-ANNEE - THE NUMBERS COME BACK SORTED, SO THE
007480* FIRST MET FOR A YEAR IS ITS LOWEST AND THE LAST ITS HIGHEST
007490*----------------------------------------------------------------
007500 4100-CUMULER-ANNEE.
007510     IF NOT ANNEES-OUVERT
007520         GO TO 4100-CUMULER-ANNEE-EXIT
007690     END-IF.
007691     MOVE TRI-PCE-ANNEE TO ANN-ANNEE.
007692     READ ANNEES-TRAVAIL
007693         INVALID KEY
007694             MOVE TRI-PCE-ANNEE TO ANN-ANNEE
007695             MOVE TRI-PCE-NUM   TO ANN-PREMIER ANN-DERNIER
007696             MOVE 1             TO ANN-NB
007697             WRITE ANNEE-TRAVAIL
007698                 INVALID KEY CONTINUE
007699             END-WRITE
007700             GO TO 4100-CUMULER-ANNEE-EXIT
007701     END-READ.
007702     MOVE TRI-PCE-NUM TO ANN-DERNIER.
007703     ADD 1 TO ANN-NB.
007704     REWRITE ANNEE-TRAVAIL
007705         INVALID KEY CONTINUE
007706     END-REWRITE.
007720 4100-CUMULER-ANNEE-EXIT.
007730     EXIT.

007740*----------------------------------------------------------------
007750* 4500-CONTROLER-COMPTEUR - NUMBERS THE COUNTER HANDED OUT ABOVE
007760* THE LAST DOCUMENT FOUND
007770*----------------------------------------------------------------
007780 4500-CONTROLER-COMPTEUR.
007790     IF COMPTEUR-ABSENT
007800         ADD 1 TO WS-NB-ANOMALIES-SERIE
007810         DISPLAY "  Compteur          : " WS-NOM-COMPTEUR
007820       " absent"
007830         GO TO 4500-CONTROLER-COMPTEUR-EXIT
007840     END-IF.
007850     IF SANS-COMPTEUR
007860         GO TO 4500-CONTROLER-COMPTEUR-EXIT
007870     END-IF.
007880     IF WS-COMPTEUR > WS-NUM-PRECEDENT
007890         COMPUTE WS-TROU-DEBUT = WS-NUM-PRECEDENT + 1
007900         MOVE WS-COMPTEUR TO WS-TROU-FIN
007910         ADD 1 TO WS-NB-ANOMALIES-SERIE
007920         COMPUTE WS-NB-MANQUANTS = WS-TROU-FIN - WS-TROU-DEBUT + 1
007930         DISPLAY "  Sans piece        : " WS-TROU-DEBUT " a "
007940             WS-TROU-FIN " (" WS-NB-MANQUANTS " numeros)"
007950     END-IF.
007960 4500-CONTROLER-COMPTEUR-EXIT.
007970     EXIT.

007980*----------------------------------------------------------------
007990* 4800-AFFICHER-ANNEES - IN YEAR ORDER
008000*----------------------------------------------------------------
008010 4800-AFFICHER-ANNEES.
008020     IF WS-NB-PIECES = ZERO
008030         DISPLAY "  Aucune piece"
008040         GO TO 4800-AFFICHER-ANNEES-EXIT
008050     END-IF.
008053     IF NOT ANNEES-OUVERT
008056         GO TO 4800-AFFICHER-ANNEES-EXIT
008059     END-IF.
008062     MOVE ZERO TO ANN-ANNEE.
008065     MOVE "N" TO WS-FIN-ANNEES.
008068     START ANNEES-TRAVAIL KEY IS NOT LESS THAN ANN-ANNEE
008071         INVALID KEY SET FIN-ANNEES TO TRUE
008074     END-START.
008077     PERFORM UNTIL FIN-ANNEES
008080         READ ANNEES-TRAVAIL NEXT RECORD
008083             AT END SET FIN-ANNEES TO TRUE
008086             NOT AT END
008089                 DISPLAY "  Annee " ANN-ANNEE " : du "
008092                     ANN-PREMIER " au " ANN-DERNIER
008095                     " - " ANN-NB " piece(s)"
008098         END-READ
008110     END-PERFORM.
008120 4800-AFFICHER-ANNEES-EXIT.
008130     EXIT.

008140*----------------------------------------------------------------
008150* 8000-JOURNALISER-AUDIT - ONE LINE PER RUN ON NUMAUDIT.DAT
008160*----------------------------------------------------------------
008170 8000-JOURNALISER-AUDIT.
008180     OPEN EXTEND NUMAUDIT-FILE.
008190     IF NOT NUMAUDIT-OK
008200         CLOSE NUMAUDIT-FILE
008210         OPEN OUTPUT NUMAUDIT-FILE
008220     END-IF.
008230     MOVE WS-DATE-JOUR       TO NAU-DATE.
008240     MOVE WS-HEURE-JOUR      TO NAU-HEURE.
008250     MOVE WS-TOTAL-PIECES    TO NAU-NB-PIECES.
008260     MOVE WS-TOTAL-ANOMALIES TO NAU-NB-ANOMALIES.
008270     WRITE NUMAUDIT-RECORD.
008280     CLOSE NUMAUDIT-FILE.
008290 8000-JOURNALISER-AUDIT-EXIT.
008300     EXIT.
