000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RELANCEFRN.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. DAILY EXPEDITING LIST, TO
000110*                 RELANCEFRN.DAT : EVERY PURCHASE ORDER STILL OPEN
000120*                 (ORDERED OR PARTLY DELIVERED) WHOSE EXPECTED
000130*                 DATE - ACH-DATE PLUS THE PROMISED FRN-DELAI - IS
000140*                 PAST, GROUPED BY SUPPLIER WITH FRN-CONTACT SO
000150*                 THE BUYER KNOWS WHOM TO CHASE, OLDEST FIRST
000160*                 WITHIN EACH SUPPLIER.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000166*                 RELANCEFRN (SEE HABILITATIONS).
000167* 2026-10-15  LM  OVERDUE ORDERS GO THROUGH THE SORT FILE
000168*                 TRI-RETARDS INSTEAD OF A 500-ENTRY TABLE, SO THE
000169*                 LIST IS NEVER CUT SHORT.
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT ACHATS-FILE ASSIGN TO "ACHATS.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS ACH-NUM
000250         FILE STATUS IS WS-ACHATS-STATUS.

000260     SELECT FOURNISSEUR-FILE ASSIGN TO "FOURNSSR.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS FRN-CODE
000300         FILE STATUS IS WS-FOURNISSEUR-STATUS.

000310     SELECT RAPPORT-FILE ASSIGN TO "RELANCEFRN.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RAPPORT-STATUS.

000335     SELECT TRI-RETARDS ASSIGN TO "RELANCE.SRT".

000340 DATA DIVISION.
000350 FILE SECTION.

000360 FD  ACHATS-FILE.
000370     COPY "ACHAT-RECORD.cpy".

000380 FD  FOURNISSEUR-FILE.
000390     COPY "FOURNISSEUR-RECORD.cpy".

000400 FD  RAPPORT-FILE.
000410 01  RAPPORT-LIGNE           PIC X(80).

000411*----------------------------------------------------------------
000412* TRI-RETARDS - SORT WORK FILE, ONE RECORD PER OVERDUE PURCHASE
000413* ORDER, ON SUPPLIER THEN EXPECTED DATE
000414*----------------------------------------------------------------
000415 SD  TRI-RETARDS.
000416 01  TRI-RETARD.
000417     05 TRI-RET-CODE-FRN     PIC X(04).
000418     05 TRI-RET-ATTENDUE     PIC 9(08).
000419     05 TRI-RET-NUM          PIC 9(08).
000420     05 TRI-RET-CODE-PROD    PIC X(04).
000421     05 TRI-RET-DATE         PIC 9(08).
000422     05 TRI-RET-QTE-CDE      PIC 9(05).
000423     05 TRI-RET-QTE-RECUE    PIC 9(05).
000424     05 TRI-RET-JOURS        PIC 9(05).

000420 WORKING-STORAGE SECTION.

000425     COPY "HABILITATION.cpy".

000430 01  WS-DATE-JOUR            PIC 9(08).
000440 01  WS-DATE-ATTENDUE        PIC 9(08).
000450 01  WS-JOURS-RETARD         PIC 9(05).
000460 01  WS-CODE-PRECEDENT       PIC X(04).
000470 01  WS-NB-DU-FOURNISSEUR    PIC 9(04).
000480 01  WS-NB-FOURNISSEURS-RET  PIC 9(04) VALUE ZERO.
000490 01  WS-MESSAGE-STATUT       PIC X(40).

000500 01  WS-ACHATS-STATUS        PIC X(02).
000510     88 ACHATS-OK                     VALUE "00".

000520 01  WS-FOURNISSEUR-STATUS   PIC X(02).
000530     88 FOURNISSEUR-OK                VALUE "00".

000540 01  WS-RAPPORT-STATUS       PIC X(02).
000550     88 RAPPORT-OK                    VALUE "00".

000560 01  WS-SWITCHES.
000570     05 WS-FIN-ACHATS        PIC X(01) VALUE "N".
000580         88 FIN-ACHATS                VALUE "Y".
000590     05 WS-FRN-OUVERT        PIC X(01) VALUE "N".
000600         88 FRN-OUVERT                VALUE "O".
000610     05 WS-FIN-TRI           PIC X(01) VALUE "N".
000620         88 FIN-TRI                   VALUE "Y".

000670 01  WS-NB-RETARDS           PIC 9(04) VALUE ZERO.

000810*----------------------------------------------------------------
000820* SUPPLIER BREAK LINE AND DETAIL LINE
000830*----------------------------------------------------------------
000840 01  WS-LIGNE-FOURNISSEUR.
000850     05 WS-LF-CODE           PIC X(04).
000860     05 FILLER               PIC X(01) VALUE SPACES.
000870     05 WS-LF-NOM            PIC X(20).
000880     05 FILLER               PIC X(10) VALUE " contact :".
000890     05 FILLER               PIC X(01) VALUE SPACES.
000900     05 WS-LF-CONTACT        PIC X(24).

000910 01  WS-LIGNE-DETAIL.
000920     05 FILLER               PIC X(04) VALUE SPACES.
000930     05 WS-DET-NUM           PIC 9(08).
000940     05 FILLER               PIC X(02) VALUE SPACES.
000950     05 WS-DET-PROD          PIC X(04).
000960     05 FILLER               PIC X(02) VALUE SPACES.
000970     05 WS-DET-DATE          PIC 9(08).
000980     05 FILLER               PIC X(02) VALUE SPACES.
000990     05 WS-DET-ATTENDUE      PIC 9(08).
001000     05 FILLER               PIC X(02) VALUE SPACES.
001010     05 WS-DET-CDE           PIC ZZZZ9.
001020     05 FILLER               PIC X(02) VALUE SPACES.
001030     05 WS-DET-RESTE         PIC ZZZZ9.
001040     05 FILLER               PIC X(02) VALUE SPACES.
001050     05 WS-DET-JOURS         PIC ZZZZ9.

001060 PROCEDURE DIVISION.

001070*----------------------------------------------------------------
001080* 0000-MAINLINE
001090*----------------------------------------------------------------
001100 0000-MAINLINE.
001101     MOVE "RELANCEFRN" TO HAB-PROGRAMME.
001102     CALL "HABILITER" USING HAB-ZONE.
001103     IF NOT HAB-AUTORISE
001104         GOBACK
001105     END-IF.
001110     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001113     SORT TRI-RETARDS
001116         ON ASCENDING KEY TRI-RET-CODE-FRN TRI-RET-ATTENDUE
001119         WITH DUPLICATES IN ORDER
001122         INPUT PROCEDURE IS 1000-RELEVER-RETARDS
001125             THRU 1000-RELEVER-RETARDS-EXIT
001128         OUTPUT PROCEDURE IS 3000-EDITER-RELANCES
001131             THRU 3000-EDITER-RELANCES-EXIT.
001140     IF NOT ACHATS-OK
001150         GO TO 0000-FIN
001160     END-IF.
001210     IF NOT RAPPORT-OK
001220         GO TO 0000-FIN
001230     END-IF.
001240     DISPLAY "Commandes fournisseur en retard : " WS-NB-RETARDS.
001250     DISPLAY "Fournisseurs a relancer        : "
001260         WS-NB-FOURNISSEURS-RET.
001270     DISPLAY "Liste dans RELANCEFRN.DAT".
001280 0000-FIN.
001290     STOP RUN.

001300*----------------------------------------------------------------
001306* 1000-RELEVER-RETARDS - SORT INPUT : EVERY OPEN PO PAST ITS
001312* EXPECTED DATE
001320*----------------------------------------------------------------
001330 1000-RELEVER-RETARDS.
001340     OPEN INPUT ACHATS-FILE.
001350     IF NOT ACHATS-OK
001360         CALL "FICHSTAT" USING WS-ACHATS-STATUS
001370             WS-MESSAGE-STATUT
001380         DISPLAY "ACHATS.DAT : "
001390             FUNCTION TRIM(WS-MESSAGE-STATUT)
001400         GO TO 1000-RELEVER-RETARDS-EXIT
001410     END-IF.
001420     OPEN INPUT FOURNISSEUR-FILE.
001430     IF FOURNISSEUR-OK
001440         SET FRN-OUVERT TO TRUE
001450     ELSE
001460         DISPLAY "Fichier absent : FOURNSSR.DAT - delais et"
001470             " contacts inconnus"
001480     END-IF.
001490     PERFORM UNTIL FIN-ACHATS
001500         READ ACHATS-FILE
001510             AT END SET FIN-ACHATS TO TRUE
001520             NOT AT END
001530                 IF ACH-OUVERTE
001540                     PERFORM 1100-EXAMINER-ACHAT
001550                         THRU 1100-EXAMINER-ACHAT-EXIT
001560                 END-IF
001570         END-READ
001580     END-PERFORM.
001590     CLOSE ACHATS-FILE.
001600     MOVE "00" TO WS-ACHATS-STATUS.
001610     IF FRN-OUVERT
001620         CLOSE FOURNISSEUR-FILE
001630     END-IF.
001680 1000-RELEVER-RETARDS-EXIT.
001690     EXIT.

001700*----------------------------------------------------------------
001710* 1100-EXAMINER-ACHAT - EXPECTED DATE = ACH-DATE + FRN-DELAI; AN
001720* UNKNOWN SUPPLIER COUNTS AS DUE ON THE ORDER DATE
001730*----------------------------------------------------------------
001740 1100-EXAMINER-ACHAT.
001750     MOVE ZERO TO FRN-DELAI.
001760     IF FRN-OUVERT
001770         MOVE ACH-CODE-FRN TO FRN-CODE
001780         READ FOURNISSEUR-FILE
001790             INVALID KEY
001800                 MOVE ZERO TO FRN-DELAI
001810         END-READ
001820     END-IF.
001830     COMPUTE WS-DATE-ATTENDUE = FUNCTION DATE-OF-INTEGER(
001840         FUNCTION INTEGER-OF-DATE(ACH-DATE) + FRN-DELAI).
001850     IF WS-DATE-ATTENDUE NOT < WS-DATE-JOUR
001860         GO TO 1100-EXAMINER-ACHAT-EXIT
001870     END-IF.
001920     ADD 1 TO WS-NB-RETARDS.
001930     MOVE ACH-CODE-FRN      TO TRI-RET-CODE-FRN.
001940     MOVE WS-DATE-ATTENDUE  TO TRI-RET-ATTENDUE.
001950     MOVE ACH-NUM           TO TRI-RET-NUM.
001960     MOVE ACH-CODE-PROD     TO TRI-RET-CODE-PROD.
001970     MOVE ACH-DATE          TO TRI-RET-DATE.
001980     MOVE ACH-QUANTITE      TO TRI-RET-QTE-CDE.
001990     MOVE ACH-QTE-RECUE     TO TRI-RET-QTE-RECUE.
002000     COMPUTE TRI-RET-JOURS =
002020         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
002030         - FUNCTION INTEGER-OF-DATE(WS-DATE-ATTENDUE).
002035     RELEASE TRI-RETARD.
002040 1100-EXAMINER-ACHAT-EXIT.
002050     EXIT.

002060*----------------------------------------------------------------
002070* 3000-EDITER-RELANCES - SORT OUTPUT : ONE BLOCK PER SUPPLIER,
002080* EQUAL DATES IN PURCHASE ORDER NUMBER ORDER
002350*----------------------------------------------------------------
002360 3000-EDITER-RELANCES.
002362     IF NOT ACHATS-OK
002364         GO TO 3000-EDITER-RELANCES-EXIT
002366     END-IF.
002370     OPEN OUTPUT RAPPORT-FILE.
002380     IF NOT RAPPORT-OK
002390         CALL "FICHSTAT" USING WS-RAPPORT-STATUS
002400             WS-MESSAGE-STATUT
002410         DISPLAY "RELANCEFRN.DAT : "
002420             FUNCTION TRIM(WS-MESSAGE-STATUT)
002430         GO TO 3000-EDITER-RELANCES-EXIT
002440     END-IF.
002450     MOVE SPACES TO RAPPORT-LIGNE.
002460     STRING "COMMANDES FOURNISSEUR A RELANCER AU " WS-DATE-JOUR
002470         DELIMITED BY SIZE INTO RAPPORT-LIGNE.
002480     WRITE RAPPORT-LIGNE.
002490     MOVE SPACES TO RAPPORT-LIGNE.
002500     WRITE RAPPORT-LIGNE.
002510     IF WS-NB-RETARDS = ZERO
002520         MOVE "Aucune commande en retard" TO RAPPORT-LIGNE
002530         WRITE RAPPORT-LIGNE
002540         CLOSE RAPPORT-FILE
002550         GO TO 3000-EDITER-RELANCES-EXIT
002560     END-IF.
002570     OPEN INPUT FOURNISSEUR-FILE.
002580     IF FOURNISSEUR-OK
002590         SET FRN-OUVERT TO TRUE
002600     ELSE
002610         MOVE "N" TO WS-FRN-OUVERT
002620     END-IF.
002630     MOVE SPACES TO WS-CODE-PRECEDENT.
002640     PERFORM 3100-EDITER-RETARD
002650         THRU 3100-EDITER-RETARD-EXIT
002660         UNTIL FIN-TRI.
002680     PERFORM 3300-TOTALISER-FOURNISSEUR
002690         THRU 3300-TOTALISER-FOURNISSEUR-EXIT.
002700     IF FRN-OUVERT
002710         CLOSE FOURNISSEUR-FILE
002720     END-IF.
002730     CLOSE RAPPORT-FILE.
002740 3000-EDITER-RELANCES-EXIT.
002750     EXIT.

002760 3100-EDITER-RETARD.
002762     RETURN TRI-RETARDS
002764         AT END
002766             SET FIN-TRI TO TRUE
002768             GO TO 3100-EDITER-RETARD-EXIT
002770     END-RETURN.
002772     IF TRI-RET-CODE-FRN NOT = WS-CODE-PRECEDENT
002780         IF WS-CODE-PRECEDENT NOT = SPACES
002790             PERFORM 3300-TOTALISER-FOURNISSEUR
002800                 THRU 3300-TOTALISER-FOURNISSEUR-EXIT
002810         END-IF
002820         PERFORM 3200-ENTETE-FOURNISSEUR
002830             THRU 3200-ENTETE-FOURNISSEUR-EXIT
002840     END-IF.
002850     MOVE TRI-RET-NUM       TO WS-DET-NUM.
002860     MOVE TRI-RET-CODE-PROD TO WS-DET-PROD.
002870     MOVE TRI-RET-DATE      TO WS-DET-DATE.
002880     MOVE TRI-RET-ATTENDUE  TO WS-DET-ATTENDUE.
002890     MOVE TRI-RET-QTE-CDE   TO WS-DET-CDE.
002900     IF TRI-RET-QTE-RECUE < TRI-RET-QTE-CDE
002910         COMPUTE WS-DET-RESTE =
002920             TRI-RET-QTE-CDE - TRI-RET-QTE-RECUE
002930     ELSE
002940         MOVE ZERO TO WS-DET-RESTE
002950     END-IF.
002960     MOVE TRI-RET-JOURS     TO WS-DET-JOURS.
002970     MOVE WS-LIGNE-DETAIL TO RAPPORT-LIGNE.
002980     WRITE RAPPORT-LIGNE.
002990     ADD 1 TO WS-NB-DU-FOURNISSEUR.
003000 3100-EDITER-RETARD-EXIT.
003010     EXIT.

003020*----------------------------------------------------------------
003030* 3200-ENTETE-FOURNISSEUR - NAME AND CONTACT OF THE SUPPLIER TO
003040* CHASE, THEN THE COLUMN HEADINGS
003050*----------------------------------------------------------------
003060 3200-ENTETE-FOURNISSEUR.
003070     MOVE TRI-RET-CODE-FRN TO WS-CODE-PRECEDENT.
003080     MOVE ZERO TO WS-NB-DU-FOURNISSEUR.
003090     ADD 1 TO WS-NB-FOURNISSEURS-RET.
003100     MOVE WS-CODE-PRECEDENT TO WS-LF-CODE.
003110     MOVE "*** fournisseur inconnu ***" TO WS-LF-NOM.
003120     MOVE SPACES TO WS-LF-CONTACT.
003130     IF FRN-OUVERT
003140         MOVE WS-CODE-PRECEDENT TO FRN-CODE
003150         READ FOURNISSEUR-FILE
003160             NOT INVALID KEY
003170                 MOVE FRN-NOM     TO WS-LF-NOM
003180                 MOVE FRN-CONTACT TO WS-LF-CONTACT
003190         END-READ
003200     END-IF.
003210     MOVE WS-LIGNE-FOURNISSEUR TO RAPPORT-LIGNE.
003220     WRITE RAPPORT-LIGNE.
003230     MOVE "    Commande  Prod  Du        Attendue    Cde.  Reste"
003240         TO RAPPORT-LIGNE.
003250     MOVE "Jours" TO RAPPORT-LIGNE(55:5).
003260     WRITE RAPPORT-LIGNE.
003270 3200-ENTETE-FOURNISSEUR-EXIT.
003280     EXIT.

003290 3300-TOTALISER-FOURNISSEUR.
003300     MOVE SPACES TO RAPPORT-LIGNE.
003310     STRING "    " WS-NB-DU-FOURNISSEUR
003320         " commande(s) en retard chez " WS-CODE-PRECEDENT
003330         DELIMITED BY SIZE INTO RAPPORT-LIGNE.
003340     WRITE RAPPORT-LIGNE.
003350     MOVE SPACES TO RAPPORT-LIGNE.
003360     WRITE RAPPORT-LIGNE.
003370 3300-TOTALISER-FOURNISSEUR-EXIT.
003380     EXIT.
