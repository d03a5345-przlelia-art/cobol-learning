000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXTOURNESRAPPORT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MONTHLY LIST OF THE REVERSALS
000110*                 REGISTERED ON EXTOURNES.DAT, GROUPED BY OPERATOR
000120*                 THEN REASON CODE, WITH COUNTS AND AMOUNTS PER
000130*                 REASON, PER OPERATOR AND FOR THE MONTH.
000132* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000134*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000136*                 EXTOURNESRAPPORT (SEE HABILITATIONS).
000137* 2026-10-15  LM  THE MONTH'S REVERSALS GO THROUGH THE SORT FILE
000138*                 TRI-EXTOURNES INSTEAD OF A 500-ENTRY TABLE, SO
000139*                 THE REPORT IS NEVER CUT SHORT.
000140*----------------------------------------------------------------

000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.

000180     SELECT EXTOURNES-FILE ASSIGN TO "EXTOURNES.DAT"
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS EXT-NUMERO
000220         ALTERNATE RECORD KEY IS EXT-ORIGINE
000230         FILE STATUS IS WS-EXTOURNES-STATUS.

000235     SELECT TRI-EXTOURNES ASSIGN TO "EXTRAPP.SRT".

000240 DATA DIVISION.
000250 FILE SECTION.

000260 FD  EXTOURNES-FILE.
000270     COPY "EXTOURNE-RECORD.cpy".

000271*----------------------------------------------------------------
000272* TRI-EXTOURNES - SORT WORK FILE, THE MONTH'S REVERSALS ON
000273* OPERATOR, REASON, THEN NUMBER
000274*----------------------------------------------------------------
000275 SD  TRI-EXTOURNES.
000276 01  TRI-EXTOURNE.
000277     05 TRI-EXT-OPERATEUR    PIC X(20).
000278     05 TRI-EXT-MOTIF        PIC X(02).
000279     05 TRI-EXT-NUMERO       PIC 9(06).
000280     05 TRI-EXT-DATE         PIC 9(08).
000281     05 TRI-EXT-COMPTE       PIC X(06).
000282     05 TRI-EXT-SENS         PIC X(01).
000283     05 TRI-EXT-MONTANT      PIC 9(04).
000284     05 TRI-EXT-TYPE         PIC X(02).
000285     05 TRI-EXT-DATE-ORIG    PIC X(08).
000286     05 TRI-EXT-CORRECTION   PIC X(01).
000287         88 TRI-EXT-AVEC-CORRECTION   VALUE "O".
000288     05 TRI-EXT-CORR-COMPTE  PIC X(06).
000289     05 TRI-EXT-CORR-MONTANT PIC 9(04).

000280 WORKING-STORAGE SECTION.

000285     COPY "HABILITATION.cpy".

000290 01  WS-DATE-JOUR            PIC 9(08).
000300 01  WS-MOIS-COURANT         PIC 9(06).
000310 01  WS-MOIS-DEMANDE         PIC 9(06).
000320 01  WS-MOIS-DEMANDE-R REDEFINES WS-MOIS-DEMANDE.
000330     05 WS-DEMANDE-AAAA      PIC 9(04).
000340     05 WS-DEMANDE-MM        PIC 9(02).
000350 01  WS-MOIS-SAISI           PIC 9(06).
000360 01  WS-MOIS-EXTOURNE        PIC 9(06).

000370 01  WS-MESSAGE-STATUT       PIC X(40).

000380 01  WS-EXTOURNES-STATUS     PIC X(02).
000390     88 EXTOURNES-OK                  VALUE "00".

000400 01  WS-SWITCHES.
000410     05 WS-FIN-EXTOURNES     PIC X(01) VALUE "N".
000420         88 FIN-EXTOURNES             VALUE "Y".
000426     05 WS-FIN-TRI           PIC X(01) VALUE "N".
000432         88 FIN-TRI                   VALUE "Y".
000438     05 WS-PREMIERE          PIC X(01) VALUE "O".
000444         88 PREMIERE-EXTOURNE         VALUE "O".

000450*----------------------------------------------------------------
000460* MOTIFS D'EXTOURNE - SAME CODES AS EXTOURNE, WITH THE MONTH'S
000470* COUNT AND AMOUNT PER CODE
000480*----------------------------------------------------------------
000490 01  WS-MOTIFS.
000500     05 FILLER               PIC X(24)
000510                             VALUE "ECERREUR DE COMPTE".
000520     05 FILLER               PIC X(24)
000530                             VALUE "EMERREUR DE MONTANT".
000540     05 FILLER               PIC X(24)
000550                             VALUE "DBDOUBLON".
000560     05 FILLER               PIC X(24)
000570                             VALUE "ACANNULATION CLIENT".
000580     05 FILLER               PIC X(24)
000590                             VALUE "AUAUTRE MOTIF".

000600 01  WS-MOTIFS-TABLE REDEFINES WS-MOTIFS.
000610     05 WS-MOTIF-ENTRY OCCURS 5 TIMES INDEXED BY WS-TDX.
000620         10 WS-MOTIF-CODE    PIC X(02).
000630         10 WS-MOTIF-LIBELLE PIC X(22).

000640 01  WS-CUMULS-MOTIFS.
000650     05 WS-CUMUL-MOTIF OCCURS 5 TIMES.
000660         10 WS-CM-NB         PIC 9(04).
000670         10 WS-CM-MONTANT    PIC 9(07).

000680 01  WS-LIBELLE              PIC X(22).

000730 01  WS-NB-EXTOURNES         PIC 9(04) VALUE ZERO.

000940*----------------------------------------------------------------
000950* RUPTURES - CURRENT OPERATOR AND REASON WITH THEIR TOTALS
000960*----------------------------------------------------------------
000970 01  WS-OPERATEUR-COURANT    PIC X(20).
000980 01  WS-MOTIF-COURANT        PIC X(02).
000990 01  WS-NB-OPERATEUR         PIC 9(04).
001000 01  WS-MONTANT-OPERATEUR    PIC 9(07).
001010 01  WS-NB-MOTIF             PIC 9(04).
001020 01  WS-MONTANT-MOTIF        PIC 9(07).
001030 01  WS-MONTANT-MOIS         PIC 9(07) VALUE ZERO.

001040 PROCEDURE DIVISION.

001050*----------------------------------------------------------------
001060* 0000-MAINLINE
001070*----------------------------------------------------------------
001080 0000-MAINLINE.
001081     MOVE "EXTOURNESRAPPORT" TO HAB-PROGRAMME.
001082     CALL "HABILITER" USING HAB-ZONE.
001083     IF NOT HAB-AUTORISE
001084         GOBACK
001085     END-IF.
001090     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001100     DIVIDE WS-DATE-JOUR BY 100 GIVING WS-MOIS-COURANT.
001110     IF WS-DATE-JOUR(5:2) = "01"
001120         COMPUTE WS-MOIS-DEMANDE = WS-MOIS-COURANT - 89
001130     ELSE
001140         COMPUTE WS-MOIS-DEMANDE = WS-MOIS-COURANT - 1
001150     END-IF.
001160     DISPLAY "Mois AAAAMM (vide = " WS-MOIS-DEMANDE ") : ".
001170     MOVE ZERO TO WS-MOIS-SAISI.
001180     ACCEPT WS-MOIS-SAISI.
001190     IF WS-MOIS-SAISI NOT = ZERO
001200         MOVE WS-MOIS-SAISI TO WS-MOIS-DEMANDE
001210     END-IF.
001220     IF WS-DEMANDE-MM < 1 OR WS-DEMANDE-MM > 12
001230         DISPLAY "Mois invalide : " WS-MOIS-DEMANDE
001240         GO TO 0000-FIN
001250     END-IF.
001260     INITIALIZE WS-CUMULS-MOTIFS.
001270     SORT TRI-EXTOURNES
001280         ON ASCENDING KEY TRI-EXT-OPERATEUR TRI-EXT-MOTIF
001290             TRI-EXT-NUMERO
001300         INPUT PROCEDURE IS 1000-CHARGER-EXTOURNES
001310             THRU 1000-CHARGER-EXTOURNES-EXIT
001320         OUTPUT PROCEDURE IS 3000-EDITER-RAPPORT
001330             THRU 3000-EDITER-RAPPORT-EXIT.
001370 0000-FIN.
001380     STOP RUN.

001390*----------------------------------------------------------------
001396* 1000-CHARGER-EXTOURNES - SORT INPUT : THE REVERSALS MADE IN
001402* THE MONTH
001410*----------------------------------------------------------------
001420 1000-CHARGER-EXTOURNES.
001430     OPEN INPUT EXTOURNES-FILE.
001440     IF NOT EXTOURNES-OK
001450         CALL "FICHSTAT" USING WS-EXTOURNES-STATUS
001460             WS-MESSAGE-STATUT
001470         DISPLAY "EXTOURNES.DAT : "
001480             FUNCTION TRIM(WS-MESSAGE-STATUT)
001490         GO TO 1000-CHARGER-EXTOURNES-EXIT
001500     END-IF.
001510     PERFORM UNTIL FIN-EXTOURNES
001520         READ EXTOURNES-FILE NEXT RECORD
001530             AT END SET FIN-EXTOURNES TO TRUE
001540             NOT AT END
001550                 DIVIDE EXT-DATE BY 100 GIVING WS-MOIS-EXTOURNE
001560                 IF WS-MOIS-EXTOURNE = WS-MOIS-DEMANDE
001570                     PERFORM 1100-RETENIR-EXTOURNE
001580                         THRU 1100-RETENIR-EXTOURNE-EXIT
001590                 END-IF
001600         END-READ
001610     END-PERFORM.
001620     CLOSE EXTOURNES-FILE.
001630 1000-CHARGER-EXTOURNES-EXIT.
001640     EXIT.

001650*----------------------------------------------------------------
001660* 1100-RETENIR-EXTOURNE
001670*----------------------------------------------------------------
001680 1100-RETENIR-EXTOURNE.
001730     ADD 1 TO WS-NB-EXTOURNES.
001740     MOVE EXT-OPERATEUR TO TRI-EXT-OPERATEUR.
001750     MOVE EXT-MOTIF TO TRI-EXT-MOTIF.
001760     MOVE EXT-NUMERO TO TRI-EXT-NUMERO.
001770     MOVE EXT-DATE TO TRI-EXT-DATE.
001780     MOVE EXT-ORIG-COMPTE TO TRI-EXT-COMPTE.
001790     MOVE EXT-ORIG-SENS TO TRI-EXT-SENS.
001800     MOVE EXT-ORIG-MONTANT TO TRI-EXT-MONTANT.
001810     MOVE EXT-ORIG-TYPE TO TRI-EXT-TYPE.
001820     MOVE EXT-ORIGINE(14:8) TO TRI-EXT-DATE-ORIG.
001830     MOVE EXT-CORRECTION TO TRI-EXT-CORRECTION.
001840     MOVE EXT-CORR-COMPTE TO TRI-EXT-CORR-COMPTE.
001850     MOVE EXT-CORR-MONTANT TO TRI-EXT-CORR-MONTANT.
001860     RELEASE TRI-EXTOURNE.
001870 1100-RETENIR-EXTOURNE-EXIT.
001880     EXIT.

001890*----------------------------------------------------------------
001900* 3000-EDITER-RAPPORT - SORT OUTPUT : ONE BLOCK PER OPERATOR, A
001910* SUBTOTAL PER REASON, THEN THE MONTH BY REASON
002190*----------------------------------------------------------------
002200 3000-EDITER-RAPPORT.
002202     IF WS-NB-EXTOURNES = ZERO
002204         DISPLAY "Aucune extourne en " WS-MOIS-DEMANDE
002206         GO TO 3000-EDITER-RAPPORT-EXIT
002208     END-IF.
002210     DISPLAY "Extournes du mois " WS-MOIS-DEMANDE
002220         " par operateur et motif".
002230     DISPLAY "-----------------------------------------".
002260     MOVE ZERO TO WS-NB-OPERATEUR WS-MONTANT-OPERATEUR
002270         WS-NB-MOTIF WS-MONTANT-MOTIF.
002280     PERFORM 3050-TRAITER-UNE-EXTOURNE
002290         THRU 3050-TRAITER-UNE-EXTOURNE-EXIT
002300         UNTIL FIN-TRI.
002490     PERFORM 3200-FIN-MOTIF
002500         THRU 3200-FIN-MOTIF-EXIT.
002510     PERFORM 3300-FIN-OPERATEUR
002520         THRU 3300-FIN-OPERATEUR-EXIT.
002530     DISPLAY "-----------------------------------------".
002540     DISPLAY "Recapitulatif du mois par motif".
002550     PERFORM VARYING WS-TDX FROM 1 BY 1 UNTIL WS-TDX > 5
002560         DISPLAY "  " WS-MOTIF-CODE(WS-TDX) " "
002570             WS-MOTIF-LIBELLE(WS-TDX) " : " WS-CM-NB(WS-TDX)
002580             " extourne(s), montant " WS-CM-MONTANT(WS-TDX)
002590     END-PERFORM.
002600     DISPLAY "Total du mois : " WS-NB-EXTOURNES
002610         " extourne(s), montant " WS-MONTANT-MOIS.
002660 3000-EDITER-RAPPORT-EXIT.
002670     EXIT.

002671*----------------------------------------------------------------
002672* 3050-TRAITER-UNE-EXTOURNE - OPERATOR AND REASON BREAKS, THEN
002673* THE REVERSAL ITSELF
002674*----------------------------------------------------------------
002675 3050-TRAITER-UNE-EXTOURNE.
002676     RETURN TRI-EXTOURNES
002677         AT END
002678             SET FIN-TRI TO TRUE
002679             GO TO 3050-TRAITER-UNE-EXTOURNE-EXIT
002680     END-RETURN.
002681     IF PREMIERE-EXTOURNE
002682         MOVE "N" TO WS-PREMIERE
002683         MOVE TRI-EXT-OPERATEUR TO WS-OPERATEUR-COURANT
002684         MOVE TRI-EXT-MOTIF TO WS-MOTIF-COURANT
002685         DISPLAY "Operateur : "
002686             FUNCTION TRIM(WS-OPERATEUR-COURANT)
002687     END-IF.
002688     IF TRI-EXT-OPERATEUR NOT = WS-OPERATEUR-COURANT
002689         PERFORM 3200-FIN-MOTIF
002690             THRU 3200-FIN-MOTIF-EXIT
002691         PERFORM 3300-FIN-OPERATEUR
002692             THRU 3300-FIN-OPERATEUR-EXIT
002693         MOVE TRI-EXT-OPERATEUR TO WS-OPERATEUR-COURANT
002694         MOVE TRI-EXT-MOTIF TO WS-MOTIF-COURANT
002695         DISPLAY "Operateur : "
002696             FUNCTION TRIM(WS-OPERATEUR-COURANT)
002697     END-IF.
002698     IF TRI-EXT-MOTIF NOT = WS-MOTIF-COURANT
002699         PERFORM 3200-FIN-MOTIF
002700             THRU 3200-FIN-MOTIF-EXIT
002701         MOVE TRI-EXT-MOTIF TO WS-MOTIF-COURANT
002702     END-IF.
002703     PERFORM 3100-EDITER-UNE-EXTOURNE
002704         THRU 3100-EDITER-UNE-EXTOURNE-EXIT.
002705 3050-TRAITER-UNE-EXTOURNE-EXIT.
002706     EXIT.

002680*----------------------------------------------------------------
002690* 3100-EDITER-UNE-EXTOURNE
002700*----------------------------------------------------------------
002710 3100-EDITER-UNE-EXTOURNE.
002720     ADD 1 TO WS-NB-MOTIF.
002730     ADD TRI-EXT-MONTANT TO WS-MONTANT-MOTIF WS-MONTANT-MOIS.
002740     IF TRI-EXT-AVEC-CORRECTION
002750         DISPLAY "    " TRI-EXT-NUMERO " le "
002760             TRI-EXT-DATE " : " TRI-EXT-COMPTE " "
002770             TRI-EXT-SENS " " TRI-EXT-MONTANT " "
002780             TRI-EXT-TYPE " du " TRI-EXT-DATE-ORIG
002790             " -> corrige " TRI-EXT-CORR-COMPTE " "
002800             TRI-EXT-CORR-MONTANT
002810     ELSE
002820         DISPLAY "    " TRI-EXT-NUMERO " le "
002830             TRI-EXT-DATE " : " TRI-EXT-COMPTE " "
002840             TRI-EXT-SENS " " TRI-EXT-MONTANT " "
002850             TRI-EXT-TYPE " du " TRI-EXT-DATE-ORIG
002860     END-IF.
002870 3100-EDITER-UNE-EXTOURNE-EXIT.
002880     EXIT.

002890*----------------------------------------------------------------
002900* 3200-FIN-MOTIF - REASON SUBTOTAL, ADDED TO THE OPERATOR AND TO
002910* THE MONTH'S FIGURES FOR THE CODE
002920*----------------------------------------------------------------
002930 3200-FIN-MOTIF.
002940     MOVE "CODE INCONNU" TO WS-LIBELLE.
002950     PERFORM VARYING WS-TDX FROM 1 BY 1 UNTIL WS-TDX > 5
002960         IF WS-MOTIF-CODE(WS-TDX) = WS-MOTIF-COURANT
002970             MOVE WS-MOTIF-LIBELLE(WS-TDX) TO WS-LIBELLE
002980             ADD WS-NB-MOTIF TO WS-CM-NB(WS-TDX)
002990             ADD WS-MONTANT-MOTIF TO WS-CM-MONTANT(WS-TDX)
003000         END-IF
003010     END-PERFORM.
003020     DISPLAY "  Motif " WS-MOTIF-COURANT " " WS-LIBELLE " : "
003030         WS-NB-MOTIF " extourne(s), montant " WS-MONTANT-MOTIF.
003040     ADD WS-NB-MOTIF TO WS-NB-OPERATEUR.
003050     ADD WS-MONTANT-MOTIF TO WS-MONTANT-OPERATEUR.
003060     MOVE ZERO TO WS-NB-MOTIF WS-MONTANT-MOTIF.
003070 3200-FIN-MOTIF-EXIT.
003080     EXIT.

003090*----------------------------------------------------------------
003100* 3300-FIN-OPERATEUR
003110*----------------------------------------------------------------
003120 3300-FIN-OPERATEUR.
003130     DISPLAY "  Total " FUNCTION TRIM(WS-OPERATEUR-COURANT) " : "
003140         WS-NB-OPERATEUR " extourne(s), montant "
003150         WS-MONTANT-OPERATEUR.
003160     MOVE ZERO TO WS-NB-OPERATEUR WS-MONTANT-OPERATEUR.
003170 3300-FIN-OPERATEUR-EXIT.
003180     EXIT.
