000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOTSTOCK.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. KEEPS THE SUPPLIER LOTS ON
000110*                 STOCKLOT.DAT IN STEP WITH A STOCK MOVEMENT.
000120*                 CALLED WITH THE SAME FIVE ARGUMENTS AS
000130*                 MVTSTOCK, RIGHT AFTER IT :
000140*                   VE, LI  SALE - THE BOUTIQUE QUANTITY IS TAKEN
000150*                           FROM THE EARLIEST-EXPIRING LOTS FIRST
000160*                           (FEFO) AND EACH LOT USED IS TRACED TO
000170*                           THE ORDER ON LOTVENTE.DAT;
000180*                   AN, RT  CANCELLATION OR RETURN - THE QUANTITY
000190*                           GOES BACK ON THE SHELF UNDER THE LOTS
000200*                           THE ORDER WAS SERVED FROM, TRACED AS A
000210*                           NEGATIVE QUANTITY;
000220*                   TR      TRANSFER - POSITIVE MOVES DEPOT LOTS
000230*                           TO THE BOUTIQUE, NEGATIVE THE OTHER
000240*                           WAY, EARLIEST EXPIRY FIRST EITHER WAY.
000250*                 OTHER TYPES ARE IGNORED (RECEPTIONSTOCK WRITES
000260*                 THE LOT ITSELF). QUANTITY NOT COVERED BY ANY LOT
000270*                 (STOCK OLDER THAN LOT TRACKING, PRODUCTS WITHOUT
000280*                 LOTS) IS SIMPLY LEFT UNTRACED. NO STOCKLOT.DAT
000290*                 MEANS NO LOT TRACKING : NOTHING IS DONE.
000291* 2026-10-15  LM  THE LOTS AN ORDER WAS SERVED FROM ARE GATHERED
000292*                 ON THE KEYED WORK FILE LOTSERV.TMP INSTEAD OF A
000293*                 50-ENTRY TABLE, SO NO LOT IS LEFT OUT OF A
000294*                 CANCELLATION OR RETURN. THEY ARE PUT BACK IN
000295*                 EXPIRY ORDER.
000300*----------------------------------------------------------------

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.

000340     SELECT LOT-FILE ASSIGN TO "STOCKLOT.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS LOT-CLE
000380         FILE STATUS IS WS-LOT-STATUS.

000390     SELECT LOTVENTE-FILE ASSIGN TO "LOTVENTE.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-LOTVENTE-STATUS.

000411     SELECT SERVIS-TRAVAIL ASSIGN TO "LOTSERV.TMP"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS DYNAMIC
000414         RECORD KEY IS LST-CLE
000415         FILE STATUS IS WS-TRAVAIL-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.

000440 FD  LOT-FILE.
000450     COPY "LOT-RECORD.cpy".

000460 FD  LOTVENTE-FILE.
000470     COPY "LOTVENTE-RECORD.cpy".

000471*----------------------------------------------------------------
000472* SERVIS-TRAVAIL - LOTS THE ORDER WAS SERVED FROM, NET OF WHAT
000473* ALREADY CAME BACK, IN EXPIRY ORDER
000474*----------------------------------------------------------------
000475 FD  SERVIS-TRAVAIL.
000476 01  SERVI-TRAVAIL.
000477     05 LST-CLE.
000478         10 LST-PEREMPTION     PIC 9(08).
000479         10 LST-NUMERO         PIC X(10).
000480     05 LST-QUANTITE           PIC S9(05).

000480 WORKING-STORAGE SECTION.

000490 01  WS-LOT-STATUS            PIC X(02).
000500     88 LOT-OK                        VALUE "00".

000510 01  WS-LOTVENTE-STATUS       PIC X(02).
000520     88 LOTVENTE-OK                   VALUE "00".

000521 01  WS-TRAVAIL-STATUS        PIC X(02).
000522     88 TRAVAIL-OK                    VALUE "00".

000523 01  WS-MESSAGE-STATUT        PIC X(40).
000524 01  WS-NOM-TRAVAIL           PIC X(40) VALUE "LOTSERV.TMP".
000525 01  WS-RETOUR-SUPPRESSION    PIC S9(09) COMP-5.

000530 01  WS-RESTE                 PIC 9(05).
000540 01  WS-PRISE                 PIC 9(05).
000550 01  WS-DISPONIBLE            PIC 9(05).

000560 01  WS-SOURCE                PIC X(01).
000570     88 SOURCE-BOUTIQUE               VALUE "B".
000580     88 SOURCE-DEPOT                  VALUE "D".

000590 01  WS-SWITCHES.
000600     05 WS-FIN-LOTS           PIC X(01).
000610         88 FIN-LOTS                  VALUE "Y".
000620     05 WS-FIN-LOTVENTE       PIC X(01).
000630         88 FIN-LOTVENTE              VALUE "Y".
000640     05 WS-TRACER             PIC X(01).
000650         88 A-TRACER                  VALUE "O".
000660     05 WS-FIN-SERVIS         PIC X(01).
000670         88 FIN-SERVIS                VALUE "Y".

000680 01  WS-NB-SERVIS             PIC 9(06) VALUE ZERO.

000760 LINKAGE SECTION.

000770 01  LK-DATE                  PIC 9(08).
000780 01  LK-CODE-PROD             PIC X(04).
000790 01  LK-TYPE                  PIC X(02).
000800 01  LK-REFERENCE             PIC X(08).
000810 01  LK-QUANTITE              PIC S9(05).

000820 PROCEDURE DIVISION USING LK-DATE LK-CODE-PROD LK-TYPE
000830                          LK-REFERENCE LK-QUANTITE.

000840*----------------------------------------------------------------
000850* 0000-MAINLINE - ROUTE THE MOVEMENT BY ITS TYPE
000860*----------------------------------------------------------------
000870 0000-MAINLINE.
000880     IF LK-QUANTITE = ZERO
000890         GOBACK
000900     END-IF.
000910     IF LK-QUANTITE < ZERO
000920         COMPUTE WS-RESTE = ZERO - LK-QUANTITE
000930     ELSE
000940         MOVE LK-QUANTITE TO WS-RESTE
000950     END-IF.
000960     MOVE "N" TO WS-TRACER.
000970     EVALUATE LK-TYPE
000980         WHEN "VE"
000990         WHEN "LI"
001000             IF LK-QUANTITE > ZERO
001010                 GOBACK
001020             END-IF
001030             SET SOURCE-BOUTIQUE TO TRUE
001040             SET A-TRACER TO TRUE
001050         WHEN "AN"
001060         WHEN "RT"
001070             IF LK-QUANTITE < ZERO
001080                 GOBACK
001090             END-IF
001100             PERFORM 3000-REPRENDRE-LOTS
001110                 THRU 3000-REPRENDRE-LOTS-EXIT
001120             GOBACK
001130         WHEN "TR"
001140             IF LK-QUANTITE > ZERO
001150                 SET SOURCE-DEPOT TO TRUE
001160             ELSE
001170                 SET SOURCE-BOUTIQUE TO TRUE
001180             END-IF
001190         WHEN OTHER
001200             GOBACK
001210     END-EVALUATE.
001220     PERFORM 2000-SORTIR-LOTS
001230         THRU 2000-SORTIR-LOTS-EXIT.
001240     GOBACK.

001250*----------------------------------------------------------------
001260* 2000-SORTIR-LOTS - TAKE WS-RESTE OFF THE SOURCE LOCATION, LOT BY
001270* LOT IN EXPIRY ORDER; A TRANSFER PUTS IT ON THE OTHER LOCATION OF
001280* THE SAME LOT, A SALE TRACES IT TO THE ORDER
001290*----------------------------------------------------------------
001300 2000-SORTIR-LOTS.
001310     OPEN I-O LOT-FILE.
001320     IF NOT LOT-OK
001330         GO TO 2000-SORTIR-LOTS-EXIT
001340     END-IF.
001350     IF A-TRACER
001360         PERFORM 5000-OUVRIR-TRACE
001370             THRU 5000-OUVRIR-TRACE-EXIT
001380     END-IF.
001390     MOVE "N" TO WS-FIN-LOTS.
001400     MOVE LK-CODE-PROD TO LOT-CODE-PROD.
001410     MOVE ZERO TO LOT-DATE-PEREMPTION.
001420     MOVE LOW-VALUES TO LOT-NUMERO.
001430     START LOT-FILE KEY >= LOT-CLE
001440         INVALID KEY SET FIN-LOTS TO TRUE
001450     END-START.
001460     PERFORM 2100-SORTIR-UN-LOT
001470         THRU 2100-SORTIR-UN-LOT-EXIT
001480         UNTIL FIN-LOTS OR WS-RESTE = ZERO.
001490     IF A-TRACER
001500         CLOSE LOTVENTE-FILE
001510     END-IF.
001520     CLOSE LOT-FILE.
001530 2000-SORTIR-LOTS-EXIT.
001540     EXIT.

001550*----------------------------------------------------------------
001560* 2100-SORTIR-UN-LOT
001570*----------------------------------------------------------------
001580 2100-SORTIR-UN-LOT.
001590     READ LOT-FILE NEXT RECORD
001600         AT END
001610             SET FIN-LOTS TO TRUE
001620             GO TO 2100-SORTIR-UN-LOT-EXIT
001630     END-READ.
001640     IF LOT-CODE-PROD NOT = LK-CODE-PROD
001650         SET FIN-LOTS TO TRUE
001660         GO TO 2100-SORTIR-UN-LOT-EXIT
001670     END-IF.
001680     IF SOURCE-BOUTIQUE
001690         MOVE LOT-QTE-BOUTIQUE TO WS-DISPONIBLE
001700     ELSE
001710         MOVE LOT-QTE-DEPOT TO WS-DISPONIBLE
001720     END-IF.
001730     IF WS-DISPONIBLE = ZERO
001740         GO TO 2100-SORTIR-UN-LOT-EXIT
001750     END-IF.
001760     IF WS-DISPONIBLE < WS-RESTE
001770         MOVE WS-DISPONIBLE TO WS-PRISE
001780     ELSE
001790         MOVE WS-RESTE TO WS-PRISE
001800     END-IF.
001810     IF SOURCE-BOUTIQUE
001820         SUBTRACT WS-PRISE FROM LOT-QTE-BOUTIQUE
001830         IF NOT A-TRACER
001840             ADD WS-PRISE TO LOT-QTE-DEPOT
001850         END-IF
001860     ELSE
001870         SUBTRACT WS-PRISE FROM LOT-QTE-DEPOT
001880         ADD WS-PRISE TO LOT-QTE-BOUTIQUE
001890     END-IF.
001900     REWRITE LOT-RECORD.
001910     SUBTRACT WS-PRISE FROM WS-RESTE.
001920     IF A-TRACER
001930         MOVE WS-PRISE TO LTV-QUANTITE
001940         PERFORM 5100-ECRIRE-TRACE
001950             THRU 5100-ECRIRE-TRACE-EXIT
001960     END-IF.
001970 2100-SORTIR-UN-LOT-EXIT.
001980     EXIT.

001990*----------------------------------------------------------------
002000* 3000-REPRENDRE-LOTS - A CANCELLED OR RETURNED QUANTITY GOES BACK
002010* ON THE SHELF UNDER THE LOTS THIS ORDER WAS SERVED FROM
002020*----------------------------------------------------------------
002030 3000-REPRENDRE-LOTS.
002031     OPEN OUTPUT SERVIS-TRAVAIL.
002032     IF NOT TRAVAIL-OK
002033         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS WS-MESSAGE-STATUT
002034         DISPLAY "LOTSERV.TMP : " FUNCTION TRIM(WS-MESSAGE-STATUT)
002035         GO TO 3000-REPRENDRE-LOTS-EXIT
002036     END-IF.
002037     CLOSE SERVIS-TRAVAIL.
002038     OPEN I-O SERVIS-TRAVAIL.
002040     PERFORM 3100-CHARGER-SERVIS
002050         THRU 3100-CHARGER-SERVIS-EXIT.
002060     IF WS-NB-SERVIS = ZERO
002070         GO TO 3000-REPRENDRE-LOTS-FIN
002080     END-IF.
002090     OPEN I-O LOT-FILE.
002100     IF NOT LOT-OK
002110         GO TO 3000-REPRENDRE-LOTS-FIN
002120     END-IF.
002130     PERFORM 5000-OUVRIR-TRACE
002140         THRU 5000-OUVRIR-TRACE-EXIT.
002141     MOVE "N" TO WS-FIN-SERVIS.
002142     MOVE LOW-VALUES TO LST-CLE.
002143     START SERVIS-TRAVAIL KEY IS NOT LESS THAN LST-CLE
002144         INVALID KEY SET FIN-SERVIS TO TRUE
002145     END-START.
002150     PERFORM 3200-REPRENDRE-UN-LOT
002160         THRU 3200-REPRENDRE-UN-LOT-EXIT
002170         UNTIL FIN-SERVIS OR WS-RESTE = ZERO.
002190     CLOSE LOTVENTE-FILE.
002200     CLOSE LOT-FILE.
002202 3000-REPRENDRE-LOTS-FIN.
002204     CLOSE SERVIS-TRAVAIL.
002206     CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
002208         RETURNING WS-RETOUR-SUPPRESSION.
002210 3000-REPRENDRE-LOTS-EXIT.
002220     EXIT.

002230*----------------------------------------------------------------
002240* 3100-CHARGER-SERVIS - NET QUANTITY PER LOT FOR THIS ORDER AND
002250* PRODUCT FROM THE TRACE
002260*----------------------------------------------------------------
002270 3100-CHARGER-SERVIS.
002280     MOVE ZERO TO WS-NB-SERVIS.
002290     MOVE "N" TO WS-FIN-LOTVENTE.
002300     OPEN INPUT LOTVENTE-FILE.
002310     IF NOT LOTVENTE-OK
002320         GO TO 3100-CHARGER-SERVIS-EXIT
002330     END-IF.
002340     PERFORM 3110-LIRE-TRACE
002350         THRU 3110-LIRE-TRACE-EXIT
002360         UNTIL FIN-LOTVENTE.
002370     CLOSE LOTVENTE-FILE.
002380 3100-CHARGER-SERVIS-EXIT.
002390     EXIT.

002400*----------------------------------------------------------------
002410* 3110-LIRE-TRACE - ADD A TRACE LINE OF THE ORDER TO ITS LOT
002420*----------------------------------------------------------------
002430 3110-LIRE-TRACE.
002440     READ LOTVENTE-FILE
002450         AT END
002460             SET FIN-LOTVENTE TO TRUE
002470             GO TO 3110-LIRE-TRACE-EXIT
002480     END-READ.
002490     IF LTV-REFERENCE NOT = LK-REFERENCE
002500         OR LTV-CODE-PROD NOT = LK-CODE-PROD
002510         GO TO 3110-LIRE-TRACE-EXIT
002520     END-IF.
002530     MOVE LTV-DATE-PEREMPTION TO LST-PEREMPTION.
002540     MOVE LTV-NUMERO TO LST-NUMERO.
002550     READ SERVIS-TRAVAIL
002560         INVALID KEY
002570             MOVE LTV-DATE-PEREMPTION TO LST-PEREMPTION
002580             MOVE LTV-NUMERO TO LST-NUMERO
002590             MOVE LTV-QUANTITE TO LST-QUANTITE
002600             WRITE SERVI-TRAVAIL
002610                 INVALID KEY CONTINUE
002620             END-WRITE
002630             ADD 1 TO WS-NB-SERVIS
002640             GO TO 3110-LIRE-TRACE-EXIT
002650     END-READ.
002660     ADD LTV-QUANTITE TO LST-QUANTITE.
002670     REWRITE SERVI-TRAVAIL
002680         INVALID KEY CONTINUE
002690     END-REWRITE.
002740 3110-LIRE-TRACE-EXIT.
002750     EXIT.

002760*----------------------------------------------------------------
002770* 3200-REPRENDRE-UN-LOT - BACK ONTO THE LOT'S BOUTIQUE QUANTITY;
002780* A LOT PURGED SINCE THE SALE IS RE-CREATED ON THE SHELF
002790*----------------------------------------------------------------
002800 3200-REPRENDRE-UN-LOT.
002802     READ SERVIS-TRAVAIL NEXT RECORD
002804         AT END
002806             SET FIN-SERVIS TO TRUE
002808             GO TO 3200-REPRENDRE-UN-LOT-EXIT
002810     END-READ.
002812     IF LST-QUANTITE NOT > ZERO
002820         GO TO 3200-REPRENDRE-UN-LOT-EXIT
002830     END-IF.
002840     IF LST-QUANTITE < WS-RESTE
002850         MOVE LST-QUANTITE TO WS-PRISE
002860     ELSE
002870         MOVE WS-RESTE TO WS-PRISE
002880     END-IF.
002890     MOVE LK-CODE-PROD TO LOT-CODE-PROD.
002900     MOVE LST-PEREMPTION TO LOT-DATE-PEREMPTION.
002910     MOVE LST-NUMERO TO LOT-NUMERO.
002920     READ LOT-FILE
002930         INVALID KEY
002940             MOVE LK-DATE TO LOT-DATE-RECEPTION
002950             MOVE ZERO TO LOT-NUM-ACHAT
002960             MOVE ZERO TO LOT-QTE-RECUE
002970             MOVE ZERO TO LOT-QTE-DEPOT
002980             MOVE WS-PRISE TO LOT-QTE-BOUTIQUE
002990             WRITE LOT-RECORD
003000         NOT INVALID KEY
003010             ADD WS-PRISE TO LOT-QTE-BOUTIQUE
003020             REWRITE LOT-RECORD
003030     END-READ.
003040     SUBTRACT WS-PRISE FROM WS-RESTE.
003050     COMPUTE LTV-QUANTITE = ZERO - WS-PRISE.
003060     PERFORM 5100-ECRIRE-TRACE
003070         THRU 5100-ECRIRE-TRACE-EXIT.
003080 3200-REPRENDRE-UN-LOT-EXIT.
003090     EXIT.

003100*----------------------------------------------------------------
003110* 5000-OUVRIR-TRACE - LOTVENTE.DAT IS APPEND-ONLY
003120*----------------------------------------------------------------
003130 5000-OUVRIR-TRACE.
003140     OPEN EXTEND LOTVENTE-FILE.
003150     IF NOT LOTVENTE-OK
003160         CLOSE LOTVENTE-FILE
003170         OPEN OUTPUT LOTVENTE-FILE
003180     END-IF.
003190 5000-OUVRIR-TRACE-EXIT.
003200     EXIT.

003210*----------------------------------------------------------------
003220* 5100-ECRIRE-TRACE - ONE LINE FOR THE LOT UNDER THE READ HEAD,
003230* LTV-QUANTITE ALREADY SET BY THE CALLER
003240*----------------------------------------------------------------
003250 5100-ECRIRE-TRACE.
003260     MOVE LK-DATE TO LTV-DATE.
003270     MOVE LK-TYPE TO LTV-TYPE.
003280     MOVE LK-REFERENCE TO LTV-REFERENCE.
003290     MOVE LK-CODE-PROD TO LTV-CODE-PROD.
003300     MOVE LOT-NUMERO TO LTV-NUMERO.
003310     MOVE LOT-DATE-PEREMPTION TO LTV-DATE-PEREMPTION.
003320     WRITE LOTVENTE-RECORD.
003330 5100-ECRIRE-TRACE-EXIT.
003340     EXIT.
