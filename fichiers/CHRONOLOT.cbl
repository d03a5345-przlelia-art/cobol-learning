000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHRONOLOT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. TIMES EACH STEP LOTFICHIERS AND
000110*                 LOTCOMMERCE LAUNCH AND THE WHOLE WINDOW, TAKES
000120*                 THE STEP RECORD COUNT FROM THE JOURNAL LINES IT
000130*                 WROTE, AND KEEPS ALL OF IT ON LOTTEMPS.DAT. A
000140*                 STEP SLOWER THAN THE AVERAGE OF ITS LAST RUNS
000150*                 BY MORE THAN THE SET PERCENTAGE, OR A LOT
000160*                 ENDING AFTER ITS TARGET TIME, IS FLAGGED THERE
000170*                 AND ON THE CONSOLE (SETTINGS ON LOTCFG.DAT).
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT TEMPS-FILE ASSIGN TO "LOTTEMPS.DAT"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-TEMPS-STATUS.

000250     SELECT CONFIG-FILE ASSIGN TO "LOTCFG.DAT"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-CONFIG-STATUS.

000280     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-JOURNAL-STATUS.

000310 DATA DIVISION.
000320 FILE SECTION.

000330 FD  TEMPS-FILE.
000340     COPY "LOTTEMPS-RECORD.cpy".

000350 FD  CONFIG-FILE.
000360     COPY "LOTCFG-RECORD.cpy".

000370 FD  JOURNAL-FILE.
000380     COPY "JOURNAL-RECORD.cpy".

000390 WORKING-STORAGE SECTION.

000400 01  WS-TEMPS-STATUS          PIC X(02).
000410     88 TEMPS-OK                      VALUE "00".
000420 01  WS-CONFIG-STATUS         PIC X(02).
000430     88 CONFIG-OK                     VALUE "00".
000440 01  WS-JOURNAL-STATUS        PIC X(02).
000450     88 JOURNAL-OK                    VALUE "00".

000460 01  WS-SWITCHES.
000470     05 WS-FIN-FICHIER        PIC X(01).
000480         88 FIN-FICHIER               VALUE "Y".
000490     05 WS-ALERTE-DUREE       PIC X(01).
000500         88 ALERTE-DUREE              VALUE "O".
000510     05 WS-ALERTE-HEURE       PIC X(01).
000520         88 ALERTE-HEURE              VALUE "O".

000530*----------------------------------------------------------------
000540* LOT IN PROGRESS - KEPT BETWEEN CALLS FOR THE WHOLE RUN
000550*----------------------------------------------------------------
000560 01  WS-LOT.
000570     05 WS-LOT-NOM            PIC X(12).
000580     05 WS-LOT-DATE           PIC 9(08).
000590     05 WS-LOT-HEURE          PIC 9(06).
000600     05 WS-LOT-NB-ENR         PIC 9(07).
000610     05 WS-NB-RUNS            PIC 9(02).
000620     05 WS-SEUIL-PCT          PIC 9(03).
000630     05 WS-HEURE-CIBLE        PIC 9(06).

000640 01  WS-ETAPE.
000650     05 WS-ETAPE-DATE         PIC 9(08).
000660     05 WS-ETAPE-HEURE        PIC 9(06).
000670     05 WS-JOURNAL-LIGNES     PIC 9(07).

000680*----------------------------------------------------------------
000690* DEFAULTS WHEN LOTCFG.DAT HAS NO LINE FOR THE LOT
000700*----------------------------------------------------------------
000710 01  WS-DEFAUT-NB-RUNS        PIC 9(02) VALUE 5.
000720 01  WS-DEFAUT-SEUIL-PCT      PIC 9(03) VALUE 50.
000730 01  WS-DEFAUT-HEURE-CIBLE    PIC 9(06) VALUE 060000.
000740 01  WS-MAX-RUNS              PIC 9(02) VALUE 20.

000750 01  WS-HEURE-SYSTEME         PIC 9(08).
000760 01  WS-HEURE-SYS-R REDEFINES WS-HEURE-SYSTEME.
000770     05 WS-HHMMSS             PIC 9(06).
000780     05 FILLER                PIC 9(02).

000790 01  WS-HEURE-CALC            PIC 9(06).
000800 01  WS-HEURE-CALC-R REDEFINES WS-HEURE-CALC.
000810     05 WS-CALC-HH            PIC 9(02).
000820     05 WS-CALC-MN            PIC 9(02).
000830     05 WS-CALC-SS            PIC 9(02).
000840 01  WS-SECONDES              PIC 9(05).

000850 01  WS-DEBUT-DATE            PIC 9(08).
000860 01  WS-DEBUT-HEURE           PIC 9(06).
000870 01  WS-FIN-DATE              PIC 9(08).
000880 01  WS-FIN-HEURE             PIC 9(06).
000890 01  WS-SEC-DEBUT             PIC 9(05).
000900 01  WS-SEC-FIN               PIC 9(05).
000910 01  WS-DUREE                 PIC S9(09).
000920 01  WS-NB-ENR                PIC 9(07).
000930 01  WS-MOYENNE               PIC 9(06).
000940 01  WS-LIMITE                PIC 9(09).
000950 01  WS-CHRONO-ETAPE          PIC X(20).

000960*----------------------------------------------------------------
000970* LAST RUNS OF THE STEP, KEPT ROUND-ROBIN (AT MOST WS-MAX-RUNS)
000980*----------------------------------------------------------------
000990 01  WS-NB-HIST               PIC 9(02).
001000 01  WS-POS-HIST              PIC 9(02).
001010 01  WS-SOMME-HIST            PIC 9(09).
001020 01  WS-HIST-TABLE.
001030     05 WS-HIST-DUREE OCCURS 20 TIMES INDEXED BY HST-IDX
001040                              PIC 9(06).

001050 01  WS-EDITION.
001060     05 WS-ED-DUREE           PIC ZZZZZ9.
001070     05 WS-ED-MOYENNE         PIC ZZZZZ9.
001080     05 WS-ED-NB-ENR          PIC ZZZZZZ9.

001090 LINKAGE SECTION.

001100 01  LK-ACTION                PIC X(01).
001110     88 LK-DEBUT-LOT                  VALUE "L".
001120     88 LK-DEBUT-ETAPE                VALUE "D".
001130     88 LK-FIN-ETAPE                  VALUE "F".
001140     88 LK-FIN-LOT                    VALUE "T".
001150 01  LK-LOT                   PIC X(12).
001160 01  LK-ETAPE                 PIC X(20).

001170 PROCEDURE DIVISION USING LK-ACTION LK-LOT LK-ETAPE.

001180*----------------------------------------------------------------
001190* 0000-MAINLINE - L AT THE START OF THE LOT, D AND F AROUND EACH
001200* STEP, T ONCE THE LAST STEP IS DONE
001210*----------------------------------------------------------------
001220 0000-MAINLINE.
001230     EVALUATE TRUE
001240         WHEN LK-DEBUT-LOT
001250             PERFORM 1000-DEBUTER-LOT
001260                 THRU 1000-DEBUTER-LOT-EXIT
001270         WHEN LK-DEBUT-ETAPE
001280             PERFORM 2000-DEBUTER-ETAPE
001290                 THRU 2000-DEBUTER-ETAPE-EXIT
001300         WHEN LK-FIN-ETAPE
001310             PERFORM 3000-TERMINER-ETAPE
001320                 THRU 3000-TERMINER-ETAPE-EXIT
001330         WHEN LK-FIN-LOT
001340             PERFORM 4000-TERMINER-LOT
001350                 THRU 4000-TERMINER-LOT-EXIT
001360     END-EVALUATE.
001370     GOBACK.

001380*----------------------------------------------------------------
001390* 1000-DEBUTER-LOT - START OF THE WINDOW AND THE LOT'S SETTINGS
001400*----------------------------------------------------------------
001410 1000-DEBUTER-LOT.
001420     MOVE LK-LOT TO WS-LOT-NOM.
001430     ACCEPT WS-LOT-DATE FROM DATE YYYYMMDD.
001440     ACCEPT WS-HEURE-SYSTEME FROM TIME.
001450     MOVE WS-HHMMSS TO WS-LOT-HEURE.
001460     MOVE ZERO TO WS-LOT-NB-ENR.
001470     PERFORM 1100-CHARGER-CONFIG
001480         THRU 1100-CHARGER-CONFIG-EXIT.
001490 1000-DEBUTER-LOT-EXIT.
001500     EXIT.

001510*----------------------------------------------------------------
001520* 1100-CHARGER-CONFIG - LOTCFG.DAT LINE FOR THIS LOT, IF ANY
001530*----------------------------------------------------------------
001540 1100-CHARGER-CONFIG.
001550     MOVE WS-DEFAUT-NB-RUNS TO WS-NB-RUNS.
001560     MOVE WS-DEFAUT-SEUIL-PCT TO WS-SEUIL-PCT.
001570     MOVE WS-DEFAUT-HEURE-CIBLE TO WS-HEURE-CIBLE.
001580     OPEN INPUT CONFIG-FILE.
001590     IF NOT CONFIG-OK
001600         GO TO 1100-CHARGER-CONFIG-EXIT
001610     END-IF.
001620     MOVE "N" TO WS-FIN-FICHIER.
001630     PERFORM UNTIL FIN-FICHIER
001640         READ CONFIG-FILE
001650             AT END SET FIN-FICHIER TO TRUE
001660             NOT AT END
001670                 IF LCF-LOT = WS-LOT-NOM
001680                     MOVE LCF-NB-RUNS TO WS-NB-RUNS
001690                     MOVE LCF-SEUIL-PCT TO WS-SEUIL-PCT
001700                     MOVE LCF-HEURE-CIBLE TO WS-HEURE-CIBLE
001710                 END-IF
001720         END-READ
001730     END-PERFORM.
001740     CLOSE CONFIG-FILE.
001750     IF WS-NB-RUNS = ZERO
001760         MOVE WS-DEFAUT-NB-RUNS TO WS-NB-RUNS
001770     END-IF.
001780     IF WS-NB-RUNS > WS-MAX-RUNS
001790         MOVE WS-MAX-RUNS TO WS-NB-RUNS
001800     END-IF.
001810 1100-CHARGER-CONFIG-EXIT.
001820     EXIT.

001830*----------------------------------------------------------------
001840* 2000-DEBUTER-ETAPE - START TIME, AND WHERE JOURNAL.TXT ENDS SO
001850* THE STEP'S OWN JOURNAL LINES CAN BE PICKED OUT AFTERWARDS
001860*----------------------------------------------------------------
001870 2000-DEBUTER-ETAPE.
001880     ACCEPT WS-ETAPE-DATE FROM DATE YYYYMMDD.
001890     ACCEPT WS-HEURE-SYSTEME FROM TIME.
001900     MOVE WS-HHMMSS TO WS-ETAPE-HEURE.
001910     MOVE ZERO TO WS-JOURNAL-LIGNES.
001920     OPEN INPUT JOURNAL-FILE.
001930     IF NOT JOURNAL-OK
001940         GO TO 2000-DEBUTER-ETAPE-EXIT
001950     END-IF.
001960     MOVE "N" TO WS-FIN-FICHIER.
001970     PERFORM UNTIL FIN-FICHIER
001980         READ JOURNAL-FILE
001990             AT END SET FIN-FICHIER TO TRUE
002000             NOT AT END ADD 1 TO WS-JOURNAL-LIGNES
002010         END-READ
002020     END-PERFORM.
002030     CLOSE JOURNAL-FILE.
002040 2000-DEBUTER-ETAPE-EXIT.
002050     EXIT.

002060*----------------------------------------------------------------
002070* 3000-TERMINER-ETAPE - DURATION, VOLUME, BASELINE AND ALERT OF
002080* ONE STEP
002090*----------------------------------------------------------------
002100 3000-TERMINER-ETAPE.
002110     MOVE LK-ETAPE TO WS-CHRONO-ETAPE.
002120     MOVE WS-ETAPE-DATE TO WS-DEBUT-DATE.
002130     MOVE WS-ETAPE-HEURE TO WS-DEBUT-HEURE.
002140     PERFORM 5000-CALCULER-DUREE
002150         THRU 5000-CALCULER-DUREE-EXIT.
002160     PERFORM 3100-LIRE-VOLUME
002170         THRU 3100-LIRE-VOLUME-EXIT.
002180     ADD WS-NB-ENR TO WS-LOT-NB-ENR.
002190     PERFORM 6000-CALCULER-MOYENNE
002200         THRU 6000-CALCULER-MOYENNE-EXIT.
002210     PERFORM 6100-CONTROLER-DUREE
002220         THRU 6100-CONTROLER-DUREE-EXIT.
002230     MOVE "N" TO WS-ALERTE-HEURE.
002240     PERFORM 7000-ECRIRE-TEMPS
002250         THRU 7000-ECRIRE-TEMPS-EXIT.
002260     MOVE WS-DUREE TO WS-ED-DUREE.
002270     MOVE WS-MOYENNE TO WS-ED-MOYENNE.
002280     MOVE WS-NB-ENR TO WS-ED-NB-ENR.
002290     DISPLAY "    Duree " WS-ED-DUREE " s, " WS-ED-NB-ENR
002300         " enr. (moyenne " WS-ED-MOYENNE " s)".
002310     IF ALERTE-DUREE
002320         DISPLAY "*** ALERTE : " FUNCTION TRIM(WS-CHRONO-ETAPE)
002330             " depasse sa moyenne de plus de " WS-SEUIL-PCT
002340             " % ***"
002350     END-IF.
002360 3000-TERMINER-ETAPE-EXIT.
002370     EXIT.

002380*----------------------------------------------------------------
002390* 3100-LIRE-VOLUME - RECORD COUNTS THE STEP JOURNALED DURING ITS
002400* RUN (JOURNAL LINES PAST THOSE COUNTED AT THE START)
002410*----------------------------------------------------------------
002420 3100-LIRE-VOLUME.
002430     MOVE ZERO TO WS-NB-ENR.
002440     OPEN INPUT JOURNAL-FILE.
002450     IF NOT JOURNAL-OK
002460         GO TO 3100-LIRE-VOLUME-EXIT
002470     END-IF.
002480     MOVE "N" TO WS-FIN-FICHIER.
002490     PERFORM UNTIL FIN-FICHIER
002500         READ JOURNAL-FILE
002510             AT END SET FIN-FICHIER TO TRUE
002520             NOT AT END
002530                 IF WS-JOURNAL-LIGNES > ZERO
002540                     SUBTRACT 1 FROM WS-JOURNAL-LIGNES
002550                 ELSE
002560                     IF JNL-PROGRAMME = LK-ETAPE(1:15)
002570                         ADD JNL-NB-ENREGISTREMENTS
002580                             TO WS-NB-ENR
002590                     END-IF
002600                 END-IF
002610         END-READ
002620     END-PERFORM.
002630     CLOSE JOURNAL-FILE.
002640 3100-LIRE-VOLUME-EXIT.
002650     EXIT.

002660*----------------------------------------------------------------
002670* 4000-TERMINER-LOT - THE WHOLE WINDOW : DURATION AGAINST ITS
002680* OWN BASELINE, END TIME AGAINST THE TARGET
002690*----------------------------------------------------------------
002700 4000-TERMINER-LOT.
002710     MOVE "*LOT" TO WS-CHRONO-ETAPE.
002720     MOVE WS-LOT-DATE TO WS-DEBUT-DATE.
002730     MOVE WS-LOT-HEURE TO WS-DEBUT-HEURE.
002740     PERFORM 5000-CALCULER-DUREE
002750         THRU 5000-CALCULER-DUREE-EXIT.
002760     MOVE WS-LOT-NB-ENR TO WS-NB-ENR.
002770     PERFORM 6000-CALCULER-MOYENNE
002780         THRU 6000-CALCULER-MOYENNE-EXIT.
002790     PERFORM 6100-CONTROLER-DUREE
002800         THRU 6100-CONTROLER-DUREE-EXIT.
002810     MOVE "N" TO WS-ALERTE-HEURE.
002820     IF WS-FIN-HEURE > WS-HEURE-CIBLE
002830         AND (WS-FIN-DATE > WS-LOT-DATE
002840              OR WS-LOT-HEURE < WS-HEURE-CIBLE)
002850         SET ALERTE-HEURE TO TRUE
002860     END-IF.
002870     PERFORM 7000-ECRIRE-TEMPS
002880         THRU 7000-ECRIRE-TEMPS-EXIT.
002890     MOVE WS-DUREE TO WS-ED-DUREE.
002900     MOVE WS-MOYENNE TO WS-ED-MOYENNE.
002910     MOVE WS-NB-ENR TO WS-ED-NB-ENR.
002920     DISPLAY "Fenetre du lot : " WS-ED-DUREE " s, "
002930         WS-ED-NB-ENR " enr. (moyenne " WS-ED-MOYENNE
002940         " s), fin a " WS-FIN-HEURE.
002950     IF ALERTE-DUREE
002960         DISPLAY "*** ALERTE : " FUNCTION TRIM(WS-LOT-NOM)
002970             " depasse sa moyenne de plus de " WS-SEUIL-PCT
002980             " % ***"
002990     END-IF.
003000     IF ALERTE-HEURE
003010         DISPLAY "*** ALERTE : " FUNCTION TRIM(WS-LOT-NOM)
003020             " termine apres l'heure cible " WS-HEURE-CIBLE
003030             " ***"
003040     END-IF.
003050 4000-TERMINER-LOT-EXIT.
003060     EXIT.

003070*----------------------------------------------------------------
003080* 5000-CALCULER-DUREE - SECONDS FROM WS-DEBUT-DATE/HEURE TO NOW,
003090* ACROSS MIDNIGHT
003100*----------------------------------------------------------------
003110 5000-CALCULER-DUREE.
003120     ACCEPT WS-FIN-DATE FROM DATE YYYYMMDD.
003130     ACCEPT WS-HEURE-SYSTEME FROM TIME.
003140     MOVE WS-HHMMSS TO WS-FIN-HEURE.
003150     MOVE WS-DEBUT-HEURE TO WS-HEURE-CALC.
003160     PERFORM 5100-CONVERTIR-SECONDES
003170         THRU 5100-CONVERTIR-SECONDES-EXIT.
003180     MOVE WS-SECONDES TO WS-SEC-DEBUT.
003190     MOVE WS-FIN-HEURE TO WS-HEURE-CALC.
003200     PERFORM 5100-CONVERTIR-SECONDES
003210         THRU 5100-CONVERTIR-SECONDES-EXIT.
003220     MOVE WS-SECONDES TO WS-SEC-FIN.
003230     COMPUTE WS-DUREE =
003240         (FUNCTION INTEGER-OF-DATE(WS-FIN-DATE)
003250          - FUNCTION INTEGER-OF-DATE(WS-DEBUT-DATE)) * 86400
003260         + WS-SEC-FIN - WS-SEC-DEBUT.
003270     IF WS-DUREE < ZERO
003280         MOVE ZERO TO WS-DUREE
003290     END-IF.
003300     IF WS-DUREE > 999999
003310         MOVE 999999 TO WS-DUREE
003320     END-IF.
003330 5000-CALCULER-DUREE-EXIT.
003340     EXIT.

003350*----------------------------------------------------------------
003360* 5100-CONVERTIR-SECONDES - HHMMSS TO SECONDS SINCE MIDNIGHT
003370*----------------------------------------------------------------
003380 5100-CONVERTIR-SECONDES.
003390     COMPUTE WS-SECONDES = WS-CALC-HH * 3600
003400         + WS-CALC-MN * 60 + WS-CALC-SS.
003410 5100-CONVERTIR-SECONDES-EXIT.
003420     EXIT.

003430*----------------------------------------------------------------
003440* 6000-CALCULER-MOYENNE - AVERAGE DURATION OF THE LAST
003450* WS-NB-RUNS RUNS OF THE SAME LOT AND STEP ON LOTTEMPS.DAT
003460*----------------------------------------------------------------
003470 6000-CALCULER-MOYENNE.
003480     MOVE ZERO TO WS-MOYENNE WS-NB-HIST WS-POS-HIST
003490         WS-SOMME-HIST.
003500     OPEN INPUT TEMPS-FILE.
003510     IF NOT TEMPS-OK
003520         GO TO 6000-CALCULER-MOYENNE-EXIT
003530     END-IF.
003540     MOVE "N" TO WS-FIN-FICHIER.
003550     PERFORM UNTIL FIN-FICHIER
003560         READ TEMPS-FILE
003570             AT END SET FIN-FICHIER TO TRUE
003580             NOT AT END
003590                 IF LTE-LOT = WS-LOT-NOM
003600                     AND LTE-ETAPE = WS-CHRONO-ETAPE
003610                     PERFORM 6010-RETENIR-DUREE
003620                         THRU 6010-RETENIR-DUREE-EXIT
003630                 END-IF
003640         END-READ
003650     END-PERFORM.
003660     CLOSE TEMPS-FILE.
003670     IF WS-NB-HIST = ZERO
003680         GO TO 6000-CALCULER-MOYENNE-EXIT
003690     END-IF.
003700     PERFORM VARYING HST-IDX FROM 1 BY 1
003710             UNTIL HST-IDX > WS-NB-HIST
003720         ADD WS-HIST-DUREE(HST-IDX) TO WS-SOMME-HIST
003730     END-PERFORM.
003740     COMPUTE WS-MOYENNE ROUNDED = WS-SOMME-HIST / WS-NB-HIST.
003750 6000-CALCULER-MOYENNE-EXIT.
003760     EXIT.

003770*----------------------------------------------------------------
003780* 6010-RETENIR-DUREE - ROUND-ROBIN, THE OLDEST RUN DROPS OUT
003790*----------------------------------------------------------------
003800 6010-RETENIR-DUREE.
003810     ADD 1 TO WS-POS-HIST.
003820     IF WS-POS-HIST > WS-NB-RUNS
003830         MOVE 1 TO WS-POS-HIST
003840     END-IF.
003850     MOVE LTE-DUREE TO WS-HIST-DUREE(WS-POS-HIST).
003860     IF WS-NB-HIST < WS-NB-RUNS
003870         ADD 1 TO WS-NB-HIST
003880     END-IF.
003890 6010-RETENIR-DUREE-EXIT.
003900     EXIT.

003910*----------------------------------------------------------------
003920* 6100-CONTROLER-DUREE - OVER THE BASELINE BY MORE THAN
003930* WS-SEUIL-PCT PERCENT (NO BASELINE YET, NO ALERT)
003940*----------------------------------------------------------------
003950 6100-CONTROLER-DUREE.
003960     MOVE "N" TO WS-ALERTE-DUREE.
003970     IF WS-MOYENNE = ZERO
003980         GO TO 6100-CONTROLER-DUREE-EXIT
003990     END-IF.
004000     COMPUTE WS-LIMITE = WS-MOYENNE * (100 + WS-SEUIL-PCT).
004010     IF WS-DUREE * 100 > WS-LIMITE
004020         SET ALERTE-DUREE TO TRUE
004030     END-IF.
004040 6100-CONTROLER-DUREE-EXIT.
004050     EXIT.

004060*----------------------------------------------------------------
004070* 7000-ECRIRE-TEMPS - ONE LINE ON LOTTEMPS.DAT
004080*----------------------------------------------------------------
004090 7000-ECRIRE-TEMPS.
004100     MOVE SPACES TO LOTTEMPS-RECORD.
004110     MOVE WS-LOT-NOM TO LTE-LOT.
004120     MOVE WS-CHRONO-ETAPE TO LTE-ETAPE.
004130     MOVE WS-LOT-DATE TO LTE-DATE-LOT.
004140     MOVE WS-LOT-HEURE TO LTE-HEURE-LOT.
004150     MOVE WS-DEBUT-DATE TO LTE-DATE-DEBUT.
004160     MOVE WS-DEBUT-HEURE TO LTE-HEURE-DEBUT.
004170     MOVE WS-FIN-DATE TO LTE-DATE-FIN.
004180     MOVE WS-FIN-HEURE TO LTE-HEURE-FIN.
004190     MOVE WS-DUREE TO LTE-DUREE.
004200     MOVE WS-NB-ENR TO LTE-NB-ENR.
004210     MOVE WS-MOYENNE TO LTE-MOYENNE.
004220     MOVE WS-SEUIL-PCT TO LTE-SEUIL-PCT.
004230     MOVE WS-HEURE-CIBLE TO LTE-HEURE-CIBLE.
004240     MOVE WS-ALERTE-DUREE TO LTE-ALERTE-DUREE.
004250     MOVE WS-ALERTE-HEURE TO LTE-ALERTE-HEURE.
004260     OPEN EXTEND TEMPS-FILE.
004270     IF NOT TEMPS-OK
004280         CLOSE TEMPS-FILE
004290         OPEN OUTPUT TEMPS-FILE
004300     END-IF.
004310     WRITE LOTTEMPS-RECORD.
004320     CLOSE TEMPS-FILE.
004330 7000-ECRIRE-TEMPS-EXIT.
004340     EXIT.
