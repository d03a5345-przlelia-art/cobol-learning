000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRETSRAPPORT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. LOANS REPORT : ONE LINE PER LOAN
000110*                 ON PRETS.DAT (ALL, OR THOSE OF ONE ACCOUNT)
000120*                 WITH THE PRINCIPAL BORROWED, INSTALMENTS
000130*                 POSTED, INTEREST PAID, EARLY REPAYMENTS,
000140*                 OUTSTANDING PRINCIPAL AND THE NEXT PLANNED
000150*                 INSTALMENT FROM AMORTISS.DAT, THEN THE TOTAL
000160*                 OUTSTANDING.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000166*                 PRETSRAPPORT (SEE HABILITATIONS).
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT PRETS-FILE ASSIGN TO "PRETS.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS PRT-NUMERO
000250         FILE STATUS IS WS-PRETS-STATUS.

000260     SELECT AMORT-FILE ASSIGN TO "AMORTISS.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS AMO-CLE
000300         FILE STATUS IS WS-AMORT-STATUS.

000310 DATA DIVISION.
000320 FILE SECTION.

000330 FD  PRETS-FILE.
000340     COPY "PRET-RECORD.cpy".

000350 FD  AMORT-FILE.
000360     COPY "AMORT-RECORD.cpy".

000370 WORKING-STORAGE SECTION.

000375     COPY "HABILITATION.cpy".

000380 01  WS-DATE-JOUR            PIC 9(08).
000390 01  WS-COMPTE-FILTRE        PIC X(06).
000400 01  WS-MESSAGE-STATUT       PIC X(40).

000410 01  WS-NB-PRETS             PIC 9(05) VALUE ZERO.
000420 01  WS-NB-EN-COURS          PIC 9(05) VALUE ZERO.
000430 01  WS-TOTAL-CAPITAL        PIC 9(09) VALUE ZERO.
000440 01  WS-TOTAL-RESTANT        PIC 9(09) VALUE ZERO.
000450 01  WS-TOTAL-INTERETS       PIC 9(09) VALUE ZERO.

000460 01  WS-PROCHAIN-MOIS        PIC 9(06).
000470 01  WS-PROCHAINE-MENSUALITE PIC 9(07).

000480 01  WS-LIGNE-PRET.
000490     05 WS-LP-NUMERO         PIC 9(06).
000500     05 FILLER               PIC X(01) VALUE SPACE.
000510     05 WS-LP-COMPTE         PIC X(06).
000520     05 WS-LP-CAPITAL        PIC Z(07)9.
000530     05 WS-LP-TAUX           PIC Z9.999.
000540     05 FILLER               PIC X(01) VALUE SPACE.
000550     05 WS-LP-PAYEES         PIC ZZ9.
000560     05 FILLER               PIC X(01) VALUE "/".
000570     05 WS-LP-NB             PIC 999.
000580     05 WS-LP-INTERETS       PIC Z(07)9.
000590     05 WS-LP-ANTICIPE       PIC Z(07)9.
000600     05 WS-LP-RESTANT        PIC Z(07)9.
000610     05 FILLER               PIC X(02) VALUE SPACES.
000620     05 WS-LP-PROCHAIN       PIC X(06).
000630     05 WS-LP-MENSUALITE     PIC Z(07)9.
000640     05 FILLER               PIC X(01) VALUE SPACE.
000650     05 WS-LP-STATUT         PIC X(10).

000660 01  WS-PRETS-STATUS         PIC X(02).
000670     88 PRETS-OK                      VALUE "00".

000680 01  WS-AMORT-STATUS         PIC X(02).
000690     88 AMORT-OK                      VALUE "00".

000700 01  WS-SWITCHES.
000710     05 WS-FIN-PRETS         PIC X(01) VALUE "N".
000720         88 FIN-PRETS                 VALUE "Y".
000730     05 WS-FIN-AMORT         PIC X(01).
000740         88 FIN-AMORT                 VALUE "Y".
000750     05 WS-AMORT-OUVERT      PIC X(01) VALUE "N".
000760         88 AMORT-OUVERT              VALUE "O".

000770 PROCEDURE DIVISION.

000780*----------------------------------------------------------------
000790* 0000-MAINLINE
000800*----------------------------------------------------------------
000810 0000-MAINLINE.
000811     MOVE "PRETSRAPPORT" TO HAB-PROGRAMME.
000812     CALL "HABILITER" USING HAB-ZONE.
000813     IF NOT HAB-AUTORISE
000814         GOBACK
000815     END-IF.
000820     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000830     DISPLAY "Compte (vide = tous les prets) : ".
000840     MOVE SPACES TO WS-COMPTE-FILTRE.
000850     ACCEPT WS-COMPTE-FILTRE.
000860     OPEN INPUT PRETS-FILE.
000870     IF NOT PRETS-OK
000880         CALL "FICHSTAT" USING WS-PRETS-STATUS
000890             WS-MESSAGE-STATUT
000900         DISPLAY "PRETS.DAT : "
000910             FUNCTION TRIM(WS-MESSAGE-STATUT)
000920         GO TO 0000-FIN
000930     END-IF.
000940     OPEN INPUT AMORT-FILE.
000950     IF AMORT-OK
000960         SET AMORT-OUVERT TO TRUE
000970     END-IF.
000980     DISPLAY "Etat des prets au " WS-DATE-JOUR.
000990     DISPLAY "------------------------------------------------"
001000         "----------------------------------------------".
001010     DISPLAY "Pret   Compte  Capital  Taux  Payees Interets"
001020         " Anticipe  Restant  Proch. Mensual. Statut".
001030     DISPLAY "------------------------------------------------"
001040         "----------------------------------------------".
001050     PERFORM UNTIL FIN-PRETS
001060         READ PRETS-FILE NEXT RECORD
001070             AT END SET FIN-PRETS TO TRUE
001080             NOT AT END
001090                 PERFORM 1000-EDITER-PRET
001100                     THRU 1000-EDITER-PRET-EXIT
001110         END-READ
001120     END-PERFORM.
001130     CLOSE PRETS-FILE.
001140     IF AMORT-OUVERT
001150         CLOSE AMORT-FILE
001160     END-IF.
001170     DISPLAY "------------------------------------------------"
001180         "----------------------------------------------".
001190     DISPLAY "Prets : " WS-NB-PRETS " dont en cours : "
001200         WS-NB-EN-COURS.
001210     DISPLAY "Capital prete          : " WS-TOTAL-CAPITAL.
001220     DISPLAY "Interets percus        : " WS-TOTAL-INTERETS.
001230     DISPLAY "Capital restant du     : " WS-TOTAL-RESTANT.
001240 0000-FIN.
001250     STOP RUN.

001260*----------------------------------------------------------------
001270* 1000-EDITER-PRET - ONE LOAN LINE AND THE TOTALS
001280*----------------------------------------------------------------
001290 1000-EDITER-PRET.
001300     IF WS-COMPTE-FILTRE NOT = SPACES
001310         AND PRT-COMPTE NOT = WS-COMPTE-FILTRE
001320         GO TO 1000-EDITER-PRET-EXIT
001330     END-IF.
001340     ADD 1 TO WS-NB-PRETS.
001350     ADD PRT-CAPITAL TO WS-TOTAL-CAPITAL.
001360     ADD PRT-INTERETS-PAYES TO WS-TOTAL-INTERETS.
001370     ADD PRT-CAPITAL-RESTANT TO WS-TOTAL-RESTANT.
001380     MOVE PRT-NUMERO TO WS-LP-NUMERO.
001390     MOVE PRT-COMPTE TO WS-LP-COMPTE.
001400     MOVE PRT-CAPITAL TO WS-LP-CAPITAL.
001410     MOVE PRT-TAUX TO WS-LP-TAUX.
001420     MOVE PRT-NB-PAYEES TO WS-LP-PAYEES.
001430     MOVE PRT-NB-ECHEANCES TO WS-LP-NB.
001440     MOVE PRT-INTERETS-PAYES TO WS-LP-INTERETS.
001450     MOVE PRT-REMB-ANTICIPE TO WS-LP-ANTICIPE.
001460     MOVE PRT-CAPITAL-RESTANT TO WS-LP-RESTANT.
001470     MOVE SPACES TO WS-LP-PROCHAIN.
001480     MOVE ZERO TO WS-LP-MENSUALITE.
001490     IF PRT-EN-COURS
001500         ADD 1 TO WS-NB-EN-COURS
001510         MOVE "en cours" TO WS-LP-STATUT
001520         PERFORM 1100-TROUVER-PROCHAINE
001530             THRU 1100-TROUVER-PROCHAINE-EXIT
001540         IF WS-PROCHAIN-MOIS NOT = ZERO
001550             MOVE WS-PROCHAIN-MOIS TO WS-LP-PROCHAIN
001560             MOVE WS-PROCHAINE-MENSUALITE TO WS-LP-MENSUALITE
001570         END-IF
001580     ELSE
001590         MOVE "rembourse" TO WS-LP-STATUT
001600     END-IF.
001610     DISPLAY WS-LIGNE-PRET.
001620 1000-EDITER-PRET-EXIT.
001630     EXIT.

001640*----------------------------------------------------------------
001650* 1100-TROUVER-PROCHAINE - FIRST INSTALMENT NOT YET POSTED
001660*----------------------------------------------------------------
001670 1100-TROUVER-PROCHAINE.
001680     MOVE ZERO TO WS-PROCHAIN-MOIS WS-PROCHAINE-MENSUALITE.
001690     IF NOT AMORT-OUVERT
001700         GO TO 1100-TROUVER-PROCHAINE-EXIT
001710     END-IF.
001720     MOVE "N" TO WS-FIN-AMORT.
001730     MOVE PRT-NUMERO TO AMO-PRET.
001740     MOVE ZERO TO AMO-RANG.
001750     START AMORT-FILE KEY IS NOT LESS THAN AMO-CLE
001760         INVALID KEY SET FIN-AMORT TO TRUE
001770     END-START.
001780     PERFORM UNTIL FIN-AMORT
001790         READ AMORT-FILE NEXT RECORD
001800             AT END SET FIN-AMORT TO TRUE
001810             NOT AT END
001820                 IF AMO-PRET NOT = PRT-NUMERO
001830                     SET FIN-AMORT TO TRUE
001840                 ELSE
001850                     IF AMO-PREVUE
001860                         MOVE AMO-MOIS TO WS-PROCHAIN-MOIS
001870                         MOVE AMO-MENSUALITE
001880                             TO WS-PROCHAINE-MENSUALITE
001890                         SET FIN-AMORT TO TRUE
001900                     END-IF
001910                 END-IF
001920         END-READ
001930     END-PERFORM.
001940 1100-TROUVER-PROCHAINE-EXIT.
001950     EXIT.
