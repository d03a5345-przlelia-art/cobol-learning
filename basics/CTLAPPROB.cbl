000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CTLAPPROB.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. TELLS A MAINTENANCE PROGRAM
000110*                 WHETHER A CHANGE TO A GIVEN FILE AND FIELD
000120*                 GROUP MUST BE PARKED ON MAJATTEN.DAT FOR A
000130*                 SECOND OPERATOR (MAJVALIDER) INSTEAD OF GOING
000140*                 STRAIGHT TO THE MASTER. THE LIST IS ON
000150*                 MAJCFG.DAT; WITHOUT IT, PRICES, EXCHANGE RATES,
000160*                 SUPPLIERS AND CITY REMOVALS NEED APPROVAL.
000162* 2026-10-15  LM  MAJCFG.DAT IS READ THROUGH FOR EACH QUESTION
000164*                 INSTEAD OF BEING LOADED INTO A 50-LINE TABLE, SO
000166*                 A LINE PAST THE 50TH NO LONGER LETS A CHANGE
000168*                 SKIP APPROVAL.
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT CONFIG-FILE ASSIGN TO "MAJCFG.DAT"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-CONFIG-STATUS.

000240 DATA DIVISION.
000250 FILE SECTION.

000260 FD  CONFIG-FILE.
000270     COPY "MAJCFG-RECORD.cpy".

000280 WORKING-STORAGE SECTION.

000290 01  WS-CONFIG-STATUS         PIC X(02).
000300     88 CONFIG-OK                     VALUE "00".

000310 01  WS-FIN-CONFIG            PIC X(01) VALUE "N".
000320     88 FIN-CONFIG                    VALUE "Y".

000350*----------------------------------------------------------------
000360* DEFAULTS WHEN MAJCFG.DAT IS ABSENT
000370*----------------------------------------------------------------
000380 01  WS-DEFAUTS.
000390     05 FILLER PIC X(22) VALUE "PRODUITS    PRIX".
000400     05 FILLER PIC X(22) VALUE "RATES       TAUX".
000410     05 FILLER PIC X(22) VALUE "FOURNSSR    *".
000420     05 FILLER PIC X(22) VALUE "VILLES      RETRAIT".
000430 01  WS-DEFAUTS-TABLE REDEFINES WS-DEFAUTS.
000440     05 WS-DEFAUT OCCURS 4 TIMES INDEXED BY DEF-IDX.
000450         10 WD-FICHIER        PIC X(12).
000460         10 WD-ZONE           PIC X(10).

000500 LINKAGE SECTION.

000510 01  LK-FICHIER               PIC X(12).
000520 01  LK-ZONE                  PIC X(10).
000530 01  LK-VERDICT               PIC X(01).
000540     88 LK-APPROBATION-REQUISE        VALUE "O".
000550     88 LK-MAJ-DIRECTE                VALUE "N".

000560 PROCEDURE DIVISION USING LK-FICHIER LK-ZONE LK-VERDICT.

000570*----------------------------------------------------------------
000580* 0000-MAINLINE
000590*----------------------------------------------------------------
000600 0000-MAINLINE.
000610     SET LK-MAJ-DIRECTE TO TRUE.
000620     PERFORM 1000-CHERCHER-CONFIG
000630         THRU 1000-CHERCHER-CONFIG-EXIT.
000770     GOBACK.

000780*----------------------------------------------------------------
000786* 1000-CHERCHER-CONFIG - A MAJCFG.DAT LINE FOR THE FILE WITH THE
000792* ZONE (OR "*") ASKS FOR APPROVAL; WITHOUT THE FILE, THE DEFAULTS
000800*----------------------------------------------------------------
000810 1000-CHERCHER-CONFIG.
000830     OPEN INPUT CONFIG-FILE.
000840     IF NOT CONFIG-OK
000843         SET DEF-IDX TO 1
000846         SEARCH WS-DEFAUT
000849             AT END
000852                 CONTINUE
000855             WHEN WD-FICHIER(DEF-IDX) = LK-FICHIER
000858                 AND (WD-ZONE(DEF-IDX) = LK-ZONE
000861                      OR WD-ZONE(DEF-IDX) = "*")
000864                 SET LK-APPROBATION-REQUISE TO TRUE
000867         END-SEARCH
000870         GO TO 1000-CHERCHER-CONFIG-EXIT
000880     END-IF.
000886     MOVE "N" TO WS-FIN-CONFIG.
000892     PERFORM UNTIL FIN-CONFIG OR LK-APPROBATION-REQUISE
000900         READ CONFIG-FILE
000910             AT END SET FIN-CONFIG TO TRUE
000920             NOT AT END
000930                 IF MCF-FICHIER = LK-FICHIER
000940                     AND (MCF-ZONE = LK-ZONE OR MCF-ZONE = "*")
000950                     SET LK-APPROBATION-REQUISE TO TRUE
000970                 END-IF
000980         END-READ
000990     END-PERFORM.
001000     CLOSE CONFIG-FILE.
001010 1000-CHERCHER-CONFIG-EXIT.
001020     EXIT.
