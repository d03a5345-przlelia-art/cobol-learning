000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROPOSERATTENTE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. CALLED WHEN A PLACE IS FREED IN A
000110*                 CLASS (A STUDENT WITHDRAWN THROUGH
000120*                 ECRIREFICHIER OR LEAVING THROUGH PROMOTION) -
000130*                 PROPOSES THE NEXT APPLICANT ON THE CLASS'S
000140*                 WAITING LIST, ATTENTE.DAT, IN ORDER OF
000150*                 APPLICATION DATE.
000160*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.

000200     SELECT ATTENTE-FILE ASSIGN TO "ATTENTE.DAT"
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS ATT-CLE
000240         FILE STATUS IS WS-ATTENTE-STATUS.

000250 DATA DIVISION.
000260 FILE SECTION.

000270 FD  ATTENTE-FILE.
000280     COPY "ATTENTE-RECORD.cpy".

000290 WORKING-STORAGE SECTION.

000300 01  WS-DATE-JOUR            PIC 9(08).

000310 01  WS-ATTENTE-STATUS       PIC X(02).
000320     88 ATTENTE-OK                    VALUE "00".

000330 01  WS-SWITCHES.
000340     05 WS-FIN-ATTENTE       PIC X(01).
000350         88 FIN-ATTENTE               VALUE "Y".

000360 LINKAGE SECTION.

000370 01  LK-ANNEE                PIC 9(04).
000380 01  LK-CLASSE               PIC X(06).

000390 PROCEDURE DIVISION USING LK-ANNEE LK-CLASSE.

000400*----------------------------------------------------------------
000410* 0000-MAINLINE - THE FIRST APPLICANT STILL WAITING FOR THE CLASS
000420* AND YEAR IS SHOWN AND MARKED PROPOSED; ADMISSIONS MODE I THEN
000430* ENROLLS THEM ONCE THE FAMILY ACCEPTS
000440*----------------------------------------------------------------
000450 0000-MAINLINE.
000460     IF LK-CLASSE = SPACES
000470         GO TO 0000-FIN
000480     END-IF.
000490     OPEN I-O ATTENTE-FILE.
000500     IF NOT ATTENTE-OK
000510         GO TO 0000-FIN
000520     END-IF.
000530     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000540     MOVE LK-ANNEE  TO ATT-ANNEE.
000550     MOVE LK-CLASSE TO ATT-CLASSE.
000560     MOVE ZERO      TO ATT-DATE-DEMANDE ATT-NUMERO.
000570     MOVE "N" TO WS-FIN-ATTENTE.
000580     START ATTENTE-FILE KEY IS NOT LESS THAN ATT-CLE
000590         INVALID KEY SET FIN-ATTENTE TO TRUE
000600     END-START.
000610     PERFORM UNTIL FIN-ATTENTE
000620         READ ATTENTE-FILE NEXT RECORD
000630             AT END SET FIN-ATTENTE TO TRUE
000640             NOT AT END
000650                 IF ATT-ANNEE NOT = LK-ANNEE
000660                     OR ATT-CLASSE NOT = LK-CLASSE
000670                     SET FIN-ATTENTE TO TRUE
000680                 ELSE
000690                     IF ATT-EN-ATTENTE
000700                         PERFORM 1000-PROPOSER
000710                             THRU 1000-PROPOSER-EXIT
000720                         SET FIN-ATTENTE TO TRUE
000730                     END-IF
000740                 END-IF
000750         END-READ
000760     END-PERFORM.
000770     CLOSE ATTENTE-FILE.
000780 0000-FIN.
000790     GOBACK.

000800*----------------------------------------------------------------
000810* 1000-PROPOSER
000820*----------------------------------------------------------------
000830 1000-PROPOSER.
000840     SET ATT-PROPOSE TO TRUE.
000850     MOVE WS-DATE-JOUR TO ATT-DATE-STATUT.
000860     REWRITE ATTENTE-RECORD.
000870     DISPLAY "Place liberee en " FUNCTION TRIM(LK-CLASSE) " ("
000880         LK-ANNEE ") - candidat propose : n. " ATT-NUMERO " "
000890         FUNCTION TRIM(ATT-NOM).
000900     DISPLAY "    contact : " FUNCTION TRIM(ATT-CONTACT)
000910         " - demande du " ATT-DATE-DEMANDE(7:2) "/"
000920         ATT-DATE-DEMANDE(5:2) "/" ATT-DATE-DEMANDE(1:4).
000930 1000-PROPOSER-EXIT.
000940     EXIT.
