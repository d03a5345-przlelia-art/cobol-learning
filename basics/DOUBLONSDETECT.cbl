000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DOUBLONSDETECT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. PRE-POSTING CHECK CALLED BY
000110*                 SOLDEBATCH : DATED TRANSACT.DAT MOVEMENTS WITH
000120*                 THE SAME ACCOUNT, SENSE, AMOUNT, TYPE AND DATE
000130*                 ARE GROUPED, AND EVERY GROUP OF TWO OR MORE IS
000140*                 RECORDED "S" ON DOUBLONS.DAT AND LISTED FOR
000150*                 REVIEW (DOUBLONSREVUE). A GROUP THE OPERATOR
000160*                 ALREADY CONFIRMED OR CLEANED IS ONLY FLAGGED
000170*                 AGAIN IF IT HAS SINCE GROWN.
000172* 2026-10-15  LM  MOVEMENTS WRITTEN BY EXTOURNE (TR-EXTOURNE SET)
000174*                 ARE NOT DUPLICATE CANDIDATES; GROUPS ARE KEYED
000176*                 ON THE FIRST 21 BYTES OF TR-MOUVEMENT.
000177* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000178*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000179*                 DOUBLONSDETECT (SEE HABILITATIONS).
000180* 2026-10-15  LM  THE MOVEMENTS ARE GROUPED THROUGH THE SORT WORK
000181*                 FILE TRI-MOUVEMENTS INSTEAD OF A 2000-ENTRY
000182*                 TABLE, SO EVERY GROUP IS CHECKED HOWEVER LONG
000183*                 TRANSACT.DAT GROWS.
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACT.DAT"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-TRANS-STATUS.

000250     SELECT DOUBLONS-FILE ASSIGN TO "DOUBLONS.DAT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS DBL-CLE
000290         FILE STATUS IS WS-DOUBLONS-STATUS.

000295     SELECT TRI-MOUVEMENTS ASSIGN TO "DOUBLONS.SRT".

000300 DATA DIVISION.
000310 FILE SECTION.

000320 FD  TRANSACTIONS-FILE.
000330     COPY "MOUVEMENT-RECORD.cpy".

000340 FD  DOUBLONS-FILE.
000350     COPY "DOUBLON-RECORD.cpy".

000351*----------------------------------------------------------------
000352* TRI-MOUVEMENTS - SORT WORK FILE, ONE RECORD PER DATED MOVEMENT,
000353* SO IDENTICAL MOVEMENTS COME BACK TOGETHER
000354*----------------------------------------------------------------
000355 SD  TRI-MOUVEMENTS.
000356 01  TRI-MOUVEMENT.
000357     05 TRI-MVT-CLE          PIC X(21).

000360 WORKING-STORAGE SECTION.

000365     COPY "HABILITATION.cpy".

000370*----------------------------------------------------------------
000380* GROUPE EN COURS - THE MOVEMENT BEING COUNTED AS THE SORTED
000390* MOVEMENTS COME BACK, WITH THE NUMBER OF TIMES IT APPEARS
000400*----------------------------------------------------------------
000410 01  WS-MVT-CLE              PIC X(21).
000420 01  WS-MVT-NB               PIC 9(03).

000430 01  WS-NB-GROUPES           PIC 9(06) VALUE ZERO.
000440 01  WS-NB-SUSPECTS          PIC 9(06) VALUE ZERO.
000480 01  WS-NB-RETENUS           PIC 9(05) VALUE ZERO.

000490 01  WS-DATE-JOUR            PIC 9(08).

000500 01  WS-MESSAGE-STATUT       PIC X(40).

000510 01  WS-TRANS-STATUS         PIC X(02).
000520     88 TRANS-OK                      VALUE "00".

000530 01  WS-DOUBLONS-STATUS      PIC X(02).
000540     88 DOUBLONS-OK                   VALUE "00".

000550 01  WS-SWITCHES.
000560     05 WS-FIN-TRANS         PIC X(01) VALUE "N".
000570         88 FIN-TRANSACTIONS          VALUE "Y".
000580     05 WS-FIN-DOUBLONS      PIC X(01) VALUE "N".
000590         88 FIN-DOUBLONS              VALUE "Y".
000600     05 WS-FIN-TRI           PIC X(01) VALUE "N".
000610         88 FIN-TRI                   VALUE "Y".

000650 PROCEDURE DIVISION.

000660*----------------------------------------------------------------
000670* 0000-MAINLINE
000680*----------------------------------------------------------------
000690 0000-MAINLINE.
000691     MOVE "DOUBLONSDETECT" TO HAB-PROGRAMME.
000692     CALL "HABILITER" USING HAB-ZONE.
000693     IF NOT HAB-AUTORISE
000694         GOBACK
000695     END-IF.
000700     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000708     MOVE ZERO TO WS-NB-GROUPES WS-NB-SUSPECTS WS-NB-RETENUS.
000716     MOVE "N" TO WS-FIN-TRANS WS-FIN-DOUBLONS WS-FIN-TRI.
000724     SORT TRI-MOUVEMENTS
000732         ON ASCENDING KEY TRI-MVT-CLE
000740         INPUT PROCEDURE IS 1000-GROUPER-MOUVEMENTS
000748             THRU 1000-GROUPER-MOUVEMENTS-EXIT
000756         OUTPUT PROCEDURE IS 2000-ENREGISTRER-GROUPES
000764             THRU 2000-ENREGISTRER-GROUPES-EXIT.
000780     PERFORM 3000-LISTER-SUSPECTS
000790         THRU 3000-LISTER-SUSPECTS-EXIT.
000800     GOBACK.

000810*----------------------------------------------------------------
000818* 1000-GROUPER-MOUVEMENTS - SORT INPUT : EVERY DATED MOVEMENT;
000826* UNDATED ONES (WRITTEN BEFORE TR-DATE) CANNOT BE MATCHED ON DATE,
000832* AND A REVERSAL'S OWN MOVEMENTS ARE ONE OF A KIND BY NUMBER
000840*----------------------------------------------------------------
000850 1000-GROUPER-MOUVEMENTS.
000860     OPEN INPUT TRANSACTIONS-FILE.
000870     IF NOT TRANS-OK
000880         GO TO 1000-GROUPER-MOUVEMENTS-EXIT
000890     END-IF.
000900     PERFORM UNTIL FIN-TRANSACTIONS
000910         READ TRANSACTIONS-FILE
000920             AT END SET FIN-TRANSACTIONS TO TRUE
000930             NOT AT END
000940                 IF TR-DATE-X NOT = SPACES
000945                     AND TR-EXTOURNE-X = SPACES
000953                     MOVE TR-MOUVEMENT(1:21) TO TRI-MVT-CLE
000961                     RELEASE TRI-MOUVEMENT
000970                 END-IF
000980         END-READ
000990     END-PERFORM.
001000     CLOSE TRANSACTIONS-FILE.
001010 1000-GROUPER-MOUVEMENTS-EXIT.
001020     EXIT.

001030*----------------------------------------------------------------
001040* 2000-ENREGISTRER-GROUPES - SORT OUTPUT : EVERY MOVEMENT SEEN
001050* MORE THAN ONCE GOES TO DOUBLONS.DAT (CREATED ON THE FIRST RUN)
001330*----------------------------------------------------------------
001340 2000-ENREGISTRER-GROUPES.
001350     OPEN I-O DOUBLONS-FILE.
001360     IF NOT DOUBLONS-OK
001370         CLOSE DOUBLONS-FILE
001380         OPEN OUTPUT DOUBLONS-FILE
001390         CLOSE DOUBLONS-FILE
001400         OPEN I-O DOUBLONS-FILE
001410     END-IF.
001420     IF NOT DOUBLONS-OK
001430         CALL "FICHSTAT" USING WS-DOUBLONS-STATUS
001440             WS-MESSAGE-STATUT
001450         DISPLAY "DOUBLONS.DAT : "
001460             FUNCTION TRIM(WS-MESSAGE-STATUT)
001470         GO TO 2000-ENREGISTRER-GROUPES-EXIT
001480     END-IF.
001488     MOVE SPACES TO WS-MVT-CLE.
001496     MOVE ZERO TO WS-MVT-NB.
001504     PERFORM 2050-COMPTER-MOUVEMENT
001512         THRU 2050-COMPTER-MOUVEMENT-EXIT
001520         UNTIL FIN-TRI.
001528     IF WS-MVT-NB > 1
001536         PERFORM 2100-ENREGISTRER-UN-GROUPE
001544             THRU 2100-ENREGISTRER-UN-GROUPE-EXIT
001552     END-IF.
001560     CLOSE DOUBLONS-FILE.
001570 2000-ENREGISTRER-GROUPES-EXIT.
001580     EXIT.

001581*----------------------------------------------------------------
001582* 2050-COMPTER-MOUVEMENT - A NEW MOVEMENT CLOSES THE GROUP BEFORE
001583*----------------------------------------------------------------
001584 2050-COMPTER-MOUVEMENT.
001585     RETURN TRI-MOUVEMENTS
001586         AT END
001587             SET FIN-TRI TO TRUE
001588             GO TO 2050-COMPTER-MOUVEMENT-EXIT
001589     END-RETURN.
001590     IF TRI-MVT-CLE = WS-MVT-CLE
001591         ADD 1 TO WS-MVT-NB
001592         GO TO 2050-COMPTER-MOUVEMENT-EXIT
001593     END-IF.
001594     IF WS-MVT-NB > 1
001595         PERFORM 2100-ENREGISTRER-UN-GROUPE
001596             THRU 2100-ENREGISTRER-UN-GROUPE-EXIT
001597     END-IF.
001598     MOVE TRI-MVT-CLE TO WS-MVT-CLE.
001599     MOVE 1 TO WS-MVT-NB.
001600 2050-COMPTER-MOUVEMENT-EXIT.
001601     EXIT.

001590*----------------------------------------------------------------
001600* 2100-ENREGISTRER-UN-GROUPE - NEW GROUP, OR A DECIDED GROUP THAT
001610* HAS GROWN PAST WHAT THE OPERATOR ACCEPTED, IS PUT BACK TO "S"
001620*----------------------------------------------------------------
001630 2100-ENREGISTRER-UN-GROUPE.
001640     ADD 1 TO WS-NB-GROUPES.
001650     MOVE WS-MVT-CLE TO DBL-CLE.
001660     READ DOUBLONS-FILE
001670         INVALID KEY
001676             MOVE WS-MVT-CLE TO DBL-CLE
001682             MOVE WS-MVT-NB TO DBL-NB-OCCURRENCES
001690             MOVE "S" TO DBL-STATUT
001700             MOVE ZERO TO DBL-NB-ADMIS DBL-DATE-DECISION
001710             MOVE WS-DATE-JOUR TO DBL-DATE-DETECTION
001720             MOVE SPACES TO DBL-OPERATEUR
001730             WRITE DOUBLON-RECORD
001740             GO TO 2100-ENREGISTRER-UN-GROUPE-EXIT
001750     END-READ.
001760     IF NOT DBL-SUSPECT
001770         AND WS-MVT-NB NOT > DBL-NB-ADMIS
001780         GO TO 2100-ENREGISTRER-UN-GROUPE-EXIT
001790     END-IF.
001800     IF NOT DBL-SUSPECT
001810         MOVE "S" TO DBL-STATUT
001820         MOVE WS-DATE-JOUR TO DBL-DATE-DETECTION
001830     END-IF.
001840     MOVE WS-MVT-NB TO DBL-NB-OCCURRENCES.
001850     REWRITE DOUBLON-RECORD.
001860 2100-ENREGISTRER-UN-GROUPE-EXIT.
001870     EXIT.

001880*----------------------------------------------------------------
001890* 3000-LISTER-SUSPECTS - THE REVIEW REPORT : EVERY GROUP STILL
001900* AWAITING A DECISION, HELD OUT OF POSTING
001910*----------------------------------------------------------------
001920 3000-LISTER-SUSPECTS.
001930     OPEN INPUT DOUBLONS-FILE.
001940     IF NOT DOUBLONS-OK
001950         GO TO 3000-LISTER-SUSPECTS-EXIT
001960     END-IF.
001970     DISPLAY "Controle des doublons TRANSACT.DAT".
001980     DISPLAY "-----------------------------------------".
001990     PERFORM UNTIL FIN-DOUBLONS
002000         READ DOUBLONS-FILE NEXT RECORD
002010             AT END SET FIN-DOUBLONS TO TRUE
002020             NOT AT END
002030                 IF DBL-SUSPECT
002040                     ADD 1 TO WS-NB-SUSPECTS
002050                     ADD DBL-NB-OCCURRENCES TO WS-NB-RETENUS
002060                     DISPLAY "Doublon suspect : " DBL-COMPTE
002070                         " " DBL-SENS " " DBL-MONTANT " "
002080                         DBL-TYPE " du " DBL-DATE " x"
002090                         DBL-NB-OCCURRENCES
002100                         " (detecte le " DBL-DATE-DETECTION ")"
002110                 END-IF
002120         END-READ
002130     END-PERFORM.
002140     CLOSE DOUBLONS-FILE.
002150     DISPLAY "-----------------------------------------".
002160     DISPLAY "Groupes identiques sur TRANSACT.DAT : "
002170         WS-NB-GROUPES.
002180     DISPLAY "Doublons suspects a revoir (DOUBLONSREVUE) : "
002190         WS-NB-SUSPECTS " - " WS-NB-RETENUS
002200         " mouvement(s) retenu(s)".
002250 3000-LISTER-SUSPECTS-EXIT.
002260     EXIT.
