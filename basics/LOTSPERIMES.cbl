000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOTSPERIMES.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. THE WEEKLY EXPIRY REPORT ON THE
000110*                 SUPPLIER LOTS OF STOCKLOT.DAT, TO PERIMES.DAT IN
000120*                 THREE PARTS : LOTS ALREADY PAST THEIR DATE THAT
000130*                 STILL SHOW A QUANTITY (TO PULL FROM THE SHELF),
000140*                 LOTS EXPIRING WITHIN 30 DAYS (TO PUSH) AND
000150*                 WITHIN 31 TO 60 DAYS (TO WATCH). LOTS WITH
000160*                 NOTHING LEFT AND LOTS WITHOUT AN EXPIRY DATE ARE
000170*                 LEFT OUT. THE REPORT DATE DEFAULTS TO TODAY.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 LOTSPERIMES (SEE HABILITATIONS).
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT LOT-FILE ASSIGN TO "STOCKLOT.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS SEQUENTIAL
000250         RECORD KEY IS LOT-CLE
000260         FILE STATUS IS WS-LOT-STATUS.

000270     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS RANDOM
000300         RECORD KEY IS PROD-CODE
000310         ALTERNATE RECORD KEY IS PROD-EAN
000320             WITH DUPLICATES
000330         FILE STATUS IS WS-PRODUIT-STATUS.

000340     SELECT RAPPORT-FILE ASSIGN TO "PERIMES.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RAPPORT-STATUS.

000370 DATA DIVISION.
000380 FILE SECTION.

000390 FD  LOT-FILE.
000400     COPY "LOT-RECORD.cpy".

000410 FD  PRODUIT-FILE.
000420     COPY "PRODUIT-RECORD.cpy".

000430 FD  RAPPORT-FILE.
000440 01  RAPPORT-LIGNE           PIC X(80).

000450 WORKING-STORAGE SECTION.

000455     COPY "HABILITATION.cpy".

000460 01  WS-DATE-JOUR            PIC 9(08).
000470 01  WS-DATE-RAPPORT         PIC 9(08).
000480 01  WS-JOUR-RAPPORT         PIC 9(07).
000490 01  WS-JOURS-RESTANTS       PIC S9(07).
000500 01  WS-MESSAGE-STATUT       PIC X(40).

000510 01  WS-LOT-STATUS           PIC X(02).
000520     88 LOT-OK                        VALUE "00".

000530 01  WS-PRODUIT-STATUS       PIC X(02).
000540     88 PRODUIT-OK                    VALUE "00".

000550 01  WS-RAPPORT-STATUS       PIC X(02).
000560     88 RAPPORT-OK                    VALUE "00".

000570 01  WS-SWITCHES.
000580     05 WS-FIN-LOTS          PIC X(01).
000590         88 FIN-LOTS                  VALUE "Y".

000600*----------------------------------------------------------------
000610* THE THREE PARTS : DAYS LEFT FROM / TO, AND THE HEADING
000620*----------------------------------------------------------------
000630 01  WS-PARTIE               PIC 9(01).
000640 01  WS-JOURS-MINI           PIC S9(07).
000650 01  WS-JOURS-MAXI           PIC S9(07).
000660 01  WS-TITRE-PARTIE         PIC X(50).

000670 01  WS-NB-PARTIE            PIC 9(04).
000680 01  WS-NB-PERIMES           PIC 9(04) VALUE ZERO.
000690 01  WS-NB-30                PIC 9(04) VALUE ZERO.
000700 01  WS-NB-60                PIC 9(04) VALUE ZERO.

000710*----------------------------------------------------------------
000720* DETAIL - ONE LOT
000730*----------------------------------------------------------------
000740 01  WS-LIGNE-DETAIL.
000750     05 WS-DET-CODE          PIC X(04).
000760     05 FILLER               PIC X(02) VALUE SPACES.
000770     05 WS-DET-LIBELLE       PIC X(20).
000780     05 FILLER               PIC X(02) VALUE SPACES.
000790     05 WS-DET-LOT           PIC X(10).
000800     05 FILLER               PIC X(02) VALUE SPACES.
000810     05 WS-DET-PEREMPTION    PIC 9(08).
000820     05 FILLER               PIC X(02) VALUE SPACES.
000830     05 WS-DET-JOURS         PIC -(5)9.
000840     05 FILLER               PIC X(02) VALUE SPACES.
000850     05 WS-DET-DEPOT         PIC Z(4)9.
000860     05 FILLER               PIC X(02) VALUE SPACES.
000870     05 WS-DET-BOUTIQUE      PIC Z(4)9.

000880 PROCEDURE DIVISION.

000890*----------------------------------------------------------------
000900* 0000-MAINLINE
000910*----------------------------------------------------------------
000920 0000-MAINLINE.
000921     MOVE "LOTSPERIMES" TO HAB-PROGRAMME.
000922     CALL "HABILITER" USING HAB-ZONE.
000923     IF NOT HAB-AUTORISE
000924         GOBACK
000925     END-IF.
000930     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000940     DISPLAY "Date du rapport AAAAMMJJ (defaut aujourd'hui) : ".
000950     MOVE ZERO TO WS-DATE-RAPPORT.
000960     ACCEPT WS-DATE-RAPPORT.
000970     IF WS-DATE-RAPPORT = ZERO
000980         MOVE WS-DATE-JOUR TO WS-DATE-RAPPORT
000990     END-IF.
001000     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-RAPPORT) NOT = 0
001010         DISPLAY "Date invalide : " WS-DATE-RAPPORT
001020         GO TO 0000-FIN
001030     END-IF.
001040     COMPUTE WS-JOUR-RAPPORT =
001050         FUNCTION INTEGER-OF-DATE(WS-DATE-RAPPORT).
001060     PERFORM 1000-OUVRIR-FICHIERS
001070         THRU 1000-OUVRIR-FICHIERS-EXIT.
001080     IF NOT RAPPORT-OK
001090         GO TO 0000-FIN
001100     END-IF.
001110     PERFORM 2000-EDITER-PARTIE
001120         THRU 2000-EDITER-PARTIE-EXIT
001130         VARYING WS-PARTIE FROM 1 BY 1
001140         UNTIL WS-PARTIE > 3.
001150     CLOSE RAPPORT-FILE.
001160     IF PRODUIT-OK
001170         CLOSE PRODUIT-FILE
001180     END-IF.
001190     DISPLAY "Lots perimes encore en stock : " WS-NB-PERIMES.
001200     DISPLAY "Lots perimant sous 30 jours  : " WS-NB-30.
001210     DISPLAY "Lots perimant sous 60 jours  : " WS-NB-60.
001220     DISPLAY "Rapport dans PERIMES.DAT".
001230 0000-FIN.
001240     STOP RUN.

001250*----------------------------------------------------------------
001260* 1000-OUVRIR-FICHIERS - THE LOT FILE MUST EXIST; THE PRODUCT
001270* MASTER ONLY GIVES THE LABELS
001280*----------------------------------------------------------------
001290 1000-OUVRIR-FICHIERS.
001300     MOVE "99" TO WS-RAPPORT-STATUS.
001310     OPEN INPUT LOT-FILE.
001320     IF NOT LOT-OK
001330         CALL "FICHSTAT" USING WS-LOT-STATUS
001340             WS-MESSAGE-STATUT
001350         DISPLAY "STOCKLOT.DAT : "
001360             FUNCTION TRIM(WS-MESSAGE-STATUT)
001370         GO TO 1000-OUVRIR-FICHIERS-EXIT
001380     END-IF.
001390     CLOSE LOT-FILE.
001400     OPEN INPUT PRODUIT-FILE.
001410     IF NOT PRODUIT-OK
001420         DISPLAY "Fichier absent : PRODUITS.DAT - libelles"
001430             " non edites"
001440     END-IF.
001450     OPEN OUTPUT RAPPORT-FILE.
001460     IF NOT RAPPORT-OK
001470         CALL "FICHSTAT" USING WS-RAPPORT-STATUS
001480             WS-MESSAGE-STATUT
001490         DISPLAY "PERIMES.DAT : "
001500             FUNCTION TRIM(WS-MESSAGE-STATUT)
001510         IF PRODUIT-OK
001520             CLOSE PRODUIT-FILE
001530         END-IF
001540         GO TO 1000-OUVRIR-FICHIERS-EXIT
001550     END-IF.
001560     MOVE SPACES TO RAPPORT-LIGNE.
001570     STRING "LOTS PERIMES ET A PERIMER AU " WS-DATE-RAPPORT
001580         DELIMITED BY SIZE INTO RAPPORT-LIGNE.
001590     WRITE RAPPORT-LIGNE.
001600 1000-OUVRIR-FICHIERS-EXIT.
001610     EXIT.

001620*----------------------------------------------------------------
001630* 2000-EDITER-PARTIE - ONE PASS OVER THE LOT FILE PER PART; THE
001640* KEY ORDER KEEPS EACH PRODUCT'S LOTS TOGETHER BY EXPIRY DATE
001650*----------------------------------------------------------------
001660 2000-EDITER-PARTIE.
001670     EVALUATE WS-PARTIE
001680         WHEN 1
001690             MOVE -9999999 TO WS-JOURS-MINI
001700             MOVE -1 TO WS-JOURS-MAXI
001710             MOVE "Lots perimes encore en stock - a retirer"
001720                 TO WS-TITRE-PARTIE
001730         WHEN 2
001740             MOVE ZERO TO WS-JOURS-MINI
001750             MOVE 30 TO WS-JOURS-MAXI
001760             MOVE "Lots perimant sous 30 jours - a ecouler"
001770                 TO WS-TITRE-PARTIE
001780         WHEN OTHER
001790             MOVE 31 TO WS-JOURS-MINI
001800             MOVE 60 TO WS-JOURS-MAXI
001810             MOVE "Lots perimant sous 31 a 60 jours - a suivre"
001820                 TO WS-TITRE-PARTIE
001830     END-EVALUATE.
001840     MOVE SPACES TO RAPPORT-LIGNE.
001850     WRITE RAPPORT-LIGNE.
001860     MOVE WS-TITRE-PARTIE TO RAPPORT-LIGNE.
001870     WRITE RAPPORT-LIGNE.
001880     MOVE "Code  Libelle               Lot         Peremption"
001890         TO RAPPORT-LIGNE.
001900     MOVE "Jours  Depot  Bout." TO RAPPORT-LIGNE(52:19).
001910     WRITE RAPPORT-LIGNE.
001920     MOVE ALL "-" TO RAPPORT-LIGNE.
001930     WRITE RAPPORT-LIGNE.
001940     MOVE ZERO TO WS-NB-PARTIE.
001950     MOVE "N" TO WS-FIN-LOTS.
001960     OPEN INPUT LOT-FILE.
001970     PERFORM 2100-EDITER-LOT
001980         THRU 2100-EDITER-LOT-EXIT
001990         UNTIL FIN-LOTS.
002000     CLOSE LOT-FILE.
002010     MOVE SPACES TO RAPPORT-LIGNE.
002020     STRING "Lots : " WS-NB-PARTIE
002030         DELIMITED BY SIZE INTO RAPPORT-LIGNE.
002040     WRITE RAPPORT-LIGNE.
002050     EVALUATE WS-PARTIE
002060         WHEN 1
002070             MOVE WS-NB-PARTIE TO WS-NB-PERIMES
002080         WHEN 2
002090             MOVE WS-NB-PARTIE TO WS-NB-30
002100         WHEN OTHER
002110             MOVE WS-NB-PARTIE TO WS-NB-60
002120     END-EVALUATE.
002130 2000-EDITER-PARTIE-EXIT.
002140     EXIT.

002150*----------------------------------------------------------------
002160* 2100-EDITER-LOT - A LOT STILL HOLDING QUANTITY WHOSE DAYS LEFT
002170* FALL IN THE PART
002180*----------------------------------------------------------------
002190 2100-EDITER-LOT.
002200     READ LOT-FILE
002210         AT END
002220             SET FIN-LOTS TO TRUE
002230             GO TO 2100-EDITER-LOT-EXIT
002240     END-READ.
002250     IF LOT-DATE-PEREMPTION = 99999999
002260         OR LOT-QTE-DEPOT + LOT-QTE-BOUTIQUE = ZERO
002270         GO TO 2100-EDITER-LOT-EXIT
002280     END-IF.
002290     COMPUTE WS-JOURS-RESTANTS =
002300         FUNCTION INTEGER-OF-DATE(LOT-DATE-PEREMPTION)
002310         - WS-JOUR-RAPPORT.
002320     IF WS-JOURS-RESTANTS < WS-JOURS-MINI
002330         OR WS-JOURS-RESTANTS > WS-JOURS-MAXI
002340         GO TO 2100-EDITER-LOT-EXIT
002350     END-IF.
002360     MOVE LOT-CODE-PROD TO WS-DET-CODE.
002370     MOVE SPACES TO WS-DET-LIBELLE.
002380     IF PRODUIT-OK
002390         MOVE LOT-CODE-PROD TO PROD-CODE
002400         READ PRODUIT-FILE
002410             INVALID KEY
002420                 MOVE "(produit inconnu)" TO WS-DET-LIBELLE
002430             NOT INVALID KEY
002440                 MOVE PROD-LIBELLE TO WS-DET-LIBELLE
002450         END-READ
002460     END-IF.
002470     MOVE LOT-NUMERO TO WS-DET-LOT.
002480     MOVE LOT-DATE-PEREMPTION TO WS-DET-PEREMPTION.
002490     MOVE WS-JOURS-RESTANTS TO WS-DET-JOURS.
002500     MOVE LOT-QTE-DEPOT TO WS-DET-DEPOT.
002510     MOVE LOT-QTE-BOUTIQUE TO WS-DET-BOUTIQUE.
002520     MOVE WS-LIGNE-DETAIL TO RAPPORT-LIGNE.
002530     WRITE RAPPORT-LIGNE.
002540     ADD 1 TO WS-NB-PARTIE.
002550 2100-EDITER-LOT-EXIT.
002560     EXIT.
