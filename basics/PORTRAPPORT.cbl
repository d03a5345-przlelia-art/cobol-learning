000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PORTRAPPORT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MONTHLY DELIVERY REVENUE REPORT :
000110*                 FOR EVERY ORDER TAKEN IN THE MONTH ASKED AND NOT
000120*                 CANCELLED SINCE, ITS CMD-FRAIS-PORT AND ONE
000130*                 DROP ARE COUNTED UNDER THE REGION OF ITS CITY
000140*                 (VILLES.DAT), SO THE CHARGE COLLECTED CAN BE SET
000150*                 AGAINST THE NUMBER OF DROPS EACH REGION COSTS.
000160*                 FREE (FRANCO) DROPS ARE COUNTED APART.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000166*                 PORTRAPPORT (SEE HABILITATIONS).
000167* 2026-10-15  LM  THE REGION COUNTS GO ON THE KEYED WORK FILE
000168*                 PORTRAP.TMP INSTEAD OF A 50-REGION TABLE, SO
000169*                 EVERY REGION IS REPORTED, NOW IN REGION CODE
000170*                 ORDER.
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS OR-CLE
000250         FILE STATUS IS WS-ORDERS-STATUS.

000260     SELECT VILLES-FILE ASSIGN TO "VILLES.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS VILLE-NOM
000300         ALTERNATE RECORD KEY IS VILLE-CODE-POSTAL
000310             WITH DUPLICATES
000320         FILE STATUS IS WS-VILLES-STATUS.

000321     SELECT REGIONS-FILE ASSIGN TO "PORTRAP.TMP"
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS DYNAMIC
000324         RECORD KEY IS RGN-REGION
000325         FILE STATUS IS WS-REGIONS-STATUS.

000330 DATA DIVISION.
000340 FILE SECTION.

000350 FD  ORDERS-FILE.
000360     COPY "ORDER-RECORD.cpy"
000370         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000380                   ==CMD-CLE==        BY ==OR-CLE==
000390                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000400                   ==CMD-TYPE==       BY ==OR-TYPE==
000410                   ==CMD-SEQ==        BY ==OR-SEQ==
000420                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000430                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000440                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000450                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000460                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000470                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000480                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000490                   ==CMD-DATE==       BY ==OR-DATE==
000500                   ==CMD-STATUT==     BY ==OR-STATUT==
000510                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000520                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000530                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000540                   ==CMD-VILLE==      BY ==OR-VILLE==
000550                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000560                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000570                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000580                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000590                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000600                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000610                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000620                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000625                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000627                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000628                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000629                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000630                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000631                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000632                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000633                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000634                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000635*----------------------------------------------------------------
000640* VILLES REFERENCE - ONE RECORD PER VALID CITY NAME
000650*----------------------------------------------------------------
000660 FD  VILLES-FILE.
000670     COPY "VILLE-RECORD.cpy".

000671*----------------------------------------------------------------
000672* REGIONS - DROPS, FREE DROPS AND CHARGE COLLECTED PER
000673* VILLE-REGION; AN ORDER WITHOUT A KNOWN CITY COUNTS UNDER ???
000674*----------------------------------------------------------------
000675 FD  REGIONS-FILE.
000676 01  REGION-RECORD.
000677     05 RGN-REGION            PIC X(03).
000678     05 RGN-TOURNEES          PIC 9(05).
000679     05 RGN-FRANCO            PIC 9(05).
000680     05 RGN-PORT              PIC 9(09)V99.

000680 WORKING-STORAGE SECTION.

000685     COPY "HABILITATION.cpy".

000690 01  WS-MOIS                 PIC 9(06).
000700 01  WS-DATE-JOUR            PIC 9(08).
000710 01  WS-NUM-ANNULEE          PIC 9(08) VALUE ZERO.
000720 01  WS-REGION-COURANTE      PIC X(03).
000730 01  WS-PORT-MOYEN           PIC 9(05)V99.

000740 01  WS-MESSAGE-STATUT       PIC X(40).

000750 01  WS-ORDERS-STATUS        PIC X(02).
000760     88 ORDERS-OK                     VALUE "00".

000770 01  WS-VILLES-STATUS        PIC X(02).
000780     88 VILLES-OK                     VALUE "00".

000782 01  WS-REGIONS-STATUS       PIC X(02).
000784     88 REGIONS-OK                    VALUE "00".

000786 01  WS-NOM-REGIONS          PIC X(40) VALUE "PORTRAP.TMP".
000788 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000790 01  WS-SWITCHES.
000800     05 WS-FIN-ORDERS        PIC X(01) VALUE "N".
000810         88 FIN-ORDERS                VALUE "Y".
000820     05 WS-FIN-REGIONS       PIC X(01) VALUE "N".
000830         88 FIN-REGIONS               VALUE "Y".

000860 01  WS-TOTAUX.
000870     05 WS-NB-TOURNEES       PIC 9(05) VALUE ZERO.
000880     05 WS-NB-FRANCO         PIC 9(05) VALUE ZERO.
000890     05 WS-NB-ANNULEES       PIC 9(05) VALUE ZERO.
000900     05 WS-TOTAL-PORT        PIC 9(09)V99 VALUE ZERO.

001020 PROCEDURE DIVISION.

001030*----------------------------------------------------------------
001040* 0000-MAINLINE
001050*----------------------------------------------------------------
001060 0000-MAINLINE.
001061     MOVE "PORTRAPPORT" TO HAB-PROGRAMME.
001062     CALL "HABILITER" USING HAB-ZONE.
001063     IF NOT HAB-AUTORISE
001064         GOBACK
001065     END-IF.
001070     DISPLAY "Mois AAAAMM (vide = mois en cours) : ".
001080     MOVE ZERO TO WS-MOIS.
001090     ACCEPT WS-MOIS.
001100     IF WS-MOIS = ZERO
001110         ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
001120         MOVE WS-DATE-JOUR(1:6) TO WS-MOIS
001121     END-IF.
001122     OPEN OUTPUT REGIONS-FILE.
001123     IF NOT REGIONS-OK
001124         CALL "FICHSTAT" USING WS-REGIONS-STATUS
001125             WS-MESSAGE-STATUT
001126         DISPLAY "PORTRAP.TMP : "
001127             FUNCTION TRIM(WS-MESSAGE-STATUT)
001128         STOP RUN
001130     END-IF.
001133     CLOSE REGIONS-FILE.
001136     OPEN I-O REGIONS-FILE.
001140     PERFORM 1000-CUMULER-COMMANDES
001150         THRU 1000-CUMULER-COMMANDES-EXIT.
001160     IF WS-NB-TOURNEES = ZERO
001170         DISPLAY "Aucune livraison commandee en " WS-MOIS
001180     ELSE
001190         PERFORM 3000-EDITER-SYNTHESE
001200             THRU 3000-EDITER-SYNTHESE-EXIT
001210     END-IF.
001212     CLOSE REGIONS-FILE.
001214     CALL "CBL_DELETE_FILE" USING WS-NOM-REGIONS
001216         RETURNING WS-RETOUR-SUPPRESSION.
001220     STOP RUN.

001230*----------------------------------------------------------------
001240* 1000-CUMULER-COMMANDES - ONE PASS OVER ORDERS.DAT. A REVERSAL
001250* SORTS AHEAD OF ITS ORDER ("A" BEFORE "O" IN CMD-CLE), SO A
001260* CANCELLED ORDER IS KNOWN BY THE TIME ITS "O" RECORD COMES UP
001270*----------------------------------------------------------------
001280 1000-CUMULER-COMMANDES.
001290     OPEN INPUT ORDERS-FILE.
001300     IF NOT ORDERS-OK
001310         CALL "FICHSTAT" USING WS-ORDERS-STATUS
001320             WS-MESSAGE-STATUT
001330         DISPLAY "ORDERS.DAT : "
001340             FUNCTION TRIM(WS-MESSAGE-STATUT)
001350         GO TO 1000-CUMULER-COMMANDES-EXIT
001360     END-IF.
001370     OPEN INPUT VILLES-FILE.
001380     IF NOT VILLES-OK
001390         DISPLAY "Fichier de reference absent : VILLES.DAT - "
001400             "les regions seront inconnues"
001410     END-IF.
001420     PERFORM UNTIL FIN-ORDERS
001430         READ ORDERS-FILE
001440             AT END SET FIN-ORDERS TO TRUE
001450             NOT AT END
001460                 IF OR-ANNULATION
001470                     MOVE OR-NUM-CMD TO WS-NUM-ANNULEE
001480                 END-IF
001490                 IF OR-ORDRE AND OR-DATE(1:6) = WS-MOIS
001500                     IF OR-NUM-CMD = WS-NUM-ANNULEE
001510                         ADD 1 TO WS-NB-ANNULEES
001520                     ELSE
001530                         PERFORM 1100-COMPTER-TOURNEE
001540                             THRU 1100-COMPTER-TOURNEE-EXIT
001550                     END-IF
001560                 END-IF
001570         END-READ
001580     END-PERFORM.
001590     IF VILLES-OK
001600         CLOSE VILLES-FILE
001610     END-IF.
001620     CLOSE ORDERS-FILE.
001630 1000-CUMULER-COMMANDES-EXIT.
001640     EXIT.

001650*----------------------------------------------------------------
001660* 1100-COMPTER-TOURNEE - ONE DROP AND ITS CHARGE UNDER ITS REGION
001670*----------------------------------------------------------------
001680 1100-COMPTER-TOURNEE.
001690     IF OR-FRAIS-PORT NOT NUMERIC
001700         MOVE ZERO TO OR-FRAIS-PORT
001710     END-IF.
001720     MOVE "???" TO WS-REGION-COURANTE.
001730     IF VILLES-OK AND OR-VILLE NOT = SPACES
001740         MOVE OR-VILLE TO VILLE-NOM
001750         READ VILLES-FILE
001760             INVALID KEY CONTINUE
001770             NOT INVALID KEY
001780                 MOVE VILLE-REGION TO WS-REGION-COURANTE
001790         END-READ
001800     END-IF.
001810     ADD 1 TO WS-NB-TOURNEES.
001820     ADD OR-FRAIS-PORT TO WS-TOTAL-PORT.
001830     IF OR-FRAIS-PORT = ZERO
001840         ADD 1 TO WS-NB-FRANCO
001850     END-IF.
001860     MOVE WS-REGION-COURANTE TO RGN-REGION.
001870     READ REGIONS-FILE
001880         INVALID KEY
001890             MOVE WS-REGION-COURANTE TO RGN-REGION
001900             MOVE ZERO TO RGN-TOURNEES
001910             MOVE ZERO TO RGN-FRANCO
001920             MOVE ZERO TO RGN-PORT
001930     END-READ.
001940     ADD 1 TO RGN-TOURNEES.
001950     ADD OR-FRAIS-PORT TO RGN-PORT.
002090     IF OR-FRAIS-PORT = ZERO
002091         ADD 1 TO RGN-FRANCO
002092     END-IF.
002093     IF RGN-TOURNEES = 1
002094         WRITE REGION-RECORD
002095             INVALID KEY CONTINUE
002096         END-WRITE
002097     ELSE
002098         REWRITE REGION-RECORD
002099             INVALID KEY CONTINUE
002100         END-REWRITE
002110     END-IF.
002120 1100-COMPTER-TOURNEE-EXIT.
002130     EXIT.

002140*----------------------------------------------------------------
002150* 3000-EDITER-SYNTHESE - ONE LINE PER REGION, THEN THE MONTH
002160*----------------------------------------------------------------
002170 3000-EDITER-SYNTHESE.
002180     DISPLAY "Frais de port par region - " WS-MOIS.
002190     DISPLAY "-----------------------------------".
002198     MOVE LOW-VALUES TO RGN-REGION.
002206     START REGIONS-FILE KEY IS NOT LESS THAN RGN-REGION
002214         INVALID KEY SET FIN-REGIONS TO TRUE
002222     END-START.
002230     PERFORM UNTIL FIN-REGIONS
002238         READ REGIONS-FILE NEXT
002246             AT END SET FIN-REGIONS TO TRUE
002254             NOT AT END
002262                 PERFORM 3100-EDITER-REGION
002270                     THRU 3100-EDITER-REGION-EXIT
002278         END-READ
002290     END-PERFORM.
002300     DISPLAY "-----------------------------------".
002310     COMPUTE WS-PORT-MOYEN ROUNDED =
002320         WS-TOTAL-PORT / WS-NB-TOURNEES.
002330     DISPLAY "Livraisons : " WS-NB-TOURNEES
002340         " dont " WS-NB-FRANCO " franco".
002350     DISPLAY "Port HT    : " WS-TOTAL-PORT
002360         " - moyenne par livraison " WS-PORT-MOYEN.
002370     IF WS-NB-ANNULEES > ZERO
002380         DISPLAY "Commandes annulees non comptees : "
002390             WS-NB-ANNULEES
002400     END-IF.
002450 3000-EDITER-SYNTHESE-EXIT.
002460     EXIT.

002470*----------------------------------------------------------------
002480* 3100-EDITER-REGION - THE PORTRAP.TMP RECORD JUST READ
002490*----------------------------------------------------------------
002500 3100-EDITER-REGION.
002510     COMPUTE WS-PORT-MOYEN ROUNDED =
002520         RGN-PORT / RGN-TOURNEES.
002530     DISPLAY "Region " RGN-REGION
002540         " : " RGN-TOURNEES " livraison(s)"
002550         " dont " RGN-FRANCO " franco".
002560     DISPLAY "    port HT " RGN-PORT
002570         " - moyenne par livraison " WS-PORT-MOYEN.
002580 3100-EDITER-REGION-EXIT.
002590     EXIT.
