000131* 2026-08-21  LM  PRINT THE REST OF THE RANKED TALLY AFTER THE
000132*                 TOP-10 BLOCK - A CITY RANKED 11TH WITH A REAL
000133*                 COUNT WAS NO LONGER VISIBLE ANYWHERE.
000134* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000135*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000136*                 VILLERAPPORT (SEE HABILITATIONS).
000137* 2026-10-15  LM  NO MORE 50-CITY AND 50-REGION TABLES, WHICH
000138*                 DROPPED EVERY CITY PAST THE 50TH UNANNOUNCED :
000139*                 THE CAPTURES ARE SORTED BY CITY THROUGH
000140*                 TRI-SAISIES AND COUNTED ONTO THE KEYED WORK
000141*                 FILE VILLTALL.TMP, THE TALLY IS RANKED THROUGH
000142*                 TRI-FREQUENCES, AND THE REGIONS ARE ADDED UP
000143*                 ON VILLREG.TMP AND PRINTED THROUGH TRI-REGIONS
000144*                 IN THE ORDER THEY FIRST APPEAR IN THE RANKING.
000145*                 CITIES WITH THE SAME COUNT KEEP THE ORDER IN
000146*                 WHICH THEY WERE FIRST ENTERED.
000134*----------------------------------------------------------------

000135 ENVIRONMENT DIVISION.
000182             WITH DUPLICATES
000188         FILE STATUS IS WS-VILLES-STATUS.

000189     SELECT TALLY-FILE ASSIGN TO "VILLTALL.TMP"
000190         ORGANIZATION IS INDEXED
000191         ACCESS MODE IS DYNAMIC
000192         RECORD KEY IS TAL-VILLE
000193         FILE STATUS IS WS-TALLY-STATUS.

000194     SELECT REGIONS-FILE ASSIGN TO "VILLREG.TMP"
000195         ORGANIZATION IS INDEXED
000196         ACCESS MODE IS DYNAMIC
000197         RECORD KEY IS RGN-CODE
000198         FILE STATUS IS WS-REGIONS-STATUS.

000199     SELECT TRI-SAISIES ASSIGN TO "VILLSAI.SRT".

000200     SELECT TRI-FREQUENCES ASSIGN TO "VILLFREQ.SRT".

000201     SELECT TRI-REGIONS ASSIGN TO "VILLREG.SRT".

000190 DATA DIVISION.
000200 FILE SECTION.

000225 FD  VILLES-FILE.
000226     COPY "VILLE-RECORD.cpy".

000227*----------------------------------------------------------------
000228* TALLY - WORK FILE, ONE LINE PER CITY ENTERED IN THE PERIOD WITH
000229* ITS COUNT AND THE POSITION OF ITS FIRST CAPTURE
000230*----------------------------------------------------------------
000231 FD  TALLY-FILE.
000232 01  TALLY-RECORD.
000233     05 TAL-VILLE             PIC X(20).
000234     05 TAL-COMPTE            PIC 9(04).
000235     05 TAL-PREMIER           PIC 9(07).

000236*----------------------------------------------------------------
000237* REGIONS - WORK FILE, ONE LINE PER REGION WITH ITS SUBTOTAL AND
000238* THE RANK OF ITS FIRST CITY IN THE TALLY
000239*----------------------------------------------------------------
000240 FD  REGIONS-FILE.
000241 01  REGION-RECORD.
000242     05 RGN-CODE              PIC X(03).
000243     05 RGN-RANG              PIC 9(04).
000244     05 RGN-COMPTE            PIC 9(04).

000245*----------------------------------------------------------------
000246* TRI-SAISIES - SORT WORK FILE BRINGING THE CAPTURES OF ONE CITY
000247* TOGETHER, IN CAPTURE ORDER
000248*----------------------------------------------------------------
000249 SD  TRI-SAISIES.
000250 01  TRI-SAISIE.
000251     05 TRI-SAI-VILLE         PIC X(20).
000252     05 TRI-SAI-ORDRE         PIC 9(07).

000253*----------------------------------------------------------------
000254* TRI-FREQUENCES - SORT WORK FILE FOR THE RANKING : COUNT
000255* DOWNWARDS, THEN ORDER OF FIRST CAPTURE
000256*----------------------------------------------------------------
000257 SD  TRI-FREQUENCES.
000258 01  TRI-FREQUENCE.
000259     05 TRI-FRQ-COMPTE        PIC 9(04).
000260     05 TRI-FRQ-PREMIER       PIC 9(07).
000261     05 TRI-FRQ-VILLE         PIC X(20).

000262*----------------------------------------------------------------
000263* TRI-REGIONS - SORT WORK FILE FOR THE SUBTOTALS, IN THE ORDER
000264* THE REGIONS FIRST APPEAR IN THE RANKING (LAYOUT OF REGIONS)
000265*----------------------------------------------------------------
000266 SD  TRI-REGIONS.
000267 01  TRI-REGION.
000268     05 TRI-RGN-CODE          PIC X(03).
000269     05 TRI-RGN-RANG          PIC 9(04).
000270     05 TRI-RGN-COMPTE        PIC 9(04).

000230 WORKING-STORAGE SECTION.

000232     COPY "HABILITATION.cpy".

000235 01  WS-DATE-DEBUT             PIC 9(08) VALUE ZERO.

000236 01  WS-DATE-FIN               PIC 9(08) VALUE 99999999.
000260 01  WS-SWITCHES.
000270     05 WS-FIN-SAISIES        PIC X(01) VALUE "N".
000280         88 FIN-SAISIES               VALUE "Y".
000286     05 WS-FIN-TRI            PIC X(01) VALUE "N".
000292         88 FIN-TRI                   VALUE "Y".
000298     05 WS-FIN-TALLY          PIC X(01) VALUE "N".
000304         88 FIN-TALLY                 VALUE "Y".
000310     05 WS-VILLE-EN-COURS     PIC X(01) VALUE "N".
000316         88 VILLE-EN-COURS            VALUE "O".
000322     05 WS-TRAVAIL-OUVERT     PIC X(01) VALUE "N".
000328         88 TRAVAIL-OUVERT            VALUE "O".
000334     05 WS-VILLES-LUES        PIC X(01) VALUE "N".
000340         88 VILLES-LUES               VALUE "O".

000346 01  WS-NB-VILLES             PIC 9(04) VALUE ZERO.

000352 01  WS-NB-SAISIES            PIC 9(07) VALUE ZERO.

000365 01  WS-TOP-MAX                PIC 9(02).

000366 01  WS-POSITION               PIC 9(04).
000367 01  FILLER REDEFINES WS-POSITION.
000368     05 FILLER                 PIC X(02).
000369     05 WS-POSITION-COURTE     PIC 9(02).

000373 01  WS-VILLES-STATUS          PIC X(02).
000374     88 VILLES-OK                      VALUE "00".
000378 01  WS-FIN-VILLES             PIC X(01).
000379     88 FIN-VILLES                     VALUE "Y".

000380 01  WS-NB-SANS-SAISIE         PIC 9(04).

000382 01  WS-REGION-COURANTE        PIC X(03).

000383 01  WS-TALLY-STATUS           PIC X(02).
000384     88 TALLY-OK                       VALUE "00".

000385 01  WS-REGIONS-STATUS         PIC X(02).
000386     88 REGIONS-OK                     VALUE "00".

000387 01  WS-NOM-TALLY              PIC X(40) VALUE "VILLTALL.TMP".
000388 01  WS-NOM-REGIONS            PIC X(40) VALUE "VILLREG.TMP".
000389 01  WS-RETOUR-SUPPRESSION     PIC S9(09) COMP-5.
000390 01  WS-MESSAGE-STATUT         PIC X(40).

000387 PROCEDURE DIVISION.

000390* 0000-MAINLINE
000400*----------------------------------------------------------------
000410 0000-MAINLINE.
000411     MOVE "VILLERAPPORT" TO HAB-PROGRAMME.
000412     CALL "HABILITER" USING HAB-ZONE.
000413     IF NOT HAB-AUTORISE
000414         GOBACK
000415     END-IF.
000415     PERFORM 0500-SAISIR-PERIODE
000416         THRU 0500-SAISIR-PERIODE-EXIT.
000417     PERFORM 0600-OUVRIR-TRAVAIL
000418         THRU 0600-OUVRIR-TRAVAIL-EXIT.
000419     IF NOT TRAVAIL-OUVERT
000420         STOP RUN
000421     END-IF.
000422     SORT TRI-SAISIES
000423         ON ASCENDING KEY TRI-SAI-VILLE
000424         WITH DUPLICATES IN ORDER
000425         INPUT PROCEDURE IS 1000-DEPOUILLER-SAISIES
000426             THRU 1000-DEPOUILLER-SAISIES-EXIT
000427         OUTPUT PROCEDURE IS 1500-CUMULER-VILLES
000428             THRU 1500-CUMULER-VILLES-EXIT.
000429     SORT TRI-FREQUENCES
000430         ON DESCENDING KEY TRI-FRQ-COMPTE
000431         ON ASCENDING KEY TRI-FRQ-PREMIER
000432         INPUT PROCEDURE IS 1600-RETENIR-VILLES
000433             THRU 1600-RETENIR-VILLES-EXIT
000434         OUTPUT PROCEDURE IS 2000-EDITER-RAPPORT
000435             THRU 2000-EDITER-RAPPORT-EXIT.
000451     PERFORM 2500-EDITER-VILLES-SANS-SAISIE
000452         THRU 2500-EDITER-VILLES-SANS-SAISIE-EXIT.
000453     PERFORM 3000-EDITER-REGIONS
000454         THRU 3000-EDITER-REGIONS-EXIT.
000455     CLOSE TALLY-FILE.
000456     CALL "CBL_DELETE_FILE" USING WS-NOM-TALLY
000457         RETURNING WS-RETOUR-SUPPRESSION.
000458     CALL "CBL_DELETE_FILE" USING WS-NOM-REGIONS
000459         RETURNING WS-RETOUR-SUPPRESSION.
000460     STOP RUN.

000462*----------------------------------------------------------------
000477     EXIT.

000478*----------------------------------------------------------------
000479* 0600-OUVRIR-TRAVAIL - THE TALLY IS WRITTEN IN CITY ORDER; THE
000480* REGIONS ARE ADDED UP IN PLACE, SO CREATED THEN REOPENED I-O
000481*----------------------------------------------------------------
000482 0600-OUVRIR-TRAVAIL.
000483     OPEN OUTPUT TALLY-FILE.
000484     IF NOT TALLY-OK
000485         CALL "FICHSTAT" USING WS-TALLY-STATUS WS-MESSAGE-STATUT
000486         DISPLAY "VILLTALL.TMP : "
000487             FUNCTION TRIM(WS-MESSAGE-STATUT)
000488         GO TO 0600-OUVRIR-TRAVAIL-EXIT
000489     END-IF.
000490     OPEN OUTPUT REGIONS-FILE.
000491     IF NOT REGIONS-OK
000492         CALL "FICHSTAT" USING WS-REGIONS-STATUS WS-MESSAGE-STATUT
000493         DISPLAY "VILLREG.TMP : "
000494             FUNCTION TRIM(WS-MESSAGE-STATUT)
000495         CLOSE TALLY-FILE
000496         GO TO 0600-OUVRIR-TRAVAIL-EXIT
000497     END-IF.
000498     CLOSE REGIONS-FILE.
000499     OPEN I-O REGIONS-FILE.
000500     SET TRAVAIL-OUVERT TO TRUE.
000501 0600-OUVRIR-TRAVAIL-EXIT.
000502     EXIT.

000503*----------------------------------------------------------------
000504* 1000-DEPOUILLER-SAISIES - SORT INPUT : EACH CITY SEEN IN THE LOG
000490*----------------------------------------------------------------
000500 1000-DEPOUILLER-SAISIES.
000510     OPEN INPUT VILLES-SAISIES-FILE.
000584                       OR (VILLE-SAISIE-DATE-X NOT = SPACES
000585                         AND VILLE-SAISIE-DATE >= WS-DATE-DEBUT
000586                         AND VILLE-SAISIE-DATE <= WS-DATE-FIN)
000592                         PERFORM 1100-RETENIR-UNE-SAISIE
000598                             THRU 1100-RETENIR-UNE-SAISIE-EXIT
000605                     END-IF
000610             END-READ
000620         END-PERFORM
000660     EXIT.

000670*----------------------------------------------------------------
000680* 1100-RETENIR-UNE-SAISIE - ONE CAPTURE, NUMBERED IN LOG ORDER
000690*----------------------------------------------------------------
000697 1100-RETENIR-UNE-SAISIE.
000704     ADD 1 TO WS-NB-SAISIES.
000711     MOVE VILLE-SAISIE-NOM TO TRI-SAI-VILLE.
000718     MOVE WS-NB-SAISIES    TO TRI-SAI-ORDRE.
000725     RELEASE TRI-SAISIE.
000732 1100-RETENIR-UNE-SAISIE-EXIT.
000739     EXIT.

000746*----------------------------------------------------------------
000753* 1500-CUMULER-VILLES - SORT OUTPUT : ONE TALLY LINE PER CITY
000760*----------------------------------------------------------------
000767 1500-CUMULER-VILLES.
000774     MOVE "N" TO WS-FIN-TRI.
000781     PERFORM 1510-CUMULER-UNE-SAISIE
000788         THRU 1510-CUMULER-UNE-SAISIE-EXIT
000795         UNTIL FIN-TRI.
000802     IF VILLE-EN-COURS
000809         PERFORM 1520-ECRIRE-VILLE
000816             THRU 1520-ECRIRE-VILLE-EXIT
000840     END-IF.
000850 1500-CUMULER-VILLES-EXIT.
000860     EXIT.

000865*----------------------------------------------------------------
000870* 1510-CUMULER-UNE-SAISIE - A NEW CITY CLOSES THE ONE BEFORE
000875*----------------------------------------------------------------
000876 1510-CUMULER-UNE-SAISIE.
000877     RETURN TRI-SAISIES
000878         AT END
000879             SET FIN-TRI TO TRUE
000880             GO TO 1510-CUMULER-UNE-SAISIE-EXIT
000881     END-RETURN.
000882     IF VILLE-EN-COURS
000883         AND TRI-SAI-VILLE NOT = TAL-VILLE
000884         PERFORM 1520-ECRIRE-VILLE
000885             THRU 1520-ECRIRE-VILLE-EXIT
000886     END-IF.
000887     IF NOT VILLE-EN-COURS
000888         MOVE TRI-SAI-VILLE TO TAL-VILLE
000889         MOVE ZERO          TO TAL-COMPTE
000890         MOVE TRI-SAI-ORDRE TO TAL-PREMIER
000891         SET VILLE-EN-COURS TO TRUE
000892     END-IF.
000893     ADD 1 TO TAL-COMPTE.
000894 1510-CUMULER-UNE-SAISIE-EXIT.
000895     EXIT.

000896*----------------------------------------------------------------
000897* 1520-ECRIRE-VILLE
000898*----------------------------------------------------------------
000899 1520-ECRIRE-VILLE.
000900     MOVE "N" TO WS-VILLE-EN-COURS.
000901     ADD 1 TO WS-NB-VILLES.
000902     WRITE TALLY-RECORD
000903         INVALID KEY CONTINUE
000904     END-WRITE.
000905 1520-ECRIRE-VILLE-EXIT.
000906     EXIT.

000907*----------------------------------------------------------------
000908* 1600-RETENIR-VILLES - SORT INPUT : THE WHOLE TALLY. IT STAYS
000909* OPEN FOR THE LIST OF CITIES WITHOUT A CAPTURE
000910*----------------------------------------------------------------
000911 1600-RETENIR-VILLES.
000912     CLOSE TALLY-FILE.
000913     OPEN INPUT TALLY-FILE.
000914     PERFORM UNTIL FIN-TALLY
000915         READ TALLY-FILE NEXT RECORD
000916             AT END SET FIN-TALLY TO TRUE
000917             NOT AT END
000918                 MOVE TAL-COMPTE  TO TRI-FRQ-COMPTE
000919                 MOVE TAL-PREMIER TO TRI-FRQ-PREMIER
000920                 MOVE TAL-VILLE   TO TRI-FRQ-VILLE
000921                 RELEASE TRI-FREQUENCE
000922         END-READ
000920     END-PERFORM.
000925 1600-RETENIR-VILLES-EXIT.
000930     EXIT.

000935*----------------------------------------------------------------
000945* 2000-EDITER-RAPPORT - SORT OUTPUT : THE RANKED TALLY, TOP 10
000955* FIRST, THE REST AFTER. EACH CITY'S COUNT GOES ONTO ITS REGION
001058*----------------------------------------------------------------
001059 2000-EDITER-RAPPORT.
001060     IF WS-NB-VILLES < 10
001066         WS-TOP-MAX.
001067     DISPLAY "--------------------------------".
001068     MOVE ZERO TO WS-POSITION.
001069     OPEN INPUT VILLES-FILE.
001070     IF VILLES-OK
001071         SET VILLES-LUES TO TRUE
001072     END-IF.
001073     MOVE "N" TO WS-FIN-TRI.
001074     PERFORM 2100-EDITER-UNE-VILLE
001075         THRU 2100-EDITER-UNE-VILLE-EXIT
001076         UNTIL FIN-TRI.
001077     IF VILLES-LUES
001078         CLOSE VILLES-FILE
001086     END-IF.
001087 2000-EDITER-RAPPORT-EXIT.
001088     EXIT.

001089*----------------------------------------------------------------
001090* 2100-EDITER-UNE-VILLE - THE RANK KEEPS TWO DIGITS UP TO 99
001091*----------------------------------------------------------------
001092 2100-EDITER-UNE-VILLE.
001093     RETURN TRI-FREQUENCES
001094         AT END
001095             SET FIN-TRI TO TRUE
001096             GO TO 2100-EDITER-UNE-VILLE-EXIT
001097     END-RETURN.
001098     ADD 1 TO WS-POSITION.
001099     IF WS-POSITION = WS-TOP-MAX + 1
001100         DISPLAY "Autres villes"
001101         DISPLAY "-------------"
001102     END-IF.
001103     IF WS-POSITION < 100
001104         DISPLAY WS-POSITION-COURTE ". "
001105             FUNCTION TRIM(TRI-FRQ-VILLE)
001106             " : " TRI-FRQ-COMPTE
001107     ELSE
001108         DISPLAY WS-POSITION ". "
001109             FUNCTION TRIM(TRI-FRQ-VILLE)
001110             " : " TRI-FRQ-COMPTE
001111     END-IF.
001112     IF VILLES-LUES
001113         PERFORM 3100-CUMULER-UNE-REGION
001114             THRU 3100-CUMULER-UNE-REGION-EXIT
001115     END-IF.
001116 2100-EDITER-UNE-VILLE-EXIT.
001117     EXIT.

001089*----------------------------------------------------------------
001090* 2500-EDITER-VILLES-SANS-SAISIE - REFERENCE CITIES ABSENT FROM
001091* THE TALLY, LISTED WITH A ZERO COUNT
001120* 2600-CONTROLER-UNE-VILLE - ZERO LINE IF ABSENT FROM THE TALLY
001121*----------------------------------------------------------------
001122 2600-CONTROLER-UNE-VILLE.
001123     MOVE VILLE-NOM TO TAL-VILLE.
001124     READ TALLY-FILE
001125         INVALID KEY
001126             ADD 1 TO WS-NB-SANS-SAISIE
001127             DISPLAY FUNCTION TRIM(VILLE-NOM) " : 0000"
001128     END-READ.
001134 2600-CONTROLER-UNE-VILLE-EXIT.
001135     EXIT.

001138* 10) UP BY THE REGION CODE CARRIED ON VILLES.DAT
001139*----------------------------------------------------------------
001140 3000-EDITER-REGIONS.
001141     CLOSE REGIONS-FILE.
001141     OPEN INPUT VILLES-FILE.
001142     IF NOT VILLES-OK
001143         DISPLAY "Fichier de reference absent : VILLES.DAT - "
001144             "pas de sous-totaux par region"
001145     ELSE
001151         CLOSE VILLES-FILE
001152         DISPLAY " "
001153         DISPLAY "Sous-totaux par region"
001154         DISPLAY "----------------------"
001158         SORT TRI-REGIONS
001162             ON ASCENDING KEY TRI-RGN-RANG
001166             USING REGIONS-FILE
001170             OUTPUT PROCEDURE IS 3200-EDITER-REGION
001174                 THRU 3200-EDITER-REGION-EXIT
001180     END-IF.
001185 3000-EDITER-REGIONS-EXIT.
001190     EXIT.
001205* ITS COUNT TO THAT REGION'S SUBTOTAL
001210*----------------------------------------------------------------
001215 3100-CUMULER-UNE-REGION.
001220     MOVE TRI-FRQ-VILLE TO VILLE-NOM.
001225     READ VILLES-FILE
001230         INVALID KEY
001235             MOVE "???" TO WS-REGION-COURANTE
001240         NOT INVALID KEY
001245             MOVE VILLE-REGION TO WS-REGION-COURANTE
001250     END-READ.
001255     MOVE WS-REGION-COURANTE TO RGN-CODE.
001260     READ REGIONS-FILE
001265         INVALID KEY
001270             MOVE WS-REGION-COURANTE TO RGN-CODE
001275             MOVE WS-POSITION        TO RGN-RANG
001280             MOVE TRI-FRQ-COMPTE     TO RGN-COMPTE
001285             WRITE REGION-RECORD
001290                 INVALID KEY CONTINUE
001295             END-WRITE
001300         NOT INVALID KEY
001305             ADD TRI-FRQ-COMPTE TO RGN-COMPTE
001310             REWRITE REGION-RECORD
001315                 INVALID KEY CONTINUE
001320             END-REWRITE
001325     END-READ.
001335 3100-CUMULER-UNE-REGION-EXIT.
001340     EXIT.

001350*----------------------------------------------------------------
001360* 3200-EDITER-REGION - SORT OUTPUT : ONE SUBTOTAL LINE PER REGION
001370*----------------------------------------------------------------
001380 3200-EDITER-REGION.
001390     MOVE "N" TO WS-FIN-TRI.
001400     PERFORM UNTIL FIN-TRI
001410         RETURN TRI-REGIONS
001420             AT END SET FIN-TRI TO TRUE
001430             NOT AT END
001440                 DISPLAY TRI-RGN-CODE " : "
001450                     TRI-RGN-COMPTE " saisies"
001460         END-RETURN
001470     END-PERFORM.
001480 3200-EDITER-REGION-EXIT.
001490     EXIT.
