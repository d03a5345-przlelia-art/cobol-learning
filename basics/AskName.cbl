000139*                 RESOLVES IT ON ELEVES.TXT - UNKNOWN IDS ARE
000141*                 REFUSED - AND THE RETRAIT MODE DROPS BY ID
000142*                 INSTEAD OF BY 12-CHARACTER NAME.
000143* 2026-10-15  LM  A POINTAGE MODE RECORDS WHO CHECKED IN : EACH
000144*                 ARRIVING STUDENT KEYS THEIR ID (CHECK DIGIT
000145*                 VERIFIED, RESOLVED ON ELEVES.TXT), IS GREETED,
000146*                 AND A DATED, TIMED LINE GOES ON PRESENCES.DAT
000147*                 FOR THE ATTENDANCE REPORT (ABSENCES).
000148* 2026-10-15  LM  THE CHECK-IN NOW COUNTS FOR A TIMETABLED
000149*                 SESSION : TODAY'S SESSIONS ARE LOADED FROM
000150*                 SEANCES.DAT (EMPLOITEMPS) AND THE STUDENT'S
000151*                 CLASS'S CURRENT OR NEXT ONE IS RECORDED ON THE
000152*                 PRESENCES.DAT LINE BY ITS START TIME.
000153* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000154*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000155*                 ASKNAME (SEE HABILITATIONS).
000156* 2026-10-15  LM  THE RETRAIT COPIES THE RETAINED NAMES THROUGH
000157*                 THE WORK FILE NOMS.TMP INSTEAD OF A 200-NAME
000158*                 TABLE, SO IT NO LONGER REFUSES A LONG LIST.
000159* 2026-10-15  LM  TODAY'S SESSIONS ARE KEPT ON THE KEYED WORK FILE
000160*                 SEANCJR.TMP (CLASS, START TIME) INSTEAD OF A
000161*                 300-ENTRY TABLE, SO NO SESSION OF THE DAY IS
000162*                 LEFT OUT.
000136*----------------------------------------------------------------

000140 ENVIRONMENT DIVISION.
000196         RECORD KEY IS STU-ID
000197         FILE STATUS IS WS-ELEVES-STATUS.

000198     SELECT PRESENCES-FILE ASSIGN TO "PRESENCES.DAT"
000199         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-PRESENCES-STATUS.

000201     SELECT SEANCES-FILE ASSIGN TO "SEANCES.DAT"
000202         ORGANIZATION IS LINE SEQUENTIAL
000203         FILE STATUS IS WS-SEANCES-STATUS.

000204     SELECT TEMP-FILE ASSIGN TO "NOMS.TMP"
000205         ORGANIZATION IS LINE SEQUENTIAL
000206         FILE STATUS IS WS-TEMP-STATUS.

000207     SELECT SEANCES-JOUR ASSIGN TO "SEANCJR.TMP"
000208         ORGANIZATION IS INDEXED
000209         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS SJR-CLE
000211         FILE STATUS IS WS-SEANCES-JOUR-STATUS.

000200 DATA DIVISION.
000210 FILE SECTION.

000237     COPY "STUDENT-RECORD.cpy"
000238         REPLACING ==STUDENT-RECORD== BY ==WS-LIGNE-ENR==.

000239 FD  PRESENCES-FILE.
000240     COPY "PRESENCE-RECORD.cpy".

000241 FD  SEANCES-FILE.
000242     COPY "SEANCE-RECORD.cpy".

000243*----------------------------------------------------------------
000244* TEMP - THE RETAINED NAMES WHILE A RETRAIT REWRITES NOMS.DAT
000245*----------------------------------------------------------------
000246 FD  TEMP-FILE.
000247 01  TEMP-LIGNE              PIC X(26).

000248*----------------------------------------------------------------
000249* SEANCES DU JOUR - TODAY'S TIMETABLE, ALL CLASSES, BY CLASS AND
000250* START TIME
000251*----------------------------------------------------------------
000252 FD  SEANCES-JOUR.
000253 01  SEANCE-JOUR.
000254     05 SJR-CLE.
000255         10 SJR-CLASSE       PIC X(06).
000256         10 SJR-DEBUT        PIC 9(04).
000257     05 SJR-FIN              PIC 9(04).
000258     05 SJR-MATIERE          PIC X(12).

000240 WORKING-STORAGE SECTION.

000249     COPY "HABILITATION.cpy".

000250 01  WS-NOM                  PIC X(20).

000260 01  WS-MODE                 PIC X(01).
000280     88 MODE-INDIVIDUEL              VALUE "I" "i".
000281     88 MODE-RETRAIT                 VALUE "R" "r".
000282     88 MODE-AJOUT                   VALUE "A" "a".
000283     88 MODE-POINTAGE                VALUE "P" "p".

000283 01  WS-ELEVES-STATUS        PIC X(02).
000284     88 ELEVES-OK                    VALUE "00".

000285 01  WS-PRESENCES-STATUS     PIC X(02).
000286     88 PRESENCES-OK                 VALUE "00".

000287 01  WS-NB-POINTES           PIC 9(04) VALUE ZERO.

000288 01  WS-SEANCES-STATUS       PIC X(02).
000289     88 SEANCES-OK                   VALUE "00".

000290 01  WS-SEANCES-JOUR-STATUS  PIC X(02).
000291     88 SEANCES-JOUR-OK              VALUE "00".

000292*----------------------------------------------------------------
000293* SEANCES DU JOUR - SEA-JOUR 1 = MONDAY; DAY 1 OF THE INTEGER
000294* DATES WAS A MONDAY
000295*----------------------------------------------------------------
000296 01  WS-DATE-JOUR            PIC 9(08).
000297 01  WS-JOUR-SEMAINE         PIC 9(01).
000298 01  WS-HEURE-HHMM           PIC 9(04).
000299 01  WS-NB-SEANCES-JOUR      PIC 9(06) VALUE ZERO.
000300 01  WS-NOM-SEANCES-JOUR     PIC X(40) VALUE "SEANCJR.TMP".

000285 01  WS-STU-ID               PIC X(06).

000286 01  WS-MODE-CLE             PIC X(01).
000291 01  WS-NOMS-STATUS          PIC X(02).
000300     88 NOMS-OK                      VALUE "00".

000301 01  WS-TEMP-STATUS          PIC X(02).
000302     88 TEMP-OK                      VALUE "00".

000303 01  WS-NOM-TEMP             PIC X(40) VALUE "NOMS.TMP".
000304 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000309 01  WS-NB-RETIRES           PIC 9(04) VALUE ZERO.

000312 01  WS-SWITCHES.
000320     05 WS-FIN-NOMS          PIC X(01) VALUE "N".
000330         88 FIN-NOMS                 VALUE "Y".
000331     05 WS-FIN-TEMP          PIC X(01) VALUE "N".
000332         88 FIN-TEMP                 VALUE "Y".
000333     05 WS-FIN-POINTAGE      PIC X(01) VALUE "N".
000334         88 FIN-POINTAGE             VALUE "Y".
000335     05 WS-FIN-SEANCES       PIC X(01) VALUE "N".
000336         88 FIN-SEANCES              VALUE "Y".
000337     05 WS-FIN-SEANCES-JOUR  PIC X(01) VALUE "N".
000338         88 FIN-SEANCES-JOUR         VALUE "Y".
000339     05 WS-SEANCE-RETENUE    PIC X(01) VALUE "N".
000340         88 SEANCE-RETENUE           VALUE "O".
000341     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
000342         88 TRAVAIL-OUVERT           VALUE "O".

000340 PROCEDURE DIVISION.

000360* 0000-MAINLINE
000370*----------------------------------------------------------------
000380 0000-MAINLINE.
000381     MOVE "ASKNAME" TO HAB-PROGRAMME.
000382     CALL "HABILITER" USING HAB-ZONE.
000383     IF NOT HAB-AUTORISE
000384         GOBACK
000385     END-IF.
000390     DISPLAY "Bienvenue cher COBOListe".
000396     DISPLAY "Individuel (I), fichier (F), ajout (A),"
000402         " retrait (R) ou pointage (P) ? ".
000410     ACCEPT WS-MODE.
000420     IF MODE-FICHIER
000430         PERFORM 2000-TRAITER-FICHIER
000456                 PERFORM 5000-AJOUTER-NOM
000457                     THRU 5000-AJOUTER-NOM-EXIT
000458             ELSE
000459                 IF MODE-POINTAGE
000460                     PERFORM 6000-POINTER-ARRIVEES
000461                         THRU 6000-POINTER-ARRIVEES-EXIT
000462                 ELSE
000463                     PERFORM 1000-TRAITER-UN-NOM
000464                         THRU 1000-TRAITER-UN-NOM-EXIT
000465                 END-IF
000471             END-IF
000475         END-IF
000480     END-IF.
000890     EXIT.

000900*----------------------------------------------------------------
000906* 4000-RETIRER-NOM - DROP ONE NAME OUT OF NOMS.DAT FOR GOOD : THE
000912* RETAINED NAMES GO TO TEMP, TEMP IS COPIED BACK ONLY WHEN THE ID
000918* WAS FOUND
000920*----------------------------------------------------------------
000930 4000-RETIRER-NOM.
000940     DISPLAY "Numero d'eleve a retirer de la liste ? ".
000957         DISPLAY "Cle de controle invalide : " WS-STU-ID
000958         GO TO 4000-RETIRER-NOM-EXIT
000959     END-IF.
000970     MOVE ZERO TO WS-NB-RETIRES.
000980     OPEN INPUT NOMS-FILE.
000990     IF NOT NOMS-OK
001002             WS-MESSAGE-STATUT
001004         DISPLAY "NOMS.DAT : "
001006             FUNCTION TRIM(WS-MESSAGE-STATUT)
001016         GO TO 4000-RETIRER-NOM-EXIT
001026     END-IF.
001036     OPEN OUTPUT TEMP-FILE.
001046     PERFORM UNTIL FIN-NOMS
001056         READ NOMS-FILE
001066             AT END SET FIN-NOMS TO TRUE
001076             NOT AT END
001086                 IF NOM-STU-ID = WS-STU-ID
001096                     ADD 1 TO WS-NB-RETIRES
001106                 ELSE
001116                     MOVE NOMS-RECORD TO TEMP-LIGNE
001126                     WRITE TEMP-LIGNE
001136                 END-IF
001146         END-READ
001156     END-PERFORM.
001166     CLOSE NOMS-FILE TEMP-FILE.
001176     IF WS-NB-RETIRES = ZERO
001186         DISPLAY "Numero absent de la liste : "
001196             WS-STU-ID
001206     ELSE
001216         PERFORM 4100-RECOPIER-TEMP
001226             THRU 4100-RECOPIER-TEMP-EXIT
001236         DISPLAY "Inscription retiree avec succes : "
001246             WS-STU-ID
001300     END-IF.
001303     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
001306         RETURNING WS-RETOUR-SUPPRESSION.
001310 4000-RETIRER-NOM-EXIT.
001320     EXIT.

001321*----------------------------------------------------------------
001322* 4100-RECOPIER-TEMP - TEMP BACK OVER NOMS.DAT
001323*----------------------------------------------------------------
001324 4100-RECOPIER-TEMP.
001325     MOVE "N" TO WS-FIN-TEMP.
001326     OPEN INPUT TEMP-FILE.
001327     OPEN OUTPUT NOMS-FILE.
001328     PERFORM UNTIL FIN-TEMP
001329         READ TEMP-FILE
001330             AT END SET FIN-TEMP TO TRUE
001331             NOT AT END
001332                 MOVE TEMP-LIGNE TO NOMS-RECORD
001333                 WRITE NOMS-RECORD
001334         END-READ
001335     END-PERFORM.
001336     CLOSE TEMP-FILE NOMS-FILE.
001337 4100-RECOPIER-TEMP-EXIT.
001338     EXIT.

001330*----------------------------------------------------------------
001340* 5000-AJOUTER-NOM - SIGN-UP BY STU-ID, RESOLVED ON THE ROSTER
001350* AT CAPTURE; UNKNOWN IDS ARE REFUSED
001740         FUNCTION TRIM(WS-NOM).
001750 5000-AJOUTER-NOM-EXIT.
001760     EXIT.

001770*----------------------------------------------------------------
001780* 6000-POINTER-ARRIVEES - EACH ARRIVING STUDENT KEYS THEIR ID, IS
001790* GREETED AND RECORDED ON PRESENCES.DAT WITH THE DATE AND TIME
001800*----------------------------------------------------------------
001810 6000-POINTER-ARRIVEES.
001820     OPEN INPUT ELEVES-FILE.
001830     IF NOT ELEVES-OK
001840         CALL "FICHSTAT" USING WS-ELEVES-STATUS
001850             WS-MESSAGE-STATUT
001860         DISPLAY "eleves.txt : "
001870             FUNCTION TRIM(WS-MESSAGE-STATUT)
001880         GO TO 6000-POINTER-ARRIVEES-EXIT
001890     END-IF.
001900     OPEN EXTEND PRESENCES-FILE.
001910     IF NOT PRESENCES-OK
001920         CLOSE PRESENCES-FILE
001930         OPEN OUTPUT PRESENCES-FILE
001940     END-IF.
001950     PERFORM 6050-CHARGER-SEANCES
001960         THRU 6050-CHARGER-SEANCES-EXIT.
001970     PERFORM UNTIL FIN-POINTAGE
001980         DISPLAY "Numero d'eleve (vide pour terminer) : "
001990         MOVE SPACES TO WS-STU-ID
002000         ACCEPT WS-STU-ID
002010         IF WS-STU-ID = SPACES
002020             SET FIN-POINTAGE TO TRUE
002030         ELSE
002040             PERFORM 6100-POINTER-UN-ELEVE
002050                 THRU 6100-POINTER-UN-ELEVE-EXIT
002060         END-IF
002070     END-PERFORM.
002080     CLOSE PRESENCES-FILE.
002090     CLOSE ELEVES-FILE.
002091     IF TRAVAIL-OUVERT
002092         CLOSE SEANCES-JOUR
002093         CALL "CBL_DELETE_FILE" USING WS-NOM-SEANCES-JOUR
002094             RETURNING WS-RETOUR-SUPPRESSION
002095     END-IF.
002100     DISPLAY "Arrivees enregistrees : " WS-NB-POINTES.
002110 6000-POINTER-ARRIVEES-EXIT.
002120     EXIT.

002130*----------------------------------------------------------------
002140* 6050-CHARGER-SEANCES - TODAY'S SESSIONS TO SEANCJR.TMP; NO
002150* TIMETABLE MEANS EVERY CHECK-IN COUNTS FOR THE WHOLE DAY
002160*----------------------------------------------------------------
002170 6050-CHARGER-SEANCES.
002180     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002190     COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
002200         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 1, 7) + 1.
002210     OPEN INPUT SEANCES-FILE.
002220     IF NOT SEANCES-OK
002230         GO TO 6050-CHARGER-SEANCES-EXIT
002231     END-IF.
002232     OPEN OUTPUT SEANCES-JOUR.
002233     IF NOT SEANCES-JOUR-OK
002234         CALL "FICHSTAT" USING WS-SEANCES-JOUR-STATUS
002235             WS-MESSAGE-STATUT
002236         DISPLAY "SEANCJR.TMP : "
002237             FUNCTION TRIM(WS-MESSAGE-STATUT)
002238         CLOSE SEANCES-FILE
002239         GO TO 6050-CHARGER-SEANCES-EXIT
002240     END-IF.
002242     CLOSE SEANCES-JOUR.
002244     OPEN I-O SEANCES-JOUR.
002246     SET TRAVAIL-OUVERT TO TRUE.
002250     PERFORM UNTIL FIN-SEANCES
002260         READ SEANCES-FILE
002270             AT END SET FIN-SEANCES TO TRUE
002280             NOT AT END
002290                 IF SEA-JOUR = WS-JOUR-SEMAINE
002300                     ADD 1 TO WS-NB-SEANCES-JOUR
002310                     MOVE SEA-CLASSE  TO SJR-CLASSE
002320                     MOVE SEA-DEBUT   TO SJR-DEBUT
002330                     MOVE SEA-FIN     TO SJR-FIN
002340                     MOVE SEA-MATIERE TO SJR-MATIERE
002350                     WRITE SEANCE-JOUR
002360                         INVALID KEY CONTINUE
002370                     END-WRITE
002440                 END-IF
002450         END-READ
002460     END-PERFORM.
002470     CLOSE SEANCES-FILE.
002480 6050-CHARGER-SEANCES-EXIT.
002490     EXIT.

002500*----------------------------------------------------------------
002510* 6100-POINTER-UN-ELEVE
002520*----------------------------------------------------------------
002530 6100-POINTER-UN-ELEVE.
002540     MOVE "V" TO WS-MODE-CLE.
002550     CALL "ELEVECLE" USING WS-MODE-CLE WS-STU-ID
002560         WS-VERDICT-CLE.
002570     IF NOT CLE-VALIDE
002580         DISPLAY "Cle de controle invalide : " WS-STU-ID
002590         GO TO 6100-POINTER-UN-ELEVE-EXIT
002600     END-IF.
002610     MOVE WS-STU-ID TO STU-ID.
002620     READ ELEVES-FILE
002630         INVALID KEY
002640             DISPLAY "Numero d'eleve inconnu : " WS-STU-ID
002650             GO TO 6100-POINTER-UN-ELEVE-EXIT
002660     END-READ.
002670     MOVE STU-NOM TO WS-NOM.
002680     PERFORM 3000-SALUER
002690         THRU 3000-SALUER-EXIT.
002700     ACCEPT PRS-DATE FROM DATE YYYYMMDD.
002710     ACCEPT PRS-HEURE FROM TIME.
002720     MOVE WS-STU-ID TO PRS-STU-ID.
002730     PERFORM 6200-TROUVER-SEANCE
002740         THRU 6200-TROUVER-SEANCE-EXIT.
002750     WRITE PRESENCE-RECORD.
002760     ADD 1 TO WS-NB-POINTES.
002770 6100-POINTER-UN-ELEVE-EXIT.
002780     EXIT.

002790*----------------------------------------------------------------
002800* 6200-TROUVER-SEANCE - THE EARLIEST SESSION OF THE STUDENT'S
002810* CLASS NOT YET OVER : A LATE ARRIVAL COUNTS FOR THE SESSION
002820* UNDER WAY, AN EARLY ONE FOR THE NEXT
002830*----------------------------------------------------------------
002840 6200-TROUVER-SEANCE.
002850     MOVE ZERO TO PRS-SEA-DEBUT.
002854     MOVE "N" TO WS-SEANCE-RETENUE.
002858     IF NOT TRAVAIL-OUVERT
002862         GO TO 6200-TROUVER-SEANCE-EXIT
002866     END-IF.
002870     COMPUTE WS-HEURE-HHMM = PRS-HEURE / 10000.
002876     MOVE "N" TO WS-FIN-SEANCES-JOUR.
002882     MOVE STU-CLASSE TO SJR-CLASSE.
002888     MOVE ZERO TO SJR-DEBUT.
002894     START SEANCES-JOUR KEY IS NOT LESS THAN SJR-CLE
002900         INVALID KEY SET FIN-SEANCES-JOUR TO TRUE
002906     END-START.
002912     PERFORM UNTIL FIN-SEANCES-JOUR OR SEANCE-RETENUE
002918         READ SEANCES-JOUR NEXT RECORD
002924             AT END SET FIN-SEANCES-JOUR TO TRUE
002930             NOT AT END
002936                 IF SJR-CLASSE NOT = STU-CLASSE
002942                     SET FIN-SEANCES-JOUR TO TRUE
002948                 ELSE
002954                     IF SJR-FIN > WS-HEURE-HHMM
002960                         SET SEANCE-RETENUE TO TRUE
002966                     END-IF
002980                 END-IF
002990         END-READ
003010     END-PERFORM.
003020     IF NOT SEANCE-RETENUE
003030         IF WS-NB-SEANCES-JOUR > ZERO
003040             DISPLAY "Aucune seance restante aujourd'hui pour la"
003050                 " classe " STU-CLASSE
003060         END-IF
003070         GO TO 6200-TROUVER-SEANCE-EXIT
003080     END-IF.
003090     MOVE SJR-DEBUT TO PRS-SEA-DEBUT.
003100     DISPLAY "Seance : "
003110         FUNCTION TRIM(SJR-MATIERE)
003120         " a " PRS-SEA-DEBUT.
003130 6200-TROUVER-SEANCE-EXIT.
003140     EXIT.
