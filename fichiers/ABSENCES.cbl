000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ABSENCES.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. TURNS THE ASKNAME CHECK-INS ON
000110*                 PRESENCES.DAT INTO A WEEKLY (H) OR TERM (T)
000120*                 ABSENTEEISM REPORT PER CLASS : A CLASS HELD A
000130*                 SESSION ON EVERY DAY ONE OF ITS STUDENTS CHECKED
000140*                 IN, AND EACH STUDENT OF THE CLASS IS PRESENT OR
000150*                 ABSENT FOR IT - JUSTIFIED WHEN A NOTE CAPTURED
000160*                 HERE (J) ON JUSTIFS.DAT COVERS THE DAY. A
000170*                 STUDENT WHOSE ABSENCE RATE IS ABOVE THE
000180*                 THRESHOLD ON ABSCFG.DAT (P) IS FLAGGED AND GETS
000190*                 A LETTER TO THE FAMILY ON LETTRESABS.DAT.
000191* 2026-10-15  LM  COUNT BY TIMETABLED SESSION : A CHECK-IN NOW
000192*                 CARRIES THE START TIME OF ITS SESSION, AND A
000193*                 CLASS HOLDS ONE SESSION PER START TIME CHECKED
000194*                 IN FOR THAT DAY (A CHECK-IN WITHOUT ONE STILL
000195*                 COUNTS FOR THE WHOLE DAY).
000196* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000197*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000198*                 ABSENCES (SEE HABILITATIONS).
000199* 2026-10-15  LM  THE ROSTER, THE CLASSES, THE DAY'S SESSIONS AND
000200*                 CHECK-INS AND THE NOTES ARE KEPT ON THE KEYED
000201*                 WORK FILES ABSELV.TMP, ABSSEA.TMP, ABSPTG.TMP
000202*                 AND ABSJUS.TMP INSTEAD OF FIXED TABLES, SO NO
000203*                 STUDENT, CLASS, SESSION OR NOTE IS LEFT OUT OF
000204*                 THE REPORT.
000200*----------------------------------------------------------------

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.

000240     SELECT ELEVES-FILE ASSIGN TO "eleves.txt"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS STU-ID
000280         FILE STATUS IS WS-ELEVES-STATUS.

000290     SELECT PRESENCES-FILE ASSIGN TO "PRESENCES.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PRESENCES-STATUS.

000320     SELECT JUSTIFS-FILE ASSIGN TO "JUSTIFS.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-JUSTIFS-STATUS.

000350     SELECT CONFIG-FILE ASSIGN TO "ABSCFG.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CONFIG-STATUS.

000380     SELECT LETTRES-FILE ASSIGN TO "LETTRESABS.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-LETTRES-STATUS.

000401     SELECT ELEVES-TRAVAIL ASSIGN TO "ABSELV.TMP"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS AET-CLE
000405         FILE STATUS IS WS-TRAVAIL-STATUS.

000406     SELECT SEANCES-TRAVAIL ASSIGN TO "ABSSEA.TMP"
000407         ORGANIZATION IS INDEXED
000408         ACCESS MODE IS DYNAMIC
000409         RECORD KEY IS AST-CLE
000410         FILE STATUS IS WS-TRAVAIL-STATUS.

000411     SELECT POINTAGES-TRAVAIL ASSIGN TO "ABSPTG.TMP"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS APT-CLE
000415         FILE STATUS IS WS-TRAVAIL-STATUS.

000416     SELECT JUSTIFS-TRAVAIL ASSIGN TO "ABSJUS.TMP"
000417         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS DYNAMIC
000419         RECORD KEY IS AJT-CLE
000420         FILE STATUS IS WS-TRAVAIL-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.

000430 FD  ELEVES-FILE.
000440     COPY "STUDENT-RECORD.cpy".

000450 FD  PRESENCES-FILE.
000460     COPY "PRESENCE-RECORD.cpy".

000470 FD  JUSTIFS-FILE.
000480     COPY "JUSTIF-RECORD.cpy".

000490 FD  CONFIG-FILE.
000500     COPY "ABSCFG-RECORD.cpy".

000510 FD  LETTRES-FILE.
000520 01  LETTRE-LIGNE            PIC X(80).

000521*----------------------------------------------------------------
000522* ELEVES-TRAVAIL - THE ROSTER BY CLASS WITH THE PERIOD'S COUNTS;
000523* EACH CLASS STARTS WITH A HEADER RECORD (BLANK STUDENT) HOLDING
000524* THE SESSIONS IT HELD. A BLANK CLASS IS KEPT AS ITS OWN GROUP
000525*----------------------------------------------------------------
000526 FD  ELEVES-TRAVAIL.
000527 01  ELEVE-TRAVAIL.
000528     05 AET-CLE.
000529         10 AET-CLASSE        PIC X(06).
000530         10 AET-ID            PIC X(06).
000531             88 AET-ENTETE-CLASSE     VALUE SPACES.
000532     05 AET-NOM               PIC X(20).
000533     05 AET-CONTACT           PIC X(24).
000534     05 AET-ADRESSE-1         PIC X(30).
000535     05 AET-ADRESSE-2         PIC X(30).
000536     05 AET-NB-PRESENT        PIC 9(04).
000537     05 AET-NB-JUSTIF         PIC 9(04).
000538     05 AET-NB-INJUST         PIC 9(04).
000539     05 AET-NB-SEANCES        PIC 9(04).

000540*----------------------------------------------------------------
000541* SEANCES-TRAVAIL - EACH CLASS AND START TIME CHECKED IN FOR ON
000542* A DAY (START TIME ZERO = THE WHOLE DAY)
000543*----------------------------------------------------------------
000544 FD  SEANCES-TRAVAIL.
000545 01  SEANCE-TRAVAIL.
000546     05 AST-CLE.
000547         10 AST-JOUR          PIC 9(08).
000548         10 AST-CLASSE        PIC X(06).
000549         10 AST-DEBUT         PIC 9(04).

000550*----------------------------------------------------------------
000551* POINTAGES-TRAVAIL - EACH STUDENT AND START TIME CHECKED IN FOR
000552* ON A DAY
000553*----------------------------------------------------------------
000554 FD  POINTAGES-TRAVAIL.
000555 01  POINTAGE-TRAVAIL.
000556     05 APT-CLE.
000557         10 APT-JOUR          PIC 9(08).
000558         10 APT-ID            PIC X(06).
000559         10 APT-DEBUT         PIC 9(04).

000560*----------------------------------------------------------------
000561* JUSTIFS-TRAVAIL - THE NOTES OVERLAPPING THE PERIOD, BY STUDENT
000562*----------------------------------------------------------------
000563 FD  JUSTIFS-TRAVAIL.
000564 01  JUSTIF-TRAVAIL.
000565     05 AJT-CLE.
000566         10 AJT-ID            PIC X(06).
000567         10 AJT-DEBUT         PIC 9(08).
000568         10 AJT-FIN           PIC 9(08).

000530 WORKING-STORAGE SECTION.

000535     COPY "HABILITATION.cpy".

000540 01  WS-MODE                 PIC X(01).
000550     88 MODE-JUSTIFIER                VALUE "J" "j".
000560     88 MODE-HEBDOMADAIRE             VALUE "H" "h".
000570     88 MODE-TRIMESTRE                VALUE "T" "t".
000580     88 MODE-PARAMETRES               VALUE "P" "p".

000590 01  WS-DATE-JOUR            PIC 9(08).
000600 01  WS-DATE-SAISIE          PIC 9(08).
000610 01  WS-DEBUT                PIC 9(08).
000620 01  WS-FIN                  PIC 9(08).
000630 01  WS-JOUR-COURANT         PIC 9(08) VALUE ZERO.
000640 01  WS-NUM-JOUR             PIC 9(07).
000650 01  WS-LIBELLE-PERIODE      PIC X(10) VALUE SPACES.
000660 01  WS-STU-ID               PIC X(06).
000670 01  WS-MOTIF                PIC X(30).
000680 01  WS-SAISIE-SEUIL         PIC 9(03).
000690 01  WS-REPONSE              PIC X(01).

000700 01  WS-MODE-CLE             PIC X(01).
000710 01  WS-VERDICT-CLE          PIC X(01).
000720     88 CLE-VALIDE                    VALUE "O".

000730*----------------------------------------------------------------
000740* PARAMETRES - DEFAULTS WHEN ABSCFG.DAT IS ABSENT
000750*----------------------------------------------------------------
000760 01  WS-SEUIL                PIC 9(03) VALUE 10.
000770 01  WS-JUSTIFIEES           PIC X(01) VALUE "E".
000780     88 JUSTIFIEES-INCLUSES           VALUE "I".

000790 01  WS-MESSAGE-STATUT       PIC X(40).
000791 01  WS-NOM-ELEVES           PIC X(40) VALUE "ABSELV.TMP".
000792 01  WS-NOM-SEANCES          PIC X(40) VALUE "ABSSEA.TMP".
000793 01  WS-NOM-POINTAGES        PIC X(40) VALUE "ABSPTG.TMP".
000794 01  WS-NOM-JUSTIFS          PIC X(40) VALUE "ABSJUS.TMP".
000795 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000800 01  WS-ELEVES-STATUS        PIC X(02).
000810     88 ELEVES-OK                     VALUE "00".
000820 01  WS-PRESENCES-STATUS     PIC X(02).
000830     88 PRESENCES-OK                  VALUE "00".
000840 01  WS-JUSTIFS-STATUS       PIC X(02).
000850     88 JUSTIFS-OK                    VALUE "00".
000860 01  WS-CONFIG-STATUS        PIC X(02).
000870     88 CONFIG-OK                     VALUE "00".
000880 01  WS-LETTRES-STATUS       PIC X(02).
000890     88 LETTRES-OK                    VALUE "00".
000893 01  WS-TRAVAIL-STATUS       PIC X(02).
000896     88 TRAVAIL-OK                    VALUE "00".

000900 01  WS-SWITCHES.
000910     05 WS-FIN-FICHIER       PIC X(01).
000920         88 FIN-FICHIER               VALUE "Y".
000930     05 WS-FIN-ELEVES        PIC X(01).
000940         88 FIN-ELEVES                VALUE "Y".
000950     05 WS-FIN-SEANCES       PIC X(01).
000960         88 FIN-SEANCES               VALUE "Y".
000970     05 WS-FIN-JUSTIFS       PIC X(01).
000980         88 FIN-JUSTIFS               VALUE "Y".
000990     05 WS-JUSTIFIE          PIC X(01).
001000         88 ABSENCE-JUSTIFIEE         VALUE "O".
001002     05 WS-PRESENT           PIC X(01).
001004         88 ELEVE-PRESENT             VALUE "O".
001010     05 WS-PERIODE           PIC X(01) VALUE "N".
001020         88 PERIODE-VALIDE            VALUE "O".

001030 01  WS-NB-ELEVES            PIC 9(06) VALUE ZERO.
001040 01  WS-NB-SEANCES-CLASSE    PIC 9(04) VALUE ZERO.
001370 01  WS-DEBUT-LU             PIC 9(04).
001460 01  WS-NB-MANQUEES          PIC 9(04).
001470 01  WS-NB-COMPTEES          PIC 9(04).
001480 01  WS-TAUX                 PIC 9(03).
001490 01  WS-TAUX-SEUIL           PIC 9(03).
001500 01  WS-NB-SIGNALES          PIC 9(06) VALUE ZERO.
001510 01  WS-NB-SANS-ADRESSE      PIC 9(06) VALUE ZERO.
001520 01  WS-NB-INCONNUS          PIC 9(05) VALUE ZERO.
001530 01  WS-NB-HORS-ORDRE        PIC 9(05) VALUE ZERO.

001540 01  WS-DATE-EDITEE.
001550     05 WS-DE-JJ             PIC 9(02).
001560     05 FILLER               PIC X(01) VALUE "/".
001570     05 WS-DE-MM             PIC 9(02).
001580     05 FILLER               PIC X(01) VALUE "/".
001590     05 WS-DE-AAAA           PIC 9(04).
001600 01  WS-DATE-A-EDITER        PIC 9(08).
001610 01  WS-DATE-A-EDITER-R REDEFINES WS-DATE-A-EDITER.
001620     05 WS-DAE-AAAA          PIC 9(04).
001630     05 WS-DAE-MM            PIC 9(02).
001640     05 WS-DAE-JJ            PIC 9(02).
001650 01  WS-DEBUT-EDITE          PIC X(10).
001660 01  WS-FIN-EDITE            PIC X(10).
001670 01  WS-JOUR-EDITE           PIC X(10).

001680*----------------------------------------------------------------
001690* REPORT LINE
001700*----------------------------------------------------------------
001710 01  WS-LIGNE-ELEVE.
001720     05 FILLER               PIC X(02) VALUE SPACES.
001730     05 WS-LE-ID             PIC X(06).
001740     05 FILLER               PIC X(01) VALUE SPACES.
001750     05 WS-LE-NOM            PIC X(20).
001760     05 WS-LE-PRESENT        PIC ZZZ9.
001770     05 FILLER               PIC X(02) VALUE SPACES.
001780     05 WS-LE-MANQUEES       PIC ZZZ9.
001790     05 FILLER               PIC X(02) VALUE SPACES.
001800     05 WS-LE-JUSTIF         PIC ZZZ9.
001810     05 FILLER               PIC X(02) VALUE SPACES.
001820     05 WS-LE-INJUST         PIC ZZZ9.
001830     05 FILLER               PIC X(02) VALUE SPACES.
001840     05 WS-LE-TAUX           PIC ZZ9.
001850     05 FILLER               PIC X(02) VALUE " %".
001860     05 FILLER               PIC X(01) VALUE SPACES.
001870     05 WS-LE-SIGNAL         PIC X(01).

001880 01  WS-ED-NOMBRE            PIC ZZZ9.
001890 01  WS-ED-NOMBRE-2          PIC ZZZ9.
001900 01  WS-ED-TAUX              PIC ZZ9.

001910 PROCEDURE DIVISION.

001920*----------------------------------------------------------------
001930* 0000-MAINLINE
001940*----------------------------------------------------------------
001950 0000-MAINLINE.
001951     MOVE "ABSENCES" TO HAB-PROGRAMME.
001952     CALL "HABILITER" USING HAB-ZONE.
001953     IF NOT HAB-AUTORISE
001954         GOBACK
001955     END-IF.
001960     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001970     DISPLAY "Justificatif (J), rapport hebdomadaire (H),"
001980         " trimestriel (T) ou parametres (P) ? ".
001990     ACCEPT WS-MODE.
002000     IF MODE-JUSTIFIER
002010         PERFORM 1000-SAISIR-JUSTIFICATIF
002020             THRU 1000-SAISIR-JUSTIFICATIF-EXIT
002030     ELSE
002040         IF MODE-PARAMETRES
002050             PERFORM 1500-SAISIR-PARAMETRES
002060                 THRU 1500-SAISIR-PARAMETRES-EXIT
002070         ELSE
002080             IF MODE-HEBDOMADAIRE OR MODE-TRIMESTRE
002090                 PERFORM 2000-EDITER-RAPPORT
002100                     THRU 2000-EDITER-RAPPORT-EXIT
002110             ELSE
002120                 DISPLAY "Mode inconnu, merci de choisir J, H, T"
002130                     " ou P"
002140             END-IF
002150         END-IF
002160     END-IF.
002170     STOP RUN.

002180*----------------------------------------------------------------
002190* 1000-SAISIR-JUSTIFICATIF - A NOTE FROM THE FAMILY COVERING ONE
002200* OR SEVERAL DAYS
002210*----------------------------------------------------------------
002220 1000-SAISIR-JUSTIFICATIF.
002230     DISPLAY "Numero d'eleve : ".
002240     MOVE SPACES TO WS-STU-ID.
002250     ACCEPT WS-STU-ID.
002260     MOVE "V" TO WS-MODE-CLE.
002270     CALL "ELEVECLE" USING WS-MODE-CLE WS-STU-ID
002280         WS-VERDICT-CLE.
002290     IF NOT CLE-VALIDE
002300         DISPLAY "Cle de controle invalide : " WS-STU-ID
002310         GO TO 1000-SAISIR-JUSTIFICATIF-EXIT
002320     END-IF.
002330     OPEN INPUT ELEVES-FILE.
002340     IF NOT ELEVES-OK
002350         CALL "FICHSTAT" USING WS-ELEVES-STATUS
002360             WS-MESSAGE-STATUT
002370         DISPLAY "eleves.txt : "
002380             FUNCTION TRIM(WS-MESSAGE-STATUT)
002390         GO TO 1000-SAISIR-JUSTIFICATIF-EXIT
002400     END-IF.
002410     MOVE WS-STU-ID TO STU-ID.
002420     READ ELEVES-FILE
002430         INVALID KEY
002440             DISPLAY "Numero d'eleve inconnu : " WS-STU-ID
002450             CLOSE ELEVES-FILE
002460             GO TO 1000-SAISIR-JUSTIFICATIF-EXIT
002470     END-READ.
002480     CLOSE ELEVES-FILE.
002490     DISPLAY "Eleve : " FUNCTION TRIM(STU-NOM) " - classe "
002500         STU-CLASSE.
002510     DISPLAY "Premier jour d'absence AAAAMMJJ (vide = "
002520         WS-DATE-JOUR ") : ".
002530     MOVE ZERO TO WS-DATE-SAISIE.
002540     ACCEPT WS-DATE-SAISIE.
002550     IF WS-DATE-SAISIE = ZERO
002560         MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
002570     END-IF.
002580     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAISIE) NOT = ZERO
002590         DISPLAY "Date invalide : " WS-DATE-SAISIE
002600         GO TO 1000-SAISIR-JUSTIFICATIF-EXIT
002610     END-IF.
002620     MOVE WS-DATE-SAISIE TO JUS-DEBUT.
002630     DISPLAY "Dernier jour AAAAMMJJ (vide = le meme jour) : ".
002640     MOVE ZERO TO WS-DATE-SAISIE.
002650     ACCEPT WS-DATE-SAISIE.
002660     IF WS-DATE-SAISIE = ZERO
002670         MOVE JUS-DEBUT TO WS-DATE-SAISIE
002680     END-IF.
002690     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAISIE) NOT = ZERO
002700         OR WS-DATE-SAISIE < JUS-DEBUT
002710         DISPLAY "Date de fin invalide : " WS-DATE-SAISIE
002720         GO TO 1000-SAISIR-JUSTIFICATIF-EXIT
002730     END-IF.
002740     MOVE WS-DATE-SAISIE TO JUS-FIN.
002750     DISPLAY "Motif : ".
002760     MOVE SPACES TO WS-MOTIF.
002770     ACCEPT WS-MOTIF.
002780     IF WS-MOTIF = SPACES
002790         DISPLAY "Motif obligatoire - abandon"
002800         GO TO 1000-SAISIR-JUSTIFICATIF-EXIT
002810     END-IF.
002820     MOVE WS-STU-ID    TO JUS-STU-ID.
002830     MOVE WS-MOTIF     TO JUS-MOTIF.
002840     MOVE WS-DATE-JOUR TO JUS-DATE-SAISIE.
002850     OPEN EXTEND JUSTIFS-FILE.
002860     IF NOT JUSTIFS-OK
002870         CLOSE JUSTIFS-FILE
002880         OPEN OUTPUT JUSTIFS-FILE
002890     END-IF.
002900     WRITE JUSTIF-RECORD.
002910     CLOSE JUSTIFS-FILE.
002920     DISPLAY "Justificatif enregistre du " JUS-DEBUT " au "
002930         JUS-FIN.
002940 1000-SAISIR-JUSTIFICATIF-EXIT.
002950     EXIT.

002960*----------------------------------------------------------------
002970* 1500-SAISIR-PARAMETRES - THRESHOLD AND THE JUSTIFIED ABSENCES
002980* RULE; RETURN KEEPS THE CURRENT VALUE
002990*----------------------------------------------------------------
003000 1500-SAISIR-PARAMETRES.
003010     PERFORM 1600-LIRE-PARAMETRES
003020         THRU 1600-LIRE-PARAMETRES-EXIT.
003030     DISPLAY "Seuil d'absence en % (" WS-SEUIL ") : ".
003040     MOVE ZERO TO WS-SAISIE-SEUIL.
003050     ACCEPT WS-SAISIE-SEUIL.
003060     IF WS-SAISIE-SEUIL NOT = ZERO
003070         IF WS-SAISIE-SEUIL > 100
003080             DISPLAY "Seuil superieur a 100 % - abandon"
003090             GO TO 1500-SAISIR-PARAMETRES-EXIT
003100         END-IF
003110         MOVE WS-SAISIE-SEUIL TO WS-SEUIL
003120     END-IF.
003130     DISPLAY "Compter les absences justifiees dans le seuil"
003140         " (O/N, actuel " WS-JUSTIFIEES ") : ".
003150     MOVE SPACE TO WS-REPONSE.
003160     ACCEPT WS-REPONSE.
003170     IF WS-REPONSE = "O" OR WS-REPONSE = "o"
003180         MOVE "I" TO WS-JUSTIFIEES
003190     END-IF.
003200     IF WS-REPONSE = "N" OR WS-REPONSE = "n"
003210         MOVE "E" TO WS-JUSTIFIEES
003220     END-IF.
003230     MOVE WS-SEUIL      TO ACF-SEUIL.
003240     MOVE WS-JUSTIFIEES TO ACF-JUSTIFIEES.
003250     OPEN OUTPUT CONFIG-FILE.
003260     WRITE ABSCFG-RECORD.
003270     CLOSE CONFIG-FILE.
003280     DISPLAY "Parametres enregistres : seuil " WS-SEUIL " %".
003290 1500-SAISIR-PARAMETRES-EXIT.
003300     EXIT.

003310*----------------------------------------------------------------
003320* 1600-LIRE-PARAMETRES
003330*----------------------------------------------------------------
003340 1600-LIRE-PARAMETRES.
003350     OPEN INPUT CONFIG-FILE.
003360     IF NOT CONFIG-OK
003370         GO TO 1600-LIRE-PARAMETRES-EXIT
003380     END-IF.
003390     READ CONFIG-FILE
003400         AT END CONTINUE
003410         NOT AT END
003420             IF ACF-SEUIL > ZERO
003430                 MOVE ACF-SEUIL TO WS-SEUIL
003440             END-IF
003450             IF ACF-JUSTIF-INCLUSES
003460                 MOVE "I" TO WS-JUSTIFIEES
003470             END-IF
003480     END-READ.
003490     CLOSE CONFIG-FILE.
003500 1600-LIRE-PARAMETRES-EXIT.
003510     EXIT.

003520*----------------------------------------------------------------
003530* 2000-EDITER-RAPPORT - PERIOD, ROSTER, NOTES, CHECK-INS, THEN
003540* THE REPORT AND THE LETTERS
003550*----------------------------------------------------------------
003560 2000-EDITER-RAPPORT.
003570     PERFORM 1600-LIRE-PARAMETRES
003580         THRU 1600-LIRE-PARAMETRES-EXIT.
003590     IF MODE-HEBDOMADAIRE
003600         PERFORM 2100-PERIODE-SEMAINE
003610             THRU 2100-PERIODE-SEMAINE-EXIT
003620     ELSE
003630         PERFORM 2200-PERIODE-TRIMESTRE
003640             THRU 2200-PERIODE-TRIMESTRE-EXIT
003650     END-IF.
003660     IF NOT PERIODE-VALIDE
003670         GO TO 2000-EDITER-RAPPORT-EXIT
003680     END-IF.
003683     PERFORM 2050-OUVRIR-TRAVAIL
003686         THRU 2050-OUVRIR-TRAVAIL-EXIT.
003690     PERFORM 3000-CHARGER-ELEVES
003700         THRU 3000-CHARGER-ELEVES-EXIT.
003710     IF WS-NB-ELEVES = ZERO
003720         DISPLAY "Aucun eleve sur eleves.txt"
003723         PERFORM 2900-FERMER-TRAVAIL
003726             THRU 2900-FERMER-TRAVAIL-EXIT
003730         GO TO 2000-EDITER-RAPPORT-EXIT
003740     END-IF.
003750     PERFORM 3200-CHARGER-JUSTIFICATIFS
003760         THRU 3200-CHARGER-JUSTIFICATIFS-EXIT.
003770     PERFORM 4000-LIRE-PRESENCES
003780         THRU 4000-LIRE-PRESENCES-EXIT.
003790     OPEN OUTPUT LETTRES-FILE.
003800     PERFORM 5000-EDITER-CLASSES
003810         THRU 5000-EDITER-CLASSES-EXIT.
003820     CLOSE LETTRES-FILE.
003830     DISPLAY " ".
003840     DISPLAY "Eleves au-dessus du seuil de " WS-SEUIL " % : "
003850         WS-NB-SIGNALES " (lettres sur LETTRESABS.DAT)".
003860     IF WS-NB-SANS-ADRESSE > ZERO
003870         DISPLAY "Lettres sans adresse postale : "
003880             WS-NB-SANS-ADRESSE
003890     END-IF.
003900     IF WS-NB-INCONNUS > ZERO
003910         DISPLAY "Pointages d'eleves absents du fichier : "
003920             WS-NB-INCONNUS
003930     END-IF.
003940     IF WS-NB-HORS-ORDRE > ZERO
003950         DISPLAY "Pointages hors ordre chronologique ignores : "
003960             WS-NB-HORS-ORDRE
003970     END-IF.
003980     PERFORM 2900-FERMER-TRAVAIL
003990         THRU 2900-FERMER-TRAVAIL-EXIT.
004080 2000-EDITER-RAPPORT-EXIT.
004090     EXIT.

004091*----------------------------------------------------------------
004092* 2050-OUVRIR-TRAVAIL - THE FOUR WORK FILES, EMPTY
004093*----------------------------------------------------------------
004094 2050-OUVRIR-TRAVAIL.
004095     OPEN OUTPUT ELEVES-TRAVAIL.
004096     IF NOT TRAVAIL-OK
004097         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
004098             WS-MESSAGE-STATUT
004099         DISPLAY "ABSELV.TMP : "
004100             FUNCTION TRIM(WS-MESSAGE-STATUT)
004101         STOP RUN
004102     END-IF.
004103     CLOSE ELEVES-TRAVAIL.
004104     OPEN I-O ELEVES-TRAVAIL.
004105     OPEN OUTPUT SEANCES-TRAVAIL.
004106     IF NOT TRAVAIL-OK
004107         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
004108             WS-MESSAGE-STATUT
004109         DISPLAY "ABSSEA.TMP : "
004110             FUNCTION TRIM(WS-MESSAGE-STATUT)
004111         STOP RUN
004112     END-IF.
004113     CLOSE SEANCES-TRAVAIL.
004114     OPEN I-O SEANCES-TRAVAIL.
004115     OPEN OUTPUT POINTAGES-TRAVAIL.
004116     IF NOT TRAVAIL-OK
004117         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
004118             WS-MESSAGE-STATUT
004119         DISPLAY "ABSPTG.TMP : "
004120             FUNCTION TRIM(WS-MESSAGE-STATUT)
004121         STOP RUN
004122     END-IF.
004123     CLOSE POINTAGES-TRAVAIL.
004124     OPEN I-O POINTAGES-TRAVAIL.
004125     OPEN OUTPUT JUSTIFS-TRAVAIL.
004126     IF NOT TRAVAIL-OK
004127         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
004128             WS-MESSAGE-STATUT
004129         DISPLAY "ABSJUS.TMP : "
004130             FUNCTION TRIM(WS-MESSAGE-STATUT)
004131         STOP RUN
004132     END-IF.
004133     CLOSE JUSTIFS-TRAVAIL.
004134     OPEN I-O JUSTIFS-TRAVAIL.
004135 2050-OUVRIR-TRAVAIL-EXIT.
004136     EXIT.

004100*----------------------------------------------------------------
004110* 2100-PERIODE-SEMAINE - MONDAY TO SUNDAY AROUND A KEYED DAY
004120* (DAY 1 OF THE INTEGER DATES, 1601-01-01, WAS A MONDAY)
004130*----------------------------------------------------------------
004140 2100-PERIODE-SEMAINE.
004150     DISPLAY "Un jour de la semaine AAAAMMJJ (vide = "
004160         WS-DATE-JOUR ") : ".
004170     MOVE ZERO TO WS-DATE-SAISIE.
004180     ACCEPT WS-DATE-SAISIE.
004190     IF WS-DATE-SAISIE = ZERO
004200         MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
004210     END-IF.
004220     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAISIE) NOT = ZERO
004230         DISPLAY "Date invalide : " WS-DATE-SAISIE
004240         GO TO 2100-PERIODE-SEMAINE-EXIT
004250     END-IF.
004260     COMPUTE WS-NUM-JOUR =
004270         FUNCTION INTEGER-OF-DATE(WS-DATE-SAISIE).
004280     COMPUTE WS-NUM-JOUR = WS-NUM-JOUR
004290         - FUNCTION MOD(WS-NUM-JOUR - 1, 7).
004300     COMPUTE WS-DEBUT = FUNCTION DATE-OF-INTEGER(WS-NUM-JOUR).
004310     COMPUTE WS-FIN = FUNCTION DATE-OF-INTEGER(WS-NUM-JOUR + 6).
004320     MOVE "SEMAINE" TO WS-LIBELLE-PERIODE.
004330     SET PERIODE-VALIDE TO TRUE.
004340 2100-PERIODE-SEMAINE-EXIT.
004350     EXIT.

004360*----------------------------------------------------------------
004370* 2200-PERIODE-TRIMESTRE - THE TERM'S FIRST AND LAST DAY
004380*----------------------------------------------------------------
004390 2200-PERIODE-TRIMESTRE.
004400     DISPLAY "Terme (libelle du rapport, ex. 2026-T1) : ".
004410     MOVE SPACES TO WS-LIBELLE-PERIODE.
004420     ACCEPT WS-LIBELLE-PERIODE.
004430     DISPLAY "Premier jour du terme AAAAMMJJ : ".
004440     MOVE ZERO TO WS-DEBUT.
004450     ACCEPT WS-DEBUT.
004460     DISPLAY "Dernier jour du terme AAAAMMJJ (vide = "
004470         WS-DATE-JOUR ") : ".
004480     MOVE ZERO TO WS-FIN.
004490     ACCEPT WS-FIN.
004500     IF WS-FIN = ZERO
004510         MOVE WS-DATE-JOUR TO WS-FIN
004520     END-IF.
004530     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEBUT) NOT = ZERO
004540         OR FUNCTION TEST-DATE-YYYYMMDD(WS-FIN) NOT = ZERO
004550         OR WS-FIN < WS-DEBUT
004560         DISPLAY "Periode invalide : " WS-DEBUT " - " WS-FIN
004570         GO TO 2200-PERIODE-TRIMESTRE-EXIT
004580     END-IF.
004590     IF WS-LIBELLE-PERIODE = SPACES
004600         MOVE "TERME" TO WS-LIBELLE-PERIODE
004610     END-IF.
004620     SET PERIODE-VALIDE TO TRUE.
004630 2200-PERIODE-TRIMESTRE-EXIT.
004640     EXIT.

004641*----------------------------------------------------------------
004642* 2900-FERMER-TRAVAIL
004643*----------------------------------------------------------------
004644 2900-FERMER-TRAVAIL.
004645     CLOSE ELEVES-TRAVAIL.
004646     CLOSE SEANCES-TRAVAIL.
004647     CLOSE POINTAGES-TRAVAIL.
004648     CLOSE JUSTIFS-TRAVAIL.
004649     CALL "CBL_DELETE_FILE" USING WS-NOM-ELEVES
004650         RETURNING WS-RETOUR-SUPPRESSION.
004651     CALL "CBL_DELETE_FILE" USING WS-NOM-SEANCES
004652         RETURNING WS-RETOUR-SUPPRESSION.
004653     CALL "CBL_DELETE_FILE" USING WS-NOM-POINTAGES
004654         RETURNING WS-RETOUR-SUPPRESSION.
004655     CALL "CBL_DELETE_FILE" USING WS-NOM-JUSTIFS
004656         RETURNING WS-RETOUR-SUPPRESSION.
004657 2900-FERMER-TRAVAIL-EXIT.
004658     EXIT.

004650*----------------------------------------------------------------
004660* 3000-CHARGER-ELEVES - THE ROSTER AND ITS CLASSES
004670*----------------------------------------------------------------
004680 3000-CHARGER-ELEVES.
004690     OPEN INPUT ELEVES-FILE.
004700     IF NOT ELEVES-OK
004710         CALL "FICHSTAT" USING WS-ELEVES-STATUS
004720             WS-MESSAGE-STATUT
004730         DISPLAY "eleves.txt : "
004740             FUNCTION TRIM(WS-MESSAGE-STATUT)
004750         GO TO 3000-CHARGER-ELEVES-EXIT
004760     END-IF.
004770     MOVE "N" TO WS-FIN-FICHIER.
004780     PERFORM UNTIL FIN-FICHIER
004790         READ ELEVES-FILE NEXT RECORD
004800             AT END SET FIN-FICHIER TO TRUE
004810             NOT AT END
004820                 PERFORM 3100-AJOUTER-ELEVE
004830                     THRU 3100-AJOUTER-ELEVE-EXIT
004840         END-READ
004850     END-PERFORM.
004860     CLOSE ELEVES-FILE.
004870 3000-CHARGER-ELEVES-EXIT.
004880     EXIT.

004890*----------------------------------------------------------------
004900* 3100-AJOUTER-ELEVE - ONE ROSTER LINE, ITS CLASS ADDED ON FIRST
004910* SIGHT
004920*----------------------------------------------------------------
004930 3100-AJOUTER-ELEVE.
004939     MOVE STU-CLASSE TO AET-CLASSE.
004948     MOVE SPACES     TO AET-ID.
004957     READ ELEVES-TRAVAIL
004966         INVALID KEY
004975             MOVE STU-CLASSE TO AET-CLASSE
004984             MOVE SPACES     TO AET-ID AET-NOM AET-CONTACT
004993                                AET-ADRESSE-1 AET-ADRESSE-2
005002             MOVE ZERO TO AET-NB-PRESENT AET-NB-JUSTIF
005011                          AET-NB-INJUST AET-NB-SEANCES
005020             WRITE ELEVE-TRAVAIL
005029                 INVALID KEY CONTINUE
005038             END-WRITE
005047     END-READ.
005056     MOVE STU-CLASSE    TO AET-CLASSE.
005065     MOVE STU-ID        TO AET-ID.
005074     MOVE STU-NOM       TO AET-NOM.
005083     MOVE STU-CONTACT   TO AET-CONTACT.
005092     MOVE STU-ADRESSE-1 TO AET-ADRESSE-1.
005101     MOVE STU-ADRESSE-2 TO AET-ADRESSE-2.
005110     MOVE ZERO TO AET-NB-PRESENT AET-NB-JUSTIF
005119                  AET-NB-INJUST AET-NB-SEANCES.
005128     WRITE ELEVE-TRAVAIL
005137         INVALID KEY GO TO 3100-AJOUTER-ELEVE-EXIT
005146     END-WRITE.
005170     ADD 1 TO WS-NB-ELEVES.
005290 3100-AJOUTER-ELEVE-EXIT.
005300     EXIT.

005310*----------------------------------------------------------------
005320* 3200-CHARGER-JUSTIFICATIFS - NOTES OVERLAPPING THE PERIOD
005330*----------------------------------------------------------------
005340 3200-CHARGER-JUSTIFICATIFS.
005350     OPEN INPUT JUSTIFS-FILE.
005360     IF NOT JUSTIFS-OK
005370         GO TO 3200-CHARGER-JUSTIFICATIFS-EXIT
005380     END-IF.
005390     MOVE "N" TO WS-FIN-FICHIER.
005400     PERFORM UNTIL FIN-FICHIER
005410         READ JUSTIFS-FILE
005420             AT END SET FIN-FICHIER TO TRUE
005430             NOT AT END
005440                 IF JUS-DEBUT NOT > WS-FIN
005450                     AND JUS-FIN NOT < WS-DEBUT
005460                     MOVE JUS-STU-ID TO AJT-ID
005470                     MOVE JUS-DEBUT  TO AJT-DEBUT
005480                     MOVE JUS-FIN    TO AJT-FIN
005490                     WRITE JUSTIF-TRAVAIL
005500                         INVALID KEY CONTINUE
005510                     END-WRITE
005550                 END-IF
005560         END-READ
005570     END-PERFORM.
005580     CLOSE JUSTIFS-FILE.
005590 3200-CHARGER-JUSTIFICATIFS-EXIT.
005600     EXIT.

005610*----------------------------------------------------------------
005620* 4000-LIRE-PRESENCES - ASKNAME APPENDS IN DATE ORDER : THE
005630* CHECK-INS OF ONE DAY ARE COLLECTED, THEN THE DAY IS CLOSED
005640*----------------------------------------------------------------
005650 4000-LIRE-PRESENCES.
005660     OPEN INPUT PRESENCES-FILE.
005670     IF NOT PRESENCES-OK
005680         DISPLAY "Aucun pointage : PRESENCES.DAT"
005690         GO TO 4000-LIRE-PRESENCES-EXIT
005700     END-IF.
005701     OPEN INPUT ELEVES-FILE.
005702     IF NOT ELEVES-OK
005703         CALL "FICHSTAT" USING WS-ELEVES-STATUS
005704             WS-MESSAGE-STATUT
005705         DISPLAY "eleves.txt : "
005706             FUNCTION TRIM(WS-MESSAGE-STATUT)
005707         CLOSE PRESENCES-FILE
005708         GO TO 4000-LIRE-PRESENCES-EXIT
005709     END-IF.
005710     MOVE "N" TO WS-FIN-FICHIER.
005720     PERFORM UNTIL FIN-FICHIER
005730         READ PRESENCES-FILE
005740             AT END SET FIN-FICHIER TO TRUE
005750             NOT AT END
005760                 IF PRS-DATE NOT < WS-DEBUT
005770                     AND PRS-DATE NOT > WS-FIN
005780                     PERFORM 4100-TRAITER-POINTAGE
005790                         THRU 4100-TRAITER-POINTAGE-EXIT
005800                 END-IF
005810         END-READ
005820     END-PERFORM.
005830     CLOSE PRESENCES-FILE.
005835     CLOSE ELEVES-FILE.
005840     IF WS-JOUR-COURANT NOT = ZERO
005850         PERFORM 4500-CLORE-JOURNEE
005860             THRU 4500-CLORE-JOURNEE-EXIT
005870     END-IF.
005880 4000-LIRE-PRESENCES-EXIT.
005890     EXIT.

005897*----------------------------------------------------------------
005904* 4100-TRAITER-POINTAGE - THE STUDENT ATTENDED THE SESSION AND
005911* THEIR CLASS HELD IT
005918*----------------------------------------------------------------
005925 4100-TRAITER-POINTAGE.
005932     IF PRS-DATE < WS-JOUR-COURANT
005939         ADD 1 TO WS-NB-HORS-ORDRE
005946         GO TO 4100-TRAITER-POINTAGE-EXIT
005953     END-IF.
005960     IF PRS-DATE > WS-JOUR-COURANT
005967         IF WS-JOUR-COURANT NOT = ZERO
005974             PERFORM 4500-CLORE-JOURNEE
005981                 THRU 4500-CLORE-JOURNEE-EXIT
005988         END-IF
005995         MOVE PRS-DATE TO WS-JOUR-COURANT
006002     END-IF.
006009     IF PRS-SEA-DEBUT NUMERIC
006016         MOVE PRS-SEA-DEBUT TO WS-DEBUT-LU
006023     ELSE
006030         MOVE ZERO TO WS-DEBUT-LU
006037     END-IF.
006044     MOVE PRS-STU-ID TO STU-ID.
006051     READ ELEVES-FILE
006058         INVALID KEY
006065             ADD 1 TO WS-NB-INCONNUS
006072             GO TO 4100-TRAITER-POINTAGE-EXIT
006082     END-READ.
006092     MOVE WS-JOUR-COURANT TO APT-JOUR.
006102     MOVE PRS-STU-ID      TO APT-ID.
006112     MOVE WS-DEBUT-LU     TO APT-DEBUT.
006122     WRITE POINTAGE-TRAVAIL
006132         INVALID KEY CONTINUE
006142     END-WRITE.
006152     MOVE WS-JOUR-COURANT TO AST-JOUR.
006162     MOVE STU-CLASSE      TO AST-CLASSE.
006172     MOVE WS-DEBUT-LU     TO AST-DEBUT.
006182     WRITE SEANCE-TRAVAIL
006192         INVALID KEY CONTINUE
006202     END-WRITE.
006275 4100-TRAITER-POINTAGE-EXIT.
006282     EXIT.

006289*----------------------------------------------------------------
006296* 4500-CLORE-JOURNEE - EVERY SESSION HELD THAT DAY COUNTS FOR
006306* ITS CLASS AND FOR EACH STUDENT OF THE CLASS
006317*----------------------------------------------------------------
006324 4500-CLORE-JOURNEE.
006328     MOVE LOW-VALUES TO AST-CLE.
006332     MOVE WS-JOUR-COURANT TO AST-JOUR.
006336     MOVE "N" TO WS-FIN-SEANCES.
006340     START SEANCES-TRAVAIL KEY IS NOT LESS THAN AST-CLE
006344         INVALID KEY SET FIN-SEANCES TO TRUE
006348     END-START.
006352     PERFORM UNTIL FIN-SEANCES
006356         READ SEANCES-TRAVAIL NEXT RECORD
006360             AT END SET FIN-SEANCES TO TRUE
006364             NOT AT END
006368                 IF AST-JOUR NOT = WS-JOUR-COURANT
006372                     SET FIN-SEANCES TO TRUE
006376                 ELSE
006380                     PERFORM 4550-COMPTER-SEANCE
006384                         THRU 4550-COMPTER-SEANCE-EXIT
006388                 END-IF
006392         END-READ
006408     END-PERFORM.
006450 4500-CLORE-JOURNEE-EXIT.
006457     EXIT.

006464*----------------------------------------------------------------
006465* 4550-COMPTER-SEANCE - THE CLASS HEADER, THEN EACH STUDENT OF
006466* THE SESSION'S CLASS
006467*----------------------------------------------------------------
006468 4550-COMPTER-SEANCE.
006469     MOVE AST-CLASSE TO AET-CLASSE.
006470     MOVE SPACES     TO AET-ID.
006471     MOVE "N" TO WS-FIN-ELEVES.
006472     START ELEVES-TRAVAIL KEY IS NOT LESS THAN AET-CLE
006473         INVALID KEY SET FIN-ELEVES TO TRUE
006474     END-START.
006475     PERFORM UNTIL FIN-ELEVES
006476         READ ELEVES-TRAVAIL NEXT RECORD
006477             AT END SET FIN-ELEVES TO TRUE
006478             NOT AT END
006479                 IF AET-CLASSE NOT = AST-CLASSE
006480                     SET FIN-ELEVES TO TRUE
006481                 ELSE
006482                     PERFORM 4600-COMPTER-UN-ELEVE
006483                         THRU 4600-COMPTER-UN-ELEVE-EXIT
006484                 END-IF
006485         END-READ
006486     END-PERFORM.
006487 4550-COMPTER-SEANCE-EXIT.
006488     EXIT.

006489*----------------------------------------------------------------
006490* 4600-COMPTER-UN-ELEVE - ELEVE-TRAVAIL IS THE CLASS HEADER OR
006491* ONE OF ITS STUDENTS, SEANCE-TRAVAIL THE SESSION
006485*----------------------------------------------------------------
006492 4600-COMPTER-UN-ELEVE.
006502     IF AET-ENTETE-CLASSE
006512         ADD 1 TO AET-NB-SEANCES
006653     ELSE
006657         PERFORM 4700-POINTER-ELEVE
006661             THRU 4700-POINTER-ELEVE-EXIT
006667     END-IF.
006668     REWRITE ELEVE-TRAVAIL
006669         INVALID KEY CONTINUE
006670     END-REWRITE.
006674 4600-COMPTER-UN-ELEVE-EXIT.
006681     EXIT.

006700*----------------------------------------------------------------
006701* 4700-POINTER-ELEVE - PRESENT IF CHECKED IN FOR THE SESSION,
006702* OTHERWISE ABSENT, JUSTIFIED WHEN A NOTE COVERS THE DAY
006703*----------------------------------------------------------------
006704 4700-POINTER-ELEVE.
006705     MOVE WS-JOUR-COURANT TO APT-JOUR.
006706     MOVE AET-ID          TO APT-ID.
006707     MOVE AST-DEBUT       TO APT-DEBUT.
006708     SET ELEVE-PRESENT TO TRUE.
006709     READ POINTAGES-TRAVAIL
006710         INVALID KEY MOVE "N" TO WS-PRESENT
006711     END-READ.
006712     IF ELEVE-PRESENT
006713         ADD 1 TO AET-NB-PRESENT
006714         GO TO 4700-POINTER-ELEVE-EXIT
006715     END-IF.
006716     MOVE "N" TO WS-JUSTIFIE.
006717     MOVE AET-ID TO AJT-ID.
006718     MOVE ZERO   TO AJT-DEBUT AJT-FIN.
006719     MOVE "N" TO WS-FIN-JUSTIFS.
006720     START JUSTIFS-TRAVAIL KEY IS NOT LESS THAN AJT-CLE
006721         INVALID KEY SET FIN-JUSTIFS TO TRUE
006722     END-START.
006723     PERFORM UNTIL FIN-JUSTIFS OR ABSENCE-JUSTIFIEE
006724         READ JUSTIFS-TRAVAIL NEXT RECORD
006725             AT END SET FIN-JUSTIFS TO TRUE
006726             NOT AT END
006727                 IF AJT-ID NOT = AET-ID
006728                     OR AJT-DEBUT > WS-JOUR-COURANT
006729                     SET FIN-JUSTIFS TO TRUE
006730                 ELSE
006731                     IF AJT-FIN NOT < WS-JOUR-COURANT
006732                         SET ABSENCE-JUSTIFIEE TO TRUE
006733                     END-IF
006734                 END-IF
006735         END-READ
006736     END-PERFORM.
006737     IF ABSENCE-JUSTIFIEE
006738         ADD 1 TO AET-NB-JUSTIF
006739     ELSE
006740         ADD 1 TO AET-NB-INJUST
006741     END-IF.
006742 4700-POINTER-ELEVE-EXIT.
006743     EXIT.

006744*----------------------------------------------------------------
006745* 5000-EDITER-CLASSES - CLASSES IN CODE ORDER, STUDENTS IN KEY
006746* ORDER WITHIN EACH
006720*----------------------------------------------------------------
006730 5000-EDITER-CLASSES.
006890     MOVE WS-DEBUT TO WS-DATE-A-EDITER.
006900     PERFORM 6900-EDITER-DATE
006910         THRU 6900-EDITER-DATE-EXIT.
006920     MOVE WS-DATE-EDITEE TO WS-DEBUT-EDITE.
006930     MOVE WS-FIN TO WS-DATE-A-EDITER.
006940     PERFORM 6900-EDITER-DATE
006950         THRU 6900-EDITER-DATE-EXIT.
006960     MOVE WS-DATE-EDITEE TO WS-FIN-EDITE.
006970     MOVE WS-DATE-JOUR TO WS-DATE-A-EDITER.
006980     PERFORM 6900-EDITER-DATE
006990         THRU 6900-EDITER-DATE-EXIT.
007000     MOVE WS-DATE-EDITEE TO WS-JOUR-EDITE.
007010     DISPLAY "ABSENTEISME - " FUNCTION TRIM(WS-LIBELLE-PERIODE)
007020         " DU " WS-DEBUT-EDITE " AU " WS-FIN-EDITE
007030         " - SEUIL " WS-SEUIL " %".
007034     MOVE LOW-VALUES TO AET-CLE.
007038     MOVE "N" TO WS-FIN-ELEVES.
007042     START ELEVES-TRAVAIL KEY IS NOT LESS THAN AET-CLE
007046         INVALID KEY SET FIN-ELEVES TO TRUE
007050     END-START.
007054     PERFORM UNTIL FIN-ELEVES
007058         READ ELEVES-TRAVAIL NEXT RECORD
007062             AT END SET FIN-ELEVES TO TRUE
007066             NOT AT END
007070                 PERFORM 5200-EDITER-LIGNE
007074                     THRU 5200-EDITER-LIGNE-EXIT
007078         END-READ
007090     END-PERFORM.
007100 5000-EDITER-CLASSES-EXIT.
007110     EXIT.

007120*----------------------------------------------------------------
007126* 5200-EDITER-LIGNE - A CLASS HEADER OPENS THE CLASS, THEN ITS
007132* STUDENTS FOLLOW
007140*----------------------------------------------------------------
007150 5200-EDITER-LIGNE.
007160     IF NOT AET-ENTETE-CLASSE
007170         IF WS-NB-SEANCES-CLASSE > ZERO
007470             PERFORM 5300-EDITER-UN-ELEVE
007480                 THRU 5300-EDITER-UN-ELEVE-EXIT
007490         END-IF
007491         GO TO 5200-EDITER-LIGNE-EXIT
007492     END-IF.
007493     MOVE AET-NB-SEANCES TO WS-NB-SEANCES-CLASSE.
007494     DISPLAY " ".
007495     IF AET-CLASSE = SPACES
007496         DISPLAY "Classe (non renseignee) - seances : "
007497             WS-NB-SEANCES-CLASSE
007498     ELSE
007499         DISPLAY "Classe " AET-CLASSE " - seances : "
007500             WS-NB-SEANCES-CLASSE
007501     END-IF.
007502     IF WS-NB-SEANCES-CLASSE = ZERO
007503         DISPLAY "  Aucune seance pointee sur la periode"
007504         GO TO 5200-EDITER-LIGNE-EXIT
007505     END-IF.
007506     DISPLAY "  Eleve  Nom                 Pres.  Abs.  Just."
007507         "  N.J.  Taux".
007508 5200-EDITER-LIGNE-EXIT.
007520     EXIT.

007530*----------------------------------------------------------------
007540* 5300-EDITER-UN-ELEVE - RATE OVER THE CLASS'S SESSIONS; THE
007550* THRESHOLD LEAVES JUSTIFIED ABSENCES OUT UNLESS ABSCFG.DAT SAYS
007560* OTHERWISE
007570*----------------------------------------------------------------
007580 5300-EDITER-UN-ELEVE.
007590     COMPUTE WS-NB-MANQUEES = AET-NB-JUSTIF
007600                            + AET-NB-INJUST.
007610     COMPUTE WS-TAUX ROUNDED = WS-NB-MANQUEES * 100
007620                             / WS-NB-SEANCES-CLASSE.
007630     IF JUSTIFIEES-INCLUSES
007640         MOVE WS-NB-MANQUEES TO WS-NB-COMPTEES
007650     ELSE
007660         MOVE AET-NB-INJUST TO WS-NB-COMPTEES
007670     END-IF.
007680     COMPUTE WS-TAUX-SEUIL ROUNDED = WS-NB-COMPTEES * 100
007690                                   / WS-NB-SEANCES-CLASSE.
007700     MOVE AET-ID         TO WS-LE-ID.
007710     MOVE AET-NOM        TO WS-LE-NOM.
007720     MOVE AET-NB-PRESENT TO WS-LE-PRESENT.
007730     MOVE WS-NB-MANQUEES            TO WS-LE-MANQUEES.
007740     MOVE AET-NB-JUSTIF  TO WS-LE-JUSTIF.
007750     MOVE AET-NB-INJUST  TO WS-LE-INJUST.
007760     MOVE WS-TAUX                   TO WS-LE-TAUX.
007770     MOVE SPACE                     TO WS-LE-SIGNAL.
007780     IF WS-TAUX-SEUIL > WS-SEUIL
007790         MOVE "*" TO WS-LE-SIGNAL
007800         ADD 1 TO WS-NB-SIGNALES
007810         PERFORM 6000-ECRIRE-LETTRE
007820             THRU 6000-ECRIRE-LETTRE-EXIT
007830     END-IF.
007840     DISPLAY WS-LIGNE-ELEVE.
007850 5300-EDITER-UN-ELEVE-EXIT.
007860     EXIT.

007870*----------------------------------------------------------------
007880* 6000-ECRIRE-LETTRE - ONE LETTER TO THE FAMILY, ADDRESS BLOCK
007890* FIRST SO IT SHOWS THROUGH A WINDOW ENVELOPE
007900*----------------------------------------------------------------
007910 6000-ECRIRE-LETTRE.
007920     IF AET-ADRESSE-1 = SPACES
007930         ADD 1 TO WS-NB-SANS-ADRESSE
007940     END-IF.
007950     MOVE SPACES TO LETTRE-LIGNE.
007960     STRING "Aux parents de " DELIMITED BY SIZE
007970            FUNCTION TRIM(AET-NOM) DELIMITED BY SIZE
007980         INTO LETTRE-LIGNE.
007990     WRITE LETTRE-LIGNE.
008000     MOVE AET-ADRESSE-1 TO LETTRE-LIGNE.
008010     WRITE LETTRE-LIGNE.
008020     MOVE AET-ADRESSE-2 TO LETTRE-LIGNE.
008030     WRITE LETTRE-LIGNE.
008040     MOVE SPACES TO LETTRE-LIGNE.
008050     STRING "Contact : " DELIMITED BY SIZE
008060            AET-CONTACT DELIMITED BY SIZE
008070         INTO LETTRE-LIGNE.
008080     WRITE LETTRE-LIGNE.
008090     MOVE SPACES TO LETTRE-LIGNE.
008100     WRITE LETTRE-LIGNE.
008110     STRING "Le " DELIMITED BY SIZE
008120            WS-JOUR-EDITE DELIMITED BY SIZE
008130         INTO LETTRE-LIGNE.
008140     WRITE LETTRE-LIGNE.
008150     MOVE SPACES TO LETTRE-LIGNE.
008160     STRING "Objet : absences de " DELIMITED BY SIZE
008170            FUNCTION TRIM(AET-NOM) DELIMITED BY SIZE
008180            ", classe " DELIMITED BY SIZE
008190            AET-CLASSE DELIMITED BY SIZE
008200         INTO LETTRE-LIGNE.
008210     WRITE LETTRE-LIGNE.
008220     MOVE SPACES TO LETTRE-LIGNE.
008230     WRITE LETTRE-LIGNE.
008240     MOVE "Madame, Monsieur," TO LETTRE-LIGNE.
008250     WRITE LETTRE-LIGNE.
008260     MOVE SPACES TO LETTRE-LIGNE.
008270     WRITE LETTRE-LIGNE.
008280     MOVE WS-NB-MANQUEES            TO WS-ED-NOMBRE.
008290     MOVE WS-NB-SEANCES-CLASSE TO WS-ED-NOMBRE-2.
008300     STRING "Du " DELIMITED BY SIZE
008310            WS-DEBUT-EDITE DELIMITED BY SIZE
008320            " au " DELIMITED BY SIZE
008330            WS-FIN-EDITE DELIMITED BY SIZE
008340            ", votre enfant a manque " DELIMITED BY SIZE
008350            FUNCTION TRIM(WS-ED-NOMBRE) DELIMITED BY SIZE
008360            " seance(s) sur " DELIMITED BY SIZE
008370            FUNCTION TRIM(WS-ED-NOMBRE-2) DELIMITED BY SIZE
008380         INTO LETTRE-LIGNE.
008390     WRITE LETTRE-LIGNE.
008400     MOVE SPACES TO LETTRE-LIGNE.
008410     MOVE WS-TAUX                  TO WS-ED-TAUX.
008420     MOVE AET-NB-INJUST TO WS-ED-NOMBRE.
008430     STRING "soit un taux d'absence de " DELIMITED BY SIZE
008440            FUNCTION TRIM(WS-ED-TAUX) DELIMITED BY SIZE
008450            " %, dont " DELIMITED BY SIZE
008460            FUNCTION TRIM(WS-ED-NOMBRE) DELIMITED BY SIZE
008470            " sans justificatif." DELIMITED BY SIZE
008480         INTO LETTRE-LIGNE.
008490     WRITE LETTRE-LIGNE.
008500     MOVE "Nous vous remercions de prendre contact avec"
008510         TO LETTRE-LIGNE.
008520     WRITE LETTRE-LIGNE.
008530     MOVE "l'etablissement dans les meilleurs delais."
008540         TO LETTRE-LIGNE.
008550     WRITE LETTRE-LIGNE.
008560     MOVE SPACES TO LETTRE-LIGNE.
008570     WRITE LETTRE-LIGNE.
008580     MOVE "La direction" TO LETTRE-LIGNE.
008590     WRITE LETTRE-LIGNE.
008600     MOVE ALL "-" TO LETTRE-LIGNE.
008610     WRITE LETTRE-LIGNE.
008620 6000-ECRIRE-LETTRE-EXIT.
008630     EXIT.

008640*----------------------------------------------------------------
008650* 6900-EDITER-DATE - WS-DATE-A-EDITER AS JJ/MM/AAAA
008660*----------------------------------------------------------------
008670 6900-EDITER-DATE.
008680     MOVE WS-DAE-JJ   TO WS-DE-JJ.
008690     MOVE WS-DAE-MM   TO WS-DE-MM.
008700     MOVE WS-DAE-AAAA TO WS-DE-AAAA.
008710 6900-EDITER-DATE-EXIT.
008720     EXIT.
