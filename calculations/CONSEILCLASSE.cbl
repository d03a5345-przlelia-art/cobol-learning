000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONSEILCLASSE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. CLASS COUNCIL PACK : FOR A KEYED
000110*                 CLASS AND TERM (CHECKED ON TERMES.DAT), WRITES
000120*                 TO CONSEIL.DAT A CLASS SUMMARY - AVERAGE AND
000130*                 PASS RATE AGAINST THE PREVIOUS TERM ON
000140*                 BULLARCH.DAT, AVERAGE PER SUBJECT FROM
000150*                 NOTESDET.DAT - THEN ONE SECTION PER STUDENT
000160*                 WITH THE GRADES, AVERAGE, RANK, MENTION
000170*                 (MENTIONS.DAT THRESHOLDS), ABSENCE RATE OVER
000180*                 THE TERM (COUNTED AS IN ABSENCES) AND TREND
000190*                 ACROSS TERMS, FOLLOWED BY BLANK LINES FOR THE
000200*                 COUNCIL'S REMARKS. MODE R ADDS THE TYPED-UP
000210*                 REMARKS TO BULLARCH.DAT AS A COPY OF THE LATEST
000220*                 LINE OF THE TERM.
000222* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000224*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000226*                 CONSEILCLASSE (SEE HABILITATIONS).
000227* 2026-10-15  LM  THE CLASS'S STUDENTS, THEIR NAMES, TERM
000228*                 HISTORY, GRADES, NOTES, CHECK-INS AND SESSIONS
000229*                 GO ON KEYED WORK FILES (CCELEV.TMP, CCNOMS.TMP,
000230*                 CCHIST.TMP, CCNOTE.TMP, CCJUST.TMP, CCPOINT.TMP,
000231*                 CCSEAN.TMP, CCTERM.TMP) AND THE RANKS COME FROM
000232*                 THE SORT FILE TRI-RANGS, SO NO STUDENT, TERM,
000233*                 GRADE OR SESSION IS LEFT OUT. RANK ON FOUR
000234*                 DIGITS.
000230*----------------------------------------------------------------

000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.

000270     SELECT ELEVES-FILE ASSIGN TO "eleves.txt"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS STU-ID
000310         FILE STATUS IS WS-ELEVES-STATUS.

000320     SELECT ARCHIVE-FILE ASSIGN TO "BULLARCH.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-ARCHIVE-STATUS.

000350     SELECT TERMES-FILE ASSIGN TO "TERMES.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TERMES-STATUS.

000380     SELECT NOTESDET-FILE ASSIGN TO "NOTESDET.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-NOTESDET-STATUS.

000410     SELECT SEUILS-FILE ASSIGN TO "MENTIONS.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SEUILS-STATUS.

000440     SELECT CONFIG-FILE ASSIGN TO "ABSCFG.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CONFIG-STATUS.

000470     SELECT PRESENCES-FILE ASSIGN TO "PRESENCES.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PRESENCES-STATUS.

000500     SELECT JUSTIFS-FILE ASSIGN TO "JUSTIFS.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-JUSTIFS-STATUS.

000530     SELECT DOSSIER-FILE ASSIGN TO "CONSEIL.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DOSSIER-STATUS.

000551     SELECT TERMES-TRAVAIL ASSIGN TO "CCTERM.TMP"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS RANDOM
000554         RECORD KEY IS TRV-CODE
000555         FILE STATUS IS WS-TERMES-TRAVAIL-STATUS.

000556     SELECT CLASSE-FILE ASSIGN TO "CCELEV.TMP"
000557         ORGANIZATION IS INDEXED
000558         ACCESS MODE IS DYNAMIC
000559         RECORD KEY IS ELT-ID
000560         FILE STATUS IS WS-CLASSE-STATUS.

000561     SELECT NOMS-FILE ASSIGN TO "CCNOMS.TMP"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000564         RECORD KEY IS NMS-NOM
000565         FILE STATUS IS WS-NOMS-STATUS.

000566     SELECT HISTORIQUE-FILE ASSIGN TO "CCHIST.TMP"
000567         ORGANIZATION IS INDEXED
000568         ACCESS MODE IS DYNAMIC
000569         RECORD KEY IS HST-CLE
000570         FILE STATUS IS WS-HISTORIQUE-STATUS.

000571     SELECT NOTES-FILE ASSIGN TO "CCNOTE.TMP"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS NTT-CLE
000575         FILE STATUS IS WS-NOTES-STATUS.

000576     SELECT JUSTIFS-TRAVAIL ASSIGN TO "CCJUST.TMP"
000577         ORGANIZATION IS INDEXED
000578         ACCESS MODE IS DYNAMIC
000579         RECORD KEY IS JST-CLE
000580         FILE STATUS IS WS-JUSTIFS-TRAVAIL-STATUS.

000581     SELECT POINTAGES-FILE ASSIGN TO "CCPOINT.TMP"
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS RANDOM
000584         RECORD KEY IS PNT-CLE
000585         FILE STATUS IS WS-POINTAGES-STATUS.

000586     SELECT SEANCES-FILE ASSIGN TO "CCSEAN.TMP"
000587         ORGANIZATION IS INDEXED
000588         ACCESS MODE IS DYNAMIC
000589         RECORD KEY IS SNC-CLE
000590         FILE STATUS IS WS-SEANCES-STATUS.

000591     SELECT TRI-RANGS ASSIGN TO "CONSEIL.SRT".

000560 DATA DIVISION.
000570 FILE SECTION.

000580 FD  ELEVES-FILE.
000590     COPY "STUDENT-RECORD.cpy".

000600*----------------------------------------------------------------
000610* ARCHIVE - ONE LINE PER STUDENT PER TERM (LAYOUT KEPT IN STEP
000620* WITH BULLETIN, BULLTENDANCE, MENTIONS AND RATTRAPAGE); THE
000630* REMARKS ARE ADDED AS A COPY OF THE LATEST LINE
000640*----------------------------------------------------------------
000650 FD  ARCHIVE-FILE.
000660 01  ARCH-RECORD.
000670     05 ARCH-TERME            PIC X(10).
000680     05 ARCH-NOM              PIC X(20).
000690     05 ARCH-MOYENNE          PIC 9(02)V99.
000700     05 ARCH-LETTRE           PIC X(01).
000710     05 ARCH-NOTES.
000720         10 ARCH-NOTE OCCURS 3 TIMES PIC 9(02).
000730     05 ARCH-STATUT           PIC X(01).
000740         88 ARCH-APRES-RATTRAPAGE     VALUE "R".
000750     05 ARCH-MOYENNE-INIT     PIC 9(02)V99.
000760     05 ARCH-REMARQUE         PIC X(50).

000770*----------------------------------------------------------------
000780* TERMES - THE TERM REFERENCE (LAYOUT KEPT IN STEP WITH
000790* TERMESMAJ)
000800*----------------------------------------------------------------
000810 FD  TERMES-FILE.
000820 01  TERME-RECORD.
000830     05 TRM-CODE              PIC X(10).
000840     05 TRM-SEQUENCE          PIC 9(03).

000850 FD  NOTESDET-FILE.
000860     COPY "NOTEDET-RECORD.cpy".

000870*----------------------------------------------------------------
000880* SEUILS - ONE THRESHOLD PER LINE : CODE (F/E/A) PLUS MOYENNE
000890* (LAYOUT KEPT IN STEP WITH MENTIONS)
000900*----------------------------------------------------------------
000910 FD  SEUILS-FILE.
000920 01  SEUIL-RECORD.
000930     05 MEN-CODE              PIC X(01).
000940     05 MEN-SEUIL             PIC 9(02)V99.

000950 FD  CONFIG-FILE.
000960     COPY "ABSCFG-RECORD.cpy".

000970 FD  PRESENCES-FILE.
000980     COPY "PRESENCE-RECORD.cpy".

000990 FD  JUSTIFS-FILE.
001000     COPY "JUSTIF-RECORD.cpy".

001010 FD  DOSSIER-FILE.
001020 01  DOSSIER-LIGNE           PIC X(80).

001021*----------------------------------------------------------------
001022* TERMES-TRAVAIL - THE REFERENCE BY CODE, FOR THE SEQUENCE OF
001023* EACH ARCHIVED TERM
001024*----------------------------------------------------------------
001025 FD  TERMES-TRAVAIL.
001026 01  TERME-TRAVAIL-RECORD.
001027     05 TRV-CODE              PIC X(10).
001028     05 TRV-SEQUENCE          PIC 9(03).

001029*----------------------------------------------------------------
001030* CLASSE - THE ROSTER OF THE CLASS IN KEY ORDER WITH THE TERM'S
001031* RESULT (LATEST BULLARCH.DAT LINE), THE PREVIOUS TERM'S AVERAGE
001032* AND THE ATTENDANCE COUNTS
001033*----------------------------------------------------------------
001034 FD  CLASSE-FILE.
001035 01  ELEVE-TRAVAIL-RECORD.
001036     05 ELT-ID                PIC X(06).
001037     05 ELT-NOM               PIC X(20).
001038     05 ELT-RESULTAT          PIC X(01).
001039         88 ELT-A-RESULTAT            VALUE "O".
001040     05 ELT-MOYENNE           PIC 9(02)V99.
001041     05 ELT-LETTRE            PIC X(01).
001042     05 ELT-NOTES.
001043         10 ELT-NOTE OCCURS 3 TIMES PIC 9(02).
001044     05 ELT-STATUT            PIC X(01).
001045         88 ELT-APRES-RATTRAPAGE      VALUE "R".
001046     05 ELT-INIT              PIC 9(02)V99.
001047     05 ELT-REMARQUE          PIC X(50).
001048     05 ELT-RANG              PIC 9(04).
001049     05 ELT-PREC              PIC X(01).
001050         88 ELT-A-PRECEDENT           VALUE "O".
001051     05 ELT-MOY-PREC          PIC 9(02)V99.
001052     05 ELT-NB-PRESENT        PIC 9(04).
001053     05 ELT-NB-JUSTIF         PIC 9(04).
001054     05 ELT-NB-INJUST         PIC 9(04).

001055*----------------------------------------------------------------
001056* NOMS - THE CLASS BY NAME, THE ONLY LINK FROM BULLARCH.DAT; THE
001057* FIRST STUDENT OF A NAME IS KEPT
001058*----------------------------------------------------------------
001059 FD  NOMS-FILE.
001060 01  NOM-RECORD.
001061     05 NMS-NOM               PIC X(20).
001062     05 NMS-ID                PIC X(06).

001063*----------------------------------------------------------------
001064* HISTORIQUE - EVERY TERM UP TO THIS ONE PER STUDENT, IN TERM
001065* SEQUENCE ORDER FOR THE TREND
001066*----------------------------------------------------------------
001067 FD  HISTORIQUE-FILE.
001068 01  HISTORIQUE-RECORD.
001069     05 HST-CLE.
001070         10 HST-ID            PIC X(06).
001071         10 HST-SEQ           PIC 9(03).
001072         10 HST-TERME         PIC X(10).
001073     05 HST-MOYENNE           PIC 9(02)V99.
001074     05 HST-LETTRE            PIC X(01).

001075*----------------------------------------------------------------
001076* NOTES - THE LATEST GRADE PER SUBJECT, STUDENT AND SLOT FOR THE
001077* CLASS, READ BY SUBJECT FOR THE AVERAGES
001078*----------------------------------------------------------------
001079 FD  NOTES-FILE.
001080 01  NOTE-TRAVAIL-RECORD.
001081     05 NTT-CLE.
001082         10 NTT-MATIERE       PIC X(12).
001083         10 NTT-ID            PIC X(06).
001084         10 NTT-EPREUVE       PIC 9(01).
001085     05 NTT-NOTE              PIC 9(02).

001086*----------------------------------------------------------------
001087* JUSTIFS-TRAVAIL - THE CLASS'S NOTES OVERLAPPING THE PERIOD, BY
001088* STUDENT AND FIRST DAY
001089*----------------------------------------------------------------
001090 FD  JUSTIFS-TRAVAIL.
001091 01  JUSTIF-TRAVAIL-RECORD.
001092     05 JST-CLE.
001093         10 JST-ID            PIC X(06).
001094         10 JST-DEBUT         PIC 9(08).
001095         10 JST-FIN           PIC 9(08).

001096*----------------------------------------------------------------
001097* POINTAGES - WHO OF THE CLASS CHECKED IN FOR WHICH SESSION
001098* (START TIME ZERO = THE WHOLE DAY)
001099*----------------------------------------------------------------
001100 FD  POINTAGES-FILE.
001101 01  POINTAGE-RECORD.
001102     05 PNT-CLE.
001103         10 PNT-DATE          PIC 9(08).
001104         10 PNT-DEBUT         PIC 9(04).
001105         10 PNT-ID            PIC X(06).

001106*----------------------------------------------------------------
001107* SEANCES - EVERY SESSION THE CLASS HELD OVER THE PERIOD
001108*----------------------------------------------------------------
001109 FD  SEANCES-FILE.
001110 01  SEANCE-RECORD.
001111     05 SNC-CLE.
001112         10 SNC-DATE          PIC 9(08).
001113         10 SNC-DEBUT         PIC 9(04).

001114*----------------------------------------------------------------
001115* TRI-RANGS - THE TERM'S RESULTS, BEST AVERAGE FIRST
001116*----------------------------------------------------------------
001117 SD  TRI-RANGS.
001118 01  TRI-RANG.
001119     05 TRI-RNG-MOYENNE       PIC 9(02)V99.
001120     05 TRI-RNG-ID            PIC X(06).

001030 WORKING-STORAGE SECTION.

001035     COPY "HABILITATION.cpy".

001040 01  WS-MODE                 PIC X(01).
001050     88 MODE-DOSSIER                  VALUE "D" "d".
001060     88 MODE-REMARQUES                VALUE "R" "r".

001070 01  WS-DATE-JOUR            PIC 9(08).
001080 01  WS-CLASSE               PIC X(06).
001090 01  WS-TERME                PIC X(10).
001100 01  WS-SEQ-TERME            PIC 9(03).
001110 01  WS-TERME-PREC           PIC X(10) VALUE SPACES.
001120 01  WS-SEQ-PREC             PIC 9(03) VALUE ZERO.
001130 01  WS-SEQ-LUE              PIC 9(03).
001140 01  WS-DEBUT                PIC 9(08) VALUE ZERO.
001150 01  WS-FIN                  PIC 9(08) VALUE ZERO.
001160 01  WS-JOUR-COURANT         PIC 9(08) VALUE ZERO.
001170 01  WS-DEBUT-LU             PIC 9(04).
001180 01  WS-REMARQUE             PIC X(50).

001190*----------------------------------------------------------------
001200* SEUILS DES MENTIONS - DEFAULTS WHEN MENTIONS.DAT IS ABSENT, AS
001210* IN MENTIONS
001220*----------------------------------------------------------------
001230 01  WS-SEUIL-FELICITATIONS  PIC 9(02)V99 VALUE 16.00.
001240 01  WS-SEUIL-ENCOURAGEMENTS PIC 9(02)V99 VALUE 12.00.
001250 01  WS-SEUIL-AVERTISSEMENT  PIC 9(02)V99 VALUE 08.00.
001260 01  WS-SEUIL-REUSSITE       PIC 9(02)V99 VALUE 10.00.

001270*----------------------------------------------------------------
001280* ASSIDUITE - DEFAULTS WHEN ABSCFG.DAT IS ABSENT, AS IN ABSENCES
001290*----------------------------------------------------------------
001300 01  WS-SEUIL-ABSENCE        PIC 9(03) VALUE 10.
001310 01  WS-JUSTIFIEES           PIC X(01) VALUE "E".
001320     88 JUSTIFIEES-INCLUSES           VALUE "I".

001330 01  WS-MESSAGE-STATUT       PIC X(40).
001331 01  WS-NOM-TERMES           PIC X(40) VALUE "CCTERM.TMP".
001332 01  WS-NOM-CLASSE           PIC X(40) VALUE "CCELEV.TMP".
001333 01  WS-NOM-NOMS             PIC X(40) VALUE "CCNOMS.TMP".
001334 01  WS-NOM-HISTORIQUE       PIC X(40) VALUE "CCHIST.TMP".
001335 01  WS-NOM-NOTES            PIC X(40) VALUE "CCNOTE.TMP".
001336 01  WS-NOM-JUSTIFS          PIC X(40) VALUE "CCJUST.TMP".
001337 01  WS-NOM-POINTAGES        PIC X(40) VALUE "CCPOINT.TMP".
001338 01  WS-NOM-SEANCES          PIC X(40) VALUE "CCSEAN.TMP".
001339 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

001340 01  WS-ELEVES-STATUS        PIC X(02).
001350     88 ELEVES-OK                     VALUE "00".
001360 01  WS-ARCHIVE-STATUS       PIC X(02).
001370     88 ARCHIVE-OK                    VALUE "00".
001380 01  WS-TERMES-STATUS        PIC X(02).
001390     88 TERMES-OK                     VALUE "00".
001400 01  WS-NOTESDET-STATUS      PIC X(02).
001410     88 NOTESDET-OK                   VALUE "00".
001420 01  WS-SEUILS-STATUS        PIC X(02).
001430     88 SEUILS-OK                     VALUE "00".
001440 01  WS-CONFIG-STATUS        PIC X(02).
001450     88 CONFIG-OK                     VALUE "00".
001460 01  WS-PRESENCES-STATUS     PIC X(02).
001470     88 PRESENCES-OK                  VALUE "00".
001480 01  WS-JUSTIFS-STATUS       PIC X(02).
001490     88 JUSTIFS-OK                    VALUE "00".
001500 01  WS-DOSSIER-STATUS       PIC X(02).
001510     88 DOSSIER-OK                    VALUE "00".
001511 01  WS-TERMES-TRAVAIL-STATUS PIC X(02).
001512     88 TERMES-TRAVAIL-OK             VALUE "00".
001513 01  WS-CLASSE-STATUS        PIC X(02).
001514     88 CLASSE-OK                     VALUE "00".
001515 01  WS-NOMS-STATUS          PIC X(02).
001516     88 NOMS-OK                       VALUE "00".
001517 01  WS-HISTORIQUE-STATUS    PIC X(02).
001518     88 HISTORIQUE-OK                 VALUE "00".
001519 01  WS-NOTES-STATUS         PIC X(02).
001520     88 NOTES-OK                      VALUE "00".
001521 01  WS-JUSTIFS-TRAVAIL-STATUS PIC X(02).
001522     88 JUSTIFS-TRAVAIL-OK            VALUE "00".
001523 01  WS-POINTAGES-STATUS     PIC X(02).
001524     88 POINTAGES-OK                  VALUE "00".
001525 01  WS-SEANCES-STATUS       PIC X(02).
001526     88 SEANCES-OK                    VALUE "00".

001520 01  WS-SWITCHES.
001530     05 WS-FIN-FICHIER       PIC X(01).
001540         88 FIN-FICHIER               VALUE "Y".
001541     05 WS-FIN-ELEVES        PIC X(01).
001542         88 FIN-ELEVES                VALUE "Y".
001543     05 WS-FIN-JUSTIFS       PIC X(01).
001544         88 FIN-JUSTIFS               VALUE "Y".
001545     05 WS-FIN-TRI           PIC X(01) VALUE "N".
001546         88 FIN-TRI                   VALUE "Y".
001550     05 WS-TERME-VALIDE      PIC X(01) VALUE "N".
001560         88 TERME-VALIDE              VALUE "O".
001570     05 WS-PERIODE           PIC X(01) VALUE "N".
001580         88 PERIODE-VALIDE            VALUE "O".
001610     05 WS-JUSTIFIE          PIC X(01).
001620         88 ABSENCE-JUSTIFIEE         VALUE "O".
001630     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
001640         88 TRAVAIL-OUVERT            VALUE "O".

001770*----------------------------------------------------------------
001780* ELEVES DE LA CLASSE - THE COUNT, THE RANKING AND THE TREND
001800*----------------------------------------------------------------
001808 01  WS-NB-ELEVES            PIC 9(04) VALUE ZERO.
001816 01  WS-POSITION             PIC 9(04) VALUE ZERO.
001824 01  WS-RANG                 PIC 9(04) VALUE ZERO.
001832 01  WS-MOYENNE-RANG         PIC 9(02)V99.
001840 01  WS-NB-HIST              PIC 9(03).
001848 01  WS-MOYENNE-AVANT        PIC 9(02)V99.

001860*----------------------------------------------------------------
001870* NOTES DU TERME - ONE TOTAL PER SUBJECT (COEFFICIENTS 1, 1, 2
002300* AS ON THE BULLETIN)
002310*----------------------------------------------------------------
002320 01  WS-NB-NOTES             PIC 9(06) VALUE ZERO.
002330 01  WS-MAT-CODE             PIC X(12).
002340 01  WS-MAT-SOMME            PIC 9(07).
002350 01  WS-MAT-POIDS            PIC 9(05).
002360 01  WS-MAT-NB-NOTES         PIC 9(04).
002460 01  WS-COEFFICIENTS.
002470     05 FILLER                PIC 9(01) VALUE 1.
002480     05 FILLER                PIC 9(01) VALUE 1.
002490     05 FILLER                PIC 9(01) VALUE 2.
002500 01  WS-COEFFICIENTS-R REDEFINES WS-COEFFICIENTS.
002510     05 WS-COEF OCCURS 3 TIMES PIC 9(01).
002520 01  WS-MOYENNE-MATIERE      PIC 9(02)V99.

002530*----------------------------------------------------------------
002540* ASSIDUITE - COUNTED THE WAY ABSENCES COUNTS IT
002570*----------------------------------------------------------------
002680 01  WS-NB-SEANCES           PIC 9(04) VALUE ZERO.
002700 01  WS-NB-HORS-ORDRE        PIC 9(05) VALUE ZERO.
002710 01  WS-NB-MANQUEES          PIC 9(04).
002720 01  WS-NB-COMPTEES          PIC 9(04).
002730 01  WS-TAUX                 PIC 9(03).
002740 01  WS-TAUX-SEUIL           PIC 9(03).

002750*----------------------------------------------------------------
002760* SYNTHESE DE LA CLASSE
002770*----------------------------------------------------------------
002780 01  WS-NB-RESULTATS         PIC 9(04) VALUE ZERO.
002790 01  WS-NB-REUSSITES         PIC 9(04) VALUE ZERO.
002800 01  WS-SOMME-MOYENNES       PIC 9(06)V99 VALUE ZERO.
002810 01  WS-MOYENNE-CLASSE       PIC 9(02)V99 VALUE ZERO.
002820 01  WS-TAUX-REUSSITE        PIC 9(03) VALUE ZERO.
002830 01  WS-NB-RESULTATS-PREC    PIC 9(04) VALUE ZERO.
002840 01  WS-NB-REUSSITES-PREC    PIC 9(04) VALUE ZERO.
002850 01  WS-SOMME-PREC           PIC 9(06)V99 VALUE ZERO.
002860 01  WS-MOYENNE-PREC         PIC 9(02)V99 VALUE ZERO.
002870 01  WS-TAUX-PREC            PIC 9(03) VALUE ZERO.

002880 01  WS-ECART                PIC S9(02)V99.
002890 01  WS-NB-LIGNES            PIC 9(05) VALUE ZERO.
002900 01  WS-NB-REMARQUES         PIC 9(03) VALUE ZERO.

002910 01  WS-DATE-EDITEE.
002920     05 WS-DE-JJ             PIC 9(02).
002930     05 FILLER               PIC X(01) VALUE "/".
002940     05 WS-DE-MM             PIC 9(02).
002950     05 FILLER               PIC X(01) VALUE "/".
002960     05 WS-DE-AAAA           PIC 9(04).
002970 01  WS-DATE-A-EDITER        PIC 9(08).
002980 01  WS-DATE-A-EDITER-R REDEFINES WS-DATE-A-EDITER.
002990     05 WS-DAE-AAAA          PIC 9(04).
003000     05 WS-DAE-MM            PIC 9(02).
003010     05 WS-DAE-JJ            PIC 9(02).
003020 01  WS-DEBUT-EDITE          PIC X(10).
003030 01  WS-FIN-EDITE            PIC X(10).

003040*----------------------------------------------------------------
003050* EDITED FIELDS AND THE PRINT LINE
003060*----------------------------------------------------------------
003070 01  WS-ED-MOYENNE           PIC Z9.99.
003080 01  WS-ED-MOYENNE-2         PIC Z9.99.
003090 01  WS-ED-ECART             PIC +Z9.99.
003100 01  WS-ED-TAUX              PIC ZZ9.
003110 01  WS-ED-NOMBRE            PIC ZZZ9.
003120 01  WS-ED-NOMBRE-2          PIC ZZZ9.
003130 01  WS-ED-NOTE-1            PIC Z9.
003140 01  WS-ED-NOTE-2            PIC Z9.
003150 01  WS-ED-NOTE-3            PIC Z9.
003160 01  WS-ED-RANG              PIC ZZZ9.
003170 01  WS-LIB-MENTION          PIC X(16).
003180 01  WS-LIGNE                PIC X(80).
003190 01  WS-LIGNE-MATIERE.
003200     05 FILLER               PIC X(04) VALUE SPACES.
003210     05 WS-LM-MATIERE        PIC X(12).
003220     05 FILLER               PIC X(02) VALUE SPACES.
003230     05 WS-LM-MOYENNE        PIC Z9.99.
003240     05 FILLER               PIC X(04) VALUE SPACES.
003250     05 WS-LM-NOTES          PIC ZZZ9.
003260     05 FILLER               PIC X(08) VALUE " note(s)".
003270 01  WS-LIGNE-TENDANCE.
003280     05 FILLER               PIC X(04) VALUE SPACES.
003290     05 WS-LT-TERME          PIC X(10).
003300     05 FILLER               PIC X(02) VALUE SPACES.
003310     05 WS-LT-MOYENNE        PIC Z9.99.
003320     05 FILLER               PIC X(02) VALUE " (".
003330     05 WS-LT-LETTRE         PIC X(01).
003340     05 FILLER               PIC X(01) VALUE ")".
003350     05 WS-LT-LIB-ECART      PIC X(10).
003360     05 WS-LT-ECART          PIC +Z9.99.
003370 01  WS-LIGNE-REMARQUE.
003380     05 FILLER               PIC X(04) VALUE SPACES.
003390     05 FILLER               PIC X(72) VALUE ALL "_".

003400 PROCEDURE DIVISION.

003410*----------------------------------------------------------------
003420* 0000-MAINLINE
003430*----------------------------------------------------------------
003440 0000-MAINLINE.
003441     MOVE "CONSEILCLASSE" TO HAB-PROGRAMME.
003442     CALL "HABILITER" USING HAB-ZONE.
003443     IF NOT HAB-AUTORISE
003444         GOBACK
003445     END-IF.
003450     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
003460     DISPLAY "Dossier du conseil de classe (D) ou report des"
003470         " remarques dans l'archive (R) ? ".
003480     ACCEPT WS-MODE.
003490     IF NOT MODE-DOSSIER AND NOT MODE-REMARQUES
003500         DISPLAY "Mode inconnu, merci de choisir D ou R"
003510         STOP RUN
003520     END-IF.
003521     PERFORM 0500-OUVRIR-TRAVAIL
003522         THRU 0500-OUVRIR-TRAVAIL-EXIT.
003523     IF NOT TRAVAIL-OUVERT
003524         STOP RUN
003525     END-IF.
003530     PERFORM 1000-SAISIR-CLASSE-TERME
003540         THRU 1000-SAISIR-CLASSE-TERME-EXIT.
003550     IF NOT TERME-VALIDE
003560         GO TO 0000-FIN
003570     END-IF.
003580     PERFORM 1200-CHARGER-ELEVES
003590         THRU 1200-CHARGER-ELEVES-EXIT.
003600     IF WS-NB-ELEVES = ZERO
003610         DISPLAY "Aucun eleve dans la classe " WS-CLASSE
003620         GO TO 0000-FIN
003630     END-IF.
003640     PERFORM 1400-CHARGER-ARCHIVE
003650         THRU 1400-CHARGER-ARCHIVE-EXIT.
003660     IF MODE-REMARQUES
003670         PERFORM 6000-REPORTER-REMARQUES
003680             THRU 6000-REPORTER-REMARQUES-EXIT
003690     ELSE
003700         PERFORM 2000-PREPARER-DOSSIER
003710             THRU 2000-PREPARER-DOSSIER-EXIT
003720     END-IF.
003726 0000-FIN.
003732     CLOSE TERMES-TRAVAIL CLASSE-FILE NOMS-FILE HISTORIQUE-FILE
003738           NOTES-FILE JUSTIFS-TRAVAIL POINTAGES-FILE SEANCES-FILE.
003744     CALL "CBL_DELETE_FILE" USING WS-NOM-TERMES
003750         RETURNING WS-RETOUR-SUPPRESSION.
003756     CALL "CBL_DELETE_FILE" USING WS-NOM-CLASSE
003762         RETURNING WS-RETOUR-SUPPRESSION.
003768     CALL "CBL_DELETE_FILE" USING WS-NOM-NOMS
003774         RETURNING WS-RETOUR-SUPPRESSION.
003780     CALL "CBL_DELETE_FILE" USING WS-NOM-HISTORIQUE
003786         RETURNING WS-RETOUR-SUPPRESSION.
003792     CALL "CBL_DELETE_FILE" USING WS-NOM-NOTES
003798         RETURNING WS-RETOUR-SUPPRESSION.
003804     CALL "CBL_DELETE_FILE" USING WS-NOM-JUSTIFS
003810         RETURNING WS-RETOUR-SUPPRESSION.
003816     CALL "CBL_DELETE_FILE" USING WS-NOM-POINTAGES
003822         RETURNING WS-RETOUR-SUPPRESSION.
003828     CALL "CBL_DELETE_FILE" USING WS-NOM-SEANCES
003834         RETURNING WS-RETOUR-SUPPRESSION.
003850     STOP RUN.

003851*----------------------------------------------------------------
003852* 0500-OUVRIR-TRAVAIL - THE WORK FILES CREATED EMPTY THEN
003853* REOPENED FOR UPDATE; THE FIRST ONE REFUSED IS REPORTED
003854*----------------------------------------------------------------
003855 0500-OUVRIR-TRAVAIL.
003856     OPEN OUTPUT TERMES-TRAVAIL CLASSE-FILE NOMS-FILE
003857                 HISTORIQUE-FILE NOTES-FILE JUSTIFS-TRAVAIL
003858                 POINTAGES-FILE SEANCES-FILE.
003859     EVALUATE TRUE
003860         WHEN NOT TERMES-TRAVAIL-OK
003861             CALL "FICHSTAT" USING WS-TERMES-TRAVAIL-STATUS
003862                 WS-MESSAGE-STATUT
003863             DISPLAY "CCTERM.TMP : "
003864                 FUNCTION TRIM(WS-MESSAGE-STATUT)
003865         WHEN NOT CLASSE-OK
003866             CALL "FICHSTAT" USING WS-CLASSE-STATUS
003867                 WS-MESSAGE-STATUT
003868             DISPLAY "CCELEV.TMP : "
003869                 FUNCTION TRIM(WS-MESSAGE-STATUT)
003870         WHEN NOT NOMS-OK
003871             CALL "FICHSTAT" USING WS-NOMS-STATUS
003872                 WS-MESSAGE-STATUT
003873             DISPLAY "CCNOMS.TMP : "
003874                 FUNCTION TRIM(WS-MESSAGE-STATUT)
003875         WHEN NOT HISTORIQUE-OK
003876             CALL "FICHSTAT" USING WS-HISTORIQUE-STATUS
003877                 WS-MESSAGE-STATUT
003878             DISPLAY "CCHIST.TMP : "
003879                 FUNCTION TRIM(WS-MESSAGE-STATUT)
003880         WHEN NOT NOTES-OK
003881             CALL "FICHSTAT" USING WS-NOTES-STATUS
003882                 WS-MESSAGE-STATUT
003883             DISPLAY "CCNOTE.TMP : "
003884                 FUNCTION TRIM(WS-MESSAGE-STATUT)
003885         WHEN NOT JUSTIFS-TRAVAIL-OK
003886             CALL "FICHSTAT" USING WS-JUSTIFS-TRAVAIL-STATUS
003887                 WS-MESSAGE-STATUT
003888             DISPLAY "CCJUST.TMP : "
003889                 FUNCTION TRIM(WS-MESSAGE-STATUT)
003890         WHEN NOT POINTAGES-OK
003891             CALL "FICHSTAT" USING WS-POINTAGES-STATUS
003892                 WS-MESSAGE-STATUT
003893             DISPLAY "CCPOINT.TMP : "
003894                 FUNCTION TRIM(WS-MESSAGE-STATUT)
003895         WHEN NOT SEANCES-OK
003896             CALL "FICHSTAT" USING WS-SEANCES-STATUS
003897                 WS-MESSAGE-STATUT
003898             DISPLAY "CCSEAN.TMP : "
003899                 FUNCTION TRIM(WS-MESSAGE-STATUT)
003900         WHEN OTHER
003901             SET TRAVAIL-OUVERT TO TRUE
003902     END-EVALUATE.
003903     CLOSE TERMES-TRAVAIL CLASSE-FILE NOMS-FILE HISTORIQUE-FILE
003904           NOTES-FILE JUSTIFS-TRAVAIL POINTAGES-FILE SEANCES-FILE.
003905     IF NOT TRAVAIL-OUVERT
003906         GO TO 0500-OUVRIR-TRAVAIL-EXIT
003907     END-IF.
003908     OPEN I-O TERMES-TRAVAIL CLASSE-FILE NOMS-FILE
003909              HISTORIQUE-FILE NOTES-FILE JUSTIFS-TRAVAIL
003910              POINTAGES-FILE SEANCES-FILE.
003911 0500-OUVRIR-TRAVAIL-EXIT.
003912     EXIT.

003860*----------------------------------------------------------------
003870* 1000-SAISIR-CLASSE-TERME - THE TERM MUST BE ON THE REFERENCE;
003880* THE PREVIOUS TERM IS THE ONE WITH THE HIGHEST SEQUENCE BELOW IT
003890*----------------------------------------------------------------
003900 1000-SAISIR-CLASSE-TERME.
003910     DISPLAY "Classe : ".
003920     MOVE SPACES TO WS-CLASSE.
003930     ACCEPT WS-CLASSE.
003940     IF WS-CLASSE = SPACES
003950         DISPLAY "Classe obligatoire - abandon"
003960         GO TO 1000-SAISIR-CLASSE-TERME-EXIT
003970     END-IF.
003980     DISPLAY "Identifiant du terme (ex. 2026-T1) : ".
003990     MOVE SPACES TO WS-TERME.
004000     ACCEPT WS-TERME.
004010     OPEN INPUT TERMES-FILE.
004020     IF NOT TERMES-OK
004030         DISPLAY "TERMES.DAT absent - aucun terme valide"
004040         GO TO 1000-SAISIR-CLASSE-TERME-EXIT
004050     END-IF.
004060     MOVE "N" TO WS-FIN-FICHIER.
004070     PERFORM UNTIL FIN-FICHIER
004080         READ TERMES-FILE
004090             AT END SET FIN-FICHIER TO TRUE
004100             NOT AT END
004110                 PERFORM 1100-RETENIR-TERME
004120                     THRU 1100-RETENIR-TERME-EXIT
004130         END-READ
004140     END-PERFORM.
004150     CLOSE TERMES-FILE.
004160     IF NOT TERME-VALIDE
004170         DISPLAY "Terme inconnu sur TERMES.DAT : "
004180             FUNCTION TRIM(WS-TERME)
004190         GO TO 1000-SAISIR-CLASSE-TERME-EXIT
004200     END-IF.
004206     OPEN INPUT TERMES-FILE.
004212     MOVE "N" TO WS-FIN-FICHIER.
004218     PERFORM UNTIL FIN-FICHIER
004224         READ TERMES-FILE
004230             AT END SET FIN-FICHIER TO TRUE
004236             NOT AT END
004242                 IF TRM-SEQUENCE < WS-SEQ-TERME
004248                     AND TRM-SEQUENCE NOT < WS-SEQ-PREC
004254                     MOVE TRM-CODE     TO WS-TERME-PREC
004260                     MOVE TRM-SEQUENCE TO WS-SEQ-PREC
004266                 END-IF
004272         END-READ
004280     END-PERFORM.
004285     CLOSE TERMES-FILE.
004290 1000-SAISIR-CLASSE-TERME-EXIT.
004300     EXIT.

004310*----------------------------------------------------------------
004316* 1100-RETENIR-TERME - THE FIRST LINE OF A CODE GIVES ITS
004322* SEQUENCE
004330*----------------------------------------------------------------
004340 1100-RETENIR-TERME.
004350     IF TRM-CODE = WS-TERME
004355         AND NOT TERME-VALIDE
004360         SET TERME-VALIDE TO TRUE
004370         MOVE TRM-SEQUENCE TO WS-SEQ-TERME
004380     END-IF.
004390     MOVE TRM-CODE     TO TRV-CODE.
004400     MOVE TRM-SEQUENCE TO TRV-SEQUENCE.
004410     WRITE TERME-TRAVAIL-RECORD
004420         INVALID KEY CONTINUE
004430     END-WRITE.
004470 1100-RETENIR-TERME-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500* 1200-CHARGER-ELEVES - THE STUDENTS OF THE CLASS, IN KEY ORDER
004510*----------------------------------------------------------------
004520 1200-CHARGER-ELEVES.
004530     OPEN INPUT ELEVES-FILE.
004540     IF NOT ELEVES-OK
004550         CALL "FICHSTAT" USING WS-ELEVES-STATUS
004560             WS-MESSAGE-STATUT
004570         DISPLAY "eleves.txt : "
004580             FUNCTION TRIM(WS-MESSAGE-STATUT)
004590         GO TO 1200-CHARGER-ELEVES-EXIT
004600     END-IF.
004610     MOVE "N" TO WS-FIN-FICHIER.
004620     PERFORM UNTIL FIN-FICHIER
004630         READ ELEVES-FILE
004640             AT END SET FIN-FICHIER TO TRUE
004650             NOT AT END
004660                 IF STU-CLASSE = WS-CLASSE
004670                     PERFORM 1300-AJOUTER-ELEVE
004680                         THRU 1300-AJOUTER-ELEVE-EXIT
004690                 END-IF
004700         END-READ
004710     END-PERFORM.
004720     CLOSE ELEVES-FILE.
004730 1200-CHARGER-ELEVES-EXIT.
004740     EXIT.

004750*----------------------------------------------------------------
004760* 1300-AJOUTER-ELEVE
004770*----------------------------------------------------------------
004780 1300-AJOUTER-ELEVE.
004783     MOVE STU-ID  TO ELT-ID.
004786     MOVE STU-NOM TO ELT-NOM.
004789     MOVE "N"     TO ELT-RESULTAT
004792                     ELT-PREC.
004795     MOVE SPACES  TO ELT-REMARQUE.
004798     MOVE ZERO    TO ELT-RANG
004801                     ELT-NB-PRESENT
004804                     ELT-NB-JUSTIF
004807                     ELT-NB-INJUST.
004810     WRITE ELEVE-TRAVAIL-RECORD
004813         INVALID KEY
004816             GO TO 1300-AJOUTER-ELEVE-EXIT
004819     END-WRITE.
004830     ADD 1 TO WS-NB-ELEVES.
004840     MOVE STU-NOM TO NMS-NOM.
004850     MOVE STU-ID  TO NMS-ID.
004860     WRITE NOM-RECORD
004870         INVALID KEY CONTINUE
004880     END-WRITE.
004960 1300-AJOUTER-ELEVE-EXIT.
004970     EXIT.

004980*----------------------------------------------------------------
004990* 1400-CHARGER-ARCHIVE - BULLARCH.DAT IS KEYED BY NAME : THE
005000* LATEST LINE PER TERM WINS, AS IN MENTIONS AND BULLTENDANCE
005010*----------------------------------------------------------------
005020 1400-CHARGER-ARCHIVE.
005030     OPEN INPUT ARCHIVE-FILE.
005040     IF NOT ARCHIVE-OK
005050         DISPLAY "Aucun historique de bulletins archive"
005060         GO TO 1400-CHARGER-ARCHIVE-EXIT
005070     END-IF.
005080     MOVE "N" TO WS-FIN-FICHIER.
005090     PERFORM UNTIL FIN-FICHIER
005100         READ ARCHIVE-FILE
005110             AT END SET FIN-FICHIER TO TRUE
005120             NOT AT END
005130                 PERFORM 1500-RETENIR-LIGNE
005140                     THRU 1500-RETENIR-LIGNE-EXIT
005150         END-READ
005160     END-PERFORM.
005170     CLOSE ARCHIVE-FILE.
005230 1400-CHARGER-ARCHIVE-EXIT.
005240     EXIT.

005250*----------------------------------------------------------------
005260* 1500-RETENIR-LIGNE - THE TERM'S RESULT, THE PREVIOUS TERM'S
005270* AVERAGE, AND EVERY TERM UP TO THIS ONE FOR THE TREND
005280*----------------------------------------------------------------
005290 1500-RETENIR-LIGNE.
005300     MOVE ARCH-NOM TO NMS-NOM.
005310     READ NOMS-FILE
005320         INVALID KEY
005330             GO TO 1500-RETENIR-LIGNE-EXIT
005334     END-READ.
005338     MOVE NMS-ID TO ELT-ID.
005342     READ CLASSE-FILE
005346         INVALID KEY
005350             GO TO 1500-RETENIR-LIGNE-EXIT
005360     END-READ.
005390     IF ARCH-TERME = WS-TERME
005400         SET ELT-A-RESULTAT TO TRUE
005410         MOVE ARCH-MOYENNE      TO ELT-MOYENNE
005420         MOVE ARCH-LETTRE       TO ELT-LETTRE
005430         MOVE ARCH-NOTES        TO ELT-NOTES
005440         MOVE ARCH-STATUT       TO ELT-STATUT
005450         MOVE ARCH-MOYENNE-INIT TO ELT-INIT
005460         MOVE ARCH-REMARQUE     TO ELT-REMARQUE
005470     END-IF.
005480     IF ARCH-TERME = WS-TERME-PREC
005490         AND WS-TERME-PREC NOT = SPACES
005500         SET ELT-A-PRECEDENT TO TRUE
005510         MOVE ARCH-MOYENNE TO ELT-MOY-PREC
005520     END-IF.
005530     REWRITE ELEVE-TRAVAIL-RECORD
005540         INVALID KEY CONTINUE
005550     END-REWRITE.
005560     MOVE ARCH-TERME TO TRV-CODE.
005570     READ TERMES-TRAVAIL
005580         INVALID KEY
005590             MOVE 999 TO TRV-SEQUENCE
005600     END-READ.
005610     MOVE TRV-SEQUENCE TO WS-SEQ-LUE.
005620     IF WS-SEQ-LUE > WS-SEQ-TERME
005630         GO TO 1500-RETENIR-LIGNE-EXIT
005640     END-IF.
005650     PERFORM 1600-RETENIR-HISTORIQUE
005660         THRU 1600-RETENIR-HISTORIQUE-EXIT.
005670 1500-RETENIR-LIGNE-EXIT.
005680     EXIT.

005690*----------------------------------------------------------------
005696* 1600-RETENIR-HISTORIQUE - ELT-ID IS THE STUDENT; THE TERM'S
005702* SEQUENCE IN THE KEY KEEPS THE TREND IN TERM ORDER
005710*----------------------------------------------------------------
005720 1600-RETENIR-HISTORIQUE.
005730     MOVE ELT-ID     TO HST-ID.
005740     MOVE WS-SEQ-LUE TO HST-SEQ.
005750     MOVE ARCH-TERME TO HST-TERME.
005760     READ HISTORIQUE-FILE
005770         INVALID KEY
005780             MOVE ARCH-MOYENNE TO HST-MOYENNE
005790             MOVE ARCH-LETTRE  TO HST-LETTRE
005800             WRITE HISTORIQUE-RECORD
005810                 INVALID KEY CONTINUE
005820             END-WRITE
005830         NOT INVALID KEY
005840             MOVE ARCH-MOYENNE TO HST-MOYENNE
005850             MOVE ARCH-LETTRE  TO HST-LETTRE
005860             REWRITE HISTORIQUE-RECORD
005870                 INVALID KEY CONTINUE
005880             END-REWRITE
005890     END-READ.
005930 1600-RETENIR-HISTORIQUE-EXIT.
005940     EXIT.

006190*----------------------------------------------------------------
006200* 2000-PREPARER-DOSSIER - THRESHOLDS, GRADES, ATTENDANCE AND
006210* RANKS, THEN THE CLASS SUMMARY AND ONE SECTION PER STUDENT ON
006220* CONSEIL.DAT
006230*----------------------------------------------------------------
006240 2000-PREPARER-DOSSIER.
006250     PERFORM 2100-CHARGER-SEUILS
006260         THRU 2100-CHARGER-SEUILS-EXIT.
006270     PERFORM 2200-LIRE-PARAMETRES
006280         THRU 2200-LIRE-PARAMETRES-EXIT.
006290     PERFORM 2300-CHARGER-NOTES
006300         THRU 2300-CHARGER-NOTES-EXIT.
006310     PERFORM 2500-SAISIR-PERIODE
006320         THRU 2500-SAISIR-PERIODE-EXIT.
006330     IF PERIODE-VALIDE
006340         PERFORM 2600-CHARGER-JUSTIFICATIFS
006350             THRU 2600-CHARGER-JUSTIFICATIFS-EXIT
006360         PERFORM 2700-LIRE-PRESENCES
006370             THRU 2700-LIRE-PRESENCES-EXIT
006373         PERFORM 2800-COMPTER-SEANCES
006376             THRU 2800-COMPTER-SEANCES-EXIT
006380     END-IF.
006390     PERFORM 2900-CLASSER-ELEVES
006400         THRU 2900-CLASSER-ELEVES-EXIT.
006410     OPEN OUTPUT DOSSIER-FILE.
006420     IF NOT DOSSIER-OK
006430         CALL "FICHSTAT" USING WS-DOSSIER-STATUS
006440             WS-MESSAGE-STATUT
006450         DISPLAY "CONSEIL.DAT : "
006460             FUNCTION TRIM(WS-MESSAGE-STATUT)
006470         GO TO 2000-PREPARER-DOSSIER-EXIT
006480     END-IF.
006490     PERFORM 3000-EDITER-SYNTHESE
006500         THRU 3000-EDITER-SYNTHESE-EXIT.
006503     MOVE LOW-VALUES TO ELT-ID.
006506     START CLASSE-FILE KEY IS NOT LESS THAN ELT-ID
006509         INVALID KEY SET FIN-ELEVES TO TRUE
006512         NOT INVALID KEY MOVE "N" TO WS-FIN-ELEVES
006515     END-START.
006518     PERFORM UNTIL FIN-ELEVES
006521         READ CLASSE-FILE NEXT
006524             AT END SET FIN-ELEVES TO TRUE
006527             NOT AT END
006530                 PERFORM 4000-EDITER-ELEVE
006533                     THRU 4000-EDITER-ELEVE-EXIT
006536         END-READ
006550     END-PERFORM.
006560     CLOSE DOSSIER-FILE.
006570     DISPLAY "Dossier du conseil sur CONSEIL.DAT : classe "
006580         WS-CLASSE " - " WS-NB-ELEVES " eleve(s), "
006590         WS-NB-LIGNES " ligne(s)".
006760     IF WS-NB-HORS-ORDRE > ZERO
006770         DISPLAY "Pointages hors ordre chronologique ignores : "
006780             WS-NB-HORS-ORDRE
006790     END-IF.
006800 2000-PREPARER-DOSSIER-EXIT.
006810     EXIT.

006820*----------------------------------------------------------------
006830* 2100-CHARGER-SEUILS - MENTIONS.DAT OVERRIDES THE DEFAULTS
006840*----------------------------------------------------------------
006850 2100-CHARGER-SEUILS.
006860     OPEN INPUT SEUILS-FILE.
006870     IF NOT SEUILS-OK
006880         DISPLAY "MENTIONS.DAT absent - seuils par defaut"
006890         GO TO 2100-CHARGER-SEUILS-EXIT
006900     END-IF.
006910     MOVE "N" TO WS-FIN-FICHIER.
006920     PERFORM UNTIL FIN-FICHIER
006930         READ SEUILS-FILE
006940             AT END SET FIN-FICHIER TO TRUE
006950             NOT AT END
006960                 EVALUATE MEN-CODE
006970                     WHEN "F"
006980                         MOVE MEN-SEUIL
006990                             TO WS-SEUIL-FELICITATIONS
007000                     WHEN "E"
007010                         MOVE MEN-SEUIL
007020                             TO WS-SEUIL-ENCOURAGEMENTS
007030                     WHEN "A"
007040                         MOVE MEN-SEUIL
007050                             TO WS-SEUIL-AVERTISSEMENT
007060                     WHEN OTHER
007070                         CONTINUE
007080                 END-EVALUATE
007090         END-READ
007100     END-PERFORM.
007110     CLOSE SEUILS-FILE.
007120 2100-CHARGER-SEUILS-EXIT.
007130     EXIT.

007140*----------------------------------------------------------------
007150* 2200-LIRE-PARAMETRES - ABSENCE THRESHOLD AND THE JUSTIFIED
007160* ABSENCES RULE
007170*----------------------------------------------------------------
007180 2200-LIRE-PARAMETRES.
007190     OPEN INPUT CONFIG-FILE.
007200     IF NOT CONFIG-OK
007210         GO TO 2200-LIRE-PARAMETRES-EXIT
007220     END-IF.
007230     READ CONFIG-FILE
007240         AT END CONTINUE
007250         NOT AT END
007260             IF ACF-SEUIL > ZERO
007270                 MOVE ACF-SEUIL TO WS-SEUIL-ABSENCE
007280             END-IF
007290             IF ACF-JUSTIF-INCLUSES
007300                 MOVE "I" TO WS-JUSTIFIEES
007310             END-IF
007320     END-READ.
007330     CLOSE CONFIG-FILE.
007340 2200-LIRE-PARAMETRES-EXIT.
007350     EXIT.

007360*----------------------------------------------------------------
007370* 2300-CHARGER-NOTES - THE CLASS'S GRADES FOR THE TERM, THE
007380* LATEST PER STUDENT, SUBJECT AND SLOT
007390*----------------------------------------------------------------
007400 2300-CHARGER-NOTES.
007410     OPEN INPUT NOTESDET-FILE.
007420     IF NOT NOTESDET-OK
007430         DISPLAY "Aucune note saisie : NOTESDET.DAT"
007440         GO TO 2300-CHARGER-NOTES-EXIT
007450     END-IF.
007460     MOVE "N" TO WS-FIN-FICHIER.
007470     PERFORM UNTIL FIN-FICHIER
007480         READ NOTESDET-FILE
007490             AT END SET FIN-FICHIER TO TRUE
007500             NOT AT END
007510                 IF NTD-TERME = WS-TERME
007520                     AND NTD-CLASSE = WS-CLASSE
007530                     PERFORM 2310-RETENIR-NOTE
007540                         THRU 2310-RETENIR-NOTE-EXIT
007550                 END-IF
007560         END-READ
007570     END-PERFORM.
007580     CLOSE NOTESDET-FILE.
007640 2300-CHARGER-NOTES-EXIT.
007650     EXIT.

007660*----------------------------------------------------------------
007670* 2310-RETENIR-NOTE - A LATER LINE REPLACES THE EARLIER GRADE; A
007680* STUDENT NO LONGER IN THE CLASS IS LEFT OUT
007690*----------------------------------------------------------------
007700 2310-RETENIR-NOTE.
007710     MOVE NTD-STU-ID TO ELT-ID.
007720     READ CLASSE-FILE
007730         INVALID KEY
007740             GO TO 2310-RETENIR-NOTE-EXIT
007750     END-READ.
007800     IF NTD-EPREUVE < 1 OR NTD-EPREUVE > 3
007810         GO TO 2310-RETENIR-NOTE-EXIT
007820     END-IF.
007830     MOVE NTD-MATIERE TO NTT-MATIERE.
007840     MOVE NTD-STU-ID  TO NTT-ID.
007850     MOVE NTD-EPREUVE TO NTT-EPREUVE.
007860     READ NOTES-FILE
007870         INVALID KEY
007880             MOVE NTD-NOTE TO NTT-NOTE
007890             WRITE NOTE-TRAVAIL-RECORD
007900                 INVALID KEY CONTINUE
007910                 NOT INVALID KEY ADD 1 TO WS-NB-NOTES
007920             END-WRITE
007930         NOT INVALID KEY
007940             MOVE NTD-NOTE TO NTT-NOTE
007950             REWRITE NOTE-TRAVAIL-RECORD
007960                 INVALID KEY CONTINUE
007970             END-REWRITE
007980     END-READ.
008040 2310-RETENIR-NOTE-EXIT.
008050     EXIT.

008360*----------------------------------------------------------------
008370* 2500-SAISIR-PERIODE - THE TERM'S FIRST AND LAST DAY FOR THE
008380* ATTENDANCE; NO FIRST DAY LEAVES THE ATTENDANCE OUT
008390*----------------------------------------------------------------
008400 2500-SAISIR-PERIODE.
008410     DISPLAY "Premier jour du terme AAAAMMJJ (vide = sans"
008420         " assiduite) : ".
008430     MOVE ZERO TO WS-DEBUT.
008440     ACCEPT WS-DEBUT.
008450     IF WS-DEBUT = ZERO
008460         GO TO 2500-SAISIR-PERIODE-EXIT
008470     END-IF.
008480     DISPLAY "Dernier jour du terme AAAAMMJJ (vide = "
008490         WS-DATE-JOUR ") : ".
008500     MOVE ZERO TO WS-FIN.
008510     ACCEPT WS-FIN.
008520     IF WS-FIN = ZERO
008530         MOVE WS-DATE-JOUR TO WS-FIN
008540     END-IF.
008550     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEBUT) NOT = ZERO
008560         OR FUNCTION TEST-DATE-YYYYMMDD(WS-FIN) NOT = ZERO
008570         OR WS-FIN < WS-DEBUT
008580         DISPLAY "Periode invalide : " WS-DEBUT " - " WS-FIN
008590             " - dossier sans assiduite"
008600         GO TO 2500-SAISIR-PERIODE-EXIT
008610     END-IF.
008620     SET PERIODE-VALIDE TO TRUE.
008630 2500-SAISIR-PERIODE-EXIT.
008640     EXIT.

008650*----------------------------------------------------------------
008660* 2600-CHARGER-JUSTIFICATIFS - THE CLASS'S NOTES OVERLAPPING THE
008670* PERIOD
008680*----------------------------------------------------------------
008690 2600-CHARGER-JUSTIFICATIFS.
008700     OPEN INPUT JUSTIFS-FILE.
008710     IF NOT JUSTIFS-OK
008720         GO TO 2600-CHARGER-JUSTIFICATIFS-EXIT
008730     END-IF.
008740     MOVE "N" TO WS-FIN-FICHIER.
008750     PERFORM UNTIL FIN-FICHIER
008760         READ JUSTIFS-FILE
008770             AT END SET FIN-FICHIER TO TRUE
008780             NOT AT END
008790                 IF JUS-DEBUT NOT > WS-FIN
008800                     AND JUS-FIN NOT < WS-DEBUT
008810                     PERFORM 2610-RETENIR-JUSTIFICATIF
008820                         THRU 2610-RETENIR-JUSTIFICATIF-EXIT
008830                 END-IF
008840         END-READ
008850     END-PERFORM.
008860     CLOSE JUSTIFS-FILE.
008870 2600-CHARGER-JUSTIFICATIFS-EXIT.
008880     EXIT.

008890*----------------------------------------------------------------
008900* 2610-RETENIR-JUSTIFICATIF
008910*----------------------------------------------------------------
008920 2610-RETENIR-JUSTIFICATIF.
008930     MOVE JUS-STU-ID TO ELT-ID.
008940     READ CLASSE-FILE
008950         INVALID KEY
008960             GO TO 2610-RETENIR-JUSTIFICATIF-EXIT
008970     END-READ.
008980     MOVE JUS-STU-ID TO JST-ID.
008990     MOVE JUS-DEBUT  TO JST-DEBUT.
009000     MOVE JUS-FIN    TO JST-FIN.
009010     WRITE JUSTIF-TRAVAIL-RECORD
009020         INVALID KEY CONTINUE
009030     END-WRITE.
009110 2610-RETENIR-JUSTIFICATIF-EXIT.
009120     EXIT.

009130*----------------------------------------------------------------
009140* 2700-LIRE-PRESENCES - ASKNAME APPENDS IN DATE ORDER : EACH
009150* CHECK-IN OF THE CLASS IS KEPT WITH ITS SESSION
009160*----------------------------------------------------------------
009170 2700-LIRE-PRESENCES.
009180     OPEN INPUT PRESENCES-FILE.
009190     IF NOT PRESENCES-OK
009200         DISPLAY "Aucun pointage : PRESENCES.DAT"
009210         GO TO 2700-LIRE-PRESENCES-EXIT
009220     END-IF.
009230     MOVE "N" TO WS-FIN-FICHIER.
009240     PERFORM UNTIL FIN-FICHIER
009250         READ PRESENCES-FILE
009260             AT END SET FIN-FICHIER TO TRUE
009270             NOT AT END
009280                 IF PRS-DATE NOT < WS-DEBUT
009290                     AND PRS-DATE NOT > WS-FIN
009300                     PERFORM 2710-TRAITER-POINTAGE
009310                         THRU 2710-TRAITER-POINTAGE-EXIT
009320                 END-IF
009330         END-READ
009340     END-PERFORM.
009350     CLOSE PRESENCES-FILE.
009400 2700-LIRE-PRESENCES-EXIT.
009410     EXIT.

009420*----------------------------------------------------------------
009430* 2710-TRAITER-POINTAGE - A STUDENT OF THE CLASS ATTENDED THE
009440* SESSION AND THE CLASS HELD IT; OTHER CLASSES ARE LEFT OUT
009450*----------------------------------------------------------------
009460 2710-TRAITER-POINTAGE.
009470     IF PRS-DATE < WS-JOUR-COURANT
009480         ADD 1 TO WS-NB-HORS-ORDRE
009490         GO TO 2710-TRAITER-POINTAGE-EXIT
009500     END-IF.
009510     MOVE PRS-DATE TO WS-JOUR-COURANT.
009520     MOVE PRS-STU-ID TO ELT-ID.
009530     READ CLASSE-FILE
009540         INVALID KEY
009610             GO TO 2710-TRAITER-POINTAGE-EXIT
009620     END-READ.
009670     IF PRS-SEA-DEBUT NUMERIC
009680         MOVE PRS-SEA-DEBUT TO WS-DEBUT-LU
009690     ELSE
009700         MOVE ZERO TO WS-DEBUT-LU
009710     END-IF.
009720     MOVE PRS-DATE    TO PNT-DATE.
009730     MOVE WS-DEBUT-LU TO PNT-DEBUT.
009740     MOVE PRS-STU-ID  TO PNT-ID.
009750     WRITE POINTAGE-RECORD
009760         INVALID KEY CONTINUE
009770     END-WRITE.
009780     MOVE PRS-DATE    TO SNC-DATE.
009790     MOVE WS-DEBUT-LU TO SNC-DEBUT.
009800     WRITE SEANCE-RECORD
009810         INVALID KEY CONTINUE
009820     END-WRITE.
009920 2710-TRAITER-POINTAGE-EXIT.
009930     EXIT.

009940*----------------------------------------------------------------
009950* 2800-COMPTER-SEANCES - EVERY SESSION THE CLASS HELD COUNTS FOR
009960* EACH OF ITS STUDENTS
009970*----------------------------------------------------------------
009977 2800-COMPTER-SEANCES.
009984     MOVE ZERO TO SNC-DATE SNC-DEBUT.
009991     START SEANCES-FILE KEY IS NOT LESS THAN SNC-CLE
009998         INVALID KEY SET FIN-FICHIER TO TRUE
010005         NOT INVALID KEY MOVE "N" TO WS-FIN-FICHIER
010012     END-START.
010019     PERFORM UNTIL FIN-FICHIER
010026         READ SEANCES-FILE NEXT
010033             AT END SET FIN-FICHIER TO TRUE
010040             NOT AT END
010047                 PERFORM 2810-COMPTER-SEANCE
010054                     THRU 2810-COMPTER-SEANCE-EXIT
010061         END-READ
010070     END-PERFORM.
010080 2800-COMPTER-SEANCES-EXIT.
010140     EXIT.

010150*----------------------------------------------------------------
010160* 2810-COMPTER-SEANCE - SNC-CLE IS THE SESSION
010180*----------------------------------------------------------------
010186 2810-COMPTER-SEANCE.
010192     ADD 1 TO WS-NB-SEANCES.
010198     MOVE LOW-VALUES TO ELT-ID.
010204     START CLASSE-FILE KEY IS NOT LESS THAN ELT-ID
010210         INVALID KEY SET FIN-ELEVES TO TRUE
010216         NOT INVALID KEY MOVE "N" TO WS-FIN-ELEVES
010222     END-START.
010228     PERFORM UNTIL FIN-ELEVES
010234         READ CLASSE-FILE NEXT
010240             AT END SET FIN-ELEVES TO TRUE
010246             NOT AT END
010252                 PERFORM 2820-COMPTER-UN-ELEVE
010258                     THRU 2820-COMPTER-UN-ELEVE-EXIT
010264         END-READ
010280     END-PERFORM.
010281 2810-COMPTER-SEANCE-EXIT.
010282     EXIT.

010283*----------------------------------------------------------------
010284* 2820-COMPTER-UN-ELEVE - PRESENT WHEN CHECKED IN FOR THE
010285* SESSION, OTHERWISE JUSTIFIED WHEN A NOTE COVERS THE DAY
010286*----------------------------------------------------------------
010287 2820-COMPTER-UN-ELEVE.
010288     MOVE SNC-DATE  TO PNT-DATE.
010289     MOVE SNC-DEBUT TO PNT-DEBUT.
010290     MOVE ELT-ID    TO PNT-ID.
010291     READ POINTAGES-FILE
010292         INVALID KEY
010293             PERFORM 2830-CHERCHER-JUSTIFICATIF
010294                 THRU 2830-CHERCHER-JUSTIFICATIF-EXIT
010295             IF ABSENCE-JUSTIFIEE
010296                 ADD 1 TO ELT-NB-JUSTIF
010297             ELSE
010298                 ADD 1 TO ELT-NB-INJUST
010299             END-IF
010300         NOT INVALID KEY
010301             ADD 1 TO ELT-NB-PRESENT
010302     END-READ.
010303     REWRITE ELEVE-TRAVAIL-RECORD
010304         INVALID KEY CONTINUE
010305     END-REWRITE.
010306 2820-COMPTER-UN-ELEVE-EXIT.
010307     EXIT.

010308*----------------------------------------------------------------
010309* 2830-CHERCHER-JUSTIFICATIF - THE STUDENT'S NOTES IN ORDER OF
010310* FIRST DAY, UP TO THE SESSION'S DAY
010311*----------------------------------------------------------------
010312 2830-CHERCHER-JUSTIFICATIF.
010330     MOVE "N" TO WS-JUSTIFIE.
010334     MOVE ELT-ID TO JST-ID.
010338     MOVE ZERO   TO JST-DEBUT JST-FIN.
010342     START JUSTIFS-TRAVAIL KEY IS NOT LESS THAN JST-CLE
010346         INVALID KEY SET FIN-JUSTIFS TO TRUE
010350         NOT INVALID KEY MOVE "N" TO WS-FIN-JUSTIFS
010354     END-START.
010358     PERFORM UNTIL FIN-JUSTIFS OR ABSENCE-JUSTIFIEE
010362         READ JUSTIFS-TRAVAIL NEXT
010366             AT END SET FIN-JUSTIFS TO TRUE
010370             NOT AT END
010374                 IF JST-ID NOT = ELT-ID
010378                     OR JST-DEBUT > SNC-DATE
010382                     SET FIN-JUSTIFS TO TRUE
010386                 ELSE
010390                     IF JST-FIN NOT < SNC-DATE
010394                         SET ABSENCE-JUSTIFIEE TO TRUE
010398                     END-IF
010402                 END-IF
010406         END-READ
010410     END-PERFORM.
010420 2830-CHERCHER-JUSTIFICATIF-EXIT.
010480     EXIT.

010490*----------------------------------------------------------------
010500* 2900-CLASSER-ELEVES - CLASS TOTALS FOR THIS TERM AND THE
010510* PREVIOUS ONE, THEN THE TERM'S RESULTS SORTED BEST FIRST; TIES
010520* SHARE A RANK
010530*----------------------------------------------------------------
010540 2900-CLASSER-ELEVES.
010550     SORT TRI-RANGS
010560         ON DESCENDING KEY TRI-RNG-MOYENNE
010570         WITH DUPLICATES IN ORDER
010580         INPUT PROCEDURE IS 2910-CUMULER-CLASSE
010590             THRU 2910-CUMULER-CLASSE-EXIT
010600         OUTPUT PROCEDURE IS 2950-ATTRIBUER-RANGS
010610             THRU 2950-ATTRIBUER-RANGS-EXIT.
010740     IF WS-NB-RESULTATS > ZERO
010750         COMPUTE WS-MOYENNE-CLASSE ROUNDED =
010760             WS-SOMME-MOYENNES / WS-NB-RESULTATS
010770         COMPUTE WS-TAUX-REUSSITE ROUNDED =
010780             WS-NB-REUSSITES * 100 / WS-NB-RESULTATS
010790     END-IF.
010800     IF WS-NB-RESULTATS-PREC > ZERO
010810         COMPUTE WS-MOYENNE-PREC ROUNDED =
010820             WS-SOMME-PREC / WS-NB-RESULTATS-PREC
010830         COMPUTE WS-TAUX-PREC ROUNDED =
010840             WS-NB-REUSSITES-PREC * 100 / WS-NB-RESULTATS-PREC
010850     END-IF.
010860 2900-CLASSER-ELEVES-EXIT.
010870     EXIT.

010880*----------------------------------------------------------------
010890* 2910-CUMULER-CLASSE - SORT INPUT : EVERY STUDENT OF THE CLASS
010900*----------------------------------------------------------------
010906 2910-CUMULER-CLASSE.
010912     MOVE LOW-VALUES TO ELT-ID.
010918     START CLASSE-FILE KEY IS NOT LESS THAN ELT-ID
010924         INVALID KEY SET FIN-ELEVES TO TRUE
010930         NOT INVALID KEY MOVE "N" TO WS-FIN-ELEVES
010936     END-START.
010942     PERFORM UNTIL FIN-ELEVES
010948         READ CLASSE-FILE NEXT
010954             AT END SET FIN-ELEVES TO TRUE
010960             NOT AT END
010966                 PERFORM 2920-CUMULER-ELEVE
010972                     THRU 2920-CUMULER-ELEVE-EXIT
010978         END-READ
010990     END-PERFORM.
010991 2910-CUMULER-CLASSE-EXIT.
010992     EXIT.

010993*----------------------------------------------------------------
010994* 2920-CUMULER-ELEVE - A STUDENT WITH A RESULT GOES TO THE SORT
010995*----------------------------------------------------------------
010996 2920-CUMULER-ELEVE.
010997     IF ELT-A-PRECEDENT
010998         ADD 1 TO WS-NB-RESULTATS-PREC
010999         ADD ELT-MOY-PREC TO WS-SOMME-PREC
011000         IF ELT-MOY-PREC NOT < WS-SEUIL-REUSSITE
011001             ADD 1 TO WS-NB-REUSSITES-PREC
011002         END-IF
011003     END-IF.
011004     IF NOT ELT-A-RESULTAT
011005         GO TO 2920-CUMULER-ELEVE-EXIT
011006     END-IF.
011007     ADD 1 TO WS-NB-RESULTATS.
011008     ADD ELT-MOYENNE TO WS-SOMME-MOYENNES.
011009     IF ELT-MOYENNE NOT < WS-SEUIL-REUSSITE
011010         ADD 1 TO WS-NB-REUSSITES
011011     END-IF.
011012     MOVE ELT-MOYENNE TO TRI-RNG-MOYENNE.
011013     MOVE ELT-ID      TO TRI-RNG-ID.
011014     RELEASE TRI-RANG.
011015 2920-CUMULER-ELEVE-EXIT.
011016     EXIT.

011017*----------------------------------------------------------------
011018* 2950-ATTRIBUER-RANGS - SORT OUTPUT : A STUDENT'S RANK IS ONE
011019* PLUS THE NUMBER OF CLASSMATES WITH A HIGHER AVERAGE
011020*----------------------------------------------------------------
011021 2950-ATTRIBUER-RANGS.
011022     MOVE ZERO TO WS-POSITION.
011023     PERFORM 2960-ATTRIBUER-RANG
011024         THRU 2960-ATTRIBUER-RANG-EXIT
011025         UNTIL FIN-TRI.
011026 2950-ATTRIBUER-RANGS-EXIT.
011027     EXIT.

011028*----------------------------------------------------------------
011029* 2960-ATTRIBUER-RANG
011030*----------------------------------------------------------------
011031 2960-ATTRIBUER-RANG.
011032     RETURN TRI-RANGS
011033         AT END
011034             SET FIN-TRI TO TRUE
011035             GO TO 2960-ATTRIBUER-RANG-EXIT
011036     END-RETURN.
011037     ADD 1 TO WS-POSITION.
011038     IF WS-POSITION = 1
011039         OR TRI-RNG-MOYENNE NOT = WS-MOYENNE-RANG
011040         MOVE WS-POSITION     TO WS-RANG
011041         MOVE TRI-RNG-MOYENNE TO WS-MOYENNE-RANG
011042     END-IF.
011043     MOVE TRI-RNG-ID TO ELT-ID.
011044     READ CLASSE-FILE
011045         INVALID KEY
011046             GO TO 2960-ATTRIBUER-RANG-EXIT
011047     END-READ.
011048     MOVE WS-RANG TO ELT-RANG.
011049     REWRITE ELEVE-TRAVAIL-RECORD
011050         INVALID KEY CONTINUE
011051     END-REWRITE.
011052 2960-ATTRIBUER-RANG-EXIT.
011010     EXIT.

011020*----------------------------------------------------------------
011030* 3000-EDITER-SYNTHESE - HEADING, CLASS AVERAGE AND PASS RATE
011040* AGAINST THE PREVIOUS TERM, THEN THE AVERAGE PER SUBJECT
011050*----------------------------------------------------------------
011060 3000-EDITER-SYNTHESE.
011070     MOVE WS-DATE-JOUR TO WS-DATE-A-EDITER.
011080     PERFORM 8100-EDITER-DATE
011090         THRU 8100-EDITER-DATE-EXIT.
011100     MOVE SPACES TO WS-LIGNE.
011110     STRING "CONSEIL DE CLASSE - CLASSE " DELIMITED BY SIZE
011120            WS-CLASSE DELIMITED BY SPACE
011130            " - TERME " DELIMITED BY SIZE
011140            WS-TERME DELIMITED BY SPACE
011150            " - EDITE LE " DELIMITED BY SIZE
011160            WS-DATE-EDITEE DELIMITED BY SIZE
011170         INTO WS-LIGNE.
011180     PERFORM 8000-ECRIRE-LIGNE
011190         THRU 8000-ECRIRE-LIGNE-EXIT.
011200     MOVE ALL "=" TO WS-LIGNE.
011210     PERFORM 8000-ECRIRE-LIGNE
011220         THRU 8000-ECRIRE-LIGNE-EXIT.
011230     MOVE "SYNTHESE DE LA CLASSE" TO WS-LIGNE.
011240     PERFORM 8000-ECRIRE-LIGNE
011250         THRU 8000-ECRIRE-LIGNE-EXIT.
011260     MOVE WS-NB-ELEVES    TO WS-ED-NOMBRE.
011270     MOVE WS-NB-RESULTATS TO WS-ED-NOMBRE-2.
011280     MOVE SPACES TO WS-LIGNE.
011290     STRING "  Eleves : " DELIMITED BY SIZE
011300            WS-ED-NOMBRE DELIMITED BY SIZE
011310            " - resultats archives pour le terme : "
011320                DELIMITED BY SIZE
011330            WS-ED-NOMBRE-2 DELIMITED BY SIZE
011340         INTO WS-LIGNE.
011350     PERFORM 8000-ECRIRE-LIGNE
011360         THRU 8000-ECRIRE-LIGNE-EXIT.
011370     MOVE SPACES TO WS-LIGNE.
011380     IF WS-NB-RESULTATS = ZERO
011390         MOVE "  Aucun bulletin archive pour ce terme" TO WS-LIGNE
011400     ELSE
011410         MOVE WS-MOYENNE-CLASSE TO WS-ED-MOYENNE
011420         MOVE WS-TAUX-REUSSITE  TO WS-ED-TAUX
011430         STRING "  Moyenne de la classe : " DELIMITED BY SIZE
011440                WS-ED-MOYENNE DELIMITED BY SIZE
011450                " - reussite : " DELIMITED BY SIZE
011460                WS-ED-TAUX DELIMITED BY SIZE
011470                " %" DELIMITED BY SIZE
011480             INTO WS-LIGNE
011490     END-IF.
011500     PERFORM 8000-ECRIRE-LIGNE
011510         THRU 8000-ECRIRE-LIGNE-EXIT.
011520     PERFORM 3100-EDITER-PRECEDENT
011530         THRU 3100-EDITER-PRECEDENT-EXIT.
011540     MOVE "  Moyennes par matiere (coefficients 1, 1, 2) :"
011550         TO WS-LIGNE.
011560     PERFORM 8000-ECRIRE-LIGNE
011570         THRU 8000-ECRIRE-LIGNE-EXIT.
011580     IF WS-NB-NOTES = ZERO
011590         MOVE "    Aucune note saisie pour la classe et le terme"
011600             TO WS-LIGNE
011610         PERFORM 8000-ECRIRE-LIGNE
011620             THRU 8000-ECRIRE-LIGNE-EXIT
011630     END-IF.
011637     MOVE ZERO TO WS-MAT-NB-NOTES.
011644     MOVE LOW-VALUES TO NTT-CLE.
011651     START NOTES-FILE KEY IS NOT LESS THAN NTT-CLE
011658         INVALID KEY SET FIN-FICHIER TO TRUE
011665         NOT INVALID KEY MOVE "N" TO WS-FIN-FICHIER
011672     END-START.
011679     PERFORM UNTIL FIN-FICHIER
011686         READ NOTES-FILE NEXT
011693             AT END SET FIN-FICHIER TO TRUE
011700             NOT AT END
011707                 PERFORM 3050-CUMULER-NOTE
011714                     THRU 3050-CUMULER-NOTE-EXIT
011721         END-READ
011740     END-PERFORM.
011742     IF WS-MAT-NB-NOTES > ZERO
011744         PERFORM 3060-EDITER-MATIERE
011746             THRU 3060-EDITER-MATIERE-EXIT
011748     END-IF.
011750     IF PERIODE-VALIDE
011760         MOVE WS-DEBUT TO WS-DATE-A-EDITER
011770         PERFORM 8100-EDITER-DATE
011780             THRU 8100-EDITER-DATE-EXIT
011790         MOVE WS-DATE-EDITEE TO WS-DEBUT-EDITE
011800         MOVE WS-FIN TO WS-DATE-A-EDITER
011810         PERFORM 8100-EDITER-DATE
011820             THRU 8100-EDITER-DATE-EXIT
011830         MOVE WS-DATE-EDITEE TO WS-FIN-EDITE
011840         MOVE WS-NB-SEANCES TO WS-ED-NOMBRE
011850         MOVE WS-SEUIL-ABSENCE TO WS-ED-TAUX
011860         MOVE SPACES TO WS-LIGNE
011870         STRING "  Assiduite du " DELIMITED BY SIZE
011880                WS-DEBUT-EDITE DELIMITED BY SIZE
011890                " au " DELIMITED BY SIZE
011900                WS-FIN-EDITE DELIMITED BY SIZE
011910                " - seances : " DELIMITED BY SIZE
011920                WS-ED-NOMBRE DELIMITED BY SIZE
011930                " - seuil " DELIMITED BY SIZE
011940                WS-ED-TAUX DELIMITED BY SIZE
011950                " %" DELIMITED BY SIZE
011960             INTO WS-LIGNE
011970         PERFORM 8000-ECRIRE-LIGNE
011980             THRU 8000-ECRIRE-LIGNE-EXIT
011990     END-IF.
012000 3000-EDITER-SYNTHESE-EXIT.
012010     EXIT.

012011*----------------------------------------------------------------
012012* 3050-CUMULER-NOTE - THE GRADES COME BY SUBJECT; A NEW SUBJECT
012013* PRINTS THE ONE BEFORE IT
012014*----------------------------------------------------------------
012015 3050-CUMULER-NOTE.
012016     IF WS-MAT-NB-NOTES = ZERO
012017         OR NTT-MATIERE NOT = WS-MAT-CODE
012018         IF WS-MAT-NB-NOTES > ZERO
012019             PERFORM 3060-EDITER-MATIERE
012020                 THRU 3060-EDITER-MATIERE-EXIT
012021         END-IF
012022         MOVE NTT-MATIERE TO WS-MAT-CODE
012023         MOVE ZERO TO WS-MAT-SOMME
012024                      WS-MAT-POIDS
012025                      WS-MAT-NB-NOTES
012026     END-IF.
012027     COMPUTE WS-MAT-SOMME = WS-MAT-SOMME
012028         + NTT-NOTE * WS-COEF(NTT-EPREUVE).
012029     ADD WS-COEF(NTT-EPREUVE) TO WS-MAT-POIDS.
012030     ADD 1 TO WS-MAT-NB-NOTES.
012031 3050-CUMULER-NOTE-EXIT.
012032     EXIT.

012033*----------------------------------------------------------------
012034* 3060-EDITER-MATIERE - THE SUBJECT'S WEIGHTED AVERAGE
012035*----------------------------------------------------------------
012036 3060-EDITER-MATIERE.
012037     COMPUTE WS-MOYENNE-MATIERE ROUNDED =
012038         WS-MAT-SOMME / WS-MAT-POIDS.
012039     MOVE WS-MAT-CODE        TO WS-LM-MATIERE.
012040     MOVE WS-MOYENNE-MATIERE TO WS-LM-MOYENNE.
012041     MOVE WS-MAT-NB-NOTES    TO WS-LM-NOTES.
012042     MOVE WS-LIGNE-MATIERE   TO WS-LIGNE.
012043     PERFORM 8000-ECRIRE-LIGNE
012044         THRU 8000-ECRIRE-LIGNE-EXIT.
012045 3060-EDITER-MATIERE-EXIT.
012046     EXIT.

012020*----------------------------------------------------------------
012030* 3100-EDITER-PRECEDENT - THE SAME STUDENTS' RESULTS LAST TERM
012040*----------------------------------------------------------------
012050 3100-EDITER-PRECEDENT.
012060     MOVE SPACES TO WS-LIGNE.
012070     IF WS-TERME-PREC = SPACES
012080         MOVE "  Pas de terme precedent sur TERMES.DAT"
012090             TO WS-LIGNE
012100         PERFORM 8000-ECRIRE-LIGNE
012110             THRU 8000-ECRIRE-LIGNE-EXIT
012120         GO TO 3100-EDITER-PRECEDENT-EXIT
012130     END-IF.
012140     IF WS-NB-RESULTATS-PREC = ZERO
012150         STRING "  Terme precedent " DELIMITED BY SIZE
012160                WS-TERME-PREC DELIMITED BY SPACE
012170                " : aucun resultat archive" DELIMITED BY SIZE
012180             INTO WS-LIGNE
012190         PERFORM 8000-ECRIRE-LIGNE
012200             THRU 8000-ECRIRE-LIGNE-EXIT
012210         GO TO 3100-EDITER-PRECEDENT-EXIT
012220     END-IF.
012230     MOVE WS-MOYENNE-PREC TO WS-ED-MOYENNE.
012240     MOVE WS-TAUX-PREC    TO WS-ED-TAUX.
012250     STRING "  Terme precedent " DELIMITED BY SIZE
012260            WS-TERME-PREC DELIMITED BY SPACE
012270            " : moyenne " DELIMITED BY SIZE
012280            WS-ED-MOYENNE DELIMITED BY SIZE
012290            " - reussite : " DELIMITED BY SIZE
012300            WS-ED-TAUX DELIMITED BY SIZE
012310            " %" DELIMITED BY SIZE
012320         INTO WS-LIGNE.
012330     PERFORM 8000-ECRIRE-LIGNE
012340         THRU 8000-ECRIRE-LIGNE-EXIT.
012350     IF WS-NB-RESULTATS = ZERO
012360         GO TO 3100-EDITER-PRECEDENT-EXIT
012370     END-IF.
012380     COMPUTE WS-ECART = WS-MOYENNE-CLASSE - WS-MOYENNE-PREC.
012390     MOVE WS-ECART TO WS-ED-ECART.
012400     MOVE SPACES TO WS-LIGNE.
012410     STRING "  Ecart de moyenne sur le terme precedent : "
012420                DELIMITED BY SIZE
012430            WS-ED-ECART DELIMITED BY SIZE
012440         INTO WS-LIGNE.
012450     PERFORM 8000-ECRIRE-LIGNE
012460         THRU 8000-ECRIRE-LIGNE-EXIT.
012470 3100-EDITER-PRECEDENT-EXIT.
012480     EXIT.

012490*----------------------------------------------------------------
012500* 4000-EDITER-ELEVE - GRADES, AVERAGE, RANK, MENTION, ABSENCE
012510* RATE, TREND, THEN THE LINES LEFT FOR THE COUNCIL'S REMARKS
012520*----------------------------------------------------------------
012530 4000-EDITER-ELEVE.
012540     MOVE SPACES TO WS-LIGNE.
012550     PERFORM 8000-ECRIRE-LIGNE
012560         THRU 8000-ECRIRE-LIGNE-EXIT.
012570     MOVE ALL "-" TO WS-LIGNE.
012580     PERFORM 8000-ECRIRE-LIGNE
012590         THRU 8000-ECRIRE-LIGNE-EXIT.
012600     MOVE SPACES TO WS-LIGNE.
012610     STRING "ELEVE " DELIMITED BY SIZE
012620            ELT-ID DELIMITED BY SIZE
012630            "  " DELIMITED BY SIZE
012640            ELT-NOM DELIMITED BY SIZE
012650         INTO WS-LIGNE.
012660     PERFORM 8000-ECRIRE-LIGNE
012670         THRU 8000-ECRIRE-LIGNE-EXIT.
012680     IF ELT-A-RESULTAT
012690         PERFORM 4100-EDITER-RESULTAT
012700             THRU 4100-EDITER-RESULTAT-EXIT
012710     ELSE
012720         MOVE "  Aucun resultat archive pour le terme" TO WS-LIGNE
012730         PERFORM 8000-ECRIRE-LIGNE
012740             THRU 8000-ECRIRE-LIGNE-EXIT
012750     END-IF.
012760     IF PERIODE-VALIDE
012770         PERFORM 4200-EDITER-ASSIDUITE
012780             THRU 4200-EDITER-ASSIDUITE-EXIT
012790     END-IF.
012800     PERFORM 4300-EDITER-TENDANCE
012810         THRU 4300-EDITER-TENDANCE-EXIT.
012820     IF ELT-REMARQUE NOT = SPACES
012830         MOVE SPACES TO WS-LIGNE
012840         STRING "  Remarque archivee : " DELIMITED BY SIZE
012850                ELT-REMARQUE DELIMITED BY SIZE
012860             INTO WS-LIGNE
012870         PERFORM 8000-ECRIRE-LIGNE
012880             THRU 8000-ECRIRE-LIGNE-EXIT
012890     END-IF.
012900     MOVE "  Remarques du conseil :" TO WS-LIGNE.
012910     PERFORM 8000-ECRIRE-LIGNE
012920         THRU 8000-ECRIRE-LIGNE-EXIT.
012930     MOVE SPACES TO WS-LIGNE.
012940     PERFORM 8000-ECRIRE-LIGNE
012950         THRU 8000-ECRIRE-LIGNE-EXIT.
012960     MOVE WS-LIGNE-REMARQUE TO WS-LIGNE.
012970     PERFORM 8000-ECRIRE-LIGNE
012980         THRU 8000-ECRIRE-LIGNE-EXIT.
012990     MOVE SPACES TO WS-LIGNE.
013000     PERFORM 8000-ECRIRE-LIGNE
013010         THRU 8000-ECRIRE-LIGNE-EXIT.
013020     MOVE WS-LIGNE-REMARQUE TO WS-LIGNE.
013030     PERFORM 8000-ECRIRE-LIGNE
013040         THRU 8000-ECRIRE-LIGNE-EXIT.
013050 4000-EDITER-ELEVE-EXIT.
013060     EXIT.

013070*----------------------------------------------------------------
013080* 4100-EDITER-RESULTAT - THE TERM'S LINE ON BULLARCH.DAT
013090*----------------------------------------------------------------
013100 4100-EDITER-RESULTAT.
013110     MOVE SPACES TO WS-LIGNE.
013120     IF ELT-NOTES = SPACES
013130         MOVE "  Notes detaillees absentes de BULLARCH.DAT"
013140             TO WS-LIGNE
013150     ELSE
013160         MOVE ELT-NOTE(1) TO WS-ED-NOTE-1
013170         MOVE ELT-NOTE(2) TO WS-ED-NOTE-2
013180         MOVE ELT-NOTE(3) TO WS-ED-NOTE-3
013190         STRING "  Notes : controle 1 " DELIMITED BY SIZE
013200                WS-ED-NOTE-1 DELIMITED BY SIZE
013210                " - controle 2 " DELIMITED BY SIZE
013220                WS-ED-NOTE-2 DELIMITED BY SIZE
013230                " - examen " DELIMITED BY SIZE
013240                WS-ED-NOTE-3 DELIMITED BY SIZE
013250             INTO WS-LIGNE
013260     END-IF.
013270     PERFORM 8000-ECRIRE-LIGNE
013280         THRU 8000-ECRIRE-LIGNE-EXIT.
013290     EVALUATE TRUE
013300         WHEN ELT-MOYENNE NOT < WS-SEUIL-FELICITATIONS
013310             MOVE "FELICITATIONS" TO WS-LIB-MENTION
013320         WHEN ELT-MOYENNE NOT < WS-SEUIL-ENCOURAGEMENTS
013330             MOVE "ENCOURAGEMENTS" TO WS-LIB-MENTION
013340         WHEN ELT-MOYENNE < WS-SEUIL-AVERTISSEMENT
013350             MOVE "AVERTISSEMENT" TO WS-LIB-MENTION
013360         WHEN OTHER
013370             MOVE "AUCUNE" TO WS-LIB-MENTION
013380     END-EVALUATE.
013390     MOVE ELT-MOYENNE TO WS-ED-MOYENNE.
013400     MOVE ELT-RANG    TO WS-ED-RANG.
013410     MOVE WS-NB-RESULTATS        TO WS-ED-NOMBRE.
013420     MOVE SPACES TO WS-LIGNE.
013430     STRING "  Moyenne " DELIMITED BY SIZE
013440            WS-ED-MOYENNE DELIMITED BY SIZE
013450            " (" DELIMITED BY SIZE
013460            ELT-LETTRE DELIMITED BY SIZE
013470            ") - rang " DELIMITED BY SIZE
013480            WS-ED-RANG DELIMITED BY SIZE
013490            " /" DELIMITED BY SIZE
013500            WS-ED-NOMBRE DELIMITED BY SIZE
013510            " - mention : " DELIMITED BY SIZE
013520            WS-LIB-MENTION DELIMITED BY SPACE
013530         INTO WS-LIGNE.
013540     PERFORM 8000-ECRIRE-LIGNE
013550         THRU 8000-ECRIRE-LIGNE-EXIT.
013560     IF ELT-APRES-RATTRAPAGE
013570         MOVE ELT-INIT TO WS-ED-MOYENNE
013580         MOVE SPACES TO WS-LIGNE
013590         STRING "  Apres rattrapage - moyenne initiale "
013600                    DELIMITED BY SIZE
013610                WS-ED-MOYENNE DELIMITED BY SIZE
013620             INTO WS-LIGNE
013630         PERFORM 8000-ECRIRE-LIGNE
013640             THRU 8000-ECRIRE-LIGNE-EXIT
013650     END-IF.
013660 4100-EDITER-RESULTAT-EXIT.
013670     EXIT.

013680*----------------------------------------------------------------
013690* 4200-EDITER-ASSIDUITE - RATE OVER THE CLASS'S SESSIONS; THE
013700* THRESHOLD LEAVES JUSTIFIED ABSENCES OUT UNLESS ABSCFG.DAT SAYS
013710* OTHERWISE, AS IN ABSENCES
013720*----------------------------------------------------------------
013730 4200-EDITER-ASSIDUITE.
013740     MOVE SPACES TO WS-LIGNE.
013750     IF WS-NB-SEANCES = ZERO
013760         MOVE "  Absences : aucune seance pointee sur la periode"
013770             TO WS-LIGNE
013780         PERFORM 8000-ECRIRE-LIGNE
013790             THRU 8000-ECRIRE-LIGNE-EXIT
013800         GO TO 4200-EDITER-ASSIDUITE-EXIT
013810     END-IF.
013820     COMPUTE WS-NB-MANQUEES = ELT-NB-JUSTIF
013830                            + ELT-NB-INJUST.
013840     COMPUTE WS-TAUX ROUNDED = WS-NB-MANQUEES * 100
013850                             / WS-NB-SEANCES.
013860     IF JUSTIFIEES-INCLUSES
013870         MOVE WS-NB-MANQUEES TO WS-NB-COMPTEES
013880     ELSE
013890         MOVE ELT-NB-INJUST TO WS-NB-COMPTEES
013900     END-IF.
013910     COMPUTE WS-TAUX-SEUIL ROUNDED = WS-NB-COMPTEES * 100
013920                                   / WS-NB-SEANCES.
013930     MOVE WS-NB-MANQUEES           TO WS-ED-NOMBRE.
013940     MOVE ELT-NB-JUSTIF TO WS-ED-NOMBRE-2.
013950     MOVE WS-TAUX                  TO WS-ED-TAUX.
013960     STRING "  Absences : " DELIMITED BY SIZE
013970            WS-ED-NOMBRE DELIMITED BY SIZE
013980            " seance(s) dont " DELIMITED BY SIZE
013990            WS-ED-NOMBRE-2 DELIMITED BY SIZE
014000            " justifiee(s) - taux " DELIMITED BY SIZE
014010            WS-ED-TAUX DELIMITED BY SIZE
014020            " %" DELIMITED BY SIZE
014030         INTO WS-LIGNE.
014040     IF WS-TAUX-SEUIL > WS-SEUIL-ABSENCE
014050         MOVE "* SEUIL DEPASSE" TO WS-LIGNE(65:15)
014060     END-IF.
014070     PERFORM 8000-ECRIRE-LIGNE
014080         THRU 8000-ECRIRE-LIGNE-EXIT.
014090 4200-EDITER-ASSIDUITE-EXIT.
014100     EXIT.

014110*----------------------------------------------------------------
014120* 4300-EDITER-TENDANCE - ONE LINE PER TERM UP TO THIS ONE, WITH
014130* THE CHANGE FROM THE PREVIOUS TERM, AS IN BULLTENDANCE
014140*----------------------------------------------------------------
014150 4300-EDITER-TENDANCE.
014160     MOVE ZERO TO WS-NB-HIST.
014170     MOVE ELT-ID     TO HST-ID.
014180     MOVE ZERO       TO HST-SEQ.
014190     MOVE LOW-VALUES TO HST-TERME.
014200     START HISTORIQUE-FILE KEY IS NOT LESS THAN HST-CLE
014210         INVALID KEY SET FIN-FICHIER TO TRUE
014220         NOT INVALID KEY MOVE "N" TO WS-FIN-FICHIER
014230     END-START.
014240     PERFORM UNTIL FIN-FICHIER
014250         READ HISTORIQUE-FILE NEXT
014260             AT END SET FIN-FICHIER TO TRUE
014270             NOT AT END
014280                 IF HST-ID NOT = ELT-ID
014290                     SET FIN-FICHIER TO TRUE
014300                 ELSE
014310                     PERFORM 4310-EDITER-TERME
014320                         THRU 4310-EDITER-TERME-EXIT
014330                 END-IF
014340         END-READ
014410     END-PERFORM.
014420 4300-EDITER-TENDANCE-EXIT.
014430     EXIT.

014431*----------------------------------------------------------------
014432* 4310-EDITER-TERME - THE HEADING BEFORE THE FIRST TERM
014433*----------------------------------------------------------------
014434 4310-EDITER-TERME.
014435     ADD 1 TO WS-NB-HIST.
014436     IF WS-NB-HIST = 1
014437         MOVE "  Tendance :" TO WS-LIGNE
014438         PERFORM 8000-ECRIRE-LIGNE
014439             THRU 8000-ECRIRE-LIGNE-EXIT
014440     END-IF.
014441     MOVE HST-TERME   TO WS-LT-TERME.
014442     MOVE HST-MOYENNE TO WS-LT-MOYENNE.
014443     MOVE HST-LETTRE  TO WS-LT-LETTRE.
014444     MOVE SPACES TO WS-LT-LIB-ECART.
014445     MOVE ZERO   TO WS-LT-ECART.
014446     IF WS-NB-HIST > 1
014447         COMPUTE WS-ECART = HST-MOYENNE - WS-MOYENNE-AVANT
014448         MOVE " - ecart " TO WS-LT-LIB-ECART
014449         MOVE WS-ECART    TO WS-LT-ECART
014450     END-IF.
014451     MOVE HST-MOYENNE TO WS-MOYENNE-AVANT.
014452     MOVE WS-LIGNE-TENDANCE TO WS-LIGNE.
014453     IF WS-NB-HIST = 1
014454         MOVE SPACES TO WS-LIGNE(26:)
014455     END-IF.
014456     PERFORM 8000-ECRIRE-LIGNE
014457         THRU 8000-ECRIRE-LIGNE-EXIT.
014458 4310-EDITER-TERME-EXIT.
014459     EXIT.

014440*----------------------------------------------------------------
014450* 6000-REPORTER-REMARQUES - THE REMARKS TYPED UP AFTER THE
014460* COUNCIL GO ON BULLARCH.DAT AS A COPY OF EACH STUDENT'S LATEST
014470* LINE FOR THE TERM, SO EVERY READER STILL SEES THE SAME RESULT
014480*----------------------------------------------------------------
014490 6000-REPORTER-REMARQUES.
014494     MOVE LOW-VALUES TO ELT-ID.
014498     START CLASSE-FILE KEY IS NOT LESS THAN ELT-ID
014502         INVALID KEY SET FIN-ELEVES TO TRUE
014506         NOT INVALID KEY MOVE "N" TO WS-FIN-ELEVES
014510     END-START.
014514     PERFORM UNTIL FIN-ELEVES
014518         READ CLASSE-FILE NEXT
014522             AT END SET FIN-ELEVES TO TRUE
014526             NOT AT END
014530                 IF ELT-A-RESULTAT
014534                     ADD 1 TO WS-NB-RESULTATS
014538                 END-IF
014542         END-READ
014550     END-PERFORM.
014560     IF WS-NB-RESULTATS = ZERO
014570         DISPLAY "Aucun bulletin archive pour la classe "
014580             WS-CLASSE " et le terme " FUNCTION TRIM(WS-TERME)
014590         GO TO 6000-REPORTER-REMARQUES-EXIT
014600     END-IF.
014610     OPEN EXTEND ARCHIVE-FILE.
014620     IF NOT ARCHIVE-OK
014630         CALL "FICHSTAT" USING WS-ARCHIVE-STATUS
014640             WS-MESSAGE-STATUT
014650         DISPLAY "BULLARCH.DAT : "
014660             FUNCTION TRIM(WS-MESSAGE-STATUT)
014670         GO TO 6000-REPORTER-REMARQUES-EXIT
014680     END-IF.
014690     DISPLAY "Remarque du conseil par eleve (vide = inchangee) :".
014694     MOVE LOW-VALUES TO ELT-ID.
014698     START CLASSE-FILE KEY IS NOT LESS THAN ELT-ID
014702         INVALID KEY SET FIN-ELEVES TO TRUE
014706         NOT INVALID KEY MOVE "N" TO WS-FIN-ELEVES
014710     END-START.
014714     PERFORM UNTIL FIN-ELEVES
014718         READ CLASSE-FILE NEXT
014722             AT END SET FIN-ELEVES TO TRUE
014726             NOT AT END
014730                 IF ELT-A-RESULTAT
014734                     PERFORM 6100-REPORTER-UNE-REMARQUE
014738                         THRU 6100-REPORTER-UNE-REMARQUE-EXIT
014742                 END-IF
014746         END-READ
014760     END-PERFORM.
014770     CLOSE ARCHIVE-FILE.
014780     DISPLAY "Remarques reportees sur BULLARCH.DAT : "
014790         WS-NB-REMARQUES.
014800 6000-REPORTER-REMARQUES-EXIT.
014810     EXIT.

014820*----------------------------------------------------------------
014830* 6100-REPORTER-UNE-REMARQUE - THE STUDENT JUST READ
014840*----------------------------------------------------------------
014850 6100-REPORTER-UNE-REMARQUE.
014860     DISPLAY ELT-ID " " ELT-NOM
014870         " - moyenne " ELT-MOYENNE.
014880     IF ELT-REMARQUE NOT = SPACES
014890         DISPLAY "  actuelle : " ELT-REMARQUE
014900     END-IF.
014910     MOVE SPACES TO WS-REMARQUE.
014920     ACCEPT WS-REMARQUE.
014930     IF WS-REMARQUE = SPACES
014940         GO TO 6100-REPORTER-UNE-REMARQUE-EXIT
014950     END-IF.
014960     MOVE WS-TERME      TO ARCH-TERME.
014970     MOVE ELT-NOM       TO ARCH-NOM.
014980     MOVE ELT-MOYENNE   TO ARCH-MOYENNE.
014990     MOVE ELT-LETTRE    TO ARCH-LETTRE.
015000     MOVE ELT-NOTES     TO ARCH-NOTES.
015010     MOVE ELT-STATUT    TO ARCH-STATUT.
015020     MOVE ELT-INIT      TO ARCH-MOYENNE-INIT.
015030     MOVE WS-REMARQUE   TO ARCH-REMARQUE.
015040     WRITE ARCH-RECORD.
015060     ADD 1 TO WS-NB-REMARQUES.
015070 6100-REPORTER-UNE-REMARQUE-EXIT.
015080     EXIT.

015090*----------------------------------------------------------------
015100* 8000-ECRIRE-LIGNE - ONE LINE OF THE PACK
015110*----------------------------------------------------------------
015120 8000-ECRIRE-LIGNE.
015130     MOVE WS-LIGNE TO DOSSIER-LIGNE.
015140     WRITE DOSSIER-LIGNE.
015150     ADD 1 TO WS-NB-LIGNES.
015160     MOVE SPACES TO WS-LIGNE.
015170 8000-ECRIRE-LIGNE-EXIT.
015180     EXIT.

015190*----------------------------------------------------------------
015200* 8100-EDITER-DATE - AAAAMMJJ TO JJ/MM/AAAA
015210*----------------------------------------------------------------
015220 8100-EDITER-DATE.
015230     MOVE WS-DAE-JJ   TO WS-DE-JJ.
015240     MOVE WS-DAE-MM   TO WS-DE-MM.
015250     MOVE WS-DAE-AAAA TO WS-DE-AAAA.
015260 8100-EDITER-DATE-EXIT.
015270     EXIT.
