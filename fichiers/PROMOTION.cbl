000150*                 DATE INSTEAD OF BEING HAND-DELETED - SEPTEMBER
000160*                 STOPS ERASING THE ROSTER'S HISTORY. JOURNALED
000170*                 TO JOURNAL.TXT LIKE THE OTHER FICHIERS STEPS.
000171* 2026-10-15  LM  A LEAVER'S GUARDIAN RECORDS MOVE FROM
000172*                 TUTEURS.DAT TO TUTALUM.DAT WITH THE SAME
000173*                 DEPARTURE DATE.
000174* 2026-10-15  LM  EACH LEAVER FREES A PLACE IN THEIR CLASS FOR
000175*                 THE NEW SCHOOL YEAR : THE NEXT APPLICANT ON
000176*                 THAT CLASS'S WAITING LIST IS PROPOSED
000177*                 (PROPOSERATTENTE).
000178* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000179*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000180*                 PROMOTION (SEE HABILITATIONS).
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000380     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-JOURNAL-STATUS.
000401
000402     SELECT TUTEURS-FILE ASSIGN TO "TUTEURS.DAT"
000403         ORGANIZATION IS INDEXED
000404         ACCESS MODE IS DYNAMIC
000405         RECORD KEY IS TUT-CLE
000406         FILE STATUS IS WS-TUTEURS-STATUS.
000410
000412     SELECT TUTALUM-FILE ASSIGN TO "TUTALUM.DAT"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-TUTALUM-STATUS.
000418
000420 DATA DIVISION.
000430 FILE SECTION.
000440
000660
000670 FD  JOURNAL-FILE.
000680     COPY "JOURNAL-RECORD.cpy".
000681
000682 FD  TUTEURS-FILE.
000683     COPY "TUTEUR-RECORD.cpy".
000690
000691*----------------------------------------------------------------
000692* TUTALUM - A LEAVER'S GUARDIAN RECORDS (TUTEUR-RECORD LAYOUT)
000693* WITH THE DEPARTURE DATE, ALONGSIDE ALUMNI.DAT
000694*----------------------------------------------------------------
000695 FD  TUTALUM-FILE.
000696 01  TUTALUM-RECORD.
000697     05 TAL-TUTEUR           PIC X(164).
000698     05 TAL-DATE-SORTIE      PIC 9(08).
000699
000700 WORKING-STORAGE SECTION.
000710
000713     COPY "HABILITATION.cpy".
000716
000720 01  WS-NOUVELLE-ANNEE       PIC 9(04).
000730 01  WS-DATE-JOUR            PIC 9(08).
000740
000860 01  WS-JOURNAL-STATUS       PIC X(02).
000870     88 JOURNAL-OK                    VALUE "00".
000880
000881 01  WS-TUTEURS-STATUS       PIC X(02).
000882     88 TUTEURS-OK                    VALUE "00".
000883
000884 01  WS-TUTALUM-STATUS       PIC X(02).
000885     88 TUTALUM-OK                    VALUE "00".
000886
000890 01  WS-SWITCHES.
000900     05 WS-FIN-SORTANTS      PIC X(01) VALUE "N".
000910         88 FIN-SORTANTS              VALUE "Y".
000930         88 FIN-FICHIER               VALUE "Y".
000940     05 WS-EST-SORTANT       PIC X(01).
000950         88 EST-SORTANT               VALUE "O".
000952     05 WS-TUTEURS-OUVERT    PIC X(01) VALUE "N".
000954         88 TUTEURS-OUVERT            VALUE "O".
000956     05 WS-FIN-TUTEURS       PIC X(01).
000958         88 FIN-TUTEURS               VALUE "Y".
000960
000970 01  WS-NB-SORTANTS          PIC 9(04) VALUE ZERO.
000980 01  WS-NB-PROMUS            PIC 9(06) VALUE ZERO.
000990 01  WS-NB-ARCHIVES          PIC 9(06) VALUE ZERO.
000995 01  WS-NB-TUTEURS-ARCHIVES  PIC 9(06) VALUE ZERO.
000997 01  WS-CLASSE-LIBEREE       PIC X(06).
001000
001010*----------------------------------------------------------------
001020* SORTANTS TABLE - THE LEAVERS LIST, LOADED ONCE
001110* 0000-MAINLINE
001120*----------------------------------------------------------------
001130 0000-MAINLINE.
001131     MOVE "PROMOTION" TO HAB-PROGRAMME.
001132     CALL "HABILITER" USING HAB-ZONE.
001133     IF NOT HAB-AUTORISE
001134         GOBACK
001135     END-IF.
001140     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001150     DISPLAY "Nouvelle annee scolaire (AAAA) : ".
001160     MOVE ZERO TO WS-NOUVELLE-ANNEE.
001270         WS-NB-PROMUS.
001280     DISPLAY "Sortants archives dans ALUMNI.DAT : "
001290         WS-NB-ARCHIVES.
001293     DISPLAY "Responsables archives dans TUTALUM.DAT : "
001296         WS-NB-TUTEURS-ARCHIVES.
001300     PERFORM 8000-TRACER-JOURNAL
001310         THRU 8000-TRACER-JOURNAL-EXIT.
001320 0000-FIN.
001760         CLOSE ALUMNI-FILE
001770         OPEN OUTPUT ALUMNI-FILE
001780     END-IF.
001781     IF WS-NB-SORTANTS > ZERO
001782         OPEN I-O TUTEURS-FILE
001783         IF TUTEURS-OK
001784             SET TUTEURS-OUVERT TO TRUE
001785             OPEN EXTEND TUTALUM-FILE
001786             IF NOT TUTALUM-OK
001787                 CLOSE TUTALUM-FILE
001788                 OPEN OUTPUT TUTALUM-FILE
001789             END-IF
001790         END-IF
001791     END-IF.
001790     PERFORM UNTIL FIN-FICHIER
001800         READ MON-FICHIER NEXT RECORD
001810             AT END SET FIN-FICHIER TO TRUE
001850         END-READ
001860     END-PERFORM.
001870     CLOSE ALUMNI-FILE.
001872     IF TUTEURS-OUVERT
001874         CLOSE TUTALUM-FILE
001876         CLOSE TUTEURS-FILE
001878     END-IF.
001880     CLOSE MON-FICHIER.
001890 2000-TRAITER-ROSTER-EXIT.
001900     EXIT.
002100             MOVE STU-ANNEE TO ALU-ANNEE
002110         END-IF
002120         MOVE WS-DATE-JOUR TO ALU-DATE-SORTIE
002125         MOVE STU-CLASSE   TO WS-CLASSE-LIBEREE
002130         WRITE ALUMNI-RECORD
002140         DELETE MON-FICHIER RECORD
002150         ADD 1 TO WS-NB-ARCHIVES
002151         CALL "PROPOSERATTENTE" USING WS-NOUVELLE-ANNEE
002152             WS-CLASSE-LIBEREE
002153         IF TUTEURS-OUVERT
002154             PERFORM 2200-ARCHIVER-TUTEURS
002155                 THRU 2200-ARCHIVER-TUTEURS-EXIT
002156         END-IF
002160     ELSE
002170         MOVE WS-NOUVELLE-ANNEE TO STU-ANNEE
002180         REWRITE WS-LIGNE
002200     END-IF.
002210 2100-TRAITER-UN-ELEVE-EXIT.
002220     EXIT.
002221
002222*----------------------------------------------------------------
002223* 2200-ARCHIVER-TUTEURS - THE LEAVER'S GUARDIANS GO TO TUTALUM.DAT
002224* AND LEAVE TUTEURS.DAT
002225*----------------------------------------------------------------
002226 2200-ARCHIVER-TUTEURS.
002227     MOVE STU-ID TO TUT-STU-ID.
002228     MOVE ZERO   TO TUT-RANG.
002229     MOVE "N" TO WS-FIN-TUTEURS.
002230     START TUTEURS-FILE KEY IS NOT LESS THAN TUT-CLE
002231         INVALID KEY SET FIN-TUTEURS TO TRUE
002232     END-START.
002233     PERFORM UNTIL FIN-TUTEURS
002234         READ TUTEURS-FILE NEXT RECORD
002235             AT END SET FIN-TUTEURS TO TRUE
002236             NOT AT END
002237                 IF TUT-STU-ID NOT = STU-ID
002238                     SET FIN-TUTEURS TO TRUE
002239                 ELSE
002240                     MOVE TUTEUR-RECORD TO TAL-TUTEUR
002241                     MOVE WS-DATE-JOUR  TO TAL-DATE-SORTIE
002242                     WRITE TUTALUM-RECORD
002243                     DELETE TUTEURS-FILE RECORD
002244                     ADD 1 TO WS-NB-TUTEURS-ARCHIVES
002245                 END-IF
002246         END-READ
002247     END-PERFORM.
002248 2200-ARCHIVER-TUTEURS-EXIT.
002249     EXIT.
002230
002240*----------------------------------------------------------------
002250* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
