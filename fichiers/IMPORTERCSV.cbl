000172*                 NOW THAT EXPORTERCSV CARRIES THEM - THE CSV
000173*                 ROUND TRIP NO LONGER WIPES EITHER FIELD; BLANK
000174*                 COLUMNS ON OLD EXPORTS STAY BLANK.
000175* 2026-10-15  LM  READ THE CLASS AND THE TWO FAMILY ADDRESS LINES
000176*                 FROM THE ROW (LINE WIDENED TO 160) NOW THAT
000177*                 EXPORTERCSV CARRIES THEM; OLDER EXPORTS LEAVE
000178*                 THEM BLANK.
000179* 2026-10-15  LM  A ROW WHOSE CLASS IS FULL FOR ITS SCHOOL YEAR
000180*                 (CAPACITES.DAT) IS NOT ENROLLED BUT PUT ON THE
000181*                 CLASS'S WAITING LIST, ATTENTE.DAT, WITH ITS
000182*                 CONTACT DETAILS; AN ID ALREADY ON FILE IS NOW
000183*                 SKIPPED BEFORE THE CHECK.
000184* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000185*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000186*                 IMPORTERCSV (SEE HABILITATIONS).
000166*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-JOURNAL-STATUS.

000331     SELECT CAPACITES-FILE ASSIGN TO "CAPACITES.DAT"
000332         ORGANIZATION IS INDEXED
000333         ACCESS MODE IS RANDOM
000334         RECORD KEY IS CAP-CLE
000335         FILE STATUS IS WS-CAPACITES-STATUS.

000336     SELECT ATTENTE-FILE ASSIGN TO "ATTENTE.DAT"
000337         ORGANIZATION IS INDEXED
000338         ACCESS MODE IS DYNAMIC
000339         RECORD KEY IS ATT-CLE
000340         FILE STATUS IS WS-ATTENTE-STATUS.

000341     SELECT ATTENTCT-CTL-FILE ASSIGN TO "ATTENTCT.DAT"
000342         ORGANIZATION IS LINE SEQUENTIAL
000343         FILE STATUS IS WS-CTL-STATUS.

000340 DATA DIVISION.
000350 FILE SECTION.

000360 FD  CSV-FILE.
000370 01  WS-LIGNE-CSV             PIC X(160).

000380 FD  MON-FICHIER.
000390     COPY "STUDENT-RECORD.cpy"
000460 FD  JOURNAL-FILE.
000470     COPY "JOURNAL-RECORD.cpy".

000471 FD  CAPACITES-FILE.
000472     COPY "CAPACITE-RECORD.cpy".

000473 FD  ATTENTE-FILE.
000474     COPY "ATTENTE-RECORD.cpy".

000475*----------------------------------------------------------------
000476* WAITING-LIST NUMBER CONTROL - SINGLE RECORD, LAST NUMBER GIVEN
000477*----------------------------------------------------------------
000478 FD  ATTENTCT-CTL-FILE.
000479 01  CTL-DERNIER-NUM          PIC 9(06).

000480 WORKING-STORAGE SECTION.

000485     COPY "HABILITATION.cpy".

000490 01  WS-MESSAGE-STATUT        PIC X(40).

000491 01  WS-CSV-STATUS            PIC X(02).
000550 01  WS-JOURNAL-STATUS        PIC X(02).
000560     88 JOURNAL-OK                     VALUE "00".

000562 01  WS-CAPACITES-STATUS      PIC X(02).
000564     88 CAPACITES-OK                   VALUE "00".

000566 01  WS-ATTENTE-STATUS        PIC X(02).
000568     88 ATTENTE-OK                     VALUE "00".

000570 01  WS-SWITCHES.
000580     05 WS-FIN-CSV            PIC X(01) VALUE "N".
000590         88 FIN-CSV                   VALUE "Y".
000600     05 WS-ENTETE-LUE         PIC X(01) VALUE "N".
000610         88 ENTETE-LUE                VALUE "O".
000611     05 WS-FIN-FICHIER        PIC X(01) VALUE "N".
000612         88 FIN-FICHIER               VALUE "Y".
000613     05 WS-PLACES-CLASSE      PIC X(01) VALUE "O".
000614         88 CLASSE-OUVERTE            VALUE "O".
000615         88 CLASSE-COMPLETE           VALUE "C".

000620 01  WS-ID-CSV                PIC X(06).
000630 01  WS-NOM-CSV               PIC X(20).
000631 01  WS-CONTACT-CSV           PIC X(24).
000638 01  WS-ANNEE-CSV             PIC X(04).
000639 01  WS-CLASSE-CSV            PIC X(06).
000640 01  WS-ADRESSE-1-CSV         PIC X(30).
000641 01  WS-ADRESSE-2-CSV         PIC X(30).

000632 01  WS-MODE-CLE              PIC X(01).
000633 01  WS-VERDICT-CLE           PIC X(01).

000640 01  WS-NB-IMPORTES           PIC 9(04) VALUE ZERO.
000650 01  WS-NB-IGNORES            PIC 9(04) VALUE ZERO.
000651 01  WS-NB-EN-ATTENTE         PIC 9(04) VALUE ZERO.

000652*----------------------------------------------------------------
000653* CLASS CAPACITY CHECK FOR THE ROW BEING LOADED
000654*----------------------------------------------------------------
000655 01  WS-DATE-JOUR             PIC 9(08).
000656 01  WS-ANNEE                 PIC 9(04).
000657 01  WS-PLACES                PIC 9(03).
000658 01  WS-NB-INSCRITS           PIC 9(04).

000660 PROCEDURE DIVISION.

000680* 0000-MAINLINE
000690*----------------------------------------------------------------
000700 0000-MAINLINE.
000701     MOVE "IMPORTERCSV" TO HAB-PROGRAMME.
000702     CALL "HABILITER" USING HAB-ZONE.
000703     IF NOT HAB-AUTORISE
000704         GOBACK
000705     END-IF.
000706     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000710     PERFORM 1000-IMPORTER-CSV
000720         THRU 1000-IMPORTER-CSV-EXIT.
000730     PERFORM 8000-TRACER-JOURNAL
001050     CLOSE CSV-FILE.
001060     DISPLAY "Eleves importes : " WS-NB-IMPORTES
001070         " - lignes ignorees : " WS-NB-IGNORES.
001073     DISPLAY "Classes completes, mis en liste d'attente : "
001076         WS-NB-EN-ATTENTE.
001080 1000-IMPORTER-CSV-EXIT.
001090     EXIT.

001140 2000-IMPORTER-UNE-LIGNE.
001150     MOVE SPACES TO WS-ID-CSV WS-NOM-CSV.
001152     MOVE SPACES TO WS-CONTACT-CSV WS-ANNEE-CSV.
001155     MOVE SPACES TO WS-CLASSE-CSV WS-ADRESSE-1-CSV
001158                    WS-ADRESSE-2-CSV.
001160     UNSTRING WS-LIGNE-CSV DELIMITED BY ","
001170         INTO WS-ID-CSV WS-NOM-CSV
001172              WS-CONTACT-CSV WS-ANNEE-CSV
001174              WS-CLASSE-CSV WS-ADRESSE-1-CSV
001176              WS-ADRESSE-2-CSV.
001180     IF WS-NOM-CSV = SPACES
001190         ADD 1 TO WS-NB-IGNORES
001200         DISPLAY "Ligne sans nom ignoree : "
001210             FUNCTION TRIM(WS-LIGNE-CSV)
001220         GO TO 2000-IMPORTER-UNE-LIGNE-EXIT
001230     END-IF.
001231     IF WS-ID-CSV NOT = SPACES
001272         MOVE "V" TO WS-MODE-CLE
001274         CALL "ELEVECLE" USING WS-MODE-CLE WS-ID-CSV
001276             WS-VERDICT-CLE
001282             GO TO 2000-IMPORTER-UNE-LIGNE-EXIT
001283         END-IF
001280         MOVE WS-ID-CSV TO STU-ID
001281         READ MON-FICHIER
001282             INVALID KEY CONTINUE
001283             NOT INVALID KEY
001284                 ADD 1 TO WS-NB-IGNORES
001285                 DISPLAY "Numero deja sur le fichier, ligne"
001286                     " ignoree : " STU-ID
001287                 GO TO 2000-IMPORTER-UNE-LIGNE-EXIT
001288         END-READ
001289     END-IF.
001290     PERFORM 3000-CONTROLER-PLACES
001291         THRU 3000-CONTROLER-PLACES-EXIT.
001292     IF CLASSE-COMPLETE
001293         PERFORM 3500-INSCRIRE-ATTENTE
001294             THRU 3500-INSCRIRE-ATTENTE-EXIT
001295         GO TO 2000-IMPORTER-UNE-LIGNE-EXIT
001296     END-IF.
001297     IF WS-ID-CSV = SPACES
001298         PERFORM 2500-NUMEROTER-ELEVE
001299             THRU 2500-NUMEROTER-ELEVE-EXIT
001300     ELSE
001301         MOVE WS-ID-CSV TO STU-ID
001290     END-IF.
001300     MOVE WS-NOM-CSV TO STU-NOM.
001310     MOVE WS-CONTACT-CSV TO STU-CONTACT.
001312     MOVE WS-ANNEE-CSV TO STU-ANNEE-X.
001314     MOVE WS-CLASSE-CSV TO STU-CLASSE.
001316     MOVE WS-ADRESSE-1-CSV TO STU-ADRESSE-1.
001318     MOVE WS-ADRESSE-2-CSV TO STU-ADRESSE-2.
001320     WRITE WS-LIGNE
001330         INVALID KEY
001340             ADD 1 TO WS-NB-IGNORES
001610 2500-NUMEROTER-ELEVE-EXIT.
001620     EXIT.

001621*----------------------------------------------------------------
001622* 3000-CONTROLER-PLACES - IS THE ROW'S CLASS FULL FOR ITS SCHOOL
001623* YEAR (BLANK = CURRENT) ? SAME RULE AS ECRIREFICHIER : NO CLASS,
001624* OR NO CAPACITES.DAT RECORD, MEANS NO LIMIT
001625*----------------------------------------------------------------
001626 3000-CONTROLER-PLACES.
001627     SET CLASSE-OUVERTE TO TRUE.
001628     IF WS-CLASSE-CSV = SPACES
001629         GO TO 3000-CONTROLER-PLACES-EXIT
001630     END-IF.
001631     IF WS-ANNEE-CSV NUMERIC
001632         MOVE WS-ANNEE-CSV TO WS-ANNEE
001633     ELSE
001634         MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE
001635     END-IF.
001636     OPEN INPUT CAPACITES-FILE.
001637     IF NOT CAPACITES-OK
001638         GO TO 3000-CONTROLER-PLACES-EXIT
001639     END-IF.
001640     MOVE WS-ANNEE      TO CAP-ANNEE.
001641     MOVE WS-CLASSE-CSV TO CAP-CLASSE.
001642     MOVE ZERO TO WS-PLACES.
001643     READ CAPACITES-FILE
001644         INVALID KEY CONTINUE
001645         NOT INVALID KEY MOVE CAP-PLACES TO WS-PLACES
001646     END-READ.
001647     CLOSE CAPACITES-FILE.
001648     IF WS-PLACES = ZERO
001649         GO TO 3000-CONTROLER-PLACES-EXIT
001650     END-IF.
001651     MOVE ZERO TO WS-NB-INSCRITS.
001652     MOVE LOW-VALUES TO STU-ID.
001653     MOVE "N" TO WS-FIN-FICHIER.
001654     START MON-FICHIER KEY IS NOT LESS THAN STU-ID
001655         INVALID KEY SET FIN-FICHIER TO TRUE
001656     END-START.
001657     PERFORM UNTIL FIN-FICHIER
001658         READ MON-FICHIER NEXT RECORD
001659             AT END SET FIN-FICHIER TO TRUE
001660             NOT AT END
001661                 IF STU-CLASSE = WS-CLASSE-CSV
001662                     AND (STU-ANNEE-X = SPACES
001663                          OR STU-ANNEE = WS-ANNEE)
001664                     ADD 1 TO WS-NB-INSCRITS
001665                 END-IF
001666         END-READ
001667     END-PERFORM.
001668     IF WS-NB-INSCRITS NOT < WS-PLACES
001669         SET CLASSE-COMPLETE TO TRUE
001670     END-IF.
001671 3000-CONTROLER-PLACES-EXIT.
001672     EXIT.

001673*----------------------------------------------------------------
001674* 3500-INSCRIRE-ATTENTE - THE ROW GOES ON THE CLASS'S WAITING
001675* LIST, DATED TODAY (SEE ADMISSIONS)
001676*----------------------------------------------------------------
001677 3500-INSCRIRE-ATTENTE.
001678     OPEN I-O ATTENTE-FILE.
001679     IF NOT ATTENTE-OK
001680         CLOSE ATTENTE-FILE
001681         OPEN OUTPUT ATTENTE-FILE
001682         CLOSE ATTENTE-FILE
001683         OPEN I-O ATTENTE-FILE
001684     END-IF.
001685     IF NOT ATTENTE-OK
001686         CALL "FICHSTAT" USING WS-ATTENTE-STATUS
001687             WS-MESSAGE-STATUT
001688         DISPLAY "ATTENTE.DAT : "
001689             FUNCTION TRIM(WS-MESSAGE-STATUT)
001690         ADD 1 TO WS-NB-IGNORES
001691         GO TO 3500-INSCRIRE-ATTENTE-EXIT
001692     END-IF.
001693     MOVE SPACES TO ATTENTE-RECORD.
001694     MOVE WS-ANNEE      TO ATT-ANNEE.
001695     MOVE WS-CLASSE-CSV TO ATT-CLASSE.
001696     MOVE WS-DATE-JOUR  TO ATT-DATE-DEMANDE ATT-DATE-STATUT.
001697     PERFORM 3600-NUMEROTER-DEMANDE
001698         THRU 3600-NUMEROTER-DEMANDE-EXIT.
001699     MOVE WS-NOM-CSV       TO ATT-NOM.
001700     MOVE WS-CONTACT-CSV   TO ATT-CONTACT.
001701     MOVE WS-ADRESSE-1-CSV TO ATT-ADRESSE-1.
001702     MOVE WS-ADRESSE-2-CSV TO ATT-ADRESSE-2.
001703     SET ATT-EN-ATTENTE TO TRUE.
001704     WRITE ATTENTE-RECORD
001705         INVALID KEY
001706             ADD 1 TO WS-NB-IGNORES
001707         NOT INVALID KEY
001708             ADD 1 TO WS-NB-EN-ATTENTE
001709             DISPLAY "Classe " FUNCTION TRIM(WS-CLASSE-CSV)
001710                 " complete, liste d'attente n. " ATT-NUMERO
001711                 " : " FUNCTION TRIM(WS-NOM-CSV)
001712     END-WRITE.
001713     CLOSE ATTENTE-FILE.
001714 3500-INSCRIRE-ATTENTE-EXIT.
001715     EXIT.

001716*----------------------------------------------------------------
001717* 3600-NUMEROTER-DEMANDE - NEXT WAITING-LIST NUMBER
001718*----------------------------------------------------------------
001719 3600-NUMEROTER-DEMANDE.
001720     OPEN INPUT ATTENTCT-CTL-FILE.
001721     IF CTL-OK
001722         READ ATTENTCT-CTL-FILE
001723             AT END MOVE ZERO TO CTL-DERNIER-NUM
001724         END-READ
001725         CLOSE ATTENTCT-CTL-FILE
001726     ELSE
001727         MOVE ZERO TO CTL-DERNIER-NUM
001728     END-IF.
001729     ADD 1 TO CTL-DERNIER-NUM.
001730     MOVE CTL-DERNIER-NUM TO ATT-NUMERO.
001731     OPEN OUTPUT ATTENTCT-CTL-FILE.
001732     WRITE CTL-DERNIER-NUM.
001733     CLOSE ATTENTCT-CTL-FILE.
001734 3600-NUMEROTER-DEMANDE-EXIT.
001735     EXIT.

001630*----------------------------------------------------------------
001640* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
001650*----------------------------------------------------------------
