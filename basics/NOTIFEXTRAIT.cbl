000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    NOTIFEXTRAIT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. THE DAILY HAND-OFF OF THE
000110*                 NOTIFICATIONS QUEUE TO THE MAILING GATEWAY :
000120*                 EVERY ENTRY OF NOTIFS.DAT STILL PENDING GOES
000130*                 INTO THE LOT FILE NTFnnnnnn.DAT BETWEEN A
000140*                 HEADER AND A TRAILER CARRYING THE COUNTS, AND
000150*                 IS MARKED SENT WITH THE DATE AND LOT NUMBER SO
000160*                 NOTHING GOES TWICE. SENT ENTRIES STAY ON THE
000170*                 QUEUE AS THE RECORD OF WHAT WAS SAID TO WHOM.
000180*                 THE LAST LOT NUMBER IS KEPT ON NOTIFCT.DAT.
000190*                 RUN AS A STEP OF LOTCOMMERCE.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250
000260     SELECT NOTIF-FILE ASSIGN TO "NOTIFS.DAT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-NOTIF-STATUS.
000290
000300     SELECT TEMP-FILE ASSIGN TO "NOTIFS.TMP"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-TEMP-STATUS.
000330
000340     SELECT LOT-FILE ASSIGN TO DYNAMIC WS-NOM-LOT
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-LOT-STATUS.
000370
000380     SELECT NOTIFCT-FILE ASSIGN TO "NOTIFCT.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CTL-STATUS.
000410
000420     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-JOURNAL-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480
000490 FD  NOTIF-FILE.
000500     COPY "NOTIF-RECORD.cpy".
000510
000520*----------------------------------------------------------------
000530* TEMP - NOTIFS.DAT REWRITTEN WITH THE ENTRIES MARKED SENT
000540*----------------------------------------------------------------
000550 FD  TEMP-FILE.
000560 01  TEMP-LIGNE              PIC X(507).
000570
000580*----------------------------------------------------------------
000590* LOT - THE FILE HANDED TO THE MAILING GATEWAY
000600*----------------------------------------------------------------
000610 FD  LOT-FILE.
000620     COPY "NOTIFENV-RECORD.cpy".
000630
000640*----------------------------------------------------------------
000650* NOTIFCT - THE LAST LOT NUMBER ISSUED
000660*----------------------------------------------------------------
000670 FD  NOTIFCT-FILE.
000680 01  CTL-DERNIER-LOT         PIC 9(06).
000690
000700 FD  JOURNAL-FILE.
000710     COPY "JOURNAL-RECORD.cpy".
000720
000730 WORKING-STORAGE SECTION.
000740
000750     COPY "HABILITATION.cpy".
000760
000770 01  WS-DATE-JOUR            PIC 9(08).
000780 01  WS-HEURE-JOUR           PIC 9(08).
000790 01  WS-MESSAGE-STATUT       PIC X(40).
000800
000810 01  WS-NUM-LOT              PIC 9(06).
000820 01  WS-NOM-LOT              PIC X(40).
000830 01  WS-NOM-TEMP             PIC X(40) VALUE "NOTIFS.TMP".
000840 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.
000850
000860 01  WS-NB-NOTIFICATIONS     PIC 9(06) VALUE ZERO.
000870 01  WS-NB-COURRIELS         PIC 9(06) VALUE ZERO.
000880 01  WS-NB-SMS               PIC 9(06) VALUE ZERO.
000890 01  WS-NB-LETTRES           PIC 9(06) VALUE ZERO.
000900
000910 01  WS-NOTIF-STATUS         PIC X(02).
000920     88 NOTIF-OK                      VALUE "00".
000930
000940 01  WS-TEMP-STATUS          PIC X(02).
000950     88 TEMP-OK                       VALUE "00".
000960
000970 01  WS-LOT-STATUS           PIC X(02).
000980     88 LOT-OK                        VALUE "00".
000990
001000 01  WS-CTL-STATUS           PIC X(02).
001010     88 CTL-OK                        VALUE "00".
001020
001030 01  WS-JOURNAL-STATUS       PIC X(02).
001040     88 JOURNAL-OK                    VALUE "00".
001050
001060 01  WS-SWITCHES.
001070     05 WS-FIN-NOTIFS        PIC X(01) VALUE "N".
001080         88 FIN-NOTIFS                VALUE "Y".
001090     05 WS-FIN-TEMP          PIC X(01) VALUE "N".
001100         88 FIN-TEMP                  VALUE "Y".
001110
001120 PROCEDURE DIVISION.
001130
001140*----------------------------------------------------------------
001150* 0000-MAINLINE - ONE LOT : HEADER, ONE DETAIL PER PENDING
001160* ENTRY, TRAILER; NOTIFS.DAT REWRITTEN THROUGH TEMP
001170*----------------------------------------------------------------
001180 0000-MAINLINE.
001190     MOVE "NOTIFEXTRAIT" TO HAB-PROGRAMME.
001200     CALL "HABILITER" USING HAB-ZONE.
001210     IF NOT HAB-AUTORISE
001220         GOBACK
001230     END-IF.
001240     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001250     ACCEPT WS-HEURE-JOUR FROM TIME.
001260     OPEN INPUT NOTIF-FILE.
001270     IF NOT NOTIF-OK
001280         DISPLAY "Aucune notification en file : NOTIFS.DAT"
001290         GO TO 0000-FIN
001300     END-IF.
001310     PERFORM 1000-NUMEROTER-LOT
001320         THRU 1000-NUMEROTER-LOT-EXIT.
001330     OPEN OUTPUT LOT-FILE.
001340     IF NOT LOT-OK
001350         CALL "FICHSTAT" USING WS-LOT-STATUS
001360             WS-MESSAGE-STATUT
001370         DISPLAY FUNCTION TRIM(WS-NOM-LOT) " : "
001380             FUNCTION TRIM(WS-MESSAGE-STATUT)
001390         CLOSE NOTIF-FILE
001400         GO TO 0000-FIN
001410     END-IF.
001420     OPEN OUTPUT TEMP-FILE.
001430     MOVE SPACES TO NOTIFENV-RECORD.
001440     SET NEN-ENTETE TO TRUE.
001450     MOVE WS-NUM-LOT         TO NEN-LOT.
001460     MOVE WS-DATE-JOUR       TO NEN-E-DATE-CREATION.
001470     MOVE WS-HEURE-JOUR(1:6) TO NEN-E-HEURE-CREATION.
001480     WRITE NOTIFENV-RECORD.
001490     PERFORM UNTIL FIN-NOTIFS
001500         READ NOTIF-FILE
001510             AT END SET FIN-NOTIFS TO TRUE
001520             NOT AT END
001530                 IF NTF-EN-ATTENTE
001540                     PERFORM 2000-EXTRAIRE-NOTIFICATION
001550                         THRU 2000-EXTRAIRE-NOTIFICATION-EXIT
001560                 END-IF
001570                 MOVE NOTIF-RECORD TO TEMP-LIGNE
001580                 WRITE TEMP-LIGNE
001590         END-READ
001600     END-PERFORM.
001610     CLOSE NOTIF-FILE TEMP-FILE.
001620     IF WS-NB-NOTIFICATIONS = ZERO
001630         CLOSE LOT-FILE
001640         CALL "CBL_DELETE_FILE" USING WS-NOM-LOT
001650             RETURNING WS-RETOUR-SUPPRESSION
001660         CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
001670             RETURNING WS-RETOUR-SUPPRESSION
001680         DISPLAY "Aucune notification en attente - pas de lot"
001690         GO TO 0000-FIN
001700     END-IF.
001710     MOVE SPACES TO NOTIFENV-RECORD.
001720     SET NEN-TOTAL TO TRUE.
001730     MOVE WS-NUM-LOT          TO NEN-LOT.
001740     MOVE WS-NB-NOTIFICATIONS TO NEN-T-NB-NOTIFICATIONS.
001750     MOVE WS-NB-COURRIELS     TO NEN-T-NB-COURRIELS.
001760     MOVE WS-NB-SMS           TO NEN-T-NB-SMS.
001770     MOVE WS-NB-LETTRES       TO NEN-T-NB-LETTRES.
001780     WRITE NOTIFENV-RECORD.
001790     CLOSE LOT-FILE.
001800     PERFORM 5500-RECOPIER-TEMP
001810         THRU 5500-RECOPIER-TEMP-EXIT.
001820     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
001830         RETURNING WS-RETOUR-SUPPRESSION.
001840     MOVE WS-NUM-LOT TO CTL-DERNIER-LOT.
001850     OPEN OUTPUT NOTIFCT-FILE.
001860     WRITE CTL-DERNIER-LOT.
001870     CLOSE NOTIFCT-FILE.
001880     DISPLAY "Fichier passerelle : " FUNCTION TRIM(WS-NOM-LOT).
001890     DISPLAY "Notifications      : " WS-NB-NOTIFICATIONS.
001900     DISPLAY "  courriels        : " WS-NB-COURRIELS.
001910     DISPLAY "  SMS              : " WS-NB-SMS.
001920     DISPLAY "  lettres          : " WS-NB-LETTRES.
001930 0000-FIN.
001940     PERFORM 8000-TRACER-JOURNAL
001950         THRU 8000-TRACER-JOURNAL-EXIT.
001960     GOBACK.
001970
001980*----------------------------------------------------------------
001990* 1000-NUMEROTER-LOT - NEXT LOT NUMBER FROM NOTIFCT.DAT, ZERO
002000* WHEN NO LOT WAS EVER ISSUED. WRITTEN BACK ONLY ONCE THE LOT
002010* IS COMPLETE
002020*----------------------------------------------------------------
002030 1000-NUMEROTER-LOT.
002040     OPEN INPUT NOTIFCT-FILE.
002050     IF CTL-OK
002060         READ NOTIFCT-FILE
002070             AT END MOVE ZERO TO CTL-DERNIER-LOT
002080         END-READ
002090         CLOSE NOTIFCT-FILE
002100     ELSE
002110         MOVE ZERO TO CTL-DERNIER-LOT
002120     END-IF.
002130     COMPUTE WS-NUM-LOT = CTL-DERNIER-LOT + 1.
002140     MOVE SPACES TO WS-NOM-LOT.
002150     STRING "NTF" WS-NUM-LOT ".DAT" DELIMITED BY SIZE
002160         INTO WS-NOM-LOT.
002170 1000-NUMEROTER-LOT-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------------
002210* 2000-EXTRAIRE-NOTIFICATION - ONE DETAIL LINE, THEN THE QUEUE
002220* ENTRY IS MARKED SENT UNDER THIS LOT
002230*----------------------------------------------------------------
002240 2000-EXTRAIRE-NOTIFICATION.
002250     ADD 1 TO WS-NB-NOTIFICATIONS.
002260     MOVE SPACES TO NOTIFENV-RECORD.
002270     SET NEN-DETAIL TO TRUE.
002280     MOVE WS-NUM-LOT          TO NEN-LOT.
002290     MOVE WS-NB-NOTIFICATIONS TO NEN-D-SEQUENCE.
002300     MOVE NTF-MODELE          TO NEN-D-MODELE.
002310     MOVE NTF-REFERENCE       TO NEN-D-REFERENCE.
002320     MOVE NTF-CLIENT          TO NEN-D-CLIENT.
002330     MOVE NTF-CANAL           TO NEN-D-CANAL.
002340     MOVE NTF-DESTINATAIRE    TO NEN-D-DESTINATAIRE.
002350     MOVE NTF-CONTACT         TO NEN-D-CONTACT.
002360     MOVE NTF-BLOC-ADRESSE    TO NEN-D-BLOC-ADRESSE.
002370     MOVE NTF-CHAMPS          TO NEN-D-CHAMPS.
002380     WRITE NOTIFENV-RECORD.
002390     IF NTF-COURRIEL
002400         ADD 1 TO WS-NB-COURRIELS
002410     END-IF.
002420     IF NTF-SMS
002430         ADD 1 TO WS-NB-SMS
002440     END-IF.
002450     IF NTF-LETTRE
002460         ADD 1 TO WS-NB-LETTRES
002470     END-IF.
002480     SET NTF-ENVOYEE TO TRUE.
002490     MOVE WS-DATE-JOUR TO NTF-DATE-ENVOI.
002500     MOVE WS-NUM-LOT   TO NTF-LOT.
002510 2000-EXTRAIRE-NOTIFICATION-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------
002550* 5500-RECOPIER-TEMP - NOTIFS.DAT BACK FROM THE TEMP FILE
002560*----------------------------------------------------------------
002570 5500-RECOPIER-TEMP.
002580     MOVE "N" TO WS-FIN-TEMP.
002590     OPEN INPUT TEMP-FILE.
002600     OPEN OUTPUT NOTIF-FILE.
002610     PERFORM UNTIL FIN-TEMP
002620         READ TEMP-FILE
002630             AT END SET FIN-TEMP TO TRUE
002640             NOT AT END
002650                 MOVE TEMP-LIGNE TO NOTIF-RECORD
002660                 WRITE NOTIF-RECORD
002670         END-READ
002680     END-PERFORM.
002690     CLOSE TEMP-FILE NOTIF-FILE.
002700 5500-RECOPIER-TEMP-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------
002740* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
002750*----------------------------------------------------------------
002760 8000-TRACER-JOURNAL.
002770     MOVE SPACES TO JOURNAL-RECORD.
002780     MOVE "NOTIFEXTRAIT" TO JNL-PROGRAMME.
002790     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
002800     ACCEPT JNL-HEURE FROM TIME.
002810     MOVE "Notifications remises a la passerelle"
002820         TO JNL-MESSAGE.
002830     MOVE WS-NB-NOTIFICATIONS TO JNL-NB-ENREGISTREMENTS.
002840     OPEN EXTEND JOURNAL-FILE.
002850     IF NOT JOURNAL-OK
002860         CLOSE JOURNAL-FILE
002870         OPEN OUTPUT JOURNAL-FILE
002880     END-IF.
002890     WRITE JOURNAL-RECORD.
002900     CLOSE JOURNAL-FILE.
002910 8000-TRACER-JOURNAL-EXIT.
002920     EXIT.
