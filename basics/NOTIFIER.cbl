000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    NOTIFIER.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. ONE SHARED APPEND TO THE
000110*                 NOTIFICATIONS QUEUE NOTIFS.DAT FOR THE PROGRAMS
000120*                 THAT HAVE SOMETHING TO TELL A CUSTOMER OR A
000130*                 FAMILY (COMMANDESTATUT, RELIQUATLIBERER,
000140*                 REGLEMENTS, SOLDEBATCH, BULLETIN). A CUSTOMER
000150*                 CODE IS RESOLVED HERE AGAINST CLIENTS.DAT SO
000160*                 THE CHANNEL RULES LIVE IN ONE PLACE. NOTHING IS
000170*                 QUEUED WITHOUT A CONTACT FOR THE CHANNEL; THE
000180*                 CALLER GETS NTF-STATUT "N" BACK. NOTIFEXTRAIT
000190*                 HANDS THE QUEUE TO THE MAILING GATEWAY. SHARED
000200*                 THE WAY MVTSTOCK IS FOR STOCK MOVEMENTS.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260
000270     SELECT NOTIF-FILE ASSIGN TO "NOTIFS.DAT"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-NOTIF-STATUS.
000300
000310     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS CLI-CODE
000350         FILE STATUS IS WS-CLIENTS-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390
000400*----------------------------------------------------------------
000410* NOTIFS - ONE NOTIFICATION PER LINE, APPEND-ONLY HERE
000420*----------------------------------------------------------------
000430 FD  NOTIF-FILE.
000440     COPY "NOTIF-RECORD.cpy".
000450
000460*----------------------------------------------------------------
000470* CLIENTS - READ ONLY, FOR THE CUSTOMER'S NAME AND CONTACTS
000480*----------------------------------------------------------------
000490 FD  CLIENTS-FILE.
000500     COPY "CLIENT-RECORD.cpy".
000510
000520 WORKING-STORAGE SECTION.
000530
000540 01  WS-NOTIF-STATUS          PIC X(02).
000550     88 NOTIF-OK                      VALUE "00".
000560
000570 01  WS-CLIENTS-STATUS        PIC X(02).
000580     88 CLIENTS-OK                    VALUE "00".
000590
000600 01  WS-HEURE-JOUR            PIC 9(08).
000610
000620 LINKAGE SECTION.
000630
000640 01  LK-NOTIF                 PIC X(507).
000650
000660 PROCEDURE DIVISION USING LK-NOTIF.
000670
000680*----------------------------------------------------------------
000690* 0000-MAINLINE - RESOLVE THE RECIPIENT, CHECK THE CONTACT, THEN
000700* APPEND ONE QUEUE LINE AND RETURN
000710*----------------------------------------------------------------
000720 0000-MAINLINE.
000730     MOVE LK-NOTIF TO NOTIF-RECORD.
000740     SET NTF-SANS-CONTACT TO TRUE.
000750     IF NTF-CLIENT NOT = SPACES AND NTF-CANAL = SPACE
000760         PERFORM 1000-RESOUDRE-CLIENT
000770             THRU 1000-RESOUDRE-CLIENT-EXIT
000780     END-IF.
000790     IF NTF-COURRIEL OR NTF-SMS
000800         IF NTF-CONTACT = SPACES
000810             GO TO 0000-FIN
000820         END-IF
000830     ELSE
000840         IF NOT NTF-LETTRE OR NTF-LIGNE-ADR(2) = SPACES
000850             GO TO 0000-FIN
000860         END-IF
000870     END-IF.
000880     ACCEPT NTF-DATE FROM DATE YYYYMMDD.
000890     ACCEPT WS-HEURE-JOUR FROM TIME.
000900     MOVE WS-HEURE-JOUR TO NTF-HEURE.
000910     SET NTF-EN-ATTENTE TO TRUE.
000920     MOVE ZERO TO NTF-DATE-ENVOI NTF-LOT.
000930     OPEN EXTEND NOTIF-FILE.
000940     IF NOT NOTIF-OK
000950         CLOSE NOTIF-FILE
000960         OPEN OUTPUT NOTIF-FILE
000970     END-IF.
000980     WRITE NOTIF-RECORD.
000990     CLOSE NOTIF-FILE.
001000 0000-FIN.
001010     MOVE NOTIF-RECORD TO LK-NOTIF.
001020     GOBACK.
001030
001040*----------------------------------------------------------------
001050* 1000-RESOUDRE-CLIENT - NAME, CHANNEL AND CONTACT FROM THE
001060* CUSTOMER MASTER : THE PREFERRED CHANNEL WHEN ONE IS SET, ELSE
001070* EMAIL, MOBILE, POSTAL ADDRESS IN THAT ORDER. A CUSTOMER NOT ON
001080* FILE OR MARKED "N" IS LEFT WITHOUT A CHANNEL
001090*----------------------------------------------------------------
001100 1000-RESOUDRE-CLIENT.
001110     OPEN INPUT CLIENTS-FILE.
001120     IF NOT CLIENTS-OK
001130         GO TO 1000-RESOUDRE-CLIENT-EXIT
001140     END-IF.
001150     MOVE NTF-CLIENT TO CLI-CODE.
001160     READ CLIENTS-FILE
001170         INVALID KEY MOVE "N" TO CLI-CANAL
001180     END-READ.
001190     CLOSE CLIENTS-FILE.
001200     IF CLI-SANS-AVIS
001210         GO TO 1000-RESOUDRE-CLIENT-EXIT
001220     END-IF.
001230     IF CLI-CANAL = SPACE
001240         IF CLI-EMAIL NOT = SPACES
001250             SET CLI-CANAL-COURRIEL TO TRUE
001260         ELSE
001270             IF CLI-TELEPHONE NOT = SPACES
001280                 SET CLI-CANAL-SMS TO TRUE
001290             ELSE
001300                 SET CLI-CANAL-LETTRE TO TRUE
001310             END-IF
001320         END-IF
001330     END-IF.
001340     MOVE CLI-CANAL TO NTF-CANAL.
001350     MOVE CLI-NOM   TO NTF-DESTINATAIRE.
001360     MOVE SPACES    TO NTF-CONTACT NTF-BLOC-ADRESSE.
001370     IF NTF-COURRIEL
001380         MOVE CLI-EMAIL TO NTF-CONTACT
001390     END-IF.
001400     IF NTF-SMS
001410         MOVE CLI-TELEPHONE TO NTF-CONTACT
001420     END-IF.
001430     IF NTF-LETTRE AND CLI-ADRESSE-1 NOT = SPACES
001440         MOVE CLI-NOM       TO NTF-LIGNE-ADR(1)
001450         MOVE CLI-ADRESSE-1 TO NTF-LIGNE-ADR(2)
001460         MOVE CLI-ADRESSE-2 TO NTF-LIGNE-ADR(3)
001470     END-IF.
001480 1000-RESOUDRE-CLIENT-EXIT.
001490     EXIT.
