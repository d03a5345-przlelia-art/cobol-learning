000147*                 NEITHER AN EMAIL NOR A PHONE NUMBER (SAME
000148*                 RULES AS CONTROLECONTACTS), SO THE GARBAGE
000149*                 STOPS GOING OUT WITH THE MAILING.
000150* 2026-10-15  LM  ONE ROW PER GUARDIAN MARKED FOR SCHOOL LETTERS
000151*                 ON TUTEURS.DAT (EMAIL, ELSE PHONE), WITH THE
000152*                 ADDRESSEE IN A NEW DESTINATAIRE COLUMN; THE
000153*                 STUDENT'S OWN STU-CONTACT IS ONLY USED WHEN NO
000154*                 GUARDIAN RECEIVES LETTERS.
000155* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000156*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000157*                 EXPORTERPUBLIPOSTAGE (SEE HABILITATIONS).
000146*----------------------------------------------------------------

000150 ENVIRONMENT DIVISION.
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-JOURNAL-STATUS.

000281     SELECT TUTEURS-FILE ASSIGN TO "TUTEURS.DAT"
000282         ORGANIZATION IS INDEXED
000283         ACCESS MODE IS DYNAMIC
000284         RECORD KEY IS TUT-CLE
000285         FILE STATUS IS WS-TUTEURS-STATUS.

000290 DATA DIVISION.
000300 FILE SECTION.

000330         REPLACING ==STUDENT-RECORD== BY ==WS-LIGNE-ENR==.

000340 FD  PUBLIPOSTAGE-FILE.
000350 01  WS-LIGNE-PUBLIPOSTAGE    PIC X(100).

000360 FD  JOURNAL-FILE.
000370     COPY "JOURNAL-RECORD.cpy".

000373 FD  TUTEURS-FILE.
000376     COPY "TUTEUR-RECORD.cpy".

000380 WORKING-STORAGE SECTION.

000381     COPY "HABILITATION.cpy".

000390 01  WS-NB-LIGNES             PIC 9(04) VALUE ZERO.
000391 01  WS-NB-EXCLUS             PIC 9(04) VALUE ZERO.
000392 01  WS-NB-DEST               PIC 9(02).

000393*----------------------------------------------------------------
000394* THE ROW BEING EXPORTED - A GUARDIAN, OR THE STUDENT
000395* WHEN NO GUARDIAN RECEIVES LETTERS
000396*----------------------------------------------------------------
000397 01  WS-DESTINATAIRE          PIC X(30).
000398 01  WS-CONTACT               PIC X(40).

000392 01  WS-REPONSE               PIC X(01).
000393     88 EXCLURE-DOUTEUX               VALUE "O" "o".
000440 01  WS-JOURNAL-STATUS        PIC X(02).
000450     88 JOURNAL-OK                     VALUE "00".

000453 01  WS-TUTEURS-STATUS        PIC X(02).
000456     88 TUTEURS-OK                     VALUE "00".

000460 01  WS-SWITCHES.
000470     05 WS-FIN                PIC X(01) VALUE "N".
000480         88 FIN-FICHIER               VALUE "Y".
000482     05 WS-FIN-TUTEURS        PIC X(01).
000484         88 FIN-TUTEURS               VALUE "Y".
000486     05 WS-TUTEURS-OUVERT     PIC X(01) VALUE "N".
000488         88 TUTEURS-OUVERT            VALUE "O".

000490 PROCEDURE DIVISION.

000510* 0000-MAINLINE
000520*----------------------------------------------------------------
000530 0000-MAINLINE.
000531     MOVE "EXPORTERPUBLIPOSTAGE" TO HAB-PROGRAMME.
000532     CALL "HABILITER" USING HAB-ZONE.
000533     IF NOT HAB-AUTORISE
000534         GOBACK
000535     END-IF.
000532     DISPLAY "Exclure les contacts inutilisables (O/N) ? ".
000534     ACCEPT WS-REPONSE.
000540     PERFORM 1000-EXPORTER-PUBLIPOSTAGE

000590*----------------------------------------------------------------
000600* 1000-EXPORTER-PUBLIPOSTAGE - HEADER LINE, THEN ONE ROW PER
000606*                              GUARDIAN RECEIVING LETTERS, OR
000612*                              PER STUDENT WITH A USABLE CONTACT
000620*----------------------------------------------------------------
000630 1000-EXPORTER-PUBLIPOSTAGE.
000640     OPEN INPUT MON-FICHIER.
000664         DISPLAY "eleves.txt : "
000666             FUNCTION TRIM(WS-MESSAGE-STATUT)
000670     ELSE
000672         OPEN INPUT TUTEURS-FILE
000674         IF TUTEURS-OK
000676             SET TUTEURS-OUVERT TO TRUE
000678         END-IF
000680         OPEN OUTPUT PUBLIPOSTAGE-FILE
000686         MOVE "ID,NOM,DESTINATAIRE,CONTACT"
000692             TO WS-LIGNE-PUBLIPOSTAGE
000700         WRITE WS-LIGNE-PUBLIPOSTAGE
000710         PERFORM UNTIL FIN-FICHIER
000720             READ MON-FICHIER
000730                 AT END SET FIN-FICHIER TO TRUE
000740                 NOT AT END
000761                     PERFORM 1100-EXPORTER-UN-ELEVE
000768                         THRU 1100-EXPORTER-UN-ELEVE-EXIT
000790             END-READ
000800         END-PERFORM
000810         CLOSE PUBLIPOSTAGE-FILE
000811         IF TUTEURS-OUVERT
000812             CLOSE TUTEURS-FILE
000813         END-IF
000820         CLOSE MON-FICHIER
000830         DISPLAY "Eleves exportes vers publipostage.csv : "
000840             WS-NB-LIGNES
000860 1000-EXPORTER-PUBLIPOSTAGE-EXIT.
000870     EXIT.

000871*----------------------------------------------------------------
000872* 1100-EXPORTER-UN-ELEVE - EVERY GUARDIAN OF TUTEURS.DAT MARKED
000873* FOR SCHOOL LETTERS (EMAIL, ELSE PHONE); STU-CONTACT ONLY WHEN
000874* NONE IS
000875*----------------------------------------------------------------
000876 1100-EXPORTER-UN-ELEVE.
000877     MOVE ZERO TO WS-NB-DEST.
000878     IF TUTEURS-OUVERT
000879         MOVE STU-ID TO TUT-STU-ID
000880         MOVE ZERO   TO TUT-RANG
000881         MOVE "N" TO WS-FIN-TUTEURS
000882         START TUTEURS-FILE KEY IS NOT LESS THAN TUT-CLE
000883             INVALID KEY SET FIN-TUTEURS TO TRUE
000884         END-START
000885         PERFORM UNTIL FIN-TUTEURS
000886             READ TUTEURS-FILE NEXT RECORD
000887                 AT END SET FIN-TUTEURS TO TRUE
000888                 NOT AT END
000889                     IF TUT-STU-ID NOT = STU-ID
000890                         SET FIN-TUTEURS TO TRUE
000891                     ELSE
000892                         PERFORM 1150-EXPORTER-UN-TUTEUR
000893                             THRU 1150-EXPORTER-UN-TUTEUR-EXIT
000894                     END-IF
000895             END-READ
000896         END-PERFORM
000897     END-IF.
000898     IF WS-NB-DEST = ZERO AND STU-CONTACT NOT = SPACES
000899         MOVE STU-NOM     TO WS-DESTINATAIRE
000900         MOVE STU-CONTACT TO WS-CONTACT
000901         PERFORM 1300-RETENIR-CONTACT
000902             THRU 1300-RETENIR-CONTACT-EXIT
000903     END-IF.
000904 1100-EXPORTER-UN-ELEVE-EXIT.
000905     EXIT.

000906*----------------------------------------------------------------
000907* 1150-EXPORTER-UN-TUTEUR
000908*----------------------------------------------------------------
000909 1150-EXPORTER-UN-TUTEUR.
000910     IF NOT TUT-DEST-COURRIER
000911         GO TO 1150-EXPORTER-UN-TUTEUR-EXIT
000912     END-IF.
000913     IF TUT-EMAIL NOT = SPACES
000914         MOVE TUT-EMAIL TO WS-CONTACT
000915     ELSE
000916         MOVE TUT-TELEPHONE TO WS-CONTACT
000917     END-IF.
000918     IF WS-CONTACT = SPACES
000919         GO TO 1150-EXPORTER-UN-TUTEUR-EXIT
000920     END-IF.
000921     ADD 1 TO WS-NB-DEST.
000922     MOVE TUT-NOM TO WS-DESTINATAIRE.
000923     PERFORM 1300-RETENIR-CONTACT
000924         THRU 1300-RETENIR-CONTACT-EXIT.
000925 1150-EXPORTER-UN-TUTEUR-EXIT.
000926     EXIT.

000851*----------------------------------------------------------------
000852* 1200-QUALIFIER-CONTACT - USABLE MEANS ONE @ (EMAIL) OR ONLY
000853* DIGITS AND SEPARATORS (PHONE), SAME RULES AS CONTROLECONTACTS
000855 1200-QUALIFIER-CONTACT.
000856     MOVE "N" TO WS-CONTACT-UTILISABLE.
000857     MOVE ZERO TO WS-NB-ARROBASES.
000858     INSPECT WS-CONTACT TALLYING WS-NB-ARROBASES
000859         FOR ALL "@".
000861     IF WS-NB-ARROBASES = 1
000862         MOVE "O" TO WS-CONTACT-UTILISABLE
000864     END-IF.
000865     MOVE ZERO TO WS-NB-INVALIDES.
000866     PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
000867             UNTIL WS-IDX-CAR > 40
000868         MOVE WS-CONTACT(WS-IDX-CAR:1) TO WS-CAR
000869         IF WS-CAR NOT = SPACE
000871             AND WS-CAR NOT = "+"
000872             AND WS-CAR NOT = "-"
000883     EXIT.

000880*----------------------------------------------------------------
000881* 1300-RETENIR-CONTACT - WRITE THE ROW UNLESS THE CONTACT IS
000882* UNUSABLE AND THE OPERATOR ASKED TO LEAVE THOSE OUT
000883*----------------------------------------------------------------
000884 1300-RETENIR-CONTACT.
000885     PERFORM 1200-QUALIFIER-CONTACT
000886         THRU 1200-QUALIFIER-CONTACT-EXIT.
000887     IF EXCLURE-DOUTEUX
000888         AND NOT CONTACT-UTILISABLE
000889         ADD 1 TO WS-NB-EXCLUS
000890     ELSE
000891         PERFORM 1500-ECRIRE-LIGNE-PUBLI
000892             THRU 1500-ECRIRE-LIGNE-PUBLI-EXIT
000893     END-IF.
000894 1300-RETENIR-CONTACT-EXIT.
000895     EXIT.

000896*----------------------------------------------------------------
000897* 1500-ECRIRE-LIGNE-PUBLI - ONE ID,NAME,ADDRESSEE,CONTACT ROW
000900*----------------------------------------------------------------
000910 1500-ECRIRE-LIGNE-PUBLI.
000920     MOVE SPACES TO WS-LIGNE-PUBLIPOSTAGE.
000940            ","                   DELIMITED BY SIZE
000950            FUNCTION TRIM(STU-NOM)    DELIMITED BY SIZE
000960            ","                   DELIMITED BY SIZE
000965            FUNCTION TRIM(WS-DESTINATAIRE) DELIMITED BY SIZE
000970            ","                   DELIMITED BY SIZE
000975            FUNCTION TRIM(WS-CONTACT) DELIMITED BY SIZE
000980         INTO WS-LIGNE-PUBLIPOSTAGE.
000990     WRITE WS-LIGNE-PUBLIPOSTAGE.
001000     ADD 1 TO WS-NB-LIGNES.
