000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ATTESTATION.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. ENROLLMENT CERTIFICATE ON DEMAND :
000110*                 THE STUDENT ID IS CHECKED THROUGH ELEVECLE, THE
000120*                 STUDENT MUST BE ENROLLED ON ELEVES.TXT FOR THE
000130*                 SCHOOL YEAR, AND THE CERTIFICATE (NAME, CLASS,
000140*                 YEAR, ISSUE DATE) IS NUMBERED FROM
000150*                 ATTESTCT.DAT, APPENDED TO ATTESTATIONS.DAT AND
000160*                 LOGGED TO THE ATTREG.DAT REGISTER. A LEAVER
000170*                 FOUND ON ALUMNI.DAT GETS AN ENROLLED FROM ...
000180*                 TO ... CERTIFICATE INSTEAD.
000182* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000184*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000186*                 ATTESTATION (SEE HABILITATIONS).
000190*----------------------------------------------------------------

000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.

000230     SELECT ELEVES-FILE ASSIGN TO "eleves.txt"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS RANDOM
000260         RECORD KEY IS STU-ID
000270         FILE STATUS IS WS-ELEVES-STATUS.

000280     SELECT ALUMNI-FILE ASSIGN TO "ALUMNI.DAT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-ALUMNI-STATUS.

000310     SELECT SUIVI-FILE ASSIGN TO "FACTELEV.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SUIVI-STATUS.

000340     SELECT ATTCT-CTL-FILE ASSIGN TO "ATTESTCT.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CTL-STATUS.

000370     SELECT ATTEST-FILE ASSIGN TO "ATTESTATIONS.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ATTEST-STATUS.

000400     SELECT REGISTRE-FILE ASSIGN TO "ATTREG.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-REGISTRE-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.

000450 FD  ELEVES-FILE.
000460     COPY "STUDENT-RECORD.cpy".

000470*----------------------------------------------------------------
000480* ALUMNI - THE LEAVERS (LAYOUT KEPT IN STEP WITH PROMOTION)
000490*----------------------------------------------------------------
000500 FD  ALUMNI-FILE.
000510 01  ALUMNI-RECORD.
000520     05 ALU-STU-ID           PIC X(06).
000530     05 ALU-NOM              PIC X(20).
000540     05 ALU-CONTACT          PIC X(24).
000550     05 ALU-ANNEE            PIC 9(04).
000560     05 ALU-DATE-SORTIE      PIC 9(08).

000570*----------------------------------------------------------------
000580* SUIVI - ONE LINE PER STUDENT BILLED FOR A SCHOOL YEAR (LAYOUT
000590* KEPT IN STEP WITH FACTURERELEVES); THE FIRST YEAR BILLED IS THE
000600* FIRST YEAR ENROLLED
000610*----------------------------------------------------------------
000620 FD  SUIVI-FILE.
000630 01  SUIVI-RECORD.
000640     05 FEL-ANNEE            PIC 9(04).
000650     05 FEL-STU-ID           PIC X(06).
000660     05 FEL-NUM-FACTURE      PIC 9(06).

000670 FD  ATTCT-CTL-FILE.
000680 01  CTL-DERNIER-NUM         PIC 9(06).

000690 FD  ATTEST-FILE.
000700 01  ATTEST-LIGNE            PIC X(80).

000710 FD  REGISTRE-FILE.
000720     COPY "ATTREG-RECORD.cpy".

000730 WORKING-STORAGE SECTION.

000735     COPY "HABILITATION.cpy".

000740 01  WS-STU-ID               PIC X(06).
000750 01  WS-MODE-CLE             PIC X(01).
000760 01  WS-VERDICT-CLE          PIC X(01).
000770     88 CLE-VALIDE                    VALUE "O".

000780 01  WS-DATE-JOUR            PIC 9(08).
000790 01  WS-ANNEE                PIC 9(04).
000800 01  WS-ANNEE-SUIVANTE       PIC 9(04).
000810 01  WS-ANNEE-DEBUT          PIC 9(04).
000820 01  WS-NUM-ATTESTATION      PIC 9(06).

000830*----------------------------------------------------------------
000840* THE STUDENT CERTIFIED, FROM ELEVES.TXT OR ALUMNI.DAT
000850*----------------------------------------------------------------
000860 01  WS-NOM                  PIC X(20).
000870 01  WS-CLASSE               PIC X(06).
000880 01  WS-DATE-SORTIE          PIC 9(08).
000890 01  WS-DERNIERE-ANNEE       PIC 9(04).

000900 01  WS-DATE-EDITEE.
000910     05 WS-DE-JJ             PIC 9(02).
000920     05 FILLER               PIC X(01) VALUE "/".
000930     05 WS-DE-MM             PIC 9(02).
000940     05 FILLER               PIC X(01) VALUE "/".
000950     05 WS-DE-AAAA           PIC 9(04).
000960 01  WS-DATE-A-EDITER        PIC 9(08).
000970 01  WS-DATE-A-EDITER-R REDEFINES WS-DATE-A-EDITER.
000980     05 WS-DAE-AAAA          PIC 9(04).
000990     05 WS-DAE-MM            PIC 9(02).
001000     05 WS-DAE-JJ            PIC 9(02).
001010 01  WS-JOUR-EDITE           PIC X(10).
001020 01  WS-SORTIE-EDITEE        PIC X(10).

001030 01  WS-MESSAGE-STATUT       PIC X(40).

001040 01  WS-ELEVES-STATUS        PIC X(02).
001050     88 ELEVES-OK                     VALUE "00".
001060 01  WS-ALUMNI-STATUS        PIC X(02).
001070     88 ALUMNI-OK                     VALUE "00".
001080 01  WS-SUIVI-STATUS         PIC X(02).
001090     88 SUIVI-OK                      VALUE "00".
001100 01  WS-CTL-STATUS           PIC X(02).
001110     88 CTL-OK                        VALUE "00".
001120 01  WS-ATTEST-STATUS        PIC X(02).
001130     88 ATTEST-OK                     VALUE "00".
001140 01  WS-REGISTRE-STATUS      PIC X(02).
001150     88 REGISTRE-OK                   VALUE "00".

001160 01  WS-SWITCHES.
001170     05 WS-SITUATION         PIC X(01) VALUE "N".
001180         88 ELEVE-INSCRIT             VALUE "I".
001190         88 ELEVE-ANCIEN              VALUE "A".
001200         88 ELEVE-NON-INSCRIT         VALUE "X".
001210         88 ELEVE-INCONNU             VALUE "N".
001220     05 WS-FIN-ALUMNI        PIC X(01) VALUE "N".
001230         88 FIN-ALUMNI                VALUE "Y".
001240     05 WS-FIN-SUIVI         PIC X(01) VALUE "N".
001250         88 FIN-SUIVI                 VALUE "Y".

001260 PROCEDURE DIVISION.

001270*----------------------------------------------------------------
001280* 0000-MAINLINE
001290*----------------------------------------------------------------
001300 0000-MAINLINE.
001301     MOVE "ATTESTATION" TO HAB-PROGRAMME.
001302     CALL "HABILITER" USING HAB-ZONE.
001303     IF NOT HAB-AUTORISE
001304         GOBACK
001305     END-IF.
001310     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001320     DISPLAY "Numero d'eleve : ".
001330     ACCEPT WS-STU-ID.
001340     MOVE "V" TO WS-MODE-CLE.
001350     CALL "ELEVECLE" USING WS-MODE-CLE WS-STU-ID
001360         WS-VERDICT-CLE.
001370     IF NOT CLE-VALIDE
001380         DISPLAY "Cle de controle invalide : " WS-STU-ID
001390         GO TO 0000-FIN
001400     END-IF.
001410     DISPLAY "Annee scolaire (vide = annee en cours) : ".
001420     MOVE ZERO TO WS-ANNEE.
001430     ACCEPT WS-ANNEE.
001440     IF WS-ANNEE = ZERO
001450         MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE
001460     END-IF.
001470     PERFORM 1000-CHERCHER-ELEVE
001480         THRU 1000-CHERCHER-ELEVE-EXIT.
001490     IF ELEVE-INCONNU
001500         PERFORM 1500-CHERCHER-ANCIEN
001510             THRU 1500-CHERCHER-ANCIEN-EXIT
001520     END-IF.
001530     IF ELEVE-INCONNU
001540         DISPLAY "Numero d'eleve inconnu : " WS-STU-ID
001550         GO TO 0000-FIN
001560     END-IF.
001570     IF ELEVE-NON-INSCRIT
001580         DISPLAY FUNCTION TRIM(WS-NOM) " n'est pas inscrit(e)"
001590             " pour l'annee scolaire " WS-ANNEE
001600             " - attestation refusee"
001610         GO TO 0000-FIN
001620     END-IF.
001630     PERFORM 2000-NUMEROTER-ATTESTATION
001640         THRU 2000-NUMEROTER-ATTESTATION-EXIT.
001650     PERFORM 3000-EDITER-ATTESTATION
001660         THRU 3000-EDITER-ATTESTATION-EXIT.
001670     PERFORM 4000-INSCRIRE-REGISTRE
001680         THRU 4000-INSCRIRE-REGISTRE-EXIT.
001690     DISPLAY "Attestation " WS-NUM-ATTESTATION
001700         " editee sur ATTESTATIONS.DAT".
001710 0000-FIN.
001720     GOBACK.

001730*----------------------------------------------------------------
001740* 1000-CHERCHER-ELEVE - ON THE ROSTER AND ENROLLED FOR THE YEAR
001750* (A BLANK STU-ANNEE COUNTS AS ENROLLED, AS EVERYWHERE ELSE)
001760*----------------------------------------------------------------
001770 1000-CHERCHER-ELEVE.
001780     OPEN INPUT ELEVES-FILE.
001790     IF NOT ELEVES-OK
001800         CALL "FICHSTAT" USING WS-ELEVES-STATUS
001810             WS-MESSAGE-STATUT
001820         DISPLAY "eleves.txt : "
001830             FUNCTION TRIM(WS-MESSAGE-STATUT)
001840         GO TO 1000-CHERCHER-ELEVE-EXIT
001850     END-IF.
001860     MOVE WS-STU-ID TO STU-ID.
001870     READ ELEVES-FILE
001880         INVALID KEY
001890             CLOSE ELEVES-FILE
001900             GO TO 1000-CHERCHER-ELEVE-EXIT
001910     END-READ.
001920     MOVE STU-NOM    TO WS-NOM.
001930     MOVE STU-CLASSE TO WS-CLASSE.
001940     IF STU-ANNEE-X = SPACES
001950         OR STU-ANNEE = WS-ANNEE
001960         SET ELEVE-INSCRIT TO TRUE
001970     ELSE
001980         SET ELEVE-NON-INSCRIT TO TRUE
001990     END-IF.
002000     CLOSE ELEVES-FILE.
002010 1000-CHERCHER-ELEVE-EXIT.
002020     EXIT.

002030*----------------------------------------------------------------
002040* 1500-CHERCHER-ANCIEN - THE LATEST ALUMNI.DAT LINE FOR THE ID,
002050* THEN THE FIRST YEAR BILLED ON FACTELEV.DAT (THE LAST YEAR
002060* ENROLLED WHEN NONE WAS)
002070*----------------------------------------------------------------
002080 1500-CHERCHER-ANCIEN.
002090     OPEN INPUT ALUMNI-FILE.
002100     IF NOT ALUMNI-OK
002110         GO TO 1500-CHERCHER-ANCIEN-EXIT
002120     END-IF.
002130     PERFORM UNTIL FIN-ALUMNI
002140         READ ALUMNI-FILE
002150             AT END SET FIN-ALUMNI TO TRUE
002160             NOT AT END
002170                 IF ALU-STU-ID = WS-STU-ID
002180                     SET ELEVE-ANCIEN TO TRUE
002190                     MOVE ALU-NOM         TO WS-NOM
002200                     MOVE ALU-ANNEE       TO WS-DERNIERE-ANNEE
002210                     MOVE ALU-DATE-SORTIE TO WS-DATE-SORTIE
002220                 END-IF
002230         END-READ
002240     END-PERFORM.
002250     CLOSE ALUMNI-FILE.
002260     IF NOT ELEVE-ANCIEN
002270         GO TO 1500-CHERCHER-ANCIEN-EXIT
002280     END-IF.
002290     MOVE WS-DERNIERE-ANNEE TO WS-ANNEE-DEBUT.
002300     OPEN INPUT SUIVI-FILE.
002310     IF NOT SUIVI-OK
002320         GO TO 1500-CHERCHER-ANCIEN-EXIT
002330     END-IF.
002340     PERFORM UNTIL FIN-SUIVI
002350         READ SUIVI-FILE
002360             AT END SET FIN-SUIVI TO TRUE
002370             NOT AT END
002380                 IF FEL-STU-ID = WS-STU-ID
002390                     AND (FEL-ANNEE < WS-ANNEE-DEBUT
002400                          OR WS-ANNEE-DEBUT = ZERO)
002410                     MOVE FEL-ANNEE TO WS-ANNEE-DEBUT
002420                 END-IF
002430         END-READ
002440     END-PERFORM.
002450     CLOSE SUIVI-FILE.
002460 1500-CHERCHER-ANCIEN-EXIT.
002470     EXIT.

002480*----------------------------------------------------------------
002490* 2000-NUMEROTER-ATTESTATION - NEXT NUMBER FROM ATTESTCT.DAT,
002500* SAME MECHANISM AS THE OTHER CONTROL FILES
002510*----------------------------------------------------------------
002520 2000-NUMEROTER-ATTESTATION.
002530     OPEN INPUT ATTCT-CTL-FILE.
002540     IF CTL-OK
002550         READ ATTCT-CTL-FILE
002560             AT END MOVE ZERO TO CTL-DERNIER-NUM
002570         END-READ
002580         CLOSE ATTCT-CTL-FILE
002590     ELSE
002600         MOVE ZERO TO CTL-DERNIER-NUM
002610     END-IF.
002620     ADD 1 TO CTL-DERNIER-NUM.
002630     MOVE CTL-DERNIER-NUM TO WS-NUM-ATTESTATION.
002640     OPEN OUTPUT ATTCT-CTL-FILE.
002650     WRITE CTL-DERNIER-NUM.
002660     CLOSE ATTCT-CTL-FILE.
002670 2000-NUMEROTER-ATTESTATION-EXIT.
002680     EXIT.

002690*----------------------------------------------------------------
002700* 3000-EDITER-ATTESTATION - THE CERTIFICATE, APPENDED TO
002710* ATTESTATIONS.DAT AND SHOWN ON SCREEN
002720*----------------------------------------------------------------
002730 3000-EDITER-ATTESTATION.
002740     MOVE WS-DATE-JOUR TO WS-DATE-A-EDITER.
002750     PERFORM 6900-EDITER-DATE
002760         THRU 6900-EDITER-DATE-EXIT.
002770     MOVE WS-DATE-EDITEE TO WS-JOUR-EDITE.
002780     OPEN EXTEND ATTEST-FILE.
002790     IF NOT ATTEST-OK
002800         CLOSE ATTEST-FILE
002810         OPEN OUTPUT ATTEST-FILE
002820     END-IF.
002830     MOVE SPACES TO ATTEST-LIGNE.
002840     STRING "ATTESTATION DE SCOLARITE N. " WS-NUM-ATTESTATION
002850         DELIMITED BY SIZE INTO ATTEST-LIGNE.
002860     PERFORM 3900-ECRIRE-LIGNE
002870         THRU 3900-ECRIRE-LIGNE-EXIT.
002880     MOVE SPACES TO ATTEST-LIGNE.
002890     PERFORM 3900-ECRIRE-LIGNE
002900         THRU 3900-ECRIRE-LIGNE-EXIT.
002910     MOVE "Le chef d'etablissement certifie que l'eleve"
002920         TO ATTEST-LIGNE.
002930     PERFORM 3900-ECRIRE-LIGNE
002940         THRU 3900-ECRIRE-LIGNE-EXIT.
002950     MOVE SPACES TO ATTEST-LIGNE.
002960     STRING "    " FUNCTION TRIM(WS-NOM) " (numero " WS-STU-ID ")"
002970         DELIMITED BY SIZE INTO ATTEST-LIGNE.
002980     PERFORM 3900-ECRIRE-LIGNE
002990         THRU 3900-ECRIRE-LIGNE-EXIT.
003000     IF ELEVE-INSCRIT
003010         PERFORM 3100-EDITER-INSCRIT
003020             THRU 3100-EDITER-INSCRIT-EXIT
003030     ELSE
003040         PERFORM 3200-EDITER-ANCIEN
003050             THRU 3200-EDITER-ANCIEN-EXIT
003060     END-IF.
003070     MOVE SPACES TO ATTEST-LIGNE.
003080     PERFORM 3900-ECRIRE-LIGNE
003090         THRU 3900-ECRIRE-LIGNE-EXIT.
003100     MOVE SPACES TO ATTEST-LIGNE.
003110     STRING "Fait le " WS-JOUR-EDITE
003120         " pour servir et valoir ce que de droit."
003130         DELIMITED BY SIZE INTO ATTEST-LIGNE.
003140     PERFORM 3900-ECRIRE-LIGNE
003150         THRU 3900-ECRIRE-LIGNE-EXIT.
003160     MOVE ALL "-" TO ATTEST-LIGNE.
003170     PERFORM 3900-ECRIRE-LIGNE
003180         THRU 3900-ECRIRE-LIGNE-EXIT.
003190     CLOSE ATTEST-FILE.
003200 3000-EDITER-ATTESTATION-EXIT.
003210     EXIT.

003220*----------------------------------------------------------------
003230* 3100-EDITER-INSCRIT - CURRENT STUDENT : CLASS AND SCHOOL YEAR
003240*----------------------------------------------------------------
003250 3100-EDITER-INSCRIT.
003260     COMPUTE WS-ANNEE-SUIVANTE = WS-ANNEE + 1.
003270     MOVE SPACES TO ATTEST-LIGNE.
003280     IF WS-CLASSE = SPACES
003290         STRING "est inscrit(e) dans l'etablissement pour"
003300             " l'annee scolaire " WS-ANNEE "-" WS-ANNEE-SUIVANTE
003310             "."
003320             DELIMITED BY SIZE INTO ATTEST-LIGNE
003330     ELSE
003340         STRING "est inscrit(e) en classe "
003350             FUNCTION TRIM(WS-CLASSE)
003360             " pour l'annee scolaire " WS-ANNEE "-"
003370             WS-ANNEE-SUIVANTE "."
003380             DELIMITED BY SIZE INTO ATTEST-LIGNE
003390     END-IF.
003400     PERFORM 3900-ECRIRE-LIGNE
003410         THRU 3900-ECRIRE-LIGNE-EXIT.
003420 3100-EDITER-INSCRIT-EXIT.
003430     EXIT.

003440*----------------------------------------------------------------
003450* 3200-EDITER-ANCIEN - LEAVER : FIRST SCHOOL YEAR TO DEPARTURE
003460*----------------------------------------------------------------
003470 3200-EDITER-ANCIEN.
003480     COMPUTE WS-ANNEE-SUIVANTE = WS-ANNEE-DEBUT + 1.
003490     MOVE WS-DATE-SORTIE TO WS-DATE-A-EDITER.
003500     PERFORM 6900-EDITER-DATE
003510         THRU 6900-EDITER-DATE-EXIT.
003520     MOVE WS-DATE-EDITEE TO WS-SORTIE-EDITEE.
003530     MOVE SPACES TO ATTEST-LIGNE.
003540     STRING "a ete inscrit(e) dans l'etablissement de l'annee"
003550         " scolaire " WS-ANNEE-DEBUT "-" WS-ANNEE-SUIVANTE
003560         DELIMITED BY SIZE INTO ATTEST-LIGNE.
003570     PERFORM 3900-ECRIRE-LIGNE
003580         THRU 3900-ECRIRE-LIGNE-EXIT.
003590     MOVE SPACES TO ATTEST-LIGNE.
003600     STRING "jusqu'a sa sortie le " WS-SORTIE-EDITEE "."
003610         DELIMITED BY SIZE INTO ATTEST-LIGNE.
003620     PERFORM 3900-ECRIRE-LIGNE
003630         THRU 3900-ECRIRE-LIGNE-EXIT.
003640 3200-EDITER-ANCIEN-EXIT.
003650     EXIT.

003660*----------------------------------------------------------------
003670* 3900-ECRIRE-LIGNE - ONE LINE TO THE FILE AND THE SCREEN
003680*----------------------------------------------------------------
003690 3900-ECRIRE-LIGNE.
003700     WRITE ATTEST-LIGNE.
003710     DISPLAY ATTEST-LIGNE.
003720 3900-ECRIRE-LIGNE-EXIT.
003730     EXIT.

003740*----------------------------------------------------------------
003750* 4000-INSCRIRE-REGISTRE - ONE LINE PER CERTIFICATE ON ATTREG.DAT
003760*----------------------------------------------------------------
003770 4000-INSCRIRE-REGISTRE.
003780     OPEN EXTEND REGISTRE-FILE.
003790     IF NOT REGISTRE-OK
003800         CLOSE REGISTRE-FILE
003810         OPEN OUTPUT REGISTRE-FILE
003820     END-IF.
003830     MOVE WS-NUM-ATTESTATION TO ATR-NUMERO.
003840     MOVE WS-DATE-JOUR       TO ATR-DATE.
003850     MOVE WS-STU-ID          TO ATR-STU-ID.
003860     MOVE WS-NOM             TO ATR-NOM.
003870     IF ELEVE-INSCRIT
003880         SET ATR-INSCRIT TO TRUE
003890         MOVE WS-ANNEE  TO ATR-ANNEE
003900         MOVE WS-CLASSE TO ATR-CLASSE
003910         MOVE ZERO      TO ATR-DATE-SORTIE
003920     ELSE
003930         SET ATR-ANCIEN TO TRUE
003940         MOVE WS-ANNEE-DEBUT TO ATR-ANNEE
003950         MOVE SPACES         TO ATR-CLASSE
003960         MOVE WS-DATE-SORTIE TO ATR-DATE-SORTIE
003970     END-IF.
003980     WRITE ATTREG-RECORD.
003990     CLOSE REGISTRE-FILE.
004000 4000-INSCRIRE-REGISTRE-EXIT.
004010     EXIT.

004020*----------------------------------------------------------------
004030* 6900-EDITER-DATE - WS-DATE-A-EDITER AS JJ/MM/AAAA
004040*----------------------------------------------------------------
004050 6900-EDITER-DATE.
004060     MOVE WS-DAE-JJ   TO WS-DE-JJ.
004070     MOVE WS-DAE-MM   TO WS-DE-MM.
004080     MOVE WS-DAE-AAAA TO WS-DE-AAAA.
004090 6900-EDITER-DATE-EXIT.
004100     EXIT.
