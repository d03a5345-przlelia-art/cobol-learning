000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ADMISSIONS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. CLASS CAPACITY AND ADMISSIONS
000110*                 WAITING LIST : P SETS THE PLACES OF A CLASS FOR
000120*                 A SCHOOL YEAR (CAPACITES.DAT), D PUTS AN
000130*                 APPLICANT ON THE WAITING LIST (ATTENTE.DAT)
000140*                 WITH THE APPLICATION DATE AND CONTACT DETAILS,
000150*                 L LISTS A CLASS'S LIST IN ORDER, I ENROLLS AN
000160*                 APPLICANT ONCE A PLACE IS FREE, R WITHDRAWS AN
000170*                 APPLICATION, B SHOWS CAPACITY, ENROLLED AND
000180*                 WAITING PER CLASS.
000182* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000184*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000186*                 ADMISSIONS (SEE HABILITATIONS).
000187* 2026-10-15  LM  THE B SUMMARY IS BUILT ON THE KEYED WORK FILE
000188*                 ADMBIL.TMP INSTEAD OF A 200-CLASS TABLE, SO
000189*                 EVERY CLASS IS SHOWN, IN CLASS ORDER.
000190*----------------------------------------------------------------

000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.

000230     SELECT CAPACITES-FILE ASSIGN TO "CAPACITES.DAT"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS CAP-CLE
000270         FILE STATUS IS WS-CAPACITES-STATUS.

000280     SELECT ATTENTE-FILE ASSIGN TO "ATTENTE.DAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS ATT-CLE
000320         FILE STATUS IS WS-ATTENTE-STATUS.

000330     SELECT MON-FICHIER ASSIGN TO "eleves.txt"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS STU-ID
000370         FILE STATUS IS WS-FICHIER-STATUS.

000380     SELECT ATTENTCT-CTL-FILE ASSIGN TO "ATTENTCT.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CTL-STATUS.

000410     SELECT ELEVECT-CTL-FILE ASSIGN TO "ELEVECT.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CTL-STATUS.

000440     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-JOURNAL-STATUS.

000461     SELECT BILAN-TRAVAIL ASSIGN TO "ADMBIL.TMP"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS BIL-CLASSE
000465         FILE STATUS IS WS-BILAN-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.

000490 FD  CAPACITES-FILE.
000500     COPY "CAPACITE-RECORD.cpy".

000510 FD  ATTENTE-FILE.
000520     COPY "ATTENTE-RECORD.cpy".

000530 FD  MON-FICHIER.
000540     COPY "STUDENT-RECORD.cpy"
000550         REPLACING ==STUDENT-RECORD== BY ==WS-LIGNE==.

000560*----------------------------------------------------------------
000570* WAITING-LIST NUMBER CONTROL - SINGLE RECORD, LAST NUMBER GIVEN
000580*----------------------------------------------------------------
000590 FD  ATTENTCT-CTL-FILE.
000600 01  CTL-DERNIER-NUM         PIC 9(06).

000610*----------------------------------------------------------------
000620* STUDENT NUMBER CONTROL - SINGLE RECORD, LAST ID ASSIGNED
000630*----------------------------------------------------------------
000640 FD  ELEVECT-CTL-FILE.
000650 01  CTL-DERNIER-ID          PIC 9(06).

000660 FD  JOURNAL-FILE.
000670     COPY "JOURNAL-RECORD.cpy".

000671*----------------------------------------------------------------
000672* BILAN-TRAVAIL - ONE RECORD PER CLASS MET FOR THE SCHOOL YEAR
000673*----------------------------------------------------------------
000674 FD  BILAN-TRAVAIL.
000675 01  BILAN-RECORD.
000676     05 BIL-CLASSE           PIC X(06).
000677     05 BIL-LIMITE           PIC X(01).
000678     05 BIL-PLACES           PIC 9(03).
000679     05 BIL-INSCRITS         PIC 9(04).
000680     05 BIL-ATTENTE          PIC 9(04).

000680 WORKING-STORAGE SECTION.

000685     COPY "HABILITATION.cpy".

000690 01  WS-MODE                 PIC X(01).
000700     88 MODE-CAPACITE                 VALUE "P" "p".
000710     88 MODE-DEMANDE                  VALUE "D" "d".
000720     88 MODE-LISTE                    VALUE "L" "l".
000730     88 MODE-INSCRIRE                 VALUE "I" "i".
000740     88 MODE-RETRAIT                  VALUE "R" "r".
000750     88 MODE-BILAN                    VALUE "B" "b".

000760 01  WS-DATE-JOUR            PIC 9(08).
000770 01  WS-ANNEE-COURANTE       PIC 9(04).
000780 01  WS-ANNEE                PIC 9(04).
000790 01  WS-CLASSE               PIC X(06).
000800 01  WS-PLACES               PIC 9(03).
000810 01  WS-DATE-DEMANDE         PIC 9(08).
000820 01  WS-NUMERO               PIC 9(06).
000830 01  WS-NB-INSCRITS          PIC 9(04).
000840 01  WS-NB-ADMIS             PIC 9(06) VALUE ZERO.
000850 01  WS-RANG-ATTENTE         PIC 9(04).

000860 01  WS-MODE-CLE             PIC X(01).
000870 01  WS-VERDICT-CLE          PIC X(01).
000880     88 CLE-VALIDE                    VALUE "O".

000890 01  WS-ID-TRAVAIL.
000900     05 WS-ID-BASE           PIC 9(05).
000910     05 WS-ID-CLE            PIC X(01).

000920 01  WS-MESSAGE-STATUT       PIC X(40).

000930 01  WS-CAPACITES-STATUS     PIC X(02).
000940     88 CAPACITES-OK                  VALUE "00".
000950 01  WS-ATTENTE-STATUS       PIC X(02).
000960     88 ATTENTE-OK                    VALUE "00".
000970 01  WS-FICHIER-STATUS       PIC X(02).
000980     88 FICHIER-OK                    VALUE "00".
000990 01  WS-CTL-STATUS           PIC X(02).
001000     88 CTL-OK                        VALUE "00".
001010 01  WS-JOURNAL-STATUS       PIC X(02).
001020     88 JOURNAL-OK                    VALUE "00".
001022 01  WS-BILAN-STATUS         PIC X(02).
001024     88 BILAN-OK                      VALUE "00".

001026 01  WS-NOM-BILAN            PIC X(40) VALUE "ADMBIL.TMP".
001028 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

001030 01  WS-SWITCHES.
001040     05 WS-FIN-ATTENTE       PIC X(01).
001050         88 FIN-ATTENTE               VALUE "Y".
001060     05 WS-FIN-FICHIER       PIC X(01).
001070         88 FIN-FICHIER               VALUE "Y".
001080     05 WS-FIN-CAPACITES     PIC X(01).
001090         88 FIN-CAPACITES             VALUE "Y".
001093     05 WS-FIN-BILAN         PIC X(01).
001096         88 FIN-BILAN                 VALUE "Y".
001100     05 WS-ATT-TROUVE        PIC X(01).
001110         88 ATT-TROUVE                VALUE "O".
001120         88 ATT-ABSENT                VALUE "N".
001130     05 WS-LIMITE            PIC X(01).
001140         88 CLASSE-LIMITEE            VALUE "O".
001150         88 CLASSE-LIBRE              VALUE "N".

001160*----------------------------------------------------------------
001170* BILAN - CLASSES MET FOR THE SCHOOL YEAR
001180*----------------------------------------------------------------
001190 01  WS-NB-CLASSES           PIC 9(06) VALUE ZERO.

001270 01  WS-LIGNE-BILAN.
001280     05 WS-LB-CLASSE         PIC X(06).
001290     05 FILLER               PIC X(04) VALUE SPACES.
001300     05 WS-LB-PLACES         PIC X(07).
001310     05 FILLER               PIC X(03) VALUE SPACES.
001320     05 WS-LB-INSCRITS       PIC ZZZ9.
001330     05 FILLER               PIC X(06) VALUE SPACES.
001340     05 WS-LB-ATTENTE        PIC ZZZ9.
001350     05 FILLER               PIC X(04) VALUE SPACES.
001360     05 WS-LB-ALERTE         PIC X(12).
001370 01  WS-PLACES-EDITEES       PIC ZZ9.

001380 PROCEDURE DIVISION.

001390*----------------------------------------------------------------
001400* 0000-MAINLINE
001410*----------------------------------------------------------------
001420 0000-MAINLINE.
001421     MOVE "ADMISSIONS" TO HAB-PROGRAMME.
001422     CALL "HABILITER" USING HAB-ZONE.
001423     IF NOT HAB-AUTORISE
001424         GOBACK
001425     END-IF.
001430     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001440     MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COURANTE.
001450     DISPLAY "Admissions : capacite (P), demande (D), liste"
001460         " d'attente (L),".
001470     DISPLAY "inscrire un candidat (I), retrait (R),"
001480         " bilan (B) ? ".
001490     ACCEPT WS-MODE.
001500     IF MODE-CAPACITE
001510         PERFORM 1000-FIXER-CAPACITE
001520             THRU 1000-FIXER-CAPACITE-EXIT
001530     ELSE
001540         IF MODE-DEMANDE
001550             PERFORM 2000-ENREGISTRER-DEMANDE
001560                 THRU 2000-ENREGISTRER-DEMANDE-EXIT
001570         ELSE
001580             IF MODE-LISTE
001590                 PERFORM 3000-LISTER-ATTENTE
001600                     THRU 3000-LISTER-ATTENTE-EXIT
001610             ELSE
001620                 IF MODE-INSCRIRE
001630                     PERFORM 4000-INSCRIRE-CANDIDAT
001640                         THRU 4000-INSCRIRE-CANDIDAT-EXIT
001650                     PERFORM 8000-TRACER-JOURNAL
001660                         THRU 8000-TRACER-JOURNAL-EXIT
001670                 ELSE
001680                     IF MODE-RETRAIT
001690                         PERFORM 5000-RETIRER-DEMANDE
001700                             THRU 5000-RETIRER-DEMANDE-EXIT
001710                     ELSE
001720                         IF MODE-BILAN
001730                             PERFORM 6000-EDITER-BILAN
001740                                 THRU 6000-EDITER-BILAN-EXIT
001750                         ELSE
001760                             DISPLAY "Mode non reconnu"
001770                         END-IF
001780                     END-IF
001790                 END-IF
001800             END-IF
001810         END-IF
001820     END-IF.
001830 0000-FIN.
001840     GOBACK.

001850*----------------------------------------------------------------
001860* 0500-OUVRIR-ATTENTE - BOOTSTRAP ATTENTE.DAT ON A FIRST RUN
001870*----------------------------------------------------------------
001880 0500-OUVRIR-ATTENTE.
001890     OPEN I-O ATTENTE-FILE.
001900     IF NOT ATTENTE-OK
001910         CLOSE ATTENTE-FILE
001920         OPEN OUTPUT ATTENTE-FILE
001930         CLOSE ATTENTE-FILE
001940         OPEN I-O ATTENTE-FILE
001950     END-IF.
001960     IF NOT ATTENTE-OK
001970         CALL "FICHSTAT" USING WS-ATTENTE-STATUS
001980             WS-MESSAGE-STATUT
001990         DISPLAY "ATTENTE.DAT : "
002000             FUNCTION TRIM(WS-MESSAGE-STATUT)
002010     END-IF.
002020 0500-OUVRIR-ATTENTE-EXIT.
002030     EXIT.

002040*----------------------------------------------------------------
002050* 0600-SAISIR-CLASSE - SCHOOL YEAR (BLANK = CURRENT) AND CLASS
002060*----------------------------------------------------------------
002070 0600-SAISIR-CLASSE.
002080     DISPLAY "Annee scolaire (vide = " WS-ANNEE-COURANTE ") : ".
002090     MOVE ZERO TO WS-ANNEE.
002100     ACCEPT WS-ANNEE.
002110     IF WS-ANNEE = ZERO
002120         MOVE WS-ANNEE-COURANTE TO WS-ANNEE
002130     END-IF.
002140     DISPLAY "Classe : ".
002150     MOVE SPACES TO WS-CLASSE.
002160     ACCEPT WS-CLASSE.
002170 0600-SAISIR-CLASSE-EXIT.
002180     EXIT.

002190*----------------------------------------------------------------
002200* 0700-LIRE-DEMANDE - THE APPLICATION NUMBER IS NOT THE KEY, SO
002210* ATTENTE.DAT IS READ THROUGH (LEFT POSITIONED ON THE MATCH)
002220*----------------------------------------------------------------
002230 0700-LIRE-DEMANDE.
002240     SET ATT-ABSENT TO TRUE.
002250     DISPLAY "Numero de la demande : ".
002260     MOVE ZERO TO WS-NUMERO.
002270     ACCEPT WS-NUMERO.
002280     MOVE LOW-VALUES TO ATT-CLE.
002290     MOVE "N" TO WS-FIN-ATTENTE.
002300     START ATTENTE-FILE KEY IS NOT LESS THAN ATT-CLE
002310         INVALID KEY SET FIN-ATTENTE TO TRUE
002320     END-START.
002330     PERFORM UNTIL FIN-ATTENTE
002340         READ ATTENTE-FILE NEXT RECORD
002350             AT END SET FIN-ATTENTE TO TRUE
002360             NOT AT END
002370                 IF ATT-NUMERO = WS-NUMERO
002380                     SET ATT-TROUVE TO TRUE
002390                     SET FIN-ATTENTE TO TRUE
002400                 END-IF
002410         END-READ
002420     END-PERFORM.
002430     IF ATT-ABSENT
002440         DISPLAY "Demande inconnue : " WS-NUMERO
002450     END-IF.
002460 0700-LIRE-DEMANDE-EXIT.
002470     EXIT.

002480*----------------------------------------------------------------
002490* 0800-LIRE-CAPACITE - PLACES FOR WS-CLASSE IN WS-ANNEE; NO RECORD
002500* MEANS NO LIMIT
002510*----------------------------------------------------------------
002520 0800-LIRE-CAPACITE.
002530     SET CLASSE-LIBRE TO TRUE.
002540     MOVE ZERO TO WS-PLACES.
002550     OPEN INPUT CAPACITES-FILE.
002560     IF NOT CAPACITES-OK
002570         GO TO 0800-LIRE-CAPACITE-EXIT
002580     END-IF.
002590     MOVE WS-ANNEE  TO CAP-ANNEE.
002600     MOVE WS-CLASSE TO CAP-CLASSE.
002610     READ CAPACITES-FILE
002620         INVALID KEY CONTINUE
002630         NOT INVALID KEY
002640             SET CLASSE-LIMITEE TO TRUE
002650             MOVE CAP-PLACES TO WS-PLACES
002660     END-READ.
002670     CLOSE CAPACITES-FILE.
002680 0800-LIRE-CAPACITE-EXIT.
002690     EXIT.

002700*----------------------------------------------------------------
002710* 0900-COMPTER-INSCRITS - STUDENTS OF WS-CLASSE ENROLLED FOR
002720* WS-ANNEE (A BLANK STU-ANNEE COUNTS AS ENROLLED)
002730*----------------------------------------------------------------
002740 0900-COMPTER-INSCRITS.
002750     MOVE ZERO TO WS-NB-INSCRITS.
002760     OPEN INPUT MON-FICHIER.
002770     IF NOT FICHIER-OK
002780         GO TO 0900-COMPTER-INSCRITS-EXIT
002790     END-IF.
002800     MOVE "N" TO WS-FIN-FICHIER.
002810     PERFORM UNTIL FIN-FICHIER
002820         READ MON-FICHIER NEXT RECORD
002830             AT END SET FIN-FICHIER TO TRUE
002840             NOT AT END
002850                 IF STU-CLASSE = WS-CLASSE
002860                     AND (STU-ANNEE-X = SPACES
002870                          OR STU-ANNEE = WS-ANNEE)
002880                     ADD 1 TO WS-NB-INSCRITS
002890                 END-IF
002900         END-READ
002910     END-PERFORM.
002920     CLOSE MON-FICHIER.
002930 0900-COMPTER-INSCRITS-EXIT.
002940     EXIT.

002950*----------------------------------------------------------------
002960* 1000-FIXER-CAPACITE - ZERO PLACES REMOVES THE LIMIT
002970*----------------------------------------------------------------
002980 1000-FIXER-CAPACITE.
002990     PERFORM 0600-SAISIR-CLASSE
003000         THRU 0600-SAISIR-CLASSE-EXIT.
003010     IF WS-CLASSE = SPACES
003020         DISPLAY "Classe obligatoire"
003030         GO TO 1000-FIXER-CAPACITE-EXIT
003040     END-IF.
003050     DISPLAY "Nombre de places (0 = sans limite) : ".
003060     MOVE ZERO TO WS-PLACES.
003070     ACCEPT WS-PLACES.
003080     OPEN I-O CAPACITES-FILE.
003090     IF NOT CAPACITES-OK
003100         CLOSE CAPACITES-FILE
003110         OPEN OUTPUT CAPACITES-FILE
003120         CLOSE CAPACITES-FILE
003130         OPEN I-O CAPACITES-FILE
003140     END-IF.
003150     IF NOT CAPACITES-OK
003160         CALL "FICHSTAT" USING WS-CAPACITES-STATUS
003170             WS-MESSAGE-STATUT
003180         DISPLAY "CAPACITES.DAT : "
003190             FUNCTION TRIM(WS-MESSAGE-STATUT)
003200         GO TO 1000-FIXER-CAPACITE-EXIT
003210     END-IF.
003220     MOVE WS-ANNEE  TO CAP-ANNEE.
003230     MOVE WS-CLASSE TO CAP-CLASSE.
003240     READ CAPACITES-FILE
003250         INVALID KEY
003260             IF WS-PLACES > ZERO
003270                 MOVE WS-PLACES TO CAP-PLACES
003280                 WRITE CAPACITE-RECORD
003290                 DISPLAY "Capacite enregistree : " WS-PLACES
003300                     " places"
003310             ELSE
003320                 DISPLAY "Pas de limite pour cette classe"
003330             END-IF
003340         NOT INVALID KEY
003350             IF WS-PLACES > ZERO
003360                 MOVE WS-PLACES TO CAP-PLACES
003370                 REWRITE CAPACITE-RECORD
003380                 DISPLAY "Capacite modifiee : " WS-PLACES
003390                     " places"
003400             ELSE
003410                 DELETE CAPACITES-FILE RECORD
003420                 DISPLAY "Limite supprimee pour cette classe"
003430             END-IF
003440     END-READ.
003450     CLOSE CAPACITES-FILE.
003460     PERFORM 0900-COMPTER-INSCRITS
003470         THRU 0900-COMPTER-INSCRITS-EXIT.
003480     IF WS-PLACES > ZERO
003490         AND WS-NB-INSCRITS > WS-PLACES
003500         DISPLAY "Attention : " WS-NB-INSCRITS " eleves deja"
003510             " inscrits dans cette classe"
003520     END-IF.
003530 1000-FIXER-CAPACITE-EXIT.
003540     EXIT.

003550*----------------------------------------------------------------
003560* 2000-ENREGISTRER-DEMANDE - A NEW APPLICANT JOINS THE LIST
003570*----------------------------------------------------------------
003580 2000-ENREGISTRER-DEMANDE.
003590     PERFORM 0600-SAISIR-CLASSE
003600         THRU 0600-SAISIR-CLASSE-EXIT.
003610     IF WS-CLASSE = SPACES
003620         DISPLAY "Classe obligatoire"
003630         GO TO 2000-ENREGISTRER-DEMANDE-EXIT
003640     END-IF.
003650     DISPLAY "Date de la demande AAAAMMJJ"
003660         " (vide = aujourd'hui) : ".
003670     MOVE ZERO TO WS-DATE-DEMANDE.
003680     ACCEPT WS-DATE-DEMANDE.
003690     IF WS-DATE-DEMANDE = ZERO
003700         MOVE WS-DATE-JOUR TO WS-DATE-DEMANDE
003710     END-IF.
003720     PERFORM 0500-OUVRIR-ATTENTE
003730         THRU 0500-OUVRIR-ATTENTE-EXIT.
003740     IF NOT ATTENTE-OK
003750         GO TO 2000-ENREGISTRER-DEMANDE-EXIT
003760     END-IF.
003770     MOVE SPACES TO ATTENTE-RECORD.
003780     DISPLAY "Nom du candidat : ".
003790     ACCEPT ATT-NOM.
003800     IF ATT-NOM = SPACES
003810         DISPLAY "Nom obligatoire - demande non enregistree"
003820         CLOSE ATTENTE-FILE
003830         GO TO 2000-ENREGISTRER-DEMANDE-EXIT
003840     END-IF.
003850     DISPLAY "Contact (email ou telephone) : ".
003860     ACCEPT ATT-CONTACT.
003870     DISPLAY "Adresse de la famille, ligne 1 : ".
003880     ACCEPT ATT-ADRESSE-1.
003890     DISPLAY "Adresse, ligne 2 (code postal et ville) : ".
003900     ACCEPT ATT-ADRESSE-2.
003910     MOVE WS-ANNEE        TO ATT-ANNEE.
003920     MOVE WS-CLASSE       TO ATT-CLASSE.
003930     MOVE WS-DATE-DEMANDE TO ATT-DATE-DEMANDE.
003940     PERFORM 2500-NUMEROTER-DEMANDE
003950         THRU 2500-NUMEROTER-DEMANDE-EXIT.
003960     SET ATT-EN-ATTENTE TO TRUE.
003970     MOVE WS-DATE-JOUR TO ATT-DATE-STATUT.
003980     WRITE ATTENTE-RECORD
003990         INVALID KEY
004000             DISPLAY "Demande deja presente - non enregistree"
004010         NOT INVALID KEY
004020             DISPLAY "Demande enregistree sous le numero "
004030                 ATT-NUMERO
004040     END-WRITE.
004050     CLOSE ATTENTE-FILE.
004060 2000-ENREGISTRER-DEMANDE-EXIT.
004070     EXIT.

004080*----------------------------------------------------------------
004090* 2500-NUMEROTER-DEMANDE - NEXT NUMBER FROM ATTENTCT.DAT, SAME
004100* SEQUENCE ECRIREFICHIER AND IMPORTERCSV DRAW FROM
004110*----------------------------------------------------------------
004120 2500-NUMEROTER-DEMANDE.
004130     OPEN INPUT ATTENTCT-CTL-FILE.
004140     IF CTL-OK
004150         READ ATTENTCT-CTL-FILE
004160             AT END MOVE ZERO TO CTL-DERNIER-NUM
004170         END-READ
004180         CLOSE ATTENTCT-CTL-FILE
004190     ELSE
004200         MOVE ZERO TO CTL-DERNIER-NUM
004210     END-IF.
004220     ADD 1 TO CTL-DERNIER-NUM.
004230     MOVE CTL-DERNIER-NUM TO ATT-NUMERO.
004240     OPEN OUTPUT ATTENTCT-CTL-FILE.
004250     WRITE CTL-DERNIER-NUM.
004260     CLOSE ATTENTCT-CTL-FILE.
004270 2500-NUMEROTER-DEMANDE-EXIT.
004280     EXIT.

004290*----------------------------------------------------------------
004300* 3000-LISTER-ATTENTE - ONE CLASS, IN ORDER OF APPLICATION DATE
004310*----------------------------------------------------------------
004320 3000-LISTER-ATTENTE.
004330     PERFORM 0600-SAISIR-CLASSE
004340         THRU 0600-SAISIR-CLASSE-EXIT.
004350     OPEN INPUT ATTENTE-FILE.
004360     IF NOT ATTENTE-OK
004370         DISPLAY "Liste d'attente vide"
004380         GO TO 3000-LISTER-ATTENTE-EXIT
004390     END-IF.
004400     PERFORM 0800-LIRE-CAPACITE
004410         THRU 0800-LIRE-CAPACITE-EXIT.
004420     PERFORM 0900-COMPTER-INSCRITS
004430         THRU 0900-COMPTER-INSCRITS-EXIT.
004440     IF CLASSE-LIMITEE
004450         DISPLAY "Classe " WS-CLASSE " (" WS-ANNEE ") : "
004460             WS-NB-INSCRITS " inscrits sur " WS-PLACES " places"
004470     ELSE
004480         DISPLAY "Classe " WS-CLASSE " (" WS-ANNEE ") : "
004490             WS-NB-INSCRITS " inscrits, sans limite"
004500     END-IF.
004510     MOVE ZERO TO WS-RANG-ATTENTE.
004520     MOVE WS-ANNEE  TO ATT-ANNEE.
004530     MOVE WS-CLASSE TO ATT-CLASSE.
004540     MOVE ZERO      TO ATT-DATE-DEMANDE ATT-NUMERO.
004550     MOVE "N" TO WS-FIN-ATTENTE.
004560     START ATTENTE-FILE KEY IS NOT LESS THAN ATT-CLE
004570         INVALID KEY SET FIN-ATTENTE TO TRUE
004580     END-START.
004590     PERFORM UNTIL FIN-ATTENTE
004600         READ ATTENTE-FILE NEXT RECORD
004610             AT END SET FIN-ATTENTE TO TRUE
004620             NOT AT END
004630                 IF ATT-ANNEE NOT = WS-ANNEE
004640                     OR ATT-CLASSE NOT = WS-CLASSE
004650                     SET FIN-ATTENTE TO TRUE
004660                 ELSE
004670                     IF ATT-EN-ATTENTE OR ATT-PROPOSE
004680                         ADD 1 TO WS-RANG-ATTENTE
004690                         DISPLAY WS-RANG-ATTENTE ". n. "
004700                             ATT-NUMERO
004710                             " du " ATT-DATE-DEMANDE(7:2) "/"
004720                             ATT-DATE-DEMANDE(5:2) "/"
004730                             ATT-DATE-DEMANDE(1:4) " "
004740                             ATT-NOM " " ATT-CONTACT
004750                         IF ATT-PROPOSE
004760                             DISPLAY "      place proposee le "
004770                                 ATT-DATE-STATUT(7:2) "/"
004780                                 ATT-DATE-STATUT(5:2) "/"
004790                                 ATT-DATE-STATUT(1:4)
004800                         END-IF
004810                     END-IF
004820                 END-IF
004830         END-READ
004840     END-PERFORM.
004850     CLOSE ATTENTE-FILE.
004860     IF WS-RANG-ATTENTE = ZERO
004870         DISPLAY "Aucun candidat en attente"
004880     END-IF.
004890 3000-LISTER-ATTENTE-EXIT.
004900     EXIT.

004910*----------------------------------------------------------------
004920* 4000-INSCRIRE-CANDIDAT - THE APPLICANT BECOMES A STUDENT OF THE
004930* CLASS IF A PLACE IS FREE, NUMBERED LIKE ECRIREFICHIER DOES
004940*----------------------------------------------------------------
004950 4000-INSCRIRE-CANDIDAT.
004960     PERFORM 0500-OUVRIR-ATTENTE
004970         THRU 0500-OUVRIR-ATTENTE-EXIT.
004980     IF NOT ATTENTE-OK
004990         GO TO 4000-INSCRIRE-CANDIDAT-EXIT
005000     END-IF.
005010     PERFORM 0700-LIRE-DEMANDE
005020         THRU 0700-LIRE-DEMANDE-EXIT.
005030     IF ATT-ABSENT
005040         CLOSE ATTENTE-FILE
005050         GO TO 4000-INSCRIRE-CANDIDAT-EXIT
005060     END-IF.
005070     IF NOT ATT-EN-ATTENTE AND NOT ATT-PROPOSE
005080         DISPLAY "Demande deja admise ou retiree"
005090         CLOSE ATTENTE-FILE
005100         GO TO 4000-INSCRIRE-CANDIDAT-EXIT
005110     END-IF.
005120     MOVE ATT-ANNEE  TO WS-ANNEE.
005130     MOVE ATT-CLASSE TO WS-CLASSE.
005140     PERFORM 0800-LIRE-CAPACITE
005150         THRU 0800-LIRE-CAPACITE-EXIT.
005160     PERFORM 0900-COMPTER-INSCRITS
005170         THRU 0900-COMPTER-INSCRITS-EXIT.
005180     IF CLASSE-LIMITEE
005190         AND WS-NB-INSCRITS NOT < WS-PLACES
005200         DISPLAY "Classe complete (" WS-NB-INSCRITS "/" WS-PLACES
005210             ") - candidat laisse en attente"
005220         CLOSE ATTENTE-FILE
005230         GO TO 4000-INSCRIRE-CANDIDAT-EXIT
005240     END-IF.
005250     OPEN I-O MON-FICHIER.
005260     IF NOT FICHIER-OK
005270         CLOSE MON-FICHIER
005280         OPEN OUTPUT MON-FICHIER
005290     END-IF.
005300     PERFORM 4500-NUMEROTER-ELEVE
005310         THRU 4500-NUMEROTER-ELEVE-EXIT.
005320     MOVE ATT-NOM       TO STU-NOM.
005330     MOVE ATT-CONTACT   TO STU-CONTACT.
005340     MOVE ATT-ANNEE     TO STU-ANNEE.
005350     MOVE ATT-CLASSE    TO STU-CLASSE.
005360     MOVE ATT-ADRESSE-1 TO STU-ADRESSE-1.
005370     MOVE ATT-ADRESSE-2 TO STU-ADRESSE-2.
005380     WRITE WS-LIGNE
005390         INVALID KEY
005400             DISPLAY "Numero d'eleve deja utilise : " STU-ID
005410         NOT INVALID KEY
005420             ADD 1 TO WS-NB-ADMIS
005430             SET ATT-ADMIS TO TRUE
005440             MOVE WS-DATE-JOUR TO ATT-DATE-STATUT
005450             MOVE STU-ID       TO ATT-STU-ID
005460             REWRITE ATTENTE-RECORD
005470             DISPLAY FUNCTION TRIM(STU-NOM) " inscrit(e) en "
005480                 FUNCTION TRIM(STU-CLASSE) " sous le numero "
005490                 STU-ID
005500     END-WRITE.
005510     CLOSE MON-FICHIER.
005520     CLOSE ATTENTE-FILE.
005530 4000-INSCRIRE-CANDIDAT-EXIT.
005540     EXIT.

005550*----------------------------------------------------------------
005560* 4500-NUMEROTER-ELEVE - NEXT STUDENT ID FROM THE CONTROL FILE,
005570* SAME SEQUENCE ECRIREFICHIER DRAWS FROM
005580*----------------------------------------------------------------
005590 4500-NUMEROTER-ELEVE.
005600     OPEN INPUT ELEVECT-CTL-FILE.
005610     IF CTL-OK
005620         READ ELEVECT-CTL-FILE
005630             AT END MOVE ZERO TO CTL-DERNIER-ID
005640         END-READ
005650         CLOSE ELEVECT-CTL-FILE
005660     ELSE
005670         MOVE ZERO TO CTL-DERNIER-ID
005680     END-IF.
005690     ADD 1 TO CTL-DERNIER-ID.
005700     MOVE CTL-DERNIER-ID TO WS-ID-BASE.
005710     MOVE "C" TO WS-MODE-CLE.
005720     CALL "ELEVECLE" USING WS-MODE-CLE WS-ID-TRAVAIL
005730         WS-VERDICT-CLE.
005740     MOVE WS-ID-TRAVAIL TO STU-ID.
005750     OPEN OUTPUT ELEVECT-CTL-FILE.
005760     WRITE CTL-DERNIER-ID.
005770     CLOSE ELEVECT-CTL-FILE.
005780 4500-NUMEROTER-ELEVE-EXIT.
005790     EXIT.

005800*----------------------------------------------------------------
005810* 5000-RETIRER-DEMANDE - THE FAMILY GIVES UP; THE LINE IS KEPT
005820*----------------------------------------------------------------
005830 5000-RETIRER-DEMANDE.
005840     PERFORM 0500-OUVRIR-ATTENTE
005850         THRU 0500-OUVRIR-ATTENTE-EXIT.
005860     IF NOT ATTENTE-OK
005870         GO TO 5000-RETIRER-DEMANDE-EXIT
005880     END-IF.
005890     PERFORM 0700-LIRE-DEMANDE
005900         THRU 0700-LIRE-DEMANDE-EXIT.
005910     IF ATT-TROUVE
005920         IF ATT-EN-ATTENTE OR ATT-PROPOSE
005930             SET ATT-RETIRE TO TRUE
005940             MOVE WS-DATE-JOUR TO ATT-DATE-STATUT
005950             REWRITE ATTENTE-RECORD
005960             DISPLAY "Demande retiree : "
005970                 FUNCTION TRIM(ATT-NOM)
005980         ELSE
005990             DISPLAY "Demande deja admise ou retiree"
006000         END-IF
006010     END-IF.
006020     CLOSE ATTENTE-FILE.
006030 5000-RETIRER-DEMANDE-EXIT.
006040     EXIT.

006050*----------------------------------------------------------------
006060* 6000-EDITER-BILAN - CAPACITY, ENROLLED AND WAITING PER CLASS
006070* FOR ONE SCHOOL YEAR
006080*----------------------------------------------------------------
006090 6000-EDITER-BILAN.
006100     DISPLAY "Annee scolaire (vide = " WS-ANNEE-COURANTE ") : ".
006110     MOVE ZERO TO WS-ANNEE.
006120     ACCEPT WS-ANNEE.
006130     IF WS-ANNEE = ZERO
006140         MOVE WS-ANNEE-COURANTE TO WS-ANNEE
006141     END-IF.
006142     OPEN OUTPUT BILAN-TRAVAIL.
006143     IF NOT BILAN-OK
006144         CALL "FICHSTAT" USING WS-BILAN-STATUS
006145             WS-MESSAGE-STATUT
006146         DISPLAY "ADMBIL.TMP : "
006147             FUNCTION TRIM(WS-MESSAGE-STATUT)
006148         GO TO 6000-EDITER-BILAN-EXIT
006150     END-IF.
006153     CLOSE BILAN-TRAVAIL.
006156     OPEN I-O BILAN-TRAVAIL.
006160     PERFORM 6100-CHARGER-CAPACITES
006170         THRU 6100-CHARGER-CAPACITES-EXIT.
006180     PERFORM 6200-CHARGER-INSCRITS
006190         THRU 6200-CHARGER-INSCRITS-EXIT.
006200     PERFORM 6300-CHARGER-ATTENTE
006210         THRU 6300-CHARGER-ATTENTE-EXIT.
006220     DISPLAY "=== CAPACITE DES CLASSES - ANNEE " WS-ANNEE " ===".
006230     DISPLAY "CLASSE    PLACES    INSCRITS  ATTENTE".
006240     MOVE LOW-VALUES TO BIL-CLASSE.
006250     MOVE "N" TO WS-FIN-BILAN.
006260     START BILAN-TRAVAIL KEY IS NOT LESS THAN BIL-CLASSE
006270         INVALID KEY SET FIN-BILAN TO TRUE
006280     END-START.
006290     PERFORM UNTIL FIN-BILAN
006300         READ BILAN-TRAVAIL NEXT RECORD
006310             AT END SET FIN-BILAN TO TRUE
006320             NOT AT END
006330                 PERFORM 6600-EDITER-CLASSE
006340                     THRU 6600-EDITER-CLASSE-EXIT
006350         END-READ
006450     END-PERFORM.
006460     IF WS-NB-CLASSES = ZERO
006470         DISPLAY "Aucune classe pour cette annee"
006480     END-IF.
006482     CLOSE BILAN-TRAVAIL.
006484     CALL "CBL_DELETE_FILE" USING WS-NOM-BILAN
006486         RETURNING WS-RETOUR-SUPPRESSION.
006490 6000-EDITER-BILAN-EXIT.
006500     EXIT.

006510*----------------------------------------------------------------
006520* 6100-CHARGER-CAPACITES - THE YEAR'S RECORDS ARE CONTIGUOUS
006530*----------------------------------------------------------------
006540 6100-CHARGER-CAPACITES.
006550     OPEN INPUT CAPACITES-FILE.
006560     IF NOT CAPACITES-OK
006570         GO TO 6100-CHARGER-CAPACITES-EXIT
006580     END-IF.
006590     MOVE WS-ANNEE TO CAP-ANNEE.
006600     MOVE LOW-VALUES TO CAP-CLASSE.
006610     MOVE "N" TO WS-FIN-CAPACITES.
006620     START CAPACITES-FILE KEY IS NOT LESS THAN CAP-CLE
006630         INVALID KEY SET FIN-CAPACITES TO TRUE
006640     END-START.
006650     PERFORM UNTIL FIN-CAPACITES
006660         READ CAPACITES-FILE NEXT RECORD
006670             AT END SET FIN-CAPACITES TO TRUE
006680             NOT AT END
006690                 IF CAP-ANNEE NOT = WS-ANNEE
006700                     SET FIN-CAPACITES TO TRUE
006710                 ELSE
006720                     MOVE CAP-CLASSE TO WS-CLASSE
006730                     PERFORM 6500-TROUVER-CLASSE
006740                         THRU 6500-TROUVER-CLASSE-EXIT
006748                     MOVE "O" TO BIL-LIMITE
006756                     MOVE CAP-PLACES TO BIL-PLACES
006764                     REWRITE BILAN-RECORD
006772                         INVALID KEY CONTINUE
006780                     END-REWRITE
006790                 END-IF
006800         END-READ
006810     END-PERFORM.
006820     CLOSE CAPACITES-FILE.
006830 6100-CHARGER-CAPACITES-EXIT.
006840     EXIT.

006850*----------------------------------------------------------------
006860* 6200-CHARGER-INSCRITS
006870*----------------------------------------------------------------
006880 6200-CHARGER-INSCRITS.
006890     OPEN INPUT MON-FICHIER.
006900     IF NOT FICHIER-OK
006910         GO TO 6200-CHARGER-INSCRITS-EXIT
006920     END-IF.
006930     MOVE "N" TO WS-FIN-FICHIER.
006940     PERFORM UNTIL FIN-FICHIER
006950         READ MON-FICHIER NEXT RECORD
006960             AT END SET FIN-FICHIER TO TRUE
006970             NOT AT END
006980                 IF STU-CLASSE NOT = SPACES
006990                     AND (STU-ANNEE-X = SPACES
007000                          OR STU-ANNEE = WS-ANNEE)
007010                     MOVE STU-CLASSE TO WS-CLASSE
007020                     PERFORM 6500-TROUVER-CLASSE
007030                         THRU 6500-TROUVER-CLASSE-EXIT
007038                     ADD 1 TO BIL-INSCRITS
007046                     REWRITE BILAN-RECORD
007054                         INVALID KEY CONTINUE
007062                     END-REWRITE
007070                 END-IF
007080         END-READ
007090     END-PERFORM.
007100     CLOSE MON-FICHIER.
007110 6200-CHARGER-INSCRITS-EXIT.
007120     EXIT.

007130*----------------------------------------------------------------
007140* 6300-CHARGER-ATTENTE - WAITING AND PROPOSED APPLICANTS
007150*----------------------------------------------------------------
007160 6300-CHARGER-ATTENTE.
007170     OPEN INPUT ATTENTE-FILE.
007180     IF NOT ATTENTE-OK
007190         GO TO 6300-CHARGER-ATTENTE-EXIT
007200     END-IF.
007210     MOVE WS-ANNEE TO ATT-ANNEE.
007220     MOVE LOW-VALUES TO ATT-CLASSE.
007230     MOVE ZERO TO ATT-DATE-DEMANDE ATT-NUMERO.
007240     MOVE "N" TO WS-FIN-ATTENTE.
007250     START ATTENTE-FILE KEY IS NOT LESS THAN ATT-CLE
007260         INVALID KEY SET FIN-ATTENTE TO TRUE
007270     END-START.
007280     PERFORM UNTIL FIN-ATTENTE
007290         READ ATTENTE-FILE NEXT RECORD
007300             AT END SET FIN-ATTENTE TO TRUE
007310             NOT AT END
007320                 IF ATT-ANNEE NOT = WS-ANNEE
007330                     SET FIN-ATTENTE TO TRUE
007340                 ELSE
007350                     IF ATT-EN-ATTENTE OR ATT-PROPOSE
007360                         MOVE ATT-CLASSE TO WS-CLASSE
007370                         PERFORM 6500-TROUVER-CLASSE
007380                             THRU 6500-TROUVER-CLASSE-EXIT
007388                         ADD 1 TO BIL-ATTENTE
007396                         REWRITE BILAN-RECORD
007404                             INVALID KEY CONTINUE
007412                         END-REWRITE
007420                     END-IF
007430                 END-IF
007440         END-READ
007450     END-PERFORM.
007460     CLOSE ATTENTE-FILE.
007470 6300-CHARGER-ATTENTE-EXIT.
007480     EXIT.

007490*----------------------------------------------------------------
007500* 6500-TROUVER-CLASSE - BILAN-RECORD OF WS-CLASSE, ADDED IF NEW
007520*----------------------------------------------------------------
007530 6500-TROUVER-CLASSE.
007540     MOVE WS-CLASSE TO BIL-CLASSE.
007550     READ BILAN-TRAVAIL
007560         INVALID KEY CONTINUE
007570         NOT INVALID KEY
007610             GO TO 6500-TROUVER-CLASSE-EXIT
007620     END-READ.
007630     ADD 1 TO WS-NB-CLASSES.
007640     MOVE WS-CLASSE TO BIL-CLASSE.
007650     MOVE "N"  TO BIL-LIMITE.
007660     MOVE ZERO TO BIL-PLACES BIL-INSCRITS BIL-ATTENTE.
007670     WRITE BILAN-RECORD
007680         INVALID KEY CONTINUE
007690     END-WRITE.
007750 6500-TROUVER-CLASSE-EXIT.
007760     EXIT.

007761*----------------------------------------------------------------
007762* 6600-EDITER-CLASSE - ONE SUMMARY LINE
007763*----------------------------------------------------------------
007764 6600-EDITER-CLASSE.
007765     MOVE SPACES TO WS-LIGNE-BILAN.
007766     MOVE BIL-CLASSE TO WS-LB-CLASSE.
007767     IF BIL-LIMITE = "O"
007768         MOVE BIL-PLACES TO WS-PLACES-EDITEES
007769         MOVE WS-PLACES-EDITEES TO WS-LB-PLACES
007770         IF BIL-INSCRITS > BIL-PLACES
007771             MOVE "SURCHARGE" TO WS-LB-ALERTE
007772         ELSE
007773             IF BIL-INSCRITS = BIL-PLACES
007774                 MOVE "COMPLETE" TO WS-LB-ALERTE
007775             END-IF
007776         END-IF
007777     ELSE
007778         MOVE "-" TO WS-LB-PLACES
007779     END-IF.
007780     MOVE BIL-INSCRITS TO WS-LB-INSCRITS.
007781     MOVE BIL-ATTENTE  TO WS-LB-ATTENTE.
007782     DISPLAY WS-LIGNE-BILAN.
007783 6600-EDITER-CLASSE-EXIT.
007784     EXIT.

007770*----------------------------------------------------------------
007780* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
007790*----------------------------------------------------------------
007800 8000-TRACER-JOURNAL.
007810     MOVE SPACES TO JOURNAL-RECORD.
007820     MOVE "ADMISSIONS" TO JNL-PROGRAMME.
007830     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
007840     ACCEPT JNL-HEURE FROM TIME.
007850     MOVE "Admission depuis la liste d'attente" TO JNL-MESSAGE.
007860     MOVE WS-NB-ADMIS TO JNL-NB-ENREGISTREMENTS.
007870     OPEN EXTEND JOURNAL-FILE.
007880     IF NOT JOURNAL-OK
007890         CLOSE JOURNAL-FILE
007900         OPEN OUTPUT JOURNAL-FILE
007910     END-IF.
007920     WRITE JOURNAL-RECORD.
007930     CLOSE JOURNAL-FILE.
007940 8000-TRACER-JOURNAL-EXIT.
007950     EXIT.
