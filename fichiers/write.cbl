000173*                 SUPPRIMER MODES VERIFY THE KEYED ID BEFORE
000174*                 ACTING - A ONE-DIGIT TYPO STOPS CORRECTING THE
000176*                 WRONG CHILD.
000177* 2026-10-15  LM  CAPTURE THE CLASS AND THE FAMILY'S POSTAL
000178*                 ADDRESS (TWO LINES) ON ADD AND CORRECTION -
000179*                 BLANK KEEPS THE CURRENT VALUE ON A CORRECTION -
000180*                 FOR THE ATTENDANCE REPORT AND THE LETTERS SENT
000181*                 HOME.
000182* 2026-10-15  LM  A CLASS WITH A CAPACITY ON CAPACITES.DAT IS NOT
000183*                 TAKEN OVER IT : THE NEW STUDENT IS REFUSED AND
000184*                 MAY GO ON THE WAITING LIST (ATTENTE.DAT), AND A
000185*                 CORRECTION INTO A FULL CLASS KEEPS THE OLD ONE.
000186*                 A WITHDRAWAL OR A CHANGE OF CLASS PROPOSES THE
000187*                 NEXT APPLICANT FOR THE PLACE FREED
000188*                 (PROPOSERATTENTE).
000189* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000190*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000191*                 ECRIREFICHIER (SEE HABILITATIONS).
000165*----------------------------------------------------------------

000166 ENVIRONMENT DIVISION.
000215         ORGANIZATION IS LINE SEQUENTIAL
000216         FILE STATUS IS WS-CTL-STATUS.

000217     SELECT CAPACITES-FILE ASSIGN TO "CAPACITES.DAT"
000218         ORGANIZATION IS INDEXED
000219         ACCESS MODE IS RANDOM
000220         RECORD KEY IS CAP-CLE
000221         FILE STATUS IS WS-CAPACITES-STATUS.

000222     SELECT ATTENTE-FILE ASSIGN TO "ATTENTE.DAT"
000223         ORGANIZATION IS INDEXED
000224         ACCESS MODE IS DYNAMIC
000225         RECORD KEY IS ATT-CLE
000226         FILE STATUS IS WS-ATTENTE-STATUS.

000227     SELECT ATTENTCT-CTL-FILE ASSIGN TO "ATTENTCT.DAT"
000228         ORGANIZATION IS LINE SEQUENTIAL
000229         FILE STATUS IS WS-CTL-STATUS.

000220 DATA DIVISION.
000230 FILE SECTION.

000257 FD  ELEVECT-CTL-FILE.
000258 01  CTL-DERNIER-ID           PIC 9(06).

000259 FD  CAPACITES-FILE.
000260     COPY "CAPACITE-RECORD.cpy".

000261 FD  ATTENTE-FILE.
000262     COPY "ATTENTE-RECORD.cpy".

000263*----------------------------------------------------------------
000264* WAITING-LIST NUMBER CONTROL - SINGLE RECORD, LAST NUMBER GIVEN
000265*----------------------------------------------------------------
000266 FD  ATTENTCT-CTL-FILE.
000267 01  CTL-DERNIER-NUM          PIC 9(06).

000260 WORKING-STORAGE SECTION.

000269     COPY "HABILITATION.cpy".

000270 01  WS-NOM                   PIC X(20).
000272 01  WS-CONTACT               PIC X(24).
000273 01  WS-ANNEE                 PIC 9(04).
000274 01  WS-CLASSE                PIC X(06).
000275 01  WS-ADRESSE-1             PIC X(30).
000276 01  WS-ADRESSE-2             PIC X(30).
000274 01  WS-DATE-JOUR             PIC 9(08).
000275 01  WS-ANNEE-COURANTE        PIC 9(04).

000291 01  WS-CTL-STATUS            PIC X(02).
000292     88 CTL-OK                         VALUE "00".

000293 01  WS-CAPACITES-STATUS      PIC X(02).
000294     88 CAPACITES-OK                   VALUE "00".

000295 01  WS-ATTENTE-STATUS        PIC X(02).
000296     88 ATTENTE-OK                     VALUE "00".

000300 01  WS-TROUVE                PIC X(01).
000310     88 NOM-TROUVE                     VALUE "O".
000320     88 NOM-ABSENT                     VALUE "N".
000350         88 FIN-SAISIE                VALUE "Y".
000360     05 WS-FIN-LECTURE        PIC X(01) VALUE "N".
000370         88 FIN-LECTURE               VALUE "Y".
000371     05 WS-PLACES-CLASSE      PIC X(01) VALUE "O".
000372         88 CLASSE-OUVERTE            VALUE "O".
000373         88 CLASSE-COMPLETE           VALUE "C".
000374     05 WS-PLACE-LIBEREE      PIC X(01) VALUE "N".
000375         88 PLACE-LIBEREE             VALUE "O".

000376*----------------------------------------------------------------
000377* CLASS CAPACITY CHECK - PLACES ON CAPACITES.DAT, STUDENTS ALREADY
000378* IN THE CLASS FOR THE YEAR, AND THE CLASS A CORRECTION LEAVES
000379*----------------------------------------------------------------
000380 01  WS-PLACES                PIC 9(03).
000381 01  WS-NB-INSCRITS           PIC 9(04).
000382 01  WS-CLASSE-AVANT          PIC X(06).
000383 01  WS-ANNEE-AVANT           PIC X(04).
000384 01  WS-ANNEE-LIBEREE         PIC 9(04).
000385 01  WS-CLASSE-LIBEREE        PIC X(06).
000386 01  WS-LIGNE-SAUVEE          PIC X(120).
000387 01  WS-REPONSE               PIC X(01).

000371 01  WS-MODE                  PIC X(01).
000372     88 MODE-AJOUTER                  VALUE "A" "a".
000400* 0000-MAINLINE
000410*----------------------------------------------------------------
000420 0000-MAINLINE.
000421     MOVE "ECRIREFICHIER" TO HAB-PROGRAMME.
000422     CALL "HABILITER" USING HAB-ZONE.
000423     IF NOT HAB-AUTORISE
000424         GOBACK
000425     END-IF.
000426     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000421     DISPLAY "Ajouter (A), Modifier (M) ou Supprimer (S) ? ".
000422     ACCEPT WS-MODE.
000423     IF MODE-MODIFIER
000690     IF NOT FICHIER-OK
000700         CLOSE MON-FICHIER
000710         OPEN OUTPUT MON-FICHIER
000711         CLOSE MON-FICHIER
000712         OPEN I-O MON-FICHIER
000720     END-IF.
000729     DISPLAY "Contact (email ou telephone) : ".
000730     ACCEPT WS-CONTACT.
000741     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000742     MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COURANTE.
000743     DISPLAY "Annee scolaire (vide = " WS-ANNEE-COURANTE
000747     IF WS-ANNEE = ZERO
000748         MOVE WS-ANNEE-COURANTE TO WS-ANNEE
000749     END-IF.
000750     DISPLAY "Classe : ".
000751     MOVE SPACES TO WS-CLASSE.
000752     ACCEPT WS-CLASSE.
000753     DISPLAY "Adresse de la famille, ligne 1 : ".
000754     MOVE SPACES TO WS-ADRESSE-1.
000755     ACCEPT WS-ADRESSE-1.
000756     DISPLAY "Adresse, ligne 2 (code postal et ville) : ".
000757     MOVE SPACES TO WS-ADRESSE-2.
000758     ACCEPT WS-ADRESSE-2.
000759     MOVE SPACES TO WS-STU-ID.
000760     PERFORM 1600-CONTROLER-PLACES
000761         THRU 1600-CONTROLER-PLACES-EXIT.
000762     IF CLASSE-COMPLETE
000763         CLOSE MON-FICHIER
000764         PERFORM 1800-INSCRIRE-ATTENTE
000765             THRU 1800-INSCRIRE-ATTENTE-EXIT
000766         GO TO 1000-ENREGISTRER-NOM-EXIT
000767     END-IF.
000768     PERFORM 1200-NUMEROTER-ELEVE
000769         THRU 1200-NUMEROTER-ELEVE-EXIT.
000770     MOVE WS-NOM TO STU-NOM.
000771     MOVE WS-CONTACT TO STU-CONTACT.
000751     MOVE WS-ANNEE TO STU-ANNEE.
000752     MOVE WS-CLASSE TO STU-CLASSE.
000753     MOVE WS-ADRESSE-1 TO STU-ADRESSE-1.
000754     MOVE WS-ADRESSE-2 TO STU-ADRESSE-2.
000732     WRITE WS-LIGNE
000733         INVALID KEY
000734             DISPLAY "Numero d'eleve deja utilise : " STU-ID
001170 1500-VERIFIER-DOUBLON-EXIT.
001180     EXIT.

001181*----------------------------------------------------------------
001182* 1600-CONTROLER-PLACES - IS WS-CLASSE FULL FOR WS-ANNEE ? THE
001183* ROSTER IS OPEN I-O AND READ THROUGH IN PLACE; WS-STU-ID (THE
001184* STUDENT BEING CORRECTED) IS NOT COUNTED. NO CLASS, OR NO
001185* CAPACITES.DAT RECORD, MEANS NO LIMIT
001186*----------------------------------------------------------------
001187 1600-CONTROLER-PLACES.
001188     SET CLASSE-OUVERTE TO TRUE.
001189     IF WS-CLASSE = SPACES
001190         GO TO 1600-CONTROLER-PLACES-EXIT
001191     END-IF.
001192     OPEN INPUT CAPACITES-FILE.
001193     IF NOT CAPACITES-OK
001194         GO TO 1600-CONTROLER-PLACES-EXIT
001195     END-IF.
001196     MOVE WS-ANNEE  TO CAP-ANNEE.
001197     MOVE WS-CLASSE TO CAP-CLASSE.
001198     MOVE ZERO TO WS-PLACES.
001199     READ CAPACITES-FILE
001200         INVALID KEY CONTINUE
001201         NOT INVALID KEY MOVE CAP-PLACES TO WS-PLACES
001202     END-READ.
001203     CLOSE CAPACITES-FILE.
001204     IF WS-PLACES = ZERO
001205         GO TO 1600-CONTROLER-PLACES-EXIT
001206     END-IF.
001207     MOVE ZERO TO WS-NB-INSCRITS.
001208     MOVE LOW-VALUES TO STU-ID.
001209     MOVE "N" TO WS-FIN-LECTURE.
001210     START MON-FICHIER KEY IS NOT LESS THAN STU-ID
001211         INVALID KEY SET FIN-LECTURE TO TRUE
001212     END-START.
001213     PERFORM UNTIL FIN-LECTURE
001214         READ MON-FICHIER NEXT RECORD
001215             AT END SET FIN-LECTURE TO TRUE
001216             NOT AT END
001217                 IF STU-CLASSE = WS-CLASSE
001218                     AND STU-ID NOT = WS-STU-ID
001219                     AND (STU-ANNEE-X = SPACES
001220                          OR STU-ANNEE = WS-ANNEE)
001221                     ADD 1 TO WS-NB-INSCRITS
001222                 END-IF
001223         END-READ
001224     END-PERFORM.
001225     IF WS-NB-INSCRITS NOT < WS-PLACES
001226         SET CLASSE-COMPLETE TO TRUE
001227         DISPLAY "Classe " FUNCTION TRIM(WS-CLASSE) " complete ("
001228             WS-NB-INSCRITS " inscrits pour " WS-PLACES
001229             " places)"
001230     END-IF.
001231 1600-CONTROLER-PLACES-EXIT.
001232     EXIT.

001233*----------------------------------------------------------------
001234* 1800-INSCRIRE-ATTENTE - THE REFUSED APPLICANT GOES ON THE
001235* CLASS'S WAITING LIST, DATED TODAY (SEE ADMISSIONS)
001236*----------------------------------------------------------------
001237 1800-INSCRIRE-ATTENTE.
001238     DISPLAY "Inscrire sur la liste d'attente (O/N) ? ".
001239     MOVE SPACE TO WS-REPONSE.
001240     ACCEPT WS-REPONSE.
001241     IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
001242         DISPLAY "Eleve non inscrit : " FUNCTION TRIM(WS-NOM)
001243         GO TO 1800-INSCRIRE-ATTENTE-EXIT
001244     END-IF.
001245     OPEN I-O ATTENTE-FILE.
001246     IF NOT ATTENTE-OK
001247         CLOSE ATTENTE-FILE
001248         OPEN OUTPUT ATTENTE-FILE
001249         CLOSE ATTENTE-FILE
001250         OPEN I-O ATTENTE-FILE
001251     END-IF.
001252     IF NOT ATTENTE-OK
001253         CALL "FICHSTAT" USING WS-ATTENTE-STATUS
001254             WS-MESSAGE-STATUT
001255         DISPLAY "ATTENTE.DAT : "
001256             FUNCTION TRIM(WS-MESSAGE-STATUT)
001257         GO TO 1800-INSCRIRE-ATTENTE-EXIT
001258     END-IF.
001259     MOVE SPACES TO ATTENTE-RECORD.
001260     MOVE WS-ANNEE     TO ATT-ANNEE.
001261     MOVE WS-CLASSE    TO ATT-CLASSE.
001262     MOVE WS-DATE-JOUR TO ATT-DATE-DEMANDE ATT-DATE-STATUT.
001263     PERFORM 1900-NUMEROTER-DEMANDE
001264         THRU 1900-NUMEROTER-DEMANDE-EXIT.
001265     MOVE WS-NOM       TO ATT-NOM.
001266     MOVE WS-CONTACT   TO ATT-CONTACT.
001267     MOVE WS-ADRESSE-1 TO ATT-ADRESSE-1.
001268     MOVE WS-ADRESSE-2 TO ATT-ADRESSE-2.
001269     SET ATT-EN-ATTENTE TO TRUE.
001270     WRITE ATTENTE-RECORD
001271         INVALID KEY
001272             DISPLAY "Demande deja presente - non enregistree"
001273         NOT INVALID KEY
001274             DISPLAY "Liste d'attente, demande n. " ATT-NUMERO
001275     END-WRITE.
001276     CLOSE ATTENTE-FILE.
001277 1800-INSCRIRE-ATTENTE-EXIT.
001278     EXIT.

001279*----------------------------------------------------------------
001280* 1900-NUMEROTER-DEMANDE - NEXT WAITING-LIST NUMBER
001281*----------------------------------------------------------------
001282 1900-NUMEROTER-DEMANDE.
001283     OPEN INPUT ATTENTCT-CTL-FILE.
001284     IF CTL-OK
001285         READ ATTENTCT-CTL-FILE
001286             AT END MOVE ZERO TO CTL-DERNIER-NUM
001287         END-READ
001288         CLOSE ATTENTCT-CTL-FILE
001289     ELSE
001290         MOVE ZERO TO CTL-DERNIER-NUM
001291     END-IF.
001292     ADD 1 TO CTL-DERNIER-NUM.
001293     MOVE CTL-DERNIER-NUM TO ATT-NUMERO.
001294     OPEN OUTPUT ATTENTCT-CTL-FILE.
001295     WRITE CTL-DERNIER-NUM.
001296     CLOSE ATTENTCT-CTL-FILE.
001297 1900-NUMEROTER-DEMANDE-EXIT.
001298     EXIT.

001181*----------------------------------------------------------------
001182* 2000-MODIFIER-ELEVE - REWRITE STU-NOM FOR ONE STU-ID
001183*----------------------------------------------------------------
001196             INVALID KEY
001197                 DISPLAY "Numero d'eleve inconnu : " WS-STU-ID
001198             NOT INVALID KEY
001199                 MOVE STU-CLASSE  TO WS-CLASSE-AVANT
001200                 MOVE STU-ANNEE-X TO WS-ANNEE-AVANT
001199                 DISPLAY "Nouveau nom : "
001200                 ACCEPT WS-NOM
001201                 MOVE WS-NOM TO STU-NOM
001214                 IF WS-ANNEE NOT = ZERO
001215                     MOVE WS-ANNEE TO STU-ANNEE
001216                 END-IF
001217                 DISPLAY "Classe (vide = inchangee) : "
001218                 MOVE SPACES TO WS-CLASSE
001219                 ACCEPT WS-CLASSE
001220                 IF WS-CLASSE NOT = SPACES
001221                     MOVE WS-CLASSE TO STU-CLASSE
001222                 END-IF
001223                 DISPLAY "Adresse ligne 1 (vide = inchangee) : "
001224                 MOVE SPACES TO WS-ADRESSE-1
001225                 ACCEPT WS-ADRESSE-1
001226                 IF WS-ADRESSE-1 NOT = SPACES
001227                     MOVE WS-ADRESSE-1 TO STU-ADRESSE-1
001228                 END-IF
001229                 DISPLAY "Adresse ligne 2 (vide = inchangee) : "
001230                 MOVE SPACES TO WS-ADRESSE-2
001231                 ACCEPT WS-ADRESSE-2
001232                 IF WS-ADRESSE-2 NOT = SPACES
001233                     MOVE WS-ADRESSE-2 TO STU-ADRESSE-2
001234                 END-IF
001235                 IF STU-CLASSE NOT = WS-CLASSE-AVANT
001236                     OR STU-ANNEE-X NOT = WS-ANNEE-AVANT
001237                     PERFORM 2500-CONTROLER-CHANGEMENT
001238                         THRU 2500-CONTROLER-CHANGEMENT-EXIT
001239                 END-IF
001205                 REWRITE WS-LIGNE
001206                     INVALID KEY
001207                         DISPLAY "Echec de la correction"
001212         END-READ
001213         CLOSE MON-FICHIER
001214     END-IF.
001215     IF PLACE-LIBEREE
001216         CALL "PROPOSERATTENTE" USING WS-ANNEE-LIBEREE
001217             WS-CLASSE-LIBEREE
001218     END-IF.
001215 2000-MODIFIER-ELEVE-EXIT.
001216     EXIT.

001217*----------------------------------------------------------------
001218* 2500-CONTROLER-CHANGEMENT - A CORRECTION THAT MOVES THE STUDENT
001219* INTO A FULL CLASS KEEPS THE OLD CLASS AND YEAR; A MOVE THAT IS
001220* ACCEPTED FREES A PLACE IN THE CLASS LEFT
001221*----------------------------------------------------------------
001222 2500-CONTROLER-CHANGEMENT.
001223     MOVE WS-LIGNE TO WS-LIGNE-SAUVEE.
001224     MOVE STU-CLASSE TO WS-CLASSE.
001225     IF STU-ANNEE-X = SPACES
001226         MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE
001227     ELSE
001228         MOVE STU-ANNEE TO WS-ANNEE
001229     END-IF.
001230     PERFORM 1600-CONTROLER-PLACES
001231         THRU 1600-CONTROLER-PLACES-EXIT.
001232     MOVE WS-LIGNE-SAUVEE TO WS-LIGNE.
001233     IF CLASSE-COMPLETE
001234         MOVE WS-CLASSE-AVANT TO STU-CLASSE
001235         MOVE WS-ANNEE-AVANT  TO STU-ANNEE-X
001236         DISPLAY "Changement de classe refuse - classe et annee"
001237             " inchangees"
001238         GO TO 2500-CONTROLER-CHANGEMENT-EXIT
001239     END-IF.
001240     IF WS-CLASSE-AVANT NOT = SPACES
001241         SET PLACE-LIBEREE TO TRUE
001242         MOVE WS-CLASSE-AVANT TO WS-CLASSE-LIBEREE
001243         IF WS-ANNEE-AVANT = SPACES
001244             MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-LIBEREE
001245         ELSE
001246             MOVE WS-ANNEE-AVANT TO WS-ANNEE-LIBEREE
001247         END-IF
001248     END-IF.
001249 2500-CONTROLER-CHANGEMENT-EXIT.
001250     EXIT.

001217*----------------------------------------------------------------
001218* 3000-SUPPRIMER-ELEVE - REMOVE ONE RECORD BY STU-ID
001219*----------------------------------------------------------------
001232             INVALID KEY
001233                 DISPLAY "Numero d'eleve inconnu : " WS-STU-ID
001234             NOT INVALID KEY
001235                 MOVE STU-CLASSE TO WS-CLASSE-LIBEREE
001236                 IF STU-ANNEE-X = SPACES
001237                     MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-LIBEREE
001238                 ELSE
001239                     MOVE STU-ANNEE TO WS-ANNEE-LIBEREE
001240                 END-IF
001235                 DELETE MON-FICHIER
001236                     INVALID KEY
001237                         DISPLAY "Echec de la suppression"
001238                     NOT INVALID KEY
001239                         ADD 1 TO WS-NB-ECRITES
001240                         DISPLAY "Eleve supprime : " WS-STU-ID
001241                         IF WS-CLASSE-LIBEREE NOT = SPACES
001242                             SET PLACE-LIBEREE TO TRUE
001243                         END-IF
001241                 END-DELETE
001242         END-READ
001243         CLOSE MON-FICHIER
001244     END-IF.
001245     IF PLACE-LIBEREE
001246         CALL "PROPOSERATTENTE" USING WS-ANNEE-LIBEREE
001247             WS-CLASSE-LIBEREE
001248     END-IF.
001245 3000-SUPPRIMER-ELEVE-EXIT.
001246     EXIT.

