000125*                 TERMES.DAT REFERENCE (SEE TERMESMAJ) INSTEAD OF
000126*                 FILE ORDER - A TERM ABSENT FROM THE REFERENCE
000127*                 SORTS LAST, SEQUENCE 999.
000128* 2026-10-15  LM  A TERM ARCHIVED AGAIN AFTER THE RESIT
000129*                 (RATTRAPAGE) SHOWS ONCE, WITH THE POST-RESIT
000130*                 AVERAGE AND THE ORIGINAL ONE BENEATH IT; THE
000131*                 LATEST LINE FOR A TERM NOW WINS OVER EARLIER
000132*                 ONES.
000133* 2026-10-15  LM  ARCH-REMARQUE ADDED AT THE END OF THE ARCHIVE
000134*                 LINE FOR THE CLASS COUNCIL'S REMARKS
000135*                 (CONSEILCLASSE).
000136* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000137*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000138*                 BULLTENDANCE (SEE HABILITATIONS).
000123*----------------------------------------------------------------

000140 ENVIRONMENT DIVISION.
000200 DATA DIVISION.
000210 FILE SECTION.

000212*----------------------------------------------------------------
000214* ARCHIVE - ONE LINE PER STUDENT PER TERM (LAYOUT KEPT IN STEP
000216* WITH BULLETIN, RATTRAPAGE AND MENTIONS)
000218*----------------------------------------------------------------
000220 FD  ARCHIVE-FILE.
000230 01  ARCH-RECORD.
000240     05 ARCH-TERME            PIC X(10).
000250     05 ARCH-NOM              PIC X(20).
000260     05 ARCH-MOYENNE          PIC 9(02)V99.
000270     05 ARCH-LETTRE           PIC X(01).
000271     05 ARCH-NOTES.
000272         10 ARCH-NOTE OCCURS 3 TIMES PIC 9(02).
000273     05 ARCH-STATUT           PIC X(01).
000274         88 ARCH-APRES-RATTRAPAGE     VALUE "R".
000275     05 ARCH-MOYENNE-INIT     PIC 9(02)V99.
000276     05 ARCH-REMARQUE         PIC X(50).

000272*----------------------------------------------------------------
000273* TERMES - THE TERM REFERENCE (LAYOUT KEPT IN STEP WITH

000280 WORKING-STORAGE SECTION.

000285     COPY "HABILITATION.cpy".

000290 01  WS-NOM-RECHERCHE         PIC X(20).

000300 01  WS-ARCHIVE-STATUS        PIC X(02).
000390         10 WS-HIST-MOYENNE    PIC 9(02)V99.
000400         10 WS-HIST-LETTRE     PIC X(01).
000402         10 WS-HIST-SEQ        PIC 9(03).
000403         10 WS-HIST-STATUT     PIC X(01).
000404             88 HIST-APRES-RATTRAPAGE  VALUE "R".
000405         10 WS-HIST-INIT       PIC 9(02)V99.

000403 01  WS-TEMP-HIST.
000404     05 WS-TMP-TERME           PIC X(10).
000405     05 WS-TMP-MOYENNE         PIC 9(02)V99.
000406     05 WS-TMP-LETTRE          PIC X(01).
000407     05 WS-TMP-SEQ             PIC 9(03).
000408     05 WS-TMP-STATUT          PIC X(01).
000409     05 WS-TMP-INIT            PIC 9(02)V99.

000408 01  WS-RANG                  PIC 9(02).

000440* 0000-MAINLINE
000450*----------------------------------------------------------------
000460 0000-MAINLINE.
000461     MOVE "BULLTENDANCE" TO HAB-PROGRAMME.
000462     CALL "HABILITER" USING HAB-ZONE.
000463     IF NOT HAB-AUTORISE
000464         GOBACK
000465     END-IF.
000470     DISPLAY "Nom de l'eleve : ".
000480     ACCEPT WS-NOM-RECHERCHE.
000490     PERFORM 1000-CHARGER-HISTORIQUE
000650                 AT END SET FIN-ARCHIVE TO TRUE
000660                 NOT AT END
000662                     IF ARCH-NOM = WS-NOM-RECHERCHE
000672                         PERFORM 1100-RETENIR-TERME
000682                             THRU 1100-RETENIR-TERME-EXIT
000760                     END-IF
000770             END-READ
000780         END-PERFORM
000810 1000-CHARGER-HISTORIQUE-EXIT.
000820     EXIT.

000821*----------------------------------------------------------------
000822* 1100-RETENIR-TERME - A LATER LINE FOR A TERM ALREADY LOADED
000823* (BULLETIN RERUN, OR THE RESULT AFTER THE RESIT) REPLACES IT
000824*----------------------------------------------------------------
000825 1100-RETENIR-TERME.
000826     SET WS-IDX TO 1.
000827     SEARCH WS-HIST-ENTRY
000828         AT END CONTINUE
000829         WHEN WS-IDX > WS-NB-TERMES
000830             CONTINUE
000831         WHEN WS-HIST-TERME(WS-IDX) = ARCH-TERME
000832             CONTINUE
000833     END-SEARCH.
000834     IF WS-IDX > WS-NB-TERMES
000835         IF WS-NB-TERMES = 30
000836             SET TABLE-PLEINE TO TRUE
000837             GO TO 1100-RETENIR-TERME-EXIT
000838         END-IF
000839         ADD 1 TO WS-NB-TERMES
000840         SET WS-IDX TO WS-NB-TERMES
000841     END-IF.
000842     MOVE ARCH-TERME   TO WS-HIST-TERME(WS-IDX).
000843     MOVE ARCH-MOYENNE TO WS-HIST-MOYENNE(WS-IDX).
000844     MOVE ARCH-LETTRE  TO WS-HIST-LETTRE(WS-IDX).
000845     MOVE SPACE        TO WS-HIST-STATUT(WS-IDX).
000846     MOVE ZERO         TO WS-HIST-INIT(WS-IDX).
000847     IF ARCH-APRES-RATTRAPAGE
000848         MOVE "R"               TO WS-HIST-STATUT(WS-IDX)
000849         MOVE ARCH-MOYENNE-INIT TO WS-HIST-INIT(WS-IDX)
000850     END-IF.
000851 1100-RETENIR-TERME-EXIT.
000852     EXIT.

000830*----------------------------------------------------------------
000840* 2000-EDITER-TENDANCE - ONE LINE PER TERM, WITH THE CHANGE FROM
000850* THE PREVIOUS TERM
001060                     " (" WS-HIST-LETTRE(WS-IDX) ")"
001070                     " - ecart : " WS-ECART
001080             END-IF
001082             IF HIST-APRES-RATTRAPAGE(WS-IDX)
001084                 DISPLAY "   apres rattrapage - initiale : "
001086                     WS-HIST-INIT(WS-IDX)
001088             END-IF
001090         END-PERFORM
001100     END-IF.
001110 2000-EDITER-TENDANCE-EXIT.
