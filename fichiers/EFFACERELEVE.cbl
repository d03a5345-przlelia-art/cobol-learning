000200*                 REWRITTEN THROUGH A TEMP COPY, THEN THE TEMP
000210*                 IS REMOVED THE WAY PURGERCOPIES REMOVES OLD
000220*                 BACKUPS.
000221* 2026-10-15  LM  ALSO DROP THE STUDENT'S LINES FROM
000222*                 PRESENCES.DAT, JUSTIFS.DAT AND NOTESDET.DAT.
000223* 2026-10-15  LM  ANONYMIZE THE STUDENT'S RESIT LINES ON
000224*                 RATTRAP.DAT THE SAME WAY AS BULLARCH.DAT.
000225* 2026-10-15  LM  DELETE THE STUDENT'S SCHOLARSHIPS FROM
000226*                 BOURSES.DAT AND SIBLING LINK FROM FRATRIES.DAT.
000227* 2026-10-15  LM  ALSO DELETE THE STUDENT'S PARENTS AND GUARDIANS
000228*                 FROM TUTEURS.DAT.
000229* 2026-10-15  LM  ANONYMIZE THE WAITING-LIST LINE (ATTENTE.DAT)
000230*                 THE STUDENT WAS ADMITTED FROM.
000231* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000232*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000233*                 EFFACERELEVE (SEE HABILITATIONS).
000234* 2026-10-15  LM  WIDEN THE SOURCE AND TEMP LINES TO 160 BYTES,
000235*                 THE WIDTH OF THE ELEVES.CSV ROW SINCE THE CLASS
000236*                 AND ADDRESS COLUMNS WERE ADDED, SO A KEPT
000237*                 STUDENT'S ADDRESS IS NOT CUT WHEN THE FILE IS
000238*                 REWRITTEN.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000430     SELECT LOG-FILE ASSIGN TO "EFFACLOG.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-LOG-STATUS.
000451
000452     SELECT BOURSES-FILE ASSIGN TO "BOURSES.DAT"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS DYNAMIC
000455         RECORD KEY IS BRS-CLE
000456         FILE STATUS IS WS-BOURSES-STATUS.
000457
000458     SELECT FRATRIES-FILE ASSIGN TO "FRATRIES.DAT"
000459         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000461         RECORD KEY IS FAM-STU-ID
000462         FILE STATUS IS WS-FRATRIES-STATUS.
000463
000464     SELECT TUTEURS-FILE ASSIGN TO "TUTEURS.DAT"
000465         ORGANIZATION IS INDEXED
000466         ACCESS MODE IS DYNAMIC
000467         RECORD KEY IS TUT-CLE
000468         FILE STATUS IS WS-TUTEURS-STATUS.
000469
000470     SELECT ATTENTE-FILE ASSIGN TO "ATTENTE.DAT"
000471         ORGANIZATION IS INDEXED
000472         ACCESS MODE IS DYNAMIC
000473         RECORD KEY IS ATT-CLE
000474         FILE STATUS IS WS-ATTENTE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000520         REPLACING ==STUDENT-RECORD== BY ==WS-LIGNE==.
000530
000540 FD  SOURCE-FILE.
000550 01  SOURCE-LIGNE            PIC X(160).
000560
000570 FD  TEMP-FILE.
000580 01  TEMP-LIGNE              PIC X(160).
000590
000600 FD  LOG-FILE.
000610 01  LOG-LIGNE               PIC X(80).
000611
000612 FD  BOURSES-FILE.
000613     COPY "BOURSE-RECORD.cpy".
000620
000621 FD  FRATRIES-FILE.
000622     COPY "FRATRIE-RECORD.cpy".
000623
000624 FD  TUTEURS-FILE.
000625     COPY "TUTEUR-RECORD.cpy".
000626
000627 FD  ATTENTE-FILE.
000628     COPY "ATTENTE-RECORD.cpy".
000629
000630 WORKING-STORAGE SECTION.
000640
000643     COPY "HABILITATION.cpy".
000646
000650 01  WS-STU-ID               PIC X(06).
000660 01  WS-NOM-ELEVE            PIC X(20).
000661
000662 01  WS-MODE-CLE             PIC X(01).
000663 01  WS-VERDICT-CLE          PIC X(01).
000664     88 CLE-VALIDE                    VALUE "O".
000960
000970 01  WS-LOG-STATUS           PIC X(02).
000980     88 LOG-OK                        VALUE "00".
000981
000982 01  WS-BOURSES-STATUS       PIC X(02).
000983     88 BOURSES-OK                    VALUE "00".
000990
000991 01  WS-FRATRIES-STATUS      PIC X(02).
000992     88 FRATRIES-OK                   VALUE "00".
000993
000994 01  WS-TUTEURS-STATUS       PIC X(02).
000995     88 TUTEURS-OK                    VALUE "00".
000996
000997 01  WS-ATTENTE-STATUS       PIC X(02).
000998     88 ATTENTE-OK                    VALUE "00".
000999
001000 01  WS-SWITCHES.
001010     05 WS-FIN-SOURCE        PIC X(01).
001020         88 FIN-SOURCE                VALUE "Y".
001030     05 WS-ELEVE-TROUVE      PIC X(01) VALUE "N".
001040         88 ELEVE-TROUVE              VALUE "O".
001041     05 WS-FIN-BOURSES       PIC X(01).
001042         88 FIN-BOURSES               VALUE "Y".
001043     05 WS-FIN-TUTEURS       PIC X(01).
001044         88 FIN-TUTEURS               VALUE "Y".
001045     05 WS-FIN-ATTENTE       PIC X(01).
001046         88 FIN-ATTENTE               VALUE "Y".
001050
001060 PROCEDURE DIVISION.
001070
001090* 0000-MAINLINE
001100*----------------------------------------------------------------
001110 0000-MAINLINE.
001111     MOVE "EFFACERELEVE" TO HAB-PROGRAMME.
001112     CALL "HABILITER" USING HAB-ZONE.
001113     IF NOT HAB-AUTORISE
001114         GOBACK
001115     END-IF.
001120     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001130     DISPLAY "Numero d'eleve a effacer : ".
001140     ACCEPT WS-STU-ID.
001280         THRU 4500-EFFACER-CSV-EXIT.
001290     PERFORM 4700-EFFACER-PUBLIPOSTAGE
001300         THRU 4700-EFFACER-PUBLIPOSTAGE-EXIT.
001301     PERFORM 4800-EFFACER-PRESENCES
001302         THRU 4800-EFFACER-PRESENCES-EXIT.
001303     PERFORM 4850-EFFACER-JUSTIFS
001304         THRU 4850-EFFACER-JUSTIFS-EXIT.
001305     PERFORM 4900-EFFACER-NOTESDET
001306         THRU 4900-EFFACER-NOTESDET-EXIT.
001307     PERFORM 4950-ANONYMISER-RATTRAPAGES
001308         THRU 4950-ANONYMISER-RATTRAPAGES-EXIT.
001309     PERFORM 4960-EFFACER-BOURSES
001310         THRU 4960-EFFACER-BOURSES-EXIT.
001311     PERFORM 4970-EFFACER-FRATRIE
001312         THRU 4970-EFFACER-FRATRIE-EXIT.
001313     PERFORM 4980-EFFACER-TUTEURS
001314         THRU 4980-EFFACER-TUTEURS-EXIT.
001315     PERFORM 4990-ANONYMISER-ATTENTE
001316         THRU 4990-ANONYMISER-ATTENTE-EXIT.
001310     DISPLAY "Effacement termine - voir EFFACLOG.DAT".
001320 0000-FIN.
001330     GOBACK.
002340         THRU 5000-FILTRER-FICHIER-EXIT.
002350 4700-EFFACER-PUBLIPOSTAGE-EXIT.
002360     EXIT.
002361
002362*----------------------------------------------------------------
002363* 4800-EFFACER-PRESENCES - CHECK-INS, STU-ID IN COLS 17-22
002364*----------------------------------------------------------------
002365 4800-EFFACER-PRESENCES.
002366     MOVE "PRESENCES.DAT" TO WS-NOM-SOURCE.
002367     MOVE 17 TO WS-POS-DEBUT.
002368     MOVE 6 TO WS-LONGUEUR.
002369     MOVE WS-STU-ID TO WS-VALEUR-CIBLE.
002370     MOVE "S" TO WS-ACTION.
002371     PERFORM 5000-FILTRER-FICHIER
002372         THRU 5000-FILTRER-FICHIER-EXIT.
002373 4800-EFFACER-PRESENCES-EXIT.
002374     EXIT.
002375
002376*----------------------------------------------------------------
002377* 4850-EFFACER-JUSTIFS - ABSENCE JUSTIFICATIONS
002378*----------------------------------------------------------------
002379 4850-EFFACER-JUSTIFS.
002380     MOVE "JUSTIFS.DAT" TO WS-NOM-SOURCE.
002381     MOVE 1 TO WS-POS-DEBUT.
002382     MOVE 6 TO WS-LONGUEUR.
002383     MOVE WS-STU-ID TO WS-VALEUR-CIBLE.
002384     MOVE "S" TO WS-ACTION.
002385     PERFORM 5000-FILTRER-FICHIER
002386         THRU 5000-FILTRER-FICHIER-EXIT.
002387 4850-EFFACER-JUSTIFS-EXIT.
002388     EXIT.
002389
002390*----------------------------------------------------------------
002391* 4900-EFFACER-NOTESDET - THE GRADES KEYED PER SUBJECT
002392*----------------------------------------------------------------
002393 4900-EFFACER-NOTESDET.
002394     MOVE "NOTESDET.DAT" TO WS-NOM-SOURCE.
002395     MOVE 1 TO WS-POS-DEBUT.
002396     MOVE 6 TO WS-LONGUEUR.
002397     MOVE WS-STU-ID TO WS-VALEUR-CIBLE.
002398     MOVE "S" TO WS-ACTION.
002399     PERFORM 5000-FILTRER-FICHIER
002400         THRU 5000-FILTRER-FICHIER-EXIT.
002401 4900-EFFACER-NOTESDET-EXIT.
002402     EXIT.
002403
002404*----------------------------------------------------------------
002405* 4950-ANONYMISER-RATTRAPAGES - RESIT GRADES STAY WITH THE TERM
002406* HISTORY, THE NAME (COLS 11-30) BECOMES ANONYME
002407*----------------------------------------------------------------
002408 4950-ANONYMISER-RATTRAPAGES.
002409     MOVE "RATTRAP.DAT" TO WS-NOM-SOURCE.
002410     MOVE 11 TO WS-POS-DEBUT.
002411     MOVE 20 TO WS-LONGUEUR.
002412     MOVE WS-NOM-ELEVE TO WS-VALEUR-CIBLE.
002413     MOVE "A" TO WS-ACTION.
002414     PERFORM 5000-FILTRER-FICHIER
002415         THRU 5000-FILTRER-FICHIER-EXIT.
002416 4950-ANONYMISER-RATTRAPAGES-EXIT.
002417     EXIT.
002418
002419*----------------------------------------------------------------
002420* 4960-EFFACER-BOURSES - EVERY SCHOLARSHIP OF THE STUDENT, ALL
002421* YEARS; THE DISCOUNTS ALREADY INVOICED STAY IN REMISES.DAT
002422*----------------------------------------------------------------
002423 4960-EFFACER-BOURSES.
002424     MOVE ZERO TO WS-NB-TOUCHEES.
002425     OPEN I-O BOURSES-FILE.
002426     IF NOT BOURSES-OK
002427         DISPLAY "BOURSES.DAT : absent, rien a effacer"
002428         GO TO 4960-EFFACER-BOURSES-EXIT
002429     END-IF.
002430     MOVE WS-STU-ID  TO BRS-STU-ID.
002431     MOVE ZERO       TO BRS-ANNEE.
002432     MOVE LOW-VALUES TO BRS-TYPE.
002433     MOVE "N" TO WS-FIN-BOURSES.
002434     START BOURSES-FILE KEY IS NOT LESS THAN BRS-CLE
002435         INVALID KEY SET FIN-BOURSES TO TRUE
002436     END-START.
002437     PERFORM UNTIL FIN-BOURSES
002438         READ BOURSES-FILE NEXT RECORD
002439             AT END SET FIN-BOURSES TO TRUE
002440             NOT AT END
002441                 IF BRS-STU-ID NOT = WS-STU-ID
002442                     SET FIN-BOURSES TO TRUE
002443                 ELSE
002444                     DELETE BOURSES-FILE RECORD
002445                     ADD 1 TO WS-NB-TOUCHEES
002446                 END-IF
002447         END-READ
002448     END-PERFORM.
002449     CLOSE BOURSES-FILE.
002450     MOVE "BOURSES.DAT" TO WS-NOM-SOURCE.
002451     MOVE "S" TO WS-ACTION.
002452     PERFORM 8000-TRACER-LOG
002453         THRU 8000-TRACER-LOG-EXIT.
002454 4960-EFFACER-BOURSES-EXIT.
002455     EXIT.
002456
002457*----------------------------------------------------------------
002458* 4970-EFFACER-FRATRIE - THE SIBLING LINK; THE BROTHERS AND
002459* SISTERS KEEP THEIRS
002460*----------------------------------------------------------------
002461 4970-EFFACER-FRATRIE.
002462     MOVE ZERO TO WS-NB-TOUCHEES.
002463     OPEN I-O FRATRIES-FILE.
002464     IF NOT FRATRIES-OK
002465         DISPLAY "FRATRIES.DAT : absent, rien a effacer"
002466         GO TO 4970-EFFACER-FRATRIE-EXIT
002467     END-IF.
002468     MOVE WS-STU-ID TO FAM-STU-ID.
002469     DELETE FRATRIES-FILE RECORD
002470         INVALID KEY CONTINUE
002471         NOT INVALID KEY MOVE 1 TO WS-NB-TOUCHEES
002472     END-DELETE.
002473     CLOSE FRATRIES-FILE.
002474     MOVE "FRATRIES.DAT" TO WS-NOM-SOURCE.
002475     MOVE "S" TO WS-ACTION.
002476     PERFORM 8000-TRACER-LOG
002477         THRU 8000-TRACER-LOG-EXIT.
002478 4970-EFFACER-FRATRIE-EXIT.
002479     EXIT.
002480
002481*----------------------------------------------------------------
002482* 4980-EFFACER-TUTEURS - EVERY PARENT OR GUARDIAN OF THE STUDENT
002483*----------------------------------------------------------------
002484 4980-EFFACER-TUTEURS.
002485     MOVE ZERO TO WS-NB-TOUCHEES.
002486     OPEN I-O TUTEURS-FILE.
002487     IF NOT TUTEURS-OK
002488         DISPLAY "TUTEURS.DAT : absent, rien a effacer"
002489         GO TO 4980-EFFACER-TUTEURS-EXIT
002490     END-IF.
002491     MOVE WS-STU-ID TO TUT-STU-ID.
002492     MOVE ZERO      TO TUT-RANG.
002493     MOVE "N" TO WS-FIN-TUTEURS.
002494     START TUTEURS-FILE KEY IS NOT LESS THAN TUT-CLE
002495         INVALID KEY SET FIN-TUTEURS TO TRUE
002496     END-START.
002497     PERFORM UNTIL FIN-TUTEURS
002498         READ TUTEURS-FILE NEXT RECORD
002499             AT END SET FIN-TUTEURS TO TRUE
002500             NOT AT END
002501                 IF TUT-STU-ID NOT = WS-STU-ID
002502                     SET FIN-TUTEURS TO TRUE
002503                 ELSE
002504                     DELETE TUTEURS-FILE RECORD
002505                     ADD 1 TO WS-NB-TOUCHEES
002506                 END-IF
002507         END-READ
002508     END-PERFORM.
002509     CLOSE TUTEURS-FILE.
002510     MOVE "TUTEURS.DAT" TO WS-NOM-SOURCE.
002511     MOVE "S" TO WS-ACTION.
002512     PERFORM 8000-TRACER-LOG
002513         THRU 8000-TRACER-LOG-EXIT.
002514 4980-EFFACER-TUTEURS-EXIT.
002515     EXIT.
002516
002517*----------------------------------------------------------------
002518* 4990-ANONYMISER-ATTENTE - THE WAITING-LIST LINE THE STUDENT WAS
002519* ADMITTED FROM STAYS IN THE CLASS'S HISTORY, NAME AND CONTACT
002520* DETAILS REMOVED
002521*----------------------------------------------------------------
002522 4990-ANONYMISER-ATTENTE.
002523     MOVE ZERO TO WS-NB-TOUCHEES.
002524     OPEN I-O ATTENTE-FILE.
002525     IF NOT ATTENTE-OK
002526         DISPLAY "ATTENTE.DAT : absent, rien a anonymiser"
002527         GO TO 4990-ANONYMISER-ATTENTE-EXIT
002528     END-IF.
002529     MOVE "N" TO WS-FIN-ATTENTE.
002530     PERFORM UNTIL FIN-ATTENTE
002531         READ ATTENTE-FILE NEXT RECORD
002532             AT END SET FIN-ATTENTE TO TRUE
002533             NOT AT END
002534                 IF ATT-STU-ID = WS-STU-ID
002535                     MOVE "ANONYME" TO ATT-NOM
002536                     MOVE SPACES    TO ATT-CONTACT ATT-ADRESSE-1
002537                                       ATT-ADRESSE-2
002538                     REWRITE ATTENTE-RECORD
002539                     ADD 1 TO WS-NB-TOUCHEES
002540                 END-IF
002541         END-READ
002542     END-PERFORM.
002543     CLOSE ATTENTE-FILE.
002544     MOVE "ATTENTE.DAT" TO WS-NOM-SOURCE.
002545     MOVE "A" TO WS-ACTION.
002546     PERFORM 8000-TRACER-LOG
002547         THRU 8000-TRACER-LOG-EXIT.
002548 4990-ANONYMISER-ATTENTE-EXIT.
002549     EXIT.
002370
002380*----------------------------------------------------------------
002390* 5000-FILTRER-FICHIER - SOURCE TO TEMP WITH THE FILTER APPLIED,
