       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistRest.
       AUTHOR. Pierre.

      *    Restitution d'une période de l'historique archivé : les
      *    journées purgées de HISTFILE par TrendRpt partent sur
      *    l'archive annuelle (HISTARCH pour l'année en cours,
      *    HISTARCP pour l'année précédente). Ce programme extrait
      *    des archives les journées comprises entre deux dates
      *    (critère lu sur RESTPARM) et les restitue sur HISTREST,
      *    même dessin que HISTFILE, triées par date puis ID : il
      *    suffit de présenter HISTREST sous le nom HISTFILE pour
      *    relancer MonthCons sur un mois ancien ou passer une
      *    correction HistCorr sur une journée sortie de la
      *    rétention. Une journée archivée deux fois (TrendRpt
      *    relancé avant le remplacement de HISTFILE) n'est
      *    restituée qu'une fois : pour un couple ID/date, le
      *    dernier enregistrement archivé fait foi. Compte rendu sur
      *    HISTRRPT : critère, une ligne par journée restituée
      *    (enregistrements et total des scores) et solde.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-PARM-FILE ASSIGN TO "RESTPARM"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PARM-IN-STATUS.

           SELECT OPTIONAL PRIOR-ARCHIVE-FILE ASSIGN TO "HISTARCP"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PRIOR-ARCH-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-IN-STATUS.

           SELECT RESTORED-HISTORY-FILE ASSIGN TO "HISTREST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-HISTORY-OUT-STATUS.

           SELECT RESTORE-REPORT-FILE ASSIGN TO "HISTRRPT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

           SELECT RESTORE-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
      *    Période à restituer : date de début et date de fin
      *    (AAAAMMJJ), toutes deux incluses.
       FD  RESTORE-PARM-FILE
           RECORDING MODE IS F.
       01  RESTORE-PARM-REC.
           03 RP-FROM-DATE          PIC X(08).
           03 RP-TO-DATE            PIC X(08).

      *    Archive de l'année précédente, même dessin que dans
      *    TrendRpt.
       FD  PRIOR-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  PRIOR-ARCHIVE-REC        PIC X(48).

      *    Archive de l'année en cours, même dessin que dans TrendRpt
      *    (zones détaillées dans WS-ARCHIVE-WORK).
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-REC              PIC X(48).

      *    Historique restitué, même dessin que HISTFILE dans
      *    DataDisp.
       FD  RESTORED-HISTORY-FILE
           RECORDING MODE IS F.
       01  RESTORED-HISTORY-REC.
           03 RH-ID                 PIC X(04).
           03 RH-DATE               PIC 9(08).
           03 RH-SCORE              PIC X(04).
           03 RH-REGION             PIC X(12).
           03 RH-NAME               PIC X(12).

       FD  RESTORE-REPORT-FILE.
       01  RESTORE-REPORT-LINE      PIC X(80).

      *    Enregistrements retenus, triés par date puis ID ; à clé
      *    égale l'ordre d'archivage est conservé (année précédente
      *    d'abord, puis ordre de dépôt).
       SD  RESTORE-SORT-FILE.
       01  RESTORE-SORT-REC.
           03 SR-DATE               PIC 9(08).
           03 SR-ID                 PIC X(04).
           03 SR-SCORE              PIC X(04).
           03 SR-REGION             PIC X(12).
           03 SR-NAME               PIC X(12).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           03 WS-PARM-IN-STATUS     PIC X(02) VALUE "00".
           03 WS-PRIOR-ARCH-STATUS  PIC X(02) VALUE "00".
           03 WS-ARCHIVE-IN-STATUS  PIC X(02) VALUE "00".
           03 WS-HISTORY-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS  PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-SORT-EOF-FLAG        PIC X(01) VALUE "N".
           88 WS-SORT-EOF          VALUE "Y".

      *    Enregistrement d'archive : l'enregistrement de HISTFILE tel
      *    quel, suivi de la date d'exécution qui l'a archivé.
       01  WS-ARCHIVE-WORK.
           03 AR-ID                 PIC X(04).
           03 AR-DATE               PIC 9(08).
           03 AR-SCORE              PIC X(04).
           03 AR-REGION             PIC X(12).
           03 AR-NAME               PIC X(12).
           03 AR-ARCH-DATE          PIC 9(08).

      *    En-tête / pagination du compte rendu.
       01  WS-PAGE-NO               PIC 9(03) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(03) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 020.
       01  WS-RUN-DATE-YYYYMMDD     PIC 9(08).
       01  WS-RUN-DATE-FIELDS       REDEFINES WS-RUN-DATE-YYYYMMDD.
           03 WS-RUN-DATE-YYYY      PIC 9(04).
           03 WS-RUN-DATE-MM        PIC 9(02).
           03 WS-RUN-DATE-DD        PIC 9(02).
       01  WS-RUN-DATE-DISPLAY.
           03 RD-YYYY               PIC 9(04).
           03 FILLER                PIC X(01) VALUE "-".
           03 RD-MM                 PIC 9(02).
           03 FILLER                PIC X(01) VALUE "-".
           03 RD-DD                 PIC 9(02).

      *    Période retenue (voir FD RESTORE-PARM-FILE).
       01  WS-FROM-DATE             PIC 9(08) VALUE 0.
       01  WS-TO-DATE               PIC 9(08) VALUE 0.

      *    Enregistrement en attente pour le dédoublonnage ID/date
      *    (le flux trié présente les doublons côte à côte, le
      *    dernier rendu remplace le précédent).
       01  WS-PENDING-FLAG          PIC X(01) VALUE "N".
           88 WS-PENDING            VALUE "Y".
       01  WS-PENDING-REC.
           03 WS-PEND-ID            PIC X(04).
           03 WS-PEND-DATE          PIC 9(08).
           03 WS-PEND-SCORE         PIC X(04).
           03 WS-PEND-REGION        PIC X(12).
           03 WS-PEND-NAME          PIC X(12).

      *    Journée en cours de restitution.
       01  WS-DAY-OPEN-FLAG         PIC X(01) VALUE "N".
           88 WS-DAY-OPEN           VALUE "Y".
       01  WS-CUR-DATE              PIC 9(08) VALUE 0.
       01  WS-DAY-COUNT             PIC 9(07) VALUE 0.
       01  WS-DAY-TOTAL             PIC 9(09) VALUE 0.
       01  WS-SCORE-NUM             PIC 9(04) VALUE 0.

      *    Compteurs du solde.
       01  WS-PRIOR-READ-COUNT      PIC 9(07) VALUE 0.
       01  WS-ARCH-READ-COUNT       PIC 9(07) VALUE 0.
       01  WS-IN-RANGE-COUNT        PIC 9(07) VALUE 0.
       01  WS-DOUBLE-COUNT          PIC 9(07) VALUE 0.
       01  WS-WRITE-COUNT           PIC 9(07) VALUE 0.
       01  WS-DAYS-WRITTEN          PIC 9(05) VALUE 0.
       01  WS-GRAND-TOTAL           PIC 9(11) VALUE 0.

       01  WS-REST-HEADER-1.
           03 FILLER                PIC X(10) VALUE "HistRest -".
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(28)
                   VALUE "RESTITUTION HISTORIQUE".
           03 FILLER                PIC X(10) VALUE "  DATE: ".
           03 HH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(08) VALUE "  PAGE: ".
           03 HH1-PAGE-NO           PIC ZZ9.
       01  WS-REST-HEADER-2.
           03 FILLER                PIC X(12) VALUE "Journee".
           03 FILLER                PIC X(12) VALUE "    Enreg.".
           03 FILLER                PIC X(16) VALUE "     Total score".
       01  WS-REST-HEADER-3         PIC X(40) VALUE ALL "-".

       01  WS-CRIT-LINE.
           03 FILLER                PIC X(20) VALUE "PERIODE DU:".
           03 CL-FROM-DATE          PIC X(10).
           03 FILLER                PIC X(04) VALUE " AU ".
           03 CL-TO-DATE            PIC X(10).

       01  WS-DAY-LINE.
           03 DL-DATE               PIC X(10).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DL-COUNT              PIC ZZZZZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 DL-TOTAL              PIC ZZZ,ZZZ,ZZ9.

       01  WS-DATE-EDIT.
           03 DE-YYYY               PIC 9(04).
           03 FILLER                PIC X(01) VALUE "-".
           03 DE-MM                 PIC 9(02).
           03 FILLER                PIC X(01) VALUE "-".
           03 DE-DD                 PIC 9(02).
       01  WS-DATE-WORK             PIC 9(08) VALUE 0.
       01  WS-DATE-WORK-FIELDS      REDEFINES WS-DATE-WORK.
           03 WS-DW-YYYY            PIC 9(04).
           03 WS-DW-MM              PIC 9(02).
           03 WS-DW-DD              PIC 9(02).

       01  WS-NO-DATA-LINE          PIC X(40)
               VALUE "AUCUNE JOURNEE ARCHIVEE SUR LA PERIODE".

       01  WS-REST-TRAILER-0        PIC X(37)
               VALUE "TOTAUX DE CONTROLE".
       01  WS-REST-TRAILER-1.
           03 FILLER                PIC X(20) VALUE "LUS ARCHIVE AN-1:".
           03 HT1-COUNT             PIC ZZZZZZ9.
       01  WS-REST-TRAILER-2.
           03 FILLER                PIC X(20)
                   VALUE "LUS ARCHIVE ANNEE:".
           03 HT2-COUNT             PIC ZZZZZZ9.
       01  WS-REST-TRAILER-3.
           03 FILLER                PIC X(20) VALUE "DANS LA PERIODE:".
           03 HT3-COUNT             PIC ZZZZZZ9.
       01  WS-REST-TRAILER-4.
           03 FILLER                PIC X(20) VALUE "DOUBLES IGNORES:".
           03 HT4-COUNT             PIC ZZZZZZ9.
       01  WS-REST-TRAILER-5.
           03 FILLER                PIC X(20) VALUE "RESTITUES:".
           03 HT5-COUNT             PIC ZZZZZZ9.
       01  WS-REST-TRAILER-6.
           03 FILLER                PIC X(20) VALUE "JOURNEES:".
           03 HT6-COUNT             PIC ZZZZZZ9.
       01  WS-REST-TRAILER-7.
           03 FILLER                PIC X(20) VALUE "TOTAL SCORE:".
           03 HT7-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *    Démarre le point d'entrée du programme principal.
       1000-MAIN.

           PERFORM 1100-PROCESS-RESTORE THRU 1100-EXIT.
           STOP RUN.

      * Enchaîne les étapes : lecture de la période, tri des
      * enregistrements archivés de la période par date/ID,
      * restitution dédoublonnée et solde. Aucune journée trouvée
      * vaut le code retour 4 : HISTREST est vide.
       1100-PROCESS-RESTORE.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1150-GET-CRITERIA THRU 1150-EXIT.

           OPEN OUTPUT RESTORE-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
               DISPLAY "HistRest - ERREUR OUVERTURE HISTRRPT, STATUT: "
                   WS-REPORT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RESTORED-HISTORY-FILE.
           IF WS-HISTORY-OUT-STATUS NOT = "00"
               DISPLAY "HistRest - ERREUR OUVERTURE HISTREST, STATUT: "
                   WS-HISTORY-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-LINE-COUNT.
           PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.

           SORT RESTORE-SORT-FILE
               ON ASCENDING KEY SR-DATE
               ON ASCENDING KEY SR-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-RELEASE-ARCHIVES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-WRITE-RESTORED
                   THRU 3000-EXIT.

           IF WS-WRITE-COUNT = 0
               WRITE RESTORE-REPORT-LINE FROM WS-NO-DATA-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 1600-WRITE-CONTROL-TRAILER THRU 1600-EXIT.

           CLOSE RESTORED-HISTORY-FILE.
           CLOSE RESTORE-REPORT-FILE.

       1100-EXIT.
           EXIT.

      * Détermine la date du jour pour l'en-tête du compte rendu.
       1060-GET-RUN-DATE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YYYY TO RD-YYYY.
           MOVE WS-RUN-DATE-MM   TO RD-MM.
           MOVE WS-RUN-DATE-DD   TO RD-DD.

       1060-EXIT.
           EXIT.

      * Lit la période sur RESTPARM. Pas de période par défaut
      * (même règle que RECPARM dans MstRecov) : toute zone
      * invalide arrête le programme (code retour 16).
       1150-GET-CRITERIA.

           OPEN INPUT RESTORE-PARM-FILE.
           IF WS-PARM-IN-STATUS NOT = "00"
               DISPLAY "HistRest - ERREUR OUVERTURE RESTPARM, STATUT: "
                   WS-PARM-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ RESTORE-PARM-FILE
               AT END
                   DISPLAY "HistRest - ERREUR RESTPARM: FICHIER VIDE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE RESTORE-PARM-FILE.

           IF RP-FROM-DATE IS NOT NUMERIC
                   OR RP-TO-DATE IS NOT NUMERIC
               DISPLAY "HistRest - ERREUR RESTPARM: DATE NON "
                   "NUMERIQUE: " RP-FROM-DATE " / " RP-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RP-FROM-DATE TO WS-FROM-DATE.
           MOVE RP-TO-DATE   TO WS-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "HistRest - ERREUR RESTPARM: DATE DE DEBUT "
                   RP-FROM-DATE " POSTERIEURE A LA DATE DE FIN "
                   RP-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-EXIT.
           EXIT.

      * Imprime l'en-tête du compte rendu (répété à chaque nouvelle
      * page), la période retenue en première page.
       1200-WRITE-REPORT-HEADER.

           ADD 1 TO WS-PAGE-NO.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE-DISPLAY TO HH1-RUN-DATE.
           MOVE WS-PAGE-NO TO HH1-PAGE-NO.

           IF WS-PAGE-NO = 1
               WRITE RESTORE-REPORT-LINE FROM WS-REST-HEADER-1
               MOVE WS-FROM-DATE TO WS-DATE-WORK
               PERFORM 3250-EDIT-DATE THRU 3250-EXIT
               MOVE WS-DATE-EDIT TO CL-FROM-DATE
               MOVE WS-TO-DATE TO WS-DATE-WORK
               PERFORM 3250-EDIT-DATE THRU 3250-EXIT
               MOVE WS-DATE-EDIT TO CL-TO-DATE
               WRITE RESTORE-REPORT-LINE FROM WS-CRIT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               WRITE RESTORE-REPORT-LINE FROM WS-REST-HEADER-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE RESTORE-REPORT-LINE FROM WS-REST-HEADER-2
               AFTER ADVANCING 2 LINES.
           WRITE RESTORE-REPORT-LINE FROM WS-REST-HEADER-3
               AFTER ADVANCING 1 LINE.
           ADD 4 TO WS-LINE-COUNT.

       1200-EXIT.
           EXIT.

      * Procédure d'entrée du tri : relit l'archive de l'année
      * précédente puis celle de l'année en cours et remet au tri
      * les enregistrements de la période. Une archive absente est
      * simplement ignorée.
       2000-RELEASE-ARCHIVES.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT PRIOR-ARCHIVE-FILE.
           IF WS-PRIOR-ARCH-STATUS NOT = "00"
               IF WS-PRIOR-ARCH-STATUS = "05"
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   DISPLAY "HistRest - ERREUR OUVERTURE HISTARCP, "
                       "STATUT: " WS-PRIOR-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ PRIOR-ARCHIVE-FILE INTO WS-ARCHIVE-WORK
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PRIOR-READ-COUNT
                       PERFORM 2050-RELEASE-ONE THRU 2050-EXIT
               END-READ
           END-PERFORM.

           CLOSE PRIOR-ARCHIVE-FILE.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-IN-STATUS NOT = "00"
               IF WS-ARCHIVE-IN-STATUS = "05"
                   CLOSE ARCHIVE-FILE
                   GO TO 2000-EXIT
               ELSE
                   DISPLAY "HistRest - ERREUR OUVERTURE HISTARCH, "
                       "STATUT: " WS-ARCHIVE-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ ARCHIVE-FILE INTO WS-ARCHIVE-WORK
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ-COUNT
                       PERFORM 2050-RELEASE-ONE THRU 2050-EXIT
               END-READ
           END-PERFORM.

           CLOSE ARCHIVE-FILE.

       2000-EXIT.
           EXIT.

      * Remet au tri l'enregistrement archivé s'il tombe dans la
      * période.
       2050-RELEASE-ONE.

           IF AR-DATE < WS-FROM-DATE OR AR-DATE > WS-TO-DATE
               GO TO 2050-EXIT
           END-IF.

           ADD 1 TO WS-IN-RANGE-COUNT.
           MOVE AR-DATE   TO SR-DATE.
           MOVE AR-ID     TO SR-ID.
           MOVE AR-SCORE  TO SR-SCORE.
           MOVE AR-REGION TO SR-REGION.
           MOVE AR-NAME   TO SR-NAME.
           RELEASE RESTORE-SORT-REC.

       2050-EXIT.
           EXIT.

      * Procédure de sortie du tri : reçoit la période triée par
      * date puis ID, dédoublonne les couples ID/date (dernier
      * archivé retenu), écrit HISTREST et imprime une ligne par
      * journée.
       3000-WRITE-RESTORED.

           MOVE "N" TO WS-SORT-EOF-FLAG.
           MOVE "N" TO WS-PENDING-FLAG.
           MOVE "N" TO WS-DAY-OPEN-FLAG.

           PERFORM UNTIL WS-SORT-EOF
               RETURN RESTORE-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF WS-PENDING
                           AND SR-ID = WS-PEND-ID
                           AND SR-DATE = WS-PEND-DATE
                           MOVE SR-SCORE  TO WS-PEND-SCORE
                           MOVE SR-REGION TO WS-PEND-REGION
                           MOVE SR-NAME   TO WS-PEND-NAME
                           ADD 1 TO WS-DOUBLE-COUNT
                       ELSE
                           IF WS-PENDING
                               PERFORM 3050-FLUSH-PENDING
                                   THRU 3050-EXIT
                           END-IF
                           MOVE SR-ID     TO WS-PEND-ID
                           MOVE SR-DATE   TO WS-PEND-DATE
                           MOVE SR-SCORE  TO WS-PEND-SCORE
                           MOVE SR-REGION TO WS-PEND-REGION
                           MOVE SR-NAME   TO WS-PEND-NAME
                           MOVE "Y" TO WS-PENDING-FLAG
                       END-IF
               END-RETURN
           END-PERFORM.

           IF WS-PENDING
               PERFORM 3050-FLUSH-PENDING THRU 3050-EXIT
           END-IF.
           IF WS-DAY-OPEN
               PERFORM 3200-PRINT-DAY THRU 3200-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

      * Écrit l'enregistrement en attente sur HISTREST et le cumule
      * dans sa journée (rupture de date : la ligne de la journée
      * précédente est imprimée d'abord).
       3050-FLUSH-PENDING.

           IF WS-DAY-OPEN AND WS-PEND-DATE NOT = WS-CUR-DATE
               PERFORM 3200-PRINT-DAY THRU 3200-EXIT
           END-IF.
           IF NOT WS-DAY-OPEN
               MOVE "Y" TO WS-DAY-OPEN-FLAG
               MOVE WS-PEND-DATE TO WS-CUR-DATE
               MOVE 0 TO WS-DAY-COUNT
               MOVE 0 TO WS-DAY-TOTAL
           END-IF.

           MOVE WS-PEND-ID     TO RH-ID.
           MOVE WS-PEND-DATE   TO RH-DATE.
           MOVE WS-PEND-SCORE  TO RH-SCORE.
           MOVE WS-PEND-REGION TO RH-REGION.
           MOVE WS-PEND-NAME   TO RH-NAME.
           WRITE RESTORED-HISTORY-REC.
           ADD 1 TO WS-WRITE-COUNT.
           ADD 1 TO WS-DAY-COUNT.

           IF WS-PEND-SCORE IS NUMERIC
               MOVE WS-PEND-SCORE TO WS-SCORE-NUM
               ADD WS-SCORE-NUM TO WS-DAY-TOTAL
           END-IF.

           MOVE "N" TO WS-PENDING-FLAG.

       3050-EXIT.
           EXIT.

      * Imprime la ligne de la journée en cours.
       3200-PRINT-DAY.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.

           MOVE WS-CUR-DATE TO WS-DATE-WORK.
           PERFORM 3250-EDIT-DATE THRU 3250-EXIT.
           MOVE WS-DATE-EDIT TO DL-DATE.
           MOVE WS-DAY-COUNT TO DL-COUNT.
           MOVE WS-DAY-TOTAL TO DL-TOTAL.
           WRITE RESTORE-REPORT-LINE FROM WS-DAY-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           ADD 1 TO WS-DAYS-WRITTEN.
           ADD WS-DAY-TOTAL TO WS-GRAND-TOTAL.
           MOVE "N" TO WS-DAY-OPEN-FLAG.

       3200-EXIT.
           EXIT.

      * Met en forme WS-DATE-WORK (AAAAMMJJ) en AAAA-MM-JJ.
       3250-EDIT-DATE.

           MOVE WS-DW-YYYY TO DE-YYYY.
           MOVE WS-DW-MM   TO DE-MM.
           MOVE WS-DW-DD   TO DE-DD.

       3250-EXIT.
           EXIT.

      * Imprime le solde de contrôle de la restitution.
       1600-WRITE-CONTROL-TRAILER.

           IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE RESTORE-REPORT-LINE FROM WS-REST-TRAILER-0
               AFTER ADVANCING 2 LINES.

           MOVE WS-PRIOR-READ-COUNT TO HT1-COUNT.
           WRITE RESTORE-REPORT-LINE FROM WS-REST-TRAILER-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-ARCH-READ-COUNT TO HT2-COUNT.
           WRITE RESTORE-REPORT-LINE FROM WS-REST-TRAILER-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-IN-RANGE-COUNT TO HT3-COUNT.
           WRITE RESTORE-REPORT-LINE FROM WS-REST-TRAILER-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-DOUBLE-COUNT TO HT4-COUNT.
           WRITE RESTORE-REPORT-LINE FROM WS-REST-TRAILER-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-WRITE-COUNT TO HT5-COUNT.
           WRITE RESTORE-REPORT-LINE FROM WS-REST-TRAILER-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-DAYS-WRITTEN TO HT6-COUNT.
           WRITE RESTORE-REPORT-LINE FROM WS-REST-TRAILER-6
               AFTER ADVANCING 1 LINE.
           MOVE WS-GRAND-TOTAL TO HT7-TOTAL.
           WRITE RESTORE-REPORT-LINE FROM WS-REST-TRAILER-7
               AFTER ADVANCING 1 LINE.

       1600-EXIT.
           EXIT.
