       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParamMnt.
       AUTHOR. Pierre.

      *    Entretien des paramètres d'exécution (PARAMFIL) exploités
      *    par DataDisp et ScoreCard, par un fichier de mouvements
      *    comme le calendrier l'est par CalMnt, pour que
      *    l'exploitation ne retouche plus le fichier à la main : un
      *    mot-clé inconnu ou une valeur non numérique arrêtait
      *    DataDisp en pleine nuit. Chaque valeur porte une date
      *    d'effet : un changement peut être programmé à l'avance et
      *    DataDisp retient, pour chaque mot-clé, la valeur dont la
      *    date d'effet est la plus récente sans dépasser sa date
      *    d'exécution. Seules les valeurs pas encore en vigueur
      *    peuvent être modifiées ou retirées, de sorte que le jeu de
      *    paramètres appliqué à une exécution passée reste
      *    reconstituable (AuditInq). Chaque mouvement appliqué est
      *    porté sur l'historique PARAMHST (qui, quand, ancienne et
      *    nouvelle valeur). Ancien fichier en entrée, nouveau
      *    fichier en sortie (l'ordonnanceur remplace PARAMFIL par
      *    PARAMFILN après bonne fin), compte rendu des mouvements et
      *    des valeurs en vigueur ou programmées sur PRMTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE ASSIGN TO "PRMTIN"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-TRANS-IN-STATUS.

           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARAMFIL"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-MASTER-IN-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO "PARAMFILN"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-MASTER-OUT-STATUS.

           SELECT OPTIONAL PARAM-HIST-FILE ASSIGN TO "PARAMHST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-HIST-OUT-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "PRMTRPT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mouvements du jour : A = ajout d'une valeur à une date
      *    d'effet, C = changement de la valeur programmée, D =
      *    retrait de la valeur programmée. La clé est le mot-clé et
      *    la date d'effet (AAAAMMJJ) ; l'auteur du changement est
      *    obligatoire, il est repris sur l'historique.
       FD  MAINT-TRANS-FILE
           RECORDING MODE IS F.
       01  MAINT-TRANS-REC.
           03 PT-ACTION            PIC X(01).
           03 PT-KEYWORD           PIC X(16).
           03 PT-EFFECTIVE         PIC X(08).
           03 PT-VALUE             PIC X(05).
           03 PT-USER              PIC X(12).

      *    Paramètres courants, même dessin que dans DataDisp.
      *    OPTIONAL : absent lors de la constitution initiale. Date
      *    d'effet à blanc (fichier repris de l'ancien dessin) : en
      *    vigueur depuis toujours, réécrite à zéro.
       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-REC.
           03 PR-KEYWORD            PIC X(16).
           03 PR-VALUE              PIC X(05).
           03 PR-EFFECTIVE          PIC X(08).

       FD  NEW-MASTER-FILE
           RECORDING MODE IS F.
       01  NEW-MASTER-REC.
           03 NM-KEYWORD            PIC X(16).
           03 NM-VALUE              PIC X(05).
           03 NM-EFFECTIVE          PIC 9(08).

      *    Historique des changements de paramètres, en extension
      *    seulement : un enregistrement par mouvement appliqué (date
      *    et heure du changement, action, mot-clé, date d'effet,
      *    ancienne et nouvelle valeur, auteur). Consulté par
      *    AuditInq. OPTIONAL : créé par la première exécution.
       FD  PARAM-HIST-FILE
           RECORDING MODE IS F.
       01  PARAM-HIST-REC.
           03 PH-CHANGE-DATE        PIC 9(08).
           03 PH-CHANGE-TIME        PIC 9(06).
           03 PH-ACTION             PIC X(01).
           03 PH-KEYWORD            PIC X(16).
           03 PH-EFFECTIVE          PIC 9(08).
           03 PH-OLD-VALUE          PIC X(05).
           03 PH-NEW-VALUE          PIC X(05).
           03 PH-USER               PIC X(12).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           03 WS-TRANS-IN-STATUS   PIC X(02) VALUE "00".
           03 WS-MASTER-IN-STATUS  PIC X(02) VALUE "00".
           03 WS-MASTER-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-HIST-OUT-STATUS   PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".

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
       01  WS-RUN-TIME-HHMMSSCC     PIC 9(08) VALUE 0.

      *    Mots-clés reconnus par DataDisp, avec la valeur par défaut
      *    câblée dans DataDisp et les bornes admises (mêmes bornes
      *    que DataDisp 1010/1015 : un fichier produit ici ne peut
      *    plus arrêter la chaîne).
       01  WS-KW-VALUES.
           03 FILLER                PIC X(16) VALUE "SEUIL-HAUT".
           03 FILLER                PIC 9(04) VALUE 0800.
           03 FILLER                PIC 9(04) VALUE 0000.
           03 FILLER                PIC 9(04) VALUE 9999.
           03 FILLER                PIC X(16) VALUE "SEUIL-BAS".
           03 FILLER                PIC 9(04) VALUE 0400.
           03 FILLER                PIC 9(04) VALUE 0000.
           03 FILLER                PIC 9(04) VALUE 9999.
           03 FILLER                PIC X(16) VALUE "LIGNES-PAGE".
           03 FILLER                PIC 9(04) VALUE 0020.
           03 FILLER                PIC 9(04) VALUE 0005.
           03 FILLER                PIC 9(04) VALUE 0999.
           03 FILLER                PIC X(16) VALUE "INTERV-CONTROLE".
           03 FILLER                PIC 9(04) VALUE 0100.
           03 FILLER                PIC 9(04) VALUE 0001.
           03 FILLER                PIC 9(04) VALUE 0999.
           03 FILLER                PIC X(16) VALUE "MAITRE-INDEXE".
           03 FILLER                PIC 9(04) VALUE 0000.
           03 FILLER                PIC 9(04) VALUE 0000.
           03 FILLER                PIC 9(04) VALUE 0001.
           03 FILLER                PIC X(16) VALUE "JOURS-SOUS-SEUIL".
           03 FILLER                PIC 9(04) VALUE 0003.
           03 FILLER                PIC 9(04) VALUE 0001.
           03 FILLER                PIC 9(04) VALUE 0999.
           03 FILLER                PIC X(16) VALUE "ESSAIS-SUSPENS".
           03 FILLER                PIC 9(04) VALUE 0030.
           03 FILLER                PIC 9(04) VALUE 0001.
           03 FILLER                PIC 9(04) VALUE 0999.
           03 FILLER                PIC X(16) VALUE "TYPE-EXECUTION".
           03 FILLER                PIC 9(04) VALUE 0000.
           03 FILLER                PIC 9(04) VALUE 0000.
           03 FILLER                PIC 9(04) VALUE 0001.
       01  WS-KW-TABLE              REDEFINES WS-KW-VALUES.
           03 WS-KW-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-KW-IDX.
               05 WS-KW-NAME         PIC X(16).
               05 WS-KW-DEFAULT      PIC 9(04).
               05 WS-KW-MIN          PIC 9(04).
               05 WS-KW-MAX          PIC 9(04).
       01  WS-KW-COUNT              PIC 9(02) VALUE 8.
       01  WS-KW-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-KW-FOUND           VALUE "Y".
       01  WS-KW-MATCH-IDX          PIC 9(02) VALUE 0.

      *    Paramètres chargés en mémoire : une entrée par mot-clé et
      *    date d'effet. Entrée retirée par un mouvement D ou par
      *    l'annulation d'un ajout : état "R", non réécrite ; entrée
      *    déjà réécrite sur PARAMFILN (1500) : état "W".
       01  WS-PM-COUNT              PIC 9(03) VALUE 0.
       01  WS-MAX-PM-ENTRIES        PIC 9(03) VALUE 500.
       01  WS-PARAMETERS.
           03  WS-PM-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PM-COUNT
                   INDEXED BY WS-PM-IDX WS-PM-IDX2.
               05 WS-PM-KEYWORD      PIC X(16).
               05 WS-PM-EFFECTIVE    PIC 9(08).
               05 WS-PM-VALUE        PIC X(05).
               05 WS-PM-STATE        PIC X(01).
       01  WS-PM-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-PM-FOUND           VALUE "Y".
       01  WS-PM-MATCH-IDX          PIC 9(03) VALUE 0.
       01  WS-PM-WRITTEN-COUNT      PIC 9(03) VALUE 0.

      *    Recherche de l'entrée suivante d'un mot-clé dans l'ordre
      *    des dates d'effet (1520), pour la réécriture et le compte
      *    rendu.
       01  WS-SCAN-KEYWORD          PIC X(16).
       01  WS-SCAN-AFTER            PIC 9(08) VALUE 0.
       01  WS-SCAN-STARTED-FLAG     PIC X(01) VALUE "N".
           88 WS-SCAN-STARTED       VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X(01) VALUE "N".
           88 WS-SCAN-DONE          VALUE "Y".
       01  WS-SCAN-BEST-DATE        PIC 9(08) VALUE 0.

      *    Mouvement courant : date d'effet contrôlée, valeur
      *    numérique, et de quoi annuler le mouvement si les seuils
      *    deviennent incohérents (1390).
       01  WS-DATE-WORK             PIC 9(08) VALUE 0.
       01  WS-DATE-WORK-FIELDS      REDEFINES WS-DATE-WORK.
           03 WS-DW-YYYY            PIC 9(04).
           03 WS-DW-MM              PIC 9(02).
           03 WS-DW-DD              PIC 9(02).
       01  WS-VALUE-NUM             PIC 9(05) VALUE 0.
       01  WS-VALUE-OK-FLAG         PIC X(01) VALUE "N".
           88 WS-VALUE-OK           VALUE "Y".
       01  WS-APPLIED-FLAG          PIC X(01) VALUE "N".
           88 WS-APPLIED            VALUE "Y".
       01  WS-OLD-VALUE             PIC X(05) VALUE SPACES.
       01  WS-NEW-VALUE             PIC X(05) VALUE SPACES.
       01  WS-UNDO-IDX              PIC 9(03) VALUE 0.
       01  WS-UNDO-VALUE            PIC X(05) VALUE SPACES.
       01  WS-UNDO-STATE            PIC X(01) VALUE SPACE.

      *    Cohérence des seuils (1400) : seuil bas strictement sous
      *    le seuil haut à chaque date où l'un des deux change.
       01  WS-CHECK-DATE            PIC 9(08) VALUE 0.
       01  WS-CHECK-HIGH            PIC 9(04) VALUE 0.
       01  WS-CHECK-HIGH-DATE       PIC 9(08) VALUE 0.
       01  WS-CHECK-LOW             PIC 9(04) VALUE 0.
       01  WS-CHECK-LOW-DATE        PIC 9(08) VALUE 0.
       01  WS-THRESH-OK-FLAG        PIC X(01) VALUE "Y".
           88 WS-THRESH-OK          VALUE "Y".

      *    Valeur en vigueur à la date d'exécution (compte rendu).
       01  WS-INFORCE-FOUND-FLAG    PIC X(01) VALUE "N".
           88 WS-INFORCE-FOUND      VALUE "Y".
       01  WS-INFORCE-DATE          PIC 9(08) VALUE 0.

      *    Compteurs du compte rendu.
       01  WS-TRANS-READ-COUNT       PIC 9(05) VALUE 0.
       01  WS-TRANS-APPLIED-COUNT    PIC 9(05) VALUE 0.
       01  WS-TRANS-REJECT-COUNT     PIC 9(05) VALUE 0.

       01  WS-RESULT-TEXT            PIC X(28).

       01  WS-MAINT-HEADER-1.
           03 FILLER                PIC X(10) VALUE "ParamMnt -".
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(28)
                   VALUE "ENTRETIEN DES PARAMETRES    ".
           03 FILLER                PIC X(10) VALUE "  DATE: ".
           03 MH1-RUN-DATE          PIC X(10).

       01  WS-MAINT-HEADER-2.
           03 FILLER                PIC X(19)
                   VALUE "A MOT-CLE".
           03 FILLER                PIC X(09) VALUE "EFFET".
           03 FILLER                PIC X(06) VALUE "VALEUR".
           03 FILLER                PIC X(13) VALUE " AUTEUR".
           03 FILLER                PIC X(08) VALUE "RESULTAT".
       01  WS-MAINT-HEADER-3        PIC X(75) VALUE ALL "-".

       01  WS-MAINT-DETAIL-LINE.
           03 MD-ACTION             PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-KEYWORD            PIC X(16).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-EFFECTIVE          PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-VALUE              PIC X(05).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 MD-USER               PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-RESULT             PIC X(28).

      *    Valeurs en vigueur à la date d'exécution et changements
      *    programmés, par mot-clé, dans l'ordre des dates d'effet.
       01  WS-SCHED-HEADER-1.
           03 FILLER                PIC X(25)
                   VALUE "PARAMETRES EN VIGUEUR AU ".
           03 SH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(27)
                   VALUE " ET CHANGEMENTS PROGRAMMES".
       01  WS-SCHED-HEADER-2.
           03 FILLER                PIC X(17) VALUE "MOT-CLE".
           03 FILLER                PIC X(08) VALUE "VALEUR".
           03 FILLER                PIC X(12) VALUE "EFFET".
           03 FILLER                PIC X(04) VALUE "ETAT".
       01  WS-SCHED-HEADER-3        PIC X(52) VALUE ALL "-".
       01  WS-SCHED-LINE.
           03 SL-KEYWORD            PIC X(16).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 SL-VALUE              PIC X(05).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 SL-EFFECTIVE          PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 SL-STATE              PIC X(15).

       01  WS-DATE-EDIT.
           03 DE-YYYY               PIC 9(04).
           03 FILLER                PIC X(01) VALUE "-".
           03 DE-MM                 PIC 9(02).
           03 FILLER                PIC X(01) VALUE "-".
           03 DE-DD                 PIC 9(02).
       01  WS-EDIT-DATE             PIC 9(08) VALUE 0.
       01  WS-EDIT-DATE-FIELDS      REDEFINES WS-EDIT-DATE.
           03 WS-ED-YYYY            PIC 9(04).
           03 WS-ED-MM              PIC 9(02).
           03 WS-ED-DD              PIC 9(02).

       01  WS-MAINT-TRAILER-1.
           03 FILLER                PIC X(20) VALUE "MOUVEMENTS LUS:".
           03 MT1-COUNT             PIC ZZZZ9.
       01  WS-MAINT-TRAILER-2.
           03 FILLER                PIC X(20) VALUE "APPLIQUES:".
           03 MT2-COUNT             PIC ZZZZ9.
       01  WS-MAINT-TRAILER-3.
           03 FILLER                PIC X(20) VALUE "REJETES:".
           03 MT3-COUNT             PIC ZZZZ9.
       01  WS-MAINT-TRAILER-4.
           03 FILLER                PIC X(20)
                   VALUE "VALEURS AU FICHIER:".
           03 MT4-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

      *    Démarre le point d'entrée du programme principal.
       1000-MAIN.

           PERFORM 1100-PROCESS-MAINT THRU 1100-EXIT.
           STOP RUN.

      * Enchaîne les étapes : chargement des paramètres courants,
      * application des mouvements avec dépôt à l'historique,
      * compte rendu des valeurs en vigueur et programmées, puis
      * réécriture du fichier de paramètres.
       1100-PROCESS-MAINT.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1200-LOAD-MASTER THRU 1200-EXIT.

           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
               DISPLAY "ParamMnt - ERREUR OUVERTURE PRMTRPT, STATUT: "
                   WS-REPORT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-DISPLAY TO MH1-RUN-DATE.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-HEADER-1.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-HEADER-3
               AFTER ADVANCING 1 LINE.

           OPEN EXTEND PARAM-HIST-FILE.
           IF WS-HIST-OUT-STATUS NOT = "00"
                   AND WS-HIST-OUT-STATUS NOT = "05"
               DISPLAY "ParamMnt - ERREUR OUVERTURE PARAMHST, STATUT: "
                   WS-HIST-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1300-APPLY-TRANSACTIONS THRU 1300-EXIT.
           CLOSE PARAM-HIST-FILE.

           PERFORM 1700-PRINT-SCHEDULE THRU 1700-EXIT.
           PERFORM 1500-WRITE-NEW-MASTER THRU 1500-EXIT.

           MOVE WS-TRANS-READ-COUNT    TO MT1-COUNT.
           MOVE WS-TRANS-APPLIED-COUNT TO MT2-COUNT.
           MOVE WS-TRANS-REJECT-COUNT  TO MT3-COUNT.
           MOVE WS-PM-WRITTEN-COUNT    TO MT4-COUNT.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TRAILER-1
               AFTER ADVANCING 2 LINES.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TRAILER-2
               AFTER ADVANCING 1 LINE.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TRAILER-3
               AFTER ADVANCING 1 LINE.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TRAILER-4
               AFTER ADVANCING 1 LINE.

           CLOSE MAINT-REPORT-FILE.

      * Même convention que RegionMnt : des mouvements rejetés
      * valent le code retour 4, sans casser la chaîne.
           IF WS-TRANS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       1100-EXIT.
           EXIT.

      * Détermine la date du jour (en-tête, contrôle des dates
      * d'effet) et l'heure portée sur l'historique.
       1060-GET-RUN-DATE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME.
           MOVE WS-RUN-DATE-YYYY TO RD-YYYY.
           MOVE WS-RUN-DATE-MM   TO RD-MM.
           MOVE WS-RUN-DATE-DD   TO RD-DD.

       1060-EXIT.
           EXIT.

      * Charge les paramètres courants dans WS-PARAMETERS. Fichier
      * absent (statut 05, constitution initiale) : la table reste
      * vide et seuls des ajouts pourront être appliqués. Une entrée
      * illisible (mot-clé inconnu, valeur ou date non numérique)
      * arrête le traitement : elle arrêterait aussi DataDisp, et
      * la réécrire telle quelle ne ferait que reporter l'incident.
      * Un doublon mot-clé/date remplace l'entrée précédente, comme
      * DataDisp le retient.
       1200-LOAD-MASTER.

           MOVE 0 TO WS-PM-COUNT.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT PARAM-FILE.
           IF WS-MASTER-IN-STATUS NOT = "00"
               IF WS-MASTER-IN-STATUS = "05"
                   CLOSE PARAM-FILE
                   GO TO 1200-EXIT
               ELSE
                   DISPLAY "ParamMnt - ERREUR OUVERTURE PARAMFIL, "
                       "STATUT: " WS-MASTER-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ PARAM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1210-LOAD-ONE THRU 1210-EXIT
               END-READ
           END-PERFORM.

           CLOSE PARAM-FILE.

       1200-EXIT.
           EXIT.

      * Contrôle et range l'enregistrement PARAMFIL courant. Les
      * lignes entièrement à blanc sont tolérées, comme dans
      * DataDisp.
       1210-LOAD-ONE.

           IF PR-KEYWORD = SPACES AND PR-VALUE = SPACES
               GO TO 1210-EXIT
           END-IF.

           MOVE PR-KEYWORD TO WS-SCAN-KEYWORD.
           PERFORM 1250-FIND-KEYWORD THRU 1250-EXIT.
           IF NOT WS-KW-FOUND
               DISPLAY "ParamMnt - ERREUR PARAMFIL: MOT-CLE "
                   "INCONNU: " PR-KEYWORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PR-VALUE IS NOT NUMERIC
               DISPLAY "ParamMnt - ERREUR PARAMFIL: VALEUR NON "
                   "NUMERIQUE POUR " PR-KEYWORD ": " PR-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PR-EFFECTIVE = SPACES
               MOVE 0 TO WS-DATE-WORK
           ELSE
               IF PR-EFFECTIVE IS NOT NUMERIC
                   DISPLAY "ParamMnt - ERREUR PARAMFIL: DATE D'EFFET "
                       "INVALIDE POUR " PR-KEYWORD ": " PR-EFFECTIVE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PR-EFFECTIVE TO WS-DATE-WORK
           END-IF.

           PERFORM 1260-FIND-ENTRY THRU 1260-EXIT.
           IF WS-PM-FOUND
               MOVE PR-VALUE TO WS-PM-VALUE (WS-PM-MATCH-IDX)
               GO TO 1210-EXIT
           END-IF.

           IF WS-PM-COUNT >= WS-MAX-PM-ENTRIES
               DISPLAY "ParamMnt - ERREUR: plus de "
                   WS-MAX-PM-ENTRIES
                   " valeurs sur PARAMFIL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PM-COUNT.
           SET WS-PM-IDX TO WS-PM-COUNT.
           MOVE PR-KEYWORD   TO WS-PM-KEYWORD (WS-PM-IDX).
           MOVE WS-DATE-WORK TO WS-PM-EFFECTIVE (WS-PM-IDX).
           MOVE PR-VALUE     TO WS-PM-VALUE (WS-PM-IDX).
           MOVE SPACE        TO WS-PM-STATE (WS-PM-IDX).

       1210-EXIT.
           EXIT.

      * Recherche WS-SCAN-KEYWORD parmi les mots-clés reconnus ;
      * rang trouvé dans WS-KW-MATCH-IDX.
       1250-FIND-KEYWORD.

           MOVE "N" TO WS-KW-FOUND-FLAG.
           MOVE 0 TO WS-KW-MATCH-IDX.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > WS-KW-COUNT
               IF WS-KW-NAME (WS-KW-IDX) = WS-SCAN-KEYWORD
                   MOVE "Y" TO WS-KW-FOUND-FLAG
                   SET WS-KW-MATCH-IDX TO WS-KW-IDX
               END-IF
           END-PERFORM.

       1250-EXIT.
           EXIT.

      * Recherche l'entrée non retirée WS-SCAN-KEYWORD à la date
      * d'effet WS-DATE-WORK ; rang trouvé dans WS-PM-MATCH-IDX.
       1260-FIND-ENTRY.

           MOVE "N" TO WS-PM-FOUND-FLAG.
           MOVE 0 TO WS-PM-MATCH-IDX.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-KEYWORD (WS-PM-IDX) = WS-SCAN-KEYWORD
                   AND WS-PM-EFFECTIVE (WS-PM-IDX) = WS-DATE-WORK
                   AND WS-PM-STATE (WS-PM-IDX) NOT = "R"
                   MOVE "Y" TO WS-PM-FOUND-FLAG
                   SET WS-PM-MATCH-IDX TO WS-PM-IDX
               END-IF
           END-PERFORM.

       1260-EXIT.
           EXIT.

      * Lit les mouvements PRMTIN un par un et les applique sur la
      * table, en imprimant une ligne de compte rendu par mouvement.
       1300-APPLY-TRANSACTIONS.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT MAINT-TRANS-FILE.
           IF WS-TRANS-IN-STATUS NOT = "00"
               DISPLAY "ParamMnt - ERREUR OUVERTURE PRMTIN, STATUT: "
                   WS-TRANS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ MAINT-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ-COUNT
                       PERFORM 1350-APPLY-ONE THRU 1350-EXIT
               END-READ
           END-PERFORM.

           CLOSE MAINT-TRANS-FILE.

       1300-EXIT.
           EXIT.

      * Applique le mouvement courant (MAINT-TRANS-REC) sur la table
      * WS-PARAMETERS et fixe WS-RESULT-TEXT pour le compte rendu.
      * L'auteur doit être renseigné, le mot-clé reconnu et la date
      * d'effet valide. Un mouvement sur un seuil est annulé s'il
      * laisse le seuil bas au niveau du seuil haut ou au-dessus à
      * une date quelconque à partir d'aujourd'hui. Tout mouvement
      * appliqué est porté sur l'historique.
       1350-APPLY-ONE.

           MOVE "N" TO WS-APPLIED-FLAG.

           IF PT-USER = SPACES
               MOVE "REJETE: AUTEUR ABSENT" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1350-PRINT
           END-IF.

           MOVE PT-KEYWORD TO WS-SCAN-KEYWORD.
           PERFORM 1250-FIND-KEYWORD THRU 1250-EXIT.
           IF NOT WS-KW-FOUND
               MOVE "REJETE: MOT-CLE INCONNU" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1350-PRINT
           END-IF.

           IF PT-EFFECTIVE IS NOT NUMERIC
               MOVE "REJETE: DATE INVALIDE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1350-PRINT
           END-IF.
           MOVE PT-EFFECTIVE TO WS-DATE-WORK.
           IF WS-DW-MM < 1 OR WS-DW-MM > 12
               OR WS-DW-DD < 1 OR WS-DW-DD > 31
               MOVE "REJETE: DATE INVALIDE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1350-PRINT
           END-IF.

           PERFORM 1260-FIND-ENTRY THRU 1260-EXIT.

           EVALUATE PT-ACTION
               WHEN "A"
                   PERFORM 1360-APPLY-ADD THRU 1360-EXIT
               WHEN "C"
                   PERFORM 1370-APPLY-CHANGE THRU 1370-EXIT
               WHEN "D"
                   PERFORM 1380-APPLY-DELETE THRU 1380-EXIT
               WHEN OTHER
                   MOVE "REJETE: ACTION INVALIDE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-REJECT-COUNT
           END-EVALUATE.

           IF WS-APPLIED
               AND (PT-KEYWORD = "SEUIL-HAUT"
                    OR PT-KEYWORD = "SEUIL-BAS")
               PERFORM 1400-CHECK-THRESHOLDS THRU 1400-EXIT
               IF NOT WS-THRESH-OK
                   PERFORM 1390-UNDO-ONE THRU 1390-EXIT
                   MOVE "REJETE: SEUILS INCOHERENTS" TO WS-RESULT-TEXT
                   SUBTRACT 1 FROM WS-TRANS-APPLIED-COUNT
                   ADD 1 TO WS-TRANS-REJECT-COUNT
                   MOVE "N" TO WS-APPLIED-FLAG
               END-IF
           END-IF.

           IF WS-APPLIED
               PERFORM 1450-WRITE-HISTORY THRU 1450-EXIT
           END-IF.

       1350-PRINT.
           MOVE PT-ACTION      TO MD-ACTION.
           MOVE PT-KEYWORD     TO MD-KEYWORD.
           MOVE PT-EFFECTIVE   TO MD-EFFECTIVE.
           MOVE PT-VALUE       TO MD-VALUE.
           MOVE PT-USER        TO MD-USER.
           MOVE WS-RESULT-TEXT TO MD-RESULT.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       1350-EXIT.
           EXIT.

      * Contrôle la valeur du mouvement : numérique et dans les
      * bornes du mot-clé (WS-KW-MATCH-IDX).
       1355-CHECK-VALUE.

           MOVE "N" TO WS-VALUE-OK-FLAG.
           IF PT-VALUE IS NOT NUMERIC
               MOVE "REJETE: VALEUR NON NUMERIQUE" TO WS-RESULT-TEXT
               GO TO 1355-EXIT
           END-IF.
           MOVE PT-VALUE TO WS-VALUE-NUM.
           IF WS-VALUE-NUM < WS-KW-MIN (WS-KW-MATCH-IDX)
               OR WS-VALUE-NUM > WS-KW-MAX (WS-KW-MATCH-IDX)
               MOVE "REJETE: VALEUR HORS BORNE" TO WS-RESULT-TEXT
               GO TO 1355-EXIT
           END-IF.
           MOVE "Y" TO WS-VALUE-OK-FLAG.

       1355-EXIT.
           EXIT.

      * Ajout : la date d'effet ne doit pas être passée (une valeur
      * prise au jour même s'applique dès la prochaine exécution),
      * ni déjà porter une valeur pour le mot-clé.
       1360-APPLY-ADD.

           PERFORM 1355-CHECK-VALUE THRU 1355-EXIT.
           IF NOT WS-VALUE-OK
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1360-EXIT
           END-IF.
           IF WS-DATE-WORK < WS-RUN-DATE-YYYYMMDD
               MOVE "REJETE: DATE D'EFFET PASSEE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1360-EXIT
           END-IF.
           IF WS-PM-FOUND
               MOVE "REJETE: VALEUR DEJA PRESENTE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1360-EXIT
           END-IF.
           IF WS-PM-COUNT >= WS-MAX-PM-ENTRIES
               MOVE "REJETE: TABLE PLEINE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1360-EXIT
           END-IF.

           ADD 1 TO WS-PM-COUNT.
           SET WS-PM-IDX TO WS-PM-COUNT.
           MOVE PT-KEYWORD   TO WS-PM-KEYWORD (WS-PM-IDX).
           MOVE WS-DATE-WORK TO WS-PM-EFFECTIVE (WS-PM-IDX).
           MOVE PT-VALUE     TO WS-PM-VALUE (WS-PM-IDX).
           MOVE SPACE        TO WS-PM-STATE (WS-PM-IDX).

           SET WS-UNDO-IDX TO WS-PM-IDX.
           MOVE SPACES   TO WS-UNDO-VALUE.
           MOVE "R"      TO WS-UNDO-STATE.
           MOVE SPACES   TO WS-OLD-VALUE.
           MOVE PT-VALUE TO WS-NEW-VALUE.
           MOVE "AJOUTE" TO WS-RESULT-TEXT.
           MOVE "Y" TO WS-APPLIED-FLAG.
           ADD 1 TO WS-TRANS-APPLIED-COUNT.

       1360-EXIT.
           EXIT.

      * Changement : seule une valeur pas encore en vigueur (date
      * d'effet postérieure à aujourd'hui) peut être modifiée.
       1370-APPLY-CHANGE.

           IF NOT WS-PM-FOUND
               MOVE "REJETE: VALEUR INCONNUE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1370-EXIT
           END-IF.
           IF WS-DATE-WORK NOT > WS-RUN-DATE-YYYYMMDD
               MOVE "REJETE: DEJA EN VIGUEUR" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1370-EXIT
           END-IF.
           PERFORM 1355-CHECK-VALUE THRU 1355-EXIT.
           IF NOT WS-VALUE-OK
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1370-EXIT
           END-IF.

           MOVE WS-PM-MATCH-IDX TO WS-UNDO-IDX.
           MOVE WS-PM-VALUE (WS-PM-MATCH-IDX) TO WS-UNDO-VALUE.
           MOVE WS-PM-STATE (WS-PM-MATCH-IDX) TO WS-UNDO-STATE.
           MOVE WS-PM-VALUE (WS-PM-MATCH-IDX) TO WS-OLD-VALUE.
           MOVE PT-VALUE TO WS-NEW-VALUE.
           MOVE PT-VALUE TO WS-PM-VALUE (WS-PM-MATCH-IDX).
           MOVE "MODIFIE" TO WS-RESULT-TEXT.
           MOVE "Y" TO WS-APPLIED-FLAG.
           ADD 1 TO WS-TRANS-APPLIED-COUNT.

       1370-EXIT.
           EXIT.

      * Retrait : même règle que le changement, la valeur retirée
      * n'est pas reportée sur le nouveau fichier.
       1380-APPLY-DELETE.

           IF NOT WS-PM-FOUND
               MOVE "REJETE: VALEUR INCONNUE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1380-EXIT
           END-IF.
           IF WS-DATE-WORK NOT > WS-RUN-DATE-YYYYMMDD
               MOVE "REJETE: DEJA EN VIGUEUR" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1380-EXIT
           END-IF.

           MOVE WS-PM-MATCH-IDX TO WS-UNDO-IDX.
           MOVE WS-PM-VALUE (WS-PM-MATCH-IDX) TO WS-UNDO-VALUE.
           MOVE WS-PM-STATE (WS-PM-MATCH-IDX) TO WS-UNDO-STATE.
           MOVE WS-PM-VALUE (WS-PM-MATCH-IDX) TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE "R" TO WS-PM-STATE (WS-PM-MATCH-IDX).
           MOVE "RETIRE" TO WS-RESULT-TEXT.
           MOVE "Y" TO WS-APPLIED-FLAG.
           ADD 1 TO WS-TRANS-APPLIED-COUNT.

       1380-EXIT.
           EXIT.

      * Annule le mouvement qui vient d'être appliqué : l'entrée
      * touchée reprend sa valeur et son état d'avant (un ajout
      * annulé est simplement marqué retiré).
       1390-UNDO-ONE.

           MOVE WS-UNDO-VALUE TO WS-PM-VALUE (WS-UNDO-IDX).
           MOVE WS-UNDO-STATE TO WS-PM-STATE (WS-UNDO-IDX).

       1390-EXIT.
           EXIT.

      * Contrôle la cohérence des seuils, comme DataDisp le fait au
      * démarrage : seuil bas strictement sous le seuil haut, à la
      * date d'exécution et à chaque date d'effet ultérieure de l'un
      * des deux seuils. Les dates passées sont figées et ne sont
      * pas recontrôlées.
       1400-CHECK-THRESHOLDS.

           MOVE "Y" TO WS-THRESH-OK-FLAG.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-CHECK-DATE.
           PERFORM 1410-CHECK-AT-DATE THRU 1410-EXIT.

           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-STATE (WS-PM-IDX) NOT = "R"
                   AND WS-PM-EFFECTIVE (WS-PM-IDX)
                       > WS-RUN-DATE-YYYYMMDD
                   AND (WS-PM-KEYWORD (WS-PM-IDX) = "SEUIL-HAUT"
                        OR WS-PM-KEYWORD (WS-PM-IDX) = "SEUIL-BAS")
                   MOVE WS-PM-EFFECTIVE (WS-PM-IDX) TO WS-CHECK-DATE
                   PERFORM 1410-CHECK-AT-DATE THRU 1410-EXIT
               END-IF
           END-PERFORM.

       1400-EXIT.
           EXIT.

      * Reconstitue les seuils en vigueur à WS-CHECK-DATE (valeur
      * de date d'effet la plus récente sans dépasser la date,
      * défaut de DataDisp sinon) et signale une incohérence.
       1410-CHECK-AT-DATE.

           MOVE WS-KW-DEFAULT (1) TO WS-CHECK-HIGH.
           MOVE WS-KW-DEFAULT (2) TO WS-CHECK-LOW.
           MOVE 0 TO WS-CHECK-HIGH-DATE.
           MOVE 0 TO WS-CHECK-LOW-DATE.

           PERFORM VARYING WS-PM-IDX2 FROM 1 BY 1
                   UNTIL WS-PM-IDX2 > WS-PM-COUNT
               IF WS-PM-STATE (WS-PM-IDX2) NOT = "R"
                   AND WS-PM-EFFECTIVE (WS-PM-IDX2) <= WS-CHECK-DATE
                   IF WS-PM-KEYWORD (WS-PM-IDX2) = "SEUIL-HAUT"
                       AND WS-PM-EFFECTIVE (WS-PM-IDX2)
                           >= WS-CHECK-HIGH-DATE
                       MOVE WS-PM-VALUE (WS-PM-IDX2) TO WS-CHECK-HIGH
                       MOVE WS-PM-EFFECTIVE (WS-PM-IDX2)
                         TO WS-CHECK-HIGH-DATE
                   END-IF
                   IF WS-PM-KEYWORD (WS-PM-IDX2) = "SEUIL-BAS"
                       AND WS-PM-EFFECTIVE (WS-PM-IDX2)
                           >= WS-CHECK-LOW-DATE
                       MOVE WS-PM-VALUE (WS-PM-IDX2) TO WS-CHECK-LOW
                       MOVE WS-PM-EFFECTIVE (WS-PM-IDX2)
                         TO WS-CHECK-LOW-DATE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CHECK-LOW >= WS-CHECK-HIGH
               MOVE "N" TO WS-THRESH-OK-FLAG
           END-IF.

       1410-EXIT.
           EXIT.

      * Dépose le mouvement appliqué sur l'historique PARAMHST.
       1450-WRITE-HISTORY.

           MOVE WS-RUN-DATE-YYYYMMDD       TO PH-CHANGE-DATE.
           MOVE WS-RUN-TIME-HHMMSSCC (1:6) TO PH-CHANGE-TIME.
           MOVE PT-ACTION                  TO PH-ACTION.
           MOVE PT-KEYWORD                 TO PH-KEYWORD.
           MOVE WS-DATE-WORK               TO PH-EFFECTIVE.
           MOVE WS-OLD-VALUE               TO PH-OLD-VALUE.
           MOVE WS-NEW-VALUE               TO PH-NEW-VALUE.
           MOVE PT-USER                    TO PH-USER.
           WRITE PARAM-HIST-REC.

       1450-EXIT.
           EXIT.

      * Réécrit les paramètres sur NEW-MASTER-FILE, regroupés par
      * mot-clé et dans l'ordre des dates d'effet (les entrées
      * retirées sont sautées), repris par l'ordonnanceur en
      * remplacement de PARAMFIL après bonne fin.
       1500-WRITE-NEW-MASTER.

           OPEN OUTPUT NEW-MASTER-FILE.
           IF WS-MASTER-OUT-STATUS NOT = "00"
               DISPLAY "ParamMnt - ERREUR OUVERTURE PARAMFILN, "
                   "STATUT: " WS-MASTER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > WS-KW-COUNT
               MOVE WS-KW-NAME (WS-KW-IDX) TO WS-SCAN-KEYWORD
               MOVE "N" TO WS-SCAN-STARTED-FLAG
               MOVE "N" TO WS-SCAN-DONE-FLAG
               PERFORM 1510-WRITE-NEXT THRU 1510-EXIT
                   UNTIL WS-SCAN-DONE
           END-PERFORM.

           CLOSE NEW-MASTER-FILE.

       1500-EXIT.
           EXIT.

      * Écrit l'entrée suivante du mot-clé WS-SCAN-KEYWORD.
       1510-WRITE-NEXT.

           PERFORM 1520-FIND-NEXT THRU 1520-EXIT.
           IF WS-SCAN-DONE
               GO TO 1510-EXIT
           END-IF.

           MOVE WS-PM-KEYWORD (WS-PM-MATCH-IDX)   TO NM-KEYWORD.
           MOVE WS-PM-VALUE (WS-PM-MATCH-IDX)     TO NM-VALUE.
           MOVE WS-PM-EFFECTIVE (WS-PM-MATCH-IDX) TO NM-EFFECTIVE.
           WRITE NEW-MASTER-REC.
           ADD 1 TO WS-PM-WRITTEN-COUNT.

       1510-EXIT.
           EXIT.

      * Recherche, pour WS-SCAN-KEYWORD, l'entrée non retirée de
      * plus petite date d'effet après WS-SCAN-AFTER (la première
      * fois : de plus petite date). Plus d'entrée : WS-SCAN-DONE.
       1520-FIND-NEXT.

           MOVE "N" TO WS-PM-FOUND-FLAG.
           MOVE 0 TO WS-PM-MATCH-IDX.
           MOVE 99999999 TO WS-SCAN-BEST-DATE.

           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-KEYWORD (WS-PM-IDX) = WS-SCAN-KEYWORD
                   AND WS-PM-STATE (WS-PM-IDX) NOT = "R"
                   AND (NOT WS-SCAN-STARTED
                        OR WS-PM-EFFECTIVE (WS-PM-IDX) > WS-SCAN-AFTER)
                   AND WS-PM-EFFECTIVE (WS-PM-IDX) <= WS-SCAN-BEST-DATE
                   MOVE "Y" TO WS-PM-FOUND-FLAG
                   SET WS-PM-MATCH-IDX TO WS-PM-IDX
                   MOVE WS-PM-EFFECTIVE (WS-PM-IDX)
                     TO WS-SCAN-BEST-DATE
               END-IF
           END-PERFORM.

           IF NOT WS-PM-FOUND
               MOVE "Y" TO WS-SCAN-DONE-FLAG
               GO TO 1520-EXIT
           END-IF.
           MOVE "Y" TO WS-SCAN-STARTED-FLAG.
           MOVE WS-SCAN-BEST-DATE TO WS-SCAN-AFTER.

       1520-EXIT.
           EXIT.

      * Imprime, pour chaque mot-clé, la valeur en vigueur à la date
      * d'exécution (valeur par défaut de DataDisp si aucune date
      * d'effet n'est encore atteinte) puis les valeurs programmées
      * dans l'ordre des dates d'effet. Les valeurs remplacées ne
      * sont pas reprises : l'historique PARAMHST et AuditInq y
      * répondent.
       1700-PRINT-SCHEDULE.

           MOVE WS-RUN-DATE-DISPLAY TO SH1-RUN-DATE.
           WRITE MAINT-REPORT-LINE FROM WS-SCHED-HEADER-1
               AFTER ADVANCING 2 LINES.
           WRITE MAINT-REPORT-LINE FROM WS-SCHED-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE MAINT-REPORT-LINE FROM WS-SCHED-HEADER-3
               AFTER ADVANCING 1 LINE.

           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > WS-KW-COUNT
               PERFORM 1710-PRINT-KEYWORD THRU 1710-EXIT
           END-PERFORM.

       1700-EXIT.
           EXIT.

      * Imprime la valeur en vigueur et les valeurs programmées du
      * mot-clé de rang WS-KW-IDX.
       1710-PRINT-KEYWORD.

           MOVE WS-KW-NAME (WS-KW-IDX) TO WS-SCAN-KEYWORD.

           MOVE "N" TO WS-INFORCE-FOUND-FLAG.
           MOVE 0 TO WS-INFORCE-DATE.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-KEYWORD (WS-PM-IDX) = WS-SCAN-KEYWORD
                   AND WS-PM-STATE (WS-PM-IDX) NOT = "R"
                   AND WS-PM-EFFECTIVE (WS-PM-IDX)
                       <= WS-RUN-DATE-YYYYMMDD
                   AND WS-PM-EFFECTIVE (WS-PM-IDX) >= WS-INFORCE-DATE
                   MOVE "Y" TO WS-INFORCE-FOUND-FLAG
                   MOVE WS-PM-EFFECTIVE (WS-PM-IDX) TO WS-INFORCE-DATE
               END-IF
           END-PERFORM.

           IF NOT WS-INFORCE-FOUND
               MOVE WS-SCAN-KEYWORD TO SL-KEYWORD
               MOVE WS-KW-DEFAULT (WS-KW-IDX) TO WS-VALUE-NUM
               MOVE WS-VALUE-NUM TO SL-VALUE
               MOVE "DEFAUT" TO SL-EFFECTIVE
               MOVE "EN VIGUEUR" TO SL-STATE
               WRITE MAINT-REPORT-LINE FROM WS-SCHED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE "N" TO WS-SCAN-STARTED-FLAG.
           MOVE "N" TO WS-SCAN-DONE-FLAG.
           PERFORM 1720-PRINT-NEXT THRU 1720-EXIT
               UNTIL WS-SCAN-DONE.

       1710-EXIT.
           EXIT.

      * Imprime l'entrée suivante du mot-clé si elle est en vigueur
      * ou programmée ; les entrées remplacées sont sautées.
       1720-PRINT-NEXT.

           PERFORM 1520-FIND-NEXT THRU 1520-EXIT.
           IF WS-SCAN-DONE
               GO TO 1720-EXIT
           END-IF.
           IF WS-PM-EFFECTIVE (WS-PM-MATCH-IDX) < WS-INFORCE-DATE
               GO TO 1720-EXIT
           END-IF.

           MOVE WS-SCAN-KEYWORD TO SL-KEYWORD.
           MOVE WS-PM-VALUE (WS-PM-MATCH-IDX) TO SL-VALUE.
           IF WS-PM-EFFECTIVE (WS-PM-MATCH-IDX) = 0
               MOVE "ORIGINE" TO SL-EFFECTIVE
           ELSE
               MOVE WS-PM-EFFECTIVE (WS-PM-MATCH-IDX) TO WS-EDIT-DATE
               MOVE WS-ED-YYYY TO DE-YYYY
               MOVE WS-ED-MM   TO DE-MM
               MOVE WS-ED-DD   TO DE-DD
               MOVE WS-DATE-EDIT TO SL-EFFECTIVE
           END-IF.
           IF WS-PM-EFFECTIVE (WS-PM-MATCH-IDX)
                   > WS-RUN-DATE-YYYYMMDD
               MOVE "PROGRAMME" TO SL-STATE
           ELSE
               MOVE "EN VIGUEUR" TO SL-STATE
           END-IF.
           WRITE MAINT-REPORT-LINE FROM WS-SCHED-LINE
               AFTER ADVANCING 1 LINE.

       1720-EXIT.
           EXIT.
