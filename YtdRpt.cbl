      *    et par mois, déposé par MonthCons à chaque consolidation)
      *    et imprime sur YTDRPT, région par région, les mois de
      *    l'année demandée avec l'écart sur le mois précédent et sur
      *    le même mois de l'année précédente. Les régions sont
      *    groupées par direction, chaque groupe suivi du bloc de la
      *    direction, et le bloc national termine le comparatif
      *    (enregistrements de direction et national déposés eux
      *    aussi par MonthCons). Répond aux demandes du type "où en
      *    est ce mois par rapport aux six derniers" sans ressaisir
      *    les chiffres des listings archivés.
      *    L'année comparée est lue sur YTDPARM (AAAA) ; fichier
      *    absent, l'année de la date d'exécution est retenue. Une
      *    consolidation relancée ayant déposé un mois en double, le
           03 SM-BEST-TOTAL         PIC 9(09).
           03 SM-WORST-DATE         PIC 9(08).
           03 SM-WORST-TOTAL        PIC 9(09).
           03 SM-LEVEL              PIC X(01).
               88 SM-LEVEL-REGION   VALUE "R".
               88 SM-LEVEL-DIR      VALUE "D".
               88 SM-LEVEL-NATIONAL VALUE "N".
           03 SM-DIRECTORATE        PIC X(12).

       FD  YTD-PARM-FILE
           RECORDING MODE IS F.
       01  YTD-REPORT-LINE          PIC X(80).

       SD  YTD-SORT-FILE.
      *    YS-DIR-KEY : direction du groupe (HIGH-VALUES pour le
      *    national, imprimé en dernier) ; YS-LEVEL-ORDER : 1 région,
      *    2 direction (après ses régions), 3 national.
       01  YTD-SORT-REC.
           03 YS-DIR-KEY            PIC X(12).
           03 YS-LEVEL-ORDER        PIC 9(01).
           03 YS-REGION             PIC X(12).
           03 YS-YYYYMM             PIC 9(06).
           03 YS-DAYS               PIC 9(03).
       01  WS-YTD-HEADER-3          PIC X(68) VALUE ALL "-".

       01  WS-REGION-HEADER-LINE.
           03 RH-LEVEL              PIC X(11).
           03 RH-REGION             PIC X(12).
       01  WS-RH-REGION             PIC X(11) VALUE "REGION: ".
       01  WS-RH-DIRECTORATE        PIC X(11) VALUE "DIRECTION: ".
       01  WS-RH-NATIONAL           PIC X(11) VALUE "NATIONAL".
       01  WS-DIR-NONE              PIC X(12) VALUE "NON RATTACHE".

       01  WS-YTD-DETAIL-LINE.
           03 YL-YYYY               PIC 9(04).

       01  WS-GROUP-OPEN-FLAG       PIC X(01) VALUE "N".
           88 WS-GROUP-OPEN         VALUE "Y".
       01  WS-GROUP-KEY.
           03 WS-GROUP-DIR-KEY      PIC X(12) VALUE SPACES.
           03 WS-GROUP-LEVEL        PIC 9(01) VALUE 0.
               88 WS-GROUP-IS-REGION    VALUE 1.
               88 WS-GROUP-IS-DIR       VALUE 2.
               88 WS-GROUP-IS-NATIONAL  VALUE 3.
           03 WS-GROUP-REGION       PIC X(12) VALUE SPACES.

      *    Compteurs du solde de contrôle.
       01  WS-SUMM-READ-COUNT       PIC 9(07) VALUE 0.
       01  WS-SUMM-KEPT-COUNT       PIC 9(07) VALUE 0.
       01  WS-REGION-PRINT-COUNT    PIC 9(03) VALUE 0.
       01  WS-DIR-PRINT-COUNT       PIC 9(03) VALUE 0.

       01  WS-YTD-TRAILER-0         PIC X(37)
               VALUE "TOTAUX DE CONTROLE".
       01  WS-YTD-TRAILER-3.
           03 FILLER                PIC X(20) VALUE "REGIONS:".
           03 YT3-COUNT             PIC ZZZZZZ9.
       01  WS-YTD-TRAILER-4.
           03 FILLER                PIC X(20) VALUE "DIRECTIONS:".
           03 YT4-COUNT             PIC ZZZZZZ9.

       PROCEDURE DIVISION.

           STOP RUN.

      * Enchaîne les étapes : determination de l'année comparée, tri
      * des synthèses par direction/niveau/région/mois, impression du
      * comparatif et du solde.
       1100-PROCESS-YTD.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.

           SORT YTD-SORT-FILE
               ON ASCENDING KEY YS-DIR-KEY
               ON ASCENDING KEY YS-LEVEL-ORDER
               ON ASCENDING KEY YS-REGION
               ON ASCENDING KEY YS-YYYYMM
               WITH DUPLICATES IN ORDER
      * Procédure d'entrée du tri : relit la synthèse mensuelle et
      * remet au tri les seuls enregistrements de l'année comparée et
      * de l'année précédente. Fichier absent (aucune consolidation
      * encore déposée) : rapport vide. Un enregistrement sans niveau
      * (déposé avant le rattachement des régions aux directions)
      * compte comme un enregistrement de région.
       2000-RELEASE-SUMMARIES.

           MOVE "N" TO WS-EOF-FLAG.
                       IF WS-REC-YYYY = WS-TARGET-YYYY
                           OR WS-REC-YYYY = WS-PRIOR-YYYY
                           ADD 1 TO WS-SUMM-KEPT-COUNT
                           PERFORM 2050-SET-LEVEL THRU 2050-EXIT
                           MOVE SM-REGION TO YS-REGION
                           MOVE SM-YYYYMM TO YS-YYYYMM
                           MOVE SM-DAYS   TO YS-DAYS
       2000-EXIT.
           EXIT.

      * Pose la clé de groupe de la synthèse lue selon son niveau.
       2050-SET-LEVEL.

           EVALUATE TRUE
               WHEN SM-LEVEL-NATIONAL
                   MOVE HIGH-VALUES    TO YS-DIR-KEY
                   MOVE 3              TO YS-LEVEL-ORDER
               WHEN SM-LEVEL-DIR
                   MOVE SM-DIRECTORATE TO YS-DIR-KEY
                   MOVE 2              TO YS-LEVEL-ORDER
               WHEN OTHER
                   MOVE SM-DIRECTORATE TO YS-DIR-KEY
                   MOVE 1              TO YS-LEVEL-ORDER
           END-EVALUATE.

       2050-EXIT.
           EXIT.

      * Procédure de sortie du tri : reçoit les synthèses groupe par
      * groupe (région, direction ou national), charge les 24 postes
      * mensuels du groupe (le dernier enregistrement d'un mois
      * déposé en double écrase le précédent) et imprime le bloc du
      * groupe à chaque rupture.
       3000-REPORT-YTD.

           MOVE "N" TO WS-SORT-EOF-FLAG.
                       MOVE "Y" TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF WS-GROUP-OPEN
                           AND (YS-DIR-KEY NOT = WS-GROUP-DIR-KEY
                             OR YS-LEVEL-ORDER NOT = WS-GROUP-LEVEL
                             OR YS-REGION NOT = WS-GROUP-REGION)
                           PERFORM 3200-PRINT-REGION THRU 3200-EXIT
                       END-IF
                       IF NOT WS-GROUP-OPEN
                           MOVE "Y" TO WS-GROUP-OPEN-FLAG
                           MOVE YS-DIR-KEY     TO WS-GROUP-DIR-KEY
                           MOVE YS-LEVEL-ORDER TO WS-GROUP-LEVEL
                           MOVE YS-REGION      TO WS-GROUP-REGION
                           PERFORM 3100-CLEAR-MONTHS THRU 3100-EXIT
                       END-IF
                       PERFORM 3150-NOTE-MONTH THRU 3150-EXIT
       3150-EXIT.
           EXIT.

      * Imprime le bloc du groupe en cours (région, direction ou
      * national, selon le niveau) : une ligne par mois
      * consolidé de l'année comparée, avec l'écart du total sur le
      * mois précédent (décembre de l'an passé pour janvier) et sur
      * le même mois de l'année précédente ; N/A quand le mois de
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-GROUP-IS-NATIONAL
                   MOVE WS-RH-NATIONAL    TO RH-LEVEL
                   MOVE SPACES            TO RH-REGION
               WHEN WS-GROUP-IS-DIR
                   MOVE WS-RH-DIRECTORATE TO RH-LEVEL
                   IF WS-GROUP-REGION = SPACES
                       MOVE WS-DIR-NONE     TO RH-REGION
                   ELSE
                       MOVE WS-GROUP-REGION TO RH-REGION
                   END-IF
                   ADD 1 TO WS-DIR-PRINT-COUNT
               WHEN OTHER
                   MOVE WS-RH-REGION      TO RH-LEVEL
                   MOVE WS-GROUP-REGION   TO RH-REGION
                   ADD 1 TO WS-REGION-PRINT-COUNT
           END-EVALUATE.
           WRITE YTD-REPORT-LINE FROM WS-REGION-HEADER-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-GROUP-OPEN-FLAG.

       3200-EXIT.
      * Imprime le solde de contrôle du comparatif annuel.
       1600-WRITE-CONTROL-TRAILER.

           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE YTD-REPORT-LINE FROM WS-YTD-TRAILER-0
           MOVE WS-REGION-PRINT-COUNT TO YT3-COUNT.
           WRITE YTD-REPORT-LINE FROM WS-YTD-TRAILER-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-DIR-PRINT-COUNT TO YT4-COUNT.
           WRITE YTD-REPORT-LINE FROM WS-YTD-TRAILER-4
               AFTER ADVANCING 1 LINE.

       1600-EXIT.
           EXIT.
