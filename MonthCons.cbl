      *    plus la date d'exécution, la rétention de TrendRpt couvrant
      *    un mois civil complet) et produit par région : total du
      *    mois, moyenne journalière, meilleur et pire jour, nombre
      *    de jours de traitement. Les régions sont groupées par
      *    direction (rattachement porté par le référentiel des
      *    régions REGIONMST) : chaque groupe est suivi des mêmes
      *    cumuls pour la direction, puis le bloc national précède
      *    le total général du mois que la comptabilité rapproche de
      *    la somme des soldes TOTAUX DE CONTROLE quotidiens.
      *    Le mois consolidé est lu sur MTHPARM (AAAAMM) ; fichier
      *    absent, le mois civil précédant la date d'exécution est
      *    retenu (cas normal d'une étape lancée en début de mois).
      *    Les objectifs du mois (OBJFILE, entretenu par ObjMnt) sont
      *    rapprochés du réalisé dans une dernière section : moyenne
      *    journalière de la région et score moyen de chaque
      *    collaborateur sur les jours ouvrés, avec le taux
      *    d'atteinte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-CAL-IN-STATUS.

           SELECT OPTIONAL OBJECTIVE-FILE ASSIGN TO "OBJFILE"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-OBJ-IN-STATUS.

           SELECT OPTIONAL REGION-MASTER-FILE ASSIGN TO "REGIONMST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REGION-IN-STATUS.

           SELECT OPTIONAL GEN-REGISTER-FILE ASSIGN TO "GENREG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-GEN-REG-STATUS.

           SELECT MONTH-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
      *    Synthèse mensuelle exploitable par programme, en extension
      *    seulement (comme le journal AUDITLOG) : un enregistrement
      *    par région et par mois consolidé, déposé à la rupture de
      *    région avec les mêmes chiffres que le rapport imprimé,
      *    puis un par direction (SM-LEVEL "D", nom de la direction
      *    dans SM-REGION) et un national (SM-LEVEL "N", SM-REGION à
      *    blanc). SM-DIRECTORATE porte la direction de la région.
      *    Relu par le programme YtdRpt (comparatif annuel) qui ne
      *    retient que le dernier enregistrement déposé pour un
      *    couple mois/région, au cas où une consolidation aurait
           03 SM-BEST-TOTAL         PIC 9(09).
           03 SM-WORST-DATE         PIC 9(08).
           03 SM-WORST-TOTAL        PIC 9(09).
           03 SM-LEVEL              PIC X(01).
               88 SM-LEVEL-REGION   VALUE "R".
               88 SM-LEVEL-DIR      VALUE "D".
               88 SM-LEVEL-NATIONAL VALUE "N".
           03 SM-DIRECTORATE        PIC X(12).

      *    Calendrier d'exploitation (jours ouvrés et fériés),
      *    entretenu par le programme CalMnt, même dessin que dans
           03 CA-TYPE               PIC X(01).
           03 CA-LABEL              PIC X(12).

      *    Référentiel des objectifs mensuels, même dessin que dans
      *    ObjMnt. OPTIONAL : sans référentiel, la section des
      *    objectifs l'indique et le reste du rapport est inchangé.
       FD  OBJECTIVE-FILE
           RECORDING MODE IS F.
       01  OBJECTIVE-REC.
           03 OB-TYPE               PIC X(01).
           03 OB-KEY                PIC X(12).
           03 OB-KEY-FIELDS         REDEFINES OB-KEY.
               05 OB-KEY-ID         PIC X(04).
               05 FILLER            PIC X(08).
           03 OB-MONTH              PIC 9(06).
           03 OB-TARGET             PIC 9(09).

      *    Référentiel des régions, même dessin que dans DataDisp :
      *    les objectifs sont posés par code région, l'historique
      *    porte le libellé officiel. Donne aussi la direction de
      *    rattachement de chaque libellé. OPTIONAL : absent, les
      *    objectifs de région restent sans réalisé et toutes les
      *    régions paraissent sous une direction NON RATTACHE.
       FD  REGION-MASTER-FILE
           RECORDING MODE IS F.
       01  REGION-MASTER-REC.
           03 RM-CODE               PIC X(12).
           03 RM-LABEL              PIC X(12).
           03 RM-MANAGER            PIC X(12).
           03 RM-ACTIVE             PIC X(01).
           03 RM-DIRECTORATE        PIC X(12).

      *    Registre des générations, même dessin que dans DataDisp :
      *    l'historique, le calendrier et le référentiel des régions
      *    y sont contrôlés avant consolidation.
       FD  GEN-REGISTER-FILE
           RECORDING MODE IS F.
       01  GEN-REGISTER-REC.
           03 GR-FILE               PIC X(10).
           03 GR-GEN-NO             PIC 9(05).
           03 GR-SOURCE-GEN         PIC 9(05).
           03 GR-RUN-DATE           PIC 9(08).
           03 GR-RUN-ID             PIC 9(05).
           03 GR-PRODUCER           PIC X(10).
           03 GR-COUNT              PIC 9(09).
           03 GR-TOTAL              PIC 9(13).

       SD  MONTH-SORT-FILE.
       01  MONTH-SORT-REC.
           03 MS-DIRECTORATE        PIC X(12).
           03 MS-REGION             PIC X(12).
           03 MS-DATE               PIC 9(08).
           03 MS-ID                 PIC X(04).
           03 MS-SCORE              PIC X(04).
           03 MS-NAME               PIC X(12).

       WORKING-STORAGE SECTION.

           03 WS-REPORT-OUT-STATUS  PIC X(02) VALUE "00".
           03 WS-SUMMARY-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-CAL-IN-STATUS      PIC X(02) VALUE "00".
           03 WS-OBJ-IN-STATUS      PIC X(02) VALUE "00".
           03 WS-REGION-IN-STATUS   PIC X(02) VALUE "00".
           03 WS-GEN-REG-STATUS     PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-PENDING-FLAG          PIC X(01) VALUE "N".
           88 WS-PENDING            VALUE "Y".
       01  WS-PENDING-REC.
           03 WS-PEND-DIRECTORATE   PIC X(12).
           03 WS-PEND-REGION        PIC X(12).
           03 WS-PEND-DATE          PIC 9(08).
           03 WS-PEND-ID            PIC X(04).
           03 WS-PEND-SCORE         PIC X(04).
           03 WS-PEND-NAME          PIC X(12).

      *    Cumuls de la journée et de la région en cours (ruptures
      *    région puis date sur le flux trié).
       01  WS-RG-WORST-TOTAL        PIC 9(09) VALUE 0.
       01  WS-RG-AVG                PIC 9(09) VALUE 0.

      *    Direction en cours (rupture au-dessus de la région) :
      *    totaux par journée de la direction, toutes régions
      *    confondues, pour en tirer les mêmes cumuls qu'une région.
       01  WS-CUR-DIRECTORATE       PIC X(12) VALUE SPACES.
       01  WS-DIR-OPEN-FLAG         PIC X(01) VALUE "N".
           88 WS-DIR-OPEN           VALUE "Y".
       01  WS-DIR-REGIONS           PIC 9(03) VALUE 0.
       01  WS-DD-COUNT              PIC 9(03) VALUE 0.
       01  WS-DIR-DAY-TABLE.
           03  WS-DD-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-DD-COUNT
                   INDEXED BY WS-DD-IDX.
               05 WS-DD-DATE        PIC 9(08).
               05 WS-DD-TOTAL       PIC 9(09).
       01  WS-DD-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-DD-FOUND           VALUE "Y".
       01  WS-DIR-NONE              PIC X(12) VALUE "NON RATTACHE".

      *    Cumuls d'un niveau agrégé (direction ou national),
      *    reconstitués journée par journée par 3380-NOTE-LEVEL-DAY
      *    avec les règles de la région (fériés hors jours, moyenne
      *    et extrêmes).
       01  WS-LV-DATE               PIC 9(08) VALUE 0.
       01  WS-LV-DAY-TOTAL          PIC 9(09) VALUE 0.
       01  WS-LV-TOTAL              PIC 9(09) VALUE 0.
       01  WS-LV-BUS-TOTAL          PIC 9(09) VALUE 0.
       01  WS-LV-DAYS               PIC 9(03) VALUE 0.
       01  WS-LV-BEST-DATE          PIC 9(08) VALUE 0.
       01  WS-LV-BEST-TOTAL         PIC 9(09) VALUE 0.
       01  WS-LV-WORST-DATE         PIC 9(08) VALUE 0.
       01  WS-LV-WORST-TOTAL        PIC 9(09) VALUE 0.
       01  WS-LV-AVG                PIC 9(09) VALUE 0.

       01  WS-MONTH-DIR-LINE.
           03 FILLER                PIC X(11) VALUE "DIRECTION: ".
           03 DL-NAME               PIC X(12).
           03 FILLER                PIC X(02).
           03 DL-REGIONS            PIC ZZ9.
           03 FILLER                PIC X(08) VALUE " REGIONS".
       01  WS-MONTH-NAT-LINE        PIC X(42)
               VALUE "NATIONAL - TOUTES DIRECTIONS".

      *    Total général du mois et journées de traitement
      *    distinctes, tous enregistrements confondus.
       01  WS-MONTH-GRAND-TOTAL     PIC 9(09) VALUE 0.
                   DEPENDING ON WS-DATE-COUNT
                   INDEXED BY WS-DT-IDX.
               05 WS-DT-DATE        PIC 9(08).
               05 WS-DT-TOTAL       PIC 9(09).
       01  WS-DT-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-DT-FOUND           VALUE "Y".

       01  WS-HOLIDAY-FLAG          PIC X(01) VALUE "N".
           88 WS-DATE-IS-HOLIDAY    VALUE "Y".

      *    Objectifs du mois consolidé (OBJFILE). Objectif de région :
      *    total journalier visé, rapproché de la moyenne journalière
      *    sur jours ouvrés imprimée pour la région (libellé retrouvé
      *    au référentiel des régions). Objectif individuel : score
      *    journalier visé, rapproché du score moyen de l'ID sur les
      *    jours ouvrés du mois (même règle que la moyenne de région,
      *    un férié traité n'y compte pas).
       01  WS-RM-COUNT              PIC 9(03) VALUE 0.
       01  WS-MAX-REGIONS           PIC 9(03) VALUE 100.
       01  WS-REGION-MASTER.
           03  WS-RM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RM-COUNT
                   INDEXED BY WS-RM-IDX.
               05 WS-RM-CODE        PIC X(12).
               05 WS-RM-LABEL       PIC X(12).
               05 WS-RM-DIRECTORATE PIC X(12).
       01  WS-OR-COUNT              PIC 9(03) VALUE 0.
       01  WS-OBJ-REGION-TABLE.
           03  WS-OR-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-OR-COUNT
                   INDEXED BY WS-OR-IDX.
               05 WS-OR-CODE        PIC X(12).
               05 WS-OR-LABEL       PIC X(12).
               05 WS-OR-TARGET      PIC 9(09).
               05 WS-OR-ACTUAL      PIC 9(09).
               05 WS-OR-SEEN        PIC X(01).
       01  WS-OI-COUNT              PIC 9(05) VALUE 0.
       01  WS-MAX-OBJ-IDS           PIC 9(05) VALUE 5000.
       01  WS-OBJ-ID-TABLE.
           03  WS-OI-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OI-COUNT
                   INDEXED BY WS-OI-IDX.
               05 WS-OI-ID          PIC X(04).
               05 WS-OI-NAME        PIC X(12).
               05 WS-OI-TARGET      PIC 9(09).
               05 WS-OI-SUM         PIC 9(09).
               05 WS-OI-DAYS        PIC 9(03).
       01  WS-OBJ-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-OBJ-FOUND          VALUE "Y".
       01  WS-OBJ-ACTUAL            PIC 9(09) VALUE 0.
       01  WS-OBJ-TARGET            PIC 9(09) VALUE 0.
       01  WS-OBJ-PCT               PIC 9(04) VALUE 0.

       01  WS-OBJ-HEADER-R          PIC X(42)
               VALUE "OBJECTIFS DU MOIS - REGIONS".
       01  WS-OBJ-HEADER-I          PIC X(42)
               VALUE "OBJECTIFS DU MOIS - COLLABORATEURS".
       01  WS-OBJ-HEADER-2.
           03 FILLER                PIC X(13) VALUE "Region/ID".
           03 FILLER                PIC X(15) VALUE "Nom".
           03 FILLER                PIC X(13) VALUE "Objectif/j".
           03 FILLER                PIC X(11) VALUE "Realise/j".
           03 FILLER                PIC X(08) VALUE "Atteinte".
       01  WS-OBJ-HEADER-3          PIC X(60) VALUE ALL "-".
       01  WS-OBJ-LINE.
           03 OL-KEY                PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 OL-NAME               PIC X(12).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 OL-TARGET             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 OL-ACTUAL             PIC X(11).
           03 FILLER                PIC X(05) VALUE SPACES.
           03 OL-PCT                PIC X(05).
       01  WS-OBJ-ACTUAL-EDIT       PIC ZZZ,ZZZ,ZZ9.
       01  WS-OBJ-PCT-EDIT.
           03 OP-PCT                PIC ZZZ9.
           03 FILLER                PIC X(01) VALUE "%".
       01  WS-NO-OBJ-LINE           PIC X(37)
               VALUE "AUCUN OBJECTIF POUR LE MOIS DEMANDE".

      *    Compteurs du solde de contrôle.
       01  WS-HIST-READ-COUNT       PIC 9(07) VALUE 0.
       01  WS-MONTH-REC-COUNT       PIC 9(07) VALUE 0.
       01  WS-REGION-PRINT-COUNT    PIC 9(03) VALUE 0.

      *    Contrôle des générations d'entrée (registre GENREG, voir
      *    1090), totaux de contrôle calculés comme dans DataDisp :
      *    HISTFILE = somme des scores numériques, CALFILE = somme
      *    des dates plus un par jour férié, REGIONMST = nombre de
      *    régions actives.
       01  WS-GEN-FILE-NAME          PIC X(10) VALUE SPACES.
       01  WS-GEN-COUNT              PIC 9(09) VALUE 0.
       01  WS-GEN-TOTAL              PIC 9(13) VALUE 0.
       01  WS-GEN-SCORE-NUM          PIC 9(04) VALUE 0.
       01  WS-GEN-EOF-FLAG           PIC X(01) VALUE "N".
           88 WS-GEN-EOF             VALUE "Y".
      *    Dernier tampon du fichier au registre, et dernier tampon
      *    dont les chiffres sont ceux de l'entrée (génération lue).
       01  WS-GEN-LAST.
           03 WS-GL-GEN-NO           PIC 9(05).
           03 WS-GL-SOURCE-GEN       PIC 9(05).
           03 WS-GL-RUN-DATE         PIC 9(08).
           03 WS-GL-PRODUCER         PIC X(10).
       01  WS-GEN-MATCH.
           03 WS-GM-GEN-NO           PIC 9(05).
           03 WS-GM-RUN-DATE         PIC 9(08).
       01  WS-GEN-PRESENT-FLAG       PIC X(01) VALUE "N".
           88 WS-GEN-PRESENT         VALUE "Y".
       01  WS-GEN-CAL-PRESENT-FLAG   PIC X(01) VALUE "N".
           88 WS-GEN-CAL-PRESENT     VALUE "Y".
       01  WS-GEN-CAL-COUNT          PIC 9(09) VALUE 0.
       01  WS-GEN-CAL-TOTAL          PIC 9(13) VALUE 0.
       01  WS-GEN-RGN-PRESENT-FLAG   PIC X(01) VALUE "N".
           88 WS-GEN-RGN-PRESENT     VALUE "Y".
       01  WS-GEN-RGN-COUNT          PIC 9(09) VALUE 0.
       01  WS-GEN-RGN-TOTAL          PIC 9(13) VALUE 0.

       01  WS-MONTH-TRAILER-0       PIC X(37)
               VALUE "TOTAUX DE CONTROLE".
       01  WS-MONTH-TRAILER-1.
           STOP RUN.

      * Enchaîne les étapes : détermination du mois consolidé, tri de
      * l'historique du mois par direction/région/date/ID, impression
      * des cumuls par région, par direction, national et du total
      * général.
       1100-PROCESS-MONTH.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1050-LOAD-CALENDAR THRU 1050-EXIT.
           PERFORM 1150-GET-TARGET-MONTH THRU 1150-EXIT.
           PERFORM 1070-LOAD-REGIONS THRU 1070-EXIT.
           PERFORM 1075-LOAD-OBJECTIVES THRU 1075-EXIT.
           PERFORM 1090-CHECK-GENERATIONS THRU 1090-EXIT.

           OPEN OUTPUT MONTH-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
           PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.

           SORT MONTH-SORT-FILE
               ON ASCENDING KEY MS-DIRECTORATE
               ON ASCENDING KEY MS-REGION
               ON ASCENDING KEY MS-DATE
               ON ASCENDING KEY MS-ID
                   AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM 1500-WRITE-OBJECTIVES THRU 1500-EXIT.
           PERFORM 1600-WRITE-CONTROL-TRAILER THRU 1600-EXIT.

           CLOSE MONTH-SUMMARY-FILE.
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WS-GEN-CAL-PRESENT-FLAG.

           PERFORM UNTIL WS-EOF
               READ CAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GEN-CAL-COUNT
                       IF CA-DATE IS NUMERIC
                           ADD CA-DATE TO WS-GEN-CAL-TOTAL
                       END-IF
                       IF CA-TYPE = "F"
                           ADD 1 TO WS-GEN-CAL-TOTAL
                       END-IF
                       IF CA-TYPE = "F"
                           IF WS-HOL-COUNT >= WS-MAX-HOLIDAYS
                               DISPLAY "MonthCons - ERREUR: plus de "
       1150-EXIT.
           EXIT.

      * Charge les codes, libellés et directions du référentiel des
      * régions, pour rapprocher les objectifs de région (par code)
      * des cumuls de l'historique (par libellé) et rattacher chaque
      * libellé à sa direction. Fichier absent : table vide.
       1070-LOAD-REGIONS.

           MOVE 0 TO WS-RM-COUNT.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT REGION-MASTER-FILE.
           IF WS-REGION-IN-STATUS NOT = "00"
               IF WS-REGION-IN-STATUS = "05"
                   CLOSE REGION-MASTER-FILE
                   GO TO 1070-EXIT
               ELSE
                   DISPLAY "MonthCons - ERREUR OUVERTURE REGIONMST, "
                       "STATUT: " WS-REGION-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WS-GEN-RGN-PRESENT-FLAG.

           PERFORM UNTIL WS-EOF
               READ REGION-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GEN-RGN-COUNT
                       IF RM-ACTIVE = "A"
                           ADD 1 TO WS-GEN-RGN-TOTAL
                       END-IF
                       IF WS-RM-COUNT >= WS-MAX-REGIONS
                           DISPLAY "MonthCons - ERREUR: plus de "
                               WS-MAX-REGIONS
                               " regions sur REGIONMST"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RM-COUNT
                       SET WS-RM-IDX TO WS-RM-COUNT
                       MOVE RM-CODE  TO WS-RM-CODE (WS-RM-IDX)
                       MOVE RM-LABEL TO WS-RM-LABEL (WS-RM-IDX)
                       MOVE RM-DIRECTORATE
                           TO WS-RM-DIRECTORATE (WS-RM-IDX)
               END-READ
           END-PERFORM.

           CLOSE REGION-MASTER-FILE.

       1070-EXIT.
           EXIT.

      * Charge les objectifs du mois consolidé. Fichier absent : les
      * tables restent vides et la section des objectifs le dit.
       1075-LOAD-OBJECTIVES.

           MOVE 0 TO WS-OR-COUNT.
           MOVE 0 TO WS-OI-COUNT.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT OBJECTIVE-FILE.
           IF WS-OBJ-IN-STATUS NOT = "00"
               IF WS-OBJ-IN-STATUS = "05"
                   CLOSE OBJECTIVE-FILE
                   GO TO 1075-EXIT
               ELSE
                   DISPLAY "MonthCons - ERREUR OUVERTURE OBJFILE, "
                       "STATUT: " WS-OBJ-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ OBJECTIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF OB-MONTH = WS-TARGET-YYYYMM
                           PERFORM 1080-NOTE-OBJECTIVE THRU 1080-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OBJECTIVE-FILE.

       1075-EXIT.
           EXIT.

      * Range l'objectif lu dans la table de son type. Le libellé
      * d'une région absente du référentiel reste à blanc : son
      * objectif paraîtra sans réalisé.
       1080-NOTE-OBJECTIVE.

           IF OB-TYPE = "R"
               IF WS-OR-COUNT >= WS-MAX-REGIONS
                   DISPLAY "MonthCons - ERREUR: plus de "
                       WS-MAX-REGIONS " objectifs de region du mois"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OR-COUNT
               SET WS-OR-IDX TO WS-OR-COUNT
               MOVE OB-KEY    TO WS-OR-CODE (WS-OR-IDX)
               MOVE SPACES    TO WS-OR-LABEL (WS-OR-IDX)
               MOVE OB-TARGET TO WS-OR-TARGET (WS-OR-IDX)
               MOVE 0         TO WS-OR-ACTUAL (WS-OR-IDX)
               MOVE "N"       TO WS-OR-SEEN (WS-OR-IDX)
               PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                       UNTIL WS-RM-IDX > WS-RM-COUNT
                   IF WS-RM-CODE (WS-RM-IDX) = OB-KEY
                       MOVE WS-RM-LABEL (WS-RM-IDX)
                           TO WS-OR-LABEL (WS-OR-IDX)
                   END-IF
               END-PERFORM
           END-IF.

           IF OB-TYPE = "I"
               IF WS-OI-COUNT >= WS-MAX-OBJ-IDS
                   DISPLAY "MonthCons - ERREUR: plus de "
                       WS-MAX-OBJ-IDS " objectifs individuels du mois"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OI-COUNT
               SET WS-OI-IDX TO WS-OI-COUNT
               MOVE OB-KEY-ID TO WS-OI-ID (WS-OI-IDX)
               MOVE SPACES    TO WS-OI-NAME (WS-OI-IDX)
               MOVE OB-TARGET TO WS-OI-TARGET (WS-OI-IDX)
               MOVE 0         TO WS-OI-SUM (WS-OI-IDX)
               MOVE 0         TO WS-OI-DAYS (WS-OI-IDX)
           END-IF.

       1080-EXIT.
           EXIT.

      * Imprime l'en-tête de rapport (répété à chaque nouvelle page).
       1200-WRITE-REPORT-HEADER.

       1200-EXIT.
           EXIT.

      * Rapproche du registre GENREG le calendrier et le référentiel
      * des régions (chiffres relevés au chargement) puis
      * l'historique, compté ici avant l'ouverture des sorties : une
      * génération périmée arrête la consolidation avec le code
      * retour 8 avant que la synthèse MTHSUMM ne soit étendue.
      * Fichier absent : rien à contrôler.
       1090-CHECK-GENERATIONS.

           IF WS-GEN-CAL-PRESENT
               MOVE "CALFILE"          TO WS-GEN-FILE-NAME
               MOVE WS-GEN-CAL-COUNT   TO WS-GEN-COUNT
               MOVE WS-GEN-CAL-TOTAL   TO WS-GEN-TOTAL
               PERFORM 1095-CHECK-ONE-GENERATION THRU 1095-EXIT
           END-IF.

           IF WS-GEN-RGN-PRESENT
               MOVE "REGIONMST"        TO WS-GEN-FILE-NAME
               MOVE WS-GEN-RGN-COUNT   TO WS-GEN-COUNT
               MOVE WS-GEN-RGN-TOTAL   TO WS-GEN-TOTAL
               PERFORM 1095-CHECK-ONE-GENERATION THRU 1095-EXIT
           END-IF.

           PERFORM 1091-COUNT-HISTORY THRU 1091-EXIT.
           IF WS-GEN-PRESENT
               MOVE "HISTFILE"         TO WS-GEN-FILE-NAME
               PERFORM 1095-CHECK-ONE-GENERATION THRU 1095-EXIT
           END-IF.

       1090-EXIT.
           EXIT.

      * Compte l'historique HISTFILE et totalise ses scores
      * numériques. Fichier absent : WS-GEN-PRESENT à "N".
       1091-COUNT-HISTORY.

           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-GEN-TOTAL.
           MOVE "N" TO WS-GEN-PRESENT-FLAG.
           MOVE "N" TO WS-GEN-EOF-FLAG.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-IN-STATUS NOT = "00"
               IF WS-HISTORY-IN-STATUS = "05"
                   CLOSE HISTORY-FILE
                   GO TO 1091-EXIT
               ELSE
                   DISPLAY "MonthCons - ERREUR OUVERTURE HISTFILE, "
                       "STATUT: " WS-HISTORY-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WS-GEN-PRESENT-FLAG.

           PERFORM UNTIL WS-GEN-EOF
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GEN-COUNT
                       IF HS-SCORE IS NUMERIC
                           MOVE HS-SCORE TO WS-GEN-SCORE-NUM
                           ADD WS-GEN-SCORE-NUM TO WS-GEN-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       1091-EXIT.
           EXIT.

      * Rapproche les chiffres de l'entrée WS-GEN-FILE-NAME
      * (WS-GEN-COUNT, WS-GEN-TOTAL) des tampons du registre GENREG
      * et rend dans WS-GM-GEN-NO la génération reconnue. Mêmes
      * règles que dans DataDisp : arrêt avec le code retour 8 sur
      * une génération antérieure à la dernière produite ;
      * avertissement en console sur une entrée qu'aucun tampon ne
      * reconnaît ; pas de contrôle sans registre ni tampon.
       1095-CHECK-ONE-GENERATION.

           MOVE 0 TO WS-GL-GEN-NO.
           MOVE 0 TO WS-GM-GEN-NO.
           MOVE "N" TO WS-GEN-EOF-FLAG.

           OPEN INPUT GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
               IF WS-GEN-REG-STATUS = "05"
                   CLOSE GEN-REGISTER-FILE
                   GO TO 1095-EXIT
               ELSE
                   DISPLAY "MonthCons - ERREUR OUVERTURE GENREG, "
                       "STATUT: " WS-GEN-REG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-GEN-EOF
               READ GEN-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF-FLAG
                   NOT AT END
                       IF GR-FILE = WS-GEN-FILE-NAME
                           MOVE GR-GEN-NO     TO WS-GL-GEN-NO
                           MOVE GR-SOURCE-GEN TO WS-GL-SOURCE-GEN
                           MOVE GR-RUN-DATE   TO WS-GL-RUN-DATE
                           MOVE GR-PRODUCER   TO WS-GL-PRODUCER
                           IF GR-COUNT = WS-GEN-COUNT
                               AND GR-TOTAL = WS-GEN-TOTAL
                               MOVE GR-GEN-NO   TO WS-GM-GEN-NO
                               MOVE GR-RUN-DATE TO WS-GM-RUN-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GEN-REGISTER-FILE.

           IF WS-GL-GEN-NO = 0 OR WS-GM-GEN-NO = WS-GL-GEN-NO
               GO TO 1095-EXIT
           END-IF.

           IF WS-GM-GEN-NO = 0
               DISPLAY "MonthCons - ATTENTION: " WS-GEN-FILE-NAME
                   " NE CORRESPOND A AUCUNE GENERATION DU REGISTRE ("
                   WS-GEN-COUNT " ENREG., TOTAL " WS-GEN-TOTAL ")"
               GO TO 1095-EXIT
           END-IF.

           DISPLAY "MonthCons - ERREUR GENERATION PERIMEE SUR "
               WS-GEN-FILE-NAME.
           DISPLAY "MonthCons - GENERATION LUE " WS-GM-GEN-NO
               " DU " WS-GM-RUN-DATE ", DERNIERE PRODUITE "
               WS-GL-GEN-NO " DU " WS-GL-RUN-DATE " PAR "
               WS-GL-PRODUCER.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1095-EXIT.
           EXIT.

      * Procédure d'entrée du tri : relit l'historique et remet au
      * tri les seuls enregistrements du mois consolidé, avec la
      * direction du libellé de région (à blanc si inconnue).
       2000-RELEASE-MONTH.

           MOVE "N" TO WS-EOF-FLAG.
                       ADD 1 TO WS-HIST-READ-COUNT
                       DIVIDE HS-DATE BY 100 GIVING WS-HIST-YYYYMM
                       IF WS-HIST-YYYYMM = WS-TARGET-YYYYMM
                           PERFORM 2050-FIND-DIRECTORATE
                               THRU 2050-EXIT
                           MOVE HS-REGION TO MS-REGION
                           MOVE HS-DATE   TO MS-DATE
                           MOVE HS-ID     TO MS-ID
                           MOVE HS-SCORE  TO MS-SCORE
                           MOVE HS-NAME   TO MS-NAME
                           RELEASE MONTH-SORT-REC
                       END-IF
               END-READ
       2000-EXIT.
           EXIT.

      * Retrouve la direction du libellé HS-REGION dans le référentiel
      * des régions et la pose dans MS-DIRECTORATE.
       2050-FIND-DIRECTORATE.

           MOVE SPACES TO MS-DIRECTORATE.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
               IF WS-RM-LABEL (WS-RM-IDX) = HS-REGION
                   MOVE WS-RM-DIRECTORATE (WS-RM-IDX)
                       TO MS-DIRECTORATE
               END-IF
           END-PERFORM.

       2050-EXIT.
           EXIT.

      * Procédure de sortie du tri : reçoit le mois trié par
      * direction, région, date et ID, dédoublonne les couples
      * ID/date, cumule les journées et imprime les ruptures de
      * région et de direction, puis le bloc national.
       3000-CONSOLIDATE.

           MOVE "N" TO WS-SORT-EOF-FLAG.
           MOVE "N" TO WS-PENDING-FLAG.
           MOVE "N" TO WS-DAY-OPEN-FLAG.
           MOVE "N" TO WS-REGION-OPEN-FLAG.
           MOVE "N" TO WS-DIR-OPEN-FLAG.

           PERFORM UNTIL WS-SORT-EOF
               RETURN MONTH-SORT-FILE
                           AND MS-ID = WS-PEND-ID
                           AND MS-DATE = WS-PEND-DATE
                           MOVE MS-SCORE TO WS-PEND-SCORE
                           MOVE MS-NAME  TO WS-PEND-NAME
                       ELSE
                           IF WS-PENDING
                               PERFORM 3050-APPLY-PENDING
                                   THRU 3050-EXIT
                           END-IF
                           MOVE MS-DIRECTORATE
                               TO WS-PEND-DIRECTORATE
                           MOVE MS-REGION TO WS-PEND-REGION
                           MOVE MS-DATE   TO WS-PEND-DATE
                           MOVE MS-ID     TO WS-PEND-ID
                           MOVE MS-SCORE  TO WS-PEND-SCORE
                           MOVE MS-NAME   TO WS-PEND-NAME
                           MOVE "Y" TO WS-PENDING-FLAG
                       END-IF
               END-RETURN
           IF WS-REGION-OPEN
               PERFORM 3200-PRINT-REGION THRU 3200-EXIT
           END-IF.
           IF WS-DIR-OPEN
               PERFORM 3300-PRINT-DIRECTORATE THRU 3300-EXIT
           END-IF.
           IF WS-DATE-COUNT > 0
               PERFORM 3400-PRINT-NATIONAL THRU 3400-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

      * Cumule l'enregistrement en attente dans la journée en cours,
      * en fermant d'abord la journée, la région et/ou la direction
      * précédentes en cas de rupture.
       3050-APPLY-PENDING.

           IF WS-DAY-OPEN
           IF WS-REGION-OPEN AND WS-PEND-REGION NOT = WS-CUR-REGION
               PERFORM 3200-PRINT-REGION THRU 3200-EXIT
           END-IF.
           IF WS-DIR-OPEN
               AND WS-PEND-DIRECTORATE NOT = WS-CUR-DIRECTORATE
               PERFORM 3300-PRINT-DIRECTORATE THRU 3300-EXIT
           END-IF.

           IF NOT WS-DIR-OPEN
               MOVE "Y" TO WS-DIR-OPEN-FLAG
               MOVE WS-PEND-DIRECTORATE TO WS-CUR-DIRECTORATE
               MOVE 0 TO WS-DIR-REGIONS
               MOVE 0 TO WS-DD-COUNT
           END-IF.
           IF NOT WS-REGION-OPEN
               MOVE "Y" TO WS-REGION-OPEN-FLAG
               MOVE WS-PEND-REGION TO WS-CUR-REGION
           IF WS-PEND-SCORE IS NUMERIC
               MOVE WS-PEND-SCORE TO WS-SCORE-NUM
               ADD WS-SCORE-NUM TO WS-DAY-TOTAL
               IF WS-OI-COUNT > 0
                   PERFORM 3060-NOTE-ID-OBJECTIVE THRU 3060-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-MONTH-REC-COUNT.
           MOVE "N" TO WS-PENDING-FLAG.
       3050-EXIT.
           EXIT.

      * Cumule le score de l'enregistrement en attente (déjà
      * dédoublonné ID/date) sur l'objectif individuel de l'ID, jours
      * ouvrés seulement.
       3060-NOTE-ID-OBJECTIVE.

           MOVE "N" TO WS-OBJ-FOUND-FLAG.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT OR WS-OBJ-FOUND
               IF WS-OI-ID (WS-OI-IDX) = WS-PEND-ID
                   MOVE "Y" TO WS-OBJ-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-OBJ-FOUND
               GO TO 3060-EXIT
           END-IF.
           SET WS-OI-IDX DOWN BY 1.

           MOVE WS-PEND-NAME TO WS-OI-NAME (WS-OI-IDX).
           MOVE WS-PEND-DATE TO WS-CHK-DATE.
           PERFORM 1055-CHECK-HOLIDAY THRU 1055-EXIT.
           IF NOT WS-DATE-IS-HOLIDAY
               ADD WS-SCORE-NUM TO WS-OI-SUM (WS-OI-IDX)
               ADD 1 TO WS-OI-DAYS (WS-OI-IDX)
           END-IF.

       3060-EXIT.
           EXIT.

      * Clôture la journée en cours : met à jour les cumuls, le
      * meilleur et le pire jour de la région, le total général, la
      * table des journées de traitement distinctes (avec le total
      * national du jour) et celle des journées de la direction
      * en cours. Un jour férié traité reste dans les totaux
      * (rapprochement comptable) mais ne compte ni dans les jours
      * ni dans les extrêmes : la moyenne journalière porte sur les
      * seuls jours ouvrés.
       3150-CLOSE-DAY.

           ADD WS-DAY-TOTAL TO WS-RG-TOTAL.
               END-IF
               ADD 1 TO WS-DATE-COUNT
               MOVE WS-CUR-DATE TO WS-DT-DATE (WS-DATE-COUNT)
               MOVE 0           TO WS-DT-TOTAL (WS-DATE-COUNT)
               MOVE WS-DATE-COUNT TO K
           ELSE
               SUBTRACT 1 FROM K
           END-IF.
           ADD WS-DAY-TOTAL TO WS-DT-TOTAL (K).

           MOVE "N" TO WS-DD-FOUND-FLAG.
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
                   UNTIL WS-DD-IDX > WS-DD-COUNT OR WS-DD-FOUND
               IF WS-DD-DATE (WS-DD-IDX) = WS-CUR-DATE
                   MOVE "Y" TO WS-DD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-DD-FOUND
               SET WS-DD-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-DD-COUNT
               SET WS-DD-IDX TO WS-DD-COUNT
               MOVE WS-CUR-DATE TO WS-DD-DATE (WS-DD-IDX)
               MOVE 0           TO WS-DD-TOTAL (WS-DD-IDX)
           END-IF.
           ADD WS-DAY-TOTAL TO WS-DD-TOTAL (WS-DD-IDX).

           MOVE "N" TO WS-DAY-OPEN-FLAG.

               MOVE 0 TO WS-RG-AVG
           END-IF.
           MOVE WS-RG-AVG     TO ML-AVG.
           PERFORM 3270-NOTE-REGION-OBJECTIVE THRU 3270-EXIT.
           WRITE MONTH-REPORT-LINE FROM WS-MONTH-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-RG-BEST-TOTAL  TO SM-BEST-TOTAL.
           MOVE WS-RG-WORST-DATE  TO SM-WORST-DATE.
           MOVE WS-RG-WORST-TOTAL TO SM-WORST-TOTAL.
           MOVE "R"               TO SM-LEVEL.
           MOVE WS-CUR-DIRECTORATE TO SM-DIRECTORATE.
           WRITE MONTH-SUMMARY-REC.

           ADD 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-REGION-PRINT-COUNT.
           ADD 1 TO WS-DIR-REGIONS.
           MOVE "N" TO WS-REGION-OPEN-FLAG.

       3200-EXIT.
           EXIT.

      * Imprime le sous-total de la direction en cours : ligne de
      * direction (nombre de régions), cumuls et extrêmes tirés des
      * journées de la direction, puis dépose l'enregistrement de
      * direction sur la synthèse mensuelle.
       3300-PRINT-DIRECTORATE.

           PERFORM 3350-RESET-LEVEL THRU 3350-EXIT.
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
                   UNTIL WS-DD-IDX > WS-DD-COUNT
               MOVE WS-DD-DATE (WS-DD-IDX)  TO WS-LV-DATE
               MOVE WS-DD-TOTAL (WS-DD-IDX) TO WS-LV-DAY-TOTAL
               PERFORM 3380-NOTE-LEVEL-DAY THRU 3380-EXIT
           END-PERFORM.

           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           IF WS-CUR-DIRECTORATE = SPACES
               MOVE WS-DIR-NONE        TO DL-NAME
           ELSE
               MOVE WS-CUR-DIRECTORATE TO DL-NAME
           END-IF.
           MOVE WS-DIR-REGIONS TO DL-REGIONS.
           WRITE MONTH-REPORT-LINE FROM WS-MONTH-DIR-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           MOVE SPACES             TO ML-REGION.
           MOVE WS-CUR-DIRECTORATE TO SM-REGION.
           MOVE WS-CUR-DIRECTORATE TO SM-DIRECTORATE.
           MOVE "D"                TO SM-LEVEL.
           PERFORM 3390-PRINT-LEVEL THRU 3390-EXIT.

           MOVE SPACES TO MONTH-REPORT-LINE.
           WRITE MONTH-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "N" TO WS-DIR-OPEN-FLAG.

       3300-EXIT.
           EXIT.

      * Remet à zéro les cumuls du niveau agrégé.
       3350-RESET-LEVEL.

           MOVE 0 TO WS-LV-TOTAL.
           MOVE 0 TO WS-LV-BUS-TOTAL.
           MOVE 0 TO WS-LV-DAYS.
           MOVE 0 TO WS-LV-BEST-DATE.
           MOVE 0 TO WS-LV-BEST-TOTAL.
           MOVE 0 TO WS-LV-WORST-DATE.
           MOVE 0 TO WS-LV-WORST-TOTAL.

       3350-EXIT.
           EXIT.

      * Cumule la journée WS-LV-DATE / WS-LV-DAY-TOTAL dans le niveau
      * agrégé, avec la règle des fériés de 3150-CLOSE-DAY.
       3380-NOTE-LEVEL-DAY.

           ADD WS-LV-DAY-TOTAL TO WS-LV-TOTAL.
           MOVE WS-LV-DATE TO WS-CHK-DATE.
           PERFORM 1055-CHECK-HOLIDAY THRU 1055-EXIT.
           IF WS-DATE-IS-HOLIDAY
               GO TO 3380-EXIT
           END-IF.

           ADD WS-LV-DAY-TOTAL TO WS-LV-BUS-TOTAL.
           ADD 1 TO WS-LV-DAYS.
           IF WS-LV-DAYS = 1 OR WS-LV-DAY-TOTAL > WS-LV-BEST-TOTAL
               MOVE WS-LV-DAY-TOTAL TO WS-LV-BEST-TOTAL
               MOVE WS-LV-DATE      TO WS-LV-BEST-DATE
           END-IF.
           IF WS-LV-DAYS = 1 OR WS-LV-DAY-TOTAL < WS-LV-WORST-TOTAL
               MOVE WS-LV-DAY-TOTAL TO WS-LV-WORST-TOTAL
               MOVE WS-LV-DATE      TO WS-LV-WORST-DATE
           END-IF.

       3380-EXIT.
           EXIT.

      * Imprime les lignes de cumuls et d'extrêmes du niveau agrégé
      * (ML-REGION, SM-REGION, SM-DIRECTORATE et SM-LEVEL posés par
      * l'appelant) et dépose l'enregistrement de synthèse.
       3390-PRINT-LEVEL.

           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.

           MOVE WS-LV-DAYS  TO ML-DAYS.
           MOVE WS-LV-TOTAL TO ML-TOTAL.
           IF WS-LV-DAYS > 0
               COMPUTE WS-LV-AVG ROUNDED =
                   WS-LV-BUS-TOTAL / WS-LV-DAYS
           ELSE
               MOVE 0 TO WS-LV-AVG
           END-IF.
           MOVE WS-LV-AVG   TO ML-AVG.
           WRITE MONTH-REPORT-LINE FROM WS-MONTH-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-LV-BEST-DATE TO WS-DATE-WORK.
           PERFORM 3250-EDIT-DATE THRU 3250-EXIT.
           MOVE WS-DATE-EDIT     TO XL-BEST-DATE.
           MOVE WS-LV-BEST-TOTAL TO XL-BEST-TOTAL.
           MOVE WS-LV-WORST-DATE TO WS-DATE-WORK.
           PERFORM 3250-EDIT-DATE THRU 3250-EXIT.
           MOVE WS-DATE-EDIT      TO XL-WORST-DATE.
           MOVE WS-LV-WORST-TOTAL TO XL-WORST-TOTAL.
           WRITE MONTH-REPORT-LINE FROM WS-MONTH-EXTREME-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-COUNT.

           MOVE WS-TARGET-YYYYMM  TO SM-YYYYMM.
           MOVE WS-LV-DAYS        TO SM-DAYS.
           MOVE WS-LV-TOTAL       TO SM-TOTAL.
           MOVE WS-LV-AVG         TO SM-AVG.
           MOVE WS-LV-BEST-DATE   TO SM-BEST-DATE.
           MOVE WS-LV-BEST-TOTAL  TO SM-BEST-TOTAL.
           MOVE WS-LV-WORST-DATE  TO SM-WORST-DATE.
           MOVE WS-LV-WORST-TOTAL TO SM-WORST-TOTAL.
           WRITE MONTH-SUMMARY-REC.

       3390-EXIT.
           EXIT.

      * Imprime le bloc national, tiré des totaux par journée de
      * traitement toutes régions confondues, et dépose
      * l'enregistrement national sur la synthèse mensuelle.
       3400-PRINT-NATIONAL.

           PERFORM 3350-RESET-LEVEL THRU 3350-EXIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-DATE-COUNT
               MOVE WS-DT-DATE (K)  TO WS-LV-DATE
               MOVE WS-DT-TOTAL (K) TO WS-LV-DAY-TOTAL
               PERFORM 3380-NOTE-LEVEL-DAY THRU 3380-EXIT
           END-PERFORM.

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE MONTH-REPORT-LINE FROM WS-MONTH-NAT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           MOVE SPACES TO ML-REGION.
           MOVE SPACES TO SM-REGION.
           MOVE SPACES TO SM-DIRECTORATE.
           MOVE "N"    TO SM-LEVEL.
           PERFORM 3390-PRINT-LEVEL THRU 3390-EXIT.

       3400-EXIT.
           EXIT.

      * Met en forme WS-DATE-WORK (AAAAMMJJ) en AAAA-MM-JJ.
       3250-EDIT-DATE.

       3250-EXIT.
           EXIT.

      * Reporte la moyenne journalière de la région imprimée sur son
      * objectif du mois, s'il en a un.
       3270-NOTE-REGION-OBJECTIVE.

           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-COUNT
               IF WS-OR-LABEL (WS-OR-IDX) = WS-CUR-REGION
                   AND WS-OR-LABEL (WS-OR-IDX) NOT = SPACES
                   MOVE WS-RG-AVG TO WS-OR-ACTUAL (WS-OR-IDX)
                   MOVE "Y"       TO WS-OR-SEEN (WS-OR-IDX)
               END-IF
           END-PERFORM.

       3270-EXIT.
           EXIT.

      * Imprime la section objectif / réalisé : objectifs de région,
      * puis objectifs individuels, dans l'ordre du référentiel. Un
      * objectif sans activité dans le mois paraît SANS DONNEE.
       1500-WRITE-OBJECTIVES.

           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.

           IF WS-OR-COUNT = 0 AND WS-OI-COUNT = 0
               WRITE MONTH-REPORT-LINE FROM WS-NO-OBJ-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               GO TO 1500-EXIT
           END-IF.

           IF WS-OR-COUNT > 0
               WRITE MONTH-REPORT-LINE FROM WS-OBJ-HEADER-R
                   AFTER ADVANCING 2 LINES
               WRITE MONTH-REPORT-LINE FROM WS-OBJ-HEADER-2
                   AFTER ADVANCING 1 LINE
               WRITE MONTH-REPORT-LINE FROM WS-OBJ-HEADER-3
                   AFTER ADVANCING 1 LINE
               ADD 4 TO WS-LINE-COUNT
               PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                       UNTIL WS-OR-IDX > WS-OR-COUNT
                   PERFORM 1510-WRITE-REGION-OBJ THRU 1510-EXIT
               END-PERFORM
           END-IF.

           IF WS-OI-COUNT > 0
               IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
                   PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
               END-IF
               WRITE MONTH-REPORT-LINE FROM WS-OBJ-HEADER-I
                   AFTER ADVANCING 2 LINES
               WRITE MONTH-REPORT-LINE FROM WS-OBJ-HEADER-2
                   AFTER ADVANCING 1 LINE
               WRITE MONTH-REPORT-LINE FROM WS-OBJ-HEADER-3
                   AFTER ADVANCING 1 LINE
               ADD 4 TO WS-LINE-COUNT
               PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                       UNTIL WS-OI-IDX > WS-OI-COUNT
                   PERFORM 1520-WRITE-ID-OBJ THRU 1520-EXIT
               END-PERFORM
           END-IF.

       1500-EXIT.
           EXIT.

      * Ligne objectif / réalisé de la région WS-OR-IDX (libellé
      * officiel, ou code si la région n'est plus au référentiel).
       1510-WRITE-REGION-OBJ.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.

           IF WS-OR-LABEL (WS-OR-IDX) = SPACES
               MOVE WS-OR-CODE (WS-OR-IDX)  TO OL-KEY
           ELSE
               MOVE WS-OR-LABEL (WS-OR-IDX) TO OL-KEY
           END-IF.
           MOVE SPACES                  TO OL-NAME.
           MOVE WS-OR-TARGET (WS-OR-IDX) TO OL-TARGET.
           MOVE WS-OR-TARGET (WS-OR-IDX) TO WS-OBJ-TARGET.
           MOVE WS-OR-ACTUAL (WS-OR-IDX) TO WS-OBJ-ACTUAL.
           IF WS-OR-SEEN (WS-OR-IDX) = "Y"
               PERFORM 1550-EDIT-ATTAIN THRU 1550-EXIT
           ELSE
               MOVE "SANS DONNEE" TO OL-ACTUAL
               MOVE SPACES        TO OL-PCT
           END-IF.
           WRITE MONTH-REPORT-LINE FROM WS-OBJ-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       1510-EXIT.
           EXIT.

      * Ligne objectif / réalisé de l'ID WS-OI-IDX : score moyen sur
      * ses jours ouvrés du mois.
       1520-WRITE-ID-OBJ.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.

           MOVE WS-OI-ID (WS-OI-IDX)     TO OL-KEY.
           MOVE WS-OI-NAME (WS-OI-IDX)   TO OL-NAME.
           MOVE WS-OI-TARGET (WS-OI-IDX) TO OL-TARGET.
           MOVE WS-OI-TARGET (WS-OI-IDX) TO WS-OBJ-TARGET.
           IF WS-OI-DAYS (WS-OI-IDX) > 0
               COMPUTE WS-OBJ-ACTUAL ROUNDED =
                   WS-OI-SUM (WS-OI-IDX) / WS-OI-DAYS (WS-OI-IDX)
               PERFORM 1550-EDIT-ATTAIN THRU 1550-EXIT
           ELSE
               MOVE "SANS DONNEE" TO OL-ACTUAL
               MOVE SPACES        TO OL-PCT
           END-IF.
           WRITE MONTH-REPORT-LINE FROM WS-OBJ-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       1520-EXIT.
           EXIT.

      * Met en forme le réalisé WS-OBJ-ACTUAL et son taux d'atteinte
      * de WS-OBJ-TARGET (pour cent arrondi, plafonné à 9999).
       1550-EDIT-ATTAIN.

           MOVE WS-OBJ-ACTUAL TO WS-OBJ-ACTUAL-EDIT.
           MOVE WS-OBJ-ACTUAL-EDIT TO OL-ACTUAL.
           IF WS-OBJ-TARGET = 0
               MOVE SPACES TO OL-PCT
               GO TO 1550-EXIT
           END-IF.
           COMPUTE WS-OBJ-PCT ROUNDED =
               WS-OBJ-ACTUAL * 100 / WS-OBJ-TARGET
               ON SIZE ERROR
                   MOVE 9999 TO WS-OBJ-PCT
           END-COMPUTE.
           MOVE WS-OBJ-PCT      TO OP-PCT.
           MOVE WS-OBJ-PCT-EDIT TO OL-PCT.

       1550-EXIT.
           EXIT.

      * Imprime le solde de contrôle : le TOTAL MOIS doit égaler la
      * somme des TOTAL SCORE des soldes quotidiens du mois.
       1600-WRITE-CONTROL-TRAILER.
