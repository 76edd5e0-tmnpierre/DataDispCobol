       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeMnt.
       AUTHOR. Pierre.

      *    Registre des contestations de score des responsables de
      *    région. Jusqu'ici le responsable qui contestait un score
      *    de ses pages RGNRPTnn écrivait à l'exploitation, qui
      *    ressaisissait la correction dans CORRIN pour HistCorr sans
      *    autre trace. Les contestations arrivent désormais sur le
      *    fichier DISPIN (région et responsable émetteurs, ID, date,
      *    score contesté, score proposé, motif) avec les décisions
      *    d'approbation ou de refus. Chaque contestation est
      *    contrôlée sur le référentiel REGIONMST et l'historique
      *    HISTFILE (l'ID doit relever de la région du responsable à
      *    cette date, la date doit être encore dans l'historique)
      *    puis portée au registre DISPREG avec un numéro et son état
      *    (ouverte, approuvée, refusée). Ancien registre en entrée,
      *    nouveau registre en sortie (l'ordonnanceur remplace
      *    DISPREG par DISPREGN après bonne fin). Les contestations
      *    approuvées produisent les corrections CORRIN de HistCorr,
      *    chacune avec son numéro de contestation : toute correction
      *    de l'historique remonte à une demande enregistrée. Compte
      *    rendu des mouvements et liste des contestations ouvertes
      *    avec leur ancienneté sur DISPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TRANS-FILE ASSIGN TO "DISPIN"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-TRANS-IN-STATUS.

           SELECT OPTIONAL DISPUTE-REG-FILE ASSIGN TO "DISPREG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REG-IN-STATUS.

           SELECT NEW-DISPUTE-REG-FILE ASSIGN TO "DISPREGN"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REG-OUT-STATUS.

           SELECT REGION-MASTER-FILE ASSIGN TO "REGIONMST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REGION-IN-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-HISTORY-IN-STATUS.

           SELECT CORR-TRANS-FILE ASSIGN TO "CORRIN"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-CORR-OUT-STATUS.

           SELECT DISPUTE-REPORT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mouvements du jour : N = nouvelle contestation déposée par
      *    un responsable de région (code région et nom du
      *    responsable tels qu'au référentiel, ID, date AAAAMMJJ,
      *    score contesté tel qu'imprimé, score proposé, motif
      *    libre) ; A = approbation, R = refus d'une contestation
      *    ouverte, désignée par son numéro au registre, avec le nom
      *    du décideur et un commentaire facultatif.
       FD  DISPUTE-TRANS-FILE
           RECORDING MODE IS F.
       01  DISPUTE-TRANS-REC.
           03 DI-ACTION             PIC X(01).
           03 DI-NEW-DATA.
               05 DI-REGION         PIC X(12).
               05 DI-MANAGER        PIC X(12).
               05 DI-ID             PIC X(04).
               05 DI-DATE           PIC X(08).
               05 DI-DISPUTED       PIC X(04).
               05 DI-PROPOSED       PIC X(04).
               05 DI-REASON         PIC X(30).
           03 DI-DECISION-DATA      REDEFINES DI-NEW-DATA.
               05 DI-DISPUTE-NO     PIC X(05).
               05 DI-DECIDED-BY     PIC X(12).
               05 DI-COMMENT        PIC X(24).
               05 FILLER            PIC X(33).

      *    Registre des contestations, une entrée par contestation
      *    reçue, dans l'ordre des numéros. État O = ouverte,
      *    A = approuvée (correction émise sur CORRIN), R = refusée
      *    par le décideur ou dès le contrôle (décideur CONTROLE,
      *    motif du refus en commentaire). Les données déposées sont
      *    conservées telles que reçues. OPTIONAL : absent lors de
      *    la constitution initiale.
       FD  DISPUTE-REG-FILE
           RECORDING MODE IS F.
       01  DISPUTE-REG-REC.
           03 DR-NO                 PIC 9(05).
           03 DR-STATUS             PIC X(01).
           03 DR-REGION             PIC X(12).
           03 DR-MANAGER            PIC X(12).
           03 DR-ID                 PIC X(04).
           03 DR-DATE               PIC X(08).
           03 DR-DISPUTED           PIC X(04).
           03 DR-PROPOSED           PIC X(04).
           03 DR-REASON             PIC X(30).
           03 DR-RECEIVED           PIC 9(08).
           03 DR-DECIDED            PIC 9(08).
           03 DR-DECIDED-BY         PIC X(12).
           03 DR-COMMENT            PIC X(24).

      *    Nouveau registre, même dessin.
       FD  NEW-DISPUTE-REG-FILE
           RECORDING MODE IS F.
       01  NEW-DISPUTE-REG-REC.
           03 ND-NO                 PIC 9(05).
           03 ND-STATUS             PIC X(01).
           03 ND-REGION             PIC X(12).
           03 ND-MANAGER            PIC X(12).
           03 ND-ID                 PIC X(04).
           03 ND-DATE               PIC X(08).
           03 ND-DISPUTED           PIC X(04).
           03 ND-PROPOSED           PIC X(04).
           03 ND-REASON             PIC X(30).
           03 ND-RECEIVED           PIC 9(08).
           03 ND-DECIDED            PIC 9(08).
           03 ND-DECIDED-BY         PIC X(12).
           03 ND-COMMENT            PIC X(24).

      *    Référentiel des régions, même dessin que dans DataDisp.
       FD  REGION-MASTER-FILE
           RECORDING MODE IS F.
       01  REGION-MASTER-REC.
           03 RM-CODE               PIC X(12).
           03 RM-LABEL              PIC X(12).
           03 RM-MANAGER            PIC X(12).
           03 RM-ACTIVE             PIC X(01).
           03 RM-DIRECTORATE        PIC X(12).

      *    Historique glissant, même dessin que dans DataDisp ;
      *    HS-REGION porte le libellé officiel de la région.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-REC.
           03 HS-ID                 PIC X(04).
           03 HS-DATE               PIC 9(08).
           03 HS-SCORE              PIC X(04).
           03 HS-REGION             PIC X(12).
           03 HS-NAME               PIC X(12).

      *    Corrections pour HistCorr, même dessin que dans HistCorr.
       FD  CORR-TRANS-FILE
           RECORDING MODE IS F.
       01  CORR-TRANS-REC.
           03 CR-ID                 PIC X(04).
           03 CR-DATE               PIC X(08).
           03 CR-SCORE              PIC X(04).
           03 CR-DISPUTE-NO         PIC X(05).

       FD  DISPUTE-REPORT-FILE.
       01  DISPUTE-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           03 WS-TRANS-IN-STATUS    PIC X(02) VALUE "00".
           03 WS-REG-IN-STATUS      PIC X(02) VALUE "00".
           03 WS-REG-OUT-STATUS     PIC X(02) VALUE "00".
           03 WS-REGION-IN-STATUS   PIC X(02) VALUE "00".
           03 WS-HISTORY-IN-STATUS  PIC X(02) VALUE "00".
           03 WS-CORR-OUT-STATUS    PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS  PIC X(02) VALUE "00".

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

      *    Référentiel chargé en mémoire, même capacité que la table
      *    des régions de DataDisp (WS-MAX-REGIONS).
       01  WS-RM-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAX-REGIONS            PIC 9(03) VALUE 100.
       01  WS-REGION-MASTER.
           03  WS-RM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RM-COUNT
                   INDEXED BY WS-RM-IDX.
               05 WS-RM-CODE          PIC X(12).
               05 WS-RM-LABEL         PIC X(12).
               05 WS-RM-MANAGER       PIC X(12).
               05 WS-RM-ACTIVE        PIC X(01).
       01  WS-RM-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-RM-FOUND            VALUE "Y".
       01  WS-RM-MATCH-IDX           PIC 9(03) VALUE 0.

      *    Registre chargé en mémoire : les entrées décidées y
      *    restent (trace de chaque correction), les nouvelles
      *    contestations s'ajoutent en fin avec le numéro suivant.
       01  WS-DR-COUNT               PIC 9(04) VALUE 0.
       01  WS-MAX-DISPUTES           PIC 9(04) VALUE 2000.
       01  WS-NEXT-DISPUTE-NO        PIC 9(05) VALUE 0.
       01  WS-DISPUTE-TABLE.
           03  WS-DR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-DR-COUNT
                   INDEXED BY WS-DR-IDX.
               05 WS-DR-NO            PIC 9(05).
               05 WS-DR-STATUS        PIC X(01).
                   88 WS-DR-OPEN      VALUE "O".
                   88 WS-DR-APPROVED  VALUE "A".
                   88 WS-DR-REFUSED   VALUE "R".
               05 WS-DR-REGION        PIC X(12).
               05 WS-DR-MANAGER       PIC X(12).
               05 WS-DR-ID            PIC X(04).
               05 WS-DR-DATE          PIC X(08).
               05 WS-DR-DISPUTED      PIC X(04).
               05 WS-DR-PROPOSED      PIC X(04).
               05 WS-DR-REASON        PIC X(30).
               05 WS-DR-RECEIVED      PIC 9(08).
               05 WS-DR-DECIDED       PIC 9(08).
               05 WS-DR-DECIDED-BY    PIC X(12).
               05 WS-DR-COMMENT       PIC X(24).
       01  WS-DR-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-DR-FOUND            VALUE "Y".
       01  WS-DR-MATCH-IDX           PIC 9(04) VALUE 0.

      *    Mouvements DISPIN chargés avant la lecture de
      *    l'historique, appliqués ensuite dans leur ordre.
       01  WS-DT-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAX-TRANS              PIC 9(03) VALUE 500.
       01  WS-TRANS-TABLE.
           03  WS-DT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DT-COUNT
                   INDEXED BY WS-DT-IDX.
               05 WS-DT-REC           PIC X(75).

      *    Couples ID/date à rechercher sur l'historique : ceux des
      *    nouvelles contestations et ceux des contestations
      *    ouvertes (revérifiés à l'approbation), relevés en un seul
      *    passage de HISTFILE avec le libellé de région et le score
      *    qui y figurent.
       01  WS-HL-COUNT               PIC 9(04) VALUE 0.
       01  WS-MAX-LOOKUPS            PIC 9(04) VALUE 2500.
       01  WS-HIST-LOOKUP-TABLE.
           03  WS-HL-ENTRY OCCURS 1 TO 2500 TIMES
                   DEPENDING ON WS-HL-COUNT
                   INDEXED BY WS-HL-IDX.
               05 WS-HL-ID            PIC X(04).
               05 WS-HL-DATE          PIC X(08).
               05 WS-HL-IN-HIST       PIC X(01).
               05 WS-HL-REGION        PIC X(12).
               05 WS-HL-SCORE         PIC X(04).
       01  WS-HL-KEY-ID              PIC X(04) VALUE SPACES.
       01  WS-HL-KEY-DATE            PIC X(08) VALUE SPACES.
       01  WS-HL-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-HL-FOUND            VALUE "Y".
       01  WS-HL-MATCH-IDX           PIC 9(04) VALUE 0.

      *    Date la plus ancienne portée par l'historique : une
      *    contestation antérieure vise une journée déjà purgée par
      *    TrendRpt (même règle que HistCorr).
       01  WS-OLDEST-DATE            PIC 9(08) VALUE 99999999.
       01  WS-HIST-DATE-NUM          PIC 9(08) VALUE 0.

       01  WS-REFUSAL-TEXT           PIC X(24) VALUE SPACES.
       01  WS-RESULT-TEXT            PIC X(30) VALUE SPACES.

      *    Compteurs du compte rendu.
       01  WS-TRANS-READ-COUNT       PIC 9(05) VALUE 0.
       01  WS-TRANS-REJECT-COUNT     PIC 9(05) VALUE 0.
       01  WS-OPENED-COUNT           PIC 9(05) VALUE 0.
       01  WS-CTL-REFUSED-COUNT      PIC 9(05) VALUE 0.
       01  WS-APPROVED-COUNT         PIC 9(05) VALUE 0.
       01  WS-REFUSED-COUNT          PIC 9(05) VALUE 0.
       01  WS-CORR-WRITTEN-COUNT     PIC 9(05) VALUE 0.
       01  WS-OPEN-COUNT             PIC 9(05) VALUE 0.

      *    Ancienneté d'une contestation ouverte en jours, même
      *    calcul que pour le suspens de DataDisp (1790).
       01  WS-DN-DATE                PIC 9(08) VALUE 0.
       01  WS-DN-DATE-FIELDS         REDEFINES WS-DN-DATE.
           03 WS-DN-YYYY             PIC 9(04).
           03 WS-DN-MM               PIC 9(02).
           03 WS-DN-DD               PIC 9(02).
       01  WS-DN-YEAR                PIC 9(04) VALUE 0.
       01  WS-DN-MONTH               PIC 9(02) VALUE 0.
       01  WS-DN-ERA                 PIC 9(02) VALUE 0.
       01  WS-DN-YOE                 PIC 9(03) VALUE 0.
       01  WS-DN-DOY                 PIC 9(03) VALUE 0.
       01  WS-DN-WORK                PIC 9(06) VALUE 0.
       01  WS-DN-DAYS                PIC 9(07) VALUE 0.
       01  WS-DN-RUN-DAYS            PIC 9(07) VALUE 0.
       01  WS-DISPUTE-AGE            PIC 9(05) VALUE 0.
       01  WS-AGE-BUCKETS.
           03 WS-AGE-1               PIC 9(05) VALUE 0.
           03 WS-AGE-7               PIC 9(05) VALUE 0.
           03 WS-AGE-30              PIC 9(05) VALUE 0.
           03 WS-AGE-OLD             PIC 9(05) VALUE 0.

       01  WS-DISP-HEADER-1.
           03 FILLER                PIC X(12) VALUE "DisputeMnt -".
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(28)
                   VALUE "CONTESTATIONS DE SCORE      ".
           03 FILLER                PIC X(10) VALUE "  DATE: ".
           03 DH1-RUN-DATE          PIC X(10).

       01  WS-DISP-HEADER-2.
           03 FILLER                PIC X(40)
               VALUE "A NO    REGION       ID   DATE     CONT ".
           03 FILLER                PIC X(20)
               VALUE "PROP RESULTAT".
       01  WS-DISP-HEADER-3        PIC X(80) VALUE ALL "-".

       01  WS-DISP-DETAIL-LINE.
           03 MD-ACTION             PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-NO                 PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-REGION             PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-ID                 PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-DATE               PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-DISPUTED           PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-PROPOSED           PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-RESULT             PIC X(30).

      *    Liste des contestations ouvertes, dans l'ordre des
      *    numéros (donc de réception), avec l'ancienneté en jours
      *    et la répartition par tranche (mêmes tranches que le
      *    suspens de DataDisp).
       01  WS-OPEN-BLOCK-HDR        PIC X(45)
               VALUE "CONTESTATIONS OUVERTES - ANCIENNETE".
       01  WS-OPEN-COL-HDR.
           03 FILLER                PIC X(41)
               VALUE "NO    REGION       RESPONSABLE  ID   DATE".
           03 FILLER                PIC X(31)
               VALUE "     CONT PROP RECUE LE   JOURS".
       01  WS-OPEN-DETAIL-LINE.
           03 OD-NO                 PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 OD-REGION             PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 OD-MANAGER            PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 OD-ID                 PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 OD-DATE               PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 OD-DISPUTED           PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 OD-PROPOSED           PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 OD-RECEIVED.
               05 OD-RC-YYYY        PIC 9(04).
               05 FILLER            PIC X(01) VALUE "-".
               05 OD-RC-MM          PIC 9(02).
               05 FILLER            PIC X(01) VALUE "-".
               05 OD-RC-DD          PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 OD-AGE                PIC ZZZZ9.
       01  WS-OPEN-NONE-LINE        PIC X(37)
               VALUE "AUCUNE".
       01  WS-OPEN-AGE-LINE.
           03 FILLER                PIC X(12) VALUE "0-1 JOUR:".
           03 OA-AGE-1              PIC ZZZZ9.
           03 FILLER                PIC X(12) VALUE "  2-7 J:".
           03 OA-AGE-7              PIC ZZZZ9.
           03 FILLER                PIC X(12) VALUE "  8-30 J:".
           03 OA-AGE-30             PIC ZZZZ9.
           03 FILLER                PIC X(12) VALUE "  +30 J:".
           03 OA-AGE-OLD            PIC ZZZZ9.

       01  WS-DISP-TRAILER-1.
           03 FILLER                PIC X(24) VALUE "MOUVEMENTS LUS:".
           03 DT1-COUNT             PIC ZZZZ9.
       01  WS-DISP-TRAILER-2.
           03 FILLER                PIC X(24)
                   VALUE "NOUVELLES OUVERTES:".
           03 DT2-COUNT             PIC ZZZZ9.
       01  WS-DISP-TRAILER-3.
           03 FILLER                PIC X(24)
                   VALUE "REFUSEES AU CONTROLE:".
           03 DT3-COUNT             PIC ZZZZ9.
       01  WS-DISP-TRAILER-4.
           03 FILLER                PIC X(24) VALUE "APPROUVEES:".
           03 DT4-COUNT             PIC ZZZZ9.
       01  WS-DISP-TRAILER-5.
           03 FILLER                PIC X(24) VALUE "REFUSEES:".
           03 DT5-COUNT             PIC ZZZZ9.
       01  WS-DISP-TRAILER-6.
           03 FILLER                PIC X(24)
                   VALUE "MOUVEMENTS REJETES:".
           03 DT6-COUNT             PIC ZZZZ9.
       01  WS-DISP-TRAILER-7.
           03 FILLER                PIC X(24)
                   VALUE "CORRECTIONS EMISES:".
           03 DT7-COUNT             PIC ZZZZ9.
       01  WS-DISP-TRAILER-8.
           03 FILLER                PIC X(24)
                   VALUE "EN ATTENTE AU REGISTRE:".
           03 DT8-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

      *    Démarre le point d'entrée du programme principal.
       1000-MAIN.

           PERFORM 1100-PROCESS-DISPUTES THRU 1100-EXIT.
           STOP RUN.

      * Enchaîne les étapes : chargement du référentiel, du registre
      * et des mouvements, relevé sur l'historique des couples
      * ID/date concernés, application des mouvements (nouvelles
      * contestations contrôlées, décisions, corrections émises),
      * réécriture du registre, liste des contestations ouvertes et
      * solde. Des mouvements rejetés ou des contestations refusées
      * au contrôle valent le code retour 4 (même convention que
      * RegionMnt) : le responsable doit en être averti.
       1100-PROCESS-DISPUTES.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1200-LOAD-REGIONS THRU 1200-EXIT.
           PERFORM 1250-LOAD-REGISTER THRU 1250-EXIT.
           PERFORM 1300-LOAD-TRANSACTIONS THRU 1300-EXIT.
           PERFORM 1350-BUILD-LOOKUPS THRU 1350-EXIT.
           PERFORM 1400-SCAN-HISTORY THRU 1400-EXIT.

           OPEN OUTPUT DISPUTE-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
               DISPLAY "DisputeMnt - ERREUR OUVERTURE DISPRPT, "
                   "STATUT: " WS-REPORT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-DISPLAY TO DH1-RUN-DATE.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-HEADER-1.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-HEADER-3
               AFTER ADVANCING 1 LINE.

           OPEN OUTPUT CORR-TRANS-FILE.
           IF WS-CORR-OUT-STATUS NOT = "00"
               DISPLAY "DisputeMnt - ERREUR OUVERTURE CORRIN, "
                   "STATUT: " WS-CORR-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1500-APPLY-TRANSACTIONS THRU 1500-EXIT.

           CLOSE CORR-TRANS-FILE.

           PERFORM 1600-WRITE-NEW-REGISTER THRU 1600-EXIT.
           PERFORM 1700-WRITE-OPEN-LIST THRU 1700-EXIT.

           MOVE WS-TRANS-READ-COUNT   TO DT1-COUNT.
           MOVE WS-OPENED-COUNT       TO DT2-COUNT.
           MOVE WS-CTL-REFUSED-COUNT  TO DT3-COUNT.
           MOVE WS-APPROVED-COUNT     TO DT4-COUNT.
           MOVE WS-REFUSED-COUNT      TO DT5-COUNT.
           MOVE WS-TRANS-REJECT-COUNT TO DT6-COUNT.
           MOVE WS-CORR-WRITTEN-COUNT TO DT7-COUNT.
           MOVE WS-OPEN-COUNT         TO DT8-COUNT.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-TRAILER-1
               AFTER ADVANCING 2 LINES.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-TRAILER-2
               AFTER ADVANCING 1 LINE.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-TRAILER-3
               AFTER ADVANCING 1 LINE.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-TRAILER-4
               AFTER ADVANCING 1 LINE.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-TRAILER-5
               AFTER ADVANCING 1 LINE.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-TRAILER-6
               AFTER ADVANCING 1 LINE.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-TRAILER-7
               AFTER ADVANCING 1 LINE.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-TRAILER-8
               AFTER ADVANCING 1 LINE.

           CLOSE DISPUTE-REPORT-FILE.

           IF WS-TRANS-REJECT-COUNT > 0 OR WS-CTL-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       1100-EXIT.
           EXIT.

      * Détermine la date du jour pour l'en-tête du compte rendu et
      * le calcul de l'ancienneté.
       1060-GET-RUN-DATE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YYYY TO RD-YYYY.
           MOVE WS-RUN-DATE-MM   TO RD-MM.
           MOVE WS-RUN-DATE-DD   TO RD-DD.

       1060-EXIT.
           EXIT.

      * Charge le référentiel des régions. Fichier obligatoire : sans
      * référentiel, aucune contestation ne peut être rattachée à
      * son responsable.
       1200-LOAD-REGIONS.

           MOVE 0 TO WS-RM-COUNT.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT REGION-MASTER-FILE.
           IF WS-REGION-IN-STATUS NOT = "00"
               DISPLAY "DisputeMnt - ERREUR OUVERTURE REGIONMST, "
                   "STATUT: " WS-REGION-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ REGION-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RM-COUNT >= WS-MAX-REGIONS
                           DISPLAY "DisputeMnt - ERREUR: plus de "
                               WS-MAX-REGIONS
                               " regions sur REGIONMST"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RM-COUNT
                       SET WS-RM-IDX TO WS-RM-COUNT
                       MOVE RM-CODE    TO WS-RM-CODE (WS-RM-IDX)
                       MOVE RM-LABEL   TO WS-RM-LABEL (WS-RM-IDX)
                       MOVE RM-MANAGER TO WS-RM-MANAGER (WS-RM-IDX)
                       MOVE RM-ACTIVE  TO WS-RM-ACTIVE (WS-RM-IDX)
               END-READ
           END-PERFORM.

           CLOSE REGION-MASTER-FILE.

       1200-EXIT.
           EXIT.

      * Charge le registre courant dans WS-DISPUTE-TABLE et
      * détermine le prochain numéro de contestation. Fichier absent
      * (statut 05, constitution initiale) : registre vide,
      * numérotation à partir de 1.
       1250-LOAD-REGISTER.

           MOVE 0 TO WS-DR-COUNT.
           MOVE 0 TO WS-NEXT-DISPUTE-NO.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT DISPUTE-REG-FILE.
           IF WS-REG-IN-STATUS NOT = "00"
               IF WS-REG-IN-STATUS = "05"
                   CLOSE DISPUTE-REG-FILE
                   ADD 1 TO WS-NEXT-DISPUTE-NO
                   GO TO 1250-EXIT
               ELSE
                   DISPLAY "DisputeMnt - ERREUR OUVERTURE DISPREG, "
                       "STATUT: " WS-REG-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ DISPUTE-REG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-DR-COUNT >= WS-MAX-DISPUTES
                           DISPLAY "DisputeMnt - ERREUR: plus de "
                               WS-MAX-DISPUTES
                               " contestations sur DISPREG"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DR-COUNT
                       SET WS-DR-IDX TO WS-DR-COUNT
                       MOVE DISPUTE-REG-REC TO WS-DR-ENTRY (WS-DR-IDX)
                       IF DR-NO > WS-NEXT-DISPUTE-NO
                           MOVE DR-NO TO WS-NEXT-DISPUTE-NO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DISPUTE-REG-FILE.
           ADD 1 TO WS-NEXT-DISPUTE-NO.

       1250-EXIT.
           EXIT.

      * Charge les mouvements DISPIN dans WS-TRANS-TABLE : ils sont
      * appliqués après la lecture de l'historique, qui ne se fait
      * qu'une fois pour tous les couples ID/date concernés.
       1300-LOAD-TRANSACTIONS.

           MOVE 0 TO WS-DT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT DISPUTE-TRANS-FILE.
           IF WS-TRANS-IN-STATUS NOT = "00"
               DISPLAY "DisputeMnt - ERREUR OUVERTURE DISPIN, STATUT: "
                   WS-TRANS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ DISPUTE-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-DT-COUNT >= WS-MAX-TRANS
                           DISPLAY "DisputeMnt - ERREUR: plus de "
                               WS-MAX-TRANS
                               " mouvements sur DISPIN"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TRANS-READ-COUNT
                       ADD 1 TO WS-DT-COUNT
                       SET WS-DT-IDX TO WS-DT-COUNT
                       MOVE DISPUTE-TRANS-REC TO WS-DT-REC (WS-DT-IDX)
               END-READ
           END-PERFORM.

           CLOSE DISPUTE-TRANS-FILE.

       1300-EXIT.
           EXIT.

      * Relève les couples ID/date à rechercher sur l'historique :
      * contestations ouvertes du registre (une approbation
      * revérifie la journée) et nouvelles contestations de DISPIN.
       1350-BUILD-LOOKUPS.

           MOVE 0 TO WS-HL-COUNT.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-OPEN (WS-DR-IDX)
                   MOVE WS-DR-ID (WS-DR-IDX)   TO WS-HL-KEY-ID
                   MOVE WS-DR-DATE (WS-DR-IDX) TO WS-HL-KEY-DATE
                   PERFORM 1360-ADD-LOOKUP THRU 1360-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               MOVE WS-DT-REC (WS-DT-IDX) TO DISPUTE-TRANS-REC
               IF DI-ACTION = "N"
                   MOVE DI-ID   TO WS-HL-KEY-ID
                   MOVE DI-DATE TO WS-HL-KEY-DATE
                   PERFORM 1360-ADD-LOOKUP THRU 1360-EXIT
               END-IF
           END-PERFORM.

       1350-EXIT.
           EXIT.

      * Ajoute le couple WS-HL-KEY-ID/WS-HL-KEY-DATE à la table des
      * recherches s'il n'y figure pas déjà.
       1360-ADD-LOOKUP.

           PERFORM 1370-FIND-LOOKUP THRU 1370-EXIT.
           IF WS-HL-FOUND
               GO TO 1360-EXIT
           END-IF.

           IF WS-HL-COUNT >= WS-MAX-LOOKUPS
               DISPLAY "DisputeMnt - ERREUR: plus de " WS-MAX-LOOKUPS
                   " couples ID/date a rechercher"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HL-COUNT.
           SET WS-HL-IDX TO WS-HL-COUNT.
           MOVE WS-HL-KEY-ID   TO WS-HL-ID (WS-HL-IDX).
           MOVE WS-HL-KEY-DATE TO WS-HL-DATE (WS-HL-IDX).
           MOVE "N"            TO WS-HL-IN-HIST (WS-HL-IDX).
           MOVE SPACES         TO WS-HL-REGION (WS-HL-IDX).
           MOVE SPACES         TO WS-HL-SCORE (WS-HL-IDX).

       1360-EXIT.
           EXIT.

      * Cherche le couple WS-HL-KEY-ID/WS-HL-KEY-DATE dans la table
      * des recherches : WS-HL-FOUND et WS-HL-MATCH-IDX.
       1370-FIND-LOOKUP.

           MOVE "N" TO WS-HL-FOUND-FLAG.
           MOVE 0 TO WS-HL-MATCH-IDX.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT OR WS-HL-FOUND
               IF WS-HL-ID (WS-HL-IDX) = WS-HL-KEY-ID
                   AND WS-HL-DATE (WS-HL-IDX) = WS-HL-KEY-DATE
                   MOVE "Y" TO WS-HL-FOUND-FLAG
                   SET WS-HL-MATCH-IDX TO WS-HL-IDX
               END-IF
           END-PERFORM.

       1370-EXIT.
           EXIT.

      * Lit l'historique une fois : relève sa journée la plus
      * ancienne et, pour chaque couple ID/date recherché, le
      * libellé de région et le score qui y figurent. Historique
      * obligatoire : sans lui aucune contestation ne peut être
      * contrôlée.
       1400-SCAN-HISTORY.

           MOVE 99999999 TO WS-OLDEST-DATE.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-IN-STATUS NOT = "00"
               DISPLAY "DisputeMnt - ERREUR OUVERTURE HISTFILE, "
                   "STATUT: " WS-HISTORY-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF HS-DATE < WS-OLDEST-DATE
                           MOVE HS-DATE TO WS-OLDEST-DATE
                       END-IF
                       MOVE HS-ID   TO WS-HL-KEY-ID
                       MOVE HS-DATE TO WS-HL-KEY-DATE
                       PERFORM 1370-FIND-LOOKUP THRU 1370-EXIT
                       IF WS-HL-FOUND
                           MOVE "Y"
                             TO WS-HL-IN-HIST (WS-HL-MATCH-IDX)
                           MOVE HS-REGION
                             TO WS-HL-REGION (WS-HL-MATCH-IDX)
                           MOVE HS-SCORE
                             TO WS-HL-SCORE (WS-HL-MATCH-IDX)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       1400-EXIT.
           EXIT.

      * Applique les mouvements dans leur ordre d'arrivée et
      * imprime une ligne de compte rendu par mouvement.
       1500-APPLY-TRANSACTIONS.

           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               MOVE WS-DT-REC (WS-DT-IDX) TO DISPUTE-TRANS-REC
               PERFORM 1510-APPLY-ONE THRU 1510-EXIT
           END-PERFORM.

       1500-EXIT.
           EXIT.

      * Applique le mouvement courant (DISPUTE-TRANS-REC) et imprime
      * sa ligne : numéro de contestation, données de la
      * contestation et résultat.
       1510-APPLY-ONE.

           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE "N" TO WS-DR-FOUND-FLAG.

           EVALUATE DI-ACTION
               WHEN "N"
                   PERFORM 1520-APPLY-NEW THRU 1520-EXIT
               WHEN "A"
                   PERFORM 1530-FIND-DISPUTE THRU 1530-EXIT
                   IF WS-RESULT-TEXT = SPACES
                       PERFORM 1540-APPLY-APPROVE THRU 1540-EXIT
                   END-IF
               WHEN "R"
                   PERFORM 1530-FIND-DISPUTE THRU 1530-EXIT
                   IF WS-RESULT-TEXT = SPACES
                       PERFORM 1550-APPLY-REFUSE THRU 1550-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "REJETE: ACTION INVALIDE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-REJECT-COUNT
           END-EVALUATE.

           MOVE DI-ACTION TO MD-ACTION.
           IF WS-DR-FOUND
               MOVE WS-DR-NO (WS-DR-MATCH-IDX)       TO MD-NO
               MOVE WS-DR-REGION (WS-DR-MATCH-IDX)   TO MD-REGION
               MOVE WS-DR-ID (WS-DR-MATCH-IDX)       TO MD-ID
               MOVE WS-DR-DATE (WS-DR-MATCH-IDX)     TO MD-DATE
               MOVE WS-DR-DISPUTED (WS-DR-MATCH-IDX) TO MD-DISPUTED
               MOVE WS-DR-PROPOSED (WS-DR-MATCH-IDX) TO MD-PROPOSED
           ELSE
               MOVE SPACES TO MD-REGION
               MOVE SPACES TO MD-ID
               MOVE SPACES TO MD-DATE
               MOVE SPACES TO MD-DISPUTED
               MOVE SPACES TO MD-PROPOSED
               IF DI-ACTION = "A" OR DI-ACTION = "R"
                   MOVE DI-DISPUTE-NO TO MD-NO
               ELSE
                   MOVE SPACES TO MD-NO
               END-IF
           END-IF.
           MOVE WS-RESULT-TEXT TO MD-RESULT.
           WRITE DISPUTE-REPORT-LINE FROM WS-DISP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       1510-EXIT.
           EXIT.

      * Nouvelle contestation : toujours portée au registre avec le
      * numéro suivant, ouverte si elle passe les contrôles,
      * refusée sinon (décideur CONTROLE, motif en commentaire) pour
      * que le responsable puisse être renseigné sur son numéro.
      * Contrôles dans l'ordre : région active au référentiel,
      * responsable de cette région, date et scores numériques,
      * score proposé différent, journée encore dans l'historique,
      * ID rattaché à la région ce jour-là, score contesté égal à
      * celui de l'historique, pas d'autre contestation ouverte sur
      * le même couple ID/date.
       1520-APPLY-NEW.

           IF WS-DR-COUNT >= WS-MAX-DISPUTES
               DISPLAY "DisputeMnt - ERREUR: plus de "
                   WS-MAX-DISPUTES " contestations au registre"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-REFUSAL-TEXT.

           MOVE "N" TO WS-RM-FOUND-FLAG.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT OR WS-RM-FOUND
               IF WS-RM-CODE (WS-RM-IDX) = DI-REGION
                   MOVE "Y" TO WS-RM-FOUND-FLAG
                   SET WS-RM-MATCH-IDX TO WS-RM-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-RM-FOUND
               MOVE "REGION INCONNUE" TO WS-REFUSAL-TEXT
               GO TO 1520-REGISTER
           END-IF.
           IF WS-RM-ACTIVE (WS-RM-MATCH-IDX) NOT = "A"
               MOVE "REGION INACTIVE" TO WS-REFUSAL-TEXT
               GO TO 1520-REGISTER
           END-IF.
           IF DI-MANAGER NOT = WS-RM-MANAGER (WS-RM-MATCH-IDX)
               MOVE "RESPONSABLE ERRONE" TO WS-REFUSAL-TEXT
               GO TO 1520-REGISTER
           END-IF.

           IF DI-DATE IS NOT NUMERIC
               MOVE "DATE INVALIDE" TO WS-REFUSAL-TEXT
               GO TO 1520-REGISTER
           END-IF.
           IF DI-DISPUTED IS NOT NUMERIC
               OR DI-PROPOSED IS NOT NUMERIC
               MOVE "SCORE NON NUMERIQUE" TO WS-REFUSAL-TEXT
               GO TO 1520-REGISTER
           END-IF.
           IF DI-PROPOSED = DI-DISPUTED
               MOVE "SCORE PROPOSE INCHANGE" TO WS-REFUSAL-TEXT
               GO TO 1520-REGISTER
           END-IF.

           MOVE DI-ID   TO WS-HL-KEY-ID.
           MOVE DI-DATE TO WS-HL-KEY-DATE.
           PERFORM 1370-FIND-LOOKUP THRU 1370-EXIT.
           IF WS-HL-FOUND-FLAG = "N"
                   OR WS-HL-IN-HIST (WS-HL-MATCH-IDX) NOT = "Y"
               MOVE DI-DATE TO WS-HIST-DATE-NUM
               IF WS-HIST-DATE-NUM < WS-OLDEST-DATE
                   MOVE "DATE HORS HISTORIQUE" TO WS-REFUSAL-TEXT
               ELSE
                   MOVE "ID/DATE ABSENT" TO WS-REFUSAL-TEXT
               END-IF
               GO TO 1520-REGISTER
           END-IF.
           IF WS-HL-REGION (WS-HL-MATCH-IDX)
                   NOT = WS-RM-LABEL (WS-RM-MATCH-IDX)
               MOVE "ID HORS REGION" TO WS-REFUSAL-TEXT
               GO TO 1520-REGISTER
           END-IF.
           IF WS-HL-SCORE (WS-HL-MATCH-IDX) NOT = DI-DISPUTED
               MOVE "SCORE CONTESTE ERRONE" TO WS-REFUSAL-TEXT
               GO TO 1520-REGISTER
           END-IF.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-OPEN (WS-DR-IDX)
                   AND WS-DR-ID (WS-DR-IDX) = DI-ID
                   AND WS-DR-DATE (WS-DR-IDX) = DI-DATE
                   MOVE "DEJA CONTESTE" TO WS-REFUSAL-TEXT
               END-IF
           END-PERFORM.

       1520-REGISTER.
           ADD 1 TO WS-DR-COUNT.
           SET WS-DR-IDX TO WS-DR-COUNT.
           SET WS-DR-MATCH-IDX TO WS-DR-IDX.
           MOVE "Y" TO WS-DR-FOUND-FLAG.
           MOVE WS-NEXT-DISPUTE-NO   TO WS-DR-NO (WS-DR-IDX).
           ADD 1 TO WS-NEXT-DISPUTE-NO.
           MOVE DI-REGION            TO WS-DR-REGION (WS-DR-IDX).
           MOVE DI-MANAGER           TO WS-DR-MANAGER (WS-DR-IDX).
           MOVE DI-ID                TO WS-DR-ID (WS-DR-IDX).
           MOVE DI-DATE              TO WS-DR-DATE (WS-DR-IDX).
           MOVE DI-DISPUTED          TO WS-DR-DISPUTED (WS-DR-IDX).
           MOVE DI-PROPOSED          TO WS-DR-PROPOSED (WS-DR-IDX).
           MOVE DI-REASON            TO WS-DR-REASON (WS-DR-IDX).
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-DR-RECEIVED (WS-DR-IDX).

           IF WS-REFUSAL-TEXT = SPACES
               MOVE "O"    TO WS-DR-STATUS (WS-DR-IDX)
               MOVE 0      TO WS-DR-DECIDED (WS-DR-IDX)
               MOVE SPACES TO WS-DR-DECIDED-BY (WS-DR-IDX)
               MOVE SPACES TO WS-DR-COMMENT (WS-DR-IDX)
               MOVE "OUVERTE" TO WS-RESULT-TEXT
               ADD 1 TO WS-OPENED-COUNT
           ELSE
               MOVE "R"    TO WS-DR-STATUS (WS-DR-IDX)
               MOVE WS-RUN-DATE-YYYYMMDD
                           TO WS-DR-DECIDED (WS-DR-IDX)
               MOVE "CONTROLE" TO WS-DR-DECIDED-BY (WS-DR-IDX)
               MOVE WS-REFUSAL-TEXT TO WS-DR-COMMENT (WS-DR-IDX)
               MOVE "REFUSEE: " TO WS-RESULT-TEXT
               MOVE WS-REFUSAL-TEXT TO WS-RESULT-TEXT (10:21)
               ADD 1 TO WS-CTL-REFUSED-COUNT
           END-IF.

       1520-EXIT.
           EXIT.

      * Retrouve au registre la contestation désignée par le numéro
      * d'une décision : WS-DR-FOUND et WS-DR-MATCH-IDX. Numéro
      * invalide ou inconnu, contestation déjà décidée : le
      * mouvement est rejeté (WS-RESULT-TEXT renseigné).
       1530-FIND-DISPUTE.

           IF DI-DISPUTE-NO IS NOT NUMERIC
               MOVE "REJETE: NUMERO INVALIDE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1530-EXIT
           END-IF.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT OR WS-DR-FOUND
               IF WS-DR-NO (WS-DR-IDX) = DI-DISPUTE-NO
                   MOVE "Y" TO WS-DR-FOUND-FLAG
                   SET WS-DR-MATCH-IDX TO WS-DR-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-DR-FOUND
               MOVE "REJETE: CONTESTATION INCONNUE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1530-EXIT
           END-IF.
           IF NOT WS-DR-OPEN (WS-DR-MATCH-IDX)
               MOVE "REJETE: DEJA DECIDEE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
           END-IF.

       1530-EXIT.
           EXIT.

      * Approbation : la journée est revérifiée sur l'historique du
      * jour. Sortie de l'historique depuis le dépôt, ou score
      * modifié entre-temps (autre correction passée), la
      * contestation est refusée par le contrôle au lieu d'émettre
      * une correction que HistCorr rejetterait ou qui écraserait
      * la précédente. Sinon la contestation passe approuvée et la
      * correction part sur CORRIN avec son numéro.
       1540-APPLY-APPROVE.

           MOVE WS-RUN-DATE-YYYYMMDD TO WS-DR-DECIDED (WS-DR-MATCH-IDX).
           MOVE DI-DECIDED-BY   TO WS-DR-DECIDED-BY (WS-DR-MATCH-IDX).
           MOVE DI-COMMENT      TO WS-DR-COMMENT (WS-DR-MATCH-IDX).

           MOVE WS-DR-ID (WS-DR-MATCH-IDX)   TO WS-HL-KEY-ID.
           MOVE WS-DR-DATE (WS-DR-MATCH-IDX) TO WS-HL-KEY-DATE.
           PERFORM 1370-FIND-LOOKUP THRU 1370-EXIT.
           IF WS-HL-FOUND-FLAG = "N"
                   OR WS-HL-IN-HIST (WS-HL-MATCH-IDX) NOT = "Y"
               MOVE "DATE HORS HISTORIQUE" TO WS-REFUSAL-TEXT
               GO TO 1540-REFUSE
           END-IF.
           IF WS-HL-SCORE (WS-HL-MATCH-IDX)
                   NOT = WS-DR-DISPUTED (WS-DR-MATCH-IDX)
               MOVE "SCORE MODIFIE DEPUIS" TO WS-REFUSAL-TEXT
               GO TO 1540-REFUSE
           END-IF.

           MOVE "A" TO WS-DR-STATUS (WS-DR-MATCH-IDX).
           MOVE WS-DR-ID (WS-DR-MATCH-IDX)       TO CR-ID.
           MOVE WS-DR-DATE (WS-DR-MATCH-IDX)     TO CR-DATE.
           MOVE WS-DR-PROPOSED (WS-DR-MATCH-IDX) TO CR-SCORE.
           MOVE WS-DR-NO (WS-DR-MATCH-IDX)       TO CR-DISPUTE-NO.
           WRITE CORR-TRANS-REC.
           ADD 1 TO WS-CORR-WRITTEN-COUNT.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE "APPROUVEE, CORRECTION EMISE" TO WS-RESULT-TEXT.
           GO TO 1540-EXIT.

       1540-REFUSE.
           MOVE "R" TO WS-DR-STATUS (WS-DR-MATCH-IDX).
           MOVE "CONTROLE" TO WS-DR-DECIDED-BY (WS-DR-MATCH-IDX).
           MOVE WS-REFUSAL-TEXT TO WS-DR-COMMENT (WS-DR-MATCH-IDX).
           MOVE "REFUSEE: " TO WS-RESULT-TEXT.
           MOVE WS-REFUSAL-TEXT TO WS-RESULT-TEXT (10:21).
           ADD 1 TO WS-CTL-REFUSED-COUNT.

       1540-EXIT.
           EXIT.

      * Refus par le décideur : la contestation est close sans
      * correction, avec le nom du décideur et son commentaire.
       1550-APPLY-REFUSE.

           MOVE "R" TO WS-DR-STATUS (WS-DR-MATCH-IDX).
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-DR-DECIDED (WS-DR-MATCH-IDX).
           MOVE DI-DECIDED-BY   TO WS-DR-DECIDED-BY (WS-DR-MATCH-IDX).
           MOVE DI-COMMENT      TO WS-DR-COMMENT (WS-DR-MATCH-IDX).
           MOVE "REFUSEE" TO WS-RESULT-TEXT.
           ADD 1 TO WS-REFUSED-COUNT.

       1550-EXIT.
           EXIT.

      * Réécrit le registre complet sur NEW-DISPUTE-REG-FILE, repris
      * par l'ordonnanceur en remplacement de DISPREG après bonne
      * fin. Les contestations décidées y restent : c'est la trace
      * de chaque correction émise.
       1600-WRITE-NEW-REGISTER.

           OPEN OUTPUT NEW-DISPUTE-REG-FILE.
           IF WS-REG-OUT-STATUS NOT = "00"
               DISPLAY "DisputeMnt - ERREUR OUVERTURE DISPREGN, "
                   "STATUT: " WS-REG-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               MOVE WS-DR-ENTRY (WS-DR-IDX) TO NEW-DISPUTE-REG-REC
               WRITE NEW-DISPUTE-REG-REC
           END-PERFORM.

           CLOSE NEW-DISPUTE-REG-FILE.

       1600-EXIT.
           EXIT.

      * Imprime les contestations restées ouvertes, avec la date de
      * réception et l'ancienneté en jours, suivies de la
      * répartition par tranche d'ancienneté.
       1700-WRITE-OPEN-LIST.

           MOVE WS-RUN-DATE-YYYYMMDD TO WS-DN-DATE.
           PERFORM 1790-DATE-TO-DAYS THRU 1790-EXIT.
           MOVE WS-DN-DAYS TO WS-DN-RUN-DAYS.

           WRITE DISPUTE-REPORT-LINE FROM WS-OPEN-BLOCK-HDR
               AFTER ADVANCING 2 LINES.
           WRITE DISPUTE-REPORT-LINE FROM WS-OPEN-COL-HDR
               AFTER ADVANCING 1 LINE.

           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-AGE-1.
           MOVE 0 TO WS-AGE-7.
           MOVE 0 TO WS-AGE-30.
           MOVE 0 TO WS-AGE-OLD.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-OPEN (WS-DR-IDX)
                   PERFORM 1710-WRITE-OPEN-LINE THRU 1710-EXIT
               END-IF
           END-PERFORM.

           IF WS-OPEN-COUNT = 0
               WRITE DISPUTE-REPORT-LINE FROM WS-OPEN-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE WS-AGE-1   TO OA-AGE-1.
           MOVE WS-AGE-7   TO OA-AGE-7.
           MOVE WS-AGE-30  TO OA-AGE-30.
           MOVE WS-AGE-OLD TO OA-AGE-OLD.
           WRITE DISPUTE-REPORT-LINE FROM WS-OPEN-AGE-LINE
               AFTER ADVANCING 2 LINES.

       1700-EXIT.
           EXIT.

      * Imprime la contestation ouverte WS-DR-IDX et la range dans
      * sa tranche d'ancienneté.
       1710-WRITE-OPEN-LINE.

           ADD 1 TO WS-OPEN-COUNT.
           MOVE WS-DR-NO (WS-DR-IDX)       TO OD-NO.
           MOVE WS-DR-REGION (WS-DR-IDX)   TO OD-REGION.
           MOVE WS-DR-MANAGER (WS-DR-IDX)  TO OD-MANAGER.
           MOVE WS-DR-ID (WS-DR-IDX)       TO OD-ID.
           MOVE WS-DR-DATE (WS-DR-IDX)     TO OD-DATE.
           MOVE WS-DR-DISPUTED (WS-DR-IDX) TO OD-DISPUTED.
           MOVE WS-DR-PROPOSED (WS-DR-IDX) TO OD-PROPOSED.
           MOVE WS-DR-RECEIVED (WS-DR-IDX) TO WS-DN-DATE.
           MOVE WS-DN-YYYY TO OD-RC-YYYY.
           MOVE WS-DN-MM   TO OD-RC-MM.
           MOVE WS-DN-DD   TO OD-RC-DD.

           MOVE 0 TO WS-DISPUTE-AGE.
           IF WS-DN-DATE IS NUMERIC AND WS-DN-DATE NOT = 0
               PERFORM 1790-DATE-TO-DAYS THRU 1790-EXIT
               IF WS-DN-DAYS < WS-DN-RUN-DAYS
                   COMPUTE WS-DISPUTE-AGE =
                       WS-DN-RUN-DAYS - WS-DN-DAYS
               END-IF
           END-IF.
           MOVE WS-DISPUTE-AGE TO OD-AGE.

           WRITE DISPUTE-REPORT-LINE FROM WS-OPEN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
               WHEN WS-DISPUTE-AGE <= 1
                   ADD 1 TO WS-AGE-1
               WHEN WS-DISPUTE-AGE <= 7
                   ADD 1 TO WS-AGE-7
               WHEN WS-DISPUTE-AGE <= 30
                   ADD 1 TO WS-AGE-30
               WHEN OTHER
                   ADD 1 TO WS-AGE-OLD
           END-EVALUATE.

       1710-EXIT.
           EXIT.

      * Convertit la date AAAAMMJJ de WS-DN-DATE en numéro de jour
      * WS-DN-DAYS, même calcul que 1079-DATE-TO-DAYS de DataDisp :
      * année décalée pour commencer en mars, quantième tiré de la
      * longueur alternée des mois, bissextiles par cycles de 400
      * ans.
       1790-DATE-TO-DAYS.

           MOVE WS-DN-YYYY TO WS-DN-YEAR.
           IF WS-DN-MM > 2
               COMPUTE WS-DN-MONTH = WS-DN-MM - 3
           ELSE
               COMPUTE WS-DN-MONTH = WS-DN-MM + 9
               SUBTRACT 1 FROM WS-DN-YEAR
           END-IF.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-ERA.
           COMPUTE WS-DN-YOE = WS-DN-YEAR - WS-DN-ERA * 400.
           COMPUTE WS-DN-WORK = 153 * WS-DN-MONTH + 2.
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-DOY.
           COMPUTE WS-DN-DOY = WS-DN-DOY + WS-DN-DD - 1.
           COMPUTE WS-DN-DAYS = WS-DN-ERA * 146097
                              + WS-DN-YOE * 365 + WS-DN-DOY.
           DIVIDE WS-DN-YOE BY 4 GIVING WS-DN-WORK.
           ADD WS-DN-WORK TO WS-DN-DAYS.
           DIVIDE WS-DN-YOE BY 100 GIVING WS-DN-WORK.
           SUBTRACT WS-DN-WORK FROM WS-DN-DAYS.

       1790-EXIT.
           EXIT.
