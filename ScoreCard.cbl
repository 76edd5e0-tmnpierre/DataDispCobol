       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScoreCard.
       AUTHOR. Pierre.

      *    Bilan annuel par collaborateur et extraction d'éligibilité
      *    à la prime pour la paie. Pour l'année demandée (AAAA lu
      *    sur SCRPARM ; fichier absent, l'année civile précédant la
      *    date d'exécution, le programme passant en début d'année),
      *    chaque ID reçoit son bilan : journées travaillées, moyenne
      *    annuelle, meilleur et plus mauvais mois (moyenne du mois),
      *    journées sous le seuil bas (SEUIL-BAS de PARAMFIL, même
      *    valeur par défaut que DataDisp), alertes émises par
      *    DataDisp (cumul ALERTHST, type A) et corrections
      *    appliquées par HistCorr (cumul CORRLOG). Les journées sont
      *    prises sur les archives (HISTARCP, HISTARCH) puis sur
      *    l'historique glissant HISTFILE ; pour un couple ID/date
      *    présent plusieurs fois, le dernier lu fait foi (même règle
      *    que HistRest). Une alerte ou une correction déposée deux
      *    fois par une exécution reprise n'est comptée qu'une fois.
      *    La région et le nom retenus sont ceux de la dernière
      *    journée de l'année.
      *    Le palier de prime est décidé par les règles de BONUSPRM,
      *    examinées dans l'ordre du fichier : le premier palier dont
      *    toutes les conditions sont remplies est attribué, aucun
      *    palier rempli vaut NON ELIGIBLE (palier 00). Sorties :
      *    BONUSEXT, extraction à dessin fixe reprise par la paie (un
      *    enregistrement par ID, dans l'ordre des ID), et SCRRPT,
      *    listing des bilans groupés par région avec le responsable
      *    de la région (REGIONMST), sous-total par région et solde
      *    de contrôle par palier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCORE-PARM-FILE ASSIGN TO "SCRPARM"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-SPARM-IN-STATUS.

           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARAMFIL"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT BONUS-PARM-FILE ASSIGN TO "BONUSPRM"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-BONUS-IN-STATUS.

           SELECT OPTIONAL REGION-MASTER-FILE ASSIGN TO "REGIONMST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REGION-IN-STATUS.

           SELECT OPTIONAL PRIOR-ARCHIVE-FILE ASSIGN TO "HISTARCP"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PRIOR-ARCH-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-IN-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-HISTORY-IN-STATUS.

           SELECT OPTIONAL ALERT-HIST-FILE ASSIGN TO "ALERTHST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-ALERT-IN-STATUS.

           SELECT OPTIONAL CORR-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-CORR-IN-STATUS.

           SELECT SCORE-WORK-FILE ASSIGN TO "SCRWORK"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT BONUS-EXTRACT-FILE ASSIGN TO "BONUSEXT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-OUT-STATUS.

           SELECT SCORE-REPORT-FILE ASSIGN TO "SCRRPT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

           SELECT SCORE-SORT-FILE ASSIGN TO "SORTWK01".

           SELECT LISTING-SORT-FILE ASSIGN TO "SORTWK02".

       DATA DIVISION.
       FILE SECTION.
      *    Année du bilan (AAAA).
       FD  SCORE-PARM-FILE
           RECORDING MODE IS F.
       01  SCORE-PARM-REC           PIC X(04).

      *    Paramètres d'exécution, même dessin que dans DataDisp :
      *    seul le mot-clé SEUIL-BAS est repris ici, les autres
      *    concernent DataDisp et sont ignorés.
       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-REC.
           03 PR-KEYWORD            PIC X(16).
           03 PR-VALUE              PIC X(05).
           03 PR-EFFECTIVE          PIC X(08).

      *    Règles des paliers de prime, une par enregistrement, dans
      *    l'ordre où elles doivent être examinées (le palier le plus
      *    favorable en premier) :
      *    BP-TIER        code du palier (ni à blanc ni 00, réservé
      *                   aux non éligibles) ;
      *    BP-LABEL       libellé imprimé ;
      *    BP-MIN-AVG     moyenne annuelle minimale ;
      *    BP-MIN-DAYS    journées travaillées minimales ;
      *    BP-MAX-UNDER   journées sous le seuil bas maximales ;
      *    BP-MAX-ALERTS  alertes maximales.
       FD  BONUS-PARM-FILE
           RECORDING MODE IS F.
       01  BONUS-PARM-REC.
           03 BP-TIER               PIC X(02).
           03 BP-LABEL              PIC X(12).
           03 BP-MIN-AVG            PIC X(04).
           03 BP-MIN-DAYS           PIC X(03).
           03 BP-MAX-UNDER          PIC X(03).
           03 BP-MAX-ALERTS         PIC X(03).

      *    Référentiel des régions, même dessin que dans DataDisp.
       FD  REGION-MASTER-FILE
           RECORDING MODE IS F.
       01  REGION-MASTER-REC.
           03 RM-CODE               PIC X(12).
           03 RM-LABEL              PIC X(12).
           03 RM-MANAGER            PIC X(12).
           03 RM-ACTIVE             PIC X(01).
           03 RM-DIRECTORATE        PIC X(12).

      *    Archive de l'année précédente, même dessin que dans
      *    TrendRpt (zones détaillées dans WS-ARCHIVE-WORK).
       FD  PRIOR-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  PRIOR-ARCHIVE-REC        PIC X(48).

      *    Archive de l'année en cours, même dessin que dans TrendRpt.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-REC              PIC X(48).

      *    Historique glissant, même dessin que dans DataDisp (lu
      *    dans WS-ARCHIVE-WORK, dont il forme le début).
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-REC              PIC X(40).

      *    Cumul des alertes, même dessin que ALERTOUT dans DataDisp.
       FD  ALERT-HIST-FILE
           RECORDING MODE IS F.
       01  ALERT-REC.
           03 AL-TYPE               PIC X(01).
           03 AL-DATE               PIC 9(08).
           03 AL-RUN-ID             PIC 9(05).
           03 AL-ID                 PIC X(04).
           03 AL-REGION             PIC X(12).
           03 AL-MANAGER            PIC X(12).
           03 AL-SCORE              PIC X(04).
           03 AL-DAYS               PIC 9(03).

      *    Cumul des corrections appliquées, même dessin que dans
      *    HistCorr.
       FD  CORR-LOG-FILE
           RECORDING MODE IS F.
       01  CORR-LOG-REC.
           03 CL-ID                 PIC X(04).
           03 CL-DATE               PIC 9(08).
           03 CL-OLD-SCORE          PIC X(04).
           03 CL-NEW-SCORE          PIC X(04).
           03 CL-RUN-DATE           PIC 9(08).

      *    Bilans de l'année dans l'ordre des ID, repris par le tri du
      *    listing (zones détaillées dans WS-SCORE-WORK).
       FD  SCORE-WORK-FILE
           RECORDING MODE IS F.
       01  SCORE-WORK-REC           PIC X(78).

      *    Extraction d'éligibilité pour la paie : année, ID, nom et
      *    région de fin d'année, journées travaillées, moyenne
      *    annuelle, journées sous le seuil bas, alertes, corrections,
      *    palier attribué et indicateur d'éligibilité (O/N).
       FD  BONUS-EXTRACT-FILE
           RECORDING MODE IS F.
       01  BONUS-EXTRACT-REC.
           03 BE-YEAR               PIC 9(04).
           03 BE-ID                 PIC X(04).
           03 BE-NAME               PIC X(12).
           03 BE-REGION             PIC X(12).
           03 BE-DAYS               PIC 9(03).
           03 BE-AVG                PIC 9(04).
           03 BE-UNDER              PIC 9(03).
           03 BE-ALERTS             PIC 9(03).
           03 BE-CORR               PIC 9(03).
           03 BE-TIER               PIC X(02).
           03 BE-ELIGIBLE           PIC X(01).

       FD  SCORE-REPORT-FILE.
       01  SCORE-REPORT-LINE        PIC X(80).

      *    Journées, alertes et corrections de l'année, triées par ID,
      *    date, nature (A = alerte, C = correction, H = journée) et
      *    date d'exécution (corrections) ; à clé égale l'ordre de
      *    lecture est conservé, le dernier fait foi.
       SD  SCORE-SORT-FILE.
       01  SCORE-SORT-REC.
           03 SS-SORT-KEY.
               05 SS-ID             PIC X(04).
               05 SS-DATE           PIC 9(08).
               05 SS-KIND           PIC X(01).
               05 SS-SUBKEY         PIC 9(08).
           03 SS-SCORE              PIC X(04).
           03 SS-REGION             PIC X(12).
           03 SS-NAME               PIC X(12).

      *    Bilans triés par région puis ID pour le listing, même
      *    dessin que WS-SCORE-WORK.
       SD  LISTING-SORT-FILE.
       01  LISTING-SORT-REC.
           03 LS-REGION             PIC X(12).
           03 LS-ID                 PIC X(04).
           03 FILLER                PIC X(62).

       WORKING-STORAGE SECTION.

       01  K         PIC 9(05) VALUE 1.

       01  WS-FILE-STATUS.
           03 WS-SPARM-IN-STATUS    PIC X(02) VALUE "00".
           03 WS-PARAM-STATUS       PIC X(02) VALUE "00".
           03 WS-BONUS-IN-STATUS    PIC X(02) VALUE "00".
           03 WS-REGION-IN-STATUS   PIC X(02) VALUE "00".
           03 WS-PRIOR-ARCH-STATUS  PIC X(02) VALUE "00".
           03 WS-ARCHIVE-IN-STATUS  PIC X(02) VALUE "00".
           03 WS-HISTORY-IN-STATUS  PIC X(02) VALUE "00".
           03 WS-ALERT-IN-STATUS    PIC X(02) VALUE "00".
           03 WS-CORR-IN-STATUS     PIC X(02) VALUE "00".
           03 WS-WORK-STATUS        PIC X(02) VALUE "00".
           03 WS-EXTRACT-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS  PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-SORT-EOF-FLAG        PIC X(01) VALUE "N".
           88 WS-SORT-EOF          VALUE "Y".

      *    Enregistrement d'archive : l'enregistrement de HISTFILE tel
      *    quel, suivi de la date d'exécution qui l'a archivé (à blanc
      *    pour une journée lue sur HISTFILE).
       01  WS-ARCHIVE-WORK.
           03 AR-ID                 PIC X(04).
           03 AR-DATE               PIC 9(08).
           03 AR-SCORE              PIC X(04).
           03 AR-REGION             PIC X(12).
           03 AR-NAME               PIC X(12).
           03 AR-ARCH-DATE          PIC X(08).

      *    Bilan d'un ID (FD SCORE-WORK-FILE) : région et nom de fin
      *    d'année, journées, total et moyenne des scores, journées
      *    sous le seuil bas, alertes, corrections, meilleur et plus
      *    mauvais mois (numéro et moyenne du mois), palier attribué.
       01  WS-SCORE-WORK.
           03 SW-REGION             PIC X(12).
           03 SW-ID                 PIC X(04).
           03 SW-NAME               PIC X(12).
           03 SW-DAYS               PIC 9(03).
           03 SW-TOTAL              PIC 9(07).
           03 SW-AVG                PIC 9(04).
           03 SW-UNDER              PIC 9(03).
           03 SW-ALERTS             PIC 9(03).
           03 SW-CORR               PIC 9(03).
           03 SW-BEST-MM            PIC 9(02).
           03 SW-BEST-AVG           PIC 9(04).
           03 SW-WORST-MM           PIC 9(02).
           03 SW-WORST-AVG          PIC 9(04).
           03 SW-TIER               PIC X(02).
           03 SW-TIER-LABEL         PIC X(12).
           03 SW-ELIGIBLE           PIC X(01).
               88 SW-IS-ELIGIBLE    VALUE "O".

      *    En-tête / pagination du listing.
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

      *    Année du bilan (voir FD SCORE-PARM-FILE) et seuil bas.
       01  WS-TARGET-YYYY           PIC 9(04) VALUE 0.
       01  WS-SCORE-THRESHOLD-LOW   PIC 9(04) VALUE 0400.
       01  WS-PARAM-VALUE-NUM       PIC 9(05) VALUE 0.
       01  WS-THRESH-SOURCE-TEXT    PIC X(08) VALUE "DEFAUT".
      *    Seuil retenu : celui en vigueur au 31 décembre de l'année
      *    du bilan (date d'effet la plus récente sans la dépasser).
       01  WS-THRESH-AS-OF          PIC 9(08) VALUE 0.
       01  WS-THRESH-EFFECTIVE      PIC 9(08) VALUE 0.
       01  WS-PARAM-EFFECTIVE-NUM   PIC 9(08) VALUE 0.

      *    Règles des paliers chargées depuis BONUSPRM, avec le nombre
      *    d'ID auxquels chacune a été attribuée.
       01  WS-BR-COUNT              PIC 9(03) VALUE 0.
       01  WS-MAX-RULES             PIC 9(03) VALUE 020.
       01  WS-BR-TABLE.
           03  WS-BR-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY WS-BR-IDX.
               05 WS-BR-TIER        PIC X(02).
               05 WS-BR-LABEL       PIC X(12).
               05 WS-BR-MIN-AVG     PIC 9(04).
               05 WS-BR-MIN-DAYS    PIC 9(03).
               05 WS-BR-MAX-UNDER   PIC 9(03).
               05 WS-BR-MAX-ALERTS  PIC 9(03).
               05 WS-BR-HITS        PIC 9(05).
       01  WS-NOT-ELIGIBLE-COUNT    PIC 9(05) VALUE 0.
       01  WS-TIER-FOUND-FLAG       PIC X(01) VALUE "N".
           88 WS-TIER-FOUND         VALUE "Y".

      *    Libellés et responsables du référentiel des régions : les
      *    journées portent le libellé de la région.
       01  WS-RM-COUNT              PIC 9(03) VALUE 0.
       01  WS-MAX-REGIONS           PIC 9(03) VALUE 100.
       01  WS-RM-TABLE.
           03  WS-RM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RM-COUNT
                   INDEXED BY WS-RM-IDX.
               05 WS-RM-LABEL       PIC X(12).
               05 WS-RM-MANAGER     PIC X(12).

      *    Clé du dernier enregistrement rendu par le tri : une clé
      *    identique signale un double (journée : le dernier lu
      *    remplace le précédent ; alerte ou correction : ignorée).
       01  WS-LAST-SET-FLAG         PIC X(01) VALUE "N".
           88 WS-LAST-SET           VALUE "Y".
       01  WS-LAST-KEY              PIC X(21) VALUE SPACES.

      *    Journée en attente (dernière version lue de la journée).
       01  WS-PENDING-FLAG          PIC X(01) VALUE "N".
           88 WS-PENDING            VALUE "Y".
       01  WS-PEND-DATE             PIC 9(08) VALUE 0.
       01  WS-PEND-DATE-FIELDS      REDEFINES WS-PEND-DATE.
           03 WS-PEND-YYYY          PIC 9(04).
           03 WS-PEND-MM            PIC 9(02).
           03 WS-PEND-DD            PIC 9(02).
       01  WS-PEND-SCORE            PIC X(04).
       01  WS-PEND-REGION           PIC X(12).
       01  WS-PEND-NAME             PIC X(12).

      *    Cumuls de l'ID en cours, dont un poste par mois.
       01  WS-ID-OPEN-FLAG          PIC X(01) VALUE "N".
           88 WS-ID-OPEN            VALUE "Y".
       01  WS-CUR-ID                PIC X(04) VALUE SPACES.
       01  WS-CUR-REGION            PIC X(12) VALUE SPACES.
       01  WS-CUR-NAME              PIC X(12) VALUE SPACES.
       01  WS-CUR-DAYS              PIC 9(03) VALUE 0.
       01  WS-CUR-TOTAL             PIC 9(07) VALUE 0.
       01  WS-CUR-UNDER             PIC 9(03) VALUE 0.
       01  WS-CUR-ALERTS            PIC 9(03) VALUE 0.
       01  WS-CUR-CORR              PIC 9(03) VALUE 0.
       01  WS-MONTH-TABLE.
           03  WS-MO-ENTRY OCCURS 12 TIMES.
               05 WS-MO-DAYS        PIC 9(03).
               05 WS-MO-TOTAL       PIC 9(07).
       01  WS-MONTH-AVG             PIC 9(04) VALUE 0.
       01  WS-SCORE-NUM             PIC 9(04) VALUE 0.

      *    Région en cours d'impression sur le listing.
       01  WS-REGION-OPEN-FLAG      PIC X(01) VALUE "N".
           88 WS-REGION-OPEN        VALUE "Y".
       01  WS-CUR-LIST-REGION       PIC X(12) VALUE SPACES.
       01  WS-RGN-COUNT             PIC 9(05) VALUE 0.
       01  WS-RGN-DAYS              PIC 9(07) VALUE 0.
       01  WS-RGN-TOTAL             PIC 9(09) VALUE 0.
       01  WS-RGN-ELIGIBLE          PIC 9(05) VALUE 0.

      *    Compteurs du solde.
       01  WS-PRIOR-READ-COUNT      PIC 9(07) VALUE 0.
       01  WS-ARCH-READ-COUNT       PIC 9(07) VALUE 0.
       01  WS-HIST-READ-COUNT       PIC 9(07) VALUE 0.
       01  WS-DAY-KEPT-COUNT        PIC 9(07) VALUE 0.
       01  WS-DOUBLE-COUNT          PIC 9(07) VALUE 0.
       01  WS-BAD-SCORE-COUNT       PIC 9(07) VALUE 0.
       01  WS-ALERT-READ-COUNT      PIC 9(07) VALUE 0.
       01  WS-ALERT-KEPT-COUNT      PIC 9(07) VALUE 0.
       01  WS-CORR-READ-COUNT       PIC 9(07) VALUE 0.
       01  WS-CORR-KEPT-COUNT       PIC 9(07) VALUE 0.
       01  WS-ID-COUNT              PIC 9(05) VALUE 0.
       01  WS-ELIGIBLE-COUNT        PIC 9(05) VALUE 0.
       01  WS-NO-DAY-COUNT          PIC 9(05) VALUE 0.

       01  WS-SCR-HEADER-1.
           03 FILLER                PIC X(11) VALUE "ScoreCard -".
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(13) VALUE "BILAN ANNUEL".
           03 SH1-YEAR              PIC 9(04).
           03 FILLER                PIC X(10) VALUE "  DATE: ".
           03 SH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(08) VALUE "  PAGE: ".
           03 SH1-PAGE-NO           PIC ZZ9.
       01  WS-SCR-HEADER-2.
           03 FILLER                PIC X(05) VALUE "ID".
           03 FILLER                PIC X(13) VALUE "NOM".
           03 FILLER                PIC X(05) VALUE "JRS".
           03 FILLER                PIC X(06) VALUE "MOY.".
           03 FILLER                PIC X(09) VALUE "MEILLEUR".
           03 FILLER                PIC X(09) VALUE "PIRE".
           03 FILLER                PIC X(06) VALUE "S/S".
           03 FILLER                PIC X(05) VALUE "ALR".
           03 FILLER                PIC X(05) VALUE "COR".
           03 FILLER                PIC X(06) VALUE "PALIER".
       01  WS-SCR-HEADER-3          PIC X(78) VALUE ALL "-".

       01  WS-RGN-HEADER-LINE.
           03 FILLER                PIC X(08) VALUE "REGION: ".
           03 RGH-REGION            PIC X(12).
           03 FILLER                PIC X(15)
                   VALUE "  RESPONSABLE: ".
           03 RGH-MANAGER           PIC X(12).

       01  WS-DETAIL-LINE.
           03 DL-ID                 PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DL-NAME               PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DL-DAYS               PIC ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DL-AVG                PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DL-BEST-MM            PIC 99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DL-BEST-AVG           PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DL-WORST-MM           PIC 99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DL-WORST-AVG          PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DL-UNDER              PIC ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 DL-ALERTS             PIC ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DL-CORR               PIC ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 DL-TIER               PIC X(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DL-TIER-LABEL         PIC X(12).

       01  WS-RGN-TOTAL-LINE.
           03 FILLER                PIC X(14) VALUE "TOTAL REGION:".
           03 RGT-COUNT             PIC ZZZZ9.
           03 FILLER                PIC X(19)
                   VALUE " COLLAB.  MOYENNE: ".
           03 RGT-AVG               PIC ZZZ9.
           03 FILLER                PIC X(13) VALUE "  ELIGIBLES: ".
           03 RGT-ELIGIBLE          PIC ZZZZ9.

       01  WS-NO-DATA-LINE          PIC X(40)
               VALUE "AUCUNE JOURNEE SUR L'ANNEE DEMANDEE".

       01  WS-SCR-TRAILER-0         PIC X(37)
               VALUE "TOTAUX DE CONTROLE".
       01  WS-SCR-TRAILER-1.
           03 FILLER                PIC X(20) VALUE "SEUIL BAS:".
           03 ST1-THRESH            PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE " (".
           03 ST1-SOURCE            PIC X(08).
           03 FILLER                PIC X(01) VALUE ")".
       01  WS-SCR-TRAILER-2.
           03 FILLER                PIC X(20) VALUE "LUS ARCHIVE AN-1:".
           03 ST2-COUNT             PIC ZZZZZZ9.
       01  WS-SCR-TRAILER-3.
           03 FILLER                PIC X(20)
                   VALUE "LUS ARCHIVE ANNEE:".
           03 ST3-COUNT             PIC ZZZZZZ9.
       01  WS-SCR-TRAILER-4.
           03 FILLER                PIC X(20) VALUE "LUS HISTORIQUE:".
           03 ST4-COUNT             PIC ZZZZZZ9.
       01  WS-SCR-TRAILER-5.
           03 FILLER                PIC X(20)
                   VALUE "JOURNEES RETENUES:".
           03 ST5-COUNT             PIC ZZZZZZ9.
       01  WS-SCR-TRAILER-6.
           03 FILLER                PIC X(20) VALUE "DOUBLES IGNORES:".
           03 ST6-COUNT             PIC ZZZZZZ9.
       01  WS-SCR-TRAILER-7.
           03 FILLER                PIC X(20)
                   VALUE "SCORES NON NUMER.:".
           03 ST7-COUNT             PIC ZZZZZZ9.
       01  WS-SCR-TRAILER-8.
           03 FILLER                PIC X(20) VALUE "ALERTES LUES:".
           03 ST8-COUNT             PIC ZZZZZZ9.
           03 FILLER                PIC X(12) VALUE "  RETENUES:".
           03 ST8-KEPT              PIC ZZZZZZ9.
       01  WS-SCR-TRAILER-9.
           03 FILLER                PIC X(20) VALUE "CORRECTIONS LUES:".
           03 ST9-COUNT             PIC ZZZZZZ9.
           03 FILLER                PIC X(12) VALUE "  RETENUES:".
           03 ST9-KEPT              PIC ZZZZZZ9.
       01  WS-SCR-TRAILER-10.
           03 FILLER                PIC X(20) VALUE "COLLABORATEURS:".
           03 ST10-COUNT            PIC ZZZZZZ9.
       01  WS-SCR-TRAILER-11.
           03 FILLER                PIC X(20) VALUE "SANS JOURNEE:".
           03 ST11-COUNT            PIC ZZZZZZ9.
       01  WS-SCR-TRAILER-12.
           03 FILLER                PIC X(20) VALUE "ELIGIBLES:".
           03 ST12-COUNT            PIC ZZZZZZ9.
       01  WS-RULE-HEADER           PIC X(60) VALUE
           "PALIER         MOY>=  JRS>=  S/S<=  ALR<=     ATTRIBUES".
       01  WS-RULE-LINE.
           03 RL-TIER               PIC X(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RL-LABEL              PIC X(12).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RL-MIN-AVG            PIC ZZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 RL-MIN-DAYS           PIC ZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 RL-MAX-UNDER          PIC ZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 RL-MAX-ALERTS         PIC ZZ9.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 RL-HITS               PIC ZZZZ9.
       01  WS-NOT-ELIGIBLE-LINE.
           03 FILLER                PIC X(15) VALUE "00 NON ELIGIBLE".
           03 FILLER                PIC X(35) VALUE SPACES.
           03 NEL-HITS              PIC ZZZZ9.

       PROCEDURE DIVISION.

      *    Démarre le point d'entrée du programme principal.
       1000-MAIN.

           PERFORM 1100-PROCESS-SCORECARD THRU 1100-EXIT.
           STOP RUN.

      * Enchaîne les étapes : année, seuil bas, règles des paliers
      * et référentiel des régions ; tri des journées, alertes et
      * corrections de l'année par ID, bilan de chaque ID (extraction
      * paie et fichier de travail) ; tri des bilans par région et
      * impression du listing ; solde. Aucun bilan produit vaut le
      * code retour 4 : BONUSEXT est vide.
       1100-PROCESS-SCORECARD.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1150-GET-TARGET-YEAR THRU 1150-EXIT.
           PERFORM 1160-LOAD-THRESHOLD THRU 1160-EXIT.
           PERFORM 1170-LOAD-BONUS-RULES THRU 1170-EXIT.
           PERFORM 1070-LOAD-REGIONS THRU 1070-EXIT.

           OPEN OUTPUT SCORE-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
               DISPLAY "ScoreCard - ERREUR OUVERTURE SCRRPT, STATUT: "
                   WS-REPORT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BONUS-EXTRACT-FILE.
           IF WS-EXTRACT-OUT-STATUS NOT = "00"
               DISPLAY "ScoreCard - ERREUR OUVERTURE BONUSEXT, STATUT: "
                   WS-EXTRACT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SCORE-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ScoreCard - ERREUR OUVERTURE SCRWORK, STATUT: "
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SORT SCORE-SORT-FILE
               ON ASCENDING KEY SS-ID
               ON ASCENDING KEY SS-DATE
               ON ASCENDING KEY SS-KIND
               ON ASCENDING KEY SS-SUBKEY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-RELEASE-YEAR
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-BUILD-SCORECARDS
                   THRU 3000-EXIT.

           CLOSE SCORE-WORK-FILE.
           CLOSE BONUS-EXTRACT-FILE.

           MOVE 0 TO WS-LINE-COUNT.
           PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.

           IF WS-ID-COUNT = 0
               WRITE SCORE-REPORT-LINE FROM WS-NO-DATA-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               SORT LISTING-SORT-FILE
                   ON ASCENDING KEY LS-REGION
                   ON ASCENDING KEY LS-ID
                   USING SCORE-WORK-FILE
                   OUTPUT PROCEDURE IS 4000-PRINT-LISTING
                       THRU 4000-EXIT
           END-IF.

           PERFORM 1600-WRITE-CONTROL-TRAILER THRU 1600-EXIT.

           CLOSE SCORE-REPORT-FILE.

       1100-EXIT.
           EXIT.

      * Détermine la date du jour pour l'en-tête du listing.
       1060-GET-RUN-DATE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YYYY TO RD-YYYY.
           MOVE WS-RUN-DATE-MM   TO RD-MM.
           MOVE WS-RUN-DATE-DD   TO RD-DD.

       1060-EXIT.
           EXIT.

      * Détermine l'année du bilan : lue sur SCRPARM (AAAA) quand le
      * fichier est présent, sinon l'année civile précédant la date
      * d'exécution. Un paramètre présent mais invalide arrête le
      * traitement (même règle que MTHPARM dans MonthCons).
       1150-GET-TARGET-YEAR.

           MOVE 0 TO WS-TARGET-YYYY.
           OPEN INPUT SCORE-PARM-FILE.
           IF WS-SPARM-IN-STATUS = "00"
               READ SCORE-PARM-FILE
                   NOT AT END
                       IF SCORE-PARM-REC IS NUMERIC
                           MOVE SCORE-PARM-REC TO WS-TARGET-YYYY
                       END-IF
               END-READ
               CLOSE SCORE-PARM-FILE
               IF WS-TARGET-YYYY = 0
                   DISPLAY "ScoreCard - ERREUR: PARAMETRE SCRPARM "
                       "INVALIDE: " SCORE-PARM-REC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-SPARM-IN-STATUS = "05"
                   CLOSE SCORE-PARM-FILE
               ELSE
                   DISPLAY "ScoreCard - ERREUR OUVERTURE SCRPARM, "
                       "STATUT: " WS-SPARM-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-TARGET-YYYY = WS-RUN-DATE-YYYY - 1
           END-IF.

       1150-EXIT.
           EXIT.

      * Reprend le seuil bas de PARAMFIL (mot-clé SEUIL-BAS), sous
      * le même défaut que DataDisp quand le fichier ou le mot-clé
      * est absent ; les autres mots-clés sont ignorés. Comme les
      * valeurs portent une date d'effet, c'est la valeur en
      * vigueur au 31 décembre de l'année du bilan qui est retenue
      * (même règle que DataDisp à sa date d'exécution).
       1160-LOAD-THRESHOLD.

           COMPUTE WS-THRESH-AS-OF = WS-TARGET-YYYY * 10000 + 1231.
           MOVE 0 TO WS-THRESH-EFFECTIVE.

           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               IF WS-PARAM-STATUS = "05"
                   CLOSE PARAM-FILE
                   GO TO 1160-EXIT
               ELSE
                   DISPLAY "ScoreCard - ERREUR OUVERTURE PARAMFIL, "
                       "STATUT: " WS-PARAM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PARAM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PR-KEYWORD = "SEUIL-BAS"
                           PERFORM 1165-APPLY-THRESHOLD THRU 1165-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PARAM-FILE.

       1160-EXIT.
           EXIT.

      * Contrôle l'enregistrement SEUIL-BAS courant et le retient
      * s'il est en vigueur au 31 décembre de l'année du bilan et
      * au moins aussi récent que la valeur déjà retenue.
       1165-APPLY-THRESHOLD.

           IF PR-VALUE IS NOT NUMERIC
               DISPLAY "ScoreCard - ERREUR PARAMFIL: "
                   "VALEUR NON NUMERIQUE POUR "
                   PR-KEYWORD ": " PR-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PR-VALUE TO WS-PARAM-VALUE-NUM.
           IF WS-PARAM-VALUE-NUM > 9999
               DISPLAY "ScoreCard - ERREUR PARAMFIL: "
                   "VALEUR HORS LIMITES POUR "
                   PR-KEYWORD ": " PR-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PR-EFFECTIVE = SPACES
               MOVE 0 TO WS-PARAM-EFFECTIVE-NUM
           ELSE
               IF PR-EFFECTIVE IS NOT NUMERIC
                   DISPLAY "ScoreCard - ERREUR PARAMFIL: "
                       "DATE D'EFFET INVALIDE POUR "
                       PR-KEYWORD ": " PR-EFFECTIVE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PR-EFFECTIVE TO WS-PARAM-EFFECTIVE-NUM
           END-IF.
           IF WS-PARAM-EFFECTIVE-NUM > WS-THRESH-AS-OF
               GO TO 1165-EXIT
           END-IF.
           IF WS-PARAM-EFFECTIVE-NUM < WS-THRESH-EFFECTIVE
               GO TO 1165-EXIT
           END-IF.

           MOVE WS-PARAM-VALUE-NUM     TO WS-SCORE-THRESHOLD-LOW.
           MOVE WS-PARAM-EFFECTIVE-NUM TO WS-THRESH-EFFECTIVE.
           MOVE "FICHIER" TO WS-THRESH-SOURCE-TEXT.

       1165-EXIT.
           EXIT.

      * Charge les règles des paliers de BONUSPRM. Pas de règle par
      * défaut : décider des primes sur des règles devinées serait
      * pire qu'un arrêt. Fichier absent ou vide, ou règle invalide :
      * code retour 16.
       1170-LOAD-BONUS-RULES.

           MOVE 0 TO WS-BR-COUNT.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT BONUS-PARM-FILE.
           IF WS-BONUS-IN-STATUS NOT = "00"
               DISPLAY "ScoreCard - ERREUR OUVERTURE BONUSPRM, STATUT: "
                   WS-BONUS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ BONUS-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1175-LOAD-ONE-RULE THRU 1175-EXIT
               END-READ
           END-PERFORM.

           CLOSE BONUS-PARM-FILE.

           IF WS-BR-COUNT = 0
               DISPLAY "ScoreCard - ERREUR BONUSPRM: AUCUNE REGLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1170-EXIT.
           EXIT.

      * Contrôle et range la règle courante. Les lignes entièrement à
      * blanc sont tolérées.
       1175-LOAD-ONE-RULE.

           IF BONUS-PARM-REC = SPACES
               GO TO 1175-EXIT
           END-IF.

           IF BP-TIER = SPACES OR BP-TIER = "00"
               DISPLAY "ScoreCard - ERREUR BONUSPRM: CODE PALIER "
                   "INVALIDE: " BONUS-PARM-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BP-MIN-AVG IS NOT NUMERIC
                   OR BP-MIN-DAYS IS NOT NUMERIC
                   OR BP-MAX-UNDER IS NOT NUMERIC
                   OR BP-MAX-ALERTS IS NOT NUMERIC
               DISPLAY "ScoreCard - ERREUR BONUSPRM: CONDITION NON "
                   "NUMERIQUE POUR LE PALIER " BP-TIER ": "
                   BONUS-PARM-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BR-COUNT >= WS-MAX-RULES
               DISPLAY "ScoreCard - ERREUR: plus de " WS-MAX-RULES
                   " regles sur BONUSPRM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-BR-COUNT.
           SET WS-BR-IDX TO WS-BR-COUNT.
           MOVE BP-TIER       TO WS-BR-TIER (WS-BR-IDX).
           MOVE BP-LABEL      TO WS-BR-LABEL (WS-BR-IDX).
           MOVE BP-MIN-AVG    TO WS-BR-MIN-AVG (WS-BR-IDX).
           MOVE BP-MIN-DAYS   TO WS-BR-MIN-DAYS (WS-BR-IDX).
           MOVE BP-MAX-UNDER  TO WS-BR-MAX-UNDER (WS-BR-IDX).
           MOVE BP-MAX-ALERTS TO WS-BR-MAX-ALERTS (WS-BR-IDX).
           MOVE 0             TO WS-BR-HITS (WS-BR-IDX).

       1175-EXIT.
           EXIT.

      * Charge les libellés et responsables du référentiel des
      * régions. Fichier absent : table vide, les responsables sont
      * imprimés INCONNU.
       1070-LOAD-REGIONS.

           MOVE 0 TO WS-RM-COUNT.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT REGION-MASTER-FILE.
           IF WS-REGION-IN-STATUS NOT = "00"
               IF WS-REGION-IN-STATUS = "05"
                   CLOSE REGION-MASTER-FILE
                   GO TO 1070-EXIT
               ELSE
                   DISPLAY "ScoreCard - ERREUR OUVERTURE REGIONMST, "
                       "STATUT: " WS-REGION-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ REGION-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RM-COUNT >= WS-MAX-REGIONS
                           DISPLAY "ScoreCard - ERREUR: plus de "
                               WS-MAX-REGIONS
                               " regions sur REGIONMST"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RM-COUNT
                       SET WS-RM-IDX TO WS-RM-COUNT
                       MOVE RM-LABEL   TO WS-RM-LABEL (WS-RM-IDX)
                       MOVE RM-MANAGER TO WS-RM-MANAGER (WS-RM-IDX)
               END-READ
           END-PERFORM.

           CLOSE REGION-MASTER-FILE.

       1070-EXIT.
           EXIT.

      * Imprime l'en-tête du listing (répété à chaque nouvelle page).
       1200-WRITE-REPORT-HEADER.

           ADD 1 TO WS-PAGE-NO.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-TARGET-YYYY TO SH1-YEAR.
           MOVE WS-RUN-DATE-DISPLAY TO SH1-RUN-DATE.
           MOVE WS-PAGE-NO TO SH1-PAGE-NO.

           IF WS-PAGE-NO = 1
               WRITE SCORE-REPORT-LINE FROM WS-SCR-HEADER-1
           ELSE
               WRITE SCORE-REPORT-LINE FROM WS-SCR-HEADER-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-HEADER-2
               AFTER ADVANCING 2 LINES.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-HEADER-3
               AFTER ADVANCING 1 LINE.
           ADD 4 TO WS-LINE-COUNT.

       1200-EXIT.
           EXIT.

      * Procédure d'entrée du tri : remet au tri les journées de
      * l'année (archive de l'année précédente, archive de l'année en
      * cours puis historique glissant, dans cet ordre pour que la
      * version la plus récente d'une journée passe en dernier), les
      * alertes de l'année et les corrections dont la date d'effet
      * tombe dans l'année. Un fichier absent est simplement ignoré.
       2000-RELEASE-YEAR.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT PRIOR-ARCHIVE-FILE.
           IF WS-PRIOR-ARCH-STATUS NOT = "00"
               IF WS-PRIOR-ARCH-STATUS = "05"
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   DISPLAY "ScoreCard - ERREUR OUVERTURE HISTARCP, "
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
                       PERFORM 2050-RELEASE-DAY THRU 2050-EXIT
               END-READ
           END-PERFORM.

           CLOSE PRIOR-ARCHIVE-FILE.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-IN-STATUS NOT = "00"
               IF WS-ARCHIVE-IN-STATUS = "05"
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   DISPLAY "ScoreCard - ERREUR OUVERTURE HISTARCH, "
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
                       PERFORM 2050-RELEASE-DAY THRU 2050-EXIT
               END-READ
           END-PERFORM.

           CLOSE ARCHIVE-FILE.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-IN-STATUS NOT = "00"
               IF WS-HISTORY-IN-STATUS = "05"
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   DISPLAY "ScoreCard - ERREUR OUVERTURE HISTFILE, "
                       "STATUT: " WS-HISTORY-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE INTO WS-ARCHIVE-WORK
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-COUNT
                       PERFORM 2050-RELEASE-DAY THRU 2050-EXIT
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

           PERFORM 2100-RELEASE-ALERTS THRU 2100-EXIT.
           PERFORM 2200-RELEASE-CORRECTIONS THRU 2200-EXIT.

       2000-EXIT.
           EXIT.

      * Remet au tri la journée lue dans WS-ARCHIVE-WORK si elle
      * appartient à l'année du bilan.
       2050-RELEASE-DAY.

           IF AR-DATE (1:4) NOT = WS-TARGET-YYYY
               GO TO 2050-EXIT
           END-IF.

           MOVE AR-ID     TO SS-ID.
           MOVE AR-DATE   TO SS-DATE.
           MOVE "H"       TO SS-KIND.
           MOVE 0         TO SS-SUBKEY.
           MOVE AR-SCORE  TO SS-SCORE.
           MOVE AR-REGION TO SS-REGION.
           MOVE AR-NAME   TO SS-NAME.
           RELEASE SCORE-SORT-REC.

       2050-EXIT.
           EXIT.

      * Remet au tri les alertes (type A) émises dans l'année ; les
      * rétablissements (type R) ne comptent pas.
       2100-RELEASE-ALERTS.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ALERT-HIST-FILE.
           IF WS-ALERT-IN-STATUS NOT = "00"
               IF WS-ALERT-IN-STATUS = "05"
                   CLOSE ALERT-HIST-FILE
                   GO TO 2100-EXIT
               ELSE
                   DISPLAY "ScoreCard - ERREUR OUVERTURE ALERTHST, "
                       "STATUT: " WS-ALERT-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ ALERT-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AL-TYPE = "A"
                           AND AL-DATE (1:4) = WS-TARGET-YYYY
                           ADD 1 TO WS-ALERT-READ-COUNT
                           MOVE AL-ID    TO SS-ID
                           MOVE AL-DATE  TO SS-DATE
                           MOVE "A"      TO SS-KIND
                           MOVE 0        TO SS-SUBKEY
                           MOVE AL-SCORE TO SS-SCORE
                           MOVE SPACES   TO SS-REGION
                           MOVE SPACES   TO SS-NAME
                           RELEASE SCORE-SORT-REC
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALERT-HIST-FILE.

       2100-EXIT.
           EXIT.

      * Remet au tri les corrections dont la date d'effet tombe dans
      * l'année (la date d'exécution de HistCorr distingue deux
      * corrections successives d'une même journée d'un double).
       2200-RELEASE-CORRECTIONS.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CORR-LOG-FILE.
           IF WS-CORR-IN-STATUS NOT = "00"
               IF WS-CORR-IN-STATUS = "05"
                   CLOSE CORR-LOG-FILE
                   GO TO 2200-EXIT
               ELSE
                   DISPLAY "ScoreCard - ERREUR OUVERTURE CORRLOG, "
                       "STATUT: " WS-CORR-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ CORR-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CL-DATE (1:4) = WS-TARGET-YYYY
                           ADD 1 TO WS-CORR-READ-COUNT
                           MOVE CL-ID        TO SS-ID
                           MOVE CL-DATE      TO SS-DATE
                           MOVE "C"          TO SS-KIND
                           MOVE CL-RUN-DATE  TO SS-SUBKEY
                           MOVE CL-NEW-SCORE TO SS-SCORE
                           MOVE SPACES       TO SS-REGION
                           MOVE SPACES       TO SS-NAME
                           RELEASE SCORE-SORT-REC
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CORR-LOG-FILE.

       2200-EXIT.
           EXIT.

      * Procédure de sortie du tri : reçoit l'année triée par ID,
      * cumule chaque ID et produit son bilan à la rupture.
       3000-BUILD-SCORECARDS.

           MOVE "N" TO WS-SORT-EOF-FLAG.
           MOVE "N" TO WS-LAST-SET-FLAG.
           MOVE "N" TO WS-PENDING-FLAG.
           MOVE "N" TO WS-ID-OPEN-FLAG.

           PERFORM UNTIL WS-SORT-EOF
               RETURN SCORE-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 3050-TAKE-ONE THRU 3050-EXIT
               END-RETURN
           END-PERFORM.

           IF WS-PENDING
               PERFORM 3060-ADD-DAY THRU 3060-EXIT
           END-IF.
           IF WS-ID-OPEN
               PERFORM 3100-CLOSE-ID THRU 3100-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

      * Traite l'enregistrement trié courant. Clé identique à la
      * précédente : double, la journée remplace celle en attente,
      * l'alerte ou la correction est ignorée. Sinon la journée en
      * attente est cumulée, la rupture d'ID traitée, puis
      * l'enregistrement pris en compte selon sa nature.
       3050-TAKE-ONE.

           IF WS-LAST-SET AND SS-SORT-KEY = WS-LAST-KEY
               ADD 1 TO WS-DOUBLE-COUNT
               IF SS-KIND = "H"
                   MOVE SS-SCORE  TO WS-PEND-SCORE
                   MOVE SS-REGION TO WS-PEND-REGION
                   MOVE SS-NAME   TO WS-PEND-NAME
               END-IF
               GO TO 3050-EXIT
           END-IF.
           MOVE SS-SORT-KEY TO WS-LAST-KEY.
           MOVE "Y" TO WS-LAST-SET-FLAG.

           IF WS-PENDING
               PERFORM 3060-ADD-DAY THRU 3060-EXIT
           END-IF.
           IF WS-ID-OPEN AND SS-ID NOT = WS-CUR-ID
               PERFORM 3100-CLOSE-ID THRU 3100-EXIT
           END-IF.
           IF NOT WS-ID-OPEN
               PERFORM 3080-OPEN-ID THRU 3080-EXIT
           END-IF.

           EVALUATE SS-KIND
               WHEN "H"
                   MOVE SS-DATE   TO WS-PEND-DATE
                   MOVE SS-SCORE  TO WS-PEND-SCORE
                   MOVE SS-REGION TO WS-PEND-REGION
                   MOVE SS-NAME   TO WS-PEND-NAME
                   MOVE "Y" TO WS-PENDING-FLAG
               WHEN "A"
                   ADD 1 TO WS-CUR-ALERTS
                   ADD 1 TO WS-ALERT-KEPT-COUNT
               WHEN "C"
                   ADD 1 TO WS-CUR-CORR
                   ADD 1 TO WS-CORR-KEPT-COUNT
           END-EVALUATE.

       3050-EXIT.
           EXIT.

      * Cumule la journée en attente dans l'ID en cours (total, mois,
      * journées sous le seuil bas). Un score non numérique n'est
      * pas une journée exploitable : il est seulement compté.
       3060-ADD-DAY.

           MOVE "N" TO WS-PENDING-FLAG.
           IF WS-PEND-SCORE IS NOT NUMERIC
               ADD 1 TO WS-BAD-SCORE-COUNT
               GO TO 3060-EXIT
           END-IF.

           MOVE WS-PEND-SCORE TO WS-SCORE-NUM.
           ADD 1 TO WS-CUR-DAYS.
           ADD 1 TO WS-DAY-KEPT-COUNT.
           ADD WS-SCORE-NUM TO WS-CUR-TOTAL.
           ADD 1 TO WS-MO-DAYS (WS-PEND-MM).
           ADD WS-SCORE-NUM TO WS-MO-TOTAL (WS-PEND-MM).
           IF WS-SCORE-NUM < WS-SCORE-THRESHOLD-LOW
               ADD 1 TO WS-CUR-UNDER
           END-IF.
           MOVE WS-PEND-REGION TO WS-CUR-REGION.
           MOVE WS-PEND-NAME   TO WS-CUR-NAME.

       3060-EXIT.
           EXIT.

      * Ouvre les cumuls de l'ID de l'enregistrement trié courant.
       3080-OPEN-ID.

           MOVE "Y" TO WS-ID-OPEN-FLAG.
           MOVE SS-ID  TO WS-CUR-ID.
           MOVE SPACES TO WS-CUR-REGION.
           MOVE SPACES TO WS-CUR-NAME.
           MOVE 0 TO WS-CUR-DAYS.
           MOVE 0 TO WS-CUR-TOTAL.
           MOVE 0 TO WS-CUR-UNDER.
           MOVE 0 TO WS-CUR-ALERTS.
           MOVE 0 TO WS-CUR-CORR.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 12
               MOVE 0 TO WS-MO-DAYS (K)
               MOVE 0 TO WS-MO-TOTAL (K)
           END-PERFORM.

       3080-EXIT.
           EXIT.

      * Produit le bilan de l'ID en cours : moyenne annuelle,
      * meilleur et plus mauvais mois (le premier en date à moyenne
      * égale), palier, puis extraction paie et fichier de travail
      * du listing. Un ID sans aucune journée exploitable dans
      * l'année (alerte ou correction seule) n'a pas de bilan : il
      * est seulement compté.
       3100-CLOSE-ID.

           MOVE "N" TO WS-ID-OPEN-FLAG.
           IF WS-CUR-DAYS = 0
               ADD 1 TO WS-NO-DAY-COUNT
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-CUR-REGION TO SW-REGION.
           MOVE WS-CUR-ID     TO SW-ID.
           MOVE WS-CUR-NAME   TO SW-NAME.
           MOVE WS-CUR-DAYS   TO SW-DAYS.
           MOVE WS-CUR-TOTAL  TO SW-TOTAL.
           COMPUTE SW-AVG ROUNDED = WS-CUR-TOTAL / WS-CUR-DAYS.
           MOVE WS-CUR-UNDER  TO SW-UNDER.
           MOVE WS-CUR-ALERTS TO SW-ALERTS.
           MOVE WS-CUR-CORR   TO SW-CORR.

           MOVE 0 TO SW-BEST-MM.
           MOVE 0 TO SW-BEST-AVG.
           MOVE 0 TO SW-WORST-MM.
           MOVE 0 TO SW-WORST-AVG.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 12
               IF WS-MO-DAYS (K) > 0
                   COMPUTE WS-MONTH-AVG ROUNDED =
                       WS-MO-TOTAL (K) / WS-MO-DAYS (K)
                   IF SW-BEST-MM = 0 OR WS-MONTH-AVG > SW-BEST-AVG
                       MOVE K            TO SW-BEST-MM
                       MOVE WS-MONTH-AVG TO SW-BEST-AVG
                   END-IF
                   IF SW-WORST-MM = 0 OR WS-MONTH-AVG < SW-WORST-AVG
                       MOVE K            TO SW-WORST-MM
                       MOVE WS-MONTH-AVG TO SW-WORST-AVG
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 3150-FIND-TIER THRU 3150-EXIT.

           MOVE WS-TARGET-YYYY TO BE-YEAR.
           MOVE SW-ID          TO BE-ID.
           MOVE SW-NAME        TO BE-NAME.
           MOVE SW-REGION      TO BE-REGION.
           MOVE SW-DAYS        TO BE-DAYS.
           MOVE SW-AVG         TO BE-AVG.
           MOVE SW-UNDER       TO BE-UNDER.
           MOVE SW-ALERTS      TO BE-ALERTS.
           MOVE SW-CORR        TO BE-CORR.
           MOVE SW-TIER        TO BE-TIER.
           MOVE SW-ELIGIBLE    TO BE-ELIGIBLE.
           WRITE BONUS-EXTRACT-REC.

           WRITE SCORE-WORK-REC FROM WS-SCORE-WORK.
           ADD 1 TO WS-ID-COUNT.

       3100-EXIT.
           EXIT.

      * Attribue le palier : première règle de BONUSPRM dont toutes
      * les conditions sont remplies, sinon NON ELIGIBLE (00).
       3150-FIND-TIER.

           MOVE "N" TO WS-TIER-FOUND-FLAG.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-TIER-FOUND
               IF SW-AVG    >= WS-BR-MIN-AVG (WS-BR-IDX)
                   AND SW-DAYS   >= WS-BR-MIN-DAYS (WS-BR-IDX)
                   AND SW-UNDER  <= WS-BR-MAX-UNDER (WS-BR-IDX)
                   AND SW-ALERTS <= WS-BR-MAX-ALERTS (WS-BR-IDX)
                   MOVE "Y" TO WS-TIER-FOUND-FLAG
                   MOVE WS-BR-TIER (WS-BR-IDX)  TO SW-TIER
                   MOVE WS-BR-LABEL (WS-BR-IDX) TO SW-TIER-LABEL
                   MOVE "O" TO SW-ELIGIBLE
                   ADD 1 TO WS-BR-HITS (WS-BR-IDX)
                   ADD 1 TO WS-ELIGIBLE-COUNT
               END-IF
           END-PERFORM.

           IF NOT WS-TIER-FOUND
               MOVE "00"           TO SW-TIER
               MOVE "NON ELIGIBLE" TO SW-TIER-LABEL
               MOVE "N"            TO SW-ELIGIBLE
               ADD 1 TO WS-NOT-ELIGIBLE-COUNT
           END-IF.

       3150-EXIT.
           EXIT.

      * Procédure de sortie du tri du listing : reçoit les bilans
      * par région puis ID, imprime l'en-tête de chaque région avec
      * son responsable, une ligne par ID et le sous-total.
       4000-PRINT-LISTING.

           MOVE "N" TO WS-SORT-EOF-FLAG.
           MOVE "N" TO WS-REGION-OPEN-FLAG.

           PERFORM UNTIL WS-SORT-EOF
               RETURN LISTING-SORT-FILE INTO WS-SCORE-WORK
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 4050-PRINT-ONE THRU 4050-EXIT
               END-RETURN
           END-PERFORM.

           IF WS-REGION-OPEN
               PERFORM 4200-CLOSE-REGION THRU 4200-EXIT
           END-IF.

       4000-EXIT.
           EXIT.

      * Imprime le bilan courant (rupture de région : sous-total de
      * la région précédente, puis en-tête de la nouvelle).
       4050-PRINT-ONE.

           IF WS-REGION-OPEN AND SW-REGION NOT = WS-CUR-LIST-REGION
               PERFORM 4200-CLOSE-REGION THRU 4200-EXIT
           END-IF.
           IF NOT WS-REGION-OPEN
               PERFORM 4100-OPEN-REGION THRU 4100-EXIT
           END-IF.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.

           MOVE SW-ID         TO DL-ID.
           MOVE SW-NAME       TO DL-NAME.
           MOVE SW-DAYS       TO DL-DAYS.
           MOVE SW-AVG        TO DL-AVG.
           MOVE SW-BEST-MM    TO DL-BEST-MM.
           MOVE SW-BEST-AVG   TO DL-BEST-AVG.
           MOVE SW-WORST-MM   TO DL-WORST-MM.
           MOVE SW-WORST-AVG  TO DL-WORST-AVG.
           MOVE SW-UNDER      TO DL-UNDER.
           MOVE SW-ALERTS     TO DL-ALERTS.
           MOVE SW-CORR       TO DL-CORR.
           MOVE SW-TIER       TO DL-TIER.
           MOVE SW-TIER-LABEL TO DL-TIER-LABEL.
           WRITE SCORE-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           ADD 1 TO WS-RGN-COUNT.
           ADD SW-DAYS  TO WS-RGN-DAYS.
           ADD SW-TOTAL TO WS-RGN-TOTAL.
           IF SW-IS-ELIGIBLE
               ADD 1 TO WS-RGN-ELIGIBLE
           END-IF.

       4050-EXIT.
           EXIT.

      * Ouvre la région du bilan courant : responsable pris au
      * référentiel par le libellé, en-tête de région imprimé.
       4100-OPEN-REGION.

           MOVE "Y" TO WS-REGION-OPEN-FLAG.
           MOVE SW-REGION TO WS-CUR-LIST-REGION.
           MOVE 0 TO WS-RGN-COUNT.
           MOVE 0 TO WS-RGN-DAYS.
           MOVE 0 TO WS-RGN-TOTAL.
           MOVE 0 TO WS-RGN-ELIGIBLE.

           MOVE SW-REGION TO RGH-REGION.
           MOVE "INCONNU" TO RGH-MANAGER.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
               IF WS-RM-LABEL (WS-RM-IDX) = SW-REGION
                   MOVE WS-RM-MANAGER (WS-RM-IDX) TO RGH-MANAGER
               END-IF
           END-PERFORM.

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE SCORE-REPORT-LINE FROM WS-RGN-HEADER-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

       4100-EXIT.
           EXIT.

      * Imprime le sous-total de la région en cours (moyenne sur
      * l'ensemble des journées de ses collaborateurs).
       4200-CLOSE-REGION.

           MOVE WS-RGN-COUNT TO RGT-COUNT.
           COMPUTE RGT-AVG ROUNDED = WS-RGN-TOTAL / WS-RGN-DAYS.
           MOVE WS-RGN-ELIGIBLE TO RGT-ELIGIBLE.
           WRITE SCORE-REPORT-LINE FROM WS-RGN-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "N" TO WS-REGION-OPEN-FLAG.

       4200-EXIT.
           EXIT.

      * Imprime le solde de contrôle : seuil bas retenu, lectures,
      * doubles, alertes et corrections, bilans, puis les règles des
      * paliers avec le nombre d'ID auxquels chacune a été
      * attribuée.
       1600-WRITE-CONTROL-TRAILER.

           IF WS-LINE-COUNT + 15 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-0
               AFTER ADVANCING 2 LINES.

           MOVE WS-SCORE-THRESHOLD-LOW TO ST1-THRESH.
           MOVE WS-THRESH-SOURCE-TEXT TO ST1-SOURCE.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-PRIOR-READ-COUNT TO ST2-COUNT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-ARCH-READ-COUNT TO ST3-COUNT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-HIST-READ-COUNT TO ST4-COUNT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-DAY-KEPT-COUNT TO ST5-COUNT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-DOUBLE-COUNT TO ST6-COUNT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-6
               AFTER ADVANCING 1 LINE.
           MOVE WS-BAD-SCORE-COUNT TO ST7-COUNT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-7
               AFTER ADVANCING 1 LINE.
           MOVE WS-ALERT-READ-COUNT TO ST8-COUNT.
           MOVE WS-ALERT-KEPT-COUNT TO ST8-KEPT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-8
               AFTER ADVANCING 1 LINE.
           MOVE WS-CORR-READ-COUNT TO ST9-COUNT.
           MOVE WS-CORR-KEPT-COUNT TO ST9-KEPT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-9
               AFTER ADVANCING 1 LINE.
           MOVE WS-ID-COUNT TO ST10-COUNT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-10
               AFTER ADVANCING 1 LINE.
           MOVE WS-NO-DAY-COUNT TO ST11-COUNT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-11
               AFTER ADVANCING 1 LINE.
           MOVE WS-ELIGIBLE-COUNT TO ST12-COUNT.
           WRITE SCORE-REPORT-LINE FROM WS-SCR-TRAILER-12
               AFTER ADVANCING 1 LINE.
           ADD 14 TO WS-LINE-COUNT.

           IF WS-LINE-COUNT + WS-BR-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE SCORE-REPORT-LINE FROM WS-RULE-HEADER
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-TIER (WS-BR-IDX)       TO RL-TIER
               MOVE WS-BR-LABEL (WS-BR-IDX)      TO RL-LABEL
               MOVE WS-BR-MIN-AVG (WS-BR-IDX)    TO RL-MIN-AVG
               MOVE WS-BR-MIN-DAYS (WS-BR-IDX)   TO RL-MIN-DAYS
               MOVE WS-BR-MAX-UNDER (WS-BR-IDX)  TO RL-MAX-UNDER
               MOVE WS-BR-MAX-ALERTS (WS-BR-IDX) TO RL-MAX-ALERTS
               MOVE WS-BR-HITS (WS-BR-IDX)       TO RL-HITS
               WRITE SCORE-REPORT-LINE FROM WS-RULE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
           MOVE WS-NOT-ELIGIBLE-COUNT TO NEL-HITS.
           WRITE SCORE-REPORT-LINE FROM WS-NOT-ELIGIBLE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       1600-EXIT.
           EXIT.
