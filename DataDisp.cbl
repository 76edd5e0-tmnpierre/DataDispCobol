               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-ALERT-OUT-STATUS.

           SELECT OPTIONAL ALERT-HIST-FILE ASSIGN TO "ALERTHST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-ALERT-HST-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-SUSP-IN-STATUS.

           SELECT SUSPENSE-WORK-FILE ASSIGN TO "SUSPFILW"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-SUSP-WORK-STATUS.

           SELECT SUSPENSE-NEW-FILE ASSIGN TO "SUSPFILN"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-SUSP-OUT-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MVTJRNL"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL OBJECTIVE-FILE ASSIGN TO "OBJFILE"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-OBJECTIVE-STATUS.

           SELECT OPTIONAL GEN-REGISTER-FILE ASSIGN TO "GENREG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-GEN-REG-STATUS.

           SELECT OPTIONAL BRANCH-REF-FILE ASSIGN TO "BRANCHMST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-BRANCH-REF-STATUS.

           SELECT DETAIL-SORT-FILE ASSIGN TO "SORTWK01".

           SELECT MASTER-SORT-FILE ASSIGN TO "SORTWK02".
       01  TRANS-REPORT-LINE       PIC X(80).

      *    Référentiel des régions (code, libellé officiel,
      *    responsable, état actif/inactif, direction de
      *    rattachement), entretenu par le programme RegionMnt.
      *    Chargé au démarrage par 1055-LOAD-REGION-MASTER pour
      *    contrôler le code région des enregistrements du jour,
      *    imprimer le libellé officiel et regrouper les régions par
      *    direction sur les totaux.
       FD  REGION-MASTER-FILE
           RECORDING MODE IS F.
       01  REGION-MASTER-REC.
           03 RM-LABEL             PIC X(12).
           03 RM-MANAGER           PIC X(12).
           03 RM-ACTIVE            PIC X(01).
           03 RM-DIRECTORATE       PIC X(12).

       FD  REPORT-OUT-FILE.
       01  REPORT-LINE             PIC X(80).
      *    démarrage par 1010-LOAD-PARAMETERS. Fichier absent : les
      *    valeurs par défaut câblées en WORKING-STORAGE s'appliquent.
      *    Les valeurs effectivement retenues sont rappelées en tête
      *    du rapport pour l'audit. Entretenu par ParamMnt : chaque
      *    valeur porte une date d'effet (AAAAMMJJ, à blanc ou à zéro
      *    = en vigueur depuis toujours) ; pour chaque mot-clé, la
      *    valeur retenue est celle de date d'effet la plus récente
      *    sans dépasser la date d'exécution.
       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-REC.
           03 PR-KEYWORD            PIC X(16).
           03 PR-VALUE              PIC X(05).
           03 PR-EFFECTIVE          PIC X(08).

      *    Journal d'audit des exécutions, en extension seulement :
      *    chaque exécution y dépose un enregistrement (RUN-ID, date
           03 AL-SCORE              PIC X(04).
           03 AL-DAYS               PIC 9(03).

      *    Cumul des alertes et rétablissements : chaque
      *    enregistrement écrit sur ALERTOUT y est recopié tel quel.
      *    ALERTOUT est refait à chaque exécution pour le suivi RH du
      *    jour ; ALERTHST, ouvert en extension, garde la trace de
      *    toute l'année pour le bilan annuel par collaborateur
      *    (ScoreCard). OPTIONAL : créé par la première exécution.
       FD  ALERT-HIST-FILE
           RECORDING MODE IS F.
       01  ALERT-HIST-REC           PIC X(49).

      *    Fichier des mouvements en suspens : tout mouvement rejeté
      *    par 1047-REJECT-TRANS y est conservé (image du mouvement
      *    telle que la succursale l'a envoyée, numéro du fichier
      *    TRANSINn d'arrivée, dernier motif de rejet, date du premier
      *    rejet et nombre de rejets subis) et représenté à chaque
      *    exécution en tête des mouvements du jour, jusqu'à ce qu'il
      *    passe ou atteigne la limite ESSAIS-SUSPENS. Ancien suspens
      *    en entrée (OPTIONAL : absent tant que rien n'a été rejeté),
      *    nouveau suspens écrit sur le fichier de travail SUSPFILW
      *    par la mise à jour du maître, puis publié sur SUSPFILN en
      *    exécution FINAL seulement (l'ordonnanceur remplace
      *    SUSPFILE par SUSPFILN après bonne fin, comme pour le
      *    maître).
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-REC.
           03 SU-ACTION             PIC X(01).
           03 SU-ID                 PIC X(04).
           03 SU-REGION             PIC X(12).
           03 SU-NAME               PIC X(12).
           03 SU-SCORE              PIC X(04).
           03 SU-SOURCE             PIC X(04).
           03 SU-BRANCH             PIC 9(01).
           03 SU-REASON             PIC X(20).
           03 SU-FIRST-DATE         PIC 9(08).
           03 SU-ATTEMPTS           PIC 9(03).

       FD  SUSPENSE-WORK-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-WORK-REC.
           03 SW-ACTION             PIC X(01).
           03 SW-ID                 PIC X(04).
           03 SW-REGION             PIC X(12).
           03 SW-NAME               PIC X(12).
           03 SW-SCORE              PIC X(04).
           03 SW-SOURCE             PIC X(04).
           03 SW-BRANCH             PIC 9(01).
           03 SW-REASON             PIC X(20).
           03 SW-FIRST-DATE         PIC 9(08).
           03 SW-ATTEMPTS           PIC 9(03).

       FD  SUSPENSE-NEW-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-NEW-REC.
           03 SF-ACTION             PIC X(01).
           03 SF-ID                 PIC X(04).
           03 SF-REGION             PIC X(12).
           03 SF-NAME               PIC X(12).
           03 SF-SCORE              PIC X(04).
           03 SF-SOURCE             PIC X(04).
           03 SF-BRANCH             PIC 9(01).
           03 SF-REASON             PIC X(20).
           03 SF-FIRST-DATE         PIC 9(08).
           03 SF-ATTEMPTS           PIC 9(03).

      *    Journal des mouvements appliqués au maître : un
      *    enregistrement par mouvement effectivement appliqué par la
      *    mise à jour (chemins séquentiel et indexé), daté de
      *    l'exécution et portant son RUN-ID, le numéro d'ordre
      *    d'arrivée du mouvement, son origine (fichier TRANSINn,
      *    code source, reprise du suspens) et les images avant et
      *    après de l'enregistrement maître de l'ID (indicateur de
      *    présence : N = l'ID n'existe pas, avant un ajout ou après
      *    une suppression). Ouvert en extension par les seules
      *    exécutions FINAL : c'est la matière du programme MstRecov,
      *    qui reconstitue le maître à une date ou à un RUN-ID donné
      *    à partir d'une sauvegarde de USERMST. OPTIONAL : créé par
      *    la première exécution.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-REC.
           03 JR-RUN-DATE           PIC 9(08).
           03 JR-RUN-ID             PIC 9(05).
           03 JR-SEQ                PIC 9(07).
           03 JR-BRANCH             PIC 9(01).
           03 JR-SOURCE             PIC X(04).
           03 JR-ORIGIN             PIC X(01).
           03 JR-ACTION             PIC X(01).
           03 JR-BEFORE.
               05 JB-EXISTS         PIC X(01).
               05 JB-ID             PIC X(04).
               05 JB-REGION         PIC X(12).
               05 JB-NAME           PIC X(12).
               05 JB-SCORE          PIC X(04).
           03 JR-AFTER.
               05 JA-EXISTS         PIC X(01).
               05 JA-ID             PIC X(04).
               05 JA-REGION         PIC X(12).
               05 JA-NAME           PIC X(12).
               05 JA-SCORE          PIC X(04).

      *    Référentiel des objectifs mensuels, entretenu par le
      *    programme ObjMnt : type I (ID sur les 4 premières
      *    positions de la clé) ou R (code région), mois AAAAMM et
      *    objectif en points. Seuls les objectifs du mois de
      *    l'exécution sont retenus (1056). OPTIONAL : sans
      *    référentiel, les colonnes d'atteinte restent à blanc.
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

      *    Registre des générations, en extension seulement (comme le
      *    journal AUDITLOG). Chaque programme qui publie un fichier
      *    appelé à remplacer l'entrée de l'étape suivante (USERMST,
      *    SEUILST, HISTFILE, CALFILE, REGIONMST) y dépose à bonne
      *    fin un tampon : nom du fichier, numéro de génération (le
      *    dernier du fichier plus un), génération de l'entrée dont
      *    il est issu, date d'exécution, RUN-ID (DataDisp
      *    seulement, zéro ailleurs), programme producteur, nombre
      *    d'enregistrements et total de contrôle. Les programmes
      *    consommateurs recomptent leur entrée et la rapprochent des
      *    tampons : une permutation oubliée par l'ordonnanceur se
      *    voit avant traitement au lieu de faire tourner la chaîne
      *    une nuit en retard. OPTIONAL : créé par le premier tampon.
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

      *    Référentiel des succursales : une ligne par couple
      *    succursale / région habilitée, avec le fichier TRANSINn
      *    (canal 1 à 5) sur lequel la succursale doit arriver. Un
      *    mouvement ne peut viser qu'une région pour laquelle son
      *    code source est habilité (1071). Même dessin que dans
      *    BatchCtl. OPTIONAL : sans référentiel, les habilitations
      *    ne sont pas contrôlées et le rapport le signale.
       FD  BRANCH-REF-FILE
           RECORDING MODE IS F.
       01  BRANCH-REF-REC.
           03 BF-CODE               PIC X(04).
           03 BF-SLOT               PIC 9(01).
           03 BF-REGION             PIC X(12).

      *    Tri du détail : libellé officiel de région croissant puis
      *    score décroissant, pour regrouper chaque région et classer
      *    ses collaborateurs (voir 2100/2200).

      *    Tri des mouvements par ID puis numéro d'ordre d'arrivée
      *    (les mouvements d'un même ID s'appliquent dans l'ordre où
      *    les succursales les ont envoyés). Chaque mouvement porte
      *    aussi son origine : numéro du fichier TRANSINn d'arrivée,
      *    indicateur de reprise du suspens, date du premier rejet et
      *    nombre de rejets déjà subis (zéros pour un mouvement du
      *    jour). Les mouvements repris du suspens sont numérotés les
      *    premiers et passent donc devant ceux du jour pour un même
      *    ID.
       SD  TRANS-SORT-FILE.
       01  TRANS-SORT-REC.
           03 TX-SEQ                PIC 9(07).
           03 TX-NAME               PIC X(12).
           03 TX-SCORE              PIC X(04).
           03 TX-SOURCE             PIC X(04).
           03 TX-BRANCH             PIC 9(01).
           03 TX-SUSP-FLAG          PIC X(01).
           03 TX-FIRST-DATE         PIC 9(08).
           03 TX-ATTEMPTS           PIC 9(03).

      *    Mouvements triés, relus par le rapprochement.
       FD  TRANS-SORTED-FILE
           03 TF-NAME               PIC X(12).
           03 TF-SCORE              PIC X(04).
           03 TF-SOURCE             PIC X(04).
           03 TF-BRANCH             PIC 9(01).
           03 TF-SUSP-FLAG          PIC X(01).
           03 TF-FIRST-DATE         PIC 9(08).
           03 TF-ATTEMPTS           PIC 9(03).

      *    Tri de l'extrait de la veille par ID pour le rapprochement
      *    séquentiel du rapport d'évolution J-1 (le nouveau maître
           03 WS-STATE-IN-STATUS   PIC X(02) VALUE "00".
           03 WS-STATE-OUT-STATUS  PIC X(02) VALUE "00".
           03 WS-ALERT-OUT-STATUS  PIC X(02) VALUE "00".
           03 WS-ALERT-HST-STATUS  PIC X(02) VALUE "00".
           03 WS-MASTER-SRT-STATUS PIC X(02) VALUE "00".
           03 WS-TRANS-SRT-STATUS  PIC X(02) VALUE "00".
           03 WS-PRIOR-SRT-STATUS  PIC X(02) VALUE "00".
           03 WS-SUSP-IN-STATUS    PIC X(02) VALUE "00".
           03 WS-SUSP-WORK-STATUS  PIC X(02) VALUE "00".
           03 WS-SUSP-OUT-STATUS   PIC X(02) VALUE "00".
           03 WS-JOURNAL-STATUS    PIC X(02) VALUE "00".
           03 WS-OBJECTIVE-STATUS  PIC X(02) VALUE "00".
           03 WS-GEN-REG-STATUS    PIC X(02) VALUE "00".
           03 WS-BRANCH-REF-STATUS PIC X(02) VALUE "00".

      *    En-tête / pagination du rapport imprimé
      *    (FD REPORT-OUT-FILE).
           03 RH1B-RUN-ID           PIC 9(05).
           03 FILLER                PIC X(22) VALUE SPACES.

       01  WS-REPORT-HEADER-2       PIC X(46)
               VALUE "ID   Region        Nom        Score Rang  OBJ%".
       01  WS-REPORT-HEADER-3       PIC X(46) VALUE ALL "-".

      *    Ligne de détail du rapport trié : le rang est le
      *    classement du score au sein de la région (1 = meilleur),
      *    OBJ% le taux d'atteinte de l'objectif du mois de l'ID (à
      *    blanc sans objectif).
       01  WS-REPORT-DETAIL-LINE.
           03 RD-ID                 PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-SCORE              PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-RANK               PIC ZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-ATTAIN             PIC X(05).

      *    Passe de détail triée (région croissante, score
      *    décroissant) : enregistrement en cours rendu par le tri,
           88 WS-RGN-FIRST           VALUE "Y".
       01  WS-RGN-STATUS             PIC X(02) VALUE "00".
       01  WS-RGN-SUBTOTAL           PIC 9(09) VALUE 0.
       01  WS-RGN-CODE               PIC X(12) VALUE SPACES.
       01  WS-RGN-LINE-BUILD         PIC X(80) VALUE SPACES.
       01  WS-RGN-MANAGER            PIC X(12) VALUE SPACES.
       01  WS-RGN-DIRECTORATE        PIC X(12) VALUE SPACES.
       01  WS-RX-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAX-RGN-EXC            PIC 9(03) VALUE 100.
       01  WS-RGN-EXC-TABLE.
           03 FILLER                PIC X(15)
                   VALUE "  RESPONSABLE: ".
           03 GH2-MANAGER           PIC X(12).
           03 FILLER                PIC X(13)
                   VALUE "  DIRECTION: ".
           03 GH2-DIRECTORATE       PIC X(12).
       01  WS-RGN-SUBTOTAL-LINE.
           03 FILLER                PIC X(19)
                   VALUE "SOUS-TOTAL REGION: ".
           03 GS-TOTAL              PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 GS-OBJECTIVE          PIC X(23).
       01  WS-RGN-EXC-HDR           PIC X(37)
               VALUE "PERFORMANCES HORS SEUIL DE LA REGION".
       01  WS-RGN-EXC-LINE.
                   DEPENDING ON WS-REGION-TOTAL-COUNT
                   INDEXED BY WS-RT-IDX.
               05 WS-RT-REGION        PIC X(12).
               05 WS-RT-CODE          PIC X(12).
               05 WS-RT-DIRECTORATE   PIC X(12).
               05 WS-RT-SCORE         PIC 9(09).
               05 WS-RT-COUNT         PIC 9(05).
               05 WS-RT-MAX           PIC 9(04).
               05 WS-RT-MEDIAN        PIC 9(04).
       01  WS-GRAND-TOTAL            PIC 9(09) VALUE 0.

      *    Cumuls par direction, constitués à partir des totaux par
      *    région par 1410-BUILD-DIRECTORATES et tenus dans l'ordre
      *    des noms de direction (insertion ordonnée).
       01  WS-DR-COUNT               PIC 9(03) VALUE 0.
       01  WS-DIRECTORATE-TABLE.
           03  WS-DR-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-DR-COUNT
                   INDEXED BY WS-DR-IDX.
               05 WS-DR-NAME          PIC X(12).
               05 WS-DR-SCORE         PIC 9(09).
               05 WS-DR-EFFECT        PIC 9(05).
               05 WS-DR-MAX           PIC 9(04).
               05 WS-DR-MIN           PIC 9(04).
               05 WS-DR-REGIONS       PIC 9(03).
       01  WS-DR-POS                 PIC 9(03) VALUE 0.

      *    Objectifs du mois de l'exécution (FD OBJECTIVE-FILE),
      *    chargés par 1056 : objectifs individuels par ID et
      *    objectifs de région par code région (les totaux par région
      *    sont tenus par libellé, WS-RT-CODE garde le code pour la
      *    recherche). Le taux d'atteinte est le score (ou le
      *    sous-total de la région) rapporté à l'objectif, en pour
      *    cent arrondi, plafonné à 9999.
       01  WS-OBJ-MONTH              PIC 9(06) VALUE 0.
       01  WS-OI-COUNT               PIC 9(05) VALUE 0.
       01  WS-MAX-OBJ-IDS            PIC 9(05) VALUE 5000.
       01  WS-OBJ-ID-TABLE.
           03  WS-OI-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OI-COUNT
                   INDEXED BY WS-OI-IDX.
               05 WS-OI-ID            PIC X(04).
               05 WS-OI-TARGET        PIC 9(09).
       01  WS-OR-COUNT               PIC 9(03) VALUE 0.
       01  WS-OBJ-REGION-TABLE.
           03  WS-OR-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-OR-COUNT
                   INDEXED BY WS-OR-IDX.
               05 WS-OR-CODE          PIC X(12).
               05 WS-OR-TARGET        PIC 9(09).
       01  WS-OBJ-KEY                PIC X(12) VALUE SPACES.
       01  WS-OBJ-ACTUAL             PIC 9(09) VALUE 0.
       01  WS-OBJ-TARGET             PIC 9(09) VALUE 0.
       01  WS-OBJ-PCT                PIC 9(04) VALUE 0.
       01  WS-OBJ-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-OBJ-FOUND           VALUE "Y".
       01  WS-OBJ-PCT-EDIT.
           03 OP-PCT                 PIC ZZZ9.
           03 FILLER                 PIC X(01) VALUE "%".
       01  WS-OBJ-AREA               PIC X(23) VALUE SPACES.
       01  WS-OBJ-EDIT.
           03 FILLER                 PIC X(05) VALUE "OBJ: ".
           03 OE-TARGET              PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 OE-PCT                 PIC ZZZ9.
           03 FILLER                 PIC X(01) VALUE "%".

      *    Scores de la région en cours de la passe de détail (le
      *    flux est trié par région puis score décroissant : la liste
      *    arrive déjà classée), retenus pour la médiane du bloc de
           03 ST-MIN                 PIC ZZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 ST-PCT                 PIC ZZ9.99.
       01  WS-DIR-STATS-HEADER       PIC X(37)
               VALUE "STATISTIQUES PAR DIRECTION".
       01  WS-DIR-STATS-COL-HEADER   PIC X(60) VALUE
           "DIRECTION     EFFECT  MOYENNE REGIONS  MAX   MIN   %TOTAL".
       01  WS-DIR-STATS-LINE.
           03 DS-NAME                PIC X(12).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DS-COUNT               PIC ZZZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 DS-AVG                 PIC ZZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 DS-REGIONS             PIC ZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DS-MAX                 PIC ZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DS-MIN                 PIC ZZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 DS-PCT                 PIC ZZ9.99.
       01  WS-STATS-AVG              PIC 9(04) VALUE 0.
       01  WS-STATS-PCT              PIC 9(03)V9(02) VALUE 0.

       01  WS-RT-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-RT-FOUND            VALUE "Y".

      *    Contrôle des générations d'entrée et tampons des fichiers
      *    publiés (registre GENREG, voir 1080 et 7020). Le total de
      *    contrôle se calcule de la même façon dans tous les
      *    programmes de la chaîne : USERMST et HISTFILE = somme des
      *    scores numériques, SEUILST = somme des compteurs de jours
      *    sous seuil, CALFILE = somme des dates plus un par jour
      *    férié, REGIONMST = nombre de régions actives.
       01  WS-GEN-PROGRAM            PIC X(10) VALUE "DataDisp".
       01  WS-GEN-FILE-NAME          PIC X(10) VALUE SPACES.
       01  WS-GEN-COUNT              PIC 9(09) VALUE 0.
       01  WS-GEN-TOTAL              PIC 9(13) VALUE 0.
       01  WS-GEN-SOURCE-GEN         PIC 9(05) VALUE 0.
       01  WS-GEN-SCORE-NUM          PIC 9(04) VALUE 0.
       01  WS-GEN-PRESENT-FLAG       PIC X(01) VALUE "N".
           88 WS-GEN-PRESENT         VALUE "Y".
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
      *    Génération reconnue de chaque entrée (zéro : non contrôlée
      *    ou non reconnue), portée comme origine sur le tampon du
      *    fichier publié qui la remplace.
       01  WS-GEN-IN-MASTER          PIC 9(05) VALUE 0.
       01  WS-GEN-IN-SEUIL           PIC 9(05) VALUE 0.
       01  WS-GEN-IN-HISTORY         PIC 9(05) VALUE 0.
      *    Chiffres des fichiers lus ou écrits au fil du traitement.
       01  WS-GEN-RGN-COUNT          PIC 9(09) VALUE 0.
       01  WS-GEN-RGN-TOTAL          PIC 9(13) VALUE 0.
       01  WS-GEN-MST-COUNT          PIC 9(09) VALUE 0.
       01  WS-GEN-MST-TOTAL          PIC 9(13) VALUE 0.
       01  WS-GEN-SEUIL-COUNT        PIC 9(09) VALUE 0.
       01  WS-GEN-SEUIL-TOTAL        PIC 9(13) VALUE 0.

      *    Seuils de performance pour le rapport des écarts, imprimé
      *    par 1500-WRITE-PERFORMANCE-EXCEPTIONS. Valeurs ajustables
      *    sans toucher à la logique du programme.
       01  WS-PROV-BANNER            PIC X(46) VALUE
           "*** EXECUTION PROVISOIRE - NE PAS DIFFUSER ***".

      *    Lecture du fichier de paramètres PARAMFIL (mot-clé,
      *    valeur, date d'effet) et rappel des valeurs retenues en
      *    tête de rapport. Date d'effet de la valeur retenue par
      *    mot-clé (WS-PA), pour que la plus récente l'emporte quel
      *    que soit l'ordre du fichier ; valeurs à date d'effet
      *    future ignorées mais comptées.
       01  WS-PARAM-VALUE-NUM        PIC 9(05) VALUE 0.
       01  WS-PARAM-SOURCE-TEXT      PIC X(08) VALUE "DEFAUT".
       01  WS-PARAM-EFFECTIVE-NUM    PIC 9(08) VALUE 0.
       01  WS-PARAM-FUTURE-COUNT     PIC 9(03) VALUE 0.
       01  WS-PARAM-IN-FORCE-FLAG    PIC X(01) VALUE "N".
           88 WS-PARAM-IN-FORCE      VALUE "Y".
       01  WS-PA-COUNT               PIC 9(02) VALUE 0.
       01  WS-PARAM-APPLIED.
           03  WS-PA-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-PA-IDX.
               05 WS-PA-KEYWORD      PIC X(16).
               05 WS-PA-EFFECTIVE    PIC 9(08).
       01  WS-PA-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-PA-FOUND            VALUE "Y".
       01  WS-PARAM-ECHO-1.
           03 FILLER                 PIC X(21)
                   VALUE "PARAMETRES - ORIGINE:".
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 PE1-SOURCE             PIC X(08).
           03 FILLER                 PIC X(25)
                   VALUE "  CHANGEMENTS PROGRAMMES:".
           03 PE1-FUTURE             PIC ZZ9.
       01  WS-PARAM-ECHO-2.
           03 FILLER                 PIC X(12) VALUE "SEUIL HAUT:".
           03 PE2-HIGH               PIC 9(04).
           03 FILLER                 PIC X(17)
                   VALUE "JOURS SS SEUIL:".
           03 PE5-ALERT-DAYS         PIC 9(03).
           03 FILLER                 PIC X(16)
                   VALUE "  ESSAIS SUSP.:".
           03 PE5-SUSP-MAX           PIC 9(03).

       01  WS-PERF-HEADER            PIC X(37)
               VALUE "PERFORMANCES HORS SEUIL".
           03 RT-REGION              PIC X(12).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RT-SCORE                PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RT-OBJECTIVE           PIC X(23).
       01  WS-GRAND-TOTAL-LINE.
           03 FILLER                 PIC X(12) VALUE "GRAND TOTAL".
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 GT-SCORE                PIC ZZZ,ZZZ,ZZ9.

      *    Sous-total par direction (niveau de rupture entre la région
      *    et le total général) : les régions sont imprimées groupées
      *    par direction, chaque groupe suivi de son sous-total. Une
      *    région sans direction au référentiel est regroupée sous
      *    NON RATTACHE.
       01  WS-DIR-TOTAL-LINE.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FILLER                 PIC X(11) VALUE "DIRECTION: ".
           03 DT-NAME                PIC X(12).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DT-SCORE               PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DT-REGIONS             PIC ZZ9.
           03 FILLER                 PIC X(08) VALUE " REGIONS".
       01  WS-DIR-NONE               PIC X(12) VALUE "NON RATTACHE".

      *    Listing des exceptions (mouvements rejetés, ID dupliqué au
      *    maître, score non numérique, région inconnue ou inactive)
      *    imprimé sur FD EXCEPTION-OUT-FILE.
               05 WS-RM-MANAGER       PIC X(12).
               05 WS-RM-ACTIVE        PIC X(01).
                   88 WS-RM-ENTRY-ACTIVE VALUE "A".
               05 WS-RM-DIRECTORATE   PIC X(12).
       01  WS-RM-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-RM-FOUND            VALUE "Y".
       01  WS-RM-MATCH-IDX           PIC 9(03) VALUE 0.
      *    (voir 1040-APPLY-TRANSACTIONS) et compte rendu TRANSRPT.
      *    WS-TRANS-REC est le dessin commun des cinq fichiers de
      *    succursale ; chaque lecture y recopie l'enregistrement
      *    avant application. Un transfert inter-régions (action M)
      *    porte la région de destination dans TA-REGION et sa date
      *    d'effet AAAAMMJJ en tête de la zone du nom.
       01  WS-TRANS-REC.
           03 TA-ACTION            PIC X(01).
           03 TA-ID                PIC X(04).
           03 TA-REGION            PIC X(12).
           03 TA-NAME              PIC X(12).
           03 TA-TRANSFER-DATA     REDEFINES TA-NAME.
               05 TA-EFFECTIVE     PIC X(08).
               05 TA-EFFECTIVE-NUM REDEFINES TA-EFFECTIVE
                                   PIC 9(08).
               05 FILLER           PIC X(04).
           03 TA-SCORE             PIC X(04).
           03 TA-SOURCE            PIC X(04).

           88 WS-SRC-FOUND           VALUE "Y".
       01  WS-SRC-SCORE-NUM          PIC 9(04) VALUE 0.

      *    Habilitations des succursales (BRANCHMST) : couples code
      *    source / région autorisée et canal d'arrivée. Les
      *    mouvements rejetés pour région hors habilitation sont
      *    cumulés par source et par région visée pour la synthèse
      *    du rapport (1610).
       01  WS-BR-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAX-BRANCH-REFS        PIC 9(03) VALUE 200.
       01  WS-BRANCH-REF-TABLE.
           03  WS-BR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY WS-BR-IDX.
               05 WS-BR-CODE         PIC X(04).
               05 WS-BR-SLOT         PIC 9(01).
               05 WS-BR-REGION       PIC X(12).
       01  WS-BR-LOADED-FLAG         PIC X(01) VALUE "N".
           88 WS-BR-LOADED           VALUE "Y".
       01  WS-AUTH-REGION            PIC X(12) VALUE SPACES.
       01  WS-AUTH-OK-FLAG           PIC X(01) VALUE "Y".
           88 WS-AUTH-OK             VALUE "Y".
       01  WS-BREACH-COUNT           PIC 9(05) VALUE 0.
       01  WS-BB-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAX-BREACHES           PIC 9(03) VALUE 100.
       01  WS-BREACH-TABLE.
           03  WS-BB-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BB-COUNT
                   INDEXED BY WS-BB-IDX WS-BB-IDX2.
               05 WS-BB-SOURCE       PIC X(04).
               05 WS-BB-REGION       PIC X(12).
               05 WS-BB-RECS         PIC 9(05).
       01  WS-BB-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-BB-FOUND            VALUE "Y".
       01  WS-BB-SOURCE-RECS         PIC 9(05) VALUE 0.

       01  WS-BREACH-HDR             PIC X(37)
               VALUE "ECARTS D'HABILITATION PAR SUCCURSALE".
       01  WS-BREACH-SRC-LINE.
           03 FILLER                 PIC X(08) VALUE "SOURCE".
           03 BS-CODE                PIC X(04).
           03 FILLER                 PIC X(08) VALUE "  CANAL ".
           03 BS-SLOT                PIC X(01).
           03 FILLER                 PIC X(16) VALUE "  MVTS REJETES:".
           03 BS-COUNT               PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 BS-NOTE                PIC X(16).
       01  WS-BREACH-RGN-LINE.
           03 FILLER                 PIC X(12) VALUE SPACES.
           03 FILLER                 PIC X(08) VALUE "REGION ".
           03 BG-REGION              PIC X(12).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 BG-COUNT               PIC ZZZZ9.
       01  WS-BREACH-NONE-LINE       PIC X(37)
               VALUE "AUCUN ECART D'HABILITATION".
       01  WS-BREACH-NOREF-LINE.
           03 FILLER                 PIC X(30)
               VALUE "REFERENTIEL BRANCHMST ABSENT, ".
           03 FILLER                 PIC X(30)
               VALUE "HABILITATIONS NON CONTROLEES".

       01  WS-BRANCH-WARN-LINE.
           03 FILLER                PIC X(26)
                   VALUE "ATTENTION: FICHIER TRANSIN".
           03 TRH1-RUN-DATE         PIC X(10).

       01  WS-TRANS-HEADER-2        PIC X(68)
           VALUE "A ID   Region        Nom        Scor Src  S Resultat".
       01  WS-TRANS-HEADER-3        PIC X(66) VALUE ALL "-".

      *    La colonne S marque d'un S les mouvements repris du
      *    fichier des suspens.

       01  WS-TRANS-DETAIL-LINE.
           03 TRD-ACTION            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 TRD-SCORE             PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 TRD-SOURCE            PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 TRD-ORIGIN            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 TRD-RESULT            PIC X(28).

       01  WS-TRANS-TRAILER-1.
       01  WS-TRANS-TRAILER-3.
           03 FILLER                PIC X(20) VALUE "REJETES:".
           03 TRT3-COUNT            PIC ZZZZ9.
       01  WS-TRANS-TRAILER-4.
           03 FILLER                PIC X(20)
                   VALUE "DONT REPRIS SUSPENS:".
           03 TRT4-COUNT            PIC ZZZZ9.
       01  WS-TRANS-TRAILER-5.
           03 FILLER                PIC X(20)
                   VALUE "SUSPENS REGULARISES:".
           03 TRT5-COUNT            PIC ZZZZ9.
       01  WS-TRANS-TRAILER-6.
           03 FILLER                PIC X(20) VALUE "MIS EN SUSPENS:".
           03 TRT6-COUNT            PIC ZZZZ9.
       01  WS-TRANS-TRAILER-7.
           03 FILLER                PIC X(20)
                   VALUE "SUSPENS ABANDONNES:".
           03 TRT7-COUNT            PIC ZZZZ9.
       01  WS-TRANS-TRAILER-8.
           03 FILLER                PIC X(20) VALUE "JOURNALISES:".
           03 TRT8-COUNT            PIC ZZZZ9.
       01  WS-TRANS-REPLAY-LINE     PIC X(52) VALUE
           "REPRISE: MOUVEMENTS DEJA APPLIQUES AU MAITRE INDEXE".

      *    Mouvements en suspens (FD SUSPENSE-FILE) : origine du
      *    mouvement en cours d'application (numéro de fichier
      *    TRANSINn, reprise du suspens ou non, date du premier rejet
      *    et nombre de rejets déjà subis), indicateur de rejet posé
      *    par 1047, compteurs et limite de représentation (mot-clé
      *    PARAMFIL ESSAIS-SUSPENS : au-delà de ce nombre de rejets,
      *    le mouvement quitte le suspens et le listing des
      *    exceptions le signale ; la succursale doit alors le
      *    reprendre elle-même).
       01  WS-TRANS-ORIGIN.
           03 TA-BRANCH            PIC 9(01).
           03 TA-SUSP-FLAG         PIC X(01).
               88 TA-FROM-SUSPENSE VALUE "Y".
           03 TA-FIRST-DATE        PIC 9(08).
           03 TA-ATTEMPTS          PIC 9(03).
       01  WS-TRANS-REJECTED-FLAG   PIC X(01) VALUE "N".
           88 WS-TRANS-REJECTED     VALUE "Y".
       01  WS-SUSP-MAX-ATTEMPTS     PIC 9(03) VALUE 030.
       01  WS-SUSP-ATTEMPTS         PIC 9(04) VALUE 0.
       01  WS-SUSP-READ-COUNT       PIC 9(05) VALUE 0.
       01  WS-SUSP-CLEARED-COUNT    PIC 9(05) VALUE 0.
       01  WS-SUSP-WRITE-COUNT      PIC 9(05) VALUE 0.
       01  WS-SUSP-DROP-COUNT       PIC 9(05) VALUE 0.

      *    Suspens régularisés de l'exécution, retenus au fil de la
      *    mise à jour du maître pour le rapport (au-delà de la
      *    capacité, signalés en console, même convention que les
      *    écarts de seuil régionaux).
       01  WS-SC-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAX-SUSP-CLEARED       PIC 9(03) VALUE 200.
       01  WS-SUSP-CLEARED-TABLE.
           03  WS-SC-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SC-COUNT
                   INDEXED BY WS-SC-IDX.
               05 WS-SC-ACTION        PIC X(01).
               05 WS-SC-ID            PIC X(04).
               05 WS-SC-REGION        PIC X(12).
               05 WS-SC-SOURCE        PIC X(04).
               05 WS-SC-FIRST-DATE    PIC 9(08).
               05 WS-SC-ATTEMPTS      PIC 9(03).
               05 WS-SC-RESULT        PIC X(28).

      *    Ancienneté d'un suspens en jours : chaque date AAAAMMJJ est
      *    convertie en numéro de jour (calendrier grégorien, années
      *    commençant en mars pour loger le 29 février en fin
      *    d'année) par 1079-DATE-TO-DAYS, puis les deux numéros sont
      *    soustraits.
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
       01  WS-SUSP-AGE               PIC 9(05) VALUE 0.
       01  WS-SUSP-AGE-BUCKETS.
           03 WS-SUSP-AGE-1          PIC 9(05) VALUE 0.
           03 WS-SUSP-AGE-7          PIC 9(05) VALUE 0.
           03 WS-SUSP-AGE-30         PIC 9(05) VALUE 0.
           03 WS-SUSP-AGE-OLD        PIC 9(05) VALUE 0.

      *    Sections du rapport consacrées au suspens : suspens
      *    régularisés par l'exécution, puis suspens restant en
      *    attente avec leur ancienneté et la répartition par tranche.
       01  WS-SUSP-CLEARED-HDR       PIC X(37)
               VALUE "MOUVEMENTS EN SUSPENS REGULARISES".
       01  WS-SUSP-PENDING-HDR       PIC X(45)
               VALUE "MOUVEMENTS EN SUSPENS EN ATTENTE - ANCIENNETE".
       01  WS-SUSP-COL-HEADER        PIC X(70) VALUE
           "A ID   Region       Src  1er rejet  Jours Rej Motif".
       01  WS-SUSP-DETAIL-LINE.
           03 SD-ACTION              PIC X(01).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 SD-ID                  PIC X(04).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 SD-REGION              PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 SD-SOURCE              PIC X(04).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 SD-FIRST-DATE.
               05 SD-FD-YYYY         PIC 9(04).
               05 FILLER             PIC X(01) VALUE "-".
               05 SD-FD-MM           PIC 9(02).
               05 FILLER             PIC X(01) VALUE "-".
               05 SD-FD-DD           PIC 9(02).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 SD-AGE                 PIC ZZZZ9.
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 SD-ATTEMPTS            PIC ZZ9.
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 SD-TEXT                PIC X(28).
       01  WS-SUSP-NONE-LINE         PIC X(37)
               VALUE "AUCUN".
       01  WS-SUSP-AGE-LINE.
           03 FILLER                 PIC X(12) VALUE "0-1 JOUR:".
           03 SA-AGE-1               PIC ZZZZ9.
           03 FILLER                 PIC X(12) VALUE "  2-7 J:".
           03 SA-AGE-7               PIC ZZZZ9.
           03 FILLER                 PIC X(12) VALUE "  8-30 J:".
           03 SA-AGE-30              PIC ZZZZ9.
           03 FILLER                 PIC X(12) VALUE "  +30 J:".
           03 SA-AGE-OLD             PIC ZZZZ9.

      *    Transferts inter-régions appliqués par l'exécution,
      *    retenus au fil de la mise à jour du maître pour la section
      *    des transferts du rapport et des rapports régionaux (codes
      *    pour le rapprochement, libellés pour l'édition ; au-delà
      *    de la capacité, signalés en console). Un transfert dont la
      *    date d'effet n'est pas encore atteinte attend en suspens
      *    sans consommer d'essai (WS-XF-DEFERRED, voir 1078).
       01  WS-XF-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAX-TRANSFERS          PIC 9(03) VALUE 200.
       01  WS-TRANSFER-TABLE.
           03  WS-XF-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-XF-COUNT
                   INDEXED BY WS-XF-IDX.
               05 WS-XF-ID            PIC X(04).
               05 WS-XF-NAME          PIC X(12).
               05 WS-XF-FROM          PIC X(12).
               05 WS-XF-FROM-LABEL    PIC X(12).
               05 WS-XF-TO            PIC X(12).
               05 WS-XF-TO-LABEL      PIC X(12).
               05 WS-XF-EFFECTIVE     PIC 9(08).
               05 WS-XF-SOURCE        PIC X(04).
       01  WS-XF-DEFERRED-FLAG       PIC X(01) VALUE "N".
           88 WS-XF-DEFERRED         VALUE "Y".
       01  WS-XF-REGION              PIC X(12) VALUE SPACES.
       01  WS-XF-IN-COUNT            PIC 9(03) VALUE 0.
       01  WS-XF-OUT-COUNT           PIC 9(03) VALUE 0.
       01  WS-XF-MATCH-FLAG          PIC X(01) VALUE "N".
           88 WS-XF-MATCH            VALUE "Y".
       01  WS-XF-ANY-FLAG            PIC X(01) VALUE "N".
           88 WS-XF-ANY              VALUE "Y".

       01  WS-XFER-HDR               PIC X(37)
               VALUE "TRANSFERTS INTER-REGIONS".
       01  WS-XFER-RGN-HDR           PIC X(37)
               VALUE "TRANSFERTS DE LA REGION".
       01  WS-XFER-RGN-LINE.
           03 FILLER                 PIC X(08) VALUE "REGION ".
           03 XR-REGION              PIC X(12).
           03 FILLER                 PIC X(13) VALUE "  ENTRANTS:".
           03 XR-IN-COUNT            PIC ZZ9.
           03 FILLER                 PIC X(13) VALUE "  SORTANTS:".
           03 XR-OUT-COUNT           PIC ZZ9.
       01  WS-XFER-COL-HEADER        PIC X(70) VALUE
           "  Sens    ID   Nom          De/vers      Effet      Src".
       01  WS-XFER-DETAIL-LINE.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 XD-DIRECTION           PIC X(07).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 XD-ID                  PIC X(04).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 XD-NAME                PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 XD-REGION              PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 XD-EFFECTIVE.
               05 XD-EF-YYYY         PIC 9(04).
               05 FILLER             PIC X(01) VALUE "-".
               05 XD-EF-MM           PIC 9(02).
               05 FILLER             PIC X(01) VALUE "-".
               05 XD-EF-DD           PIC 9(02).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 XD-SOURCE              PIC X(04).

      *    État du rapprochement séquentiel maître/mouvements
      *    (1045-UPDATE-MASTER) : enregistrement maître en cours de
      *    constitution pour l'ID traité, fins de fichiers, dernier
           03 WS-CUR-SCORE          PIC X(04).
       01  WS-CUR-EXISTS-FLAG       PIC X(01) VALUE "N".
           88 WS-CUR-EXISTS         VALUE "Y".

      *    Journal des mouvements appliqués (FD JOURNAL-FILE) :
      *    journal ouvert ou non (exécution FINAL hors reprise
      *    indexée), RUN-ID de l'exécution en cours (connu avant la
      *    mise à jour du maître, voir 1053), image avant de
      *    l'enregistrement maître prise par 1041 avant d'appliquer
      *    le mouvement, et nombre de mouvements journalisés.
       01  WS-JOURNAL-OPEN-FLAG     PIC X(01) VALUE "N".
           88 WS-JOURNAL-OPEN       VALUE "Y".
       01  WS-JOURNAL-RUN-ID        PIC 9(05) VALUE 0.
       01  WS-JOURNAL-COUNT         PIC 9(05) VALUE 0.
       01  WS-JRN-BEFORE.
           03 WS-JRN-EXISTS         PIC X(01).
           03 WS-JRN-ID             PIC X(04).
           03 WS-JRN-REGION         PIC X(12).
           03 WS-JRN-NAME           PIC X(12).
           03 WS-JRN-SCORE          PIC X(04).
       01  WS-MST-EOF-FLAG          PIC X(01) VALUE "N".
           88 WS-MST-EOF            VALUE "Y".
       01  WS-TRN-EOF-FLAG          PIC X(01) VALUE "N".
      * Démarre la section de traitement des données.
       1100-PROCESS-DATA.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1010-LOAD-PARAMETERS THRU 1010-EXIT.
           PERFORM 1055-LOAD-REGION-MASTER THRU 1055-EXIT.
           PERFORM 1070-LOAD-BRANCH-REF THRU 1070-EXIT.
           PERFORM 1056-LOAD-OBJECTIVES THRU 1056-EXIT.

      * Mise à jour du maître (compte rendu sur TRANSRPT, rejets
      * également sur EXCEPTOUT, ouvert ici pour recevoir toutes les
               PERFORM 1090-CHECK-RESTART THRU 1090-EXIT
           END-IF.

      * Les entrées publiées par l'étape précédente sont rapprochées
      * du registre des générations avant toute mise à jour : une
      * génération périmée arrête l'exécution (code retour 8).
           PERFORM 1080-CHECK-GENERATIONS THRU 1080-EXIT.

      * Les mouvements réellement appliqués au maître sont portés au
      * journal MVTJRNL par les seules exécutions FINAL (1053) ; la
      * reprise indexée ne réapplique rien, donc ne journalise rien
      * (l'exécution interrompue l'a déjà fait).
           PERFORM 1030-OPEN-EXCEPTION-FILE THRU 1030-EXIT.
           PERFORM 1040-APPLY-TRANSACTIONS THRU 1040-EXIT.
           IF WS-MASTER-INDEXED AND NOT WS-RUN-PROVISIONAL
               IF WS-CHECKPOINT-FOUND
                   PERFORM 1052-NOTE-REPLAY-SKIPPED THRU 1052-EXIT
               ELSE
                   PERFORM 1053-OPEN-JOURNAL THRU 1053-EXIT
                   PERFORM 1046-UPDATE-MASTER-IX THRU 1046-EXIT
               END-IF
               PERFORM 1051-UNLOAD-MASTER-IX THRU 1051-EXIT
           ELSE
               PERFORM 1048-SORT-MASTER THRU 1048-EXIT
               IF NOT WS-RUN-PROVISIONAL
                   PERFORM 1053-OPEN-JOURNAL THRU 1053-EXIT
               END-IF
               PERFORM 1045-UPDATE-MASTER THRU 1045-EXIT
           END-IF.
           IF WS-JOURNAL-OPEN
               CLOSE JOURNAL-FILE
               MOVE "N" TO WS-JOURNAL-OPEN-FLAG
           END-IF.
           PERFORM 1049-SORT-PRIOR THRU 1049-EXIT.

      * Une exécution qui reprend (étape "D" ou "S") garde le RUN-ID

           PERFORM 2300-WRITE-TOP-BOTTOM THRU 2300-EXIT.
           PERFORM 1600-WRITE-CONTROL-TRAILER THRU 1600-EXIT.
           PERFORM 1610-WRITE-BREACH-SUMMARY THRU 1610-EXIT.
           PERFORM 1650-WRITE-SUSPENSE-REPORT THRU 1650-EXIT.
           PERFORM 1670-WRITE-TRANSFERS THRU 1670-EXIT.

      * Le rapport est maintenant complet (détail et solde) : le
      * point de contrôle peut être effacé, la prochaine exécution
      * En exécution FINAL seulement, le maître de travail est
      * publié sur USERMSTN pour l'ordonnanceur ; une exécution
      * provisoire laisse USERMSTN tel que la nuit l'a produit.
      * Les tampons de génération ne sont déposés qu'à bonne fin :
      * après un code retour 12 l'ordonnanceur ne permute rien, et
      * la relance doit retrouver le registre en l'état.
           IF NOT WS-RUN-PROVISIONAL
               PERFORM 7000-PUBLISH-MASTER THRU 7000-EXIT
               PERFORM 7010-PUBLISH-SUSPENSE THRU 7010-EXIT
               IF RETURN-CODE < 8
                   PERFORM 7020-STAMP-GENERATIONS THRU 7020-EXIT
               END-IF
           END-IF.

      * Dernière étape : l'enregistrement d'audit porte le code
                       MOVE NU-NAME   TO FM-NAME
                       MOVE NU-SCORE  TO FM-SCORE
                       WRITE FINAL-MASTER-REC
                       ADD 1 TO WS-GEN-MST-COUNT
                       IF FM-SCORE IS NUMERIC
                           MOVE FM-SCORE TO WS-GEN-SCORE-NUM
                           ADD WS-GEN-SCORE-NUM TO WS-GEN-MST-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       7000-EXIT.
           EXIT.

      * Publie le suspens de travail SUSPFILW sur SUSPFILN, repris
      * par l'ordonnanceur en remplacement de SUSPFILE après bonne
      * fin (exécution FINAL seulement, même règle que le maître :
      * un point de midi ne doit ni régulariser ni vieillir le
      * suspens de la nuit).
       7010-PUBLISH-SUSPENSE.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SUSPENSE-WORK-FILE.
           IF WS-SUSP-WORK-STATUS NOT = "00"
               DISPLAY "DataDisp - ERREUR RELECTURE SUSPFILW, STATUT: "
                   WS-SUSP-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUSPENSE-NEW-FILE.
           IF WS-SUSP-OUT-STATUS NOT = "00"
               DISPLAY "DataDisp - ERREUR OUVERTURE SUSPFILN, STATUT: "
                   WS-SUSP-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ SUSPENSE-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SUSPENSE-WORK-REC TO SUSPENSE-NEW-REC
                       WRITE SUSPENSE-NEW-REC
               END-READ
           END-PERFORM.

           CLOSE SUSPENSE-WORK-FILE.
           CLOSE SUSPENSE-NEW-FILE.

       7010-EXIT.
           EXIT.

      * Tamponne au registre GENREG les fichiers publiés par
      * l'exécution FINAL : USERMST (copie USERMSTN, comptée à la
      * publication), SEUILST (copie SEUILSTN, comptée à
      * l'écriture) et HISTFILE, étendu sur place et donc recompté
      * en entier après fermeture.
       7020-STAMP-GENERATIONS.

           MOVE "USERMST"           TO WS-GEN-FILE-NAME.
           MOVE WS-GEN-MST-COUNT    TO WS-GEN-COUNT.
           MOVE WS-GEN-MST-TOTAL    TO WS-GEN-TOTAL.
           MOVE WS-GEN-IN-MASTER    TO WS-GEN-SOURCE-GEN.
           PERFORM 7025-WRITE-STAMP THRU 7025-EXIT.

           MOVE "SEUILST"           TO WS-GEN-FILE-NAME.
           MOVE WS-GEN-SEUIL-COUNT  TO WS-GEN-COUNT.
           MOVE WS-GEN-SEUIL-TOTAL  TO WS-GEN-TOTAL.
           MOVE WS-GEN-IN-SEUIL     TO WS-GEN-SOURCE-GEN.
           PERFORM 7025-WRITE-STAMP THRU 7025-EXIT.

           PERFORM 1084-COUNT-HISTORY THRU 1084-EXIT.
           MOVE "HISTFILE"          TO WS-GEN-FILE-NAME.
           MOVE WS-GEN-IN-HISTORY   TO WS-GEN-SOURCE-GEN.
           PERFORM 7025-WRITE-STAMP THRU 7025-EXIT.

       7020-EXIT.
           EXIT.

      * Dépose le tampon de WS-GEN-FILE-NAME (chiffres WS-GEN-COUNT
      * et WS-GEN-TOTAL, origine WS-GEN-SOURCE-GEN) avec le numéro
      * qui suit le dernier tampon du même fichier. Même règle que
      * le journal d'audit : un registre indisponible est signalé
      * en console sans condamner l'exécution (le consommateur
      * suivant verra une génération non reconnue, pas une
      * génération périmée).
       7025-WRITE-STAMP.

           MOVE 0 TO WS-GL-GEN-NO.
           MOVE "N" TO WS-GEN-EOF-FLAG.
           OPEN INPUT GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
               IF WS-GEN-REG-STATUS = "05"
                   CLOSE GEN-REGISTER-FILE
                   GO TO 7025-APPEND
               ELSE
                   DISPLAY "DataDisp - ATTENTION: REGISTRE GENREG "
                       "INDISPONIBLE, STATUT: " WS-GEN-REG-STATUS
                   GO TO 7025-EXIT
               END-IF
           END-IF.

           PERFORM UNTIL WS-GEN-EOF
               READ GEN-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF-FLAG
                   NOT AT END
                       IF GR-FILE = WS-GEN-FILE-NAME
                           MOVE GR-GEN-NO TO WS-GL-GEN-NO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GEN-REGISTER-FILE.

       7025-APPEND.
           OPEN EXTEND GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
                   AND WS-GEN-REG-STATUS NOT = "05"
               DISPLAY "DataDisp - ATTENTION: REGISTRE GENREG "
                   "INDISPONIBLE, STATUT: " WS-GEN-REG-STATUS
               GO TO 7025-EXIT
           END-IF.

           MOVE WS-GEN-FILE-NAME     TO GR-FILE.
           COMPUTE GR-GEN-NO = WS-GL-GEN-NO + 1.
           MOVE WS-GEN-SOURCE-GEN    TO GR-SOURCE-GEN.
           MOVE WS-RUN-DATE-YYYYMMDD TO GR-RUN-DATE.
           MOVE WS-RUN-ID            TO GR-RUN-ID.
           MOVE WS-GEN-PROGRAM       TO GR-PRODUCER.
           MOVE WS-GEN-COUNT         TO GR-COUNT.
           MOVE WS-GEN-TOTAL         TO GR-TOTAL.
           WRITE GEN-REGISTER-REC.
           CLOSE GEN-REGISTER-FILE.

       7025-EXIT.
           EXIT.

      * Dépose l'enregistrement d'audit de l'exécution sur le
      * journal AUDITLOG (en extension : le journal ne se réécrit
      * jamais). Un échec d'écriture est signalé en console sans
           EXIT.

      * Charge les paramètres d'exécution depuis PARAMFIL (mot-clé,
      * valeur numérique, date d'effet : seules les valeurs en
      * vigueur à la date d'exécution, obtenue au préalable par
      * 1060, sont appliquées). Fichier absent : les valeurs par défaut
      * câblées restent en vigueur. Fichier présent mais invalide
      * (mot-clé inconnu, valeur non numérique, seuil bas au-dessus
      * du seuil haut, valeur hors borne) : arrêt du traitement, un
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SUSP-MAX-ATTEMPTS = 0
               DISPLAY "DataDisp - ERREUR PARAMFIL: ESSAIS SUSPENS "
                   "A ZERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1010-EXIT.
           EXIT.

      * Applique un enregistrement de PARAMFIL : contrôle le mot-clé,
      * la valeur et la date d'effet, puis remplace la valeur par
      * défaut concernée si l'enregistrement est en vigueur à la
      * date d'exécution (1016). Les valeurs programmées sont
      * contrôlées comme les autres. Les lignes entièrement à blanc
      * sont tolérées.
       1015-APPLY-PARAMETER.

           IF PR-KEYWORD = SPACES AND PR-VALUE = SPACES
           END-IF.
           MOVE PR-VALUE TO WS-PARAM-VALUE-NUM.

           IF PR-EFFECTIVE = SPACES
               MOVE 0 TO WS-PARAM-EFFECTIVE-NUM
           ELSE
               IF PR-EFFECTIVE IS NOT NUMERIC
                   DISPLAY "DataDisp - ERREUR PARAMFIL: DATE D'EFFET "
                       "INVALIDE POUR " PR-KEYWORD ": " PR-EFFECTIVE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PR-EFFECTIVE TO WS-PARAM-EFFECTIVE-NUM
           END-IF.
           PERFORM 1016-CHECK-IN-FORCE THRU 1016-EXIT.

           EVALUATE PR-KEYWORD
               WHEN "SEUIL-HAUT"
                   IF WS-PARAM-VALUE-NUM > 9999
                       PERFORM 1018-PARAM-RANGE-ERROR THRU 1018-EXIT
                   END-IF
                   IF WS-PARAM-IN-FORCE
                       MOVE WS-PARAM-VALUE-NUM
                         TO WS-SCORE-THRESHOLD-HIGH
                   END-IF
               WHEN "SEUIL-BAS"
                   IF WS-PARAM-VALUE-NUM > 9999
                       PERFORM 1018-PARAM-RANGE-ERROR THRU 1018-EXIT
                   END-IF
                   IF WS-PARAM-IN-FORCE
                       MOVE WS-PARAM-VALUE-NUM
                         TO WS-SCORE-THRESHOLD-LOW
                   END-IF
               WHEN "LIGNES-PAGE"
                   IF WS-PARAM-VALUE-NUM > 999
                       PERFORM 1018-PARAM-RANGE-ERROR THRU 1018-EXIT
                   END-IF
                   IF WS-PARAM-IN-FORCE
                       MOVE WS-PARAM-VALUE-NUM TO WS-LINES-PER-PAGE
                   END-IF
               WHEN "INTERV-CONTROLE"
                   IF WS-PARAM-VALUE-NUM > 999
                       PERFORM 1018-PARAM-RANGE-ERROR THRU 1018-EXIT
                   END-IF
                   IF WS-PARAM-IN-FORCE
                       MOVE WS-PARAM-VALUE-NUM
                         TO WS-CHECKPOINT-INTERVAL
                   END-IF
               WHEN "MAITRE-INDEXE"
                   IF WS-PARAM-VALUE-NUM > 1
                       PERFORM 1018-PARAM-RANGE-ERROR THRU 1018-EXIT
                   END-IF
                   IF WS-PARAM-IN-FORCE
                       MOVE WS-PARAM-VALUE-NUM
                         TO WS-MASTER-INDEXED-NUM
                   END-IF
               WHEN "JOURS-SOUS-SEUIL"
                   IF WS-PARAM-VALUE-NUM > 999
                       PERFORM 1018-PARAM-RANGE-ERROR THRU 1018-EXIT
                   END-IF
                   IF WS-PARAM-IN-FORCE
                       MOVE WS-PARAM-VALUE-NUM
                         TO WS-ALERT-DAYS-LIMIT
                   END-IF
               WHEN "ESSAIS-SUSPENS"
                   IF WS-PARAM-VALUE-NUM > 999
                       PERFORM 1018-PARAM-RANGE-ERROR THRU 1018-EXIT
                   END-IF
                   IF WS-PARAM-IN-FORCE
                       MOVE WS-PARAM-VALUE-NUM
                         TO WS-SUSP-MAX-ATTEMPTS
                   END-IF
               WHEN "TYPE-EXECUTION"
                   IF WS-PARAM-VALUE-NUM > 1
                       PERFORM 1018-PARAM-RANGE-ERROR THRU 1018-EXIT
                   END-IF
                   IF WS-PARAM-IN-FORCE
                       MOVE WS-PARAM-VALUE-NUM
                         TO WS-RUN-TYPE-NUM
                       IF WS-RUN-PROVISIONAL
                           MOVE "PROVISOIRE" TO WS-RUN-TYPE-TEXT
                       ELSE
                           MOVE "FINAL" TO WS-RUN-TYPE-TEXT
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "DataDisp - ERREUR PARAMFIL: MOT-CLE "
       1015-EXIT.
           EXIT.

      * Décide si l'enregistrement courant est en vigueur : date
      * d'effet atteinte à la date d'exécution et au moins aussi
      * récente que celle de la valeur déjà retenue pour le mot-clé
      * (à date égale, le dernier lu l'emporte). Une valeur à date
      * d'effet future est seulement comptée.
       1016-CHECK-IN-FORCE.

           MOVE "N" TO WS-PARAM-IN-FORCE-FLAG.
           IF WS-PARAM-EFFECTIVE-NUM > WS-RUN-DATE-YYYYMMDD
               ADD 1 TO WS-PARAM-FUTURE-COUNT
               GO TO 1016-EXIT
           END-IF.

           MOVE "N" TO WS-PA-FOUND-FLAG.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PA-COUNT
                      OR WS-PA-FOUND
               IF WS-PA-KEYWORD (WS-PA-IDX) = PR-KEYWORD
                   MOVE "Y" TO WS-PA-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF WS-PA-FOUND
               SET WS-PA-IDX DOWN BY 1
               IF WS-PARAM-EFFECTIVE-NUM < WS-PA-EFFECTIVE (WS-PA-IDX)
                   GO TO 1016-EXIT
               END-IF
           ELSE
      * Mot-clé inconnu au-delà des huit reconnus : 1015 l'arrête.
               IF WS-PA-COUNT >= 8
                   MOVE "Y" TO WS-PARAM-IN-FORCE-FLAG
                   GO TO 1016-EXIT
               END-IF
               ADD 1 TO WS-PA-COUNT
               SET WS-PA-IDX TO WS-PA-COUNT
               MOVE PR-KEYWORD TO WS-PA-KEYWORD (WS-PA-IDX)
           END-IF.

           MOVE WS-PARAM-EFFECTIVE-NUM TO WS-PA-EFFECTIVE (WS-PA-IDX).
           MOVE "Y" TO WS-PARAM-IN-FORCE-FLAG.

       1016-EXIT.
           EXIT.

      * Signale une valeur hors borne pour le mot-clé courant et
      * arrête le traitement.
       1018-PARAM-RANGE-ERROR.
       1205-ECHO-PARAMETERS.

           MOVE WS-PARAM-SOURCE-TEXT    TO PE1-SOURCE.
           MOVE WS-PARAM-FUTURE-COUNT   TO PE1-FUTURE.
           MOVE WS-SCORE-THRESHOLD-HIGH TO PE2-HIGH.
           MOVE WS-SCORE-THRESHOLD-LOW  TO PE2-LOW.
           MOVE WS-LINES-PER-PAGE       TO PE3-LINES.
           MOVE WS-MASTER-INDEXED-NUM   TO PE4-INDEXED.
           MOVE WS-RUN-TYPE-TEXT        TO PE4-RUN-TYPE.
           MOVE WS-ALERT-DAYS-LIMIT     TO PE5-ALERT-DAYS.
           MOVE WS-SUSP-MAX-ATTEMPTS    TO PE5-SUSP-MAX.

           WRITE REPORT-LINE FROM WS-PARAM-ECHO-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-DET-NAME    TO RD-NAME.
           MOVE WS-DET-SCORE-X TO RD-SCORE.
           MOVE WS-RANK        TO RD-RANK.
           PERFORM 2250-EDIT-ID-ATTAIN THRU 2250-EXIT.
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2210-EXIT.
           EXIT.

      * Renseigne la colonne OBJ% de la ligne de détail : taux
      * d'atteinte de l'objectif du mois de l'ID, à blanc sans
      * objectif.
       2250-EDIT-ID-ATTAIN.

           MOVE SPACES TO RD-ATTAIN.
           MOVE "N" TO WS-OBJ-FOUND-FLAG.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT OR WS-OBJ-FOUND
               IF WS-OI-ID (WS-OI-IDX) = WS-DET-ID
                   MOVE "Y" TO WS-OBJ-FOUND-FLAG
                   MOVE WS-OI-TARGET (WS-OI-IDX) TO WS-OBJ-TARGET
               END-IF
           END-PERFORM.
           IF NOT WS-OBJ-FOUND
               GO TO 2250-EXIT
           END-IF.

           MOVE WS-DET-SCORE TO WS-OBJ-ACTUAL.
           PERFORM 1059-COMPUTE-ATTAIN THRU 1059-EXIT.
           MOVE WS-OBJ-PCT      TO OP-PCT.
           MOVE WS-OBJ-PCT-EDIT TO RD-ATTAIN.

       2250-EXIT.
           EXIT.

      * Insère l'enregistrement de détail en cours dans les tables
      * des 10 meilleurs (scores décroissants) et des 10 plus
      * faibles (scores croissants) du palmarès national.
           ADD 1 TO WS-REGION-TOTAL-COUNT.
           SET WS-RT-IDX TO WS-REGION-TOTAL-COUNT.
           MOVE WS-DET-LABEL TO WS-RT-REGION (WS-RT-IDX).
           MOVE WS-DET-REGION TO WS-RT-CODE (WS-RT-IDX).
           MOVE WS-DET-SCORE TO WS-RT-SCORE (WS-RT-IDX).
           MOVE 1            TO WS-RT-COUNT (WS-RT-IDX).
           MOVE WS-DET-SCORE TO WS-RT-MAX (WS-RT-IDX).
           MOVE "Y" TO WS-RGN-FIRST-FLAG.
           MOVE 0 TO WS-RGN-SUBTOTAL.
           MOVE 0 TO WS-RX-COUNT.
           MOVE WS-DET-REGION TO WS-RGN-CODE.

           PERFORM 4050-FIND-RGN-MANAGER THRU 4050-EXIT.

           PERFORM 4210-WRITE-RGN-LINE THRU 4210-EXIT.
           MOVE WS-DET-LABEL        TO GH2-REGION.
           MOVE WS-RGN-MANAGER      TO GH2-MANAGER.
           MOVE WS-RGN-DIRECTORATE  TO GH2-DIRECTORATE.
           MOVE WS-RGN-HEADER-2     TO WS-RGN-LINE-BUILD.
           PERFORM 4210-WRITE-RGN-LINE THRU 4210-EXIT.
           MOVE WS-REPORT-HEADER-2  TO WS-RGN-LINE-BUILD.
       4000-EXIT.
           EXIT.

      * Retrouve le responsable et la direction de la région en cours
      * de la passe de détail (code région d'origine WS-DET-REGION au
      * référentiel).
       4050-FIND-RGN-MANAGER.

           MOVE SPACES TO WS-RGN-MANAGER.
           MOVE SPACES TO WS-RGN-DIRECTORATE.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
               IF WS-RM-CODE (WS-RM-IDX) = WS-DET-REGION
                   MOVE WS-RM-MANAGER (WS-RM-IDX)
                       TO WS-RGN-MANAGER
                   MOVE WS-RM-DIRECTORATE (WS-RM-IDX)
                       TO WS-RGN-DIRECTORATE
               END-IF
           END-PERFORM.


      * Clôt le rapport régional en cours : sous-total de la région,
      * puis ses propres écarts de seuil retenus pendant la passe de
      * détail, ses transferts entrants et sortants, et fermeture du
      * fichier.
       4100-CLOSE-REGION-FILE.

           IF NOT WS-RGN-OPEN
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-RGN-CODE     TO WS-OBJ-KEY.
           MOVE WS-RGN-SUBTOTAL TO WS-OBJ-ACTUAL.
           PERFORM 1058-EDIT-REGION-ATTAIN THRU 1058-EXIT.
           MOVE WS-OBJ-AREA     TO GS-OBJECTIVE.
           MOVE SPACES TO WS-RGN-LINE-BUILD.
           PERFORM 4210-WRITE-RGN-LINE THRU 4210-EXIT.
           MOVE WS-RGN-SUBTOTAL TO GS-TOTAL.
               END-PERFORM
           END-IF.

           PERFORM 4150-WRITE-RGN-TRANSFERS THRU 4150-EXIT.

           PERFORM 4310-CLOSE-RGN-DISPATCH THRU 4310-EXIT.
           MOVE "N" TO WS-RGN-OPEN-FLAG.

       4100-EXIT.
           EXIT.

      * Reporte sur le rapport régional en cours les transferts
      * entrants et sortants de la région (même sélection que la
      * section du rapport national, 1676 et 1677).
       4150-WRITE-RGN-TRANSFERS.

           MOVE WS-RGN-CODE TO WS-XF-REGION.
           PERFORM 1676-COUNT-REGION-TRANSFERS THRU 1676-EXIT.
           IF NOT WS-XF-ANY
               GO TO 4150-EXIT
           END-IF.

           MOVE SPACES TO WS-RGN-LINE-BUILD.
           PERFORM 4210-WRITE-RGN-LINE THRU 4210-EXIT.
           MOVE WS-XFER-RGN-HDR TO WS-RGN-LINE-BUILD.
           PERFORM 4210-WRITE-RGN-LINE THRU 4210-EXIT.
           MOVE WS-XF-IN-COUNT  TO XR-IN-COUNT.
           MOVE WS-XF-OUT-COUNT TO XR-OUT-COUNT.
           MOVE GH2-REGION      TO XR-REGION.
           MOVE WS-XFER-RGN-LINE TO WS-RGN-LINE-BUILD.
           PERFORM 4210-WRITE-RGN-LINE THRU 4210-EXIT.
           MOVE WS-XFER-COL-HEADER TO WS-RGN-LINE-BUILD.
           PERFORM 4210-WRITE-RGN-LINE THRU 4210-EXIT.
           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
                   UNTIL WS-XF-IDX > WS-XF-COUNT
               PERFORM 1677-EDIT-TRANSFER-LINE THRU 1677-EXIT
               IF WS-XF-MATCH
                   MOVE WS-XFER-DETAIL-LINE TO WS-RGN-LINE-BUILD
                   PERFORM 4210-WRITE-RGN-LINE THRU 4210-EXIT
               END-IF
           END-PERFORM.

       4150-EXIT.
           EXIT.

      * Reporte la ligne de détail courante sur le rapport régional,
      * cumule le sous-total de la région et retient ses écarts de
      * seuil pour la clôture du fichier.
       1200-EXIT.
           EXIT.

      * Imprime les sous-totaux par région (libellés officiels)
      * groupés par direction, chaque groupe suivi du sous-total de
      * sa direction, puis le total général, cumulés au fil de l'eau
      * par la passe de détail triée (voir 2230-NOTE-REGION-TOTAL).
       1400-WRITE-REGION-TOTALS.

           PERFORM 1410-BUILD-DIRECTORATES THRU 1410-EXIT.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               PERFORM 1420-WRITE-DIRECTORATE THRU 1420-EXIT
           END-PERFORM.

           MOVE WS-GRAND-TOTAL TO GT-SCORE.
       1400-EXIT.
           EXIT.

      * Rattache chaque région des totaux à sa direction (référentiel
      * des régions, par code) et constitue les cumuls par direction
      * dans WS-DIRECTORATE-TABLE, dans l'ordre des noms.
       1410-BUILD-DIRECTORATES.

           MOVE 0 TO WS-DR-COUNT.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-REGION-TOTAL-COUNT
               PERFORM 1415-NOTE-DIRECTORATE THRU 1415-EXIT
           END-PERFORM.

       1410-EXIT.
           EXIT.

      * Cumule la région WS-RT-IDX sur sa direction : entrée existante
      * mise à jour, sinon insérée à sa place dans l'ordre des noms
      * (la table des directions ne peut pas compter plus d'entrées
      * que celle des régions).
       1415-NOTE-DIRECTORATE.

           MOVE SPACES TO WS-RT-DIRECTORATE (WS-RT-IDX).
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
               IF WS-RM-CODE (WS-RM-IDX) = WS-RT-CODE (WS-RT-IDX)
                   MOVE WS-RM-DIRECTORATE (WS-RM-IDX)
                       TO WS-RT-DIRECTORATE (WS-RT-IDX)
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-DR-POS.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT OR WS-DR-POS > 0
               IF WS-DR-NAME (WS-DR-IDX) >=
                       WS-RT-DIRECTORATE (WS-RT-IDX)
                   SET WS-DR-POS TO WS-DR-IDX
               END-IF
           END-PERFORM.

           IF WS-DR-POS > 0
               IF WS-DR-NAME (WS-DR-POS) =
                       WS-RT-DIRECTORATE (WS-RT-IDX)
                   ADD WS-RT-SCORE (WS-RT-IDX)
                       TO WS-DR-SCORE (WS-DR-POS)
                   ADD WS-RT-COUNT (WS-RT-IDX)
                       TO WS-DR-EFFECT (WS-DR-POS)
                   ADD 1 TO WS-DR-REGIONS (WS-DR-POS)
                   IF WS-RT-MAX (WS-RT-IDX) > WS-DR-MAX (WS-DR-POS)
                       MOVE WS-RT-MAX (WS-RT-IDX)
                           TO WS-DR-MAX (WS-DR-POS)
                   END-IF
                   IF WS-RT-MIN (WS-RT-IDX) < WS-DR-MIN (WS-DR-POS)
                       MOVE WS-RT-MIN (WS-RT-IDX)
                           TO WS-DR-MIN (WS-DR-POS)
                   END-IF
                   GO TO 1415-EXIT
               END-IF
           ELSE
               COMPUTE WS-DR-POS = WS-DR-COUNT + 1
           END-IF.

           ADD 1 TO WS-DR-COUNT.
           PERFORM VARYING K FROM WS-DR-COUNT BY -1
                   UNTIL K <= WS-DR-POS
               COMPUTE J = K - 1
               MOVE WS-DR-ENTRY (J) TO WS-DR-ENTRY (K)
           END-PERFORM.
           MOVE WS-RT-DIRECTORATE (WS-RT-IDX)
               TO WS-DR-NAME (WS-DR-POS).
           MOVE WS-RT-SCORE (WS-RT-IDX) TO WS-DR-SCORE (WS-DR-POS).
           MOVE WS-RT-COUNT (WS-RT-IDX) TO WS-DR-EFFECT (WS-DR-POS).
           MOVE WS-RT-MAX (WS-RT-IDX)   TO WS-DR-MAX (WS-DR-POS).
           MOVE WS-RT-MIN (WS-RT-IDX)   TO WS-DR-MIN (WS-DR-POS).
           MOVE 1                       TO WS-DR-REGIONS (WS-DR-POS).

       1415-EXIT.
           EXIT.

      * Imprime les régions de la direction WS-DR-IDX (ordre des
      * libellés) puis le sous-total de la direction.
       1420-WRITE-DIRECTORATE.

           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-REGION-TOTAL-COUNT
               IF WS-RT-DIRECTORATE (WS-RT-IDX) =
                       WS-DR-NAME (WS-DR-IDX)
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
                   END-IF
                   MOVE WS-RT-REGION (WS-RT-IDX) TO RT-REGION
                   MOVE WS-RT-SCORE (WS-RT-IDX)  TO RT-SCORE
                   MOVE WS-RT-CODE (WS-RT-IDX)   TO WS-OBJ-KEY
                   MOVE WS-RT-SCORE (WS-RT-IDX)  TO WS-OBJ-ACTUAL
                   PERFORM 1058-EDIT-REGION-ATTAIN THRU 1058-EXIT
                   MOVE WS-OBJ-AREA              TO RT-OBJECTIVE
                   WRITE REPORT-LINE FROM WS-TOTALS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.

           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           IF WS-DR-NAME (WS-DR-IDX) = SPACES
               MOVE WS-DIR-NONE            TO DT-NAME
           ELSE
               MOVE WS-DR-NAME (WS-DR-IDX) TO DT-NAME
           END-IF.
           MOVE WS-DR-SCORE (WS-DR-IDX)   TO DT-SCORE.
           MOVE WS-DR-REGIONS (WS-DR-IDX) TO DT-REGIONS.
           WRITE REPORT-LINE FROM WS-DIR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-COUNT.

       1420-EXIT.
           EXIT.

      * Imprime le bloc de statistiques par région : effectif,
      * moyenne, médiane, meilleur et plus faible score, et part de
      * la région dans le total général, accumulés par la passe de
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

           PERFORM 1460-WRITE-DIRECTORATE-STATS THRU 1460-EXIT.

       1450-EXIT.
           EXIT.

      * Imprime le bloc de statistiques par direction (cumuls
      * constitués par 1410-BUILD-DIRECTORATES) : effectif, moyenne,
      * nombre de régions, extrêmes et part du total général. La
      * médiane n'est pas reprise : elle ne se déduit pas de celles
      * des régions.
       1460-WRITE-DIRECTORATE-STATS.

           IF WS-DR-COUNT = 0
               GO TO 1460-EXIT
           END-IF.

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE REPORT-LINE FROM WS-DIR-STATS-HEADER
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM WS-DIR-STATS-COL-HEADER
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
               END-IF
               IF WS-DR-NAME (WS-DR-IDX) = SPACES
                   MOVE WS-DIR-NONE            TO DS-NAME
               ELSE
                   MOVE WS-DR-NAME (WS-DR-IDX) TO DS-NAME
               END-IF
               MOVE WS-DR-EFFECT (WS-DR-IDX)  TO DS-COUNT
               COMPUTE WS-STATS-AVG ROUNDED =
                   WS-DR-SCORE (WS-DR-IDX) / WS-DR-EFFECT (WS-DR-IDX)
               MOVE WS-STATS-AVG              TO DS-AVG
               MOVE WS-DR-REGIONS (WS-DR-IDX) TO DS-REGIONS
               MOVE WS-DR-MAX (WS-DR-IDX)     TO DS-MAX
               MOVE WS-DR-MIN (WS-DR-IDX)     TO DS-MIN
               IF WS-GRAND-TOTAL > 0
                   COMPUTE WS-STATS-PCT ROUNDED =
                       WS-DR-SCORE (WS-DR-IDX) * 100
                           / WS-GRAND-TOTAL
               ELSE
                   MOVE 0 TO WS-STATS-PCT
               END-IF
               MOVE WS-STATS-PCT TO DS-PCT
               WRITE REPORT-LINE FROM WS-DIR-STATS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       1460-EXIT.
           EXIT.

      * Parcourt les enregistrements valides et imprime, sur le
      * rapport FD REPORT-OUT-FILE, les régions dont le score dépasse
      * WS-SCORE-THRESHOLD-HIGH ou tombe sous WS-SCORE-THRESHOLD-LOW.
       1600-EXIT.
           EXIT.

      * Imprime la synthèse des écarts d'habilitation : pour chaque
      * code source en faute, son canal au référentiel, le nombre de
      * mouvements rejetés et le détail par région visée. Les
      * mouvements repris du suspens y sont comptés à chaque rejet.
       1610-WRITE-BREACH-SUMMARY.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE REPORT-LINE FROM WS-BREACH-HDR
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

           IF NOT WS-BR-LOADED
               WRITE REPORT-LINE FROM WS-BREACH-NOREF-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
               GO TO 1610-EXIT
           END-IF.
           IF WS-BB-COUNT = 0
               WRITE REPORT-LINE FROM WS-BREACH-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
               GO TO 1610-EXIT
           END-IF.

           PERFORM VARYING WS-BB-IDX FROM 1 BY 1
                   UNTIL WS-BB-IDX > WS-BB-COUNT
               PERFORM 1615-WRITE-BREACH-SOURCE THRU 1615-EXIT
           END-PERFORM.

       1610-EXIT.
           EXIT.

      * Imprime le bloc du code source de l'entrée WS-BB-IDX s'il
      * n'a pas déjà été imprimé (première entrée de ce code) : ligne
      * de la succursale puis une ligne par région visée.
       1615-WRITE-BREACH-SOURCE.

           MOVE "N" TO WS-BB-FOUND-FLAG.
           PERFORM VARYING WS-BB-IDX2 FROM 1 BY 1
                   UNTIL WS-BB-IDX2 >= WS-BB-IDX OR WS-BB-FOUND
               IF WS-BB-SOURCE (WS-BB-IDX2) = WS-BB-SOURCE (WS-BB-IDX)
                   MOVE "Y" TO WS-BB-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-BB-FOUND
               GO TO 1615-EXIT
           END-IF.

           MOVE 0 TO WS-BB-SOURCE-RECS.
           PERFORM VARYING WS-BB-IDX2 FROM WS-BB-IDX BY 1
                   UNTIL WS-BB-IDX2 > WS-BB-COUNT
               IF WS-BB-SOURCE (WS-BB-IDX2) = WS-BB-SOURCE (WS-BB-IDX)
                   ADD WS-BB-RECS (WS-BB-IDX2) TO WS-BB-SOURCE-RECS
               END-IF
           END-PERFORM.

           MOVE WS-BB-SOURCE (WS-BB-IDX) TO BS-CODE.
           MOVE "-" TO BS-SLOT.
           MOVE "NON REFERENCEE" TO BS-NOTE.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT OR BS-NOTE = SPACES
               IF WS-BR-CODE (WS-BR-IDX) = WS-BB-SOURCE (WS-BB-IDX)
                   MOVE WS-BR-SLOT (WS-BR-IDX) TO BS-SLOT
                   MOVE SPACES TO BS-NOTE
               END-IF
           END-PERFORM.
           MOVE WS-BB-SOURCE-RECS TO BS-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE REPORT-LINE FROM WS-BREACH-SRC-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           PERFORM VARYING WS-BB-IDX2 FROM WS-BB-IDX BY 1
                   UNTIL WS-BB-IDX2 > WS-BB-COUNT
               IF WS-BB-SOURCE (WS-BB-IDX2) = WS-BB-SOURCE (WS-BB-IDX)
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
                   END-IF
                   MOVE WS-BB-REGION (WS-BB-IDX2) TO BG-REGION
                   MOVE WS-BB-RECS (WS-BB-IDX2)   TO BG-COUNT
                   WRITE REPORT-LINE FROM WS-BREACH-RGN-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.

       1615-EXIT.
           EXIT.

      * Imprime les deux sections du suspens : les mouvements repris
      * du suspens et enfin appliqués par l'exécution, puis ceux qui
      * restent en attente (relus sur SUSPFILW) avec la date du
      * premier rejet, l'ancienneté en jours, le nombre de rejets et
      * le dernier motif, suivis de la répartition par tranche
      * d'ancienneté. Rien de ce qu'une succursale a envoyé ne
      * disparaît sans laisser de trace sur le rapport.
       1650-WRITE-SUSPENSE-REPORT.

           MOVE WS-RUN-DATE-YYYYMMDD TO WS-DN-DATE.
           PERFORM 1079-DATE-TO-DAYS THRU 1079-EXIT.
           MOVE WS-DN-DAYS TO WS-DN-RUN-DAYS.

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE REPORT-LINE FROM WS-SUSP-CLEARED-HDR
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM WS-SUSP-COL-HEADER
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

           IF WS-SC-COUNT = 0
               WRITE REPORT-LINE FROM WS-SUSP-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
               END-IF
               MOVE WS-SC-ACTION (WS-SC-IDX)     TO SD-ACTION
               MOVE WS-SC-ID (WS-SC-IDX)         TO SD-ID
               MOVE WS-SC-REGION (WS-SC-IDX)     TO SD-REGION
               MOVE WS-SC-SOURCE (WS-SC-IDX)     TO SD-SOURCE
               MOVE WS-SC-FIRST-DATE (WS-SC-IDX) TO WS-DN-DATE
               PERFORM 1660-EDIT-SUSP-AGE THRU 1660-EXIT
               MOVE WS-SC-ATTEMPTS (WS-SC-IDX)   TO SD-ATTEMPTS
               MOVE WS-SC-RESULT (WS-SC-IDX)     TO SD-TEXT
               WRITE REPORT-LINE FROM WS-SUSP-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE REPORT-LINE FROM WS-SUSP-PENDING-HDR
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM WS-SUSP-COL-HEADER
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

           MOVE 0 TO WS-SUSP-AGE-1.
           MOVE 0 TO WS-SUSP-AGE-7.
           MOVE 0 TO WS-SUSP-AGE-30.
           MOVE 0 TO WS-SUSP-AGE-OLD.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SUSPENSE-WORK-FILE.
           IF WS-SUSP-WORK-STATUS NOT = "00"
               DISPLAY "DataDisp - ERREUR RELECTURE SUSPFILW, STATUT: "
                   WS-SUSP-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ SUSPENSE-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                           PERFORM 1200-WRITE-REPORT-HEADER
                               THRU 1200-EXIT
                       END-IF
                       MOVE SW-ACTION     TO SD-ACTION
                       MOVE SW-ID         TO SD-ID
                       MOVE SW-REGION     TO SD-REGION
                       MOVE SW-SOURCE     TO SD-SOURCE
                       MOVE SW-FIRST-DATE TO WS-DN-DATE
                       PERFORM 1660-EDIT-SUSP-AGE THRU 1660-EXIT
                       MOVE SW-ATTEMPTS   TO SD-ATTEMPTS
                       MOVE SW-REASON     TO SD-TEXT
                       WRITE REPORT-LINE FROM WS-SUSP-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO WS-LINE-COUNT
                       EVALUATE TRUE
                           WHEN WS-SUSP-AGE <= 1
                               ADD 1 TO WS-SUSP-AGE-1
                           WHEN WS-SUSP-AGE <= 7
                               ADD 1 TO WS-SUSP-AGE-7
                           WHEN WS-SUSP-AGE <= 30
                               ADD 1 TO WS-SUSP-AGE-30
                           WHEN OTHER
                               ADD 1 TO WS-SUSP-AGE-OLD
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE SUSPENSE-WORK-FILE.

           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           MOVE WS-SUSP-AGE-1   TO SA-AGE-1.
           MOVE WS-SUSP-AGE-7   TO SA-AGE-7.
           MOVE WS-SUSP-AGE-30  TO SA-AGE-30.
           MOVE WS-SUSP-AGE-OLD TO SA-AGE-OLD.
           WRITE REPORT-LINE FROM WS-SUSP-AGE-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

       1650-EXIT.
           EXIT.

      * Édite la date de premier rejet WS-DN-DATE sur la ligne de
      * suspens et calcule son ancienneté en jours par rapport à la
      * date d'exécution (WS-DN-RUN-DAYS, posé par l'appelant).
       1660-EDIT-SUSP-AGE.

           MOVE WS-DN-YYYY TO SD-FD-YYYY.
           MOVE WS-DN-MM   TO SD-FD-MM.
           MOVE WS-DN-DD   TO SD-FD-DD.
           MOVE 0 TO WS-SUSP-AGE.
           MOVE 0 TO SD-AGE.
           IF WS-DN-DATE IS NOT NUMERIC OR WS-DN-DATE = 0
               GO TO 1660-EXIT
           END-IF.
           PERFORM 1079-DATE-TO-DAYS THRU 1079-EXIT.
           IF WS-DN-DAYS < WS-DN-RUN-DAYS
               COMPUTE WS-SUSP-AGE = WS-DN-RUN-DAYS - WS-DN-DAYS
           END-IF.
           MOVE WS-SUSP-AGE TO SD-AGE.

       1660-EXIT.
           EXIT.

      * Imprime la section des transferts inter-régions appliqués
      * par l'exécution : pour chaque région du référentiel touchée
      * par un transfert, dans l'ordre du référentiel, ses compteurs
      * d'entrants et de sortants puis une ligne par transfert, de
      * sorte que la région qui cède et celle qui reçoit voient
      * toutes deux le mouvement.
       1670-WRITE-TRANSFERS.

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           WRITE REPORT-LINE FROM WS-XFER-HDR
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

           IF WS-XF-COUNT = 0
               WRITE REPORT-LINE FROM WS-SUSP-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
               GO TO 1670-EXIT
           END-IF.

           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
               MOVE WS-RM-CODE (WS-RM-IDX) TO WS-XF-REGION
               PERFORM 1675-WRITE-REGION-TRANSFERS THRU 1675-EXIT
           END-PERFORM.

       1670-EXIT.
           EXIT.

      * Imprime les transferts de la région WS-XF-REGION sur le
      * rapport (rien si la région n'en a aucun).
       1675-WRITE-REGION-TRANSFERS.

           PERFORM 1676-COUNT-REGION-TRANSFERS THRU 1676-EXIT.
           IF NOT WS-XF-ANY
               GO TO 1675-EXIT
           END-IF.

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
           END-IF.
           MOVE WS-RM-LABEL (WS-RM-IDX) TO XR-REGION.
           MOVE WS-XF-IN-COUNT  TO XR-IN-COUNT.
           MOVE WS-XF-OUT-COUNT TO XR-OUT-COUNT.
           WRITE REPORT-LINE FROM WS-XFER-RGN-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM WS-XFER-COL-HEADER
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
                   UNTIL WS-XF-IDX > WS-XF-COUNT
               PERFORM 1677-EDIT-TRANSFER-LINE THRU 1677-EXIT
               IF WS-XF-MATCH
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
                   END-IF
                   WRITE REPORT-LINE FROM WS-XFER-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.

       1675-EXIT.
           EXIT.

      * Compte les transferts entrants et sortants de la région
      * WS-XF-REGION (WS-XF-ANY si elle en a au moins un).
       1676-COUNT-REGION-TRANSFERS.

           MOVE 0 TO WS-XF-IN-COUNT.
           MOVE 0 TO WS-XF-OUT-COUNT.
           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
                   UNTIL WS-XF-IDX > WS-XF-COUNT
               IF WS-XF-TO (WS-XF-IDX) = WS-XF-REGION
                   ADD 1 TO WS-XF-IN-COUNT
               END-IF
               IF WS-XF-FROM (WS-XF-IDX) = WS-XF-REGION
                   ADD 1 TO WS-XF-OUT-COUNT
               END-IF
           END-PERFORM.
           IF WS-XF-IN-COUNT > 0 OR WS-XF-OUT-COUNT > 0
               MOVE "Y" TO WS-XF-ANY-FLAG
           ELSE
               MOVE "N" TO WS-XF-ANY-FLAG
           END-IF.

       1676-EXIT.
           EXIT.

      * Prépare la ligne du transfert WS-XF-IDX vue de la région
      * WS-XF-REGION : ENTRANT avec la région d'origine, SORTANT
      * avec la région de destination (WS-XF-MATCH si le transfert
      * concerne la région).
       1677-EDIT-TRANSFER-LINE.

           MOVE "Y" TO WS-XF-MATCH-FLAG.
           IF WS-XF-TO (WS-XF-IDX) = WS-XF-REGION
               MOVE "ENTRANT" TO XD-DIRECTION
               MOVE WS-XF-FROM-LABEL (WS-XF-IDX) TO XD-REGION
           ELSE
               IF WS-XF-FROM (WS-XF-IDX) = WS-XF-REGION
                   MOVE "SORTANT" TO XD-DIRECTION
                   MOVE WS-XF-TO-LABEL (WS-XF-IDX) TO XD-REGION
               ELSE
                   MOVE "N" TO WS-XF-MATCH-FLAG
                   GO TO 1677-EXIT
               END-IF
           END-IF.
           MOVE WS-XF-ID (WS-XF-IDX)        TO XD-ID.
           MOVE WS-XF-NAME (WS-XF-IDX)      TO XD-NAME.
           MOVE WS-XF-EFFECTIVE (WS-XF-IDX) TO WS-DN-DATE.
           MOVE WS-DN-YYYY TO XD-EF-YYYY.
           MOVE WS-DN-MM   TO XD-EF-MM.
           MOVE WS-DN-DD   TO XD-EF-DD.
           MOVE WS-XF-SOURCE (WS-XF-IDX)    TO XD-SOURCE.

       1677-EXIT.
           EXIT.

      * Rapproche chaque enregistrement valide du maître mis à jour
      * avec le score de la veille (extrait de la veille trié par ID
      * par 1049-SORT-PRIOR) en lecture séquentielle des deux flux,
      * et imprime l'écart. Les ID absents de la veille sont
      * signalés "NOUVEAU" plutôt que de porter un delta à zéro.
       1700-WRITE-DELTA-REPORT.

           IF NOT WS-PRIOR-PRESENT
               GO TO 1700-EXIT
           END-IF.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ALERT-HIST-FILE.
           IF WS-ALERT-HST-STATUS NOT = "00"
                   AND WS-ALERT-HST-STATUS NOT = "05"
               DISPLAY "DataDisp - ERREUR OUVERTURE ALERTHST, STATUT: "
                   WS-ALERT-HST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1800-READ-STATE THRU 1800-READ-STATE-EXIT.

           END-IF.
           CLOSE SEUIL-STATE-NEW-FILE.
           CLOSE ALERT-OUT-FILE.
           CLOSE ALERT-HIST-FILE.

       1800-EXIT.
           EXIT.
               MOVE NU-ID             TO SN-ID
               MOVE WS-NEW-DAYS-BELOW TO SN-DAYS-BELOW
               WRITE SEUIL-STATE-NEW-REC
               ADD 1 TO WS-GEN-SEUIL-COUNT
               ADD WS-NEW-DAYS-BELOW TO WS-GEN-SEUIL-TOTAL
           END-IF.

       1810-EXIT.
           EXIT.

      * Écrit l'enregistrement d'alerte ou de rétablissement de
      * l'ID courant (AL-TYPE posé par l'appelant), recopié sur le
      * cumul ALERTHST.
       1820-WRITE-ALERT-REC.

           MOVE WS-RUN-DATE-YYYYMMDD TO AL-DATE.
               MOVE WS-PREV-DAYS-BELOW TO AL-DAYS
           END-IF.
           WRITE ALERT-REC.
           WRITE ALERT-HIST-REC FROM ALERT-REC.

       1820-EXIT.
           EXIT.
       1040-EXIT.
           EXIT.

      * Procédure d'entrée du tri des mouvements : reprend d'abord
      * les mouvements en suspens (numérotés les premiers, ils passent
      * devant ceux du jour), puis lit les cinq fichiers de
      * succursale dans l'ordre et note les succursales restées
      * muettes.
       1038-COLLECT-BRANCHES.

           PERFORM 1037-READ-SUSPENSE THRU 1037-EXIT.

           MOVE "NNNNN" TO WS-BRANCH-FLAGS.
           PERFORM VARYING WS-BRANCH-NO FROM 1 BY 1
                   UNTIL WS-BRANCH-NO > 5
               END-IF
           END-IF.

           MOVE WS-BRANCH-NO TO TA-BRANCH.
           MOVE "N"          TO TA-SUSP-FLAG.
           MOVE 0            TO TA-FIRST-DATE.
           MOVE 0            TO TA-ATTEMPTS.
           PERFORM 1039-RELEASE-TRANS THRU 1039-EXIT.

       1036-EXIT.
           EXIT.

      * Relit le fichier des mouvements en suspens (SUSPFILE) et
      * remet chacun au tri avec son origine : ni compté dans les
      * totaux par source (ils ont été comptés le jour de leur
      * arrivée) ni dans les compteurs de succursale, mais bien dans
      * les mouvements lus pour que lus = appliqués + rejetés.
      * Fichier absent : aucun suspens, rien à reprendre.
       1037-READ-SUSPENSE.

           MOVE 0 TO WS-SUSP-READ-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-IN-STATUS NOT = "00"
               IF WS-SUSP-IN-STATUS = "05"
                   CLOSE SUSPENSE-FILE
                   GO TO 1037-EXIT
               ELSE
                   DISPLAY "DataDisp - ERREUR OUVERTURE SUSPFILE, "
                       "STATUT: " WS-SUSP-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SU-ACTION     TO TA-ACTION
                       MOVE SU-ID         TO TA-ID
                       MOVE SU-REGION     TO TA-REGION
                       MOVE SU-NAME       TO TA-NAME
                       MOVE SU-SCORE      TO TA-SCORE
                       MOVE SU-SOURCE     TO TA-SOURCE
                       MOVE SU-BRANCH     TO TA-BRANCH
                       MOVE "Y"           TO TA-SUSP-FLAG
                       MOVE SU-FIRST-DATE TO TA-FIRST-DATE
                       MOVE SU-ATTEMPTS   TO TA-ATTEMPTS
                       ADD 1 TO WS-TRANS-READ-COUNT
                       ADD 1 TO WS-SUSP-READ-COUNT
                       PERFORM 1039-RELEASE-TRANS THRU 1039-EXIT
               END-READ
           END-PERFORM.

           CLOSE SUSPENSE-FILE.

       1037-EXIT.
           EXIT.

      * Remet le mouvement courant (WS-TRANS-REC et son origine
      * WS-TRANS-ORIGIN) au tri des mouvements avec son numéro
      * d'ordre d'arrivée.
       1039-RELEASE-TRANS.

           ADD 1 TO WS-TX-SEQ.
           MOVE WS-TX-SEQ     TO TX-SEQ.
           MOVE TA-ACTION     TO TX-ACTION.
           MOVE TA-ID         TO TX-ID.
           MOVE TA-REGION     TO TX-REGION.
           MOVE TA-NAME       TO TX-NAME.
           MOVE TA-SCORE      TO TX-SCORE.
           MOVE TA-SOURCE     TO TX-SOURCE.
           MOVE TA-BRANCH     TO TX-BRANCH.
           MOVE TA-SUSP-FLAG  TO TX-SUSP-FLAG.
           MOVE TA-FIRST-DATE TO TX-FIRST-DATE.
           MOVE TA-ATTEMPTS   TO TX-ATTEMPTS.
           RELEASE TRANS-SORT-REC.

       1039-EXIT.
           EXIT.

      * Applique le mouvement courant (WS-TRANS-REC) sur
      * (WS-CUR-REC, même ID) et imprime sa ligne de compte rendu.
       1041-APPLY-ONE-TRANS.

           MOVE "N" TO WS-TRANS-REJECTED-FLAG.
           MOVE "N" TO WS-XF-DEFERRED-FLAG.
           MOVE WS-CUR-EXISTS-FLAG TO WS-JRN-EXISTS.
           MOVE WS-CUR-ID          TO WS-JRN-ID.
           MOVE WS-CUR-REGION      TO WS-JRN-REGION.
           MOVE WS-CUR-NAME        TO WS-JRN-NAME.
           MOVE WS-CUR-SCORE       TO WS-JRN-SCORE.
           EVALUATE TA-ACTION
               WHEN "A"
                   PERFORM 1042-TRANS-ADD THRU 1042-EXIT
                   PERFORM 1043-TRANS-CHANGE THRU 1043-EXIT
               WHEN "D"
                   PERFORM 1044-TRANS-DELETE THRU 1044-EXIT
               WHEN "M"
                   PERFORM 1050-TRANS-TRANSFER THRU 1050-EXIT
               WHEN OTHER
                   MOVE "ACTION INVALIDE" TO WS-EXCEPTION-REASON
                   PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
           END-EVALUATE.

           IF TA-FROM-SUSPENSE AND NOT WS-TRANS-REJECTED
               PERFORM 1074-NOTE-SUSP-CLEARED THRU 1074-EXIT
           END-IF.
           IF WS-JOURNAL-OPEN AND NOT WS-TRANS-REJECTED
               PERFORM 1054-WRITE-JOURNAL THRU 1054-EXIT
           END-IF.

           MOVE TA-ACTION            TO TRD-ACTION.
           MOVE TA-ID                TO TRD-ID.
           MOVE TA-REGION            TO TRD-REGION.
           MOVE TA-NAME              TO TRD-NAME.
           MOVE TA-SCORE             TO TRD-SCORE.
           MOVE TA-SOURCE            TO TRD-SOURCE.
           IF TA-FROM-SUSPENSE
               MOVE "S" TO TRD-ORIGIN
           ELSE
               MOVE SPACE TO TRD-ORIGIN
           END-IF.
           MOVE WS-TRANS-RESULT-TEXT TO TRD-RESULT.
           WRITE TRANS-REPORT-LINE FROM WS-TRANS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      * Ajout : l'ID ne doit pas déjà exister, le score doit être
      * numérique et la région doit être active au référentiel, pour
      * que le maître reste propre, et la succursale émettrice
      * habilitée sur cette région.
       1042-TRANS-ADD.

           IF WS-CUR-EXISTS
               PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
               GO TO 1042-EXIT
           END-IF.
           MOVE TA-REGION TO WS-AUTH-REGION.
           PERFORM 1071-CHECK-AUTHORITY THRU 1071-EXIT.
           IF NOT WS-AUTH-OK
               GO TO 1042-EXIT
           END-IF.

           MOVE TA-ID     TO WS-CUR-ID.
           MOVE TA-REGION TO WS-CUR-REGION.
           EXIT.

      * Changement de score : l'ID doit exister et le nouveau score
      * être numérique. Région et nom restent portés par le maître ;
      * c'est sur la région du maître que la succursale émettrice
      * doit être habilitée.
       1043-TRANS-CHANGE.

           IF NOT WS-CUR-EXISTS
               PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
               GO TO 1043-EXIT
           END-IF.
           MOVE WS-CUR-REGION TO WS-AUTH-REGION.
           PERFORM 1071-CHECK-AUTHORITY THRU 1071-EXIT.
           IF NOT WS-AUTH-OK
               GO TO 1043-EXIT
           END-IF.

           MOVE TA-SCORE TO WS-CUR-SCORE.
           MOVE "APPLIQUE: SCORE MODIFIE" TO WS-TRANS-RESULT-TEXT.
       1043-EXIT.
           EXIT.

      * Suppression : l'ID doit exister et relever d'une région sur
      * laquelle la succursale émettrice est habilitée ;
      * l'enregistrement en cours est abandonné (il ne sera pas
      * reporté sur le nouveau maître).
       1044-TRANS-DELETE.

           IF NOT WS-CUR-EXISTS
               PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
               GO TO 1044-EXIT
           END-IF.
           MOVE WS-CUR-REGION TO WS-AUTH-REGION.
           PERFORM 1071-CHECK-AUTHORITY THRU 1071-EXIT.
           IF NOT WS-AUTH-OK
               GO TO 1044-EXIT
           END-IF.

           MOVE "N" TO WS-CUR-EXISTS-FLAG.
           MOVE "APPLIQUE: SUPPRIME" TO WS-TRANS-RESULT-TEXT.
       1044-EXIT.
           EXIT.

      * Transfert inter-régions : l'ID doit exister, la date d'effet
      * être une date AAAAMMJJ et la région de destination active
      * au référentiel et différente de la région actuelle. La
      * succursale émettrice doit être habilitée sur les deux
      * régions, celle qui cède et celle qui reçoit. Seule la région
      * du maître change : nom et score restent, l'ID aussi, de
      * sorte que l'écart de la veille et le suivi sous seuil
      * (SEUILST, rapprochés par ID) se poursuivent sans rupture.
      * Un transfert daté d'après la date d'exécution part en
      * suspens (TRANSFERT DIFFERE) et se représente chaque nuit
      * jusqu'à sa date d'effet, sans consommer d'essai.
       1050-TRANS-TRANSFER.

           IF NOT WS-CUR-EXISTS
               MOVE "TRANSF ID INCONNU" TO WS-EXCEPTION-REASON
               PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
               GO TO 1050-EXIT
           END-IF.
           IF TA-EFFECTIVE IS NOT NUMERIC
               MOVE "DATE EFFET INVALIDE" TO WS-EXCEPTION-REASON
               PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
               GO TO 1050-EXIT
           END-IF.
           MOVE TA-EFFECTIVE-NUM TO WS-DN-DATE.
           IF WS-DN-MM < 1 OR WS-DN-MM > 12
                   OR WS-DN-DD < 1 OR WS-DN-DD > 31
               MOVE "DATE EFFET INVALIDE" TO WS-EXCEPTION-REASON
               PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
               GO TO 1050-EXIT
           END-IF.

           MOVE "N" TO WS-RM-FOUND-FLAG.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
               IF WS-RM-CODE (WS-RM-IDX) = TA-REGION
                   MOVE "Y" TO WS-RM-FOUND-FLAG
                   SET WS-RM-MATCH-IDX TO WS-RM-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-RM-FOUND
               MOVE "REGION INCONNUE" TO WS-EXCEPTION-REASON
               PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
               GO TO 1050-EXIT
           END-IF.
           IF WS-RM-ACTIVE (WS-RM-MATCH-IDX) NOT = "A"
               MOVE "REGION INACTIVE" TO WS-EXCEPTION-REASON
               PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
               GO TO 1050-EXIT
           END-IF.
           IF TA-REGION = WS-CUR-REGION
               MOVE "TRANSF MEME REGION" TO WS-EXCEPTION-REASON
               PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
               GO TO 1050-EXIT
           END-IF.
           MOVE WS-CUR-REGION TO WS-AUTH-REGION.
           PERFORM 1071-CHECK-AUTHORITY THRU 1071-EXIT.
           IF NOT WS-AUTH-OK
               GO TO 1050-EXIT
           END-IF.
           MOVE TA-REGION TO WS-AUTH-REGION.
           PERFORM 1071-CHECK-AUTHORITY THRU 1071-EXIT.
           IF NOT WS-AUTH-OK
               GO TO 1050-EXIT
           END-IF.

           IF TA-EFFECTIVE-NUM > WS-RUN-DATE-YYYYMMDD
               MOVE "Y" TO WS-XF-DEFERRED-FLAG
               MOVE "TRANSFERT DIFFERE" TO WS-EXCEPTION-REASON
               PERFORM 1047-REJECT-TRANS THRU 1047-EXIT
               GO TO 1050-EXIT
           END-IF.

           IF WS-XF-COUNT < WS-MAX-TRANSFERS
               ADD 1 TO WS-XF-COUNT
               SET WS-XF-IDX TO WS-XF-COUNT
               MOVE WS-CUR-ID        TO WS-XF-ID (WS-XF-IDX)
               MOVE WS-CUR-NAME      TO WS-XF-NAME (WS-XF-IDX)
               MOVE WS-CUR-REGION    TO WS-XF-FROM (WS-XF-IDX)
               MOVE WS-CUR-REGION    TO WS-XF-FROM-LABEL (WS-XF-IDX)
               MOVE TA-REGION        TO WS-XF-TO (WS-XF-IDX)
               MOVE WS-RM-LABEL (WS-RM-MATCH-IDX)
                   TO WS-XF-TO-LABEL (WS-XF-IDX)
               MOVE TA-EFFECTIVE-NUM TO WS-XF-EFFECTIVE (WS-XF-IDX)
               MOVE TA-SOURCE        TO WS-XF-SOURCE (WS-XF-IDX)
               PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                       UNTIL WS-RM-IDX > WS-RM-COUNT
                   IF WS-RM-CODE (WS-RM-IDX) = WS-CUR-REGION
                       MOVE WS-RM-LABEL (WS-RM-IDX)
                           TO WS-XF-FROM-LABEL (WS-XF-IDX)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "DataDisp - ATTENTION: plus de "
                   WS-MAX-TRANSFERS " transferts, ID "
                   TA-ID " omis du rapport"
           END-IF.

           MOVE TA-REGION TO WS-CUR-REGION.
           MOVE "APPLIQUE: TRANSFERT" TO WS-TRANS-RESULT-TEXT.
           ADD 1 TO WS-TRANS-APPLIED-COUNT.

       1050-EXIT.
           EXIT.

      * Rapprochement séquentiel du maître trié et des mouvements
      * triés : les enregistrements maîtres sans mouvement sont
      * reconduits tels quels, les groupes de mouvements d'un même
               STOP RUN
           END-IF.

           PERFORM 1073-OPEN-SUSPENSE-WORK THRU 1073-EXIT.

           PERFORM 1045-READ-MASTER THRU 1045-READ-MASTER-EXIT.
           PERFORM 1045-READ-TRANS THRU 1045-READ-TRANS-EXIT.

           CLOSE MASTER-SORTED-FILE.
           CLOSE TRANS-SORTED-FILE.
           CLOSE NEW-USER-MASTER-FILE.
           CLOSE SUSPENSE-WORK-FILE.

           PERFORM 1089-WRITE-TRANS-TRAILER THRU 1089-EXIT.

               AFTER ADVANCING 1 LINE.
           WRITE TRANS-REPORT-LINE FROM WS-TRANS-TRAILER-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-SUSP-READ-COUNT     TO TRT4-COUNT.
           MOVE WS-SUSP-CLEARED-COUNT  TO TRT5-COUNT.
           MOVE WS-SUSP-WRITE-COUNT    TO TRT6-COUNT.
           MOVE WS-SUSP-DROP-COUNT     TO TRT7-COUNT.
           WRITE TRANS-REPORT-LINE FROM WS-TRANS-TRAILER-4
               AFTER ADVANCING 2 LINES.
           WRITE TRANS-REPORT-LINE FROM WS-TRANS-TRAILER-5
               AFTER ADVANCING 1 LINE.
           WRITE TRANS-REPORT-LINE FROM WS-TRANS-TRAILER-6
               AFTER ADVANCING 1 LINE.
           WRITE TRANS-REPORT-LINE FROM WS-TRANS-TRAILER-7
               AFTER ADVANCING 1 LINE.
           MOVE WS-JOURNAL-COUNT       TO TRT8-COUNT.
           WRITE TRANS-REPORT-LINE FROM WS-TRANS-TRAILER-8
               AFTER ADVANCING 2 LINES.
           CLOSE TRANS-REPORT-FILE.

       1089-EXIT.
               STOP RUN
           END-IF.

           PERFORM 1073-OPEN-SUSPENSE-WORK THRU 1073-EXIT.

           PERFORM 1045-READ-TRANS THRU 1045-READ-TRANS-EXIT.
           PERFORM UNTIL WS-TRN-EOF
               PERFORM 1046-APPLY-GROUP-IX

           CLOSE TRANS-SORTED-FILE.
           CLOSE USER-MASTER-IX.
           CLOSE SUSPENSE-WORK-FILE.

           PERFORM 1089-WRITE-TRANS-TRAILER THRU 1089-EXIT.

               MOVE TF-NAME   TO TA-NAME
               MOVE TF-SCORE  TO TA-SCORE
               MOVE TF-SOURCE TO TA-SOURCE
               MOVE TF-BRANCH     TO TA-BRANCH
               MOVE TF-SUSP-FLAG  TO TA-SUSP-FLAG
               MOVE TF-FIRST-DATE TO TA-FIRST-DATE
               MOVE TF-ATTEMPTS   TO TA-ATTEMPTS
               PERFORM 1041-APPLY-ONE-TRANS THRU 1041-EXIT
               PERFORM 1045-READ-TRANS THRU 1045-READ-TRANS-EXIT
           END-PERFORM.
       1052-EXIT.
           EXIT.

      * Ouvre le journal des mouvements appliqués en extension et
      * fixe le RUN-ID qui y sera porté. La mise à jour du maître
      * précède le tirage du RUN-ID (1065, qui ne doit pas consommer
      * de numéro si la mise à jour tombe) : le numéro est donc lu
      * ici sans être consommé, dernier numéro de RUN-CONTROL-FILE
      * plus un, celui que 1065 attribuera. Une reprise garde le
      * RUN-ID de l'exécution interrompue (relu par 1090) : le
      * chemin séquentiel rejoue alors tous les mouvements et les
      * journalise une seconde fois sous le même RUN-ID ; MstRecov
      * reconnaît ces doubles (image après déjà portée par le
      * maître reconstitué).
       1053-OPEN-JOURNAL.

           MOVE 0 TO WS-JOURNAL-COUNT.
           IF WS-CHECKPOINT-FOUND
               MOVE WS-RUN-ID TO WS-JOURNAL-RUN-ID
           ELSE
               MOVE 0 TO WS-JOURNAL-RUN-ID
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-RUN-CTL-STATUS = "00"
                   READ RUN-CONTROL-FILE
                       NOT AT END
                           MOVE RUN-CONTROL-REC TO WS-JOURNAL-RUN-ID
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   IF WS-RUN-CTL-STATUS = "05"
                       CLOSE RUN-CONTROL-FILE
                   ELSE
                       DISPLAY "DataDisp - ERREUR OUVERTURE RUNCTLFL, "
                           "STATUT: " WS-RUN-CTL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               ADD 1 TO WS-JOURNAL-RUN-ID
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
                   AND WS-JOURNAL-STATUS NOT = "05"
               DISPLAY "DataDisp - ERREUR OUVERTURE MVTJRNL, STATUT: "
                   WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-JOURNAL-OPEN-FLAG.

       1053-EXIT.
           EXIT.

      * Porte au journal le mouvement qui vient d'être appliqué :
      * image avant prise par 1041, image après lue sur
      * l'enregistrement maître en cours de constitution.
       1054-WRITE-JOURNAL.

           MOVE WS-RUN-DATE-YYYYMMDD TO JR-RUN-DATE.
           MOVE WS-JOURNAL-RUN-ID    TO JR-RUN-ID.
           MOVE TF-SEQ               TO JR-SEQ.
           MOVE TA-BRANCH            TO JR-BRANCH.
           MOVE TA-SOURCE            TO JR-SOURCE.
           IF TA-FROM-SUSPENSE
               MOVE "S" TO JR-ORIGIN
           ELSE
               MOVE SPACE TO JR-ORIGIN
           END-IF.
           MOVE TA-ACTION            TO JR-ACTION.
           MOVE WS-JRN-EXISTS        TO JB-EXISTS.
           MOVE TA-ID                TO JB-ID.
           MOVE WS-JRN-REGION        TO JB-REGION.
           MOVE WS-JRN-NAME          TO JB-NAME.
           MOVE WS-JRN-SCORE         TO JB-SCORE.
           IF WS-JRN-EXISTS NOT = "Y"
               MOVE SPACES TO JB-REGION
               MOVE SPACES TO JB-NAME
               MOVE SPACES TO JB-SCORE
           END-IF.
           MOVE WS-CUR-EXISTS-FLAG   TO JA-EXISTS.
           MOVE TA-ID                TO JA-ID.
           MOVE WS-CUR-REGION        TO JA-REGION.
           MOVE WS-CUR-NAME          TO JA-NAME.
           MOVE WS-CUR-SCORE         TO JA-SCORE.
           IF NOT WS-CUR-EXISTS
               MOVE SPACES TO JA-REGION
               MOVE SPACES TO JA-NAME
               MOVE SPACES TO JA-SCORE
           END-IF.
           WRITE JOURNAL-REC.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "DataDisp - ERREUR ECRITURE MVTJRNL, STATUT: "
                   WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-JOURNAL-COUNT.

       1054-EXIT.
           EXIT.

      * Lit l'enregistrement maître trié suivant.
       1045-READ-MASTER.

               MOVE TF-NAME   TO TA-NAME
               MOVE TF-SCORE  TO TA-SCORE
               MOVE TF-SOURCE TO TA-SOURCE
               MOVE TF-BRANCH     TO TA-BRANCH
               MOVE TF-SUSP-FLAG  TO TA-SUSP-FLAG
               MOVE TF-FIRST-DATE TO TA-FIRST-DATE
               MOVE TF-ATTEMPTS   TO TA-ATTEMPTS
               PERFORM 1041-APPLY-ONE-TRANS THRU 1041-EXIT
               PERFORM 1045-READ-TRANS THRU 1045-READ-TRANS-EXIT
           END-PERFORM.
           EXIT.

      * Rejette le mouvement courant : ligne sur le listing des
      * exceptions (motif WS-EXCEPTION-REASON), libellé de rejet
      * pour le compte rendu TRANSRPT et mise en suspens (1078).
       1047-REJECT-TRANS.

           MOVE "Y" TO WS-TRANS-REJECTED-FLAG.
           ADD 1 TO WS-TRANS-REJECT-COUNT.
           MOVE TA-ID     TO ED-ID.
           MOVE TA-REGION TO ED-REGION.
           STRING "REJETE: " DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
               INTO WS-TRANS-RESULT-TEXT.
           PERFORM 1078-WRITE-SUSPENSE THRU 1078-EXIT.

       1047-EXIT.
           EXIT.

      * Ouvre le fichier de travail du nouveau suspens (SUSPFILW),
      * alimenté par 1078 au fil des rejets de la mise à jour du
      * maître. Une reprise en mode indexé ne réapplique rien et ne
      * l'ouvre pas : le suspens laissé par l'exécution interrompue,
      * dont la mise à jour était terminée, reste celui du jour.
       1073-OPEN-SUSPENSE-WORK.

           MOVE 0 TO WS-SUSP-WRITE-COUNT.
           MOVE 0 TO WS-SUSP-DROP-COUNT.
           MOVE 0 TO WS-SUSP-CLEARED-COUNT.
           MOVE 0 TO WS-SC-COUNT.
           OPEN OUTPUT SUSPENSE-WORK-FILE.
           IF WS-SUSP-WORK-STATUS NOT = "00"
               DISPLAY "DataDisp - ERREUR OUVERTURE SUSPFILW, STATUT: "
                   WS-SUSP-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1073-EXIT.
           EXIT.

      * Retient un mouvement repris du suspens et enfin appliqué,
      * pour la section des suspens régularisés du rapport.
       1074-NOTE-SUSP-CLEARED.

           ADD 1 TO WS-SUSP-CLEARED-COUNT.
           IF WS-SC-COUNT < WS-MAX-SUSP-CLEARED
               ADD 1 TO WS-SC-COUNT
               SET WS-SC-IDX TO WS-SC-COUNT
               MOVE TA-ACTION     TO WS-SC-ACTION (WS-SC-IDX)
               MOVE TA-ID         TO WS-SC-ID (WS-SC-IDX)
               MOVE TA-REGION     TO WS-SC-REGION (WS-SC-IDX)
               MOVE TA-SOURCE     TO WS-SC-SOURCE (WS-SC-IDX)
               MOVE TA-FIRST-DATE TO WS-SC-FIRST-DATE (WS-SC-IDX)
               MOVE TA-ATTEMPTS   TO WS-SC-ATTEMPTS (WS-SC-IDX)
               MOVE WS-TRANS-RESULT-TEXT TO WS-SC-RESULT (WS-SC-IDX)
           ELSE
               DISPLAY "DataDisp - ATTENTION: plus de "
                   WS-MAX-SUSP-CLEARED " suspens regularises, ID "
                   TA-ID " omis du rapport"
           END-IF.

       1074-EXIT.
           EXIT.

      * Met le mouvement rejeté en suspens sur SUSPFILW : un
      * mouvement du jour entre avec la date d'exécution comme date
      * de premier rejet, un mouvement repris garde sa date d'origine
      * et voit son nombre de rejets augmenter. Au-delà de
      * ESSAIS-SUSPENS rejets, le mouvement n'est pas reconduit : une
      * seconde ligne du listing des exceptions le signale
      * (SUSPENS ABANDONNE), la succursale doit le reprendre. Un
      * transfert différé n'est pas un rejet : il attend sa date
      * d'effet sans que son nombre de rejets augmente.
       1078-WRITE-SUSPENSE.

           IF WS-XF-DEFERRED
               MOVE TA-ATTEMPTS TO WS-SUSP-ATTEMPTS
           ELSE
               COMPUTE WS-SUSP-ATTEMPTS = TA-ATTEMPTS + 1
           END-IF.
           IF WS-SUSP-ATTEMPTS > WS-SUSP-MAX-ATTEMPTS
               ADD 1 TO WS-SUSP-DROP-COUNT
               MOVE TA-ID     TO WS-EXC-ID
               MOVE TA-REGION TO WS-EXC-REGION
               MOVE TA-NAME   TO WS-EXC-NAME
               MOVE TA-SCORE  TO WS-EXC-SCORE
               MOVE "SUSPENS ABANDONNE" TO WS-EXCEPTION-REASON
               PERFORM 1075-WRITE-EXCEPTION THRU 1075-EXIT
               GO TO 1078-EXIT
           END-IF.

           MOVE TA-ACTION           TO SW-ACTION.
           MOVE TA-ID               TO SW-ID.
           MOVE TA-REGION           TO SW-REGION.
           MOVE TA-NAME             TO SW-NAME.
           MOVE TA-SCORE            TO SW-SCORE.
           MOVE TA-SOURCE           TO SW-SOURCE.
           MOVE TA-BRANCH           TO SW-BRANCH.
           MOVE WS-EXCEPTION-REASON TO SW-REASON.
           IF TA-FROM-SUSPENSE
               MOVE TA-FIRST-DATE        TO SW-FIRST-DATE
           ELSE
               MOVE WS-RUN-DATE-YYYYMMDD TO SW-FIRST-DATE
           END-IF.
           MOVE WS-SUSP-ATTEMPTS    TO SW-ATTEMPTS.
           WRITE SUSPENSE-WORK-REC.
           ADD 1 TO WS-SUSP-WRITE-COUNT.

       1078-EXIT.
           EXIT.

      * Convertit la date AAAAMMJJ de WS-DN-DATE en numéro de jour
      * WS-DN-DAYS (jours écoulés depuis le 1er mars de l'an 0 du
      * calendrier grégorien proleptique) : l'année est décalée pour
      * commencer en mars, le quantième dans l'année vient de la
      * longueur alternée des mois (153 jours pour 5 mois) et les
      * bissextiles se comptent par cycles de 400 ans.
       1079-DATE-TO-DAYS.

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

       1079-EXIT.
           EXIT.

      * Charge le référentiel des régions (REGION-MASTER-FILE,
      * entretenu par le programme RegionMnt) dans WS-REGION-MASTER.
      * Fichier obligatoire : sans référentiel, aucun code région ne
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GEN-RGN-COUNT
                       IF RM-ACTIVE = "A"
                           ADD 1 TO WS-GEN-RGN-TOTAL
                       END-IF
                       IF WS-RM-COUNT < WS-MAX-REGIONS
                           ADD 1 TO WS-RM-COUNT
                           SET WS-RM-IDX TO WS-RM-COUNT
                             TO WS-RM-MANAGER (WS-RM-IDX)
                           MOVE RM-ACTIVE
                             TO WS-RM-ACTIVE (WS-RM-IDX)
                           MOVE RM-DIRECTORATE
                             TO WS-RM-DIRECTORATE (WS-RM-IDX)
                       ELSE
                           DISPLAY "DataDisp - ERREUR: plus de "
                               WS-MAX-REGIONS
       1055-EXIT.
           EXIT.

      * Charge le référentiel des succursales (BRANCHMST) dans
      * WS-BRANCH-REF-TABLE. Fichier absent (statut 05) : les
      * habilitations ne sont pas contrôlées, la synthèse du rapport
      * le signale ; capacité dépassée : incident franc, comme pour
      * le référentiel des régions.
       1070-LOAD-BRANCH-REF.

           MOVE 0 TO WS-BR-COUNT.
           MOVE "N" TO WS-BR-LOADED-FLAG.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT BRANCH-REF-FILE.
           IF WS-BRANCH-REF-STATUS NOT = "00"
               IF WS-BRANCH-REF-STATUS = "05"
                   CLOSE BRANCH-REF-FILE
                   DISPLAY "DataDisp - ATTENTION: BRANCHMST ABSENT, "
                       "HABILITATIONS NON CONTROLEES"
                   GO TO 1070-EXIT
               ELSE
                   DISPLAY "DataDisp - ERREUR OUVERTURE BRANCHMST, "
                       "STATUT: " WS-BRANCH-REF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WS-BR-LOADED-FLAG.

           PERFORM UNTIL WS-EOF
               READ BRANCH-REF-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-BR-COUNT >= WS-MAX-BRANCH-REFS
                           DISPLAY "DataDisp - ERREUR: plus de "
                               WS-MAX-BRANCH-REFS
                               " habilitations sur BRANCHMST"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BR-COUNT
                       SET WS-BR-IDX TO WS-BR-COUNT
                       MOVE BF-CODE   TO WS-BR-CODE (WS-BR-IDX)
                       MOVE BF-SLOT   TO WS-BR-SLOT (WS-BR-IDX)
                       MOVE BF-REGION TO WS-BR-REGION (WS-BR-IDX)
               END-READ
           END-PERFORM.

           CLOSE BRANCH-REF-FILE.

       1070-EXIT.
           EXIT.

      * Vérifie que le code source du mouvement courant (TA-SOURCE)
      * est habilité sur la région WS-AUTH-REGION. Hors
      * habilitation (ou code source absent du référentiel) : le
      * mouvement est rejeté avec son propre motif, distinct des
      * rejets de région inconnue ou inactive, et cumulé pour la
      * synthèse par succursale (1072). Sans référentiel, tout
      * mouvement passe.
       1071-CHECK-AUTHORITY.

           MOVE "Y" TO WS-AUTH-OK-FLAG.
           IF NOT WS-BR-LOADED
               GO TO 1071-EXIT
           END-IF.

           MOVE "N" TO WS-AUTH-OK-FLAG.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-AUTH-OK
               IF WS-BR-CODE (WS-BR-IDX) = TA-SOURCE
                   AND WS-BR-REGION (WS-BR-IDX) = WS-AUTH-REGION
                   MOVE "Y" TO WS-AUTH-OK-FLAG
               END-IF
           END-PERFORM.
           IF WS-AUTH-OK
               GO TO 1071-EXIT
           END-IF.

           MOVE "REGION NON AUTORISEE" TO WS-EXCEPTION-REASON.
           PERFORM 1047-REJECT-TRANS THRU 1047-EXIT.
           PERFORM 1072-NOTE-BREACH THRU 1072-EXIT.

       1071-EXIT.
           EXIT.

      * Cumule le rejet d'habilitation courant par code source et
      * région visée. Table pleine : le rejet reste compté au total
      * et signalé en console.
       1072-NOTE-BREACH.

           ADD 1 TO WS-BREACH-COUNT.
           MOVE "N" TO WS-BB-FOUND-FLAG.
           PERFORM VARYING WS-BB-IDX FROM 1 BY 1
                   UNTIL WS-BB-IDX > WS-BB-COUNT OR WS-BB-FOUND
               IF WS-BB-SOURCE (WS-BB-IDX) = TA-SOURCE
                   AND WS-BB-REGION (WS-BB-IDX) = WS-AUTH-REGION
                   MOVE "Y" TO WS-BB-FOUND-FLAG
                   ADD 1 TO WS-BB-RECS (WS-BB-IDX)
               END-IF
           END-PERFORM.
           IF WS-BB-FOUND
               GO TO 1072-EXIT
           END-IF.

           IF WS-BB-COUNT >= WS-MAX-BREACHES
               DISPLAY "DataDisp - ATTENTION: plus de "
                   WS-MAX-BREACHES " couples source/region hors "
                   "habilitation, source " TA-SOURCE
                   " omise de la synthese"
               GO TO 1072-EXIT
           END-IF.
           ADD 1 TO WS-BB-COUNT.
           SET WS-BB-IDX TO WS-BB-COUNT.
           MOVE TA-SOURCE      TO WS-BB-SOURCE (WS-BB-IDX).
           MOVE WS-AUTH-REGION TO WS-BB-REGION (WS-BB-IDX).
           MOVE 1              TO WS-BB-RECS (WS-BB-IDX).

       1072-EXIT.
           EXIT.

      * Charge les objectifs du mois de l'exécution depuis
      * OBJECTIVE-FILE (entretenu par ObjMnt) : objectifs individuels
      * dans WS-OBJ-ID-TABLE, objectifs de région dans
      * WS-OBJ-REGION-TABLE. Fichier absent (statut 05) : tables
      * vides, les rapports paraissent sans taux d'atteinte.
       1056-LOAD-OBJECTIVES.

           MOVE 0 TO WS-OI-COUNT.
           MOVE 0 TO WS-OR-COUNT.
           COMPUTE WS-OBJ-MONTH = WS-RUN-DATE-YYYY * 100
               + WS-RUN-DATE-MM.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT OBJECTIVE-FILE.
           IF WS-OBJECTIVE-STATUS NOT = "00"
               IF WS-OBJECTIVE-STATUS = "05"
                   CLOSE OBJECTIVE-FILE
                   GO TO 1056-EXIT
               ELSE
                   DISPLAY "DataDisp - ERREUR OUVERTURE OBJFILE, "
                       "STATUT: " WS-OBJECTIVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ OBJECTIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF OB-MONTH = WS-OBJ-MONTH
                           PERFORM 1057-NOTE-OBJECTIVE THRU 1057-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OBJECTIVE-FILE.

       1056-EXIT.
           EXIT.

      * Range l'objectif lu dans la table de son type ; une capacité
      * dépassée est un incident franc, comme pour le référentiel
      * des régions.
       1057-NOTE-OBJECTIVE.

           IF OB-TYPE = "I"
               IF WS-OI-COUNT >= WS-MAX-OBJ-IDS
                   DISPLAY "DataDisp - ERREUR: plus de "
                       WS-MAX-OBJ-IDS " objectifs individuels du mois"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OI-COUNT
               SET WS-OI-IDX TO WS-OI-COUNT
               MOVE OB-KEY-ID TO WS-OI-ID (WS-OI-IDX)
               MOVE OB-TARGET TO WS-OI-TARGET (WS-OI-IDX)
           END-IF.

           IF OB-TYPE = "R"
               IF WS-OR-COUNT >= WS-MAX-REGIONS
                   DISPLAY "DataDisp - ERREUR: plus de "
                       WS-MAX-REGIONS " objectifs de region du mois"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OR-COUNT
               SET WS-OR-IDX TO WS-OR-COUNT
               MOVE OB-KEY    TO WS-OR-CODE (WS-OR-IDX)
               MOVE OB-TARGET TO WS-OR-TARGET (WS-OR-IDX)
           END-IF.

       1057-EXIT.
           EXIT.

      * Prépare dans WS-OBJ-AREA la zone « OBJ: objectif  taux% » de
      * la région de code WS-OBJ-KEY pour le réalisé WS-OBJ-ACTUAL
      * (sous-total du rapport trié et des rapports régionaux) ; à
      * blanc si la région n'a pas d'objectif ce mois-ci.
       1058-EDIT-REGION-ATTAIN.

           MOVE SPACES TO WS-OBJ-AREA.
           MOVE "N" TO WS-OBJ-FOUND-FLAG.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-COUNT OR WS-OBJ-FOUND
               IF WS-OR-CODE (WS-OR-IDX) = WS-OBJ-KEY
                   MOVE "Y" TO WS-OBJ-FOUND-FLAG
                   MOVE WS-OR-TARGET (WS-OR-IDX) TO WS-OBJ-TARGET
               END-IF
           END-PERFORM.
           IF NOT WS-OBJ-FOUND
               GO TO 1058-EXIT
           END-IF.

           PERFORM 1059-COMPUTE-ATTAIN THRU 1059-EXIT.
           MOVE WS-OBJ-TARGET TO OE-TARGET.
           MOVE WS-OBJ-PCT    TO OE-PCT.
           MOVE WS-OBJ-EDIT   TO WS-OBJ-AREA.

       1058-EXIT.
           EXIT.

      * Taux d'atteinte WS-OBJ-PCT de WS-OBJ-ACTUAL rapporté à
      * WS-OBJ-TARGET (objectif non nul, contrôlé par ObjMnt).
       1059-COMPUTE-ATTAIN.

           IF WS-OBJ-TARGET = 0
               MOVE 0 TO WS-OBJ-PCT
               GO TO 1059-EXIT
           END-IF.
           COMPUTE WS-OBJ-PCT ROUNDED =
               WS-OBJ-ACTUAL * 100 / WS-OBJ-TARGET
               ON SIZE ERROR
                   MOVE 9999 TO WS-OBJ-PCT
           END-COMPUTE.

       1059-EXIT.
           EXIT.

      * Relit CHECKPOINT-FILE pour savoir si l'exécution précédente
      * a été interrompue (étape "D" ou "S" déposée et jamais
      * effacée). Le cas échéant, l'exécution reprend le RUN-ID de
       1090-EXIT.
           EXIT.

      * Rapproche du registre GENREG les entrées publiées par les
      * étapes précédentes. REGIONMST est toujours contrôlé (chiffres
      * relevés au chargement, 1055). USERMST ne l'est que sur le
      * chemin séquentiel : en mode indexé le maître de référence
      * est USERMSTI, mis à jour sur place. SEUILST et HISTFILE ne
      * sont lus ou étendus que par une exécution FINAL ; HISTFILE
      * n'est pas contrôlé sur reprise, l'exécution interrompue a pu
      * l'étendre en partie.
       1080-CHECK-GENERATIONS.

           MOVE "REGIONMST"        TO WS-GEN-FILE-NAME.
           MOVE WS-GEN-RGN-COUNT   TO WS-GEN-COUNT.
           MOVE WS-GEN-RGN-TOTAL   TO WS-GEN-TOTAL.
           PERFORM 1085-CHECK-ONE-GENERATION THRU 1085-EXIT.

           IF NOT WS-MASTER-INDEXED OR WS-RUN-PROVISIONAL
               PERFORM 1081-COUNT-MASTER THRU 1081-EXIT
               IF WS-GEN-PRESENT
                   MOVE "USERMST" TO WS-GEN-FILE-NAME
                   PERFORM 1085-CHECK-ONE-GENERATION THRU 1085-EXIT
                   MOVE WS-GM-GEN-NO TO WS-GEN-IN-MASTER
               END-IF
           END-IF.

           IF WS-RUN-PROVISIONAL
               GO TO 1080-EXIT
           END-IF.

           PERFORM 1082-COUNT-SEUIL THRU 1082-EXIT.
           IF WS-GEN-PRESENT
               MOVE "SEUILST" TO WS-GEN-FILE-NAME
               PERFORM 1085-CHECK-ONE-GENERATION THRU 1085-EXIT
               MOVE WS-GM-GEN-NO TO WS-GEN-IN-SEUIL
           END-IF.

           IF NOT WS-CHECKPOINT-FOUND
               PERFORM 1084-COUNT-HISTORY THRU 1084-EXIT
               IF WS-GEN-PRESENT
                   MOVE "HISTFILE" TO WS-GEN-FILE-NAME
                   PERFORM 1085-CHECK-ONE-GENERATION THRU 1085-EXIT
                   MOVE WS-GM-GEN-NO TO WS-GEN-IN-HISTORY
               END-IF
           END-IF.

       1080-EXIT.
           EXIT.

      * Compte le maître USERMST et totalise ses scores numériques.
      * Fichier absent (première exécution) : WS-GEN-PRESENT à "N",
      * rien à contrôler.
       1081-COUNT-MASTER.

           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-GEN-TOTAL.
           MOVE "N" TO WS-GEN-PRESENT-FLAG.
           MOVE "N" TO WS-GEN-EOF-FLAG.

           OPEN INPUT USER-MASTER-FILE.
           IF WS-MASTER-IN-STATUS NOT = "00"
               IF WS-MASTER-IN-STATUS = "05"
                   CLOSE USER-MASTER-FILE
                   GO TO 1081-EXIT
               ELSE
                   DISPLAY "DataDisp - ERREUR OUVERTURE USERMST, "
                       "STATUT: " WS-MASTER-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WS-GEN-PRESENT-FLAG.

           PERFORM UNTIL WS-GEN-EOF
               READ USER-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GEN-COUNT
                       IF UM-SCORE IS NUMERIC
                           MOVE UM-SCORE TO WS-GEN-SCORE-NUM
                           ADD WS-GEN-SCORE-NUM TO WS-GEN-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE USER-MASTER-FILE.

       1081-EXIT.
           EXIT.

      * Compte l'état SEUILST et totalise les jours sous seuil.
      * Fichier absent : WS-GEN-PRESENT à "N".
       1082-COUNT-SEUIL.

           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-GEN-TOTAL.
           MOVE "N" TO WS-GEN-PRESENT-FLAG.
           MOVE "N" TO WS-GEN-EOF-FLAG.

           OPEN INPUT SEUIL-STATE-FILE.
           IF WS-STATE-IN-STATUS NOT = "00"
               IF WS-STATE-IN-STATUS = "05"
                   CLOSE SEUIL-STATE-FILE
                   GO TO 1082-EXIT
               ELSE
                   DISPLAY "DataDisp - ERREUR OUVERTURE SEUILST, "
                       "STATUT: " WS-STATE-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WS-GEN-PRESENT-FLAG.

           PERFORM UNTIL WS-GEN-EOF
               READ SEUIL-STATE-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GEN-COUNT
                       IF ST-DAYS-BELOW IS NUMERIC
                           ADD ST-DAYS-BELOW TO WS-GEN-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SEUIL-STATE-FILE.

       1082-EXIT.
           EXIT.

      * Compte l'historique HISTFILE et totalise ses scores
      * numériques (contrôle d'entrée, puis nouveau comptage pour le
      * tampon une fois l'historique étendu). Fichier absent :
      * WS-GEN-PRESENT à "N".
       1084-COUNT-HISTORY.

           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-GEN-TOTAL.
           MOVE "N" TO WS-GEN-PRESENT-FLAG.
           MOVE "N" TO WS-GEN-EOF-FLAG.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               IF WS-HISTORY-STATUS = "05"
                   CLOSE HISTORY-FILE
                   GO TO 1084-EXIT
               ELSE
                   DISPLAY "DataDisp - ERREUR OUVERTURE HISTFILE, "
                       "STATUT: " WS-HISTORY-STATUS
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

       1084-EXIT.
           EXIT.

      * Rapproche les chiffres de l'entrée WS-GEN-FILE-NAME
      * (WS-GEN-COUNT, WS-GEN-TOTAL) des tampons du registre GENREG
      * et rend dans WS-GM-GEN-NO la génération reconnue (zéro si
      * aucune). Registre absent ou fichier jamais tamponné : pas de
      * contrôle. Entrée reconnue comme une génération antérieure à
      * la dernière produite : arrêt avec le code retour 8, sauf
      * relance du programme producteur le même jour, avant la
      * permutation (le dernier tampon est le sien, du jour, et il
      * est issu de cette même génération ; la nuit suivante, la
      * même situation est une permutation oubliée). Entrée
      * qu'aucun tampon ne reconnaît (fichier reconstitué ou
      * restauré hors chaîne, reprise après incident) :
      * avertissement en console, le traitement suit.
       1085-CHECK-ONE-GENERATION.

           MOVE 0 TO WS-GL-GEN-NO.
           MOVE 0 TO WS-GM-GEN-NO.
           MOVE "N" TO WS-GEN-EOF-FLAG.

           OPEN INPUT GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
               IF WS-GEN-REG-STATUS = "05"
                   CLOSE GEN-REGISTER-FILE
                   GO TO 1085-EXIT
               ELSE
                   DISPLAY "DataDisp - ERREUR OUVERTURE GENREG, "
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
               GO TO 1085-EXIT
           END-IF.

           IF WS-GM-GEN-NO = 0
               DISPLAY "DataDisp - ATTENTION: " WS-GEN-FILE-NAME
                   " NE CORRESPOND A AUCUNE GENERATION DU REGISTRE ("
                   WS-GEN-COUNT " ENREG., TOTAL " WS-GEN-TOTAL ")"
               GO TO 1085-EXIT
           END-IF.

           IF WS-GL-PRODUCER = WS-GEN-PROGRAM
               AND WS-GL-SOURCE-GEN = WS-GM-GEN-NO
               AND WS-GL-RUN-DATE = WS-RUN-DATE-YYYYMMDD
               DISPLAY "DataDisp - RELANCE AVANT PERMUTATION: "
                   WS-GEN-FILE-NAME " GENERATION " WS-GM-GEN-NO
               GO TO 1085-EXIT
           END-IF.

           DISPLAY "DataDisp - ERREUR GENERATION PERIMEE SUR "
               WS-GEN-FILE-NAME.
           DISPLAY "DataDisp - GENERATION LUE " WS-GM-GEN-NO
               " DU " WS-GM-RUN-DATE ", DERNIERE PRODUITE "
               WS-GL-GEN-NO " DU " WS-GL-RUN-DATE " PAR "
               WS-GL-PRODUCER.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1085-EXIT.
           EXIT.

      * Dépose le dernier ID écrit par la passe de détail comme
      * point de contrôle de progression (étape "D" : détail en
      * cours), avec le RUN-ID et le numéro de page en cours, et
