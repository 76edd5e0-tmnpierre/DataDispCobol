       IDENTIFICATION DIVISION.
       PROGRAM-ID. MstRecov.
       AUTHOR. Pierre.

      *    Reconstitution du maître des collaborateurs à un instant
      *    donné : part d'une sauvegarde de USERMST (USERMSTB) et
      *    rejoue par-dessus le journal des mouvements appliqués
      *    MVTJRNL déposé par DataDisp, jusqu'à une date d'exécution
      *    ou un RUN-ID choisi, en écartant au besoin le lot d'une
      *    succursale sur une exécution donnée (lot erroné passé à
      *    tort). Le maître reconstitué sort trié par ID sur USERMSTR,
      *    même dessin que USERMST : l'exploitation le met en place à
      *    la place de USERMST (puis relance MstLoad en mode
      *    MAITRE-INDEXE) au lieu de restaurer une sauvegarde et de
      *    perdre toutes les nuits suivantes. Compte rendu sur
      *    MSTRRPT : critère retenu, mouvements écartés, écarts de
      *    rejeu et solde.
      *
      *    Rejeu d'un mouvement du journal : si le maître reconstitué
      *    porte exactement l'image avant, l'image après est posée ;
      *    s'il porte déjà l'image après, le mouvement est un double
      *    (exécution reprise après incident, qui journalise une
      *    seconde fois sous le même RUN-ID) et n'est pas rejoué ;
      *    sinon (typiquement un mouvement postérieur au lot écarté
      *    qui touche le même ID) le mouvement est rejoué selon son
      *    action, comme DataDisp l'aurait fait sur ce maître-là, et
      *    imprimé en écart pour vérification.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-PARM-FILE ASSIGN TO "RECPARM"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PARM-IN-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTB"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-MASTER-IN-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MVTJRNL"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MASTER-SORTED-FILE ASSIGN TO "RECMSTS"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-MASTER-SRT-STATUS.

           SELECT JOURNAL-SORTED-FILE ASSIGN TO "RECJRNS"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-SRT-STATUS.

           SELECT NEW-USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-MASTER-OUT-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "MSTRRPT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

           SELECT MASTER-SORT-FILE ASSIGN TO "SORTWK01".

           SELECT JOURNAL-SORT-FILE ASSIGN TO "SORTWK02".

       DATA DIVISION.
       FILE SECTION.
      *    Critère de reconstitution :
      *    RP-TYPE      "D" = jusqu'à la date d'exécution RP-LIMIT
      *                 (AAAAMMJJ) incluse, "R" = jusqu'au RUN-ID
      *                 RP-LIMIT (cadré à droite sur 8 avec des
      *                 zéros) inclus ;
      *    RP-BASE-RUN-ID  dernier RUN-ID déjà porté par la
      *                 sauvegarde USERMSTB (ses mouvements et ceux
      *                 des exécutions antérieures ne sont pas
      *                 rejoués), zéro pour une sauvegarde antérieure
      *                 à tout le journal ;
      *    RP-EXCL-RUN-ID / RP-EXCL-SOURCE  lot à écarter : RUN-ID de
      *                 l'exécution et code source de la succursale,
      *                 à blanc si aucun lot n'est écarté.
       FD  RECOVERY-PARM-FILE
           RECORDING MODE IS F.
       01  RECOVERY-PARM-REC.
           03 RP-TYPE               PIC X(01).
           03 RP-LIMIT              PIC X(08).
           03 RP-BASE-RUN-ID        PIC X(05).
           03 RP-EXCL-RUN-ID        PIC X(05).
           03 RP-EXCL-SOURCE        PIC X(04).

      *    Sauvegarde du maître, même dessin que USERMST.
       FD  USER-MASTER-FILE
           RECORDING MODE IS F.
       01  USER-MASTER-REC.
           03 UM-ID                PIC X(04).
           03 UM-REGION            PIC X(12).
           03 UM-NAME              PIC X(12).
           03 UM-SCORE             PIC X(04).

      *    Journal des mouvements appliqués, même dessin que dans
      *    DataDisp.
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

       FD  MASTER-SORTED-FILE
           RECORDING MODE IS F.
       01  MASTER-SORTED-REC.
           03 MS2-ID                PIC X(04).
           03 MS2-REGION            PIC X(12).
           03 MS2-NAME              PIC X(12).
           03 MS2-SCORE             PIC X(04).

      *    Mouvements retenus, triés par ID puis RUN-ID puis numéro
      *    d'ordre d'arrivée : l'ordre dans lequel DataDisp les a
      *    appliqués.
       FD  JOURNAL-SORTED-FILE
           RECORDING MODE IS F.
       01  JOURNAL-SORTED-REC.
           03 JT-ID                 PIC X(04).
           03 JT-RUN-ID             PIC 9(05).
           03 JT-SEQ                PIC 9(07).
           03 JT-RUN-DATE           PIC 9(08).
           03 JT-SOURCE             PIC X(04).
           03 JT-ACTION             PIC X(01).
           03 JT-BEFORE.
               05 JTB-EXISTS        PIC X(01).
               05 JTB-REGION        PIC X(12).
               05 JTB-NAME          PIC X(12).
               05 JTB-SCORE         PIC X(04).
           03 JT-AFTER.
               05 JTA-EXISTS        PIC X(01).
               05 JTA-REGION        PIC X(12).
               05 JTA-NAME          PIC X(12).
               05 JTA-SCORE         PIC X(04).

      *    Maître reconstitué, trié par ID, même dessin que USERMST.
       FD  NEW-USER-MASTER-FILE
           RECORDING MODE IS F.
       01  NEW-USER-MASTER-REC.
           03 NU-ID                PIC X(04).
           03 NU-REGION            PIC X(12).
           03 NU-NAME              PIC X(12).
           03 NU-SCORE             PIC X(04).

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-LINE    PIC X(80).

       SD  MASTER-SORT-FILE.
       01  MASTER-SORT-REC.
           03 MSR-ID                PIC X(04).
           03 MSR-REGION            PIC X(12).
           03 MSR-NAME              PIC X(12).
           03 MSR-SCORE             PIC X(04).

       SD  JOURNAL-SORT-FILE.
       01  JOURNAL-SORT-REC.
           03 JS-ID                 PIC X(04).
           03 JS-RUN-ID             PIC 9(05).
           03 JS-SEQ                PIC 9(07).
           03 JS-RUN-DATE           PIC 9(08).
           03 JS-SOURCE             PIC X(04).
           03 JS-ACTION             PIC X(01).
           03 JS-BEFORE.
               05 JSB-EXISTS        PIC X(01).
               05 JSB-REGION        PIC X(12).
               05 JSB-NAME          PIC X(12).
               05 JSB-SCORE         PIC X(04).
           03 JS-AFTER.
               05 JSA-EXISTS        PIC X(01).
               05 JSA-REGION        PIC X(12).
               05 JSA-NAME          PIC X(12).
               05 JSA-SCORE         PIC X(04).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           03 WS-PARM-IN-STATUS     PIC X(02) VALUE "00".
           03 WS-MASTER-IN-STATUS   PIC X(02) VALUE "00".
           03 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           03 WS-MASTER-SRT-STATUS  PIC X(02) VALUE "00".
           03 WS-JOURNAL-SRT-STATUS PIC X(02) VALUE "00".
           03 WS-MASTER-OUT-STATUS  PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS  PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-MST-EOF-FLAG         PIC X(01) VALUE "N".
           88 WS-MST-EOF           VALUE "Y".
       01  WS-JRN-EOF-FLAG         PIC X(01) VALUE "N".
           88 WS-JRN-EOF           VALUE "Y".

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

      *    Critère retenu (voir FD RECOVERY-PARM-FILE).
       01  WS-SEL-TYPE              PIC X(01) VALUE SPACE.
       01  WS-SEL-LIMIT             PIC 9(08) VALUE 0.
       01  WS-SEL-VALUE             PIC 9(08) VALUE 0.
       01  WS-BASE-RUN-ID           PIC 9(05) VALUE 0.
       01  WS-EXCL-RUN-ID           PIC 9(05) VALUE 0.
       01  WS-EXCL-SOURCE           PIC X(04) VALUE SPACES.
       01  WS-EXCL-FLAG             PIC X(01) VALUE "N".
           88 WS-EXCL-REQUESTED     VALUE "Y".

      *    Enregistrement maître en cours de reconstitution pour l'ID
      *    traité, et dernier ID écrit (doublons de la sauvegarde).
       01  WS-CUR-REC.
           03 WS-CUR-ID             PIC X(04).
           03 WS-CUR-REGION         PIC X(12).
           03 WS-CUR-NAME           PIC X(12).
           03 WS-CUR-SCORE          PIC X(04).
       01  WS-CUR-EXISTS-FLAG       PIC X(01) VALUE "N".
           88 WS-CUR-EXISTS         VALUE "Y".
       01  WS-PREV-ID-SET-FLAG      PIC X(01) VALUE "N".
           88 WS-PREV-ID-SET        VALUE "Y".
       01  WS-PREV-ID               PIC X(04) VALUE SPACES.
       01  WS-IMAGE-MATCH-FLAG      PIC X(01) VALUE "N".
           88 WS-IMAGE-MATCH        VALUE "Y".

      *    Compteurs du compte rendu.
       01  WS-JRN-READ-COUNT        PIC 9(07) VALUE 0.
       01  WS-JRN-BASE-COUNT        PIC 9(07) VALUE 0.
       01  WS-JRN-LATER-COUNT       PIC 9(07) VALUE 0.
       01  WS-JRN-EXCL-COUNT        PIC 9(07) VALUE 0.
       01  WS-JRN-KEPT-COUNT        PIC 9(07) VALUE 0.
       01  WS-REPLAY-COUNT          PIC 9(07) VALUE 0.
       01  WS-DOUBLE-COUNT          PIC 9(07) VALUE 0.
       01  WS-GAP-COUNT             PIC 9(07) VALUE 0.
       01  WS-MST-READ-COUNT        PIC 9(07) VALUE 0.
       01  WS-DUP-COUNT             PIC 9(05) VALUE 0.
       01  WS-WRITE-COUNT           PIC 9(07) VALUE 0.

       01  WS-RESULT-TEXT           PIC X(30) VALUE SPACES.

       01  WS-REC-HEADER-1.
           03 FILLER                PIC X(10) VALUE "MstRecov -".
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(28)
                   VALUE "RECONSTITUTION DU MAITRE".
           03 FILLER                PIC X(10) VALUE "  DATE: ".
           03 RH1-RUN-DATE          PIC X(10).
       01  WS-REC-HEADER-3          PIC X(66) VALUE ALL "-".

       01  WS-CRIT-LINE-1.
           03 FILLER                PIC X(20)
                   VALUE "SAUVEGARDE: RUN-ID".
           03 CL1-BASE-RUN-ID       PIC ZZZZ9.
       01  WS-CRIT-LINE-2.
           03 FILLER                PIC X(20) VALUE "REJEU JUSQU'A:".
           03 CL2-TYPE-TEXT         PIC X(07).
           03 CL2-LIMIT             PIC X(10).
       01  WS-CRIT-LINE-3.
           03 FILLER                PIC X(20)
                   VALUE "LOT ECARTE: RUN-ID".
           03 CL3-EXCL-RUN-ID       PIC ZZZZ9.
           03 FILLER                PIC X(09) VALUE "  SOURCE ".
           03 CL3-EXCL-SOURCE       PIC X(04).
       01  WS-CRIT-NONE-LINE        PIC X(37)
               VALUE "LOT ECARTE: AUCUN".

       01  WS-EXCL-HEADER           PIC X(37)
               VALUE "MOUVEMENTS ECARTES".
       01  WS-GAP-HEADER            PIC X(37)
               VALUE "ECARTS DE REJEU".
       01  WS-DETAIL-HEADER         PIC X(66) VALUE
           "RUNID DATE           ORDRE A ID   SRC  RESULTAT".
       01  WS-NONE-LINE             PIC X(37) VALUE "AUCUN".

       01  WS-REC-DETAIL-LINE.
           03 RL-RUN-ID             PIC ZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RL-DATE.
               05 RL-YYYY           PIC 9(04).
               05 FILLER            PIC X(01) VALUE "-".
               05 RL-MM             PIC 9(02).
               05 FILLER            PIC X(01) VALUE "-".
               05 RL-DD             PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RL-SEQ                PIC ZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RL-ACTION             PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RL-ID                 PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RL-SOURCE             PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RL-RESULT             PIC X(30).
       01  WS-RL-DATE-WORK          PIC 9(08) VALUE 0.
       01  WS-RL-DATE-FIELDS        REDEFINES WS-RL-DATE-WORK.
           03 WS-RL-YYYY            PIC 9(04).
           03 WS-RL-MM              PIC 9(02).
           03 WS-RL-DD              PIC 9(02).

       01  WS-DUP-DETAIL-LINE.
           03 FILLER                PIC X(14) VALUE "ID DUPLIQUE: ".
           03 DL-ID                 PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DL-REGION             PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DL-NAME               PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DL-SCORE              PIC X(04).

       01  WS-REC-TRAILER-1.
           03 FILLER                PIC X(20) VALUE "JOURNAL LU:".
           03 RT1-COUNT             PIC ZZZZZZ9.
       01  WS-REC-TRAILER-2.
           03 FILLER                PIC X(20)
                   VALUE "DEJA EN SAUVEGARDE:".
           03 RT2-COUNT             PIC ZZZZZZ9.
       01  WS-REC-TRAILER-3.
           03 FILLER                PIC X(20) VALUE "APRES LA LIMITE:".
           03 RT3-COUNT             PIC ZZZZZZ9.
       01  WS-REC-TRAILER-4.
           03 FILLER                PIC X(20) VALUE "ECARTES:".
           03 RT4-COUNT             PIC ZZZZZZ9.
       01  WS-REC-TRAILER-5.
           03 FILLER                PIC X(20) VALUE "REJOUES:".
           03 RT5-COUNT             PIC ZZZZZZ9.
       01  WS-REC-TRAILER-6.
           03 FILLER                PIC X(20) VALUE "DOUBLES IGNORES:".
           03 RT6-COUNT             PIC ZZZZZZ9.
       01  WS-REC-TRAILER-7.
           03 FILLER                PIC X(20) VALUE "DONT ECARTS:".
           03 RT7-COUNT             PIC ZZZZZZ9.
       01  WS-REC-TRAILER-8.
           03 FILLER                PIC X(20) VALUE "SAUVEGARDE LUE:".
           03 RT8-COUNT             PIC ZZZZZZ9.
       01  WS-REC-TRAILER-9.
           03 FILLER                PIC X(20) VALUE "DOUBLONS ECARTES:".
           03 RT9-COUNT             PIC ZZZZZZ9.
       01  WS-REC-TRAILER-10.
           03 FILLER                PIC X(20)
                   VALUE "MAITRE RECONSTITUE:".
           03 RT10-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      *    Démarre le point d'entrée du programme principal.
       1000-MAIN.

           PERFORM 1100-PROCESS-RECOVERY THRU 1100-EXIT.
           STOP RUN.

      * Enchaîne les étapes : lecture du critère, tri de la
      * sauvegarde par ID, sélection et tri du journal, rejeu par
      * rapprochement des deux flux triés, solde. Des écarts de
      * rejeu, des doublons dans la sauvegarde ou un lot à écarter
      * introuvable valent le code retour 4 : le maître reconstitué
      * est produit mais doit être vérifié avant sa mise en place.
       1100-PROCESS-RECOVERY.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1150-GET-CRITERIA THRU 1150-EXIT.

           OPEN OUTPUT RECOVERY-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
               DISPLAY "MstRecov - ERREUR OUVERTURE MSTRRPT, STATUT: "
                   WS-REPORT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-DISPLAY TO RH1-RUN-DATE.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-HEADER-1.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-HEADER-3
               AFTER ADVANCING 1 LINE.
           PERFORM 1160-ECHO-CRITERIA THRU 1160-EXIT.

           PERFORM 1200-SORT-MASTER THRU 1200-EXIT.
           PERFORM 1300-SORT-JOURNAL THRU 1300-EXIT.
           PERFORM 1400-REBUILD-MASTER THRU 1400-EXIT.

           MOVE WS-JRN-READ-COUNT  TO RT1-COUNT.
           MOVE WS-JRN-BASE-COUNT  TO RT2-COUNT.
           MOVE WS-JRN-LATER-COUNT TO RT3-COUNT.
           MOVE WS-JRN-EXCL-COUNT  TO RT4-COUNT.
           MOVE WS-REPLAY-COUNT    TO RT5-COUNT.
           MOVE WS-DOUBLE-COUNT    TO RT6-COUNT.
           MOVE WS-GAP-COUNT       TO RT7-COUNT.
           MOVE WS-MST-READ-COUNT  TO RT8-COUNT.
           MOVE WS-DUP-COUNT       TO RT9-COUNT.
           MOVE WS-WRITE-COUNT     TO RT10-COUNT.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-TRAILER-1
               AFTER ADVANCING 2 LINES.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-TRAILER-2
               AFTER ADVANCING 1 LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-TRAILER-3
               AFTER ADVANCING 1 LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-TRAILER-4
               AFTER ADVANCING 1 LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-TRAILER-5
               AFTER ADVANCING 1 LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-TRAILER-6
               AFTER ADVANCING 1 LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-TRAILER-7
               AFTER ADVANCING 1 LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-TRAILER-8
               AFTER ADVANCING 2 LINES.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-TRAILER-9
               AFTER ADVANCING 1 LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-TRAILER-10
               AFTER ADVANCING 1 LINE.

           CLOSE RECOVERY-REPORT-FILE.

           IF WS-GAP-COUNT > 0 OR WS-DUP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-EXCL-REQUESTED AND WS-JRN-EXCL-COUNT = 0
               DISPLAY "MstRecov - ATTENTION: AUCUN MOUVEMENT DU LOT "
                   "A ECARTER (RUN-ID " WS-EXCL-RUN-ID " SOURCE "
                   WS-EXCL-SOURCE ")"
               MOVE 4 TO RETURN-CODE
           END-IF.

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

      * Lit le critère sur RECPARM. Contrairement à AuditInq il n'y
      * a pas de critère par défaut : reconstituer un maître sur un
      * critère deviné serait pire qu'un arrêt franc. Toute zone
      * invalide arrête le programme (code retour 16).
       1150-GET-CRITERIA.

           OPEN INPUT RECOVERY-PARM-FILE.
           IF WS-PARM-IN-STATUS NOT = "00"
               DISPLAY "MstRecov - ERREUR OUVERTURE RECPARM, STATUT: "
                   WS-PARM-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ RECOVERY-PARM-FILE
               AT END
                   DISPLAY "MstRecov - ERREUR RECPARM: FICHIER VIDE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE RECOVERY-PARM-FILE.

           IF RP-TYPE NOT = "D" AND RP-TYPE NOT = "R"
               DISPLAY "MstRecov - ERREUR RECPARM: TYPE DE CRITERE "
                   "INCONNU: " RP-TYPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RP-LIMIT IS NOT NUMERIC
               DISPLAY "MstRecov - ERREUR RECPARM: LIMITE NON "
                   "NUMERIQUE: " RP-LIMIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RP-BASE-RUN-ID IS NOT NUMERIC
               DISPLAY "MstRecov - ERREUR RECPARM: RUN-ID DE LA "
                   "SAUVEGARDE NON NUMERIQUE: " RP-BASE-RUN-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RP-TYPE        TO WS-SEL-TYPE.
           MOVE RP-LIMIT       TO WS-SEL-LIMIT.
           MOVE RP-BASE-RUN-ID TO WS-BASE-RUN-ID.

           IF WS-SEL-TYPE = "R" AND WS-SEL-LIMIT < WS-BASE-RUN-ID
               DISPLAY "MstRecov - ERREUR RECPARM: RUN-ID LIMITE "
                   RP-LIMIT " ANTERIEUR A LA SAUVEGARDE "
                   RP-BASE-RUN-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EXCL-FLAG.
           IF RP-EXCL-RUN-ID = SPACES AND RP-EXCL-SOURCE = SPACES
               GO TO 1150-EXIT
           END-IF.
           IF RP-EXCL-RUN-ID IS NOT NUMERIC OR RP-EXCL-SOURCE = SPACES
               DISPLAY "MstRecov - ERREUR RECPARM: LOT A ECARTER "
                   "INCOMPLET: " RP-EXCL-RUN-ID " / " RP-EXCL-SOURCE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RP-EXCL-RUN-ID TO WS-EXCL-RUN-ID.
           MOVE RP-EXCL-SOURCE TO WS-EXCL-SOURCE.
           IF WS-EXCL-RUN-ID NOT > WS-BASE-RUN-ID
               DISPLAY "MstRecov - ERREUR RECPARM: LOT A ECARTER DEJA "
                   "PORTE PAR LA SAUVEGARDE: RUN-ID " RP-EXCL-RUN-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-EXCL-FLAG.

       1150-EXIT.
           EXIT.

      * Imprime le critère retenu en tête du compte rendu.
       1160-ECHO-CRITERIA.

           MOVE WS-BASE-RUN-ID TO CL1-BASE-RUN-ID.
           WRITE RECOVERY-REPORT-LINE FROM WS-CRIT-LINE-1
               AFTER ADVANCING 1 LINE.

           IF WS-SEL-TYPE = "D"
               MOVE "DATE" TO CL2-TYPE-TEXT
               MOVE WS-SEL-LIMIT TO WS-RL-DATE-WORK
               MOVE WS-RL-YYYY TO RL-YYYY
               MOVE WS-RL-MM   TO RL-MM
               MOVE WS-RL-DD   TO RL-DD
               MOVE RL-DATE    TO CL2-LIMIT
           ELSE
               MOVE "RUN-ID" TO CL2-TYPE-TEXT
               MOVE RP-LIMIT TO CL2-LIMIT
           END-IF.
           WRITE RECOVERY-REPORT-LINE FROM WS-CRIT-LINE-2
               AFTER ADVANCING 1 LINE.

           IF WS-EXCL-REQUESTED
               MOVE WS-EXCL-RUN-ID TO CL3-EXCL-RUN-ID
               MOVE WS-EXCL-SOURCE TO CL3-EXCL-SOURCE
               WRITE RECOVERY-REPORT-LINE FROM WS-CRIT-LINE-3
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE RECOVERY-REPORT-LINE FROM WS-CRIT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       1160-EXIT.
           EXIT.

      * Trie la sauvegarde du maître par ID sur RECMSTS. La
      * sauvegarde est obligatoire : reconstituer à partir de rien
      * ne rendrait que les ID créés depuis.
       1200-SORT-MASTER.

           OPEN INPUT USER-MASTER-FILE.
           IF WS-MASTER-IN-STATUS NOT = "00"
               DISPLAY "MstRecov - ERREUR OUVERTURE USERMSTB, STATUT: "
                   WS-MASTER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE USER-MASTER-FILE.

           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MSR-ID
               USING USER-MASTER-FILE
               GIVING MASTER-SORTED-FILE.

       1200-EXIT.
           EXIT.

      * Sélectionne les mouvements du journal à rejouer et les trie
      * par ID, RUN-ID et numéro d'ordre (les doubles d'une
      * exécution reprise gardent leur ordre de dépôt). Les
      * mouvements du lot écarté sont imprimés au fil de la
      * sélection.
       1300-SORT-JOURNAL.

           WRITE RECOVERY-REPORT-LINE FROM WS-EXCL-HEADER
               AFTER ADVANCING 2 LINES.
           WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-HEADER
               AFTER ADVANCING 1 LINE.

           SORT JOURNAL-SORT-FILE
               ON ASCENDING KEY JS-ID
               ON ASCENDING KEY JS-RUN-ID
               ON ASCENDING KEY JS-SEQ
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1310-SELECT-JOURNAL
                   THRU 1310-EXIT
               GIVING JOURNAL-SORTED-FILE.

           IF WS-JRN-EXCL-COUNT = 0
               WRITE RECOVERY-REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       1300-EXIT.
           EXIT.

      * Procédure d'entrée du tri : lit tout le journal et ne
      * remet au tri que les mouvements postérieurs à la sauvegarde,
      * dans la limite du critère et hors lot écarté. Le journal est
      * obligatoire (sans lui, la reconstitution n'est qu'une copie
      * de la sauvegarde).
       1310-SELECT-JOURNAL.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MstRecov - ERREUR OUVERTURE MVTJRNL, STATUT: "
                   WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-JRN-READ-COUNT
                       PERFORM 1320-SELECT-ONE THRU 1320-EXIT
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

       1310-EXIT.
           EXIT.

      * Retient ou écarte le mouvement de journal courant.
       1320-SELECT-ONE.

           IF JR-RUN-ID NOT > WS-BASE-RUN-ID
               ADD 1 TO WS-JRN-BASE-COUNT
               GO TO 1320-EXIT
           END-IF.

           IF WS-SEL-TYPE = "D"
               MOVE JR-RUN-DATE TO WS-SEL-VALUE
           ELSE
               MOVE JR-RUN-ID TO WS-SEL-VALUE
           END-IF.
           IF WS-SEL-VALUE > WS-SEL-LIMIT
               ADD 1 TO WS-JRN-LATER-COUNT
               GO TO 1320-EXIT
           END-IF.

           IF WS-EXCL-REQUESTED
                   AND JR-RUN-ID = WS-EXCL-RUN-ID
                   AND JR-SOURCE = WS-EXCL-SOURCE
               ADD 1 TO WS-JRN-EXCL-COUNT
               MOVE JR-RUN-ID   TO RL-RUN-ID
               MOVE JR-RUN-DATE TO WS-RL-DATE-WORK
               MOVE JR-SEQ      TO RL-SEQ
               MOVE JR-ACTION   TO RL-ACTION
               MOVE JA-ID       TO RL-ID
               MOVE JR-SOURCE   TO RL-SOURCE
               MOVE "ECARTE" TO RL-RESULT
               PERFORM 1490-WRITE-DETAIL THRU 1490-EXIT
               GO TO 1320-EXIT
           END-IF.

           MOVE JA-ID        TO JS-ID.
           MOVE JR-RUN-ID    TO JS-RUN-ID.
           MOVE JR-SEQ       TO JS-SEQ.
           MOVE JR-RUN-DATE  TO JS-RUN-DATE.
           MOVE JR-SOURCE    TO JS-SOURCE.
           MOVE JR-ACTION    TO JS-ACTION.
           MOVE JB-EXISTS    TO JSB-EXISTS.
           MOVE JB-REGION    TO JSB-REGION.
           MOVE JB-NAME      TO JSB-NAME.
           MOVE JB-SCORE     TO JSB-SCORE.
           MOVE JA-EXISTS    TO JSA-EXISTS.
           MOVE JA-REGION    TO JSA-REGION.
           MOVE JA-NAME      TO JSA-NAME.
           MOVE JA-SCORE     TO JSA-SCORE.
           RELEASE JOURNAL-SORT-REC.
           ADD 1 TO WS-JRN-KEPT-COUNT.

       1320-EXIT.
           EXIT.

      * Rapprochement de la sauvegarde triée et des mouvements
      * retenus triés (même schéma que 1045-UPDATE-MASTER de
      * DataDisp) : les ID sans mouvement sont reconduits tels
      * quels, les groupes de mouvements d'un ID sont rejoués dans
      * l'ordre, et le maître reconstitué sort trié par ID.
       1400-REBUILD-MASTER.

           MOVE "N" TO WS-MST-EOF-FLAG.
           MOVE "N" TO WS-JRN-EOF-FLAG.
           MOVE "N" TO WS-PREV-ID-SET-FLAG.

           WRITE RECOVERY-REPORT-LINE FROM WS-GAP-HEADER
               AFTER ADVANCING 2 LINES.
           WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-HEADER
               AFTER ADVANCING 1 LINE.

           OPEN INPUT MASTER-SORTED-FILE.
           IF WS-MASTER-SRT-STATUS NOT = "00"
               DISPLAY "MstRecov - ERREUR OUVERTURE RECMSTS, STATUT: "
                   WS-MASTER-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT JOURNAL-SORTED-FILE.
           IF WS-JOURNAL-SRT-STATUS NOT = "00"
               DISPLAY "MstRecov - ERREUR OUVERTURE RECJRNS, STATUT: "
                   WS-JOURNAL-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-USER-MASTER-FILE.
           IF WS-MASTER-OUT-STATUS NOT = "00"
               DISPLAY "MstRecov - ERREUR OUVERTURE USERMSTR, STATUT: "
                   WS-MASTER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1410-READ-MASTER THRU 1410-EXIT.
           PERFORM 1420-READ-JOURNAL THRU 1420-EXIT.

           PERFORM UNTIL WS-MST-EOF AND WS-JRN-EOF
               IF NOT WS-MST-EOF
                   AND (WS-JRN-EOF OR MS2-ID < JT-ID)
                   PERFORM 1430-CARRY-MASTER THRU 1430-EXIT
                   PERFORM 1410-READ-MASTER THRU 1410-EXIT
               ELSE
                   PERFORM 1440-APPLY-GROUP THRU 1440-EXIT
               END-IF
           END-PERFORM.

           CLOSE MASTER-SORTED-FILE.
           CLOSE JOURNAL-SORTED-FILE.
           CLOSE NEW-USER-MASTER-FILE.

           IF WS-GAP-COUNT = 0
               WRITE RECOVERY-REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       1400-EXIT.
           EXIT.

      * Lit l'enregistrement suivant de la sauvegarde triée.
       1410-READ-MASTER.

           READ MASTER-SORTED-FILE
               AT END
                   MOVE "Y" TO WS-MST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MST-READ-COUNT
           END-READ.

       1410-EXIT.
           EXIT.

      * Lit le mouvement retenu suivant.
       1420-READ-JOURNAL.

           READ JOURNAL-SORTED-FILE
               AT END
                   MOVE "Y" TO WS-JRN-EOF-FLAG
           END-READ.

       1420-EXIT.
           EXIT.

      * Reconduit l'enregistrement de sauvegarde courant (aucun
      * mouvement pour son ID), sauf s'il répète l'ID qui vient
      * d'être écrit : doublon, écarté et porté au compte rendu
      * (le premier fait foi, comme dans DataDisp et MstLoad).
       1430-CARRY-MASTER.

           IF WS-PREV-ID-SET AND MS2-ID = WS-PREV-ID
               PERFORM 1435-WRITE-DUPLICATE THRU 1435-EXIT
               GO TO 1430-EXIT
           END-IF.

           MOVE MS2-ID     TO WS-CUR-ID.
           MOVE MS2-REGION TO WS-CUR-REGION.
           MOVE MS2-NAME   TO WS-CUR-NAME.
           MOVE MS2-SCORE  TO WS-CUR-SCORE.
           PERFORM 1480-WRITE-CURRENT THRU 1480-EXIT.

       1430-EXIT.
           EXIT.

      * Porte au compte rendu un doublon d'ID de la sauvegarde.
       1435-WRITE-DUPLICATE.

           ADD 1 TO WS-DUP-COUNT.
           MOVE MS2-ID     TO DL-ID.
           MOVE MS2-REGION TO DL-REGION.
           MOVE MS2-NAME   TO DL-NAME.
           MOVE MS2-SCORE  TO DL-SCORE.
           WRITE RECOVERY-REPORT-LINE FROM WS-DUP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       1435-EXIT.
           EXIT.

      * Rejoue le groupe de mouvements de l'ID courant : état de
      * départ pris sur la sauvegarde si l'ID y figure (ses doublons
      * éventuels sont écartés), puis chaque mouvement dans l'ordre,
      * puis écriture de l'état final s'il existe encore.
       1440-APPLY-GROUP.

           MOVE JT-ID TO WS-CUR-ID.
           MOVE "N" TO WS-CUR-EXISTS-FLAG.

           IF NOT WS-MST-EOF AND MS2-ID = JT-ID
               IF WS-PREV-ID-SET AND MS2-ID = WS-PREV-ID
                   PERFORM 1435-WRITE-DUPLICATE THRU 1435-EXIT
               ELSE
                   MOVE MS2-REGION TO WS-CUR-REGION
                   MOVE MS2-NAME   TO WS-CUR-NAME
                   MOVE MS2-SCORE  TO WS-CUR-SCORE
                   MOVE "Y" TO WS-CUR-EXISTS-FLAG
               END-IF
               PERFORM 1410-READ-MASTER THRU 1410-EXIT
               PERFORM UNTIL WS-MST-EOF OR MS2-ID NOT = WS-CUR-ID
                   PERFORM 1435-WRITE-DUPLICATE THRU 1435-EXIT
                   PERFORM 1410-READ-MASTER THRU 1410-EXIT
               END-PERFORM
           END-IF.

           PERFORM UNTIL WS-JRN-EOF OR JT-ID NOT = WS-CUR-ID
               PERFORM 1450-APPLY-ONE THRU 1450-EXIT
               PERFORM 1420-READ-JOURNAL THRU 1420-EXIT
           END-PERFORM.

           IF WS-CUR-EXISTS
               PERFORM 1480-WRITE-CURRENT THRU 1480-EXIT
           ELSE
               MOVE WS-CUR-ID TO WS-PREV-ID
               MOVE "Y" TO WS-PREV-ID-SET-FLAG
           END-IF.

       1440-EXIT.
           EXIT.

      * Rejoue un mouvement : image après déjà portée (double),
      * image avant conforme (rejeu normal) ou écart (rejeu selon
      * l'action, voir 1460).
       1450-APPLY-ONE.

           MOVE "N" TO WS-IMAGE-MATCH-FLAG.
           IF JTA-EXISTS = "Y"
               IF WS-CUR-EXISTS
                       AND WS-CUR-REGION = JTA-REGION
                       AND WS-CUR-NAME   = JTA-NAME
                       AND WS-CUR-SCORE  = JTA-SCORE
                   MOVE "Y" TO WS-IMAGE-MATCH-FLAG
               END-IF
           ELSE
               IF NOT WS-CUR-EXISTS
                   MOVE "Y" TO WS-IMAGE-MATCH-FLAG
               END-IF
           END-IF.
           IF WS-IMAGE-MATCH
               ADD 1 TO WS-DOUBLE-COUNT
               GO TO 1450-EXIT
           END-IF.

           MOVE "N" TO WS-IMAGE-MATCH-FLAG.
           IF JTB-EXISTS = "Y"
               IF WS-CUR-EXISTS
                       AND WS-CUR-REGION = JTB-REGION
                       AND WS-CUR-NAME   = JTB-NAME
                       AND WS-CUR-SCORE  = JTB-SCORE
                   MOVE "Y" TO WS-IMAGE-MATCH-FLAG
               END-IF
           ELSE
               IF NOT WS-CUR-EXISTS
                   MOVE "Y" TO WS-IMAGE-MATCH-FLAG
               END-IF
           END-IF.

           ADD 1 TO WS-REPLAY-COUNT.
           IF WS-IMAGE-MATCH
               MOVE JTA-EXISTS TO WS-CUR-EXISTS-FLAG
               MOVE JTA-REGION TO WS-CUR-REGION
               MOVE JTA-NAME   TO WS-CUR-NAME
               MOVE JTA-SCORE  TO WS-CUR-SCORE
           ELSE
               PERFORM 1460-APPLY-GAP THRU 1460-EXIT
           END-IF.

       1450-EXIT.
           EXIT.

      * Écart : le maître reconstitué ne porte pas l'image avant
      * journalisée (un mouvement écarté est passé sur cet ID). Le
      * mouvement est rejoué selon son action, avec les mêmes règles
      * d'existence que DataDisp, et imprimé pour vérification.
       1460-APPLY-GAP.

           ADD 1 TO WS-GAP-COUNT.
           EVALUATE JT-ACTION
               WHEN "A"
                   IF WS-CUR-EXISTS
                       MOVE "ECART: AJOUT ID EXISTANT" TO WS-RESULT-TEXT
                   ELSE
                       MOVE "Y" TO WS-CUR-EXISTS-FLAG
                       MOVE JTA-REGION TO WS-CUR-REGION
                       MOVE JTA-NAME   TO WS-CUR-NAME
                       MOVE JTA-SCORE  TO WS-CUR-SCORE
                       MOVE "ECART: AJOUT REJOUE" TO WS-RESULT-TEXT
                   END-IF
               WHEN "C"
                   IF WS-CUR-EXISTS
                       MOVE JTA-SCORE TO WS-CUR-SCORE
                       MOVE "ECART: SCORE REJOUE" TO WS-RESULT-TEXT
                   ELSE
                       MOVE "ECART: MODIF ID INCONNU" TO WS-RESULT-TEXT
                   END-IF
               WHEN "D"
                   IF WS-CUR-EXISTS
                       MOVE "N" TO WS-CUR-EXISTS-FLAG
                       MOVE "ECART: SUPPRESSION REJOUEE"
                           TO WS-RESULT-TEXT
                   ELSE
                       MOVE "ECART: SUPPR ID INCONNU" TO WS-RESULT-TEXT
                   END-IF
               WHEN "M"
                   IF WS-CUR-EXISTS
                       MOVE JTA-REGION TO WS-CUR-REGION
                       MOVE "ECART: TRANSFERT REJOUE" TO WS-RESULT-TEXT
                   ELSE
                       MOVE "ECART: TRANSF ID INCONNU" TO WS-RESULT-TEXT
                   END-IF
               WHEN OTHER
                   MOVE "ECART: ACTION INCONNUE" TO WS-RESULT-TEXT
           END-EVALUATE.

           MOVE JT-RUN-ID   TO RL-RUN-ID.
           MOVE JT-RUN-DATE TO WS-RL-DATE-WORK.
           MOVE JT-SEQ      TO RL-SEQ.
           MOVE JT-ACTION   TO RL-ACTION.
           MOVE JT-ID       TO RL-ID.
           MOVE JT-SOURCE   TO RL-SOURCE.
           MOVE WS-RESULT-TEXT TO RL-RESULT.
           PERFORM 1490-WRITE-DETAIL THRU 1490-EXIT.

       1460-EXIT.
           EXIT.

      * Écrit l'enregistrement maître en cours sur USERMSTR.
       1480-WRITE-CURRENT.

           MOVE WS-CUR-ID     TO NU-ID.
           MOVE WS-CUR-REGION TO NU-REGION.
           MOVE WS-CUR-NAME   TO NU-NAME.
           MOVE WS-CUR-SCORE  TO NU-SCORE.
           WRITE NEW-USER-MASTER-REC.
           IF WS-MASTER-OUT-STATUS NOT = "00"
               DISPLAY "MstRecov - ERREUR ECRITURE USERMSTR, STATUT: "
                   WS-MASTER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WRITE-COUNT.
           MOVE WS-CUR-ID TO WS-PREV-ID.
           MOVE "Y" TO WS-PREV-ID-SET-FLAG.

       1480-EXIT.
           EXIT.

      * Imprime une ligne de détail (mouvement écarté ou écart de
      * rejeu) ; la date d'exécution est dans WS-RL-DATE-WORK.
       1490-WRITE-DETAIL.

           MOVE WS-RL-YYYY TO RL-YYYY.
           MOVE WS-RL-MM   TO RL-MM.
           MOVE WS-RL-DD   TO RL-DD.
           WRITE RECOVERY-REPORT-LINE FROM WS-REC-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       1490-EXIT.
           EXIT.
