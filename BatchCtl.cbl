      *    destination de la succursale est déposé sur AVISOUT.
      *    Avant ce contrôle, un transfert tronqué était indistinct
      *    d'une journée calme et ne se voyait qu'à la réclamation
      *    d'un responsable régional. Le référentiel des succursales
      *    BRANCHMST fixe le fichier TRANSINn sur lequel chaque
      *    succursale doit arriver : un lot dont l'entête ou les
      *    mouvements portent un code succursale non référencé sur
      *    ce canal part lui aussi en quarantaine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

           SELECT OPTIONAL BRANCH-REF-FILE ASSIGN TO "BRANCHMST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-BRANCH-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Lots de succursale, même dessin d'enregistrement que dans
       FD  CTL-REPORT-FILE.
       01  CTL-REPORT-LINE         PIC X(80).

      *    Référentiel des succursales, même dessin que dans
      *    DataDisp : une ligne par couple succursale / région
      *    habilitée, avec le canal (1 à 5) d'arrivée de la
      *    succursale. Seuls le code et le canal servent ici.
      *    OPTIONAL : sans référentiel, les canaux ne sont pas
      *    contrôlés et le compte rendu le signale.
       FD  BRANCH-REF-FILE
           RECORDING MODE IS F.
       01  BRANCH-REF-REC.
           03 BF-CODE              PIC X(04).
           03 BF-SLOT              PIC 9(01).
           03 BF-REGION            PIC X(12).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           03 WS-TRANS-QR5-STATUS  PIC X(02) VALUE "00".
           03 WS-NOTICE-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-BRANCH-REF-STATUS PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
           88 WS-BATCH-OK            VALUE "Y".
       01  WS-BATCH-REASON           PIC X(24) VALUE SPACES.
       01  WS-QUARANTINE-COUNT       PIC 9(02) VALUE 0.

      *    Codes succursale admis sur chaque canal (BRANCHMST).
       01  WS-BR-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAX-BRANCH-REFS        PIC 9(03) VALUE 200.
       01  WS-BRANCH-REF-TABLE.
           03  WS-BR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY WS-BR-IDX.
               05 WS-BR-CODE         PIC X(04).
               05 WS-BR-SLOT         PIC 9(01).
       01  WS-BR-LOADED-FLAG         PIC X(01) VALUE "N".
           88 WS-BR-LOADED           VALUE "Y".
       01  WS-SLOT-CODE              PIC X(04) VALUE SPACES.
       01  WS-SLOT-OK-FLAG           PIC X(01) VALUE "Y".
           88 WS-SLOT-OK             VALUE "Y".
       01  WS-ABSENT-COUNT           PIC 9(02) VALUE 0.
       01  WS-BALANCED-COUNT         PIC 9(02) VALUE 0.

       01  WS-CTL-HEADER-2          PIC X(60) VALUE
           "SUCC  ETAT             MVTS  DECLAR  TOT.CTRL  DECLARE".
       01  WS-CTL-HEADER-3          PIC X(72) VALUE ALL "-".
       01  WS-CTL-NOREF-LINE.
           03 FILLER                PIC X(30)
               VALUE "REFERENTIEL BRANCHMST ABSENT, ".
           03 FILLER                PIC X(30)
               VALUE "CANAUX NON CONTROLES".

       01  WS-CTL-DETAIL-LINE.
           03 CD-BRANCH             PIC 9(01).
       1100-PROCESS-BATCHES.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1070-LOAD-BRANCH-REF THRU 1070-EXIT.

           OPEN OUTPUT CTL-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
               AFTER ADVANCING 1 LINE.
           WRITE CTL-REPORT-LINE FROM WS-CTL-HEADER-3
               AFTER ADVANCING 1 LINE.
           IF NOT WS-BR-LOADED
               WRITE CTL-REPORT-LINE FROM WS-CTL-NOREF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM VARYING WS-BRANCH-NO FROM 1 BY 1
                   UNTIL WS-BRANCH-NO > 5
       1060-EXIT.
           EXIT.

      * Charge les codes succursale et leur canal depuis le
      * référentiel BRANCHMST. Fichier absent (statut 05) : canaux
      * non contrôlés, seul le rapprochement entête / mouvements
      * reste en vigueur.
       1070-LOAD-BRANCH-REF.

           MOVE 0 TO WS-BR-COUNT.
           MOVE "N" TO WS-BR-LOADED-FLAG.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT BRANCH-REF-FILE.
           IF WS-BRANCH-REF-STATUS NOT = "00"
               IF WS-BRANCH-REF-STATUS = "05"
                   CLOSE BRANCH-REF-FILE
                   DISPLAY "BatchCtl - ATTENTION: BRANCHMST ABSENT, "
                       "CANAUX NON CONTROLES"
                   GO TO 1070-EXIT
               ELSE
                   DISPLAY "BatchCtl - ERREUR OUVERTURE BRANCHMST, "
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
                           DISPLAY "BatchCtl - ERREUR: plus de "
                               WS-MAX-BRANCH-REFS
                               " habilitations sur BRANCHMST"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BR-COUNT
                       SET WS-BR-IDX TO WS-BR-COUNT
                       MOVE BF-CODE TO WS-BR-CODE (WS-BR-IDX)
                       MOVE BF-SLOT TO WS-BR-SLOT (WS-BR-IDX)
               END-READ
           END-PERFORM.

           CLOSE BRANCH-REF-FILE.

       1070-EXIT.
           EXIT.

      * Contrôle le lot de la succursale WS-BRANCH-NO en deux passes
      * sur le fichier : la première vérifie la structure (entête en
      * tête, solde en queue), contrôle que chaque mouvement porte
                   MOVE "Y" TO WS-HDR-SEEN-FLAG
                   MOVE HC-BRANCH TO WS-HDR-BRANCH
                   MOVE HC-DATE   TO WS-HDR-DATE
                   MOVE HC-BRANCH TO WS-SLOT-CODE
                   PERFORM 2160-CHECK-SLOT-CODE THRU 2160-EXIT
                   IF NOT WS-SLOT-OK AND WS-BATCH-OK
                       MOVE "N" TO WS-BATCH-OK-FLAG
                       MOVE "ENTETE HORS CANAL" TO WS-BATCH-REASON
                   END-IF
               WHEN "T"
                   MOVE "Y" TO WS-TRL-SEEN-FLAG
                   IF TC-COUNT IS NUMERIC AND TC-HASH IS NUMERIC
                       MOVE "N" TO WS-BATCH-OK-FLAG
                       MOVE "SOURCE HORS ENTETE" TO WS-BATCH-REASON
                   END-IF
      * Et ce code doit être celui d'une succursale référencée sur
      * ce canal : une succursale qui se déclare sous le code d'une
      * autre est arrêtée ici, entête comprise.
                   MOVE TA-SOURCE TO WS-SLOT-CODE
                   PERFORM 2160-CHECK-SLOT-CODE THRU 2160-EXIT
                   IF NOT WS-SLOT-OK AND WS-BATCH-OK
                       MOVE "N" TO WS-BATCH-OK-FLAG
                       MOVE "SOURCE HORS CANAL" TO WS-BATCH-REASON
                   END-IF
                   IF TA-SCORE IS NUMERIC
                       MOVE TA-SCORE TO WS-SCORE-NUM
                       ADD WS-SCORE-NUM TO WS-MVT-HASH
       2150-EXIT.
           EXIT.

      * Vérifie que le code succursale WS-SLOT-CODE est référencé au
      * BRANCHMST sur le canal en cours (WS-BRANCH-NO). Sans
      * référentiel, tout code est admis.
       2160-CHECK-SLOT-CODE.

           MOVE "Y" TO WS-SLOT-OK-FLAG.
           IF NOT WS-BR-LOADED
               GO TO 2160-EXIT
           END-IF.

           MOVE "N" TO WS-SLOT-OK-FLAG.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-SLOT-OK
               IF WS-BR-CODE (WS-BR-IDX) = WS-SLOT-CODE
                   AND WS-BR-SLOT (WS-BR-IDX) = WS-BRANCH-NO
                   MOVE "Y" TO WS-SLOT-OK-FLAG
               END-IF
           END-PERFORM.

       2160-EXIT.
           EXIT.

      * Seconde passe d'un lot équilibré : recopie les seuls
      * mouvements (entête et solde retirés) sur TRANSOKn.
       2200-COPY-BALANCED.
