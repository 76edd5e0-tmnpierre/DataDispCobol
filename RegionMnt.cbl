
      *    Entretien du référentiel des régions (REGIONMST) exploité
      *    par DataDisp : ajout, modification et désactivation des
      *    entrées (libellé, responsable, direction de rattachement)
      *    à partir d'un fichier de mouvements, pour que
      *    l'exploitation ne retouche plus le fichier à la main.
      *    Ancien référentiel en entrée, nouveau référentiel en
      *    sortie (l'ordonnanceur remplace REGIONMST par REGIONMSTN
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

           SELECT OPTIONAL GEN-REGISTER-FILE ASSIGN TO "GENREG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-GEN-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mouvements du jour : A = ajout (ou réactivation d'un code
      *    désactivé), C = modification libellé/responsable/direction,
      *    D = désactivation. Le code région est la clé. La direction
      *    (niveau de regroupement des régions au-dessus de la région
      *    sur les rapports) est facultative : une région sans
      *    direction est regroupée sous NON RATTACHE.
       FD  MAINT-TRANS-FILE
           RECORDING MODE IS F.
       01  MAINT-TRANS-REC.
           03 MT-CODE              PIC X(12).
           03 MT-LABEL             PIC X(12).
           03 MT-MANAGER           PIC X(12).
           03 MT-DIRECTORATE       PIC X(12).

      *    Référentiel courant, même dessin que dans DataDisp.
      *    OPTIONAL : absent lors de la constitution initiale.
           03 RM-LABEL             PIC X(12).
           03 RM-MANAGER           PIC X(12).
           03 RM-ACTIVE            PIC X(01).
           03 RM-DIRECTORATE       PIC X(12).

       FD  NEW-MASTER-FILE
           RECORDING MODE IS F.
           03 NM-LABEL             PIC X(12).
           03 NM-MANAGER           PIC X(12).
           03 NM-ACTIVE            PIC X(01).
           03 NM-DIRECTORATE       PIC X(12).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE       PIC X(80).

      *    Registre des générations, même dessin que dans DataDisp :
      *    le nouveau référentiel y est tamponné pour que les
      *    programmes qui lisent REGIONMST reconnaissent une
      *    permutation oubliée.
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

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           03 WS-MASTER-IN-STATUS  PIC X(02) VALUE "00".
           03 WS-MASTER-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-GEN-REG-STATUS    PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
               05 WS-RM-LABEL         PIC X(12).
               05 WS-RM-MANAGER       PIC X(12).
               05 WS-RM-ACTIVE        PIC X(01).
               05 WS-RM-DIRECTORATE   PIC X(12).
       01  WS-RM-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-RM-FOUND            VALUE "Y".
       01  WS-RM-MATCH-IDX           PIC 9(03) VALUE 0.
       01  WS-TRANS-APPLIED-COUNT    PIC 9(05) VALUE 0.
       01  WS-TRANS-REJECT-COUNT     PIC 9(05) VALUE 0.

      *    Tampon du nouveau référentiel (registre GENREG, voir
      *    1600) : nombre de régions et total de contrôle calculé
      *    comme dans DataDisp, nombre de régions actives.
       01  WS-GEN-PROGRAM            PIC X(10) VALUE "RegionMnt".
       01  WS-GEN-FILE-NAME          PIC X(10) VALUE SPACES.
       01  WS-GEN-COUNT              PIC 9(09) VALUE 0.
       01  WS-GEN-TOTAL              PIC 9(13) VALUE 0.
       01  WS-GEN-SOURCE-GEN         PIC 9(05) VALUE 0.
       01  WS-GEN-EOF-FLAG           PIC X(01) VALUE "N".
           88 WS-GEN-EOF             VALUE "Y".
       01  WS-GEN-LAST.
           03 WS-GL-GEN-NO           PIC 9(05).

       01  WS-RESULT-TEXT            PIC X(26).

       01  WS-MAINT-HEADER-1.
           03 FILLER                PIC X(10) VALUE "  DATE: ".
           03 MH1-RUN-DATE          PIC X(10).

       01  WS-MAINT-HEADER-2.
           03 FILLER                PIC X(41)
               VALUE "A CODE         LIBELLE      RESPONSABLE  ".
           03 FILLER                PIC X(22)
               VALUE "DIRECTION    RESULTAT".
       01  WS-MAINT-HEADER-3        PIC X(80) VALUE ALL "-".

       01  WS-MAINT-DETAIL-LINE.
           03 MD-ACTION             PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-MANAGER            PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-DIRECTORATE        PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-RESULT             PIC X(26).

       01  WS-MAINT-TRAILER-1.
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 1600-STAMP-GENERATION THRU 1600-EXIT.

       1100-EXIT.
           EXIT.

                             TO WS-RM-MANAGER (WS-RM-IDX)
                           MOVE RM-ACTIVE
                             TO WS-RM-ACTIVE (WS-RM-IDX)
                           MOVE RM-DIRECTORATE
                             TO WS-RM-DIRECTORATE (WS-RM-IDX)
                       ELSE
                           DISPLAY "RegionMnt - ERREUR: plus de "
                               WS-MAX-REGIONS
           MOVE MT-CODE       TO MD-CODE.
           MOVE MT-LABEL      TO MD-LABEL.
           MOVE MT-MANAGER    TO MD-MANAGER.
           MOVE MT-DIRECTORATE TO MD-DIRECTORATE.
           MOVE WS-RESULT-TEXT TO MD-RESULT.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
                       TO WS-RM-LABEL (WS-RM-MATCH-IDX)
                   MOVE MT-MANAGER
                       TO WS-RM-MANAGER (WS-RM-MATCH-IDX)
                   MOVE MT-DIRECTORATE
                       TO WS-RM-DIRECTORATE (WS-RM-MATCH-IDX)
                   MOVE "A" TO WS-RM-ACTIVE (WS-RM-MATCH-IDX)
                   MOVE "REACTIVE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-APPLIED-COUNT
                   MOVE MT-CODE    TO WS-RM-CODE (WS-RM-IDX)
                   MOVE MT-LABEL   TO WS-RM-LABEL (WS-RM-IDX)
                   MOVE MT-MANAGER TO WS-RM-MANAGER (WS-RM-IDX)
                   MOVE MT-DIRECTORATE
                                   TO WS-RM-DIRECTORATE (WS-RM-IDX)
                   MOVE "A"        TO WS-RM-ACTIVE (WS-RM-IDX)
                   MOVE "AJOUTE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-APPLIED-COUNT
       1360-EXIT.
           EXIT.

      * Modification : le libellé, le responsable et la direction ne
      * sont remplacés que lorsqu'ils sont renseignés sur le
      * mouvement, pour pouvoir changer l'un sans ressaisir les
      * autres.
       1370-APPLY-CHANGE.

           IF NOT WS-RM-FOUND
           IF MT-MANAGER NOT = SPACES
               MOVE MT-MANAGER TO WS-RM-MANAGER (WS-RM-MATCH-IDX)
           END-IF.
           IF MT-DIRECTORATE NOT = SPACES
               MOVE MT-DIRECTORATE
                   TO WS-RM-DIRECTORATE (WS-RM-MATCH-IDX)
           END-IF.
           MOVE "MODIFIE" TO WS-RESULT-TEXT.
           ADD 1 TO WS-TRANS-APPLIED-COUNT.

               MOVE WS-RM-LABEL (WS-RM-IDX)   TO NM-LABEL
               MOVE WS-RM-MANAGER (WS-RM-IDX) TO NM-MANAGER
               MOVE WS-RM-ACTIVE (WS-RM-IDX)  TO NM-ACTIVE
               MOVE WS-RM-DIRECTORATE (WS-RM-IDX) TO NM-DIRECTORATE
               WRITE NEW-MASTER-REC
               ADD 1 TO WS-GEN-COUNT
               IF NM-ACTIVE = "A"
                   ADD 1 TO WS-GEN-TOTAL
               END-IF
           END-PERFORM.

           CLOSE NEW-MASTER-FILE.

       1500-EXIT.
           EXIT.

      * Tamponne au registre GENREG le nouveau référentiel
      * REGIONMSTN, publié comme REGIONMST (chiffres cumulés à
      * l'écriture, 1500).
       1600-STAMP-GENERATION.

           MOVE "REGIONMST"          TO WS-GEN-FILE-NAME.
           MOVE 0                    TO WS-GEN-SOURCE-GEN.
           PERFORM 1610-WRITE-STAMP THRU 1610-EXIT.

       1600-EXIT.
           EXIT.

      * Dépose le tampon de WS-GEN-FILE-NAME (chiffres WS-GEN-COUNT
      * et WS-GEN-TOTAL, origine WS-GEN-SOURCE-GEN) avec le numéro
      * qui suit le dernier tampon du même fichier. Même règle que
      * dans DataDisp : un registre indisponible est signalé en
      * console sans condamner l'exécution.
       1610-WRITE-STAMP.

           MOVE 0 TO WS-GL-GEN-NO.
           MOVE "N" TO WS-GEN-EOF-FLAG.
           OPEN INPUT GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
               IF WS-GEN-REG-STATUS = "05"
                   CLOSE GEN-REGISTER-FILE
                   GO TO 1610-APPEND
               ELSE
                   DISPLAY "RegionMnt - ATTENTION: REGISTRE GENREG "
                       "INDISPONIBLE, STATUT: " WS-GEN-REG-STATUS
                   GO TO 1610-EXIT
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

       1610-APPEND.
           OPEN EXTEND GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
                   AND WS-GEN-REG-STATUS NOT = "05"
               DISPLAY "RegionMnt - ATTENTION: REGISTRE GENREG "
                   "INDISPONIBLE, STATUT: " WS-GEN-REG-STATUS
               GO TO 1610-EXIT
           END-IF.

           MOVE WS-GEN-FILE-NAME     TO GR-FILE.
           COMPUTE GR-GEN-NO = WS-GL-GEN-NO + 1.
           MOVE WS-GEN-SOURCE-GEN    TO GR-SOURCE-GEN.
           MOVE WS-RUN-DATE-YYYYMMDD TO GR-RUN-DATE.
           MOVE 0 TO GR-RUN-ID.
           MOVE WS-GEN-PROGRAM       TO GR-PRODUCER.
           MOVE WS-GEN-COUNT         TO GR-COUNT.
           MOVE WS-GEN-TOTAL         TO GR-TOTAL.
           WRITE GEN-REGISTER-REC.
           CLOSE GEN-REGISTER-FILE.

       1610-EXIT.
           EXIT.
