       IDENTIFICATION DIVISION.
       PROGRAM-ID. ObjMnt.
       AUTHOR. Pierre.

      *    Entretien du référentiel des objectifs mensuels (OBJFILE)
      *    exploité par DataDisp et MonthCons : un objectif par
      *    collaborateur (ID) ou par code région et par mois, saisi
      *    jusqu'ici dans des tableurs. Même principe que RegionMnt :
      *    ancien référentiel en entrée, mouvements A/C/D sur OBJMTIN,
      *    nouveau référentiel sur OBJFILEN (l'ordonnanceur remplace
      *    OBJFILE par OBJFILEN après bonne fin), compte rendu des
      *    mouvements appliqués et rejetés sur OBJMTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE ASSIGN TO "OBJMTIN"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-TRANS-IN-STATUS.

           SELECT OPTIONAL OBJECTIVE-FILE ASSIGN TO "OBJFILE"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-OBJ-IN-STATUS.

           SELECT NEW-OBJECTIVE-FILE ASSIGN TO "OBJFILEN"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-OBJ-OUT-STATUS.

           SELECT REGION-MASTER-FILE ASSIGN TO "REGIONMST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REGION-IN-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "OBJMTRPT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mouvements : A = ajout, C = modification de l'objectif,
      *    D = suppression. La clé est type + identifiant + mois :
      *    type I = collaborateur (ID sur les 4 premières positions),
      *    type R = code région du référentiel REGIONMST. Mois au
      *    format AAAAMM, objectif en points, cadré à droite avec
      *    zéros (score journalier visé pour un ID, total journalier
      *    de la région pour une région).
       FD  MAINT-TRANS-FILE
           RECORDING MODE IS F.
       01  MAINT-TRANS-REC.
           03 MT-ACTION            PIC X(01).
           03 MT-TYPE              PIC X(01).
           03 MT-KEY               PIC X(12).
           03 MT-KEY-FIELDS        REDEFINES MT-KEY.
               05 MT-KEY-ID        PIC X(04).
               05 MT-KEY-REST      PIC X(08).
           03 MT-MONTH             PIC X(06).
           03 MT-MONTH-FIELDS      REDEFINES MT-MONTH.
               05 MT-MONTH-YYYY    PIC X(04).
               05 MT-MONTH-MM      PIC X(02).
           03 MT-TARGET            PIC X(09).
           03 MT-TARGET-N          REDEFINES MT-TARGET PIC 9(09).

      *    Référentiel des objectifs, même dessin que dans DataDisp.
      *    OPTIONAL : absent lors de la constitution initiale.
       FD  OBJECTIVE-FILE
           RECORDING MODE IS F.
       01  OBJECTIVE-REC.
           03 OB-TYPE              PIC X(01).
           03 OB-KEY               PIC X(12).
           03 OB-MONTH             PIC 9(06).
           03 OB-TARGET            PIC 9(09).

       FD  NEW-OBJECTIVE-FILE
           RECORDING MODE IS F.
       01  NEW-OBJECTIVE-REC.
           03 NO-TYPE              PIC X(01).
           03 NO-KEY               PIC X(12).
           03 NO-MONTH             PIC 9(06).
           03 NO-TARGET            PIC 9(09).

      *    Référentiel des régions, même dessin que dans DataDisp :
      *    un objectif de région doit porter un code connu.
       FD  REGION-MASTER-FILE
           RECORDING MODE IS F.
       01  REGION-MASTER-REC.
           03 RM-CODE              PIC X(12).
           03 RM-LABEL             PIC X(12).
           03 RM-MANAGER           PIC X(12).
           03 RM-ACTIVE            PIC X(01).
           03 RM-DIRECTORATE       PIC X(12).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           03 WS-TRANS-IN-STATUS   PIC X(02) VALUE "00".
           03 WS-OBJ-IN-STATUS     PIC X(02) VALUE "00".
           03 WS-OBJ-OUT-STATUS    PIC X(02) VALUE "00".
           03 WS-REGION-IN-STATUS  PIC X(02) VALUE "00".
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

      *    Codes région du référentiel (actifs ou non : un objectif
      *    peut être posé sur une région en cours d'ouverture).
       01  WS-RM-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAX-REGIONS            PIC 9(03) VALUE 100.
       01  WS-REGION-MASTER.
           03  WS-RM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RM-COUNT
                   INDEXED BY WS-RM-IDX.
               05 WS-RM-CODE          PIC X(12).
       01  WS-RM-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-RM-FOUND            VALUE "Y".

      *    Référentiel des objectifs chargé en mémoire. Une entrée
      *    supprimée reste dans la table, marquée, et n'est pas
      *    réécrite sur OBJFILEN.
       01  WS-OB-COUNT               PIC 9(05) VALUE 0.
       01  WS-MAX-OBJECTIVES         PIC 9(05) VALUE 5000.
       01  WS-OBJECTIVE-TABLE.
           03  WS-OB-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OB-COUNT
                   INDEXED BY WS-OB-IDX.
               05 WS-OB-TYPE          PIC X(01).
               05 WS-OB-KEY           PIC X(12).
               05 WS-OB-MONTH         PIC 9(06).
               05 WS-OB-TARGET        PIC 9(09).
               05 WS-OB-DELETED       PIC X(01).
       01  WS-OB-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-OB-FOUND            VALUE "Y".
       01  WS-OB-MATCH-IDX           PIC 9(05) VALUE 0.
       01  WS-OB-WRITTEN-COUNT       PIC 9(05) VALUE 0.

      *    Compteurs du compte rendu.
       01  WS-TRANS-READ-COUNT       PIC 9(05) VALUE 0.
       01  WS-TRANS-APPLIED-COUNT    PIC 9(05) VALUE 0.
       01  WS-TRANS-REJECT-COUNT     PIC 9(05) VALUE 0.

       01  WS-RESULT-TEXT            PIC X(26).

       01  WS-MAINT-HEADER-1.
           03 FILLER                PIC X(08) VALUE "ObjMnt -".
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(31)
                   VALUE "ENTRETIEN REFERENTIEL OBJECTIFS".
           03 FILLER                PIC X(10) VALUE "  DATE: ".
           03 MH1-RUN-DATE          PIC X(10).

       01  WS-MAINT-HEADER-2        PIC X(68)
           VALUE "A T CLE          MOIS   OBJECTIF   RESULTAT".
       01  WS-MAINT-HEADER-3        PIC X(68)
           VALUE "--------------------------------------------------".

       01  WS-MAINT-DETAIL-LINE.
           03 MD-ACTION             PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-TYPE               PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-KEY                PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-MONTH              PIC X(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MD-TARGET             PIC X(09).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 MD-RESULT             PIC X(26).

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
                   VALUE "ENTREES REFERENT.:".
           03 MT4-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

      *    Démarre le point d'entrée du programme principal.
       1000-MAIN.

           PERFORM 1100-PROCESS-MAINT THRU 1100-EXIT.
           STOP RUN.

      * Enchaîne les étapes : chargement des codes région et du
      * référentiel courant, application des mouvements, réécriture
      * du référentiel et impression du compte rendu.
       1100-PROCESS-MAINT.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1150-LOAD-REGIONS THRU 1150-EXIT.
           PERFORM 1200-LOAD-MASTER THRU 1200-EXIT.

           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
               DISPLAY "ObjMnt - ERREUR OUVERTURE OBJMTRPT, STATUT: "
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

           PERFORM 1300-APPLY-TRANSACTIONS THRU 1300-EXIT.
           PERFORM 1500-WRITE-NEW-MASTER THRU 1500-EXIT.

           MOVE WS-TRANS-READ-COUNT    TO MT1-COUNT.
           MOVE WS-TRANS-APPLIED-COUNT TO MT2-COUNT.
           MOVE WS-TRANS-REJECT-COUNT  TO MT3-COUNT.
           MOVE WS-OB-WRITTEN-COUNT    TO MT4-COUNT.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TRAILER-1
               AFTER ADVANCING 2 LINES.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TRAILER-2
               AFTER ADVANCING 1 LINE.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TRAILER-3
               AFTER ADVANCING 1 LINE.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TRAILER-4
               AFTER ADVANCING 1 LINE.

           CLOSE MAINT-REPORT-FILE.

      * Des mouvements rejetés ne sont pas un incident d'exploitation
      * mais doivent être vus : code retour 4, comme RegionMnt.
           IF WS-TRANS-REJECT-COUNT > 0
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

      * Charge les codes du référentiel des régions pour le contrôle
      * des objectifs de type R.
       1150-LOAD-REGIONS.

           MOVE 0 TO WS-RM-COUNT.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT REGION-MASTER-FILE.
           IF WS-REGION-IN-STATUS NOT = "00"
               DISPLAY "ObjMnt - ERREUR OUVERTURE REGIONMST, STATUT: "
                   WS-REGION-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ REGION-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RM-COUNT < WS-MAX-REGIONS
                           ADD 1 TO WS-RM-COUNT
                           SET WS-RM-IDX TO WS-RM-COUNT
                           MOVE RM-CODE
                             TO WS-RM-CODE (WS-RM-IDX)
                       ELSE
                           DISPLAY "ObjMnt - ERREUR: plus de "
                               WS-MAX-REGIONS
                               " regions sur REGIONMST"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGION-MASTER-FILE.

       1150-EXIT.
           EXIT.

      * Charge le référentiel courant dans WS-OBJECTIVE-TABLE. Fichier
      * absent (statut 05, constitution initiale) : la table reste
      * vide et seuls des ajouts pourront être appliqués.
       1200-LOAD-MASTER.

           MOVE 0 TO WS-OB-COUNT.
           MOVE "N" TO WS-EOF-FLAG.

           OPEN INPUT OBJECTIVE-FILE.
           IF WS-OBJ-IN-STATUS NOT = "00"
               IF WS-OBJ-IN-STATUS = "05"
                   CLOSE OBJECTIVE-FILE
                   GO TO 1200-EXIT
               ELSE
                   DISPLAY "ObjMnt - ERREUR OUVERTURE OBJFILE, "
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
                       IF WS-OB-COUNT < WS-MAX-OBJECTIVES
                           ADD 1 TO WS-OB-COUNT
                           SET WS-OB-IDX TO WS-OB-COUNT
                           MOVE OB-TYPE
                             TO WS-OB-TYPE (WS-OB-IDX)
                           MOVE OB-KEY
                             TO WS-OB-KEY (WS-OB-IDX)
                           MOVE OB-MONTH
                             TO WS-OB-MONTH (WS-OB-IDX)
                           MOVE OB-TARGET
                             TO WS-OB-TARGET (WS-OB-IDX)
                           MOVE "N"
                             TO WS-OB-DELETED (WS-OB-IDX)
                       ELSE
                           DISPLAY "ObjMnt - ERREUR: plus de "
                               WS-MAX-OBJECTIVES
                               " objectifs sur OBJFILE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OBJECTIVE-FILE.

       1200-EXIT.
           EXIT.

      * Lit les mouvements OBJMTIN un par un et les applique sur la
      * table, en imprimant une ligne de compte rendu par mouvement.
       1300-APPLY-TRANSACTIONS.

           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT MAINT-TRANS-FILE.
           IF WS-TRANS-IN-STATUS NOT = "00"
               DISPLAY "ObjMnt - ERREUR OUVERTURE OBJMTIN, STATUT: "
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

      * Contrôle puis applique le mouvement courant (MAINT-TRANS-REC)
      * sur la table et fixe WS-RESULT-TEXT pour le compte rendu.
       1350-APPLY-ONE.

           MOVE SPACES TO WS-RESULT-TEXT.
           PERFORM 1340-CHECK-TRANS THRU 1340-EXIT.
           IF WS-RESULT-TEXT NOT = SPACES
               ADD 1 TO WS-TRANS-REJECT-COUNT
           ELSE
               PERFORM 1345-FIND-OBJECTIVE THRU 1345-EXIT
               EVALUATE MT-ACTION
                   WHEN "A"
                       PERFORM 1360-APPLY-ADD THRU 1360-EXIT
                   WHEN "C"
                       PERFORM 1370-APPLY-CHANGE THRU 1370-EXIT
                   WHEN "D"
                       PERFORM 1380-APPLY-DELETE THRU 1380-EXIT
               END-EVALUATE
           END-IF.

           MOVE MT-ACTION     TO MD-ACTION.
           MOVE MT-TYPE       TO MD-TYPE.
           MOVE MT-KEY        TO MD-KEY.
           MOVE MT-MONTH      TO MD-MONTH.
           MOVE MT-TARGET     TO MD-TARGET.
           MOVE WS-RESULT-TEXT TO MD-RESULT.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       1350-EXIT.
           EXIT.

      * Contrôles communs à toutes les actions : action et type
      * connus, clé renseignée (ID sur 4 positions, code région connu
      * du référentiel), mois AAAAMM valide. L'objectif lui-même
      * n'est contrôlé que pour les ajouts et modifications.
      * WS-RESULT-TEXT reste à blanc si le mouvement est recevable.
       1340-CHECK-TRANS.

           IF MT-ACTION NOT = "A" AND MT-ACTION NOT = "C"
               AND MT-ACTION NOT = "D"
               MOVE "REJETE: ACTION INVALIDE" TO WS-RESULT-TEXT
               GO TO 1340-EXIT
           END-IF.

           IF MT-TYPE NOT = "I" AND MT-TYPE NOT = "R"
               MOVE "REJETE: TYPE INVALIDE" TO WS-RESULT-TEXT
               GO TO 1340-EXIT
           END-IF.

           IF MT-KEY = SPACES
               MOVE "REJETE: CLE ABSENTE" TO WS-RESULT-TEXT
               GO TO 1340-EXIT
           END-IF.

           IF MT-TYPE = "I"
               IF MT-KEY-ID = SPACES OR MT-KEY-REST NOT = SPACES
                   MOVE "REJETE: ID INVALIDE" TO WS-RESULT-TEXT
                   GO TO 1340-EXIT
               END-IF
           ELSE
               MOVE "N" TO WS-RM-FOUND-FLAG
               PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                       UNTIL WS-RM-IDX > WS-RM-COUNT
                   IF WS-RM-CODE (WS-RM-IDX) = MT-KEY
                       MOVE "Y" TO WS-RM-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-RM-FOUND
                   MOVE "REJETE: REGION INCONNUE" TO WS-RESULT-TEXT
                   GO TO 1340-EXIT
               END-IF
           END-IF.

           IF MT-MONTH NOT NUMERIC
               MOVE "REJETE: MOIS INVALIDE" TO WS-RESULT-TEXT
               GO TO 1340-EXIT
           END-IF.
           IF MT-MONTH-MM < "01" OR MT-MONTH-MM > "12"
               OR MT-MONTH-YYYY < "2000"
               MOVE "REJETE: MOIS INVALIDE" TO WS-RESULT-TEXT
               GO TO 1340-EXIT
           END-IF.

           IF MT-ACTION = "D"
               GO TO 1340-EXIT
           END-IF.

           IF MT-TARGET NOT NUMERIC
               MOVE "REJETE: OBJECTIF INVALIDE" TO WS-RESULT-TEXT
               GO TO 1340-EXIT
           END-IF.
           IF MT-TARGET-N = 0
               MOVE "REJETE: OBJECTIF NUL" TO WS-RESULT-TEXT
           END-IF.

       1340-EXIT.
           EXIT.

      * Recherche l'objectif visé par le mouvement (même type, même
      * clé, même mois, non supprimé).
       1345-FIND-OBJECTIVE.

           MOVE "N" TO WS-OB-FOUND-FLAG.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               IF WS-OB-TYPE (WS-OB-IDX) = MT-TYPE
                   AND WS-OB-KEY (WS-OB-IDX) = MT-KEY
                   AND WS-OB-MONTH (WS-OB-IDX) = MT-MONTH
                   AND WS-OB-DELETED (WS-OB-IDX) = "N"
                   MOVE "Y" TO WS-OB-FOUND-FLAG
                   SET WS-OB-MATCH-IDX TO WS-OB-IDX
               END-IF
           END-PERFORM.

       1345-EXIT.
           EXIT.

      * Ajout : un seul objectif par type, clé et mois.
       1360-APPLY-ADD.

           IF WS-OB-FOUND
               MOVE "REJETE: DEJA PRESENT" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1360-EXIT
           END-IF.

           IF WS-OB-COUNT < WS-MAX-OBJECTIVES
               ADD 1 TO WS-OB-COUNT
               SET WS-OB-IDX TO WS-OB-COUNT
               MOVE MT-TYPE     TO WS-OB-TYPE (WS-OB-IDX)
               MOVE MT-KEY      TO WS-OB-KEY (WS-OB-IDX)
               MOVE MT-MONTH    TO WS-OB-MONTH (WS-OB-IDX)
               MOVE MT-TARGET-N TO WS-OB-TARGET (WS-OB-IDX)
               MOVE "N"         TO WS-OB-DELETED (WS-OB-IDX)
               MOVE "AJOUTE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-APPLIED-COUNT
           ELSE
               MOVE "REJETE: TABLE PLEINE" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
           END-IF.

       1360-EXIT.
           EXIT.

      * Modification : remplace la valeur de l'objectif.
       1370-APPLY-CHANGE.

           IF NOT WS-OB-FOUND
               MOVE "REJETE: OBJECTIF INCONNU" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1370-EXIT
           END-IF.

           MOVE MT-TARGET-N TO WS-OB-TARGET (WS-OB-MATCH-IDX).
           MOVE "MODIFIE" TO WS-RESULT-TEXT.
           ADD 1 TO WS-TRANS-APPLIED-COUNT.

       1370-EXIT.
           EXIT.

      * Suppression : contrairement aux régions, un objectif n'est
      * référencé par aucun historique ; l'entrée est retirée du
      * référentiel à la réécriture.
       1380-APPLY-DELETE.

           IF NOT WS-OB-FOUND
               MOVE "REJETE: OBJECTIF INCONNU" TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-REJECT-COUNT
               GO TO 1380-EXIT
           END-IF.

           MOVE "Y" TO WS-OB-DELETED (WS-OB-MATCH-IDX).
           MOVE "SUPPRIME" TO WS-RESULT-TEXT.
           ADD 1 TO WS-TRANS-APPLIED-COUNT.

       1380-EXIT.
           EXIT.

      * Réécrit le référentiel (entrées non supprimées) sur
      * NEW-OBJECTIVE-FILE, repris par l'ordonnanceur en
      * remplacement de OBJFILE après bonne fin.
       1500-WRITE-NEW-MASTER.

           OPEN OUTPUT NEW-OBJECTIVE-FILE.
           IF WS-OBJ-OUT-STATUS NOT = "00"
               DISPLAY "ObjMnt - ERREUR OUVERTURE OBJFILEN, "
                   "STATUT: " WS-OBJ-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-OB-WRITTEN-COUNT.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               IF WS-OB-DELETED (WS-OB-IDX) = "N"
                   MOVE WS-OB-TYPE (WS-OB-IDX)   TO NO-TYPE
                   MOVE WS-OB-KEY (WS-OB-IDX)    TO NO-KEY
                   MOVE WS-OB-MONTH (WS-OB-IDX)  TO NO-MONTH
                   MOVE WS-OB-TARGET (WS-OB-IDX) TO NO-TARGET
                   WRITE NEW-OBJECTIVE-REC
                   ADD 1 TO WS-OB-WRITTEN-COUNT
               END-IF
           END-PERFORM.

           CLOSE NEW-OBJECTIVE-FILE.

       1500-EXIT.
           EXIT.
