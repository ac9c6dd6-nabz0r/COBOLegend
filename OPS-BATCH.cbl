      *
      * Remplace la routine nocturne manuelle (lancer GAME-REPORT,
      * BALANCE-REPORT et SAVE-ROSTER un par un et comparer trois
      * écrans): tient d'abord le résumé quotidien COBODAILY.DAT
      * (DAILY-SUMMARY) sur lequel travaillent les éditions,
      * enchaîne les trois éditions, l'audit de cohérence
      * FILE-AUDIT et la synthèse des erreurs d'entrée-sortie des
      * dernières 24 heures (ERROR-REPORT, sur COBOERR.LOG), puis les
      * fichiers d'échange de l'entrepôt de données (DW-EXTRACT),
      * tolère un fichier d'entrée absent ou vide (l'étape est notée
      * et la chaîne continue), et conclut par une synthèse
      * opérateur d'une page: enregistrements traités par étape,
      * avertissements relevés, verdict global OK ou ATTENTION.
      * L'audit dépose son verdict dans COBOAUDIT.RC (voir
      * WRITE-AUDIT-RC dans FILE-AUDIT.cbl); le pilote le relit pour
      * la synthèse.
      *
      * Reprise par étape: le fichier de contrôle COBORUN.DAT garde,
      * pour chaque étape, son état, ses horodatages de début et de
      * fin et son code retour. Il est réécrit au démarrage et à la
      * fin de chaque étape: après un arrêt brutal, l'étape en cours
      * y reste "démarrée" sans fin. Le passage suivant reprend à la
      * première étape non terminée (code retour supérieur à 4 ou
      * fin absente); les étapes déjà terminées sont reportées sans
      * être relancées. Une chaîne complète repart de l'étape 1.
      *
      * Historique des passages: les chiffres de chaque nuit sont
      * ajoutés à COBOHIST.DAT. La synthèse les compare au passage
      * précédent et à la moyenne des dernières nuits, et passe en
      * ATTENTION quand un volume s'effondre ou s'envole au-delà des
      * seuils de COBOSEUIL.DAT (un journal qui tombe à zéro ne doit
      * pas passer pour une journée calme).
      *
      * Paramètre de la ligne de commande:
      *   (aucun)         reprise à la première étape non terminée
      *   COMPLET         relance forcée de toute la chaîne
      *   RECONSTRUCTION  relance forcée de toute la chaîne, résumé
      *                   quotidien reconstruit depuis l'ensemble
      *                   des journaux (DAILY-SUMMARY relit la même
      *                   commande)
      * Compilable séparément: make ops-batch
      *****************************************************************
       IDENTIFICATION DIVISION.
      * Les entrées de chaque étape sont recomptées par le pilote
      * avant l'appel, pour la colonne "enregistrements traités" de
      * la synthèse (le journal actif seulement: les archives de
      * rotation sont intégrées au résumé quotidien par
      * DAILY-SUMMARY)
      *-----------------------------------------------------------------
           SELECT EVENTS-COUNT-FILE
               ASSIGN TO DYNAMIC EVENTS-COUNT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTS-COUNT-STATUS.

           SELECT TELEM-COUNT-FILE
               ASSIGN TO DYNAMIC TELEM-COUNT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELEM-COUNT-STATUS.

      *    Journal des erreurs d'entrée-sortie (voir ERROR-LOG)
           SELECT ERROR-COUNT-FILE
               ASSIGN TO DYNAMIC ERROR-COUNT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-COUNT-STATUS.

           SELECT AUDIT-RC-FILE ASSIGN TO DYNAMIC AUDIT-RC-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-RC-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO DYNAMIC RUN-CONTROL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT OPS-HISTORY-FILE
               ASSIGN TO DYNAMIC OPS-HISTORY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-HISTORY-STATUS.

      *-----------------------------------------------------------------
      * Seuils d'alerte, champs séparés par '|' (même forme que
      * COBOTUNE.DAT):
      *   P|clé|valeur|commentaire
      * Clés: NUITS (fenêtre de la moyenne, 1 à 30), HAUSSE et
      * BAISSE (rapports à la moyenne), PLANCHER (moyenne minimale
      * pour juger un rapport). Absent, le fichier est recréé
      * depuis les valeurs de référence.
      *-----------------------------------------------------------------
           SELECT THRESHOLD-FILE ASSIGN TO DYNAMIC THRESHOLD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTS-COUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01 EVENTS-COUNT-RECORD        PIC X(117).

       FD TELEM-COUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01 TELEM-COUNT-RECORD         PIC X(80).

       FD ERROR-COUNT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "ERRREC.cpy".

       FD AUDIT-RC-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-RC-RECORD.
          05 FILLER                  PIC X(1).
          05 RC-SLOTS-PRESENT        PIC 9(1).

      *-----------------------------------------------------------------
      * Une ligne par étape: état (D démarrée, T terminée, blanc à
      * faire), début, fin et code retour
      *-----------------------------------------------------------------
       FD RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01 RUN-CONTROL-RECORD.
          05 RCR-STEP                PIC 9(1).
          05 FILLER                  PIC X(1).
          05 RCR-PROGRAM             PIC X(14).
          05 FILLER                  PIC X(1).
          05 RCR-STATE               PIC X(1).
          05 FILLER                  PIC X(1).
          05 RCR-START-DATE          PIC 9(8).
          05 RCR-START-TIME          PIC 9(6).
          05 FILLER                  PIC X(1).
          05 RCR-END-DATE            PIC 9(8).
          05 RCR-END-TIME            PIC 9(6).
          05 FILLER                  PIC X(1).
          05 RCR-RC                  PIC S9(4) SIGN LEADING SEPARATE.

      *-----------------------------------------------------------------
      * Une ligne par passage complet: date, heure, événements du
      * journal actif, relevés de télémétrie, emplacements occupés,
      * écarts d'audit (ces deux derniers valables si HSR-AUDIT-READ
      * vaut Y), avertissements
      *-----------------------------------------------------------------
       FD OPS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 OPS-HISTORY-RECORD.
          05 HSR-DATE                PIC 9(8).
          05 FILLER                  PIC X(1).
          05 HSR-TIME                PIC 9(6).
          05 FILLER                  PIC X(1).
          05 HSR-EVENTS              PIC 9(6).
          05 FILLER                  PIC X(1).
          05 HSR-TELEM               PIC 9(6).
          05 FILLER                  PIC X(1).
          05 HSR-SLOTS               PIC 9(1).
          05 FILLER                  PIC X(1).
          05 HSR-DISCREPANCIES       PIC 9(3).
          05 FILLER                  PIC X(1).
          05 HSR-AUDIT-READ          PIC X(1).
          05 FILLER                  PIC X(1).
          05 HSR-WARNINGS            PIC 9(3).

       FD THRESHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 THRESHOLD-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="OPS-BATCH"==.
       01 EVENTS-COUNT-FILE-PATH     PIC X(80)  VALUE "COBOEVENTS.LOG".
       01 TELEM-COUNT-FILE-PATH      PIC X(80)  VALUE "COBOTELEM.DAT".
       01 ERROR-COUNT-FILE-PATH      PIC X(80)  VALUE "COBOERR.LOG".
       01 AUDIT-RC-FILE-PATH         PIC X(80)  VALUE "COBOAUDIT.RC".
       01 RUN-CONTROL-FILE-PATH      PIC X(80)  VALUE "COBORUN.DAT".
       01 OPS-HISTORY-FILE-PATH      PIC X(80)  VALUE "COBOHIST.DAT".
       01 THRESHOLD-FILE-PATH        PIC X(80)  VALUE "COBOSEUIL.DAT".

       01 EVENTS-COUNT-STATUS        PIC X(2)  VALUE SPACES.
          88 EVENTS-COUNT-OK         VALUE "00".
       01 TELEM-COUNT-STATUS         PIC X(2)  VALUE SPACES.
          88 TELEM-COUNT-OK          VALUE "00".
       01 ERROR-COUNT-STATUS         PIC X(2)  VALUE SPACES.
          88 ERROR-COUNT-OK          VALUE "00".
       01 AUDIT-RC-STATUS            PIC X(2)  VALUE SPACES.
          88 AUDIT-RC-OK             VALUE "00".
       01 COUNT-AT-EOF               PIC X(1)  VALUE "N".
       01 RUN-CONTROL-STATUS         PIC X(2)  VALUE SPACES.
          88 RUN-CONTROL-OK          VALUE "00".

      *-----------------------------------------------------------------
      * Commande demandée
      *-----------------------------------------------------------------
       01 RUN-COMMAND                PIC X(20) VALUE SPACES.
          88 RUN-RESUME              VALUE SPACES "REPRISE".
          88 RUN-FORCE-FULL          VALUE "COMPLET" "RECONSTRUCTION".
          88 RUN-REBUILD             VALUE "RECONSTRUCTION".

      *-----------------------------------------------------------------
      * État des étapes (image de COBORUN.DAT) et origine de chaque
      * étape dans ce passage: E exécutée, R reportée du passage
      * précédent. Une étape est terminée quand sa fin est notée et
      * que son code retour ne dépasse pas STEP-RC-LIMIT.
      *-----------------------------------------------------------------
       01 STEP-PROGRAM-NAMES.
          05 FILLER                  PIC X(14) VALUE "DAILY-SUMMARY".
          05 FILLER                  PIC X(14) VALUE "GAME-REPORT".
          05 FILLER                  PIC X(14) VALUE "BALANCE-REPORT".
          05 FILLER                  PIC X(14) VALUE "SAVE-ROSTER".
          05 FILLER                  PIC X(14) VALUE "FILE-AUDIT".
          05 FILLER                  PIC X(14) VALUE "ERROR-REPORT".
          05 FILLER                  PIC X(14) VALUE "DW-EXTRACT".
       01 STEP-PROGRAM-TABLE REDEFINES STEP-PROGRAM-NAMES.
          05 STEP-PROGRAM OCCURS 7 TIMES PIC X(14).
       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 7 TIMES.
             10 STEP-STATE           PIC X(1).
             10 STEP-START-DATE      PIC 9(8).
             10 STEP-START-TIME      PIC 9(6).
             10 STEP-END-DATE        PIC 9(8).
             10 STEP-END-TIME        PIC 9(6).
             10 STEP-RC              PIC S9(4).
             10 STEP-ORIGIN          PIC X(1).
       01 STEP-IDX                   PIC 9(1)  VALUE 0.
       01 CONTROL-IDX                PIC 9(1)  VALUE 0.
       01 STEP-COUNT                 PIC 9(1)  VALUE 7.
       01 STEP-RC-LIMIT              PIC 9(2)  VALUE 4.
       01 RESTART-STEP               PIC 9(1)  VALUE 1.
       01 RUN-CONTROL-FOUND          PIC X(1)  VALUE "N".
       01 STEPS-RUN-COUNT            PIC 9(1)  VALUE 0.
       01 STEPS-CARRIED-COUNT        PIC 9(1)  VALUE 0.
       01 STEP-RC-DISPLAY            PIC -(4)9.

      *-----------------------------------------------------------------
      * Seuils d'alerte (valeurs de référence, remplacées par
      * COBOSEUIL.DAT). Une alerte est levée quand le volume du soir
      * atteint HAUSSE fois la moyenne ou tombe sous BAISSE fois la
      * moyenne (moyenne d'au moins PLANCHER), ou quand il tombe à
      * zéro alors que le passage précédent ne l'était pas.
      *-----------------------------------------------------------------
       01 OPS-HISTORY-STATUS         PIC X(2)  VALUE SPACES.
          88 OPS-HISTORY-OK          VALUE "00".
       01 THRESHOLD-STATUS           PIC X(2)  VALUE SPACES.
          88 THRESHOLD-OK            VALUE "00".
       01 ALERT-WINDOW-NIGHTS        PIC 9(2)  VALUE 7.
       01 ALERT-RISE-RATIO           PIC 9V99  VALUE 3.00.
       01 ALERT-DROP-RATIO           PIC 9V99  VALUE 0.33.
       01 ALERT-FLOOR                PIC 9(6)  VALUE 10.
       01 THR-TYPE                   PIC X(1)  VALUE SPACE.
       01 THR-KEY                    PIC X(20) VALUE SPACES.
       01 THR-VALUE                  PIC X(20) VALUE SPACES.
       01 THR-NOTE                   PIC X(40) VALUE SPACES.
       01 THR-NUM                    PIC S9(6)V99 VALUE 0.
       01 THR-LINE-NO                PIC 9(3)  VALUE 0.
       01 THR-RATIO-EDIT             PIC 9.99.
       01 THR-INT-EDIT               PIC Z(5)9.

      *-----------------------------------------------------------------
      * Chiffres comparés: 1 événements, 2 télémétrie, 3 emplacements
      * occupés, 4 écarts d'audit. Les dernières nuits sont gardées
      * en fenêtre glissante pendant la lecture de l'historique.
      *-----------------------------------------------------------------
       01 METRIC-LABELS.
          05 FILLER                  PIC X(26) VALUE
             "Événements (journal)".
          05 FILLER                  PIC X(26) VALUE
             "Relevés de télémétrie".
          05 FILLER                  PIC X(26) VALUE
             "Emplacements occupés".
          05 FILLER                  PIC X(26) VALUE
             "Écarts d'audit".
       01 METRIC-LABEL-TABLE REDEFINES METRIC-LABELS.
          05 METRIC-LABEL OCCURS 4 TIMES PIC X(26).
       01 METRIC-TABLE.
          05 METRIC-ENTRY OCCURS 4 TIMES.
             10 MET-TONIGHT          PIC 9(6).
             10 MET-KNOWN            PIC X(1).
             10 MET-PREVIOUS         PIC 9(6).
             10 MET-HAS-PREVIOUS     PIC X(1).
             10 MET-SUM              PIC 9(9).
             10 MET-NIGHTS           PIC 9(2).
             10 MET-AVERAGE          PIC 9(6).
             10 MET-ALERT            PIC X(1).
       01 METRIC-IDX                 PIC 9(1)  VALUE 0.
       01 HISTORY-WINDOW.
          05 HWN-ENTRY OCCURS 30 TIMES.
             10 HWN-VALUE OCCURS 4 TIMES PIC 9(6).
             10 HWN-AUDIT-READ       PIC X(1).
       01 HISTORY-COUNT              PIC 9(6)  VALUE 0.
       01 HISTORY-NEXT               PIC 9(2)  VALUE 1.
       01 HISTORY-FILLED             PIC 9(2)  VALUE 0.
       01 WINDOW-IDX                 PIC 9(2)  VALUE 0.
       01 ALERT-COUNT                PIC 9(1)  VALUE 0.
       01 ALERT-LIMIT-WORK           PIC 9(7)V99 VALUE 0.

      *-----------------------------------------------------------------
      * Compteurs de la synthèse opérateur
       01 SLOTS-PRESENT-COUNT        PIC 9(1)  VALUE 0.
       01 AUDIT-DISCREPANCIES        PIC 9(3)  VALUE 0.
       01 WARNING-COUNT              PIC 9(3)  VALUE 0.
       01 ERROR-RECORD-COUNT         PIC 9(6)  VALUE 0.
       01 ERROR-WINDOW-DATE          PIC 9(8)  VALUE 0.
       01 ERROR-WINDOW-TIME          PIC 9(6)  VALUE 0.
       01 ERROR-WINDOW-DAY           PIC 9(7)  VALUE 0.
       01 EVENTS-FILE-NOTE           PIC X(30) VALUE SPACES.
       01 TELEM-FILE-NOTE            PIC X(30) VALUE SPACES.
       01 AUDIT-RC-READ              PIC X(1)  VALUE "N".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== CHAÎNE D'ÉDITIONS DE FIN DE JOURNÉE ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           ACCEPT RUN-COMMAND FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(RUN-COMMAND) TO RUN-COMMAND
           IF NOT RUN-RESUME AND NOT RUN-FORCE-FULL
               DISPLAY "Commande inconnue: "
                   FUNCTION TRIM(RUN-COMMAND)
               DISPLAY "Usage: ops-batch [COMPLET|RECONSTRUCTION]"
               STOP RUN
           END-IF
           DISPLAY SPACE

           PERFORM LOAD-RUN-CONTROL
           PERFORM PLAN-RESTART

           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM RUN-ONE-STEP
           END-PERFORM

           PERFORM READ-AUDIT-RC
           PERFORM COMPARE-OPS-HISTORY
           PERFORM PRINT-OPERATOR-SUMMARY
           PERFORM APPEND-OPS-HISTORY
           STOP RUN.

      *-----------------------------------------------------------------
      * Relecture du contrôle de passage COBORUN.DAT (absent au
      * premier passage: toutes les étapes sont à faire)
      *-----------------------------------------------------------------
       LOAD-RUN-CONTROL.
           INITIALIZE STEP-TABLE
           MOVE "N" TO RUN-CONTROL-FOUND
           OPEN INPUT RUN-CONTROL-FILE
           MOVE "LOAD-RUN-CONTROL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RUN-CONTROL-FILE-PATH, RUN-CONTROL-STATUS
           IF NOT RUN-CONTROL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RUN-CONTROL-FOUND
           MOVE "N" TO COUNT-AT-EOF
           PERFORM UNTIL COUNT-AT-EOF = "Y"
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE "Y" TO COUNT-AT-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-STEP-LINE
               END-READ
               MOVE "LOAD-RUN-CONTROL" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   RUN-CONTROL-FILE-PATH, RUN-CONTROL-STATUS
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           MOVE "LOAD-RUN-CONTROL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RUN-CONTROL-FILE-PATH, RUN-CONTROL-STATUS
           .

      *    Une ligne illisible ou d'une autre étape laisse l'étape à
      *    faire
       LOAD-ONE-STEP-LINE.
           IF RCR-STEP IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF RCR-STEP < 1 OR RCR-STEP > STEP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE RCR-STEP TO STEP-IDX
           IF RCR-PROGRAM NOT = STEP-PROGRAM(STEP-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE RCR-STATE TO STEP-STATE(STEP-IDX)
           IF RCR-START-DATE IS NUMERIC
               MOVE RCR-START-DATE TO STEP-START-DATE(STEP-IDX)
               MOVE RCR-START-TIME TO STEP-START-TIME(STEP-IDX)
           END-IF
           IF RCR-END-DATE IS NUMERIC
               MOVE RCR-END-DATE TO STEP-END-DATE(STEP-IDX)
               MOVE RCR-END-TIME TO STEP-END-TIME(STEP-IDX)
           END-IF
           IF RCR-RC IS NUMERIC
               MOVE RCR-RC TO STEP-RC(STEP-IDX)
           ELSE
               MOVE 9999 TO STEP-RC(STEP-IDX)
           END-IF
           .

      *-----------------------------------------------------------------
      * Étape de reprise: la première étape non terminée du passage
      * précédent. Une chaîne déjà complète, ou la commande COMPLET,
      * repart de l'étape 1 avec un contrôle remis à blanc.
      *-----------------------------------------------------------------
       PLAN-RESTART.
           MOVE 1 TO RESTART-STEP
           IF RUN-CONTROL-FOUND = "Y" AND NOT RUN-FORCE-FULL
               MOVE 0 TO RESTART-STEP
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                          OR RESTART-STEP > 0
                   IF STEP-STATE(STEP-IDX) NOT = "T"
                      OR STEP-RC(STEP-IDX) > STEP-RC-LIMIT
                      OR STEP-RC(STEP-IDX) < 0
                       MOVE STEP-IDX TO RESTART-STEP
                   END-IF
               END-PERFORM
               IF RESTART-STEP = 0
                   MOVE 1 TO RESTART-STEP
               END-IF
           END-IF

           PERFORM VARYING STEP-IDX FROM RESTART-STEP BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               INITIALIZE STEP-ENTRY(STEP-IDX)
           END-PERFORM

           IF RESTART-STEP > 1
               DISPLAY "Reprise du passage précédent à l'étape "
                   RESTART-STEP "/" STEP-COUNT
           ELSE
               IF RUN-REBUILD
                   DISPLAY "Relance complète demandée, résumé "
                       & "quotidien reconstruit."
               ELSE
                   IF RUN-FORCE-FULL
                       DISPLAY "Relance complète demandée."
                   END-IF
               END-IF
           END-IF
           DISPLAY SPACE
           .

      *-----------------------------------------------------------------
      * Une étape: reportée si elle précède l'étape de reprise,
      * sinon notée démarrée, exécutée, puis notée terminée avec
      * son code retour
      *-----------------------------------------------------------------
       RUN-ONE-STEP.
           IF STEP-IDX < RESTART-STEP
               MOVE "R" TO STEP-ORIGIN(STEP-IDX)
               ADD 1 TO STEPS-CARRIED-COUNT
               DISPLAY ">> Étape " STEP-IDX "/" STEP-COUNT ": "
                   FUNCTION TRIM(STEP-PROGRAM(STEP-IDX))
                   " déjà terminée, reportée"
               DISPLAY SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE "E" TO STEP-ORIGIN(STEP-IDX)
           ADD 1 TO STEPS-RUN-COUNT
           MOVE "D" TO STEP-STATE(STEP-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO STEP-START-DATE(STEP-IDX)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO STEP-START-TIME(STEP-IDX)
           MOVE 0 TO STEP-END-DATE(STEP-IDX)
           MOVE 0 TO STEP-END-TIME(STEP-IDX)
           MOVE 0 TO STEP-RC(STEP-IDX)
           PERFORM WRITE-RUN-CONTROL

           MOVE 0 TO RETURN-CODE
           EVALUATE STEP-IDX
               WHEN 1
                   DISPLAY ">> Étape 1/7: résumé quotidien "
                       & "(DAILY-SUMMARY)"
                   CALL "DAILY-SUMMARY"
               WHEN 2
                   PERFORM COUNT-EVENTS-RECORDS
                   DISPLAY ">> Étape 2/7: rapport de sessions "
                       & "(GAME-REPORT)"
                   CALL "GAME-REPORT"
               WHEN 3
                   PERFORM COUNT-TELEM-RECORDS
                   DISPLAY ">> Étape 3/7: équilibrage des combats "
                       & "(BALANCE-REPORT)"
                   CALL "BALANCE-REPORT"
               WHEN 4
                   DISPLAY ">> Étape 4/7: état des sauvegardes "
                       & "(SAVE-ROSTER)"
                   CALL "SAVE-ROSTER"
               WHEN 5
                   DISPLAY ">> Étape 5/7: audit de cohérence "
                       & "(FILE-AUDIT)"
                   CALL "FILE-AUDIT"
               WHEN 6
                   PERFORM COUNT-ERROR-RECORDS
                   DISPLAY ">> Étape 6/7: erreurs d'entrée-sortie "
                       & "(ERROR-REPORT)"
                   CALL "ERROR-REPORT"
               WHEN 7
                   DISPLAY ">> Étape 7/7: fichiers d'échange de "
                       & "l'entrepôt (DW-EXTRACT)"
                   CALL "DW-EXTRACT"
           END-EVALUATE
           MOVE RETURN-CODE TO STEP-RC(STEP-IDX)
           MOVE 0 TO RETURN-CODE
           DISPLAY SPACE

           MOVE "T" TO STEP-STATE(STEP-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO STEP-END-DATE(STEP-IDX)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO STEP-END-TIME(STEP-IDX)
           PERFORM WRITE-RUN-CONTROL
           IF STEP-RC(STEP-IDX) > STEP-RC-LIMIT
              OR STEP-RC(STEP-IDX) < 0
               ADD 1 TO WARNING-COUNT
           END-IF
           .

      *-----------------------------------------------------------------
      * Réécriture complète de COBORUN.DAT (une ligne par étape) à
      * partir de la table des étapes
      *-----------------------------------------------------------------
       WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE "WRITE-RUN-CONTROL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RUN-CONTROL-FILE-PATH, RUN-CONTROL-STATUS
           IF NOT RUN-CONTROL-OK
               DISPLAY "COBORUN.DAT inaccessible: la reprise ne sera "
                   & "pas possible."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                   UNTIL CONTROL-IDX > STEP-COUNT
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE CONTROL-IDX TO RCR-STEP
               MOVE STEP-PROGRAM(CONTROL-IDX) TO RCR-PROGRAM
               MOVE STEP-STATE(CONTROL-IDX) TO RCR-STATE
               MOVE STEP-START-DATE(CONTROL-IDX) TO RCR-START-DATE
               MOVE STEP-START-TIME(CONTROL-IDX) TO RCR-START-TIME
               MOVE STEP-END-DATE(CONTROL-IDX) TO RCR-END-DATE
               MOVE STEP-END-TIME(CONTROL-IDX) TO RCR-END-TIME
               MOVE STEP-RC(CONTROL-IDX) TO RCR-RC
               WRITE RUN-CONTROL-RECORD
               MOVE "WRITE-RUN-CONTROL" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   RUN-CONTROL-FILE-PATH, RUN-CONTROL-STATUS
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           MOVE "WRITE-RUN-CONTROL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RUN-CONTROL-FILE-PATH, RUN-CONTROL-STATUS
           .

      *-----------------------------------------------------------------
      * Comptage du journal d'événements actif; un fichier absent ou
           MOVE 0 TO EVENTS-RECORD-COUNT
           MOVE SPACES TO EVENTS-FILE-NOTE
           OPEN INPUT EVENTS-COUNT-FILE
           MOVE "COUNT-EVENTS-RECORDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               EVENTS-COUNT-FILE-PATH, EVENTS-COUNT-STATUS
           IF NOT EVENTS-COUNT-OK
               MOVE "(fichier absent)" TO EVENTS-FILE-NOTE
               ADD 1 TO WARNING-COUNT
                   NOT AT END
                       ADD 1 TO EVENTS-RECORD-COUNT
               END-READ
               MOVE "COUNT-EVENTS-RECORDS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   EVENTS-COUNT-FILE-PATH, EVENTS-COUNT-STATUS
           END-PERFORM
           CLOSE EVENTS-COUNT-FILE
           MOVE "COUNT-EVENTS-RECORDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               EVENTS-COUNT-FILE-PATH, EVENTS-COUNT-STATUS
           IF EVENTS-RECORD-COUNT = 0
               MOVE "(fichier vide)" TO EVENTS-FILE-NOTE
               ADD 1 TO WARNING-COUNT
           MOVE 0 TO TELEM-RECORD-COUNT
           MOVE SPACES TO TELEM-FILE-NOTE
           OPEN INPUT TELEM-COUNT-FILE
           MOVE "COUNT-TELEM-RECORDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TELEM-COUNT-FILE-PATH, TELEM-COUNT-STATUS
           IF NOT TELEM-COUNT-OK
               MOVE "(fichier absent)" TO TELEM-FILE-NOTE
               ADD 1 TO WARNING-COUNT
                   NOT AT END
                       ADD 1 TO TELEM-RECORD-COUNT
               END-READ
               MOVE "COUNT-TELEM-RECORDS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TELEM-COUNT-FILE-PATH, TELEM-COUNT-STATUS
           END-PERFORM
           CLOSE TELEM-COUNT-FILE
           MOVE "COUNT-TELEM-RECORDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TELEM-COUNT-FILE-PATH, TELEM-COUNT-STATUS
           IF TELEM-RECORD-COUNT = 0
               MOVE "(fichier vide)" TO TELEM-FILE-NOTE
               ADD 1 TO WARNING-COUNT
           END-IF
           .

      *-----------------------------------------------------------------
      * Comptage des erreurs d'entrée-sortie des dernières 24 heures
      * (même fenêtre que ERROR-REPORT); un journal absent veut dire
      * qu'aucune erreur n'a été relevée
      *-----------------------------------------------------------------
       COUNT-ERROR-RECORDS.
           MOVE 0 TO ERROR-RECORD-COUNT
           COMPUTE ERROR-WINDOW-DAY = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 1
           MOVE FUNCTION DATE-OF-INTEGER(ERROR-WINDOW-DAY)
               TO ERROR-WINDOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO ERROR-WINDOW-TIME
           OPEN INPUT ERROR-COUNT-FILE
           MOVE 'O' TO ERL-OPERATION
           MOVE "COUNT-ERROR-RECORDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ERROR-COUNT-FILE-PATH, ERROR-COUNT-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT ERROR-COUNT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COUNT-AT-EOF
           PERFORM UNTIL COUNT-AT-EOF = "Y"
               READ ERROR-COUNT-FILE
                   AT END
                       MOVE "Y" TO COUNT-AT-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-ERROR-LINE
               END-READ
               MOVE "COUNT-ERROR-RECORDS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ERROR-COUNT-FILE-PATH, ERROR-COUNT-STATUS
           END-PERFORM
           CLOSE ERROR-COUNT-FILE
           MOVE "COUNT-ERROR-RECORDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ERROR-COUNT-FILE-PATH, ERROR-COUNT-STATUS
           .

       COUNT-ONE-ERROR-LINE.
           IF ERR-DATE IS NOT NUMERIC OR ERR-TIME IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF ERR-DATE > ERROR-WINDOW-DATE
              OR (ERR-DATE = ERROR-WINDOW-DATE
                  AND ERR-TIME >= ERROR-WINDOW-TIME)
               ADD 1 TO ERROR-RECORD-COUNT
           END-IF
           .

      *-----------------------------------------------------------------
      * Relit le verdict déposé par FILE-AUDIT (écarts relevés,
      * emplacements occupés)
       READ-AUDIT-RC.
           MOVE "N" TO AUDIT-RC-READ
           OPEN INPUT AUDIT-RC-FILE
           MOVE "READ-AUDIT-RC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, AUDIT-RC-FILE-PATH,
               AUDIT-RC-STATUS
           IF NOT AUDIT-RC-OK
               ADD 1 TO WARNING-COUNT
               EXIT PARAGRAPH
                       ADD 1 TO WARNING-COUNT
                   END-IF
           END-READ
           MOVE "READ-AUDIT-RC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, AUDIT-RC-FILE-PATH,
               AUDIT-RC-STATUS
           CLOSE AUDIT-RC-FILE
           MOVE "READ-AUDIT-RC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, AUDIT-RC-FILE-PATH,
               AUDIT-RC-STATUS
           .

      *-----------------------------------------------------------------
           DISPLAY "================================================"
           DISPLAY "          SYNTHÈSE OPÉRATEUR - FIN DE JOURNÉE"
           DISPLAY "================================================"
           DISPLAY "Étape 1 DAILY-SUMMARY:  résumé quotidien, "
               "enregistrements intégrés au détail ci-dessus"
           MOVE 1 TO STEP-IDX
           PERFORM DISPLAY-STEP-ORIGIN
           IF STEP-ORIGIN(2) = "E"
               DISPLAY "Étape 2 GAME-REPORT:    " EVENTS-RECORD-COUNT
                   " événement(s) au journal actif "
                   FUNCTION TRIM(EVENTS-FILE-NOTE)
           ELSE
               DISPLAY "Étape 2 GAME-REPORT:    édition du passage "
                   & "précédent"
           END-IF
           MOVE 2 TO STEP-IDX
           PERFORM DISPLAY-STEP-ORIGIN
           IF STEP-ORIGIN(3) = "E"
               DISPLAY "Étape 3 BALANCE-REPORT: " TELEM-RECORD-COUNT
                   " relevé(s) de télémétrie "
                   FUNCTION TRIM(TELEM-FILE-NOTE)
           ELSE
               DISPLAY "Étape 3 BALANCE-REPORT: édition du passage "
                   & "précédent"
           END-IF
           MOVE 3 TO STEP-IDX
           PERFORM DISPLAY-STEP-ORIGIN
           IF AUDIT-RC-READ = "Y"
               DISPLAY "Étape 4 SAVE-ROSTER:    "
                   SLOTS-PRESENT-COUNT
                   " emplacement(s) de sauvegarde occupé(s)"
               MOVE 4 TO STEP-IDX
               PERFORM DISPLAY-STEP-ORIGIN
               DISPLAY "Étape 5 FILE-AUDIT:     "
                   AUDIT-DISCREPANCIES " écart(s) relevé(s)"
           ELSE
               DISPLAY "Étape 4 SAVE-ROSTER:    voir le détail "
                   & "ci-dessus"
               MOVE 4 TO STEP-IDX
               PERFORM DISPLAY-STEP-ORIGIN
               DISPLAY "Étape 5 FILE-AUDIT:     verdict illisible "
                   & "(COBOAUDIT.RC absent)"
           END-IF
           MOVE 5 TO STEP-IDX
           PERFORM DISPLAY-STEP-ORIGIN
           DISPLAY "Étape 6 ERROR-REPORT:   " ERROR-RECORD-COUNT
               " erreur(s) d'entrée-sortie sur 24 heures"
           MOVE 6 TO STEP-IDX
           PERFORM DISPLAY-STEP-ORIGIN
           DISPLAY "Étape 7 DW-EXTRACT:     fichiers d'échange, "
               "totaux de contrôle au détail ci-dessus"
           MOVE 7 TO STEP-IDX
           PERFORM DISPLAY-STEP-ORIGIN
           DISPLAY "Étapes exécutées:       " STEPS-RUN-COUNT
               ", reportées du passage précédent: "
               STEPS-CARRIED-COUNT
           PERFORM PRINT-HISTORY-COMPARISON
           DISPLAY "Avertissements:         " WARNING-COUNT
           DISPLAY "------------------------------------------------"
           IF WARNING-COUNT = 0
           DISPLAY "================================================"
           .

      *-----------------------------------------------------------------
      * Origine de l'étape STEP-IDX dans ce passage, avec son code
      * retour et son heure de fin
      *-----------------------------------------------------------------
       DISPLAY-STEP-ORIGIN.
           MOVE STEP-RC(STEP-IDX) TO STEP-RC-DISPLAY
           IF STEP-ORIGIN(STEP-IDX) = "R"
               DISPLAY "    reportée: terminée le "
                   STEP-END-DATE(STEP-IDX) " à "
                   STEP-END-TIME(STEP-IDX) ", code retour "
                   FUNCTION TRIM(STEP-RC-DISPLAY)
           ELSE
               DISPLAY "    exécutée: terminée le "
                   STEP-END-DATE(STEP-IDX) " à "
                   STEP-END-TIME(STEP-IDX) ", code retour "
                   FUNCTION TRIM(STEP-RC-DISPLAY)
           END-IF
           .

      *-----------------------------------------------------------------
      * Chiffres du soir comparés à l'historique: le passage
      * précédent et la moyenne des ALERT-WINDOW-NIGHTS dernières
      * nuits. Une étape reportée n'a pas recompté son entrée: le
      * comptage est refait ici pour l'historique.
      *-----------------------------------------------------------------
       COMPARE-OPS-HISTORY.
           IF STEP-ORIGIN(2) = "R"
               PERFORM COUNT-EVENTS-RECORDS
           END-IF
           IF STEP-ORIGIN(3) = "R"
               PERFORM COUNT-TELEM-RECORDS
           END-IF
           IF STEP-ORIGIN(6) = "R"
               PERFORM COUNT-ERROR-RECORDS
           END-IF
      *    Toute erreur d'entrée-sortie de la journée est à reprendre
           IF ERROR-RECORD-COUNT > 0
               ADD 1 TO WARNING-COUNT
           END-IF
           INITIALIZE METRIC-TABLE
           MOVE EVENTS-RECORD-COUNT TO MET-TONIGHT(1)
           MOVE TELEM-RECORD-COUNT TO MET-TONIGHT(2)
           MOVE SLOTS-PRESENT-COUNT TO MET-TONIGHT(3)
           MOVE AUDIT-DISCREPANCIES TO MET-TONIGHT(4)
           MOVE "Y" TO MET-KNOWN(1) MET-KNOWN(2)
           MOVE AUDIT-RC-READ TO MET-KNOWN(3) MET-KNOWN(4)

           PERFORM LOAD-ALERT-THRESHOLDS
           PERFORM LOAD-OPS-HISTORY

           MOVE 0 TO ALERT-COUNT
           PERFORM VARYING METRIC-IDX FROM 1 BY 1 UNTIL METRIC-IDX > 4
               PERFORM CHECK-ONE-METRIC
           END-PERFORM
           ADD ALERT-COUNT TO WARNING-COUNT
           .

      *-----------------------------------------------------------------
      * Lecture de l'historique: seules les ALERT-WINDOW-NIGHTS
      * dernières lignes sont gardées (fenêtre circulaire)
      *-----------------------------------------------------------------
       LOAD-OPS-HISTORY.
           MOVE 0 TO HISTORY-COUNT
           MOVE 1 TO HISTORY-NEXT
           MOVE 0 TO HISTORY-FILLED
           OPEN INPUT OPS-HISTORY-FILE
           MOVE "LOAD-OPS-HISTORY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               OPS-HISTORY-FILE-PATH, OPS-HISTORY-STATUS
           IF NOT OPS-HISTORY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COUNT-AT-EOF
           PERFORM UNTIL COUNT-AT-EOF = "Y"
               READ OPS-HISTORY-FILE
                   AT END
                       MOVE "Y" TO COUNT-AT-EOF
                   NOT AT END
                       PERFORM KEEP-HISTORY-LINE
               END-READ
               MOVE "LOAD-OPS-HISTORY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   OPS-HISTORY-FILE-PATH, OPS-HISTORY-STATUS
           END-PERFORM
           CLOSE OPS-HISTORY-FILE
           MOVE "LOAD-OPS-HISTORY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               OPS-HISTORY-FILE-PATH, OPS-HISTORY-STATUS
           .

       KEEP-HISTORY-LINE.
           IF HSR-EVENTS IS NOT NUMERIC OR HSR-TELEM IS NOT NUMERIC
              OR HSR-SLOTS IS NOT NUMERIC
              OR HSR-DISCREPANCIES IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HISTORY-COUNT
           MOVE HSR-EVENTS TO HWN-VALUE(HISTORY-NEXT, 1)
           MOVE HSR-TELEM TO HWN-VALUE(HISTORY-NEXT, 2)
           MOVE HSR-SLOTS TO HWN-VALUE(HISTORY-NEXT, 3)
           MOVE HSR-DISCREPANCIES TO HWN-VALUE(HISTORY-NEXT, 4)
           MOVE HSR-AUDIT-READ TO HWN-AUDIT-READ(HISTORY-NEXT)

      *    Le passage précédent est la dernière ligne lue
           MOVE "Y" TO MET-HAS-PREVIOUS(1) MET-HAS-PREVIOUS(2)
           MOVE HSR-EVENTS TO MET-PREVIOUS(1)
           MOVE HSR-TELEM TO MET-PREVIOUS(2)
           MOVE HSR-AUDIT-READ TO MET-HAS-PREVIOUS(3)
               MET-HAS-PREVIOUS(4)
           MOVE HSR-SLOTS TO MET-PREVIOUS(3)
           MOVE HSR-DISCREPANCIES TO MET-PREVIOUS(4)

           IF HISTORY-FILLED < ALERT-WINDOW-NIGHTS
               ADD 1 TO HISTORY-FILLED
           END-IF
           ADD 1 TO HISTORY-NEXT
           IF HISTORY-NEXT > ALERT-WINDOW-NIGHTS
               MOVE 1 TO HISTORY-NEXT
           END-IF
           .

      *-----------------------------------------------------------------
      * Moyenne de la fenêtre et alerte pour le chiffre METRIC-IDX
      * (les nuits où l'audit n'a rien rendu ne comptent pas pour
      * les chiffres d'audit)
      *-----------------------------------------------------------------
       CHECK-ONE-METRIC.
           MOVE "N" TO MET-ALERT(METRIC-IDX)
           MOVE 0 TO MET-SUM(METRIC-IDX)
           MOVE 0 TO MET-NIGHTS(METRIC-IDX)
           PERFORM VARYING WINDOW-IDX FROM 1 BY 1
                   UNTIL WINDOW-IDX > HISTORY-FILLED
               IF METRIC-IDX <= 2
                  OR HWN-AUDIT-READ(WINDOW-IDX) = "Y"
                   ADD HWN-VALUE(WINDOW-IDX, METRIC-IDX)
                       TO MET-SUM(METRIC-IDX)
                   ADD 1 TO MET-NIGHTS(METRIC-IDX)
               END-IF
           END-PERFORM
           IF MET-NIGHTS(METRIC-IDX) > 0
               COMPUTE MET-AVERAGE(METRIC-IDX) ROUNDED =
                   MET-SUM(METRIC-IDX) / MET-NIGHTS(METRIC-IDX)
           END-IF
           IF MET-KNOWN(METRIC-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

      *    Chute à zéro: toujours signalée
           IF MET-HAS-PREVIOUS(METRIC-IDX) = "Y"
              AND MET-PREVIOUS(METRIC-IDX) > 0
              AND MET-TONIGHT(METRIC-IDX) = 0
               MOVE "Y" TO MET-ALERT(METRIC-IDX)
           END-IF

      *    Rapport à la moyenne, jugé au-dessus du plancher
           IF MET-NIGHTS(METRIC-IDX) > 0
              AND MET-AVERAGE(METRIC-IDX) >= ALERT-FLOOR
               COMPUTE ALERT-LIMIT-WORK =
                   MET-AVERAGE(METRIC-IDX) * ALERT-RISE-RATIO
               IF MET-TONIGHT(METRIC-IDX) >= ALERT-LIMIT-WORK
                   MOVE "Y" TO MET-ALERT(METRIC-IDX)
               END-IF
               COMPUTE ALERT-LIMIT-WORK =
                   MET-AVERAGE(METRIC-IDX) * ALERT-DROP-RATIO
               IF MET-TONIGHT(METRIC-IDX) <= ALERT-LIMIT-WORK
                   MOVE "Y" TO MET-ALERT(METRIC-IDX)
               END-IF
           END-IF

           IF MET-ALERT(METRIC-IDX) = "Y"
               ADD 1 TO ALERT-COUNT
           END-IF
           .

      *-----------------------------------------------------------------
      * Seuils d'alerte: référence en code, puis COBOSEUIL.DAT ligne
      * à ligne; une ligne illisible est signalée et ignorée
      *-----------------------------------------------------------------
       LOAD-ALERT-THRESHOLDS.
           MOVE 0 TO THR-LINE-NO
           OPEN INPUT THRESHOLD-FILE
           MOVE "LOAD-ALERT-THRESHOLDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, THRESHOLD-FILE-PATH,
               THRESHOLD-STATUS
           IF NOT THRESHOLD-OK
               PERFORM WRITE-DEFAULT-THRESHOLDS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COUNT-AT-EOF
           PERFORM UNTIL COUNT-AT-EOF = "Y"
               READ THRESHOLD-FILE
                   AT END
                       MOVE "Y" TO COUNT-AT-EOF
                   NOT AT END
                       ADD 1 TO THR-LINE-NO
                       PERFORM APPLY-THRESHOLD-LINE
               END-READ
               MOVE "LOAD-ALERT-THRESHOLDS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   THRESHOLD-FILE-PATH, THRESHOLD-STATUS
           END-PERFORM
           CLOSE THRESHOLD-FILE
           MOVE "LOAD-ALERT-THRESHOLDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, THRESHOLD-FILE-PATH,
               THRESHOLD-STATUS
           .

       APPLY-THRESHOLD-LINE.
           IF THRESHOLD-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO THR-TYPE THR-KEY THR-VALUE THR-NOTE
           UNSTRING THRESHOLD-RECORD DELIMITED BY "|"
               INTO THR-TYPE, THR-KEY, THR-VALUE, THR-NOTE
           END-UNSTRING
           IF THR-TYPE NOT = "P"
               DISPLAY "COBOSEUIL.DAT ligne " THR-LINE-NO
                   ": type d'enregistrement inconnu, ignorée"
               EXIT PARAGRAPH
           END-IF
           IF THR-VALUE = SPACES
              OR FUNCTION TEST-NUMVAL(THR-VALUE) NOT = 0
               DISPLAY "COBOSEUIL.DAT ligne " THR-LINE-NO
                   ": valeur non numérique pour "
                   FUNCTION TRIM(THR-KEY) ", ignorée"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(THR-VALUE) TO THR-NUM

           EVALUATE THR-KEY
               WHEN "NUITS"
                   IF THR-NUM >= 1 AND THR-NUM <= 30
                       MOVE THR-NUM TO ALERT-WINDOW-NIGHTS
                       EXIT PARAGRAPH
                   END-IF
               WHEN "HAUSSE"
                   IF THR-NUM >= 1 AND THR-NUM <= 9.99
                       MOVE THR-NUM TO ALERT-RISE-RATIO
                       EXIT PARAGRAPH
                   END-IF
               WHEN "BAISSE"
                   IF THR-NUM >= 0 AND THR-NUM < 1
                       MOVE THR-NUM TO ALERT-DROP-RATIO
                       EXIT PARAGRAPH
                   END-IF
               WHEN "PLANCHER"
                   IF THR-NUM >= 0 AND THR-NUM <= 999999
                       MOVE THR-NUM TO ALERT-FLOOR
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "COBOSEUIL.DAT ligne " THR-LINE-NO
                       ": clé inconnue " FUNCTION TRIM(THR-KEY)
                       ", ignorée"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "COBOSEUIL.DAT ligne " THR-LINE-NO
               ": valeur hors plage pour "
               FUNCTION TRIM(THR-KEY) ", ignorée"
           .

      *    Fichier absent: recréé depuis la référence pour que
      *    l'exploitation ait un modèle à ajuster
       WRITE-DEFAULT-THRESHOLDS.
           OPEN OUTPUT THRESHOLD-FILE
           MOVE "WRITE-DEFAULT-THRESHOLDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, THRESHOLD-FILE-PATH,
               THRESHOLD-STATUS
           IF NOT THRESHOLD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ALERT-WINDOW-NIGHTS TO THR-INT-EDIT
           MOVE SPACES TO THRESHOLD-RECORD
           STRING "P|NUITS|" DELIMITED BY SIZE
               FUNCTION TRIM(THR-INT-EDIT) DELIMITED BY SIZE
               "|nuits de la moyenne glissante" DELIMITED BY SIZE
               INTO THRESHOLD-RECORD
           END-STRING
           WRITE THRESHOLD-RECORD
           MOVE "WRITE-DEFAULT-THRESHOLDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, THRESHOLD-FILE-PATH,
               THRESHOLD-STATUS
           MOVE ALERT-RISE-RATIO TO THR-RATIO-EDIT
           MOVE SPACES TO THRESHOLD-RECORD
           STRING "P|HAUSSE|" DELIMITED BY SIZE
               THR-RATIO-EDIT DELIMITED BY SIZE
               "|alerte au-delà de ce multiple de la moyenne"
                   DELIMITED BY SIZE
               INTO THRESHOLD-RECORD
           END-STRING
           WRITE THRESHOLD-RECORD
           MOVE "WRITE-DEFAULT-THRESHOLDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, THRESHOLD-FILE-PATH,
               THRESHOLD-STATUS
           MOVE ALERT-DROP-RATIO TO THR-RATIO-EDIT
           MOVE SPACES TO THRESHOLD-RECORD
           STRING "P|BAISSE|" DELIMITED BY SIZE
               THR-RATIO-EDIT DELIMITED BY SIZE
               "|alerte en deçà de ce multiple de la moyenne"
                   DELIMITED BY SIZE
               INTO THRESHOLD-RECORD
           END-STRING
           WRITE THRESHOLD-RECORD
           MOVE "WRITE-DEFAULT-THRESHOLDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, THRESHOLD-FILE-PATH,
               THRESHOLD-STATUS
           MOVE ALERT-FLOOR TO THR-INT-EDIT
           MOVE SPACES TO THRESHOLD-RECORD
           STRING "P|PLANCHER|" DELIMITED BY SIZE
               FUNCTION TRIM(THR-INT-EDIT) DELIMITED BY SIZE
               "|moyenne minimale pour juger un rapport"
                   DELIMITED BY SIZE
               INTO THRESHOLD-RECORD
           END-STRING
           WRITE THRESHOLD-RECORD
           MOVE "WRITE-DEFAULT-THRESHOLDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, THRESHOLD-FILE-PATH,
               THRESHOLD-STATUS
           CLOSE THRESHOLD-FILE
           MOVE "WRITE-DEFAULT-THRESHOLDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, THRESHOLD-FILE-PATH,
               THRESHOLD-STATUS
           .

      *-----------------------------------------------------------------
      * Bloc de comparaison de la synthèse: soir, veille, moyenne
      *-----------------------------------------------------------------
       PRINT-HISTORY-COMPARISON.
           DISPLAY "------------------------------------------------"
           IF HISTORY-COUNT = 0
               DISPLAY "Historique: premier passage, rien à comparer"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Comparaison (soir / précédent / moyenne "
               HISTORY-FILLED " nuit(s)):"
           PERFORM VARYING METRIC-IDX FROM 1 BY 1 UNTIL METRIC-IDX > 4
               IF MET-KNOWN(METRIC-IDX) = "Y"
                   IF MET-ALERT(METRIC-IDX) = "Y"
                       DISPLAY "  " METRIC-LABEL(METRIC-IDX) " "
                           MET-TONIGHT(METRIC-IDX) " / "
                           MET-PREVIOUS(METRIC-IDX) " / "
                           MET-AVERAGE(METRIC-IDX) "  <== ALERTE"
                   ELSE
                       DISPLAY "  " METRIC-LABEL(METRIC-IDX) " "
                           MET-TONIGHT(METRIC-IDX) " / "
                           MET-PREVIOUS(METRIC-IDX) " / "
                           MET-AVERAGE(METRIC-IDX)
                   END-IF
               ELSE
                   DISPLAY "  " METRIC-LABEL(METRIC-IDX)
                       " non relevé ce soir"
               END-IF
           END-PERFORM
           IF ALERT-COUNT > 0
               DISPLAY "Écarts de volume:       " ALERT-COUNT
                   " (journalisation ou alimentation à vérifier)"
           END-IF
           .

      *-----------------------------------------------------------------
      * Ajout des chiffres du soir à COBOHIST.DAT (créé au premier
      * passage)
      *-----------------------------------------------------------------
       APPEND-OPS-HISTORY.
           OPEN EXTEND OPS-HISTORY-FILE
           IF NOT OPS-HISTORY-OK
               OPEN OUTPUT OPS-HISTORY-FILE
               MOVE "APPEND-OPS-HISTORY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   OPS-HISTORY-FILE-PATH, OPS-HISTORY-STATUS
           END-IF
           IF NOT OPS-HISTORY-OK
               DISPLAY "COBOHIST.DAT inaccessible: chiffres du soir "
                   & "non historisés."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPS-HISTORY-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO HSR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO HSR-TIME
           MOVE EVENTS-RECORD-COUNT TO HSR-EVENTS
           MOVE TELEM-RECORD-COUNT TO HSR-TELEM
           MOVE SLOTS-PRESENT-COUNT TO HSR-SLOTS
           MOVE AUDIT-DISCREPANCIES TO HSR-DISCREPANCIES
           MOVE AUDIT-RC-READ TO HSR-AUDIT-READ
           MOVE WARNING-COUNT TO HSR-WARNINGS
           WRITE OPS-HISTORY-RECORD
           MOVE "APPEND-OPS-HISTORY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               OPS-HISTORY-FILE-PATH, OPS-HISTORY-STATUS
           CLOSE OPS-HISTORY-FILE
           MOVE "APPEND-OPS-HISTORY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               OPS-HISTORY-FILE-PATH, OPS-HISTORY-STATUS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               EVENTS-COUNT-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               TELEM-COUNT-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               ERROR-COUNT-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               AUDIT-RC-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               RUN-CONTROL-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               OPS-HISTORY-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               THRESHOLD-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM OPS-BATCH.
