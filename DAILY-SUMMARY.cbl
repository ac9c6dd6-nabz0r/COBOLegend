      *****************************************************************
      * DAILY-SUMMARY.CBL - Résumé quotidien incrémental
      *
      * Programme batch autonome: GAME-REPORT et BALANCE-REPORT
      * relisaient à chaque passage le fichier actif et toutes les
      * archives de rotation, GOLD-REPORT tout COBOLEDG.DAT; la
      * chaîne de fin de journée ralentissait chaque semaine. Ce
      * programme tient le résumé indexé COBODAILY.DAT (jour,
      * emplacement, code d'événement ou de source: voir
      * DAILYSUM.cpy) et n'y ajoute que les enregistrements arrivés
      * depuis son dernier passage. Les trois éditions travaillent
      * ensuite sur le résumé seul.
      *
      * Repère de reprise par flux (journal, grand livre,
      * télémétrie), gardé dans le résumé: nombre d'archives de
      * rotation déjà intégrées et nombre d'enregistrements déjà
      * intégrés du fichier actif. Les archives sont écrites une
      * fois pour toutes dans l'ordre n°1 à 9 et reçoivent le
      * fichier actif entier (voir ROTATE-LOG-IF-FULL dans
      * GAME-LOG.cbl): une archive déjà intégrée n'est jamais
      * relue, la première archive nouvelle commence par les
      * enregistrements déjà intégrés de l'ancien fichier actif.
      * Un fichier plus court que son repère ou une archive
      * intégrée disparue (restauration d'une génération, journal
      * remis à vide) déclenchent d'eux-mêmes une reconstruction.
      *
      * Paramètre de la ligne de commande:
      *   (aucun)         intégration des nouveaux enregistrements
      *   RECONSTRUCTION  résumé vidé puis reconstruit depuis
      *                   l'ensemble des fichiers et archives
      * Appelé par OPS-BATCH, le programme reçoit la commande du
      * pilote: REPRISE et COMPLET valent une intégration simple.
      * Compilable séparément: make daily-summary
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-SUMMARY.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-SUMMARY-FILE
               ASSIGN TO DYNAMIC DAILY-SUMMARY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSM-KEY
               FILE STATUS IS SUMMARY-FILE-STATUS.

      *    Un seul fichier source ouvert à la fois, quel que soit
      *    le flux
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DAILY-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "DAILYSUM.cpy".

       FD SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 SOURCE-RECORD                  PIC X(117).
      *    Journal d'événements (voir GAME-LOG.cbl)
       01 EVENT-LOG-STRUCTURED REDEFINES SOURCE-RECORD.
          05 ELR-MARKER                  PIC X(2).
          05 ELR-TYPE                    PIC X(4).
          05 ELR-GAME-DAY                PIC 9(3).
          05 ELR-GAME-HOUR               PIC 9(2).
          05 ELR-STAMP.
             10 ELR-STAMP-DATE           PIC 9(8).
             10 ELR-STAMP-TIME           PIC 9(6).
          05 ELR-SLOT                    PIC X(8).
          05 ELR-NUM-1                   PIC 9(8).
          05 ELR-NUM-2                   PIC 9(8).
          05 ELR-TEXT                    PIC X(60).
          05 ELR-LIVE-ID                 PIC X(8).
      *    Grand livre de l'or (voir GOLD-LEDGER.cbl)
       01 LEDGER-RECORD REDEFINES SOURCE-RECORD.
          05 LDR-SLOT                    PIC X(8).
          05 LDR-SOURCE                  PIC X(4).
          05 LDR-SIGN                    PIC X(1).
          05 LDR-AMOUNT                  PIC 9(7).
          05 LDR-BALANCE                 PIC 9(8).
          05 LDR-DAY                     PIC 9(3).
          05 FILLER                      PIC X(86).
      *    Télémétrie de combat (voir WRITE-COMBAT-TELEMETRY dans
      *    COMBAT.cbl)
       01 COMBAT-TELEMETRY-RECORD REDEFINES SOURCE-RECORD.
          05 TELEM-REC-ENEMY             PIC X(20).
          05 TELEM-REC-LEVEL             PIC 9(2).
          05 TELEM-REC-TURNS             PIC 9(3).
          05 TELEM-REC-DEALT             PIC 9(5).
          05 TELEM-REC-TAKEN             PIC 9(5).
          05 TELEM-REC-SKILLS            PIC 9(3).
          05 TELEM-REC-ITEMS             PIC 9(3).
          05 TELEM-REC-OUTCOME           PIC X(1).
          05 TELEM-REC-DIFFICULTY        PIC X(1).
          05 TELEM-REC-TUNE-VERSION      PIC X(8).
          05 FILLER                      PIC X(66).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="DAILY-SUMMARY"==.
       01 DAILY-SUMMARY-FILE-PATH    PIC X(80)  VALUE "COBODAILY.DAT".

       01 SUMMARY-FILE-STATUS        PIC X(2)   VALUE SPACES.
          88 SUMMARY-FILE-OK         VALUE "00".
       01 SUMMARY-FILE-OPEN          PIC X(1)   VALUE "N".
       01 SOURCE-FILE-NAME           PIC X(80)  VALUE SPACES.
       01 SOURCE-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 SOURCE-FILE-OK          VALUE "00".
       01 SOURCE-AT-EOF              PIC X(1)   VALUE "N".
       01 SOURCE-OPENED              PIC X(1)   VALUE "N".
       01 SOURCE-RECORDS-READ        PIC 9(9)   VALUE 0.
       01 SOURCE-SKIP-COUNT          PIC 9(9)   VALUE 0.

      *-----------------------------------------------------------------
      * Commande demandée (ou celle du pilote OPS-BATCH)
      *-----------------------------------------------------------------
       01 SUMMARY-COMMAND            PIC X(20)  VALUE SPACES.
          88 SUMMARY-INCREMENTAL     VALUE SPACES "REPRISE" "COMPLET".
          88 SUMMARY-REBUILD         VALUE "RECONSTRUCTION".
       01 REBUILD-REQUESTED          PIC X(1)   VALUE "N".
       01 RUN-DATE                   PIC 9(8)   VALUE 0.
       01 RUN-TIME                   PIC 9(6)   VALUE 0.

      *-----------------------------------------------------------------
      * Flux intégrés: nom du repère, fichier actif, racine et
      * extension des archives de rotation (racine à blanc: flux
      * sans rotation)
      *-----------------------------------------------------------------
       01 STREAM-DEFINITIONS.
          05 FILLER                  PIC X(38) VALUE
             "EVENEMENTS  COBOEVENTS.LOGCOBOEVA .LOG".
          05 FILLER                  PIC X(38) VALUE
             "GRANDLIVRE  COBOLEDG.DAT          .DAT".
          05 FILLER                  PIC X(38) VALUE
             "TELEMETRIE  COBOTELEM.DAT COBOTELA.DAT".
       01 STREAM-DEFINITION-TABLE REDEFINES STREAM-DEFINITIONS.
          05 STREAM-DEFINITION OCCURS 3 TIMES.
             10 STREAM-NAME          PIC X(12).
             10 STREAM-ACTIVE        PIC X(14).
             10 STREAM-ARCHIVE-STEM  PIC X(8).
             10 STREAM-ARCHIVE-EXT   PIC X(4).
       01 STREAM-STATE-TABLE.
          05 STREAM-STATE OCCURS 3 TIMES.
             10 MARK-ARCHIVES        PIC 9(1).
             10 MARK-RECORDS         PIC 9(9).
             10 MARK-LAST-DATE       PIC 9(8).
             10 MARK-LAST-TIME       PIC 9(6).
             10 STREAM-NEW-RECORDS   PIC 9(9).
             10 STREAM-NOTE          PIC X(30).
       01 STREAM-IDX                 PIC 9(1)   VALUE 0.
       01 ARCHIVE-NUM                PIC 9(2)   VALUE 0.
       01 ARCHIVE-DIGIT              PIC 9(1)   VALUE 0.
       01 ARCHIVES-DONE              PIC X(1)   VALUE "N".
       01 MARKS-CONSISTENT           PIC X(1)   VALUE "Y".
       01 MARK-CHECK-NOTE            PIC X(60)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Cumul en cours: clé et montants à ajouter au résumé
      *-----------------------------------------------------------------
       01 SUM-KEY-WORK.
          05 SUM-DATE                PIC 9(8).
          05 SUM-SLOT                PIC X(8).
          05 SUM-KIND                PIC X(1).
          05 SUM-CODE                PIC X(30).
       01 SUM-ADD-1                  PIC 9(12)  VALUE 0.
       01 SUM-ADD-2                  PIC 9(12)  VALUE 0.
       01 SUM-ADD-3                  PIC 9(12)  VALUE 0.
       01 SUM-HIGH-4                 PIC 9(12)  VALUE 0.
       01 SUMMARY-RECORDS-CREATED    PIC 9(7)   VALUE 0.

      *-----------------------------------------------------------------
      * Classement des lignes libres des anciens journaux par leur
      * phrase (voir CHECK-SUBSTRING dans JCL-CRAFTING.cbl)
      *-----------------------------------------------------------------
       01 SCAN-HAYSTACK              PIC X(117) VALUE SPACES.
       01 SCAN-NEEDLE                PIC X(40)  VALUE SPACES.
       01 SCAN-FOUND                 PIC X(1)   VALUE "N".
       01 SCAN-HAY-LEN               PIC 9(3)   VALUE 0.
       01 SCAN-NEEDLE-LEN            PIC 9(3)   VALUE 0.
       01 SCAN-IDX                   PIC 9(3)   VALUE 0.
       01 LEGACY-NEEDLES.
          05 FILLER PIC X(28) VALUE "NEWGNouvelle partie".
          05 FILLER PIC X(28) VALUE "LOADPartie chargée".
          05 FILLER PIC X(28) VALUE "NGPLNouvelle Partie+".
          05 FILLER PIC X(28) VALUE "CWINCombat gagné".
          05 FILLER PIC X(28) VALUE "CLOSDéfaite au combat".
          05 FILLER PIC X(28) VALUE "QSTCQuête complétée".
          05 FILLER PIC X(28) VALUE "LVUPatteint le niveau".
          05 FILLER PIC X(28) VALUE "CRFTFabrication réussie".
          05 FILLER PIC X(28) VALUE "CRKOFabrication échouée".
       01 LEGACY-NEEDLE-TABLE REDEFINES LEGACY-NEEDLES.
          05 LEGACY-NEEDLE-ENTRY OCCURS 9 TIMES.
             10 LEGACY-CODE          PIC X(4).
             10 LEGACY-TEXT          PIC X(24).
       01 LEGACY-IDX                 PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Les deux premières suites de chiffres d'une ligne libre
      * (expérience puis or pour une victoire de combat)
      *-----------------------------------------------------------------
       01 NUMBER-RUNS.
          05 NUM-RUN OCCURS 2 TIMES  PIC 9(8)   VALUE 0.
       01 NUM-RUN-COUNT              PIC 9(1)   VALUE 0.
       01 NUM-IN-RUN                 PIC X(1)   VALUE "N".
       01 NUM-SCAN-POS               PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== RÉSUMÉ QUOTIDIEN DES JOURNAUX ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           ACCEPT SUMMARY-COMMAND FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(SUMMARY-COMMAND)
               TO SUMMARY-COMMAND
           IF NOT SUMMARY-INCREMENTAL AND NOT SUMMARY-REBUILD
               DISPLAY "Commande inconnue: "
                   FUNCTION TRIM(SUMMARY-COMMAND)
               DISPLAY "Usage: daily-summary [RECONSTRUCTION]"
               GOBACK
           END-IF
           DISPLAY SPACE

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME
           INITIALIZE STREAM-STATE-TABLE
           MOVE "N" TO REBUILD-REQUESTED
           IF SUMMARY-REBUILD
               MOVE "Y" TO REBUILD-REQUESTED
               DISPLAY "Reconstruction complète demandée."
           END-IF

           PERFORM OPEN-SUMMARY-FILE
           IF SUMMARY-FILE-OPEN = "N"
               DISPLAY "COBODAILY.DAT inaccessible: résumé non tenu."
               GOBACK
           END-IF

           IF REBUILD-REQUESTED = "N"
               PERFORM LOAD-STREAM-MARKS
               PERFORM CHECK-STREAM-MARKS
               IF MARKS-CONSISTENT = "N"
                   DISPLAY FUNCTION TRIM(MARK-CHECK-NOTE)
                   DISPLAY "Reconstruction complète du résumé."
                   MOVE "Y" TO REBUILD-REQUESTED
                   INITIALIZE STREAM-STATE-TABLE
                   PERFORM CLOSE-SUMMARY-FILE
                   PERFORM OPEN-SUMMARY-FILE
                   IF SUMMARY-FILE-OPEN = "N"
                       DISPLAY "COBODAILY.DAT inaccessible: résumé "
                           & "non tenu."
                       GOBACK
                   END-IF
               END-IF
           END-IF

           PERFORM VARYING STREAM-IDX FROM 1 BY 1 UNTIL STREAM-IDX > 3
               PERFORM INTEGRATE-ONE-STREAM
               PERFORM SAVE-STREAM-MARK
           END-PERFORM
           PERFORM CLOSE-SUMMARY-FILE

           PERFORM DISPLAY-INTEGRATION-TOTALS
           GOBACK.

      *-----------------------------------------------------------------
      * Ouverture du résumé en mise à jour; créé s'il n'existe pas,
      * vidé en cas de reconstruction
      *-----------------------------------------------------------------
       OPEN-SUMMARY-FILE.
           MOVE "N" TO SUMMARY-FILE-OPEN
           IF REBUILD-REQUESTED = "Y"
               OPEN OUTPUT DAILY-SUMMARY-FILE
               MOVE "OPEN-SUMMARY-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
               IF NOT SUMMARY-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               CLOSE DAILY-SUMMARY-FILE
               MOVE "OPEN-SUMMARY-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           END-IF
           OPEN I-O DAILY-SUMMARY-FILE
           IF NOT SUMMARY-FILE-OK
               OPEN OUTPUT DAILY-SUMMARY-FILE
               MOVE "OPEN-SUMMARY-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
               IF NOT SUMMARY-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               CLOSE DAILY-SUMMARY-FILE
               MOVE "OPEN-SUMMARY-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
               OPEN I-O DAILY-SUMMARY-FILE
               MOVE "OPEN-SUMMARY-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
               IF NOT SUMMARY-FILE-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO SUMMARY-FILE-OPEN
           .

       CLOSE-SUMMARY-FILE.
           IF SUMMARY-FILE-OPEN = "Y"
               CLOSE DAILY-SUMMARY-FILE
               MOVE "CLOSE-SUMMARY-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
               MOVE "N" TO SUMMARY-FILE-OPEN
           END-IF
           .

      *-----------------------------------------------------------------
      * Repères de reprise des trois flux (absents: tout est à
      * intégrer)
      *-----------------------------------------------------------------
       LOAD-STREAM-MARKS.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1 UNTIL STREAM-IDX > 3
               PERFORM SET-MARK-KEY
               READ DAILY-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DSM-AMOUNT-1 TO MARK-ARCHIVES(STREAM-IDX)
                       MOVE DSM-AMOUNT-2 TO MARK-RECORDS(STREAM-IDX)
                       MOVE DSM-AMOUNT-3
                           TO MARK-LAST-DATE(STREAM-IDX)
                       MOVE DSM-AMOUNT-4
                           TO MARK-LAST-TIME(STREAM-IDX)
               END-READ
               MOVE "LOAD-STREAM-MARKS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           END-PERFORM
           .

       SET-MARK-KEY.
           MOVE SPACES TO DAILY-SUMMARY-RECORD
           MOVE 0 TO DSM-DATE
           MOVE "H" TO DSM-KIND
           MOVE STREAM-NAME(STREAM-IDX) TO DSM-CODE
           .

      *-----------------------------------------------------------------
      * Contrôle des repères avant toute intégration: la dernière
      * archive intégrée doit exister, et le fichier qui contient les
      * enregistrements déjà intégrés de l'ancien fichier actif
      * (première archive nouvelle, sinon le fichier actif) doit en
      * compter au moins autant
      *-----------------------------------------------------------------
       CHECK-STREAM-MARKS.
           MOVE "Y" TO MARKS-CONSISTENT
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > 3 OR MARKS-CONSISTENT = "N"
               PERFORM CHECK-ONE-STREAM-MARK
           END-PERFORM
           .

       CHECK-ONE-STREAM-MARK.
           IF MARK-ARCHIVES(STREAM-IDX) > 0
               MOVE MARK-ARCHIVES(STREAM-IDX) TO ARCHIVE-NUM
               PERFORM SET-ARCHIVE-NAME
               MOVE 0 TO SOURCE-SKIP-COUNT
               PERFORM COUNT-SOURCE-FILE
               IF SOURCE-OPENED = "N"
                   MOVE "N" TO MARKS-CONSISTENT
                   STRING "Archive intégrée disparue: "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(SOURCE-FILE-NAME)
                           DELIMITED BY SIZE
                       INTO MARK-CHECK-NOTE
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF MARK-RECORDS(STREAM-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SOURCE-OPENED
           IF STREAM-ARCHIVE-STEM(STREAM-IDX) NOT = SPACES
              AND MARK-ARCHIVES(STREAM-IDX) < 9
               COMPUTE ARCHIVE-NUM = MARK-ARCHIVES(STREAM-IDX) + 1
               PERFORM SET-ARCHIVE-NAME
               PERFORM COUNT-SOURCE-FILE
           END-IF
           IF SOURCE-OPENED = "N"
               MOVE STREAM-ACTIVE(STREAM-IDX) TO SOURCE-FILE-NAME
               MOVE 'R' TO DATA-PATH-OPERATION
               CALL "DATA-PATH" USING DATA-PATH-OPERATION,
                   SOURCE-FILE-NAME
               PERFORM COUNT-SOURCE-FILE
           END-IF
           IF SOURCE-RECORDS-READ < MARK-RECORDS(STREAM-IDX)
               MOVE "N" TO MARKS-CONSISTENT
               STRING "Fichier plus court que son repère: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(SOURCE-FILE-NAME) DELIMITED BY SIZE
                   INTO MARK-CHECK-NOTE
               END-STRING
           END-IF
           .

      *-----------------------------------------------------------------
      * Nom de l'archive de rotation ARCHIVE-NUM du flux courant
      *-----------------------------------------------------------------
       SET-ARCHIVE-NAME.
           MOVE ARCHIVE-NUM TO ARCHIVE-DIGIT
           MOVE SPACES TO SOURCE-FILE-NAME
           STRING STREAM-ARCHIVE-STEM(STREAM-IDX) DELIMITED BY SPACE
               ARCHIVE-DIGIT DELIMITED BY SIZE
               STREAM-ARCHIVE-EXT(STREAM-IDX) DELIMITED BY SIZE
               INTO SOURCE-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, SOURCE-FILE-NAME
           .

      *-----------------------------------------------------------------
      * Simple comptage d'un fichier source (contrôle des repères);
      * un fichier absent n'est pas une erreur à ce stade
      *-----------------------------------------------------------------
       COUNT-SOURCE-FILE.
           MOVE 0 TO SOURCE-RECORDS-READ
           MOVE "N" TO SOURCE-OPENED
           OPEN INPUT SOURCE-FILE
           MOVE 'O' TO ERL-OPERATION
           MOVE "COUNT-SOURCE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SOURCE-FILE-NAME,
               SOURCE-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT SOURCE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SOURCE-OPENED
           MOVE "N" TO SOURCE-AT-EOF
           PERFORM UNTIL SOURCE-AT-EOF = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO SOURCE-AT-EOF
                   NOT AT END
                       ADD 1 TO SOURCE-RECORDS-READ
               END-READ
               MOVE "COUNT-SOURCE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SOURCE-FILE-NAME, SOURCE-FILE-STATUS
           END-PERFORM
           CLOSE SOURCE-FILE
           MOVE "COUNT-SOURCE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SOURCE-FILE-NAME,
               SOURCE-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Intégration d'un flux: archives nouvelles dans l'ordre, puis
      * le fichier actif; seuls les enregistrements au-delà du
      * repère sont cumulés
      *-----------------------------------------------------------------
       INTEGRATE-ONE-STREAM.
           MOVE MARK-RECORDS(STREAM-IDX) TO SOURCE-SKIP-COUNT
           IF STREAM-ARCHIVE-STEM(STREAM-IDX) NOT = SPACES
               MOVE "N" TO ARCHIVES-DONE
               COMPUTE ARCHIVE-NUM = MARK-ARCHIVES(STREAM-IDX) + 1
               PERFORM UNTIL ARCHIVES-DONE = "Y" OR ARCHIVE-NUM > 9
                   PERFORM SET-ARCHIVE-NAME
      *            Archive suivante absente: pas de rotation depuis
                   MOVE 'O' TO ERL-OPERATION
                   PERFORM READ-SOURCE-FILE
                   IF SOURCE-OPENED = "Y"
                       MOVE ARCHIVE-NUM TO MARK-ARCHIVES(STREAM-IDX)
                       MOVE 0 TO SOURCE-SKIP-COUNT
                       ADD 1 TO ARCHIVE-NUM
                   ELSE
                       MOVE "Y" TO ARCHIVES-DONE
                   END-IF
               END-PERFORM
           END-IF

           MOVE STREAM-ACTIVE(STREAM-IDX) TO SOURCE-FILE-NAME
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, SOURCE-FILE-NAME
           PERFORM READ-SOURCE-FILE
           IF SOURCE-OPENED = "Y"
               MOVE SOURCE-RECORDS-READ TO MARK-RECORDS(STREAM-IDX)
           ELSE
               MOVE 0 TO MARK-RECORDS(STREAM-IDX)
               MOVE "(fichier actif absent)" TO STREAM-NOTE(STREAM-IDX)
           END-IF
           .

      *-----------------------------------------------------------------
      * Lecture d'un fichier source: les SOURCE-SKIP-COUNT premiers
      * enregistrements sont déjà au résumé. ERL-OPERATION vaut 'O'
      * pour une archive dont l'absence est attendue.
      *-----------------------------------------------------------------
       READ-SOURCE-FILE.
           MOVE 0 TO SOURCE-RECORDS-READ
           MOVE "N" TO SOURCE-OPENED
           OPEN INPUT SOURCE-FILE
           MOVE "READ-SOURCE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SOURCE-FILE-NAME,
               SOURCE-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT SOURCE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SOURCE-OPENED
           MOVE "N" TO SOURCE-AT-EOF
           PERFORM UNTIL SOURCE-AT-EOF = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO SOURCE-AT-EOF
                   NOT AT END
                       ADD 1 TO SOURCE-RECORDS-READ
                       IF SOURCE-RECORDS-READ > SOURCE-SKIP-COUNT
                           PERFORM INTEGRATE-SOURCE-RECORD
                       END-IF
               END-READ
               MOVE "READ-SOURCE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SOURCE-FILE-NAME, SOURCE-FILE-STATUS
           END-PERFORM
           CLOSE SOURCE-FILE
           MOVE "READ-SOURCE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SOURCE-FILE-NAME,
               SOURCE-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Clé et montants d'un enregistrement source selon son flux
      *-----------------------------------------------------------------
       INTEGRATE-SOURCE-RECORD.
           ADD 1 TO STREAM-NEW-RECORDS(STREAM-IDX)
           MOVE SPACES TO SUM-KEY-WORK
           MOVE RUN-DATE TO SUM-DATE
           MOVE 0 TO SUM-ADD-1 SUM-ADD-2 SUM-ADD-3 SUM-HIGH-4
           EVALUATE STREAM-IDX
               WHEN 1
                   PERFORM SET-EVENT-SUMMARY-KEY
               WHEN 2
                   MOVE LDR-SLOT TO SUM-SLOT
                   MOVE "L" TO SUM-KIND
                   MOVE LDR-SOURCE TO SUM-CODE(1:4)
                   MOVE LDR-SIGN TO SUM-CODE(5:1)
                   IF LDR-AMOUNT IS NUMERIC
                       MOVE LDR-AMOUNT TO SUM-ADD-1
                   END-IF
               WHEN 3
                   MOVE "T" TO SUM-KIND
                   MOVE TELEM-REC-ENEMY TO SUM-CODE(1:20)
                   MOVE TELEM-REC-DIFFICULTY TO SUM-CODE(21:1)
                   MOVE TELEM-REC-TUNE-VERSION TO SUM-CODE(22:8)
                   MOVE TELEM-REC-OUTCOME TO SUM-CODE(30:1)
                   IF TELEM-REC-TURNS IS NUMERIC
                       MOVE TELEM-REC-TURNS TO SUM-ADD-1
                   END-IF
                   IF TELEM-REC-DEALT IS NUMERIC
                       MOVE TELEM-REC-DEALT TO SUM-ADD-2
                   END-IF
                   IF TELEM-REC-TAKEN IS NUMERIC
                       MOVE TELEM-REC-TAKEN TO SUM-ADD-3
                   END-IF
           END-EVALUATE
           PERFORM ADD-TO-SUMMARY
           .

      *-----------------------------------------------------------------
      * Événement structuré: jour de son horodatage réel, événement
      * en direct en positions 6 à 13 du code; ligne libre d'un
      * ancien journal: classée par sa phrase, code marqué L en 5e
      * position
      *-----------------------------------------------------------------
       SET-EVENT-SUMMARY-KEY.
           MOVE "E" TO SUM-KIND
           IF ELR-MARKER = "S1"
               IF ELR-STAMP-DATE IS NUMERIC AND ELR-STAMP-DATE > 0
                   MOVE ELR-STAMP-DATE TO SUM-DATE
               END-IF
               MOVE ELR-SLOT TO SUM-SLOT
               MOVE ELR-TYPE TO SUM-CODE(1:4)
               MOVE ELR-LIVE-ID TO SUM-CODE(6:8)
               IF ELR-NUM-1 IS NUMERIC
                   MOVE ELR-NUM-1 TO SUM-ADD-1
                   MOVE ELR-NUM-1 TO SUM-HIGH-4
               END-IF
               IF ELR-NUM-2 IS NUMERIC
                   MOVE ELR-NUM-2 TO SUM-ADD-2
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "----" TO SUM-CODE(1:4)
           MOVE "L" TO SUM-CODE(5:1)
           MOVE SOURCE-RECORD TO SCAN-HAYSTACK
           MOVE "N" TO SCAN-FOUND
           PERFORM VARYING LEGACY-IDX FROM 1 BY 1
                   UNTIL LEGACY-IDX > 9 OR SCAN-FOUND = "Y"
               MOVE LEGACY-TEXT(LEGACY-IDX) TO SCAN-NEEDLE
               PERFORM CHECK-SUBSTRING
               IF SCAN-FOUND = "Y"
                   MOVE LEGACY-CODE(LEGACY-IDX) TO SUM-CODE(1:4)
               END-IF
           END-PERFORM
           IF SUM-CODE(1:4) = "CWIN"
               PERFORM EXTRACT-LINE-NUMBERS
               MOVE NUM-RUN(1) TO SUM-ADD-1
               MOVE NUM-RUN(2) TO SUM-ADD-2
           END-IF
           .

      *-----------------------------------------------------------------
      * Cumul dans l'enregistrement du résumé (créé au premier
      * enregistrement de sa clé)
      *-----------------------------------------------------------------
       ADD-TO-SUMMARY.
           MOVE SUM-KEY-WORK TO DSM-KEY
           READ DAILY-SUMMARY-FILE
               INVALID KEY
                   MOVE SPACES TO DAILY-SUMMARY-RECORD
                   MOVE SUM-KEY-WORK TO DSM-KEY
                   MOVE 1 TO DSM-COUNT
                   MOVE SUM-ADD-1 TO DSM-AMOUNT-1
                   MOVE SUM-ADD-2 TO DSM-AMOUNT-2
                   MOVE SUM-ADD-3 TO DSM-AMOUNT-3
                   MOVE SUM-HIGH-4 TO DSM-AMOUNT-4
                   WRITE DAILY-SUMMARY-RECORD
                   ADD 1 TO SUMMARY-RECORDS-CREATED
               NOT INVALID KEY
                   ADD 1 TO DSM-COUNT
                   ADD SUM-ADD-1 TO DSM-AMOUNT-1
                   ADD SUM-ADD-2 TO DSM-AMOUNT-2
                   ADD SUM-ADD-3 TO DSM-AMOUNT-3
                   IF SUM-HIGH-4 > DSM-AMOUNT-4
                       MOVE SUM-HIGH-4 TO DSM-AMOUNT-4
                   END-IF
                   REWRITE DAILY-SUMMARY-RECORD
           END-READ
           MOVE "ADD-TO-SUMMARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Repère de reprise du flux, réécrit après son intégration
      *-----------------------------------------------------------------
       SAVE-STREAM-MARK.
           MOVE RUN-DATE TO MARK-LAST-DATE(STREAM-IDX)
           MOVE RUN-TIME TO MARK-LAST-TIME(STREAM-IDX)
           PERFORM SET-MARK-KEY
           READ DAILY-SUMMARY-FILE
               INVALID KEY
                   PERFORM SET-MARK-KEY
                   PERFORM SET-MARK-AMOUNTS
                   WRITE DAILY-SUMMARY-RECORD
               NOT INVALID KEY
                   PERFORM SET-MARK-AMOUNTS
                   REWRITE DAILY-SUMMARY-RECORD
           END-READ
           MOVE "SAVE-STREAM-MARK" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           .

       SET-MARK-AMOUNTS.
           MOVE 0 TO DSM-COUNT
           MOVE MARK-ARCHIVES(STREAM-IDX) TO DSM-AMOUNT-1
           MOVE MARK-RECORDS(STREAM-IDX) TO DSM-AMOUNT-2
           MOVE MARK-LAST-DATE(STREAM-IDX) TO DSM-AMOUNT-3
           MOVE MARK-LAST-TIME(STREAM-IDX) TO DSM-AMOUNT-4
           .

      *-----------------------------------------------------------------
      * Bilan du passage à l'écran
      *-----------------------------------------------------------------
       DISPLAY-INTEGRATION-TOTALS.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1 UNTIL STREAM-IDX > 3
               DISPLAY STREAM-NAME(STREAM-IDX) " "
                   STREAM-NEW-RECORDS(STREAM-IDX)
                   " nouvel(s) enregistrement(s) intégré(s) "
                   FUNCTION TRIM(STREAM-NOTE(STREAM-IDX))
               DISPLAY "    repère: " MARK-ARCHIVES(STREAM-IDX)
                   " archive(s), " MARK-RECORDS(STREAM-IDX)
                   " enregistrement(s) du fichier actif"
           END-PERFORM
           DISPLAY "Lignes de résumé créées:  "
               SUMMARY-RECORDS-CREATED
           .

      *-----------------------------------------------------------------
      * Extraction des deux premières suites de chiffres de la ligne
      * courante vers NUM-RUN(1) et NUM-RUN(2)
      *-----------------------------------------------------------------
       EXTRACT-LINE-NUMBERS.
           MOVE 0 TO NUM-RUN(1)
           MOVE 0 TO NUM-RUN(2)
           MOVE 0 TO NUM-RUN-COUNT
           MOVE "N" TO NUM-IN-RUN

           PERFORM VARYING NUM-SCAN-POS FROM 1 BY 1
                   UNTIL NUM-SCAN-POS > 117 OR NUM-RUN-COUNT > 2
               IF SCAN-HAYSTACK(NUM-SCAN-POS:1) IS NUMERIC
                   IF NUM-IN-RUN = "N"
                       MOVE "Y" TO NUM-IN-RUN
                       ADD 1 TO NUM-RUN-COUNT
                   END-IF
                   IF NUM-RUN-COUNT <= 2
                       COMPUTE NUM-RUN(NUM-RUN-COUNT) =
                           NUM-RUN(NUM-RUN-COUNT) * 10 +
                           FUNCTION NUMVAL(
                               SCAN-HAYSTACK(NUM-SCAN-POS:1))
                   END-IF
               ELSE
                   MOVE "N" TO NUM-IN-RUN
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Recherche d'une sous-chaîne (SCAN-NEEDLE) dans SCAN-HAYSTACK,
      * même logique que dans JCL-CRAFTING.cbl
      *-----------------------------------------------------------------
       CHECK-SUBSTRING.
           MOVE "N" TO SCAN-FOUND
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SCAN-HAYSTACK))
                TO SCAN-HAY-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SCAN-NEEDLE))
                TO SCAN-NEEDLE-LEN

           IF SCAN-NEEDLE-LEN = 0 OR SCAN-NEEDLE-LEN > SCAN-HAY-LEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > (SCAN-HAY-LEN - SCAN-NEEDLE-LEN + 1)
                       OR SCAN-FOUND = "Y"
               IF SCAN-HAYSTACK(SCAN-IDX:SCAN-NEEDLE-LEN)
                       = FUNCTION TRIM(SCAN-NEEDLE)
                   MOVE "Y" TO SCAN-FOUND
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DAILY-SUMMARY-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM DAILY-SUMMARY.
