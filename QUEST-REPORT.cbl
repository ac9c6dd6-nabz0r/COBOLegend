      *****************************************************************
      * QUEST-REPORT.CBL - Analyse des quêtes par numéro de quête
      *
      * Programme batch autonome: rapproche les quêtes complétées et
      * échouées du journal d'événements (archives COBOEVA1..9.LOG
      * puis COBOEVENTS.LOG, événements QSTC et QSTF) et la table des
      * quêtes de chacun des trois emplacements de COBOSAVE.DAT.
      * Pour chaque numéro de quête (QUEST-ID):
      *   - nombre d'emplacements où elle est active, complétée ou
      *     échouée (dont échecs au délai QUEST-FAIL-TURNS)
      *   - complétions au journal et jour de jeu médian de
      *     complétion
      *   - échecs au délai consignés au journal (QSTF, cause 1,
      *     ou 3 pour le jour limite d'une escorte)
      *   - répartition Archivistes/Techniciens des quêtes à
      *     embranchement (QUEST-BRANCH 'A' ou 'T')
      *   - pour les quêtes chaînées (QUEST-PREREQ-ID), étape de la
      *     chaîne et nombre d'emplacements bloqués à cette étape
      *     (prérequis acquis, quête pas encore complétée)
      * puis un récapitulatif des blocages par étape de chaîne.
      * Les QSTC écrits avant l'apparition du numéro "#nnn" dans le
      * texte sont comptés à part comme non identifiés.
      * Édition imprimable datée QUESTRPT-AAAAMMJJ.TXT, mêmes lignes
      * que l'écran.
      * Compilable séparément: make quest-report
      *
      * La structure de l'enregistrement de sauvegarde doit rester
      * strictement identique à celle du FD SAVE-GAME-FILE de
      * MAIN-GAME.cbl (même construction que SAVE-ROSTER).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEST-REPORT.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * Journal lu en plusieurs passes, archives de rotation d'abord
      * (même mécanique que GAME-REPORT)
      *-----------------------------------------------------------------
           SELECT GAME-EVENTS-LOG ASSIGN TO DYNAMIC LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT SAVE-GAME-FILE ASSIGN TO DYNAMIC SAVE-GAME-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAVE-KEY
               FILE STATUS IS SAVE-FILE-STATUS.

      *-----------------------------------------------------------------
      * Édition imprimable datée (QUESTRPT-AAAAMMJJ.TXT), mêmes
      * lignes que l'écran
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-EVENTS-LOG
           LABEL RECORDS ARE STANDARD.
       01 EVENT-LOG-RECORD               PIC X(117).
       01 EVENT-LOG-STRUCTURED REDEFINES EVENT-LOG-RECORD.
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

       FD SAVE-GAME-FILE
           LABEL RECORDS ARE STANDARD.
       01 SAVE-GAME-RECORD.
           02 SAVE-KEY                PIC X(20).
           02 SAVE-REC-VERSION        PIC 9(2).
           02 SAVE-REC-CHECKSUM       PIC 9(9).
           COPY "PLAYER-CHAR.cpy"
               REPLACING ==01 PLAYER-CHARACTER.==
                      BY ==02 SAVE-REC-CHARACTER.==.
           COPY "INVENTORY.cpy"
               REPLACING ==01 PLAYER-INVENTORY.==
                      BY ==02 SAVE-REC-INVENTORY.==
                         ==01 PLAYER-GOLD==
                      BY ==02 SAVE-REC-GOLD==
                         ==01 PLAYER-EQUIPMENT.==
                      BY ==02 SAVE-REC-EQUIPMENT.==.
           COPY "QUEST.cpy"
               REPLACING ==01 QUEST-TABLE.==
                      BY ==02 SAVE-REC-QUEST-TABLE.==.
           COPY "SAVEMAP.cpy"
               REPLACING ==01 SAVE-MAP-STATE.==
                      BY ==02 SAVE-REC-MAP-STATE.==
                         ==01 SAVE-POSITION.==
                      BY ==02 SAVE-REC-POSITION.==.
           COPY "DIFFICULTY.cpy"
               REPLACING ==01 GAME-DIFFICULTY.==
                      BY ==02 SAVE-REC-DIFFICULTY.==.
           COPY "GAMESTATE.cpy"
               REPLACING ==01 GAME-STATE-EXT.==
                      BY ==02 SAVE-REC-GAME-STATE.==.

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-FILE-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="QUEST-REPORT"==.
       01 SAVE-GAME-FILE-PATH        PIC X(80)  VALUE "COBOSAVE.DAT".

       01 SAVE-FILE-STATUS               PIC X(2)   VALUE SPACES.
          88 SAVE-FILE-OK                VALUE "00".
       01 FILE-AT-EOF                    PIC X(1)   VALUE "N".
          88 FILE-IS-AT-EOF              VALUE "Y".
       01 SAVES-READ                     PIC 9(1)   VALUE 0.

       01 LOG-FILE-STATUS                PIC X(2)   VALUE SPACES.
          88 LOG-FILE-OK                 VALUE "00".
       01 LOG-FILE-NAME                  PIC X(80)  VALUE SPACES.
       01 LOG-PASS                       PIC 9(2)   VALUE 0.
       01 LOG-PASS-DIGIT                 PIC 9(1)   VALUE 0.
       01 LOG-FILES-READ                 PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Édition imprimable (même mécanique d'émission que
      * GAME-REPORT)
      *-----------------------------------------------------------------
       01 REPORT-FILE-NAME               PIC X(80)  VALUE SPACES.
       01 REPORT-FILE-STATUS             PIC X(2)   VALUE SPACES.
          88 REPORT-FILE-OK              VALUE "00".
       01 REPORT-FILE-OPEN               PIC X(1)   VALUE "N".
       01 REPORT-LINE                    PIC X(100) VALUE SPACES.
       01 REPORT-LINE-COUNT              PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-NO                 PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-SIZE               PIC 9(2)   VALUE 55.
       01 REPORT-DATE-WORK               PIC X(8)   VALUE SPACES.

       01 SLOT-NAMES.
          05 FILLER                      PIC X(8)   VALUE "SLOT1".
          05 FILLER                      PIC X(8)   VALUE "SLOT2".
          05 FILLER                      PIC X(8)   VALUE "SLOT3".
       01 SLOT-NAME-TABLE REDEFINES SLOT-NAMES.
          05 SLOT-NAME OCCURS 3 TIMES    PIC X(8).
       01 SLOT-IDX                       PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Constats par numéro de quête, dans l'ordre de rencontre puis
      * triés par numéro avant l'édition. Les quêtes de tableau
      * (WORLD) réemploient un numéro par prime tirée: au-delà de
      * MAX-QUEST-STATS numéros, les suivants sont seulement comptés.
      *-----------------------------------------------------------------
       01 MAX-QUEST-STATS                PIC 9(2)   VALUE 40.
       01 QUEST-STAT-COUNT               PIC 9(2)   VALUE 0.
       01 QUEST-STAT-OVERFLOW            PIC 9(5)   VALUE 0.
       01 QUEST-STAT-TABLE.
          05 QUEST-STAT OCCURS 40 TIMES.
             10 QST-ID                   PIC 9(3).
             10 QST-NAME                 PIC X(30).
             10 QST-TYPE                 PIC X(1).
             10 QST-ACTIVE               PIC 9(1).
             10 QST-COMPLETED            PIC 9(1).
             10 QST-FAILED               PIC 9(1).
             10 QST-FAILED-TIMEOUT       PIC 9(1).
             10 QST-BRANCHING            PIC X(1).
             10 QST-BRANCH-A             PIC 9(1).
             10 QST-BRANCH-T             PIC 9(1).
             10 QST-IN-CHAIN             PIC X(1).
             10 QST-STAGE                PIC 9(1).
             10 QST-STALLS               PIC 9(1).
             10 QST-LOG-DONE             PIC 9(5).
             10 QST-LOG-TIMEOUTS         PIC 9(5).
             10 QST-MEDIAN-DAY           PIC 9(3).
       01 QUEST-STAT-SWAP                PIC X(57).
       01 STAT-IDX                       PIC 9(2)   VALUE 0.
       01 STAT-SCAN                      PIC 9(2)   VALUE 0.
       01 STAT-MATCH                     PIC 9(2)   VALUE 0.
       01 STAT-WANTED-ID                 PIC 9(3)   VALUE 0.
       01 STAT-WANTED-NAME               PIC X(30)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Jours de complétion relevés au journal (numéro de quête, jour
      * de jeu), repris quête par quête pour le jour médian
      *-----------------------------------------------------------------
       01 MAX-COMPLETIONS                PIC 9(4)   VALUE 3000.
       01 COMPLETION-COUNT               PIC 9(4)   VALUE 0.
       01 COMPLETION-OVERFLOW            PIC 9(5)   VALUE 0.
       01 COMPLETION-TABLE.
          05 COMPLETION-ENTRY OCCURS 3000 TIMES.
             10 CPL-QUEST-ID             PIC 9(3).
             10 CPL-GAME-DAY             PIC 9(3).
       01 COMPLETION-IDX                 PIC 9(4)   VALUE 0.
       01 MEDIAN-DAYS.
          05 MEDIAN-DAY OCCURS 3000 TIMES PIC 9(3).
       01 MEDIAN-COUNT                   PIC 9(4)   VALUE 0.
       01 MEDIAN-IDX                     PIC 9(4)   VALUE 0.
       01 MEDIAN-SCAN                    PIC 9(4)   VALUE 0.
       01 MEDIAN-HOLD                    PIC 9(3)   VALUE 0.
       01 MEDIAN-MID                     PIC 9(4)   VALUE 0.

       01 UNIDENTIFIED-DONE              PIC 9(5)   VALUE 0.
       01 TOTAL-LOG-DONE                 PIC 9(5)   VALUE 0.
       01 TOTAL-LOG-TIMEOUTS             PIC 9(5)   VALUE 0.
       01 TEXT-HEAD                      PIC X(60)  VALUE SPACES.
       01 TEXT-TAIL                      PIC X(60)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Chaînes de prérequis: étape d'une quête dans sa chaîne (1 =
      * tête de chaîne) calculée sur la table de l'emplacement lu, et
      * blocages cumulés par étape
      *-----------------------------------------------------------------
       01 MAX-CHAIN-STAGES               PIC 9(1)   VALUE 9.
       01 CHAIN-STALL-TABLE.
          05 CHAIN-STALLS OCCURS 9 TIMES PIC 9(3).
       01 CHAIN-STAGE-IDX                PIC 9(2)   VALUE 0.
       01 SLOT-QUEST-IDX                 PIC 9(2)   VALUE 0.
       01 SLOT-QUEST-SCAN                PIC 9(2)   VALUE 0.
       01 SLOT-QUEST-MATCH               PIC 9(2)   VALUE 0.
       01 SLOT-QUEST-LIMIT               PIC 9(2)   VALUE 0.
       01 CHAIN-WANTED-ID                PIC 9(3)   VALUE 0.
       01 CHAIN-STAGE                    PIC 9(1)   VALUE 0.
       01 CHAIN-LINKED                   PIC X(1)   VALUE "N".
       01 PREREQ-DONE                    PIC X(1)   VALUE "N".
       01 TOTAL-STALLS                   PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== ANALYSE DES QUÊTES COBOLEGEND ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           INITIALIZE QUEST-STAT-TABLE CHAIN-STALL-TABLE
           PERFORM VARYING LOG-PASS FROM 1 BY 1 UNTIL LOG-PASS > 10
               PERFORM READ-ONE-LOG-FILE
           END-PERFORM
           PERFORM READ-SAVE-SLOTS

           IF LOG-FILES-READ = 0 AND SAVES-READ = 0
               DISPLAY "Ni journal ni sauvegarde: aucune quête à "
                   & "analyser."
               GOBACK
           END-IF

           PERFORM SORT-QUEST-STATS
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > QUEST-STAT-COUNT
               PERFORM COMPUTE-MEDIAN-DAY
           END-PERFORM

           PERFORM OPEN-REPORT-FILE
           STRING "Sources: journaux " DELIMITED BY SIZE
               LOG-FILES-READ DELIMITED BY SIZE
               ", emplacements sauvegardés " DELIMITED BY SIZE
               SAVES-READ DELIMITED BY SIZE
               " sur 3" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > QUEST-STAT-COUNT
               PERFORM REPORT-ONE-QUEST
           END-PERFORM
           PERFORM REPORT-CHAIN-STALLS

      *    Totaux
           STRING "TOTAL: " DELIMITED BY SIZE
               QUEST-STAT-COUNT DELIMITED BY SIZE
               " quête(s), " DELIMITED BY SIZE
               TOTAL-LOG-DONE DELIMITED BY SIZE
               " complétion(s) et " DELIMITED BY SIZE
               TOTAL-LOG-TIMEOUTS DELIMITED BY SIZE
               " échec(s) au délai au journal" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF UNIDENTIFIED-DONE > 0
               STRING "       dont " DELIMITED BY SIZE
                   UNIDENTIFIED-DONE DELIMITED BY SIZE
                   " complétion(s) sans numéro de quête (anciens "
                       DELIMITED BY SIZE
                   "enregistrements)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF QUEST-STAT-OVERFLOW > 0 OR COMPLETION-OVERFLOW > 0
               STRING "       hors tables: " DELIMITED BY SIZE
                   QUEST-STAT-OVERFLOW DELIMITED BY SIZE
                   " constat(s) de quête, " DELIMITED BY SIZE
                   COMPLETION-OVERFLOW DELIMITED BY SIZE
                   " jour(s) de complétion" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM CLOSE-REPORT-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * Rang dans STAT-MATCH de la quête STAT-WANTED-ID, créée au
      * besoin avec le nom STAT-WANTED-NAME (0 si la table est
      * pleine)
      *-----------------------------------------------------------------
       FIND-QUEST-STAT.
           MOVE 0 TO STAT-MATCH
           PERFORM VARYING STAT-SCAN FROM 1 BY 1
                   UNTIL STAT-SCAN > QUEST-STAT-COUNT
                      OR STAT-MATCH > 0
               IF QST-ID(STAT-SCAN) = STAT-WANTED-ID
                   MOVE STAT-SCAN TO STAT-MATCH
               END-IF
           END-PERFORM
           IF STAT-MATCH > 0
               IF QST-NAME(STAT-MATCH) = SPACES
                   MOVE STAT-WANTED-NAME TO QST-NAME(STAT-MATCH)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF QUEST-STAT-COUNT >= MAX-QUEST-STATS
               ADD 1 TO QUEST-STAT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO QUEST-STAT-COUNT
           MOVE QUEST-STAT-COUNT TO STAT-MATCH
           INITIALIZE QUEST-STAT(STAT-MATCH)
           MOVE STAT-WANTED-ID TO QST-ID(STAT-MATCH)
           MOVE STAT-WANTED-NAME TO QST-NAME(STAT-MATCH)
           MOVE "N" TO QST-BRANCHING(STAT-MATCH)
           MOVE "N" TO QST-IN-CHAIN(STAT-MATCH)
           .

      *-----------------------------------------------------------------
      * Lecture d'une passe du journal: archive COBOEVAn.LOG (passes
      * 1 à 9) ou fichier actif (passe 10); une archive absente est
      * simplement sautée
      *-----------------------------------------------------------------
       READ-ONE-LOG-FILE.
           IF LOG-PASS <= 9
               MOVE LOG-PASS TO LOG-PASS-DIGIT
               MOVE SPACES TO LOG-FILE-NAME
               STRING "COBOEVA" DELIMITED BY SIZE
                   LOG-PASS-DIGIT DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO LOG-FILE-NAME
               END-STRING
           ELSE
               MOVE "COBOEVENTS.LOG" TO LOG-FILE-NAME
           END-IF
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, LOG-FILE-NAME

           OPEN INPUT GAME-EVENTS-LOG
      *    Une archive de rotation absente n'est pas une erreur
           IF LOG-PASS <= 9
               MOVE 'O' TO ERL-OPERATION
           END-IF
           MOVE "READ-ONE-LOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOG-FILE-NAME,
               LOG-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT LOG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LOG-FILES-READ

           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ GAME-EVENTS-LOG
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       IF ELR-MARKER = "S1"
                           PERFORM PROCESS-QUEST-EVENT
                       END-IF
               END-READ
               MOVE "READ-ONE-LOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOG-FILE-NAME,
                   LOG-FILE-STATUS
           END-PERFORM
           CLOSE GAME-EVENTS-LOG
           MOVE "READ-ONE-LOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOG-FILE-NAME,
               LOG-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * QSTC: numéro "#nnn" relevé dans le texte, jour de jeu retenu
      * pour le médian. QSTF: n1 = numéro de la quête, n2 = cause
      * (1 = délai écoulé, 2 = PNJ escorté tombé, 3 = jour limite
      * d'une escorte dépassé; 1 et 3 comptent comme échecs au
      * délai).
      *-----------------------------------------------------------------
       PROCESS-QUEST-EVENT.
           EVALUATE ELR-TYPE
               WHEN "QSTC"
                   ADD 1 TO TOTAL-LOG-DONE
                   MOVE SPACES TO TEXT-HEAD TEXT-TAIL
                   UNSTRING ELR-TEXT DELIMITED BY "#"
                       INTO TEXT-HEAD TEXT-TAIL
                   END-UNSTRING
                   IF TEXT-TAIL(1:3) NOT NUMERIC
                       ADD 1 TO UNIDENTIFIED-DONE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE TEXT-TAIL(1:3) TO STAT-WANTED-ID
                   MOVE TEXT-TAIL(5:30) TO STAT-WANTED-NAME
                   PERFORM FIND-QUEST-STAT
                   IF STAT-MATCH > 0
                       ADD 1 TO QST-LOG-DONE(STAT-MATCH)
                   END-IF
                   IF COMPLETION-COUNT < MAX-COMPLETIONS
                       ADD 1 TO COMPLETION-COUNT
                       MOVE STAT-WANTED-ID
                           TO CPL-QUEST-ID(COMPLETION-COUNT)
                       MOVE ELR-GAME-DAY
                           TO CPL-GAME-DAY(COMPLETION-COUNT)
                   ELSE
                       ADD 1 TO COMPLETION-OVERFLOW
                   END-IF
               WHEN "QSTF"
                   IF ELR-NUM-2 NOT = 1 AND ELR-NUM-2 NOT = 3
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO TOTAL-LOG-TIMEOUTS
                   MOVE ELR-NUM-1 TO STAT-WANTED-ID
                   MOVE SPACES TO TEXT-HEAD TEXT-TAIL
                   UNSTRING ELR-TEXT DELIMITED BY "#"
                       INTO TEXT-HEAD TEXT-TAIL
                   END-UNSTRING
                   MOVE TEXT-TAIL(5:30) TO STAT-WANTED-NAME
                   PERFORM FIND-QUEST-STAT
                   IF STAT-MATCH > 0
                       ADD 1 TO QST-LOG-TIMEOUTS(STAT-MATCH)
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Sauvegardes: état de chaque quête de chaque emplacement occupé
      *-----------------------------------------------------------------
       READ-SAVE-SLOTS.
           OPEN INPUT SAVE-GAME-FILE
           MOVE "READ-SAVE-SLOTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 3
               MOVE SPACES TO SAVE-KEY
               MOVE SLOT-NAME(SLOT-IDX) TO SAVE-KEY
               READ SAVE-GAME-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO SAVES-READ
                       PERFORM TALLY-SLOT-QUESTS
               END-READ
               MOVE "READ-SAVE-SLOTS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-PERFORM
           CLOSE SAVE-GAME-FILE
           MOVE "READ-SAVE-SLOTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           .

       TALLY-SLOT-QUESTS.
           MOVE QUEST-COUNT TO SLOT-QUEST-LIMIT
           IF SLOT-QUEST-LIMIT > 14
               MOVE 14 TO SLOT-QUEST-LIMIT
           END-IF
           PERFORM VARYING SLOT-QUEST-IDX FROM 1 BY 1
                   UNTIL SLOT-QUEST-IDX > SLOT-QUEST-LIMIT
               IF QUEST-ID(SLOT-QUEST-IDX) > 0
                   PERFORM TALLY-ONE-QUEST
               END-IF
           END-PERFORM
           .

       TALLY-ONE-QUEST.
           MOVE QUEST-ID(SLOT-QUEST-IDX) TO STAT-WANTED-ID
           MOVE QUEST-NAME(SLOT-QUEST-IDX) TO STAT-WANTED-NAME
           PERFORM FIND-QUEST-STAT
           IF STAT-MATCH = 0
               EXIT PARAGRAPH
           END-IF
      *    Le nom et le type de la sauvegarde priment sur le journal
           MOVE QUEST-NAME(SLOT-QUEST-IDX) TO QST-NAME(STAT-MATCH)
           MOVE QUEST-TYPE(SLOT-QUEST-IDX) TO QST-TYPE(STAT-MATCH)

           EVALUATE QUEST-STATUS(SLOT-QUEST-IDX)
               WHEN "A"
                   ADD 1 TO QST-ACTIVE(STAT-MATCH)
               WHEN "C"
                   ADD 1 TO QST-COMPLETED(STAT-MATCH)
               WHEN "F"
                   ADD 1 TO QST-FAILED(STAT-MATCH)
                   IF QUEST-FAIL-TURNS(SLOT-QUEST-IDX) = 0
                       ADD 1 TO QST-FAILED-TIMEOUT(STAT-MATCH)
                   END-IF
           END-EVALUATE

           EVALUATE QUEST-BRANCH(SLOT-QUEST-IDX)
               WHEN "B"
                   MOVE "Y" TO QST-BRANCHING(STAT-MATCH)
               WHEN "A"
                   MOVE "Y" TO QST-BRANCHING(STAT-MATCH)
                   ADD 1 TO QST-BRANCH-A(STAT-MATCH)
               WHEN "T"
                   MOVE "Y" TO QST-BRANCHING(STAT-MATCH)
                   ADD 1 TO QST-BRANCH-T(STAT-MATCH)
           END-EVALUATE

           PERFORM CHECK-CHAIN-STALL
           .

      *-----------------------------------------------------------------
      * Une quête appartient à une chaîne si elle a un prérequis ou
      * en sert à une autre quête de l'emplacement. Elle bloque la
      * chaîne de l'emplacement quand son prérequis est acquis (ou
      * qu'elle est tête de chaîne) et qu'elle n'est pas complétée.
      *-----------------------------------------------------------------
       CHECK-CHAIN-STALL.
           MOVE "N" TO CHAIN-LINKED
           IF QUEST-PREREQ-ID(SLOT-QUEST-IDX) > 0
               MOVE "Y" TO CHAIN-LINKED
           ELSE
               PERFORM VARYING SLOT-QUEST-SCAN FROM 1 BY 1
                       UNTIL SLOT-QUEST-SCAN > SLOT-QUEST-LIMIT
                   IF QUEST-PREREQ-ID(SLOT-QUEST-SCAN) =
                      QUEST-ID(SLOT-QUEST-IDX)
                       MOVE "Y" TO CHAIN-LINKED
                   END-IF
               END-PERFORM
           END-IF
           IF CHAIN-LINKED = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO QST-IN-CHAIN(STAT-MATCH)

      *    Étape: longueur de la remontée des prérequis
           MOVE 1 TO CHAIN-STAGE
           MOVE QUEST-PREREQ-ID(SLOT-QUEST-IDX) TO CHAIN-WANTED-ID
           MOVE "Y" TO PREREQ-DONE
           IF CHAIN-WANTED-ID > 0
               PERFORM FIND-SLOT-QUEST
               IF SLOT-QUEST-MATCH = 0
                  OR QUEST-STATUS(SLOT-QUEST-MATCH) NOT = "C"
                   MOVE "N" TO PREREQ-DONE
               END-IF
           END-IF
           PERFORM UNTIL CHAIN-WANTED-ID = 0
                      OR CHAIN-STAGE >= MAX-CHAIN-STAGES
               PERFORM FIND-SLOT-QUEST
               IF SLOT-QUEST-MATCH = 0
                   MOVE 0 TO CHAIN-WANTED-ID
               ELSE
                   ADD 1 TO CHAIN-STAGE
                   MOVE QUEST-PREREQ-ID(SLOT-QUEST-MATCH)
                       TO CHAIN-WANTED-ID
               END-IF
           END-PERFORM
           IF CHAIN-STAGE > QST-STAGE(STAT-MATCH)
               MOVE CHAIN-STAGE TO QST-STAGE(STAT-MATCH)
           END-IF

           IF PREREQ-DONE = "Y"
              AND QUEST-STATUS(SLOT-QUEST-IDX) NOT = "C"
               ADD 1 TO QST-STALLS(STAT-MATCH)
               ADD 1 TO CHAIN-STALLS(CHAIN-STAGE)
               ADD 1 TO TOTAL-STALLS
           END-IF
           .

      *-----------------------------------------------------------------
      * Rang dans la table de l'emplacement de la quête
      * CHAIN-WANTED-ID (0 si absente)
      *-----------------------------------------------------------------
       FIND-SLOT-QUEST.
           MOVE 0 TO SLOT-QUEST-MATCH
           PERFORM VARYING SLOT-QUEST-SCAN FROM 1 BY 1
                   UNTIL SLOT-QUEST-SCAN > SLOT-QUEST-LIMIT
                      OR SLOT-QUEST-MATCH > 0
               IF QUEST-ID(SLOT-QUEST-SCAN) = CHAIN-WANTED-ID
                   MOVE SLOT-QUEST-SCAN TO SLOT-QUEST-MATCH
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Tri des constats par numéro de quête (tri par échanges, la
      * table est courte)
      *-----------------------------------------------------------------
       SORT-QUEST-STATS.
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX >= QUEST-STAT-COUNT
               PERFORM VARYING STAT-SCAN FROM STAT-IDX BY 1
                       UNTIL STAT-SCAN > QUEST-STAT-COUNT
                   IF QST-ID(STAT-SCAN) < QST-ID(STAT-IDX)
                       MOVE QUEST-STAT(STAT-IDX) TO QUEST-STAT-SWAP
                       MOVE QUEST-STAT(STAT-SCAN)
                           TO QUEST-STAT(STAT-IDX)
                       MOVE QUEST-STAT-SWAP TO QUEST-STAT(STAT-SCAN)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Jour médian de complétion de la quête STAT-IDX: jours relevés
      * rangés par insertion, moyenne des deux jours du milieu quand
      * le nombre est pair
      *-----------------------------------------------------------------
       COMPUTE-MEDIAN-DAY.
           MOVE 0 TO MEDIAN-COUNT
           PERFORM VARYING COMPLETION-IDX FROM 1 BY 1
                   UNTIL COMPLETION-IDX > COMPLETION-COUNT
               IF CPL-QUEST-ID(COMPLETION-IDX) = QST-ID(STAT-IDX)
                   MOVE CPL-GAME-DAY(COMPLETION-IDX) TO MEDIAN-HOLD
                   PERFORM INSERT-MEDIAN-DAY
               END-IF
           END-PERFORM
           IF MEDIAN-COUNT = 0
               MOVE 0 TO QST-MEDIAN-DAY(STAT-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE MEDIAN-MID = (MEDIAN-COUNT + 1) / 2
           IF FUNCTION MOD(MEDIAN-COUNT, 2) = 1
               MOVE MEDIAN-DAY(MEDIAN-MID) TO QST-MEDIAN-DAY(STAT-IDX)
           ELSE
               COMPUTE QST-MEDIAN-DAY(STAT-IDX) =
                   (MEDIAN-DAY(MEDIAN-MID) + MEDIAN-DAY(MEDIAN-MID + 1))
                   / 2
           END-IF
           .

       INSERT-MEDIAN-DAY.
           ADD 1 TO MEDIAN-COUNT
           MOVE MEDIAN-COUNT TO MEDIAN-IDX
           PERFORM UNTIL MEDIAN-IDX = 1
               COMPUTE MEDIAN-SCAN = MEDIAN-IDX - 1
               IF MEDIAN-DAY(MEDIAN-SCAN) <= MEDIAN-HOLD
                   EXIT PERFORM
               END-IF
               MOVE MEDIAN-DAY(MEDIAN-SCAN) TO MEDIAN-DAY(MEDIAN-IDX)
               MOVE MEDIAN-SCAN TO MEDIAN-IDX
           END-PERFORM
           MOVE MEDIAN-HOLD TO MEDIAN-DAY(MEDIAN-IDX)
           .

      *-----------------------------------------------------------------
      * Bloc d'une quête: en-tête, emplacements, journal, puis
      * embranchement et chaîne quand ils s'appliquent
      *-----------------------------------------------------------------
       REPORT-ONE-QUEST.
           STRING "#" DELIMITED BY SIZE
               QST-ID(STAT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QST-NAME(STAT-IDX) DELIMITED BY "  "
               INTO REPORT-LINE
           END-STRING
           EVALUATE QST-TYPE(STAT-IDX)
               WHEN "M"
                   MOVE "(principale)" TO REPORT-LINE(40:12)
               WHEN "S"
                   MOVE "(secondaire)" TO REPORT-LINE(40:12)
               WHEN "E"
                   MOVE "(escorte)" TO REPORT-LINE(40:12)
               WHEN "I"
                   MOVE "(enquête)" TO REPORT-LINE(40:12)
           END-EVALUATE
           PERFORM EMIT-REPORT-LINE

           STRING "   Emplacements: actives " DELIMITED BY SIZE
               QST-ACTIVE(STAT-IDX) DELIMITED BY SIZE
               ", complétées " DELIMITED BY SIZE
               QST-COMPLETED(STAT-IDX) DELIMITED BY SIZE
               ", échouées " DELIMITED BY SIZE
               QST-FAILED(STAT-IDX) DELIMITED BY SIZE
               " (dont au délai " DELIMITED BY SIZE
               QST-FAILED-TIMEOUT(STAT-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           IF QST-LOG-DONE(STAT-IDX) > 0
               STRING "   Journal: complétions " DELIMITED BY SIZE
                   QST-LOG-DONE(STAT-IDX) DELIMITED BY SIZE
                   ", jour médian " DELIMITED BY SIZE
                   QST-MEDIAN-DAY(STAT-IDX) DELIMITED BY SIZE
                   ", échecs au délai " DELIMITED BY SIZE
                   QST-LOG-TIMEOUTS(STAT-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "   Journal: aucune complétion, échecs au "
                   DELIMITED BY SIZE
                   "délai " DELIMITED BY SIZE
                   QST-LOG-TIMEOUTS(STAT-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE

           IF QST-BRANCHING(STAT-IDX) = "Y"
               STRING "   Embranchement: Archivistes " DELIMITED BY SIZE
                   QST-BRANCH-A(STAT-IDX) DELIMITED BY SIZE
                   ", Techniciens " DELIMITED BY SIZE
                   QST-BRANCH-T(STAT-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF

           IF QST-IN-CHAIN(STAT-IDX) = "Y"
               STRING "   Chaîne: étape " DELIMITED BY SIZE
                   QST-STAGE(STAT-IDX) DELIMITED BY SIZE
                   ", emplacement(s) bloqué(s) ici " DELIMITED BY SIZE
                   QST-STALLS(STAT-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Récapitulatif des blocages de chaîne par étape
      *-----------------------------------------------------------------
       REPORT-CHAIN-STALLS.
           MOVE "Blocages des chaînes de prérequis par étape:"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF TOTAL-STALLS = 0
               MOVE "   aucun emplacement bloqué dans une chaîne"
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM VARYING CHAIN-STAGE-IDX FROM 1 BY 1
                   UNTIL CHAIN-STAGE-IDX > MAX-CHAIN-STAGES
               IF CHAIN-STALLS(CHAIN-STAGE-IDX) > 0
                   STRING "   Étape " DELIMITED BY SIZE
                       CHAIN-STAGE-IDX DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       CHAIN-STALLS(CHAIN-STAGE-IDX) DELIMITED BY SIZE
                       " blocage(s)" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Ouverture de l'édition imprimable (QUESTRPT-AAAAMMJJ.TXT)
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "QUESTRPT-" DELIMITED BY SIZE
               REPORT-DATE-WORK DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO REPORT-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN-REPORT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           IF REPORT-FILE-OK
               MOVE "Y" TO REPORT-FILE-OPEN
               PERFORM WRITE-PAGE-HEADER
           END-IF
           .

       CLOSE-REPORT-FILE.
           IF REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
               MOVE "CLOSE-REPORT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               DISPLAY SPACE
               DISPLAY "Édition écrite: "
                   FUNCTION TRIM(REPORT-FILE-NAME)
           END-IF
           .

       WRITE-PAGE-HEADER.
           ADD 1 TO REPORT-PAGE-NO
           MOVE 0 TO REPORT-LINE-COUNT
           MOVE SPACES TO REPORT-FILE-LINE
           STRING "ANALYSE DES QUÊTES COBOLEGEND    "
               DELIMITED BY SIZE
               REPORT-DATE-WORK DELIMITED BY SIZE
               "    PAGE " DELIMITED BY SIZE
               REPORT-PAGE-NO DELIMITED BY SIZE
               INTO REPORT-FILE-LINE
           END-STRING
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           MOVE DATA-ENVIRONMENT-LINE TO REPORT-FILE-LINE
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           MOVE ALL "-" TO REPORT-FILE-LINE(1:60)
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Émission d'une ligne: écran plus édition imprimable
      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE)
           IF REPORT-FILE-OPEN = "Y"
               IF REPORT-LINE-COUNT >= REPORT-PAGE-SIZE
                   PERFORM WRITE-PAGE-HEADER
               END-IF
               MOVE REPORT-LINE TO REPORT-FILE-LINE
               WRITE REPORT-FILE-LINE
               MOVE "EMIT-REPORT-LINE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               ADD 1 TO REPORT-LINE-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SAVE-GAME-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM QUEST-REPORT.
