      *****************************************************************
      * SUSPECT-REPORT.CBL - Rapport d'activité suspecte par
      *                      emplacement de sauvegarde
      *
      * Programme batch autonome: recoupe, pour chacun des trois
      * emplacements (SLOT1 à SLOT3), le grand livre de l'or
      * COBOLEDG.DAT, le livre des objets COBOILDG.DAT, le journal
      * d'événements (archives COBOEVA1..9.LOG puis COBOEVENTS.LOG)
      * et la sauvegarde COBOSAVE.DAT, et signale les écarts qui
      * méritent un examen avant de valider un classement du Hall
      * of Fame ou de l'arène:
      *   - solde de la bourse qui ne s'enchaîne pas avec le
      *     mouvement consigné (or apparu ou disparu hors livre)
      *   - recalages DRIF répétés (or ou objets)
      *   - gros recalage positif CHRG au chargement (bourse de la
      *     sauvegarde supérieure au dernier solde consigné)
      *   - expérience de la sauvegarde très au-delà des gains
      *     journalisés (CWIN et QSTC depuis la nouvelle partie)
      *   - niveau atteint en trop peu de jours de jeu
      *   - sessions touchées par le pupitre de support (SUPP) ou
      *     par un code secret (EGGS)
      *   - sauvegardes rejetées au chargement (CKSM)
      * Un signal n'est pas une preuve: le verdict "À EXAMINER"
      * désigne les emplacements à regarder de près.
      * Compilable séparément: make suspect-report
      *
      * La structure de l'enregistrement de sauvegarde doit rester
      * strictement identique à celle du FD SAVE-GAME-FILE de
      * MAIN-GAME.cbl (même construction que SAVE-ROSTER).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPECT-REPORT.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT ITEM-LEDGER-FILE
               ASSIGN TO DYNAMIC ITEM-LEDGER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-LEDGER-STATUS.

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
      * Édition imprimable datée (SUSPECT-AAAAMMJJ.TXT), mêmes
      * lignes que l'écran
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEDGER-RECORD.
          05 LDR-SLOT                PIC X(8).
          05 LDR-SOURCE              PIC X(4).
          05 LDR-SIGN                PIC X(1).
          05 LDR-AMOUNT              PIC 9(7).
          05 LDR-BALANCE             PIC 9(8).
          05 LDR-DAY                 PIC 9(3).

       FD ITEM-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01 ITEM-LEDGER-RECORD.
          05 ILR-SLOT                PIC X(8).
          05 ILR-SOURCE              PIC X(4).
          05 ILR-KIND                PIC X(1).
          05 ILR-PLACE               PIC X(1).
          05 ILR-SIGN                PIC X(1).
          05 ILR-QTY                 PIC 9(4).
          05 ILR-ITEM-ID             PIC 9(3).
          05 ILR-ITEM-NAME           PIC X(20).
          05 ILR-DAY                 PIC 9(3).

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
           REPLACING ==:PROGRAM:== BY =="SUSPECT-REPORT"==.
       01 LEDGER-FILE-PATH           PIC X(80)  VALUE "COBOLEDG.DAT".
       01 ITEM-LEDGER-FILE-PATH      PIC X(80)  VALUE "COBOILDG.DAT".
       01 SAVE-GAME-FILE-PATH        PIC X(80)  VALUE "COBOSAVE.DAT".

       01 LEDGER-FILE-STATUS             PIC X(2)   VALUE SPACES.
          88 LEDGER-FILE-OK              VALUE "00".
       01 ITEM-LEDGER-STATUS             PIC X(2)   VALUE SPACES.
          88 ITEM-LEDGER-OK              VALUE "00".
       01 SAVE-FILE-STATUS               PIC X(2)   VALUE SPACES.
          88 SAVE-FILE-OK                VALUE "00".
       01 FILE-AT-EOF                    PIC X(1)   VALUE "N".
          88 FILE-IS-AT-EOF              VALUE "Y".
       01 LEDGER-FOUND                   PIC X(1)   VALUE "N".
       01 ITEM-LEDGER-FOUND              PIC X(1)   VALUE "N".
       01 SAVES-FOUND                    PIC X(1)   VALUE "N".

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

      *-----------------------------------------------------------------
      * Seuils de signalement. Le plafond de niveau suit la courbe
      * d'un joueur assidu (LEVEL-BASE + LEVEL-PER-DAY niveaux par
      * jour de jeu écoulé); l'expérience tolérée au-delà des gains
      * journalisés couvre les petits écarts d'arrondi et les
      * journaux tournés en cours de partie.
      *-----------------------------------------------------------------
       01 LEVEL-BASE                     PIC 9(2)   VALUE 4.
       01 LEVEL-PER-DAY                  PIC 9(2)   VALUE 3.
       01 EXP-MARGIN                     PIC 9(6)   VALUE 100.
       01 DRIF-REPEAT-LIMIT              PIC 9(2)   VALUE 2.
       01 CHRG-GOLD-LIMIT                PIC 9(7)   VALUE 1000.

      *-----------------------------------------------------------------
      * Constats par emplacement
      *-----------------------------------------------------------------
       01 SLOT-NAMES.
          05 FILLER                      PIC X(8)   VALUE "SLOT1".
          05 FILLER                      PIC X(8)   VALUE "SLOT2".
          05 FILLER                      PIC X(8)   VALUE "SLOT3".
       01 SLOT-NAME-TABLE REDEFINES SLOT-NAMES.
          05 SLOT-NAME OCCURS 3 TIMES    PIC X(8).

       01 SLOT-TABLE.
          05 SLOT-ENTRY OCCURS 3 TIMES.
      *    Grand livre de l'or: dernier solde connu et écarts
             10 SLT-LDG-SEEN            PIC X(1).
             10 SLT-LDG-BALANCE         PIC 9(8).
             10 SLT-JUMPS               PIC 9(4).
             10 SLT-JUMP-GOLD           PIC 9(9).
             10 SLT-DRIF-COUNT          PIC 9(4).
             10 SLT-DRIF-GOLD           PIC 9(9).
             10 SLT-CHRG-COUNT          PIC 9(4).
             10 SLT-CHRG-GOLD           PIC 9(9).
             10 SLT-ITEM-DRIF           PIC 9(4).
      *    Journal: expérience gagnée depuis la dernière nouvelle
      *    partie (connue seulement si le NEWG est encore au journal)
             10 SLT-EXP-KNOWN           PIC X(1).
             10 SLT-EXP-LOGGED          PIC 9(8).
             10 SLT-NEWG-NAME           PIC X(20).
             10 SLT-LAST-DAY            PIC 9(3).
             10 SLT-FAST-LEVELS         PIC 9(4).
             10 SLT-FAST-LEVEL          PIC 9(2).
             10 SLT-FAST-DAY            PIC 9(3).
             10 SLT-SUPP-COUNT          PIC 9(4).
             10 SLT-EGGS-COUNT          PIC 9(4).
             10 SLT-TOUCHED-SESSIONS    PIC 9(4).
             10 SLT-CKSM-COUNT          PIC 9(4).
             10 SLT-CKSM-LOST           PIC 9(4).
      *    Sauvegarde
             10 SLT-SAVE-FOUND          PIC X(1).
             10 SLT-SAVE-NAME           PIC X(20).
             10 SLT-SAVE-LEVEL          PIC 9(2).
             10 SLT-SAVE-EXP            PIC 9(6).
             10 SLT-SAVE-DAY            PIC 9(3).
             10 SLT-SAVE-GOLD           PIC 9(6).
             10 SLT-FLAGS               PIC 9(2).
       01 SLOT-IDX                       PIC 9(1)   VALUE 0.
       01 SLOT-SCAN                      PIC 9(1)   VALUE 0.
       01 SLOT-MATCH                     PIC 9(1)   VALUE 0.
       01 SLOTS-FLAGGED                  PIC 9(1)   VALUE 0.
       01 TOTAL-FLAGS                    PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Suivi de la session courante pendant la lecture du journal:
      * emplacement en cours (les événements des sous-programmes
      * arrivent sans emplacement ni jour) et marque "session déjà
      * comptée comme touchée"
      *-----------------------------------------------------------------
       01 CURRENT-SLOT                   PIC X(8)   VALUE SPACES.
       01 CURRENT-TOUCHED                PIC X(1)   VALUE "N".
       01 EVENT-SLOT                     PIC X(8)   VALUE SPACES.

       01 EXPECTED-BALANCE               PIC S9(9)  VALUE 0.
       01 GAP-AMOUNT                     PIC S9(9)  VALUE 0.
       01 EXP-CEILING                    PIC 9(9)   VALUE 0.
       01 LEVEL-CEILING                  PIC 9(4)   VALUE 0.
       01 NAME-HEAD                      PIC X(40)  VALUE SPACES.
       01 NAME-WORD                      PIC X(20)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== RAPPORT D'ACTIVITÉ SUSPECTE COBOLEGEND ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 3
               PERFORM RESET-SLOT-ENTRY
           END-PERFORM

           PERFORM SCAN-GOLD-LEDGER
           PERFORM SCAN-ITEM-LEDGER
           PERFORM VARYING LOG-PASS FROM 1 BY 1 UNTIL LOG-PASS > 10
               PERFORM READ-ONE-LOG-FILE
           END-PERFORM
           PERFORM READ-SAVE-SLOTS

           IF LEDGER-FOUND = "N" AND ITEM-LEDGER-FOUND = "N"
              AND LOG-FILES-READ = 0 AND SAVES-FOUND = "N"
               DISPLAY "Ni livre, ni journal, ni sauvegarde: rien à "
                   & "examiner."
               GOBACK
           END-IF

           PERFORM OPEN-REPORT-FILE
           PERFORM PRINT-SOURCES-LINE
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 3
               PERFORM REPORT-ONE-SLOT
           END-PERFORM

      *    Totaux
           STRING "TOTAL: " DELIMITED BY SIZE
               TOTAL-FLAGS DELIMITED BY SIZE
               " signal(aux), " DELIMITED BY SIZE
               SLOTS-FLAGGED DELIMITED BY SIZE
               " emplacement(s) à examiner sur 3" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-FILE
           GOBACK.

       RESET-SLOT-ENTRY.
           INITIALIZE SLOT-ENTRY(SLOT-IDX)
           MOVE "N" TO SLT-LDG-SEEN(SLOT-IDX)
           MOVE "N" TO SLT-EXP-KNOWN(SLOT-IDX)
           MOVE "N" TO SLT-SAVE-FOUND(SLOT-IDX)
           .

      *-----------------------------------------------------------------
      * Rang (1 à 3) de l'emplacement EVENT-SLOT dans SLOT-MATCH,
      * 0 si inconnu
      *-----------------------------------------------------------------
       FIND-SLOT.
           MOVE 0 TO SLOT-MATCH
           PERFORM VARYING SLOT-SCAN FROM 1 BY 1 UNTIL SLOT-SCAN > 3
               IF SLOT-NAME(SLOT-SCAN) = EVENT-SLOT
                   MOVE SLOT-SCAN TO SLOT-MATCH
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Grand livre de l'or: chaque solde doit découler du solde
      * précédent de l'emplacement et du mouvement consigné. Les
      * intérêts BINT laissent la bourse inchangée; une marque NOUV
      * (nouvelle partie) repose le solde de référence sans contrôle.
      *-----------------------------------------------------------------
       SCAN-GOLD-LEDGER.
           OPEN INPUT LEDGER-FILE
           MOVE "SCAN-GOLD-LEDGER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LEDGER-FILE-PATH,
               LEDGER-FILE-STATUS
           IF NOT LEDGER-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LEDGER-FOUND
           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       PERFORM CHECK-GOLD-MOVEMENT
               END-READ
               MOVE "SCAN-GOLD-LEDGER" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   LEDGER-FILE-PATH, LEDGER-FILE-STATUS
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE "SCAN-GOLD-LEDGER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LEDGER-FILE-PATH,
               LEDGER-FILE-STATUS
           .

       CHECK-GOLD-MOVEMENT.
           MOVE LDR-SLOT TO EVENT-SLOT
           PERFORM FIND-SLOT
           IF SLOT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE LDR-SOURCE
               WHEN "DRIF"
                   ADD 1 TO SLT-DRIF-COUNT(SLOT-MATCH)
                   ADD LDR-AMOUNT TO SLT-DRIF-GOLD(SLOT-MATCH)
               WHEN "CHRG"
                   IF LDR-SIGN NOT = "-"
                      AND LDR-AMOUNT > CHRG-GOLD-LIMIT
                       ADD 1 TO SLT-CHRG-COUNT(SLOT-MATCH)
                       ADD LDR-AMOUNT TO SLT-CHRG-GOLD(SLOT-MATCH)
                   END-IF
           END-EVALUATE

           IF SLT-LDG-SEEN(SLOT-MATCH) = "Y"
              AND LDR-SOURCE NOT = "NOUV"
               IF LDR-SOURCE = "BINT"
                   MOVE SLT-LDG-BALANCE(SLOT-MATCH)
                       TO EXPECTED-BALANCE
               ELSE
                   IF LDR-SIGN = "-"
                       COMPUTE EXPECTED-BALANCE =
                           SLT-LDG-BALANCE(SLOT-MATCH) - LDR-AMOUNT
                   ELSE
                       COMPUTE EXPECTED-BALANCE =
                           SLT-LDG-BALANCE(SLOT-MATCH) + LDR-AMOUNT
                   END-IF
               END-IF
               IF EXPECTED-BALANCE NOT = LDR-BALANCE
                   COMPUTE GAP-AMOUNT = LDR-BALANCE - EXPECTED-BALANCE
                   IF GAP-AMOUNT < 0
                       COMPUTE GAP-AMOUNT = 0 - GAP-AMOUNT
                   END-IF
                   ADD 1 TO SLT-JUMPS(SLOT-MATCH)
                   ADD GAP-AMOUNT TO SLT-JUMP-GOLD(SLOT-MATCH)
               END-IF
           END-IF

           MOVE "Y" TO SLT-LDG-SEEN(SLOT-MATCH)
           MOVE LDR-BALANCE TO SLT-LDG-BALANCE(SLOT-MATCH)
           .

      *-----------------------------------------------------------------
      * Livre des objets: recalages DRIF constatés à la sauvegarde
      *-----------------------------------------------------------------
       SCAN-ITEM-LEDGER.
           OPEN INPUT ITEM-LEDGER-FILE
           MOVE "SCAN-ITEM-LEDGER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ITEM-LEDGER-FILE-PATH, ITEM-LEDGER-STATUS
           IF NOT ITEM-LEDGER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ITEM-LEDGER-FOUND
           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ ITEM-LEDGER-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       IF ILR-SOURCE = "DRIF"
                           MOVE ILR-SLOT TO EVENT-SLOT
                           PERFORM FIND-SLOT
                           IF SLOT-MATCH > 0
                               ADD 1 TO SLT-ITEM-DRIF(SLOT-MATCH)
                           END-IF
                       END-IF
               END-READ
               MOVE "SCAN-ITEM-LEDGER" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ITEM-LEDGER-FILE-PATH, ITEM-LEDGER-STATUS
           END-PERFORM
           CLOSE ITEM-LEDGER-FILE
           MOVE "SCAN-ITEM-LEDGER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ITEM-LEDGER-FILE-PATH, ITEM-LEDGER-STATUS
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
                           PERFORM PROCESS-STRUCTURED-EVENT
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
      * Attribution d'un événement structuré à son emplacement puis
      * cumul des constats. Les lignes libres des anciens journaux ne
      * portent pas d'emplacement et sont ignorées.
      *-----------------------------------------------------------------
       PROCESS-STRUCTURED-EVENT.
           EVALUATE ELR-TYPE
               WHEN "NEWG"
               WHEN "LOAD"
               WHEN "NGPL"
                   MOVE ELR-SLOT TO CURRENT-SLOT
                   MOVE "N" TO CURRENT-TOUCHED
               WHEN OTHER
                   IF ELR-SLOT NOT = SPACES
                       MOVE ELR-SLOT TO CURRENT-SLOT
                   END-IF
           END-EVALUATE

           MOVE CURRENT-SLOT TO EVENT-SLOT
           PERFORM FIND-SLOT
           IF SLOT-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF ELR-GAME-DAY > 0
               MOVE ELR-GAME-DAY TO SLT-LAST-DAY(SLOT-MATCH)
           END-IF

           EVALUATE ELR-TYPE
               WHEN "NEWG"
      *            Le nom du héros suit le libellé fixe du message
                   MOVE "Y" TO SLT-EXP-KNOWN(SLOT-MATCH)
                   MOVE 0 TO SLT-EXP-LOGGED(SLOT-MATCH)
                   MOVE SPACES TO NAME-HEAD NAME-WORD
                   UNSTRING ELR-TEXT DELIMITED BY ": "
                       INTO NAME-HEAD NAME-WORD
                   END-UNSTRING
                   MOVE NAME-WORD TO SLT-NEWG-NAME(SLOT-MATCH)
               WHEN "NGPL"
      *            Nouvelle Partie+: l'expérience repart d'un acquis
      *            qui n'est pas au journal
                   MOVE "N" TO SLT-EXP-KNOWN(SLOT-MATCH)
               WHEN "CWIN"
               WHEN "QSTC"
                   ADD ELR-NUM-1 TO SLT-EXP-LOGGED(SLOT-MATCH)
               WHEN "LVUP"
                   PERFORM CHECK-LEVEL-PACE
               WHEN "SUPP"
                   ADD 1 TO SLT-SUPP-COUNT(SLOT-MATCH)
                   PERFORM MARK-SESSION-TOUCHED
               WHEN "EGGS"
                   ADD 1 TO SLT-EGGS-COUNT(SLOT-MATCH)
                   PERFORM MARK-SESSION-TOUCHED
               WHEN "CKSM"
                   ADD 1 TO SLT-CKSM-COUNT(SLOT-MATCH)
                   IF ELR-NUM-1 = 0
                       ADD 1 TO SLT-CKSM-LOST(SLOT-MATCH)
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Montée de niveau (n1 = niveau atteint) comparée au plafond du
      * dernier jour de jeu connu de l'emplacement
      *-----------------------------------------------------------------
       CHECK-LEVEL-PACE.
           IF SLT-LAST-DAY(SLOT-MATCH) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE LEVEL-CEILING = LEVEL-BASE
               + LEVEL-PER-DAY * SLT-LAST-DAY(SLOT-MATCH)
           IF ELR-NUM-1 > LEVEL-CEILING
               ADD 1 TO SLT-FAST-LEVELS(SLOT-MATCH)
               IF ELR-NUM-1 > SLT-FAST-LEVEL(SLOT-MATCH)
                   MOVE ELR-NUM-1 TO SLT-FAST-LEVEL(SLOT-MATCH)
                   MOVE SLT-LAST-DAY(SLOT-MATCH)
                       TO SLT-FAST-DAY(SLOT-MATCH)
               END-IF
           END-IF
           .

       MARK-SESSION-TOUCHED.
           IF CURRENT-TOUCHED = "N"
               MOVE "Y" TO CURRENT-TOUCHED
               ADD 1 TO SLT-TOUCHED-SESSIONS(SLOT-MATCH)
           END-IF
           .

      *-----------------------------------------------------------------
      * Sauvegardes: niveau, expérience, jour de jeu et bourse de
      * chaque emplacement occupé
      *-----------------------------------------------------------------
       READ-SAVE-SLOTS.
           OPEN INPUT SAVE-GAME-FILE
           MOVE "READ-SAVE-SLOTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SAVES-FOUND
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 3
               MOVE SPACES TO SAVE-KEY
               MOVE SLOT-NAME(SLOT-IDX) TO SAVE-KEY
               READ SAVE-GAME-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SLT-SAVE-FOUND(SLOT-IDX)
                       MOVE CHAR-NAME TO SLT-SAVE-NAME(SLOT-IDX)
                       MOVE CHAR-LEVEL TO SLT-SAVE-LEVEL(SLOT-IDX)
                       MOVE CHAR-EXPERIENCE
                           TO SLT-SAVE-EXP(SLOT-IDX)
                       MOVE GS-GAME-DAY TO SLT-SAVE-DAY(SLOT-IDX)
                       MOVE SAVE-REC-GOLD TO SLT-SAVE-GOLD(SLOT-IDX)
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

      *-----------------------------------------------------------------
      * Ouverture de l'édition imprimable (SUSPECT-AAAAMMJJ.TXT)
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "SUSPECT-" DELIMITED BY SIZE
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
           STRING "ACTIVITÉ SUSPECTE COBOLEGEND    "
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
      * Sources effectivement relues: un signal absent n'a de valeur
      * que si la source correspondante était là
      *-----------------------------------------------------------------
       PRINT-SOURCES-LINE.
           STRING "Sources: livre de l'or " DELIMITED BY SIZE
               LEDGER-FOUND DELIMITED BY SIZE
               ", livre des objets " DELIMITED BY SIZE
               ITEM-LEDGER-FOUND DELIMITED BY SIZE
               ", journaux " DELIMITED BY SIZE
               LOG-FILES-READ DELIMITED BY SIZE
               ", sauvegardes " DELIMITED BY SIZE
               SAVES-FOUND DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Constats d'un emplacement: une ligne par signal levé, puis le
      * verdict
      *-----------------------------------------------------------------
       REPORT-ONE-SLOT.
           MOVE 0 TO SLT-FLAGS(SLOT-IDX)
           IF SLT-SAVE-FOUND(SLOT-IDX) = "Y"
               STRING "-- " DELIMITED BY SIZE
                   SLOT-NAME(SLOT-IDX) DELIMITED BY SPACE
                   " -- " DELIMITED BY SIZE
                   FUNCTION TRIM(SLT-SAVE-NAME(SLOT-IDX))
                       DELIMITED BY SIZE
                   ", niveau " DELIMITED BY SIZE
                   SLT-SAVE-LEVEL(SLOT-IDX) DELIMITED BY SIZE
                   ", exp " DELIMITED BY SIZE
                   SLT-SAVE-EXP(SLOT-IDX) DELIMITED BY SIZE
                   ", jour " DELIMITED BY SIZE
                   SLT-SAVE-DAY(SLOT-IDX) DELIMITED BY SIZE
                   ", or " DELIMITED BY SIZE
                   SLT-SAVE-GOLD(SLOT-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "-- " DELIMITED BY SIZE
                   SLOT-NAME(SLOT-IDX) DELIMITED BY SPACE
                   " -- (pas de sauvegarde)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE

           IF SLT-JUMPS(SLOT-IDX) > 0
               STRING "   Solde hors livre: " DELIMITED BY SIZE
                   SLT-JUMPS(SLOT-IDX) DELIMITED BY SIZE
                   " rupture(s), " DELIMITED BY SIZE
                   SLT-JUMP-GOLD(SLOT-IDX) DELIMITED BY SIZE
                   " or d'écart cumulé" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-FLAG-LINE
           END-IF

           IF SLT-DRIF-COUNT(SLOT-IDX) >= DRIF-REPEAT-LIMIT
               STRING "   Recalages DRIF répétés (or): "
                   DELIMITED BY SIZE
                   SLT-DRIF-COUNT(SLOT-IDX) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   SLT-DRIF-GOLD(SLOT-IDX) DELIMITED BY SIZE
                   " or recalé" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-FLAG-LINE
           END-IF

           IF SLT-ITEM-DRIF(SLOT-IDX) >= DRIF-REPEAT-LIMIT
               STRING "   Recalages DRIF répétés (objets): "
                   DELIMITED BY SIZE
                   SLT-ITEM-DRIF(SLOT-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-FLAG-LINE
           END-IF

           IF SLT-CHRG-COUNT(SLOT-IDX) > 0
               STRING "   Bourse gonflée au chargement: "
                   DELIMITED BY SIZE
                   SLT-CHRG-COUNT(SLOT-IDX) DELIMITED BY SIZE
                   " fois, +" DELIMITED BY SIZE
                   SLT-CHRG-GOLD(SLOT-IDX) DELIMITED BY SIZE
                   " or" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-FLAG-LINE
           END-IF

           PERFORM CHECK-SAVED-EXPERIENCE
           PERFORM CHECK-SAVED-LEVEL

           IF SLT-FAST-LEVELS(SLOT-IDX) > 0
               STRING "   Montées de niveau trop rapides: "
                   DELIMITED BY SIZE
                   SLT-FAST-LEVELS(SLOT-IDX) DELIMITED BY SIZE
                   " (niveau " DELIMITED BY SIZE
                   SLT-FAST-LEVEL(SLOT-IDX) DELIMITED BY SIZE
                   " au jour " DELIMITED BY SIZE
                   SLT-FAST-DAY(SLOT-IDX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-FLAG-LINE
           END-IF

           IF SLT-TOUCHED-SESSIONS(SLOT-IDX) > 0
               STRING "   Sessions retouchées: " DELIMITED BY SIZE
                   SLT-TOUCHED-SESSIONS(SLOT-IDX) DELIMITED BY SIZE
                   " (support " DELIMITED BY SIZE
                   SLT-SUPP-COUNT(SLOT-IDX) DELIMITED BY SIZE
                   ", codes secrets " DELIMITED BY SIZE
                   SLT-EGGS-COUNT(SLOT-IDX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-FLAG-LINE
           END-IF

           IF SLT-CKSM-COUNT(SLOT-IDX) > 0
               STRING "   Sauvegardes rejetées au chargement: "
                   DELIMITED BY SIZE
                   SLT-CKSM-COUNT(SLOT-IDX) DELIMITED BY SIZE
                   " (dont sans copie de secours " DELIMITED BY SIZE
                   SLT-CKSM-LOST(SLOT-IDX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-FLAG-LINE
           END-IF

           IF SLT-FLAGS(SLOT-IDX) > 0
               ADD 1 TO SLOTS-FLAGGED
               STRING "   Verdict: À EXAMINER (" DELIMITED BY SIZE
                   SLT-FLAGS(SLOT-IDX) DELIMITED BY SIZE
                   " signal(aux))" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "   Verdict: RAS" TO REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           .

       EMIT-FLAG-LINE.
           ADD 1 TO SLT-FLAGS(SLOT-IDX)
           ADD 1 TO TOTAL-FLAGS
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Expérience de la sauvegarde contre les gains journalisés
      * depuis la nouvelle partie. Comparaison faite seulement si le
      * NEWG est encore au journal et que le héros sauvegardé est
      * bien celui de cette nouvelle partie.
      *-----------------------------------------------------------------
       CHECK-SAVED-EXPERIENCE.
           IF SLT-SAVE-FOUND(SLOT-IDX) NOT = "Y"
              OR SLT-EXP-KNOWN(SLOT-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NAME-WORD
           UNSTRING SLT-SAVE-NAME(SLOT-IDX) DELIMITED BY SPACE
               INTO NAME-WORD
           END-UNSTRING
           IF NAME-WORD NOT = SLT-NEWG-NAME(SLOT-IDX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE EXP-CEILING =
               SLT-EXP-LOGGED(SLOT-IDX) * 3 / 2 + EXP-MARGIN
           IF SLT-SAVE-EXP(SLOT-IDX) > EXP-CEILING
               STRING "   Expérience hors journal: " DELIMITED BY SIZE
                   SLT-SAVE-EXP(SLOT-IDX) DELIMITED BY SIZE
                   " sauvegardée pour " DELIMITED BY SIZE
                   SLT-EXP-LOGGED(SLOT-IDX) DELIMITED BY SIZE
                   " gagnée (CWIN/QSTC)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-FLAG-LINE
           END-IF
           .

      *-----------------------------------------------------------------
      * Niveau de la sauvegarde contre le plafond de son jour de jeu
      *-----------------------------------------------------------------
       CHECK-SAVED-LEVEL.
           IF SLT-SAVE-FOUND(SLOT-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE LEVEL-CEILING = LEVEL-BASE
               + LEVEL-PER-DAY * SLT-SAVE-DAY(SLOT-IDX)
           IF SLT-SAVE-LEVEL(SLOT-IDX) > LEVEL-CEILING
               STRING "   Niveau sauvegardé trop élevé: "
                   DELIMITED BY SIZE
                   SLT-SAVE-LEVEL(SLOT-IDX) DELIMITED BY SIZE
                   " au jour " DELIMITED BY SIZE
                   SLT-SAVE-DAY(SLOT-IDX) DELIMITED BY SIZE
                   " (plafond " DELIMITED BY SIZE
                   LEVEL-CEILING DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-FLAG-LINE
           END-IF
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, LEDGER-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               ITEM-LEDGER-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SAVE-GAME-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM SUSPECT-REPORT.
