      *****************************************************************
      * GAME-REPORT.CBL - Rapport de synthèse des sessions de jeu
      *
      * Programme batch autonome: imprime un rapport agrégé par
      * catégorie (montées de niveau, combats gagnés, quêtes
      * complétées, fabrications, défis accomplis) ainsi qu'un
      * détail par jour et par emplacement (sessions ouvertes,
      * combats gagnés, or amassé, défis), pour comparer
      * l'équilibrage entre deux builds sans dérouler le journal
      * brut. Compilable séparément: make game-report
      *
      * Le rapport ne relit plus COBOEVENTS.LOG ni ses archives de
      * rotation: il travaille sur le résumé quotidien COBODAILY.DAT
      * (voir DAILYSUM.cpy), tenu chaque nuit par DAILY-SUMMARY qui
      * n'y ajoute que les nouveaux événements. Les lignes libres
      * des journaux antérieurs y sont déjà classées (5e position du
      * code à L).
      *
      * Les combats gagnés, victoires d'arène et quêtes complétées
      * pendant un événement en direct (COBOLIVE.DAT, voir
      * LIVE-EVENTS) sont ventilés par événement, à côté du jeu
      * ordinaire, pour juger de l'effet des majorations.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-REPORT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * Résumé quotidien lu en séquence de clé (jour, emplacement,
      * nature, code), deux passes: totaux puis détail
      *-----------------------------------------------------------------
           SELECT DAILY-SUMMARY-FILE
               ASSIGN TO DYNAMIC DAILY-SUMMARY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSM-KEY
               FILE STATUS IS SUMMARY-FILE-STATUS.

      *-----------------------------------------------------------------
      * Édition imprimable du rapport: mêmes lignes que l'écran,

       DATA DIVISION.
       FILE SECTION.
       FD DAILY-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "DAILYSUM.cpy".

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="GAME-REPORT"==.
       01 DAILY-SUMMARY-FILE-PATH        PIC X(80)  VALUE
           "COBODAILY.DAT".

      *-----------------------------------------------------------------
      * Édition imprimable: nom daté, pagination et ligne de travail
      * (EMIT-REPORT-LINE affiche et écrit la même ligne)
      *-----------------------------------------------------------------
       01 REPORT-FILE-NAME               PIC X(80)  VALUE SPACES.
       01 REPORT-FILE-STATUS             PIC X(2)   VALUE SPACES.
          88 REPORT-FILE-OK              VALUE "00".
       01 REPORT-FILE-OPEN               PIC X(1)   VALUE "N".
       01 REPORT-PAGE-NO                 PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-SIZE               PIC 9(2)   VALUE 55.
       01 REPORT-DATE-WORK               PIC X(8)   VALUE SPACES.
       01 SUMMARY-FILE-STATUS            PIC X(2)   VALUE SPACES.
          88 SUMMARY-FILE-OK             VALUE "00".
       01 SUMMARY-AT-EOF                 PIC X(1)   VALUE "N".
          88 SUMMARY-IS-AT-EOF           VALUE "Y".
       01 SUMMARY-PASS                   PIC 9(1)   VALUE 0.
       01 SUMMARY-EVENT-LINES            PIC 9(7)   VALUE 0.

      *-----------------------------------------------------------------
      * Compteurs agrégés sur l'ensemble du résumé
      *-----------------------------------------------------------------
       01 REPORT-TOTALS.
          05 TOTAL-EVENTS               PIC 9(9)   VALUE 0.
          05 TOTAL-LEGACY-LINES         PIC 9(9)   VALUE 0.
          05 TOTAL-LEVEL-UPS            PIC 9(7)   VALUE 0.
          05 TOTAL-COMBATS-WON          PIC 9(7)   VALUE 0.
          05 TOTAL-DEFEATS              PIC 9(7)   VALUE 0.
          05 TOTAL-QUESTS-DONE          PIC 9(7)   VALUE 0.
          05 TOTAL-CRAFT-OK             PIC 9(7)   VALUE 0.
          05 TOTAL-CRAFT-KO             PIC 9(7)   VALUE 0.
      *    Défis du jour et de la semaine (CHAL: n1 jetons, n2 = 1
      *    pour un défi de la semaine)
          05 TOTAL-CHALLENGES           PIC 9(7)   VALUE 0.
          05 TOTAL-CHALLENGES-WEEKLY    PIC 9(7)   VALUE 0.
          05 TOTAL-CHALLENGE-TOKENS     PIC 9(10)  VALUE 0.
          05 TOTAL-GOLD-EARNED          PIC 9(10)  VALUE 0.
          05 TOTAL-EXP-EARNED           PIC 9(10)  VALUE 0.
          05 CRAFT-ATTEMPTS             PIC 9(8)   VALUE 0.
          05 CRAFT-RATE                 PIC 9(3)   VALUE 0.
      *-----------------------------------------------------------------
      * Ventilation par événement en direct (identifiant à blanc =
      * jeu ordinaire); au-delà de la table, les événements sont
      * regroupés sur la dernière entrée
      *-----------------------------------------------------------------
       01 LIVE-REPORT-COUNT              PIC 9(2)   VALUE 0.
       01 LIVE-REPORT-MAX                PIC 9(2)   VALUE 21.
       01 LIVE-REPORT-IDX                PIC 9(2)   VALUE 0.
       01 LIVE-REPORT-SEEN               PIC X(1)   VALUE "N".
       01 LIVE-REPORT-TABLE.
          05 LIVE-REPORT-ENTRY OCCURS 21 TIMES.
             10 LRP-ID                  PIC X(8).
             10 LRP-COMBATS             PIC 9(7).
             10 LRP-COMBAT-GOLD         PIC 9(10).
             10 LRP-ARENA-WINS          PIC 9(7).
             10 LRP-ARENA-GOLD          PIC 9(10).
             10 LRP-QUESTS              PIC 9(7).
       01 LIVE-REPORT-LABEL              PIC X(11)  VALUE SPACES.
       01 FIRST-SUMMARY-DATE             PIC 9(8)   VALUE 0.
       01 LAST-SUMMARY-DATE              PIC 9(8)   VALUE 0.

      *-----------------------------------------------------------------
      * Détail par jour et par emplacement: rupture sur la date et
      * l'emplacement du résumé. Les sessions ouvertes sont les
      * événements NEWG/LOAD/NGPL (ou lignes libres équivalentes).
      *-----------------------------------------------------------------
       01 SLOT-DAY-KEY.
          05 SD-DATE                    PIC 9(8)   VALUE 0.
          05 SD-SLOT                    PIC X(8)   VALUE SPACES.
       01 SLOT-DAY-ACTIVE                PIC X(1)   VALUE "N".
       01 SLOT-DAY-FIGURES.
          05 SD-SESSIONS                PIC 9(5)   VALUE 0.
          05 SD-COMBATS                 PIC 9(5)   VALUE 0.
          05 SD-GOLD                    PIC 9(8)   VALUE 0.
          05 SD-QUESTS                  PIC 9(5)   VALUE 0.
          05 SD-CHALLENGES              PIC 9(5)   VALUE 0.
      *    Version du contenu en service (n1 le plus élevé des
      *    événements NEWG/LOAD/NGPL, 0 pour les anciens journaux)
          05 SD-CONTENT-VERSION         PIC 9(4)   VALUE 0.
      *-----------------------------------------------------------------
      * 'Y' dès qu'un événement SUPP (pupitre de support) est relevé
      * ce jour-là sur l'emplacement: son détail est affiché pour
      * mémoire mais écarté des totaux de colonnes
      *-----------------------------------------------------------------
          05 SD-TAMPERED                PIC X(1)   VALUE "N".
       01 SLOT-DAY-DATE-EDIT.
          05 SDE-DAY                    PIC X(2).
          05 FILLER                     PIC X(1)   VALUE "/".
          05 SDE-MONTH                  PIC X(2).
          05 FILLER                     PIC X(1)   VALUE "/".
          05 SDE-YEAR                   PIC X(4).
       01 SLOT-DAY-DATE-WORK             PIC X(8)   VALUE SPACES.
       01 PERIOD-START-EDIT              PIC X(10)  VALUE SPACES.
       01 SESSIONS-COMBATS-TOTAL         PIC 9(7)   VALUE 0.
       01 SESSIONS-GOLD-TOTAL            PIC 9(10)  VALUE 0.
       01 SESSIONS-QUESTS-TOTAL          PIC 9(7)   VALUE 0.
       01 SESSIONS-CHALLENGES-TOTAL      PIC 9(7)   VALUE 0.
       01 TOTAL-SUPPORT-OPS              PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== RAPPORT DE SESSIONS COBOLEGEND ==="
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DAILY-SUMMARY-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           MOVE 1 TO SUMMARY-PASS
           PERFORM READ-DAILY-SUMMARY
           IF SUMMARY-EVENT-LINES = 0
               DISPLAY "Résumé COBODAILY.DAT introuvable ou sans "
                   "événement (voir make daily-summary)."
               GOBACK
           END-IF

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
       CLOSE-REPORT-FILE.
           IF REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
               MOVE "CLOSE-REPORT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               DISPLAY SPACE
               DISPLAY "Édition écrite: "
                   FUNCTION TRIM(REPORT-FILE-NAME)
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
      * Lecture complète du résumé: passe 1 pour les totaux par
      * catégorie, passe 2 pour le détail par jour et emplacement
      * (seuls les enregistrements d'événements sont retenus)
      *-----------------------------------------------------------------
       READ-DAILY-SUMMARY.
           OPEN INPUT DAILY-SUMMARY-FILE
           MOVE "READ-DAILY-SUMMARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           IF NOT SUMMARY-FILE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SUMMARY-AT-EOF
           PERFORM UNTIL SUMMARY-IS-AT-EOF
               READ DAILY-SUMMARY-FILE
                   AT END
                       MOVE "Y" TO SUMMARY-AT-EOF
                   NOT AT END
                       IF DSM-IS-EVENT
                           IF SUMMARY-PASS = 1
                               PERFORM TOTAL-SUMMARY-EVENT
                           ELSE
                               PERFORM DETAIL-SUMMARY-EVENT
                           END-IF
                       END-IF
               END-READ
               MOVE "READ-DAILY-SUMMARY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           END-PERFORM
           CLOSE DAILY-SUMMARY-FILE
           MOVE "READ-DAILY-SUMMARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Passe 1: cumul d'une ligne d'événements dans sa catégorie,
      * nombres pris dans les montants du résumé
      *-----------------------------------------------------------------
       TOTAL-SUMMARY-EVENT.
           ADD 1 TO SUMMARY-EVENT-LINES
           IF FIRST-SUMMARY-DATE = 0
               MOVE DSM-DATE TO FIRST-SUMMARY-DATE
           END-IF
           MOVE DSM-DATE TO LAST-SUMMARY-DATE
           ADD DSM-COUNT TO TOTAL-EVENTS
           IF DSM-EVENT-ORIGIN = "L"
               ADD DSM-COUNT TO TOTAL-LEGACY-LINES
           END-IF
           EVALUATE DSM-EVENT-TYPE
               WHEN "CWIN"
                   ADD DSM-COUNT TO TOTAL-COMBATS-WON
                   ADD DSM-AMOUNT-1 TO TOTAL-EXP-EARNED
                   ADD DSM-AMOUNT-2 TO TOTAL-GOLD-EARNED
               WHEN "CLOS"
                   ADD DSM-COUNT TO TOTAL-DEFEATS
               WHEN "QSTC"
                   ADD DSM-COUNT TO TOTAL-QUESTS-DONE
               WHEN "LVUP"
                   ADD DSM-COUNT TO TOTAL-LEVEL-UPS
               WHEN "CRFT"
                   ADD DSM-COUNT TO TOTAL-CRAFT-OK
               WHEN "CRKO"
                   ADD DSM-COUNT TO TOTAL-CRAFT-KO
               WHEN "CHAL"
                   ADD DSM-COUNT TO TOTAL-CHALLENGES
                   ADD DSM-AMOUNT-2 TO TOTAL-CHALLENGES-WEEKLY
                   ADD DSM-AMOUNT-1 TO TOTAL-CHALLENGE-TOKENS
               WHEN "SUPP"
                   ADD DSM-COUNT TO TOTAL-SUPPORT-OPS
           END-EVALUATE
           IF DSM-EVENT-TYPE = "CWIN" OR DSM-EVENT-TYPE = "ARNW"
                   OR DSM-EVENT-TYPE = "QSTC"
               PERFORM TOTAL-LIVE-EVENT
           END-IF
           .

      *-----------------------------------------------------------------
      * Cumul d'une ligne CWIN, ARNW ou QSTC sur l'entrée de son
      * événement en direct (créée au premier passage)
      *-----------------------------------------------------------------
       TOTAL-LIVE-EVENT.
           IF DSM-EVENT-LIVE-ID NOT = SPACES
               MOVE "Y" TO LIVE-REPORT-SEEN
           END-IF
           PERFORM VARYING LIVE-REPORT-IDX FROM 1 BY 1
                   UNTIL LIVE-REPORT-IDX > LIVE-REPORT-COUNT
                       OR LRP-ID(LIVE-REPORT-IDX) = DSM-EVENT-LIVE-ID
               CONTINUE
           END-PERFORM
           IF LIVE-REPORT-IDX > LIVE-REPORT-COUNT
               IF LIVE-REPORT-COUNT < LIVE-REPORT-MAX
                   ADD 1 TO LIVE-REPORT-COUNT
                   MOVE LIVE-REPORT-COUNT TO LIVE-REPORT-IDX
                   INITIALIZE LIVE-REPORT-ENTRY(LIVE-REPORT-IDX)
                   MOVE DSM-EVENT-LIVE-ID TO LRP-ID(LIVE-REPORT-IDX)
               ELSE
                   MOVE LIVE-REPORT-MAX TO LIVE-REPORT-IDX
                   MOVE "(autres)" TO LRP-ID(LIVE-REPORT-IDX)
               END-IF
           END-IF
           EVALUATE DSM-EVENT-TYPE
               WHEN "CWIN"
                   ADD DSM-COUNT TO LRP-COMBATS(LIVE-REPORT-IDX)
                   ADD DSM-AMOUNT-2 TO LRP-COMBAT-GOLD(LIVE-REPORT-IDX)
               WHEN "ARNW"
                   ADD DSM-COUNT TO LRP-ARENA-WINS(LIVE-REPORT-IDX)
                   ADD DSM-AMOUNT-2 TO LRP-ARENA-GOLD(LIVE-REPORT-IDX)
               WHEN "QSTC"
                   ADD DSM-COUNT TO LRP-QUESTS(LIVE-REPORT-IDX)
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Passe 2: rupture sur le jour et l'emplacement, puis cumul de
      * la ligne dans le détail en cours
      *-----------------------------------------------------------------
       DETAIL-SUMMARY-EVENT.
           IF SLOT-DAY-ACTIVE = "Y"
              AND (DSM-DATE NOT = SD-DATE OR DSM-SLOT NOT = SD-SLOT)
               PERFORM PRINT-ONE-SLOT-DAY
           END-IF
           IF SLOT-DAY-ACTIVE = "N"
               INITIALIZE SLOT-DAY-FIGURES
               MOVE "N" TO SD-TAMPERED
               MOVE DSM-DATE TO SD-DATE
               MOVE DSM-SLOT TO SD-SLOT
               MOVE "Y" TO SLOT-DAY-ACTIVE
           END-IF
           EVALUATE DSM-EVENT-TYPE
               WHEN "NEWG"
               WHEN "LOAD"
               WHEN "NGPL"
                   ADD DSM-COUNT TO SD-SESSIONS
                   IF DSM-AMOUNT-4 > SD-CONTENT-VERSION
                       MOVE DSM-AMOUNT-4 TO SD-CONTENT-VERSION
                   END-IF
               WHEN "CWIN"
                   ADD DSM-COUNT TO SD-COMBATS
                   ADD DSM-AMOUNT-2 TO SD-GOLD
               WHEN "QSTC"
                   ADD DSM-COUNT TO SD-QUESTS
               WHEN "CHAL"
                   ADD DSM-COUNT TO SD-CHALLENGES
               WHEN "SUPP"
                   MOVE "Y" TO SD-TAMPERED
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Impression du rapport agrégé puis du détail par jour et par
      * emplacement
      *-----------------------------------------------------------------
       PRINT-REPORT.
           MOVE SPACES TO REPORT-LINE
           MOVE FIRST-SUMMARY-DATE TO SLOT-DAY-DATE-WORK
           PERFORM EDIT-SLOT-DAY-DATE
           MOVE SLOT-DAY-DATE-EDIT TO PERIOD-START-EDIT
           MOVE LAST-SUMMARY-DATE TO SLOT-DAY-DATE-WORK
           PERFORM EDIT-SLOT-DAY-DATE
           STRING "Période du résumé:       " DELIMITED BY SIZE
               PERIOD-START-EDIT DELIMITED BY SIZE
               " au " DELIMITED BY SIZE
               SLOT-DAY-DATE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           STRING "Événements journalisés:  " DELIMITED BY SIZE
               TOTAL-EVENTS DELIMITED BY SIZE
               INTO REPORT-LINE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           STRING "Défis accomplis:         " DELIMITED BY SIZE
               TOTAL-CHALLENGES DELIMITED BY SIZE
               " (dont " DELIMITED BY SIZE
               TOTAL-CHALLENGES-WEEKLY DELIMITED BY SIZE
               " de la semaine)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           STRING "Jetons de défi gagnés:   " DELIMITED BY SIZE
               TOTAL-CHALLENGE-TOKENS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Expérience de combat:    " DELIMITED BY SIZE
               TOTAL-EXP-EARNED DELIMITED BY SIZE
               PERFORM EMIT-REPORT-LINE
           END-IF

           IF LIVE-REPORT-SEEN = "Y"
               PERFORM PRINT-LIVE-EVENTS
           END-IF

           PERFORM EMIT-REPORT-LINE
           MOVE "-- PAR JOUR ET PAR EMPLACEMENT --" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO SESSIONS-COMBATS-TOTAL
           MOVE 0 TO SESSIONS-GOLD-TOTAL
           MOVE 0 TO SESSIONS-QUESTS-TOTAL
           MOVE 0 TO SESSIONS-CHALLENGES-TOTAL
           MOVE "N" TO SLOT-DAY-ACTIVE
           MOVE 2 TO SUMMARY-PASS
           PERFORM READ-DAILY-SUMMARY
           IF SLOT-DAY-ACTIVE = "Y"
               PERFORM PRINT-ONE-SLOT-DAY
           END-IF

      *    Totaux de colonnes du détail par jour et emplacement
           STRING "TOTAL: combats gagnés " DELIMITED BY SIZE
               SESSIONS-COMBATS-TOTAL DELIMITED BY SIZE
               ", or " DELIMITED BY SIZE
               SESSIONS-GOLD-TOTAL DELIMITED BY SIZE
               ", quêtes " DELIMITED BY SIZE
               SESSIONS-QUESTS-TOTAL DELIMITED BY SIZE
               ", défis " DELIMITED BY SIZE
               SESSIONS-CHALLENGES-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Jeu majoré par événement en direct, puis jeu ordinaire
      *-----------------------------------------------------------------
       PRINT-LIVE-EVENTS.
           PERFORM EMIT-REPORT-LINE
           MOVE "-- ÉVÉNEMENTS EN DIRECT --" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Événement   combats or combats   arène"
             & "   or arène  quêtes" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING LIVE-REPORT-IDX FROM 1 BY 1
                   UNTIL LIVE-REPORT-IDX > LIVE-REPORT-COUNT
               IF LRP-ID(LIVE-REPORT-IDX) NOT = SPACES
                   MOVE LRP-ID(LIVE-REPORT-IDX) TO LIVE-REPORT-LABEL
                   PERFORM PRINT-ONE-LIVE-EVENT
               END-IF
           END-PERFORM
           PERFORM VARYING LIVE-REPORT-IDX FROM 1 BY 1
                   UNTIL LIVE-REPORT-IDX > LIVE-REPORT-COUNT
               IF LRP-ID(LIVE-REPORT-IDX) = SPACES
                   MOVE "(ordinaire)" TO LIVE-REPORT-LABEL
                   PERFORM PRINT-ONE-LIVE-EVENT
               END-IF
           END-PERFORM
           .

       PRINT-ONE-LIVE-EVENT.
           STRING LIVE-REPORT-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LRP-COMBATS(LIVE-REPORT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LRP-COMBAT-GOLD(LIVE-REPORT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LRP-ARENA-WINS(LIVE-REPORT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LRP-ARENA-GOLD(LIVE-REPORT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LRP-QUESTS(LIVE-REPORT-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

       PRINT-ONE-SLOT-DAY.
      *    Les journées retouchées au pupitre de support restent
      *    listées pour mémoire mais n'entrent pas dans les totaux
           IF SD-TAMPERED NOT = "Y"
               ADD SD-COMBATS TO SESSIONS-COMBATS-TOTAL
               ADD SD-GOLD TO SESSIONS-GOLD-TOTAL
               ADD SD-QUESTS TO SESSIONS-QUESTS-TOTAL
               ADD SD-CHALLENGES TO SESSIONS-CHALLENGES-TOTAL
           END-IF

           MOVE SD-DATE TO SLOT-DAY-DATE-WORK
           PERFORM EDIT-SLOT-DAY-DATE
           MOVE SPACES TO REPORT-LINE
           IF SD-SLOT NOT = SPACES
               STRING SLOT-DAY-DATE-EDIT DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(SD-SLOT) DELIMITED BY SIZE
                   "]: sessions " DELIMITED BY SIZE
                   SD-SESSIONS DELIMITED BY SIZE
                   ", combats gagnés " DELIMITED BY SIZE
                   SD-COMBATS DELIMITED BY SIZE
                   ", or " DELIMITED BY SIZE
                   SD-GOLD DELIMITED BY SIZE
                   ", quêtes " DELIMITED BY SIZE
                   SD-QUESTS DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING SLOT-DAY-DATE-EDIT DELIMITED BY SIZE
                   ": sessions " DELIMITED BY SIZE
                   SD-SESSIONS DELIMITED BY SIZE
                   ", combats gagnés " DELIMITED BY SIZE
                   SD-COMBATS DELIMITED BY SIZE
                   ", or " DELIMITED BY SIZE
                   SD-GOLD DELIMITED BY SIZE
                   ", quêtes " DELIMITED BY SIZE
                   SD-QUESTS DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE
           IF SD-CHALLENGES > 0
               MOVE SPACES TO REPORT-LINE
               STRING "   défis accomplis " DELIMITED BY SIZE
                   SD-CHALLENGES DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF SD-CONTENT-VERSION > 0
               MOVE SPACES TO REPORT-LINE
               STRING "   contenu version " DELIMITED BY SIZE
                   SD-CONTENT-VERSION DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF SD-TAMPERED = "Y"
               MOVE "   (intervention support: écartée des totaux)"
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE "N" TO SLOT-DAY-ACTIVE
           .

      *-----------------------------------------------------------------
      * Date AAAAMMJJ de SLOT-DAY-DATE-WORK mise en forme JJ/MM/AAAA
      *-----------------------------------------------------------------
       EDIT-SLOT-DAY-DATE.
           MOVE SLOT-DAY-DATE-WORK(7:2) TO SDE-DAY
           MOVE SLOT-DAY-DATE-WORK(5:2) TO SDE-MONTH
           MOVE SLOT-DAY-DATE-WORK(1:4) TO SDE-YEAR
           .

       END PROGRAM GAME-REPORT.
