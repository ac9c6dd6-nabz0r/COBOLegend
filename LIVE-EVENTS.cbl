      *****************************************************************
      * LIVE-EVENTS.CBL - Événements en direct programmés
      *
      * Sous-programme partagé: l'exploitation programme dans
      * COBOLIVE.DAT des opérations sur des dates réelles (double
      * expérience le temps d'un week-end, gains de l'arène majorés
      * pendant une semaine de tournoi...). Chaque événement porte
      * un type de multiplicateur, appliqué par le module concerné:
      *   XP     expérience (ADD-EXPERIENCE dans CHARACTER.cbl)
      *   OR     or des combats (CHECK-COMBAT-STATUS, COMBAT.cbl)
      *   BUTIN  chance de butin (AWARD-COMBAT-LOOT, COMBAT.cbl)
      *   ARENE  gains de l'arène (matchs et tournoi, MAIN-GAME)
      * et un bandeau que le menu principal affiche tant que
      * l'événement est actif. Contrairement aux jours de fête, qui
      * suivent l'horloge du jeu, ces fenêtres suivent la date
      * système. Le fichier est lu au premier appel seulement; la
      * date du jour est relue à chaque appel, une session qui
      * passe minuit voit donc l'événement s'ouvrir ou se fermer.
      * Absent, le fichier est recréé avec son mode d'emploi en
      * commentaire et aucun événement.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVE-EVENTS.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * Événements programmés, champs séparés par '|':
      *   E|id|début|fin|type|multiplicateur|bandeau
      * id sur 8 caractères, dates AAAAMMJJ incluses, type XP, OR,
      * BUTIN ou ARENE, multiplicateur écrit avec un point décimal
      * (1.50) entre 0.01 et 9.99. Les lignes commençant par '*'
      * sont des commentaires.
      *-----------------------------------------------------------------
           SELECT LIVE-EVENTS-FILE
               ASSIGN TO DYNAMIC LIVE-EVENTS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-EVENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIVE-EVENTS-FILE
           LABEL RECORDS ARE STANDARD.
       01 LIVE-EVENTS-RECORD         PIC X(160).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="LIVE-EVENTS"==.
       01 LIVE-EVENTS-FILE-PATH      PIC X(80)  VALUE "COBOLIVE.DAT".

       01 LIVE-EVENTS-STATUS         PIC X(2)   VALUE SPACES.
          88 LIVE-EVENTS-OK          VALUE "00".
          88 LIVE-EVENTS-ABSENT      VALUE "35".
       01 LIVE-FILE-EOF              PIC X(1)   VALUE "N".
       01 LIVE-LINE-NO               PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Événements chargés au premier appel
      *-----------------------------------------------------------------
       01 LIVE-CACHE-READY           PIC X(1)   VALUE "N".
       01 LIVE-EVENT-COUNT           PIC 9(2)   VALUE 0.
       01 LIVE-EVENT-MAX             PIC 9(2)   VALUE 20.
       01 LIVE-EVENT-TABLE.
          05 LIVE-EVENT-ENTRY OCCURS 20 TIMES.
             10 LVT-ID               PIC X(8).
             10 LVT-START-DATE       PIC 9(8).
             10 LVT-END-DATE         PIC 9(8).
             10 LVT-KIND             PIC X(5).
             10 LVT-MULTIPLIER       PIC 9V99.
             10 LVT-BANNER           PIC X(60).
       01 LIVE-IDX                   PIC 9(2)   VALUE 0.
       01 LIVE-ACTIVE-SEEN           PIC 9(2)   VALUE 0.
       01 LIVE-TODAY                 PIC 9(8)   VALUE 0.

       01 LVF-TYPE                   PIC X(1)   VALUE SPACE.
       01 LVF-ID                     PIC X(10)  VALUE SPACES.
       01 LVF-START                  PIC X(10)  VALUE SPACES.
       01 LVF-END                    PIC X(10)  VALUE SPACES.
       01 LVF-KIND                   PIC X(10)  VALUE SPACES.
       01 LVF-MULTIPLIER             PIC X(10)  VALUE SPACES.
       01 LVF-BANNER                 PIC X(80)  VALUE SPACES.
       01 LVF-NUM                    PIC S9(5)V99 VALUE 0.
       01 LVF-START-NUM              PIC 9(8)   VALUE 0.
       01 LVF-END-NUM                PIC 9(8)   VALUE 0.

       LINKAGE SECTION.
       COPY "LIVEEVT.cpy".

       PROCEDURE DIVISION USING LIVE-EVENT-QUERY.
       MAIN-ENTRY.
           IF LIVE-CACHE-READY = "N"
               PERFORM RESOLVE-DATA-FILES
               PERFORM LOAD-LIVE-EVENTS-FILE
               MOVE "Y" TO LIVE-CACHE-READY
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO LIVE-TODAY
           MOVE "N" TO LVQ-FOUND
           MOVE SPACES TO LVQ-EVENT-ID LVQ-BANNER
           MOVE 1.00 TO LVQ-MULTIPLIER
           MOVE 0 TO LVQ-END-DATE

           EVALUATE TRUE
               WHEN LVQ-GET-MULTIPLIER
                   PERFORM FIND-LIVE-MULTIPLIER
               WHEN LVQ-GET-BANNER
                   PERFORM FIND-LIVE-BANNER
               WHEN LVQ-GET-ACTIVE-ID
                   PERFORM FIND-LIVE-ACTIVE-ID
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Plus fort multiplicateur du type demandé parmi les
      * événements actifs aujourd'hui (les événements ne se cumulent
      * pas)
      *-----------------------------------------------------------------
       FIND-LIVE-MULTIPLIER.
           PERFORM VARYING LIVE-IDX FROM 1 BY 1
                   UNTIL LIVE-IDX > LIVE-EVENT-COUNT
               IF LVT-KIND(LIVE-IDX) = LVQ-KIND AND
                  LVT-START-DATE(LIVE-IDX) <= LIVE-TODAY AND
                  LVT-END-DATE(LIVE-IDX) >= LIVE-TODAY
                   IF LVQ-FOUND = "N" OR
                      LVT-MULTIPLIER(LIVE-IDX) > LVQ-MULTIPLIER
                       MOVE "Y" TO LVQ-FOUND
                       PERFORM RETURN-LIVE-EVENT
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Bandeau du n-ième événement actif, dans l'ordre du fichier
      *-----------------------------------------------------------------
       FIND-LIVE-BANNER.
           MOVE 0 TO LIVE-ACTIVE-SEEN
           PERFORM VARYING LIVE-IDX FROM 1 BY 1
                   UNTIL LIVE-IDX > LIVE-EVENT-COUNT
                       OR LVQ-FOUND = "Y"
               IF LVT-START-DATE(LIVE-IDX) <= LIVE-TODAY AND
                  LVT-END-DATE(LIVE-IDX) >= LIVE-TODAY
                   ADD 1 TO LIVE-ACTIVE-SEEN
                   IF LIVE-ACTIVE-SEEN = LVQ-INDEX
                       MOVE "Y" TO LVQ-FOUND
                       PERFORM RETURN-LIVE-EVENT
                   END-IF
               END-IF
           END-PERFORM
           .

       FIND-LIVE-ACTIVE-ID.
           PERFORM VARYING LIVE-IDX FROM 1 BY 1
                   UNTIL LIVE-IDX > LIVE-EVENT-COUNT
                       OR LVQ-FOUND = "Y"
               IF LVT-START-DATE(LIVE-IDX) <= LIVE-TODAY AND
                  LVT-END-DATE(LIVE-IDX) >= LIVE-TODAY
                   MOVE "Y" TO LVQ-FOUND
                   PERFORM RETURN-LIVE-EVENT
               END-IF
           END-PERFORM
           .

       RETURN-LIVE-EVENT.
           MOVE LVT-ID(LIVE-IDX) TO LVQ-EVENT-ID
           MOVE LVT-MULTIPLIER(LIVE-IDX) TO LVQ-MULTIPLIER
           MOVE LVT-END-DATE(LIVE-IDX) TO LVQ-END-DATE
           MOVE LVT-BANNER(LIVE-IDX) TO LVQ-BANNER
           IF LVQ-BANNER = SPACES
               STRING "Événement en cours: " DELIMITED BY SIZE
                   LVT-ID(LIVE-IDX) DELIMITED BY SPACE
                   INTO LVQ-BANNER
               END-STRING
           END-IF
           .

      *-----------------------------------------------------------------
      * Lecture de COBOLIVE.DAT: une ligne illisible est signalée et
      * ignorée, les autres événements restent en service
      *-----------------------------------------------------------------
       LOAD-LIVE-EVENTS-FILE.
           MOVE 0 TO LIVE-EVENT-COUNT
           MOVE "N" TO LIVE-FILE-EOF
           MOVE 0 TO LIVE-LINE-NO
           OPEN INPUT LIVE-EVENTS-FILE
           MOVE "LOAD-LIVE-EVENTS-FILE" TO ERL-PARAGRAPH
           MOVE 'O' TO ERL-OPERATION
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               LIVE-EVENTS-FILE-PATH, LIVE-EVENTS-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF LIVE-EVENTS-ABSENT
               PERFORM WRITE-EMPTY-LIVE-EVENTS-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT LIVE-EVENTS-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL LIVE-FILE-EOF = "Y"
               READ LIVE-EVENTS-FILE
                   AT END
                       MOVE "Y" TO LIVE-FILE-EOF
                   NOT AT END
                       ADD 1 TO LIVE-LINE-NO
                       PERFORM LOAD-LIVE-EVENT-RECORD
               END-READ
               MOVE "LOAD-LIVE-EVENTS-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   LIVE-EVENTS-FILE-PATH, LIVE-EVENTS-STATUS
           END-PERFORM
           CLOSE LIVE-EVENTS-FILE
           MOVE "LOAD-LIVE-EVENTS-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               LIVE-EVENTS-FILE-PATH, LIVE-EVENTS-STATUS
           .

       LOAD-LIVE-EVENT-RECORD.
           IF LIVE-EVENTS-RECORD = SPACES OR
              LIVE-EVENTS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LVF-TYPE LVF-ID LVF-START LVF-END LVF-KIND
               LVF-MULTIPLIER LVF-BANNER
           UNSTRING LIVE-EVENTS-RECORD DELIMITED BY "|"
               INTO LVF-TYPE, LVF-ID, LVF-START, LVF-END, LVF-KIND,
                   LVF-MULTIPLIER, LVF-BANNER
           END-UNSTRING

           IF LVF-TYPE NOT = "E"
               DISPLAY "COBOLIVE.DAT ligne " LIVE-LINE-NO
                   ": type d'enregistrement inconnu, ignorée"
               EXIT PARAGRAPH
           END-IF
           IF LVF-ID = SPACES OR LVF-ID(9:2) NOT = SPACES
               DISPLAY "COBOLIVE.DAT ligne " LIVE-LINE-NO
                   ": identifiant vide ou de plus de 8 caractères, "
                   "ignorée"
               EXIT PARAGRAPH
           END-IF
           IF LVF-START(1:8) IS NOT NUMERIC OR
              LVF-START(9:2) NOT = SPACES OR
              LVF-END(1:8) IS NOT NUMERIC OR
              LVF-END(9:2) NOT = SPACES
               DISPLAY "COBOLIVE.DAT ligne " LIVE-LINE-NO
                   ": dates attendues en AAAAMMJJ pour "
                   FUNCTION TRIM(LVF-ID) ", ignorée"
               EXIT PARAGRAPH
           END-IF
           MOVE LVF-START(1:8) TO LVF-START-NUM
           MOVE LVF-END(1:8) TO LVF-END-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(LVF-START-NUM) NOT = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(LVF-END-NUM) NOT = 0 OR
              LVF-END-NUM < LVF-START-NUM
               DISPLAY "COBOLIVE.DAT ligne " LIVE-LINE-NO
                   ": période invalide pour "
                   FUNCTION TRIM(LVF-ID) ", ignorée"
               EXIT PARAGRAPH
           END-IF
           IF LVF-KIND NOT = "XP" AND LVF-KIND NOT = "OR" AND
              LVF-KIND NOT = "BUTIN" AND LVF-KIND NOT = "ARENE"
               DISPLAY "COBOLIVE.DAT ligne " LIVE-LINE-NO
                   ": type de multiplicateur inconnu "
                   FUNCTION TRIM(LVF-KIND) ", ignorée"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(LVF-MULTIPLIER) NOT = 0 OR
              LVF-MULTIPLIER = SPACES
               DISPLAY "COBOLIVE.DAT ligne " LIVE-LINE-NO
                   ": multiplicateur non numérique pour "
                   FUNCTION TRIM(LVF-ID) ", ignorée"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LVF-MULTIPLIER) TO LVF-NUM
           IF LVF-NUM < 0.01 OR LVF-NUM > 9.99
               DISPLAY "COBOLIVE.DAT ligne " LIVE-LINE-NO
                   ": multiplicateur hors plage pour "
                   FUNCTION TRIM(LVF-ID) ", ignorée"
               EXIT PARAGRAPH
           END-IF
           IF LIVE-EVENT-COUNT >= LIVE-EVENT-MAX
               DISPLAY "COBOLIVE.DAT ligne " LIVE-LINE-NO
                   ": plus de " LIVE-EVENT-MAX
                   " événements, ignorée"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LIVE-EVENT-COUNT
           MOVE LVF-ID TO LVT-ID(LIVE-EVENT-COUNT)
           MOVE LVF-START-NUM TO LVT-START-DATE(LIVE-EVENT-COUNT)
           MOVE LVF-END-NUM TO LVT-END-DATE(LIVE-EVENT-COUNT)
           MOVE LVF-KIND TO LVT-KIND(LIVE-EVENT-COUNT)
           MOVE LVF-NUM TO LVT-MULTIPLIER(LIVE-EVENT-COUNT)
           MOVE LVF-BANNER TO LVT-BANNER(LIVE-EVENT-COUNT)
           .

      *-----------------------------------------------------------------
      * COBOLIVE.DAT absent: fichier recréé sans événement, avec le
      * mode d'emploi pour l'exploitation
      *-----------------------------------------------------------------
       WRITE-EMPTY-LIVE-EVENTS-FILE.
           OPEN OUTPUT LIVE-EVENTS-FILE
           MOVE "WRITE-EMPTY-LIVE-EVENTS-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               LIVE-EVENTS-FILE-PATH, LIVE-EVENTS-STATUS
           IF NOT LIVE-EVENTS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "* Événements en direct de COBOLegend"
               TO LIVE-EVENTS-RECORD
           PERFORM WRITE-LIVE-EVENTS-LINE
           MOVE "* E|id|début AAAAMMJJ|fin AAAAMMJJ|type|multiplicat"
             & "eur|bandeau" TO LIVE-EVENTS-RECORD
           PERFORM WRITE-LIVE-EVENTS-LINE
           MOVE "* types: XP expérience, OR or des combats, BUTIN cha"
             & "nce de butin, ARENE gains de l'arène"
               TO LIVE-EVENTS-RECORD
           PERFORM WRITE-LIVE-EVENTS-LINE
           MOVE "* exemple: E|XPWKND01|20261016|20261018|XP|2.00|Week"
             & "-end double expérience!" TO LIVE-EVENTS-RECORD
           PERFORM WRITE-LIVE-EVENTS-LINE

           CLOSE LIVE-EVENTS-FILE
           MOVE "WRITE-EMPTY-LIVE-EVENTS-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               LIVE-EVENTS-FILE-PATH, LIVE-EVENTS-STATUS
           .

       WRITE-LIVE-EVENTS-LINE.
           WRITE LIVE-EVENTS-RECORD
           MOVE "WRITE-LIVE-EVENTS-LINE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               LIVE-EVENTS-FILE-PATH, LIVE-EVENTS-STATUS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               LIVE-EVENTS-FILE-PATH
           .

       END PROGRAM LIVE-EVENTS.
