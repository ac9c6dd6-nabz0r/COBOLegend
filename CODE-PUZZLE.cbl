      *****************************************************************
      * CODE-PUZZLE.CBL - Consoles de réparation COBOL de COBOLegend
      *
      * Des consoles de maintenance, aux terminaux des ères du
      * Chronoterminal (TERMINAL-TIME-TRAVEL) et dans certaines
      * salles du donjon (aménagement 'M', WORLD), affichent un
      * fragment de programme COBOL cassé: clause PIC trop courte,
      * point oublié, borne de PERFORM VARYING, OCCURS décalé d'un
      * cran... Le joueur désigne la ligne fautive puis choisit le
      * bon correctif parmi ceux proposés.
      *
      * Les énigmes viennent de COBOPUZL.DAT, chacune avec un niveau
      * de 1 (ère des cartes perforées) à 6 (COBOL moderne); la
      * console en tire une du niveau demandé par l'appelant, en
      * préférant celles que le joueur n'a pas encore résolues. Une
      * console réparée le reste pour la partie (GS-CODE-PUZZLES);
      * un échec laisse la console en panne, à retenter plus tard.
      * La récompense (matériaux, stabilité temporelle, porte
      * déverrouillée) est accordée par l'appelant selon PZL-RESULT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODE-PUZZLE-SYSTEM.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * Banque d'énigmes, champs séparés par '|':
      *   P|nn|niveau|ligne|correctif|titre  (ligne fautive et numéro
      *                                  du bon correctif)
      *   L|nn|ligne de code            (huit lignes au plus, blancs
      *                                  de tête conservés)
      *   F|nn|correctif proposé        (quatre au plus)
      *   X|nn|explication affichée une fois la console réparée
      * Énigmes numérotées de 1 à PUZ-MAX; dès qu'une ligne P est
      * lue, le fichier remplace la banque de référence. Fichier
      * absent = banque de référence exportée.
      *-----------------------------------------------------------------
           SELECT PUZZLE-DATA-FILE
               ASSIGN TO DYNAMIC PUZZLE-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUZZLE-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PUZZLE-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 PUZZLE-DATA-RECORD         PIC X(160).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="CODE-PUZZLE-SYSTEM"==.
       01 PUZZLE-DATA-FILE-PATH      PIC X(80)  VALUE "COBOPUZL.DAT".

       01 PUZZLE-DATA-STATUS         PIC X(2)   VALUE SPACES.
          88 PUZZLE-DATA-OK          VALUE "00".
          88 PUZZLE-DATA-ABSENT      VALUE "35".
       01 PUZZLE-FILE-EOF            PIC X(1)   VALUE "N".
       01 PUZZLE-FILE-LOADED         PIC X(1)   VALUE "N".
       01 PUZZLE-FILE-COUNT          PIC 9(2)   VALUE 0.
       01 PUZZLE-BANK-READY          PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Banque d'énigmes (référence de SETUP-PUZZLE-BANK ou
      * COBOPUZL.DAT)
      *-----------------------------------------------------------------
       01 PUZZLE-BANK.
          05 PUZ-COUNT               PIC 9(2)   VALUE 0.
          05 PUZ-MAX                 PIC 9(2)   VALUE 20.
          05 PUZ-ENTRY OCCURS 20 TIMES.
             10 PUZ-LEVEL            PIC 9(1).
             10 PUZ-TITLE            PIC X(40).
             10 PUZ-BAD-LINE         PIC 9(1).
             10 PUZ-GOOD-FIX         PIC 9(1).
             10 PUZ-LINE-COUNT       PIC 9(1).
             10 PUZ-LINE             PIC X(50)  OCCURS 8 TIMES.
             10 PUZ-FIX-COUNT        PIC 9(1).
             10 PUZ-FIX              PIC X(50)  OCCURS 4 TIMES.
             10 PUZ-EXPLAIN          PIC X(100).
       01 PUZ-IDX                    PIC 9(2)   VALUE 0.
       01 PUZ-LINE-IDX               PIC 9(1)   VALUE 0.
       01 PUZ-FIX-IDX                PIC 9(1)   VALUE 0.

       01 PZF-TYPE                   PIC X(1)   VALUE SPACE.
       01 PZF-F1                     PIC X(10)  VALUE SPACES.
       01 PZF-F2                     PIC X(10)  VALUE SPACES.
       01 PZF-F3                     PIC X(10)  VALUE SPACES.
       01 PZF-F4                     PIC X(10)  VALUE SPACES.
       01 PZF-TEXT                   PIC X(100) VALUE SPACES.
       01 PZF-ID                     PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Tirage et réponse du joueur
      *-----------------------------------------------------------------
       01 PUZ-WANTED-LEVEL           PIC 9(1)   VALUE 0.
       01 PUZ-DRAW-MODE              PIC X(1)   VALUE SPACE.
          88 PUZ-DRAW-UNSOLVED       VALUE "U".
          88 PUZ-DRAW-ANY            VALUE "A".
          88 PUZ-DRAW-EASIER         VALUE "E".
       01 PUZ-CANDIDATES             PIC 9(2)   VALUE 0.
       01 PUZ-PICK                   PIC 9(2)   VALUE 0.
       01 PUZ-IS-CANDIDATE           PIC X(1)   VALUE "N".
       01 PUZ-LINE-CHOICE            PIC 9(1)   VALUE 0.
       01 PUZ-FIX-CHOICE             PIC 9(1)   VALUE 0.
       01 PUZ-CONFIRM                PIC X(1)   VALUE SPACE.
       01 PUZ-ERA-LABEL              PIC X(24)  VALUE SPACES.

       01 LOG-OPERATION              PIC X(1)   VALUE 'W'.
       01 EVENT-MESSAGE              PIC X(60)  VALUE SPACES.
       COPY "EVENTLOG.cpy".

       LINKAGE SECTION.
       COPY "PUZZLE.cpy".
       COPY "GAMESTATE.cpy".

       PROCEDURE DIVISION USING PUZZLE-PARAMS, GAME-STATE-EXT.
       MAIN-ENTRY.
           MOVE "N" TO PZL-RESULT
           MOVE 0 TO PZL-PUZZLE-ID
           IF NOT PZL-SITE-VALID
               GOBACK
           END-IF
           IF PUZZLE-BANK-READY = "N"
               PERFORM RESOLVE-DATA-FILES
               PERFORM SETUP-PUZZLE-BANK
               PERFORM LOAD-PUZZLE-FILE
               MOVE "Y" TO PUZZLE-BANK-READY
           END-IF

           IF GS-PZL-SITE-DONE(PZL-SITE) = "Y"
               MOVE "D" TO PZL-RESULT
               DISPLAY "La console de maintenance affiche: "
                   & "SYSTÈME NOMINAL - CC=0000."
               GOBACK
           END-IF

           PERFORM DRAW-PUZZLE
           IF PUZ-PICK = 0
               DISPLAY "La console de maintenance est muette: "
                   & "aucun programme à réparer."
               GOBACK
           END-IF
           MOVE PUZ-PICK TO PZL-PUZZLE-ID
           PERFORM RUN-REPAIR-CONSOLE
           GOBACK.

      *-----------------------------------------------------------------
      * Énigme du niveau PZL-LEVEL pas encore résolue, sinon une
      * déjà vue du même niveau, sinon une plus facile
      *-----------------------------------------------------------------
       DRAW-PUZZLE.
           MOVE PZL-LEVEL TO PUZ-WANTED-LEVEL
           IF PUZ-WANTED-LEVEL < 1
               MOVE 1 TO PUZ-WANTED-LEVEL
           END-IF
           MOVE "U" TO PUZ-DRAW-MODE
           PERFORM DRAW-PUZZLE-CANDIDATE
           IF PUZ-PICK = 0
               MOVE "A" TO PUZ-DRAW-MODE
               PERFORM DRAW-PUZZLE-CANDIDATE
           END-IF
           IF PUZ-PICK = 0
               MOVE "E" TO PUZ-DRAW-MODE
               PERFORM DRAW-PUZZLE-CANDIDATE
           END-IF
           .

       DRAW-PUZZLE-CANDIDATE.
           MOVE 0 TO PUZ-CANDIDATES PUZ-PICK
           PERFORM VARYING PUZ-IDX FROM 1 BY 1
                   UNTIL PUZ-IDX > PUZ-COUNT
               PERFORM CHECK-PUZZLE-CANDIDATE
               IF PUZ-IS-CANDIDATE = "Y"
                   ADD 1 TO PUZ-CANDIDATES
               END-IF
           END-PERFORM
           IF PUZ-CANDIDATES = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE PUZ-CANDIDATES =
               FUNCTION RANDOM * PUZ-CANDIDATES + 1
           PERFORM VARYING PUZ-IDX FROM 1 BY 1
                   UNTIL PUZ-IDX > PUZ-COUNT OR PUZ-PICK > 0
               PERFORM CHECK-PUZZLE-CANDIDATE
               IF PUZ-IS-CANDIDATE = "Y"
                   SUBTRACT 1 FROM PUZ-CANDIDATES
                   IF PUZ-CANDIDATES = 0
                       MOVE PUZ-IDX TO PUZ-PICK
                   END-IF
               END-IF
           END-PERFORM
           .

      *    Une énigme jouable a une ligne fautive et un bon correctif
      *    qui existent bien dans son listing et ses propositions
       CHECK-PUZZLE-CANDIDATE.
           MOVE "N" TO PUZ-IS-CANDIDATE
           IF PUZ-BAD-LINE(PUZ-IDX) = 0 OR
              PUZ-BAD-LINE(PUZ-IDX) > PUZ-LINE-COUNT(PUZ-IDX) OR
              PUZ-GOOD-FIX(PUZ-IDX) = 0 OR
              PUZ-GOOD-FIX(PUZ-IDX) > PUZ-FIX-COUNT(PUZ-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PUZ-DRAW-UNSOLVED
                   IF PUZ-LEVEL(PUZ-IDX) = PUZ-WANTED-LEVEL AND
                      GS-PZL-SOLVED(PUZ-IDX) NOT = "Y"
                       MOVE "Y" TO PUZ-IS-CANDIDATE
                   END-IF
               WHEN PUZ-DRAW-ANY
                   IF PUZ-LEVEL(PUZ-IDX) = PUZ-WANTED-LEVEL
                       MOVE "Y" TO PUZ-IS-CANDIDATE
                   END-IF
               WHEN PUZ-DRAW-EASIER
                   IF PUZ-LEVEL(PUZ-IDX) < PUZ-WANTED-LEVEL
                       MOVE "Y" TO PUZ-IS-CANDIDATE
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Console: listing fautif, choix de la ligne puis du
      * correctif; un seul essai par visite
      *-----------------------------------------------------------------
       RUN-REPAIR-CONSOLE.
           MOVE PZL-PUZZLE-ID TO PUZ-IDX
           PERFORM SET-PUZZLE-ERA-LABEL
           DISPLAY SPACE
           DISPLAY "=== CONSOLE DE MAINTENANCE COBOL ==="
           DISPLAY "Un programme refuse de compiler ("
               FUNCTION TRIM(PUZ-ERA-LABEL) ")."
           DISPLAY "Tenter la réparation? (O/N)"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT PUZ-CONFIRM
           IF PUZ-CONFIRM NOT = "O" AND PUZ-CONFIRM NOT = "o"
               MOVE "A" TO PZL-RESULT
               DISPLAY "Vous laissez la console clignoter."
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "*** " FUNCTION TRIM(PUZ-TITLE(PUZ-IDX)) " ***"
           DISPLAY "  ----+-*--1----+----2----+----3----+----4----+"
           PERFORM VARYING PUZ-LINE-IDX FROM 1 BY 1
                   UNTIL PUZ-LINE-IDX > PUZ-LINE-COUNT(PUZ-IDX)
               DISPLAY PUZ-LINE-IDX " "
                   FUNCTION TRIM(PUZ-LINE(PUZ-IDX, PUZ-LINE-IDX)
                       TRAILING)
           END-PERFORM
           DISPLAY SPACE
           DISPLAY "Ligne fautive (1-" PUZ-LINE-COUNT(PUZ-IDX)
               ", 0 pour renoncer): " WITH NO ADVANCING
           ACCEPT PUZ-LINE-CHOICE
           IF PUZ-LINE-CHOICE = 0 OR
              PUZ-LINE-CHOICE > PUZ-LINE-COUNT(PUZ-IDX)
               MOVE "A" TO PZL-RESULT
               DISPLAY "Vous laissez la console clignoter."
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "Correctifs proposés pour la ligne "
               PUZ-LINE-CHOICE ":"
           PERFORM VARYING PUZ-FIX-IDX FROM 1 BY 1
                   UNTIL PUZ-FIX-IDX > PUZ-FIX-COUNT(PUZ-IDX)
               DISPLAY PUZ-FIX-IDX ") "
                   FUNCTION TRIM(PUZ-FIX(PUZ-IDX, PUZ-FIX-IDX)
                       TRAILING)
           END-PERFORM
           DISPLAY "Votre correctif: " WITH NO ADVANCING
           ACCEPT PUZ-FIX-CHOICE

           IF PUZ-LINE-CHOICE = PUZ-BAD-LINE(PUZ-IDX) AND
              PUZ-FIX-CHOICE = PUZ-GOOD-FIX(PUZ-IDX)
               PERFORM RECORD-PUZZLE-SOLVED
           ELSE
               PERFORM RECORD-PUZZLE-FAILED
           END-IF
           .

       SET-PUZZLE-ERA-LABEL.
           EVALUATE PUZ-LEVEL(PUZ-IDX)
               WHEN 1
                   MOVE "cartes perforées" TO PUZ-ERA-LABEL
               WHEN 2
                   MOVE "COBOL des mainframes" TO PUZ-ERA-LABEL
               WHEN 3
                   MOVE "COBOL structuré" TO PUZ-ERA-LABEL
               WHEN 4
                   MOVE "tables et indices" TO PUZ-ERA-LABEL
               WHEN 5
                   MOVE "portée des phrases" TO PUZ-ERA-LABEL
               WHEN OTHER
                   MOVE "COBOL moderne" TO PUZ-ERA-LABEL
           END-EVALUATE
           .

       RECORD-PUZZLE-SOLVED.
           MOVE "S" TO PZL-RESULT
           MOVE "Y" TO GS-PZL-SITE-DONE(PZL-SITE)
           IF GS-PZL-SOLVED(PUZ-IDX) NOT = "Y"
               MOVE "Y" TO GS-PZL-SOLVED(PUZ-IDX)
           END-IF
           ADD 1 TO GS-PZL-SOLVED-COUNT
           DISPLAY SPACE
           DISPLAY "Recompilation... CC=0000. Le programme repart!"
           IF PUZ-EXPLAIN(PUZ-IDX) NOT = SPACES
               DISPLAY FUNCTION TRIM(PUZ-EXPLAIN(PUZ-IDX))
           END-IF

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Console COBOL réparée: " DELIMITED BY SIZE
               FUNCTION TRIM(PUZ-TITLE(PUZ-IDX)) DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE 1 TO EVT-NUM-2
           PERFORM WRITE-PUZZLE-EVENT
           .

       RECORD-PUZZLE-FAILED.
           MOVE "F" TO PZL-RESULT
           ADD 1 TO GS-PZL-FAILED-COUNT
           DISPLAY SPACE
           IF PUZ-LINE-CHOICE = PUZ-BAD-LINE(PUZ-IDX)
               DISPLAY "Bonne ligne, mais le correctif ne compile "
                   & "pas: CC=0008."
           ELSE
               DISPLAY "Ce n'était pas la ligne fautive: CC=0012."
           END-IF
           DISPLAY "La console reste en panne; revenez plus tard."

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Console COBOL toujours en panne: " DELIMITED BY SIZE
               FUNCTION TRIM(PUZ-TITLE(PUZ-IDX)) DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE 0 TO EVT-NUM-2
           PERFORM WRITE-PUZZLE-EVENT
           .

       WRITE-PUZZLE-EVENT.
           MOVE "PUZL" TO EVT-TYPE-CODE
           MOVE PUZ-IDX TO EVT-NUM-1
           MOVE GS-GAME-DAY TO EVT-GAME-DAY
           MOVE GS-GAME-HOUR TO EVT-GAME-HOUR
           MOVE GS-SAVE-SLOT TO EVT-SLOT-NAME
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
               EVENT-MESSAGE, EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * Banque de référence: deux énigmes par niveau
      *-----------------------------------------------------------------
       SETUP-PUZZLE-BANK.
           PERFORM CLEAR-PUZZLE-BANK

           MOVE 1 TO PUZ-IDX
           MOVE 1 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "Le paragraphe sans point" TO PUZ-TITLE(PUZ-IDX)
           MOVE 4 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "       PROCEDURE DIVISION."
               TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "       DEBUT" TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "           MOVE ZERO TO TOTAL."
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE "           STOP RUN." TO PUZ-LINE(PUZ-IDX, 4)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "       DEBUT SECTION" TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "       DEBUT." TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "           DEBUT." TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 2 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 2 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Un nom de paragraphe commence en zone A (colonne 8) "
               & "et se termine par un point."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 2 TO PUZ-IDX
           MOVE 1 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "La paie tronquée" TO PUZ-TITLE(PUZ-IDX)
           MOVE 4 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "       01 TOTAL-PAIE    PIC 9(3)."
               TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "       01 SALAIRE       PIC 9(5) VALUE 12500."
               TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "           MOVE SALAIRE TO TOTAL-PAIE"
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE "           DISPLAY TOTAL-PAIE."
               TO PUZ-LINE(PUZ-IDX, 4)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "       01 TOTAL-PAIE    PIC X(3)."
               TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "       01 TOTAL-PAIE    PIC 9(3)V99."
               TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "       01 TOTAL-PAIE    PIC 9(5)."
               TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 1 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 3 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "12500 déplacé dans PIC 9(3) devient 500: la zone "
               & "réceptrice doit être au moins aussi large."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 3 TO PUZ-IDX
           MOVE 2 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "L'instruction en zone A" TO PUZ-TITLE(PUZ-IDX)
           MOVE 3 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "       TRAITEMENT." TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "       MOVE 1 TO COMPTEUR."
               TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "           ADD 1 TO COMPTEUR."
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "           MOVE 1 TO COMPTEUR."
               TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "       MOVE 1 TO COMPTEUR"
               TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "      *MOVE 1 TO COMPTEUR."
               TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 2 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 1 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Les instructions s'écrivent en zone B, de la "
               & "colonne 12 à la colonne 72."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 4 TO PUZ-IDX
           MOVE 2 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "Le découvert invisible" TO PUZ-TITLE(PUZ-IDX)
           MOVE 5 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "       01 SOLDE         PIC 9(5)V99."
               TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "           SUBTRACT RETRAIT FROM SOLDE"
               TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "           IF SOLDE < 0"
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE "               DISPLAY 'DECOUVERT'"
               TO PUZ-LINE(PUZ-IDX, 4)
           MOVE "           END-IF." TO PUZ-LINE(PUZ-IDX, 5)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "       01 SOLDE         PIC 9(7)."
               TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "       01 SOLDE         PIC S9(5)V99."
               TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "       01 SOLDE         PIC X(7)."
               TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 1 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 2 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Sans S, un résultat négatif perd son signe et le "
               & "test SOLDE < 0 ne se vérifie jamais."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 5 TO PUZ-IDX
           MOVE 3 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "La boucle qui déborde" TO PUZ-TITLE(PUZ-IDX)
           MOVE 6 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "       01 TABLE-NOTES." TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "          05 NOTE PIC 99 OCCURS 10 TIMES."
               TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "           PERFORM VARYING I FROM 1 BY 1"
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE "                   UNTIL I > 11"
               TO PUZ-LINE(PUZ-IDX, 4)
           MOVE "               ADD NOTE(I) TO TOTAL"
               TO PUZ-LINE(PUZ-IDX, 5)
           MOVE "           END-PERFORM." TO PUZ-LINE(PUZ-IDX, 6)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "                   UNTIL I = 10"
               TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "                   UNTIL I > 9"
               TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "                   UNTIL I > 10"
               TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 4 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 3 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Dix notes: I va de 1 à 10. UNTIL I = 10 oublie la "
               & "dernière, I > 11 lit hors de la table."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 6 TO PUZ-IDX
           MOVE 3 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "La condition de niveau 88" TO PUZ-TITLE(PUZ-IDX)
           MOVE 5 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "       01 CODE-RETOUR   PIC X(1)."
               TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "          88 RETOUR-OK  VALUE 'O'."
               TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "           IF CODE-RETOUR = RETOUR-OK"
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE "               PERFORM SUITE"
               TO PUZ-LINE(PUZ-IDX, 4)
           MOVE "           END-IF." TO PUZ-LINE(PUZ-IDX, 5)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "           IF CODE-RETOUR = 'RETOUR-OK'"
               TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "           IF RETOUR-OK"
               TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "           IF RETOUR-OK = 'O'"
               TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 3 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 2 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Un niveau 88 est une condition toute faite: il se "
               & "teste seul, sans opérateur."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 7 TO PUZ-IDX
           MOVE 4 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "Le treizième mois" TO PUZ-TITLE(PUZ-IDX)
           MOVE 6 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "       01 TABLE-MOIS." TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "          05 MOIS PIC X(9) OCCURS 11 TIMES."
               TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "           PERFORM VARYING M FROM 1 BY 1"
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE "                   UNTIL M > 12"
               TO PUZ-LINE(PUZ-IDX, 4)
           MOVE "               DISPLAY MOIS(M)"
               TO PUZ-LINE(PUZ-IDX, 5)
           MOVE "           END-PERFORM." TO PUZ-LINE(PUZ-IDX, 6)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "          05 MOIS PIC X(9) OCCURS 12 TIMES."
               TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "          05 MOIS PIC X(9) OCCURS 13 TIMES."
               TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "          05 MOIS PIC X(12) OCCURS 11 TIMES."
               TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 2 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 1 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Douze mois, douze postes: avec OCCURS 11, MOIS(12) "
               & "sortait de la table."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 8 TO PUZ-IDX
           MOVE 4 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "L'indice zéro" TO PUZ-TITLE(PUZ-IDX)
           MOVE 5 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "       01 IDX-CLIENT    PIC 9(2) VALUE 0."
               TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "           PERFORM VARYING IDX-CLIENT FROM 0 BY 1"
               TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "                   UNTIL IDX-CLIENT > NB-CLIENTS"
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE "               DISPLAY NOM-CLIENT(IDX-CLIENT)"
               TO PUZ-LINE(PUZ-IDX, 4)
           MOVE "           END-PERFORM." TO PUZ-LINE(PUZ-IDX, 5)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "           PERFORM VARYING IDX-CLIENT FROM 0 BY 2"
               TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "           PERFORM VARYING IDX-CLIENT FROM 1 BY 0"
               TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "           PERFORM VARYING IDX-CLIENT FROM 1 BY 1"
               TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 2 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 3 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Les postes d'une table COBOL se numérotent à partir "
               & "de 1: NOM-CLIENT(0) n'existe pas."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 9 TO PUZ-IDX
           MOVE 5 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "Le point qui ferme tout" TO PUZ-TITLE(PUZ-IDX)
           MOVE 8 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "           IF MONTANT > PLAFOND"
               TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "               IF CLIENT-VIP"
               TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "                   PERFORM ACCORDER"
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE "               ELSE" TO PUZ-LINE(PUZ-IDX, 4)
           MOVE "                   PERFORM REFUSER."
               TO PUZ-LINE(PUZ-IDX, 5)
           MOVE "           ELSE" TO PUZ-LINE(PUZ-IDX, 6)
           MOVE "               PERFORM VALIDER"
               TO PUZ-LINE(PUZ-IDX, 7)
           MOVE "           END-IF." TO PUZ-LINE(PUZ-IDX, 8)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "                   PERFORM REFUSER END-IF."
               TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "                   PERFORM REFUSER"
               TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "                   NEXT SENTENCE"
               TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 5 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 2 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Un point referme tous les IF ouverts: le ELSE de la "
               & "ligne 6 se retrouvait orphelin."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 10 TO PUZ-IDX
           MOVE 5 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "Le total fantôme" TO PUZ-TITLE(PUZ-IDX)
           MOVE 5 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "       01 TOTAL-JOUR    PIC 9(7)V99."
               TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "           PERFORM VARYING I FROM 1 BY 1"
               TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "                   UNTIL I > NB-VENTES"
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE "               ADD VENTE(I) TO TOTAL-JOUR"
               TO PUZ-LINE(PUZ-IDX, 4)
           MOVE "           END-PERFORM." TO PUZ-LINE(PUZ-IDX, 5)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "       01 TOTAL-JOUR    PIC 9(7)V99 VALUE 1."
               TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "       01 TOTAL-JOUR    PIC X(9) VALUE SPACES."
               TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "       01 TOTAL-JOUR    PIC 9(7)V99 VALUE ZERO."
               TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 1 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 3 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Sans VALUE ZERO, le cumul part de ce qui traîne en "
               & "mémoire: données non numériques, ABEND S0C7."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 11 TO PUZ-IDX
           MOVE 6 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "La fonction intrinsèque" TO PUZ-TITLE(PUZ-IDX)
           MOVE 3 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "       01 NOM           PIC X(30)."
               TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "       01 LG            PIC 9(3)."
               TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "           MOVE LENGTH(NOM) TO LG"
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "           MOVE FUNCTION LENGTH(NOM) TO LG"
               TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "           CALL 'LENGTH' USING NOM LG"
               TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "           MOVE FUNCTION LENGTH TO LG"
               TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 3 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 1 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Une fonction intrinsèque s'appelle par FUNCTION "
               & "nom(arguments), là où un identificateur est admis."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 12 TO PUZ-IDX
           MOVE 6 TO PUZ-LEVEL(PUZ-IDX)
           MOVE "Le PERFORM en ligne" TO PUZ-TITLE(PUZ-IDX)
           MOVE 6 TO PUZ-LINE-COUNT(PUZ-IDX)
           MOVE "           PERFORM UNTIL FIN-FICHIER"
               TO PUZ-LINE(PUZ-IDX, 1)
           MOVE "               READ CLIENTS" TO PUZ-LINE(PUZ-IDX, 2)
           MOVE "                   AT END SET FIN-FICHIER TO TRUE"
               TO PUZ-LINE(PUZ-IDX, 3)
           MOVE "               END-READ" TO PUZ-LINE(PUZ-IDX, 4)
           MOVE "               PERFORM TRAITER-CLIENT"
               TO PUZ-LINE(PUZ-IDX, 5)
           MOVE "           END-IF." TO PUZ-LINE(PUZ-IDX, 6)
           MOVE 3 TO PUZ-FIX-COUNT(PUZ-IDX)
           MOVE "           END-READ." TO PUZ-FIX(PUZ-IDX, 1)
           MOVE "           END-PERFORM." TO PUZ-FIX(PUZ-IDX, 2)
           MOVE "           EXIT PERFORM." TO PUZ-FIX(PUZ-IDX, 3)
           MOVE 6 TO PUZ-BAD-LINE(PUZ-IDX)
           MOVE 2 TO PUZ-GOOD-FIX(PUZ-IDX)
           MOVE "Un PERFORM en ligne se referme par END-PERFORM; "
               & "END-IF n'a ici aucun IF à fermer."
               TO PUZ-EXPLAIN(PUZ-IDX)

           MOVE 12 TO PUZ-COUNT
           .

       CLEAR-PUZZLE-BANK.
           MOVE 0 TO PUZ-COUNT
           PERFORM VARYING PUZ-IDX FROM 1 BY 1
                   UNTIL PUZ-IDX > PUZ-MAX
               INITIALIZE PUZ-ENTRY(PUZ-IDX)
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Chargement de COBOPUZL.DAT (lecture en deux passes, comme le
      * livre de recettes du terminal JCL: comptage des lignes P,
      * puis remplacement de la banque)
      *-----------------------------------------------------------------
       LOAD-PUZZLE-FILE.
           MOVE "N" TO PUZZLE-FILE-LOADED
           MOVE 0 TO PUZZLE-FILE-COUNT
           OPEN INPUT PUZZLE-DATA-FILE
           MOVE "LOAD-PUZZLE-FILE" TO ERL-PARAGRAPH
           MOVE 'O' TO ERL-OPERATION
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               PUZZLE-DATA-FILE-PATH, PUZZLE-DATA-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF PUZZLE-DATA-ABSENT
               PERFORM WRITE-DEFAULT-PUZZLE-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT PUZZLE-DATA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO PUZZLE-FILE-EOF
           PERFORM UNTIL PUZZLE-FILE-EOF = "Y"
               READ PUZZLE-DATA-FILE
                   AT END
                       MOVE "Y" TO PUZZLE-FILE-EOF
                   NOT AT END
                       IF PUZZLE-DATA-RECORD(1:1) = "P"
                           ADD 1 TO PUZZLE-FILE-COUNT
                       END-IF
               END-READ
               MOVE "LOAD-PUZZLE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   PUZZLE-DATA-FILE-PATH, PUZZLE-DATA-STATUS
           END-PERFORM
           CLOSE PUZZLE-DATA-FILE
           MOVE "LOAD-PUZZLE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               PUZZLE-DATA-FILE-PATH, PUZZLE-DATA-STATUS

           IF PUZZLE-FILE-COUNT = 0
      *        Fichier vide ou illisible: on garde la référence
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PUZZLE-FILE-LOADED
           PERFORM CLEAR-PUZZLE-BANK

           OPEN INPUT PUZZLE-DATA-FILE
           MOVE "LOAD-PUZZLE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               PUZZLE-DATA-FILE-PATH, PUZZLE-DATA-STATUS
           MOVE "N" TO PUZZLE-FILE-EOF
           PERFORM UNTIL PUZZLE-FILE-EOF = "Y"
               READ PUZZLE-DATA-FILE
                   AT END
                       MOVE "Y" TO PUZZLE-FILE-EOF
                   NOT AT END
                       PERFORM LOAD-PUZZLE-FILE-RECORD
               END-READ
               MOVE "LOAD-PUZZLE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   PUZZLE-DATA-FILE-PATH, PUZZLE-DATA-STATUS
           END-PERFORM
           CLOSE PUZZLE-DATA-FILE
           MOVE "LOAD-PUZZLE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               PUZZLE-DATA-FILE-PATH, PUZZLE-DATA-STATUS
           .

       LOAD-PUZZLE-FILE-RECORD.
           MOVE SPACES TO PZF-TYPE PZF-F1 PZF-F2 PZF-F3 PZF-F4
               PZF-TEXT
           EVALUATE PUZZLE-DATA-RECORD(1:1)
               WHEN "P"
                   UNSTRING PUZZLE-DATA-RECORD DELIMITED BY "|"
                       INTO PZF-TYPE, PZF-F1, PZF-F2, PZF-F3, PZF-F4,
                           PZF-TEXT
                   END-UNSTRING
                   PERFORM APPLY-PUZZLE-RECORD
               WHEN "L"
               WHEN "F"
               WHEN "X"
                   UNSTRING PUZZLE-DATA-RECORD DELIMITED BY "|"
                       INTO PZF-TYPE, PZF-F1, PZF-TEXT
                   END-UNSTRING
                   PERFORM APPLY-PUZZLE-TEXT-RECORD
           END-EVALUATE
           .

      *    P|nn|niveau|ligne|correctif|titre
       APPLY-PUZZLE-RECORD.
           MOVE FUNCTION NUMVAL(PZF-F1) TO PZF-ID
           IF PZF-ID < 1 OR PZF-ID > PUZ-MAX
               EXIT PARAGRAPH
           END-IF
           IF PZF-ID > PUZ-COUNT
               MOVE PZF-ID TO PUZ-COUNT
           END-IF
           MOVE 1 TO PUZ-LEVEL(PZF-ID)
           IF PZF-F2(1:1) >= "1" AND PZF-F2(1:1) <= "6"
               MOVE PZF-F2(1:1) TO PUZ-LEVEL(PZF-ID)
           END-IF
           MOVE 0 TO PUZ-BAD-LINE(PZF-ID) PUZ-GOOD-FIX(PZF-ID)
           IF PZF-F3(1:1) IS NUMERIC
               MOVE PZF-F3(1:1) TO PUZ-BAD-LINE(PZF-ID)
           END-IF
           IF PZF-F4(1:1) IS NUMERIC
               MOVE PZF-F4(1:1) TO PUZ-GOOD-FIX(PZF-ID)
           END-IF
           MOVE PZF-TEXT TO PUZ-TITLE(PZF-ID)
           .

      *    L, F et X: ligne de listing, correctif, explication
       APPLY-PUZZLE-TEXT-RECORD.
           MOVE FUNCTION NUMVAL(PZF-F1) TO PZF-ID
           IF PZF-ID < 1 OR PZF-ID > PUZ-MAX
               EXIT PARAGRAPH
           END-IF
           EVALUATE PZF-TYPE
               WHEN "L"
                   IF PUZ-LINE-COUNT(PZF-ID) < 8
                       ADD 1 TO PUZ-LINE-COUNT(PZF-ID)
                       MOVE PZF-TEXT TO PUZ-LINE(PZF-ID,
                           PUZ-LINE-COUNT(PZF-ID))
                   END-IF
               WHEN "F"
                   IF PUZ-FIX-COUNT(PZF-ID) < 4
                       ADD 1 TO PUZ-FIX-COUNT(PZF-ID)
                       MOVE PZF-TEXT TO PUZ-FIX(PZF-ID,
                           PUZ-FIX-COUNT(PZF-ID))
                   END-IF
               WHEN "X"
                   MOVE PZF-TEXT TO PUZ-EXPLAIN(PZF-ID)
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Export de la banque de référence quand COBOPUZL.DAT manque
      *-----------------------------------------------------------------
       WRITE-DEFAULT-PUZZLE-FILE.
           OPEN OUTPUT PUZZLE-DATA-FILE
           MOVE "WRITE-DEFAULT-PUZZLE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               PUZZLE-DATA-FILE-PATH, PUZZLE-DATA-STATUS
           IF NOT PUZZLE-DATA-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING PUZ-IDX FROM 1 BY 1
                   UNTIL PUZ-IDX > PUZ-COUNT
               MOVE PUZ-IDX TO PZF-ID
               MOVE SPACES TO PUZZLE-DATA-RECORD
               STRING "P|" DELIMITED BY SIZE
                   PZF-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PUZ-LEVEL(PUZ-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PUZ-BAD-LINE(PUZ-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PUZ-GOOD-FIX(PUZ-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(PUZ-TITLE(PUZ-IDX)) DELIMITED BY SIZE
                   INTO PUZZLE-DATA-RECORD
               END-STRING
               PERFORM WRITE-PUZZLE-RECORD
               PERFORM VARYING PUZ-LINE-IDX FROM 1 BY 1
                       UNTIL PUZ-LINE-IDX > PUZ-LINE-COUNT(PUZ-IDX)
                   MOVE SPACES TO PUZZLE-DATA-RECORD
                   STRING "L|" DELIMITED BY SIZE
                       PZF-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PUZ-LINE(PUZ-IDX, PUZ-LINE-IDX)
                           TRAILING) DELIMITED BY SIZE
                       INTO PUZZLE-DATA-RECORD
                   END-STRING
                   PERFORM WRITE-PUZZLE-RECORD
               END-PERFORM
               PERFORM VARYING PUZ-FIX-IDX FROM 1 BY 1
                       UNTIL PUZ-FIX-IDX > PUZ-FIX-COUNT(PUZ-IDX)
                   MOVE SPACES TO PUZZLE-DATA-RECORD
                   STRING "F|" DELIMITED BY SIZE
                       PZF-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PUZ-FIX(PUZ-IDX, PUZ-FIX-IDX)
                           TRAILING) DELIMITED BY SIZE
                       INTO PUZZLE-DATA-RECORD
                   END-STRING
                   PERFORM WRITE-PUZZLE-RECORD
               END-PERFORM
               MOVE SPACES TO PUZZLE-DATA-RECORD
               STRING "X|" DELIMITED BY SIZE
                   PZF-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(PUZ-EXPLAIN(PUZ-IDX))
                       DELIMITED BY SIZE
                   INTO PUZZLE-DATA-RECORD
               END-STRING
               PERFORM WRITE-PUZZLE-RECORD
           END-PERFORM

           CLOSE PUZZLE-DATA-FILE
           MOVE "WRITE-DEFAULT-PUZZLE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               PUZZLE-DATA-FILE-PATH, PUZZLE-DATA-STATUS
           DISPLAY "(Banque d'énigmes exportée vers COBOPUZL.DAT)"
           .

       WRITE-PUZZLE-RECORD.
           WRITE PUZZLE-DATA-RECORD
           MOVE "WRITE-DEFAULT-PUZZLE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               PUZZLE-DATA-FILE-PATH, PUZZLE-DATA-STATUS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               PUZZLE-DATA-FILE-PATH
           .

       END PROGRAM CODE-PUZZLE-SYSTEM.
