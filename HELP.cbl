      *****************************************************************
      * HELP.CBL - Manuel en jeu de COBOLegend
      *
      * Remplace l'ancien écran d'aide figé de MAIN-GAME: le manuel
      * est un fichier de sujets, chacun avec un titre et un texte
      * en français et en anglais et une liste de mots-clés. L'écran
      * d'aide propose l'index des sujets et une recherche par
      * mot-clé (mots-clés, titres et texte dans la langue du
      * joueur); les écrans de jeu (exploration, boutique, banque,
      * terminal de fabrication, combat) ouvrent directement le
      * sujet de leur contexte.
      *
      * Le manuel vient de COBOHELP.DAT; fichier absent = manuel de
      * référence exporté. Les rédacteurs le retouchent comme les
      * dialogues: dans la copie en attente COBOHELP.STG, que
      * CONTENT-RELEASE contrôle (opération 'V') puis met en
      * service avec COBOMON.STG et COBODIAL.STG.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELP-SYSTEM.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * Manuel, champs séparés par '|':
      *   H|code|contexte|titre français|titre anglais
      *   K|mots-clés séparés par des blancs (plusieurs lignes K
      *     possibles, mises bout à bout)
      *   F|ligne de texte en français  (douze au plus par sujet)
      *   E|ligne de texte en anglais   (douze au plus par sujet)
      * Les lignes K, F et E se rattachent à la dernière ligne H;
      * le texte est pris tel quel après "F|" (blancs de tête
      * conservés, 72 caractères au plus). Le contexte est vide
      * pour un sujet qu'aucun écran n'ouvre directement. Dès
      * qu'une ligne H est lue, le fichier remplace le manuel de
      * référence; les lignes vides sont ignorées.
      *-----------------------------------------------------------------
           SELECT HELP-DATA-FILE
               ASSIGN TO DYNAMIC HELP-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELP-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HELP-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 HELP-DATA-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="HELP-SYSTEM"==.
       01 HELP-LIVE-NAME             PIC X(80)  VALUE "COBOHELP.DAT".
       01 HELP-DATA-FILE-PATH        PIC X(80)  VALUE SPACES.

       01 HELP-DATA-STATUS           PIC X(2)   VALUE SPACES.
          88 HELP-DATA-OK            VALUE "00".
          88 HELP-DATA-ABSENT        VALUE "35".
       01 HELP-FILE-EOF              PIC X(1)   VALUE "N".
       01 HELP-FILE-COUNT            PIC 9(2)   VALUE 0.
       01 HELP-BOOK-READY            PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Manuel (référence de SETUP-HELP-TOPICS ou COBOHELP.DAT)
      *-----------------------------------------------------------------
       01 HTP-MAX                    PIC 9(2)   VALUE 30.
       01 HTP-LINE-MAX               PIC 9(2)   VALUE 12.
       01 HELP-BOOK.
          05 HTP-COUNT               PIC 9(2)   VALUE 0.
          05 HTP-ENTRY OCCURS 30 TIMES.
             10 HTP-CODE             PIC X(10).
             10 HTP-CONTEXT          PIC X(10).
             10 HTP-TITLE-FR         PIC X(40).
             10 HTP-TITLE-EN         PIC X(40).
             10 HTP-KEYWORDS         PIC X(160).
             10 HTP-FR-COUNT         PIC 9(2).
             10 HTP-FR-LINE          PIC X(72)  OCCURS 12 TIMES.
             10 HTP-EN-COUNT         PIC 9(2).
             10 HTP-EN-LINE          PIC X(72)  OCCURS 12 TIMES.
       01 HTP-IDX                    PIC 9(2)   VALUE 0.
       01 HTP-LINE-IDX               PIC 9(2)   VALUE 0.

      *    Découpage d'une ligne du fichier
       01 HLF-TYPE                   PIC X(1)   VALUE SPACE.
       01 HLF-CODE                   PIC X(10)  VALUE SPACES.
       01 HLF-CONTEXT                PIC X(10)  VALUE SPACES.
       01 HLF-TITLE-FR               PIC X(40)  VALUE SPACES.
       01 HLF-TITLE-EN               PIC X(40)  VALUE SPACES.
       01 HLF-TEXT                   PIC X(198) VALUE SPACES.
       01 HLF-KEYWORDS-WORK          PIC X(160) VALUE SPACES.
       01 HLF-TOPIC-SKIPPED          PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Écran d'aide: saisie, recherche et sujet affiché
      *-----------------------------------------------------------------
       01 HELP-INPUT                 PIC X(30)  VALUE SPACES.
       01 HELP-DONE                  PIC X(1)   VALUE "N".
       01 HELP-SHOW-INDEX            PIC X(1)   VALUE "Y".
       01 HELP-PICK                  PIC 9(2)   VALUE 0.
       01 HELP-NUMBER-SHOWN          PIC Z9.
       01 HELP-TOPIC-TITLE           PIC X(40)  VALUE SPACES.
       01 HELP-TEXT-LANG             PIC X(2)   VALUE "FR".
       01 HELP-TERM                  PIC X(30)  VALUE SPACES.
       01 HELP-TERM-LEN              PIC 9(2)   VALUE 0.
       01 HELP-SEARCH-AREA           PIC X(300) VALUE SPACES.
       01 HELP-HITS                  PIC 9(3)   VALUE 0.
       01 HELP-MATCH-COUNT           PIC 9(2)   VALUE 0.
       01 HELP-MATCH-FOUND           PIC X(1)   VALUE "N".

       01 MSG-OPERATION              PIC X(1)   VALUE 'G'.
       01 MSG-ID                     PIC 9(3)   VALUE 0.
       01 MSG-TEXT-OUT               PIC X(255) VALUE SPACES.

      *-----------------------------------------------------------------
      * Contrôle d'un fichier candidat
      *-----------------------------------------------------------------
       01 HCK-ERRORS                 PIC 9(3)   VALUE 0.
       01 HCK-WARNINGS               PIC 9(3)   VALUE 0.
       01 HCK-LINE-NO                PIC 9(4)   VALUE 0.
       01 HCK-TOPICS                 PIC 9(3)   VALUE 0.
       01 HCK-IN-TOPIC               PIC X(1)   VALUE "N".
       01 HCK-TOPIC-CODE             PIC X(10)  VALUE SPACES.
       01 HCK-TOPIC-FR-LINES         PIC 9(3)   VALUE 0.
       01 HCK-TOPIC-EN-LINES         PIC 9(3)   VALUE 0.
       01 HCK-TEXT-LEN               PIC 9(3)   VALUE 0.
       01 HCK-CODE-TABLE.
          05 HCK-CODE                PIC X(10)  OCCURS 30 TIMES.
       01 HCK-CODE-IDX               PIC 9(2)   VALUE 0.
       01 HCK-CONTEXT-TABLE.
          05 HCK-CONTEXT             PIC X(10)  OCCURS 30 TIMES.
       01 HCK-REQUIRED-CONTEXTS.
          05 FILLER                  PIC X(10)  VALUE "JEU".
          05 FILLER                  PIC X(10)  VALUE "MARCHAND".
          05 FILLER                  PIC X(10)  VALUE "BANQUE".
          05 FILLER                  PIC X(10)  VALUE "CRAFT".
          05 FILLER                  PIC X(10)  VALUE "COMBAT".
       01 HCK-REQUIRED-TABLE REDEFINES HCK-REQUIRED-CONTEXTS.
          05 HCK-REQUIRED            PIC X(10)  OCCURS 5 TIMES.
       01 HCK-REQ-IDX                PIC 9(1)   VALUE 0.
       01 HCK-REQ-FOUND              PIC X(1)   VALUE "N".

       COPY "CONTREL.cpy".

       LINKAGE SECTION.
       COPY "HELP.cpy".

       PROCEDURE DIVISION USING HELP-PARAMS.
       MAIN-ENTRY.
           IF HLP-OP-VALIDATE
               PERFORM CHECK-RELEASE-CANDIDATE
               GOBACK
           END-IF

           IF HELP-BOOK-READY = "N"
               MOVE HELP-LIVE-NAME TO HELP-DATA-FILE-PATH
               PERFORM RESOLVE-DATA-FILES
               PERFORM SETUP-HELP-TOPICS
               PERFORM LOAD-HELP-FILE
               MOVE "Y" TO HELP-BOOK-READY
           END-IF

           EVALUATE TRUE
               WHEN HLP-OP-CONTEXT
                   PERFORM RUN-CONTEXT-HELP
               WHEN OTHER
                   PERFORM RUN-HELP-MANUAL
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Aide de l'écran courant: premier sujet du contexte demandé,
      * puis accès au manuel complet
      *-----------------------------------------------------------------
       RUN-CONTEXT-HELP.
           MOVE 0 TO HELP-PICK
           PERFORM VARYING HTP-IDX FROM 1 BY 1
                   UNTIL HTP-IDX > HTP-COUNT OR HELP-PICK > 0
               IF HTP-CONTEXT(HTP-IDX) = HLP-CONTEXT AND
                  HLP-CONTEXT NOT = SPACES
                   MOVE HTP-IDX TO HELP-PICK
               END-IF
           END-PERFORM
           IF HELP-PICK = 0
               PERFORM RUN-HELP-MANUAL
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-HELP-TOPIC
           MOVE 87 TO MSG-ID
           PERFORM GET-CATALOG-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT HELP-INPUT
           IF HELP-INPUT = "M" OR HELP-INPUT = "m"
               PERFORM RUN-HELP-MANUAL
           END-IF
           .

      *-----------------------------------------------------------------
      * Manuel complet: index des sujets, choix par numéro ou
      * recherche d'un mot-clé; ENTRÉE seule (ou Q) pour sortir
      *-----------------------------------------------------------------
       RUN-HELP-MANUAL.
           MOVE "N" TO HELP-DONE
           MOVE "Y" TO HELP-SHOW-INDEX
           PERFORM UNTIL HELP-DONE = "Y"
               IF HELP-SHOW-INDEX = "Y"
                   PERFORM SHOW-HELP-INDEX
               END-IF
               MOVE "Y" TO HELP-SHOW-INDEX
               DISPLAY SPACE
               MOVE 83 TO MSG-ID
               PERFORM GET-CATALOG-MESSAGE
               DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
               DISPLAY "> " WITH NO ADVANCING
               MOVE SPACES TO HELP-INPUT
               ACCEPT HELP-INPUT
               PERFORM PROCESS-HELP-INPUT
           END-PERFORM
           .

       SHOW-HELP-INDEX.
           DISPLAY SPACE
           MOVE 82 TO MSG-ID
           PERFORM GET-CATALOG-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
           PERFORM VARYING HTP-IDX FROM 1 BY 1
                   UNTIL HTP-IDX > HTP-COUNT
               PERFORM SHOW-HELP-INDEX-LINE
           END-PERFORM
           .

       SHOW-HELP-INDEX-LINE.
           MOVE HTP-IDX TO HELP-NUMBER-SHOWN
           IF HLP-LANGUAGE = "EN" AND HTP-TITLE-EN(HTP-IDX) NOT = SPACES
               MOVE HTP-TITLE-EN(HTP-IDX) TO HELP-TOPIC-TITLE
           ELSE
               MOVE HTP-TITLE-FR(HTP-IDX) TO HELP-TOPIC-TITLE
           END-IF
           DISPLAY " " HELP-NUMBER-SHOWN ". "
               FUNCTION TRIM(HELP-TOPIC-TITLE)
           .

       PROCESS-HELP-INPUT.
           IF HELP-INPUT = SPACES OR HELP-INPUT = "Q" OR
              HELP-INPUT = "q"
               MOVE "Y" TO HELP-DONE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(HELP-INPUT) = 0
               MOVE 0 TO HELP-PICK
               IF FUNCTION NUMVAL(HELP-INPUT) >= 1 AND
                  FUNCTION NUMVAL(HELP-INPUT) <= HTP-COUNT
                   MOVE FUNCTION NUMVAL(HELP-INPUT) TO HELP-PICK
               END-IF
               IF HELP-PICK = 0
                   DISPLAY "?"
                   EXIT PARAGRAPH
               END-IF
               PERFORM SHOW-HELP-TOPIC
               PERFORM PAUSE-AFTER-TOPIC
               EXIT PARAGRAPH
           END-IF

           PERFORM SEARCH-HELP-TOPICS
           .

      *-----------------------------------------------------------------
      * Recherche d'un mot-clé (sans tenir compte de la casse) dans
      * les mots-clés, les titres et le texte du joueur; un seul
      * sujet trouvé s'ouvre directement, plusieurs sont listés
      * sous l'invite sans réafficher l'index
      *-----------------------------------------------------------------
       SEARCH-HELP-TOPICS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HELP-INPUT))
               TO HELP-TERM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HELP-TERM)) TO
               HELP-TERM-LEN
           MOVE 0 TO HELP-MATCH-COUNT HELP-PICK
           PERFORM VARYING HTP-IDX FROM 1 BY 1
                   UNTIL HTP-IDX > HTP-COUNT
               PERFORM CHECK-HELP-TOPIC-MATCH
               IF HELP-MATCH-FOUND = "Y"
                   ADD 1 TO HELP-MATCH-COUNT
                   MOVE HTP-IDX TO HELP-PICK
               END-IF
           END-PERFORM

           EVALUATE HELP-MATCH-COUNT
               WHEN 0
                   MOVE 84 TO MSG-ID
                   PERFORM GET-CATALOG-MESSAGE
                   DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
               WHEN 1
                   PERFORM SHOW-HELP-TOPIC
                   PERFORM PAUSE-AFTER-TOPIC
               WHEN OTHER
                   DISPLAY SPACE
                   MOVE 85 TO MSG-ID
                   PERFORM GET-CATALOG-MESSAGE
                   DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " "
                       FUNCTION TRIM(HELP-INPUT) ":"
                   PERFORM VARYING HTP-IDX FROM 1 BY 1
                           UNTIL HTP-IDX > HTP-COUNT
                       PERFORM CHECK-HELP-TOPIC-MATCH
                       IF HELP-MATCH-FOUND = "Y"
                           PERFORM SHOW-HELP-INDEX-LINE
                       END-IF
                   END-PERFORM
                   MOVE "N" TO HELP-SHOW-INDEX
           END-EVALUATE
           .

       CHECK-HELP-TOPIC-MATCH.
           MOVE "N" TO HELP-MATCH-FOUND
           MOVE SPACES TO HELP-SEARCH-AREA
           STRING FUNCTION TRIM(HTP-KEYWORDS(HTP-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HTP-CODE(HTP-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HTP-TITLE-FR(HTP-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HTP-TITLE-EN(HTP-IDX)) DELIMITED BY SIZE
               INTO HELP-SEARCH-AREA
           END-STRING
           MOVE FUNCTION UPPER-CASE(HELP-SEARCH-AREA)
               TO HELP-SEARCH-AREA
           MOVE 0 TO HELP-HITS
           INSPECT HELP-SEARCH-AREA TALLYING HELP-HITS
               FOR ALL HELP-TERM(1:HELP-TERM-LEN)
           IF HELP-HITS > 0
               MOVE "Y" TO HELP-MATCH-FOUND
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-HELP-TEXT-LANG
           IF HELP-TEXT-LANG = "EN"
               PERFORM VARYING HTP-LINE-IDX FROM 1 BY 1
                       UNTIL HTP-LINE-IDX > HTP-EN-COUNT(HTP-IDX)
                   MOVE FUNCTION UPPER-CASE(HTP-EN-LINE(HTP-IDX,
                       HTP-LINE-IDX)) TO HELP-SEARCH-AREA
                   INSPECT HELP-SEARCH-AREA TALLYING HELP-HITS
                       FOR ALL HELP-TERM(1:HELP-TERM-LEN)
               END-PERFORM
           ELSE
               PERFORM VARYING HTP-LINE-IDX FROM 1 BY 1
                       UNTIL HTP-LINE-IDX > HTP-FR-COUNT(HTP-IDX)
                   MOVE FUNCTION UPPER-CASE(HTP-FR-LINE(HTP-IDX,
                       HTP-LINE-IDX)) TO HELP-SEARCH-AREA
                   INSPECT HELP-SEARCH-AREA TALLYING HELP-HITS
                       FOR ALL HELP-TERM(1:HELP-TERM-LEN)
               END-PERFORM
           END-IF
           IF HELP-HITS > 0
               MOVE "Y" TO HELP-MATCH-FOUND
           END-IF
           .

      *    Texte anglais demandé et présent, sinon texte français
       SET-HELP-TEXT-LANG.
           MOVE "FR" TO HELP-TEXT-LANG
           IF HLP-LANGUAGE = "EN" AND HTP-EN-COUNT(HTP-IDX) > 0
               MOVE "EN" TO HELP-TEXT-LANG
           END-IF
           .

      *-----------------------------------------------------------------
      * Affichage du sujet HELP-PICK dans la langue du joueur
      *-----------------------------------------------------------------
       SHOW-HELP-TOPIC.
           MOVE HELP-PICK TO HTP-IDX
           PERFORM SET-HELP-TEXT-LANG
           IF HLP-LANGUAGE = "EN" AND HTP-TITLE-EN(HTP-IDX) NOT = SPACES
               MOVE HTP-TITLE-EN(HTP-IDX) TO HELP-TOPIC-TITLE
           ELSE
               MOVE HTP-TITLE-FR(HTP-IDX) TO HELP-TOPIC-TITLE
           END-IF
           DISPLAY SPACE
           DISPLAY "=== " FUNCTION TRIM(HELP-TOPIC-TITLE) " ==="
           IF HELP-TEXT-LANG = "EN"
               PERFORM VARYING HTP-LINE-IDX FROM 1 BY 1
                       UNTIL HTP-LINE-IDX > HTP-EN-COUNT(HTP-IDX)
                   DISPLAY FUNCTION TRIM(HTP-EN-LINE(HTP-IDX,
                       HTP-LINE-IDX) TRAILING)
               END-PERFORM
           ELSE
               PERFORM VARYING HTP-LINE-IDX FROM 1 BY 1
                       UNTIL HTP-LINE-IDX > HTP-FR-COUNT(HTP-IDX)
                   DISPLAY FUNCTION TRIM(HTP-FR-LINE(HTP-IDX,
                       HTP-LINE-IDX) TRAILING)
               END-PERFORM
           END-IF
           DISPLAY SPACE
           .

       PAUSE-AFTER-TOPIC.
           MOVE 86 TO MSG-ID
           PERFORM GET-CATALOG-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
           DISPLAY "> " WITH NO ADVANCING
           MOVE SPACES TO HELP-INPUT
           ACCEPT HELP-INPUT
           IF HELP-INPUT = "Q" OR HELP-INPUT = "q"
               MOVE "Y" TO HELP-DONE
           END-IF
           .

      *-----------------------------------------------------------------
      * Manuel de référence (exporté vers COBOHELP.DAT quand le
      * fichier manque)
      *-----------------------------------------------------------------
       SETUP-HELP-TOPICS.
           INITIALIZE HELP-BOOK

           MOVE 1 TO HTP-IDX
           MOVE "COMMANDES" TO HTP-CODE(HTP-IDX)
           MOVE "JEU" TO HTP-CONTEXT(HTP-IDX)
           MOVE "Commandes de jeu" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Game commands" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "commandes commands touches keys menu aide help "
              & "deplacer move inventaire inventory echeances "
              & "affaires agenda"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 11 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "Dans le monde, tapez une commande puis ENTRÉE:"
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "N, S, E, O - se déplacer; 1 à 4 (NE, NO, SE, SO) en "
              & "diagonale"
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "H, B - monter ou descendre d'un étage (en donjon)"
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "I inventaire, C fiche de personnage, Q journal de "
              & "quêtes"
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "P parler, J terminal JCL, T Chronoterminal (si "
              & "disponible)"
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "R récolter, Z bestiaire, K calendrier, W carte, Y "
              & "chronique"
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE "En ville: V boutique, A auberge, G banque, M primes "
              & "du jour,"
               TO HTP-FR-LINE(HTP-IDX, 7)
           MOVE "F voyage rapide, U halle au négoce, L chantiers de "
              & "la ville"
               TO HTP-FR-LINE(HTP-IDX, 8)
           MOVE "! signaler un problème, ? cette aide, X retour au "
              & "menu"
               TO HTP-FR-LINE(HTP-IDX, 9)
           MOVE "= tableau des défis du jour et de la semaine"
               TO HTP-FR-LINE(HTP-IDX, 10)
           MOVE "@ affaires en cours (aussi à l'arrivée en ville)"
               TO HTP-FR-LINE(HTP-IDX, 11)
           MOVE 11 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "In the world, type a command then ENTER:"
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "N, S, E, O - move; 1 to 4 (NE, NO, SE, SO) diagonally"
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "H, B - go up or down one floor (dungeons)"
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "I inventory, C character sheet, Q quest log"
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "P talk, J JCL terminal, T Chronoterminal (when "
              & "available)"
               TO HTP-EN-LINE(HTP-IDX, 5)
           MOVE "R harvest, Z bestiary, K calendar, W map, Y chronicle"
               TO HTP-EN-LINE(HTP-IDX, 6)
           MOVE "In town: V shop, A inn, G bank, M daily bounties,"
               TO HTP-EN-LINE(HTP-IDX, 7)
           MOVE "F fast travel, U trading post, L town works"
               TO HTP-EN-LINE(HTP-IDX, 8)
           MOVE "! report a problem, ? this help, X back to the menu"
               TO HTP-EN-LINE(HTP-IDX, 9)
           MOVE "= daily and weekly challenge board"
               TO HTP-EN-LINE(HTP-IDX, 10)
           MOVE "@ pending business (also shown on arriving in town)"
               TO HTP-EN-LINE(HTP-IDX, 11)

           MOVE 2 TO HTP-IDX
           MOVE "CARTE" TO HTP-CODE(HTP-IDX)
           MOVE "Carte, donjons et voyage" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Map, dungeons and travel" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "carte map donjon dungeon etage floor voyage travel "
              & "horloge clock meteo weather itineraire route "
              & "note notes message messages carnet notebook"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 10 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "W affiche la carte du monde, ou le plan de l'étage "
              & "en donjon."
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "Chaque pas fait avancer l'horloge du jeu (jour et "
              & "heure);"
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "la météo du jour s'affiche sous la position."
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "En selle, le trajet prend moitié moins de temps."
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "En donjon, H et B montent et descendent d'un étage."
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "+ planifie un itinéraire vers une case (colonne, "
              & "ligne): durée,"
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE "risque de rencontre et zones hostiles; + fait le "
              & "pas suivant,"
               TO HTP-FR-LINE(HTP-IDX, 7)
           MOVE "* marche seul jusqu'à la prochaine rencontre, - "
              & "abandonne."
               TO HTP-FR-LINE(HTP-IDX, 8)
           MOVE "# ouvre le carnet: notes épinglées sur la carte "
              & "[!], publiables"
               TO HTP-FR-LINE(HTP-IDX, 9)
           MOVE "pour les autres emplacements, qui les lisent en [@] "
              & "et les notent."
               TO HTP-FR-LINE(HTP-IDX, 10)
           MOVE 10 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "W shows the world map, or the floor plan inside a "
              & "dungeon."
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "Every step moves the game clock (day and hour);"
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "the day's weather is shown under your position."
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "On horseback, travel takes half the time."
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "In a dungeon, H and B go up and down one floor."
               TO HTP-EN-LINE(HTP-IDX, 5)
           MOVE "+ plans a route to a tile (column, row): time, "
              & "encounter risk"
               TO HTP-EN-LINE(HTP-IDX, 6)
           MOVE "and hostile zones; + then takes the next step, * "
              & "walks on"
               TO HTP-EN-LINE(HTP-IDX, 7)
           MOVE "until the next encounter, - drops the route."
               TO HTP-EN-LINE(HTP-IDX, 8)
           MOVE "# opens the notebook: notes pinned on the map [!], "
              & "which you may"
               TO HTP-EN-LINE(HTP-IDX, 9)
           MOVE "publish for other save slots to read as [@] and to "
              & "rate."
               TO HTP-EN-LINE(HTP-IDX, 10)

           MOVE 3 TO HTP-IDX
           MOVE "MARCHAND" TO HTP-CODE(HTP-IDX)
           MOVE "MARCHAND" TO HTP-CONTEXT(HTP-IDX)
           MOVE "Boutique du marchand" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Merchant shop" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "marchand merchant boutique shop acheter buy vendre "
              & "sell reparer repair sac backpack depot consignment"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 8 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "(A) acheter un objet du catalogue de la ville."
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "(V) vendre un objet de l'inventaire contre de l'or."
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "(P) reprendre dans la journée un objet vendu, au prix"
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "    de la vente." TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "(S) agrandir le sac à dos, (R) réparer un "
              & "équipement usé."
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "(D) dépôt-vente: le marchand vend l'objet pour vous."
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE "Le stock de chaque ville est limité et se renouvelle"
               TO HTP-FR-LINE(HTP-IDX, 7)
           MOVE "au réapprovisionnement." TO HTP-FR-LINE(HTP-IDX, 8)
           MOVE 6 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "(A) buy an item from the town catalogue."
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "(V) sell an item from your inventory for gold."
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "(P) buy back an item sold today, at its selling price."
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "(S) enlarge the backpack, (R) repair worn equipment."
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "(D) consignment: the merchant sells the item for you."
               TO HTP-EN-LINE(HTP-IDX, 5)
           MOVE "Each town's stock is limited and refills at restock."
               TO HTP-EN-LINE(HTP-IDX, 6)

           MOVE 4 TO HTP-IDX
           MOVE "BANQUE" TO HTP-CODE(HTP-IDX)
           MOVE "BANQUE" TO HTP-CONTEXT(HTP-IDX)
           MOVE "Banque et coffre" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Bank and vault" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "banque bank or gold depot deposit retrait withdraw "
              & "coffre vault emprunt loan interet interest"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 8 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "1, 2 - déposer ou retirer de l'or. Le compte "
              & "rapporte un"
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "intérêt par jour de jeu, annoncé par courrier à "
              & "l'auberge."
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "3, 4 - coffre de dix emplacements, le même dans "
              & "toutes"
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "les agences." TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "5 - emprunt: un objet du coffre sert de gage, le "
              & "prêt vaut"
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "le double de sa valeur (50 or au moins)."
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE "6 - rembourser: prêt majoré de 20%, sous dix jours "
              & "de jeu."
               TO HTP-FR-LINE(HTP-IDX, 7)
           MOVE "Chaque emplacement de sauvegarde a son propre compte."
               TO HTP-FR-LINE(HTP-IDX, 8)
           MOVE 7 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "1, 2 - deposit or withdraw gold. The account earns "
              & "interest"
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "for each game day, announced by mail at the inn."
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "3, 4 - ten-slot vault, the same in every branch."
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "5 - loan: an item in the vault is the pledge, the "
              & "loan is"
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "worth twice its value (at least 50 gold)."
               TO HTP-EN-LINE(HTP-IDX, 5)
           MOVE "6 - repay: loan plus 20%, within ten game days."
               TO HTP-EN-LINE(HTP-IDX, 6)
           MOVE "Each save slot has its own account."
               TO HTP-EN-LINE(HTP-IDX, 7)

           MOVE 5 TO HTP-IDX
           MOVE "CRAFT" TO HTP-CODE(HTP-IDX)
           MOVE "CRAFT" TO HTP-CONTEXT(HTP-IDX)
           MOVE "Terminal de fabrication JCL" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "JCL crafting terminal" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "craft crafting fabrication fabriquer recette recipe "
              & "materiau material raffiner refine ameliorer upgrade"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 7 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "1 recettes connues, 2 matériaux en stock, 3 "
              & "fabriquer."
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "4 recherche d'une recette par matériau."
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "5 améliorer un équipement, 6 bibliothèque de jobs."
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "7 raffiner des matériaux, 8 file des travaux "
              & "(pupitre JES)."
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "10 examen de certification JCL, 11 cette aide."
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "Chaque fabrication passe par un job JCL écrit à "
              & "l'éditeur:"
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE "voir le sujet Syntaxe JCL." TO HTP-FR-LINE(HTP-IDX, 7)
           MOVE 7 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "1 known recipes, 2 materials in stock, 3 craft."
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "4 search recipes by material."
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "5 upgrade equipment, 6 job library."
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "7 refine materials, 8 job queue (JES console)."
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "10 JCL certification exam, 11 this help."
               TO HTP-EN-LINE(HTP-IDX, 5)
           MOVE "Every craft runs a JCL job typed in the editor:"
               TO HTP-EN-LINE(HTP-IDX, 6)
           MOVE "see the JCL syntax topic." TO HTP-EN-LINE(HTP-IDX, 7)

           MOVE 6 TO HTP-IDX
           MOVE "JCL" TO HTP-CODE(HTP-IDX)
           MOVE "Syntaxe JCL" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "JCL syntax" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "jcl syntaxe syntax job exec dd cond editeur editor "
              & "save"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 8 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "La recette donne le motif de la carte JOB, ex. "
              & "//COMPILE JOB*"
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "  //COMPILE JOB (COBOL),CLASS=A"
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "  //RAF1    EXEC PGM=REFINE,PARM='1'"
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "  //FAB     EXEC PGM=FORGE,COND=(4,LT,RAF1)"
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "Une carte DD vient toujours après son EXEC."
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "COND=(4,LT,RAF1) saute l'étape si RAF1 rend plus de "
              & "4."
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE "// IF (RAF1.RC = 0) THEN ... // ENDIF encadre des "
              & "étapes."
               TO HTP-FR-LINE(HTP-IDX, 7)
           MOVE "Tapez SAVE pour soumettre le job, EXIT pour "
              & "abandonner."
               TO HTP-FR-LINE(HTP-IDX, 8)
           MOVE 8 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "The recipe gives the JOB card pattern, e.g. //COMPILE "
              & "JOB*"
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "  //COMPILE JOB (COBOL),CLASS=A"
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "  //RAF1    EXEC PGM=REFINE,PARM='1'"
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "  //FAB     EXEC PGM=FORGE,COND=(4,LT,RAF1)"
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "A DD card always comes after its EXEC."
               TO HTP-EN-LINE(HTP-IDX, 5)
           MOVE "COND=(4,LT,RAF1) skips the step if RAF1 returns more "
              & "than 4."
               TO HTP-EN-LINE(HTP-IDX, 6)
           MOVE "// IF (RAF1.RC = 0) THEN ... // ENDIF wraps steps."
               TO HTP-EN-LINE(HTP-IDX, 7)
           MOVE "Type SAVE to submit the job, EXIT to give up."
               TO HTP-EN-LINE(HTP-IDX, 8)

           MOVE 7 TO HTP-IDX
           MOVE "COMBAT" TO HTP-CODE(HTP-IDX)
           MOVE "COMBAT" TO HTP-CONTEXT(HTP-IDX)
           MOVE "Combat" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Combat" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "combat fight attaque attack competence skill mana "
              & "fuite flee defense defend automatique auto rang row"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 8 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "1 attaque, 2 compétence spéciale (coûte du mana),"
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "3 utiliser un objet, 4 tenter de fuir, 5 se défendre,"
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "6 pilotage automatique (refusé face à un boss),"
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "7 cette aide (ne coûte pas de tour)."
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "Au début du combat, choisissez la ligne avant ou "
              & "arrière:"
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "l'arrière prend moitié moins de coups de mêlée "
              & "tant que"
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE "l'avant tient, mais ses coups de mêlée sont "
              & "affaiblis."
               TO HTP-FR-LINE(HTP-IDX, 7)
           MOVE "Voir aussi les sujets Éléments et Effets d'état."
               TO HTP-FR-LINE(HTP-IDX, 8)
           MOVE 8 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "1 attack, 2 special skill (costs mana),"
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "3 use an item, 4 try to flee, 5 defend,"
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "6 auto battle (refused against a boss),"
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "7 this help (does not cost a turn)."
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "When the fight starts, pick the front or back row:"
               TO HTP-EN-LINE(HTP-IDX, 5)
           MOVE "the back row takes half the melee hits while the front"
               TO HTP-EN-LINE(HTP-IDX, 6)
           MOVE "holds, but its own melee hits are weakened."
               TO HTP-EN-LINE(HTP-IDX, 7)
           MOVE "See also the Elements and Status effects topics."
               TO HTP-EN-LINE(HTP-IDX, 8)

           MOVE 8 TO HTP-IDX
           MOVE "ELEMENTS" TO HTP-CODE(HTP-IDX)
           MOVE "Éléments" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Elements" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "elements element feu fire givre frost electrique "
              & "electric vide void faiblesse weakness resistance"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 5 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "Quatre éléments: feu, givre, électrique et vide."
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "Frapper la faiblesse d'une cible fait x1,5 de dégâts"
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "(""redoutablement efficace""); sa résistance, x0,5."
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "Une armure portée du même élément que l'attaquant"
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "absorbe la moitié des dégâts du coup."
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE 5 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "Four elements: fire, frost, electric and void."
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "Hitting a target's weakness deals x1.5 damage;"
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "hitting its resistance, x0.5."
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "Armour of the attacker's element absorbs half"
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "the damage of the hit." TO HTP-EN-LINE(HTP-IDX, 5)

           MOVE 9 TO HTP-IDX
           MOVE "ETATS" TO HTP-CODE(HTP-IDX)
           MOVE "Effets d'état" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Status effects" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "etats status effets effects poison sideration stun "
              & "defense brisee broken regeneration"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 6 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "Poison: perte de PV à chaque tour."
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "Sidération: le tour suivant est perdu."
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "Défense brisée: défense réduite de moitié."
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "Régénération: PV rendus à chaque tour."
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "Chaque effet décompte ses tours à la fin de la phase"
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "de son porteur, et se garde dans le point de reprise."
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE 6 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "Poison: loses HP every turn."
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "Stun: the next turn is lost."
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "Broken defence: defence halved."
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "Regeneration: HP restored every turn."
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "Each effect counts down at the end of its bearer's"
               TO HTP-EN-LINE(HTP-IDX, 5)
           MOVE "phase, and is kept in the combat checkpoint."
               TO HTP-EN-LINE(HTP-IDX, 6)

           MOVE 10 TO HTP-IDX
           MOVE "QUETES" TO HTP-CODE(HTP-IDX)
           MOVE "Quêtes, primes et commandes" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Quests, bounties and commissions"
               TO HTP-TITLE-EN(HTP-IDX)
           MOVE "quetes quests journal log prime bounty commande "
              & "commission contrat contract"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 7 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "Q ouvre le journal: quêtes en cours, terminées, et "
              & "contrats"
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "ouverts (prime du jour et commandes d'artisanat)."
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "Le tableau des primes propose une prime par jour, et "
              & "les"
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "commandes d'Ada, de Turing et du Voyageur Temporel: "
              & "une"
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "pièce à fabriquer au terminal JCL avant "
              & "l'échéance."
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "Une pièce livrée en retard ou de qualité trop basse"
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE "coûte de la réputation auprès du commanditaire."
               TO HTP-FR-LINE(HTP-IDX, 7)
           MOVE 6 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "Q opens the log: active and finished quests, and open"
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "contracts (daily bounty and crafting commissions)."
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "The bounty board offers one bounty a day, plus "
              & "commissions"
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "from Ada, Turing and the Time Traveller: a piece to "
              & "craft"
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "at the JCL terminal before the due day."
               TO HTP-EN-LINE(HTP-IDX, 5)
           MOVE "A late or low-quality piece costs standing with the "
              & "patron."
               TO HTP-EN-LINE(HTP-IDX, 6)

           MOVE 11 TO HTP-IDX
           MOVE "ECURIE" TO HTP-CODE(HTP-IDX)
           MOVE "Écurie et montures" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Stable and mounts" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "ecurie stable monture mount cheval horse selle saddle "
              & "pension"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 6 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "L'écurie de la ville vend montures et selles."
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "En selle, le trajet coûte moitié moins de temps et "
              & "les"
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "rencontres sont plus rares; sous terre, la monture "
              & "reste"
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "à l'entrée." TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "La pension coûte 2 or par jour de jeu, réglée au "
              & "passage;"
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "impayée, elle se solde par la saisie de la bête."
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE 5 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "The town stable sells mounts and saddles."
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "Riding halves travel time and makes encounters rarer;"
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "underground, the mount waits at the entrance."
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "Board costs 2 gold per game day, paid on your next "
              & "visit;"
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "left unpaid, the animal is seized."
               TO HTP-EN-LINE(HTP-IDX, 5)

           MOVE 12 TO HTP-IDX
           MOVE "NEGOCE" TO HTP-CODE(HTP-IDX)
           MOVE "Halle au négoce" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Trading post" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "negoce trading halle post cours price materiau "
              & "material achat buy revente sell"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 4 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "U, en ville: la halle au négoce affiche le cours du "
              & "jour"
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "de chaque matériau de base et sa tendance."
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "Le cours varie de 80 à 120% du prix de base selon le "
              & "jour."
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "Les matériaux achetés vont au stock du terminal JCL."
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE 4 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "U, in town: the trading post shows each base "
              & "material's"
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "price of the day and its trend."
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "Prices move between 80 and 120% of the base price."
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "Bought materials go to the JCL terminal stock."
               TO HTP-EN-LINE(HTP-IDX, 4)

           MOVE 13 TO HTP-IDX
           MOVE "ARENE" TO HTP-CODE(HTP-IDX)
           MOVE "Arène de la cité" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "City arena" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "arene arena mise stake rang rank champion tournoi "
              & "tournament"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 5 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "Sur la place de l'arène: des combats contre une mise "
              & "d'or."
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "Le rang 3 aligne un trio complet; fuir abandonne la "
              & "mise."
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "Une série de victoires augmente les gains et mène au"
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "titre de champion de l'arène."
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "Les jours de fête, un tournoi remplace les combats."
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE 5 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "On the arena square: fights for a gold stake."
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "Rank 3 fields a full trio; fleeing forfeits the stake."
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "A winning streak raises the payout and leads to the"
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "arena champion title." TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "On festival days, a tournament replaces the fights."
               TO HTP-EN-LINE(HTP-IDX, 5)

           MOVE 14 TO HTP-IDX
           MOVE "CHRONO" TO HTP-CODE(HTP-IDX)
           MOVE "Chronoterminal et expéditions"
               TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Chronoterminal and expeditions"
               TO HTP-TITLE-EN(HTP-IDX)
           MOVE "chronoterminal temps time ere era voyage travel "
              & "expedition compagnon companion console"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 6 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "T ouvre le Chronoterminal quand il est disponible: "
              & "voyages"
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "vers les ères de l'informatique, consoles COBOL à "
              & "réparer"
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "et matériaux propres à chaque ère."
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "Option 7: envoyer son compagnon en expédition dans "
              & "une"
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "ère. Il rentre quelques jours plus tard avec "
              & "matériaux et"
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "expérience; son compte rendu arrive à l'auberge."
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE 6 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "T opens the Chronoterminal when available: trips to "
              & "the"
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "eras of computing, broken COBOL consoles to repair and"
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "materials found only in each era."
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "Option 7: send your companion on an expedition to an "
              & "era."
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "They return a few days later with materials and "
              & "experience;"
               TO HTP-EN-LINE(HTP-IDX, 5)
           MOVE "their report arrives at the inn."
               TO HTP-EN-LINE(HTP-IDX, 6)

           MOVE 15 TO HTP-IDX
           MOVE "SUPPORT" TO HTP-CODE(HTP-IDX)
           MOVE "Sauvegardes et support" TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Saves and support" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "sauvegarde save emplacement slot support probleme "
              & "problem ironman"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 4 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "Trois emplacements de sauvegarde, choisis au menu "
              & "principal."
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "En ironman, chaque retour au menu sauvegarde la "
              & "partie."
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "! envoie un signalement au support avec l'état de la"
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "partie; décrivez ce qui s'est passé en une ligne."
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE 4 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "Three save slots, picked from the main menu."
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "In ironman, every return to the menu saves the game."
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "! sends a report to support with the game state;"
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "describe what happened in one line."
               TO HTP-EN-LINE(HTP-IDX, 4)

           MOVE 16 TO HTP-IDX
           MOVE "DEFIS" TO HTP-CODE(HTP-IDX)
           MOVE "Défis du jour et de la semaine"
               TO HTP-TITLE-FR(HTP-IDX)
           MOVE "Daily and weekly challenges" TO HTP-TITLE-EN(HTP-IDX)
           MOVE "defi challenge jour daily semaine weekly jeton token "
              & "titre title"
               TO HTP-KEYWORDS(HTP-IDX)
           MOVE 6 TO HTP-FR-COUNT(HTP-IDX)
           MOVE "= ouvre le tableau des défis: un défi nouveau "
              & "chaque jour de jeu"
               TO HTP-FR-LINE(HTP-IDX, 1)
           MOVE "et un autre chaque semaine de sept jours (combats, "
              & "fabrication,"
               TO HTP-FR-LINE(HTP-IDX, 2)
           MOVE "exploration, anomalies d'ère). Un défi non accompli "
              & "à temps"
               TO HTP-FR-LINE(HTP-IDX, 3)
           MOVE "est perdu. Chaque défi réussi rapporte des jetons "
              & "de défi,"
               TO HTP-FR-LINE(HTP-IDX, 4)
           MOVE "à échanger au tableau contre un titre, affiché sur "
              & "la fiche de"
               TO HTP-FR-LINE(HTP-IDX, 5)
           MOVE "personnage, ou contre des matériaux du terminal JCL."
               TO HTP-FR-LINE(HTP-IDX, 6)
           MOVE 5 TO HTP-EN-COUNT(HTP-IDX)
           MOVE "= opens the challenge board: a new challenge every "
              & "game day and"
               TO HTP-EN-LINE(HTP-IDX, 1)
           MOVE "another every seven-day week (fights, crafting, "
              & "exploration,"
               TO HTP-EN-LINE(HTP-IDX, 2)
           MOVE "era anomalies). A challenge not met in time is lost."
               TO HTP-EN-LINE(HTP-IDX, 3)
           MOVE "Each success earns challenge tokens, traded at the "
              & "board for a"
               TO HTP-EN-LINE(HTP-IDX, 4)
           MOVE "title shown on the character sheet, or for JCL "
              & "materials."
               TO HTP-EN-LINE(HTP-IDX, 5)

           MOVE 16 TO HTP-COUNT
           .

      *-----------------------------------------------------------------
      * Chargement de COBOHELP.DAT (nommé par HELP-DATA-FILE-PATH)
      * dans le manuel; fichier absent = export du manuel de
      * référence
      *-----------------------------------------------------------------
       LOAD-HELP-FILE.
           MOVE 0 TO HELP-FILE-COUNT
           OPEN INPUT HELP-DATA-FILE
           MOVE "LOAD-HELP-FILE" TO ERL-PARAGRAPH
           MOVE 'O' TO ERL-OPERATION
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF HELP-DATA-ABSENT
               PERFORM WRITE-DEFAULT-HELP-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT HELP-DATA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO HELP-FILE-EOF
           PERFORM UNTIL HELP-FILE-EOF = "Y"
               READ HELP-DATA-FILE
                   AT END
                       MOVE "Y" TO HELP-FILE-EOF
                   NOT AT END
                       IF HELP-DATA-RECORD(1:2) = "H|"
                           ADD 1 TO HELP-FILE-COUNT
                       END-IF
               END-READ
               MOVE "LOAD-HELP-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           END-PERFORM
           CLOSE HELP-DATA-FILE
           MOVE "LOAD-HELP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               HELP-DATA-FILE-PATH, HELP-DATA-STATUS

           IF HELP-FILE-COUNT = 0
      *        Fichier vide ou illisible: on garde la référence
               EXIT PARAGRAPH
           END-IF
           INITIALIZE HELP-BOOK
           MOVE "N" TO HLF-TOPIC-SKIPPED

           OPEN INPUT HELP-DATA-FILE
           MOVE "LOAD-HELP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           MOVE "N" TO HELP-FILE-EOF
           PERFORM UNTIL HELP-FILE-EOF = "Y"
               READ HELP-DATA-FILE
                   AT END
                       MOVE "Y" TO HELP-FILE-EOF
                   NOT AT END
                       PERFORM LOAD-HELP-FILE-RECORD
               END-READ
               MOVE "LOAD-HELP-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           END-PERFORM
           CLOSE HELP-DATA-FILE
           MOVE "LOAD-HELP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           .

       LOAD-HELP-FILE-RECORD.
           PERFORM SPLIT-HELP-RECORD
           IF HLF-TYPE = "H"
               PERFORM ADD-HELP-TOPIC
               EXIT PARAGRAPH
           END-IF
      *    Lignes avant le premier sujet ou d'un sujet au-delà de
      *    HTP-MAX: ignorées (le contrôle de mise en service les
      *    signale)
           IF HTP-COUNT = 0 OR HLF-TOPIC-SKIPPED = "Y"
               EXIT PARAGRAPH
           END-IF
           EVALUATE HLF-TYPE
               WHEN "K"
                   PERFORM APPEND-HELP-KEYWORDS
               WHEN "F"
                   PERFORM ADD-HELP-FR-LINE
               WHEN "E"
                   PERFORM ADD-HELP-EN-LINE
           END-EVALUATE
           .

      *    Type de ligne et champs; pour K, F et E le texte est tout
      *    ce qui suit le premier '|'
       SPLIT-HELP-RECORD.
           MOVE SPACES TO HLF-TYPE HLF-CODE HLF-CONTEXT HLF-TITLE-FR
               HLF-TITLE-EN HLF-TEXT
           IF HELP-DATA-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF HELP-DATA-RECORD(2:1) NOT = "|"
               MOVE "?" TO HLF-TYPE
               EXIT PARAGRAPH
           END-IF
           MOVE HELP-DATA-RECORD(1:1) TO HLF-TYPE
           EVALUATE HLF-TYPE
               WHEN "H"
                   UNSTRING HELP-DATA-RECORD DELIMITED BY "|"
                       INTO HLF-TYPE, HLF-CODE, HLF-CONTEXT,
                           HLF-TITLE-FR, HLF-TITLE-EN
                   END-UNSTRING
               WHEN "K"
               WHEN "F"
               WHEN "E"
                   MOVE HELP-DATA-RECORD(3:) TO HLF-TEXT
               WHEN OTHER
                   MOVE "?" TO HLF-TYPE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Sujet lu (ligne H) ajouté au manuel, puis ses mots-clés et
      * ses lignes de texte rattachés au dernier sujet ajouté
      *-----------------------------------------------------------------
       ADD-HELP-TOPIC.
           IF HTP-COUNT >= HTP-MAX
               MOVE "Y" TO HLF-TOPIC-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO HLF-TOPIC-SKIPPED
           ADD 1 TO HTP-COUNT
           MOVE HLF-CODE TO HTP-CODE(HTP-COUNT)
           MOVE HLF-CONTEXT TO HTP-CONTEXT(HTP-COUNT)
           MOVE HLF-TITLE-FR TO HTP-TITLE-FR(HTP-COUNT)
           MOVE HLF-TITLE-EN TO HTP-TITLE-EN(HTP-COUNT)
           .

       ADD-HELP-FR-LINE.
           IF HTP-FR-COUNT(HTP-COUNT) < HTP-LINE-MAX
               ADD 1 TO HTP-FR-COUNT(HTP-COUNT)
               MOVE HLF-TEXT TO HTP-FR-LINE(HTP-COUNT,
                   HTP-FR-COUNT(HTP-COUNT))
           END-IF
           .

       ADD-HELP-EN-LINE.
           IF HTP-EN-COUNT(HTP-COUNT) < HTP-LINE-MAX
               ADD 1 TO HTP-EN-COUNT(HTP-COUNT)
               MOVE HLF-TEXT TO HTP-EN-LINE(HTP-COUNT,
                   HTP-EN-COUNT(HTP-COUNT))
           END-IF
           .

       APPEND-HELP-KEYWORDS.
           MOVE SPACES TO HLF-KEYWORDS-WORK
           STRING FUNCTION TRIM(HTP-KEYWORDS(HTP-COUNT))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HLF-TEXT) DELIMITED BY SIZE
               INTO HLF-KEYWORDS-WORK
           END-STRING
           MOVE FUNCTION TRIM(HLF-KEYWORDS-WORK)
               TO HTP-KEYWORDS(HTP-COUNT)
           .

      *-----------------------------------------------------------------
      * Export du manuel de référence quand COBOHELP.DAT manque
      *-----------------------------------------------------------------
       WRITE-DEFAULT-HELP-FILE.
           OPEN OUTPUT HELP-DATA-FILE
           MOVE "WRITE-DEFAULT-HELP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           IF NOT HELP-DATA-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING HTP-IDX FROM 1 BY 1
                   UNTIL HTP-IDX > HTP-COUNT
               MOVE SPACES TO HELP-DATA-RECORD
               STRING "H|" DELIMITED BY SIZE
                   FUNCTION TRIM(HTP-CODE(HTP-IDX)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(HTP-CONTEXT(HTP-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(HTP-TITLE-FR(HTP-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(HTP-TITLE-EN(HTP-IDX))
                       DELIMITED BY SIZE
                   INTO HELP-DATA-RECORD
               END-STRING
               PERFORM WRITE-HELP-RECORD
               MOVE SPACES TO HELP-DATA-RECORD
               STRING "K|" DELIMITED BY SIZE
                   FUNCTION TRIM(HTP-KEYWORDS(HTP-IDX))
                       DELIMITED BY SIZE
                   INTO HELP-DATA-RECORD
               END-STRING
               PERFORM WRITE-HELP-RECORD
               PERFORM VARYING HTP-LINE-IDX FROM 1 BY 1
                       UNTIL HTP-LINE-IDX > HTP-FR-COUNT(HTP-IDX)
                   MOVE SPACES TO HELP-DATA-RECORD
                   STRING "F|" DELIMITED BY SIZE
                       HTP-FR-LINE(HTP-IDX, HTP-LINE-IDX)
                           DELIMITED BY SIZE
                       INTO HELP-DATA-RECORD
                   END-STRING
                   PERFORM WRITE-HELP-RECORD
               END-PERFORM
               PERFORM VARYING HTP-LINE-IDX FROM 1 BY 1
                       UNTIL HTP-LINE-IDX > HTP-EN-COUNT(HTP-IDX)
                   MOVE SPACES TO HELP-DATA-RECORD
                   STRING "E|" DELIMITED BY SIZE
                       HTP-EN-LINE(HTP-IDX, HTP-LINE-IDX)
                           DELIMITED BY SIZE
                       INTO HELP-DATA-RECORD
                   END-STRING
                   PERFORM WRITE-HELP-RECORD
               END-PERFORM
           END-PERFORM

           CLOSE HELP-DATA-FILE
           MOVE "WRITE-DEFAULT-HELP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           DISPLAY "(Manuel exporté vers COBOHELP.DAT)"
           .

       WRITE-HELP-RECORD.
           WRITE HELP-DATA-RECORD
           MOVE "WRITE-DEFAULT-HELP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           .

      *-----------------------------------------------------------------
      * Contrôle d'un candidat à la mise en service: le fichier
      * nommé par CONTENT-RELEASE est relu ligne à ligne, sans
      * écran ni écriture. Erreurs: type de ligne inconnu, ligne
      * K/F/E hors sujet, code absent ou en double, titre français
      * absent, sujet sans texte français, texte trop long pour
      * l'écran, manuel trop gros. Avertissements: sujet sans texte
      * anglais, contexte d'écran (JEU, MARCHAND, BANQUE, CRAFT,
      * COMBAT) sans sujet - l'écran ouvre alors l'index.
      *-----------------------------------------------------------------
       CHECK-RELEASE-CANDIDATE.
           DISPLAY "=== VALIDATION DU MANUEL ==="
           MOVE CRA-HELP-FILE TO HELP-DATA-FILE-PATH
           DISPLAY "Fichier candidat: "
               FUNCTION TRIM(HELP-DATA-FILE-PATH)
           MOVE 0 TO HCK-ERRORS HCK-WARNINGS HCK-LINE-NO HCK-TOPICS
           MOVE "N" TO HCK-IN-TOPIC
           MOVE SPACES TO HCK-CODE-TABLE HCK-CONTEXT-TABLE

           OPEN INPUT HELP-DATA-FILE
           MOVE "CHECK-RELEASE-CANDIDATE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           IF NOT HELP-DATA-OK
               DISPLAY "ERREUR: " FUNCTION TRIM(HELP-DATA-FILE-PATH)
                   " introuvable ou illisible."
               MOVE 1 TO CRA-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO HELP-FILE-EOF
           PERFORM UNTIL HELP-FILE-EOF = "Y"
               READ HELP-DATA-FILE
                   AT END
                       MOVE "Y" TO HELP-FILE-EOF
                   NOT AT END
                       ADD 1 TO HCK-LINE-NO
                       PERFORM CHECK-HELP-RECORD
               END-READ
               MOVE "CHECK-RELEASE-CANDIDATE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           END-PERFORM
           CLOSE HELP-DATA-FILE
           MOVE "CHECK-RELEASE-CANDIDATE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               HELP-DATA-FILE-PATH, HELP-DATA-STATUS
           PERFORM CLOSE-CHECKED-TOPIC

           IF HCK-TOPICS = 0
               DISPLAY "ERREUR: aucun sujet (ligne H) dans le fichier."
               ADD 1 TO HCK-ERRORS
           END-IF
           IF HCK-TOPICS > HTP-MAX
               DISPLAY "ERREUR: " HCK-TOPICS " sujets, le manuel en "
                   "tient " HTP-MAX " au plus."
               ADD 1 TO HCK-ERRORS
           END-IF
           PERFORM VARYING HCK-REQ-IDX FROM 1 BY 1
                   UNTIL HCK-REQ-IDX > 5
               PERFORM CHECK-REQUIRED-CONTEXT
           END-PERFORM

           DISPLAY HCK-TOPICS " sujet(s) contrôlé(s), "
               HCK-WARNINGS " avertissement(s)."
           IF HCK-ERRORS = 0
               DISPLAY "Verdict: fichier BON pour le service."
           ELSE
               DISPLAY "Verdict: " HCK-ERRORS " erreur(s), "
                   & "NE PAS mettre ce fichier en service."
           END-IF
           MOVE HCK-ERRORS TO CRA-ERROR-COUNT
           .

       CHECK-HELP-RECORD.
           PERFORM SPLIT-HELP-RECORD
           EVALUATE HLF-TYPE
               WHEN SPACE
                   CONTINUE
               WHEN "H"
                   PERFORM CLOSE-CHECKED-TOPIC
                   PERFORM CHECK-HELP-TOPIC-HEADER
               WHEN "K"
               WHEN "F"
               WHEN "E"
                   IF HCK-IN-TOPIC = "N"
                       DISPLAY "ERREUR: ligne " HCK-LINE-NO
                           " (" HLF-TYPE ") avant toute ligne H."
                       ADD 1 TO HCK-ERRORS
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-HELP-TEXT-LINE
               WHEN OTHER
                   DISPLAY "ERREUR: ligne " HCK-LINE-NO
                       ": type inconnu (attendu H, K, F ou E)."
                   ADD 1 TO HCK-ERRORS
           END-EVALUATE
           .

       CHECK-HELP-TOPIC-HEADER.
           ADD 1 TO HCK-TOPICS
           MOVE "Y" TO HCK-IN-TOPIC
           MOVE HLF-CODE TO HCK-TOPIC-CODE
           MOVE 0 TO HCK-TOPIC-FR-LINES HCK-TOPIC-EN-LINES
           IF HLF-CODE = SPACES
               DISPLAY "ERREUR: ligne " HCK-LINE-NO
                   ": sujet sans code."
               ADD 1 TO HCK-ERRORS
           END-IF
           IF HLF-TITLE-FR = SPACES
               DISPLAY "ERREUR: ligne " HCK-LINE-NO ": sujet "
                   FUNCTION TRIM(HLF-CODE) " sans titre français."
               ADD 1 TO HCK-ERRORS
           END-IF
           IF HCK-TOPICS > HTP-MAX
               EXIT PARAGRAPH
           END-IF
           IF HLF-CODE NOT = SPACES
               PERFORM VARYING HCK-CODE-IDX FROM 1 BY 1
                       UNTIL HCK-CODE-IDX >= HCK-TOPICS
                   IF HCK-CODE(HCK-CODE-IDX) = HLF-CODE
                       DISPLAY "ERREUR: ligne " HCK-LINE-NO
                           ": code " FUNCTION TRIM(HLF-CODE)
                           " déjà employé."
                       ADD 1 TO HCK-ERRORS
                   END-IF
               END-PERFORM
           END-IF
           MOVE HLF-CODE TO HCK-CODE(HCK-TOPICS)
           MOVE HLF-CONTEXT TO HCK-CONTEXT(HCK-TOPICS)
           .

       CHECK-HELP-TEXT-LINE.
           IF HLF-TYPE = "K"
               EXIT PARAGRAPH
           END-IF
           IF HLF-TYPE = "F"
               ADD 1 TO HCK-TOPIC-FR-LINES
           ELSE
               ADD 1 TO HCK-TOPIC-EN-LINES
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HLF-TEXT TRAILING))
               TO HCK-TEXT-LEN
           IF HCK-TEXT-LEN > 72
               DISPLAY "ERREUR: ligne " HCK-LINE-NO ": texte de "
                   HCK-TEXT-LEN " caractères (72 au plus)."
               ADD 1 TO HCK-ERRORS
           END-IF
           IF HCK-TOPIC-FR-LINES = HTP-LINE-MAX + 1 AND
              HLF-TYPE = "F"
               DISPLAY "ERREUR: ligne " HCK-LINE-NO ": sujet "
                   FUNCTION TRIM(HCK-TOPIC-CODE) " au-delà de "
                   HTP-LINE-MAX " lignes en français."
               ADD 1 TO HCK-ERRORS
           END-IF
           IF HCK-TOPIC-EN-LINES = HTP-LINE-MAX + 1 AND
              HLF-TYPE = "E"
               DISPLAY "ERREUR: ligne " HCK-LINE-NO ": sujet "
                   FUNCTION TRIM(HCK-TOPIC-CODE) " au-delà de "
                   HTP-LINE-MAX " lignes en anglais."
               ADD 1 TO HCK-ERRORS
           END-IF
           .

      *    Bilan du sujet qui se termine (nouvelle ligne H ou fin
      *    du fichier)
       CLOSE-CHECKED-TOPIC.
           IF HCK-IN-TOPIC = "N"
               EXIT PARAGRAPH
           END-IF
           IF HCK-TOPIC-FR-LINES = 0
               DISPLAY "ERREUR: sujet " FUNCTION TRIM(HCK-TOPIC-CODE)
                   " sans texte français (lignes F)."
               ADD 1 TO HCK-ERRORS
           END-IF
           IF HCK-TOPIC-EN-LINES = 0
               DISPLAY "Avertissement: sujet "
                   FUNCTION TRIM(HCK-TOPIC-CODE)
                   " sans texte anglais, affiché en français."
               ADD 1 TO HCK-WARNINGS
           END-IF
           MOVE "N" TO HCK-IN-TOPIC
           .

       CHECK-REQUIRED-CONTEXT.
           MOVE "N" TO HCK-REQ-FOUND
           PERFORM VARYING HCK-CODE-IDX FROM 1 BY 1
                   UNTIL HCK-CODE-IDX > HCK-TOPICS OR
                         HCK-CODE-IDX > HTP-MAX
               IF HCK-CONTEXT(HCK-CODE-IDX) = HCK-REQUIRED(HCK-REQ-IDX)
                   MOVE "Y" TO HCK-REQ-FOUND
               END-IF
           END-PERFORM
           IF HCK-REQ-FOUND = "N"
               DISPLAY "Avertissement: aucun sujet pour le contexte "
                   FUNCTION TRIM(HCK-REQUIRED(HCK-REQ-IDX))
                   ", l'écran ouvrira l'index."
               ADD 1 TO HCK-WARNINGS
           END-IF
           .

      *-----------------------------------------------------------------
      * Libellés de l'écran d'aide servis par le catalogue (ids
      * 82-87) dans la langue du joueur
      *-----------------------------------------------------------------
       GET-CATALOG-MESSAGE.
           MOVE 'G' TO MSG-OPERATION
           CALL "MESSAGE-CATALOG" USING MSG-OPERATION, MSG-ID,
               HLP-LANGUAGE, MSG-TEXT-OUT
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               HELP-DATA-FILE-PATH
           .

       END PROGRAM HELP-SYSTEM.
