      *****************************************************************
      * EXPLORE-REPORT.CBL - Carte de fréquentation du monde
      *
      * Programme batch autonome: chaque sauvegarde garde le fanion
      * de visite de ses cent tuiles (SAV-TILE-VISITED) et la
      * faction dominante de chaque zone (GS-ZONE-FACTION, une zone
      * par colonne). Ce relevé relit les trois emplacements de
      * COBOSAVE.DAT et édite:
      *   - une grille de dix sur dix donnant, par tuile, le nombre
      *     d'emplacements qui l'ont visitée ('.' = personne);
      *   - les tuiles qu'aucun emplacement n'a jamais atteintes,
      *     avec leur nom de lieu et leur objet-clé
      *     (LOCATION-NAME, LOCATION-GATE-ITEM), repris de la carte
      *     COBOMAP.DAT (bandes 'Z' puis tuiles 'L', comme dans
      *     LOAD-MAP-FILE);
      *   - les zones classées par part de visites: tuiles visitées
      *     sur tuiles visitables par l'ensemble des emplacements,
      *     avec la faction qui les tient dans chaque sauvegarde.
      * Sert à repérer le contenu que les joueurs ne trouvent pas.
      * Édition imprimable datée EXPLRPT-AAAAMMJJ.TXT, mêmes lignes
      * que l'écran.
      * Compilable séparément: make explore-report
      *
      * La structure de l'enregistrement doit rester strictement
      * identique à celle du FD SAVE-GAME-FILE de MAIN-GAME.cbl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLORE-REPORT.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVE-GAME-FILE ASSIGN TO DYNAMIC SAVE-GAME-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAVE-KEY
               FILE STATUS IS SAVE-FILE-STATUS.

           SELECT MAP-DATA-FILE ASSIGN TO DYNAMIC MAP-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-DATA-STATUS.

      *-----------------------------------------------------------------
      * Édition imprimable datée (EXPLRPT-AAAAMMJJ.TXT), mêmes
      * lignes que l'écran
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD MAP-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 MAP-DATA-RECORD                PIC X(400).

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-FILE-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="EXPLORE-REPORT"==.
       01 SAVE-GAME-FILE-PATH            PIC X(80)  VALUE
           "COBOSAVE.DAT".
       01 MAP-DATA-FILE-PATH             PIC X(80)  VALUE
           "COBOMAP.DAT".

       01 SAVE-FILE-STATUS               PIC X(2)   VALUE SPACES.
          88 SAVE-FILE-OK                VALUE "00".
       01 MAP-DATA-STATUS                PIC X(2)   VALUE SPACES.
          88 MAP-DATA-OK                 VALUE "00".
       01 MAP-FILE-READ                  PIC X(1)   VALUE "N".
       01 FILE-AT-EOF                    PIC X(1)   VALUE "N".
          88 FILE-IS-AT-EOF              VALUE "Y".

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
       01 REPORT-LINE-PTR                PIC 9(3)   VALUE 1.
       01 REPORT-PAGE-NO                 PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-SIZE               PIC 9(2)   VALUE 55.
       01 REPORT-DATE-WORK               PIC X(8)   VALUE SPACES.

       01 SLOT-NAMES.
          05 FILLER                      PIC X(20) VALUE "SLOT1".
          05 FILLER                      PIC X(20) VALUE "SLOT2".
          05 FILLER                      PIC X(20) VALUE "SLOT3".
       01 SLOT-NAME-TABLE REDEFINES SLOT-NAMES.
          05 SLOT-NAME OCCURS 3 TIMES    PIC X(20).
       01 SLOT-IDX                       PIC 9(1)   VALUE 0.
       01 SLOTS-READ                     PIC 9(1)   VALUE 0.
       01 SLOT-FOUND                     PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Fréquentation par tuile (colonne x, ligne y) et identité du
      * lieu reprise de la carte
      *-----------------------------------------------------------------
       01 HEAT-TABLE.
          05 HEAT-COL OCCURS 10 TIMES.
             10 HEAT-TILE OCCURS 10 TIMES.
                15 HEAT-SLOTS            PIC 9(1).
                15 HEAT-LISTED           PIC X(1).
                15 HEAT-NAME             PIC X(25).
                15 HEAT-GATE-ITEM        PIC X(20).
       01 HEAT-X                         PIC 9(2)   VALUE 0.
       01 HEAT-Y                         PIC 9(2)   VALUE 0.
       01 HEAT-CELL-POS                  PIC 9(3)   VALUE 0.
       01 HEAT-ROW-EDIT                  PIC Z9.
       01 UNREACHED-TILES                PIC 9(3)   VALUE 0.
       01 VISITED-TILES                  PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Zones (une par colonne): nom de bande, visites cumulées,
      * tuiles jamais atteintes et tenue par faction (0 neutre,
      * 1 Archivistes, 2 Techniciens, 3 Anomalies)
      *-----------------------------------------------------------------
       01 ZONE-TABLE.
          05 ZONE-ENTRY OCCURS 10 TIMES.
             10 ZONE-NAME                PIC X(25).
             10 ZONE-VISITS              PIC 9(3).
             10 ZONE-UNREACHED           PIC 9(2).
             10 ZONE-SHARE               PIC 9(3).
             10 ZONE-RANKED              PIC X(1).
             10 ZONE-HELD-BY OCCURS 4 TIMES
                                         PIC 9(1).
       01 ZONE-IDX                       PIC 9(2)   VALUE 0.
       01 ZONE-BEST                      PIC 9(2)   VALUE 0.
       01 ZONE-RANK                      PIC 9(2)   VALUE 0.
       01 ZONE-RANK-EDIT                 PIC Z9.
       01 ZONE-SHARE-EDIT                PIC ZZ9.
       01 ZONE-FACTION                   PIC 9(1)   VALUE 0.
       01 FACTION-IDX                    PIC 9(1)   VALUE 0.
       01 FACTION-NAMES.
          05 FILLER                      PIC X(12) VALUE "neutre".
          05 FILLER                      PIC X(12) VALUE "Archivistes".
          05 FILLER                      PIC X(12) VALUE "Techniciens".
          05 FILLER                      PIC X(12) VALUE "Anomalies".
       01 FACTION-NAME-TABLE REDEFINES FACTION-NAMES.
          05 FACTION-NAME OCCURS 4 TIMES PIC X(12).
       01 FACTION-LISTED                 PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Découpage des enregistrements (mêmes zones que LOAD-MAP-FILE)
      *-----------------------------------------------------------------
       01 MPF-TYPE                       PIC X(1)   VALUE SPACE.
       01 MPF-F1                         PIC X(25)  VALUE SPACES.
       01 MPF-F2                         PIC X(25)  VALUE SPACES.
       01 MPF-F3                         PIC X(25)  VALUE SPACES.
       01 MPF-F4                         PIC X(25)  VALUE SPACES.
       01 MPF-F5                         PIC X(25)  VALUE SPACES.
       01 MPF-F6                         PIC X(25)  VALUE SPACES.
       01 MPF-F7                         PIC X(25)  VALUE SPACES.
       01 MPF-F8                         PIC X(25)  VALUE SPACES.
       01 MPF-F9                         PIC X(25)  VALUE SPACES.
       01 MPF-DESC                       PIC X(255) VALUE SPACES.
       01 MPF-X                          PIC 9(2)   VALUE 0.
       01 MPF-Y                          PIC 9(2)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== FRÉQUENTATION DE LA CARTE DU MONDE ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           OPEN INPUT SAVE-GAME-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
               DISPLAY "COBOSAVE.DAT introuvable: aucune sauvegarde."
               GOBACK
           END-IF

           INITIALIZE HEAT-TABLE ZONE-TABLE
           PERFORM READ-MAP-FILE

           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 3
               PERFORM ADD-ONE-SLOT
           END-PERFORM
           CLOSE SAVE-GAME-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS

           IF SLOTS-READ = 0
               DISPLAY "Aucun emplacement sauvegardé: rien à éditer."
               GOBACK
           END-IF

           PERFORM OPEN-REPORT-FILE
           PERFORM REPORT-HEAT-GRID
           PERFORM REPORT-UNREACHED-TILES
           PERFORM REPORT-ZONE-RANKING
           PERFORM CLOSE-REPORT-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * Cumul d'un emplacement: tuiles visitées et faction tenant
      * chaque zone
      *-----------------------------------------------------------------
       ADD-ONE-SLOT.
           MOVE "N" TO SLOT-FOUND
           MOVE SLOT-NAME(SLOT-IDX) TO SAVE-KEY
           READ SAVE-GAME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SLOT-FOUND
           END-READ
           MOVE "ADD-ONE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF SLOT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SLOTS-READ
           PERFORM VARYING HEAT-X FROM 1 BY 1 UNTIL HEAT-X > 10
               PERFORM VARYING HEAT-Y FROM 1 BY 1 UNTIL HEAT-Y > 10
                   IF SAV-TILE-VISITED(HEAT-X, HEAT-Y) = "Y"
                       ADD 1 TO HEAT-SLOTS(HEAT-X, HEAT-Y)
                       ADD 1 TO ZONE-VISITS(HEAT-X)
                   END-IF
               END-PERFORM
               MOVE GS-ZONE-FACTION(HEAT-X) TO ZONE-FACTION
               IF ZONE-FACTION > 3
                   MOVE 0 TO ZONE-FACTION
               END-IF
               ADD 1 TO ZONE-HELD-BY(HEAT-X, ZONE-FACTION + 1)
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Noms de lieu et objets-clés de la carte: une bande 'Z' nomme
      * toutes les tuiles de sa colonne, une tuile 'L' la remplace
      * (champs découpés comme dans LOAD-MAP-FILE). Une carte absente
      * n'est pas une erreur: la grille s'édite sans les noms.
      *-----------------------------------------------------------------
       READ-MAP-FILE.
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT MAP-DATA-FILE
           MOVE "READ-MAP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT MAP-DATA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MAP-FILE-READ

           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ MAP-DATA-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       PERFORM TAKE-MAP-RECORD
               END-READ
               MOVE "READ-MAP-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MAP-DATA-FILE-PATH, MAP-DATA-STATUS
           END-PERFORM
           CLOSE MAP-DATA-FILE
           MOVE "READ-MAP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS

      *    Les tuiles sans ligne 'L' portent le nom de leur bande
           PERFORM VARYING HEAT-X FROM 1 BY 1 UNTIL HEAT-X > 10
               PERFORM VARYING HEAT-Y FROM 1 BY 1 UNTIL HEAT-Y > 10
                   IF HEAT-LISTED(HEAT-X, HEAT-Y) NOT = "Y"
                       MOVE ZONE-NAME(HEAT-X)
                           TO HEAT-NAME(HEAT-X, HEAT-Y)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       TAKE-MAP-RECORD.
           MOVE SPACES TO MPF-F1 MPF-F2 MPF-F3 MPF-F4 MPF-F5 MPF-F6
               MPF-F7 MPF-F8 MPF-F9 MPF-DESC
           EVALUATE MAP-DATA-RECORD(1:1)
      *        Z|colonne|type|taux|nom de bande|description
               WHEN "Z"
                   UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
                       INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                           MPF-DESC
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(MPF-F1) TO MPF-X
                   IF MPF-X >= 1 AND MPF-X <= 10
                       MOVE MPF-F4 TO ZONE-NAME(MPF-X)
                   END-IF
      *        L|x|y|type|taux|sorties|visité|objet-clé|zone|nom|descr.
               WHEN "L"
                   UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
                       INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                           MPF-F5, MPF-F6, MPF-F7, MPF-F8, MPF-F9,
                           MPF-DESC
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(MPF-F1) TO MPF-X
                   MOVE FUNCTION NUMVAL(MPF-F2) TO MPF-Y
                   IF MPF-X >= 1 AND MPF-X <= 10 AND
                      MPF-Y >= 1 AND MPF-Y <= 10
                       MOVE "Y" TO HEAT-LISTED(MPF-X, MPF-Y)
                       MOVE MPF-F9 TO HEAT-NAME(MPF-X, MPF-Y)
                       MOVE MPF-F7 TO HEAT-GATE-ITEM(MPF-X, MPF-Y)
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Grille de dix sur dix: colonnes x (une zone chacune) en
      * travers, lignes y vers le bas; chaque case donne le nombre
      * d'emplacements qui ont visité la tuile, '.' si aucun
      *-----------------------------------------------------------------
       REPORT-HEAT-GRID.
           STRING "Emplacements relus: " DELIMITED BY SIZE
               SLOTS-READ DELIMITED BY SIZE
               " - visites par tuile ('.' = jamais atteinte)"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE " y\x" TO REPORT-LINE
           PERFORM VARYING HEAT-X FROM 1 BY 1 UNTIL HEAT-X > 10
               COMPUTE HEAT-CELL-POS = 4 + (HEAT-X * 3)
               MOVE HEAT-X TO HEAT-ROW-EDIT
               MOVE HEAT-ROW-EDIT TO REPORT-LINE(HEAT-CELL-POS:2)
           END-PERFORM
           PERFORM EMIT-REPORT-LINE

           MOVE 0 TO UNREACHED-TILES VISITED-TILES
           PERFORM VARYING HEAT-Y FROM 1 BY 1 UNTIL HEAT-Y > 10
               MOVE HEAT-Y TO HEAT-ROW-EDIT
               MOVE HEAT-ROW-EDIT TO REPORT-LINE(2:2)
               PERFORM VARYING HEAT-X FROM 1 BY 1 UNTIL HEAT-X > 10
                   COMPUTE HEAT-CELL-POS = 5 + (HEAT-X * 3)
                   IF HEAT-SLOTS(HEAT-X, HEAT-Y) = 0
                       MOVE "." TO REPORT-LINE(HEAT-CELL-POS:1)
                       ADD 1 TO UNREACHED-TILES
                       ADD 1 TO ZONE-UNREACHED(HEAT-X)
                   ELSE
                       MOVE HEAT-SLOTS(HEAT-X, HEAT-Y)
                           TO REPORT-LINE(HEAT-CELL-POS:1)
                       ADD 1 TO VISITED-TILES
                   END-IF
               END-PERFORM
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           PERFORM EMIT-REPORT-LINE

           STRING "Tuiles visitées par au moins un emplacement: "
               DELIMITED BY SIZE
               VISITED-TILES DELIMITED BY SIZE
               ", jamais atteintes: " DELIMITED BY SIZE
               UNREACHED-TILES DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Tuiles qu'aucun emplacement n'a atteintes, colonne par
      * colonne, avec le nom du lieu et son objet-clé
      *-----------------------------------------------------------------
       REPORT-UNREACHED-TILES.
           MOVE "TUILES JAMAIS ATTEINTES" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF MAP-FILE-READ NOT = "Y"
               MOVE "(COBOMAP.DAT absent: lieux non nommés)"
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF UNREACHED-TILES = 0
               MOVE "   Aucune: toute la carte a été parcourue."
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING HEAT-X FROM 1 BY 1 UNTIL HEAT-X > 10
               PERFORM VARYING HEAT-Y FROM 1 BY 1 UNTIL HEAT-Y > 10
                   IF HEAT-SLOTS(HEAT-X, HEAT-Y) = 0
                       PERFORM REPORT-ONE-UNREACHED
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-ONE-UNREACHED.
           MOVE 1 TO REPORT-LINE-PTR
           STRING "   (" DELIMITED BY SIZE
               HEAT-X DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               HEAT-Y DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           IF HEAT-NAME(HEAT-X, HEAT-Y) NOT = SPACES
               STRING HEAT-NAME(HEAT-X, HEAT-Y) DELIMITED BY "  "
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           ELSE
               STRING "(lieu sans nom)" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           IF HEAT-GATE-ITEM(HEAT-X, HEAT-Y) NOT = SPACES
               STRING " - objet-clé: " DELIMITED BY SIZE
                   HEAT-GATE-ITEM(HEAT-X, HEAT-Y) DELIMITED BY "  "
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           ELSE
               STRING " - passage libre" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Zones classées par part de visites: tuiles visitées, tous
      * emplacements confondus, sur les dix tuiles de la colonne
      * multipliées par le nombre d'emplacements relus (à part
      * égale, la colonne la plus à l'ouest d'abord)
      *-----------------------------------------------------------------
       REPORT-ZONE-RANKING.
           MOVE "ZONES PAR PART DE VISITES" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING ZONE-IDX FROM 1 BY 1 UNTIL ZONE-IDX > 10
               COMPUTE ZONE-SHARE(ZONE-IDX) ROUNDED =
                   (ZONE-VISITS(ZONE-IDX) * 100) / (10 * SLOTS-READ)
               MOVE "N" TO ZONE-RANKED(ZONE-IDX)
           END-PERFORM

           PERFORM VARYING ZONE-RANK FROM 1 BY 1 UNTIL ZONE-RANK > 10
               MOVE 0 TO ZONE-BEST
               PERFORM VARYING ZONE-IDX FROM 1 BY 1
                       UNTIL ZONE-IDX > 10
                   IF ZONE-RANKED(ZONE-IDX) = "N"
                       IF ZONE-BEST = 0
                           MOVE ZONE-IDX TO ZONE-BEST
                       ELSE
                           IF ZONE-VISITS(ZONE-IDX) >
                              ZONE-VISITS(ZONE-BEST)
                               MOVE ZONE-IDX TO ZONE-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO ZONE-RANKED(ZONE-BEST)
               PERFORM REPORT-ONE-ZONE
           END-PERFORM
           .

       REPORT-ONE-ZONE.
           MOVE ZONE-RANK TO ZONE-RANK-EDIT
           MOVE ZONE-SHARE(ZONE-BEST) TO ZONE-SHARE-EDIT
           MOVE 1 TO REPORT-LINE-PTR
           STRING ZONE-RANK-EDIT DELIMITED BY SIZE
               ". colonne " DELIMITED BY SIZE
               ZONE-BEST DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           IF ZONE-NAME(ZONE-BEST) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   ZONE-NAME(ZONE-BEST) DELIMITED BY "  "
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           STRING ": " DELIMITED BY SIZE
               ZONE-SHARE-EDIT DELIMITED BY SIZE
               "% (" DELIMITED BY SIZE
               ZONE-VISITS(ZONE-BEST) DELIMITED BY SIZE
               " visites), jamais atteintes " DELIMITED BY SIZE
               ZONE-UNREACHED(ZONE-BEST) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           PERFORM EMIT-REPORT-LINE

      *    Tenue de la zone: nombre de sauvegardes par faction
           MOVE 1 TO REPORT-LINE-PTR
           STRING "      tenue:" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           MOVE "N" TO FACTION-LISTED
           PERFORM VARYING FACTION-IDX FROM 1 BY 1
                   UNTIL FACTION-IDX > 4
               IF ZONE-HELD-BY(ZONE-BEST, FACTION-IDX) > 0
                   IF FACTION-LISTED = "Y"
                       STRING "," DELIMITED BY SIZE
                           INTO REPORT-LINE
                           WITH POINTER REPORT-LINE-PTR
                       END-STRING
                   END-IF
                   STRING " " DELIMITED BY SIZE
                       FACTION-NAME(FACTION-IDX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       ZONE-HELD-BY(ZONE-BEST, FACTION-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
                   END-STRING
                   MOVE "Y" TO FACTION-LISTED
               END-IF
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Ouverture de l'édition imprimable (EXPLRPT-AAAAMMJJ.TXT)
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "EXPLRPT-" DELIMITED BY SIZE
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
           STRING "COBOLEGEND - FRÉQUENTATION DE LA CARTE    "
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
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
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
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MAP-DATA-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM EXPLORE-REPORT.
