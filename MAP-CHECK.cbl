      *****************************************************************
      * MAP-CHECK.CBL - Validateur de la carte COBOMAP.DAT
      *
      * Utilitaire batch autonome: contrôle une carte retouchée
      * avant sa mise en service (voir LOAD-MAP-FILE dans WORLD.cbl
      * pour le format). La carte est reconstruite comme au
      * chargement (bandes 'Z', puis tuiles 'L', puis salles 'R')
      * et le programme signale:
      *   - les champs hors norme (coordonnées, type de lieu, taux
      *     de rencontre, drapeaux de sortie Y/N, aménagement);
      *   - les sorties à sens unique: une sortie vers une case
      *     voisine sans la sortie de retour (surface et donjon,
      *     descente de l'étage 1 sans montée à l'étage 2);
      *   - les tuiles et salles que personne ne peut atteindre
      *     depuis la case de départ d'une nouvelle partie, un
      *     passage gardé ne comptant que si sa clé s'obtient;
      *   - les passages gardés dont l'objet-clé n'a aucune source
      *     en jeu (voir ITEM-SOURCE).
      * Le responsable du contenu le lance avant de livrer un
      * COBOMAP.DAT.
      * Compilable séparément: make map-check
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAP-CHECK.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-DATA-FILE ASSIGN TO DYNAMIC MAP-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAP-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 MAP-DATA-RECORD            PIC X(400).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="MAP-CHECK"==.
       01 MAP-DATA-FILE-PATH         PIC X(80)  VALUE "COBOMAP.DAT".

       01 MAP-DATA-STATUS            PIC X(2)   VALUE SPACES.
          88 MAP-DATA-OK             VALUE "00".
       01 MAP-FILE-EOF               PIC X(1)   VALUE "N".
       01 MAP-PASS                   PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Carte reconstruite (même structure que dans WORLD) et case
      * de départ d'une nouvelle partie (PLAYER-POSITION)
      *-----------------------------------------------------------------
       COPY "WORLD.cpy".

      *-----------------------------------------------------------------
      * Bandes de zones (une par colonne), sorties par défaut d'une
      * tuile de bande comme dans FILL-MAP-FROM-ZONE-BANDS
      *-----------------------------------------------------------------
       01 MCK-BAND-TABLE.
          05 MCK-BAND OCCURS 10 TIMES.
             10 MCK-BAND-TYPE        PIC X(1).
             10 MCK-BAND-RATE        PIC 9(2).
             10 MCK-BAND-NAME        PIC X(25).
       01 MCK-BAND-EXITS             PIC X(6)   VALUE "YYYYNN".

      *-----------------------------------------------------------------
      * Donjon décrit par les lignes 'R' (salles absentes = closes)
      *-----------------------------------------------------------------
       01 MCK-DUNGEON.
          05 MCK-FLOOR OCCURS 2 TIMES.
             10 MCK-ROOM-COL OCCURS 2 TIMES.
                15 MCK-ROOM OCCURS 2 TIMES.
                   20 MCK-ROOM-DEFINED  PIC X(1).
                   20 MCK-ROOM-NAME     PIC X(25).
                   20 MCK-ROOM-EXITS    PIC X(10).
                   20 MCK-ROOM-REACHED  PIC X(1).

      *-----------------------------------------------------------------
      * Tuiles atteintes et file du parcours en largeur
      *-----------------------------------------------------------------
       01 MCK-REACH-TABLE.
          05 MCK-REACH-COL OCCURS 10 TIMES.
             10 MCK-TILE-REACHED     PIC X(1) OCCURS 10 TIMES.
             10 MCK-TILE-LISTED      PIC X(1) OCCURS 10 TIMES.
       01 MCK-QUEUE-TABLE.
          05 MCK-QUEUE-ENTRY OCCURS 100 TIMES.
             10 MCK-QUEUE-X          PIC 9(2).
             10 MCK-QUEUE-Y          PIC 9(2).
             10 MCK-QUEUE-Z          PIC 9(2).
       01 MCK-QUEUE-HEAD             PIC 9(3)   VALUE 0.
       01 MCK-QUEUE-TAIL             PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Objets-clés des passages et leur source en jeu
      *-----------------------------------------------------------------
       01 MCK-GATE-TABLE.
          05 MCK-GATE-COUNT          PIC 9(2)   VALUE 0.
          05 MCK-GATE-ENTRY OCCURS 30 TIMES.
             10 MCK-GATE-ITEM        PIC X(20).
             10 MCK-GATE-NOTE        PIC X(30).
       01 MCK-SOURCE-ITEM            PIC X(20)  VALUE SPACES.
       01 MCK-SOURCE-NOTE            PIC X(30)  VALUE SPACES.
       01 MCK-DUNGEON-ENTRY          PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Découpage des enregistrements (mêmes zones que LOAD-MAP-FILE)
      *-----------------------------------------------------------------
       01 MPF-TYPE                   PIC X(1)   VALUE SPACE.
       01 MPF-F1                     PIC X(25)  VALUE SPACES.
       01 MPF-F2                     PIC X(25)  VALUE SPACES.
       01 MPF-F3                     PIC X(25)  VALUE SPACES.
       01 MPF-F4                     PIC X(25)  VALUE SPACES.
       01 MPF-F5                     PIC X(25)  VALUE SPACES.
       01 MPF-F6                     PIC X(25)  VALUE SPACES.
       01 MPF-F7                     PIC X(25)  VALUE SPACES.
       01 MPF-F8                     PIC X(25)  VALUE SPACES.
       01 MPF-F9                     PIC X(25)  VALUE SPACES.
       01 MPF-DESC                   PIC X(255) VALUE SPACES.
       01 MPF-X                      PIC 9(2)   VALUE 0.
       01 MPF-Y                      PIC 9(2)   VALUE 0.
       01 MPF-Z                      PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Variables de travail
      *-----------------------------------------------------------------
       01 CHK-X                      PIC 9(2)   VALUE 0.
       01 CHK-Y                      PIC 9(2)   VALUE 0.
       01 CHK-Z                      PIC 9(2)   VALUE 0.
       01 CHK-TX                     PIC S9(3)  VALUE 0.
       01 CHK-TY                     PIC S9(3)  VALUE 0.
       01 CHK-TZ                     PIC S9(3)  VALUE 0.
       01 CHK-SHOW-X                 PIC 9(2)   VALUE 0.
       01 CHK-SHOW-Y                 PIC 9(2)   VALUE 0.
       01 CHK-DIR                    PIC 9(2)   VALUE 0.
       01 CHK-BACK                   PIC 9(2)   VALUE 0.
       01 CHK-IDX                    PIC 9(2)   VALUE 0.
       01 CHK-FIELD                  PIC X(25)  VALUE SPACES.
       01 CHK-FIELD-OK               PIC X(1)   VALUE "Y".
       01 CHK-TYPE                   PIC X(1)   VALUE SPACE.
       01 CHK-FLAGS                  PIC X(10)  VALUE SPACES.
       01 CHK-FLAG-LEN               PIC 9(2)   VALUE 0.
       01 CHK-EXITS                  PIC X(10)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Directions du donjon dans l'ordre de DNG-ROOM-EXITS: écart
      * en x, écart en y et direction de retour
      *-----------------------------------------------------------------
       01 MCK-DIR-VALUES.
          05 FILLER PIC X(6) VALUE "+0-102".
          05 FILLER PIC X(6) VALUE "+0+101".
          05 FILLER PIC X(6) VALUE "+1+004".
          05 FILLER PIC X(6) VALUE "-1+003".
          05 FILLER PIC X(6) VALUE "+1-108".
          05 FILLER PIC X(6) VALUE "-1-107".
          05 FILLER PIC X(6) VALUE "+1+106".
          05 FILLER PIC X(6) VALUE "-1+105".
       01 MCK-DIR-TABLE REDEFINES MCK-DIR-VALUES.
          05 MCK-DIR OCCURS 8 TIMES.
             10 MCK-DIR-DX           PIC S9(1) SIGN LEADING SEPARATE.
             10 MCK-DIR-DY           PIC S9(1) SIGN LEADING SEPARATE.
             10 MCK-DIR-BACK         PIC 9(2).
       01 MCK-DIR-NAMES.
          05 FILLER PIC X(10) VALUE "nord".
          05 FILLER PIC X(10) VALUE "sud".
          05 FILLER PIC X(10) VALUE "est".
          05 FILLER PIC X(10) VALUE "ouest".
          05 FILLER PIC X(10) VALUE "nord-est".
          05 FILLER PIC X(10) VALUE "nord-ouest".
          05 FILLER PIC X(10) VALUE "sud-est".
          05 FILLER PIC X(10) VALUE "sud-ouest".
          05 FILLER PIC X(10) VALUE "haut".
          05 FILLER PIC X(10) VALUE "bas".
       01 MCK-DIR-NAME-TABLE REDEFINES MCK-DIR-NAMES.
          05 MCK-DIR-NAME OCCURS 10 TIMES PIC X(10).

       01 LINE-NUMBER                PIC 9(3)   VALUE 0.
       01 BAND-COUNT                 PIC 9(3)   VALUE 0.
       01 TILE-COUNT                 PIC 9(3)   VALUE 0.
       01 ROOM-COUNT                 PIC 9(3)   VALUE 0.
       01 REACHED-TILES              PIC 9(3)   VALUE 0.
       01 REACHED-ROOMS              PIC 9(3)   VALUE 0.
       01 ERROR-COUNT                PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== VALIDATION DE LA CARTE COBOMAP.DAT ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           OPEN INPUT MAP-DATA-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           IF NOT MAP-DATA-OK
               DISPLAY "COBOMAP.DAT introuvable: lancez d'abord le "
                   & "jeu pour exporter la référence."
               STOP RUN
           END-IF
           CLOSE MAP-DATA-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS

           INITIALIZE MCK-BAND-TABLE MCK-DUNGEON MCK-REACH-TABLE
           PERFORM READ-MAP-PASS
           PERFORM FILL-MAP-FROM-BANDS
           PERFORM READ-MAP-PASS

           IF BAND-COUNT < MAP-SIZE-X
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERREUR: " BAND-COUNT " bande(s) 'Z' sur "
                   MAP-SIZE-X ": les colonnes sans bande gardent "
                   & "la carte de référence."
           END-IF

           PERFORM CHECK-GATE-SOURCES
           PERFORM CHECK-SURFACE-EXITS
           PERFORM CHECK-DUNGEON-EXITS
           PERFORM WALK-SURFACE
           PERFORM WALK-DUNGEON
           PERFORM REPORT-UNREACHED

           DISPLAY SPACE
           DISPLAY "Bandes: " BAND-COUNT "  Tuiles décrites: "
               TILE-COUNT "  Salles: " ROOM-COUNT
           DISPLAY "Tuiles atteintes: " REACHED-TILES
               "  Salles atteintes: " REACHED-ROOMS
           IF ERROR-COUNT = 0
               DISPLAY "Verdict: fichier BON pour le service."
           ELSE
               DISPLAY "Verdict: " ERROR-COUNT " erreur(s), NE PAS "
                   & "mettre ce fichier en service."
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      * Lecture du fichier: la passe 1 prend les bandes et les
      * salles, la passe 2 les tuiles (qui s'appliquent par-dessus
      * les bandes, comme dans LOAD-MAP-FILE)
      *-----------------------------------------------------------------
       READ-MAP-PASS.
           ADD 1 TO MAP-PASS
           MOVE 0 TO LINE-NUMBER
           MOVE "N" TO MAP-FILE-EOF
           OPEN INPUT MAP-DATA-FILE
           MOVE "READ-MAP-PASS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           PERFORM UNTIL MAP-FILE-EOF = "Y"
               READ MAP-DATA-FILE
                   AT END
                       MOVE "Y" TO MAP-FILE-EOF
                   NOT AT END
                       ADD 1 TO LINE-NUMBER
                       PERFORM CHECK-ONE-RECORD
               END-READ
               MOVE "READ-MAP-PASS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MAP-DATA-FILE-PATH, MAP-DATA-STATUS
           END-PERFORM
           CLOSE MAP-DATA-FILE
           MOVE "READ-MAP-PASS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           .

       CHECK-ONE-RECORD.
           MOVE SPACES TO MPF-F1 MPF-F2 MPF-F3 MPF-F4 MPF-F5 MPF-F6
               MPF-F7 MPF-F8 MPF-F9 MPF-DESC
           EVALUATE TRUE
               WHEN MAP-DATA-RECORD(1:1) = "Z" AND MAP-PASS = 1
                   UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
                       INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                           MPF-DESC
                   END-UNSTRING
                   PERFORM CHECK-BAND-RECORD
               WHEN MAP-DATA-RECORD(1:1) = "R" AND MAP-PASS = 1
                   UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
                       INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                           MPF-F5, MPF-F6, MPF-F7, MPF-DESC
                   END-UNSTRING
                   PERFORM CHECK-ROOM-RECORD
               WHEN MAP-DATA-RECORD(1:1) = "L" AND MAP-PASS = 2
                   UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
                       INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                           MPF-F5, MPF-F6, MPF-F7, MPF-F8, MPF-F9,
                           MPF-DESC
                   END-UNSTRING
                   PERFORM CHECK-TILE-RECORD
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Z|colonne|type|taux|nom de bande|description
      *-----------------------------------------------------------------
       CHECK-BAND-RECORD.
           MOVE MPF-F1 TO CHK-FIELD
           PERFORM CHECK-NUMERIC-FIELD
           IF CHK-FIELD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MPF-F1) TO MPF-X
           IF MPF-X < 1 OR MPF-X > MAP-SIZE-X
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": colonne " MPF-X
                   " hors carte (1-" MAP-SIZE-X ")."
               EXIT PARAGRAPH
           END-IF
           IF MCK-BAND-NAME(MPF-X) NOT = SPACES
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": bande de la colonne "
                   MPF-X " décrite deux fois."
           ELSE
               ADD 1 TO BAND-COUNT
           END-IF
           MOVE MPF-F2(1:1) TO CHK-TYPE
           PERFORM CHECK-LOCATION-TYPE
           MOVE MPF-F3 TO CHK-FIELD
           PERFORM CHECK-NUMERIC-FIELD
           IF MPF-F4 = SPACES
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": nom de bande vide."
           END-IF
           MOVE MPF-F2(1:1) TO MCK-BAND-TYPE(MPF-X)
           MOVE FUNCTION NUMVAL(MPF-F3) TO MCK-BAND-RATE(MPF-X)
           MOVE MPF-F4 TO MCK-BAND-NAME(MPF-X)
           .

      *-----------------------------------------------------------------
      * L|x|y|type|taux|sorties|visité|objet-clé|zone|nom|descr.
      *-----------------------------------------------------------------
       CHECK-TILE-RECORD.
           MOVE MPF-F1 TO CHK-FIELD
           PERFORM CHECK-NUMERIC-FIELD
           IF CHK-FIELD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE MPF-F2 TO CHK-FIELD
           PERFORM CHECK-NUMERIC-FIELD
           IF CHK-FIELD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MPF-F1) TO MPF-X
           MOVE FUNCTION NUMVAL(MPF-F2) TO MPF-Y
           IF MPF-X < 1 OR MPF-X > MAP-SIZE-X OR
              MPF-Y < 1 OR MPF-Y > MAP-SIZE-Y
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": tuile (" MPF-X ","
                   MPF-Y ") hors carte."
               EXIT PARAGRAPH
           END-IF
           IF MCK-TILE-LISTED(MPF-X, MPF-Y) = "Y"
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": tuile (" MPF-X ","
                   MPF-Y ") décrite deux fois."
           ELSE
               ADD 1 TO TILE-COUNT
               MOVE "Y" TO MCK-TILE-LISTED(MPF-X, MPF-Y)
           END-IF

           MOVE MPF-F3(1:1) TO CHK-TYPE
           PERFORM CHECK-LOCATION-TYPE
           MOVE MPF-F4 TO CHK-FIELD
           PERFORM CHECK-NUMERIC-FIELD
           MOVE MPF-F5 TO CHK-FLAGS
           MOVE 6 TO CHK-FLAG-LEN
           PERFORM CHECK-YN-FLAGS
           IF MPF-F6(1:1) NOT = "Y" AND MPF-F6(1:1) NOT = "N"
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": drapeau visité '"
                   MPF-F6(1:1) "' invalide (Y/N)."
           END-IF
           IF MPF-F9 = SPACES
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": nom de lieu vide."
           END-IF

           MOVE MPF-F3(1:1) TO LOCATION-TYPE(MPF-X, MPF-Y)
           MOVE FUNCTION NUMVAL(MPF-F4)
               TO LOCATION-ENCOUNTER-RATE(MPF-X, MPF-Y)
           MOVE MPF-F5(1:6) TO LOCATION-EXITS(MPF-X, MPF-Y)
           MOVE MPF-F7 TO LOCATION-GATE-ITEM(MPF-X, MPF-Y)
           MOVE MPF-F9 TO LOCATION-NAME(MPF-X, MPF-Y)
           .

      *-----------------------------------------------------------------
      * R|étage|x|y|aménagement|taux|sorties|nom|description
      *-----------------------------------------------------------------
       CHECK-ROOM-RECORD.
           MOVE MPF-F1 TO CHK-FIELD
           PERFORM CHECK-NUMERIC-FIELD
           IF CHK-FIELD-OK = "Y"
               MOVE MPF-F2 TO CHK-FIELD
               PERFORM CHECK-NUMERIC-FIELD
           END-IF
           IF CHK-FIELD-OK = "Y"
               MOVE MPF-F3 TO CHK-FIELD
               PERFORM CHECK-NUMERIC-FIELD
           END-IF
           IF CHK-FIELD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MPF-F1) TO MPF-Z
           MOVE FUNCTION NUMVAL(MPF-F2) TO MPF-X
           MOVE FUNCTION NUMVAL(MPF-F3) TO MPF-Y
           IF MPF-Z < 1 OR MPF-Z > 2 OR MPF-X < 1 OR MPF-X > 2 OR
              MPF-Y < 1 OR MPF-Y > 2
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": salle (" MPF-Z ","
                   MPF-X "," MPF-Y ") hors donjon (2x2x2)."
               EXIT PARAGRAPH
           END-IF
           IF MCK-ROOM-DEFINED(MPF-Z, MPF-X, MPF-Y) = "Y"
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": salle (" MPF-Z ","
                   MPF-X "," MPF-Y ") décrite deux fois."
           ELSE
               ADD 1 TO ROOM-COUNT
           END-IF

           EVALUATE MPF-F4(1:1)
               WHEN SPACE
               WHEN "C"
               WHEN "T"
               WHEN "S"
               WHEN "L"
               WHEN "M"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "Ligne " LINE-NUMBER ": aménagement '"
                       MPF-F4(1:1) "' inconnu (C/T/S/L/M ou vide)."
           END-EVALUATE
           MOVE MPF-F5 TO CHK-FIELD
           PERFORM CHECK-NUMERIC-FIELD
           MOVE MPF-F6 TO CHK-FLAGS
           MOVE 10 TO CHK-FLAG-LEN
           PERFORM CHECK-YN-FLAGS
           IF MPF-F7 = SPACES
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": nom de salle vide."
           END-IF

           MOVE "Y" TO MCK-ROOM-DEFINED(MPF-Z, MPF-X, MPF-Y)
           MOVE MPF-F6(1:10) TO MCK-ROOM-EXITS(MPF-Z, MPF-X, MPF-Y)
           MOVE MPF-F7 TO MCK-ROOM-NAME(MPF-Z, MPF-X, MPF-Y)
           .

      *-----------------------------------------------------------------
      * Contrôles de champ communs
      *-----------------------------------------------------------------
       CHECK-LOCATION-TYPE.
           EVALUATE CHK-TYPE
               WHEN "T"
               WHEN "D"
               WHEN "W"
               WHEN "S"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "Ligne " LINE-NUMBER ": type de lieu '"
                       CHK-TYPE "' inconnu (T/D/W/S)."
           END-EVALUATE
           .

       CHECK-NUMERIC-FIELD.
           MOVE "Y" TO CHK-FIELD-OK
           IF CHK-FIELD = SPACES OR
              FUNCTION TEST-NUMVAL(CHK-FIELD) NOT = 0
               MOVE "N" TO CHK-FIELD-OK
           ELSE
               IF FUNCTION NUMVAL(CHK-FIELD) < 0 OR
                  FUNCTION NUMVAL(CHK-FIELD) > 99
                   MOVE "N" TO CHK-FIELD-OK
               END-IF
           END-IF
           IF CHK-FIELD-OK = "N"
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": valeur '"
                   FUNCTION TRIM(CHK-FIELD) "' non numérique "
                   & "(0-99 attendu)."
           END-IF
           .

       CHECK-YN-FLAGS.
           PERFORM VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > CHK-FLAG-LEN
               IF CHK-FLAGS(CHK-IDX:1) NOT = "Y" AND
                  CHK-FLAGS(CHK-IDX:1) NOT = "N"
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "Ligne " LINE-NUMBER ": sorties '"
                       CHK-FLAGS(1:CHK-FLAG-LEN) "': "
                       CHK-FLAG-LEN " drapeaux Y/N attendus."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Tuiles de bande, avant application des lignes 'L'
      *-----------------------------------------------------------------
       FILL-MAP-FROM-BANDS.
           PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > MAP-SIZE-X
               PERFORM VARYING CHK-Y FROM 1 BY 1
                       UNTIL CHK-Y > MAP-SIZE-Y
                   MOVE MCK-BAND-NAME(CHK-X)
                       TO LOCATION-NAME(CHK-X, CHK-Y)
                   MOVE MCK-BAND-TYPE(CHK-X)
                       TO LOCATION-TYPE(CHK-X, CHK-Y)
                   MOVE MCK-BAND-RATE(CHK-X)
                       TO LOCATION-ENCOUNTER-RATE(CHK-X, CHK-Y)
                   MOVE SPACES TO LOCATION-GATE-ITEM(CHK-X, CHK-Y)
                   MOVE MCK-BAND-EXITS TO LOCATION-EXITS(CHK-X, CHK-Y)
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Chaque objet-clé doit s'obtenir quelque part (une seule
      * recherche par objet distinct)
      *-----------------------------------------------------------------
       CHECK-GATE-SOURCES.
           PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > MAP-SIZE-X
               PERFORM VARYING CHK-Y FROM 1 BY 1
                       UNTIL CHK-Y > MAP-SIZE-Y
                   IF LOCATION-GATE-ITEM(CHK-X, CHK-Y) NOT = SPACES
                       PERFORM CHECK-ONE-GATE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       CHECK-ONE-GATE.
           MOVE LOCATION-GATE-ITEM(CHK-X, CHK-Y) TO MCK-SOURCE-ITEM
           PERFORM FIND-GATE-NOTE
           IF CHK-IDX = 0
               CALL "ITEM-SOURCE" USING MCK-SOURCE-ITEM,
                   MCK-SOURCE-NOTE
               IF MCK-GATE-COUNT < 30
                   ADD 1 TO MCK-GATE-COUNT
                   MOVE MCK-SOURCE-ITEM TO MCK-GATE-ITEM(MCK-GATE-COUNT)
                   MOVE MCK-SOURCE-NOTE TO MCK-GATE-NOTE(MCK-GATE-COUNT)
               END-IF
           END-IF
           IF MCK-SOURCE-NOTE = SPACES
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERREUR passage '"
                   FUNCTION TRIM(LOCATION-NAME(CHK-X, CHK-Y)) "' ("
                   CHK-X "," CHK-Y "): objet-clé '"
                   FUNCTION TRIM(MCK-SOURCE-ITEM)
                   "' introuvable en jeu."
           ELSE
               DISPLAY "Passage '"
                   FUNCTION TRIM(LOCATION-NAME(CHK-X, CHK-Y)) "': '"
                   FUNCTION TRIM(MCK-SOURCE-ITEM) "' via "
                   FUNCTION TRIM(MCK-SOURCE-NOTE) "."
           END-IF
           .

      *    Note de source déjà connue pour MCK-SOURCE-ITEM (CHK-IDX
      *    à zéro sinon)
       FIND-GATE-NOTE.
           MOVE SPACES TO MCK-SOURCE-NOTE
           PERFORM VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > MCK-GATE-COUNT
               IF MCK-GATE-ITEM(CHK-IDX) = MCK-SOURCE-ITEM
                   MOVE MCK-GATE-NOTE(CHK-IDX) TO MCK-SOURCE-NOTE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO CHK-IDX
           .

      *-----------------------------------------------------------------
      * Sorties à sens unique en surface: nord/sud/est/ouest vers
      * une case de la carte sans la sortie de retour
      *-----------------------------------------------------------------
       CHECK-SURFACE-EXITS.
           PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > MAP-SIZE-X
               PERFORM VARYING CHK-Y FROM 1 BY 1
                       UNTIL CHK-Y > MAP-SIZE-Y
                   PERFORM VARYING CHK-DIR FROM 1 BY 1
                           UNTIL CHK-DIR > 4
                       PERFORM CHECK-ONE-SURFACE-EXIT
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

       CHECK-ONE-SURFACE-EXIT.
           MOVE LOCATION-EXITS(CHK-X, CHK-Y) TO CHK-EXITS
           IF CHK-EXITS(CHK-DIR:1) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-SURFACE-TARGET
           IF CHK-TX < 1 OR CHK-TX > MAP-SIZE-X OR
              CHK-TY < 1 OR CHK-TY > MAP-SIZE-Y
               EXIT PARAGRAPH
           END-IF
           MOVE LOCATION-EXITS(CHK-TX, CHK-TY) TO CHK-EXITS
           MOVE MCK-DIR-BACK(CHK-DIR) TO CHK-BACK
           IF CHK-EXITS(CHK-BACK:1) NOT = "Y"
               ADD 1 TO ERROR-COUNT
               MOVE CHK-TX TO CHK-SHOW-X
               MOVE CHK-TY TO CHK-SHOW-Y
               DISPLAY "ERREUR sens unique: ("
                   CHK-X "," CHK-Y ") "
                   FUNCTION TRIM(LOCATION-NAME(CHK-X, CHK-Y))
                   " -> " FUNCTION TRIM(MCK-DIR-NAME(CHK-DIR))
                   " sans retour depuis ("
                   CHK-SHOW-X "," CHK-SHOW-Y ")."
           END-IF
           .

      *    Case visée depuis (CHK-X, CHK-Y) dans la direction CHK-DIR
       SET-SURFACE-TARGET.
           COMPUTE CHK-TX = CHK-X + MCK-DIR-DX(CHK-DIR)
           COMPUTE CHK-TY = CHK-Y + MCK-DIR-DY(CHK-DIR)
           .

      *-----------------------------------------------------------------
      * Sorties à sens unique dans le donjon: huit directions dans
      * l'étage, et descente de l'étage 1 contre montée de l'étage
      * 2 (même position, voir MOVE-PLAYER-DOWN)
      *-----------------------------------------------------------------
       CHECK-DUNGEON-EXITS.
           PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > 2
               PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > 2
                   PERFORM VARYING CHK-Y FROM 1 BY 1 UNTIL CHK-Y > 2
                       IF MCK-ROOM-DEFINED(CHK-Z, CHK-X, CHK-Y) = "Y"
                           PERFORM CHECK-ONE-ROOM-EXITS
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

       CHECK-ONE-ROOM-EXITS.
           PERFORM VARYING CHK-DIR FROM 1 BY 1 UNTIL CHK-DIR > 8
               MOVE MCK-ROOM-EXITS(CHK-Z, CHK-X, CHK-Y) TO CHK-EXITS
               IF CHK-EXITS(CHK-DIR:1) = "Y"
                   PERFORM SET-SURFACE-TARGET
                   IF CHK-TX >= 1 AND CHK-TX <= 2 AND
                      CHK-TY >= 1 AND CHK-TY <= 2
                       MOVE MCK-ROOM-EXITS(CHK-Z, CHK-TX, CHK-TY)
                           TO CHK-EXITS
                       MOVE MCK-DIR-BACK(CHK-DIR) TO CHK-BACK
                       IF CHK-EXITS(CHK-BACK:1) NOT = "Y"
                           PERFORM REPORT-ONE-WAY-ROOM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE MCK-ROOM-EXITS(CHK-Z, CHK-X, CHK-Y) TO CHK-EXITS
           IF CHK-Z = 1 AND CHK-EXITS(10:1) = "Y"
               IF MCK-ROOM-EXITS(2, CHK-X, CHK-Y)(9:1) NOT = "Y"
                   MOVE 10 TO CHK-DIR
                   MOVE CHK-X TO CHK-TX
                   MOVE CHK-Y TO CHK-TY
                   PERFORM REPORT-ONE-WAY-ROOM
               END-IF
           END-IF
           IF CHK-Z = 2 AND CHK-EXITS(9:1) = "Y"
               IF MCK-ROOM-EXITS(1, CHK-X, CHK-Y)(10:1) NOT = "Y"
                   MOVE 9 TO CHK-DIR
                   MOVE CHK-X TO CHK-TX
                   MOVE CHK-Y TO CHK-TY
                   PERFORM REPORT-ONE-WAY-ROOM
               END-IF
           END-IF
           .

       REPORT-ONE-WAY-ROOM.
           ADD 1 TO ERROR-COUNT
           DISPLAY "ERREUR sens unique: salle " CHK-Z "/" CHK-X "/"
               CHK-Y " "
               FUNCTION TRIM(MCK-ROOM-NAME(CHK-Z, CHK-X, CHK-Y))
               " -> " FUNCTION TRIM(MCK-DIR-NAME(CHK-DIR))
               " sans retour."
           .

      *-----------------------------------------------------------------
      * Parcours en largeur de la surface depuis la case de départ:
      * sortie de la case quittée, bornes de la carte, et passage
      * gardé franchissable seulement si sa clé s'obtient
      *-----------------------------------------------------------------
       WALK-SURFACE.
           MOVE 0 TO MCK-QUEUE-HEAD MCK-QUEUE-TAIL
           MOVE PLAYER-POS-X TO CHK-TX
           MOVE PLAYER-POS-Y TO CHK-TY
           PERFORM ENQUEUE-TILE
           PERFORM UNTIL MCK-QUEUE-HEAD >= MCK-QUEUE-TAIL
               ADD 1 TO MCK-QUEUE-HEAD
               MOVE MCK-QUEUE-X(MCK-QUEUE-HEAD) TO CHK-X
               MOVE MCK-QUEUE-Y(MCK-QUEUE-HEAD) TO CHK-Y
               MOVE LOCATION-EXITS(CHK-X, CHK-Y) TO CHK-EXITS
               PERFORM VARYING CHK-DIR FROM 1 BY 1 UNTIL CHK-DIR > 4
                   IF CHK-EXITS(CHK-DIR:1) = "Y"
                       PERFORM SET-SURFACE-TARGET
                       IF CHK-TX >= 1 AND CHK-TX <= MAP-SIZE-X AND
                          CHK-TY >= 1 AND CHK-TY <= MAP-SIZE-Y
                           PERFORM ENQUEUE-TILE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       ENQUEUE-TILE.
           IF MCK-TILE-REACHED(CHK-TX, CHK-TY) = "Y"
               EXIT PARAGRAPH
           END-IF
           IF LOCATION-GATE-ITEM(CHK-TX, CHK-TY) NOT = SPACES
               MOVE LOCATION-GATE-ITEM(CHK-TX, CHK-TY)
                   TO MCK-SOURCE-ITEM
               PERFORM FIND-GATE-NOTE
               IF MCK-SOURCE-NOTE = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO MCK-TILE-REACHED(CHK-TX, CHK-TY)
           ADD 1 TO REACHED-TILES
           ADD 1 TO MCK-QUEUE-TAIL
           MOVE CHK-TX TO MCK-QUEUE-X(MCK-QUEUE-TAIL)
           MOVE CHK-TY TO MCK-QUEUE-Y(MCK-QUEUE-TAIL)
           .

      *-----------------------------------------------------------------
      * Donjon: on y entre en salle 1/1/1 depuis toute tuile
      * atteinte qui a une sortie vers le bas
      *-----------------------------------------------------------------
       WALK-DUNGEON.
           IF ROOM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO MCK-DUNGEON-ENTRY
           PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > MAP-SIZE-X
               PERFORM VARYING CHK-Y FROM 1 BY 1
                       UNTIL CHK-Y > MAP-SIZE-Y
                   IF MCK-TILE-REACHED(CHK-X, CHK-Y) = "Y" AND
                      HAS-DOWN-EXIT(CHK-X, CHK-Y)
                       MOVE "Y" TO MCK-DUNGEON-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM
           IF MCK-DUNGEON-ENTRY = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MCK-QUEUE-HEAD MCK-QUEUE-TAIL
           MOVE 1 TO CHK-TZ CHK-TX CHK-TY
           PERFORM ENQUEUE-ROOM
           PERFORM UNTIL MCK-QUEUE-HEAD >= MCK-QUEUE-TAIL
               ADD 1 TO MCK-QUEUE-HEAD
               MOVE MCK-QUEUE-Z(MCK-QUEUE-HEAD) TO CHK-Z
               MOVE MCK-QUEUE-X(MCK-QUEUE-HEAD) TO CHK-X
               MOVE MCK-QUEUE-Y(MCK-QUEUE-HEAD) TO CHK-Y
               MOVE MCK-ROOM-EXITS(CHK-Z, CHK-X, CHK-Y) TO CHK-EXITS
               PERFORM VARYING CHK-DIR FROM 1 BY 1 UNTIL CHK-DIR > 8
                   IF CHK-EXITS(CHK-DIR:1) = "Y"
                       PERFORM SET-SURFACE-TARGET
                       MOVE CHK-Z TO CHK-TZ
                       IF CHK-TX >= 1 AND CHK-TX <= 2 AND
                          CHK-TY >= 1 AND CHK-TY <= 2
                           PERFORM ENQUEUE-ROOM
                       END-IF
                   END-IF
               END-PERFORM
               MOVE CHK-X TO CHK-TX
               MOVE CHK-Y TO CHK-TY
               IF CHK-Z = 1 AND CHK-EXITS(10:1) = "Y"
                   MOVE 2 TO CHK-TZ
                   PERFORM ENQUEUE-ROOM
               END-IF
               IF CHK-Z = 2 AND CHK-EXITS(9:1) = "Y"
                   MOVE 1 TO CHK-TZ
                   PERFORM ENQUEUE-ROOM
               END-IF
           END-PERFORM
           .

       ENQUEUE-ROOM.
           IF MCK-ROOM-DEFINED(CHK-TZ, CHK-TX, CHK-TY) NOT = "Y" OR
              MCK-ROOM-REACHED(CHK-TZ, CHK-TX, CHK-TY) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MCK-ROOM-REACHED(CHK-TZ, CHK-TX, CHK-TY)
           ADD 1 TO REACHED-ROOMS
           ADD 1 TO MCK-QUEUE-TAIL
           MOVE CHK-TZ TO MCK-QUEUE-Z(MCK-QUEUE-TAIL)
           MOVE CHK-TX TO MCK-QUEUE-X(MCK-QUEUE-TAIL)
           MOVE CHK-TY TO MCK-QUEUE-Y(MCK-QUEUE-TAIL)
           .

      *-----------------------------------------------------------------
      * Tuiles et salles décrites que le parcours n'a pas atteintes
      *-----------------------------------------------------------------
       REPORT-UNREACHED.
           PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > MAP-SIZE-X
               PERFORM VARYING CHK-Y FROM 1 BY 1
                       UNTIL CHK-Y > MAP-SIZE-Y
                   IF MCK-TILE-REACHED(CHK-X, CHK-Y) NOT = "Y"
                       ADD 1 TO ERROR-COUNT
                       DISPLAY "ERREUR tuile (" CHK-X "," CHK-Y ") "
                           FUNCTION TRIM(LOCATION-NAME(CHK-X, CHK-Y))
                           " inaccessible depuis le départ."
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > 2
               PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > 2
                   PERFORM VARYING CHK-Y FROM 1 BY 1 UNTIL CHK-Y > 2
                       IF MCK-ROOM-DEFINED(CHK-Z, CHK-X, CHK-Y) = "Y"
                          AND MCK-ROOM-REACHED(CHK-Z, CHK-X, CHK-Y)
                              NOT = "Y"
                           ADD 1 TO ERROR-COUNT
                           DISPLAY "ERREUR salle " CHK-Z "/" CHK-X
                               "/" CHK-Y " " FUNCTION TRIM(
                               MCK-ROOM-NAME(CHK-Z, CHK-X, CHK-Y))
                               " inaccessible."
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MAP-DATA-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM MAP-CHECK.
