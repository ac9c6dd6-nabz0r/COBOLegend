      *****************************************************************
      * CONTENT-XREF.CBL - Contrôle croisé des références du contenu
      *
      * Utilitaire batch autonome: MONSTER-CHECK valide COBOMON.DAT
      * et DIALOG-MAINT valide COBODIAL.DAT chacun de son côté, mais
      * rien ne vérifiait les renvois d'une source à l'autre. Ce
      * programme charge le bestiaire, les dialogues, la table des
      * quêtes (telle que QUEST-SYSTEM la construit), le fichier
      * maître des objets (ITEM-MASTER) et les matériaux du terminal
      * de fabrication, puis liste chaque référence pendante:
      *   - OBJECTIVE-MONSTER absent du bestiaire (quête impossible
      *     à terminer: aucun combat ne fait avancer l'objectif);
      *   - QUEST-REWARD-ITEM / QUEST-REWARD-MATERIAL qui n'est ni
      *     un objet du fichier maître ni un matériau connu;
      *   - action de dialogue qui remet un objet (GIVE_ITEM,
      *     GRANT_ITEM, RECEIVE_ITEM, SHOW_ITEM avec paramètre) sur
      *     un nom d'objet inconnu;
      *   - objet-clé d'un passage (objet-clé des lignes 'L' de
      *     COBOMAP.DAT) qu'aucune source n'est en mesure de fournir
      *     (boutique, fabrication, récompense de quête ou de
      *     dialogue, voir ITEM-SOURCE);
      *   - donneur de quête (QUEST-GIVER-NPC) sans dialogue dans
      *     COBODIAL.DAT (avertissement: la quête reste jouable par
      *     le tableau, mais personne ne la présente).
      * Les erreurs bloquent une livraison, les avertissements sont
      * à examiner. Le verdict est déposé dans COBOXREF.RC pour les
      * chaînes qui l'enchaînent (même convention que COBOAUDIT.RC).
      * À lancer par l'équipe contenu avant chaque livraison;
      * CONTENT-RELEASE l'appelle sur les fichiers candidats de la
      * mise en service (zone CONTREL.cpy) et relit son verdict.
      * Compilable séparément: make content-xref
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-XREF.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONSTER-DATA-FILE ASSIGN TO DYNAMIC MONSTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONSTER-DATA-STATUS.

           SELECT DIALOG-DATA-FILE ASSIGN TO DYNAMIC DIALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIALOG-DATA-STATUS.

           SELECT MAP-DATA-FILE ASSIGN TO DYNAMIC MAP-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-DATA-STATUS.

           SELECT XREF-RC-FILE ASSIGN TO DYNAMIC XREF-RC-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MONSTER-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 MONSTER-DATA-RECORD        PIC X(120).

       FD DIALOG-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 DIALOG-DATA-RECORD         PIC X(500).

       FD MAP-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 MAP-DATA-RECORD            PIC X(400).

       FD XREF-RC-FILE
           LABEL RECORDS ARE STANDARD.
       01 XREF-RC-RECORD.
          05 XRC-ERRORS              PIC 9(3).
          05 FILLER                  PIC X(1).
          05 XRC-WARNINGS            PIC 9(3).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="CONTENT-XREF"==.
       01 MAP-DATA-FILE-PATH         PIC X(80)  VALUE "COBOMAP.DAT".
       01 XREF-RC-FILE-PATH          PIC X(80)  VALUE "COBOXREF.RC".

       01 MONSTER-DATA-STATUS        PIC X(2)   VALUE SPACES.
          88 MONSTER-DATA-OK         VALUE "00".
       01 DIALOG-DATA-STATUS         PIC X(2)   VALUE SPACES.
          88 DIALOG-DATA-OK          VALUE "00".
       01 MONSTER-FILE-NAME          PIC X(80)  VALUE "COBOMON.DAT".
       01 DIALOG-FILE-NAME           PIC X(80)  VALUE "COBODIAL.DAT".
       01 MAP-DATA-STATUS            PIC X(2)   VALUE SPACES.
          88 MAP-DATA-OK             VALUE "00".
       01 XREF-RC-STATUS             PIC X(2)   VALUE SPACES.
       01 XREF-FILE-EOF              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Zones de découpage des enregistrements (mêmes formats que
      * LOAD-MONSTER-FILE et LOAD-MAP-FILE dans WORLD, et
      * LOAD-DIALOG-FILE dans DIALOG-MULTIPLEXER)
      *-----------------------------------------------------------------
       01 MNF-TYPE                   PIC X(1)   VALUE SPACE.
       01 MNF-F1                     PIC X(20)  VALUE SPACES.
       01 MNF-F2                     PIC X(20)  VALUE SPACES.
       01 MNF-F3                     PIC X(20)  VALUE SPACES.
       01 MNF-F4                     PIC X(20)  VALUE SPACES.
       01 DLF-TYPE                   PIC X(1)   VALUE SPACE.
       01 DLF-F1                     PIC X(255) VALUE SPACES.
       01 DLF-F2                     PIC X(255) VALUE SPACES.
       01 DLF-F3                     PIC X(255) VALUE SPACES.
       01 DLF-F4                     PIC X(255) VALUE SPACES.
       01 DLF-F5                     PIC X(255) VALUE SPACES.
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

      *-----------------------------------------------------------------
      * Sources chargées
      *-----------------------------------------------------------------
       01 XREF-MONSTER-TABLE.
          05 XREF-MONSTER-COUNT      PIC 9(2)   VALUE 0.
          05 XREF-MONSTER-NAME OCCURS 30 TIMES PIC X(20).
       01 XREF-MONSTERS-LOADED       PIC X(1)   VALUE "N".

       01 XREF-DIALOG-TABLE.
          05 XREF-DIALOG-COUNT       PIC 9(2)   VALUE 0.
          05 XREF-DIALOG-NPC OCCURS 10 TIMES PIC X(30).
       01 XREF-DIALOGS-LOADED        PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Actions de dialogue qui remettent un objet nommé, relevées
      * au chargement pour le contrôle des objets et des sources
      *-----------------------------------------------------------------
       01 XREF-GIVE-TABLE.
          05 XREF-GIVE-COUNT         PIC 9(3)   VALUE 0.
          05 XREF-GIVE-ENTRY OCCURS 150 TIMES.
             10 XREF-GIVE-NODE       PIC X(3).
             10 XREF-GIVE-ACTION     PIC X(30).
             10 XREF-GIVE-ITEM       PIC X(30).
       01 XREF-GIVE-MAX              PIC 9(3)   VALUE 150.

      *-----------------------------------------------------------------
      * Objets-clés des passages, relevés sur les lignes 'L' de
      * COBOMAP.DAT
      *-----------------------------------------------------------------
       01 XREF-GATE-TABLE.
          05 XREF-GATE-COUNT         PIC 9(2)   VALUE 0.
          05 XREF-GATE-ENTRY OCCURS 30 TIMES.
             10 XREF-GATE-ITEM       PIC X(20).
             10 XREF-GATE-PLACE      PIC X(25).

      *-----------------------------------------------------------------
      * Zones d'appel de QUEST-SYSTEM (initialisation seule), du
      * fichier maître et du terminal de fabrication
      *-----------------------------------------------------------------
       COPY "PLAYER-CHAR.cpy".
       COPY "INVENTORY.cpy".
       COPY "QUEST.cpy".
       COPY "ITEM-OP.cpy".
       COPY "GAMESTATE.cpy".
       01 QUEST-OPERATION            PIC X(1)   VALUE 'I'.
       01 QUEST-ID-TO-UPDATE-XREF    PIC 9(3)   VALUE 0.
       01 OBJECTIVE-NUM-XREF         PIC 9(1)   VALUE 0.
       01 PROGRESS-VALUE-XREF        PIC 9(3)   VALUE 0.
       01 QUEST-LOG-FILTER-XREF      PIC X(1)   VALUE 'T'.
       01 ITEM-MASTER-OPERATION      PIC X(1)   VALUE 'N'.
       01 ITEM-MASTER-FOUND          PIC X(1)   VALUE "N".
       01 CRAFTING-OPERATION         PIC X(1)   VALUE 'K'.
       01 CRAFTING-MATERIAL-NAME     PIC X(20)  VALUE SPACES.
       01 CRAFTING-MATERIAL-QTY      PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Variables de travail
      *-----------------------------------------------------------------
       01 XREF-IDX                   PIC 9(3)   VALUE 0.
       01 XREF-SCAN                  PIC 9(3)   VALUE 0.
       01 XREF-OBJ                   PIC 9(1)   VALUE 0.
       01 XREF-MATCH                 PIC X(1)   VALUE "N".
       01 XREF-NAME-KEY              PIC X(30)  VALUE SPACES.
       01 XREF-NAME-KIND             PIC X(1)   VALUE SPACE.
          88 XREF-NAME-IS-ITEM       VALUE "I".
          88 XREF-NAME-IS-MATERIAL   VALUE "M".
          88 XREF-NAME-UNKNOWN       VALUE "?".
       01 XREF-SOURCE-NOTE           PIC X(30)  VALUE SPACES.
       01 XREF-SOURCE-ITEM           PIC X(20)  VALUE SPACES.
       01 XREF-ACTION-LIST           PIC X(255) VALUE SPACES.
       01 XREF-ACTION-PART OCCURS 5 TIMES PIC X(60).
       01 XREF-ACTION-NAME           PIC X(30)  VALUE SPACES.
       01 XREF-ACTION-PARAM          PIC X(30)  VALUE SPACES.
       01 XREF-ACT-IDX               PIC 9(1)   VALUE 0.
       01 XREF-NODE-ID               PIC X(3)   VALUE SPACES.
       01 XREF-QUEST-NUM             PIC Z9.

       01 ERROR-COUNT                PIC 9(3)   VALUE 0.
       01 WARNING-COUNT              PIC 9(3)   VALUE 0.
       01 CHECKED-REFERENCES         PIC 9(4)   VALUE 0.

       COPY "CONTREL.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== CONTRÔLE CROISÉ DU CONTENU ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           IF CRA-ACTIVE = "Y"
               MOVE CRA-MONSTER-FILE TO MONSTER-FILE-NAME
               MOVE CRA-DIALOG-FILE TO DIALOG-FILE-NAME
               DISPLAY "Fichiers candidats: "
                   FUNCTION TRIM(MONSTER-FILE-NAME) ", "
                   FUNCTION TRIM(DIALOG-FILE-NAME)
           END-IF
           DISPLAY SPACE

           PERFORM LOAD-MONSTER-NAMES
           PERFORM LOAD-DIALOG-REFERENCES
           PERFORM LOAD-QUEST-TABLE
           PERFORM LOAD-MAP-GATES

           DISPLAY "Sources: " XREF-MONSTER-COUNT " monstre(s), "
               XREF-DIALOG-COUNT " dialogue(s), " QUEST-COUNT
               " quête(s), " XREF-GIVE-COUNT " remise(s) d'objet"
           DISPLAY "         " XREF-GATE-COUNT " passage(s) gardé(s)"
           DISPLAY SPACE

           PERFORM CHECK-QUEST-MONSTERS
           PERFORM CHECK-QUEST-GIVERS
           PERFORM CHECK-QUEST-REWARDS
           PERFORM CHECK-DIALOG-GIVE-ITEMS
           PERFORM CHECK-GATE-ITEM-SOURCES

           DISPLAY SPACE
           DISPLAY "Références contrôlées: " CHECKED-REFERENCES
           DISPLAY "Erreurs:               " ERROR-COUNT
           DISPLAY "Avertissements:        " WARNING-COUNT
           IF ERROR-COUNT = 0
               DISPLAY "Verdict: contenu BON pour la livraison."
           ELSE
               DISPLAY "Verdict: " ERROR-COUNT " référence(s) "
                   & "pendante(s), NE PAS livrer ce contenu."
           END-IF
           PERFORM WRITE-XREF-RC
           IF CRA-ACTIVE = "Y"
               MOVE ERROR-COUNT TO CRA-ERROR-COUNT
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * Noms du bestiaire (champ 4 des enregistrements 'M')
      *-----------------------------------------------------------------
       LOAD-MONSTER-NAMES.
           MOVE 0 TO XREF-MONSTER-COUNT
           OPEN INPUT MONSTER-DATA-FILE
           MOVE "LOAD-MONSTER-NAMES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MONSTER-FILE-NAME,
               MONSTER-DATA-STATUS
           IF NOT MONSTER-DATA-OK
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERREUR: " FUNCTION TRIM(MONSTER-FILE-NAME)
                   " introuvable: lancez d'abord le jeu pour "
                   & "exporter la référence."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO XREF-MONSTERS-LOADED
           MOVE "N" TO XREF-FILE-EOF
           PERFORM UNTIL XREF-FILE-EOF = "Y"
               READ MONSTER-DATA-FILE
                   AT END
                       MOVE "Y" TO XREF-FILE-EOF
                   NOT AT END
                       PERFORM LOAD-MONSTER-NAME-RECORD
               END-READ
               MOVE "LOAD-MONSTER-NAMES" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MONSTER-FILE-NAME, MONSTER-DATA-STATUS
           END-PERFORM
           CLOSE MONSTER-DATA-FILE
           MOVE "LOAD-MONSTER-NAMES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MONSTER-FILE-NAME,
               MONSTER-DATA-STATUS
           .

       LOAD-MONSTER-NAME-RECORD.
           IF MONSTER-DATA-RECORD(1:1) NOT = "M" OR
              XREF-MONSTER-COUNT >= 30
               EXIT PARAGRAPH
           END-IF
           UNSTRING MONSTER-DATA-RECORD DELIMITED BY "|"
               INTO MNF-TYPE, MNF-F1, MNF-F2, MNF-F3, MNF-F4
           END-UNSTRING
           ADD 1 TO XREF-MONSTER-COUNT
           MOVE MNF-F4 TO XREF-MONSTER-NAME(XREF-MONSTER-COUNT)
           .

      *-----------------------------------------------------------------
      * PNJ des dialogues (enregistrements 'D') et actions de remise
      * d'objet portées par les choix (enregistrements 'O')
      *-----------------------------------------------------------------
       LOAD-DIALOG-REFERENCES.
           MOVE 0 TO XREF-DIALOG-COUNT
           MOVE 0 TO XREF-GIVE-COUNT
           OPEN INPUT DIALOG-DATA-FILE
           MOVE "LOAD-DIALOG-REFERENCES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, DIALOG-FILE-NAME,
               DIALOG-DATA-STATUS
           IF NOT DIALOG-DATA-OK
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERREUR: " FUNCTION TRIM(DIALOG-FILE-NAME)
                   " introuvable: lancez d'abord le jeu pour "
                   & "exporter la référence."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO XREF-DIALOGS-LOADED
           MOVE "N" TO XREF-FILE-EOF
           PERFORM UNTIL XREF-FILE-EOF = "Y"
               READ DIALOG-DATA-FILE
                   AT END
                       MOVE "Y" TO XREF-FILE-EOF
                   NOT AT END
                       PERFORM LOAD-DIALOG-REFERENCE-RECORD
               END-READ
               MOVE "LOAD-DIALOG-REFERENCES" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-FILE-NAME, DIALOG-DATA-STATUS
           END-PERFORM
           CLOSE DIALOG-DATA-FILE
           MOVE "LOAD-DIALOG-REFERENCES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, DIALOG-FILE-NAME,
               DIALOG-DATA-STATUS
           .

       LOAD-DIALOG-REFERENCE-RECORD.
           MOVE SPACES TO DLF-F1 DLF-F2 DLF-F3 DLF-F4 DLF-F5
           UNSTRING DIALOG-DATA-RECORD DELIMITED BY "|"
               INTO DLF-TYPE, DLF-F1, DLF-F2, DLF-F3, DLF-F4, DLF-F5
           END-UNSTRING
           EVALUATE DLF-TYPE
               WHEN "D"
                   IF XREF-DIALOG-COUNT < 10
                       ADD 1 TO XREF-DIALOG-COUNT
                       MOVE DLF-F2 TO XREF-DIALOG-NPC(XREF-DIALOG-COUNT)
                   END-IF
               WHEN "N"
                   MOVE DLF-F1(1:3) TO XREF-NODE-ID
               WHEN "O"
                   MOVE DLF-F3 TO XREF-ACTION-LIST
                   PERFORM COLLECT-GIVE-ACTIONS
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Découpe la liste d'actions d'un choix ("A,B:param,...", comme
      * PARSE-ACTION-LIST) et retient les remises d'objet nommées
      *-----------------------------------------------------------------
       COLLECT-GIVE-ACTIONS.
           MOVE SPACES TO XREF-ACTION-PART(1) XREF-ACTION-PART(2)
               XREF-ACTION-PART(3) XREF-ACTION-PART(4)
               XREF-ACTION-PART(5)
           UNSTRING XREF-ACTION-LIST DELIMITED BY ","
               INTO XREF-ACTION-PART(1), XREF-ACTION-PART(2),
                   XREF-ACTION-PART(3), XREF-ACTION-PART(4),
                   XREF-ACTION-PART(5)
           END-UNSTRING
           PERFORM VARYING XREF-ACT-IDX FROM 1 BY 1
                   UNTIL XREF-ACT-IDX > 5
               MOVE SPACES TO XREF-ACTION-NAME XREF-ACTION-PARAM
               UNSTRING XREF-ACTION-PART(XREF-ACT-IDX)
                   DELIMITED BY ":"
                   INTO XREF-ACTION-NAME, XREF-ACTION-PARAM
               END-UNSTRING
               MOVE FUNCTION TRIM(XREF-ACTION-NAME)
                   TO XREF-ACTION-NAME
               MOVE FUNCTION TRIM(XREF-ACTION-PARAM)
                   TO XREF-ACTION-PARAM
               IF XREF-ACTION-PARAM NOT = SPACES AND
                  (XREF-ACTION-NAME = "GIVE_ITEM" OR
                   XREF-ACTION-NAME = "GRANT_ITEM" OR
                   XREF-ACTION-NAME = "RECEIVE_ITEM" OR
                   XREF-ACTION-NAME = "SHOW_ITEM") AND
                  XREF-GIVE-COUNT < XREF-GIVE-MAX
                   ADD 1 TO XREF-GIVE-COUNT
                   MOVE XREF-NODE-ID TO XREF-GIVE-NODE(XREF-GIVE-COUNT)
                   MOVE XREF-ACTION-NAME
                       TO XREF-GIVE-ACTION(XREF-GIVE-COUNT)
                   MOVE XREF-ACTION-PARAM
                       TO XREF-GIVE-ITEM(XREF-GIVE-COUNT)
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Table des quêtes telle que la partie la construit
      *-----------------------------------------------------------------
       LOAD-QUEST-TABLE.
           MOVE 'I' TO QUEST-OPERATION
           CALL "QUEST-SYSTEM" USING QUEST-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, QUEST-TABLE,
               QUEST-ID-TO-UPDATE-XREF, OBJECTIVE-NUM-XREF,
               PROGRESS-VALUE-XREF, ITEM-OP-PARAMS,
               QUEST-LOG-FILTER-XREF, GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Passages gardés: lignes 'L' de COBOMAP.DAT portant un
      * objet-clé (champ 7), nom du lieu en champ 9
      *-----------------------------------------------------------------
       LOAD-MAP-GATES.
           MOVE 0 TO XREF-GATE-COUNT
           OPEN INPUT MAP-DATA-FILE
           MOVE "LOAD-MAP-GATES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           IF NOT MAP-DATA-OK
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERREUR: COBOMAP.DAT introuvable: lancez "
                   & "d'abord le jeu pour exporter la référence."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO XREF-FILE-EOF
           PERFORM UNTIL XREF-FILE-EOF = "Y"
               READ MAP-DATA-FILE
                   AT END
                       MOVE "Y" TO XREF-FILE-EOF
                   NOT AT END
                       PERFORM LOAD-MAP-GATE-RECORD
               END-READ
               MOVE "LOAD-MAP-GATES" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MAP-DATA-FILE-PATH, MAP-DATA-STATUS
           END-PERFORM
           CLOSE MAP-DATA-FILE
           MOVE "LOAD-MAP-GATES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           .

       LOAD-MAP-GATE-RECORD.
           IF MAP-DATA-RECORD(1:1) NOT = "L" OR
              XREF-GATE-COUNT >= 30
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MPF-F1 MPF-F2 MPF-F3 MPF-F4 MPF-F5 MPF-F6
               MPF-F7 MPF-F8 MPF-F9
           UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
               INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                   MPF-F5, MPF-F6, MPF-F7, MPF-F8, MPF-F9
           END-UNSTRING
           IF MPF-F7 = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO XREF-GATE-COUNT
           MOVE MPF-F7 TO XREF-GATE-ITEM(XREF-GATE-COUNT)
           MOVE MPF-F9 TO XREF-GATE-PLACE(XREF-GATE-COUNT)
           .

      *-----------------------------------------------------------------
      * Chaque monstre visé par un objectif doit exister au bestiaire
      *-----------------------------------------------------------------
       CHECK-QUEST-MONSTERS.
           IF XREF-MONSTERS-LOADED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING QUEST-IDX FROM 1 BY 1
                   UNTIL QUEST-IDX > QUEST-COUNT
               PERFORM VARYING XREF-OBJ FROM 1 BY 1 UNTIL XREF-OBJ > 5
                   IF OBJECTIVE-MONSTER(QUEST-IDX, XREF-OBJ)
                       NOT = SPACES
                       PERFORM CHECK-ONE-QUEST-MONSTER
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       CHECK-ONE-QUEST-MONSTER.
           ADD 1 TO CHECKED-REFERENCES
           MOVE "N" TO XREF-MATCH
           PERFORM VARYING XREF-SCAN FROM 1 BY 1
                   UNTIL XREF-SCAN > XREF-MONSTER-COUNT
               IF XREF-MONSTER-NAME(XREF-SCAN) =
                  OBJECTIVE-MONSTER(QUEST-IDX, XREF-OBJ)
                   MOVE "Y" TO XREF-MATCH
               END-IF
           END-PERFORM
           IF XREF-MATCH = "N"
               ADD 1 TO ERROR-COUNT
               MOVE QUEST-ID(QUEST-IDX) TO XREF-QUEST-NUM
               DISPLAY "ERREUR quête " XREF-QUEST-NUM
                   " objectif " XREF-OBJ ": monstre '"
                   FUNCTION TRIM(OBJECTIVE-MONSTER(QUEST-IDX,
                       XREF-OBJ))
                   "' absent de " FUNCTION TRIM(MONSTER-FILE-NAME) "."
           END-IF
           .

      *-----------------------------------------------------------------
      * Chaque donneur de quête devrait avoir un dialogue
      *-----------------------------------------------------------------
       CHECK-QUEST-GIVERS.
           IF XREF-DIALOGS-LOADED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING QUEST-IDX FROM 1 BY 1
                   UNTIL QUEST-IDX > QUEST-COUNT
               IF QUEST-GIVER-NPC(QUEST-IDX) NOT = SPACES
                   PERFORM CHECK-ONE-QUEST-GIVER
               END-IF
           END-PERFORM
           .

       CHECK-ONE-QUEST-GIVER.
           ADD 1 TO CHECKED-REFERENCES
           MOVE "N" TO XREF-MATCH
           PERFORM VARYING XREF-SCAN FROM 1 BY 1
                   UNTIL XREF-SCAN > XREF-DIALOG-COUNT
               IF XREF-DIALOG-NPC(XREF-SCAN) =
                  QUEST-GIVER-NPC(QUEST-IDX)
                   MOVE "Y" TO XREF-MATCH
               END-IF
           END-PERFORM
           IF XREF-MATCH = "N"
               ADD 1 TO WARNING-COUNT
               MOVE QUEST-ID(QUEST-IDX) TO XREF-QUEST-NUM
               DISPLAY "AVERT. quête " XREF-QUEST-NUM ": donneur '"
                   FUNCTION TRIM(QUEST-GIVER-NPC(QUEST-IDX))
                   "' sans dialogue dans "
                   FUNCTION TRIM(DIALOG-FILE-NAME) "."
           END-IF
           .

      *-----------------------------------------------------------------
      * Récompenses: objet du fichier maître ou matériau connu
      *-----------------------------------------------------------------
       CHECK-QUEST-REWARDS.
           PERFORM VARYING QUEST-IDX FROM 1 BY 1
                   UNTIL QUEST-IDX > QUEST-COUNT
               MOVE QUEST-ID(QUEST-IDX) TO XREF-QUEST-NUM
               IF QUEST-REWARD-ITEM(QUEST-IDX) NOT = SPACES
                   ADD 1 TO CHECKED-REFERENCES
                   MOVE QUEST-REWARD-ITEM(QUEST-IDX) TO XREF-NAME-KEY
                   PERFORM CLASSIFY-NAME
                   IF XREF-NAME-UNKNOWN
                       ADD 1 TO ERROR-COUNT
                       DISPLAY "ERREUR quête " XREF-QUEST-NUM
                           ": objet de récompense '"
                           FUNCTION TRIM(XREF-NAME-KEY)
                           "' inconnu du fichier maître."
                   END-IF
               END-IF
               IF QUEST-REWARD-MATERIAL(QUEST-IDX) NOT = SPACES
                   ADD 1 TO CHECKED-REFERENCES
                   MOVE QUEST-REWARD-MATERIAL(QUEST-IDX)
                       TO XREF-NAME-KEY
                   PERFORM CLASSIFY-NAME
                   IF XREF-NAME-UNKNOWN
                       ADD 1 TO ERROR-COUNT
                       DISPLAY "ERREUR quête " XREF-QUEST-NUM
                           ": matériau de récompense '"
                           FUNCTION TRIM(XREF-NAME-KEY)
                           "' ni matériau ni objet connu."
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Remises d'objet des dialogues
      *-----------------------------------------------------------------
       CHECK-DIALOG-GIVE-ITEMS.
           PERFORM VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > XREF-GIVE-COUNT
               ADD 1 TO CHECKED-REFERENCES
               MOVE XREF-GIVE-ITEM(XREF-IDX) TO XREF-NAME-KEY
               PERFORM CLASSIFY-NAME
               IF XREF-NAME-UNKNOWN
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "ERREUR dialogue, nœud "
                       XREF-GIVE-NODE(XREF-IDX) ": "
                       FUNCTION TRIM(XREF-GIVE-ACTION(XREF-IDX))
                       " sur l'objet inconnu '"
                       FUNCTION TRIM(XREF-NAME-KEY) "'."
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Objets-clés des passages: il faut au moins une source
      *-----------------------------------------------------------------
       CHECK-GATE-ITEM-SOURCES.
           PERFORM VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > XREF-GATE-COUNT
               ADD 1 TO CHECKED-REFERENCES
               MOVE XREF-GATE-ITEM(XREF-IDX) TO XREF-NAME-KEY
               PERFORM FIND-ITEM-SOURCE
               IF XREF-SOURCE-NOTE = SPACES
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "ERREUR passage '"
                       FUNCTION TRIM(XREF-GATE-PLACE(XREF-IDX))
                       "': objet-clé '" FUNCTION TRIM(XREF-NAME-KEY)
                       "' introuvable en jeu."
               ELSE
                   DISPLAY "Passage '"
                       FUNCTION TRIM(XREF-GATE-PLACE(XREF-IDX))
                       "': '" FUNCTION TRIM(XREF-NAME-KEY) "' via "
                       FUNCTION TRIM(XREF-SOURCE-NOTE) "."
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Première source qui fournit l'objet XREF-NAME-KEY (note
      * vide si aucune), selon ITEM-SOURCE
      *-----------------------------------------------------------------
       FIND-ITEM-SOURCE.
           MOVE XREF-NAME-KEY TO XREF-SOURCE-ITEM
           CALL "ITEM-SOURCE" USING XREF-SOURCE-ITEM, XREF-SOURCE-NOTE
           .

      *-----------------------------------------------------------------
      * XREF-NAME-KEY est-il un objet du fichier maître ('I'), un
      * matériau du terminal de fabrication ('M') ou inconnu ('?')?
      *-----------------------------------------------------------------
       CLASSIFY-NAME.
           MOVE 'N' TO ITEM-MASTER-OPERATION
           MOVE XREF-NAME-KEY TO OP-ITEM-NAME
           CALL "ITEM-MASTER" USING ITEM-MASTER-OPERATION,
               ITEM-OP-PARAMS, ITEM-MASTER-FOUND
           IF ITEM-MASTER-FOUND = "Y"
               MOVE "I" TO XREF-NAME-KIND
               EXIT PARAGRAPH
           END-IF

           MOVE 'K' TO CRAFTING-OPERATION
           MOVE XREF-NAME-KEY TO CRAFTING-MATERIAL-NAME
           CALL "JCL-CRAFTING-SYSTEM" USING CRAFTING-OPERATION,
               CRAFTING-MATERIAL-NAME, CRAFTING-MATERIAL-QTY,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           IF CRAFTING-MATERIAL-QTY > 0
               MOVE "M" TO XREF-NAME-KIND
           ELSE
               MOVE "?" TO XREF-NAME-KIND
           END-IF
           .

      *-----------------------------------------------------------------
      * Dépôt du verdict (erreurs, avertissements) pour les chaînes
      * qui enchaînent le contrôle
      *-----------------------------------------------------------------
       WRITE-XREF-RC.
           OPEN OUTPUT XREF-RC-FILE
           MOVE "WRITE-XREF-RC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, XREF-RC-FILE-PATH,
               XREF-RC-STATUS
           MOVE SPACES TO XREF-RC-RECORD
           MOVE ERROR-COUNT TO XRC-ERRORS
           MOVE WARNING-COUNT TO XRC-WARNINGS
           WRITE XREF-RC-RECORD
           MOVE "WRITE-XREF-RC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, XREF-RC-FILE-PATH,
               XREF-RC-STATUS
           CLOSE XREF-RC-FILE
           MOVE "WRITE-XREF-RC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, XREF-RC-FILE-PATH,
               XREF-RC-STATUS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MAP-DATA-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, XREF-RC-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, MONSTER-FILE-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, DIALOG-FILE-NAME
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM CONTENT-XREF.
