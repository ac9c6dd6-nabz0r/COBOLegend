      *****************************************************************
      * ITEM-SOURCE.CBL - Où un joueur peut-il se procurer un objet?
      *
      * Sous-programme des contrôles de contenu (CONTENT-XREF,
      * MAP-CHECK): pour un nom d'objet, rend la première source de
      * jeu qui le fournit, ou des espaces si aucune. Sources
      * connues:
      *   - plage du fichier maître (ITEM-MASTER) réservée à la
      *     boutique (101-199);
      *   - plage réservée aux intendants de faction (601-699);
      *   - objets produits par les recettes de COBORECP.DAT, ou à
      *     défaut de livre la plage de fabrication (501-599);
      *   - récompenses de quête (QUEST-TABLE telle que
      *     QUEST-SYSTEM la construit);
      *   - remises d'objet des dialogues de COBODIAL.DAT
      *     (GIVE_ITEM, GRANT_ITEM, RECEIVE_ITEM avec paramètre).
      * Les sources sont chargées au premier appel. Pendant une
      * mise en service (zone CONTREL.cpy active), les dialogues
      * sont lus dans le fichier candidat de CONTENT-RELEASE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-SOURCE.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALOG-DATA-FILE ASSIGN TO DYNAMIC DIALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIALOG-DATA-STATUS.

           SELECT RECIPE-DATA-FILE
               ASSIGN TO DYNAMIC RECIPE-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIPE-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIALOG-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 DIALOG-DATA-RECORD         PIC X(500).

       FD RECIPE-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECIPE-DATA-RECORD         PIC X(300).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="ITEM-SOURCE"==.
       01 RECIPE-DATA-FILE-PATH      PIC X(80)  VALUE "COBORECP.DAT".

       01 DIALOG-DATA-STATUS         PIC X(2)   VALUE SPACES.
          88 DIALOG-DATA-OK          VALUE "00".
       01 DIALOG-FILE-EOF            PIC X(1)   VALUE "N".
       01 DIALOG-FILE-NAME           PIC X(80)  VALUE "COBODIAL.DAT".
       01 RECIPE-DATA-STATUS         PIC X(2)   VALUE SPACES.
          88 RECIPE-DATA-OK          VALUE "00".
       01 RECIPE-FILE-EOF            PIC X(1)   VALUE "N".
       01 ITEM-SOURCE-READY          PIC X(1)   VALUE "N".

       01 DLF-TYPE                   PIC X(1)   VALUE SPACE.
       01 DLF-F1                     PIC X(255) VALUE SPACES.
       01 DLF-F2                     PIC X(255) VALUE SPACES.
       01 DLF-F3                     PIC X(255) VALUE SPACES.
       01 SRC-ACTION-PART OCCURS 5 TIMES PIC X(60).
       01 SRC-ACTION-NAME            PIC X(30)  VALUE SPACES.
       01 SRC-ACTION-PARAM           PIC X(30)  VALUE SPACES.
       01 SRC-ACT-IDX                PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Objets remis par les dialogues
      *-----------------------------------------------------------------
       01 SRC-GRANT-TABLE.
          05 SRC-GRANT-COUNT         PIC 9(3)   VALUE 0.
          05 SRC-GRANT-ITEM OCCURS 100 TIMES PIC X(20).
       01 SRC-GRANT-MAX              PIC 9(3)   VALUE 100.

      *-----------------------------------------------------------------
      * Objets produits par le livre de recettes (lignes 'R')
      *-----------------------------------------------------------------
       01 SRC-RECIPE-TABLE.
          05 SRC-RECIPE-COUNT        PIC 9(2)   VALUE 0.
          05 SRC-RECIPE-ENTRY OCCURS 15 TIMES.
             10 SRC-RECIPE-NUM       PIC X(2).
             10 SRC-RECIPE-RESULT    PIC X(30).
       01 RCF-TYPE                   PIC X(1)   VALUE SPACE.
       01 RCF-F1                     PIC X(30)  VALUE SPACES.
       01 RCF-F2                     PIC X(30)  VALUE SPACES.
       01 RCF-F3                     PIC X(30)  VALUE SPACES.
       01 RCF-F4                     PIC X(30)  VALUE SPACES.
       01 RCF-F5                     PIC X(100) VALUE SPACES.
       01 RCF-F6                     PIC X(30)  VALUE SPACES.
       01 SRC-IDX                    PIC 9(3)   VALUE 0.
       01 SRC-QUEST-NUM              PIC Z9.

      *-----------------------------------------------------------------
      * Zones d'appel de QUEST-SYSTEM (initialisation seule) et du
      * fichier maître
      *-----------------------------------------------------------------
       COPY "PLAYER-CHAR.cpy".
       COPY "INVENTORY.cpy".
       COPY "QUEST.cpy".
       COPY "ITEM-OP.cpy".
       COPY "GAMESTATE.cpy".
       COPY "CONTREL.cpy".
       01 QUEST-OPERATION            PIC X(1)   VALUE 'I'.
       01 QUEST-ID-TO-UPDATE-SRC     PIC 9(3)   VALUE 0.
       01 OBJECTIVE-NUM-SRC          PIC 9(1)   VALUE 0.
       01 PROGRESS-VALUE-SRC         PIC 9(3)   VALUE 0.
       01 QUEST-LOG-FILTER-SRC       PIC X(1)   VALUE 'T'.
       01 ITEM-MASTER-OPERATION      PIC X(1)   VALUE 'N'.
       01 ITEM-MASTER-FOUND          PIC X(1)   VALUE "N".

       LINKAGE SECTION.
       01 ITEM-SOURCE-NAME           PIC X(20).
       01 ITEM-SOURCE-NOTE           PIC X(30).

       PROCEDURE DIVISION USING ITEM-SOURCE-NAME, ITEM-SOURCE-NOTE.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           IF ITEM-SOURCE-READY = "N"
               PERFORM LOAD-ITEM-SOURCES
               MOVE "Y" TO ITEM-SOURCE-READY
           END-IF
           PERFORM FIND-ITEM-SOURCE
           GOBACK.

      *-----------------------------------------------------------------
      * Chargement des sources: table des quêtes et remises des
      * dialogues (le fichier maître se charge lui-même)
      *-----------------------------------------------------------------
       LOAD-ITEM-SOURCES.
           MOVE 'I' TO QUEST-OPERATION
           CALL "QUEST-SYSTEM" USING QUEST-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, QUEST-TABLE,
               QUEST-ID-TO-UPDATE-SRC, OBJECTIVE-NUM-SRC,
               PROGRESS-VALUE-SRC, ITEM-OP-PARAMS,
               QUEST-LOG-FILTER-SRC, GAME-STATE-EXT

           PERFORM LOAD-RECIPE-RESULTS

           MOVE 0 TO SRC-GRANT-COUNT
           IF CRA-ACTIVE = "Y"
               MOVE CRA-DIALOG-FILE TO DIALOG-FILE-NAME
           END-IF
           OPEN INPUT DIALOG-DATA-FILE
           MOVE "LOAD-ITEM-SOURCES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, DIALOG-FILE-NAME,
               DIALOG-DATA-STATUS
           IF NOT DIALOG-DATA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DIALOG-FILE-EOF
           PERFORM UNTIL DIALOG-FILE-EOF = "Y"
               READ DIALOG-DATA-FILE
                   AT END
                       MOVE "Y" TO DIALOG-FILE-EOF
                   NOT AT END
                       IF DIALOG-DATA-RECORD(1:1) = "O"
                           PERFORM COLLECT-GRANT-ACTIONS
                       END-IF
               END-READ
               MOVE "LOAD-ITEM-SOURCES" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-FILE-NAME, DIALOG-DATA-STATUS
           END-PERFORM
           CLOSE DIALOG-DATA-FILE
           MOVE "LOAD-ITEM-SOURCES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, DIALOG-FILE-NAME,
               DIALOG-DATA-STATUS
           .

      *-----------------------------------------------------------------
      * Objet produit (champ 6) et numéro de chaque recette du livre
      *-----------------------------------------------------------------
       LOAD-RECIPE-RESULTS.
           MOVE 0 TO SRC-RECIPE-COUNT
           OPEN INPUT RECIPE-DATA-FILE
           MOVE "LOAD-RECIPE-RESULTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           IF NOT RECIPE-DATA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO RECIPE-FILE-EOF
           PERFORM UNTIL RECIPE-FILE-EOF = "Y"
               READ RECIPE-DATA-FILE
                   AT END
                       MOVE "Y" TO RECIPE-FILE-EOF
                   NOT AT END
                       IF RECIPE-DATA-RECORD(1:1) = "R" AND
                          SRC-RECIPE-COUNT < 15
                           MOVE SPACES TO RCF-F1 RCF-F6
                           UNSTRING RECIPE-DATA-RECORD
                               DELIMITED BY "|"
                               INTO RCF-TYPE, RCF-F1, RCF-F2, RCF-F3,
                                   RCF-F4, RCF-F5, RCF-F6
                           END-UNSTRING
                           ADD 1 TO SRC-RECIPE-COUNT
                           MOVE RCF-F1(1:2)
                               TO SRC-RECIPE-NUM(SRC-RECIPE-COUNT)
                           MOVE RCF-F6
                               TO SRC-RECIPE-RESULT(SRC-RECIPE-COUNT)
                       END-IF
               END-READ
               MOVE "LOAD-RECIPE-RESULTS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           END-PERFORM
           CLOSE RECIPE-DATA-FILE
           MOVE "LOAD-RECIPE-RESULTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           .

      *-----------------------------------------------------------------
      * Actions d'un choix ("A,B:param,...", comme PARSE-ACTION-LIST
      * dans DIALOG-MULTIPLEXER): on retient les objets remis
      *-----------------------------------------------------------------
       COLLECT-GRANT-ACTIONS.
           MOVE SPACES TO DLF-F1 DLF-F2 DLF-F3
           UNSTRING DIALOG-DATA-RECORD DELIMITED BY "|"
               INTO DLF-TYPE, DLF-F1, DLF-F2, DLF-F3
           END-UNSTRING
           MOVE SPACES TO SRC-ACTION-PART(1) SRC-ACTION-PART(2)
               SRC-ACTION-PART(3) SRC-ACTION-PART(4)
               SRC-ACTION-PART(5)
           UNSTRING DLF-F3 DELIMITED BY ","
               INTO SRC-ACTION-PART(1), SRC-ACTION-PART(2),
                   SRC-ACTION-PART(3), SRC-ACTION-PART(4),
                   SRC-ACTION-PART(5)
           END-UNSTRING
           PERFORM VARYING SRC-ACT-IDX FROM 1 BY 1
                   UNTIL SRC-ACT-IDX > 5
               MOVE SPACES TO SRC-ACTION-NAME SRC-ACTION-PARAM
               UNSTRING SRC-ACTION-PART(SRC-ACT-IDX)
                   DELIMITED BY ":"
                   INTO SRC-ACTION-NAME, SRC-ACTION-PARAM
               END-UNSTRING
               MOVE FUNCTION TRIM(SRC-ACTION-NAME) TO SRC-ACTION-NAME
               MOVE FUNCTION TRIM(SRC-ACTION-PARAM)
                   TO SRC-ACTION-PARAM
               IF SRC-ACTION-PARAM NOT = SPACES AND
                  (SRC-ACTION-NAME = "GIVE_ITEM" OR
                   SRC-ACTION-NAME = "GRANT_ITEM" OR
                   SRC-ACTION-NAME = "RECEIVE_ITEM") AND
                  SRC-GRANT-COUNT < SRC-GRANT-MAX
                   ADD 1 TO SRC-GRANT-COUNT
                   MOVE SRC-ACTION-PARAM
                       TO SRC-GRANT-ITEM(SRC-GRANT-COUNT)
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Première source qui fournit ITEM-SOURCE-NAME
      *-----------------------------------------------------------------
       FIND-ITEM-SOURCE.
           MOVE SPACES TO ITEM-SOURCE-NOTE
           MOVE 'N' TO ITEM-MASTER-OPERATION
           MOVE ITEM-SOURCE-NAME TO OP-ITEM-NAME
           CALL "ITEM-MASTER" USING ITEM-MASTER-OPERATION,
               ITEM-OP-PARAMS, ITEM-MASTER-FOUND
           IF ITEM-MASTER-FOUND = "Y"
               IF OP-ITEM-ID >= 101 AND OP-ITEM-ID <= 199
                   MOVE "la boutique" TO ITEM-SOURCE-NOTE
                   EXIT PARAGRAPH
               END-IF
               IF OP-ITEM-ID >= 601 AND OP-ITEM-ID <= 699
                   MOVE "l'intendance" TO ITEM-SOURCE-NOTE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-RECIPE-COUNT
               IF SRC-RECIPE-RESULT(SRC-IDX) = ITEM-SOURCE-NAME
                   STRING "la recette " DELIMITED BY SIZE
                          SRC-RECIPE-NUM(SRC-IDX) DELIMITED BY SIZE
                       INTO ITEM-SOURCE-NOTE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SRC-RECIPE-COUNT = 0 AND ITEM-MASTER-FOUND = "Y" AND
              OP-ITEM-ID >= 501 AND OP-ITEM-ID <= 599
               MOVE "la fabrication" TO ITEM-SOURCE-NOTE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING QUEST-IDX FROM 1 BY 1
                   UNTIL QUEST-IDX > QUEST-COUNT
               IF QUEST-REWARD-ITEM(QUEST-IDX) = ITEM-SOURCE-NAME OR
                  QUEST-REWARD-MATERIAL(QUEST-IDX) = ITEM-SOURCE-NAME
                   MOVE QUEST-ID(QUEST-IDX) TO SRC-QUEST-NUM
                   STRING "la quête " DELIMITED BY SIZE
                          SRC-QUEST-NUM DELIMITED BY SIZE
                       INTO ITEM-SOURCE-NOTE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-GRANT-COUNT
               IF SRC-GRANT-ITEM(SRC-IDX) = ITEM-SOURCE-NAME
                   MOVE "un dialogue" TO ITEM-SOURCE-NOTE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               RECIPE-DATA-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, DIALOG-FILE-NAME
           .

       END PROGRAM ITEM-SOURCE.
