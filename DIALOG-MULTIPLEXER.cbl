      *   T|texte du noeud
      *   O|noeud-suivant|condition|actions|texte du choix
      *-----------------------------------------------------------------
           SELECT DIALOG-DATA-FILE
               ASSIGN TO DYNAMIC DIALOG-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIALOG-DATA-STATUS.

       01 DIALOG-DATA-RECORD         PIC X(500).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="DIALOG-MULTIPLEXER"==.
       01 DIALOG-DATA-FILE-PATH      PIC X(80)  VALUE "COBODIAL.DAT".

       01 DIALOG-DATA-STATUS         PIC X(2)   VALUE SPACES.
          88 DIALOG-DATA-OK          VALUE "00".
       01 DIALOG-FILE-EOF            PIC X(1)   VALUE "N".
       COPY "CHECKPOINT.cpy".
       COPY "CHRONICLE.cpy".

      *-----------------------------------------------------------------
      * Livre des objets: un objet confié ou offert à un PNJ quitte
      * le sac hors d'INVENTORY-SYSTEM (voir ITEMLEDG.cpy)
      *-----------------------------------------------------------------
       01 ITEM-LEDGER-OP             PIC X(1)  VALUE 'W'.
       COPY "ITEMLEDG.cpy".

      *-----------------------------------------------------------------
      * Journal des choix de dialogue (voir DLGTRACE.cpy)
      *-----------------------------------------------------------------
       01 DIALOG-TRACE-OP            PIC X(1)  VALUE 'W'.
       COPY "DLGTRACE.cpy".
       01 NODE-REDISPLAY             PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      * Enquêtes: un nœud affiché peut livrer l'indice d'une affaire
      * ouverte (voir INVESTIGATION.cbl)
      *-----------------------------------------------------------------
       COPY "INVESTIG.cpy".

       LINKAGE SECTION.
       01 DIALOG-ID-TO-START         PIC 9(3).
       01 RESUME-NODE-ID             PIC 9(3).
               PLAYER-INVENTORY, QUEST-TABLE, GAME-STATE-EXT.

       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           IF DLG-IS-INITIALIZED = "N"
               PERFORM INITIALIZE-DIALOGS
               MOVE "Y" TO DLG-IS-INITIALIZED
           MOVE "N" TO DIALOG-FILE-LOADED
           MOVE "N" TO DIALOG-FILE-EOF
           OPEN INPUT DIALOG-DATA-FILE
           MOVE "LOAD-DIALOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           IF NOT DIALOG-DATA-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       PERFORM LOAD-DIALOG-FILE-RECORD
               END-READ
               MOVE "LOAD-DIALOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           END-PERFORM
           CLOSE DIALOG-DATA-FILE
           MOVE "LOAD-DIALOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS

           IF DIALOG-COUNT > 0 AND NODE-COUNT > 0
               MOVE "Y" TO DIALOG-FILE-LOADED
      *-----------------------------------------------------------------
       WRITE-DEFAULT-DIALOG-FILE.
           OPEN OUTPUT DIALOG-DATA-FILE
           MOVE "WRITE-DEFAULT-DIALOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           IF NOT DIALOG-DATA-OK
               EXIT PARAGRAPH
           END-IF
                   INTO DIALOG-DATA-RECORD
               END-STRING
               WRITE DIALOG-DATA-RECORD
               MOVE "WRITE-DEFAULT-DIALOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           END-PERFORM

           PERFORM VARYING DLF-OUT-IDX FROM 1 BY 1
                   INTO DIALOG-DATA-RECORD
               END-STRING
               WRITE DIALOG-DATA-RECORD
               MOVE "WRITE-DEFAULT-DIALOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS

               MOVE SPACES TO DIALOG-DATA-RECORD
               STRING "T|" DELIMITED BY SIZE
                   INTO DIALOG-DATA-RECORD
               END-STRING
               WRITE DIALOG-DATA-RECORD
               MOVE "WRITE-DEFAULT-DIALOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS

               PERFORM VARYING DLF-OUT-OPT FROM 1 BY 1
                       UNTIL DLF-OUT-OPT >
                       INTO DIALOG-DATA-RECORD
                   END-STRING
                   WRITE DIALOG-DATA-RECORD
                   MOVE "WRITE-DEFAULT-DIALOG-FILE" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
               END-PERFORM
           END-PERFORM

           CLOSE DIALOG-DATA-FILE
           MOVE "WRITE-DEFAULT-DIALOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           DISPLAY "(Base de dialogues exportée vers COBODIAL.DAT)"
           .

           END-PERFORM

           IF NODE-FOUND = "Y"
               IF RESUME-NODE-ID = 0
                   MOVE "S" TO DTR-EVENT
               ELSE
                   MOVE "R" TO DTR-EVENT
               END-IF
               MOVE CURRENT-NODE-ID TO DTR-NODE-ID
               MOVE 0 TO DTR-CHOICE DTR-NEXT-NODE
               MOVE SPACES TO DTR-CONDITION
               PERFORM TRACE-DIALOG-EVENT
               IF RESUME-NODE-ID = 0
                   PERFORM DISPLAY-NPC-QUEST-REMINDER
               END-IF
           MOVE DISPLAY-WIDTH TO WRAP-WIDTH
           PERFORM WRAP-TEXT

           *> Indice d'enquête porté par ce nœud (clé 00 / nœud)
           IF CURRENT-NODE-ID < 100
               MOVE "K" TO IVP-OPERATION
               MOVE "D" TO IVP-SOURCE-KIND
               MOVE 0 TO IVP-KEY-HIGH
               MOVE CURRENT-NODE-ID TO IVP-KEY-LOW
               CALL "INVESTIGATION-SYSTEM" USING INVESTIGATION-PARAMS,
                   GAME-STATE-EXT
           END-IF

           *> Afficher les options de dialogue disponibles
           DISPLAY SPACE
           MOVE 0 TO VALID-OPTIONS-COUNT
                   IF CONDITION-MET = "N"
                       MOVE "N" TO OPTION-IS-VALID
                   END-IF
                   IF CONDITION-MET = "N" AND NODE-REDISPLAY = "N"
                       MOVE "H" TO DTR-EVENT
                       MOVE CURRENT-NODE-ID TO DTR-NODE-ID
                       MOVE I TO DTR-CHOICE
                       MOVE OPTION-NEXT-NODE(NODE-INDEX, I)
                           TO DTR-NEXT-NODE
                       MOVE OPTION-CONDITION(NODE-INDEX, I)
                           TO DTR-CONDITION
                       PERFORM TRACE-DIALOG-EVENT
                   END-IF
               END-IF

               IF OPTION-IS-VALID = "Y"
                   DISPLAY DISPLAY-INDEX ". " OPTION-TEXT(NODE-INDEX, I)
               END-IF
           END-PERFORM
           *> Un choix masqué n'est consigné qu'au premier affichage
           *> du nœud, pas à chaque réaffichage (choix invalide)
           MOVE "N" TO NODE-REDISPLAY

           *> Demander le choix du joueur
           IF VALID-OPTIONS-COUNT > 0
                   PERFORM PROCESS-DIALOG-CHOICE
               ELSE
                   DISPLAY "Choix invalide, veuillez réessayer."
                   MOVE "Y" TO NODE-REDISPLAY
                   PERFORM DISPLAY-DIALOG-NODE
               END-IF
           ELSE
               DISPLAY "Ce PNJ n'a rien d'autre à dire pour le moment."
               MOVE "V" TO DTR-EVENT
               MOVE CURRENT-NODE-ID TO DTR-NODE-ID
               MOVE 0 TO DTR-CHOICE DTR-NEXT-NODE
               MOVE SPACES TO DTR-CONDITION
               PERFORM TRACE-DIALOG-EVENT
               MOVE "N" TO DIALOG-ACTIVE
               PERFORM CLEAR-DIALOG-CHECKPOINT
           END-IF
               END-IF
           END-PERFORM

           MOVE "C" TO DTR-EVENT
           MOVE CURRENT-NODE-ID TO DTR-NODE-ID
           MOVE VALID-INDEX TO DTR-CHOICE
           MOVE OPTION-NEXT-NODE(NODE-INDEX, VALID-INDEX)
               TO DTR-NEXT-NODE
           MOVE SPACES TO DTR-CONDITION
           PERFORM TRACE-DIALOG-EVENT

           *> Exécuter les actions associées au choix
           IF OPTION-ACTION(NODE-INDEX, VALID-INDEX) NOT = "NONE"
               MOVE OPTION-ACTION(NODE-INDEX, VALID-INDEX)

      *-----------------------------------------------------------------
      * Retrait de l'objet ARTIFACT-GIVE-IDX de l'inventaire, par
      * compactage des entrées suivantes; la sortie est consignée
      * au livre des objets avant le compactage
      *-----------------------------------------------------------------
       REMOVE-GIVEN-ITEM.
           MOVE GS-SAVE-SLOT TO ILG-SLOT
           MOVE GS-GAME-DAY TO ILG-DAY
           MOVE "DON" TO ILG-SOURCE
           MOVE "S" TO ILG-PLACE
           COMPUTE ILG-DELTA = 0 - ITEM-QUANTITY(ARTIFACT-GIVE-IDX)
           MOVE ITEM-ID(ARTIFACT-GIVE-IDX) TO ILG-ITEM-ID
           MOVE ITEM-TRUE-NAME(ARTIFACT-GIVE-IDX) TO ILG-ITEM-NAME
           IF ILG-ITEM-NAME = SPACES
               MOVE ITEM-NAME(ARTIFACT-GIVE-IDX) TO ILG-ITEM-NAME
           END-IF
           MOVE 'W' TO ITEM-LEDGER-OP
           CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP, ITEM-LEDGER-FIELDS

           PERFORM VARYING ITEM-SEARCH-IDX FROM ARTIFACT-GIVE-IDX
                   BY 1 UNTIL ITEM-SEARCH-IDX >= INVENTORY-COUNT
               MOVE INVENTORY-ITEMS(ITEM-SEARCH-IDX + 1)
      * COMBAT-SYSTEM la fait agir après le joueur)
      *-----------------------------------------------------------------
       HIRE-COMPANION.
           IF GS-COMP-HIRED = "Y" OR GS-COMP-HIRED = "E"
               DISPLAY "(Quelqu'un vous accompagne déjà.)"
               EXIT PARAGRAPH
           END-IF
               CHECKPOINT-RECORD
           .

      *-----------------------------------------------------------------
      * Consignation d'un événement de conversation dans
      * COBODLOG.DAT: l'appelant a posé l'événement, le nœud, le
      * choix et la condition; emplacement, jour et dialogue sont
      * pris ici
      *-----------------------------------------------------------------
       TRACE-DIALOG-EVENT.
           MOVE GS-SAVE-SLOT TO DTR-SLOT
           MOVE GS-GAME-DAY TO DTR-DAY
           MOVE CURRENT-DIALOG-ID TO DTR-DIALOG-ID
           CALL "DIALOG-TRACE" USING DIALOG-TRACE-OP,
               DIALOG-TRACE-FIELDS
           .

      *-----------------------------------------------------------------
      * Effacement du point de reprise (dialogue terminé)
      *-----------------------------------------------------------------
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DIALOG-DATA-FILE-PATH
           .

       END PROGRAM DIALOG-MULTIPLEXER.
