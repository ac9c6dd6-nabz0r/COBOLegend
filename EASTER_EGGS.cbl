      * donc il dépose ce fichier, qu'INITIALIZE-TIME-TRAVEL relit à
      * son démarrage pour débloquer toutes les ères.
      *-----------------------------------------------------------------
           SELECT ERA-UNLOCK-FLAG ASSIGN TO DYNAMIC ERA-UNLOCK-FLAG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERA-UNLOCK-FILE-STATUS.

       01 ERA-UNLOCK-RECORD              PIC X(10).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="EASTER-EGGS"==.
       01 ERA-UNLOCK-FLAG-PATH       PIC X(80)  VALUE "COBOERAS.DAT".

       01 ERA-UNLOCK-FILE-STATUS         PIC X(2)   VALUE SPACES.

       01  SECRET-CODES.
          88 OP-ADD-ITEM             VALUE 'A'.

       01 GOLD-DISPLAY               PIC X(12)  VALUE SPACES.
       01 GOLD-BEFORE-CODE           PIC 9(6)   VALUE 0.
       01 UTIL-OPERATION             PIC X(1)   VALUE SPACES.
       01 UTIL-NUMBER                PIC 9(9)   VALUE 0.
       01 UTIL-FORMATTED             PIC X(12)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Traces d'un code secret accepté: événement EGGS au journal
      * (n1 = numéro du code, la session est à écarter des
      * classements) et or du code consigné au grand livre
      *-----------------------------------------------------------------
       01 SECRET-CODE-NUM            PIC 9(1)   VALUE 0.
       01 LOG-OPERATION              PIC X(1)   VALUE 'W'.
       01 EVENT-MESSAGE              PIC X(60)  VALUE SPACES.
       COPY "EVENTLOG.cpy".
       01 LEDGER-OPERATION           PIC X(1)   VALUE 'W'.
       COPY "GOLDLEDG.cpy".

       LINKAGE SECTION.
       01  EGG-CODE-ENTERED          PIC X(20).
       COPY "PLAYER-CHAR.cpy".
                                 PLAYER-EQUIPMENT, ITEM-OP-PARAMS,
                                 GAME-STATE-EXT.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-DATA-FILES
           EVALUATE EGG-CODE-ENTERED
               WHEN KONAMI-CODE
                   PERFORM APPLY-KONAMI-CODE
                   MOVE 1 TO SECRET-CODE-NUM
                   PERFORM LOG-SECRET-CODE
                   MOVE SPACES TO EGG-CODE-ENTERED
               WHEN INFINITE-GOLD-CODE
                   PERFORM APPLY-INFINITE-GOLD-CODE
                   MOVE 2 TO SECRET-CODE-NUM
                   PERFORM LOG-SECRET-CODE
                   MOVE SPACES TO EGG-CODE-ENTERED
               WHEN GOD-MODE-CODE
                   PERFORM APPLY-GOD-MODE-CODE
                   MOVE 3 TO SECRET-CODE-NUM
                   PERFORM LOG-SECRET-CODE
                   MOVE SPACES TO EGG-CODE-ENTERED
               WHEN UNLOCK-ALL-CODE
                   PERFORM APPLY-UNLOCK-ALL-CODE
                   MOVE 4 TO SECRET-CODE-NUM
                   PERFORM LOG-SECRET-CODE
                   MOVE SPACES TO EGG-CODE-ENTERED
               WHEN "SHOW-ALT-ENDING"
                   PERFORM SHOW-ALTERNATE-ENDING

           GOBACK.

      *-----------------------------------------------------------------
      * Événement EGGS pour le code SECRET-CODE-NUM qui vient d'être
      * appliqué: le rapport d'activité suspecte écarte les sessions
      * qui en portent
      *-----------------------------------------------------------------
       LOG-SECRET-CODE.
           MOVE SPACES TO EVENT-MESSAGE
           STRING "Code secret: " DELIMITED BY SIZE
               EGG-CODE-ENTERED DELIMITED BY SPACE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE "EGGS" TO EVT-TYPE-CODE
           MOVE SECRET-CODE-NUM TO EVT-NUM-1
           MOVE 0 TO EVT-NUM-2
           MOVE GS-GAME-DAY TO EVT-GAME-DAY
           MOVE GS-GAME-HOUR TO EVT-GAME-HOUR
           MOVE GS-SAVE-SLOT TO EVT-SLOT-NAME
           MOVE 'W' TO LOG-OPERATION
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * KONAMI-CODE: révèle le message caché et remet la Disquette de
      * l'Ancien Monde, comme le faisait autrefois SECRET-UNLOCK.
           MOVE 0 TO OP-ITEM-HEAL
           MOVE 0 TO OP-ITEM-MANA
           MOVE 0 TO OP-ITEM-DURABILITY-MAX
           MOVE "SECR" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
           DISPLAY "**** VOUS AVEZ DÉCOUVERT UN SECRET ****"
           DISPLAY "Un torrent de crédits mainframe remplit votre "
                   & "bourse!"
           MOVE PLAYER-GOLD TO GOLD-BEFORE-CODE
           ADD 999999 TO PLAYER-GOLD
      *    La bourse plafonne à six chiffres: le livre reçoit l'or
      *    réellement ajouté
           MOVE GS-SAVE-SLOT TO LGR-SLOT
           MOVE "SECR" TO LGR-SOURCE
           COMPUTE LGR-DELTA = PLAYER-GOLD - GOLD-BEFORE-CODE
           MOVE PLAYER-GOLD TO LGR-BALANCE
           MOVE GS-GAME-DAY TO LGR-DAY
           MOVE 'W' TO LEDGER-OPERATION
           CALL "GOLD-LEDGER" USING LEDGER-OPERATION, LEDGER-FIELDS
           MOVE PLAYER-GOLD TO UTIL-NUMBER
           PERFORM FORMAT-GOLD-FOR-DISPLAY
           DISPLAY "Or actuel: " GOLD-DISPLAY
           MOVE 0 TO OP-ITEM-HEAL
           MOVE 0 TO OP-ITEM-MANA
           MOVE 0 TO OP-ITEM-DURABILITY-MAX
           MOVE "SECR" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
      *-----------------------------------------------------------------
       WRITE-ERA-UNLOCK-FLAG.
           OPEN OUTPUT ERA-UNLOCK-FLAG
           MOVE "WRITE-ERA-UNLOCK-FLAG" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ERA-UNLOCK-FLAG-PATH, ERA-UNLOCK-FILE-STATUS
           IF ERA-UNLOCK-FILE-STATUS = "00"
               MOVE "ALL" TO ERA-UNLOCK-RECORD
               WRITE ERA-UNLOCK-RECORD
               MOVE "WRITE-ERA-UNLOCK-FLAG" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ERA-UNLOCK-FLAG-PATH, ERA-UNLOCK-FILE-STATUS
               CLOSE ERA-UNLOCK-FLAG
               MOVE "WRITE-ERA-UNLOCK-FLAG" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ERA-UNLOCK-FLAG-PATH, ERA-UNLOCK-FILE-STATUS
           END-IF
           .

           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               ERA-UNLOCK-FLAG-PATH
           .

       END PROGRAM EASTER-EGGS.
