          88 OP-ADD-EXPERIENCE      VALUE 'X'.
       01 INVENTORY-OPERATION       PIC X(1)   VALUE SPACE.
          88 OP-ADD-ITEM            VALUE 'A'.
       01 NEXT-REWARD-ITEM-ID       PIC 9(3)   VALUE 250.
       01 ITEM-MASTER-OPERATION     PIC X(1)   VALUE 'N'.
       01 ITEM-MASTER-FOUND         PIC X(1)   VALUE "N".
       01 ALL-MAIN-QUESTS-DONE      PIC X(1)   VALUE "N".
       01 EGG-CODE-ENTERED          PIC X(20)  VALUE SPACES.
       01 LOG-OPERATION             PIC X(1)   VALUE SPACE.
       01 MAIL-POST-DELAY            PIC 9(2)   VALUE 0.
       01 MAIL-POST-AMOUNT           PIC 9(5)   VALUE 0.
       COPY "EVENTLOG.cpy".
       COPY "CHRONICLE.cpy".
       01 CONTRACT-IDX              PIC 9(1)   VALUE 0.
       01 CONTRACT-SHOWN            PIC X(1)   VALUE "N".
       01 CONTRACT-PATRON           PIC X(20)  VALUE SPACES.
       01 QUEST-FAIL-CAUSE          PIC 9(1)   VALUE 1.
       01 QUEST-MATCHES-FILTER      PIC X(1)   VALUE "N".
          88 QUEST-MATCHES          VALUE "Y".
       01 UNLOCK-IDX                PIC 9(2)   VALUE 0.
       01 COMPLETED-QUEST-ID        PIC 9(3)   VALUE 0.
       01 FACTION-WORK              PIC S9(4)  VALUE 0.
       01 UTIL-OPERATION            PIC X(1)   VALUE SPACES.
       01 UTIL-NUMBER               PIC 9(9)   VALUE 0.
       01 UTIL-FORMATTED            PIC X(12)  VALUE SPACES.
      *-----------------------------------------------------------------
      * Enquêtes (voir INVESTIGATION.cbl et DEDUCE-INVESTIGATION)
      *-----------------------------------------------------------------
       COPY "INVESTIG.cpy".
       01 INVESTIG-CASE-IDX         PIC 9(1)   VALUE 0.
       01 INVESTIG-RANK             PIC 9(1)   VALUE 0.
       01 INVESTIG-HELD             PIC 9(1)   VALUE 0.

       LINKAGE SECTION.
       01 QUEST-OPERATION           PIC X(1).
          88 OP-UPDATE-OBJECTIVE    VALUE 'U'.
          88 OP-DISPLAY-LOG         VALUE 'D'.
          88 OP-ADVANCE-TURN        VALUE 'T'.
          88 OP-DEDUCTION           VALUE 'X'.

       COPY "PLAYER-CHAR.cpy".
       COPY "INVENTORY.cpy".
       COPY "QUEST.cpy".
       COPY "ITEM-OP.cpy".
       COPY "GAMESTATE.cpy".

       01 QUEST-ID-TO-UPDATE        PIC 9(3).
       01 OBJECTIVE-NUM             PIC 9(1).
                   PERFORM DISPLAY-QUEST-LOG
               WHEN OP-ADVANCE-TURN
                   PERFORM ADVANCE-QUEST-TURNS
               WHEN OP-DEDUCTION
                   PERFORM DEDUCE-INVESTIGATION
           END-EVALUATE
           GOBACK.

               PERFORM RESOLVE-QUEST-BRANCH
           END-IF

      *    Le numéro de la quête suit le libellé ("#nnn") pour les
      *    rapports qui rapprochent journal et table des quêtes
           MOVE SPACES TO EVENT-MESSAGE
           STRING "Quête complétée: #" DELIMITED BY SIZE
               QUEST-ID(QUEST-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QUEST-NAME(QUEST-IDX) DELIMITED BY "  "
               INTO EVENT-MESSAGE
           END-STRING
           MOVE 'W' TO LOG-OPERATION
           .

      *-----------------------------------------------------------------
      * Ajout de l'objet de récompense à l'inventaire du joueur: la
      * fiche vient du fichier maître des objets (recherche par nom,
      * seul connu de QUEST-TABLE); un objet absent du fichier est
      * remis comme simple objet de quête
      *-----------------------------------------------------------------
       ADD-QUEST-REWARD-ITEM.
           MOVE QUEST-REWARD-ITEM(QUEST-IDX) TO OP-ITEM-NAME
           PERFORM FETCH-MASTER-ITEM-BY-NAME
           IF ITEM-MASTER-FOUND = "N"
               PERFORM SET-UNLISTED-REWARD
               MOVE "Un objet de quête." TO OP-ITEM-DESC
           END-IF

           MOVE "QUET" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
      * même circuit que ADD-QUEST-REWARD-ITEM
      *-----------------------------------------------------------------
       ADD-QUEST-REWARD-MATERIAL.
           MOVE QUEST-REWARD-MATERIAL(QUEST-IDX) TO OP-ITEM-NAME
           PERFORM FETCH-MASTER-ITEM-BY-NAME
           IF ITEM-MASTER-FOUND = "N"
               PERFORM SET-UNLISTED-REWARD
               MOVE "Un matériau utile pour l'artisanat JCL."
                   TO OP-ITEM-DESC
           END-IF
           MOVE QUEST-REWARD-MAT-QTY(QUEST-IDX) TO OP-ITEM-QUANTITY

           MOVE "QUET" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS
           .

      *-----------------------------------------------------------------
      * Fiche de l'objet nommé OP-ITEM-NAME lue au fichier maître
      * (voir ITEM-MASTER.cbl)
      *-----------------------------------------------------------------
       FETCH-MASTER-ITEM-BY-NAME.
           MOVE 'N' TO ITEM-MASTER-OPERATION
           CALL "ITEM-MASTER" USING ITEM-MASTER-OPERATION,
               ITEM-OP-PARAMS, ITEM-MASTER-FOUND
           .

      *-----------------------------------------------------------------
      * Récompense inconnue du fichier maître: objet divers sans
      * valeur, numéroté hors des plages du fichier
      *-----------------------------------------------------------------
       SET-UNLISTED-REWARD.
           ADD 1 TO NEXT-REWARD-ITEM-ID
           MOVE NEXT-REWARD-ITEM-ID TO OP-ITEM-ID
           MOVE "M" TO OP-ITEM-TYPE
           MOVE SPACES TO OP-ITEM-SLOT-TYPE
           MOVE 0 TO OP-ITEM-VALUE
           MOVE 1 TO OP-ITEM-QUANTITY
           MOVE 0 TO OP-ITEM-ATTACK
           MOVE 0 TO OP-ITEM-DEFENSE
           MOVE 0 TO OP-ITEM-HEAL
           MOVE 0 TO OP-ITEM-MANA
           MOVE 0 TO OP-ITEM-DURABILITY-MAX
           MOVE 0 TO OP-ITEM-ESCAPE-BONUS
           .

      *-----------------------------------------------------------------

               IF QUEST-MATCHES

                   EVALUATE QUEST-TYPE(QUEST-IDX)
                       WHEN "M"
                           DISPLAY "[PRINCIPALE] " WITH NO ADVANCING
                       WHEN "E"
                           DISPLAY "[ESCORTE] " WITH NO ADVANCING
                       WHEN "I"
                           DISPLAY "[ENQUÊTE] " WITH NO ADVANCING
                       WHEN OTHER
                           DISPLAY "[SECONDAIRE] " WITH NO ADVANCING
                   END-EVALUATE

                   IF QUEST-STATUS(QUEST-IDX) = "C"
                       DISPLAY "[TERMINÉE] " WITH NO ADVANCING
                       WHEN "T"
                           DISPLAY "[CÔTÉ TECHNICIENS] "
                               WITH NO ADVANCING
                       WHEN "J"
                           DISPLAY "[ÉLUCIDÉE] " WITH NO ADVANCING
                       WHEN "E"
                           DISPLAY "[FAUSSE PISTE] " WITH NO ADVANCING
                   END-EVALUATE

                   DISPLAY QUEST-NAME(QUEST-IDX)
                   DISPLAY SPACE
               END-IF
           END-PERFORM

           IF FILTER-ALL-QUESTS OR FILTER-ACTIVE-QUESTS
               PERFORM DISPLAY-OPEN-CONTRACTS
           END-IF
           .

      *-----------------------------------------------------------------
      * Contrats du tableau des primes en cours: la prime du jour et
      * les commandes d'artisans acceptées (voir HANDLE-BOUNTY-BOARD
      * dans WORLD)
      *-----------------------------------------------------------------
       DISPLAY-OPEN-CONTRACTS.
           MOVE "N" TO CONTRACT-SHOWN
           IF GS-BOUNTY-ACTIVE = "Y"
               DISPLAY "--- CONTRATS EN COURS ---"
               MOVE "Y" TO CONTRACT-SHOWN
               IF GS-BOUNTY-KIND = "M"
                   DISPLAY "[PRIME] Abattre " GS-BOUNTY-TARGET " x "
                       FUNCTION TRIM(GS-BOUNTY-NAME)
                   DISPLAY "  Progression: " GS-BOUNTY-PROGRESS "/"
                       GS-BOUNTY-TARGET " - " GS-BOUNTY-GOLD " or"
               ELSE
                   DISPLAY "[PRIME] Livrer " GS-BOUNTY-TARGET " x "
                       FUNCTION TRIM(GS-BOUNTY-NAME)
                   DISPLAY "  Récompense: " GS-BOUNTY-GOLD " or"
               END-IF
           END-IF

           PERFORM VARYING CONTRACT-IDX FROM 1 BY 1
                   UNTIL CONTRACT-IDX > 3
               IF GS-CMS-ACTIVE(CONTRACT-IDX) = "Y"
                   IF CONTRACT-SHOWN = "N"
                       DISPLAY "--- CONTRATS EN COURS ---"
                       MOVE "Y" TO CONTRACT-SHOWN
                   END-IF
                   EVALUATE CONTRACT-IDX
                       WHEN 1
                           MOVE "Archiviste Ada" TO CONTRACT-PATRON
                       WHEN 2
                           MOVE "Technicien Turing" TO CONTRACT-PATRON
                       WHEN OTHER
                           MOVE "Voyageur Temporel" TO CONTRACT-PATRON
                   END-EVALUATE
                   DISPLAY "[COMMANDE] "
                       FUNCTION TRIM(GS-CMS-ITEM(CONTRACT-IDX))
                       " pour " FUNCTION TRIM(CONTRACT-PATRON)
                   DISPLAY "  Qualité " GS-CMS-MIN-GRADE(CONTRACT-IDX)
                       " ou mieux, avant la fin du jour "
                       GS-CMS-DUE-DAY(CONTRACT-IDX) " - "
                       GS-CMS-GOLD(CONTRACT-IDX) " or"
                   IF GS-CMS-CRAFTED(CONTRACT-IDX) = SPACE
                       DISPLAY "  [ ] Pièce à fabriquer au terminal "
                           "JCL"
                   ELSE
                       DISPLAY "  [X] Pièce fabriquée (qualité "
                           GS-CMS-CRAFTED(CONTRACT-IDX)
                           "), à livrer au tableau des primes"
                   END-IF
                   IF GS-GAME-DAY > GS-CMS-DUE-DAY(CONTRACT-IDX)
                       DISPLAY "  (en retard)"
                   END-IF
               END-IF
           END-PERFORM
           IF GS-ESC-ACTIVE = "Y"
               IF CONTRACT-SHOWN = "N"
                   DISPLAY "--- CONTRATS EN COURS ---"
                   MOVE "Y" TO CONTRACT-SHOWN
               END-IF
               DISPLAY "[ESCORTE] " FUNCTION TRIM(GS-ESC-NAME)
                   " vers la case (" GS-ESC-DEST-X "," GS-ESC-DEST-Y
                   ") avant la fin du jour " GS-ESC-DUE-DAY
               DISPLAY "  PV de l'escorté: " GS-ESC-HP-CURRENT "/"
                   GS-ESC-HP-MAX
           END-IF
           PERFORM VARYING INVESTIG-CASE-IDX FROM 1 BY 1
                   UNTIL INVESTIG-CASE-IDX > 2
               IF GS-INV-STATE(INVESTIG-CASE-IDX) = "O"
                   IF CONTRACT-SHOWN = "N"
                       DISPLAY "--- CONTRATS EN COURS ---"
                       MOVE "Y" TO CONTRACT-SHOWN
                   END-IF
                   MOVE 0 TO INVESTIG-HELD
                   PERFORM VARYING INVESTIG-RANK FROM 1 BY 1
                           UNTIL INVESTIG-RANK > 6
                       IF GS-INV-CLUE(INVESTIG-CASE-IDX, INVESTIG-RANK)
                          = "Y"
                           ADD 1 TO INVESTIG-HELD
                       END-IF
                   END-PERFORM
                   DISPLAY "[ENQUÊTE] Quête #"
                       GS-INV-QUEST-ID(INVESTIG-CASE-IDX)
                       ": " INVESTIG-HELD "/6 indices recueillis"
                   DISPLAY "  Déduction: (D) depuis le journal de "
                       "quêtes"
               END-IF
           END-PERFORM
           IF CONTRACT-SHOWN = "Y"
               DISPLAY SPACE
           END-IF
           .

      *-----------------------------------------------------------------
      * Déduction d'enquête, depuis le journal de quêtes: l'écran de
      * INVESTIGATION-SYSTEM rend le verdict. Juste, la quête se
      * conclut avec toute sa récompense; erronée, elle se conclut
      * sur une fausse piste (QUEST-BRANCH "E"): récompenses de
      * moitié et rancune de la faction du suspect accusé à tort -
      * les Anomalies, elles, s'enhardissent de l'échec.
      *-----------------------------------------------------------------
       DEDUCE-INVESTIGATION.
           MOVE "X" TO IVP-OPERATION
           CALL "INVESTIGATION-SYSTEM" USING INVESTIGATION-PARAMS,
               GAME-STATE-EXT
           IF NOT IVP-VERDICT-RIGHT AND NOT IVP-VERDICT-WRONG
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING QUEST-IDX FROM 1 BY 1
                   UNTIL QUEST-IDX > QUEST-COUNT
               IF QUEST-ID(QUEST-IDX) = IVP-QUEST-ID AND
                  QUEST-STATUS(QUEST-IDX) = "A"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF QUEST-IDX > QUEST-COUNT
               EXIT PARAGRAPH
           END-IF

           IF IVP-VERDICT-RIGHT
               MOVE "J" TO QUEST-BRANCH(QUEST-IDX)
           ELSE
               MOVE "E" TO QUEST-BRANCH(QUEST-IDX)
               COMPUTE QUEST-REWARD-GOLD(QUEST-IDX) =
                   QUEST-REWARD-GOLD(QUEST-IDX) / 2
               COMPUTE QUEST-REWARD-EXP(QUEST-IDX) =
                   QUEST-REWARD-EXP(QUEST-IDX) / 2
               MOVE SPACES TO QUEST-REWARD-MATERIAL(QUEST-IDX)
               MOVE 0 TO QUEST-REWARD-MAT-QTY(QUEST-IDX)
               DISPLAY "Le guet ne vous paiera que la moitié de la "
                   & "prime."
               IF IVP-FACTION >= 1 AND IVP-FACTION <= 3
                   MOVE IVP-FACTION TO FACTION-TO-ADJUST
                   EVALUATE IVP-FACTION
                       WHEN 1
                           MOVE -6 TO FACTION-DELTA
                           DISPLAY "Les Archivistes n'oublieront pas "
                               & "cette accusation."
                       WHEN 2
                           MOVE -6 TO FACTION-DELTA
                           DISPLAY "Les Techniciens n'oublieront pas "
                               & "cette accusation."
                       WHEN OTHER
                           MOVE 6 TO FACTION-DELTA
                           DISPLAY "Les Anomalies s'enhardissent de "
                               & "votre méprise."
                   END-EVALUATE
                   PERFORM APPLY-FACTION-DELTA
               END-IF
           END-IF

           PERFORM VARYING OBJ-IDX FROM 1 BY 1 UNTIL OBJ-IDX > 5
               IF OBJECTIVE-DESC(QUEST-IDX, OBJ-IDX) NOT = SPACES
                   MOVE OBJECTIVE-TARGET(QUEST-IDX, OBJ-IDX)
                       TO OBJECTIVE-PROGRESS(QUEST-IDX, OBJ-IDX)
                   MOVE "C" TO OBJECTIVE-STATUS(QUEST-IDX, OBJ-IDX)
               END-IF
           END-PERFORM
           PERFORM CHECK-QUEST-COMPLETION
           .

      *-----------------------------------------------------------------
                  QUEST-FAIL-TURNS(QUEST-IDX) > 0
                   SUBTRACT 1 FROM QUEST-FAIL-TURNS(QUEST-IDX)
                   IF QUEST-FAIL-TURNS(QUEST-IDX) = 0
                       MOVE 1 TO QUEST-FAIL-CAUSE
                       PERFORM FAIL-ACTIVE-QUEST
                   END-IF
               END-IF
           END-PERFORM

           PERFORM CHECK-ESCORT-FAILURE
           PERFORM SWEEP-COMPLETED-OBJECTIVES
           .

      *-----------------------------------------------------------------
      * Échec de la quête QUEST-IDX pour la cause QUEST-FAIL-CAUSE:
      * marquée échouée au journal de quêtes, sans en être retirée
      *-----------------------------------------------------------------
       FAIL-ACTIVE-QUEST.
           MOVE "F" TO QUEST-STATUS(QUEST-IDX)
           DISPLAY SPACE
           DISPLAY "*** QUÊTE ÉCHOUÉE: "
               QUEST-NAME(QUEST-IDX) " ***"
           PERFORM LOG-QUEST-TIMEOUT
           .

      *-----------------------------------------------------------------
      * Escorte en cours (GS-ESCORT, voir OFFER-ESCORT-QUEST dans
      * WORLD.cbl): la quête échoue si le PNJ est tombé (au combat
      * ou dans la déroute du joueur) ou si le jour limite est
      * dépassé; le PNJ quitte alors le joueur
      *-----------------------------------------------------------------
       CHECK-ESCORT-FAILURE.
           IF GS-ESC-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN GS-ESC-HP-CURRENT = 0
                   MOVE 2 TO QUEST-FAIL-CAUSE
                   DISPLAY SPACE
                   DISPLAY FUNCTION TRIM(GS-ESC-NAME)
                       " ne se relèvera pas: l'escorte a échoué."
               WHEN GS-GAME-DAY > GS-ESC-DUE-DAY
                   MOVE 3 TO QUEST-FAIL-CAUSE
                   DISPLAY SPACE
                   DISPLAY FUNCTION TRIM(GS-ESC-NAME)
                       " renonce: le jour " GS-ESC-DUE-DAY
                       " est passé, son affaire est perdue."
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "N" TO GS-ESC-ACTIVE
           PERFORM VARYING QUEST-IDX FROM 1 BY 1
                   UNTIL QUEST-IDX > QUEST-COUNT
               IF QUEST-ID(QUEST-IDX) = GS-ESC-QUEST-ID AND
                  QUEST-STATUS(QUEST-IDX) = "A"
                   PERFORM FAIL-ACTIVE-QUEST
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Échec d'une quête au journal (QSTF): n1 = numéro de la quête,
      * n2 = cause de l'échec (QUEST-FAIL-CAUSE: 1 = délai
      * QUEST-FAIL-TURNS écoulé, 2 = PNJ escorté tombé, 3 = jour
      * limite de l'escorte dépassé)
      *-----------------------------------------------------------------
       LOG-QUEST-TIMEOUT.
           MOVE SPACES TO EVENT-MESSAGE
           IF QUEST-FAIL-CAUSE = 2
               STRING "Quête échouée (escorte): #" DELIMITED BY SIZE
                   QUEST-ID(QUEST-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QUEST-NAME(QUEST-IDX) DELIMITED BY "  "
                   INTO EVENT-MESSAGE
               END-STRING
           ELSE
               STRING "Quête échouée (délai): #" DELIMITED BY SIZE
                   QUEST-ID(QUEST-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QUEST-NAME(QUEST-IDX) DELIMITED BY "  "
                   INTO EVENT-MESSAGE
               END-STRING
           END-IF
           MOVE 'W' TO LOG-OPERATION
           MOVE "QSTF" TO EVT-TYPE-CODE
           MOVE QUEST-ID(QUEST-IDX) TO EVT-NUM-1
           MOVE QUEST-FAIL-CAUSE TO EVT-NUM-2
           MOVE GS-GAME-DAY TO EVT-GAME-DAY
           MOVE GS-GAME-HOUR TO EVT-GAME-HOUR
           MOVE GS-SAVE-SLOT TO EVT-SLOT-NAME
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * Filet de sécurité: certains objectifs sont cochés
      * directement sur QUEST-TABLE par d'autres modules (dialogues,
