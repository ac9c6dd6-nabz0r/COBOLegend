      *****************************************************************
      * EXPEDITION.CBL - Expéditions du compagnon dans les ères
      *
      * Depuis le Chronoterminal, le joueur peut envoyer son
      * compagnon (GS-COMPANION) dans une ère informatique déjà
      * débloquée pour un à cinq jours de jeu. Pendant l'absence,
      * GS-COMP-HIRED vaut "E": COMBAT-SYSTEM ne le fait plus
      * combattre et on ne peut ni l'équiper ni le congédier.
      *
      * Au jour du retour (appel 'R' de MAIN-GAME), il rapporte:
      *   - des matériaux de l'ère, déposés au terminal JCL
      *     (JCL-CRAFTING-SYSTEM, opération 'A');
      *   - peut-être un artefact de l'ère, rangé au sac (source
      *     EXPD au livre des objets) et compté dans
      *     GS-TIME-ARTIFACTS comme ceux du Chronoterminal;
      *   - de l'expérience (GS-EXPD-COMP-XP, 100 points = un niveau
      *     de GS-COMP-LEVEL, PV, attaque et défense en hausse);
      *   - une blessure, si la stabilité temporelle est tombée sous
      *     50 (risque croissant à mesure qu'elle baisse).
      * Le compte rendu arrive en lettre EXPD à l'auberge (voir
      * HANDLE-MAILBOX dans MAIN-GAME) et entre dans la chronique.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDITION-SYSTEM.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-10-15.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Ères du Chronoterminal: libellé et matériau rapporté (le
      * même que celui des consoles de maintenance de l'ère)
      *-----------------------------------------------------------------
       01 EXD-ERA-VALUES.
          05 FILLER                  PIC X(30)  VALUE
             "l'ère des cartes perforées".
          05 FILLER                  PIC X(20)  VALUE
             "Métal recyclé".
          05 FILLER                  PIC X(30)  VALUE
             "l'ère des mainframes".
          05 FILLER                  PIC X(20)  VALUE
             "Circuit imprimé".
          05 FILLER                  PIC X(30)  VALUE
             "l'ère microinformatique".
          05 FILLER                  PIC X(20)  VALUE
             "Cristaux de données".
          05 FILLER                  PIC X(30)  VALUE
             "l'ère d'Internet".
          05 FILLER                  PIC X(20)  VALUE
             "Fils quantiques".
          05 FILLER                  PIC X(30)  VALUE
             "l'ère du cloud".
          05 FILLER                  PIC X(20)  VALUE
             "Mémoire volatile".
          05 FILLER                  PIC X(30)  VALUE
             "l'ère quantique".
          05 FILLER                  PIC X(20)  VALUE
             "Artefact temporel".
       01 EXD-ERA-TABLE REDEFINES EXD-ERA-VALUES.
          05 EXD-ERA OCCURS 6 TIMES.
             10 EXD-ERA-LABEL        PIC X(30).
             10 EXD-ERA-MATERIAL     PIC X(20).

      *-----------------------------------------------------------------
      * Artefacts que le compagnon peut rapporter, deux par ère (les
      * mêmes que ceux du Chronoterminal)
      *-----------------------------------------------------------------
       01 EXD-ARTIFACT-VALUES.
          05 FILLER                  PIC X(30)  VALUE
             "Perforateur de precision".
          05 FILLER                  PIC X(30)  VALUE
             "Cartes modele IBM".
          05 FILLER                  PIC X(30)  VALUE
             "Bande magnetique encodee".
          05 FILLER                  PIC X(30)  VALUE
             "Manuel COBOL original".
          05 FILLER                  PIC X(30)  VALUE
             "Disquette de demarrage".
          05 FILLER                  PIC X(30)  VALUE
             "Processeur 8-bit portatif".
          05 FILLER                  PIC X(30)  VALUE
             "Routeur prototype".
          05 FILLER                  PIC X(30)  VALUE
             "Disque du premier navigateur".
          05 FILLER                  PIC X(30)  VALUE
             "Jeton d'authentification".
          05 FILLER                  PIC X(30)  VALUE
             "Conteneur virtuel".
          05 FILLER                  PIC X(30)  VALUE
             "Coeur de qubit intrique".
          05 FILLER                  PIC X(30)  VALUE
             "Simulateur de mainframe".
       01 EXD-ARTIFACT-TABLE REDEFINES EXD-ARTIFACT-VALUES.
          05 EXD-ARTIFACT-NAME       PIC X(30)  OCCURS 12 TIMES.

      *-----------------------------------------------------------------
      * Barème: durée de un à cinq jours; matériaux = 2 par jour
      * plus 0 à 2; artefact à (10 x jours + 2 x ère) %; expérience
      * = 15 par jour plus 5 par numéro d'ère; blessure à 2 % par
      * point de stabilité sous 50
      *-----------------------------------------------------------------
       01 EXD-MAX-DAYS               PIC 9(1)   VALUE 5.
       01 EXD-WOUND-THRESHOLD        PIC 9(3)   VALUE 50.
       01 EXD-XP-PER-LEVEL           PIC 9(3)   VALUE 100.

       01 EXD-ERA-IDX                PIC 9(1)   VALUE 0.
       01 EXD-ERA-CHOICE             PIC 9(1)   VALUE 0.
       01 EXD-DAYS-CHOICE            PIC 9(1)   VALUE 0.
       01 EXD-CONFIRM                PIC X(1)   VALUE SPACE.
       01 EXD-UNLOCKED-COUNT         PIC 9(1)   VALUE 0.
       01 EXD-ROLL                   PIC 9(3)   VALUE 0.
       01 EXD-CHANCE                 PIC 9(3)   VALUE 0.
       01 EXD-QTY                    PIC 9(2)   VALUE 0.
       01 EXD-XP-GAINED              PIC 9(3)   VALUE 0.
       01 EXD-XP-WORK                PIC 9(4)   VALUE 0.
       01 EXD-LEVELS-GAINED          PIC 9(1)   VALUE 0.
       01 EXD-ARTIFACT-PICK          PIC 9(2)   VALUE 0.
       01 EXD-GOT-ARTIFACT           PIC 9(1)   VALUE 0.
       01 EXD-WOUNDED                PIC 9(1)   VALUE 0.
       01 EXD-STAT-WORK              PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Compte rendu posté à l'auberge: le montant de la lettre
      * porte ère, blessure, artefact et quantité chiffre à chiffre
      *-----------------------------------------------------------------
       01 EXD-MAIL-CODE              PIC 9(5)   VALUE 0.
       01 EXD-MAIL-PARTS REDEFINES EXD-MAIL-CODE.
          05 EXD-MAIL-ERA            PIC 9(1).
          05 EXD-MAIL-WOUNDED        PIC 9(1).
          05 EXD-MAIL-ARTIFACT       PIC 9(1).
          05 EXD-MAIL-QTY            PIC 9(2).
       01 MAIL-IDX                   PIC 9(2)   VALUE 0.
       01 MAIL-POST-TYPE             PIC X(4)   VALUE SPACES.
       01 MAIL-POST-DELAY            PIC 9(2)   VALUE 0.
       01 MAIL-POST-AMOUNT           PIC 9(5)   VALUE 0.

       01 CRAFTING-OPERATION         PIC X(1)   VALUE 'A'.
       01 CRAFTING-MATERIAL-NAME     PIC X(20)  VALUE SPACES.
       01 CRAFTING-MATERIAL-QTY      PIC 9(2)   VALUE 0.
       01 INVENTORY-OPERATION        PIC X(1)   VALUE 'A'.

       01 LOG-OPERATION              PIC X(1)   VALUE 'W'.
       01 EVENT-MESSAGE              PIC X(60)  VALUE SPACES.
       COPY "EVENTLOG.cpy".
       COPY "CHRONICLE.cpy".

       LINKAGE SECTION.
       COPY "EXPEDITION.cpy".
       COPY "PLAYER-CHAR.cpy".
       COPY "INVENTORY.cpy".
       COPY "ITEM-OP.cpy".
       COPY "GAMESTATE.cpy".

       PROCEDURE DIVISION USING EXPEDITION-PARAMS, PLAYER-CHARACTER,
                                 PLAYER-INVENTORY, PLAYER-GOLD,
                                 PLAYER-EQUIPMENT, ITEM-OP-PARAMS,
                                 GAME-STATE-EXT.
       MAIN-ENTRY.
           MOVE "N" TO EXD-RESULT
           EVALUATE TRUE
               WHEN EXD-OP-SEND
                   PERFORM SEND-COMPANION
               WHEN EXD-OP-RETURN
                   IF GS-COMP-HIRED = "E" AND
                      GS-GAME-DAY >= GS-EXPD-RETURN-DAY
                       PERFORM RETURN-COMPANION
                   END-IF
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Envoi du compagnon: ère débloquée, durée, confirmation
      *-----------------------------------------------------------------
       SEND-COMPANION.
           DISPLAY SPACE
           DISPLAY "=== EXPEDITION DU COMPAGNON ==="
           IF GS-COMP-HIRED = "E"
               DISPLAY FUNCTION TRIM(GS-COMP-NAME)
                   " explore déjà " FUNCTION TRIM(
                   EXD-ERA-LABEL(GS-EXPD-ERA))
               DISPLAY "Retour prévu le jour " GS-EXPD-RETURN-DAY "."
               EXIT PARAGRAPH
           END-IF
           IF GS-COMP-HIRED NOT = "Y"
               DISPLAY "Personne ne vous accompagne: le portail "
                   & "attendra qu'un compagnon vous rejoigne."
               EXIT PARAGRAPH
           END-IF
           IF GS-COMP-HP-CURRENT = 0
               DISPLAY FUNCTION TRIM(GS-COMP-NAME)
                   " est trop mal en point pour partir."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO EXD-UNLOCKED-COUNT
           DISPLAY "Ères ouvertes au voyage:"
           PERFORM VARYING EXD-ERA-IDX FROM 1 BY 1
                   UNTIL EXD-ERA-IDX > 6
               IF GS-ERA-UNLOCKED(EXD-ERA-IDX) = "Y"
                   ADD 1 TO EXD-UNLOCKED-COUNT
                   DISPLAY EXD-ERA-IDX ". "
                       FUNCTION TRIM(EXD-ERA-LABEL(EXD-ERA-IDX))
                       " (" FUNCTION TRIM(
                       EXD-ERA-MATERIAL(EXD-ERA-IDX)) ")"
               END-IF
           END-PERFORM
           IF EXD-UNLOCKED-COUNT = 0
               DISPLAY "Aucune ère n'est encore débloquée."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "0. Retour"
           DISPLAY "Ère de destination: " WITH NO ADVANCING
           ACCEPT EXD-ERA-CHOICE
           IF EXD-ERA-CHOICE < 1 OR EXD-ERA-CHOICE > 6
               EXIT PARAGRAPH
           END-IF
           IF GS-ERA-UNLOCKED(EXD-ERA-CHOICE) NOT = "Y"
               DISPLAY "Cette ère n'est pas encore débloquée."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Durée de l'expédition (1-" EXD-MAX-DAYS
               " jours): " WITH NO ADVANCING
           ACCEPT EXD-DAYS-CHOICE
           IF EXD-DAYS-CHOICE < 1 OR EXD-DAYS-CHOICE > EXD-MAX-DAYS
               DISPLAY "Durée invalide."
               EXIT PARAGRAPH
           END-IF

           DISPLAY FUNCTION TRIM(GS-COMP-NAME) " partira pour "
               FUNCTION TRIM(EXD-ERA-LABEL(EXD-ERA-CHOICE))
               " et ne combattra plus à vos côtés d'ici son retour."
           IF GS-TEMPORAL-STABILITY < EXD-WOUND-THRESHOLD
               DISPLAY "AVERTISSEMENT: la trame temporelle est "
                   & "instable (" GS-TEMPORAL-STABILITY "%), le "
                   & "voyage est risqué."
           END-IF
           DISPLAY "Confirmer le départ? (O/N) " WITH NO ADVANCING
           ACCEPT EXD-CONFIRM
           IF EXD-CONFIRM NOT = "O" AND EXD-CONFIRM NOT = "o"
               EXIT PARAGRAPH
           END-IF

           MOVE "E" TO GS-COMP-HIRED
           MOVE EXD-ERA-CHOICE TO GS-EXPD-ERA
           MOVE EXD-DAYS-CHOICE TO GS-EXPD-DAYS
           COMPUTE GS-EXPD-RETURN-DAY = GS-GAME-DAY + EXD-DAYS-CHOICE
           MOVE "S" TO EXD-RESULT
           DISPLAY FUNCTION TRIM(GS-COMP-NAME)
               " franchit le portail. Retour prévu le jour "
               GS-EXPD-RETURN-DAY "."

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Compagnon en expédition: " DELIMITED BY SIZE
               FUNCTION TRIM(EXD-ERA-LABEL(GS-EXPD-ERA))
                   DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE GS-EXPD-ERA TO EVT-NUM-1
           MOVE GS-EXPD-DAYS TO EVT-NUM-2
           PERFORM WRITE-EXPEDITION-EVENT
           .

      *-----------------------------------------------------------------
      * Retour d'expédition: butin, expérience, blessure éventuelle,
      * lettre à l'auberge et entrée de chronique
      *-----------------------------------------------------------------
       RETURN-COMPANION.
           MOVE GS-EXPD-ERA TO EXD-ERA-IDX
           IF EXD-ERA-IDX < 1 OR EXD-ERA-IDX > 6
               MOVE 3 TO EXD-ERA-IDX
           END-IF

           PERFORM BRING-BACK-MATERIALS
           PERFORM BRING-BACK-ARTIFACT
           PERFORM AWARD-COMPANION-XP
           PERFORM CHECK-COMPANION-WOUND

           MOVE "Y" TO GS-COMP-HIRED
           ADD 1 TO GS-EXPD-COUNT
           MOVE "R" TO EXD-RESULT

           DISPLAY SPACE
           DISPLAY FUNCTION TRIM(GS-COMP-NAME)
               " est revenu(e) de son expédition: son compte rendu "
               "vous attend à l'auberge."

           MOVE EXD-ERA-IDX TO EXD-MAIL-ERA
           MOVE EXD-WOUNDED TO EXD-MAIL-WOUNDED
           MOVE EXD-GOT-ARTIFACT TO EXD-MAIL-ARTIFACT
           MOVE EXD-QTY TO EXD-MAIL-QTY
           MOVE "EXPD" TO MAIL-POST-TYPE
           MOVE 0 TO MAIL-POST-DELAY
           MOVE EXD-MAIL-CODE TO MAIL-POST-AMOUNT
           PERFORM POST-MAIL-LETTER

           PERFORM CHRONICLE-EXPEDITION

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Retour d'expédition: " DELIMITED BY SIZE
               FUNCTION TRIM(EXD-ERA-LABEL(EXD-ERA-IDX))
                   DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           IF EXD-WOUNDED = 1
               STRING EVENT-MESSAGE DELIMITED BY "  "
                   " (blessé)" DELIMITED BY SIZE
                   INTO EVENT-MESSAGE
               END-STRING
           END-IF
           MOVE EXD-ERA-IDX TO EVT-NUM-1
           MOVE EXD-QTY TO EVT-NUM-2
           PERFORM WRITE-EXPEDITION-EVENT
           .

       BRING-BACK-MATERIALS.
           COMPUTE EXD-ROLL = FUNCTION RANDOM * 3
           COMPUTE EXD-QTY = GS-EXPD-DAYS * 2 + EXD-ROLL
           MOVE EXD-ERA-MATERIAL(EXD-ERA-IDX) TO CRAFTING-MATERIAL-NAME
           MOVE EXD-QTY TO CRAFTING-MATERIAL-QTY
           MOVE 'A' TO CRAFTING-OPERATION
           CALL "JCL-CRAFTING-SYSTEM" USING CRAFTING-OPERATION,
               CRAFTING-MATERIAL-NAME, CRAFTING-MATERIAL-QTY,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           .

      *    Artefact rangé au sac comme ceux du Chronoterminal
      *    (type 'Q', identifiants 960 et suivants); sac plein =
      *    l'artefact reste dans son ère
       BRING-BACK-ARTIFACT.
           MOVE 0 TO EXD-GOT-ARTIFACT
           COMPUTE EXD-CHANCE = GS-EXPD-DAYS * 10 + EXD-ERA-IDX * 2
           COMPUTE EXD-ROLL = FUNCTION RANDOM * 100
           IF EXD-ROLL >= EXD-CHANCE
               EXIT PARAGRAPH
           END-IF
           COMPUTE EXD-ARTIFACT-PICK = (EXD-ERA-IDX - 1) * 2 + 1
               + FUNCTION RANDOM * 2

           COMPUTE OP-ITEM-ID = 960 + GS-TIME-ARTIFACTS
           MOVE EXD-ARTIFACT-NAME(EXD-ARTIFACT-PICK) TO OP-ITEM-NAME
           MOVE SPACES TO OP-ITEM-DESC
           STRING "Artefact temporel rapporte de l'ere "
                      DELIMITED BY SIZE
                  EXD-ERA-IDX DELIMITED BY SIZE
                  " par votre compagnon. Convertible en materiau "
                      DELIMITED BY SIZE
                  "au terminal JCL." DELIMITED BY SIZE
               INTO OP-ITEM-DESC
           END-STRING
           MOVE "Q" TO OP-ITEM-TYPE
           MOVE SPACES TO OP-ITEM-SLOT-TYPE
           MOVE 0 TO OP-ITEM-VALUE
           MOVE 1 TO OP-ITEM-QUANTITY
           MOVE 0 TO OP-ITEM-ATTACK
           MOVE 0 TO OP-ITEM-DEFENSE
           MOVE 0 TO OP-ITEM-HEAL
           MOVE 0 TO OP-ITEM-MANA
           MOVE 0 TO OP-ITEM-DURABILITY-MAX
           MOVE 0 TO OP-ITEM-ESCAPE-BONUS

           MOVE "EXPD" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS
           IF OP-WAS-ADDED = "Y"
               MOVE 1 TO EXD-GOT-ARTIFACT
               IF GS-TIME-ARTIFACTS < 99
                   ADD 1 TO GS-TIME-ARTIFACTS
               END-IF
           END-IF
           .

      *    Cent points d'expérience font un niveau: +5 PV max, +1
      *    attaque, +1 défense aux niveaux pairs
       AWARD-COMPANION-XP.
           COMPUTE EXD-XP-GAINED = GS-EXPD-DAYS * 15 + EXD-ERA-IDX * 5
           COMPUTE EXD-XP-WORK = GS-EXPD-COMP-XP + EXD-XP-GAINED
           MOVE 0 TO EXD-LEVELS-GAINED
           PERFORM UNTIL EXD-XP-WORK < EXD-XP-PER-LEVEL
                      OR GS-COMP-LEVEL >= 99
               SUBTRACT EXD-XP-PER-LEVEL FROM EXD-XP-WORK
               ADD 1 TO GS-COMP-LEVEL
               ADD 1 TO EXD-LEVELS-GAINED
               COMPUTE EXD-STAT-WORK = GS-COMP-HP-MAX + 5
               IF EXD-STAT-WORK > 999
                   MOVE 999 TO EXD-STAT-WORK
               END-IF
               MOVE EXD-STAT-WORK TO GS-COMP-HP-MAX
               IF GS-COMP-ATTACK < 99
                   ADD 1 TO GS-COMP-ATTACK
               END-IF
               IF FUNCTION MOD(GS-COMP-LEVEL, 2) = 0 AND
                  GS-COMP-DEFENSE < 99
                   ADD 1 TO GS-COMP-DEFENSE
               END-IF
           END-PERFORM
           IF EXD-XP-WORK > 999
               MOVE 999 TO EXD-XP-WORK
           END-IF
           MOVE EXD-XP-WORK TO GS-EXPD-COMP-XP
           .

      *    Sous 50 de stabilité, 2 % de risque de blessure par point
      *    manquant; blessé, le compagnon rentre au quart de ses PV,
      *    sinon reposé
       CHECK-COMPANION-WOUND.
           MOVE 0 TO EXD-WOUNDED
           IF GS-TEMPORAL-STABILITY < EXD-WOUND-THRESHOLD
               COMPUTE EXD-CHANCE =
                   (EXD-WOUND-THRESHOLD - GS-TEMPORAL-STABILITY) * 2
               COMPUTE EXD-ROLL = FUNCTION RANDOM * 100
               IF EXD-ROLL < EXD-CHANCE
                   MOVE 1 TO EXD-WOUNDED
               END-IF
           END-IF
           IF EXD-WOUNDED = 1
               COMPUTE GS-COMP-HP-CURRENT = GS-COMP-HP-MAX / 4
               IF GS-COMP-HP-CURRENT = 0
                   MOVE 1 TO GS-COMP-HP-CURRENT
               END-IF
           ELSE
               MOVE GS-COMP-HP-MAX TO GS-COMP-HP-CURRENT
           END-IF
           .

       CHRONICLE-EXPEDITION.
           MOVE SPACES TO CHRONICLE-TEXT
           STRING FUNCTION TRIM(GS-COMP-NAME) DELIMITED BY SIZE
                  " revient de " DELIMITED BY SIZE
                  FUNCTION TRIM(EXD-ERA-LABEL(EXD-ERA-IDX))
                      DELIMITED BY SIZE
                  " avec " DELIMITED BY SIZE
                  EXD-QTY DELIMITED BY SIZE
                  " x " DELIMITED BY SIZE
                  FUNCTION TRIM(EXD-ERA-MATERIAL(EXD-ERA-IDX))
                      DELIMITED BY SIZE
               INTO CHRONICLE-TEXT
           END-STRING
           IF EXD-GOT-ARTIFACT = 1
               STRING CHRONICLE-TEXT DELIMITED BY "  "
                   " et un artefact" DELIMITED BY SIZE
                   INTO CHRONICLE-TEXT
               END-STRING
           END-IF
           IF EXD-WOUNDED = 1
               STRING CHRONICLE-TEXT DELIMITED BY "  "
                   ", blessé(e)" DELIMITED BY SIZE
                   INTO CHRONICLE-TEXT
               END-STRING
           END-IF
           STRING CHRONICLE-TEXT DELIMITED BY "  "
               "." DELIMITED BY SIZE
               INTO CHRONICLE-TEXT
           END-STRING
           MOVE 'W' TO CHRONICLE-OPERATION
           CALL "CHRONICLE-SYSTEM" USING CHRONICLE-PARAMS,
               GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Dépose une lettre dans un emplacement libre de la boîte
      * (même règle que MAIN-GAME: boîte pleine = lettre perdue)
      *-----------------------------------------------------------------
       POST-MAIL-LETTER.
           PERFORM VARYING MAIL-IDX FROM 1 BY 1 UNTIL MAIL-IDX > 8
               IF GS-MAIL-TYPE(MAIL-IDX) = SPACES
                   MOVE MAIL-POST-TYPE TO GS-MAIL-TYPE(MAIL-IDX)
                   COMPUTE GS-MAIL-DUE-DAY(MAIL-IDX) =
                       GS-GAME-DAY + MAIL-POST-DELAY
                   MOVE "N" TO GS-MAIL-READ(MAIL-IDX)
                   MOVE MAIL-POST-AMOUNT TO GS-MAIL-AMOUNT(MAIL-IDX)
                   MOVE 9 TO MAIL-IDX
               END-IF
           END-PERFORM
           .

       WRITE-EXPEDITION-EVENT.
           MOVE "EXPD" TO EVT-TYPE-CODE
           MOVE GS-GAME-DAY TO EVT-GAME-DAY
           MOVE GS-GAME-HOUR TO EVT-GAME-HOUR
           MOVE GS-SAVE-SLOT TO EVT-SLOT-NAME
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
               EVENT-MESSAGE, EVENT-LOG-FIELDS
           .

       END PROGRAM EXPEDITION-SYSTEM.
