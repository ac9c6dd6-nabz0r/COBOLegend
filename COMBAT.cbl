      * pour étalonner les modificateurs de difficulté sur des
      * données réelles plutôt qu'au jugé.
      *-----------------------------------------------------------------
           SELECT COMBAT-TELEMETRY-FILE
               ASSIGN TO DYNAMIC COMBAT-TELEMETRY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELEM-FILE-STATUS.

      *   T|<tour>|<acteur>|<action>|<valeur>
      *   E|<issue V/D/E>           fin de combat
      *-----------------------------------------------------------------
           SELECT FIGHT-TRACE-FILE
               ASSIGN TO DYNAMIC FIGHT-TRACE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACE-FILE-STATUS.

          05 TELEM-REC-ITEMS         PIC 9(3).
          05 TELEM-REC-OUTCOME       PIC X(1).
          05 TELEM-REC-DIFFICULTY    PIC X(1).
          05 TELEM-REC-TUNE-VERSION  PIC X(8).

       FD TELEM-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 TELEM-ARCHIVE-RECORD       PIC X(51).

       FD FIGHT-TRACE-FILE
           LABEL RECORDS ARE STANDARD.
       01 FIGHT-TRACE-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="COMBAT-SYSTEM"==.
       01 COMBAT-TELEMETRY-FILE-PATH PIC X(80)  VALUE "COBOTELEM.DAT".
       01 FIGHT-TRACE-FILE-PATH      PIC X(80)  VALUE "COBOFIGHT.LOG".

       01 TELEM-FILE-STATUS          PIC X(2)  VALUE SPACES.
          88 TELEM-FILE-OK           VALUE "00".
       01 TELEM-ARCHIVE-STATUS       PIC X(2)  VALUE SPACES.
       01 TELEM-ROTATION-CHECKED     PIC X(1)  VALUE "N".
       01 TELEM-RECORD-LIMIT         PIC 9(4)  VALUE 500.
       01 TELEM-RECORD-COUNT         PIC 9(6)  VALUE 0.
       01 TELEM-ARCHIVE-NAME         PIC X(80) VALUE SPACES.
       01 TELEM-ARCH-NUM             PIC 9(2)  VALUE 0.
       01 TELEM-ARCH-DIGIT           PIC 9(1)  VALUE 0.
       01 TELEM-ARCH-FREE            PIC X(1)  VALUE "N".
      * (voir COMPUTE-DERIVED-STATS): chance de critique 5 + AGI/2 %,
      * esquive AGI/3 %, précision 85 + INT/2 % plafonnée à 99 -
      * l'agilité devient une vraie alternative à la force
      * (valeurs de référence, réglables dans COBOTUNE.DAT)
      *-----------------------------------------------------------------
       01 DERIVED-CRIT-CHANCE        PIC 9(3)  VALUE 0.
       01 DERIVED-DODGE-CHANCE       PIC 9(3)  VALUE 0.
       01 DERIVED-ACCURACY           PIC 9(3)  VALUE 0.
       01 DERIVED-ROLL               PIC 9(3)  VALUE 0.

      *-----------------------------------------------------------------
      * Paramètres d'équilibrage partagés avec COMBAT-SIM, chargés
      * depuis COBOTUNE.DAT par COMBAT-TUNING à chaque combat
      *-----------------------------------------------------------------
       COPY "COMBTUNE.cpy".

      *-----------------------------------------------------------------
      * Barres de PV/PM colorées (codes d'échappement ANSI)
      *-----------------------------------------------------------------
       01 LOOT-ROLL                  PIC 9V99.
       01 LOOT-THRESHOLD             PIC 9V99  VALUE 0.
       01 LOOT-IDX                   PIC 9(1)  VALUE 0.
      *    Événements en direct OR et BUTIN (voir LIVE-EVENTS)
       COPY "LIVEEVT.cpy".
       01 LIVE-GOLD-BEFORE           PIC 9(5)  VALUE 0.
       01 ITEM-MASTER-OPERATION      PIC X(1)  VALUE 'G'.
       01 ITEM-MASTER-FOUND          PIC X(1)  VALUE "N".
       01 CRAFTING-OPERATION         PIC X(1)  VALUE 'A'.
       01 CRAFTING-MATERIAL-QTY      PIC 9(2)  VALUE 1.
       COPY "ITEM-OP.cpy".

      *-----------------------------------------------------------------
      * Table de butin: objets pouvant être trouvés sur les ennemis
      * vaincus. Chaque entrée désigne un matériau du fichier
      * maître des objets (COBOITEM.DAT, plage 301-399), dont le nom
      * est le nom canonique du système d'artisanat JCL.
      *-----------------------------------------------------------------
       01 LOOT-TABLE-COUNT           PIC 9(1)  VALUE 4.
       01 LOOT-TABLE.
          05 LOOT-ENTRY OCCURS 4 TIMES.
             10 LOOT-ITEM-ID         PIC 9(3).
             10 LOOT-NAME            PIC X(20).
             10 LOOT-CHANCE          PIC 9V99.
      *    Chances de référence, partagées avec RNG-CHECK
       COPY "LOOTTBL.cpy".
      *    Diviseurs du tirage, consignés sur l'événement LOOT: une
      *    variante rare le divise par 2, un événement BUTIN par
      *    son multiplicateur
       01 LOOT-ELITE-FLAG            PIC 9(1)  VALUE 0.
       01 LOOT-MULTIPLIER            PIC 9V99  VALUE 1.

      *-----------------------------------------------------------------
      * Variables du menu de compétences (PLAYER-SPECIAL-SKILL)
       01 AFFIX-BONUS                PIC 9(2)  VALUE 0.
       01 GEAR-LEVEL-WORK            PIC 9(2)  VALUE 0.
       01 GEAR-UNIDENTIFIED          PIC X(1)  VALUE "N".
       01 GEAR-BASE-NAME             PIC X(20) VALUE SPACES.
       01 GEAR-BASE-DESC             PIC X(100) VALUE SPACES.
       01 GEAR-AFFIX-WORD            PIC X(12) VALUE SPACES.

      *-----------------------------------------------------------------
      * Bonus de panoplie: pièces portées comptées par panoplie
      *-----------------------------------------------------------------
       01 COMBAT-RUN-CONTEXT         PIC X(1)  VALUE 'N'.

      *-----------------------------------------------------------------
      * Terrain d'entraînement (GS-TRAINING-BOUT): combat contre le
      * mannequin réglé en ville, sans usure, sans gains ni butin,
      * sans télémétrie ni point de reprise, ni compagnon ni escorté.
      * La séance dure au plus TRAIN-ROUND-LIMIT tours du joueur;
      * les relevés ci-dessous nourrissent le bilan affiché à la fin
      * (voir DISPLAY-TRAINING-READOUT). Ils sont tenus à chaque
      * combat, remis à zéro par INITIALIZE-COMBAT.
      *-----------------------------------------------------------------
       01 TRAIN-ROUND-LIMIT          PIC 9(2)  VALUE 20.
       01 TRAINING-READOUT.
          05 TRAIN-ROUND-COUNT       PIC 9(2).
          05 TRAIN-ROUND-DAMAGE      PIC 9(4)  OCCURS 20 TIMES.
          05 TRAIN-HITS              PIC 9(3).
          05 TRAIN-CRITS             PIC 9(3).
          05 TRAIN-MISSES            PIC 9(3).
          05 TRAIN-ENEMY-SWINGS      PIC 9(3).
          05 TRAIN-DODGES            PIC 9(3).
          05 TRAIN-WEAK-HITS         PIC 9(3).
          05 TRAIN-RESIST-HITS       PIC 9(3).
          05 TRAIN-NEUTRAL-HITS      PIC 9(3).
          05 TRAIN-SKILL OCCURS 6 TIMES.
             10 TRAIN-SKILL-CASTS    PIC 9(3).
             10 TRAIN-SKILL-MANA     PIC 9(4).
             10 TRAIN-SKILL-DAMAGE   PIC 9(5).
       01 TRAIN-IDX                  PIC 9(2)  VALUE 0.
       01 TRAIN-TOTAL-DAMAGE         PIC 9(5)  VALUE 0.
       01 TRAIN-RATE                 PIC 9(3)  VALUE 0.
       01 TRAIN-RATIO                PIC 9(4)V99 VALUE 0.
       01 TRAIN-SHOWN-RATIO          PIC ZZZ9.99.
       01 TRAIN-SHOWN-MULT           PIC 9.99.
       01 TRAIN-SHOWN-DAMAGE         PIC ZZZ9.
       01 TRAIN-SHOWN-COST           PIC ZZ9.
       01 TRAIN-EXPECTED-DAMAGE      PIC 9(4)  VALUE 0.

      *-----------------------------------------------------------------
      * Aide de l'écran: sujet COMBAT du manuel (voir HELP.cbl)
      *-----------------------------------------------------------------
       COPY "HELP.cpy".

      *-----------------------------------------------------------------
      * Défis du jour et de la semaine: la victoire est signalée,
      * "propre" quand aucun objet n'a servi (voir CHALLENGES.cbl)
      *-----------------------------------------------------------------
       COPY "CHALLENGE.cpy".

       LINKAGE SECTION.
       COPY "PLAYER-CHAR.cpy".
       COPY "ENEMY-CHAR.cpy".
               QUEST-TABLE.

       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           PERFORM INITIALIZE-COMBAT
           PERFORM TRACE-COMBAT-BEGIN
           PERFORM COMBAT-LOOP
           PERFORM TRACE-COMBAT-END
           IF GS-TRAINING-BOUT = "Y"
               PERFORM DISPLAY-TRAINING-READOUT
           ELSE
               PERFORM WRITE-COMBAT-TELEMETRY
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * Transcription: marqueurs de début et de fin du combat, et
      * écriture d'un pas (TRC-ACTOR/TRC-ACTION/TRC-VALUE posés par
      * l'appelant). Sans GS-TRACE-MODE, rien n'est écrit, pas
      * plus qu'au terrain d'entraînement.
      *-----------------------------------------------------------------
       TRACE-COMBAT-BEGIN.
           IF GS-TRACE-MODE NOT = "Y" OR GS-TRAINING-BOUT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FIGHT-TRACE-FILE
           IF NOT TRACE-FILE-OK
               CLOSE FIGHT-TRACE-FILE
               OPEN OUTPUT FIGHT-TRACE-FILE
               MOVE "TRACE-COMBAT-BEGIN" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           END-IF
           IF TRACE-FILE-OK
               MOVE SPACES TO FIGHT-TRACE-RECORD
                   INTO FIGHT-TRACE-RECORD
               END-STRING
               WRITE FIGHT-TRACE-RECORD
               MOVE "TRACE-COMBAT-BEGIN" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
               CLOSE FIGHT-TRACE-FILE
               MOVE "TRACE-COMBAT-BEGIN" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           END-IF
           .

       TRACE-COMBAT-END.
           IF GS-TRACE-MODE NOT = "Y" OR GS-TRAINING-BOUT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FIGHT-TRACE-FILE
           MOVE "TRACE-COMBAT-END" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           IF TRACE-FILE-OK
               MOVE SPACES TO FIGHT-TRACE-RECORD
               STRING "E|" DELIMITED BY SIZE
                   INTO FIGHT-TRACE-RECORD
               END-STRING
               WRITE FIGHT-TRACE-RECORD
               MOVE "TRACE-COMBAT-END" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
               CLOSE FIGHT-TRACE-FILE
               MOVE "TRACE-COMBAT-END" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           END-IF
           .

       TRACE-COMBAT-STEP.
           IF GS-TRACE-MODE NOT = "Y" OR GS-TRAINING-BOUT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FIGHT-TRACE-FILE
           MOVE "TRACE-COMBAT-STEP" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           IF TRACE-FILE-OK
               MOVE SPACES TO FIGHT-TRACE-RECORD
               STRING "T|" DELIMITED BY SIZE
                   INTO FIGHT-TRACE-RECORD
               END-STRING
               WRITE FIGHT-TRACE-RECORD
               MOVE "TRACE-COMBAT-STEP" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
               CLOSE FIGHT-TRACE-FILE
               MOVE "TRACE-COMBAT-STEP" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           END-IF
           .

           MOVE 0                    TO TELEM-DAMAGE-TAKEN
           MOVE 0                    TO TELEM-SKILLS-USED
           MOVE 0                    TO TELEM-ITEMS-USED
           INITIALIZE TRAINING-READOUT
           PERFORM CLEAR-ALL-EFFECTS

           CALL "COMBAT-TUNING" USING COMBAT-TUNING
           PERFORM SET-DIFFICULTY-MODIFIERS
           PERFORM INITIALIZE-LOOT-TABLE

           ACCEPT ROW-CHOICE
           IF ROW-CHOICE = 2
               MOVE 'B' TO PLAYER-ROW
               IF GS-COMP-HIRED = "Y" AND GS-TRAINING-BOUT NOT = "Y"
                   MOVE 'F' TO COMPANION-ROW
                   DISPLAY GS-COMP-NAME " tient la ligne avant "
                       & "pour vous couvrir."
               END-IF
           ELSE
               MOVE 'F' TO PLAYER-ROW
               IF GS-COMP-HIRED = "Y" AND GS-TRAINING-BOUT NOT = "Y"
                   MOVE 'B' TO COMPANION-ROW
                   DISPLAY GS-COMP-NAME " se replie en ligne "
                       & "arrière, à couvert."
      *-----------------------------------------------------------------
      * Détermine les coefficients de dégâts ennemis et de gains
      * appliqués selon la difficulté choisie à la création de la
      * partie (voir ENEMY-COMBAT-TURN et CHECK-COMBAT-STATUS); les
      * coefficients viennent du jeu de paramètres COBOTUNE.DAT
      *-----------------------------------------------------------------
       SET-DIFFICULTY-MODIFIERS.
           EVALUATE TRUE
               WHEN COMBAT-DIFF-EASY
                   MOVE TUNE-EASY-DAMAGE-MOD TO DIFFICULTY-DAMAGE-MOD
                   MOVE TUNE-EASY-REWARD-MOD TO DIFFICULTY-REWARD-MOD
               WHEN COMBAT-DIFF-HARD
                   MOVE TUNE-HARD-DAMAGE-MOD TO DIFFICULTY-DAMAGE-MOD
                   MOVE TUNE-HARD-REWARD-MOD TO DIFFICULTY-REWARD-MOD
               WHEN OTHER
                   MOVE TUNE-NORMAL-DAMAGE-MOD
                       TO DIFFICULTY-DAMAGE-MOD
                   MOVE TUNE-NORMAL-REWARD-MOD
                       TO DIFFICULTY-REWARD-MOD
           END-EVALUATE
           .

      * ennemis vaincus (voir AWARD-COMBAT-LOOT)
      *-----------------------------------------------------------------
       INITIALIZE-LOOT-TABLE.
           PERFORM VARYING LOOT-IDX FROM 1 BY 1
                   UNTIL LOOT-IDX > LOOT-TABLE-COUNT
               MOVE LOOT-SETTING-ITEM-ID(LOOT-IDX)
                   TO LOOT-ITEM-ID(LOOT-IDX)
               MOVE LOOT-SETTING-CHANCE(LOOT-IDX)
                   TO LOOT-CHANCE(LOOT-IDX)
           END-PERFORM

      *    Noms canoniques des matériaux, relus au fichier maître
      *    pour le dépôt au système d'artisanat
           PERFORM VARYING LOOT-IDX FROM 1 BY 1
                   UNTIL LOOT-IDX > LOOT-TABLE-COUNT
               MOVE LOOT-ITEM-ID(LOOT-IDX) TO OP-ITEM-ID
               PERFORM FETCH-MASTER-ITEM
               MOVE OP-ITEM-NAME TO LOOT-NAME(LOOT-IDX)
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fiche de l'objet OP-ITEM-ID lue au fichier maître (voir
      * ITEM-MASTER.cbl)
      *-----------------------------------------------------------------
       FETCH-MASTER-ITEM.
           MOVE 'G' TO ITEM-MASTER-OPERATION
           CALL "ITEM-MASTER" USING ITEM-MASTER-OPERATION,
               ITEM-OP-PARAMS, ITEM-MASTER-FOUND
           .

      *-----------------------------------------------------------------

               MOVE CHK-PLAYER-EFFECTS TO PLAYER-EFFECT-TABLE
               MOVE CHK-ENEMY-EFFECTS TO ENEMY-EFFECT-TABLE
      *        Blessures du PNJ escorté au dernier tour joué
               IF GS-ESC-ACTIVE = "Y" AND
                  CHK-ESC-QUEST-ID = GS-ESC-QUEST-ID
                   MOVE CHK-ESC-HP-CURRENT TO GS-ESC-HP-CURRENT
               END-IF

               DISPLAY SPACE
               DISPLAY "Reprise du combat interrompu, tour ",
       COMBAT-LOOP.
           PERFORM UNTIL NOT COMBAT-ACTIVE
               IF PLAYER-TURN
                   IF GS-TRAINING-BOUT = "Y" AND
                      TRAIN-ROUND-COUNT < TRAIN-ROUND-LIMIT
                       ADD 1 TO TRAIN-ROUND-COUNT
                   END-IF
                   MOVE "N" TO PLAYER-DEFENDING
                   MOVE "S" TO EFF-QUERY-TYPE
                   PERFORM CHECK-PLAYER-EFFECT
                   END-IF
                   PERFORM TICK-PLAYER-EFFECTS
                   IF GS-COMP-HIRED = "Y" AND
                      GS-COMP-HP-CURRENT > 0 AND
                      GS-TRAINING-BOUT NOT = "Y"
                       PERFORM COMPANION-COMBAT-TURN
                   END-IF
                   PERFORM CHECK-INITIATIVE-BONUS
      * Sauvegarde du point de reprise à la fin de chaque tour
      *-----------------------------------------------------------------
       SAVE-COMBAT-CHECKPOINT.
           IF GS-TRAINING-BOUT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO CHECKPOINT-TYPE
           MOVE GS-SAVE-SLOT TO CHECKPOINT-SLOT
           MOVE ENEMY-PARTY-COUNT TO CHK-ENEMY-PARTY-COUNT

           MOVE PLAYER-EFFECT-TABLE TO CHK-PLAYER-EFFECTS
           MOVE ENEMY-EFFECT-TABLE TO CHK-ENEMY-EFFECTS
           IF GS-ESC-ACTIVE = "Y"
               MOVE GS-ESC-QUEST-ID TO CHK-ESC-QUEST-ID
               MOVE GS-ESC-HP-CURRENT TO CHK-ESC-HP-CURRENT
           ELSE
               MOVE 0 TO CHK-ESC-QUEST-ID
               MOVE 0 TO CHK-ESC-HP-CURRENT
           END-IF

           MOVE 'S' TO CHECKPOINT-OPERATION
           CALL "CHECKPOINT-SYSTEM" USING CHECKPOINT-OPERATION,
      * reprise du run au lieu de disparaître
      *-----------------------------------------------------------------
       CLEAR-COMBAT-CHECKPOINT.
           IF GS-TRAINING-BOUT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE GS-SAVE-SLOT TO CHECKPOINT-SLOT
           IF COMBAT-RUN-CONTEXT = 'R' OR
              COMBAT-RUN-CONTEXT = 'A'
               "/", CHAR-MANA-MAX
           PERFORM DISPLAY-PLAYER-EFFECTS

           IF GS-COMP-HIRED = "Y" AND GS-TRAINING-BOUT NOT = "Y"
               IF GS-COMP-HP-CURRENT > 0
                   DISPLAY "Compagnon " GS-COMP-NAME " PV: "
                       GS-COMP-HP-CURRENT "/" GS-COMP-HP-MAX
                       " (hors de combat)"
               END-IF
           END-IF
           IF GS-ESC-ACTIVE = "Y" AND GS-TRAINING-BOUT NOT = "Y"
               DISPLAY "Escorté " GS-ESC-NAME " PV: "
                   GS-ESC-HP-CURRENT "/" GS-ESC-HP-MAX
           END-IF

           PERFORM VARYING PARTY-IDX FROM 1 BY 1
                   UNTIL PARTY-IDX > ENEMY-PARTY-COUNT
           DISPLAY "1. Attaque normale"
           DISPLAY "2. Compétence spéciale"
           DISPLAY "3. Utiliser objet"
           IF GS-TRAINING-BOUT = "Y"
               DISPLAY "4. Quitter le terrain"
           ELSE
               DISPLAY "4. Tenter de fuir"
           END-IF
           DISPLAY "5. Se défendre"
           DISPLAY "6. Pilotage automatique"
           DISPLAY "7. Aide du combat"
           DISPLAY "Votre choix: " WITH NO ADVANCING

           ACCEPT COMBAT-CHOICE
                   IF AUTO-BATTLE = "Y"
                       PERFORM AUTO-PLAY-TURN
                   END-IF
               WHEN 7
                   PERFORM SHOW-COMBAT-HELP
               WHEN OTHER
                   DISPLAY "Action non reconnue!"
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Aide du combat (sujet COMBAT du manuel): la consultation ne
      * coûte pas le tour, qui est repris depuis le début
      *-----------------------------------------------------------------
       SHOW-COMBAT-HELP.
           MOVE 'C' TO HLP-OPERATION
           MOVE "COMBAT" TO HLP-CONTEXT
           MOVE GS-LANGUAGE TO HLP-LANGUAGE
           CALL "HELP-SYSTEM" USING HELP-PARAMS
           PERFORM PLAYER-COMBAT-TURN
           .

      *-----------------------------------------------------------------
      * Activation du pilotage automatique: choix de la tactique;
      * refusé face à un boss (ces combats se jouent à la main)
               MOVE "Attaque ratée" TO TRC-ACTION
               MOVE 0 TO TRC-VALUE
               PERFORM TRACE-COMBAT-STEP
               ADD 1 TO TRAIN-MISSES
               MOVE 'W' TO DEGRADE-SLOT-TYPE
               PERFORM DEGRADE-EQUIPPED-GEAR
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-SET-BONUSES
           COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
               * TUNE-VARIANCE-SPAN + TUNE-VARIANCE-LOW
           COMPUTE ATTACK-POWER =
               (CHAR-STRENGTH + SET-ATT-BONUS) * RANDOM-FACTOR
           COMPUTE DAMAGE-DEALT = FUNCTION MAX(

           PERFORM SET-WEAPON-ELEMENT
           PERFORM APPLY-ELEMENT-VS-TARGET
           ADD 1 TO TRAIN-HITS

      *    Jet de critique: l'agilité trouve la faille
           COMPUTE DERIVED-ROLL = FUNCTION RANDOM * 100 + 1
           IF DERIVED-ROLL <= DERIVED-CRIT-CHANCE
               ADD 1 TO TRAIN-CRITS
               COMPUTE DAMAGE-DEALT = DAMAGE-DEALT * TUNE-CRIT-MULT
               DISPLAY "COUP CRITIQUE! Votre frappe trouve la "
                   & "faille de l'armure."
           END-IF
      *    tout cela, voir APPLY-SKILL-EFFECT)
           IF PLAYER-ROW = 'B'
               COMPUTE DAMAGE-DEALT =
                   FUNCTION MAX(DAMAGE-DEALT * TUNE-ROW-MULT, 1)
               DISPLAY "Depuis la ligne arrière, votre coup porte "
                   & "moins."
           END-IF
               PERFORM CHECK-ENEMY-FRONT-ROW
               IF FRONT-ROW-HOLDS = "Y"
                   COMPUTE DAMAGE-DEALT =
                       FUNCTION MAX(DAMAGE-DEALT * TUNE-ROW-MULT, 1)
                   DISPLAY "La ligne avant ennemie couvre votre "
                       & "cible!"
               END-IF
           DISPLAY "Vous attaquez le ", PARTY-MEMBER-NAME(TARGET-IDX),
                   " et infligez ", DAMAGE-DEALT, " points de dégâts!"
           ADD DAMAGE-DEALT TO TELEM-DAMAGE-DEALT
           PERFORM RECORD-TRAINING-DAMAGE

           SUBTRACT DAMAGE-DEALT
               FROM PARTY-MEMBER-HP-CURRENT(TARGET-IDX)
      *-----------------------------------------------------------------
      * Réduit d'un point la durabilité de l'objet équipé du type
      * DEGRADE-SLOT-TYPE ('W'eapon ou 'A'rmor), et le déséquipe
      * automatiquement une fois cassé. Le mannequin du terrain
      * d'entraînement n'use rien.
      *-----------------------------------------------------------------
       DEGRADE-EQUIPPED-GEAR.
           IF GS-TRAINING-BOUT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INVENTORY-COUNT
               IF IS-EQUIPPED(INV-IDX)

      *-----------------------------------------------------------------
      * Progression de maîtrise: chaque lancer compte, et tous les
      * vingt lancers la compétence gagne un niveau (jusqu'à 9).
      * Au terrain d'entraînement, le lancer est seulement relevé
      * pour le bilan: le mannequin n'apprend rien.
      *-----------------------------------------------------------------
       TRACK-SKILL-MASTERY.
           ADD 1 TO TELEM-SKILLS-USED
           ADD 1 TO TRAIN-SKILL-CASTS(CHOSEN-SKILL-SLOT)
           ADD EFFECTIVE-SKILL-COST
               TO TRAIN-SKILL-MANA(CHOSEN-SKILL-SLOT)
           IF GS-TRAINING-BOUT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF SKILL-USES(CHOSEN-SKILL-SLOT) < 999
               ADD 1 TO SKILL-USES(CHOSEN-SKILL-SLOT)
           END-IF
                       " points de dégâts à ",
                       PARTY-MEMBER-NAME(TARGET-IDX), "!"
                   ADD DAMAGE-DEALT TO TELEM-DAMAGE-DEALT
                   PERFORM RECORD-TRAINING-DAMAGE
                   ADD DAMAGE-DEALT
                       TO TRAIN-SKILL-DAMAGE(CHOSEN-SKILL-SLOT)

                   SUBTRACT DAMAGE-DEALT
                       FROM PARTY-MEMBER-HP-CURRENT(TARGET-IDX)
           END-IF
           MOVE ALIVE-TARGET-SLOT(TARGET-IDX) TO TARGET-IDX

           COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
               * TUNE-VARIANCE-SPAN + TUNE-VARIANCE-LOW
           COMPUTE COMPANION-DAMAGE = FUNCTION MAX(
               GS-COMP-ATTACK * RANDOM-FACTOR
               - PARTY-MEMBER-DEFENSE(TARGET-IDX), 1)
      *    Les rangs valent aussi pour la mêlée du compagnon
           IF COMPANION-ROW = 'B'
               COMPUTE COMPANION-DAMAGE =
                   FUNCTION MAX(COMPANION-DAMAGE * TUNE-ROW-MULT, 1)
           END-IF
           IF PARTY-MEMBER-ROW(TARGET-IDX) = 'B'
               PERFORM CHECK-ENEMY-FRONT-ROW
               IF FRONT-ROW-HOLDS = "Y"
                   COMPUTE COMPANION-DAMAGE =
                       FUNCTION MAX(COMPANION-DAMAGE
                           * TUNE-ROW-MULT, 1)
               END-IF
           END-IF

      * Un ennemi s'en prend au compagnon plutôt qu'au joueur
      *-----------------------------------------------------------------
       ENEMY-ATTACK-COMPANION.
           COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
               * TUNE-VARIANCE-SPAN + TUNE-VARIANCE-LOW
           COMPUTE ATTACK-POWER =
               PARTY-MEMBER-ATTACK(PARTY-IDX) * RANDOM-FACTOR
               * DIFFICULTY-DAMAGE-MOD
           IF COMPANION-ROW = 'B' AND PLAYER-ROW = 'F' AND
              CHAR-HEALTH-CURRENT > 0
               COMPUTE DAMAGE-DEALT =
                   FUNCTION MAX(DAMAGE-DEALT * TUNE-ROW-MULT, 1)
               DISPLAY "Votre ligne avant couvre " GS-COMP-NAME "!"
           END-IF

           END-IF
           .

      *-----------------------------------------------------------------
      * Un ennemi s'en prend au PNJ escorté (GS-ESCORT): sans arme
      * ni rang, il ne compte que sur sa défense et sur la garde du
      * joueur; tombé à 0 PV, il ne se relève pas (la quête échoue
      * au tour suivant, voir CHECK-ESCORT-FAILURE dans QUEST.cbl)
      *-----------------------------------------------------------------
       ENEMY-ATTACK-ESCORT.
           COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
               * TUNE-VARIANCE-SPAN + TUNE-VARIANCE-LOW
           COMPUTE ATTACK-POWER =
               PARTY-MEMBER-ATTACK(PARTY-IDX) * RANDOM-FACTOR
               * DIFFICULTY-DAMAGE-MOD
           COMPUTE DAMAGE-DEALT = FUNCTION MAX(
               ATTACK-POWER - GS-ESC-DEFENSE, 1)

           IF PLAYER-DEFENDING = "Y"
               COMPUTE DAMAGE-DEALT =
                   FUNCTION MAX(DAMAGE-DEALT * TUNE-DEFEND-MULT, 1)
               DISPLAY "Vous vous interposez devant "
                   FUNCTION TRIM(GS-ESC-NAME) "!"
           END-IF

           DISPLAY PARTY-MEMBER-NAME(PARTY-IDX), " attaque ",
               FUNCTION TRIM(GS-ESC-NAME), " et inflige ",
               DAMAGE-DEALT, " points de dégâts!"

           MOVE PARTY-MEMBER-NAME(PARTY-IDX) TO TRC-ACTOR
           MOVE "Attaque escorté" TO TRC-ACTION
           MOVE DAMAGE-DEALT TO TRC-VALUE
           PERFORM TRACE-COMBAT-STEP

           IF DAMAGE-DEALT >= GS-ESC-HP-CURRENT
               MOVE 0 TO GS-ESC-HP-CURRENT
               DISPLAY FUNCTION TRIM(GS-ESC-NAME)
                   " s'effondre sous le coup!"
           ELSE
               SUBTRACT DAMAGE-DEALT FROM GS-ESC-HP-CURRENT
           END-IF
           .

      *-----------------------------------------------------------------
      * Posture défensive: moitié des dégâts subis jusqu'au prochain
      * tour du joueur, et un peu de mana récupéré en se concentrant
       REDUCE-DAMAGE-IF-DEFENDING.
           IF PLAYER-DEFENDING = "Y"
               COMPUTE DAMAGE-DEALT =
                   FUNCTION MAX(DAMAGE-DEALT * TUNE-DEFEND-MULT, 1)
               DISPLAY "Votre garde absorbe une partie du coup!"
           END-IF
      *    Depuis la ligne arrière, le joueur est couvert des coups
      *    de mêlée tant que son compagnon tient la ligne avant
           IF PLAYER-ROW = 'B' AND GS-COMP-HIRED = "Y" AND
              GS-COMP-HP-CURRENT > 0 AND COMPANION-ROW = 'F' AND
              GS-TRAINING-BOUT NOT = "Y"
               COMPUTE DAMAGE-DEALT =
                   FUNCTION MAX(DAMAGE-DEALT * TUNE-ROW-MULT, 1)
               DISPLAY "La ligne avant vous couvre!"
           END-IF
      *    Une armure portée du même élément que l'attaquant
                      ITEM-ELEMENT(INV-IDX) =
                          PARTY-MEMBER-ELEMENT(PARTY-IDX)
                       COMPUTE DAMAGE-DEALT =
                           FUNCTION MAX(DAMAGE-DEALT
                               * TUNE-RESIST-MULT, 1)
                       DISPLAY "Votre " FUNCTION TRIM(
                           ITEM-NAME(INV-IDX))
                           " absorbe l'élément du coup!"
      * Tentative de fuite
      *-----------------------------------------------------------------
       PLAYER-ESCAPE.
           IF GS-TRAINING-BOUT = "Y"
               DISPLAY "Vous saluez le mannequin et quittez le "
                   & "terrain."
               MOVE 'E' TO COMBAT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PARTY-IDX FROM 1 BY 1
                   UNTIL PARTY-IDX > ENEMY-PARTY-COUNT
               IF PARTY-MEMBER-IS-ALIVE(PARTY-IDX) AND
           END-PERFORM

           COMPUTE ESCAPE-CHANCE =
               TUNE-ESCAPE-BASE
               + (CHAR-AGILITY - HIGHEST-ENEMY-LEVEL * 2)
               + ESCAPE-TERRAIN-MOD + ESCAPE-ITEM-BONUS
      *    Une Infusion cristalline au ventre facilite la fuite
      *    (voir COOK-A-MEAL dans MAIN-GAME)
           IF GS-MEAL-TYPE = "E" AND GS-MEAL-TIMER > 0
               ADD 10 TO ESCAPE-CHANCE
           END-IF
           IF ESCAPE-CHANCE < TUNE-ESCAPE-MIN
               MOVE TUNE-ESCAPE-MIN TO ESCAPE-CHANCE
           END-IF
           IF ESCAPE-CHANCE > TUNE-ESCAPE-MAX
               MOVE TUNE-ESCAPE-MAX TO ESCAPE-CHANCE
           END-IF

           COMPUTE RANDOM-FACTOR = FUNCTION RANDOM * 100
                       DISPLAY PARTY-MEMBER-NAME(PARTY-IDX),
                           " est étourdi et perd son tour!"
                   ELSE
      *                Le pavois du terrain d'entraînement (attaque
      *                nulle) ne fait que couvrir le mannequin
                       EVALUATE TRUE
                           WHEN GS-TRAINING-BOUT = "Y" AND
                                PARTY-MEMBER-ATTACK(PARTY-IDX) = 0
                               DISPLAY PARTY-MEMBER-NAME(PARTY-IDX),
                                   " encaisse sans riposter."
                           WHEN PARTY-MEMBER-BOSS(PARTY-IDX) = "Y"
                               PERFORM BOSS-COMBAT-ACTION
                           WHEN OTHER
                               PERFORM ENEMY-BEHAVIOR-ACTION
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
      *-----------------------------------------------------------------
       STRIKE-WITH-ENEMY-SKILL.
           PERFORM SET-PLAYER-EFFECTIVE-DEFENSE
           COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
               * TUNE-VARIANCE-SPAN + TUNE-VARIANCE-LOW
           COMPUTE ATTACK-POWER =
               (PARTY-MEMBER-SKILL-PWR(PARTY-IDX)
                + PARTY-MEMBER-ATTACK(PARTY-IDX) / 2)
               / PARTY-MEMBER-HP-MAX(PARTY-IDX)

           PERFORM SET-PLAYER-EFFECTIVE-DEFENSE
           COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
               * TUNE-VARIANCE-SPAN + TUNE-VARIANCE-LOW
           COMPUTE ATTACK-POWER =
               PARTY-MEMBER-ATTACK(PARTY-IDX) * RANDOM-FACTOR
               * DIFFICULTY-DAMAGE-MOD * BERSERK-MULT
      * Attaque standard d'un ennemi (PARTY-IDX) contre le joueur
      *-----------------------------------------------------------------
       ENEMY-ATTACK-PLAYER.
           IF GS-COMP-HIRED = "Y" AND GS-COMP-HP-CURRENT > 0 AND
              GS-TRAINING-BOUT NOT = "Y"
               COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
               IF RANDOM-FACTOR < 0.30
                   PERFORM ENEMY-ATTACK-COMPANION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF GS-ESC-ACTIVE = "Y" AND GS-ESC-HP-CURRENT > 0 AND
              GS-TRAINING-BOUT NOT = "Y"
               COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
               IF RANDOM-FACTOR < 0.25
                   PERFORM ENEMY-ATTACK-ESCORT
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Jet d'esquive: l'agilité écarte le joueur de la
      *    trajectoire avant que le coup ne porte
           PERFORM COMPUTE-DERIVED-STATS
           ADD 1 TO TRAIN-ENEMY-SWINGS
           COMPUTE DERIVED-ROLL = FUNCTION RANDOM * 100 + 1
           IF DERIVED-ROLL <= DERIVED-DODGE-CHANCE
               ADD 1 TO TRAIN-DODGES
               DISPLAY PARTY-MEMBER-NAME(PARTY-IDX)
                   " vous attaque... mais vous esquivez d'un "
                   & "pas de côté!"
           END-IF

           PERFORM SET-PLAYER-EFFECTIVE-DEFENSE
           COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
               * TUNE-VARIANCE-SPAN + TUNE-VARIANCE-LOW
           COMPUTE ATTACK-POWER =
               PARTY-MEMBER-ATTACK(PARTY-IDX) * RANDOM-FACTOR
               * DIFFICULTY-DAMAGE-MOD
      * Application de l'élément du coup (ATTACK-ELEMENT) aux
      * faiblesses et résistances de la cible TARGET-IDX: une
      * faiblesse touche à x1,5 ("redoutablement efficace"), une
      * résistance à x0,5 (taux de référence de COBOTUNE.DAT)
      *-----------------------------------------------------------------
       APPLY-ELEMENT-VS-TARGET.
           IF ATTACK-ELEMENT = SPACE
               ADD 1 TO TRAIN-NEUTRAL-HITS
               EXIT PARAGRAPH
           END-IF
           IF ATTACK-ELEMENT = PARTY-MEMBER-WEAKNESS(TARGET-IDX)
               ADD 1 TO TRAIN-WEAK-HITS
               COMPUTE DAMAGE-DEALT = DAMAGE-DEALT * TUNE-WEAKNESS-MULT
               DISPLAY "C'est redoutablement efficace!"
               EXIT PARAGRAPH
           END-IF
           IF ATTACK-ELEMENT = PARTY-MEMBER-RESIST(TARGET-IDX)
               ADD 1 TO TRAIN-RESIST-HITS
               COMPUTE DAMAGE-DEALT =
                   FUNCTION MAX(DAMAGE-DEALT * TUNE-RESIST-MULT, 1)
               DISPLAY PARTY-MEMBER-NAME(TARGET-IDX)
                   " encaisse l'élément sans broncher..."
           ELSE
               ADD 1 TO TRAIN-NEUTRAL-HITS
           END-IF
           .

      * Statistiques dérivées du joueur, recalculées à chaque jet
      * (les caractéristiques bougent en cours de partie): critique
      * 5 + AGI/2 %, esquive AGI/3 %, précision 85 + INT/2 %
      * plafonnée à 99 avec les valeurs de référence de
      * COBOTUNE.DAT. Mêmes formules et mêmes paramètres dans
      * COMBAT-SIM.
      *-----------------------------------------------------------------
       COMPUTE-DERIVED-STATS.
           COMPUTE DERIVED-CRIT-CHANCE = TUNE-CRIT-BASE
               + CHAR-AGILITY / TUNE-CRIT-AGI-DIV
           COMPUTE DERIVED-DODGE-CHANCE =
               CHAR-AGILITY / TUNE-DODGE-AGI-DIV
           COMPUTE DERIVED-ACCURACY = FUNCTION MIN(TUNE-ACCURACY-CAP,
               TUNE-ACCURACY-BASE
               + CHAR-INTELLIGENCE / TUNE-ACCURACY-INT-DIV)
           .

       SET-PLAYER-EFFECTIVE-DEFENSE.
           IF BOSS-CHARGING = "Y"
               MOVE "N" TO BOSS-CHARGING
               PERFORM SET-PLAYER-EFFECTIVE-DEFENSE
               COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
                   * TUNE-VARIANCE-SPAN + TUNE-VARIANCE-LOW
               COMPUTE ATTACK-POWER =
                   PARTY-MEMBER-ATTACK(PARTY-IDX) * 2 * RANDOM-FACTOR
                   * DIFFICULTY-DAMAGE-MOD
      * Vérification de l'état du combat
      *-----------------------------------------------------------------
       CHECK-COMBAT-STATUS.
           IF GS-TRAINING-BOUT = "Y"
               PERFORM CHECK-TRAINING-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ALIVE-COUNT
           MOVE 0 TO EXPERIENCE-GAINED
           MOVE 0 TO GOLD-GAINED
               CALL "CHARACTER-SYSTEM" USING CHARACTER-OPERATION,
                   PLAYER-CHARACTER, EXPERIENCE-GAINED

      *        Événement en direct de type OR: l'or du combat est
      *        majoré, le plus fort multiplicateur actif l'emporte
               IF GOLD-GAINED > 0
                   MOVE "M" TO LVQ-OPERATION
                   MOVE "OR" TO LVQ-KIND
                   CALL "LIVE-EVENTS" USING LIVE-EVENT-QUERY
                   IF LVQ-IS-FOUND AND LVQ-MULTIPLIER NOT = 1
                       MOVE GOLD-GAINED TO LIVE-GOLD-BEFORE
                       COMPUTE GOLD-GAINED =
                           GOLD-GAINED * LVQ-MULTIPLIER
                           ON SIZE ERROR
                               MOVE 99999 TO GOLD-GAINED
                       END-COMPUTE
                       DISPLAY "Événement "
                           FUNCTION TRIM(LVQ-EVENT-ID) ": or "
                           LIVE-GOLD-BEFORE " porté à " GOLD-GAINED
                   END-IF
               END-IF

               IF GOLD-GAINED > 0
                   ADD GOLD-GAINED TO PLAYER-GOLD
                   MOVE GOLD-GAINED TO UTIL-NUMBER
               PERFORM STAMP-EVENT-CONTEXT
               CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
                   EVENT-MESSAGE, EVENT-LOG-FIELDS

               MOVE "E" TO CHL-OPERATION
               MOVE "CWIN" TO CHL-EVENT-CODE
               IF TELEM-ITEMS-USED = 0
                   MOVE "Y" TO CHL-EVENT-CLEAN
               ELSE
                   MOVE "N" TO CHL-EVENT-CLEAN
               END-IF
               CALL "CHALLENGE-SYSTEM" USING CHALLENGE-PARAMS,
                   GAME-STATE-EXT
           END-IF

           IF CHAR-HEALTH-CURRENT <= 0
           END-IF
           .

      *-----------------------------------------------------------------
      * Fin d'une séance au terrain d'entraînement: mannequin (et
      * pavois) à terre, joueur à genou, ou temps écoulé après la
      * riposte du dernier tour. Aucun gain, aucune pénalité, rien
      * au journal: l'appelant rend ensuite PV et mana.
      *-----------------------------------------------------------------
       CHECK-TRAINING-STATUS.
           MOVE 0 TO ALIVE-COUNT
           PERFORM VARYING PARTY-IDX FROM 1 BY 1
                   UNTIL PARTY-IDX > ENEMY-PARTY-COUNT
               IF PARTY-MEMBER-IS-ALIVE(PARTY-IDX)
                   ADD 1 TO ALIVE-COUNT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN CHAR-HEALTH-CURRENT <= 0
                   MOVE 0 TO CHAR-HEALTH-CURRENT
                   MOVE 'D' TO COMBAT-STATUS
                   DISPLAY "Vous posez un genou à terre: le maître "
                       & "d'armes arrête la séance."
               WHEN ALIVE-COUNT = 0
                   MOVE 'V' TO COMBAT-STATUS
                   DISPLAY "Le mannequin vole en éclats: fin de la "
                       & "séance!"
               WHEN COMBAT-ACTIVE AND ENEMY-TURN AND
                    TRAIN-ROUND-COUNT >= TRAIN-ROUND-LIMIT
                   MOVE 'E' TO COMBAT-STATUS
                   DISPLAY "Le maître d'armes siffle la fin de la "
                       & "séance (" TRAIN-ROUND-LIMIT " tours)."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Dégâts du coup en cours portés au tour de séance courant
      * (TRAIN-ROUND-COUNT reste à zéro hors entraînement)
      *-----------------------------------------------------------------
       RECORD-TRAINING-DAMAGE.
           IF TRAIN-ROUND-COUNT > 0
               ADD DAMAGE-DEALT TO TRAIN-ROUND-DAMAGE(TRAIN-ROUND-COUNT)
           END-IF
           .

      *-----------------------------------------------------------------
      * Bilan de la séance: dégâts par tour, taux de critiques et
      * d'esquives observés face aux chances calculées par
      * COMPUTE-DERIVED-STATS, multiplicateurs d'élément appliqués,
      * et rendement en mana de chaque compétence apprise à son
      * niveau de maîtrise actuel
      *-----------------------------------------------------------------
       DISPLAY-TRAINING-READOUT.
           PERFORM COMPUTE-DERIVED-STATS
           DISPLAY SPACE
           DISPLAY "=== BILAN DE LA SÉANCE D'ENTRAÎNEMENT ==="
           DISPLAY "Dégâts infligés par tour:"
           MOVE 0 TO TRAIN-TOTAL-DAMAGE
           PERFORM VARYING TRAIN-IDX FROM 1 BY 1
                   UNTIL TRAIN-IDX > TRAIN-ROUND-COUNT
               ADD TRAIN-ROUND-DAMAGE(TRAIN-IDX) TO TRAIN-TOTAL-DAMAGE
               MOVE TRAIN-ROUND-DAMAGE(TRAIN-IDX) TO TRAIN-SHOWN-DAMAGE
               DISPLAY "  Tour " TRAIN-IDX ": " TRAIN-SHOWN-DAMAGE
           END-PERFORM
           MOVE 0 TO TRAIN-RATIO
           IF TRAIN-ROUND-COUNT > 0
               COMPUTE TRAIN-RATIO ROUNDED =
                   TRAIN-TOTAL-DAMAGE / TRAIN-ROUND-COUNT
           END-IF
           MOVE TRAIN-RATIO TO TRAIN-SHOWN-RATIO
           DISPLAY "Total: " TRAIN-TOTAL-DAMAGE " en "
               TRAIN-ROUND-COUNT " tours, soit "
               FUNCTION TRIM(TRAIN-SHOWN-RATIO) " par tour"

           MOVE 0 TO TRAIN-RATE
           IF TRAIN-HITS > 0
               COMPUTE TRAIN-RATE ROUNDED =
                   TRAIN-CRITS * 100 / TRAIN-HITS
           END-IF
           DISPLAY "Critiques: " TRAIN-CRITS " sur " TRAIN-HITS
               " coups portés (" TRAIN-RATE " %), chance calculée "
               DERIVED-CRIT-CHANCE " %"
           DISPLAY "Coups dans le vide: " TRAIN-MISSES
               ", précision calculée " DERIVED-ACCURACY " %"
           MOVE 0 TO TRAIN-RATE
           IF TRAIN-ENEMY-SWINGS > 0
               COMPUTE TRAIN-RATE ROUNDED =
                   TRAIN-DODGES * 100 / TRAIN-ENEMY-SWINGS
           END-IF
           DISPLAY "Esquives: " TRAIN-DODGES " sur " TRAIN-ENEMY-SWINGS
               " assauts (" TRAIN-RATE " %), chance calculée "
               DERIVED-DODGE-CHANCE " %"

           PERFORM SET-WEAPON-ELEMENT
           EVALUATE ATTACK-ELEMENT
               WHEN "F"
                   DISPLAY "Élément de l'arme: feu"
               WHEN "I"
                   DISPLAY "Élément de l'arme: givre"
               WHEN "E"
                   DISPLAY "Élément de l'arme: électrique"
               WHEN "V"
                   DISPLAY "Élément de l'arme: vide"
               WHEN OTHER
                   DISPLAY "Élément de l'arme: aucun (acier neutre)"
           END-EVALUATE
           MOVE TUNE-WEAKNESS-MULT TO TRAIN-SHOWN-MULT
           DISPLAY "  Faiblesse   x" TRAIN-SHOWN-MULT ": "
               TRAIN-WEAK-HITS " coup(s)"
           MOVE TUNE-RESIST-MULT TO TRAIN-SHOWN-MULT
           DISPLAY "  Résistance  x" TRAIN-SHOWN-MULT ": "
               TRAIN-RESIST-HITS " coup(s)"
           DISPLAY "  Neutre      x1.00: " TRAIN-NEUTRAL-HITS
               " coup(s)"

           DISPLAY "Rendement en mana des compétences (maîtrise "
               & "actuelle):"
           PERFORM VARYING SKILL-IDX FROM 1 BY 1 UNTIL SKILL-IDX > 6
               IF SKILL-IS-LEARNED(SKILL-IDX)
                   PERFORM DISPLAY-TRAINING-SKILL
               END-IF
           END-PERFORM
           DISPLAY SPACE
           .

      *-----------------------------------------------------------------
      * Une ligne de compétence du bilan: coût et puissance effectifs
      * au niveau de maîtrise (SET-EFFECTIVE-SKILL-VALUES), dégâts
      * attendus par point de mana pour une compétence offensive,
      * puis ce que la séance en a réellement tiré
      *-----------------------------------------------------------------
       DISPLAY-TRAINING-SKILL.
           MOVE SKILL-IDX TO CHOSEN-SKILL-SLOT
           PERFORM SET-EFFECTIVE-SKILL-VALUES
           MOVE EFFECTIVE-SKILL-COST TO TRAIN-SHOWN-COST
           DISPLAY "  " FUNCTION TRIM(SKILL-NAME(SKILL-IDX))
               " (maîtrise " SKILL-LEVEL(SKILL-IDX) "): coût "
               FUNCTION TRIM(TRAIN-SHOWN-COST) " PM, puissance "
               EFFECTIVE-SKILL-POWER
           IF SKILL-ATTACK(SKILL-IDX)
               COMPUTE TRAIN-EXPECTED-DAMAGE =
                   EFFECTIVE-SKILL-POWER * CHAR-STRENGTH / 5
               MOVE TRAIN-EXPECTED-DAMAGE TO TRAIN-SHOWN-DAMAGE
               IF EFFECTIVE-SKILL-COST > 0
                   COMPUTE TRAIN-RATIO ROUNDED =
                       TRAIN-EXPECTED-DAMAGE / EFFECTIVE-SKILL-COST
                   MOVE TRAIN-RATIO TO TRAIN-SHOWN-RATIO
                   DISPLAY "    attendu: "
                       FUNCTION TRIM(TRAIN-SHOWN-DAMAGE)
                       " dégâts par lancer, "
                       FUNCTION TRIM(TRAIN-SHOWN-RATIO) " par PM"
               ELSE
                   DISPLAY "    attendu: "
                       FUNCTION TRIM(TRAIN-SHOWN-DAMAGE)
                       " dégâts par lancer, sans coût en mana"
               END-IF
           END-IF
           IF TRAIN-SKILL-CASTS(SKILL-IDX) = 0
               DISPLAY "    non lancée pendant la séance"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "    séance: " TRAIN-SKILL-CASTS(SKILL-IDX)
               " lancer(s), " TRAIN-SKILL-MANA(SKILL-IDX)
               " PM, " TRAIN-SKILL-DAMAGE(SKILL-IDX) " dégâts"
               WITH NO ADVANCING
           IF SKILL-ATTACK(SKILL-IDX) AND
              TRAIN-SKILL-MANA(SKILL-IDX) > 0
               COMPUTE TRAIN-RATIO ROUNDED =
                   TRAIN-SKILL-DAMAGE(SKILL-IDX)
                   / TRAIN-SKILL-MANA(SKILL-IDX)
               MOVE TRAIN-RATIO TO TRAIN-SHOWN-RATIO
               DISPLAY ", soit " FUNCTION TRIM(TRAIN-SHOWN-RATIO)
                   " par PM"
           ELSE
               DISPLAY SPACE
           END-IF
           .

      *-----------------------------------------------------------------
      * Recopie l'horloge de jeu et l'emplacement courant dans les
      * champs d'événement structuré, juste avant un appel à
      *-----------------------------------------------------------------
       AWARD-COMBAT-LOOT.
           MOVE FUNCTION RANDOM TO LOOT-ROLL
           MOVE 0 TO LOOT-ELITE-FLAG
           MOVE 1 TO LOOT-MULTIPLIER
      *    Une variante rare vaincue double les chances de butin
           IF GS-ELITE-FIGHT = "Y"
               COMPUTE LOOT-ROLL = LOOT-ROLL / 2
               MOVE 1 TO LOOT-ELITE-FLAG
           END-IF
      *    Un événement en direct BUTIN multiplie les chances de la
      *    même façon: le tirage est divisé par le multiplicateur
           MOVE "M" TO LVQ-OPERATION
           MOVE "BUTIN" TO LVQ-KIND
           CALL "LIVE-EVENTS" USING LIVE-EVENT-QUERY
           IF LVQ-IS-FOUND AND LVQ-MULTIPLIER NOT = 1
               MOVE LVQ-MULTIPLIER TO LOOT-MULTIPLIER
               COMPUTE LOOT-ROLL = LOOT-ROLL / LVQ-MULTIPLIER
                   ON SIZE ERROR
                       MOVE 9.99 TO LOOT-ROLL
               END-COMPUTE
           END-IF
           MOVE 0 TO LOOT-THRESHOLD
           MOVE 0 TO EVT-NUM-1
           MOVE "Pas de butin" TO EVENT-MESSAGE

           PERFORM VARYING LOOT-IDX FROM 1 BY 1
                   UNTIL LOOT-IDX > LOOT-TABLE-COUNT
               ADD LOOT-CHANCE(LOOT-IDX) TO LOOT-THRESHOLD
               IF LOOT-ROLL <= LOOT-THRESHOLD
                   MOVE LOOT-ITEM-ID(LOOT-IDX) TO OP-ITEM-ID
                   PERFORM FETCH-MASTER-ITEM

                   MOVE "LOOT" TO OP-ITEM-SOURCE
                   MOVE 'A' TO INVENTORY-OPERATION
                   CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
                       PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
                       COMBAT-LOOT-EQUIPMENT, ITEM-OP-PARAMS

                   MOVE LOOT-ITEM-ID(LOOT-IDX) TO EVT-NUM-1
                   MOVE SPACES TO EVENT-MESSAGE
                   IF OP-WAS-ADDED = "Y"
                       DISPLAY "Butin trouvé: " LOOT-NAME(LOOT-IDX)
                       CALL "JCL-CRAFTING-SYSTEM" USING
                           PLAYER-INVENTORY, PLAYER-GOLD,
                           COMBAT-LOOT-EQUIPMENT, ITEM-OP-PARAMS,
                           GAME-STATE-EXT
                       STRING "Butin: " DELIMITED BY SIZE
                           LOOT-NAME(LOOT-IDX) DELIMITED BY SIZE
                           INTO EVENT-MESSAGE
                       END-STRING
                   ELSE
                       STRING "Butin perdu, sac plein: "
                               DELIMITED BY SIZE
                           LOOT-NAME(LOOT-IDX) DELIMITED BY SIZE
                           INTO EVENT-MESSAGE
                       END-STRING
                   END-IF

                   MOVE LOOT-TABLE-COUNT TO LOOT-IDX
               END-IF
           END-PERFORM

      *    Tirage consigné même sans butin: RNG-CHECK confronte les
      *    fréquences observées aux chances de la table
           MOVE "LOOT" TO EVT-TYPE-CODE
           COMPUTE EVT-NUM-2 = LOOT-ELITE-FLAG * 10000
               + LOOT-MULTIPLIER * 100
           PERFORM STAMP-EVENT-CONTEXT
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
               EVENT-MESSAGE, EVENT-LOG-FIELDS

           PERFORM AWARD-GEAR-DROP
           .

               MOVE 4 TO AFFIX-PICK
           END-IF

      *    Pièce de base tirée du fichier maître (401 épée, 402
      *    cuirasse): l'affixe complète son nom et ses statistiques,
      *    la puissance de base suit le niveau de l'adversaire
           IF GEAR-KIND = "W"
               MOVE 401 TO OP-ITEM-ID
           ELSE
               MOVE 402 TO OP-ITEM-ID
           END-IF
           PERFORM FETCH-MASTER-ITEM
           MOVE OP-ITEM-NAME TO GEAR-BASE-NAME
           MOVE OP-ITEM-DESC TO GEAR-BASE-DESC
           COMPUTE OP-ITEM-VALUE = OP-ITEM-VALUE + AFFIX-BONUS * 10

           IF GEAR-KIND = "W"
               COMPUTE OP-ITEM-ATTACK =
                   OP-ITEM-ATTACK + GEAR-LEVEL-WORK / 3
               EVALUATE AFFIX-PICK
                   WHEN 1
                       MOVE "affûtée" TO GEAR-AFFIX-WORD
                       ADD AFFIX-BONUS TO OP-ITEM-ATTACK
                   WHEN 2
                       MOVE "gardée" TO GEAR-AFFIX-WORD
                       ADD AFFIX-BONUS TO OP-ITEM-DEFENSE
                   WHEN 3
                       MOVE "véloce" TO GEAR-AFFIX-WORD
                       ADD 5 TO OP-ITEM-ESCAPE-BONUS
                   WHEN OTHER
                       MOVE "robuste" TO GEAR-AFFIX-WORD
                       ADD 25 TO OP-ITEM-DURABILITY-MAX
               END-EVALUATE
           ELSE
               COMPUTE OP-ITEM-DEFENSE =
                   OP-ITEM-DEFENSE + GEAR-LEVEL-WORK / 3
               EVALUATE AFFIX-PICK
                   WHEN 1
                       MOVE "piquante" TO GEAR-AFFIX-WORD
                       ADD AFFIX-BONUS TO OP-ITEM-ATTACK
                   WHEN 2
                       MOVE "renforcée" TO GEAR-AFFIX-WORD
                       ADD AFFIX-BONUS TO OP-ITEM-DEFENSE
                   WHEN 3
                       MOVE "véloce" TO GEAR-AFFIX-WORD
                       ADD 5 TO OP-ITEM-ESCAPE-BONUS
                   WHEN OTHER
                       MOVE "robuste" TO GEAR-AFFIX-WORD
                       ADD 25 TO OP-ITEM-DURABILITY-MAX
               END-EVALUATE
           END-IF

           MOVE SPACES TO OP-ITEM-NAME
           STRING FUNCTION TRIM(GEAR-BASE-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(GEAR-AFFIX-WORD) DELIMITED BY SIZE
               INTO OP-ITEM-NAME
           END-STRING

           MOVE SPACES TO OP-ITEM-DESC
           STRING FUNCTION TRIM(GEAR-BASE-DESC) DELIMITED BY SIZE
               " (ampleur " DELIMITED BY SIZE
               AFFIX-BONUS DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO OP-ITEM-DESC
               MOVE "Y" TO GEAR-UNIDENTIFIED
           END-IF

           MOVE "LOOT" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
      *    L'arme du Gardien garde son élément de feu
           MOVE "F"                TO OP-ITEM-ELEMENT

           MOVE "LOOT" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
           IF NOT TELEM-FILE-OK
               CLOSE COMBAT-TELEMETRY-FILE
               OPEN OUTPUT COMBAT-TELEMETRY-FILE
               MOVE "WRITE-COMBAT-TELEMETRY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           END-IF
           IF NOT TELEM-FILE-OK
               EXIT PARAGRAPH
           MOVE TELEM-ITEMS-USED TO TELEM-REC-ITEMS
           MOVE COMBAT-STATUS TO TELEM-REC-OUTCOME
           MOVE COMBAT-DIFFICULTY TO TELEM-REC-DIFFICULTY
           MOVE TUNE-VERSION TO TELEM-REC-TUNE-VERSION
           WRITE COMBAT-TELEMETRY-RECORD
           MOVE "WRITE-COMBAT-TELEMETRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           CLOSE COMBAT-TELEMETRY-FILE
           MOVE "WRITE-COMBAT-TELEMETRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           .

      *-----------------------------------------------------------------
       ROTATE-TELEMETRY-IF-FULL.
           MOVE 0 TO TELEM-RECORD-COUNT
           OPEN INPUT COMBAT-TELEMETRY-FILE
           MOVE "ROTATE-TELEMETRY-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           IF NOT TELEM-FILE-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       ADD 1 TO TELEM-RECORD-COUNT
               END-READ
               MOVE "ROTATE-TELEMETRY-IF-FULL" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           END-PERFORM
           CLOSE COMBAT-TELEMETRY-FILE
           MOVE "ROTATE-TELEMETRY-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS

           IF TELEM-RECORD-COUNT < TELEM-RECORD-LIMIT
               EXIT PARAGRAPH
                   ".DAT" DELIMITED BY SIZE
                   INTO TELEM-ARCHIVE-NAME
               END-STRING
               MOVE 'R' TO DATA-PATH-OPERATION
               CALL "DATA-PATH" USING DATA-PATH-OPERATION,
                   TELEM-ARCHIVE-NAME
               OPEN INPUT TELEM-ARCHIVE-FILE
               IF TELEM-ARCHIVE-OK
                   CLOSE TELEM-ARCHIVE-FILE
           END-IF

           OPEN INPUT COMBAT-TELEMETRY-FILE
           MOVE "ROTATE-TELEMETRY-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           OPEN OUTPUT TELEM-ARCHIVE-FILE
           MOVE "ROTATE-TELEMETRY-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TELEM-ARCHIVE-NAME,
               TELEM-ARCHIVE-STATUS
           IF NOT TELEM-FILE-OK OR NOT TELEM-ARCHIVE-OK
               CLOSE COMBAT-TELEMETRY-FILE
               CLOSE TELEM-ARCHIVE-FILE
                           TO TELEM-ARCHIVE-RECORD
                       WRITE TELEM-ARCHIVE-RECORD
               END-READ
               MOVE "ROTATE-TELEMETRY-IF-FULL" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           END-PERFORM
           CLOSE COMBAT-TELEMETRY-FILE
           MOVE "ROTATE-TELEMETRY-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           CLOSE TELEM-ARCHIVE-FILE
           MOVE "ROTATE-TELEMETRY-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TELEM-ARCHIVE-NAME,
               TELEM-ARCHIVE-STATUS

           OPEN OUTPUT COMBAT-TELEMETRY-FILE
           MOVE "ROTATE-TELEMETRY-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           CLOSE COMBAT-TELEMETRY-FILE
           MOVE "ROTATE-TELEMETRY-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           .

      *-----------------------------------------------------------------
           END-IF
           .
      
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               COMBAT-TELEMETRY-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               FIGHT-TRACE-FILE-PATH
           .

       END PROGRAM COMBAT-SYSTEM.
