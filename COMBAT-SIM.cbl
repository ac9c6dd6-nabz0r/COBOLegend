      * La boucle de combat de COMBAT-SYSTEM est interactive (menus
      * ACCEPT) et ne peut pas tourner sans joueur: le simulateur
      * rejoue donc les mêmes formules de dégâts, d'initiative et
      * les profils de comportement (berserker, soigneur, couard).
      * Les constantes de ces formules (aléa, critique, esquive,
      * précision, difficulté) ne sont pas recopiées: elles
      * viennent de COBOTUNE.DAT via COMBAT-TUNING, comme dans le
      * jeu, et la version du jeu de paramètres est portée par
      * chaque enregistrement de télémétrie.
      * Compilable séparément: make combat-sim
      *****************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONSTER-DATA-FILE
               ASSIGN TO DYNAMIC MONSTER-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONSTER-DATA-STATUS.

           SELECT COMBAT-TELEMETRY-FILE
               ASSIGN TO DYNAMIC COMBAT-TELEMETRY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELEM-FILE-STATUS.

          05 TELEM-REC-ITEMS         PIC 9(3).
          05 TELEM-REC-OUTCOME       PIC X(1).
          05 TELEM-REC-DIFFICULTY    PIC X(1).
          05 TELEM-REC-TUNE-VERSION  PIC X(8).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="COMBAT-SIM"==.
       01 MONSTER-DATA-FILE-PATH     PIC X(80)  VALUE "COBOMON.DAT".
       01 COMBAT-TELEMETRY-FILE-PATH PIC X(80)  VALUE "COBOTELEM.DAT".

       01 MONSTER-DATA-STATUS        PIC X(2)   VALUE SPACES.
          88 MONSTER-DATA-OK         VALUE "00".
       01 TELEM-FILE-STATUS          PIC X(2)   VALUE SPACES.
       01 HEAL-WORK                  PIC 9(3)   VALUE 0.
       01 TOTAL-FIGHTS               PIC 9(6)   VALUE 0.

      *-----------------------------------------------------------------
      * Paramètres d'équilibrage partagés avec COMBAT-SYSTEM
      *-----------------------------------------------------------------
       COPY "COMBTUNE.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== SIMULATEUR DE COMBATS (marqueur S) ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           CALL "COMBAT-TUNING" USING COMBAT-TUNING
           IF TUNE-SOURCE = "F"
               DISPLAY "Paramètres de combat: " TUNE-VERSION
                   " (COBOTUNE.DAT)"
           ELSE
               DISPLAY "Paramètres de combat: " TUNE-VERSION
                   " (référence)"
           END-IF

           PERFORM LOAD-SIM-MONSTERS
           IF SIM-MON-COUNT = 0
               DISPLAY "COBOMON.DAT introuvable: lancez d'abord le "
           IF NOT TELEM-FILE-OK
               CLOSE COMBAT-TELEMETRY-FILE
               OPEN OUTPUT COMBAT-TELEMETRY-FILE
               MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           END-IF
           IF NOT TELEM-FILE-OK
               DISPLAY "Impossible d'écrire COBOTELEM.DAT."
           END-PERFORM

           CLOSE COMBAT-TELEMETRY-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           DISPLAY "Combats simulés: " TOTAL-FIGHTS
           DISPLAY "Lancez ensuite make balance-report pour les "
               & "taux de victoire attendus."
      *-----------------------------------------------------------------
       LOAD-SIM-MONSTERS.
           OPEN INPUT MONSTER-DATA-FILE
           MOVE "LOAD-SIM-MONSTERS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           IF NOT MONSTER-DATA-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       PERFORM LOAD-ONE-SIM-MONSTER
               END-READ
               MOVE "LOAD-SIM-MONSTERS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           END-PERFORM
           CLOSE MONSTER-DATA-FILE
           MOVE "LOAD-SIM-MONSTERS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           .

       LOAD-ONE-SIM-MONSTER.

      *-----------------------------------------------------------------
      * Un combat simulé: mêmes formules de dégâts que PLAYER-ATTACK
      * et ENEMY-ATTACK-PLAYER (aléa de COBOTUNE.DAT, 0,85-1,15 en
      * référence, minimum 1), avec les profils berserker (rage à
      * mesure des PV perdus), soigneur (se répare sous 60%) et
      * couard (fuit sous 25%)
      *-----------------------------------------------------------------
       SIMULATE-ONE-FIGHT.
           COMPUTE PLY-HP-MAX = 20 + (ARCH-LEVEL(ARCH-IDX) - 1) * 5
               + ARCH-GEAR-DEF(ARCH-IDX)
           COMPUTE PLY-AGI = 5 + ARCH-LEVEL(ARCH-IDX) / 2
           COMPUTE PLY-INT = 5 + ARCH-LEVEL(ARCH-IDX) / 2
           COMPUTE SIM-CRIT-CHANCE = TUNE-CRIT-BASE
               + PLY-AGI / TUNE-CRIT-AGI-DIV
           COMPUTE SIM-DODGE-CHANCE = PLY-AGI / TUNE-DODGE-AGI-DIV
           COMPUTE SIM-ACCURACY = FUNCTION MIN(TUNE-ACCURACY-CAP,
               TUNE-ACCURACY-BASE + PLY-INT / TUNE-ACCURACY-INT-DIV)

           MOVE SM-HEALTH(MON-IDX) TO ENM-HP ENM-HP-MAX
           MOVE 0 TO SIM-DEALT
               IF SIM-STAT-ROLL > SIM-ACCURACY
                   MOVE 0 TO DAMAGE-WORK
               ELSE
                   COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
                       * TUNE-VARIANCE-SPAN + TUNE-VARIANCE-LOW
                   COMPUTE DAMAGE-WORK = FUNCTION MAX(
                       PLY-STR * RANDOM-FACTOR
                       - SM-DEFENSE(MON-IDX), 1)
                   COMPUTE SIM-STAT-ROLL =
                       FUNCTION RANDOM * 100 + 1
                   IF SIM-STAT-ROLL <= SIM-CRIT-CHANCE
                       COMPUTE DAMAGE-WORK =
                           DAMAGE-WORK * TUNE-CRIT-MULT
                   END-IF
               END-IF
               SUBTRACT DAMAGE-WORK FROM ENM-HP

       SIMULATE-ENEMY-STRIKE.
      *    Jet d'esquive du joueur, même formule que
      *    ENEMY-ATTACK-PLAYER; les dégâts suivent le coefficient
      *    de la difficulté normale
           COMPUTE SIM-STAT-ROLL = FUNCTION RANDOM * 100 + 1
           IF SIM-STAT-ROLL <= SIM-DODGE-CHANCE
               EXIT PARAGRAPH
           END-IF
           COMPUTE RANDOM-FACTOR = FUNCTION RANDOM
               * TUNE-VARIANCE-SPAN + TUNE-VARIANCE-LOW
           COMPUTE DAMAGE-WORK = FUNCTION MAX(
               SM-ATTACK(MON-IDX) * RANDOM-FACTOR * BERSERK-MULT
               * TUNE-NORMAL-DAMAGE-MOD - PLY-DEF, 1)
           SUBTRACT DAMAGE-WORK FROM PLY-HP
           ADD DAMAGE-WORK TO SIM-TAKEN
           .
      *-----------------------------------------------------------------
      * Enregistrement de télémétrie du combat simulé: même format
      * que WRITE-COMBAT-TELEMETRY, difficulté 'S' pour que
      * BALANCE-REPORT distingue le simulé du joué, version du jeu
      * de paramètres pour ne comparer que des chiffres comparables
      *-----------------------------------------------------------------
       WRITE-SIM-TELEMETRY.
           MOVE SPACES TO COMBAT-TELEMETRY-RECORD
           MOVE 0 TO TELEM-REC-ITEMS
           MOVE SIM-OUTCOME TO TELEM-REC-OUTCOME
           MOVE "S" TO TELEM-REC-DIFFICULTY
           MOVE TUNE-VERSION TO TELEM-REC-TUNE-VERSION
           WRITE COMBAT-TELEMETRY-RECORD
           MOVE "WRITE-SIM-TELEMETRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               COMBAT-TELEMETRY-FILE-PATH, TELEM-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MONSTER-DATA-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               COMBAT-TELEMETRY-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM COMBAT-SIM.
