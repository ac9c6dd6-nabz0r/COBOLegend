
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVE-GAME-FILE ASSIGN TO DYNAMIC SAVE-GAME-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAVE-KEY
      * d'un emplacement y est recopié avant chaque réécriture, pour
      * pouvoir revenir en arrière si une écriture tourne mal.
      *-----------------------------------------------------------------
           SELECT SAVE-BACKUP-FILE
               ASSIGN TO DYNAMIC SAVE-BACKUP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAVB-KEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRIPT-FILE-STATUS.

      *-----------------------------------------------------------------
      * Enregistreur de saisies (réglage RECORD=Y du profil): chaque
      * saisie clavier de la session est recopiée dans un script
      * COBORECaaaammjj-hhmmss.TXT rejouable tel quel en mode script
      *-----------------------------------------------------------------
           SELECT RECORDER-FILE ASSIGN TO DYNAMIC RECORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECORDER-FILE-STATUS.

      *-----------------------------------------------------------------
      * Export/import portable d'un emplacement de sauvegarde
      * (écran de gestion des emplacements): l'enregistrement est
      * (la structure doit rester identique au FD FAME-FILE de
      * HALLFAME-SYSTEM.cbl, comme SAVE-ROSTER avec COBOSAVE.DAT)
      *-----------------------------------------------------------------
           SELECT FAME-READ-FILE ASSIGN TO DYNAMIC FAME-READ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAME-READ-STATUS.

      * d'ACHIEVEMENT-SYSTEM) pour l'héritage de départ proposé aux
      * nouvelles parties
      *-----------------------------------------------------------------
           SELECT TROPHY-READ-FILE
               ASSIGN TO DYNAMIC TROPHY-READ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TROPHY-READ-STATUS.

      * de sauvegarde (langue d'affichage, et autres réglages de
      * session)
      *-----------------------------------------------------------------
           SELECT PREFS-FILE ASSIGN TO DYNAMIC PREFS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREFS-FILE-STATUS.

           LABEL RECORDS ARE STANDARD.
       01 SCRIPT-INPUT-RECORD        PIC X(20).

       FD RECORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECORDER-RECORD            PIC X(20).

       FD PREFS-FILE
           LABEL RECORDS ARE STANDARD.
       01 PREFS-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="MAIN-GAME"==.
       01 SAVE-GAME-FILE-PATH        PIC X(80)  VALUE "COBOSAVE.DAT".
       01 SAVE-BACKUP-FILE-PATH      PIC X(80)  VALUE "COBOSAVB.DAT".
       01 FAME-READ-FILE-PATH        PIC X(80)  VALUE "COBOFAME.DAT".
       01 TROPHY-READ-FILE-PATH      PIC X(80)  VALUE "COBOTROPH.DAT".
       01 PREFS-FILE-PATH            PIC X(80)  VALUE "COBOPREF.DAT".

      *-----------------------------------------------------------------
      * Variables de contrôle du programme
      *-----------------------------------------------------------------
       01 PROGRAM-STATUS             PIC X(1)  VALUE 'R'.
          88 IS-SCRIPT-MODE          VALUE 'Y'.
       01 SCRIPT-AT-EOF              PIC X(1)  VALUE 'N'.
          88 SCRIPT-IS-AT-EOF        VALUE 'Y'.
      *    Un script peut commencer par "#SEED=nnnnnnnnn": le germe
      *    aléatoire de la session enregistrée est alors imposé; sinon
      *    sa première ligne est gardée pour la première saisie
       01 SCRIPT-HELD-LINE           PIC X(20) VALUE SPACES.
       01 SCRIPT-HELD-FLAG           PIC X(1)  VALUE 'N'.
          88 SCRIPT-HAS-HELD-LINE    VALUE 'Y'.

      *-----------------------------------------------------------------
      * Enregistreur de saisies: germe aléatoire de la session (rendu
      * par UTILITIES), script en cours d'écriture et ligne à y
      * ajouter
      *-----------------------------------------------------------------
       01 SESSION-RANDOM-SEED        PIC 9(9)  VALUE 0.
       01 RECORDER-FILE-NAME         PIC X(80) VALUE SPACES.
       01 RECORDER-FILE-STATUS       PIC X(2)  VALUE SPACES.
          88 RECORDER-FILE-OK        VALUE "00".
       01 RECORDER-STATE             PIC X(1)  VALUE 'N'.
          88 RECORDER-IS-ACTIVE      VALUE 'Y'.
       01 RECORDER-LINE              PIC X(20) VALUE SPACES.
       01 RECORDER-STAMP             PIC X(21) VALUE SPACES.

       01 KEYBOARD-STATUS.
          05 KEYBOARD-KEY            PIC 9(3).
      * l'utilitaire SAVE-MIGRATE (make save-migrate) au lieu d'être
      * perdues.
      *-----------------------------------------------------------------
       01 SAVE-LAYOUT-VERSION        PIC 9(2)  VALUE 61.
       01 SAVE-TILE-X                PIC 9(2)  VALUE 0.
       01 SAVE-TILE-Y                PIC 9(2)  VALUE 0.
       01 DERIVED-STAT-WORK          PIC 9(3)  VALUE 0.
       01 STABLE-FEE-DUE             PIC 9(4)  VALUE 0.
       01 RESPEC-FEE                 PIC 9(6)  VALUE 0.
       01 RESPEC-POINTS              PIC 9(3)  VALUE 0.

      *-----------------------------------------------------------------
      * Terrain d'entraînement (voir HANDLE-TRAINING-GROUNDS): saisie
      * du réglage du mannequin, et PV, mana et défense gardés à
      * l'entrée de la séance pour être rendus à la sortie
      *-----------------------------------------------------------------
       01 DUMMY-NUMBER-INPUT         PIC 9(2)  VALUE 0.
       01 DUMMY-ELEMENT-PICK         PIC X(1)  VALUE SPACE.
       01 DUMMY-ELEMENT-NAME         PIC X(10) VALUE SPACES.
       01 DUMMY-HEALTH               PIC 9(3)  VALUE 0.
       01 TRAINING-DONE              PIC X(1)  VALUE "N".
       01 TRAINING-RESUME-FLAG       PIC X(1)  VALUE 'N'.
       01 TRAINING-HEALTH-KEPT       PIC 9(3)  VALUE 0.
       01 TRAINING-MANA-KEPT         PIC 9(3)  VALUE 0.
       01 TRAINING-DEFENSE-KEPT      PIC 9(2)  VALUE 0.

      *-----------------------------------------------------------------
      * Courrier en jeu (voir GS-MAILBOX dans GAMESTATE.cpy): champs
      * Écran de gestion des emplacements: copie, suppression et
      * export/import portable (voir HANDLE-SLOT-MANAGEMENT)
      *-----------------------------------------------------------------
       01 EXPORT-FILE-NAME           PIC X(80) VALUE SPACES.
       01 EXPORT-FILE-STATUS         PIC X(2)  VALUE SPACES.
          88 EXPORT-FILE-OK          VALUE "00".
       01 EXPORT-AT-EOF              PIC X(1)  VALUE "N".
       01 MGMT-SLOT-FOUND            PIC X(1)  VALUE "N".
       01 MGMT-SLOT-SAVED            PIC X(8)  VALUE SPACES.
       01 BANK-OPERATION             PIC X(1)  VALUE 'G'.
      *    Dépôt-vente des marchands (voir CONSIGN.cbl)
       COPY "CONSIGN.cpy".
      *    Intendants de faction (voir QUARTER.cbl)
       COPY "QUARTER.cpy".
      *    Expéditions du compagnon (voir EXPEDITION.cbl); le compte
      *    rendu posté à l'auberge se lit chiffre à chiffre
       COPY "EXPEDITION.cpy".
      *    Manuel en jeu (voir HELP.cbl)
       COPY "HELP.cpy".
       01 EXPD-LETTER-CODE           PIC 9(5)  VALUE 0.
       01 EXPD-LETTER-PARTS REDEFINES EXPD-LETTER-CODE.
          05 EXPD-LETTER-ERA         PIC 9(1).
          05 EXPD-LETTER-WOUNDED     PIC 9(1).
          05 EXPD-LETTER-ARTIFACT    PIC 9(1).
          05 EXPD-LETTER-QTY         PIC 9(2).
       01 EXPD-LETTER-ERA-NAME       PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * Emplacements de sauvegarde multiples et New Game+
      *-----------------------------------------------------------------
       01 LEDGER-OPERATION           PIC X(1)  VALUE 'W'.
       COPY "GOLDLEDG.cpy".

      *-----------------------------------------------------------------
      * Livre des objets: contexte (emplacement, jour) tenu à jour
      * pour les mouvements consignés par INVENTORY-SYSTEM, marque
      * de nouvelle partie, négoce de matériaux à la halle, et
      * rapprochement du sac, de l'anneau et du coffre avec le livre
      * au chargement et à chaque sauvegarde (voir ITEMLEDG.cpy et
      * ITEM-LEDGER.cbl)
      *-----------------------------------------------------------------
       01 ITEM-LEDGER-OP             PIC X(1)  VALUE 'W'.
       COPY "ITEMLEDG.cpy".
       01 ITEM-HOLD-IDX              PIC 9(2)  VALUE 0.
       01 QUEST-ID-TO-UPDATE-MAIN    PIC 9(3)  VALUE 0.
       01 OBJECTIVE-NUM-MAIN         PIC 9(1)  VALUE 0.
       01 PROGRESS-VALUE-MAIN        PIC 9(3)  VALUE 0.
       01 MOVE-KEY-WEST              PIC X(1)  VALUE "O".
       01 COLOR-MODE                 PIC X(1)  VALUE "Y".
       01 TRACE-MODE                 PIC X(1)  VALUE "N".
       01 RECORD-MODE                PIC X(1)  VALUE "N".
       01 KEY-CHAR-WORK              PIC X(1)  VALUE SPACE.

      *-----------------------------------------------------------------
       01 ARENA-PAYOUT               PIC 9(6)  VALUE 0.
       01 ARENA-IDX                  PIC 9(1)  VALUE 0.
       01 ARENA-WON                  PIC X(1)  VALUE "N".
       01 ARENA-PAYOUT-BEFORE        PIC 9(6)  VALUE 0.

      *-----------------------------------------------------------------
      * Événements en direct de COBOLIVE.DAT (voir LIVE-EVENTS):
      * bandeaux du menu principal et gains de l'arène majorés
      *-----------------------------------------------------------------
       COPY "LIVEEVT.cpy".

      *-----------------------------------------------------------------
      * Calendrier: un jour de fête tous les sept jours de jeu
       01 PERK-NAME-WORK             PIC X(20) VALUE SPACES.
       01 TOWN-UNDER-SIEGE           PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      * Suivi d'un itinéraire planifié (voir GS-ROUTE dans
      * GAMESTATE.cpy et PLAN-ROUTE dans WORLD.cbl): arrêt de la
      * marche automatique, position avant le pas et garde-fou sur
      * le nombre de pas d'une même marche
      *-----------------------------------------------------------------
       01 ROUTE-HALT                 PIC X(1)  VALUE "N".
       01 ROUTE-PREV-X               PIC 9(2)  VALUE 0.
       01 ROUTE-PREV-Y               PIC 9(2)  VALUE 0.
       01 ROUTE-WALKED               PIC 9(3)  VALUE 0.
       01 ROUTE-DIR-LABEL            PIC X(6)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Position en début de tour, pour reconnaître l'arrivée dans
      * une ville (tableau des affaires en cours, voir AGENDA.cbl)
      *-----------------------------------------------------------------
       01 AGENDA-PREV-X              PIC 9(2)  VALUE 0.
       01 AGENDA-PREV-Y              PIC 9(2)  VALUE 0.

      *-----------------------------------------------------------------
      * Chantiers de la ville (voir GS-TOWN-WORKS dans GAMESTATE.cpy):
      * entrée de la ville courante, installation choisie, niveau
      * visé et devis (WORKS-BASE-FEE or par installation, multiplié
      * par le niveau visé; niveau plafonné à WORKS-MAX-LEVEL)
      *-----------------------------------------------------------------
       01 WORKS-IDX                  PIC 9(1)  VALUE 0.
       01 WORKS-SCAN-IDX             PIC 9(1)  VALUE 0.
       01 WORKS-CHOICE               PIC 9(1)  VALUE 0.
       01 WORKS-LEVEL                PIC 9(1)  VALUE 0.
       01 WORKS-MAX-LEVEL            PIC 9(1)  VALUE 3.
       01 WORKS-FEE                  PIC 9(6)  VALUE 0.
       01 WORKS-FACILITY-CODE        PIC X(1)  VALUE SPACE.
       01 WORKS-FACILITY-NAME        PIC X(10) VALUE SPACES.
      *    Boutique, auberge, forge, remparts
       01 WORKS-BASE-FEE-VALUES.
          05 FILLER                  PIC 9(4)  VALUE 200.
          05 FILLER                  PIC 9(4)  VALUE 100.
          05 FILLER                  PIC 9(4)  VALUE 150.
          05 FILLER                  PIC 9(4)  VALUE 250.
       01 WORKS-BASE-FEES REDEFINES WORKS-BASE-FEE-VALUES.
          05 WORKS-BASE-FEE OCCURS 4 TIMES PIC 9(4).
       01 INN-WORKS-LEVEL            PIC 9(1)  VALUE 0.

      *-----------------------------------------------------------------
      * Panoplies d'équipement (voir SETBONUS.cpy): affichage des
      * ensembles portés sur la fiche de personnage
       01 SET-SCAN-IDX               PIC 9(1)  VALUE 0.
       01 SET-PIECE-IDX              PIC 9(1)  VALUE 0.
       01 SET-PIECES-WORN            PIC 9(1)  VALUE 0.
       01 SET-TIERS-SHOWN            PIC 9(1)  VALUE 0.
       01 RING-SHOWN-COUNT           PIC 9(1)  VALUE 0.

      *-----------------------------------------------------------------
      * Tenues nommées (voir GS-LOADOUTS dans GAMESTATE.cpy): tenue
      * choisie, emplacement parcouru, pièce retenue (numéro et vrai
      * nom) et bilan de la recherche de la pièce dans le sac
      *-----------------------------------------------------------------
       01 LOADOUT-ACTION             PIC 9(1)  VALUE 0.
       01 LOADOUT-IDX                PIC 9(1)  VALUE 0.
       01 LOADOUT-SLOT-IDX           PIC 9(1)  VALUE 0.
       01 LOADOUT-PIECE-ID           PIC 9(3)  VALUE 0.
       01 LOADOUT-PIECE-TRUE-NAME    PIC X(20) VALUE SPACES.
       01 LOADOUT-PIECE-NAME         PIC X(20) VALUE SPACES.
       01 LOADOUT-PIECE-MATCH        PIC X(1)  VALUE "N".
       01 LOADOUT-WORN-IDX           PIC 9(2)  VALUE 0.
       01 LOADOUT-USABLE-IDX         PIC 9(2)  VALUE 0.
       01 LOADOUT-BROKEN-FOUND       PIC X(1)  VALUE "N".
       01 LOADOUT-MYSTERY-FOUND      PIC X(1)  VALUE "N".
       01 LOADOUT-PROBLEM-COUNT      PIC 9(1)  VALUE 0.

      *-----------------------------------------------------------------
      * Halle au négoce des matériaux: cours du jour dérivés du jour
      * de jeu (dérive déterministe 80-120% du prix de base, mêmes
       COPY "CHECKPOINT.cpy".
       01 COMBAT-RESUME-FLAG         PIC X(1)  VALUE 'N'.

      *-----------------------------------------------------------------
      * Journal d'intention de la sauvegarde (voir SAVE-JOURNAL):
      * entrée ouverte avant les écritures de SAVE-GAME, terminée
      * après; une entrée restée ouverte est reprise au démarrage
      *-----------------------------------------------------------------
       01 JOURNAL-OPERATION          PIC X(1)  VALUE SPACE.
       COPY "SAVEJRNL.cpy".

      *-----------------------------------------------------------------
      * Verrou de session de l'emplacement (voir SLOT-LOCK): pris au
      * choix de l'emplacement, rendu par CLEANUP-GAME; seule la
      * session qui le tient écrit l'emplacement
      *-----------------------------------------------------------------
       01 LOCK-OPERATION             PIC X(1)  VALUE SPACE.
       COPY "SLOTLOCK.cpy".
       01 SLOT-LOCK-STATE            PIC X(1)  VALUE 'N'.
          88 SLOT-LOCK-NONE          VALUE 'N'.
          88 SLOT-LOCK-TAKEN         VALUE 'Y'.
       01 SLOT-CHOICE-REFUSED        PIC X(1)  VALUE 'N'.
       01 PREVIOUS-SLOT-NAME         PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      * Chronique narrative de la partie (voir CHRONICLE-SYSTEM):
      * entrées déposées aux jalons, écran "L'histoire jusqu'ici"
       01 SUPP-OBJ-NO                PIC 9(1)  VALUE 0.
       01 SUPP-DONE-FLAG             PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      * Ticket de problème déposé par le joueur (commande "!", voir
      * PROBLEM-TICKET): description et photographie de la partie
      *-----------------------------------------------------------------
       01 TICKET-OPERATION           PIC X(1)  VALUE SPACE.
       COPY "TICKET.cpy".
       01 TICKET-QUEST-NO            PIC 9(2)  VALUE 0.

      *-----------------------------------------------------------------
      * Carnet de notes de carte (commande "#", voir MAP-NOTES.cbl):
      * notes épinglées et messages des autres aventuriers
      *-----------------------------------------------------------------
       COPY "MAPNOTE.cpy".

      *-----------------------------------------------------------------
      * Tableau des défis du jour et de la semaine (commande "=", voir
      * CHALLENGES.cbl): les jetons échangés contre des matériaux
      * sont déposés ici au terminal JCL
      *-----------------------------------------------------------------
       COPY "CHALLENGE.cpy".
       COPY "AGENDA.cpy".

      *-----------------------------------------------------------------
      * Touche unique pour le déplacement en temps réel (voir
      * GET-MOVEMENT-INPUT)

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM RESOLVE-DATA-FILES
           PERFORM INITIALIZE-GAME
           PERFORM DISPLAY-INTRO
      
           PERFORM UNTIL PROGRAM-EXIT
               PERFORM SET-ITEM-LEDGER-CONTEXT
               EVALUATE TRUE
                   WHEN STATE-MAIN-MENU
                       PERFORM HANDLE-MAIN-MENU
           MOVE "R" TO UTIL-OPERATION
           CALL "UTILITIES" USING UTIL-OPERATION, UTIL-NUMBER,
               UTIL-FORMATTED
           MOVE UTIL-NUMBER TO SESSION-RANDOM-SEED
           PERFORM LOAD-SETTINGS-PROFILE
           PERFORM RECOVER-SAVE-JOURNAL
           PERFORM CHECK-FOR-EXISTING-SAVE
           DISPLAY "Initialisation du Terminal Time Travel..."
           DISPLAY "Initialisation du système de dialogue..."
           DISPLAY "Initialisation du système de crafting JCL..."
           PERFORM CHECK-FOR-SCRIPT-MODE
           IF RECORD-MODE = "Y" AND NOT IS-SCRIPT-MODE
               PERFORM START-INPUT-RECORDER
           END-IF
           DISPLAY "Initialisation terminée."
           .

           ACCEPT SCRIPT-FILE-NAME FROM COMMAND-LINE
           IF SCRIPT-FILE-NAME NOT = SPACES
               OPEN INPUT SCRIPT-INPUT-FILE
               MOVE "CHECK-FOR-SCRIPT-MODE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SCRIPT-FILE-NAME, SCRIPT-FILE-STATUS
               IF SCRIPT-FILE-OK
                   MOVE 'Y' TO SCRIPT-MODE
                   DISPLAY "Mode script activé: " SCRIPT-FILE-NAME
                   PERFORM READ-SCRIPT-SEED
               ELSE
                   DISPLAY "Impossible d'ouvrir le fichier de script: "
                       SCRIPT-FILE-NAME
           END-IF
           .

      *-----------------------------------------------------------------
      * Germe imposé par le script: une première ligne "#SEED=" (écrite
      * par l'enregistreur de saisies) réamorce le générateur sur le
      * germe de la session enregistrée; toute autre première ligne
      * est gardée pour la première saisie
      *-----------------------------------------------------------------
       READ-SCRIPT-SEED.
           READ SCRIPT-INPUT-FILE INTO SCRIPT-HELD-LINE
               AT END
                   MOVE 'Y' TO SCRIPT-AT-EOF
               NOT AT END
                   MOVE 'Y' TO SCRIPT-HELD-FLAG
           END-READ
           MOVE "READ-SCRIPT-SEED" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SCRIPT-FILE-NAME, SCRIPT-FILE-STATUS
           IF SCRIPT-HAS-HELD-LINE
              AND SCRIPT-HELD-LINE(1:6) = "#SEED="
              AND SCRIPT-HELD-LINE(7:9) IS NUMERIC
               MOVE SCRIPT-HELD-LINE(7:9) TO UTIL-NUMBER
               MOVE "S" TO UTIL-OPERATION
               CALL "UTILITIES" USING UTIL-OPERATION, UTIL-NUMBER,
                   UTIL-FORMATTED
               MOVE UTIL-NUMBER TO SESSION-RANDOM-SEED
               MOVE 'N' TO SCRIPT-HELD-FLAG
               DISPLAY "Germe aléatoire imposé: " SESSION-RANDOM-SEED
           END-IF
           .

      *-----------------------------------------------------------------
      * Ouverture du script de la session: COBORECaaaammjj-hhmmss.TXT
      * dans le répertoire de données, le germe aléatoire en tête
      *-----------------------------------------------------------------
       START-INPUT-RECORDER.
           MOVE FUNCTION CURRENT-DATE TO RECORDER-STAMP
           MOVE SPACES TO RECORDER-FILE-NAME
           STRING "COBOREC" DELIMITED BY SIZE
               RECORDER-STAMP(1:8) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RECORDER-STAMP(9:6) DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO RECORDER-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               RECORDER-FILE-NAME
           OPEN OUTPUT RECORDER-FILE
           MOVE "START-INPUT-RECORDER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECORDER-FILE-NAME, RECORDER-FILE-STATUS
           IF NOT RECORDER-FILE-OK
               DISPLAY "Enregistrement des saisies impossible: "
                   FUNCTION TRIM(RECORDER-FILE-NAME)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECORDER-RECORD
           STRING "#SEED=" DELIMITED BY SIZE
               SESSION-RANDOM-SEED DELIMITED BY SIZE
               INTO RECORDER-RECORD
           END-STRING
           WRITE RECORDER-RECORD
           MOVE "START-INPUT-RECORDER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECORDER-FILE-NAME, RECORDER-FILE-STATUS
           CLOSE RECORDER-FILE
           MOVE 'Y' TO RECORDER-STATE
           DISPLAY "Enregistrement des saisies: "
               FUNCTION TRIM(RECORDER-FILE-NAME)
           .

      *-----------------------------------------------------------------
      * Ajout d'une saisie (RECORDER-LINE) au script de la session.
      * Le fichier est rouvert à chaque ligne: une session qui
      * s'interrompt brutalement laisse un script complet jusqu'à la
      * dernière saisie, celle qui intéresse le diagnostic.
      *-----------------------------------------------------------------
       RECORD-INPUT-LINE.
           IF NOT RECORDER-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RECORDER-FILE
           MOVE "RECORD-INPUT-LINE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECORDER-FILE-NAME, RECORDER-FILE-STATUS
           IF NOT RECORDER-FILE-OK
               MOVE 'N' TO RECORDER-STATE
               EXIT PARAGRAPH
           END-IF
           MOVE RECORDER-LINE TO RECORDER-RECORD
           WRITE RECORDER-RECORD
           MOVE "RECORD-INPUT-LINE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECORDER-FILE-NAME, RECORDER-FILE-STATUS
           CLOSE RECORDER-FILE
           .

      *-----------------------------------------------------------------
      * Lecture du profil de préférences (COBOPREF.DAT): clé=valeur,
      * une ligne par réglage. Inconnu ou absent, chaque réglage
       LOAD-SETTINGS-PROFILE.
           MOVE "N" TO PREFS-AT-EOF
           OPEN INPUT PREFS-FILE
           MOVE "LOAD-SETTINGS-PROFILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, PREFS-FILE-PATH,
               PREFS-FILE-STATUS
           IF NOT PREFS-FILE-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       PERFORM APPLY-SETTINGS-LINE
               END-READ
               MOVE "LOAD-SETTINGS-PROFILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, PREFS-FILE-PATH,
                   PREFS-FILE-STATUS
           END-PERFORM
           CLOSE PREFS-FILE
           MOVE "LOAD-SETTINGS-PROFILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, PREFS-FILE-PATH,
               PREFS-FILE-STATUS

           MOVE GAME-LANGUAGE TO GS-LANGUAGE OF GAME-STATE-EXT
           MOVE COLOR-MODE TO GS-COLOR-MODE OF GAME-STATE-EXT
           IF PREFS-RECORD(1:6) = "TRACE="
               MOVE PREFS-RECORD(7:1) TO TRACE-MODE
           END-IF
           IF PREFS-RECORD(1:7) = "RECORD="
               MOVE PREFS-RECORD(8:1) TO RECORD-MODE
           END-IF
           .

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       SAVE-SETTINGS-PROFILE.
           OPEN OUTPUT PREFS-FILE
           MOVE "SAVE-SETTINGS-PROFILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, PREFS-FILE-PATH,
               PREFS-FILE-STATUS
           IF NOT PREFS-FILE-OK
               DISPLAY "Impossible d'écrire le profil de "
                   & "préférences."
               INTO PREFS-RECORD
           END-STRING
           WRITE PREFS-RECORD
           MOVE "SAVE-SETTINGS-PROFILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, PREFS-FILE-PATH,
               PREFS-FILE-STATUS

           MOVE SPACES TO PREFS-RECORD
           STRING "KEYS=" DELIMITED BY SIZE
               INTO PREFS-RECORD
           END-STRING
           WRITE PREFS-RECORD
           MOVE "SAVE-SETTINGS-PROFILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, PREFS-FILE-PATH,
               PREFS-FILE-STATUS

           MOVE SPACES TO PREFS-RECORD
           STRING "COLOR=" DELIMITED BY SIZE
               INTO PREFS-RECORD
           END-STRING
           WRITE PREFS-RECORD
           MOVE "SAVE-SETTINGS-PROFILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, PREFS-FILE-PATH,
               PREFS-FILE-STATUS

           MOVE SPACES TO PREFS-RECORD
           STRING "TRACE=" DELIMITED BY SIZE
               INTO PREFS-RECORD
           END-STRING
           WRITE PREFS-RECORD
           MOVE "SAVE-SETTINGS-PROFILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, PREFS-FILE-PATH,
               PREFS-FILE-STATUS

           MOVE SPACES TO PREFS-RECORD
           STRING "RECORD=" DELIMITED BY SIZE
               RECORD-MODE DELIMITED BY SIZE
               INTO PREFS-RECORD
           END-STRING
           WRITE PREFS-RECORD
           MOVE "SAVE-SETTINGS-PROFILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, PREFS-FILE-PATH,
               PREFS-FILE-STATUS
           CLOSE PREFS-FILE
           MOVE "SAVE-SETTINGS-PROFILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, PREFS-FILE-PATH,
               PREFS-FILE-STATUS
           .

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       GET-PLAYER-INPUT.
           IF IS-SCRIPT-MODE
               IF SCRIPT-HAS-HELD-LINE
                   MOVE SCRIPT-HELD-LINE TO PLAYER-INPUT
                   MOVE 'N' TO SCRIPT-HELD-FLAG
                   DISPLAY "> " PLAYER-INPUT
                   EXIT PARAGRAPH
               END-IF
               IF SCRIPT-IS-AT-EOF
                   MOVE "Q" TO PLAYER-INPUT
               ELSE
                           MOVE 'Y' TO SCRIPT-AT-EOF
                           MOVE "Q" TO PLAYER-INPUT
                   END-READ
                   MOVE "GET-PLAYER-INPUT" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       SCRIPT-FILE-NAME, SCRIPT-FILE-STATUS
                   DISPLAY "> " PLAYER-INPUT
               END-IF
           ELSE
               ACCEPT PLAYER-INPUT
               MOVE PLAYER-INPUT TO RECORDER-LINE
               PERFORM RECORD-INPUT-LINE
           END-IF
           .

               ACCEPT MOVEMENT-KEY-SCREEN
               MOVE MOVEMENT-KEY-CHAR TO PLAYER-INPUT(1:1)
               DISPLAY MOVEMENT-KEY-CHAR
               MOVE PLAYER-INPUT TO RECORDER-LINE
               PERFORM RECORD-INPUT-LINE
           END-IF
           .

               END-IF
           ELSE
               ACCEPT MENU-CHOICE
               MOVE MENU-CHOICE TO RECORDER-LINE
               PERFORM RECORD-INPUT-LINE
           END-IF
           .

           DISPLAY "Préparation d'une nouvelle partie..."
           PERFORM CLEAR-SLOT-CHECKPOINT
           PERFORM RESET-GAME-STATE
      *    Le livre des objets de l'emplacement repart de cette
      *    marque: l'équipement de départ y entre en INIT
           PERFORM SET-ITEM-LEDGER-CONTEXT
           MOVE 'O' TO ITEM-LEDGER-OP
           CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP, ITEM-LEDGER-FIELDS
      *    Même marque au grand livre de l'or: la bourse de départ
      *    y est le nouveau solde de référence
           MOVE "NOUV" TO LGR-SOURCE
           MOVE 0 TO LGR-DELTA
           PERFORM WRITE-GOLD-LEDGER
           MOVE 'I' TO CHARACTER-OPERATION
           CALL "CHARACTER-SYSTEM" USING CHARACTER-OPERATION,
               PLAYER-CHARACTER, DUMMY-EXPERIENCE
               INTO CHRONICLE-TEXT
           END-STRING
           PERFORM WRITE-CHRONICLE

      *    Le coffre de la banque survit à la nouvelle partie: son
      *    contenu rejoint le livre sans avertissement
           MOVE "L" TO ILG-RECON-MODE
           PERFORM RECONCILE-ITEM-LEDGER
           .

      *-----------------------------------------------------------------

           MOVE SAVE-SLOT-NAME TO MGMT-SLOT-A
           OPEN I-O SAVE-GAME-FILE
           MOVE "RETIRE-IRONMAN-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF SAVE-FILE-OK
               MOVE MGMT-SLOT-A TO SAVE-KEY
               DELETE SAVE-GAME-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "RETIRE-IRONMAN-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
               CLOSE SAVE-GAME-FILE
               MOVE "RETIRE-IRONMAN-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-IF
           OPEN I-O SAVE-BACKUP-FILE
           MOVE "RETIRE-IRONMAN-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
           IF BACKUP-FILE-OK
               MOVE MGMT-SLOT-A TO SAVB-KEY
               DELETE SAVE-BACKUP-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "RETIRE-IRONMAN-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
               CLOSE SAVE-BACKUP-FILE
               MOVE "RETIRE-IRONMAN-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
           END-IF
           PERFORM CLEAR-SLOT-CHECKPOINT
           MOVE 'D' TO BANK-OPERATION
           CALL "BANK-SYSTEM" USING BANK-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           MOVE 'D' TO CSG-OPERATION
           CALL "CONSIGNMENT-SYSTEM" USING CONSIGN-PARAMS,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT

      *    La chronique du héros tombé part avec lui
           MOVE 'X' TO CHRONICLE-OPERATION
       OFFER-TROPHY-PERKS.
           MOVE 0 TO TROPHY-OWNED-COUNT
           OPEN INPUT TROPHY-READ-FILE
           MOVE "OFFER-TROPHY-PERKS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TROPHY-READ-FILE-PATH, TROPHY-READ-STATUS
           IF NOT TROPHY-READ-OK
               EXIT PARAGRAPH
           END-IF
               NOT AT END
                   MOVE TROPHY-READ-RECORD TO TROPHY-FLAGS-READ
           END-READ
           MOVE "OFFER-TROPHY-PERKS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TROPHY-READ-FILE-PATH, TROPHY-READ-STATUS
           CLOSE TROPHY-READ-FILE
           MOVE "OFFER-TROPHY-PERKS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TROPHY-READ-FILE-PATH, TROPHY-READ-STATUS

           PERFORM VARYING TROPHY-SCAN-IDX FROM 1 BY 1
                   UNTIL TROPHY-SCAN-IDX > 12
           EVALUATE MENU-CHOICE
               WHEN 1
                   ADD PERK-GOLD-BONUS TO PLAYER-GOLD
                   MOVE "HERI" TO LGR-SOURCE
                   MOVE PERK-GOLD-BONUS TO LGR-DELTA
                   PERFORM WRITE-GOLD-LEDGER
                   DISPLAY "Héritage appliqué: +" PERK-GOLD-BONUS
                       " or de départ."
               WHEN 2
                   MOVE 0 TO OP-ITEM-MANA
                   MOVE 0 TO OP-ITEM-DURABILITY-MAX
                   MOVE 0 TO OP-ITEM-ESCAPE-BONUS
                   MOVE "HERI" TO OP-ITEM-SOURCE
                   MOVE 'A' TO INVENTORY-OPERATION
                   CALL "INVENTORY-SYSTEM" USING
                       INVENTORY-OPERATION, PLAYER-CHARACTER,
      *-----------------------------------------------------------------
       CHECK-FOR-EXISTING-SAVE.
           OPEN INPUT SAVE-GAME-FILE
           MOVE "CHECK-FOR-EXISTING-SAVE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF SAVE-FILE-OK
               MOVE "Y" TO HAS-EXISTING-SAVE
               CLOSE SAVE-GAME-FILE
               MOVE "CHECK-FOR-EXISTING-SAVE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           ELSE
               MOVE "N" TO HAS-EXISTING-SAVE
           END-IF
      *-----------------------------------------------------------------
       LOAD-SAVE-GAME.
           OPEN INPUT SAVE-GAME-FILE
           MOVE "LOAD-SAVE-GAME" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
      *        Un statut 39 signale un fichier écrit par une autre
      *        version de la structure: l'utilitaire de conversion
                           & "tentative de restauration de la "
                           & "copie de secours..."
                       PERFORM RESTORE-SAVE-FROM-BACKUP
                       PERFORM LOG-REJECTED-SAVE
                   END-IF
                   IF SAVE-IS-VALID
                       PERFORM APPLY-LOADED-SAVE
                       PERFORM NEW-GAME-SETUP
                   END-IF
           END-READ
           MOVE "LOAD-SAVE-GAME" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           CLOSE SAVE-GAME-FILE
           MOVE "LOAD-SAVE-GAME" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           .

      *-----------------------------------------------------------------
      *    L'emplacement effectif prime sur celui mémorisé dans la
      *    sauvegarde (cas d'une copie d'emplacement à emplacement)
           MOVE SAVE-SLOT-NAME TO GS-SAVE-SLOT OF GAME-STATE-EXT
      *    Ce qui a bougé depuis la dernière sauvegarde sans être
      *    sauvegardé (partie quittée, fichier remplacé) est recalé
      *    en silence: la sauvegarde suivante ne signalera que les
      *    écarts nés en jeu
           MOVE "L" TO ILG-RECON-MODE
           PERFORM RECONCILE-ITEM-LEDGER
           PERFORM REBASE-GOLD-LEDGER
           DISPLAY "Partie chargée: bon retour, "
               CHAR-NAME OF PLAYER-CHARACTER "."
           MOVE SPACES TO EVENT-MESSAGE
               EVENT-MESSAGE, EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * Sauvegarde refusée par les contrôles d'intégrité: événement
      * CKSM (n1 = 1 si la copie de secours a pris le relais), relu
      * par le rapport d'activité suspecte
      *-----------------------------------------------------------------
       LOG-REJECTED-SAVE.
           MOVE "Sauvegarde rejetée au chargement (intégrité)"
               TO EVENT-MESSAGE
           MOVE "CKSM" TO EVT-TYPE-CODE
           IF SAVE-IS-VALID
               MOVE 1 TO EVT-NUM-1
           ELSE
               MOVE 0 TO EVT-NUM-1
           END-IF
           MOVE 0 TO EVT-NUM-2
           PERFORM STAMP-EVENT-CONTEXT
           MOVE SAVE-SLOT-NAME TO EVT-SLOT-NAME
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * Contrôles d'intégrité d'un enregistrement de sauvegarde avant
      * de l'appliquer: champs numériques réellement numériques,
       BACKUP-CURRENT-SAVE.
           MOVE "N" TO BACKUP-EXISTS
           OPEN INPUT SAVE-GAME-FILE
           MOVE "BACKUP-CURRENT-SAVE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF SAVE-FILE-OK
               MOVE SAVE-SLOT-NAME TO SAVE-KEY
               READ SAVE-GAME-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO BACKUP-EXISTS
               END-READ
               MOVE "BACKUP-CURRENT-SAVE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
               CLOSE SAVE-GAME-FILE
               MOVE "BACKUP-CURRENT-SAVE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-IF

           IF BACKUP-EXISTS = "Y"
               OPEN I-O SAVE-BACKUP-FILE
               IF NOT BACKUP-FILE-OK
                   OPEN OUTPUT SAVE-BACKUP-FILE
                   MOVE "BACKUP-CURRENT-SAVE" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
               END-IF
               MOVE SPACES TO SAVE-BACKUP-RECORD
               MOVE SAVE-GAME-RECORD TO SAVE-BACKUP-RECORD
                   INVALID KEY
                       REWRITE SAVE-BACKUP-RECORD
               END-WRITE
               MOVE "BACKUP-CURRENT-SAVE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
               CLOSE SAVE-BACKUP-FILE
               MOVE "BACKUP-CURRENT-SAVE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
           END-IF
           .

       RESTORE-SAVE-FROM-BACKUP.
           MOVE "N" TO SAVE-RECORD-VALID
           OPEN INPUT SAVE-BACKUP-FILE
           MOVE "RESTORE-SAVE-FROM-BACKUP" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
           IF BACKUP-FILE-OK
               MOVE SAVE-SLOT-NAME TO SAVB-KEY
               READ SAVE-BACKUP-FILE
                           DISPLAY "Copie de secours restaurée."
                       END-IF
               END-READ
               MOVE "RESTORE-SAVE-FROM-BACKUP" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
               CLOSE SAVE-BACKUP-FILE
               MOVE "RESTORE-SAVE-FROM-BACKUP" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
           END-IF
           .

      * Écriture de la sauvegarde à partir des données canoniques
      *-----------------------------------------------------------------
       SAVE-GAME.
      *    Seule la session qui tient le verrou de l'emplacement
      *    l'écrit; aucun emplacement choisi, rien à sauvegarder
           IF SLOT-LOCK-NONE
               EXIT PARAGRAPH
           END-IF
           MOVE SAVE-SLOT-NAME TO SLK-SLOT
           MOVE 'V' TO LOCK-OPERATION
           CALL "SLOT-LOCK" USING LOCK-OPERATION, SLOT-LOCK-FIELDS
           IF SLK-FREE
      *        Verrou levé par un opérateur sans reprise depuis:
      *        la session le reprend
               MOVE 'P' TO LOCK-OPERATION
               CALL "SLOT-LOCK" USING LOCK-OPERATION, SLOT-LOCK-FIELDS
           END-IF
           IF SLK-HELD-ELSEWHERE
               DISPLAY "Sauvegarde refusée: le verrou de cet "
                   & "emplacement a été levé."
               PERFORM DISPLAY-SLOT-LOCK-HOLDER
               EXIT PARAGRAPH
           END-IF

      *    L'enregistrement à écrire est bâti d'abord pour que son
      *    image soit notée au journal avant la moindre écriture
           PERFORM BUILD-SAVE-RECORD
           MOVE SAVE-SLOT-NAME TO SJR-SLOT
           MOVE 'D' TO JOURNAL-OPERATION
           CALL "SAVE-JOURNAL" USING JOURNAL-OPERATION,
               SAVE-JOURNAL-FIELDS, SAVE-GAME-RECORD

           PERFORM RECONCILE-GOLD-LEDGER
           MOVE "S" TO ILG-RECON-MODE
           PERFORM RECONCILE-ITEM-LEDGER

           IF SAVE-EXISTS
               PERFORM BACKUP-CURRENT-SAVE
               OPEN I-O SAVE-GAME-FILE
               MOVE "SAVE-GAME" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           ELSE
               OPEN OUTPUT SAVE-GAME-FILE
               MOVE "SAVE-GAME" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-IF

           PERFORM BUILD-SAVE-RECORD
           IF SAVE-EXISTS
               REWRITE SAVE-GAME-RECORD
               MOVE "SAVE-GAME" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           ELSE
               WRITE SAVE-GAME-RECORD
               MOVE "SAVE-GAME" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
               MOVE "Y" TO HAS-EXISTING-SAVE
           END-IF
           CLOSE SAVE-GAME-FILE
           MOVE "SAVE-GAME" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS

           MOVE 'T' TO JOURNAL-OPERATION
           CALL "SAVE-JOURNAL" USING JOURNAL-OPERATION,
               SAVE-JOURNAL-FIELDS, SAVE-GAME-RECORD
           MOVE 10 TO MSG-ID
           PERFORM GET-CATALOG-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
           .

      *-----------------------------------------------------------------
      * Enregistrement de sauvegarde bâti depuis les données
      * canoniques (somme de contrôle comprise)
      *-----------------------------------------------------------------
       BUILD-SAVE-RECORD.
           MOVE SAVE-SLOT-NAME TO SAVE-KEY
           MOVE PLAYER-CHARACTER TO SAVE-REC-CHARACTER
           MOVE PLAYER-INVENTORY TO SAVE-REC-INVENTORY
           MOVE SAVE-LAYOUT-VERSION TO SAVE-REC-VERSION
           PERFORM COMPUTE-SAVE-CHECKSUM
           MOVE SAVE-CHECKSUM-WORK TO SAVE-REC-CHECKSUM
           .

      *-----------------------------------------------------------------
      * Reprise d'une sauvegarde interrompue, avant le menu: une
      * entrée complète du journal est rejouée en avant (écriture de
      * l'enregistrement noté, compagnons remis dans l'état noté);
      * une entrée incomplète est abandonnée, rien n'ayant encore été
      * écrit. Événement JRNL (n1 = 1 en avant, 2 en arrière).
      *-----------------------------------------------------------------
       RECOVER-SAVE-JOURNAL.
           MOVE 'R' TO JOURNAL-OPERATION
           CALL "SAVE-JOURNAL" USING JOURNAL-OPERATION,
               SAVE-JOURNAL-FIELDS, SAVE-GAME-RECORD
           IF SJR-NOTHING-PENDING
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Sauvegarde interrompue détectée sur "
               FUNCTION TRIM(SJR-SLOT) " (" SJR-DATE " " SJR-TIME
               ")."
           IF SJR-ROLL-FORWARD
               PERFORM VALIDATE-SAVE-RECORD
               IF NOT SAVE-IS-VALID
                   MOVE "I" TO SJR-STATE
               END-IF
           END-IF

           IF SJR-ROLL-FORWARD
               OPEN I-O SAVE-GAME-FILE
               IF NOT SAVE-FILE-OK
                   OPEN OUTPUT SAVE-GAME-FILE
                   MOVE "RECOVER-SAVE-JOURNAL" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
               END-IF
               WRITE SAVE-GAME-RECORD
                   INVALID KEY
                       REWRITE SAVE-GAME-RECORD
               END-WRITE
               MOVE "RECOVER-SAVE-JOURNAL" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
               CLOSE SAVE-GAME-FILE
               MOVE "RECOVER-SAVE-JOURNAL" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
               MOVE 'C' TO JOURNAL-OPERATION
               CALL "SAVE-JOURNAL" USING JOURNAL-OPERATION,
                   SAVE-JOURNAL-FIELDS, SAVE-GAME-RECORD
               DISPLAY "Sauvegarde menée à son terme: l'emplacement "
                   & "et ses fichiers compagnons sont alignés."
               MOVE "Sauvegarde interrompue rejouée (journal)"
                   TO EVENT-MESSAGE
               MOVE 1 TO EVT-NUM-1
           ELSE
               DISPLAY "Sauvegarde abandonnée: l'emplacement reste "
                   & "dans l'état de la sauvegarde précédente."
               MOVE "Sauvegarde interrompue abandonnée (journal)"
                   TO EVENT-MESSAGE
               MOVE 2 TO EVT-NUM-1
           END-IF
           MOVE 'T' TO JOURNAL-OPERATION
           CALL "SAVE-JOURNAL" USING JOURNAL-OPERATION,
               SAVE-JOURNAL-FIELDS, SAVE-GAME-RECORD

           MOVE "JRNL" TO EVT-TYPE-CODE
           MOVE 0 TO EVT-NUM-2
           PERFORM STAMP-EVENT-CONTEXT
           MOVE SJR-SLOT TO EVT-SLOT-NAME
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS
           .
      
      *-----------------------------------------------------------------
           END-IF
           .

      *-----------------------------------------------------------------
      * Au chargement, la bourse de la sauvegarde devient le solde de
      * référence du livre: l'écart avec le dernier solde consigné
      * (partie quittée sans sauvegarder) est recalé sans message par
      * un mouvement CHRG, pour que le livre reste continu
      *-----------------------------------------------------------------
       REBASE-GOLD-LEDGER.
           MOVE GS-SAVE-SLOT OF GAME-STATE-EXT TO LGR-SLOT
           MOVE 'B' TO LEDGER-OPERATION
           CALL "GOLD-LEDGER" USING LEDGER-OPERATION, LEDGER-FIELDS

           IF LGR-FOUND = "Y" AND LGR-BALANCE NOT = PLAYER-GOLD
               MOVE "CHRG" TO LGR-SOURCE
               COMPUTE LGR-DELTA = PLAYER-GOLD - LGR-BALANCE
               PERFORM WRITE-GOLD-LEDGER
           END-IF
           .

      *-----------------------------------------------------------------
      * Consignation d'un mouvement d'or au grand livre (LGR-SOURCE
      * et LGR-DELTA posés par l'appelant)
           CALL "GOLD-LEDGER" USING LEDGER-OPERATION, LEDGER-FIELDS
           .

      *-----------------------------------------------------------------
      * Emplacement et jour de jeu courants retenus par le livre des
      * objets pour les mouvements qui arrivent sans eux
      *-----------------------------------------------------------------
       SET-ITEM-LEDGER-CONTEXT.
           MOVE GS-SAVE-SLOT OF GAME-STATE-EXT TO ILG-SLOT
           MOVE GS-GAME-DAY OF GAME-STATE-EXT TO ILG-DAY
           MOVE 'C' TO ITEM-LEDGER-OP
           CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP, ITEM-LEDGER-FIELDS
           .

      *-----------------------------------------------------------------
      * Rapprochement du livre des objets (ILG-RECON-MODE posé par
      * l'appelant: 'S' sauvegarde, 'L' chargement): le sac, l'anneau
      * de clés puis le coffre de la banque déclarent ce qu'ils
      * contiennent, ITEM-LEDGER compare avec ses soldes et recale
      * les écarts. Les objets du sac sont suivis sous leur vrai nom.
      *-----------------------------------------------------------------
       RECONCILE-ITEM-LEDGER.
           PERFORM SET-ITEM-LEDGER-CONTEXT
           MOVE 'H' TO ITEM-LEDGER-OP
           MOVE "S" TO ILG-PLACE
           PERFORM VARYING ITEM-HOLD-IDX FROM 1 BY 1
                   UNTIL ITEM-HOLD-IDX >
                         INVENTORY-COUNT OF PLAYER-INVENTORY
               IF ITEM-QUANTITY OF PLAYER-INVENTORY(ITEM-HOLD-IDX)
                      > 0
                   MOVE ITEM-QUANTITY OF PLAYER-INVENTORY
                       (ITEM-HOLD-IDX) TO ILG-DELTA
                   MOVE ITEM-ID OF PLAYER-INVENTORY(ITEM-HOLD-IDX)
                       TO ILG-ITEM-ID
                   MOVE ITEM-TRUE-NAME OF PLAYER-INVENTORY
                       (ITEM-HOLD-IDX) TO ILG-ITEM-NAME
                   IF ILG-ITEM-NAME = SPACES
                       MOVE ITEM-NAME OF PLAYER-INVENTORY
                           (ITEM-HOLD-IDX) TO ILG-ITEM-NAME
                   END-IF
                   CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP,
                       ITEM-LEDGER-FIELDS
               END-IF
           END-PERFORM

           MOVE "A" TO ILG-PLACE
           MOVE 1 TO ILG-DELTA
           MOVE 0 TO ILG-ITEM-ID
           PERFORM VARYING ITEM-HOLD-IDX FROM 1 BY 1
                   UNTIL ITEM-HOLD-IDX > 8
               IF GS-KEYRING-NAME OF GAME-STATE-EXT(ITEM-HOLD-IDX)
                      NOT = SPACES
                   MOVE GS-KEYRING-NAME OF GAME-STATE-EXT
                       (ITEM-HOLD-IDX) TO ILG-ITEM-NAME
                   CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP,
                       ITEM-LEDGER-FIELDS
               END-IF
           END-PERFORM

           MOVE 'V' TO BANK-OPERATION
           CALL "BANK-SYSTEM" USING BANK-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           MOVE 'V' TO CSG-OPERATION
           CALL "CONSIGNMENT-SYSTEM" USING CONSIGN-PARAMS,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT

           MOVE 'K' TO ITEM-LEDGER-OP
           CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP, ITEM-LEDGER-FIELDS
           .

      *-----------------------------------------------------------------
      * Consignation d'un mouvement au livre des objets (ILG-SOURCE,
      * ILG-PLACE, ILG-DELTA et l'objet posés par l'appelant)
      *-----------------------------------------------------------------
       WRITE-ITEM-LEDGER.
           MOVE GS-SAVE-SLOT OF GAME-STATE-EXT TO ILG-SLOT
           MOVE GS-GAME-DAY OF GAME-STATE-EXT TO ILG-DAY
           MOVE 'W' TO ITEM-LEDGER-OP
           CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP, ITEM-LEDGER-FIELDS
           .

       PROCESS-AUTOSAVE.
           MOVE "N" TO GS-AUTOSAVE-REQUEST OF GAME-STATE-EXT
           IF GS-AUTOSAVE-ENABLED OF GAME-STATE-EXT = "Y"
           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM CHOOSE-SAVE-SLOT
                   IF SLOT-CHOICE-REFUSED = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-SLOT-HAS-SAVE
                   IF SAVE-EXISTS
                       PERFORM LOAD-SAVE-GAME
                   END-IF
               WHEN 2
                   PERFORM CHOOSE-SAVE-SLOT
                   IF SLOT-CHOICE-REFUSED = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-SLOT-HAS-SAVE
                   IF SAVE-EXISTS
                       PERFORM CHOOSE-CONTINUE-OR-NEW-GAME-PLUS
       LOAD-DUEL-FIGHTER.
           MOVE SPACES TO DUEL-NAME(DUEL-IDX)
           OPEN INPUT SAVE-GAME-FILE
           MOVE "LOAD-DUEL-FIGHTER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
               DISPLAY "COBOSAVE.DAT illisible."
               EXIT PARAGRAPH
                       END-IF
                   END-PERFORM
           END-READ
           MOVE "LOAD-DUEL-FIGHTER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           CLOSE SAVE-GAME-FILE
           MOVE "LOAD-DUEL-FIGHTER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           .

      *-----------------------------------------------------------------
           DISPLAY SPACE
           DISPLAY "=== GESTION DES EMPLACEMENTS ==="
           OPEN INPUT SAVE-GAME-FILE
           MOVE "DISPLAY-SLOT-OVERVIEW" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
               DISPLAY "(aucun fichier de sauvegarde)"
               EXIT PARAGRAPH
                           ", niveau "
                           CHAR-LEVEL OF SAVE-REC-CHARACTER
               END-READ
               MOVE "DISPLAY-SLOT-OVERVIEW" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-PERFORM
           CLOSE SAVE-GAME-FILE
           MOVE "DISPLAY-SLOT-OVERVIEW" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           .

      *-----------------------------------------------------------------
           DISPLAY "Emplacement destination." WITH NO ADVANCING
           DISPLAY SPACE
           PERFORM PICK-MGMT-SLOT
           PERFORM CHECK-MGMT-SLOT-LOCK
           IF MGMT-SLOT-A = SPACES OR MGMT-SLOT-A = MGMT-SLOT-B
               DISPLAY "Copie annulée."
               EXIT PARAGRAPH

           MOVE "N" TO MGMT-SLOT-FOUND
           OPEN INPUT SAVE-GAME-FILE
           MOVE "COPY-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF SAVE-FILE-OK
               MOVE MGMT-SLOT-B TO SAVE-KEY
               READ SAVE-GAME-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO MGMT-SLOT-FOUND
               END-READ
               MOVE "COPY-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
               CLOSE SAVE-GAME-FILE
               MOVE "COPY-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-IF
           IF MGMT-SLOT-FOUND = "N"
               DISPLAY "L'emplacement source est vide."
           MOVE MGMT-SLOT-A(1:8)
               TO GS-SAVE-SLOT OF SAVE-REC-GAME-STATE
           OPEN I-O SAVE-GAME-FILE
           MOVE "COPY-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
               DISPLAY "Copie impossible (statut " SAVE-FILE-STATUS
                   ")."
               INVALID KEY
                   REWRITE SAVE-GAME-RECORD
           END-WRITE
           MOVE "COPY-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           CLOSE SAVE-GAME-FILE
           MOVE "COPY-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           DISPLAY FUNCTION TRIM(MGMT-SLOT-B) " copié vers "
               FUNCTION TRIM(MGMT-SLOT-A) "."
           .
      *-----------------------------------------------------------------
       DELETE-SAVE-SLOT.
           PERFORM PICK-MGMT-SLOT
           PERFORM CHECK-MGMT-SLOT-LOCK
           IF MGMT-SLOT-A = SPACES
               EXIT PARAGRAPH
           END-IF
           END-IF

           OPEN I-O SAVE-GAME-FILE
           MOVE "DELETE-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF SAVE-FILE-OK
               MOVE MGMT-SLOT-A TO SAVE-KEY
               DELETE SAVE-GAME-FILE RECORD
                   INVALID KEY
                       DISPLAY "(emplacement déjà vide)"
               END-DELETE
               MOVE "DELETE-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
               CLOSE SAVE-GAME-FILE
               MOVE "DELETE-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-IF

           OPEN I-O SAVE-BACKUP-FILE
           MOVE "DELETE-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
           IF BACKUP-FILE-OK
               MOVE MGMT-SLOT-A TO SAVB-KEY
               DELETE SAVE-BACKUP-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "DELETE-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
               CLOSE SAVE-BACKUP-FILE
               MOVE "DELETE-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
           END-IF

           MOVE MGMT-SLOT-A(1:8) TO CHECKPOINT-SLOT
           CALL "BANK-SYSTEM" USING BANK-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
      *    Ses objets en dépôt-vente de même
           MOVE 'D' TO CSG-OPERATION
           CALL "CONSIGNMENT-SYSTEM" USING CONSIGN-PARAMS,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
      *    La chronique du slot supprimé aussi: le récit appartient
      *    à une seule partie
           MOVE 'X' TO CHRONICLE-OPERATION

           MOVE "N" TO MGMT-SLOT-FOUND
           OPEN INPUT SAVE-GAME-FILE
           MOVE "EXPORT-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF SAVE-FILE-OK
               MOVE MGMT-SLOT-A TO SAVE-KEY
               READ SAVE-GAME-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO MGMT-SLOT-FOUND
               END-READ
               MOVE "EXPORT-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
               CLOSE SAVE-GAME-FILE
               MOVE "EXPORT-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-IF
           IF MGMT-SLOT-FOUND = "N"
               DISPLAY "Cet emplacement est vide."
               ".TXT" DELIMITED BY SIZE
               INTO EXPORT-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, EXPORT-FILE-NAME

           OPEN OUTPUT EXPORT-FILE
           MOVE "EXPORT-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXPORT-FILE-NAME,
               EXPORT-FILE-STATUS
           IF NOT EXPORT-FILE-OK
               DISPLAY "Impossible de créer "
                   FUNCTION TRIM(EXPORT-FILE-NAME) "."
               EXIT PARAGRAPH
           END-IF

               INTO EXP-REC-DATA
           END-STRING
           WRITE EXPORT-RECORD
           MOVE "EXPORT-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXPORT-FILE-NAME,
               EXPORT-FILE-STATUS

           MOVE LENGTH OF SAVE-GAME-RECORD TO EXP-REC-LEN
           MOVE 0 TO EXP-SEQ-WORK
               MOVE SAVE-GAME-RECORD(EXP-POS:EXP-CHUNK-LEN)
                   TO EXP-REC-DATA(1:EXP-CHUNK-LEN)
               WRITE EXPORT-RECORD
               MOVE "EXPORT-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   EXPORT-FILE-NAME, EXPORT-FILE-STATUS
           END-PERFORM

           CLOSE EXPORT-FILE
           MOVE "EXPORT-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXPORT-FILE-NAME,
               EXPORT-FILE-STATUS
           DISPLAY "Export écrit: " FUNCTION TRIM(EXPORT-FILE-NAME)
               " (" EXP-SEQ-WORK " tranches)."
           .
               ".TXT" DELIMITED BY SIZE
               INTO EXPORT-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, EXPORT-FILE-NAME

           DISPLAY "Emplacement destination." WITH NO ADVANCING
           DISPLAY SPACE
           PERFORM PICK-MGMT-SLOT
           PERFORM CHECK-MGMT-SLOT-LOCK
           IF MGMT-SLOT-A = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE MGMT-SLOT-A TO MGMT-SLOT-B

           OPEN INPUT EXPORT-FILE
           MOVE "IMPORT-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXPORT-FILE-NAME,
               EXPORT-FILE-STATUS
           IF NOT EXPORT-FILE-OK
               DISPLAY "Fichier " FUNCTION TRIM(EXPORT-FILE-NAME)
                   " introuvable."
                   NOT AT END
                       PERFORM APPLY-IMPORT-RECORD
               END-READ
               MOVE "IMPORT-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   EXPORT-FILE-NAME, EXPORT-FILE-STATUS
           END-PERFORM
           CLOSE EXPORT-FILE
           MOVE "IMPORT-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXPORT-FILE-NAME,
               EXPORT-FILE-STATUS

           IF MGMT-SLOT-FOUND = "N"
               DISPLAY "L'export ne vient pas de cette version de "
           OPEN I-O SAVE-GAME-FILE
           IF NOT SAVE-FILE-OK
               OPEN OUTPUT SAVE-GAME-FILE
               MOVE "IMPORT-SAVE-SLOT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-IF
           IF NOT SAVE-FILE-OK
               DISPLAY "Import impossible (statut " SAVE-FILE-STATUS
               INVALID KEY
                   REWRITE SAVE-GAME-RECORD
           END-WRITE
           MOVE "IMPORT-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           CLOSE SAVE-GAME-FILE
           MOVE "IMPORT-SAVE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           DISPLAY "Import réussi vers " FUNCTION TRIM(MGMT-SLOT-B)
               " (somme de contrôle revérifiée)."
           .
           DISPLAY "5. Couleurs (activer/désactiver)"
           DISPLAY "6. Transcription des combats "
               & "(activer/désactiver)"
           DISPLAY "7. Enregistrement des saisies "
               & "(activer/désactiver)"
           DISPLAY "8. Retour"
           DISPLAY "Votre choix: " WITH NO ADVANCING
           PERFORM GET-MENU-CHOICE

                   MOVE TRACE-MODE
                       TO GS-TRACE-MODE OF GAME-STATE-EXT
                   PERFORM SAVE-SETTINGS-PROFILE
      *        Le script doit couvrir la session depuis son début
      *        (germe compris): le réglage vaut pour les sessions
      *        suivantes
               WHEN 7
                   IF RECORD-MODE = "Y"
                       MOVE "N" TO RECORD-MODE
                       DISPLAY "Enregistrement des saisies désactivé "
                           & "à partir de la prochaine session."
                   ELSE
                       MOVE "Y" TO RECORD-MODE
                       DISPLAY "Enregistrement des saisies activé à "
                           & "partir de la prochaine session."
                   END-IF
                   PERFORM SAVE-SETTINGS-PROFILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Choix de l'emplacement de sauvegarde (1 à 3) et prise de son
      * verrou de session: un emplacement ouvert par une autre session
      * est refusé en nommant son détenteur, l'emplacement précédent
      * reste alors en vigueur
      *-----------------------------------------------------------------
       CHOOSE-SAVE-SLOT.
           MOVE 'N' TO SLOT-CHOICE-REFUSED
           MOVE SAVE-SLOT-NAME TO PREVIOUS-SLOT-NAME
           DISPLAY SPACE
           DISPLAY "Choisissez un emplacement de sauvegarde:"
           DISPLAY "1. Emplacement 1"
               WHEN OTHER
                   MOVE "SLOT1" TO SAVE-SLOT-NAME
           END-EVALUATE

           MOVE SAVE-SLOT-NAME TO SLK-SLOT
           MOVE 'P' TO LOCK-OPERATION
           CALL "SLOT-LOCK" USING LOCK-OPERATION, SLOT-LOCK-FIELDS
           IF SLK-HELD-ELSEWHERE
               PERFORM DISPLAY-SLOT-LOCK-HOLDER
               DISPLAY "Si cette session est tombée, un opérateur "
                   & "peut lever le verrou: lock-admin LEVE "
                   FUNCTION TRIM(SAVE-SLOT-NAME)
               MOVE PREVIOUS-SLOT-NAME TO SAVE-SLOT-NAME
               MOVE 'Y' TO SLOT-CHOICE-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO SLOT-LOCK-STATE
           MOVE SAVE-SLOT-NAME TO GS-SAVE-SLOT OF GAME-STATE-EXT
      *    Emplacement repris dans les lignes de COBOERR.LOG
           MOVE SAVE-SLOT-NAME TO ERL-SLOT
           MOVE 'S' TO ERL-OPERATION
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS
           MOVE 'E' TO ERL-OPERATION
           .

      *-----------------------------------------------------------------
      * Refus: l'emplacement SLK-SLOT est ouvert par une autre session
      *-----------------------------------------------------------------
       DISPLAY-SLOT-LOCK-HOLDER.
           DISPLAY "Emplacement " FUNCTION TRIM(SLK-SLOT)
               " déjà ouvert par le terminal "
               FUNCTION TRIM(SLK-HOLDER-TERMINAL)
           DISPLAY "depuis le " SLK-HOLDER-DATE(7:2) "/"
               SLK-HOLDER-DATE(5:2) "/" SLK-HOLDER-DATE(1:4)
               " à " SLK-HOLDER-TIME(1:2) ":" SLK-HOLDER-TIME(3:2)
               ":" SLK-HOLDER-TIME(5:2) "."
           .

      *-----------------------------------------------------------------
      * Emplacement de gestion (MGMT-SLOT-A) ouvert par une autre
      * session: l'opération est refusée (MGMT-SLOT-A remis à blanc)
      *-----------------------------------------------------------------
       CHECK-MGMT-SLOT-LOCK.
           IF MGMT-SLOT-A = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE MGMT-SLOT-A(1:8) TO SLK-SLOT
           MOVE 'V' TO LOCK-OPERATION
           CALL "SLOT-LOCK" USING LOCK-OPERATION, SLOT-LOCK-FIELDS
           IF SLK-HELD-ELSEWHERE
               PERFORM DISPLAY-SLOT-LOCK-HOLDER
               DISPLAY "Opération refusée sur cet emplacement."
               MOVE SPACES TO MGMT-SLOT-A
           END-IF
           .

      *-----------------------------------------------------------------
       CHECK-SLOT-HAS-SAVE.
           MOVE "N" TO HAS-EXISTING-SAVE
           OPEN INPUT SAVE-GAME-FILE
           MOVE "CHECK-SLOT-HAS-SAVE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF SAVE-FILE-OK
               MOVE SAVE-SLOT-NAME TO SAVE-KEY
               READ SAVE-GAME-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO HAS-EXISTING-SAVE
               END-READ
               MOVE "CHECK-SLOT-HAS-SAVE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
               CLOSE SAVE-GAME-FILE
               MOVE "CHECK-SLOT-HAS-SAVE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           ELSE
               IF SAVE-FILE-STATUS = "39"
                   DISPLAY "COBOSAVE.DAT vient d'une version "
           MOVE 'B' TO UI-OPERATION
           CALL "UI-SYSTEM" USING UI-OPERATION, UI-TITLE-TEXT,
               PLAYER-CHARACTER, PLAYER-GOLD, PLAYER-POSITION
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
      *    Bandeaux des événements en direct actifs aujourd'hui
           MOVE "B" TO LVQ-OPERATION
           MOVE "Y" TO LVQ-FOUND
           PERFORM VARYING LVQ-INDEX FROM 1 BY 1
                   UNTIL LVQ-FOUND = "N" OR LVQ-INDEX > 20
               CALL "LIVE-EVENTS" USING LIVE-EVENT-QUERY
               IF LVQ-IS-FOUND
                   DISPLAY "*** " FUNCTION TRIM(LVQ-BANNER) " ***"
               END-IF
           END-PERFORM
      *    Quitter (message 7, affiché "9.") reste la dernière
      *    entrée à l'écran, après la gestion des emplacements (67)
      *    et le duel local (70)
           .
      
      *-----------------------------------------------------------------
      * Affichage de l'aide: manuel de HELP-SYSTEM (index des sujets
      * et recherche par mot-clé, COBOHELP.DAT)
      *-----------------------------------------------------------------
       DISPLAY-HELP.
           MOVE 'M' TO HLP-OPERATION
           MOVE SPACES TO HLP-CONTEXT
           MOVE GAME-LANGUAGE TO HLP-LANGUAGE
           CALL "HELP-SYSTEM" USING HELP-PARAMS
           .
      
      *-----------------------------------------------------------------
               WHEN OTHER
                   DISPLAY " Ciel clair."
           END-EVALUATE
      *    Le compagnon parti en expédition rentre à son jour de
      *    retour, où que soit le joueur; son compte rendu part à
      *    l'auberge
           IF GS-COMP-HIRED OF GAME-STATE-EXT = "E" AND
              GS-GAME-DAY OF GAME-STATE-EXT >=
              GS-EXPD-RETURN-DAY OF GAME-STATE-EXT
               MOVE 'R' TO EXD-OPERATION
               CALL "EXPEDITION-SYSTEM" USING EXPEDITION-PARAMS,
                   PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
                   PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           END-IF
           IF GS-MOUNT-RIDING OF GAME-STATE-EXT = "Y"
               DISPLAY "En selle sur "
                   FUNCTION TRIM(GS-MOUNT-NAME OF GAME-STATE-EXT)
           MOVE 26 TO MSG-ID
           PERFORM GET-CATALOG-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
           MOVE 88 TO MSG-ID
           PERFORM GET-CATALOG-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
           IF GS-ROUTE-ACTIVE OF GAME-STATE-EXT = "Y"
               PERFORM SHOW-ROUTE-HINT
           END-IF
           PERFORM VARYING MSG-ID FROM 89 BY 1 UNTIL MSG-ID > 91
               PERFORM GET-CATALOG-MESSAGE
               DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
           END-PERFORM
           IF LOCATION-TYPE IN WORLD-MAP
                   (PLAYER-POS-X IN PLAYER-POSITION,
                    PLAYER-POS-Y IN PLAYER-POSITION) = "T"
                   PERFORM GET-CATALOG-MESSAGE
                   DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
               END-PERFORM
               PERFORM VARYING MSG-ID FROM 80 BY 1
                       UNTIL MSG-ID > 81
                   PERFORM GET-CATALOG-MESSAGE
                   DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
               END-PERFORM
           END-IF
           DISPLAY "> " WITH NO ADVANCING

           PERFORM GET-MOVEMENT-INPUT
           PERFORM REMAP-MOVEMENT-KEYS
           MOVE PLAYER-POS-X OF PLAYER-POSITION TO AGENDA-PREV-X
           MOVE PLAYER-POS-Y OF PLAYER-POSITION TO AGENDA-PREV-Y

           EVALUATE PLAYER-INPUT
               WHEN "N" WHEN "n"
                   IF LOCATION-TYPE IN WORLD-MAP
                       (PLAYER-POS-X IN PLAYER-POSITION,
                        PLAYER-POS-Y IN PLAYER-POSITION) = "T"
                       IF GS-ESC-ACTIVE OF GAME-STATE-EXT = "Y"
                           DISPLAY FUNCTION TRIM(GS-ESC-NAME
                               OF GAME-STATE-EXT) " voyage à pied: "
                               & "pas de voyage rapide pendant "
                               & "l'escorte."
                       ELSE
                           PERFORM HANDLE-FAST-TRAVEL
                       END-IF
                   ELSE
                       DISPLAY "Le voyage rapide n'est possible "
                           & "que depuis une ville."
                   ELSE
                       DISPLAY "La halle au négoce est en ville."
                   END-IF
               WHEN "D" WHEN "d"
                   PERFORM CHECK-TOWN-UNDER-SIEGE
                   IF TOWN-UNDER-SIEGE = "Y"
                       CONTINUE
                   ELSE
                   IF LOCATION-TYPE IN WORLD-MAP
                       (PLAYER-POS-X IN PLAYER-POSITION,
                        PLAYER-POS-Y IN PLAYER-POSITION) = "T"
                       PERFORM HANDLE-CLASS-TRAINER
                   ELSE
                       DISPLAY "Le maître d'armes tient salle en "
                           & "ville."
                   END-IF
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM CHECK-TOWN-UNDER-SIEGE
                   IF TOWN-UNDER-SIEGE = "Y"
                       CONTINUE
                   ELSE
                   IF LOCATION-TYPE IN WORLD-MAP
                       (PLAYER-POS-X IN PLAYER-POSITION,
                        PLAYER-POS-Y IN PLAYER-POSITION) = "T"
                       PERFORM HANDLE-TOWN-WORKS
                   ELSE
                       DISPLAY "Les chantiers se financent en ville."
                   END-IF
                   END-IF
               WHEN "K" WHEN "k"
                   PERFORM HANDLE-CALENDAR-SCREEN
               WHEN "X" WHEN "x"
                       PERFORM SAVE-GAME
                   END-IF
                   MOVE 'M' TO GAME-STATE
               WHEN "!"
                   PERFORM HANDLE-PROBLEM-REPORT
               WHEN "?"
                   MOVE 'C' TO HLP-OPERATION
                   MOVE "JEU" TO HLP-CONTEXT
                   MOVE GAME-LANGUAGE TO HLP-LANGUAGE
                   CALL "HELP-SYSTEM" USING HELP-PARAMS
               WHEN "+"
                   IF GS-ROUTE-ACTIVE OF GAME-STATE-EXT = "Y"
                       PERFORM ROUTE-TAKE-STEP
                   ELSE
                       PERFORM HANDLE-ROUTE-PLANNER
                   END-IF
               WHEN "*"
                   IF GS-ROUTE-ACTIVE OF GAME-STATE-EXT = "Y"
                       PERFORM ROUTE-AUTO-WALK
                   ELSE
                       PERFORM HANDLE-ROUTE-PLANNER
                   END-IF
               WHEN "-"
                   IF GS-ROUTE-ACTIVE OF GAME-STATE-EXT = "Y"
                       MOVE "N" TO GS-ROUTE-ACTIVE OF GAME-STATE-EXT
                       DISPLAY "Itinéraire abandonné."
                   ELSE
                       DISPLAY "Aucun itinéraire en cours."
                   END-IF
               WHEN "#"
                   PERFORM HANDLE-MAP-NOTEBOOK
               WHEN "="
                   PERFORM HANDLE-CHALLENGE-BOARD
               WHEN "@"
                   MOVE "D" TO AGD-OPERATION
                   PERFORM SHOW-PENDING-BUSINESS
               WHEN "SUPPORT-NIV2"
                   PERFORM HANDLE-SUPPORT-CONSOLE
               WHEN OTHER
                   PERFORM ADVANCE-QUEST-TURN
                   PERFORM ADVANCE-GAME-CLOCK
           END-EVALUATE

      *    Arrivée dans une ville (pas, voyage rapide ou marche sur
      *    itinéraire): relevé des affaires en souffrance
           IF STATE-GAMEPLAY AND
              GS-IRONMAN OF GAME-STATE-EXT NOT = "D" AND
              PLAYER-POS-Z OF PLAYER-POSITION = 0 AND
              (PLAYER-POS-X OF PLAYER-POSITION NOT = AGENDA-PREV-X OR
               PLAYER-POS-Y OF PLAYER-POSITION NOT = AGENDA-PREV-Y) AND
              LOCATION-TYPE IN WORLD-MAP
                  (PLAYER-POS-X IN PLAYER-POSITION,
                   PLAYER-POS-Y IN PLAYER-POSITION) = "T"
               MOVE "A" TO AGD-OPERATION
               PERFORM SHOW-PENDING-BUSINESS
           END-IF
           .

      *-----------------------------------------------------------------
      * Tableau des affaires en cours: courrier, travaux JCL,
      * emprunt, primes, écurie, boutique, siège, quêtes à délai.
      * À l'arrivée en ville il ne s'affiche que s'il y a quelque
      * chose à régler.
      *-----------------------------------------------------------------
       SHOW-PENDING-BUSINESS.
           CALL "AGENDA-SYSTEM" USING AGENDA-PARAMS, QUEST-TABLE,
               PLAYER-INVENTORY, WORLD-MAP, PLAYER-POSITION,
               GAME-STATE-EXT
           IF AGD-OP-DISPLAY OR AGD-ITEM-COUNT > 0
               DISPLAY "Appuyez sur ENTRÉE pour revenir au jeu..."
               PERFORM GET-PLAYER-INPUT
           END-IF
           .

      *-----------------------------------------------------------------
      * Carnet de notes de la case courante (sous terre, celle de
      * l'entrée du donjon)
      *-----------------------------------------------------------------
       HANDLE-MAP-NOTEBOOK.
           MOVE "E" TO MNP-OPERATION
           MOVE PLAYER-POS-X OF PLAYER-POSITION TO MNP-TILE-X
           MOVE PLAYER-POS-Y OF PLAYER-POSITION TO MNP-TILE-Y
           MOVE LOCATION-NAME IN WORLD-MAP
                   (PLAYER-POS-X IN PLAYER-POSITION,
                    PLAYER-POS-Y IN PLAYER-POSITION)
               TO MNP-TILE-NAME
           MOVE CHAR-NAME OF PLAYER-CHARACTER TO MNP-AUTHOR
           CALL "MAP-NOTES-SYSTEM" USING MAP-NOTE-PARAMS,
               GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Tableau des défis: un échange de jetons contre des matériaux
      * rend la main pour le dépôt au terminal JCL, puis le tableau
      * est rouvert
      *-----------------------------------------------------------------
       HANDLE-CHALLENGE-BOARD.
           MOVE "B" TO CHL-OPERATION
           PERFORM WITH TEST AFTER UNTIL NOT CHL-MATERIALS-BOUGHT
               CALL "CHALLENGE-SYSTEM" USING CHALLENGE-PARAMS,
                   GAME-STATE-EXT
               IF CHL-MATERIALS-BOUGHT
                   MOVE 'A' TO CRAFTING-OPERATION
                   MOVE CHL-MATERIAL-NAME TO CRAFTING-MATERIAL-NAME
                   MOVE CHL-MATERIAL-QTY TO CRAFTING-MATERIAL-QTY
                   CALL "JCL-CRAFTING-SYSTEM" USING CRAFTING-OPERATION,
                       CRAFTING-MATERIAL-NAME, CRAFTING-MATERIAL-QTY,
                       PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
                       PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
                   DISPLAY CHL-MATERIAL-QTY " x "
                       FUNCTION TRIM(CHL-MATERIAL-NAME)
                       " déposé(s) au terminal JCL."
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Planificateur d'itinéraire (opération 'R' de WORLD-SYSTEM):
      * le choix de la marche automatique part aussitôt
      *-----------------------------------------------------------------
       HANDLE-ROUTE-PLANNER.
           MOVE 'R' TO WORLD-OPERATION
           CALL "WORLD-SYSTEM" USING WORLD-OPERATION,
               PLAYER-CHARACTER, ENEMY-CHARACTER, WORLD-MAP,
               PLAYER-POSITION, PLAYER-INVENTORY, PLAYER-GOLD,
               DIFFICULTY-LEVEL OF GAME-DIFFICULTY,
               GAME-STATE-EXT, QUEST-TABLE
           IF GS-ROUTE-ACTIVE OF GAME-STATE-EXT = "Y" AND
              GS-ROUTE-MODE OF GAME-STATE-EXT = "A"
               PERFORM ROUTE-AUTO-WALK
           END-IF
           .

      *-----------------------------------------------------------------
      * Rappel de l'itinéraire en cours sous les commandes: prochain
      * pas recalculé depuis la position (le joueur a pu s'en
      * écarter à la main)
      *-----------------------------------------------------------------
       SHOW-ROUTE-HINT.
           PERFORM ROUTE-GUIDE-NEXT
           EVALUATE GS-ROUTE-NEXT-DIR OF GAME-STATE-EXT
               WHEN "N" WHEN "S" WHEN "E" WHEN "W"
                   PERFORM SET-ROUTE-DIR-LABEL
                   DISPLAY "Itinéraire vers "
                       FUNCTION TRIM(LOCATION-NAME IN WORLD-MAP
                           (GS-ROUTE-DEST-X OF GAME-STATE-EXT,
                            GS-ROUTE-DEST-Y OF GAME-STATE-EXT))
                       ": prochain pas " FUNCTION TRIM(ROUTE-DIR-LABEL)
                       ", " GS-ROUTE-STEPS-LEFT OF GAME-STATE-EXT
                       " case(s)"
               WHEN OTHER
                   PERFORM REPORT-ROUTE-STOP
           END-EVALUATE
           .

       ROUTE-GUIDE-NEXT.
           MOVE 'G' TO WORLD-OPERATION
           CALL "WORLD-SYSTEM" USING WORLD-OPERATION,
               PLAYER-CHARACTER, ENEMY-CHARACTER, WORLD-MAP,
               PLAYER-POSITION, PLAYER-INVENTORY, PLAYER-GOLD,
               DIFFICULTY-LEVEL OF GAME-DIFFICULTY,
               GAME-STATE-EXT, QUEST-TABLE
           .

       SET-ROUTE-DIR-LABEL.
           EVALUATE GS-ROUTE-NEXT-DIR OF GAME-STATE-EXT
               WHEN "N"
                   MOVE "(N)ord" TO ROUTE-DIR-LABEL
               WHEN "S"
                   MOVE "(S)ud" TO ROUTE-DIR-LABEL
               WHEN "E"
                   MOVE "(E)st" TO ROUTE-DIR-LABEL
               WHEN OTHER
                   MOVE "(O)uest" TO ROUTE-DIR-LABEL
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Fin ou suspension de l'itinéraire signalée par le guide
      *-----------------------------------------------------------------
       REPORT-ROUTE-STOP.
           EVALUATE GS-ROUTE-NEXT-DIR OF GAME-STATE-EXT
               WHEN "A"
                   DISPLAY "Vous êtes au terme de votre itinéraire."
               WHEN "T"
                   DISPLAY "Itinéraire en attente: remontez d'abord "
                       & "à la surface (H)."
               WHEN OTHER
                   DISPLAY "L'itinéraire est coupé (passage "
                       & "verrouillé ou ville assiégée): "
                       & "replanifiez avec +."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Un pas de l'itinéraire: déplacement ordinaire par
      * WORLD-SYSTEM, qui fait avancer quêtes et horloge comme une
      * saisie N/S/E/O. ROUTE-HALT passe à "Y" à l'arrivée, sur un
      * pas refusé ou dès qu'une rencontre a eu lieu (l'ennemi
      * choisi par WORLD-SYSTEM est effacé avant le pas).
      *-----------------------------------------------------------------
       ROUTE-TAKE-STEP.
           PERFORM ROUTE-GUIDE-NEXT
           EVALUATE GS-ROUTE-NEXT-DIR OF GAME-STATE-EXT
               WHEN "N" WHEN "S" WHEN "E" WHEN "W"
                   CONTINUE
               WHEN OTHER
                   PERFORM REPORT-ROUTE-STOP
                   MOVE "Y" TO ROUTE-HALT
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE PLAYER-POS-X IN PLAYER-POSITION TO ROUTE-PREV-X
           MOVE PLAYER-POS-Y IN PLAYER-POSITION TO ROUTE-PREV-Y
           MOVE SPACES TO ENEMY-NAME
           MOVE GS-ROUTE-NEXT-DIR OF GAME-STATE-EXT TO WORLD-OPERATION
           CALL "WORLD-SYSTEM" USING WORLD-OPERATION,
               PLAYER-CHARACTER, ENEMY-CHARACTER, WORLD-MAP,
               PLAYER-POSITION, PLAYER-INVENTORY, PLAYER-GOLD,
               DIFFICULTY-LEVEL OF GAME-DIFFICULTY,
               GAME-STATE-EXT, QUEST-TABLE

           IF PLAYER-POS-X IN PLAYER-POSITION = ROUTE-PREV-X AND
              PLAYER-POS-Y IN PLAYER-POSITION = ROUTE-PREV-Y
               DISPLAY "Le pas n'a pas pu être fait: itinéraire "
                   & "suspendu."
               MOVE "Y" TO ROUTE-HALT
               EXIT PARAGRAPH
           END-IF
           PERFORM ADVANCE-QUEST-TURN
           PERFORM ADVANCE-GAME-CLOCK

           IF PLAYER-POS-X IN PLAYER-POSITION =
                  GS-ROUTE-DEST-X OF GAME-STATE-EXT AND
              PLAYER-POS-Y IN PLAYER-POSITION =
                  GS-ROUTE-DEST-Y OF GAME-STATE-EXT
               MOVE "N" TO GS-ROUTE-ACTIVE OF GAME-STATE-EXT
               DISPLAY "Vous voici à destination: "
                   FUNCTION TRIM(LOCATION-NAME IN WORLD-MAP
                       (PLAYER-POS-X IN PLAYER-POSITION,
                        PLAYER-POS-Y IN PLAYER-POSITION)) "."
               MOVE "Y" TO ROUTE-HALT
               EXIT PARAGRAPH
           END-IF
           IF ENEMY-NAME NOT = SPACES OR
              GS-IRONMAN OF GAME-STATE-EXT = "D"
               DISPLAY "Rencontre en chemin: la marche s'arrête ici "
                   & "(* pour reprendre)."
               MOVE "Y" TO ROUTE-HALT
           END-IF
           .

      *-----------------------------------------------------------------
      * Marche automatique: pas après pas jusqu'à l'arrivée ou la
      * première rencontre (100 pas au plus, la carte n'en demande
      * jamais autant)
      *-----------------------------------------------------------------
       ROUTE-AUTO-WALK.
           MOVE "N" TO ROUTE-HALT
           MOVE 0 TO ROUTE-WALKED
           DISPLAY "Marche automatique en cours..."
           PERFORM ROUTE-AUTO-STEP
               UNTIL ROUTE-HALT = "Y" OR ROUTE-WALKED > 99
           .

       ROUTE-AUTO-STEP.
           ADD 1 TO ROUTE-WALKED
           DISPLAY SPACE
           PERFORM ROUTE-TAKE-STEP
           .

      *-----------------------------------------------------------------
           END-IF
           MOVE FUNCTION NUMVAL(PLAYER-INPUT) TO SUPP-NUM-WORK
           MOVE PLAYER-GOLD TO EVT-NUM-1
           MOVE "SUPP" TO LGR-SOURCE
           COMPUTE LGR-DELTA = SUPP-NUM-WORK - PLAYER-GOLD
           MOVE SUPP-NUM-WORK TO PLAYER-GOLD
           PERFORM WRITE-GOLD-LEDGER
           MOVE SUPP-NUM-WORK TO EVT-NUM-2
           MOVE "Support: or fixé manuellement" TO EVENT-MESSAGE
           PERFORM WRITE-SUPPORT-EVENT
               EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * Signalement d'un problème par le joueur: une courte
      * description, puis PROBLEM-TICKET dépose le ticket avec l'état
      * de la partie et les derniers événements de l'emplacement. Le
      * numéro attribué est affiché au joueur et porté au journal
      * (TICK, n1 numéro du ticket) pour relier le ticket à la
      * session.
      *-----------------------------------------------------------------
       HANDLE-PROBLEM-REPORT.
           DISPLAY SPACE
           DISPLAY "=== SIGNALER UN PROBLÈME ==="
           DISPLAY "Décrivez le problème en une ligne (ENTRÉE seule "
               "pour annuler):"
           DISPLAY "> " WITH NO ADVANCING
           MOVE SPACES TO TKF-DESCRIPTION
           IF IS-SCRIPT-MODE
               PERFORM GET-PLAYER-INPUT
               IF NOT SCRIPT-IS-AT-EOF
                   MOVE PLAYER-INPUT TO TKF-DESCRIPTION
               END-IF
           ELSE
               ACCEPT TKF-DESCRIPTION
               MOVE TKF-DESCRIPTION TO RECORDER-LINE
               PERFORM RECORD-INPUT-LINE
           END-IF
           IF TKF-DESCRIPTION = SPACES
               DISPLAY "Signalement annulé."
               EXIT PARAGRAPH
           END-IF

           MOVE GS-SAVE-SLOT OF GAME-STATE-EXT TO TKF-SLOT
           MOVE GS-GAME-DAY OF GAME-STATE-EXT TO TKF-GAME-DAY
           MOVE GS-GAME-HOUR OF GAME-STATE-EXT TO TKF-GAME-HOUR
           MOVE PLAYER-POS-X OF PLAYER-POSITION TO TKF-POS-X
           MOVE PLAYER-POS-Y OF PLAYER-POSITION TO TKF-POS-Y
           MOVE PLAYER-POS-Z OF PLAYER-POSITION TO TKF-POS-Z
           MOVE PLAYER-GOLD TO TKF-GOLD
           MOVE INVENTORY-COUNT OF PLAYER-INVENTORY
               TO TKF-INVENTORY-COUNT
      *    États des quêtes dans l'ordre de la table (I/A/C/F), à
      *    blanc au-delà des quêtes chargées
           MOVE SPACES TO TKF-QUEST-STATES
           PERFORM VARYING TICKET-QUEST-NO FROM 1 BY 1
                   UNTIL TICKET-QUEST-NO > QUEST-COUNT OF QUEST-TABLE
                      OR TICKET-QUEST-NO > 14
               MOVE QUEST-STATUS OF QUEST-TABLE(TICKET-QUEST-NO)
                   TO TKF-QUEST-STATE(TICKET-QUEST-NO)
           END-PERFORM

           MOVE 'F' TO TICKET-OPERATION
           CALL "PROBLEM-TICKET" USING TICKET-OPERATION, TICKET-FIELDS
           IF NOT TKF-DONE
               DISPLAY "Le ticket n'a pas pu être enregistré."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ticket n° " TKF-NUMBER " enregistré. Merci, le "
               "support reviendra vers vous."

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Ticket: " DELIMITED BY SIZE
               TKF-DESCRIPTION DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE "TICK" TO EVT-TYPE-CODE
           MOVE TKF-NUMBER TO EVT-NUM-1
           MOVE TKF-EVENTS-CAPTURED TO EVT-NUM-2
           PERFORM STAMP-EVENT-CONTEXT
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * L'horloge de jeu avance d'une heure par déplacement; le jour
      * suivant commence à minuit
      *-----------------------------------------------------------------
       ADVANCE-GAME-CLOCK.
      *    En selle (et en surface), une case sur deux ne coûte pas
      *    d'heure: le trajet prend moitié moins de temps - sauf
      *    avec un PNJ escorté, qui suit à pied
           IF GS-MOUNT-RIDING OF GAME-STATE-EXT = "Y" AND
              PLAYER-POS-Z OF PLAYER-POSITION = 0 AND
              GS-ESC-ACTIVE OF GAME-STATE-EXT NOT = "Y"
               IF GS-MOUNT-STEP OF GAME-STATE-EXT = 0
                   MOVE 1 TO GS-MOUNT-STEP OF GAME-STATE-EXT
                   EXIT PARAGRAPH
           END-IF

           ADD 1 TO GS-GAME-HOUR OF GAME-STATE-EXT
      *    Au pas du PNJ escorté, chaque case coûte une heure de plus
           IF GS-ESC-ACTIVE OF GAME-STATE-EXT = "Y"
               ADD 1 TO GS-GAME-HOUR OF GAME-STATE-EXT
           END-IF
           IF GS-GAME-HOUR OF GAME-STATE-EXT > 23
               SUBTRACT 24 FROM GS-GAME-HOUR OF GAME-STATE-EXT
               ADD 1 TO GS-GAME-DAY OF GAME-STATE-EXT
           END-IF

      *-----------------------------------------------------------------
      * Auberge: une nuit complète restaure PV et PM, avance
      * l'horloge au matin suivant et déclenche la sauvegarde
      * automatique. Le tarif grimpe avec le niveau du héros; chaque
      * niveau d'auberge financé en ville en retire un quart.
      *-----------------------------------------------------------------
       HANDLE-INN.
           PERFORM FIND-TOWN-WORKS-ENTRY
           MOVE 0 TO INN-WORKS-LEVEL
           IF WORKS-IDX > 0
               MOVE GS-WORKS-INN OF GAME-STATE-EXT (WORKS-IDX)
                   TO INN-WORKS-LEVEL
           END-IF
           COMPUTE UTIL-NUMBER =
               CHAR-LEVEL OF PLAYER-CHARACTER * 5
               * (4 - INN-WORKS-LEVEL) / 4
           IF UTIL-NUMBER = 0
               MOVE 1 TO UTIL-NUMBER
           END-IF
           DISPLAY SPACE
           DISPLAY "=== AUBERGE DU SEGMENT DORÉ ==="
           IF INN-WORKS-LEVEL > 0
               DISPLAY "Les chambres rénovées (niveau "
                   INN-WORKS-LEVEL ") font baisser le prix de la nuit."
           END-IF
           DISPLAY "1. Une nuit (repos complet): " UTIL-NUMBER " or"
           DISPLAY "2. Cuisiner un repas (matériaux récoltés)"
           DISPLAY "3. Passer à l'écurie (monture)"
      *    Les ventes en dépôt conclues depuis le dernier passage
      *    déposent leur produit au courrier avant le comptage
           MOVE 'S' TO CSG-OPERATION
           CALL "CONSIGNMENT-SYSTEM" USING CONSIGN-PARAMS,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           PERFORM COUNT-DUE-MAIL
           IF MAIL-DUE-COUNT > 0
               DISPLAY "4. Boîte aux lettres (" MAIL-DUE-COUNT
      *-----------------------------------------------------------------
      * Boîte aux lettres de l'auberge: le courrier déclenché par
      * les événements (intérêts bancaires, remerciements de quête
      * avec bon de récompense, produit d'une vente en dépôt, avis
      * de prime, lettre du compagnon congédié, compte rendu
      * d'expédition) arrive à échéance
      * de son jour de distribution.
      * Une lettre lue est retirée de la boîte.
      *-----------------------------------------------------------------
       HANDLE-MAILBOX.
                   MOVE GS-MAIL-AMOUNT OF
                       GAME-STATE-EXT(MAIL-IDX) TO LGR-DELTA
                   PERFORM WRITE-GOLD-LEDGER
               WHEN "VDEP"
                   DISPLAY "- Avis du marchand Pixel: un objet "
                       & "confié en dépôt-vente a trouvé preneur."
                   DISPLAY "  Produit net joint: "
                       GS-MAIL-AMOUNT OF GAME-STATE-EXT(MAIL-IDX)
                       " or."
                   ADD GS-MAIL-AMOUNT OF GAME-STATE-EXT(MAIL-IDX)
                       TO PLAYER-GOLD
                   MOVE "VDEP" TO LGR-SOURCE
                   MOVE GS-MAIL-AMOUNT OF
                       GAME-STATE-EXT(MAIL-IDX) TO LGR-DELTA
                   PERFORM WRITE-GOLD-LEDGER
               WHEN "PRIM"
                   DISPLAY "- Avis de la guilde: le paiement de "
                       & "votre prime est confirmé aux "
                       ": << La ville est calme sans vous. Si "
                       & "votre route repasse par ici, je "
                       & "reprendrai mon sac. >>"
               WHEN "EXPD"
                   PERFORM READ-EXPEDITION-LETTER
               WHEN OTHER
                   DISPLAY "- Une lettre illisible, rongée par "
                       & "l'humidité."
           MOVE "N" TO GS-MAIL-READ OF GAME-STATE-EXT(MAIL-IDX)
           .

      *-----------------------------------------------------------------
      * Compte rendu d'expédition du compagnon (voir EXPEDITION.cbl):
      * le montant de la lettre porte l'ère, la blessure, l'artefact
      * et la quantité de matériaux déposée au terminal JCL
      *-----------------------------------------------------------------
       READ-EXPEDITION-LETTER.
           MOVE GS-MAIL-AMOUNT OF GAME-STATE-EXT(MAIL-IDX)
               TO EXPD-LETTER-CODE
           EVALUATE EXPD-LETTER-ERA
               WHEN 1
                   MOVE "l'ère des cartes perforées"
                       TO EXPD-LETTER-ERA-NAME
               WHEN 2
                   MOVE "l'ère des mainframes" TO EXPD-LETTER-ERA-NAME
               WHEN 3
                   MOVE "l'ère microinformatique"
                       TO EXPD-LETTER-ERA-NAME
               WHEN 4
                   MOVE "l'ère d'Internet" TO EXPD-LETTER-ERA-NAME
               WHEN 5
                   MOVE "l'ère du cloud" TO EXPD-LETTER-ERA-NAME
               WHEN OTHER
                   MOVE "l'ère quantique" TO EXPD-LETTER-ERA-NAME
           END-EVALUATE
           DISPLAY "- Compte rendu de "
               FUNCTION TRIM(GS-COMP-NAME OF GAME-STATE-EXT)
               ": << Me voici rentré(e) de "
               FUNCTION TRIM(EXPD-LETTER-ERA-NAME) ". >>"
           DISPLAY "  Matériaux déposés au terminal JCL: "
               EXPD-LETTER-QTY
           IF EXPD-LETTER-ARTIFACT = 1
               DISPLAY "  Un artefact de l'ère a été rangé dans "
                   & "votre sac."
           END-IF
           IF EXPD-LETTER-WOUNDED = 1
               DISPLAY "  << La trame était instable: je suis "
                   & "rentré(e) blessé(e). >>"
           END-IF
           DISPLAY "  Niveau du compagnon: "
               GS-COMP-LEVEL OF GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Compte les lettres arrivées (jour de distribution atteint)
      * et non lues, pour le marqueur d'interface et le menu
           DISPLAY "Pension réglée: " STABLE-FEE-DUE " or."
           .

      *-----------------------------------------------------------------
      * Salle du maître d'armes: réattribution des points de
      * caractéristiques, ou séance au terrain d'entraînement
      *-----------------------------------------------------------------
       HANDLE-CLASS-TRAINER.
           DISPLAY SPACE
           DISPLAY "=== SALLE DU MAÎTRE D'ARMES ==="
           DISPLAY "1. Reprendre vos points répartis"
           DISPLAY "2. Terrain d'entraînement (mannequin)"
           DISPLAY "3. Partir"
           DISPLAY "> " WITH NO ADVANCING
           PERFORM GET-MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM HANDLE-STAT-RESPEC
               WHEN 2
                   PERFORM HANDLE-TRAINING-GROUNDS
               WHEN OTHER
                   DISPLAY "Le maître d'armes retourne à ses "
                       & "élèves."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Terrain d'entraînement: le joueur règle un mannequin (niveau,
      * défense, faiblesse et résistance élémentaires, rang) puis
      * s'y mesure. La séance ne coûte rien et ne rapporte rien: ni
      * usure, ni butin, ni expérience, ni télémétrie (voir
      * GS-TRAINING-BOUT dans COMBAT-SYSTEM), et le personnage
      * ressort avec les PV, le mana et la défense qu'il avait en
      * entrant. Le réglage reste gardé pour la séance suivante.
      *-----------------------------------------------------------------
       HANDLE-TRAINING-GROUNDS.
           IF GS-DUMMY-LEVEL OF GAME-STATE-EXT IS NOT NUMERIC OR
              GS-DUMMY-LEVEL OF GAME-STATE-EXT = 0
               MOVE 1 TO GS-DUMMY-LEVEL OF GAME-STATE-EXT
           END-IF
           IF GS-DUMMY-DEFENSE OF GAME-STATE-EXT IS NOT NUMERIC
               MOVE 0 TO GS-DUMMY-DEFENSE OF GAME-STATE-EXT
           END-IF
           IF GS-DUMMY-ROW OF GAME-STATE-EXT NOT = "B"
               MOVE "F" TO GS-DUMMY-ROW OF GAME-STATE-EXT
           END-IF

           MOVE "N" TO TRAINING-DONE
           PERFORM UNTIL TRAINING-DONE = "Y"
               DISPLAY SPACE
               DISPLAY "=== TERRAIN D'ENTRAÎNEMENT ==="
               MOVE GS-DUMMY-WEAKNESS OF GAME-STATE-EXT
                   TO DUMMY-ELEMENT-PICK
               PERFORM NAME-DUMMY-ELEMENT
               DISPLAY "Mannequin niveau "
                   GS-DUMMY-LEVEL OF GAME-STATE-EXT ", défense "
                   GS-DUMMY-DEFENSE OF GAME-STATE-EXT
                   ", faiblesse " FUNCTION TRIM(DUMMY-ELEMENT-NAME)
                   WITH NO ADVANCING
               MOVE GS-DUMMY-RESIST OF GAME-STATE-EXT
                   TO DUMMY-ELEMENT-PICK
               PERFORM NAME-DUMMY-ELEMENT
               DISPLAY ", résistance "
                   FUNCTION TRIM(DUMMY-ELEMENT-NAME)
               IF GS-DUMMY-ROW OF GAME-STATE-EXT = "B"
                   DISPLAY "Rang: ligne arrière, couvert par un "
                       & "pavois de bois"
               ELSE
                   DISPLAY "Rang: ligne avant"
               END-IF
               DISPLAY "1. Niveau (1 à 50)      2. Défense (0 à 99)"
               DISPLAY "3. Faiblesse            4. Résistance"
               DISPLAY "5. Changer de rang      6. Commencer la séance"
               DISPLAY "7. Partir"
               DISPLAY "> " WITH NO ADVANCING
               PERFORM GET-MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       DISPLAY "Niveau du mannequin? "
                           WITH NO ADVANCING
                       PERFORM GET-DUMMY-NUMBER
                       IF DUMMY-NUMBER-INPUT >= 1 AND
                          DUMMY-NUMBER-INPUT <= 50
                           MOVE DUMMY-NUMBER-INPUT
                               TO GS-DUMMY-LEVEL OF GAME-STATE-EXT
                       ELSE
                           DISPLAY "Niveau hors barème (1 à 50)."
                       END-IF
                   WHEN 2
                       DISPLAY "Défense du mannequin? "
                           WITH NO ADVANCING
                       PERFORM GET-DUMMY-NUMBER
                       MOVE DUMMY-NUMBER-INPUT
                           TO GS-DUMMY-DEFENSE OF GAME-STATE-EXT
                   WHEN 3
                       PERFORM ASK-DUMMY-ELEMENT
                       IF DUMMY-ELEMENT-PICK NOT = SPACE AND
                          DUMMY-ELEMENT-PICK =
                              GS-DUMMY-RESIST OF GAME-STATE-EXT
                           DISPLAY "Le mannequin résiste déjà à "
                               & "cet élément."
                       ELSE
                           MOVE DUMMY-ELEMENT-PICK
                               TO GS-DUMMY-WEAKNESS OF GAME-STATE-EXT
                       END-IF
                   WHEN 4
                       PERFORM ASK-DUMMY-ELEMENT
                       IF DUMMY-ELEMENT-PICK NOT = SPACE AND
                          DUMMY-ELEMENT-PICK =
                              GS-DUMMY-WEAKNESS OF GAME-STATE-EXT
                           DISPLAY "Le mannequin craint déjà cet "
                               & "élément."
                       ELSE
                           MOVE DUMMY-ELEMENT-PICK
                               TO GS-DUMMY-RESIST OF GAME-STATE-EXT
                       END-IF
                   WHEN 5
                       IF GS-DUMMY-ROW OF GAME-STATE-EXT = "B"
                           MOVE "F" TO GS-DUMMY-ROW OF GAME-STATE-EXT
                       ELSE
                           MOVE "B" TO GS-DUMMY-ROW OF GAME-STATE-EXT
                       END-IF
                   WHEN 6
                       PERFORM RUN-TRAINING-BOUT
                   WHEN OTHER
                       MOVE "Y" TO TRAINING-DONE
               END-EVALUATE
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Saisie d'une valeur de réglage sur deux chiffres
      *-----------------------------------------------------------------
       GET-DUMMY-NUMBER.
           PERFORM GET-PLAYER-INPUT
           MOVE 0 TO DUMMY-NUMBER-INPUT
           IF PLAYER-INPUT(1:2) IS NUMERIC
               MOVE FUNCTION NUMVAL(PLAYER-INPUT(1:2))
                   TO DUMMY-NUMBER-INPUT
           ELSE
               IF PLAYER-INPUT(1:1) IS NUMERIC
                   MOVE FUNCTION NUMVAL(PLAYER-INPUT(1:1))
                       TO DUMMY-NUMBER-INPUT
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * Choix d'un élément ('F' feu, 'I' givre, 'E' électrique, 'V'
      * vide, espace = aucun) dans DUMMY-ELEMENT-PICK
      *-----------------------------------------------------------------
       ASK-DUMMY-ELEMENT.
           DISPLAY "Élément? 1. Feu  2. Givre  3. Électrique  "
               & "4. Vide  5. Aucun"
           DISPLAY "> " WITH NO ADVANCING
           PERFORM GET-MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 1
                   MOVE "F" TO DUMMY-ELEMENT-PICK
               WHEN 2
                   MOVE "I" TO DUMMY-ELEMENT-PICK
               WHEN 3
                   MOVE "E" TO DUMMY-ELEMENT-PICK
               WHEN 4
                   MOVE "V" TO DUMMY-ELEMENT-PICK
               WHEN OTHER
                   MOVE SPACE TO DUMMY-ELEMENT-PICK
           END-EVALUATE
           .

       NAME-DUMMY-ELEMENT.
           EVALUATE DUMMY-ELEMENT-PICK
               WHEN "F"
                   MOVE "feu" TO DUMMY-ELEMENT-NAME
               WHEN "I"
                   MOVE "givre" TO DUMMY-ELEMENT-NAME
               WHEN "E"
                   MOVE "électrique" TO DUMMY-ELEMENT-NAME
               WHEN "V"
                   MOVE "vide" TO DUMMY-ELEMENT-NAME
               WHEN OTHER
                   MOVE "aucune" TO DUMMY-ELEMENT-NAME
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Séance contre le mannequin réglé: PV 20 par niveau plus 40
      * (plafonnés à 999), frappe du niveau plus 2 pour que les
      * esquives se mesurent; au rang arrière, un pavois inerte
      * tient la ligne avant. Les valeurs gardées à l'entrée sont
      * rendues au personnage à la sortie, quelle que soit l'issue.
      *-----------------------------------------------------------------
       RUN-TRAINING-BOUT.
           MOVE CHAR-HEALTH-CURRENT OF PLAYER-CHARACTER
               TO TRAINING-HEALTH-KEPT
           MOVE CHAR-MANA-CURRENT OF PLAYER-CHARACTER
               TO TRAINING-MANA-KEPT
           MOVE CHAR-DEFENSE OF PLAYER-CHARACTER
               TO TRAINING-DEFENSE-KEPT

           COMPUTE DUMMY-HEALTH =
               GS-DUMMY-LEVEL OF GAME-STATE-EXT * 20 + 40
           IF GS-DUMMY-LEVEL OF GAME-STATE-EXT > 47
               MOVE 999 TO DUMMY-HEALTH
           END-IF
           INITIALIZE ENEMY-PARTY
           MOVE 0 TO ENEMY-PARTY-COUNT
           IF GS-DUMMY-ROW OF GAME-STATE-EXT = "B"
               ADD 1 TO ENEMY-PARTY-COUNT
               MOVE "Pavois de bois"
                   TO PARTY-MEMBER-NAME(ENEMY-PARTY-COUNT)
               MOVE "Pavois de bois"
                   TO PARTY-MEMBER-BASE-NAME(ENEMY-PARTY-COUNT)
               COMPUTE PARTY-MEMBER-HP-MAX(ENEMY-PARTY-COUNT) =
                   DUMMY-HEALTH / 2
               MOVE 0 TO PARTY-MEMBER-ATTACK(ENEMY-PARTY-COUNT)
               MOVE "F" TO PARTY-MEMBER-ROW(ENEMY-PARTY-COUNT)
               PERFORM SET-TRAINING-MEMBER
           END-IF
           ADD 1 TO ENEMY-PARTY-COUNT
           MOVE "Mannequin" TO PARTY-MEMBER-NAME(ENEMY-PARTY-COUNT)
           MOVE "Mannequin" TO PARTY-MEMBER-BASE-NAME(ENEMY-PARTY-COUNT)
           MOVE DUMMY-HEALTH TO PARTY-MEMBER-HP-MAX(ENEMY-PARTY-COUNT)
           COMPUTE PARTY-MEMBER-ATTACK(ENEMY-PARTY-COUNT) =
               GS-DUMMY-LEVEL OF GAME-STATE-EXT + 2
           MOVE GS-DUMMY-WEAKNESS OF GAME-STATE-EXT
               TO PARTY-MEMBER-WEAKNESS(ENEMY-PARTY-COUNT)
           MOVE GS-DUMMY-RESIST OF GAME-STATE-EXT
               TO PARTY-MEMBER-RESIST(ENEMY-PARTY-COUNT)
           MOVE GS-DUMMY-ROW OF GAME-STATE-EXT
               TO PARTY-MEMBER-ROW(ENEMY-PARTY-COUNT)
           PERFORM SET-TRAINING-MEMBER

           DISPLAY SPACE
           DISPLAY "Le maître d'armes installe le mannequin: "
               & "coups sans conséquence, bilan à la fin."
           MOVE "Y" TO GS-TRAINING-BOUT OF GAME-STATE-EXT
           MOVE 'N' TO TRAINING-RESUME-FLAG
           CALL "COMBAT-SYSTEM" USING PLAYER-CHARACTER, ENEMY-CHARACTER,
               TRAINING-RESUME-FLAG, PLAYER-INVENTORY,
               LOCATION-TYPE IN WORLD-MAP
                   (PLAYER-POS-X IN PLAYER-POSITION,
                    PLAYER-POS-Y IN PLAYER-POSITION),
               PLAYER-GOLD, DIFFICULTY-LEVEL OF GAME-DIFFICULTY,
               ENEMY-PARTY-COUNT, ENEMY-PARTY, GAME-STATE-EXT,
               QUEST-TABLE
           MOVE "N" TO GS-TRAINING-BOUT OF GAME-STATE-EXT

           MOVE TRAINING-HEALTH-KEPT
               TO CHAR-HEALTH-CURRENT OF PLAYER-CHARACTER
           MOVE TRAINING-MANA-KEPT
               TO CHAR-MANA-CURRENT OF PLAYER-CHARACTER
           MOVE TRAINING-DEFENSE-KEPT
               TO CHAR-DEFENSE OF PLAYER-CHARACTER
           MOVE 0 TO ENEMY-PARTY-COUNT
           MOVE SPACES TO ENEMY-NAME
           DISPLAY "Vous quittez la lice dans l'état où vous y "
               & "êtes entré."
           .

      *-----------------------------------------------------------------
      * Champs communs d'un membre du terrain d'entraînement
      * (ENEMY-PARTY-COUNT courant): ni gains, ni sort, ni élément
      * propre
      *-----------------------------------------------------------------
       SET-TRAINING-MEMBER.
           MOVE GS-DUMMY-LEVEL OF GAME-STATE-EXT
               TO PARTY-MEMBER-LEVEL(ENEMY-PARTY-COUNT)
           MOVE PARTY-MEMBER-HP-MAX(ENEMY-PARTY-COUNT)
               TO PARTY-MEMBER-HP-CURRENT(ENEMY-PARTY-COUNT)
           MOVE GS-DUMMY-DEFENSE OF GAME-STATE-EXT
               TO PARTY-MEMBER-DEFENSE(ENEMY-PARTY-COUNT)
           MOVE 0 TO PARTY-MEMBER-EXPERIENCE(ENEMY-PARTY-COUNT)
           MOVE 0 TO PARTY-MEMBER-GOLD(ENEMY-PARTY-COUNT)
           MOVE "Y" TO PARTY-MEMBER-ALIVE(ENEMY-PARTY-COUNT)
           MOVE "N" TO PARTY-MEMBER-BOSS(ENEMY-PARTY-COUNT)
           MOVE "N" TO PARTY-MEMBER-BEHAVIOR(ENEMY-PARTY-COUNT)
           MOVE SPACE TO PARTY-MEMBER-ELEMENT(ENEMY-PARTY-COUNT)
           MOVE 0 TO PARTY-MEMBER-MANA(ENEMY-PARTY-COUNT)
           MOVE SPACES TO PARTY-MEMBER-SKILL-NAME(ENEMY-PARTY-COUNT)
           MOVE SPACE TO PARTY-MEMBER-SKILL-KIND(ENEMY-PARTY-COUNT)
           MOVE 0 TO PARTY-MEMBER-SKILL-COST(ENEMY-PARTY-COUNT)
           MOVE 0 TO PARTY-MEMBER-SKILL-PWR(ENEMY-PARTY-COUNT)
           .

      *-----------------------------------------------------------------
      * Maître d'armes: rend contre de l'or les points de
      * caractéristiques que le joueur a lui-même répartis
      * (CHAR-ALLOCATED-POINTS), puis les fait replacer aussitôt.
      * Tarif: niveau x 25 or, multiplié par le rang de la
      * réattribution (GS-RESPEC-COUNT + 1). La classe, la
      * spécialisation et sa compétence signature (sixième
      * emplacement) ne se négocient pas ici.
      *-----------------------------------------------------------------
       HANDLE-STAT-RESPEC.
           COMPUTE RESPEC-POINTS =
               CHAR-ALLOC-STRENGTH OF PLAYER-CHARACTER
               + CHAR-ALLOC-DEFENSE OF PLAYER-CHARACTER
               + CHAR-ALLOC-INTELLIGENCE OF PLAYER-CHARACTER
               + CHAR-ALLOC-AGILITY OF PLAYER-CHARACTER
           COMPUTE RESPEC-FEE = CHAR-LEVEL OF PLAYER-CHARACTER * 25
               * (GS-RESPEC-COUNT OF GAME-STATE-EXT + 1)
           DISPLAY "Points répartis: Force "
               CHAR-ALLOC-STRENGTH OF PLAYER-CHARACTER
               ", Défense " CHAR-ALLOC-DEFENSE OF PLAYER-CHARACTER
               ", Intelligence "
               CHAR-ALLOC-INTELLIGENCE OF PLAYER-CHARACTER
               ", Agilité " CHAR-ALLOC-AGILITY OF PLAYER-CHARACTER
           DISPLAY "Votre classe et votre compétence signature "
               & "restent acquises."
           IF RESPEC-POINTS = 0
               DISPLAY "Vous n'avez réparti aucun point: rien à "
                   & "reprendre."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reprendre ces " RESPEC-POINTS " points coûte "
               RESPEC-FEE " or. Accepter? (O/N)"
           DISPLAY "> " WITH NO ADVANCING
           PERFORM GET-PLAYER-INPUT
           IF PLAYER-INPUT NOT = "O" AND PLAYER-INPUT NOT = "o"
               DISPLAY "Le maître d'armes hausse les épaules."
               EXIT PARAGRAPH
           END-IF
           IF PLAYER-GOLD < RESPEC-FEE
               DISPLAY "Le maître d'armes ne fait pas crédit: il "
                   & "vous manque de l'or."
               EXIT PARAGRAPH
           END-IF

           SUBTRACT RESPEC-FEE FROM PLAYER-GOLD
           MOVE "RESP" TO LGR-SOURCE
           COMPUTE LGR-DELTA = 0 - RESPEC-FEE
           PERFORM WRITE-GOLD-LEDGER

           SUBTRACT CHAR-ALLOC-STRENGTH OF PLAYER-CHARACTER
               FROM CHAR-STRENGTH OF PLAYER-CHARACTER
           SUBTRACT CHAR-ALLOC-DEFENSE OF PLAYER-CHARACTER
               FROM CHAR-DEFENSE OF PLAYER-CHARACTER
           SUBTRACT CHAR-ALLOC-INTELLIGENCE OF PLAYER-CHARACTER
               FROM CHAR-INTELLIGENCE OF PLAYER-CHARACTER
           SUBTRACT CHAR-ALLOC-AGILITY OF PLAYER-CHARACTER
               FROM CHAR-AGILITY OF PLAYER-CHARACTER
           ADD RESPEC-POINTS TO CHAR-UNSPENT-POINTS OF PLAYER-CHARACTER
           INITIALIZE CHAR-ALLOCATED-POINTS OF PLAYER-CHARACTER
           ADD 1 TO GS-RESPEC-COUNT OF GAME-STATE-EXT

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Réattribution chez le maître d'armes: "
                       DELIMITED BY SIZE
                   CHAR-NAME OF PLAYER-CHARACTER
                       DELIMITED BY SPACE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE "RESP" TO EVT-TYPE-CODE
           MOVE RESPEC-POINTS TO EVT-NUM-1
           MOVE RESPEC-FEE TO EVT-NUM-2
           PERFORM STAMP-EVENT-CONTEXT
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS

           DISPLAY "Vos points vous sont rendus. Répartissez-les à "
               & "nouveau."
           MOVE 'P' TO CHARACTER-OPERATION
           CALL "CHARACTER-SYSTEM" USING CHARACTER-OPERATION,
               PLAYER-CHARACTER, DUMMY-EXPERIENCE
           MOVE "Y" TO GS-AUTOSAVE-REQUEST OF GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Chantiers de la ville: le joueur finance, niveau par niveau,
      * la boutique, l'auberge, la forge et les remparts de la ville
      * où il se tient. Les niveaux vivent dans la sauvegarde de
      * l'emplacement (GS-TOWN-WORKS) et pèsent sur le catalogue et
      * la réparation (MERCHANT-SYSTEM), la nuit à l'auberge
      * (HANDLE-INN) et les sièges (WORLD-SYSTEM).
      *-----------------------------------------------------------------
       HANDLE-TOWN-WORKS.
           PERFORM FIND-TOWN-WORKS-ENTRY
           DISPLAY SPACE
           DISPLAY "=== CHANTIERS: "
               FUNCTION TRIM(LOCATION-NAME IN WORLD-MAP
                   (PLAYER-POS-X IN PLAYER-POSITION,
                    PLAYER-POS-Y IN PLAYER-POSITION)) " ==="
           DISPLAY "Le maître d'oeuvre déroule ses plans (niveau "
               WORKS-MAX-LEVEL " au plus par installation):"
           PERFORM VARYING WORKS-CHOICE FROM 1 BY 1
                   UNTIL WORKS-CHOICE > 4
               PERFORM SET-WORKS-FACILITY
               DISPLAY WORKS-CHOICE ". " WORKS-FACILITY-NAME
                   " niveau " WORKS-LEVEL WITH NO ADVANCING
               IF WORKS-LEVEL >= WORKS-MAX-LEVEL
                   DISPLAY " (achevé)"
               ELSE
                   COMPUTE WORKS-FEE = WORKS-BASE-FEE(WORKS-CHOICE)
                       * (WORKS-LEVEL + 1)
                   DISPLAY " - niveau suivant: " WORKS-FEE " or"
               END-IF
           END-PERFORM
           DISPLAY "5. Partir"
           DISPLAY "   Boutique: étagères mieux garnies, puis le "
               & "rayon d'une autre ville"
           DISPLAY "   Auberge, forge: un quart du tarif en moins "
               & "par niveau"
           DISPLAY "   Remparts: sièges plus rares, milice "
               & "assiégeante affaiblie"
           DISPLAY "> " WITH NO ADVANCING
           PERFORM GET-MENU-CHOICE
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 4
               DISPLAY "Le maître d'oeuvre roule ses plans."
               EXIT PARAGRAPH
           END-IF

           MOVE MENU-CHOICE TO WORKS-CHOICE
           PERFORM SET-WORKS-FACILITY
           IF WORKS-LEVEL >= WORKS-MAX-LEVEL
               DISPLAY "Cette installation est déjà achevée."
               EXIT PARAGRAPH
           END-IF
           IF WORKS-IDX = 0
               PERFORM VARYING WORKS-SCAN-IDX FROM 1 BY 1
                       UNTIL WORKS-SCAN-IDX > 6 OR WORKS-IDX > 0
                   IF GS-WORKS-TOWN-ID OF GAME-STATE-EXT
                           (WORKS-SCAN-IDX) = 0
                       MOVE WORKS-SCAN-IDX TO WORKS-IDX
                   END-IF
               END-PERFORM
               IF WORKS-IDX = 0
                   DISPLAY "La guilde des bâtisseurs a déjà trop de "
                       & "chantiers en cours."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WORKS-FEE = WORKS-BASE-FEE(WORKS-CHOICE)
               * (WORKS-LEVEL + 1)
           ADD 1 TO WORKS-LEVEL
           DISPLAY "Porter " FUNCTION TRIM(WORKS-FACILITY-NAME)
               " au niveau " WORKS-LEVEL " pour " WORKS-FEE
               " or? (O/N)"
           DISPLAY "> " WITH NO ADVANCING
           PERFORM GET-PLAYER-INPUT
           IF PLAYER-INPUT NOT = "O" AND PLAYER-INPUT NOT = "o"
               DISPLAY "Le maître d'oeuvre roule ses plans."
               EXIT PARAGRAPH
           END-IF
           IF PLAYER-GOLD < WORKS-FEE
               DISPLAY "Les bâtisseurs veulent être payés d'avance: "
                   & "il vous manque de l'or."
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WORKS-FEE FROM PLAYER-GOLD
           MOVE "INVS" TO LGR-SOURCE
           COMPUTE LGR-DELTA = 0 - WORKS-FEE
           PERFORM WRITE-GOLD-LEDGER

           IF GS-WORKS-TOWN-ID OF GAME-STATE-EXT (WORKS-IDX) = 0
               MOVE LOCATION-ID IN WORLD-MAP
                   (PLAYER-POS-X IN PLAYER-POSITION,
                    PLAYER-POS-Y IN PLAYER-POSITION)
                   TO GS-WORKS-TOWN-ID OF GAME-STATE-EXT (WORKS-IDX)
               MOVE PLAYER-POS-X IN PLAYER-POSITION
                   TO GS-WORKS-X OF GAME-STATE-EXT (WORKS-IDX)
               MOVE PLAYER-POS-Y IN PLAYER-POSITION
                   TO GS-WORKS-Y OF GAME-STATE-EXT (WORKS-IDX)
           END-IF
           EVALUATE WORKS-CHOICE
               WHEN 1
                   MOVE WORKS-LEVEL
                       TO GS-WORKS-SHOP OF GAME-STATE-EXT (WORKS-IDX)
               WHEN 2
                   MOVE WORKS-LEVEL
                       TO GS-WORKS-INN OF GAME-STATE-EXT (WORKS-IDX)
               WHEN 3
                   MOVE WORKS-LEVEL
                       TO GS-WORKS-FORGE OF GAME-STATE-EXT (WORKS-IDX)
               WHEN 4
                   MOVE WORKS-LEVEL
                       TO GS-WORKS-WALLS OF GAME-STATE-EXT (WORKS-IDX)
           END-EVALUATE
           MOVE GS-GAME-DAY OF GAME-STATE-EXT
               TO GS-WORKS-DAY OF GAME-STATE-EXT (WORKS-IDX)
           MOVE WORKS-FACILITY-CODE
               TO GS-WORKS-LAST OF GAME-STATE-EXT (WORKS-IDX)

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Chantier financé: " DELIMITED BY SIZE
                   WORKS-FACILITY-NAME DELIMITED BY SPACE
                   " de " DELIMITED BY SIZE
                   LOCATION-NAME IN WORLD-MAP
                       (PLAYER-POS-X IN PLAYER-POSITION,
                        PLAYER-POS-Y IN PLAYER-POSITION)
                       DELIMITED BY "  "
               INTO EVENT-MESSAGE
           END-STRING
           MOVE "INVS" TO EVT-TYPE-CODE
           MOVE WORKS-LEVEL TO EVT-NUM-1
           MOVE WORKS-FEE TO EVT-NUM-2
           PERFORM STAMP-EVENT-CONTEXT
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS

           DISPLAY "Les échafaudages montent: "
               FUNCTION TRIM(WORKS-FACILITY-NAME) " niveau "
               WORKS-LEVEL "."
           EVALUATE WORKS-CHOICE
               WHEN 1
                   DISPLAY "Le marchand regarnira ses étagères en "
                       & "conséquence au prochain arrivage."
               WHEN 2
                   DISPLAY "L'aubergiste baisse aussitôt le prix de "
                       & "la nuit."
               WHEN 3
                   DISPLAY "Le marchand répare désormais à moindre "
                       & "coût."
               WHEN 4
                   DISPLAY "La milice de la ville monte la garde sur "
                       & "les nouveaux remparts."
           END-EVALUATE
           MOVE "Y" TO GS-AUTOSAVE-REQUEST OF GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Entrée de GS-TOWN-WORKS de la ville où se tient le joueur
      * (WORKS-IDX, 0 si rien n'y a encore été financé)
      *-----------------------------------------------------------------
       FIND-TOWN-WORKS-ENTRY.
           MOVE 0 TO WORKS-IDX
           PERFORM VARYING WORKS-SCAN-IDX FROM 1 BY 1
                   UNTIL WORKS-SCAN-IDX > 6 OR WORKS-IDX > 0
               IF GS-WORKS-TOWN-ID OF GAME-STATE-EXT (WORKS-SCAN-IDX)
                       = LOCATION-ID IN WORLD-MAP
                           (PLAYER-POS-X IN PLAYER-POSITION,
                            PLAYER-POS-Y IN PLAYER-POSITION)
                   MOVE WORKS-SCAN-IDX TO WORKS-IDX
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Libellé, code et niveau actuel de l'installation
      * WORKS-CHOICE (1 boutique, 2 auberge, 3 forge, 4 remparts)
      * dans l'entrée WORKS-IDX
      *-----------------------------------------------------------------
       SET-WORKS-FACILITY.
           MOVE 0 TO WORKS-LEVEL
           EVALUATE WORKS-CHOICE
               WHEN 1
                   MOVE "Boutique" TO WORKS-FACILITY-NAME
                   MOVE "B" TO WORKS-FACILITY-CODE
                   IF WORKS-IDX > 0
                       MOVE GS-WORKS-SHOP OF GAME-STATE-EXT (WORKS-IDX)
                           TO WORKS-LEVEL
                   END-IF
               WHEN 2
                   MOVE "Auberge" TO WORKS-FACILITY-NAME
                   MOVE "A" TO WORKS-FACILITY-CODE
                   IF WORKS-IDX > 0
                       MOVE GS-WORKS-INN OF GAME-STATE-EXT (WORKS-IDX)
                           TO WORKS-LEVEL
                   END-IF
               WHEN 3
                   MOVE "Forge" TO WORKS-FACILITY-NAME
                   MOVE "F" TO WORKS-FACILITY-CODE
                   IF WORKS-IDX > 0
                       MOVE GS-WORKS-FORGE OF GAME-STATE-EXT
                           (WORKS-IDX) TO WORKS-LEVEL
                   END-IF
               WHEN OTHER
                   MOVE "Remparts" TO WORKS-FACILITY-NAME
                   MOVE "R" TO WORKS-FACILITY-CODE
                   IF WORKS-IDX > 0
                       MOVE GS-WORKS-WALLS OF GAME-STATE-EXT
                           (WORKS-IDX) TO WORKS-LEVEL
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Halle au négoce: cours du jour de chaque matériau de base
      * avec sa tendance, achat et revente contre la bourse du
           MOVE "NEGA" TO LGR-SOURCE
           COMPUTE LGR-DELTA = 0 - TRADE-PRICE-DEAL
           PERFORM WRITE-GOLD-LEDGER
           MOVE "NEGA" TO ILG-SOURCE
           MOVE TRADE-QTY TO ILG-DELTA
           PERFORM WRITE-MATERIAL-LEDGER
           DISPLAY "Marché conclu: " TRADE-QTY " x "
               FUNCTION TRIM(TRADE-MAT-NAME(TRADE-IDX))
               " pour " TRADE-PRICE-DEAL " or."
           MOVE "NEGV" TO LGR-SOURCE
           MOVE TRADE-PRICE-DEAL TO LGR-DELTA
           PERFORM WRITE-GOLD-LEDGER
           MOVE "NEGV" TO ILG-SOURCE
           COMPUTE ILG-DELTA = 0 - TRADE-QTY
           PERFORM WRITE-MATERIAL-LEDGER
           DISPLAY "Marché conclu: " TRADE-QTY " x "
               FUNCTION TRIM(TRADE-MAT-NAME(TRADE-IDX))
               " contre " TRADE-PRICE-DEAL " or."
           .

      *-----------------------------------------------------------------
      * Matériau TRADE-IDX acheté ou vendu à la halle: provenance au
      * livre des objets (lieu M, hors rapprochement)
      *-----------------------------------------------------------------
       WRITE-MATERIAL-LEDGER.
           MOVE "M" TO ILG-PLACE
           MOVE 0 TO ILG-ITEM-ID
           MOVE TRADE-MAT-NAME(TRADE-IDX) TO ILG-ITEM-NAME
           PERFORM WRITE-ITEM-LEDGER
           .

      *-----------------------------------------------------------------
      * La ville courante est-elle assiégée? Ses services (boutique,
      * banque, auberge) restent fermés tant que le siège tient
           END-PERFORM

           IF TOURNAMENT-WON = "Y"
               MOVE 500 TO ARENA-PAYOUT
               PERFORM APPLY-LIVE-ARENA-BONUS
               ADD ARENA-PAYOUT TO PLAYER-GOLD
               MOVE "ARGA" TO LGR-SOURCE
               MOVE ARENA-PAYOUT TO LGR-DELTA
               PERFORM WRITE-GOLD-LEDGER
               ADD 3 TO GS-ARENA-STREAK OF GAME-STATE-EXT
               IF GS-ARENA-STREAK OF GAME-STATE-EXT >
               END-IF
               DISPLAY SPACE
               DISPLAY "*** CHAMPION DU TOURNOI DE FÊTE! La bourse "
                   & "de " ARENA-PAYOUT " or est à vous. ***"
               IF GS-ARENA-STREAK OF GAME-STATE-EXT >= 5 AND
                  GS-ARENA-CHAMPION OF GAME-STATE-EXT NOT = "Y"
                   MOVE "Y" TO GS-ARENA-CHAMPION OF GAME-STATE-EXT
               MOVE "Tournoi de fête remporté" TO EVENT-MESSAGE
               MOVE "ARNW" TO EVT-TYPE-CODE
               MOVE GS-ARENA-STREAK OF GAME-STATE-EXT TO EVT-NUM-1
               MOVE ARENA-PAYOUT TO EVT-NUM-2
           ELSE
               DISPLAY SPACE
               DISPLAY "Le tournoi s'arrête là pour vous: la mise "
           MOVE 0 TO ECHO-COUNT
           MOVE "N" TO FAME-READ-EOF
           OPEN INPUT FAME-READ-FILE
           MOVE "HANDLE-ECHO-MATCH" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, FAME-READ-FILE-PATH,
               FAME-READ-STATUS
           IF NOT FAME-READ-OK
               DISPLAY "Le Panthéon est vide: aucune partie "
                   & "terminée à rejouer."
                           MOVE FRD-LEVEL TO ECHO-LEVEL(ECHO-COUNT)
                       END-IF
               END-READ
               MOVE "HANDLE-ECHO-MATCH" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   FAME-READ-FILE-PATH, FAME-READ-STATUS
           END-PERFORM
           CLOSE FAME-READ-FILE
           MOVE "HANDLE-ECHO-MATCH" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, FAME-READ-FILE-PATH,
               FAME-READ-STATUS

           IF ECHO-COUNT = 0
               DISPLAY "Le Panthéon est vide: aucune partie "
               END-IF
               COMPUTE ARENA-PAYOUT = ARENA-WAGER * 2 *
                   (10 + GS-ARENA-STREAK OF GAME-STATE-EXT) / 10
               PERFORM APPLY-LIVE-ARENA-BONUS
               ADD ARENA-PAYOUT TO PLAYER-GOLD
               MOVE "ARGA" TO LGR-SOURCE
               MOVE ARENA-PAYOUT TO LGR-DELTA
           END-IF
           .

      *-----------------------------------------------------------------
      * Événement en direct de type ARENE: gains du match ou bourse
      * du tournoi majorés, plafonnés à la taille du champ
      *-----------------------------------------------------------------
       APPLY-LIVE-ARENA-BONUS.
           MOVE "M" TO LVQ-OPERATION
           MOVE "ARENE" TO LVQ-KIND
           CALL "LIVE-EVENTS" USING LIVE-EVENT-QUERY
           IF NOT LVQ-IS-FOUND OR LVQ-MULTIPLIER = 1
               EXIT PARAGRAPH
           END-IF
           MOVE ARENA-PAYOUT TO ARENA-PAYOUT-BEFORE
           COMPUTE ARENA-PAYOUT = ARENA-PAYOUT * LVQ-MULTIPLIER
               ON SIZE ERROR
                   MOVE 999999 TO ARENA-PAYOUT
           END-COMPUTE
           DISPLAY "Événement " FUNCTION TRIM(LVQ-EVENT-ID)
               ": gains de l'arène " ARENA-PAYOUT-BEFORE
               " portés à " ARENA-PAYOUT
           .

      *-----------------------------------------------------------------
      * Voyage rapide: liste les villes déjà visitées autres que la
      * ville actuelle et déplace le joueur vers celle choisie
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS
           PERFORM DISPLAY-KEYRING-SECTION
           DISPLAY SPACE
           DISPLAY "(T)rier, (F)iltrer, (E)quiper, te(N)ues, "
               & "ENTRÉE pour revenir au jeu"
           DISPLAY "> " WITH NO ADVANCING
           PERFORM GET-PLAYER-INPUT

                   PERFORM FILTER-INVENTORY-SCREEN
               WHEN "E" WHEN "e"
                   PERFORM EQUIP-FROM-INVENTORY-SCREEN
               WHEN "N" WHEN "n"
                   PERFORM HANDLE-LOADOUT-SCREEN
               WHEN OTHER
                   MOVE 'G' TO GAME-STATE
           END-EVALUATE
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS
           .

      *-----------------------------------------------------------------
      * Tenues nommées: liste des trois tenues, enregistrement de
      * l'équipement porté sous un nom, ou équipement d'une tenue
      * entière en une commande
      *-----------------------------------------------------------------
       HANDLE-LOADOUT-SCREEN.
           DISPLAY SPACE
           DISPLAY "=== TENUES ==="
           PERFORM VARYING LOADOUT-IDX FROM 1 BY 1
                   UNTIL LOADOUT-IDX > 3
               PERFORM DISPLAY-ONE-LOADOUT
           END-PERFORM
           DISPLAY "1. Revêtir une tenue  2. Enregistrer "
               & "l'équipement porté  3. Retour"
           DISPLAY "> " WITH NO ADVANCING
           PERFORM GET-MENU-CHOICE
           IF MENU-CHOICE NOT = 1 AND MENU-CHOICE NOT = 2
               EXIT PARAGRAPH
           END-IF
           MOVE MENU-CHOICE TO LOADOUT-ACTION
           DISPLAY "Numéro de la tenue (1-3): " WITH NO ADVANCING
           PERFORM GET-MENU-CHOICE
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 3
               EXIT PARAGRAPH
           END-IF
           MOVE MENU-CHOICE TO LOADOUT-IDX
           IF LOADOUT-ACTION = 1
               PERFORM EQUIP-LOADOUT
           ELSE
               PERFORM STORE-LOADOUT
           END-IF
           .

       DISPLAY-ONE-LOADOUT.
           IF GS-LOADOUT-NAME OF GAME-STATE-EXT(LOADOUT-IDX) = SPACES
               DISPLAY LOADOUT-IDX ". (libre)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY LOADOUT-IDX ". " FUNCTION TRIM(
               GS-LOADOUT-NAME OF GAME-STATE-EXT(LOADOUT-IDX))
           PERFORM VARYING LOADOUT-SLOT-IDX FROM 1 BY 1
                   UNTIL LOADOUT-SLOT-IDX > 5
               PERFORM GET-LOADOUT-PIECE
               IF LOADOUT-PIECE-ID > 0
                   MOVE SPACES TO LOADOUT-PIECE-NAME
                   PERFORM VARYING INV-SCAN-IDX FROM 1 BY 1
                           UNTIL INV-SCAN-IDX >
                                 INVENTORY-COUNT OF PLAYER-INVENTORY
                       PERFORM TEST-LOADOUT-PIECE
                       IF LOADOUT-PIECE-MATCH = "Y"
                           MOVE ITEM-NAME OF PLAYER-INVENTORY
                               (INV-SCAN-IDX) TO LOADOUT-PIECE-NAME
                       END-IF
                   END-PERFORM
                   IF LOADOUT-PIECE-NAME = SPACES
                       MOVE "(absent du sac)" TO LOADOUT-PIECE-NAME
                   END-IF
                   DISPLAY "     " EQUIP-TYPE OF PLAYER-EQUIPMENT
                       (LOADOUT-SLOT-IDX) ": "
                       FUNCTION TRIM(LOADOUT-PIECE-NAME)
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Enregistrement de l'équipement porté dans la tenue
      * LOADOUT-IDX (l'ancien contenu est remplacé)
      *-----------------------------------------------------------------
       STORE-LOADOUT.
           DISPLAY "Nom de la tenue: " WITH NO ADVANCING
           PERFORM GET-PLAYER-INPUT
           IF PLAYER-INPUT = SPACES
               DISPLAY "Tenue non enregistrée: il lui faut un nom."
               EXIT PARAGRAPH
           END-IF
           MOVE PLAYER-INPUT
               TO GS-LOADOUT-NAME OF GAME-STATE-EXT(LOADOUT-IDX)
           PERFORM VARYING LOADOUT-SLOT-IDX FROM 1 BY 1
                   UNTIL LOADOUT-SLOT-IDX > 5
               MOVE EQUIP-ITEM-ID OF PLAYER-EQUIPMENT(LOADOUT-SLOT-IDX)
                   TO GS-LOADOUT-ITEM-ID OF GAME-STATE-EXT
                       (LOADOUT-IDX, LOADOUT-SLOT-IDX)
               PERFORM FIND-WORN-PIECE
               IF LOADOUT-WORN-IDX > 0
                   MOVE ITEM-TRUE-NAME OF PLAYER-INVENTORY
                       (LOADOUT-WORN-IDX)
                       TO GS-LOADOUT-ITEM-NAME OF GAME-STATE-EXT
                           (LOADOUT-IDX, LOADOUT-SLOT-IDX)
               ELSE
                   MOVE SPACES
                       TO GS-LOADOUT-ITEM-NAME OF GAME-STATE-EXT
                           (LOADOUT-IDX, LOADOUT-SLOT-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Tenue " LOADOUT-IDX " enregistrée: "
               FUNCTION TRIM(
                   GS-LOADOUT-NAME OF GAME-STATE-EXT(LOADOUT-IDX))
           .

      *-----------------------------------------------------------------
      * Équipement de la tenue LOADOUT-IDX pièce par pièce par
      * INVENTORY-SYSTEM (mêmes contrôles qu'à l'unité). Une pièce
      * absente du sac, cassée ou non identifiée est signalée et
      * l'emplacement reste tel quel; le bilan des panoplies suit.
      *-----------------------------------------------------------------
       EQUIP-LOADOUT.
           IF GS-LOADOUT-NAME OF GAME-STATE-EXT(LOADOUT-IDX) = SPACES
               DISPLAY "Cette tenue n'est pas encore enregistrée."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vous revêtez la tenue " FUNCTION TRIM(
               GS-LOADOUT-NAME OF GAME-STATE-EXT(LOADOUT-IDX)) "."
           MOVE 0 TO LOADOUT-PROBLEM-COUNT
           PERFORM VARYING LOADOUT-SLOT-IDX FROM 1 BY 1
                   UNTIL LOADOUT-SLOT-IDX > 5
               PERFORM GET-LOADOUT-PIECE
               IF LOADOUT-PIECE-ID > 0
                   PERFORM FIND-WORN-PIECE
                   MOVE "N" TO LOADOUT-PIECE-MATCH
                   IF LOADOUT-WORN-IDX > 0
                       MOVE LOADOUT-WORN-IDX TO INV-SCAN-IDX
                       PERFORM TEST-LOADOUT-PIECE
                   END-IF
                   IF LOADOUT-PIECE-MATCH = "N"
                       PERFORM EQUIP-LOADOUT-PIECE
                   END-IF
               END-IF
           END-PERFORM
           IF LOADOUT-PROBLEM-COUNT = 0
               DISPLAY "Tenue complète."
           ELSE
               DISPLAY "Tenue incomplète: " LOADOUT-PROBLEM-COUNT
                   " pièce(s) manquante(s) ou inutilisable(s)."
           END-IF
           PERFORM DISPLAY-SET-BONUSES
           IF SET-TIERS-SHOWN = 0
               DISPLAY "Aucun bonus de panoplie."
           END-IF
           .

      *-----------------------------------------------------------------
      * Pièce retenue par la tenue LOADOUT-IDX pour l'emplacement
      * LOADOUT-SLOT-IDX: numéro d'objet et vrai nom. Les numéros ne
      * sont pas uniques (butin, copies de boutique ou fabriquées):
      * c'est le vrai nom qui distingue les exemplaires.
      *-----------------------------------------------------------------
       GET-LOADOUT-PIECE.
           MOVE GS-LOADOUT-ITEM-ID OF GAME-STATE-EXT
               (LOADOUT-IDX, LOADOUT-SLOT-IDX) TO LOADOUT-PIECE-ID
           MOVE GS-LOADOUT-ITEM-NAME OF GAME-STATE-EXT
               (LOADOUT-IDX, LOADOUT-SLOT-IDX)
               TO LOADOUT-PIECE-TRUE-NAME
           .

      *    L'objet du sac INV-SCAN-IDX est-il la pièce retenue?
      *    (vrai nom à espaces: le numéro seul fait foi)
       TEST-LOADOUT-PIECE.
           MOVE "N" TO LOADOUT-PIECE-MATCH
           IF ITEM-ID OF PLAYER-INVENTORY(INV-SCAN-IDX)
                  = LOADOUT-PIECE-ID AND
              (LOADOUT-PIECE-TRUE-NAME = SPACES OR
               ITEM-TRUE-NAME OF PLAYER-INVENTORY(INV-SCAN-IDX)
                  = LOADOUT-PIECE-TRUE-NAME)
               MOVE "Y" TO LOADOUT-PIECE-MATCH
           END-IF
           .

      *    Objet du sac porté sur l'emplacement LOADOUT-SLOT-IDX (même
      *    règle que INVENTORY-SYSTEM: premier objet équipé portant le
      *    numéro de l'emplacement); 0 = emplacement vide
       FIND-WORN-PIECE.
           MOVE 0 TO LOADOUT-WORN-IDX
           IF EQUIP-ITEM-ID OF PLAYER-EQUIPMENT(LOADOUT-SLOT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INV-SCAN-IDX FROM 1 BY 1
                   UNTIL INV-SCAN-IDX >
                         INVENTORY-COUNT OF PLAYER-INVENTORY
                      OR LOADOUT-WORN-IDX > 0
               IF ITEM-ID OF PLAYER-INVENTORY(INV-SCAN-IDX) =
                  EQUIP-ITEM-ID OF PLAYER-EQUIPMENT(LOADOUT-SLOT-IDX)
                  AND IS-EQUIPPED OF PLAYER-INVENTORY(INV-SCAN-IDX)
                   MOVE INV-SCAN-IDX TO LOADOUT-WORN-IDX
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Recherche dans le sac d'un exemplaire utilisable de la pièce
      * retenue (même numéro et même vrai nom, identifié, non
      * cassé); à défaut, le motif du refus est annoncé
      *-----------------------------------------------------------------
       EQUIP-LOADOUT-PIECE.
           MOVE 0 TO LOADOUT-USABLE-IDX
           MOVE "N" TO LOADOUT-BROKEN-FOUND
           MOVE "N" TO LOADOUT-MYSTERY-FOUND
           PERFORM VARYING INV-SCAN-IDX FROM 1 BY 1
                   UNTIL INV-SCAN-IDX >
                         INVENTORY-COUNT OF PLAYER-INVENTORY
               PERFORM TEST-LOADOUT-PIECE
               IF LOADOUT-PIECE-MATCH = "Y"
                   EVALUATE TRUE
                       WHEN ITEM-IDENTIFIED OF PLAYER-INVENTORY
                               (INV-SCAN-IDX) = "N"
                           MOVE "Y" TO LOADOUT-MYSTERY-FOUND
                       WHEN ITEM-DURABILITY-MAX OF PLAYER-INVENTORY
                               (INV-SCAN-IDX) > 0 AND
                            ITEM-DURABILITY-CUR OF PLAYER-INVENTORY
                               (INV-SCAN-IDX) = 0
                           MOVE "Y" TO LOADOUT-BROKEN-FOUND
                       WHEN LOADOUT-USABLE-IDX = 0
                           MOVE INV-SCAN-IDX TO LOADOUT-USABLE-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF LOADOUT-USABLE-IDX > 0
               MOVE LOADOUT-USABLE-IDX TO OP-ITEM-INDEX
               MOVE 'E' TO INVENTORY-OPERATION
               CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
                   PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
                   PLAYER-EQUIPMENT, ITEM-OP-PARAMS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LOADOUT-PROBLEM-COUNT
           EVALUATE TRUE
               WHEN LOADOUT-BROKEN-FOUND = "Y"
                   DISPLAY "  " EQUIP-TYPE OF PLAYER-EQUIPMENT
                       (LOADOUT-SLOT-IDX) ": pièce cassée, à faire "
                       "réparer (objet " LOADOUT-PIECE-ID ")."
               WHEN LOADOUT-MYSTERY-FOUND = "Y"
                   DISPLAY "  " EQUIP-TYPE OF PLAYER-EQUIPMENT
                       (LOADOUT-SLOT-IDX) ": pièce non identifiée, "
                       "à montrer à l'Archiviste (objet "
                       LOADOUT-PIECE-ID ")."
               WHEN OTHER
                   DISPLAY "  " EQUIP-TYPE OF PLAYER-EQUIPMENT
                       (LOADOUT-SLOT-IDX) ": pièce absente du sac "
                       "(objet " LOADOUT-PIECE-ID ")."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Boutique du marchand
      *-----------------------------------------------------------------
           DISPLAY SPACE
           DISPLAY "=== PERSONNAGE ==="
           DISPLAY "Nom: " CHAR-NAME OF PLAYER-CHARACTER
           IF GS-CHAL-TITLE OF GAME-STATE-EXT NOT = SPACES
               DISPLAY "Titre: "
                   FUNCTION TRIM(GS-CHAL-TITLE OF GAME-STATE-EXT)
           END-IF
           DISPLAY "Classe: " CHAR-CLASS OF PLAYER-CHARACTER
           DISPLAY "Niveau: " CHAR-LEVEL OF PLAYER-CHARACTER
           DISPLAY "Expérience: " CHAR-EXPERIENCE OF PLAYER-CHARACTER
               CHAR-INTELLIGENCE OF PLAYER-CHARACTER / 2)
           DISPLAY "Précision: " DERIVED-STAT-WORK "%"
           PERFORM DISPLAY-SET-BONUSES
           PERFORM DISPLAY-JCL-CERTIFICATE
           DISPLAY SPACE
           DISPLAY "Compétences:"
           PERFORM VARYING SKILL-IDX FROM 1 BY 1
           MOVE 'G' TO GAME-STATE
           .
      
      *-----------------------------------------------------------------
      * Certification JCL de l'emplacement, obtenue à l'examen du
      * terminal de fabrication (voir JCL-CRAFTING)
      *-----------------------------------------------------------------
       DISPLAY-JCL-CERTIFICATE.
           EVALUATE GS-CERT-TIER OF GAME-STATE-EXT
               WHEN 1
                   DISPLAY "Certification JCL: Opérateur"
                       WITH NO ADVANCING
               WHEN 2
                   DISPLAY "Certification JCL: Programmeur système"
                       WITH NO ADVANCING
               WHEN 3
                   DISPLAY "Certification JCL: Architecte z/OS"
                       WITH NO ADVANCING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY " (jour " GS-CERT-DAY OF GAME-STATE-EXT
               ", meilleur score "
               GS-CERT-BEST-SCORE OF GAME-STATE-EXT "%)"
           .

      *-----------------------------------------------------------------
      * Panoplies portées: compte les pièces équipées de chaque
      * ensemble et affiche le palier de bonus atteint (appliqué en
      * combat par COMPUTE-SET-BONUSES dans COMBAT.cbl)
      *-----------------------------------------------------------------
       DISPLAY-SET-BONUSES.
           MOVE 0 TO SET-TIERS-SHOWN
           PERFORM VARYING SET-SCAN-IDX FROM 1 BY 1
                   UNTIL SET-SCAN-IDX > 2
               MOVE 0 TO SET-PIECES-WORN
                   END-IF
               END-PERFORM

               IF SET-PIECES-WORN >= 2
                   ADD 1 TO SET-TIERS-SHOWN
               END-IF
               IF SET-PIECES-WORN >= 3
                   DISPLAY FUNCTION TRIM(EQSET-NAME(SET-SCAN-IDX))
                       ": 3 pièces portées (+"
               PROGRESS-VALUE-MAIN, ITEM-OP-PARAMS,
               QUEST-LOG-FILTER-MAIN, GAME-STATE-EXT
           DISPLAY SPACE
      *    Une enquête ouverte se conclut d'ici (écran de déduction)
           IF GS-INV-STATE OF GAME-STATE-EXT(1) = "O" OR
              GS-INV-STATE OF GAME-STATE-EXT(2) = "O"
               DISPLAY "(D) Déduction d'enquête, ENTRÉE pour "
                   & "revenir au jeu"
               DISPLAY "> " WITH NO ADVANCING
               PERFORM GET-PLAYER-INPUT
               IF PLAYER-INPUT = "D" OR PLAYER-INPUT = "d"
                   MOVE 'X' TO QUEST-OPERATION
                   CALL "QUEST-SYSTEM" USING QUEST-OPERATION,
                       PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
                       PLAYER-EQUIPMENT, QUEST-TABLE,
                       QUEST-ID-TO-UPDATE-MAIN, OBJECTIVE-NUM-MAIN,
                       PROGRESS-VALUE-MAIN, ITEM-OP-PARAMS,
                       QUEST-LOG-FILTER-MAIN, GAME-STATE-EXT
                   DISPLAY SPACE
                   DISPLAY "Appuyez sur ENTRÉE pour revenir au jeu..."
                   PERFORM GET-PLAYER-INPUT
               END-IF
           ELSE
               DISPLAY "Appuyez sur ENTRÉE pour revenir au jeu..."
               PERFORM GET-PLAYER-INPUT
           END-IF
           MOVE 'G' TO GAME-STATE
           .
      
               DISPLAY "5. Votre compagnon ("
                   GS-COMP-NAME OF GAME-STATE-EXT ")"
           END-IF
           IF GS-COMP-HIRED OF GAME-STATE-EXT = "E"
               DISPLAY "   (" FUNCTION TRIM(
                   GS-COMP-NAME OF GAME-STATE-EXT)
                   " est en expédition jusqu'au jour "
                   GS-EXPD-RETURN-DAY OF GAME-STATE-EXT ")"
           END-IF
      *    PNJ de retombée: le Chronologue apaisé ne se montre
      *    qu'une fois les six anomalies d'ère réparées
           IF GS-ANOMALIES-DONE OF GAME-STATE-EXT >= 6
               DISPLAY "6. Chronologue apaisé (nouveau venu)"
           END-IF
      *    L'intendant de la faction qui tient la zone, en ville
           PERFORM SET-TOWN-QUARTERMASTER
           EVALUATE QTM-FACTION
               WHEN 1
                   DISPLAY "7. Intendant des Archivistes"
               WHEN 2
                   DISPLAY "7. Intendant des Techniciens"
               WHEN 3
                   DISPLAY "7. Intendant des Anomalies"
           END-EVALUATE
           DISPLAY "Avec qui souhaitez-vous parler? " WITH NO ADVANCING
           PERFORM GET-MENU-CHOICE

                   ELSE
                       DISPLAY "Choix invalide."
                   END-IF
               WHEN 7
                   IF QTM-FACTION > 0
                       PERFORM VISIT-FACTION-QUARTERMASTER
                   ELSE
                       DISPLAY "Choix invalide."
                   END-IF
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Faction dont l'intendant tient boutique ici (QTM-FACTION):
      * celle qui contrôle la zone de la ville, 0 hors des villes
      * ou en zone neutre
      *-----------------------------------------------------------------
       SET-TOWN-QUARTERMASTER.
           MOVE 0 TO QTM-FACTION
           IF LOCATION-TYPE IN WORLD-MAP
               (PLAYER-POS-X IN PLAYER-POSITION,
                PLAYER-POS-Y IN PLAYER-POSITION) = "T"
               MOVE GS-ZONE-FACTION OF GAME-STATE-EXT
                   (PLAYER-POS-X IN PLAYER-POSITION) TO QTM-FACTION
           END-IF
           .

      *-----------------------------------------------------------------
      * Comptoir de l'intendant de faction (fermé pendant un siège,
      * comme les autres services de la ville)
      *-----------------------------------------------------------------
       VISIT-FACTION-QUARTERMASTER.
           PERFORM CHECK-TOWN-UNDER-SIEGE
           IF TOWN-UNDER-SIEGE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE LOCATION-ID IN WORLD-MAP
               (PLAYER-POS-X IN PLAYER-POSITION,
                PLAYER-POS-Y IN PLAYER-POSITION) TO QTM-TOWN-ID
           CALL "QUARTERMASTER-SYSTEM" USING QUARTER-PARAMS,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           IF QTM-PURCHASES > 0
               MOVE "Y" TO GS-AUTOSAVE-REQUEST OF GAME-STATE-EXT
           END-IF
           .

      *-----------------------------------------------------------------
      * Le Chronologue apaisé: installé au présent depuis que les
      * six ères sont réparées - la preuve vivante que corriger
               ITEM-NAME OF PLAYER-INVENTORY(MENU-CHOICE) "."

           MOVE MENU-CHOICE TO OP-ITEM-INDEX
           MOVE "COMP" TO OP-ITEM-SOURCE
           MOVE 'R' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
       CLEANUP-GAME.
           IF IS-SCRIPT-MODE
               CLOSE SCRIPT-INPUT-FILE
               MOVE "CLEANUP-GAME" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SCRIPT-FILE-NAME, SCRIPT-FILE-STATUS
           END-IF
           PERFORM SAVE-GAME
           IF SLOT-LOCK-TAKEN
               MOVE 'L' TO LOCK-OPERATION
               CALL "SLOT-LOCK" USING LOCK-OPERATION, SLOT-LOCK-FIELDS
               MOVE 'N' TO SLOT-LOCK-STATE
           END-IF
           PERFORM DISPLAY-SESSION-SUMMARY
           MOVE SPACES TO EVENT-MESSAGE
           STRING "Session terminée pour " DELIMITED BY SIZE
           END-IF
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SAVE-GAME-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SAVE-BACKUP-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               FAME-READ-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               TROPHY-READ-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, PREFS-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM MAIN-GAME.
