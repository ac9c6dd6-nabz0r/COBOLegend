      *****************************************************************
      * SAVE-COMPARE.CBL - Comparaison champ à champ de deux sauvegardes
      *
      * Utilitaire de support autonome. Quand un joueur dit avoir
      * perdu un objet, de l'or ou l'avancement d'une quête, ce
      * programme relit deux images de son enregistrement et imprime
      * chaque champ qui diffère de l'une à l'autre: CHAR-STATISTICS,
      * chaque entrée de INVENTORY-ITEMS (avec un bilan des
      * quantités par nom d'objet), EQUIPMENT-SLOTS, statut et
      * progression des objectifs de QUEST-TABLE, fanions de visite
      * de SAVE-MAP-STATE, puis les groupes de GAME-STATE-EXT
      * (GS-BOUNTY, GS-MAILBOX, GS-MOUNT, GS-KEYRING, compagnon,
      * matériaux, bestiaire...).
      *
      * Paramètres de la ligne de commande: deux sources parmi
      *   SLOTn      l'emplacement n de COBOSAVE.DAT
      *   SECOURSn   sa copie de secours dans COBOSAVB.DAT
      *   EXPORTn    le fichier d'export COBOEXPn.TXT
      * par exemple: save-compare SECOURS2 SLOT2
      * Les deux images doivent être de la version de structure
      * courante (sinon passer d'abord par SAVE-MIGRATE).
      * Compilable séparément: make save-compare
      *
      * La structure de l'enregistrement doit rester strictement
      * identique à celle du FD SAVE-GAME-FILE de MAIN-GAME.cbl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVE-COMPARE.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVE-GAME-FILE ASSIGN TO DYNAMIC SAVE-GAME-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAVE-KEY
               FILE STATUS IS SAVE-FILE-STATUS.

           SELECT SAVE-BACKUP-FILE
               ASSIGN TO DYNAMIC SAVE-BACKUP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAVB-KEY
               FILE STATUS IS BACKUP-FILE-STATUS.

           SELECT EXPORT-FILE ASSIGN TO DYNAMIC EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SAVE-GAME-FILE
           LABEL RECORDS ARE STANDARD.
       01 SAVE-GAME-RECORD.
           02 SAVE-KEY                PIC X(20).
           02 SAVE-REC-VERSION        PIC 9(2).
           02 SAVE-REC-CHECKSUM       PIC 9(9).
           COPY "PLAYER-CHAR.cpy"
               REPLACING ==01 PLAYER-CHARACTER.==
                      BY ==02 SAVE-REC-CHARACTER.==.
           COPY "INVENTORY.cpy"
               REPLACING ==01 PLAYER-INVENTORY.==
                      BY ==02 SAVE-REC-INVENTORY.==
                         ==01 PLAYER-GOLD==
                      BY ==02 SAVE-REC-GOLD==
                         ==01 PLAYER-EQUIPMENT.==
                      BY ==02 SAVE-REC-EQUIPMENT.==.
           COPY "QUEST.cpy"
               REPLACING ==01 QUEST-TABLE.==
                      BY ==02 SAVE-REC-QUEST-TABLE.==.
           COPY "SAVEMAP.cpy"
               REPLACING ==01 SAVE-MAP-STATE.==
                      BY ==02 SAVE-REC-MAP-STATE.==
                         ==01 SAVE-POSITION.==
                      BY ==02 SAVE-REC-POSITION.==.
           COPY "DIFFICULTY.cpy"
               REPLACING ==01 GAME-DIFFICULTY.==
                      BY ==02 SAVE-REC-DIFFICULTY.==.
           COPY "GAMESTATE.cpy"
               REPLACING ==01 GAME-STATE-EXT.==
                      BY ==02 SAVE-REC-GAME-STATE.==.

      *    Même disposition que le FD SAVE-BACKUP-FILE de MAIN-GAME:
      *    l'enregistrement de l'emplacement y est recopié tel quel
       FD SAVE-BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01 SAVE-BACKUP-RECORD.
           02 SAVB-KEY                PIC X(20).
           02 SAVB-BODY               PIC X(25000).

       FD EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 EXPORT-RECORD.
          05 EXP-REC-TAG             PIC X(1).
          05 EXP-REC-SEQ             PIC 9(4).
          05 EXP-REC-DATA            PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="SAVE-COMPARE"==.
       01 SAVE-GAME-FILE-PATH        PIC X(80)  VALUE "COBOSAVE.DAT".
       01 SAVE-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 SAVE-FILE-OK            VALUE "00".
       01 SAVE-BACKUP-FILE-PATH      PIC X(80)  VALUE "COBOSAVB.DAT".
       01 BACKUP-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 BACKUP-FILE-OK          VALUE "00".
       01 EXPORT-FILE-NAME           PIC X(80)  VALUE SPACES.
       01 EXPORT-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 EXPORT-FILE-OK          VALUE "00".
       01 EXPORT-AT-EOF              PIC X(1)   VALUE "N".
       01 EXP-POS                    PIC 9(6)   VALUE 0.
       01 EXP-CHUNK-LEN              PIC 9(2)   VALUE 0.
       01 EXP-REC-LEN                PIC 9(6)   VALUE 0.
       01 EXP-VERSION-WORK           PIC X(2)   VALUE SPACES.

      *    Version cible: doit suivre SAVE-LAYOUT-VERSION de MAIN-GAME
       01 SAVE-LAYOUT-VERSION        PIC 9(2)  VALUE 61.

      *-----------------------------------------------------------------
      * Sources demandées
      *-----------------------------------------------------------------
       01 COMMAND-LINE-TEXT          PIC X(40)  VALUE SPACES.
       01 SOURCE-NAME-A              PIC X(20)  VALUE SPACES.
       01 SOURCE-NAME-B              PIC X(20)  VALUE SPACES.
       01 LOAD-SOURCE-NAME           PIC X(20)  VALUE SPACES.
          88 SOURCE-IS-SLOT          VALUE "SLOT1" "SLOT2" "SLOT3".
          88 SOURCE-IS-BACKUP        VALUE "SECOURS1" "SECOURS2"
                                           "SECOURS3".
          88 SOURCE-IS-EXPORT        VALUE "EXPORT1" "EXPORT2"
                                           "EXPORT3".
       01 LOAD-SLOT-KEY              PIC X(20)  VALUE SPACES.
       01 LOAD-RESULT                PIC X(1)   VALUE "N".
          88 LOAD-OK                 VALUE "Y".

      *    Image lue, de la taille du plus grand des trois
      *    enregistrements (la copie de secours)
       01 LOAD-IMAGE                 PIC X(25020) VALUE SPACES.

      *-----------------------------------------------------------------
      * Les deux images comparées, même disposition que le FD
      *-----------------------------------------------------------------
       01 SAVE-IMAGE-A.
           02 SAVE-KEY                PIC X(20).
           02 SAVE-REC-VERSION        PIC 9(2).
           02 SAVE-REC-CHECKSUM       PIC 9(9).
           COPY "PLAYER-CHAR.cpy"
               REPLACING ==01 PLAYER-CHARACTER.==
                      BY ==02 SAVE-REC-CHARACTER.==.
           COPY "INVENTORY.cpy"
               REPLACING ==01 PLAYER-INVENTORY.==
                      BY ==02 SAVE-REC-INVENTORY.==
                         ==01 PLAYER-GOLD==
                      BY ==02 SAVE-REC-GOLD==
                         ==01 PLAYER-EQUIPMENT.==
                      BY ==02 SAVE-REC-EQUIPMENT.==.
           COPY "QUEST.cpy"
               REPLACING ==01 QUEST-TABLE.==
                      BY ==02 SAVE-REC-QUEST-TABLE.==.
           COPY "SAVEMAP.cpy"
               REPLACING ==01 SAVE-MAP-STATE.==
                      BY ==02 SAVE-REC-MAP-STATE.==
                         ==01 SAVE-POSITION.==
                      BY ==02 SAVE-REC-POSITION.==.
           COPY "DIFFICULTY.cpy"
               REPLACING ==01 GAME-DIFFICULTY.==
                      BY ==02 SAVE-REC-DIFFICULTY.==.
           COPY "GAMESTATE.cpy"
               REPLACING ==01 GAME-STATE-EXT.==
                      BY ==02 SAVE-REC-GAME-STATE.==.

       01 SAVE-IMAGE-B.
           02 SAVE-KEY                PIC X(20).
           02 SAVE-REC-VERSION        PIC 9(2).
           02 SAVE-REC-CHECKSUM       PIC 9(9).
           COPY "PLAYER-CHAR.cpy"
               REPLACING ==01 PLAYER-CHARACTER.==
                      BY ==02 SAVE-REC-CHARACTER.==.
           COPY "INVENTORY.cpy"
               REPLACING ==01 PLAYER-INVENTORY.==
                      BY ==02 SAVE-REC-INVENTORY.==
                         ==01 PLAYER-GOLD==
                      BY ==02 SAVE-REC-GOLD==
                         ==01 PLAYER-EQUIPMENT.==
                      BY ==02 SAVE-REC-EQUIPMENT.==.
           COPY "QUEST.cpy"
               REPLACING ==01 QUEST-TABLE.==
                      BY ==02 SAVE-REC-QUEST-TABLE.==.
           COPY "SAVEMAP.cpy"
               REPLACING ==01 SAVE-MAP-STATE.==
                      BY ==02 SAVE-REC-MAP-STATE.==
                         ==01 SAVE-POSITION.==
                      BY ==02 SAVE-REC-POSITION.==.
           COPY "DIFFICULTY.cpy"
               REPLACING ==01 GAME-DIFFICULTY.==
                      BY ==02 SAVE-REC-DIFFICULTY.==.
           COPY "GAMESTATE.cpy"
               REPLACING ==01 GAME-STATE-EXT.==
                      BY ==02 SAVE-REC-GAME-STATE.==.

      *-----------------------------------------------------------------
      * Comparaison d'un champ: rubrique en cours, libellé et les deux
      * valeurs sous forme affichable
      *-----------------------------------------------------------------
       01 CMP-SECTION                PIC X(30)  VALUE SPACES.
       01 CMP-SECTION-SHOWN          PIC X(30)  VALUE SPACES.
       01 CMP-ENTRY-LABEL            PIC X(40)  VALUE SPACES.
       01 CMP-LABEL                  PIC X(30)  VALUE SPACES.
       01 CMP-A                      PIC X(40)  VALUE SPACES.
       01 CMP-B                      PIC X(40)  VALUE SPACES.
       01 CMP-SIGNED-EDIT            PIC -ZZ9.
       01 CMP-I                      PIC 9(2)   VALUE 0.
       01 CMP-J                      PIC 9(2)   VALUE 0.
       01 CMP-LIMIT                  PIC 9(2)   VALUE 0.
       01 DIFFERENCE-COUNT           PIC 9(5)   VALUE 0.
       01 GS-DIFFERENCE-COUNT        PIC 9(5)   VALUE 0.

      *-----------------------------------------------------------------
      * Bilan des quantités par nom d'objet (80 noms distincts au
      * plus: deux inventaires de 40 entrées)
      *-----------------------------------------------------------------
       01 BALANCE-TABLE.
          05 BALANCE-ENTRY OCCURS 80 TIMES.
             10 BAL-NAME             PIC X(20).
             10 BAL-QTY-A            PIC 9(4).
             10 BAL-QTY-B            PIC 9(4).
       01 BALANCE-COUNT              PIC 9(2)   VALUE 0.
       01 BAL-IDX                    PIC 9(2)   VALUE 0.
       01 BAL-NAME-WORK              PIC X(20)  VALUE SPACES.
       01 BAL-QTY-WORK               PIC 9(2)   VALUE 0.
       01 BAL-SIDE                   PIC X(1)   VALUE SPACE.
       01 BAL-QTY-EDIT-A             PIC Z(3)9.
       01 BAL-QTY-EDIT-B             PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== COMPARAISON DE SAUVEGARDES COBOLEGEND ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(COMMAND-LINE-TEXT)
               TO COMMAND-LINE-TEXT
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO SOURCE-NAME-A SOURCE-NAME-B
           END-UNSTRING
           IF SOURCE-NAME-A = SPACES OR SOURCE-NAME-B = SPACES
               DISPLAY "Deux sources attendues."
               PERFORM DISPLAY-USAGE
               GOBACK
           END-IF

           MOVE SOURCE-NAME-A TO LOAD-SOURCE-NAME
           PERFORM LOAD-SAVE-SOURCE
           IF NOT LOAD-OK
               GOBACK
           END-IF
           MOVE LOAD-IMAGE TO SAVE-IMAGE-A

           MOVE SOURCE-NAME-B TO LOAD-SOURCE-NAME
           PERFORM LOAD-SAVE-SOURCE
           IF NOT LOAD-OK
               GOBACK
           END-IF
           MOVE LOAD-IMAGE TO SAVE-IMAGE-B

           DISPLAY SPACE
           DISPLAY "Avant: " FUNCTION TRIM(SOURCE-NAME-A)
               "    Après: " FUNCTION TRIM(SOURCE-NAME-B)

           PERFORM COMPARE-CHARACTER
           PERFORM COMPARE-INVENTORY
           PERFORM COMPARE-EQUIPMENT
           PERFORM COMPARE-QUESTS
           PERFORM COMPARE-MAP
           MOVE DIFFERENCE-COUNT TO GS-DIFFERENCE-COUNT
           PERFORM COMPARE-GAME-STATE
           SUBTRACT DIFFERENCE-COUNT FROM GS-DIFFERENCE-COUNT

      *    Écart dans une zone de GAME-STATE-EXT non détaillée ici
           IF GS-DIFFERENCE-COUNT = 0
              AND SAVE-REC-GAME-STATE OF SAVE-IMAGE-A
                  NOT = SAVE-REC-GAME-STATE OF SAVE-IMAGE-B
               ADD 1 TO DIFFERENCE-COUNT
               DISPLAY SPACE
               DISPLAY "-- État de partie --"
               DISPLAY "   autres fanions de GAME-STATE-EXT modifiés "
                   & "(zone non détaillée)"
           END-IF

           DISPLAY SPACE
           IF DIFFERENCE-COUNT = 0
               DISPLAY "Aucune différence: les deux images sont "
                   & "identiques champ à champ."
           ELSE
               DISPLAY "TOTAL: " DIFFERENCE-COUNT
                   " champ(s) différent(s)"
           END-IF
           GOBACK.

       DISPLAY-USAGE.
           DISPLAY "Usage: save-compare SOURCE1 SOURCE2 avec SOURCE "
               & "parmi SLOTn, SECOURSn, EXPORTn"
           .

      *-----------------------------------------------------------------
      * Lecture d'une source dans LOAD-IMAGE: emplacement, copie de
      * secours ou fichier d'export, puis contrôle de la version de
      * structure
      *-----------------------------------------------------------------
       LOAD-SAVE-SOURCE.
           MOVE "N" TO LOAD-RESULT
           MOVE SPACES TO LOAD-IMAGE
           EVALUATE TRUE
               WHEN SOURCE-IS-SLOT
                   MOVE LOAD-SOURCE-NAME TO LOAD-SLOT-KEY
                   PERFORM LOAD-FROM-SAVE-FILE
               WHEN SOURCE-IS-BACKUP
                   MOVE SPACES TO LOAD-SLOT-KEY
                   STRING "SLOT" DELIMITED BY SIZE
                       LOAD-SOURCE-NAME(8:1) DELIMITED BY SIZE
                       INTO LOAD-SLOT-KEY
                   END-STRING
                   PERFORM LOAD-FROM-BACKUP-FILE
               WHEN SOURCE-IS-EXPORT
                   PERFORM LOAD-FROM-EXPORT-FILE
               WHEN OTHER
                   DISPLAY "Source inconnue: "
                       FUNCTION TRIM(LOAD-SOURCE-NAME)
                   PERFORM DISPLAY-USAGE
           END-EVALUATE
           IF NOT LOAD-OK
               EXIT PARAGRAPH
           END-IF

           IF LOAD-IMAGE(21:2) NOT = SAVE-LAYOUT-VERSION
               MOVE "N" TO LOAD-RESULT
               DISPLAY FUNCTION TRIM(LOAD-SOURCE-NAME)
                   ": structure version " LOAD-IMAGE(21:2)
                   ", version courante " SAVE-LAYOUT-VERSION
                   ". Passer d'abord par SAVE-MIGRATE."
           END-IF
           .

       LOAD-FROM-SAVE-FILE.
           OPEN INPUT SAVE-GAME-FILE
           MOVE "LOAD-FROM-SAVE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
               DISPLAY "COBOSAVE.DAT introuvable: aucune sauvegarde."
               EXIT PARAGRAPH
           END-IF
           MOVE LOAD-SLOT-KEY TO SAVE-KEY OF SAVE-GAME-RECORD
           READ SAVE-GAME-FILE
               INVALID KEY
                   DISPLAY FUNCTION TRIM(LOAD-SLOT-KEY)
                       ": emplacement vide."
               NOT INVALID KEY
                   MOVE SAVE-GAME-RECORD TO LOAD-IMAGE
                   MOVE "Y" TO LOAD-RESULT
           END-READ
           MOVE "LOAD-FROM-SAVE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           CLOSE SAVE-GAME-FILE
           MOVE "LOAD-FROM-SAVE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           .

      *    La copie de secours n'existe qu'après une première
      *    réécriture de l'emplacement: fichier facultatif
       LOAD-FROM-BACKUP-FILE.
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT SAVE-BACKUP-FILE
           MOVE "LOAD-FROM-BACKUP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT BACKUP-FILE-OK
               DISPLAY "COBOSAVB.DAT introuvable: aucune copie de "
                   & "secours."
               EXIT PARAGRAPH
           END-IF
           MOVE LOAD-SLOT-KEY TO SAVB-KEY
           READ SAVE-BACKUP-FILE
               INVALID KEY
                   DISPLAY "Pas de copie de secours pour "
                       FUNCTION TRIM(LOAD-SLOT-KEY) "."
               NOT INVALID KEY
                   MOVE SAVE-BACKUP-RECORD TO LOAD-IMAGE
                   MOVE "Y" TO LOAD-RESULT
           END-READ
           MOVE "LOAD-FROM-BACKUP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
           CLOSE SAVE-BACKUP-FILE
           MOVE "LOAD-FROM-BACKUP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SAVE-BACKUP-FILE-PATH, BACKUP-FILE-STATUS
           .

      *    Export: en-tête avec la version, puis tranches de 80
      *    caractères remises à leur place (comme l'import de
      *    MAIN-GAME)
       LOAD-FROM-EXPORT-FILE.
           MOVE SPACES TO EXPORT-FILE-NAME
           STRING "COBOEXP" DELIMITED BY SIZE
               LOAD-SOURCE-NAME(7:1) DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO EXPORT-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, EXPORT-FILE-NAME
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT EXPORT-FILE
           MOVE "LOAD-FROM-EXPORT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXPORT-FILE-NAME,
               EXPORT-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT EXPORT-FILE-OK
               DISPLAY "Fichier " FUNCTION TRIM(EXPORT-FILE-NAME)
                   " introuvable."
               EXIT PARAGRAPH
           END-IF

           MOVE LENGTH OF SAVE-IMAGE-A TO EXP-REC-LEN
           MOVE SPACES TO EXP-VERSION-WORK
           MOVE "N" TO EXPORT-AT-EOF
           PERFORM UNTIL EXPORT-AT-EOF = "Y"
               READ EXPORT-FILE
                   AT END
                       MOVE "Y" TO EXPORT-AT-EOF
                   NOT AT END
                       PERFORM APPLY-EXPORT-RECORD
               END-READ
               MOVE "LOAD-FROM-EXPORT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   EXPORT-FILE-NAME, EXPORT-FILE-STATUS
           END-PERFORM
           CLOSE EXPORT-FILE
           MOVE "LOAD-FROM-EXPORT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXPORT-FILE-NAME,
               EXPORT-FILE-STATUS

           IF EXP-VERSION-WORK = SPACES
               DISPLAY FUNCTION TRIM(EXPORT-FILE-NAME)
                   ": en-tête d'export absent."
               EXIT PARAGRAPH
           END-IF
           IF EXP-VERSION-WORK NOT = LOAD-IMAGE(21:2)
               DISPLAY FUNCTION TRIM(EXPORT-FILE-NAME)
                   ": en-tête version " EXP-VERSION-WORK
                   " et enregistrement version " LOAD-IMAGE(21:2)
                   " discordants."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LOAD-RESULT
           .

       APPLY-EXPORT-RECORD.
           EVALUATE EXP-REC-TAG
               WHEN "H"
                   MOVE EXP-REC-DATA(20:2) TO EXP-VERSION-WORK
               WHEN "D"
                   COMPUTE EXP-POS = (EXP-REC-SEQ - 1) * 80 + 1
                   IF EXP-POS >= 1 AND EXP-POS <= EXP-REC-LEN
                       COMPUTE EXP-CHUNK-LEN = FUNCTION MIN(80,
                           EXP-REC-LEN - EXP-POS + 1)
                       MOVE EXP-REC-DATA(1:EXP-CHUNK-LEN)
                           TO LOAD-IMAGE(EXP-POS:EXP-CHUNK-LEN)
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Comparaison d'un champ: affiché seulement s'il diffère, sous
      * le titre de sa rubrique (imprimé à la première différence)
      *-----------------------------------------------------------------
       COMPARE-FIELD.
           IF CMP-A = CMP-B
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DIFFERENCE-COUNT
           IF CMP-SECTION NOT = CMP-SECTION-SHOWN
               MOVE CMP-SECTION TO CMP-SECTION-SHOWN
               DISPLAY SPACE
               DISPLAY "-- " FUNCTION TRIM(CMP-SECTION) " --"
           END-IF
           IF CMP-A = SPACES
               MOVE "(blanc)" TO CMP-A
           END-IF
           IF CMP-B = SPACES
               MOVE "(blanc)" TO CMP-B
           END-IF
           IF CMP-ENTRY-LABEL = SPACES
               DISPLAY "   " FUNCTION TRIM(CMP-LABEL) ": "
                   FUNCTION TRIM(CMP-A) " -> " FUNCTION TRIM(CMP-B)
           ELSE
               DISPLAY "   " FUNCTION TRIM(CMP-ENTRY-LABEL) " "
                   FUNCTION TRIM(CMP-LABEL) ": "
                   FUNCTION TRIM(CMP-A) " -> " FUNCTION TRIM(CMP-B)
           END-IF
           .

      *-----------------------------------------------------------------
      * Personnage: identité, CHAR-STATISTICS, or, difficulté et
      * compétences
      *-----------------------------------------------------------------
       COMPARE-CHARACTER.
           MOVE "Personnage" TO CMP-SECTION
           MOVE SPACES TO CMP-ENTRY-LABEL
           MOVE "nom" TO CMP-LABEL
           MOVE CHAR-NAME OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-NAME OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "classe" TO CMP-LABEL
           MOVE CHAR-CLASS OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-CLASS OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "niveau" TO CMP-LABEL
           MOVE CHAR-LEVEL OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-LEVEL OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "expérience" TO CMP-LABEL
           MOVE CHAR-EXPERIENCE OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-EXPERIENCE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "expérience visée" TO CMP-LABEL
           MOVE CHAR-EXPERIENCE-NEXT OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-EXPERIENCE-NEXT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "PV" TO CMP-LABEL
           MOVE CHAR-HEALTH-CURRENT OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-HEALTH-CURRENT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "PV max" TO CMP-LABEL
           MOVE CHAR-HEALTH-MAX OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-HEALTH-MAX OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "mana" TO CMP-LABEL
           MOVE CHAR-MANA-CURRENT OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-MANA-CURRENT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "mana max" TO CMP-LABEL
           MOVE CHAR-MANA-MAX OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-MANA-MAX OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "force" TO CMP-LABEL
           MOVE CHAR-STRENGTH OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-STRENGTH OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défense" TO CMP-LABEL
           MOVE CHAR-DEFENSE OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-DEFENSE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "intelligence" TO CMP-LABEL
           MOVE CHAR-INTELLIGENCE OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-INTELLIGENCE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "agilité" TO CMP-LABEL
           MOVE CHAR-AGILITY OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-AGILITY OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "points à répartir" TO CMP-LABEL
           MOVE CHAR-UNSPENT-POINTS OF SAVE-IMAGE-A TO CMP-A
           MOVE CHAR-UNSPENT-POINTS OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "or" TO CMP-LABEL
           MOVE SAVE-REC-GOLD OF SAVE-IMAGE-A TO CMP-A
           MOVE SAVE-REC-GOLD OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "difficulté" TO CMP-LABEL
           MOVE DIFFICULTY-LEVEL OF SAVE-IMAGE-A TO CMP-A
           MOVE DIFFICULTY-LEVEL OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM COMPARE-SKILL-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 6
           .

       COMPARE-SKILL-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Compétence " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "nom" TO CMP-LABEL
           MOVE SKILL-NAME OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE SKILL-NAME OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "niveau" TO CMP-LABEL
           MOVE SKILL-LEVEL OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE SKILL-LEVEL OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "apprise" TO CMP-LABEL
           MOVE SKILL-LEARNED OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE SKILL-LEARNED OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "usages" TO CMP-LABEL
           MOVE SKILL-USES OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE SKILL-USES OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

      *-----------------------------------------------------------------
      * Inventaire: chaque entrée de INVENTORY-ITEMS jusqu'au plus
      * grand des deux comptes, puis bilan des quantités par nom
      * d'objet (un objet perdu reste visible même si les entrées
      * suivantes ont glissé d'une place)
      *-----------------------------------------------------------------
       COMPARE-INVENTORY.
           MOVE "Inventaire" TO CMP-SECTION
           MOVE SPACES TO CMP-ENTRY-LABEL
           MOVE "objets portés" TO CMP-LABEL
           MOVE INVENTORY-COUNT OF SAVE-IMAGE-A TO CMP-A
           MOVE INVENTORY-COUNT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "capacité" TO CMP-LABEL
           MOVE MAX-INVENTORY-SIZE OF SAVE-IMAGE-A TO CMP-A
           MOVE MAX-INVENTORY-SIZE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE INVENTORY-COUNT OF SAVE-IMAGE-A TO CMP-LIMIT
           IF INVENTORY-COUNT OF SAVE-IMAGE-B > CMP-LIMIT
               MOVE INVENTORY-COUNT OF SAVE-IMAGE-B TO CMP-LIMIT
           END-IF
           IF CMP-LIMIT > 40
               MOVE 40 TO CMP-LIMIT
           END-IF
           PERFORM COMPARE-ITEM-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > CMP-LIMIT
           PERFORM BALANCE-ITEMS-BY-NAME
           .

       COMPARE-ITEM-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Objet " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           IF CMP-I > INVENTORY-COUNT OF SAVE-IMAGE-A
               MOVE "(vide)" TO CMP-A
           ELSE
               MOVE ITEM-NAME OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           END-IF
           IF CMP-I > INVENTORY-COUNT OF SAVE-IMAGE-B
               MOVE "(vide)" TO CMP-B
           ELSE
               MOVE ITEM-NAME OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           END-IF
           MOVE "nom" TO CMP-LABEL
           PERFORM COMPARE-FIELD
           IF CMP-I > INVENTORY-COUNT OF SAVE-IMAGE-A
              OR CMP-I > INVENTORY-COUNT OF SAVE-IMAGE-B
               EXIT PARAGRAPH
           END-IF
           MOVE "identifiant" TO CMP-LABEL
           MOVE ITEM-ID OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE ITEM-ID OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "quantité" TO CMP-LABEL
           MOVE ITEM-QUANTITY OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE ITEM-QUANTITY OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "valeur" TO CMP-LABEL
           MOVE ITEM-VALUE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE ITEM-VALUE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "équipé" TO CMP-LABEL
           MOVE ITEM-EQUIPPED OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE ITEM-EQUIPPED OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "usure" TO CMP-LABEL
           MOVE ITEM-DURABILITY-CUR OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE ITEM-DURABILITY-CUR OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "identifié" TO CMP-LABEL
           MOVE ITEM-IDENTIFIED OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE ITEM-IDENTIFIED OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "vrai nom" TO CMP-LABEL
           MOVE ITEM-TRUE-NAME OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE ITEM-TRUE-NAME OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

      *-----------------------------------------------------------------
      * Emplacements d'équipement (EQUIPMENT-SLOTS)
      *-----------------------------------------------------------------
       COMPARE-EQUIPMENT.
           MOVE "Équipement" TO CMP-SECTION
           PERFORM COMPARE-EQUIP-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 5
           .

       COMPARE-EQUIP-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Emplacement " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "type" TO CMP-LABEL
           MOVE EQUIP-TYPE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE EQUIP-TYPE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "objet" TO CMP-LABEL
           MOVE EQUIP-ITEM-ID OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE EQUIP-ITEM-ID OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "bonus" TO CMP-LABEL
           MOVE EQUIP-BONUS OF SAVE-IMAGE-A(CMP-I) TO CMP-SIGNED-EDIT
           MOVE CMP-SIGNED-EDIT TO CMP-A
           MOVE EQUIP-BONUS OF SAVE-IMAGE-B(CMP-I) TO CMP-SIGNED-EDIT
           MOVE CMP-SIGNED-EDIT TO CMP-B
           PERFORM COMPARE-FIELD
           .

      *-----------------------------------------------------------------
      * QUEST-TABLE: statut, échéance, issue et progression de chaque
      * objectif
      *-----------------------------------------------------------------
       COMPARE-QUESTS.
           MOVE "Quêtes" TO CMP-SECTION
           MOVE SPACES TO CMP-ENTRY-LABEL
           MOVE "quêtes chargées" TO CMP-LABEL
           MOVE QUEST-COUNT OF SAVE-IMAGE-A TO CMP-A
           MOVE QUEST-COUNT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE QUEST-COUNT OF SAVE-IMAGE-A TO CMP-LIMIT
           IF QUEST-COUNT OF SAVE-IMAGE-B > CMP-LIMIT
               MOVE QUEST-COUNT OF SAVE-IMAGE-B TO CMP-LIMIT
           END-IF
           IF CMP-LIMIT > 14
               MOVE 14 TO CMP-LIMIT
           END-IF
           PERFORM COMPARE-QUEST-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > CMP-LIMIT
           .

       COMPARE-QUEST-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Quête " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               QUEST-NAME OF SAVE-IMAGE-A(CMP-I)(1:24)
                   DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "identifiant" TO CMP-LABEL
           MOVE QUEST-ID OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE QUEST-ID OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "statut" TO CMP-LABEL
           MOVE QUEST-STATUS OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE QUEST-STATUS OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "tours restants" TO CMP-LABEL
           MOVE QUEST-FAIL-TURNS OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE QUEST-FAIL-TURNS OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "proposée" TO CMP-LABEL
           MOVE QUEST-DIALOG-OFFERED OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE QUEST-DIALOG-OFFERED OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "issue" TO CMP-LABEL
           MOVE QUEST-BRANCH OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE QUEST-BRANCH OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM COMPARE-OBJECTIVE VARYING CMP-J FROM 1 BY 1
               UNTIL CMP-J > 5
           .

       COMPARE-OBJECTIVE.
           MOVE SPACES TO CMP-LABEL
           STRING "objectif " DELIMITED BY SIZE
               CMP-J DELIMITED BY SIZE
               INTO CMP-LABEL
           END-STRING
           MOVE OBJECTIVE-STATUS OF SAVE-IMAGE-A(CMP-I, CMP-J) TO CMP-A
           MOVE OBJECTIVE-STATUS OF SAVE-IMAGE-B(CMP-I, CMP-J) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE SPACES TO CMP-LABEL
           STRING "progression " DELIMITED BY SIZE
               CMP-J DELIMITED BY SIZE
               INTO CMP-LABEL
           END-STRING
           MOVE OBJECTIVE-PROGRESS OF SAVE-IMAGE-A(CMP-I, CMP-J)
               TO CMP-A
           MOVE OBJECTIVE-PROGRESS OF SAVE-IMAGE-B(CMP-I, CMP-J)
               TO CMP-B
           PERFORM COMPARE-FIELD
           .

      *-----------------------------------------------------------------
      * SAVE-MAP-STATE: fanion de visite de chaque tuile, position
      *-----------------------------------------------------------------
       COMPARE-MAP.
           MOVE "Carte" TO CMP-SECTION
           MOVE SPACES TO CMP-ENTRY-LABEL
           MOVE "position X" TO CMP-LABEL
           MOVE SAV-POS-X OF SAVE-IMAGE-A TO CMP-A
           MOVE SAV-POS-X OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "position Y" TO CMP-LABEL
           MOVE SAV-POS-Y OF SAVE-IMAGE-A TO CMP-A
           MOVE SAV-POS-Y OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "position Z" TO CMP-LABEL
           MOVE SAV-POS-Z OF SAVE-IMAGE-A TO CMP-A
           MOVE SAV-POS-Z OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM COMPARE-MAP-COLUMN VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 10
           .

       COMPARE-MAP-COLUMN.
           PERFORM VARYING CMP-J FROM 1 BY 1 UNTIL CMP-J > 10
               MOVE SPACES TO CMP-ENTRY-LABEL
               STRING "Tuile (" DELIMITED BY SIZE
                   CMP-I DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   CMP-J DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CMP-ENTRY-LABEL
               END-STRING
               MOVE "visitée" TO CMP-LABEL
               MOVE SAV-TILE-VISITED OF SAVE-IMAGE-A(CMP-I, CMP-J)
                   TO CMP-A
               MOVE SAV-TILE-VISITED OF SAVE-IMAGE-B(CMP-I, CMP-J)
                   TO CMP-B
               PERFORM COMPARE-FIELD
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * GAME-STATE-EXT: horloge et fanions de progression, puis les
      * groupes (primes, monture, compagnon, courrier, anneau de
      * clés, matériaux et recettes, bestiaire, mémoire de dialogue,
      * tenues, ventes du jour, chantiers, certificat JCL, énigmes,
      * commandes, expédition, faune, escorte, enquêtes, itinéraire,
      * notes de carte, mannequin d'entraînement, défis)
      *-----------------------------------------------------------------
       COMPARE-GAME-STATE.
           MOVE "État de partie" TO CMP-SECTION
           MOVE SPACES TO CMP-ENTRY-LABEL
           MOVE "emplacement" TO CMP-LABEL
           MOVE GS-SAVE-SLOT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-SAVE-SLOT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "jour" TO CMP-LABEL
           MOVE GS-GAME-DAY OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-GAME-DAY OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "heure" TO CMP-LABEL
           MOVE GS-GAME-HOUR OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-GAME-HOUR OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "ironman" TO CMP-LABEL
           MOVE GS-IRONMAN OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-IRONMAN OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "jeu terminé" TO CMP-LABEL
           MOVE GS-GAME-COMPLETED OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-GAME-COMPLETED OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "boss des Ruines vaincu" TO CMP-LABEL
           MOVE GS-BOSS-DEFEATED OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-BOSS-DEFEATED OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "stabilité temporelle" TO CMP-LABEL
           MOVE GS-TEMPORAL-STABILITY OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-TEMPORAL-STABILITY OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "dernière ville X" TO CMP-LABEL
           MOVE GS-LAST-TOWN-X OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-LAST-TOWN-X OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "dernière ville Y" TO CMP-LABEL
           MOVE GS-LAST-TOWN-Y OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-LAST-TOWN-Y OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "série d'arène" TO CMP-LABEL
           MOVE GS-ARENA-STREAK OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ARENA-STREAK OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "record d'arène" TO CMP-LABEL
           MOVE GS-ARENA-BEST OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ARENA-BEST OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "champion d'arène" TO CMP-LABEL
           MOVE GS-ARENA-CHAMPION OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ARENA-CHAMPION OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "faille la plus profonde" TO CMP-LABEL
           MOVE GS-RIFT-DEEPEST OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-RIFT-DEEPEST OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "germe de donjon" TO CMP-LABEL
           MOVE GS-DUNGEON-SEED OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-DUNGEON-SEED OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "sanctuaire utilisé" TO CMP-LABEL
           MOVE GS-SHRINE-USED OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-SHRINE-USED OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "repas" TO CMP-LABEL
           MOVE GS-MEAL-TYPE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-MEAL-TYPE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "durée du repas" TO CMP-LABEL
           MOVE GS-MEAL-TIMER OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-MEAL-TIMER OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "anomalies réparées" TO CMP-LABEL
           MOVE GS-ANOMALIES-DONE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ANOMALIES-DONE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "artefacts temporels" TO CMP-LABEL
           MOVE GS-TIME-ARTIFACTS OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-TIME-ARTIFACTS OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM VARYING CMP-I FROM 1 BY 1 UNTIL CMP-I > 3
               MOVE SPACES TO CMP-ENTRY-LABEL
               STRING "Faction " DELIMITED BY SIZE
                   CMP-I DELIMITED BY SIZE
                   INTO CMP-ENTRY-LABEL
               END-STRING
               MOVE "score" TO CMP-LABEL
               MOVE GS-FACTION-SCORE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
               MOVE GS-FACTION-SCORE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
               PERFORM COMPARE-FIELD
           END-PERFORM
           PERFORM COMPARE-BOUNTY
           PERFORM COMPARE-MOUNT
           PERFORM COMPARE-COMPANION
           PERFORM COMPARE-TREASURE-AND-BOSS
           PERFORM COMPARE-MAIL-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 8
           PERFORM COMPARE-KEYRING-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 8
           PERFORM COMPARE-MATERIAL-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 15
           PERFORM COMPARE-BESTIARY-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 30
           PERFORM COMPARE-DIALOG-FLAG-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 10
           MOVE SPACES TO CMP-ENTRY-LABEL
           MOVE "réattributions" TO CMP-LABEL
           MOVE GS-RESPEC-COUNT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-RESPEC-COUNT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM COMPARE-LOADOUT-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 3
           PERFORM COMPARE-SOLD-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 6
           PERFORM COMPARE-WORKS-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 6
           PERFORM COMPARE-CERTIFICATE
           PERFORM COMPARE-CODE-PUZZLES
           PERFORM COMPARE-COMMISSION-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 3
           MOVE "Commandes" TO CMP-ENTRY-LABEL
           MOVE "livrées" TO CMP-LABEL
           MOVE GS-CMS-DELIVERED OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CMS-DELIVERED OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "en retard ou ratées" TO CMP-LABEL
           MOVE GS-CMS-LATE-OR-POOR OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CMS-LATE-OR-POOR OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM COMPARE-EXPEDITION
           MOVE "Faune" TO CMP-ENTRY-LABEL
           MOVE "relevé valide" TO CMP-LABEL
           MOVE GS-FAUNA-VALID OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-FAUNA-VALID OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "relevé au jour" TO CMP-LABEL
           MOVE GS-FAUNA-DAY OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-FAUNA-DAY OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM COMPARE-FAUNA-ZONE VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 10
           PERFORM COMPARE-ESCORT
           PERFORM COMPARE-INVESTIGATION-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 2
           PERFORM COMPARE-ROUTE
           PERFORM COMPARE-NOTE-ENTRY VARYING CMP-I FROM 1 BY 1
               UNTIL CMP-I > 12
           PERFORM COMPARE-NOTE-JUDGEMENTS
           PERFORM COMPARE-TRAINING-GROUNDS
           PERFORM COMPARE-CHALLENGES
           .

       COMPARE-BOUNTY.
           MOVE "Prime" TO CMP-ENTRY-LABEL
           MOVE "active" TO CMP-LABEL
           MOVE GS-BOUNTY-ACTIVE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-BOUNTY-ACTIVE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "nature" TO CMP-LABEL
           MOVE GS-BOUNTY-KIND OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-BOUNTY-KIND OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "cible" TO CMP-LABEL
           MOVE GS-BOUNTY-NAME OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-BOUNTY-NAME OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "objectif" TO CMP-LABEL
           MOVE GS-BOUNTY-TARGET OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-BOUNTY-TARGET OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "progression" TO CMP-LABEL
           MOVE GS-BOUNTY-PROGRESS OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-BOUNTY-PROGRESS OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "or" TO CMP-LABEL
           MOVE GS-BOUNTY-GOLD OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-BOUNTY-GOLD OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "jour" TO CMP-LABEL
           MOVE GS-BOUNTY-DAY OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-BOUNTY-DAY OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-MOUNT.
           MOVE "Monture" TO CMP-ENTRY-LABEL
           MOVE "possédée" TO CMP-LABEL
           MOVE GS-MOUNT-OWNED OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-MOUNT-OWNED OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "nom" TO CMP-LABEL
           MOVE GS-MOUNT-NAME OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-MOUNT-NAME OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "en selle" TO CMP-LABEL
           MOVE GS-MOUNT-RIDING OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-MOUNT-RIDING OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "pension payée au jour" TO CMP-LABEL
           MOVE GS-MOUNT-FEE-DAY OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-MOUNT-FEE-DAY OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "pas" TO CMP-LABEL
           MOVE GS-MOUNT-STEP OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-MOUNT-STEP OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-COMPANION.
           MOVE "Compagnon" TO CMP-ENTRY-LABEL
           MOVE "recruté" TO CMP-LABEL
           MOVE GS-COMP-HIRED OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-COMP-HIRED OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "nom" TO CMP-LABEL
           MOVE GS-COMP-NAME OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-COMP-NAME OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "niveau" TO CMP-LABEL
           MOVE GS-COMP-LEVEL OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-COMP-LEVEL OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "PV" TO CMP-LABEL
           MOVE GS-COMP-HP-CURRENT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-COMP-HP-CURRENT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "PV max" TO CMP-LABEL
           MOVE GS-COMP-HP-MAX OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-COMP-HP-MAX OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "attaque" TO CMP-LABEL
           MOVE GS-COMP-ATTACK OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-COMP-ATTACK OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défense" TO CMP-LABEL
           MOVE GS-COMP-DEFENSE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-COMP-DEFENSE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "arme" TO CMP-LABEL
           MOVE GS-COMP-GEAR-NAME OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-COMP-GEAR-NAME OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-TREASURE-AND-BOSS.
           MOVE "Carte au trésor" TO CMP-ENTRY-LABEL
           MOVE "active" TO CMP-LABEL
           MOVE GS-TMAP-ACTIVE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-TMAP-ACTIVE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "X" TO CMP-LABEL
           MOVE GS-TMAP-X OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-TMAP-X OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "Y" TO CMP-LABEL
           MOVE GS-TMAP-Y OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-TMAP-Y OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "Boss errant" TO CMP-ENTRY-LABEL
           MOVE "actif" TO CMP-LABEL
           MOVE GS-WBOSS-ACTIVE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-WBOSS-ACTIVE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "espèce" TO CMP-LABEL
           MOVE GS-WBOSS-KIND OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-WBOSS-KIND OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "X" TO CMP-LABEL
           MOVE GS-WBOSS-X OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-WBOSS-X OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "Y" TO CMP-LABEL
           MOVE GS-WBOSS-Y OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-WBOSS-Y OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "victoires" TO CMP-LABEL
           MOVE GS-WBOSS-KILLS OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-WBOSS-KILLS OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-MAIL-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Lettre " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "type" TO CMP-LABEL
           MOVE GS-MAIL-TYPE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-MAIL-TYPE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "arrivée au jour" TO CMP-LABEL
           MOVE GS-MAIL-DUE-DAY OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-MAIL-DUE-DAY OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "lue" TO CMP-LABEL
           MOVE GS-MAIL-READ OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-MAIL-READ OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "montant" TO CMP-LABEL
           MOVE GS-MAIL-AMOUNT OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-MAIL-AMOUNT OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-KEYRING-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Anneau de clés " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "clé" TO CMP-LABEL
           MOVE GS-KEYRING-NAME OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-KEYRING-NAME OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-MATERIAL-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Matériau " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "quantité" TO CMP-LABEL
           MOVE GS-MATERIAL-QTY OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-MATERIAL-QTY OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Recette " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "apprise" TO CMP-LABEL
           MOVE GS-RECIPE-LEARNED OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-RECIPE-LEARNED OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-BESTIARY-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Bestiaire " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "vu" TO CMP-LABEL
           MOVE GS-MON-SEEN OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-MON-SEEN OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "victoires" TO CMP-LABEL
           MOVE GS-MON-KILLS OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-MON-KILLS OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-DIALOG-FLAG-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Fanion de dialogue " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "nom" TO CMP-LABEL
           MOVE GS-DFLAG-NAME OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-DFLAG-NAME OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "posé" TO CMP-LABEL
           MOVE GS-DFLAG-SET OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-DFLAG-SET OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-LOADOUT-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Tenue " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "nom" TO CMP-LABEL
           MOVE GS-LOADOUT-NAME OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-LOADOUT-NAME OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM COMPARE-LOADOUT-PIECE VARYING CMP-J FROM 1 BY 1
               UNTIL CMP-J > 5
           .

       COMPARE-LOADOUT-PIECE.
           MOVE SPACES TO CMP-LABEL
           STRING "objet " DELIMITED BY SIZE
               CMP-J DELIMITED BY SIZE
               INTO CMP-LABEL
           END-STRING
           MOVE GS-LOADOUT-ITEM-ID OF SAVE-IMAGE-A(CMP-I, CMP-J)
               TO CMP-A
           MOVE GS-LOADOUT-ITEM-ID OF SAVE-IMAGE-B(CMP-I, CMP-J)
               TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE SPACES TO CMP-LABEL
           STRING "vrai nom " DELIMITED BY SIZE
               CMP-J DELIMITED BY SIZE
               INTO CMP-LABEL
           END-STRING
           MOVE GS-LOADOUT-ITEM-NAME OF SAVE-IMAGE-A(CMP-I, CMP-J)
               TO CMP-A
           MOVE GS-LOADOUT-ITEM-NAME OF SAVE-IMAGE-B(CMP-I, CMP-J)
               TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-SOLD-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Vente du jour " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "boutique" TO CMP-LABEL
           MOVE GS-SOLD-CLASS OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-CLASS OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "jour" TO CMP-LABEL
           MOVE GS-SOLD-DAY OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-DAY OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "prix" TO CMP-LABEL
           MOVE GS-SOLD-PRICE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-PRICE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "objet" TO CMP-LABEL
           MOVE GS-SOLD-ITEM-ID OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-ITEM-ID OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "nom" TO CMP-LABEL
           MOVE GS-SOLD-NAME OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-NAME OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "vrai nom" TO CMP-LABEL
           MOVE GS-SOLD-TRUE-NAME OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-TRUE-NAME OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "description 1-40" TO CMP-LABEL
           MOVE GS-SOLD-DESC OF SAVE-IMAGE-A(CMP-I)(1:40) TO CMP-A
           MOVE GS-SOLD-DESC OF SAVE-IMAGE-B(CMP-I)(1:40) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "description 41-80" TO CMP-LABEL
           MOVE GS-SOLD-DESC OF SAVE-IMAGE-A(CMP-I)(41:40) TO CMP-A
           MOVE GS-SOLD-DESC OF SAVE-IMAGE-B(CMP-I)(41:40) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "description 81-100" TO CMP-LABEL
           MOVE GS-SOLD-DESC OF SAVE-IMAGE-A(CMP-I)(81:20) TO CMP-A
           MOVE GS-SOLD-DESC OF SAVE-IMAGE-B(CMP-I)(81:20) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "type" TO CMP-LABEL
           MOVE GS-SOLD-TYPE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-TYPE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "emplacement" TO CMP-LABEL
           MOVE GS-SOLD-SLOT-TYPE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-SLOT-TYPE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "valeur" TO CMP-LABEL
           MOVE GS-SOLD-VALUE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-VALUE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "quantité" TO CMP-LABEL
           MOVE GS-SOLD-QTY OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-QTY OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "attaque" TO CMP-LABEL
           MOVE GS-SOLD-ATTACK OF SAVE-IMAGE-A(CMP-I) TO CMP-SIGNED-EDIT
           MOVE CMP-SIGNED-EDIT TO CMP-A
           MOVE GS-SOLD-ATTACK OF SAVE-IMAGE-B(CMP-I) TO CMP-SIGNED-EDIT
           MOVE CMP-SIGNED-EDIT TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défense" TO CMP-LABEL
           MOVE GS-SOLD-DEFENSE OF SAVE-IMAGE-A(CMP-I)
               TO CMP-SIGNED-EDIT
           MOVE CMP-SIGNED-EDIT TO CMP-A
           MOVE GS-SOLD-DEFENSE OF SAVE-IMAGE-B(CMP-I)
               TO CMP-SIGNED-EDIT
           MOVE CMP-SIGNED-EDIT TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "soin" TO CMP-LABEL
           MOVE GS-SOLD-HEAL OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-HEAL OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "mana" TO CMP-LABEL
           MOVE GS-SOLD-MANA OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-MANA OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "usure" TO CMP-LABEL
           MOVE GS-SOLD-DURA-CUR OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-DURA-CUR OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "usure max" TO CMP-LABEL
           MOVE GS-SOLD-DURA-MAX OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-DURA-MAX OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "bonus de fuite" TO CMP-LABEL
           MOVE GS-SOLD-ESC OF SAVE-IMAGE-A(CMP-I) TO CMP-SIGNED-EDIT
           MOVE CMP-SIGNED-EDIT TO CMP-A
           MOVE GS-SOLD-ESC OF SAVE-IMAGE-B(CMP-I) TO CMP-SIGNED-EDIT
           MOVE CMP-SIGNED-EDIT TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "élément" TO CMP-LABEL
           MOVE GS-SOLD-ELEMENT OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-ELEMENT OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "identifié" TO CMP-LABEL
           MOVE GS-SOLD-IDENTIFIED OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-SOLD-IDENTIFIED OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-WORKS-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Chantiers " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "ville" TO CMP-LABEL
           MOVE GS-WORKS-TOWN-ID OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-WORKS-TOWN-ID OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "X" TO CMP-LABEL
           MOVE GS-WORKS-X OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-WORKS-X OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "Y" TO CMP-LABEL
           MOVE GS-WORKS-Y OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-WORKS-Y OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "boutique" TO CMP-LABEL
           MOVE GS-WORKS-SHOP OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-WORKS-SHOP OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "auberge" TO CMP-LABEL
           MOVE GS-WORKS-INN OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-WORKS-INN OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "forge" TO CMP-LABEL
           MOVE GS-WORKS-FORGE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-WORKS-FORGE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "remparts" TO CMP-LABEL
           MOVE GS-WORKS-WALLS OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-WORKS-WALLS OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "jour" TO CMP-LABEL
           MOVE GS-WORKS-DAY OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-WORKS-DAY OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "dernier chantier" TO CMP-LABEL
           MOVE GS-WORKS-LAST OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-WORKS-LAST OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-CERTIFICATE.
           MOVE "Certificat JCL" TO CMP-ENTRY-LABEL
           MOVE "niveau" TO CMP-LABEL
           MOVE GS-CERT-TIER OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CERT-TIER OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "jour" TO CMP-LABEL
           MOVE GS-CERT-DAY OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CERT-DAY OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "meilleur score" TO CMP-LABEL
           MOVE GS-CERT-BEST-SCORE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CERT-BEST-SCORE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "tentatives" TO CMP-LABEL
           MOVE GS-CERT-TRIES OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CERT-TRIES OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-CODE-PUZZLES.
           MOVE "Énigmes" TO CMP-ENTRY-LABEL
           MOVE "résolues" TO CMP-LABEL
           MOVE GS-PZL-SOLVED-COUNT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-PZL-SOLVED-COUNT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "échouées" TO CMP-LABEL
           MOVE GS-PZL-FAILED-COUNT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-PZL-FAILED-COUNT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "porte ouverte" TO CMP-LABEL
           MOVE GS-PZL-DOOR-OPEN OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-PZL-DOOR-OPEN OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM VARYING CMP-J FROM 1 BY 1 UNTIL CMP-J > 14
               MOVE SPACES TO CMP-LABEL
               STRING "site " DELIMITED BY SIZE
                   CMP-J DELIMITED BY SIZE
                   " terminé" DELIMITED BY SIZE
                   INTO CMP-LABEL
               END-STRING
               MOVE GS-PZL-SITE-DONE OF SAVE-IMAGE-A(CMP-J) TO CMP-A
               MOVE GS-PZL-SITE-DONE OF SAVE-IMAGE-B(CMP-J) TO CMP-B
               PERFORM COMPARE-FIELD
           END-PERFORM
           PERFORM VARYING CMP-J FROM 1 BY 1 UNTIL CMP-J > 20
               MOVE SPACES TO CMP-LABEL
               STRING "énigme " DELIMITED BY SIZE
                   CMP-J DELIMITED BY SIZE
                   " résolue" DELIMITED BY SIZE
                   INTO CMP-LABEL
               END-STRING
               MOVE GS-PZL-SOLVED OF SAVE-IMAGE-A(CMP-J) TO CMP-A
               MOVE GS-PZL-SOLVED OF SAVE-IMAGE-B(CMP-J) TO CMP-B
               PERFORM COMPARE-FIELD
           END-PERFORM
           .

       COMPARE-COMMISSION-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Commande " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "active" TO CMP-LABEL
           MOVE GS-CMS-ACTIVE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-CMS-ACTIVE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "recette" TO CMP-LABEL
           MOVE GS-CMS-RECIPE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-CMS-RECIPE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "objet" TO CMP-LABEL
           MOVE GS-CMS-ITEM OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-CMS-ITEM OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "grade minimum" TO CMP-LABEL
           MOVE GS-CMS-MIN-GRADE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-CMS-MIN-GRADE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "grade fabriqué" TO CMP-LABEL
           MOVE GS-CMS-CRAFTED OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-CMS-CRAFTED OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "échéance" TO CMP-LABEL
           MOVE GS-CMS-DUE-DAY OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-CMS-DUE-DAY OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "or" TO CMP-LABEL
           MOVE GS-CMS-GOLD OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-CMS-GOLD OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "prise au jour" TO CMP-LABEL
           MOVE GS-CMS-TAKEN-DAY OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-CMS-TAKEN-DAY OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-EXPEDITION.
           MOVE "Expédition" TO CMP-ENTRY-LABEL
           MOVE "ère" TO CMP-LABEL
           MOVE GS-EXPD-ERA OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-EXPD-ERA OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "durée" TO CMP-LABEL
           MOVE GS-EXPD-DAYS OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-EXPD-DAYS OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "retour au jour" TO CMP-LABEL
           MOVE GS-EXPD-RETURN-DAY OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-EXPD-RETURN-DAY OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "expérience" TO CMP-LABEL
           MOVE GS-EXPD-COMP-XP OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-EXPD-COMP-XP OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "expéditions" TO CMP-LABEL
           MOVE GS-EXPD-COUNT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-EXPD-COUNT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-FAUNA-ZONE.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Faune zone " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           PERFORM VARYING CMP-J FROM 1 BY 1 UNTIL CMP-J > 30
               MOVE SPACES TO CMP-LABEL
               STRING "espèce " DELIMITED BY SIZE
                   CMP-J DELIMITED BY SIZE
                   INTO CMP-LABEL
               END-STRING
               MOVE GS-FAUNA-POP OF SAVE-IMAGE-A(CMP-I, CMP-J) TO CMP-A
               MOVE GS-FAUNA-POP OF SAVE-IMAGE-B(CMP-I, CMP-J) TO CMP-B
               PERFORM COMPARE-FIELD
           END-PERFORM
           .

       COMPARE-ESCORT.
           MOVE "Escorte" TO CMP-ENTRY-LABEL
           MOVE "active" TO CMP-LABEL
           MOVE GS-ESC-ACTIVE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ESC-ACTIVE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "quête" TO CMP-LABEL
           MOVE GS-ESC-QUEST-ID OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ESC-QUEST-ID OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "nom" TO CMP-LABEL
           MOVE GS-ESC-NAME OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ESC-NAME OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "PV" TO CMP-LABEL
           MOVE GS-ESC-HP-CURRENT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ESC-HP-CURRENT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "PV max" TO CMP-LABEL
           MOVE GS-ESC-HP-MAX OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ESC-HP-MAX OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défense" TO CMP-LABEL
           MOVE GS-ESC-DEFENSE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ESC-DEFENSE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "destination X" TO CMP-LABEL
           MOVE GS-ESC-DEST-X OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ESC-DEST-X OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "destination Y" TO CMP-LABEL
           MOVE GS-ESC-DEST-Y OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ESC-DEST-Y OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "échéance" TO CMP-LABEL
           MOVE GS-ESC-DUE-DAY OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ESC-DUE-DAY OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-INVESTIGATION-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Enquête " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "état" TO CMP-LABEL
           MOVE GS-INV-STATE OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-INV-STATE OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "quête" TO CMP-LABEL
           MOVE GS-INV-QUEST-ID OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-INV-QUEST-ID OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM VARYING CMP-J FROM 1 BY 1 UNTIL CMP-J > 6
               MOVE SPACES TO CMP-LABEL
               STRING "indice " DELIMITED BY SIZE
                   CMP-J DELIMITED BY SIZE
                   INTO CMP-LABEL
               END-STRING
               MOVE GS-INV-CLUE OF SAVE-IMAGE-A(CMP-I, CMP-J) TO CMP-A
               MOVE GS-INV-CLUE OF SAVE-IMAGE-B(CMP-I, CMP-J) TO CMP-B
               PERFORM COMPARE-FIELD
           END-PERFORM
           .

       COMPARE-ROUTE.
           MOVE "Itinéraire" TO CMP-ENTRY-LABEL
           MOVE "actif" TO CMP-LABEL
           MOVE GS-ROUTE-ACTIVE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ROUTE-ACTIVE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "destination X" TO CMP-LABEL
           MOVE GS-ROUTE-DEST-X OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ROUTE-DEST-X OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "destination Y" TO CMP-LABEL
           MOVE GS-ROUTE-DEST-Y OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ROUTE-DEST-Y OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "mode" TO CMP-LABEL
           MOVE GS-ROUTE-MODE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ROUTE-MODE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "prochaine direction" TO CMP-LABEL
           MOVE GS-ROUTE-NEXT-DIR OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ROUTE-NEXT-DIR OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "pas restants" TO CMP-LABEL
           MOVE GS-ROUTE-STEPS-LEFT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-ROUTE-STEPS-LEFT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-NOTE-ENTRY.
           MOVE SPACES TO CMP-ENTRY-LABEL
           STRING "Note de carte " DELIMITED BY SIZE
               CMP-I DELIMITED BY SIZE
               INTO CMP-ENTRY-LABEL
           END-STRING
           MOVE "X" TO CMP-LABEL
           MOVE GS-NOTE-X OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-NOTE-X OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "Y" TO CMP-LABEL
           MOVE GS-NOTE-Y OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-NOTE-Y OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "jour" TO CMP-LABEL
           MOVE GS-NOTE-DAY OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-NOTE-DAY OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "texte" TO CMP-LABEL
           MOVE GS-NOTE-TEXT OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-NOTE-TEXT OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "publiée sous" TO CMP-LABEL
           MOVE GS-NOTE-SHARED-ID OF SAVE-IMAGE-A(CMP-I) TO CMP-A
           MOVE GS-NOTE-SHARED-ID OF SAVE-IMAGE-B(CMP-I) TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-NOTE-JUDGEMENTS.
           MOVE "Tableau partagé" TO CMP-ENTRY-LABEL
           MOVE "prochain avis" TO CMP-LABEL
           MOVE GS-NOTE-JUDGED-NEXT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-NOTE-JUDGED-NEXT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM VARYING CMP-J FROM 1 BY 1 UNTIL CMP-J > 20
               MOVE SPACES TO CMP-LABEL
               STRING "avis donné " DELIMITED BY SIZE
                   CMP-J DELIMITED BY SIZE
                   INTO CMP-LABEL
               END-STRING
               MOVE GS-NOTE-JUDGED-ID OF SAVE-IMAGE-A(CMP-J) TO CMP-A
               MOVE GS-NOTE-JUDGED-ID OF SAVE-IMAGE-B(CMP-J) TO CMP-B
               PERFORM COMPARE-FIELD
           END-PERFORM
           .

       COMPARE-TRAINING-GROUNDS.
           MOVE "Mannequin" TO CMP-ENTRY-LABEL
           MOVE "combat en cours" TO CMP-LABEL
           MOVE GS-TRAINING-BOUT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-TRAINING-BOUT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "niveau" TO CMP-LABEL
           MOVE GS-DUMMY-LEVEL OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-DUMMY-LEVEL OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défense" TO CMP-LABEL
           MOVE GS-DUMMY-DEFENSE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-DUMMY-DEFENSE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "faiblesse" TO CMP-LABEL
           MOVE GS-DUMMY-WEAKNESS OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-DUMMY-WEAKNESS OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "résistance" TO CMP-LABEL
           MOVE GS-DUMMY-RESIST OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-DUMMY-RESIST OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "rang" TO CMP-LABEL
           MOVE GS-DUMMY-ROW OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-DUMMY-ROW OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           .

       COMPARE-CHALLENGES.
           MOVE "Défis" TO CMP-ENTRY-LABEL
           MOVE "défi du jour" TO CMP-LABEL
           MOVE GS-CHLD-TEMPLATE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHLD-TEMPLATE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "tiré au jour" TO CMP-LABEL
           MOVE GS-CHLD-DAY OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHLD-DAY OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "avancement du jour" TO CMP-LABEL
           MOVE GS-CHLD-PROGRESS OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHLD-PROGRESS OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défi du jour fait" TO CMP-LABEL
           MOVE GS-CHLD-DONE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHLD-DONE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défi de la semaine" TO CMP-LABEL
           MOVE GS-CHLW-TEMPLATE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHLW-TEMPLATE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "semaine" TO CMP-LABEL
           MOVE GS-CHLW-WEEK OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHLW-WEEK OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "avancement semaine" TO CMP-LABEL
           MOVE GS-CHLW-PROGRESS OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHLW-PROGRESS OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défi semaine fait" TO CMP-LABEL
           MOVE GS-CHLW-DONE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHLW-DONE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "jetons" TO CMP-LABEL
           MOVE GS-CHAL-TOKENS OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHAL-TOKENS OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "jetons gagnés" TO CMP-LABEL
           MOVE GS-CHAL-TOKENS-EARNED OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHAL-TOKENS-EARNED OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défis du jour faits" TO CMP-LABEL
           MOVE GS-CHAL-DAILY-COUNT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHAL-DAILY-COUNT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défis semaine faits" TO CMP-LABEL
           MOVE GS-CHAL-WEEKLY-COUNT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHAL-WEEKLY-COUNT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "défis manqués" TO CMP-LABEL
           MOVE GS-CHAL-MISSED-COUNT OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHAL-MISSED-COUNT OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           MOVE "titre porté" TO CMP-LABEL
           MOVE GS-CHAL-TITLE OF SAVE-IMAGE-A TO CMP-A
           MOVE GS-CHAL-TITLE OF SAVE-IMAGE-B TO CMP-B
           PERFORM COMPARE-FIELD
           PERFORM VARYING CMP-J FROM 1 BY 1 UNTIL CMP-J > 5
               MOVE SPACES TO CMP-LABEL
               STRING "titre " DELIMITED BY SIZE
                   CMP-J DELIMITED BY SIZE
                   " acquis" DELIMITED BY SIZE
                   INTO CMP-LABEL
               END-STRING
               MOVE GS-CHAL-TITLE-OWNED OF SAVE-IMAGE-A(CMP-J) TO CMP-A
               MOVE GS-CHAL-TITLE-OWNED OF SAVE-IMAGE-B(CMP-J) TO CMP-B
               PERFORM COMPARE-FIELD
           END-PERFORM
           PERFORM VARYING CMP-J FROM 1 BY 1 UNTIL CMP-J > 8
               MOVE SPACES TO CMP-LABEL
               STRING "historique " DELIMITED BY SIZE
                   CMP-J DELIMITED BY SIZE
                   " jour" DELIMITED BY SIZE
                   INTO CMP-LABEL
               END-STRING
               MOVE GS-CHH-DAY OF SAVE-IMAGE-A(CMP-J) TO CMP-A
               MOVE GS-CHH-DAY OF SAVE-IMAGE-B(CMP-J) TO CMP-B
               PERFORM COMPARE-FIELD
               MOVE SPACES TO CMP-LABEL
               STRING "historique " DELIMITED BY SIZE
                   CMP-J DELIMITED BY SIZE
                   " défi" DELIMITED BY SIZE
                   INTO CMP-LABEL
               END-STRING
               MOVE GS-CHH-TEMPLATE OF SAVE-IMAGE-A(CMP-J) TO CMP-A
               MOVE GS-CHH-TEMPLATE OF SAVE-IMAGE-B(CMP-J) TO CMP-B
               PERFORM COMPARE-FIELD
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Bilan par nom d'objet: quantité totale portée de part et
      * d'autre, seules les différences sont imprimées
      *-----------------------------------------------------------------
       BALANCE-ITEMS-BY-NAME.
           INITIALIZE BALANCE-TABLE
           MOVE 0 TO BALANCE-COUNT
           MOVE "A" TO BAL-SIDE
           PERFORM VARYING CMP-I FROM 1 BY 1
                   UNTIL CMP-I > INVENTORY-COUNT OF SAVE-IMAGE-A
                      OR CMP-I > 40
               MOVE ITEM-NAME OF SAVE-IMAGE-A(CMP-I) TO BAL-NAME-WORK
               MOVE ITEM-QUANTITY OF SAVE-IMAGE-A(CMP-I)
                   TO BAL-QTY-WORK
               PERFORM ADD-BALANCE-QUANTITY
           END-PERFORM
           MOVE "B" TO BAL-SIDE
           PERFORM VARYING CMP-I FROM 1 BY 1
                   UNTIL CMP-I > INVENTORY-COUNT OF SAVE-IMAGE-B
                      OR CMP-I > 40
               MOVE ITEM-NAME OF SAVE-IMAGE-B(CMP-I) TO BAL-NAME-WORK
               MOVE ITEM-QUANTITY OF SAVE-IMAGE-B(CMP-I)
                   TO BAL-QTY-WORK
               PERFORM ADD-BALANCE-QUANTITY
           END-PERFORM

           MOVE "Bilan par objet" TO CMP-SECTION
           MOVE SPACES TO CMP-ENTRY-LABEL
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BALANCE-COUNT
               MOVE BAL-NAME(BAL-IDX) TO CMP-LABEL
               MOVE BAL-QTY-A(BAL-IDX) TO BAL-QTY-EDIT-A
               MOVE BAL-QTY-B(BAL-IDX) TO BAL-QTY-EDIT-B
               MOVE BAL-QTY-EDIT-A TO CMP-A
               MOVE BAL-QTY-EDIT-B TO CMP-B
               PERFORM COMPARE-FIELD
           END-PERFORM
           .

       ADD-BALANCE-QUANTITY.
           IF BAL-NAME-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BALANCE-COUNT
                      OR BAL-NAME(BAL-IDX) = BAL-NAME-WORK
               CONTINUE
           END-PERFORM
           IF BAL-IDX > BALANCE-COUNT
               ADD 1 TO BALANCE-COUNT
               MOVE BALANCE-COUNT TO BAL-IDX
               MOVE BAL-NAME-WORK TO BAL-NAME(BAL-IDX)
           END-IF
           IF BAL-SIDE = "A"
               ADD BAL-QTY-WORK TO BAL-QTY-A(BAL-IDX)
           ELSE
               ADD BAL-QTY-WORK TO BAL-QTY-B(BAL-IDX)
           END-IF
           .

       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SAVE-GAME-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SAVE-BACKUP-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM SAVE-COMPARE.
