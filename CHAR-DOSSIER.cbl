      *****************************************************************
      * CHAR-DOSSIER.CBL - Dossier imprimable d'un personnage
      *
      * Édition autonome. SAVE-ROSTER donne une ligne par
      * emplacement et la fiche de personnage du jeu disparaît dès
      * qu'on la quitte: ce programme écrit le dossier complet d'un
      * emplacement dans une édition imprimable
      * (DOSSIER-SLOTn-AAAAMMJJ.TXT), à joindre à un ticket de
      * support ou à remettre aux joueurs d'un tournoi.
      *
      * Contenu: caractéristiques et statistiques dérivées,
      * compétences (niveau et usages), équipement porté avec usure
      * et bonus de panoplie, sac complet et anneau de clés, quêtes
      * et objectifs, scores de faction et relations avec les PNJ,
      * compte en banque, coffre et emprunt (COBOBANK.DAT), totaux
      * du bestiaire et dernières entrées de la chronique
      * (COBOCHRn.DAT).
      *
      * Paramètre de la ligne de commande: SLOTn
      * Compilable séparément: make char-dossier
      *
      * La structure de l'enregistrement doit rester strictement
      * identique à celle du FD SAVE-GAME-FILE de MAIN-GAME.cbl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAR-DOSSIER.
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

           SELECT BANK-FILE ASSIGN TO DYNAMIC BANK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.

           SELECT CHRONICLE-FILE ASSIGN TO DYNAMIC CHRON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHRON-FILE-STATUS.

           SELECT DIALOG-DATA-FILE
               ASSIGN TO DYNAMIC DIALOG-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIALOG-DATA-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

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

       FD BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01 BANK-FILE-RECORD           PIC X(2000).

       FD CHRONICLE-FILE
           LABEL RECORDS ARE STANDARD.
       01 CHRONICLE-RECORD           PIC X(132).

       FD DIALOG-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 DIALOG-DATA-RECORD         PIC X(500).

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-FILE-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="CHAR-DOSSIER"==.
       01 SAVE-GAME-FILE-PATH        PIC X(80)  VALUE "COBOSAVE.DAT".
       01 SAVE-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 SAVE-FILE-OK            VALUE "00".
       01 BANK-FILE-PATH             PIC X(80)  VALUE "COBOBANK.DAT".
       01 BANK-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 BANK-FILE-OK            VALUE "00".
       01 BANK-AT-EOF                PIC X(1)   VALUE "N".
       01 BANK-ACCOUNT-FOUND         PIC X(1)   VALUE "N".
       01 CHRON-FILE-NAME            PIC X(80)  VALUE SPACES.
       01 CHRON-FILE-STATUS          PIC X(2)   VALUE SPACES.
          88 CHRON-FILE-OK           VALUE "00".
       01 CHRON-AT-EOF               PIC X(1)   VALUE "N".
       01 DIALOG-DATA-FILE-PATH      PIC X(80)  VALUE "COBODIAL.DAT".
       01 DIALOG-DATA-STATUS         PIC X(2)   VALUE SPACES.
          88 DIALOG-DATA-OK          VALUE "00".
       01 DIALOG-AT-EOF              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Compte de l'emplacement relu de COBOBANK.DAT (voir
      * BANK-SYSTEM)
      *-----------------------------------------------------------------
       COPY "BANKACCT.cpy".

      *-----------------------------------------------------------------
      * Panoplies d'équipement (même table que le combat)
      *-----------------------------------------------------------------
       COPY "SETBONUS.cpy".

      *-----------------------------------------------------------------
      * Édition imprimable (même mécanique d'émission que
      * SAVE-ROSTER)
      *-----------------------------------------------------------------
       01 REPORT-FILE-NAME           PIC X(80)  VALUE SPACES.
       01 REPORT-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 REPORT-FILE-OK          VALUE "00".
       01 REPORT-LINE                PIC X(132) VALUE SPACES.
       01 REPORT-LINE-COUNT          PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-NO             PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-SIZE           PIC 9(2)   VALUE 55.
       01 REPORT-DATE-WORK           PIC X(8)   VALUE SPACES.
       01 SECTION-TITLE-WORK         PIC X(132) VALUE SPACES.
       01 REPORT-LINE-PTR            PIC 9(3)   VALUE 1.

      *-----------------------------------------------------------------
      * Emplacement demandé
      *-----------------------------------------------------------------
       01 COMMAND-LINE-TEXT          PIC X(40)  VALUE SPACES.
       01 DOSSIER-SLOT               PIC X(20)  VALUE SPACES.
          88 VALID-SLOT-ARGUMENT     VALUE "SLOT1" "SLOT2" "SLOT3".
       01 SLOT-FOUND                 PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Zones d'édition
      *-----------------------------------------------------------------
       01 DOS-IDX                    PIC 9(2)   VALUE 0.
       01 DOS-SUB                    PIC 9(2)   VALUE 0.
       01 DOS-COUNT                  PIC 9(3)   VALUE 0.
       01 DOS-TOTAL                  PIC 9(6)   VALUE 0.
       01 DERIVED-STAT-WORK          PIC 9(3)   VALUE 0.
       01 NUM-EDIT                   PIC Z(5)9.
       01 NUM-EDIT-2                 PIC Z(5)9.
       01 SIGNED-EDIT                PIC -(3)9.
       01 SIGNED-EDIT-2              PIC -(3)9.
       01 GOLD-EDIT                  PIC Z(7)9.
       01 STATUS-LABEL               PIC X(12)  VALUE SPACES.
       01 ITEM-LABEL                 PIC X(20)  VALUE SPACES.
       01 SET-PIECES-WORN            PIC 9(1)   VALUE 0.
       01 SET-SCAN-IDX               PIC 9(1)   VALUE 0.
       01 SET-PIECE-IDX              PIC 9(1)   VALUE 0.
       01 SET-BONUS-SHOWN            PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Factions de MAINFRAME-TERRA (voir GS-FACTION-TABLE)
      *-----------------------------------------------------------------
       01 FACTION-NAMES.
          05 FILLER                  PIC X(24) VALUE "Archivistes".
          05 FILLER                  PIC X(24) VALUE "Techniciens".
          05 FILLER                  PIC X(24)
             VALUE "Anomalies temporelles".
       01 FACTION-NAME-TABLE REDEFINES FACTION-NAMES.
          05 FACTION-NAME OCCURS 3 TIMES PIC X(24).

      *-----------------------------------------------------------------
      * Noms des PNJ par DIALOG-ID: ceux de COBODIAL.DAT s'il
      * existe, à défaut les dialogues intégrés de
      * DIALOG-MULTIPLEXER; l'entrée 5 est celle du marchand
      *-----------------------------------------------------------------
       01 NPC-NAME-TABLE.
          05 NPC-NAME-COUNT          PIC 9(2)   VALUE 0.
          05 NPC-NAME-ENTRY OCCURS 12 TIMES.
             10 NPC-DIALOG-ID        PIC 9(3).
             10 NPC-NAME             PIC X(30).
       01 NPC-IDX                    PIC 9(2)   VALUE 0.
       01 NPC-NAME-WORK              PIC X(30)  VALUE SPACES.
       01 DLF-TYPE                   PIC X(1)   VALUE SPACE.
       01 DLF-F1                     PIC X(10)  VALUE SPACES.
       01 DLF-F2                     PIC X(30)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Dernières entrées de la chronique (tampon tournant)
      *-----------------------------------------------------------------
       01 CHRON-KEEP                 PIC 9(2)   VALUE 10.
       01 CHRON-TABLE.
          05 CHRON-ENTRY OCCURS 10 TIMES PIC X(132).
       01 CHRON-READ-COUNT           PIC 9(5)   VALUE 0.
       01 CHRON-NEXT                 PIC 9(2)   VALUE 0.
       01 CHRON-SHOWN                PIC 9(2)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== DOSSIER DE PERSONNAGE COBOLEGEND ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(COMMAND-LINE-TEXT)
               TO COMMAND-LINE-TEXT
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO DOSSIER-SLOT
           END-UNSTRING
           IF NOT VALID-SLOT-ARGUMENT
               DISPLAY "Emplacement attendu: SLOT1, SLOT2 ou SLOT3."
               DISPLAY "Usage: char-dossier SLOTn"
               GOBACK
           END-IF

           PERFORM READ-SLOT-RECORD
           IF SLOT-FOUND = "N"
               GOBACK
           END-IF

           PERFORM LOAD-NPC-NAMES
           PERFORM LOAD-BANK-ACCOUNT
           PERFORM OPEN-REPORT-FILE
           IF NOT REPORT-FILE-OK
               DISPLAY "Impossible de créer "
                   FUNCTION TRIM(REPORT-FILE-NAME) "."
               GOBACK
           END-IF

           PERFORM REPORT-IDENTITY
           PERFORM REPORT-STATISTICS
           PERFORM REPORT-SKILLS
           PERFORM REPORT-EQUIPMENT
           PERFORM REPORT-BACKPACK
           PERFORM REPORT-KEYRING
           PERFORM REPORT-QUESTS
           PERFORM REPORT-STANDING
           PERFORM REPORT-BANK
           PERFORM REPORT-BESTIARY
           PERFORM REPORT-CHRONICLE

           CLOSE REPORT-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           DISPLAY "Dossier de " FUNCTION TRIM(CHAR-NAME)
               " écrit: " FUNCTION TRIM(REPORT-FILE-NAME)
               " (" REPORT-PAGE-NO " page(s))."
           GOBACK.

      *-----------------------------------------------------------------
      * Lecture de l'enregistrement de l'emplacement
      *-----------------------------------------------------------------
       READ-SLOT-RECORD.
           MOVE "N" TO SLOT-FOUND
           OPEN INPUT SAVE-GAME-FILE
           MOVE "READ-SLOT-RECORD" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
               DISPLAY "COBOSAVE.DAT introuvable: aucune sauvegarde."
               EXIT PARAGRAPH
           END-IF
           MOVE DOSSIER-SLOT TO SAVE-KEY
           READ SAVE-GAME-FILE
               INVALID KEY
                   DISPLAY FUNCTION TRIM(DOSSIER-SLOT)
                       ": emplacement vide."
               NOT INVALID KEY
                   MOVE "Y" TO SLOT-FOUND
           END-READ
           MOVE "READ-SLOT-RECORD" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           CLOSE SAVE-GAME-FILE
           MOVE "READ-SLOT-RECORD" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Ouverture de l'édition (DOSSIER-SLOTn-AAAAMMJJ.TXT)
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "DOSSIER-" DELIMITED BY SIZE
               DOSSIER-SLOT DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               REPORT-DATE-WORK DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO REPORT-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN-REPORT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           IF REPORT-FILE-OK
               PERFORM WRITE-PAGE-HEADER
           END-IF
           .

       WRITE-PAGE-HEADER.
           ADD 1 TO REPORT-PAGE-NO
           MOVE 0 TO REPORT-LINE-COUNT
           MOVE SPACES TO REPORT-FILE-LINE
           STRING "DOSSIER DE PERSONNAGE COBOLEGEND    "
               DELIMITED BY SIZE
               DOSSIER-SLOT DELIMITED BY SPACE
               "    " DELIMITED BY SIZE
               REPORT-DATE-WORK DELIMITED BY SIZE
               "    PAGE " DELIMITED BY SIZE
               REPORT-PAGE-NO DELIMITED BY SIZE
               INTO REPORT-FILE-LINE
           END-STRING
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           MOVE DATA-ENVIRONMENT-LINE TO REPORT-FILE-LINE
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           MOVE ALL "-" TO REPORT-FILE-LINE(1:72)
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Émission d'une ligne de l'édition, saut de page à 55 lignes
      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           IF REPORT-LINE-COUNT >= REPORT-PAGE-SIZE
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE REPORT-LINE TO REPORT-FILE-LINE
           WRITE REPORT-FILE-LINE
           MOVE "EMIT-REPORT-LINE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               REPORT-FILE-NAME, REPORT-FILE-STATUS
           ADD 1 TO REPORT-LINE-COUNT
           MOVE SPACES TO REPORT-LINE
           .

      *    Titre de rubrique: ligne blanche puis titre souligné
       EMIT-SECTION-TITLE.
           MOVE REPORT-LINE TO SECTION-TITLE-WORK
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SECTION-TITLE-WORK TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:40)
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Identité et partie
      *-----------------------------------------------------------------
       REPORT-IDENTITY.
           MOVE "IDENTITÉ" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           STRING "Personnage:   " DELIMITED BY SIZE
               FUNCTION TRIM(CHAR-NAME) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(CHAR-CLASS) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           STRING "Niveau:       " DELIMITED BY SIZE
               CHAR-LEVEL DELIMITED BY SIZE
               "   Expérience: " DELIMITED BY SIZE
               CHAR-EXPERIENCE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CHAR-EXPERIENCE-NEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE SAVE-REC-GOLD TO GOLD-EDIT
           STRING "Or en bourse: " DELIMITED BY SIZE
               FUNCTION TRIM(GOLD-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           EVALUATE SAVE-REC-DIFFICULTY
               WHEN "E"
                   MOVE "Difficulté:   Facile" TO REPORT-LINE
               WHEN "H"
                   MOVE "Difficulté:   Difficile" TO REPORT-LINE
               WHEN OTHER
                   MOVE "Difficulté:   Normal" TO REPORT-LINE
           END-EVALUATE
           IF GS-IRONMAN = "Y"
               MOVE " (ironman)" TO REPORT-LINE(24:10)
           END-IF
           PERFORM EMIT-REPORT-LINE
           STRING "Partie:       jour " DELIMITED BY SIZE
               GS-GAME-DAY DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               GS-GAME-HOUR DELIMITED BY SIZE
               "h   Position: (" DELIMITED BY SIZE
               SAV-POS-X DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               SAV-POS-Y DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               SAV-POS-Z DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           STRING "Structure:    version " DELIMITED BY SIZE
               SAVE-REC-VERSION DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Caractéristiques, puis statistiques dérivées: mêmes formules
      * que la fiche de personnage de MAIN-GAME
      *-----------------------------------------------------------------
       REPORT-STATISTICS.
           MOVE "CARACTÉRISTIQUES" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           STRING "PV:           " DELIMITED BY SIZE
               CHAR-HEALTH-CURRENT DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CHAR-HEALTH-MAX DELIMITED BY SIZE
               "   PM: " DELIMITED BY SIZE
               CHAR-MANA-CURRENT DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CHAR-MANA-MAX DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           STRING "Force:        " DELIMITED BY SIZE
               CHAR-STRENGTH DELIMITED BY SIZE
               "   Défense: " DELIMITED BY SIZE
               CHAR-DEFENSE DELIMITED BY SIZE
               "   Intelligence: " DELIMITED BY SIZE
               CHAR-INTELLIGENCE DELIMITED BY SIZE
               "   Agilité: " DELIMITED BY SIZE
               CHAR-AGILITY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           STRING "Points à répartir: " DELIMITED BY SIZE
               CHAR-UNSPENT-POINTS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           COMPUTE DERIVED-STAT-WORK = 5 + CHAR-AGILITY / 2
           STRING "Critique:     " DELIMITED BY SIZE
               DERIVED-STAT-WORK DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           COMPUTE DERIVED-STAT-WORK = CHAR-AGILITY / 3
           STRING "   Esquive: " DELIMITED BY SIZE
               DERIVED-STAT-WORK DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO REPORT-LINE(19:40)
           END-STRING
           COMPUTE DERIVED-STAT-WORK = FUNCTION MIN(99, 85 +
               CHAR-INTELLIGENCE / 2)
           STRING "   Précision: " DELIMITED BY SIZE
               DERIVED-STAT-WORK DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO REPORT-LINE(36:40)
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Compétences apprises avec leur maîtrise
      *-----------------------------------------------------------------
       REPORT-SKILLS.
           MOVE "COMPÉTENCES" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           MOVE 0 TO DOS-COUNT
           PERFORM VARYING DOS-IDX FROM 1 BY 1 UNTIL DOS-IDX > 6
               IF SKILL-IS-LEARNED(DOS-IDX)
                   ADD 1 TO DOS-COUNT
                   STRING SKILL-NAME(DOS-IDX) DELIMITED BY SIZE
                       " niveau " DELIMITED BY SIZE
                       SKILL-LEVEL(DOS-IDX) DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       SKILL-USES(DOS-IDX) DELIMITED BY SIZE
                       " usage(s)   coût " DELIMITED BY SIZE
                       SKILL-COST(DOS-IDX) DELIMITED BY SIZE
                       " PM   puissance " DELIMITED BY SIZE
                       SKILL-POWER(DOS-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF DOS-COUNT = 0
               MOVE "(aucune compétence apprise)" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           .

      *-----------------------------------------------------------------
      * Équipement porté: usure et bonus de panoplie atteints
      *-----------------------------------------------------------------
       REPORT-EQUIPMENT.
           MOVE "ÉQUIPEMENT PORTÉ" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           MOVE 0 TO DOS-COUNT
           PERFORM VARYING DOS-IDX FROM 1 BY 1
                   UNTIL DOS-IDX > INVENTORY-COUNT
               IF IS-EQUIPPED(DOS-IDX)
                   ADD 1 TO DOS-COUNT
                   MOVE ITEM-ATTACK(DOS-IDX) TO SIGNED-EDIT
                   MOVE ITEM-DEFENSE(DOS-IDX) TO SIGNED-EDIT-2
                   STRING ITEM-SLOT-TYPE(DOS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ITEM-NAME(DOS-IDX) DELIMITED BY SIZE
                       " ATT" DELIMITED BY SIZE
                       SIGNED-EDIT DELIMITED BY SIZE
                       " DEF" DELIMITED BY SIZE
                       SIGNED-EDIT-2 DELIMITED BY SIZE
                       "   usure " DELIMITED BY SIZE
                       ITEM-DURABILITY-CUR(DOS-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       ITEM-DURABILITY-MAX(DOS-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF DOS-COUNT = 0
               MOVE "(rien d'équipé)" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM REPORT-SET-BONUSES
           .

      *    Même décompte que DISPLAY-SET-BONUSES dans MAIN-GAME
       REPORT-SET-BONUSES.
           MOVE "N" TO SET-BONUS-SHOWN
           PERFORM VARYING SET-SCAN-IDX FROM 1 BY 1
                   UNTIL SET-SCAN-IDX > 2
               MOVE 0 TO SET-PIECES-WORN
               PERFORM VARYING DOS-IDX FROM 1 BY 1
                       UNTIL DOS-IDX > INVENTORY-COUNT
                   IF IS-EQUIPPED(DOS-IDX)
                       PERFORM VARYING SET-PIECE-IDX FROM 1 BY 1
                               UNTIL SET-PIECE-IDX > 3
                           IF ITEM-NAME(DOS-IDX) =
                              EQSET-PIECE(SET-SCAN-IDX,
                                  SET-PIECE-IDX)
                               ADD 1 TO SET-PIECES-WORN
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF SET-PIECES-WORN >= 3
                   STRING "Panoplie: " DELIMITED BY SIZE
                       FUNCTION TRIM(EQSET-NAME(SET-SCAN-IDX))
                           DELIMITED BY SIZE
                       ", 3 pièces (+" DELIMITED BY SIZE
                       EQSET-ATT-3(SET-SCAN-IDX) DELIMITED BY SIZE
                       " ATT, +" DELIMITED BY SIZE
                       EQSET-DEF-3(SET-SCAN-IDX) DELIMITED BY SIZE
                       " DEF)" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
                   MOVE "Y" TO SET-BONUS-SHOWN
               ELSE
                   IF SET-PIECES-WORN = 2
                       STRING "Panoplie: " DELIMITED BY SIZE
                           FUNCTION TRIM(EQSET-NAME(SET-SCAN-IDX))
                               DELIMITED BY SIZE
                           ", 2 pièces (+" DELIMITED BY SIZE
                           EQSET-ATT-2(SET-SCAN-IDX) DELIMITED BY SIZE
                           " ATT, +" DELIMITED BY SIZE
                           EQSET-DEF-2(SET-SCAN-IDX) DELIMITED BY SIZE
                           " DEF)" DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       PERFORM EMIT-REPORT-LINE
                       MOVE "Y" TO SET-BONUS-SHOWN
                   END-IF
               END-IF
           END-PERFORM
           IF SET-BONUS-SHOWN = "N"
               MOVE "Panoplie: aucun bonus d'ensemble" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           .

      *-----------------------------------------------------------------
      * Sac complet
      *-----------------------------------------------------------------
       REPORT-BACKPACK.
           MOVE "SAC" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           STRING "Occupation: " DELIMITED BY SIZE
               INVENTORY-COUNT DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               MAX-INVENTORY-SIZE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING DOS-IDX FROM 1 BY 1
                   UNTIL DOS-IDX > INVENTORY-COUNT OR DOS-IDX > 40
               MOVE ITEM-VALUE(DOS-IDX) TO NUM-EDIT
               STRING DOS-IDX DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   ITEM-NAME(DOS-IDX) DELIMITED BY SIZE
                   " x" DELIMITED BY SIZE
                   ITEM-QUANTITY(DOS-IDX) DELIMITED BY SIZE
                   "   valeur " DELIMITED BY SIZE
                   NUM-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               IF IS-EQUIPPED(DOS-IDX)
                   MOVE "(équipé)" TO REPORT-LINE(56:10)
               END-IF
               IF ITEM-IDENTIFIED(DOS-IDX) = "N"
                   MOVE "(non identifié)" TO REPORT-LINE(56:16)
               END-IF
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Anneau de clés
      *-----------------------------------------------------------------
       REPORT-KEYRING.
           MOVE "ANNEAU DE CLÉS" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           MOVE 0 TO DOS-COUNT
           PERFORM VARYING DOS-IDX FROM 1 BY 1 UNTIL DOS-IDX > 8
               IF GS-KEYRING-NAME(DOS-IDX) NOT = SPACES
                   ADD 1 TO DOS-COUNT
                   STRING "- " DELIMITED BY SIZE
                       GS-KEYRING-NAME(DOS-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF DOS-COUNT = 0
               MOVE "(anneau vide)" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           .

      *-----------------------------------------------------------------
      * Quêtes et objectifs
      *-----------------------------------------------------------------
       REPORT-QUESTS.
           MOVE "QUÊTES" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           IF QUEST-COUNT = 0
               MOVE "(aucune quête)" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM VARYING DOS-IDX FROM 1 BY 1
                   UNTIL DOS-IDX > QUEST-COUNT OR DOS-IDX > 14
               EVALUATE QUEST-STATUS(DOS-IDX)
                   WHEN "A"
                       MOVE "active" TO STATUS-LABEL
                   WHEN "C"
                       MOVE "complétée" TO STATUS-LABEL
                   WHEN "F"
                       MOVE "échouée" TO STATUS-LABEL
                   WHEN OTHER
                       MOVE "verrouillée" TO STATUS-LABEL
               END-EVALUATE
               STRING QUEST-NAME(DOS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STATUS-LABEL DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               EVALUATE QUEST-BRANCH(DOS-IDX)
                   WHEN "A"
                       MOVE "(camp des Archivistes)" TO REPORT-LINE(45:)
                   WHEN "T"
                       MOVE "(camp des Techniciens)" TO REPORT-LINE(45:)
               END-EVALUATE
               PERFORM EMIT-REPORT-LINE
               PERFORM VARYING DOS-SUB FROM 1 BY 1 UNTIL DOS-SUB > 5
                   IF OBJECTIVE-DESC(DOS-IDX, DOS-SUB) NOT = SPACES
                       IF OBJ-COMPLETE(DOS-IDX, DOS-SUB)
                           MOVE "   [x] " TO REPORT-LINE
                       ELSE
                           MOVE "   [ ] " TO REPORT-LINE
                       END-IF
                       STRING OBJECTIVE-DESC(DOS-IDX, DOS-SUB)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           OBJECTIVE-PROGRESS(DOS-IDX, DOS-SUB)
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           OBJECTIVE-TARGET(DOS-IDX, DOS-SUB)
                               DELIMITED BY SIZE
                           INTO REPORT-LINE(8:)
                       END-STRING
                       PERFORM EMIT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Factions et relations avec les PNJ
      *-----------------------------------------------------------------
       REPORT-STANDING.
           MOVE "FACTIONS ET RELATIONS" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           PERFORM VARYING DOS-IDX FROM 1 BY 1 UNTIL DOS-IDX > 3
               STRING FACTION-NAME(DOS-IDX) DELIMITED BY SIZE
                   GS-FACTION-SCORE(DOS-IDX) DELIMITED BY SIZE
                   "/100" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           MOVE 0 TO DOS-COUNT
           PERFORM VARYING DOS-IDX FROM 1 BY 1 UNTIL DOS-IDX > 10
               IF GS-REL-DIALOG-ID(DOS-IDX) NOT = 0
                   ADD 1 TO DOS-COUNT
                   PERFORM FIND-NPC-NAME
                   STRING NPC-NAME-WORK DELIMITED BY SIZE
                       GS-REL-SCORE(DOS-IDX) DELIMITED BY SIZE
                       "/100" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF DOS-COUNT = 0
               MOVE "(aucun PNJ rencontré)" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           .

       FIND-NPC-NAME.
           MOVE SPACES TO NPC-NAME-WORK
           PERFORM VARYING NPC-IDX FROM 1 BY 1
                   UNTIL NPC-IDX > NPC-NAME-COUNT
               IF NPC-DIALOG-ID(NPC-IDX) = GS-REL-DIALOG-ID(DOS-IDX)
                   MOVE NPC-NAME(NPC-IDX) TO NPC-NAME-WORK
               END-IF
           END-PERFORM
           IF NPC-NAME-WORK = SPACES
               STRING "Dialogue " DELIMITED BY SIZE
                   GS-REL-DIALOG-ID(DOS-IDX) DELIMITED BY SIZE
                   INTO NPC-NAME-WORK
               END-STRING
           END-IF
           .

      *-----------------------------------------------------------------
      * Banque: solde, emprunt et coffre
      *-----------------------------------------------------------------
       REPORT-BANK.
           MOVE "BANQUE" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           IF BANK-ACCOUNT-FOUND = "N"
               MOVE "(pas de compte ouvert)" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE BANK-GOLD TO GOLD-EDIT
           STRING "Solde:        " DELIMITED BY SIZE
               FUNCTION TRIM(GOLD-EDIT) DELIMITED BY SIZE
               " or (intérêts arrêtés au jour " DELIMITED BY SIZE
               BANK-LAST-DAY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF LOAN-ACTIVE = "Y"
               MOVE LOAN-AMOUNT TO GOLD-EDIT
               MOVE 1 TO REPORT-LINE-PTR
               STRING "Emprunt:      " DELIMITED BY SIZE
                   FUNCTION TRIM(GOLD-EDIT) DELIMITED BY SIZE
                   " or, échéance jour " DELIMITED BY SIZE
                   LOAN-DUE-DAY DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER REPORT-LINE-PTR
               END-STRING
               IF LOAN-COLLATERAL-SLOT >= 1
                  AND LOAN-COLLATERAL-SLOT <= 10
                   STRING ", gage: " DELIMITED BY SIZE
                       VAULT-NAME(LOAN-COLLATERAL-SLOT)
                           DELIMITED BY "  "
                       INTO REPORT-LINE
                       WITH POINTER REPORT-LINE-PTR
                   END-STRING
               END-IF
           ELSE
               MOVE "Emprunt:      aucun" TO REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO DOS-COUNT
           PERFORM VARYING DOS-IDX FROM 1 BY 1 UNTIL DOS-IDX > 10
               IF VAULT-USED(DOS-IDX) = "Y"
                   ADD 1 TO DOS-COUNT
                   MOVE VAULT-VALUE(DOS-IDX) TO NUM-EDIT
                   STRING "Coffre " DELIMITED BY SIZE
                       DOS-IDX DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       VAULT-NAME(DOS-IDX) DELIMITED BY SIZE
                       " x" DELIMITED BY SIZE
                       VAULT-QTY(DOS-IDX) DELIMITED BY SIZE
                       "   valeur " DELIMITED BY SIZE
                       NUM-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF DOS-COUNT = 0
               MOVE "Coffre:       vide" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           .

      *-----------------------------------------------------------------
      * Bestiaire: espèces rencontrées et victoires cumulées
      *-----------------------------------------------------------------
       REPORT-BESTIARY.
           MOVE "BESTIAIRE" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           MOVE 0 TO DOS-COUNT
           MOVE 0 TO DOS-TOTAL
           PERFORM VARYING DOS-IDX FROM 1 BY 1 UNTIL DOS-IDX > 30
               IF GS-MON-SEEN(DOS-IDX) = "Y"
                   ADD 1 TO DOS-COUNT
               END-IF
               IF GS-MON-KILLS(DOS-IDX) IS NUMERIC
                   ADD GS-MON-KILLS(DOS-IDX) TO DOS-TOTAL
               END-IF
           END-PERFORM
           MOVE DOS-COUNT TO NUM-EDIT
           MOVE DOS-TOTAL TO NUM-EDIT-2
           STRING "Espèces rencontrées: " DELIMITED BY SIZE
               FUNCTION TRIM(NUM-EDIT) DELIMITED BY SIZE
               "/30   Victoires: " DELIMITED BY SIZE
               FUNCTION TRIM(NUM-EDIT-2) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Dernières entrées de la chronique de l'emplacement
      *-----------------------------------------------------------------
       REPORT-CHRONICLE.
           MOVE "CHRONIQUE (DERNIÈRES ENTRÉES)" TO REPORT-LINE
           PERFORM EMIT-SECTION-TITLE
           PERFORM LOAD-CHRONICLE-TAIL
           IF CHRON-READ-COUNT = 0
               MOVE "(chronique vide)" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
      *    Le tampon tournant est relu à partir de l'entrée la plus
      *    ancienne retenue
           IF CHRON-READ-COUNT > CHRON-KEEP
               MOVE CHRON-KEEP TO CHRON-SHOWN
           ELSE
               MOVE CHRON-READ-COUNT TO CHRON-SHOWN
               MOVE 0 TO CHRON-NEXT
           END-IF
           PERFORM CHRON-SHOWN TIMES
               ADD 1 TO CHRON-NEXT
               IF CHRON-NEXT > CHRON-KEEP
                   MOVE 1 TO CHRON-NEXT
               END-IF
               MOVE CHRON-ENTRY(CHRON-NEXT) TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           .

       LOAD-CHRONICLE-TAIL.
           MOVE 0 TO CHRON-READ-COUNT
           MOVE 0 TO CHRON-NEXT
           MOVE SPACES TO CHRON-FILE-NAME
           STRING "COBOCHR" DELIMITED BY SIZE
               DOSSIER-SLOT(5:1) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO CHRON-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, CHRON-FILE-NAME
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT CHRONICLE-FILE
           MOVE "LOAD-CHRONICLE-TAIL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CHRON-FILE-NAME,
               CHRON-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT CHRON-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CHRON-AT-EOF
           PERFORM UNTIL CHRON-AT-EOF = "Y"
               READ CHRONICLE-FILE
                   AT END
                       MOVE "Y" TO CHRON-AT-EOF
                   NOT AT END
                       ADD 1 TO CHRON-READ-COUNT
                       ADD 1 TO CHRON-NEXT
                       IF CHRON-NEXT > CHRON-KEEP
                           MOVE 1 TO CHRON-NEXT
                       END-IF
                       MOVE CHRONICLE-RECORD TO CHRON-ENTRY(CHRON-NEXT)
               END-READ
               MOVE "LOAD-CHRONICLE-TAIL" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   CHRON-FILE-NAME, CHRON-FILE-STATUS
           END-PERFORM
           CLOSE CHRONICLE-FILE
           MOVE "LOAD-CHRONICLE-TAIL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CHRON-FILE-NAME,
               CHRON-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Compte de l'emplacement dans COBOBANK.DAT: clé en tête de
      * ligne, corps décrit par BANKACCT.cpy
      *-----------------------------------------------------------------
       LOAD-BANK-ACCOUNT.
           MOVE "N" TO BANK-ACCOUNT-FOUND
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT BANK-FILE
           MOVE "LOAD-BANK-ACCOUNT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT BANK-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BANK-AT-EOF
           PERFORM UNTIL BANK-AT-EOF = "Y"
               READ BANK-FILE
                   AT END
                       MOVE "Y" TO BANK-AT-EOF
                   NOT AT END
                       IF BANK-FILE-RECORD(1:8) = DOSSIER-SLOT(1:8)
                          AND BANK-ACCOUNT-FOUND = "N"
                           MOVE BANK-FILE-RECORD(9:1700) TO BANK-STATE
                           MOVE "Y" TO BANK-ACCOUNT-FOUND
                       END-IF
               END-READ
               MOVE "LOAD-BANK-ACCOUNT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
                   BANK-FILE-STATUS
           END-PERFORM
           CLOSE BANK-FILE
           MOVE "LOAD-BANK-ACCOUNT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Noms des PNJ: dialogues intégrés, remplacés par ceux de
      * COBODIAL.DAT (enregistrements D|id|nom|...) s'il existe
      *-----------------------------------------------------------------
       LOAD-NPC-NAMES.
           MOVE 5 TO NPC-NAME-COUNT
           MOVE 1 TO NPC-DIALOG-ID(1)
           MOVE "Archiviste Ada" TO NPC-NAME(1)
           MOVE 2 TO NPC-DIALOG-ID(2)
           MOVE "Technicien Turing" TO NPC-NAME(2)
           MOVE 3 TO NPC-DIALOG-ID(3)
           MOVE "Gardien Neumann" TO NPC-NAME(3)
           MOVE 4 TO NPC-DIALOG-ID(4)
           MOVE "Voyageur Temporel" TO NPC-NAME(4)
           MOVE 5 TO NPC-DIALOG-ID(5)
           MOVE "Marchand" TO NPC-NAME(5)

           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT DIALOG-DATA-FILE
           MOVE "LOAD-NPC-NAMES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT DIALOG-DATA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DIALOG-AT-EOF
           PERFORM UNTIL DIALOG-AT-EOF = "Y"
               READ DIALOG-DATA-FILE
                   AT END
                       MOVE "Y" TO DIALOG-AT-EOF
                   NOT AT END
                       IF DIALOG-DATA-RECORD(1:1) = "D"
                           PERFORM KEEP-DIALOG-NPC-NAME
                       END-IF
               END-READ
               MOVE "LOAD-NPC-NAMES" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           END-PERFORM
           CLOSE DIALOG-DATA-FILE
           MOVE "LOAD-NPC-NAMES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           .

       KEEP-DIALOG-NPC-NAME.
           UNSTRING DIALOG-DATA-RECORD DELIMITED BY "|"
               INTO DLF-TYPE, DLF-F1, DLF-F2
           END-UNSTRING
           IF FUNCTION NUMVAL(DLF-F1) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NPC-IDX FROM 1 BY 1
                   UNTIL NPC-IDX > NPC-NAME-COUNT
                      OR NPC-DIALOG-ID(NPC-IDX) =
                         FUNCTION NUMVAL(DLF-F1)
               CONTINUE
           END-PERFORM
           IF NPC-IDX > NPC-NAME-COUNT
               IF NPC-NAME-COUNT >= 12
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NPC-NAME-COUNT
               MOVE NPC-NAME-COUNT TO NPC-IDX
               MOVE FUNCTION NUMVAL(DLF-F1) TO NPC-DIALOG-ID(NPC-IDX)
           END-IF
           MOVE DLF-F2 TO NPC-NAME(NPC-IDX)
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SAVE-GAME-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, BANK-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DIALOG-DATA-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM CHAR-DOSSIER.
