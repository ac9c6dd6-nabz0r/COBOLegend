      *****************************************************************
      * FAMILY-BACKUP.CBL - Générations de sauvegarde de la famille
      *                     COBO*.DAT
      *
      * Utilitaire batch autonome d'exploitation. Une partie est
      * répartie sur une douzaine de fichiers (sauvegardes et leur
      * copie de secours, point de reprise, banque, boutique et
      * dépôt-vente, grands livres de l'or et des objets, trophées,
      * ères, bibliothèque de jobs, Hall of Fame, chroniques des
      * trois emplacements):
      * restaurer la seule COBOSAVE.DAT laisse les autres en
      * décalage. Ce programme prend une génération datée et
      * numérotée de toute la famille d'un seul tenant, garde les N
      * dernières et restaure une génération choisie comme un tout,
      * puis enchaîne l'audit de cohérence FILE-AUDIT sur les
      * fichiers restaurés.
      *
      * Chaque génération occupe une place d'un anneau de N
      * copies: COBOBANK.DAT est copié en COBOBANK.G1 à .G9 selon
      * la place. La génération la plus ancienne cède sa place à la
      * nouvelle, ce qui borne l'espace sans effacement de fichier.
      * Le manifeste COBOGENS.DAT décrit l'anneau:
      *   R|nombre de générations gardées
      *   N|dernier numéro de génération attribué
      *   G|génération|AAAAMMJJ|HHMMSS|place
      *   F|génération|fichier|enregistrements|P présent, A absent
      * Une restauration vérifie d'abord que chaque copie a le nombre
      * d'enregistrements du manifeste, prend une génération de
      * sécurité de l'état courant, puis recopie toute la famille. Un
      * fichier absent lors de la prise est remis à vide.
      *
      * Paramètre de la ligne de commande:
      *   (aucun) ou LISTE  générations disponibles
      *   SAUVE             prise d'une génération
      *   RESTAURE n        restauration de la génération n
      *   GARDE n           nombre de générations gardées (1 à 9)
      * Compilable séparément: make family-backup
      *
      * Les structures des deux fichiers indexés doivent rester
      * strictement identiques aux FD SAVE-GAME-FILE et
      * SAVE-BACKUP-FILE de MAIN-GAME.cbl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMILY-BACKUP.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * Copie d'un fichier de la famille: source et cible nommées à
      * l'exécution, une paire de FD par organisation
      *-----------------------------------------------------------------
           SELECT SAVE-SOURCE-FILE ASSIGN TO DYNAMIC COPY-SOURCE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSR-KEY
               FILE STATUS IS COPY-SOURCE-STATUS.

           SELECT SAVE-TARGET-FILE ASSIGN TO DYNAMIC COPY-TARGET-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STG-KEY
               FILE STATUS IS COPY-TARGET-STATUS.

           SELECT BACKUP-SOURCE-FILE ASSIGN TO DYNAMIC COPY-SOURCE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSR-KEY
               FILE STATUS IS COPY-SOURCE-STATUS.

           SELECT BACKUP-TARGET-FILE ASSIGN TO DYNAMIC COPY-TARGET-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BTG-KEY
               FILE STATUS IS COPY-TARGET-STATUS.

           SELECT LINE-SOURCE-FILE ASSIGN TO DYNAMIC COPY-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-SOURCE-STATUS.

           SELECT LINE-TARGET-FILE ASSIGN TO DYNAMIC COPY-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-TARGET-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SAVE-SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 SAVE-SOURCE-RECORD.
           02 SSR-KEY                 PIC X(20).
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

       FD SAVE-TARGET-FILE
           LABEL RECORDS ARE STANDARD.
       01 SAVE-TARGET-RECORD.
           02 STG-KEY                 PIC X(20).
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

       FD BACKUP-SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BACKUP-SOURCE-RECORD.
           02 BSR-KEY                 PIC X(20).
           02 BSR-BODY                PIC X(25000).

       FD BACKUP-TARGET-FILE
           LABEL RECORDS ARE STANDARD.
       01 BACKUP-TARGET-RECORD.
           02 BTG-KEY                 PIC X(20).
           02 BTG-BODY                PIC X(25000).

      *    Le plus long enregistrement texte de la famille est celui
      *    de COBOBANK.DAT (2000 caractères)
       FD LINE-SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LINE-SOURCE-RECORD          PIC X(2000).

       FD LINE-TARGET-FILE
           LABEL RECORDS ARE STANDARD.
       01 LINE-TARGET-RECORD          PIC X(2000).

       FD MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
       01 MANIFEST-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="FAMILY-BACKUP"==.
       01 MANIFEST-FILE-PATH         PIC X(80)  VALUE "COBOGENS.DAT".

       01 COPY-SOURCE-NAME            PIC X(80)  VALUE SPACES.
       01 COPY-TARGET-NAME            PIC X(80)  VALUE SPACES.
       01 COPY-SOURCE-STATUS          PIC X(2)   VALUE SPACES.
          88 COPY-SOURCE-OK           VALUE "00".
       01 COPY-TARGET-STATUS          PIC X(2)   VALUE SPACES.
          88 COPY-TARGET-OK           VALUE "00".
       01 MANIFEST-STATUS             PIC X(2)   VALUE SPACES.
          88 MANIFEST-OK              VALUE "00".
       01 COPY-AT-EOF                 PIC X(1)   VALUE "N".
       01 COPY-RESULT                 PIC X(1)   VALUE "N".
          88 COPY-DONE                VALUE "Y".
       01 COPY-RECORD-COUNT           PIC 9(6)   VALUE 0.
       01 SOURCE-PRESENT              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Commande demandée
      *-----------------------------------------------------------------
       01 COMMAND-LINE-TEXT           PIC X(40)  VALUE SPACES.
       01 BACKUP-COMMAND              PIC X(20)  VALUE SPACES.
          88 BACKUP-LIST              VALUE SPACES "LISTE".
          88 BACKUP-TAKE              VALUE "SAUVE".
          88 BACKUP-RESTORE           VALUE "RESTAURE".
          88 BACKUP-KEEP              VALUE "GARDE".
       01 COMMAND-ARGUMENT            PIC X(20)  VALUE SPACES.
       01 REQUESTED-NUMBER            PIC 9(4)   VALUE 0.

      *-----------------------------------------------------------------
      * Famille de fichiers d'une partie, dans l'ordre de copie.
      * Nature: S sauvegarde indexée, B copie de secours indexée,
      * L fichier texte.
      *-----------------------------------------------------------------
       01 FAMILY-FILES.
          05 FILLER   PIC X(15) VALUE "COBOSAVE.DAT  S".
          05 FILLER   PIC X(15) VALUE "COBOSAVB.DAT  B".
          05 FILLER   PIC X(15) VALUE "COBOCHKPT.DAT L".
          05 FILLER   PIC X(15) VALUE "COBOBANK.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBOSHOP.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBOCONS.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBOLEDG.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBOILDG.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBOTROPH.DAT L".
          05 FILLER   PIC X(15) VALUE "COBOJOBS.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBOERAS.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBOFAME.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBOCHR1.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBOCHR2.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBOCHR3.DAT  L".
          05 FILLER   PIC X(15) VALUE "COBONOTE.DAT  L".
       01 FAMILY-TABLE REDEFINES FAMILY-FILES.
          05 FAMILY-ENTRY OCCURS 16 TIMES.
             10 FAM-NAME              PIC X(14).
             10 FAM-KIND              PIC X(1).
       01 FAMILY-COUNT                PIC 9(2)   VALUE 16.
       01 FAM-IDX                     PIC 9(2)   VALUE 0.
       01 FAM-STEM                    PIC X(14)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Image du manifeste: générations par numéro croissant (la
      * première est la plus ancienne)
      *-----------------------------------------------------------------
       01 GENERATIONS-KEPT            PIC 9(1)   VALUE 5.
       01 LAST-ISSUED-GENERATION      PIC 9(4)   VALUE 0.
       01 GENERATION-COUNT            PIC 9(2)   VALUE 0.
       01 GENERATION-TABLE.
          05 GENERATION-ENTRY OCCURS 10 TIMES.
             10 GEN-NUMBER            PIC 9(4).
             10 GEN-DATE              PIC X(8).
             10 GEN-TIME              PIC X(6).
             10 GEN-RING              PIC 9(1).
             10 GEN-FILE OCCURS 16 TIMES.
                15 GEN-FILE-COUNT     PIC 9(6).
                15 GEN-FILE-PRESENT   PIC X(1).
       01 GEN-IDX                     PIC 9(2)   VALUE 0.
       01 GEN-MATCH                   PIC 9(2)   VALUE 0.
       01 GEN-SHIFT                   PIC 9(2)   VALUE 0.
       01 RING-SLOT                   PIC 9(1)   VALUE 0.
       01 RING-IN-USE                 PIC X(1)   VALUE "N".
       01 NEW-ENTRY                   PIC 9(2)   VALUE 0.
       01 GEN-TOTAL-RECORDS           PIC 9(8)   VALUE 0.
       01 GEN-FILES-PRESENT           PIC 9(2)   VALUE 0.
       01 VERIFY-ERRORS               PIC 9(2)   VALUE 0.
       01 TAKE-RESULT                 PIC X(1)   VALUE "N".
          88 TAKE-DONE                VALUE "Y".

      *-----------------------------------------------------------------
      * Découpage d'une ligne du manifeste
      *-----------------------------------------------------------------
       01 MNF-TYPE                    PIC X(1)   VALUE SPACE.
       01 MNF-F1                      PIC X(14)  VALUE SPACES.
       01 MNF-F2                      PIC X(14)  VALUE SPACES.
       01 MNF-F3                      PIC X(14)  VALUE SPACES.
       01 MNF-F4                      PIC X(14)  VALUE SPACES.
       01 MNF-NUMBER                  PIC 9(4)   VALUE 0.
       01 MANIFEST-AT-EOF             PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== GÉNÉRATIONS DE LA FAMILLE COBO*.DAT ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(COMMAND-LINE-TEXT)
               TO COMMAND-LINE-TEXT
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO BACKUP-COMMAND COMMAND-ARGUMENT
           END-UNSTRING
           MOVE 0 TO REQUESTED-NUMBER
           IF COMMAND-ARGUMENT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(COMMAND-ARGUMENT) = 0
               MOVE FUNCTION NUMVAL(COMMAND-ARGUMENT)
                   TO REQUESTED-NUMBER
           END-IF

           PERFORM LOAD-MANIFEST
           EVALUATE TRUE
               WHEN BACKUP-LIST
                   PERFORM LIST-GENERATIONS
               WHEN BACKUP-TAKE
                   PERFORM TAKE-GENERATION
               WHEN BACKUP-RESTORE
                   PERFORM RESTORE-GENERATION
               WHEN BACKUP-KEEP
                   PERFORM SET-GENERATIONS-KEPT
               WHEN OTHER
                   DISPLAY "Commande inconnue: "
                       FUNCTION TRIM(BACKUP-COMMAND)
                   DISPLAY "Usage: family-backup [LISTE | SAUVE | "
                       & "RESTAURE n | GARDE n]"
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Relecture du manifeste COBOGENS.DAT (absent: aucune
      * génération, cinq gardées)
      *-----------------------------------------------------------------
       LOAD-MANIFEST.
           MOVE 0 TO GENERATION-COUNT
           INITIALIZE GENERATION-TABLE
           OPEN INPUT MANIFEST-FILE
           MOVE "LOAD-MANIFEST" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MANIFEST-FILE-PATH,
               MANIFEST-STATUS
           IF NOT MANIFEST-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO MANIFEST-AT-EOF
           PERFORM UNTIL MANIFEST-AT-EOF = "Y"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO MANIFEST-AT-EOF
                   NOT AT END
                       PERFORM LOAD-MANIFEST-LINE
               END-READ
               MOVE "LOAD-MANIFEST" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MANIFEST-FILE-PATH, MANIFEST-STATUS
           END-PERFORM
           CLOSE MANIFEST-FILE
           MOVE "LOAD-MANIFEST" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MANIFEST-FILE-PATH,
               MANIFEST-STATUS
           .

       LOAD-MANIFEST-LINE.
           MOVE SPACE TO MNF-TYPE
           MOVE SPACES TO MNF-F1 MNF-F2 MNF-F3 MNF-F4
           UNSTRING MANIFEST-RECORD DELIMITED BY "|"
               INTO MNF-TYPE MNF-F1 MNF-F2 MNF-F3 MNF-F4
           END-UNSTRING
           IF MNF-F1 = SPACES OR FUNCTION TEST-NUMVAL(MNF-F1) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MNF-F1) TO MNF-NUMBER

           EVALUATE MNF-TYPE
               WHEN "R"
                   IF MNF-NUMBER >= 1 AND MNF-NUMBER <= 9
                       MOVE MNF-NUMBER TO GENERATIONS-KEPT
                   END-IF
               WHEN "N"
                   MOVE MNF-NUMBER TO LAST-ISSUED-GENERATION
               WHEN "G"
                   IF GENERATION-COUNT < 10
                       ADD 1 TO GENERATION-COUNT
                       MOVE MNF-NUMBER TO GEN-NUMBER(GENERATION-COUNT)
                       MOVE MNF-F2 TO GEN-DATE(GENERATION-COUNT)
                       MOVE MNF-F3 TO GEN-TIME(GENERATION-COUNT)
                       IF MNF-F4(1:1) IS NUMERIC
                           MOVE MNF-F4(1:1)
                               TO GEN-RING(GENERATION-COUNT)
                       END-IF
                   END-IF
               WHEN "F"
                   PERFORM LOAD-MANIFEST-FILE-LINE
           END-EVALUATE
           .

      *    Ligne F: rattachée à sa génération (déjà lue) et au fichier
      *    de la famille de même nom
       LOAD-MANIFEST-FILE-LINE.
           MOVE 0 TO GEN-MATCH
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GENERATION-COUNT
               IF GEN-NUMBER(GEN-IDX) = MNF-NUMBER
                   MOVE GEN-IDX TO GEN-MATCH
               END-IF
           END-PERFORM
           IF GEN-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FAM-IDX FROM 1 BY 1
                   UNTIL FAM-IDX > FAMILY-COUNT
               IF FAM-NAME(FAM-IDX) = MNF-F2
                   IF FUNCTION TEST-NUMVAL(MNF-F3) = 0
                       MOVE FUNCTION NUMVAL(MNF-F3)
                           TO GEN-FILE-COUNT(GEN-MATCH, FAM-IDX)
                   END-IF
                   MOVE MNF-F4(1:1)
                       TO GEN-FILE-PRESENT(GEN-MATCH, FAM-IDX)
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Réécriture complète du manifeste depuis la table
      *-----------------------------------------------------------------
       WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           MOVE "WRITE-MANIFEST" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MANIFEST-FILE-PATH,
               MANIFEST-STATUS
           IF NOT MANIFEST-OK
               DISPLAY "ERREUR: écriture de COBOGENS.DAT impossible"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MANIFEST-RECORD
           STRING "R|" DELIMITED BY SIZE
               GENERATIONS-KEPT DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           MOVE "WRITE-MANIFEST" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MANIFEST-FILE-PATH,
               MANIFEST-STATUS
           MOVE SPACES TO MANIFEST-RECORD
           STRING "N|" DELIMITED BY SIZE
               LAST-ISSUED-GENERATION DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           MOVE "WRITE-MANIFEST" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MANIFEST-FILE-PATH,
               MANIFEST-STATUS
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GENERATION-COUNT
               PERFORM WRITE-MANIFEST-GENERATION
           END-PERFORM
           CLOSE MANIFEST-FILE
           MOVE "WRITE-MANIFEST" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MANIFEST-FILE-PATH,
               MANIFEST-STATUS
           .

       WRITE-MANIFEST-GENERATION.
           MOVE SPACES TO MANIFEST-RECORD
           STRING "G|" DELIMITED BY SIZE
               GEN-NUMBER(GEN-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               GEN-DATE(GEN-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               GEN-TIME(GEN-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               GEN-RING(GEN-IDX) DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           MOVE "WRITE-MANIFEST-GENERATION" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MANIFEST-FILE-PATH,
               MANIFEST-STATUS
           PERFORM VARYING FAM-IDX FROM 1 BY 1
                   UNTIL FAM-IDX > FAMILY-COUNT
               MOVE SPACES TO MANIFEST-RECORD
               STRING "F|" DELIMITED BY SIZE
                   GEN-NUMBER(GEN-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FAM-NAME(FAM-IDX) DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   GEN-FILE-COUNT(GEN-IDX, FAM-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   GEN-FILE-PRESENT(GEN-IDX, FAM-IDX)
                       DELIMITED BY SIZE
                   INTO MANIFEST-RECORD
               END-STRING
               WRITE MANIFEST-RECORD
               MOVE "WRITE-MANIFEST-GENERATION" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MANIFEST-FILE-PATH, MANIFEST-STATUS
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Liste des générations disponibles
      *-----------------------------------------------------------------
       LIST-GENERATIONS.
           DISPLAY "Générations gardées: " GENERATIONS-KEPT
           IF GENERATION-COUNT = 0
               DISPLAY "Aucune génération prise (make family-backup "
                   & "puis family-backup SAUVE)."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GENERATION-COUNT
               MOVE 0 TO GEN-TOTAL-RECORDS
               MOVE 0 TO GEN-FILES-PRESENT
               PERFORM VARYING FAM-IDX FROM 1 BY 1
                       UNTIL FAM-IDX > FAMILY-COUNT
                   ADD GEN-FILE-COUNT(GEN-IDX, FAM-IDX)
                       TO GEN-TOTAL-RECORDS
                   IF GEN-FILE-PRESENT(GEN-IDX, FAM-IDX) = "P"
                       ADD 1 TO GEN-FILES-PRESENT
                   END-IF
               END-PERFORM
               DISPLAY "  Génération " GEN-NUMBER(GEN-IDX)
                   " du " GEN-DATE(GEN-IDX) " à " GEN-TIME(GEN-IDX)
                   " (place " GEN-RING(GEN-IDX) "): "
                   GEN-FILES-PRESENT " fichier(s), "
                   GEN-TOTAL-RECORDS " enregistrement(s)"
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Nombre de générations gardées; l'excédent éventuel est libéré
      * à la prochaine prise
      *-----------------------------------------------------------------
       SET-GENERATIONS-KEPT.
           IF REQUESTED-NUMBER < 1 OR REQUESTED-NUMBER > 9
               DISPLAY "Usage: family-backup GARDE n (n de 1 à 9)"
               EXIT PARAGRAPH
           END-IF
           MOVE REQUESTED-NUMBER TO GENERATIONS-KEPT
           PERFORM WRITE-MANIFEST
           DISPLAY "Générations gardées: " GENERATIONS-KEPT
           .

      *-----------------------------------------------------------------
      * Prise d'une génération: les plus anciennes sont d'abord
      * retirées du manifeste jusqu'à laisser une place (manifeste
      * réécrit avant toute copie: une prise interrompue ne laisse
      * jamais une génération partielle au catalogue), puis chaque
      * fichier de la famille est copié à cette place.
      *-----------------------------------------------------------------
       TAKE-GENERATION.
           MOVE "N" TO TAKE-RESULT
           PERFORM UNTIL GENERATION-COUNT < GENERATIONS-KEPT
               PERFORM RELEASE-OLDEST-GENERATION
           END-PERFORM
           PERFORM FIND-FREE-RING-SLOT
           PERFORM WRITE-MANIFEST

           ADD 1 TO LAST-ISSUED-GENERATION
           ADD 1 TO GENERATION-COUNT
           MOVE GENERATION-COUNT TO NEW-ENTRY
           INITIALIZE GENERATION-ENTRY(NEW-ENTRY)
           MOVE LAST-ISSUED-GENERATION TO GEN-NUMBER(NEW-ENTRY)
           MOVE FUNCTION CURRENT-DATE(1:8) TO GEN-DATE(NEW-ENTRY)
           MOVE FUNCTION CURRENT-DATE(9:6) TO GEN-TIME(NEW-ENTRY)
           MOVE RING-SLOT TO GEN-RING(NEW-ENTRY)

           DISPLAY "Prise de la génération " LAST-ISSUED-GENERATION
               " (place " RING-SLOT ")"
           PERFORM VARYING FAM-IDX FROM 1 BY 1
                   UNTIL FAM-IDX > FAMILY-COUNT
               MOVE FAM-NAME(FAM-IDX) TO COPY-SOURCE-NAME
               PERFORM BUILD-GENERATION-NAME
               PERFORM COPY-FAMILY-FILE
               IF NOT COPY-DONE
                   DISPLAY "Prise abandonnée: la génération "
                       LAST-ISSUED-GENERATION
                       " n'est pas inscrite au manifeste."
                   SUBTRACT 1 FROM GENERATION-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE COPY-RECORD-COUNT
                   TO GEN-FILE-COUNT(NEW-ENTRY, FAM-IDX)
               IF SOURCE-PRESENT = "Y"
                   MOVE "P" TO GEN-FILE-PRESENT(NEW-ENTRY, FAM-IDX)
                   DISPLAY "  " FAM-NAME(FAM-IDX) " "
                       COPY-RECORD-COUNT " enregistrement(s)"
               ELSE
                   MOVE "A" TO GEN-FILE-PRESENT(NEW-ENTRY, FAM-IDX)
                   DISPLAY "  " FAM-NAME(FAM-IDX) " absent"
               END-IF
           END-PERFORM

           PERFORM WRITE-MANIFEST
           MOVE "Y" TO TAKE-RESULT
           DISPLAY "Génération " LAST-ISSUED-GENERATION " prise."
           .

      *    Retrait de la plus ancienne génération (entrée 1); sa place
      *    hors de l'anneau courant (nombre gardé réduit) est vidée
       RELEASE-OLDEST-GENERATION.
           DISPLAY "Génération " GEN-NUMBER(1)
               " retirée (la plus ancienne)"
           IF GEN-RING(1) > GENERATIONS-KEPT
               MOVE GEN-RING(1) TO RING-SLOT
               PERFORM VARYING FAM-IDX FROM 1 BY 1
                       UNTIL FAM-IDX > FAMILY-COUNT
                   PERFORM BUILD-GENERATION-NAME
                   PERFORM EMPTY-TARGET-FILE
               END-PERFORM
           END-IF
           PERFORM VARYING GEN-SHIFT FROM 1 BY 1
                   UNTIL GEN-SHIFT >= GENERATION-COUNT
               MOVE GENERATION-ENTRY(GEN-SHIFT + 1)
                   TO GENERATION-ENTRY(GEN-SHIFT)
           END-PERFORM
           SUBTRACT 1 FROM GENERATION-COUNT
           .

      *    Première place de 1 à GENERATIONS-KEPT qu'aucune génération
      *    gardée n'occupe
       FIND-FREE-RING-SLOT.
           MOVE 1 TO RING-SLOT
           MOVE "Y" TO RING-IN-USE
           PERFORM UNTIL RING-IN-USE = "N"
               MOVE "N" TO RING-IN-USE
               PERFORM VARYING GEN-IDX FROM 1 BY 1
                       UNTIL GEN-IDX > GENERATION-COUNT
                   IF GEN-RING(GEN-IDX) = RING-SLOT
                       MOVE "Y" TO RING-IN-USE
                   END-IF
               END-PERFORM
               IF RING-IN-USE = "Y"
                   ADD 1 TO RING-SLOT
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Nom de la copie de FAM-NAME(FAM-IDX) dans l'anneau:
      * COBOBANK.DAT devient COBOBANK.Gn, n étant RING-SLOT
      *-----------------------------------------------------------------
       BUILD-GENERATION-NAME.
           MOVE SPACES TO FAM-STEM COPY-TARGET-NAME
           UNSTRING FAM-NAME(FAM-IDX) DELIMITED BY "."
               INTO FAM-STEM
           END-UNSTRING
           STRING FAM-STEM DELIMITED BY SPACE
               ".G" DELIMITED BY SIZE
               RING-SLOT DELIMITED BY SIZE
               INTO COPY-TARGET-NAME
           END-STRING
           .

      *-----------------------------------------------------------------
      * Restauration de la génération demandée comme un tout:
      * contrôle de toutes les copies, génération de sécurité de
      * l'état courant, recopie de toute la famille, puis audit
      *-----------------------------------------------------------------
       RESTORE-GENERATION.
           PERFORM FIND-REQUESTED-GENERATION
           IF GEN-MATCH = 0
               DISPLAY "Génération " REQUESTED-NUMBER
                   " inconnue. Générations disponibles:"
               PERFORM LIST-GENERATIONS
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFY-GENERATION-COPIES
           IF VERIFY-ERRORS > 0
               DISPLAY "Restauration refusée: " VERIFY-ERRORS
                   " copie(s) de la génération " REQUESTED-NUMBER
                   " ne correspondent pas au manifeste."
               EXIT PARAGRAPH
           END-IF

      *    La génération de sécurité prend la place de la plus
      *    ancienne quand l'anneau est plein: elle est omise si cette
      *    place est justement celle de la génération à restaurer
           IF GENERATION-COUNT >= GENERATIONS-KEPT
              AND GEN-NUMBER(1) = REQUESTED-NUMBER
               DISPLAY "Pas de génération de sécurité: l'anneau "
                   & "est plein et la génération demandée est la "
                   & "plus ancienne."
           ELSE
               DISPLAY "Génération de sécurité de l'état courant:"
               PERFORM TAKE-GENERATION
               IF NOT TAKE-DONE
                   DISPLAY "Restauration refusée: la génération de "
                       & "sécurité n'a pas pu être prise."
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-REQUESTED-GENERATION
           END-IF

           DISPLAY SPACE
           DISPLAY "Restauration de la génération " REQUESTED-NUMBER
               " du " GEN-DATE(GEN-MATCH) " à " GEN-TIME(GEN-MATCH)
           MOVE GEN-RING(GEN-MATCH) TO RING-SLOT
           PERFORM VARYING FAM-IDX FROM 1 BY 1
                   UNTIL FAM-IDX > FAMILY-COUNT
               PERFORM RESTORE-ONE-FAMILY-FILE
           END-PERFORM

           DISPLAY SPACE
           DISPLAY "Audit de cohérence des fichiers restaurés:"
           CALL "FILE-AUDIT"
           .

       FIND-REQUESTED-GENERATION.
           MOVE 0 TO GEN-MATCH
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GENERATION-COUNT
               IF GEN-NUMBER(GEN-IDX) = REQUESTED-NUMBER
                  AND REQUESTED-NUMBER > 0
                   MOVE GEN-IDX TO GEN-MATCH
               END-IF
           END-PERFORM
           .

      *    Chaque copie présente doit avoir le nombre d'enregistrements
      *    noté au manifeste
       VERIFY-GENERATION-COPIES.
           MOVE 0 TO VERIFY-ERRORS
           MOVE GEN-RING(GEN-MATCH) TO RING-SLOT
           PERFORM VARYING FAM-IDX FROM 1 BY 1
                   UNTIL FAM-IDX > FAMILY-COUNT
               IF GEN-FILE-PRESENT(GEN-MATCH, FAM-IDX) = "P"
                   PERFORM BUILD-GENERATION-NAME
                   MOVE COPY-TARGET-NAME TO COPY-SOURCE-NAME
                   PERFORM COUNT-FAMILY-FILE
                   IF SOURCE-PRESENT NOT = "Y" OR COPY-RECORD-COUNT
                      NOT = GEN-FILE-COUNT(GEN-MATCH, FAM-IDX)
                       ADD 1 TO VERIFY-ERRORS
                       DISPLAY "  " FUNCTION TRIM(COPY-SOURCE-NAME)
                           ": " COPY-RECORD-COUNT
                           " enregistrement(s), manifeste "
                           GEN-FILE-COUNT(GEN-MATCH, FAM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       RESTORE-ONE-FAMILY-FILE.
           PERFORM BUILD-GENERATION-NAME
           MOVE COPY-TARGET-NAME TO COPY-SOURCE-NAME
           MOVE FAM-NAME(FAM-IDX) TO COPY-TARGET-NAME
           IF GEN-FILE-PRESENT(GEN-MATCH, FAM-IDX) = "P"
               PERFORM COPY-FAMILY-FILE
               IF COPY-DONE
                   DISPLAY "  " FAM-NAME(FAM-IDX) " "
                       COPY-RECORD-COUNT
                       " enregistrement(s) restauré(s)"
               ELSE
                   DISPLAY "  " FAM-NAME(FAM-IDX)
                       " NON RESTAURÉ, à reprendre"
               END-IF
           ELSE
               PERFORM EMPTY-TARGET-FILE
               DISPLAY "  " FAM-NAME(FAM-IDX)
                   " absent de la génération, remis à vide"
           END-IF
           .

      *-----------------------------------------------------------------
      * Copie de COPY-SOURCE-NAME vers COPY-TARGET-NAME selon la
      * nature du fichier FAM-IDX. Source absente: cible remise à
      * vide, SOURCE-PRESENT à 'N'.
      *-----------------------------------------------------------------
       COPY-FAMILY-FILE.
           PERFORM RESOLVE-COPY-NAMES
           MOVE "N" TO COPY-RESULT
           MOVE "N" TO SOURCE-PRESENT
           MOVE 0 TO COPY-RECORD-COUNT
           EVALUATE FAM-KIND(FAM-IDX)
               WHEN "S"
                   PERFORM COPY-SAVE-FILE
               WHEN "B"
                   PERFORM COPY-BACKUP-FILE
               WHEN OTHER
                   PERFORM COPY-LINE-FILE
           END-EVALUATE
           .

       COPY-SAVE-FILE.
           OPEN INPUT SAVE-SOURCE-FILE
           MOVE "COPY-SAVE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           IF NOT COPY-SOURCE-OK
               PERFORM EMPTY-TARGET-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SOURCE-PRESENT
           OPEN OUTPUT SAVE-TARGET-FILE
           MOVE "COPY-SAVE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-TARGET-NAME,
               COPY-TARGET-STATUS
           IF NOT COPY-TARGET-OK
               DISPLAY "ERREUR: écriture de "
                   FUNCTION TRIM(COPY-TARGET-NAME) " impossible"
               CLOSE SAVE-SOURCE-FILE
               MOVE "COPY-SAVE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COPY-SOURCE-NAME, COPY-SOURCE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COPY-AT-EOF
           PERFORM UNTIL COPY-AT-EOF = "Y"
               READ SAVE-SOURCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO COPY-AT-EOF
                   NOT AT END
                       MOVE SAVE-SOURCE-RECORD TO SAVE-TARGET-RECORD
                       WRITE SAVE-TARGET-RECORD
                       ADD 1 TO COPY-RECORD-COUNT
               END-READ
               MOVE "COPY-SAVE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COPY-SOURCE-NAME, COPY-SOURCE-STATUS
           END-PERFORM
           CLOSE SAVE-SOURCE-FILE
           MOVE "COPY-SAVE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           CLOSE SAVE-TARGET-FILE
           MOVE "COPY-SAVE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-TARGET-NAME,
               COPY-TARGET-STATUS
           MOVE "Y" TO COPY-RESULT
           .

       COPY-BACKUP-FILE.
           OPEN INPUT BACKUP-SOURCE-FILE
           MOVE "COPY-BACKUP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           IF NOT COPY-SOURCE-OK
               PERFORM EMPTY-TARGET-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SOURCE-PRESENT
           OPEN OUTPUT BACKUP-TARGET-FILE
           MOVE "COPY-BACKUP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-TARGET-NAME,
               COPY-TARGET-STATUS
           IF NOT COPY-TARGET-OK
               DISPLAY "ERREUR: écriture de "
                   FUNCTION TRIM(COPY-TARGET-NAME) " impossible"
               CLOSE BACKUP-SOURCE-FILE
               MOVE "COPY-BACKUP-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COPY-SOURCE-NAME, COPY-SOURCE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COPY-AT-EOF
           PERFORM UNTIL COPY-AT-EOF = "Y"
               READ BACKUP-SOURCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO COPY-AT-EOF
                   NOT AT END
                       MOVE BACKUP-SOURCE-RECORD
                           TO BACKUP-TARGET-RECORD
                       WRITE BACKUP-TARGET-RECORD
                       ADD 1 TO COPY-RECORD-COUNT
               END-READ
               MOVE "COPY-BACKUP-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COPY-SOURCE-NAME, COPY-SOURCE-STATUS
           END-PERFORM
           CLOSE BACKUP-SOURCE-FILE
           MOVE "COPY-BACKUP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           CLOSE BACKUP-TARGET-FILE
           MOVE "COPY-BACKUP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-TARGET-NAME,
               COPY-TARGET-STATUS
           MOVE "Y" TO COPY-RESULT
           .

       COPY-LINE-FILE.
           OPEN INPUT LINE-SOURCE-FILE
           MOVE "COPY-LINE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           IF NOT COPY-SOURCE-OK
               PERFORM EMPTY-TARGET-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SOURCE-PRESENT
           OPEN OUTPUT LINE-TARGET-FILE
           MOVE "COPY-LINE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-TARGET-NAME,
               COPY-TARGET-STATUS
           IF NOT COPY-TARGET-OK
               DISPLAY "ERREUR: écriture de "
                   FUNCTION TRIM(COPY-TARGET-NAME) " impossible"
               CLOSE LINE-SOURCE-FILE
               MOVE "COPY-LINE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COPY-SOURCE-NAME, COPY-SOURCE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COPY-AT-EOF
           PERFORM UNTIL COPY-AT-EOF = "Y"
               READ LINE-SOURCE-FILE
                   AT END
                       MOVE "Y" TO COPY-AT-EOF
                   NOT AT END
                       MOVE LINE-SOURCE-RECORD TO LINE-TARGET-RECORD
                       WRITE LINE-TARGET-RECORD
                       ADD 1 TO COPY-RECORD-COUNT
               END-READ
               MOVE "COPY-LINE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COPY-SOURCE-NAME, COPY-SOURCE-STATUS
           END-PERFORM
           CLOSE LINE-SOURCE-FILE
           MOVE "COPY-LINE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           CLOSE LINE-TARGET-FILE
           MOVE "COPY-LINE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-TARGET-NAME,
               COPY-TARGET-STATUS
           MOVE "Y" TO COPY-RESULT
           .

      *-----------------------------------------------------------------
      * Comptage des enregistrements de COPY-SOURCE-NAME
      *-----------------------------------------------------------------
       COUNT-FAMILY-FILE.
           PERFORM RESOLVE-COPY-NAMES
           MOVE "N" TO SOURCE-PRESENT
           MOVE 0 TO COPY-RECORD-COUNT
           MOVE "N" TO COPY-AT-EOF
           EVALUATE FAM-KIND(FAM-IDX)
               WHEN "S"
                   OPEN INPUT SAVE-SOURCE-FILE
                   MOVE "COUNT-FAMILY-FILE" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       COPY-SOURCE-NAME, COPY-SOURCE-STATUS
                   IF COPY-SOURCE-OK
                       MOVE "Y" TO SOURCE-PRESENT
                       PERFORM UNTIL COPY-AT-EOF = "Y"
                           READ SAVE-SOURCE-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO COPY-AT-EOF
                               NOT AT END
                                   ADD 1 TO COPY-RECORD-COUNT
                           END-READ
                           MOVE "COUNT-FAMILY-FILE" TO ERL-PARAGRAPH
                           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                               COPY-SOURCE-NAME, COPY-SOURCE-STATUS
                       END-PERFORM
                       CLOSE SAVE-SOURCE-FILE
                       MOVE "COUNT-FAMILY-FILE" TO ERL-PARAGRAPH
                       CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                           COPY-SOURCE-NAME, COPY-SOURCE-STATUS
                   END-IF
               WHEN "B"
                   OPEN INPUT BACKUP-SOURCE-FILE
                   MOVE "COUNT-FAMILY-FILE" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       COPY-SOURCE-NAME, COPY-SOURCE-STATUS
                   IF COPY-SOURCE-OK
                       MOVE "Y" TO SOURCE-PRESENT
                       PERFORM UNTIL COPY-AT-EOF = "Y"
                           READ BACKUP-SOURCE-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO COPY-AT-EOF
                               NOT AT END
                                   ADD 1 TO COPY-RECORD-COUNT
                           END-READ
                           MOVE "COUNT-FAMILY-FILE" TO ERL-PARAGRAPH
                           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                               COPY-SOURCE-NAME, COPY-SOURCE-STATUS
                       END-PERFORM
                       CLOSE BACKUP-SOURCE-FILE
                       MOVE "COUNT-FAMILY-FILE" TO ERL-PARAGRAPH
                       CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                           COPY-SOURCE-NAME, COPY-SOURCE-STATUS
                   END-IF
               WHEN OTHER
                   OPEN INPUT LINE-SOURCE-FILE
                   MOVE "COUNT-FAMILY-FILE" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       COPY-SOURCE-NAME, COPY-SOURCE-STATUS
                   IF COPY-SOURCE-OK
                       MOVE "Y" TO SOURCE-PRESENT
                       PERFORM UNTIL COPY-AT-EOF = "Y"
                           READ LINE-SOURCE-FILE
                               AT END
                                   MOVE "Y" TO COPY-AT-EOF
                               NOT AT END
                                   ADD 1 TO COPY-RECORD-COUNT
                           END-READ
                           MOVE "COUNT-FAMILY-FILE" TO ERL-PARAGRAPH
                           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                               COPY-SOURCE-NAME, COPY-SOURCE-STATUS
                       END-PERFORM
                       CLOSE LINE-SOURCE-FILE
                       MOVE "COUNT-FAMILY-FILE" TO ERL-PARAGRAPH
                       CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                           COPY-SOURCE-NAME, COPY-SOURCE-STATUS
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Remise à vide de COPY-TARGET-NAME (fichier absent de la
      * génération, place libérée)
      *-----------------------------------------------------------------
       EMPTY-TARGET-FILE.
           PERFORM RESOLVE-COPY-NAMES
           MOVE "N" TO COPY-RESULT
           EVALUATE FAM-KIND(FAM-IDX)
               WHEN "S"
                   OPEN OUTPUT SAVE-TARGET-FILE
                   MOVE "EMPTY-TARGET-FILE" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       COPY-TARGET-NAME, COPY-TARGET-STATUS
                   IF COPY-TARGET-OK
                       CLOSE SAVE-TARGET-FILE
                       MOVE "EMPTY-TARGET-FILE" TO ERL-PARAGRAPH
                       CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                           COPY-TARGET-NAME, COPY-TARGET-STATUS
                       MOVE "Y" TO COPY-RESULT
                   END-IF
               WHEN "B"
                   OPEN OUTPUT BACKUP-TARGET-FILE
                   MOVE "EMPTY-TARGET-FILE" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       COPY-TARGET-NAME, COPY-TARGET-STATUS
                   IF COPY-TARGET-OK
                       CLOSE BACKUP-TARGET-FILE
                       MOVE "EMPTY-TARGET-FILE" TO ERL-PARAGRAPH
                       CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                           COPY-TARGET-NAME, COPY-TARGET-STATUS
                       MOVE "Y" TO COPY-RESULT
                   END-IF
               WHEN OTHER
                   OPEN OUTPUT LINE-TARGET-FILE
                   MOVE "EMPTY-TARGET-FILE" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       COPY-TARGET-NAME, COPY-TARGET-STATUS
                   IF COPY-TARGET-OK
                       CLOSE LINE-TARGET-FILE
                       MOVE "EMPTY-TARGET-FILE" TO ERL-PARAGRAPH
                       CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                           COPY-TARGET-NAME, COPY-TARGET-STATUS
                       MOVE "Y" TO COPY-RESULT
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MANIFEST-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

      *    Source et cible d'une copie, nommées en clair par la table
      *    de la famille et l'anneau
       RESOLVE-COPY-NAMES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, COPY-SOURCE-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, COPY-TARGET-NAME
           .

       END PROGRAM FAMILY-BACKUP.
