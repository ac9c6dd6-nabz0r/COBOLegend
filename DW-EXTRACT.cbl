      *****************************************************************
      * DW-EXTRACT.CBL - Fichiers d'échange pour l'entrepôt de données
      *
      * Programme batch autonome: hors BALANCE.CSV, tout ce que
      * produisent les éditions n'existe qu'imprimé, et les analystes
      * ressaisissaient les chiffres de GAME-REPORT, GOLD-REPORT et
      * SAVE-ROSTER dans leurs tableurs. L'extraction de la nuit
      * écrit quatre fichiers délimités (point-virgule, comme
      * BALANCE.CSV), chacun encadré d'un en-tête et d'un
      * enregistrement de fin portant les totaux de contrôle; le
      * chargement côté entrepôt se rapproche de ces totaux.
      *
      *   DWEVT-AAAAMMJJ.CSV  événements structurés de COBOEVENTS.LOG
      *                       (archives de rotation comprises)
      *   DWLDG-AAAAMMJJ.CSV  mouvements du grand livre COBOLEDG.DAT
      *   DWTEL-AAAAMMJJ.CSV  combats de COBOTELEM.DAT (archives de
      *                       rotation comprises)
      *   DWSAV-AAAAMMJJ.CSV  photographie de COBOSAVE.DAT, une ligne
      *                       par emplacement
      *
      * Enregistrements (premier champ = type):
      *   H;flux;COBOLEGEND;environnement;date;heure;source;version
      *     (version de la disposition: 02 depuis l'ajout de
      *     l'événement en direct en fin de ligne EVENEMENTS)
      *   D;champs du flux (voir chaque paragraphe EXTRACT-xxx)
      *   T;flux;enregistrements D;total 1;total 2
      * Totaux de fin par flux:
      *   EVENEMENTS   somme des deux champs numériques typés
      *   GRANDLIVRE   or entré (+), or sorti (-)
      *   TELEMETRIE   dégâts infligés, dégâts subis
      *   SAUVEGARDES  or des emplacements occupés, emplacements
      *                occupés
      * Une source absente donne un fichier réduit à l'en-tête et à
      * la fin (zéro enregistrement): le chargement reste équilibré.
      * Compilable séparément: make dw-extract
      *
      * La structure de l'enregistrement de sauvegarde doit rester
      * strictement identique à celle du FD SAVE-GAME-FILE de
      * MAIN-GAME.cbl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DW-EXTRACT.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * Journal et télémétrie se lisent en plusieurs passes: les
      * archives de rotation n°1 à 9 d'abord, puis le fichier actif
      * (même ordre que GAME-REPORT et BALANCE-REPORT)
      *-----------------------------------------------------------------
           SELECT GAME-EVENTS-LOG ASSIGN TO DYNAMIC LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT COMBAT-TELEMETRY-FILE
               ASSIGN TO DYNAMIC TELEM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELEM-FILE-STATUS.

           SELECT SAVE-GAME-FILE ASSIGN TO DYNAMIC SAVE-GAME-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAVE-KEY
               FILE STATUS IS SAVE-FILE-STATUS.

      *    Un seul fichier d'échange ouvert à la fois
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-EVENTS-LOG
           LABEL RECORDS ARE STANDARD.
       01 EVENT-LOG-RECORD               PIC X(117).
       01 EVENT-LOG-STRUCTURED REDEFINES EVENT-LOG-RECORD.
          05 ELR-MARKER                  PIC X(2).
          05 ELR-TYPE                    PIC X(4).
          05 ELR-GAME-DAY                PIC 9(3).
          05 ELR-GAME-HOUR               PIC 9(2).
          05 ELR-STAMP.
             10 ELR-STAMP-DATE           PIC 9(8).
             10 ELR-STAMP-TIME           PIC 9(6).
          05 ELR-SLOT                    PIC X(8).
          05 ELR-NUM-1                   PIC 9(8).
          05 ELR-NUM-2                   PIC 9(8).
          05 ELR-TEXT                    PIC X(60).
          05 ELR-LIVE-ID                 PIC X(8).

       FD LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEDGER-RECORD.
          05 LDR-SLOT                PIC X(8).
          05 LDR-SOURCE              PIC X(4).
          05 LDR-SIGN                PIC X(1).
          05 LDR-AMOUNT              PIC 9(7).
          05 LDR-BALANCE             PIC 9(8).
          05 LDR-DAY                 PIC 9(3).

       FD COMBAT-TELEMETRY-FILE
           LABEL RECORDS ARE STANDARD.
       01 COMBAT-TELEMETRY-RECORD.
          05 TELEM-REC-ENEMY         PIC X(20).
          05 TELEM-REC-LEVEL         PIC 9(2).
          05 TELEM-REC-TURNS         PIC 9(3).
          05 TELEM-REC-DEALT         PIC 9(5).
          05 TELEM-REC-TAKEN         PIC 9(5).
          05 TELEM-REC-SKILLS        PIC 9(3).
          05 TELEM-REC-ITEMS         PIC 9(3).
          05 TELEM-REC-OUTCOME       PIC X(1).
          05 TELEM-REC-DIFFICULTY    PIC X(1).
          05 TELEM-REC-TUNE-VERSION  PIC X(8).

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

       FD EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01 EXTRACT-FILE-LINE          PIC X(250).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="DW-EXTRACT"==.
       01 LEDGER-FILE-PATH           PIC X(80)  VALUE "COBOLEDG.DAT".
       01 SAVE-GAME-FILE-PATH        PIC X(80)  VALUE "COBOSAVE.DAT".
       01 DATA-ENVIRONMENT-NAME      PIC X(12)  VALUE SPACES.

       01 LOG-FILE-NAME              PIC X(80)  VALUE SPACES.
       01 LOG-FILE-STATUS            PIC X(2)   VALUE SPACES.
          88 LOG-FILE-OK             VALUE "00".
       01 LEDGER-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 LEDGER-FILE-OK          VALUE "00".
       01 TELEM-FILE-NAME            PIC X(80)  VALUE SPACES.
       01 TELEM-FILE-STATUS          PIC X(2)   VALUE SPACES.
          88 TELEM-FILE-OK           VALUE "00".
       01 SAVE-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 SAVE-FILE-OK            VALUE "00".
       01 INPUT-AT-EOF               PIC X(1)   VALUE "N".
       01 INPUT-PASS                 PIC 9(2)   VALUE 0.
       01 INPUT-PASS-DIGIT           PIC 9(1)   VALUE 0.
       01 INPUT-FILES-READ           PIC 9(2)   VALUE 0.
       01 LEGACY-LINES-SKIPPED       PIC 9(8)   VALUE 0.

      *-----------------------------------------------------------------
      * Fichier d'échange en cours: nom daté, ligne de travail
      *-----------------------------------------------------------------
       01 EXTRACT-FILE-NAME          PIC X(80)  VALUE SPACES.
       01 EXTRACT-FILE-STATUS        PIC X(2)   VALUE SPACES.
          88 EXTRACT-FILE-OK         VALUE "00".
       01 EXTRACT-FILE-OPEN          PIC X(1)   VALUE "N".
       01 EXTRACT-LINE               PIC X(250) VALUE SPACES.
       01 EXTRACT-DATE               PIC X(8)   VALUE SPACES.
       01 EXTRACT-TIME               PIC X(6)   VALUE SPACES.
       01 EXTRACT-LAYOUT-VERSION     PIC X(2)   VALUE "02".
       01 EXTRACT-TEXT-WORK          PIC X(60)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Totaux de contrôle par flux, repris à l'écran en fin de
      * passage (même ordre que les fichiers)
      *-----------------------------------------------------------------
       01 FLOW-DEFINITIONS.
          05 FILLER                  PIC X(31) VALUE
             "EVENEMENTS  DWEVTCOBOEVENTS.LOG".
          05 FILLER                  PIC X(31) VALUE
             "GRANDLIVRE  DWLDGCOBOLEDG.DAT".
          05 FILLER                  PIC X(31) VALUE
             "TELEMETRIE  DWTELCOBOTELEM.DAT".
          05 FILLER                  PIC X(31) VALUE
             "SAUVEGARDES DWSAVCOBOSAVE.DAT".
       01 FLOW-DEFINITION-TABLE REDEFINES FLOW-DEFINITIONS.
          05 FLOW-DEFINITION OCCURS 4 TIMES.
             10 FLOW-NAME            PIC X(12).
             10 FLOW-PREFIX          PIC X(5).
             10 FLOW-SOURCE          PIC X(14).
       01 FLOW-TOTALS.
          05 FLOW-TOTAL OCCURS 4 TIMES.
             10 FLOW-RECORDS         PIC 9(8).
             10 FLOW-TOTAL-1         PIC 9(12).
             10 FLOW-TOTAL-2         PIC 9(12).
             10 FLOW-FILE-NAME       PIC X(80).
             10 FLOW-NOTE            PIC X(30).
       01 FLOW-IDX                   PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Photographie des emplacements
      *-----------------------------------------------------------------
       01 SLOT-NAMES.
          05 FILLER                  PIC X(20) VALUE "SLOT1".
          05 FILLER                  PIC X(20) VALUE "SLOT2".
          05 FILLER                  PIC X(20) VALUE "SLOT3".
       01 SLOT-NAME-TABLE REDEFINES SLOT-NAMES.
          05 SLOT-NAME OCCURS 3 TIMES PIC X(20).
       01 SLOT-IDX                   PIC 9(1)  VALUE 0.
       01 SLOT-STATE                 PIC X(1)  VALUE "V".
       01 QUESTS-ACTIVE-COUNT        PIC 9(2)  VALUE 0.
       01 QUESTS-DONE-COUNT          PIC 9(2)  VALUE 0.
       01 QUESTS-FAILED-COUNT        PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== EXTRACTION POUR L'ENTREPÔT DE DONNÉES ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           INITIALIZE FLOW-TOTALS
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXTRACT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO EXTRACT-TIME

           PERFORM EXTRACT-EVENTS
           PERFORM EXTRACT-LEDGER
           PERFORM EXTRACT-TELEMETRY
           PERFORM EXTRACT-SAVES

           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *-----------------------------------------------------------------
      * Ouverture du fichier d'échange du flux FLOW-IDX
      * (préfixe-AAAAMMJJ.CSV) et écriture de l'en-tête
      *-----------------------------------------------------------------
       OPEN-EXTRACT-FILE.
           MOVE SPACES TO EXTRACT-FILE-NAME
           STRING FLOW-PREFIX(FLOW-IDX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               EXTRACT-DATE DELIMITED BY SIZE
               ".CSV" DELIMITED BY SIZE
               INTO EXTRACT-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               EXTRACT-FILE-NAME
           MOVE EXTRACT-FILE-NAME TO FLOW-FILE-NAME(FLOW-IDX)
           MOVE "N" TO EXTRACT-FILE-OPEN
           OPEN OUTPUT EXTRACT-FILE
           MOVE "OPEN-EXTRACT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXTRACT-FILE-NAME,
               EXTRACT-FILE-STATUS
           IF NOT EXTRACT-FILE-OK
               MOVE "(fichier non écrit)" TO FLOW-NOTE(FLOW-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO EXTRACT-FILE-OPEN

           MOVE SPACES TO EXTRACT-FILE-LINE
           STRING "H;" DELIMITED BY SIZE
               FLOW-NAME(FLOW-IDX) DELIMITED BY SPACE
               ";COBOLEGEND;" DELIMITED BY SIZE
               DATA-ENVIRONMENT-NAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               EXTRACT-DATE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               EXTRACT-TIME DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FLOW-SOURCE(FLOW-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               EXTRACT-LAYOUT-VERSION DELIMITED BY SIZE
               INTO EXTRACT-FILE-LINE
           END-STRING
           WRITE EXTRACT-FILE-LINE
           MOVE "OPEN-EXTRACT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXTRACT-FILE-NAME,
               EXTRACT-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Un enregistrement de détail (EXTRACT-LINE, sans le "D;")
      *-----------------------------------------------------------------
       WRITE-DETAIL-LINE.
           ADD 1 TO FLOW-RECORDS(FLOW-IDX)
           IF EXTRACT-FILE-OPEN = "Y"
               MOVE SPACES TO EXTRACT-FILE-LINE
               STRING "D;" DELIMITED BY SIZE
                   EXTRACT-LINE DELIMITED BY SIZE
                   INTO EXTRACT-FILE-LINE
               END-STRING
               WRITE EXTRACT-FILE-LINE
               MOVE "WRITE-DETAIL-LINE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   EXTRACT-FILE-NAME, EXTRACT-FILE-STATUS
           END-IF
           MOVE SPACES TO EXTRACT-LINE
           .

      *-----------------------------------------------------------------
      * Enregistrement de fin (totaux de contrôle) et fermeture
      *-----------------------------------------------------------------
       CLOSE-EXTRACT-FILE.
           IF EXTRACT-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXTRACT-FILE-LINE
           STRING "T;" DELIMITED BY SIZE
               FLOW-NAME(FLOW-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               FLOW-RECORDS(FLOW-IDX) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FLOW-TOTAL-1(FLOW-IDX) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FLOW-TOTAL-2(FLOW-IDX) DELIMITED BY SIZE
               INTO EXTRACT-FILE-LINE
           END-STRING
           WRITE EXTRACT-FILE-LINE
           MOVE "CLOSE-EXTRACT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXTRACT-FILE-NAME,
               EXTRACT-FILE-STATUS
           CLOSE EXTRACT-FILE
           MOVE "CLOSE-EXTRACT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EXTRACT-FILE-NAME,
               EXTRACT-FILE-STATUS
           MOVE "N" TO EXTRACT-FILE-OPEN
           .

      *-----------------------------------------------------------------
      * Flux 1: événements structurés (marqueur "S1"); les lignes
      * libres d'un ancien journal ne sont pas extraites
      *   D;code;jour;heure;date réelle;heure réelle;emplacement;
      *     champ 1;champ 2;texte;événement en direct (CWIN,
      *     ARNW, QSTC pendant un événement de COBOLIVE.DAT, vide
      *     sinon)
      *-----------------------------------------------------------------
       EXTRACT-EVENTS.
           MOVE 1 TO FLOW-IDX
           PERFORM OPEN-EXTRACT-FILE
           MOVE 0 TO INPUT-FILES-READ
           PERFORM VARYING INPUT-PASS FROM 1 BY 1
                   UNTIL INPUT-PASS > 10
               PERFORM READ-ONE-LOG-FILE
           END-PERFORM
           IF INPUT-FILES-READ = 0
               MOVE "(source absente)" TO FLOW-NOTE(FLOW-IDX)
           END-IF
           PERFORM CLOSE-EXTRACT-FILE
           .

       READ-ONE-LOG-FILE.
           IF INPUT-PASS <= 9
               MOVE INPUT-PASS TO INPUT-PASS-DIGIT
               MOVE SPACES TO LOG-FILE-NAME
               STRING "COBOEVA" DELIMITED BY SIZE
                   INPUT-PASS-DIGIT DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO LOG-FILE-NAME
               END-STRING
           ELSE
               MOVE "COBOEVENTS.LOG" TO LOG-FILE-NAME
           END-IF
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, LOG-FILE-NAME

           OPEN INPUT GAME-EVENTS-LOG
      *    Une archive de rotation absente n'est pas une erreur
           IF INPUT-PASS <= 9
               MOVE 'O' TO ERL-OPERATION
           END-IF
           MOVE "READ-ONE-LOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOG-FILE-NAME,
               LOG-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT LOG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INPUT-FILES-READ

           MOVE "N" TO INPUT-AT-EOF
           PERFORM UNTIL INPUT-AT-EOF = "Y"
               READ GAME-EVENTS-LOG
                   AT END
                       MOVE "Y" TO INPUT-AT-EOF
                   NOT AT END
                       PERFORM EXTRACT-ONE-EVENT
               END-READ
               MOVE "READ-ONE-LOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOG-FILE-NAME,
                   LOG-FILE-STATUS
           END-PERFORM
           CLOSE GAME-EVENTS-LOG
           MOVE "READ-ONE-LOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOG-FILE-NAME,
               LOG-FILE-STATUS
           .

       EXTRACT-ONE-EVENT.
           IF ELR-MARKER NOT = "S1"
               ADD 1 TO LEGACY-LINES-SKIPPED
               EXIT PARAGRAPH
           END-IF
      *    Le séparateur ne doit pas apparaître dans le texte libre
           MOVE ELR-TEXT TO EXTRACT-TEXT-WORK
           INSPECT EXTRACT-TEXT-WORK REPLACING ALL ";" BY ","
           STRING ELR-TYPE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ELR-GAME-DAY DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ELR-GAME-HOUR DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ELR-STAMP-DATE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ELR-STAMP-TIME DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ELR-SLOT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ELR-NUM-1 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ELR-NUM-2 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(EXTRACT-TEXT-WORK) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ELR-LIVE-ID DELIMITED BY SPACE
               INTO EXTRACT-LINE
           END-STRING
           ADD ELR-NUM-1 TO FLOW-TOTAL-1(FLOW-IDX)
           ADD ELR-NUM-2 TO FLOW-TOTAL-2(FLOW-IDX)
           PERFORM WRITE-DETAIL-LINE
           .

      *-----------------------------------------------------------------
      * Flux 2: mouvements du grand livre de l'or
      *   D;emplacement;code source;signe;montant;solde après;jour
      *-----------------------------------------------------------------
       EXTRACT-LEDGER.
           MOVE 2 TO FLOW-IDX
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT LEDGER-FILE
           MOVE "EXTRACT-LEDGER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LEDGER-FILE-PATH,
               LEDGER-FILE-STATUS
           IF NOT LEDGER-FILE-OK
               MOVE "(source absente)" TO FLOW-NOTE(FLOW-IDX)
               PERFORM CLOSE-EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO INPUT-AT-EOF
           PERFORM UNTIL INPUT-AT-EOF = "Y"
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO INPUT-AT-EOF
                   NOT AT END
                       PERFORM EXTRACT-ONE-MOVEMENT
               END-READ
               MOVE "EXTRACT-LEDGER" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   LEDGER-FILE-PATH, LEDGER-FILE-STATUS
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE "EXTRACT-LEDGER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LEDGER-FILE-PATH,
               LEDGER-FILE-STATUS
           PERFORM CLOSE-EXTRACT-FILE
           .

       EXTRACT-ONE-MOVEMENT.
           STRING FUNCTION TRIM(LDR-SLOT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LDR-SOURCE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LDR-SIGN DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LDR-AMOUNT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LDR-BALANCE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LDR-DAY DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
           IF LDR-SIGN = "-"
               ADD LDR-AMOUNT TO FLOW-TOTAL-2(FLOW-IDX)
           ELSE
               ADD LDR-AMOUNT TO FLOW-TOTAL-1(FLOW-IDX)
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

      *-----------------------------------------------------------------
      * Flux 3: combats de la télémétrie
      *   D;monstre;niveau;tours;dégâts infligés;dégâts subis;
      *     compétences;objets;issue;difficulté;paramètres
      *-----------------------------------------------------------------
       EXTRACT-TELEMETRY.
           MOVE 3 TO FLOW-IDX
           PERFORM OPEN-EXTRACT-FILE
           MOVE 0 TO INPUT-FILES-READ
           PERFORM VARYING INPUT-PASS FROM 1 BY 1
                   UNTIL INPUT-PASS > 10
               PERFORM READ-ONE-TELEM-FILE
           END-PERFORM
           IF INPUT-FILES-READ = 0
               MOVE "(source absente)" TO FLOW-NOTE(FLOW-IDX)
           END-IF
           PERFORM CLOSE-EXTRACT-FILE
           .

       READ-ONE-TELEM-FILE.
           IF INPUT-PASS <= 9
               MOVE INPUT-PASS TO INPUT-PASS-DIGIT
               MOVE SPACES TO TELEM-FILE-NAME
               STRING "COBOTELA" DELIMITED BY SIZE
                   INPUT-PASS-DIGIT DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO TELEM-FILE-NAME
               END-STRING
           ELSE
               MOVE "COBOTELEM.DAT" TO TELEM-FILE-NAME
           END-IF
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, TELEM-FILE-NAME

           OPEN INPUT COMBAT-TELEMETRY-FILE
      *    Une archive de rotation absente n'est pas une erreur
           IF INPUT-PASS <= 9
               MOVE 'O' TO ERL-OPERATION
           END-IF
           MOVE "READ-ONE-TELEM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TELEM-FILE-NAME,
               TELEM-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT TELEM-FILE-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INPUT-FILES-READ

           MOVE "N" TO INPUT-AT-EOF
           PERFORM UNTIL INPUT-AT-EOF = "Y"
               READ COMBAT-TELEMETRY-FILE
                   AT END
                       MOVE "Y" TO INPUT-AT-EOF
                   NOT AT END
                       PERFORM EXTRACT-ONE-COMBAT
               END-READ
               MOVE "READ-ONE-TELEM-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TELEM-FILE-NAME,
                   TELEM-FILE-STATUS
           END-PERFORM
           CLOSE COMBAT-TELEMETRY-FILE
           MOVE "READ-ONE-TELEM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TELEM-FILE-NAME,
               TELEM-FILE-STATUS
           .

       EXTRACT-ONE-COMBAT.
           STRING FUNCTION TRIM(TELEM-REC-ENEMY) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TELEM-REC-LEVEL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TELEM-REC-TURNS DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TELEM-REC-DEALT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TELEM-REC-TAKEN DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TELEM-REC-SKILLS DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TELEM-REC-ITEMS DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TELEM-REC-OUTCOME DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TELEM-REC-DIFFICULTY DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(TELEM-REC-TUNE-VERSION) DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
           IF TELEM-REC-DEALT IS NUMERIC
               ADD TELEM-REC-DEALT TO FLOW-TOTAL-1(FLOW-IDX)
           END-IF
           IF TELEM-REC-TAKEN IS NUMERIC
               ADD TELEM-REC-TAKEN TO FLOW-TOTAL-2(FLOW-IDX)
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

      *-----------------------------------------------------------------
      * Flux 4: photographie des sauvegardes, une ligne par
      * emplacement (état O occupé, V vide)
      *   D;emplacement;état;version;personnage;classe;niveau;
      *     expérience;or;difficulté;jour;x;y;z;quêtes actives;
      *     complétées;échouées;objets portés
      *-----------------------------------------------------------------
       EXTRACT-SAVES.
           MOVE 4 TO FLOW-IDX
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT SAVE-GAME-FILE
           MOVE "EXTRACT-SAVES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
               MOVE "(source absente)" TO FLOW-NOTE(FLOW-IDX)
               PERFORM CLOSE-EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 3
               PERFORM EXTRACT-ONE-SLOT
           END-PERFORM

           CLOSE SAVE-GAME-FILE
           MOVE "EXTRACT-SAVES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           PERFORM CLOSE-EXTRACT-FILE
           .

       EXTRACT-ONE-SLOT.
           MOVE "V" TO SLOT-STATE
           MOVE SLOT-NAME(SLOT-IDX) TO SAVE-KEY
           READ SAVE-GAME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO SLOT-STATE
           END-READ
           MOVE "EXTRACT-ONE-SLOT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS

           IF SLOT-STATE = "V"
               STRING FUNCTION TRIM(SLOT-NAME(SLOT-IDX))
                       DELIMITED BY SIZE
                   ";V;;;;;;;;;;;;;;;" DELIMITED BY SIZE
                   INTO EXTRACT-LINE
               END-STRING
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-QUEST-STATUSES
           STRING FUNCTION TRIM(SLOT-NAME(SLOT-IDX)) DELIMITED BY SIZE
               ";O;" DELIMITED BY SIZE
               SAVE-REC-VERSION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CHAR-NAME OF SAVE-REC-CHARACTER)
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CHAR-CLASS OF SAVE-REC-CHARACTER)
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CHAR-LEVEL OF SAVE-REC-CHARACTER DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CHAR-EXPERIENCE OF SAVE-REC-CHARACTER
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SAVE-REC-GOLD DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SAVE-REC-DIFFICULTY DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               GS-GAME-DAY OF SAVE-REC-GAME-STATE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SAV-POS-X DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SAV-POS-Y DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SAV-POS-Z DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               QUESTS-ACTIVE-COUNT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               QUESTS-DONE-COUNT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               QUESTS-FAILED-COUNT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INVENTORY-COUNT OF SAVE-REC-INVENTORY
                   DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
           ADD SAVE-REC-GOLD TO FLOW-TOTAL-1(FLOW-IDX)
           ADD 1 TO FLOW-TOTAL-2(FLOW-IDX)
           PERFORM WRITE-DETAIL-LINE
           .

      *-----------------------------------------------------------------
      * Décompte des quêtes de l'enregistrement courant par statut
      *-----------------------------------------------------------------
       COUNT-QUEST-STATUSES.
           MOVE 0 TO QUESTS-ACTIVE-COUNT
           MOVE 0 TO QUESTS-DONE-COUNT
           MOVE 0 TO QUESTS-FAILED-COUNT
           PERFORM VARYING QUEST-IDX OF SAVE-REC-QUEST-TABLE
                   FROM 1 BY 1
                   UNTIL QUEST-IDX OF SAVE-REC-QUEST-TABLE >
                         QUEST-COUNT OF SAVE-REC-QUEST-TABLE
               EVALUATE QUEST-STATUS OF SAVE-REC-QUEST-TABLE
                       (QUEST-IDX OF SAVE-REC-QUEST-TABLE)
                   WHEN "A"
                       ADD 1 TO QUESTS-ACTIVE-COUNT
                   WHEN "C"
                       ADD 1 TO QUESTS-DONE-COUNT
                   WHEN "F"
                       ADD 1 TO QUESTS-FAILED-COUNT
               END-EVALUATE
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Totaux de contrôle à l'écran, ceux des enregistrements de fin
      *-----------------------------------------------------------------
       DISPLAY-CONTROL-TOTALS.
           PERFORM VARYING FLOW-IDX FROM 1 BY 1 UNTIL FLOW-IDX > 4
               DISPLAY FLOW-NAME(FLOW-IDX) " "
                   FLOW-RECORDS(FLOW-IDX) " enregistrement(s), "
                   "totaux " FLOW-TOTAL-1(FLOW-IDX) " / "
                   FLOW-TOTAL-2(FLOW-IDX) " "
                   FUNCTION TRIM(FLOW-NOTE(FLOW-IDX))
               DISPLAY "    " FUNCTION TRIM(FLOW-FILE-NAME(FLOW-IDX))
           END-PERFORM
           IF LEGACY-LINES-SKIPPED > 0
               DISPLAY "Lignes libres d'ancien journal non extraites: "
                   LEGACY-LINES-SKIPPED
           END-IF
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, LEDGER-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SAVE-GAME-FILE-PATH
           MOVE 'N' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           MOVE DATA-ENVIRONMENT-LINE TO DATA-ENVIRONMENT-NAME
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM DW-EXTRACT.
