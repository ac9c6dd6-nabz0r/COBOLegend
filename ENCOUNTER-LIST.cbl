      *****************************************************************
      * ENCOUNTER-LIST.CBL - Table des rencontres par tuile
      *
      * Utilitaire batch autonome: ce qu'un joueur croise sur une
      * tuile dépend du taux de la tuile (bande 'Z' ou tuile 'L' de
      * COBOMAP.DAT), du type de lieu et du palier de niveau des
      * monstres de COBOMON.DAT, de la nuit (SET-NIGHT-FLAG), de la
      * météo du jour (ROLL-DAILY-WEATHER), des modificateurs de
      * CHECK-FOR-ENCOUNTER et de l'humeur des Anomalies
      * (TRIGGER-RANDOM-ENCOUNTER). Ce listage refait les mêmes
      * calculs que WORLD.cbl, sans tirage, et édite pour chaque
      * tuile:
      *   - la chance de rencontre par pas, de jour et de nuit,
      *     pour chaque type de météo;
      *   - la part de chaque monstre éligible dans les rencontres,
      *     de jour et de nuit, pour un ou plusieurs niveaux de
      *     joueur (SELECT-MONSTER-FOR-ENCOUNTER);
      *   - les alertes: tuile sans monstre de son type (la
      *     rencontre tombe à vide) et palier sans monstre, où le
      *     jeu se rabat sur le premier monstre du type quel que
      *     soit son niveau (rencontre potentiellement ingagnable).
      * Le responsable du contenu le lance avant de livrer une carte
      * ou un bestiaire.
      *
      * Paramètre facultatif de la ligne de commande: un niveau de
      * joueur (1-99). Sans paramètre, les trois paliers de
      * COMBAT-SIM (niveaux 2, 6 et 12).
      * Édition imprimable datée ENCLST-AAAAMMJJ.TXT, mêmes lignes
      * que l'écran.
      * Compilable séparément: make encounter-list
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCOUNTER-LIST.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-DATA-FILE ASSIGN TO DYNAMIC MAP-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-DATA-STATUS.

           SELECT MONSTER-DATA-FILE
               ASSIGN TO DYNAMIC MONSTER-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONSTER-DATA-STATUS.

      *-----------------------------------------------------------------
      * Édition imprimable datée (ENCLST-AAAAMMJJ.TXT), mêmes
      * lignes que l'écran
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAP-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 MAP-DATA-RECORD                PIC X(400).

       FD MONSTER-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 MONSTER-DATA-RECORD            PIC X(120).

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-FILE-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="ENCOUNTER-LIST"==.
       01 MAP-DATA-FILE-PATH             PIC X(80)  VALUE
           "COBOMAP.DAT".
       01 MONSTER-DATA-FILE-PATH         PIC X(80)  VALUE
           "COBOMON.DAT".

       01 MAP-DATA-STATUS                PIC X(2)   VALUE SPACES.
          88 MAP-DATA-OK                 VALUE "00".
       01 MONSTER-DATA-STATUS            PIC X(2)   VALUE SPACES.
          88 MONSTER-DATA-OK             VALUE "00".
       01 FILE-AT-EOF                    PIC X(1)   VALUE "N".
          88 FILE-IS-AT-EOF              VALUE "Y".
       01 MAP-PASS                       PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Édition imprimable (même mécanique d'émission que
      * GAME-REPORT)
      *-----------------------------------------------------------------
       01 REPORT-FILE-NAME               PIC X(80)  VALUE SPACES.
       01 REPORT-FILE-STATUS             PIC X(2)   VALUE SPACES.
          88 REPORT-FILE-OK              VALUE "00".
       01 REPORT-FILE-OPEN               PIC X(1)   VALUE "N".
       01 REPORT-LINE                    PIC X(100) VALUE SPACES.
       01 REPORT-LINE-COUNT              PIC 9(3)   VALUE 0.
       01 REPORT-LINE-PTR                PIC 9(3)   VALUE 1.
       01 REPORT-PAGE-NO                 PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-SIZE               PIC 9(2)   VALUE 55.
       01 REPORT-DATE-WORK               PIC X(8)   VALUE SPACES.

      *-----------------------------------------------------------------
      * Niveaux de joueur listés: celui de la ligne de commande, ou
      * les trois paliers des archétypes de COMBAT-SIM
      *-----------------------------------------------------------------
       01 COMMAND-LINE-TEXT              PIC X(40)  VALUE SPACES.
       01 LEVEL-ARGUMENT                 PIC X(20)  VALUE SPACES.
       01 LEVEL-COUNT                    PIC 9(1)   VALUE 0.
       01 LEVEL-TABLE.
          05 LEVEL-VALUE OCCURS 3 TIMES  PIC 9(2).
       01 LEVEL-IDX                      PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Carte reconstruite comme dans LOAD-MAP-FILE: une bande 'Z'
      * donne type, taux et nom à sa colonne, une tuile 'L' la
      * remplace
      *-----------------------------------------------------------------
       01 ENC-BAND-TABLE.
          05 ENC-BAND OCCURS 10 TIMES.
             10 ENC-BAND-TYPE            PIC X(1).
             10 ENC-BAND-RATE            PIC 9(2).
             10 ENC-BAND-NAME            PIC X(25).
       01 ENC-MAP-TABLE.
          05 ENC-COL OCCURS 10 TIMES.
             10 ENC-TILE OCCURS 10 TIMES.
                15 ENC-TILE-TYPE         PIC X(1).
                15 ENC-TILE-RATE         PIC 9(2).
                15 ENC-TILE-NAME         PIC X(25).
       01 ENC-X                          PIC 9(2)   VALUE 0.
       01 ENC-Y                          PIC 9(2)   VALUE 0.
       01 BAND-RECORDS                   PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Bestiaire relu de COBOMON.DAT (mêmes champs que WORLD.cbl)
      *-----------------------------------------------------------------
       01 ENC-MONSTER-TABLE.
          05 ENC-MON-COUNT               PIC 9(2)   VALUE 0.
          05 ENC-MON OCCURS 30 TIMES.
             10 EM-LOC-TYPE              PIC X(1).
             10 EM-MIN-LEVEL             PIC 9(2).
             10 EM-MAX-LEVEL             PIC 9(2).
             10 EM-NAME                  PIC X(20).
             10 EM-NOCTURNAL             PIC X(1).
       01 MON-IDX                        PIC 9(2)   VALUE 0.
       01 MNF-TYPE                       PIC X(1)   VALUE SPACE.
       01 MNF-F1                         PIC X(20)  VALUE SPACES.
       01 MNF-F2                         PIC X(20)  VALUE SPACES.
       01 MNF-F3                         PIC X(20)  VALUE SPACES.
       01 MNF-F4                         PIC X(20)  VALUE SPACES.
       01 MNF-F5                         PIC X(20)  VALUE SPACES.
       01 MNF-F6                         PIC X(20)  VALUE SPACES.
       01 MNF-F7                         PIC X(20)  VALUE SPACES.
       01 MNF-F8                         PIC X(20)  VALUE SPACES.
       01 MNF-F9                         PIC X(20)  VALUE SPACES.
       01 MNF-F10                        PIC X(20)  VALUE SPACES.
       01 MNF-F11                        PIC X(20)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Tirage des monstres par type de lieu (1 = W, 2 = D), niveau
      * listé et période (1 = jour, 2 = nuit): nombre de monstres
      * éligibles, monstre de repli quand aucun ne l'est, et part
      * de chacun dans les rencontres
      *-----------------------------------------------------------------
       01 ENC-DRAW-TABLE.
          05 ENC-DRAW-TYPE OCCURS 2 TIMES.
             10 ENC-TYPE-MONSTERS        PIC 9(2).
             10 ENC-DRAW-LEVEL OCCURS 3 TIMES.
                15 ENC-DRAW-PERIOD OCCURS 2 TIMES.
                   20 ENC-MATCH-COUNT    PIC 9(2).
                   20 ENC-FALLBACK-MON   PIC 9(2).
                   20 ENC-SHARE OCCURS 30 TIMES
                                         PIC 9(3).
       01 TYPE-IDX                       PIC 9(1)   VALUE 0.
       01 PERIOD-IDX                     PIC 9(1)   VALUE 0.
       01 LOCATION-TYPE-CODES            PIC X(2)   VALUE "WD".
       01 PERIOD-NAMES.
          05 FILLER                      PIC X(4)   VALUE "jour".
          05 FILLER                      PIC X(4)   VALUE "nuit".
       01 PERIOD-NAME-TABLE REDEFINES PERIOD-NAMES.
          05 PERIOD-NAME OCCURS 2 TIMES  PIC X(4).

      *-----------------------------------------------------------------
      * Météo du jour et coefficient de ROLL-DAILY-WEATHER
      *-----------------------------------------------------------------
       01 WEATHER-VALUES.
          05 FILLER                      PIC X(9)   VALUE "clair 100".
          05 FILLER                      PIC X(9)   VALUE "pluie 120".
          05 FILLER                      PIC X(9)   VALUE "brume 130".
          05 FILLER                      PIC X(9)   VALUE "orage 150".
       01 WEATHER-TABLE REDEFINES WEATHER-VALUES.
          05 WEATHER-ENTRY OCCURS 4 TIMES.
             10 WEATHER-NAME             PIC X(6).
             10 WEATHER-ENCOUNTER-MOD    PIC 9V99.
       01 WEATHER-IDX                    PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Calcul de la chance: mêmes zones que CHECK-FOR-ENCOUNTER
      * (ENCOUNTER-CHANCE PIC 9(3), tronquée à chaque étape)
      *-----------------------------------------------------------------
       01 ENCOUNTER-CHANCE               PIC 9(3)   VALUE 0.
       01 EFFECTIVE-CHANCE               PIC 9(3)   VALUE 0.
       01 CHANCE-EDIT                    PIC ZZ9.
       01 SHARE-EDIT                     PIC ZZ9.
       01 LEVEL-EDIT                     PIC Z9.

      *-----------------------------------------------------------------
      * Totaux
      *-----------------------------------------------------------------
       01 TILES-WITH-ENCOUNTERS          PIC 9(3)   VALUE 0.
       01 TILES-WITHOUT-ENCOUNTERS       PIC 9(3)   VALUE 0.
       01 EMPTY-TILES                    PIC 9(3)   VALUE 0.
       01 FALLBACK-TILES                 PIC 9(3)   VALUE 0.
       01 TILE-HAS-FALLBACK              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Découpage des enregistrements (mêmes zones que LOAD-MAP-FILE)
      *-----------------------------------------------------------------
       01 MPF-TYPE                       PIC X(1)   VALUE SPACE.
       01 MPF-F1                         PIC X(25)  VALUE SPACES.
       01 MPF-F2                         PIC X(25)  VALUE SPACES.
       01 MPF-F3                         PIC X(25)  VALUE SPACES.
       01 MPF-F4                         PIC X(25)  VALUE SPACES.
       01 MPF-F5                         PIC X(25)  VALUE SPACES.
       01 MPF-F6                         PIC X(25)  VALUE SPACES.
       01 MPF-F7                         PIC X(25)  VALUE SPACES.
       01 MPF-F8                         PIC X(25)  VALUE SPACES.
       01 MPF-F9                         PIC X(25)  VALUE SPACES.
       01 MPF-DESC                       PIC X(255) VALUE SPACES.
       01 MPF-X                          PIC 9(2)   VALUE 0.
       01 MPF-Y                          PIC 9(2)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== TABLE DES RENCONTRES PAR TUILE ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO LEVEL-ARGUMENT
           END-UNSTRING
           IF LEVEL-ARGUMENT = SPACES
               MOVE 3 TO LEVEL-COUNT
               MOVE 2  TO LEVEL-VALUE(1)
               MOVE 6  TO LEVEL-VALUE(2)
               MOVE 12 TO LEVEL-VALUE(3)
           ELSE
               IF FUNCTION TEST-NUMVAL(LEVEL-ARGUMENT) NOT = 0
                   DISPLAY "Niveau de joueur attendu (1-99)."
                   DISPLAY "Usage: encounter-list [niveau]"
                   GOBACK
               END-IF
               IF FUNCTION NUMVAL(LEVEL-ARGUMENT) < 1 OR
                  FUNCTION NUMVAL(LEVEL-ARGUMENT) > 99
                   DISPLAY "Niveau de joueur attendu (1-99)."
                   DISPLAY "Usage: encounter-list [niveau]"
                   GOBACK
               END-IF
               MOVE 1 TO LEVEL-COUNT
               MOVE FUNCTION NUMVAL(LEVEL-ARGUMENT) TO LEVEL-VALUE(1)
           END-IF

           INITIALIZE ENC-BAND-TABLE ENC-MAP-TABLE ENC-MONSTER-TABLE
               ENC-DRAW-TABLE
           PERFORM READ-MAP-PASS
           IF NOT MAP-DATA-OK
               DISPLAY "COBOMAP.DAT introuvable: lancez d'abord le "
                   & "jeu pour exporter la référence."
               GOBACK
           END-IF
           PERFORM FILL-MAP-FROM-BANDS
           PERFORM READ-MAP-PASS

           PERFORM LOAD-MONSTERS
           IF ENC-MON-COUNT = 0
               DISPLAY "COBOMON.DAT introuvable: lancez d'abord le "
                   & "jeu pour exporter le bestiaire."
               GOBACK
           END-IF

           PERFORM BUILD-DRAW-TABLE

           PERFORM OPEN-REPORT-FILE
           PERFORM REPORT-LEGEND
           PERFORM VARYING ENC-X FROM 1 BY 1 UNTIL ENC-X > 10
               PERFORM VARYING ENC-Y FROM 1 BY 1 UNTIL ENC-Y > 10
                   PERFORM REPORT-ONE-TILE
               END-PERFORM
           END-PERFORM
           PERFORM REPORT-TOTALS
           PERFORM CLOSE-REPORT-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * Lecture de la carte: la passe 1 prend les bandes, la passe
      * 2 les tuiles (qui s'appliquent par-dessus les bandes, comme
      * dans LOAD-MAP-FILE)
      *-----------------------------------------------------------------
       READ-MAP-PASS.
           ADD 1 TO MAP-PASS
           OPEN INPUT MAP-DATA-FILE
           MOVE "READ-MAP-PASS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           IF NOT MAP-DATA-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ MAP-DATA-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       PERFORM TAKE-MAP-RECORD
               END-READ
               MOVE "READ-MAP-PASS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MAP-DATA-FILE-PATH, MAP-DATA-STATUS
           END-PERFORM
           CLOSE MAP-DATA-FILE
           MOVE "READ-MAP-PASS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           .

       TAKE-MAP-RECORD.
           MOVE SPACES TO MPF-F1 MPF-F2 MPF-F3 MPF-F4 MPF-F5 MPF-F6
               MPF-F7 MPF-F8 MPF-F9 MPF-DESC
           EVALUATE TRUE
      *        Z|colonne|type|taux|nom de bande|description
               WHEN MAP-DATA-RECORD(1:1) = "Z" AND MAP-PASS = 1
                   UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
                       INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                           MPF-DESC
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(MPF-F1) TO MPF-X
                   IF MPF-X >= 1 AND MPF-X <= 10
                       ADD 1 TO BAND-RECORDS
                       MOVE MPF-F2(1:1) TO ENC-BAND-TYPE(MPF-X)
                       MOVE FUNCTION NUMVAL(MPF-F3)
                           TO ENC-BAND-RATE(MPF-X)
                       MOVE MPF-F4 TO ENC-BAND-NAME(MPF-X)
                   END-IF
      *        L|x|y|type|taux|sorties|visité|objet-clé|zone|nom|descr.
               WHEN MAP-DATA-RECORD(1:1) = "L" AND MAP-PASS = 2
                   UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
                       INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                           MPF-F5, MPF-F6, MPF-F7, MPF-F8, MPF-F9,
                           MPF-DESC
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(MPF-F1) TO MPF-X
                   MOVE FUNCTION NUMVAL(MPF-F2) TO MPF-Y
                   IF MPF-X >= 1 AND MPF-X <= 10 AND
                      MPF-Y >= 1 AND MPF-Y <= 10
                       MOVE MPF-F3(1:1) TO ENC-TILE-TYPE(MPF-X, MPF-Y)
                       MOVE FUNCTION NUMVAL(MPF-F4)
                           TO ENC-TILE-RATE(MPF-X, MPF-Y)
                       MOVE MPF-F9 TO ENC-TILE-NAME(MPF-X, MPF-Y)
                   END-IF
           END-EVALUATE
           .

       FILL-MAP-FROM-BANDS.
           PERFORM VARYING ENC-X FROM 1 BY 1 UNTIL ENC-X > 10
               PERFORM VARYING ENC-Y FROM 1 BY 1 UNTIL ENC-Y > 10
                   MOVE ENC-BAND-TYPE(ENC-X)
                       TO ENC-TILE-TYPE(ENC-X, ENC-Y)
                   MOVE ENC-BAND-RATE(ENC-X)
                       TO ENC-TILE-RATE(ENC-X, ENC-Y)
                   MOVE ENC-BAND-NAME(ENC-X)
                       TO ENC-TILE-NAME(ENC-X, ENC-Y)
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Lecture du bestiaire (enregistrements 'M' de COBOMON.DAT)
      *-----------------------------------------------------------------
       LOAD-MONSTERS.
           OPEN INPUT MONSTER-DATA-FILE
           MOVE "LOAD-MONSTERS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           IF NOT MONSTER-DATA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ MONSTER-DATA-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MONSTER
               END-READ
               MOVE "LOAD-MONSTERS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           END-PERFORM
           CLOSE MONSTER-DATA-FILE
           MOVE "LOAD-MONSTERS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           .

       LOAD-ONE-MONSTER.
           IF MONSTER-DATA-RECORD(1:1) NOT = "M" OR
              ENC-MON-COUNT >= 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENC-MON-COUNT
           MOVE SPACES TO MNF-F11
           UNSTRING MONSTER-DATA-RECORD DELIMITED BY "|"
               INTO MNF-TYPE, MNF-F1, MNF-F2, MNF-F3, MNF-F4,
                   MNF-F5, MNF-F6, MNF-F7, MNF-F8, MNF-F9,
                   MNF-F10, MNF-F11
           END-UNSTRING
           MOVE MNF-F1(1:1) TO EM-LOC-TYPE(ENC-MON-COUNT)
           MOVE FUNCTION NUMVAL(MNF-F2) TO EM-MIN-LEVEL(ENC-MON-COUNT)
           MOVE FUNCTION NUMVAL(MNF-F3) TO EM-MAX-LEVEL(ENC-MON-COUNT)
           MOVE MNF-F4 TO EM-NAME(ENC-MON-COUNT)
           MOVE MNF-F11(1:1) TO EM-NOCTURNAL(ENC-MON-COUNT)
           .

      *-----------------------------------------------------------------
      * Tirage de SELECT-MONSTER-FOR-ENCOUNTER: sont éligibles les
      * monstres du type de lieu dont le palier couvre le niveau du
      * joueur, les nocturnes seulement la nuit, chacun à part
      * égale. Si aucun ne l'est, le jeu prend le premier monstre
      * du type, quels que soient son palier et l'heure.
      * Les parts éditées sont celles d'une partie neuve: en jeu,
      * le tirage est pondéré par la population de chaque espèce
      * dans la zone (GS-FAUNA), et une espèce nocturne en
      * surnombre sort aussi de jour.
      *-----------------------------------------------------------------
       BUILD-DRAW-TABLE.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 2
               PERFORM VARYING MON-IDX FROM 1 BY 1
                       UNTIL MON-IDX > ENC-MON-COUNT
                   IF EM-LOC-TYPE(MON-IDX) =
                           LOCATION-TYPE-CODES(TYPE-IDX:1)
                       ADD 1 TO ENC-TYPE-MONSTERS(TYPE-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                       UNTIL LEVEL-IDX > LEVEL-COUNT
                   PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                           UNTIL PERIOD-IDX > 2
                       PERFORM BUILD-ONE-DRAW
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

       BUILD-ONE-DRAW.
           MOVE 0 TO ENC-MATCH-COUNT(TYPE-IDX, LEVEL-IDX, PERIOD-IDX)
           MOVE 0 TO ENC-FALLBACK-MON(TYPE-IDX, LEVEL-IDX, PERIOD-IDX)
           PERFORM VARYING MON-IDX FROM 1 BY 1
                   UNTIL MON-IDX > ENC-MON-COUNT
               IF EM-LOC-TYPE(MON-IDX) =
                       LOCATION-TYPE-CODES(TYPE-IDX:1)
                  AND LEVEL-VALUE(LEVEL-IDX) >= EM-MIN-LEVEL(MON-IDX)
                  AND LEVEL-VALUE(LEVEL-IDX) <= EM-MAX-LEVEL(MON-IDX)
                  AND (EM-NOCTURNAL(MON-IDX) = "N" OR
                       PERIOD-IDX = 2)
                   ADD 1 TO
                       ENC-MATCH-COUNT(TYPE-IDX, LEVEL-IDX, PERIOD-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING MON-IDX FROM 1 BY 1
                   UNTIL MON-IDX > ENC-MON-COUNT
               IF EM-LOC-TYPE(MON-IDX) =
                       LOCATION-TYPE-CODES(TYPE-IDX:1)
                   IF ENC-MATCH-COUNT(TYPE-IDX, LEVEL-IDX, PERIOD-IDX)
                           = 0
                       IF ENC-FALLBACK-MON(TYPE-IDX, LEVEL-IDX,
                               PERIOD-IDX) = 0
                           MOVE MON-IDX TO ENC-FALLBACK-MON(TYPE-IDX,
                               LEVEL-IDX, PERIOD-IDX)
                           MOVE 100 TO ENC-SHARE(TYPE-IDX, LEVEL-IDX,
                               PERIOD-IDX, MON-IDX)
                       END-IF
                   ELSE
                       IF LEVEL-VALUE(LEVEL-IDX) >=
                               EM-MIN-LEVEL(MON-IDX)
                          AND LEVEL-VALUE(LEVEL-IDX) <=
                               EM-MAX-LEVEL(MON-IDX)
                          AND (EM-NOCTURNAL(MON-IDX) = "N" OR
                               PERIOD-IDX = 2)
                           COMPUTE ENC-SHARE(TYPE-IDX, LEVEL-IDX,
                               PERIOD-IDX, MON-IDX) ROUNDED =
                               100 / ENC-MATCH-COUNT(TYPE-IDX,
                               LEVEL-IDX, PERIOD-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Légende: ce que comptent les chiffres et ce qu'ils laissent
      * de côté
      *-----------------------------------------------------------------
       REPORT-LEGEND.
           MOVE 1 TO REPORT-LINE-PTR
           STRING "Niveau(x) de joueur listé(s):" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                   UNTIL LEVEL-IDX > LEVEL-COUNT
               MOVE LEVEL-VALUE(LEVEL-IDX) TO LEVEL-EDIT
               STRING " " DELIMITED BY SIZE
                   LEVEL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           MOVE "Chance par pas: taux de la tuile, x1,5 la nuit "
               & "(20h-6h), x météo, tronquée; le tirage"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "0-99 accroche si <= chance, soit un point de plus "
               & "(un taux 0 donne encore 1%)."
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Hors chiffres: pain de fragments x0,6, en selle "
               & "x0,5, Anomalies > 70: 30% des"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "rencontres esquivées, premier pas après un "
               & "changement de zone sans rencontre."
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Monstres: part des rencontres de la tuile, "
               & "jour/nuit, par niveau de joueur."
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Une tuile: identité, chance par météo de jour et de nuit,
      * puis part de chaque monstre du type et alertes
      *-----------------------------------------------------------------
       REPORT-ONE-TILE.
           MOVE 1 TO REPORT-LINE-PTR
           STRING "(" DELIMITED BY SIZE
               ENC-X DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ENC-Y DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           IF ENC-TILE-NAME(ENC-X, ENC-Y) NOT = SPACES
               STRING ENC-TILE-NAME(ENC-X, ENC-Y) DELIMITED BY "  "
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           ELSE
               STRING "(lieu sans nom)" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           STRING " - type " DELIMITED BY SIZE
               ENC-TILE-TYPE(ENC-X, ENC-Y) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING

           EVALUATE ENC-TILE-TYPE(ENC-X, ENC-Y)
               WHEN "W"
                   MOVE 1 TO TYPE-IDX
               WHEN "D"
                   MOVE 2 TO TYPE-IDX
               WHEN OTHER
                   MOVE 0 TO TYPE-IDX
           END-EVALUATE
           IF TYPE-IDX = 0
               STRING ": pas de rencontre aléatoire" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO TILES-WITHOUT-ENCOUNTERS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TILES-WITH-ENCOUNTERS
           STRING ", taux " DELIMITED BY SIZE
               ENC-TILE-RATE(ENC-X, ENC-Y) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           PERFORM EMIT-REPORT-LINE

           MOVE "   chance     clair  pluie  brume  orage"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1 UNTIL PERIOD-IDX > 2
               PERFORM REPORT-CHANCE-LINE
           END-PERFORM

           IF ENC-TYPE-MONSTERS(TYPE-IDX) = 0
               ADD 1 TO EMPTY-TILES
               MOVE 1 TO REPORT-LINE-PTR
               STRING "   ! VIDE: aucun monstre de type "
                   DELIMITED BY SIZE
                   ENC-TILE-TYPE(ENC-X, ENC-Y) DELIMITED BY SIZE
                   " au bestiaire, la rencontre tombe à vide"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO REPORT-LINE-PTR
           STRING "   monstre              palier" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                   UNTIL LEVEL-IDX > LEVEL-COUNT
               MOVE LEVEL-VALUE(LEVEL-IDX) TO LEVEL-EDIT
               STRING "    niv " DELIMITED BY SIZE
                   LEVEL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING MON-IDX FROM 1 BY 1
                   UNTIL MON-IDX > ENC-MON-COUNT
               IF EM-LOC-TYPE(MON-IDX) =
                       LOCATION-TYPE-CODES(TYPE-IDX:1)
                   PERFORM REPORT-MONSTER-LINE
               END-IF
           END-PERFORM

           MOVE "N" TO TILE-HAS-FALLBACK
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                   UNTIL LEVEL-IDX > LEVEL-COUNT
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 2
                   IF ENC-FALLBACK-MON(TYPE-IDX, LEVEL-IDX, PERIOD-IDX)
                           > 0
                       PERFORM REPORT-FALLBACK-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF TILE-HAS-FALLBACK = "Y"
               ADD 1 TO FALLBACK-TILES
           END-IF
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Chance de rencontre par météo pour la période PERIOD-IDX,
      * calculée comme CHECK-FOR-ENCOUNTER
      *-----------------------------------------------------------------
       REPORT-CHANCE-LINE.
           MOVE 1 TO REPORT-LINE-PTR
           STRING "   " DELIMITED BY SIZE
               PERIOD-NAME(PERIOD-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           PERFORM VARYING WEATHER-IDX FROM 1 BY 1
                   UNTIL WEATHER-IDX > 4
               MOVE ENC-TILE-RATE(ENC-X, ENC-Y) TO ENCOUNTER-CHANCE
               IF PERIOD-IDX = 2
                   COMPUTE ENCOUNTER-CHANCE = ENCOUNTER-CHANCE * 1.5
               END-IF
               COMPUTE ENCOUNTER-CHANCE =
                   ENCOUNTER-CHANCE * WEATHER-ENCOUNTER-MOD(WEATHER-IDX)
               IF ENCOUNTER-CHANCE >= 99
                   MOVE 100 TO EFFECTIVE-CHANCE
               ELSE
                   COMPUTE EFFECTIVE-CHANCE = ENCOUNTER-CHANCE + 1
               END-IF
               MOVE EFFECTIVE-CHANCE TO CHANCE-EDIT
               STRING "   " DELIMITED BY SIZE
                   CHANCE-EDIT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Un monstre du type: palier, puis part jour/nuit pour chaque
      * niveau listé
      *-----------------------------------------------------------------
       REPORT-MONSTER-LINE.
           MOVE 1 TO REPORT-LINE-PTR
           STRING "   " DELIMITED BY SIZE
               EM-NAME(MON-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EM-MIN-LEVEL(MON-IDX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               EM-MAX-LEVEL(MON-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           IF EM-NOCTURNAL(MON-IDX) = "Y"
               STRING " N" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                   UNTIL LEVEL-IDX > LEVEL-COUNT
               MOVE ENC-SHARE(TYPE-IDX, LEVEL-IDX, 1, MON-IDX)
                   TO SHARE-EDIT
               STRING "   " DELIMITED BY SIZE
                   SHARE-EDIT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
               MOVE ENC-SHARE(TYPE-IDX, LEVEL-IDX, 2, MON-IDX)
                   TO SHARE-EDIT
               STRING SHARE-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Palier sans monstre éligible: le jeu se rabat sur le premier
      * monstre du type, signalé quand son palier ne couvre pas le
      * niveau du joueur
      *-----------------------------------------------------------------
       REPORT-FALLBACK-LINE.
           MOVE "Y" TO TILE-HAS-FALLBACK
           MOVE ENC-FALLBACK-MON(TYPE-IDX, LEVEL-IDX, PERIOD-IDX)
               TO MON-IDX
           MOVE LEVEL-VALUE(LEVEL-IDX) TO LEVEL-EDIT
           MOVE 1 TO REPORT-LINE-PTR
           STRING "   ! niv " DELIMITED BY SIZE
               LEVEL-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PERIOD-NAME(PERIOD-IDX) DELIMITED BY SIZE
               ": aucun monstre au palier, repli sur "
               DELIMITED BY SIZE
               EM-NAME(MON-IDX) DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               EM-MIN-LEVEL(MON-IDX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               EM-MAX-LEVEL(MON-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           IF EM-MIN-LEVEL(MON-IDX) > LEVEL-VALUE(LEVEL-IDX)
               STRING " TROP FORT" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-TOTALS.
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO REPORT-LINE-PTR
           STRING "TOTAL: " DELIMITED BY SIZE
               TILES-WITH-ENCOUNTERS DELIMITED BY SIZE
               " tuile(s) à rencontres, " DELIMITED BY SIZE
               TILES-WITHOUT-ENCOUNTERS DELIMITED BY SIZE
               " sans rencontre aléatoire" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO REPORT-LINE-PTR
           STRING "alertes: " DELIMITED BY SIZE
               EMPTY-TILES DELIMITED BY SIZE
               " tuile(s) vide(s), " DELIMITED BY SIZE
               FALLBACK-TILES DELIMITED BY SIZE
               " tuile(s) avec palier de repli" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Ouverture de l'édition imprimable (ENCLST-AAAAMMJJ.TXT)
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "ENCLST-" DELIMITED BY SIZE
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
               MOVE "Y" TO REPORT-FILE-OPEN
               PERFORM WRITE-PAGE-HEADER
           END-IF
           .

       CLOSE-REPORT-FILE.
           IF REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
               MOVE "CLOSE-REPORT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               DISPLAY SPACE
               DISPLAY "Édition écrite: "
                   FUNCTION TRIM(REPORT-FILE-NAME)
           END-IF
           .

       WRITE-PAGE-HEADER.
           ADD 1 TO REPORT-PAGE-NO
           MOVE 0 TO REPORT-LINE-COUNT
           MOVE SPACES TO REPORT-FILE-LINE
           STRING "COBOLEGEND - TABLE DES RENCONTRES    "
               DELIMITED BY SIZE
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
           MOVE ALL "-" TO REPORT-FILE-LINE(1:60)
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Émission d'une ligne: écran plus édition imprimable
      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           IF REPORT-FILE-OPEN = "Y"
               IF REPORT-LINE-COUNT >= REPORT-PAGE-SIZE
                   PERFORM WRITE-PAGE-HEADER
               END-IF
               MOVE REPORT-LINE TO REPORT-FILE-LINE
               WRITE REPORT-FILE-LINE
               MOVE "EMIT-REPORT-LINE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               ADD 1 TO REPORT-LINE-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MAP-DATA-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MONSTER-DATA-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM ENCOUNTER-LIST.
