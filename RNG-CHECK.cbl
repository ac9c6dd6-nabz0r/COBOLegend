      *****************************************************************
      * RNG-CHECK.CBL - Contrôle du générateur aléatoire et des butins
      *
      * Programme batch autonome en deux volets:
      *   1. Générateur: amorce FUNCTION RANDOM comme le jeu
      *      (INITIALIZE-RANDOM-GENERATOR de UTILITIES, ou germe
      *      imposé), tire 100 000 nombres de 1 à 100 par
      *      GENERATE-RANDOM-NUMBER et édite la répartition par
      *      tranche de dix avec son khi-deux (9 degrés de liberté,
      *      seuil 1% = 21.67), la moyenne et la corrélation
      *      sérielle entre tirages successifs (seuil 3 / racine du
      *      nombre de tirages).
      *   2. Butins: relit les tirages de butin LOOT du journal
      *      (archives COBOEVA1..9.LOG puis COBOEVENTS.LOG, écrits
      *      par AWARD-COMBAT-LOOT) et les combats gagnés de la
      *      télémétrie (archives COBOTELA1..9.DAT puis
      *      COBOTELEM.DAT, combats simulés exclus), puis confronte,
      *      par régime de tirage (ordinaire, variante rare,
      *      événement BUTIN), la fréquence observée de chaque objet
      *      à celle que donnent les chances de la table (LOOTTBL)
      *      avec la mécanique exacte du tirage: jet tronqué au
      *      centième, divisé par 2 sur une variante rare puis par
      *      le multiplicateur BUTIN, chances cumulées dans l'ordre
      *      de la table.
      * Un objet dont l'écart réduit dépasse 3 (ou observé alors que
      * le tirage ne peut pas le donner) est signalé; un objet que
      * le régime rend inaccessible l'est aussi, à part: c'est un
      * défaut de réglage et non du hasard.
      * À relancer après toute retouche du générateur: le code
      * retour vaut 4 dès qu'une anomalie est signalée.
      *
      * Paramètre facultatif de la ligne de commande: un germe
      * (1-999999999) pour rejouer un contrôle à l'identique. Sans
      * paramètre, le germe est celui de l'amorçage du jeu.
      * Édition imprimable datée RNGCHK-AAAAMMJJ.TXT, mêmes lignes
      * que l'écran.
      * Compilable séparément: make rng-check
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNG-CHECK.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Un seul fichier source ouvert à la fois, journal ou
      *    télémétrie (même mécanique que DAILY-SUMMARY)
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

      *-----------------------------------------------------------------
      * Édition imprimable datée (RNGCHK-AAAAMMJJ.TXT), mêmes
      * lignes que l'écran
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 SOURCE-RECORD                  PIC X(117).
      *    Journal d'événements (voir GAME-LOG.cbl)
       01 EVENT-LOG-STRUCTURED REDEFINES SOURCE-RECORD.
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
      *    Télémétrie de combat (voir WRITE-COMBAT-TELEMETRY dans
      *    COMBAT.cbl)
       01 COMBAT-TELEMETRY-RECORD REDEFINES SOURCE-RECORD.
          05 TELEM-REC-ENEMY             PIC X(20).
          05 TELEM-REC-LEVEL             PIC 9(2).
          05 TELEM-REC-TURNS             PIC 9(3).
          05 TELEM-REC-DEALT             PIC 9(5).
          05 TELEM-REC-TAKEN             PIC 9(5).
          05 TELEM-REC-SKILLS            PIC 9(3).
          05 TELEM-REC-ITEMS             PIC 9(3).
          05 TELEM-REC-OUTCOME           PIC X(1).
          05 TELEM-REC-DIFFICULTY        PIC X(1).
          05 TELEM-REC-TUNE-VERSION      PIC X(8).
          05 FILLER                      PIC X(66).

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-FILE-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="RNG-CHECK"==.

       01 FILE-AT-EOF                    PIC X(1)   VALUE "N".
          88 FILE-IS-AT-EOF              VALUE "Y".
       01 SOURCE-FILE-STATUS             PIC X(2)   VALUE SPACES.
          88 SOURCE-FILE-OK              VALUE "00".
       01 SOURCE-FILE-NAME               PIC X(80)  VALUE SPACES.
      *    E journal d'événements, T télémétrie de combat
       01 SOURCE-KIND                    PIC X(1)   VALUE "E".
          88 SOURCE-IS-EVENTS            VALUE "E".
          88 SOURCE-IS-TELEMETRY         VALUE "T".
       01 SOURCE-PASS                    PIC 9(2)   VALUE 0.
       01 SOURCE-PASS-DIGIT              PIC 9(1)   VALUE 0.
       01 EVENT-FILES-READ               PIC 9(2)   VALUE 0.
       01 TELEM-FILES-READ               PIC 9(2)   VALUE 0.

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
      * Germe: celui de la ligne de commande, ou l'amorçage du jeu
      *-----------------------------------------------------------------
       01 COMMAND-LINE-TEXT              PIC X(40)  VALUE SPACES.
       01 SEED-ARGUMENT                  PIC X(20)  VALUE SPACES.
       01 UTIL-OPERATION                 PIC X(1)   VALUE SPACES.
       01 UTIL-NUMBER                    PIC 9(9)   VALUE 0.
       01 UTIL-FORMATTED                 PIC X(12)  VALUE SPACES.
       01 SEED-USED                      PIC 9(9)   VALUE 0.
       01 SEED-ORIGIN                    PIC X(40)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Échantillon du générateur: tirages de 1 à 100 rangés en dix
      * tranches, sommes pour la moyenne et la corrélation sérielle
      *-----------------------------------------------------------------
       01 SAMPLE-SIZE                    PIC 9(6)   VALUE 100000.
       01 DRAW-NO                        PIC 9(6)   VALUE 0.
       01 DRAW-VALUE                     PIC 9(3)   VALUE 0.
       01 PREVIOUS-DRAW                  PIC 9(3)   VALUE 0.
       01 DRAW-OUT-OF-RANGE              PIC 9(6)   VALUE 0.
       01 BUCKET-TABLE.
          05 BUCKET-COUNT OCCURS 10 TIMES
                                         PIC 9(6).
       01 BUCKET-IDX                     PIC 9(2)   VALUE 0.
       01 BUCKET-LOW                     PIC 9(3)   VALUE 0.
       01 BUCKET-HIGH                    PIC 9(3)   VALUE 0.
       01 DRAW-SUM                       PIC 9(9)   VALUE 0.
       01 DRAW-SQUARE-SUM                PIC 9(12)  VALUE 0.
       01 DRAW-PAIR-SUM                  PIC 9(12)  VALUE 0.

      *    Khi-deux à 9 degrés de liberté: seuil à 1%
       01 CHI-SQUARE-LIMIT               PIC 9(2)V99 VALUE 21.67.
       01 EXPECTED-PER-BUCKET            PIC 9(6)V99 VALUE 0.
       01 CHI-SQUARE                     PIC 9(6)V9(4) VALUE 0.
       01 BUCKET-DEVIATION               PIC S9(3)V99 VALUE 0.
      *    Moyenne théorique 50.5 et variance (100 x 100 - 1) / 12
       01 THEORETICAL-MEAN               PIC 9(2)V99 VALUE 50.50.
       01 THEORETICAL-VARIANCE           PIC 9(3)V99 VALUE 833.25.
       01 DRAW-MEAN                      PIC 9(3)V9(6) VALUE 0.
       01 DRAW-VARIANCE                  PIC 9(5)V9(6) VALUE 0.
       01 SERIAL-COVARIANCE              PIC S9(5)V9(6) VALUE 0.
       01 SERIAL-CORRELATION             PIC S9V9(6) VALUE 0.
       01 CORRELATION-LIMIT              PIC 9V9(6) VALUE 0.
       01 MEAN-Z-SCORE                   PIC S9(4)V99 VALUE 0.

      *-----------------------------------------------------------------
      * Table de butin de référence (voir INITIALIZE-LOOT-TABLE dans
      * COMBAT.cbl)
      *-----------------------------------------------------------------
       COPY "LOOTTBL.cpy".
       01 LOOT-IDX                       PIC 9(1)   VALUE 0.
       01 LOOT-SEEN-NAMES.
          05 LOOT-SEEN-NAME OCCURS 4 TIMES
                                         PIC X(20).
       01 LOOT-TEXT-HEAD                 PIC X(40)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Tirages relevés par régime (n2 des LOOT: multiplicateur
      * BUTIN x 100, plus 10000 sur une variante rare). Les
      * colonnes 1 à 4 suivent la table de butin, la 5e compte les
      * tirages sans butin.
      *-----------------------------------------------------------------
       01 LOOT-GROUP-MAX                 PIC 9(1)   VALUE 6.
       01 LOOT-GROUP-COUNT               PIC 9(1)   VALUE 0.
       01 LOOT-GROUP-TABLE.
          05 LOOT-GROUP OCCURS 6 TIMES.
             10 LGP-CODE                 PIC 9(8).
             10 LGP-DRAWS                PIC 9(7).
             10 LGP-HITS OCCURS 5 TIMES  PIC 9(7).
             10 LGP-EXPECTED OCCURS 5 TIMES
                                         PIC 9V9(4).
       01 LOOT-GROUP-IDX                 PIC 9(1)   VALUE 0.
       01 LOOT-COLUMN                    PIC 9(1)   VALUE 0.
       01 LOOT-DRAWS-TOTAL               PIC 9(7)   VALUE 0.
       01 LOOT-GROUP-OVERFLOW            PIC 9(7)   VALUE 0.
       01 LOOT-UNKNOWN-ITEM              PIC 9(7)   VALUE 0.

      *-----------------------------------------------------------------
      * Reconstitution du tirage d'AWARD-COMBAT-LOOT: les cent jets
      * possibles (FUNCTION RANDOM tronqué au centième) sont rejoués
      * avec les mêmes zones 9V99 que COMBAT.cbl
      *-----------------------------------------------------------------
       01 ROLL-CENTS                     PIC 9(3)   VALUE 0.
       01 LOOT-ROLL                      PIC 9V99   VALUE 0.
       01 LOOT-THRESHOLD                 PIC 9V99   VALUE 0.
       01 LOOT-ELITE-FLAG                PIC 9(1)   VALUE 0.
       01 LOOT-MULTIPLIER                PIC 9V99   VALUE 0.
       01 ROLL-HITS-TABLE.
          05 ROLL-HITS OCCURS 5 TIMES    PIC 9(3).
       01 ROLL-COLUMN                    PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Verdict par objet: écart réduit
      *   z = (observé - n p) / racine(n p (1 - p))
      * signalé au-delà de 3; pas de verdict sous 30 tirages
      *-----------------------------------------------------------------
       01 Z-LIMIT                        PIC 9V99   VALUE 3.00.
       01 MINIMUM-DRAWS                  PIC 9(3)   VALUE 30.
       01 EXPECTED-HITS                  PIC 9(7)V9(4) VALUE 0.
       01 HITS-VARIANCE                  PIC 9(7)V9(4) VALUE 0.
       01 Z-SCORE                        PIC S9(4)V99 VALUE 0.
       01 OBSERVED-RATE                  PIC 9V9(4) VALUE 0.
       01 ITEM-VERDICT                   PIC X(30)  VALUE SPACES.
       01 ANOMALY-COUNT                  PIC 9(3)   VALUE 0.
      *    Objets que le réglage rend inaccessibles: signalés à part,
      *    ils ne mettent pas le générateur en cause
       01 SETTING-ALERT-COUNT            PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Combats gagnés relevés en télémétrie (occasions de butin)
      *-----------------------------------------------------------------
       01 TELEM-WINS                     PIC 9(7)   VALUE 0.
       01 TELEM-SIMULATED                PIC 9(7)   VALUE 0.
       01 TELEM-GAP                      PIC 9(7)   VALUE 0.

      *-----------------------------------------------------------------
      * Zones d'édition
      *-----------------------------------------------------------------
       01 COUNT-EDIT                     PIC Z(6)9.
       01 SEED-EDIT                      PIC Z(8)9.
       01 BUCKET-EDIT                    PIC ZZ9.
       01 PERCENT-EDIT                   PIC ZZ9.9.
       01 DEVIATION-EDIT                 PIC ++++9.99.
       01 CHI-EDIT                       PIC Z(5)9.99.
       01 LIMIT-EDIT                     PIC Z9.99.
       01 MEAN-EDIT                      PIC ZZ9.9999.
       01 CORRELATION-EDIT               PIC +9.9999.
       01 CORRELATION-LIMIT-EDIT         PIC 9.9999.
       01 Z-EDIT                         PIC ++++9.99.
       01 MULTIPLIER-EDIT                PIC 9.99.
       01 ITEM-ID-EDIT                   PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== CONTRÔLE DU GÉNÉRATEUR ET DES BUTINS ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO SEED-ARGUMENT
           END-UNSTRING
           IF SEED-ARGUMENT = SPACES
               MOVE "R" TO UTIL-OPERATION
               CALL "UTILITIES" USING UTIL-OPERATION, UTIL-NUMBER,
                   UTIL-FORMATTED
               MOVE "amorçage du jeu" TO SEED-ORIGIN
           ELSE
               IF FUNCTION TEST-NUMVAL(SEED-ARGUMENT) NOT = 0
                   DISPLAY "Germe attendu (1-999999999)."
                   DISPLAY "Usage: rng-check [germe]"
                   GOBACK
               END-IF
               IF FUNCTION NUMVAL(SEED-ARGUMENT) < 1 OR
                  FUNCTION NUMVAL(SEED-ARGUMENT) > 999999999
                   DISPLAY "Germe attendu (1-999999999)."
                   DISPLAY "Usage: rng-check [germe]"
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(SEED-ARGUMENT) TO UTIL-NUMBER
               MOVE "S" TO UTIL-OPERATION
               CALL "UTILITIES" USING UTIL-OPERATION, UTIL-NUMBER,
                   UTIL-FORMATTED
               MOVE "imposé en paramètre" TO SEED-ORIGIN
           END-IF
           MOVE UTIL-NUMBER TO SEED-USED

           PERFORM OPEN-REPORT-FILE
           PERFORM DRAW-SAMPLE
           PERFORM REPORT-GENERATOR

           INITIALIZE LOOT-GROUP-TABLE LOOT-SEEN-NAMES
           MOVE "E" TO SOURCE-KIND
           PERFORM VARYING SOURCE-PASS FROM 1 BY 1
                   UNTIL SOURCE-PASS > 10
               PERFORM READ-ONE-SOURCE-FILE
           END-PERFORM
           MOVE "T" TO SOURCE-KIND
           PERFORM VARYING SOURCE-PASS FROM 1 BY 1
                   UNTIL SOURCE-PASS > 10
               PERFORM READ-ONE-SOURCE-FILE
           END-PERFORM
           PERFORM REPORT-LOOT

           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF ANOMALY-COUNT = 0
               MOVE "VERDICT: aucune anomalie relevée" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE ANOMALY-COUNT TO COUNT-EDIT
               STRING "VERDICT: " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " anomalie(s) signalée(s) (!), code retour 4"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF SETTING-ALERT-COUNT > 0
               MOVE SETTING-ALERT-COUNT TO COUNT-EDIT
               STRING "         " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " objet(s) rendu(s) inaccessible(s) par le "
                       DELIMITED BY SIZE
                   "réglage (voir LOOTTBL)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM CLOSE-REPORT-FILE
           IF ANOMALY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * Échantillon du générateur: SAMPLE-SIZE tirages de 1 à 100
      * par GENERATE-RANDOM-NUMBER (opération N de UTILITIES)
      *-----------------------------------------------------------------
       DRAW-SAMPLE.
           INITIALIZE BUCKET-TABLE
           MOVE 0 TO DRAW-SUM DRAW-SQUARE-SUM DRAW-PAIR-SUM
               DRAW-OUT-OF-RANGE PREVIOUS-DRAW
           PERFORM VARYING DRAW-NO FROM 1 BY 1
                   UNTIL DRAW-NO > SAMPLE-SIZE
               MOVE 100 TO UTIL-NUMBER
               MOVE "N" TO UTIL-OPERATION
               CALL "UTILITIES" USING UTIL-OPERATION, UTIL-NUMBER,
                   UTIL-FORMATTED
               MOVE UTIL-NUMBER TO DRAW-VALUE
               IF DRAW-VALUE < 1 OR DRAW-VALUE > 100
                   ADD 1 TO DRAW-OUT-OF-RANGE
               ELSE
                   COMPUTE BUCKET-IDX = (DRAW-VALUE - 1) / 10 + 1
                   ADD 1 TO BUCKET-COUNT(BUCKET-IDX)
               END-IF
               ADD DRAW-VALUE TO DRAW-SUM
               COMPUTE DRAW-SQUARE-SUM = DRAW-SQUARE-SUM
                   + DRAW-VALUE * DRAW-VALUE
               IF DRAW-NO > 1
                   COMPUTE DRAW-PAIR-SUM = DRAW-PAIR-SUM
                       + PREVIOUS-DRAW * DRAW-VALUE
               END-IF
               MOVE DRAW-VALUE TO PREVIOUS-DRAW
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Volet 1: répartition par tranche, khi-deux, moyenne et
      * corrélation sérielle au décalage 1
      *-----------------------------------------------------------------
       REPORT-GENERATOR.
           MOVE "GÉNÉRATEUR (GENERATE-RANDOM-NUMBER, 1 à 100)"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SEED-USED TO SEED-EDIT
           MOVE SAMPLE-SIZE TO COUNT-EDIT
           STRING "  Germe " DELIMITED BY SIZE
               FUNCTION TRIM(SEED-EDIT) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(SEED-ORIGIN) DELIMITED BY SIZE
               "), " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               " tirages" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE "  Tranche    Tirages   Écart %" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           COMPUTE EXPECTED-PER-BUCKET = SAMPLE-SIZE / 10
           MOVE 0 TO CHI-SQUARE
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 10
               COMPUTE CHI-SQUARE = CHI-SQUARE
                   + (BUCKET-COUNT(BUCKET-IDX) - EXPECTED-PER-BUCKET)
                   * (BUCKET-COUNT(BUCKET-IDX) - EXPECTED-PER-BUCKET)
                   / EXPECTED-PER-BUCKET
               COMPUTE BUCKET-DEVIATION ROUNDED =
                   (BUCKET-COUNT(BUCKET-IDX) - EXPECTED-PER-BUCKET)
                   * 100 / EXPECTED-PER-BUCKET
               COMPUTE BUCKET-LOW = (BUCKET-IDX - 1) * 10 + 1
               COMPUTE BUCKET-HIGH = BUCKET-IDX * 10
               MOVE BUCKET-LOW TO BUCKET-EDIT
               MOVE 1 TO REPORT-LINE-PTR
               STRING "  " DELIMITED BY SIZE
                   BUCKET-EDIT DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
               MOVE BUCKET-HIGH TO BUCKET-EDIT
               MOVE BUCKET-COUNT(BUCKET-IDX) TO COUNT-EDIT
               MOVE BUCKET-DEVIATION TO DEVIATION-EDIT
               STRING BUCKET-EDIT DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   DEVIATION-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-PERFORM

           IF DRAW-OUT-OF-RANGE > 0
               ADD 1 TO ANOMALY-COUNT
               MOVE DRAW-OUT-OF-RANGE TO COUNT-EDIT
               STRING "  ! " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " tirage(s) hors de la plage 1-100"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF

           MOVE CHI-SQUARE TO CHI-EDIT
           MOVE CHI-SQUARE-LIMIT TO LIMIT-EDIT
           STRING "  Khi-deux (9 ddl): " DELIMITED BY SIZE
               FUNCTION TRIM(CHI-EDIT) DELIMITED BY SIZE
               "   seuil 1%: " DELIMITED BY SIZE
               LIMIT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF CHI-SQUARE > CHI-SQUARE-LIMIT
               ADD 1 TO ANOMALY-COUNT
               MOVE "   ! RÉPARTITION INÉGALE" TO REPORT-LINE(60:)
           ELSE
               MOVE "   OK" TO REPORT-LINE(60:)
           END-IF
           PERFORM EMIT-REPORT-LINE

      *    Moyenne: écart réduit à la moyenne théorique
           COMPUTE DRAW-MEAN ROUNDED = DRAW-SUM / SAMPLE-SIZE
           COMPUTE MEAN-Z-SCORE ROUNDED =
               (DRAW-MEAN - THEORETICAL-MEAN)
               / FUNCTION SQRT(THEORETICAL-VARIANCE / SAMPLE-SIZE)
           MOVE DRAW-MEAN TO MEAN-EDIT
           MOVE MEAN-Z-SCORE TO Z-EDIT
           STRING "  Moyenne: " DELIMITED BY SIZE
               FUNCTION TRIM(MEAN-EDIT) DELIMITED BY SIZE
               " (attendu 50.5000)   z " DELIMITED BY SIZE
               FUNCTION TRIM(Z-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF FUNCTION ABS(MEAN-Z-SCORE) > Z-LIMIT
               ADD 1 TO ANOMALY-COUNT
               MOVE "   ! MOYENNE DÉCALÉE" TO REPORT-LINE(60:)
           ELSE
               MOVE "   OK" TO REPORT-LINE(60:)
           END-IF
           PERFORM EMIT-REPORT-LINE

      *    Corrélation entre tirages successifs
           COMPUTE DRAW-VARIANCE ROUNDED =
               DRAW-SQUARE-SUM / SAMPLE-SIZE - DRAW-MEAN * DRAW-MEAN
           COMPUTE SERIAL-COVARIANCE ROUNDED =
               DRAW-PAIR-SUM / (SAMPLE-SIZE - 1)
               - DRAW-MEAN * DRAW-MEAN
           IF DRAW-VARIANCE > 0
               COMPUTE SERIAL-CORRELATION ROUNDED =
                   SERIAL-COVARIANCE / DRAW-VARIANCE
           ELSE
               MOVE 1 TO SERIAL-CORRELATION
           END-IF
           COMPUTE CORRELATION-LIMIT ROUNDED =
               3 / FUNCTION SQRT(SAMPLE-SIZE)
           MOVE SERIAL-CORRELATION TO CORRELATION-EDIT
           MOVE CORRELATION-LIMIT TO CORRELATION-LIMIT-EDIT
           STRING "  Corrélation sérielle: " DELIMITED BY SIZE
               CORRELATION-EDIT DELIMITED BY SIZE
               "   seuil +/-" DELIMITED BY SIZE
               CORRELATION-LIMIT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF FUNCTION ABS(SERIAL-CORRELATION) > CORRELATION-LIMIT
               ADD 1 TO ANOMALY-COUNT
               MOVE "   ! TIRAGES CORRÉLÉS" TO REPORT-LINE(60:)
           ELSE
               MOVE "   OK" TO REPORT-LINE(60:)
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Lecture d'une passe: archive de rotation (passes 1 à 9) ou
      * fichier actif (passe 10) du journal ou de la télémétrie;
      * une archive absente est simplement sautée
      *-----------------------------------------------------------------
       READ-ONE-SOURCE-FILE.
           MOVE SOURCE-PASS TO SOURCE-PASS-DIGIT
           MOVE SPACES TO SOURCE-FILE-NAME
           EVALUATE TRUE
               WHEN SOURCE-IS-EVENTS AND SOURCE-PASS <= 9
                   STRING "COBOEVA" DELIMITED BY SIZE
                       SOURCE-PASS-DIGIT DELIMITED BY SIZE
                       ".LOG" DELIMITED BY SIZE
                       INTO SOURCE-FILE-NAME
                   END-STRING
               WHEN SOURCE-IS-EVENTS
                   MOVE "COBOEVENTS.LOG" TO SOURCE-FILE-NAME
               WHEN SOURCE-PASS <= 9
                   STRING "COBOTELA" DELIMITED BY SIZE
                       SOURCE-PASS-DIGIT DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO SOURCE-FILE-NAME
                   END-STRING
               WHEN OTHER
                   MOVE "COBOTELEM.DAT" TO SOURCE-FILE-NAME
           END-EVALUATE
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, SOURCE-FILE-NAME

           OPEN INPUT SOURCE-FILE
      *    Un fichier absent n'est pas une erreur: partie jamais
      *    jouée ou archive pas encore créée
           MOVE 'O' TO ERL-OPERATION
           MOVE "READ-ONE-SOURCE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SOURCE-FILE-NAME,
               SOURCE-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT SOURCE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           IF SOURCE-IS-EVENTS
               ADD 1 TO EVENT-FILES-READ
           ELSE
               ADD 1 TO TELEM-FILES-READ
           END-IF

           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       IF SOURCE-IS-EVENTS
                           IF ELR-MARKER = "S1" AND ELR-TYPE = "LOOT"
                               PERFORM TAKE-LOOT-EVENT
                           END-IF
                       ELSE
                           PERFORM TAKE-TELEMETRY-RECORD
                       END-IF
               END-READ
               MOVE "READ-ONE-SOURCE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SOURCE-FILE-NAME, SOURCE-FILE-STATUS
           END-PERFORM
           CLOSE SOURCE-FILE
           MOVE "READ-ONE-SOURCE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SOURCE-FILE-NAME,
               SOURCE-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Cumul d'un tirage de butin sur son régime (n2) et sur son
      * objet (n1, 0 = sans butin)
      *-----------------------------------------------------------------
       TAKE-LOOT-EVENT.
           IF ELR-NUM-1 IS NOT NUMERIC OR ELR-NUM-2 IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF ELR-NUM-1 = 0
               MOVE 5 TO LOOT-COLUMN
           ELSE
               MOVE 0 TO LOOT-COLUMN
               PERFORM VARYING LOOT-IDX FROM 1 BY 1
                       UNTIL LOOT-IDX > LOOT-SETTING-COUNT
                   IF ELR-NUM-1 = LOOT-SETTING-ITEM-ID(LOOT-IDX)
                       MOVE LOOT-IDX TO LOOT-COLUMN
                   END-IF
               END-PERFORM
               IF LOOT-COLUMN = 0
                   ADD 1 TO LOOT-UNKNOWN-ITEM
                   EXIT PARAGRAPH
               END-IF
      *        Nom de l'objet repris du texte "Butin: <nom>"
               IF LOOT-SEEN-NAME(LOOT-COLUMN) = SPACES
                   UNSTRING ELR-TEXT DELIMITED BY ": "
                       INTO LOOT-TEXT-HEAD,
                           LOOT-SEEN-NAME(LOOT-COLUMN)
                   END-UNSTRING
               END-IF
           END-IF

           MOVE 0 TO LOOT-GROUP-IDX
           PERFORM VARYING LOOT-IDX FROM 1 BY 1
                   UNTIL LOOT-IDX > LOOT-GROUP-COUNT
               IF LGP-CODE(LOOT-IDX) = ELR-NUM-2
                   MOVE LOOT-IDX TO LOOT-GROUP-IDX
               END-IF
           END-PERFORM
           IF LOOT-GROUP-IDX = 0
               IF LOOT-GROUP-COUNT >= LOOT-GROUP-MAX
                   ADD 1 TO LOOT-GROUP-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LOOT-GROUP-COUNT
               MOVE LOOT-GROUP-COUNT TO LOOT-GROUP-IDX
               MOVE ELR-NUM-2 TO LGP-CODE(LOOT-GROUP-IDX)
           END-IF
           ADD 1 TO LGP-DRAWS(LOOT-GROUP-IDX)
           ADD 1 TO LGP-HITS(LOOT-GROUP-IDX, LOOT-COLUMN)
           ADD 1 TO LOOT-DRAWS-TOTAL
           .

      *-----------------------------------------------------------------
      * Combat gagné en jeu réel (les combats simulés par COMBAT-SIM
      * ne passent pas par le butin)
      *-----------------------------------------------------------------
       TAKE-TELEMETRY-RECORD.
           IF TELEM-REC-OUTCOME NOT = "V"
               EXIT PARAGRAPH
           END-IF
           IF TELEM-REC-DIFFICULTY = "S"
               ADD 1 TO TELEM-SIMULATED
           ELSE
               ADD 1 TO TELEM-WINS
           END-IF
           .

      *-----------------------------------------------------------------
      * Volet 2: butins observés, régime par régime
      *-----------------------------------------------------------------
       REPORT-LOOT.
           MOVE EVENT-FILES-READ TO BUCKET-EDIT
           STRING "BUTINS (tirages LOOT du journal, "
                   DELIMITED BY SIZE
               FUNCTION TRIM(BUCKET-EDIT) DELIMITED BY SIZE
               " fichier(s) lu(s))" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE LOOT-DRAWS-TOTAL TO COUNT-EDIT
           STRING "  Tirages journalisés: " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF TELEM-FILES-READ = 0
               MOVE "  Télémétrie absente: pas de recoupement"
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE TELEM-WINS TO COUNT-EDIT
               STRING "  Combats gagnés en télémétrie: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               MOVE TELEM-SIMULATED TO COUNT-EDIT
               STRING " (plus " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " simulé(s), écartés)" DELIMITED BY SIZE
                   INTO REPORT-LINE(40:)
               END-STRING
               PERFORM EMIT-REPORT-LINE
               IF TELEM-WINS > LOOT-DRAWS-TOTAL
                   COMPUTE TELEM-GAP = TELEM-WINS - LOOT-DRAWS-TOTAL
                   MOVE TELEM-GAP TO COUNT-EDIT
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                       " victoire(s) sans tirage journalisé (combats "
                           DELIMITED BY SIZE
                       "antérieurs au relevé)" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-IF
           IF LOOT-UNKNOWN-ITEM > 0 OR LOOT-GROUP-OVERFLOW > 0
               MOVE LOOT-UNKNOWN-ITEM TO COUNT-EDIT
               STRING "  Écartés: " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " objet(s) hors table, " DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               MOVE LOOT-GROUP-OVERFLOW TO COUNT-EDIT
               STRING FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " tirage(s) de régime hors table" DELIMITED BY SIZE
                   INTO REPORT-LINE(40:)
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF LOOT-GROUP-COUNT = 0
               MOVE "  Aucun tirage de butin au journal."
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LOOT-GROUP-IDX FROM 1 BY 1
                   UNTIL LOOT-GROUP-IDX > LOOT-GROUP-COUNT
               PERFORM REPORT-LOOT-GROUP
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Un régime de tirage: fréquences attendues puis, objet par
      * objet, chance de la table, attendu, observé et verdict
      *-----------------------------------------------------------------
       REPORT-LOOT-GROUP.
           PERFORM COMPUTE-EXPECTED-RATES
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO REPORT-LINE-PTR
           IF LOOT-ELITE-FLAG = 1
               STRING "  Variante rare (jet divisé par 2)"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           ELSE
               STRING "  Combat ordinaire" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           IF LOOT-MULTIPLIER NOT = 1
               MOVE LOOT-MULTIPLIER TO MULTIPLIER-EDIT
               STRING ", événement BUTIN x" DELIMITED BY SIZE
                   MULTIPLIER-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           MOVE LGP-DRAWS(LOOT-GROUP-IDX) TO COUNT-EDIT
           STRING ": " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               " tirage(s)" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE "    Objet                     Table Attendu Observé"
               TO REPORT-LINE
           MOVE "Nombre        z" TO REPORT-LINE(56:)
           PERFORM EMIT-REPORT-LINE

           PERFORM VARYING LOOT-COLUMN FROM 1 BY 1
                   UNTIL LOOT-COLUMN > 5
               PERFORM REPORT-LOOT-ITEM
           END-PERFORM
           IF LGP-DRAWS(LOOT-GROUP-IDX) < MINIMUM-DRAWS
               MOVE MINIMUM-DRAWS TO BUCKET-EDIT
               STRING "    Moins de " DELIMITED BY SIZE
                   FUNCTION TRIM(BUCKET-EDIT) DELIMITED BY SIZE
                   " tirages: écarts non jugés" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           .

      *-----------------------------------------------------------------
      * Fréquences attendues du régime: les cent jets possibles
      * rejoués comme dans AWARD-COMBAT-LOOT
      *-----------------------------------------------------------------
       COMPUTE-EXPECTED-RATES.
           COMPUTE LOOT-ELITE-FLAG = LGP-CODE(LOOT-GROUP-IDX) / 10000
           COMPUTE LOOT-MULTIPLIER =
               FUNCTION MOD(LGP-CODE(LOOT-GROUP-IDX), 10000) / 100
           INITIALIZE ROLL-HITS-TABLE
           PERFORM VARYING ROLL-CENTS FROM 0 BY 1
                   UNTIL ROLL-CENTS > 99
               COMPUTE LOOT-ROLL = ROLL-CENTS / 100
               IF LOOT-ELITE-FLAG = 1
                   COMPUTE LOOT-ROLL = LOOT-ROLL / 2
               END-IF
               IF LOOT-MULTIPLIER NOT = 1
                   COMPUTE LOOT-ROLL = LOOT-ROLL / LOOT-MULTIPLIER
                       ON SIZE ERROR
                           MOVE 9.99 TO LOOT-ROLL
                   END-COMPUTE
               END-IF
               MOVE 0 TO LOOT-THRESHOLD
               MOVE 5 TO ROLL-COLUMN
               PERFORM VARYING LOOT-IDX FROM 1 BY 1
                       UNTIL LOOT-IDX > LOOT-SETTING-COUNT
                   ADD LOOT-SETTING-CHANCE(LOOT-IDX) TO LOOT-THRESHOLD
                   IF LOOT-ROLL <= LOOT-THRESHOLD
                       MOVE LOOT-IDX TO ROLL-COLUMN
                       MOVE LOOT-SETTING-COUNT TO LOOT-IDX
                   END-IF
               END-PERFORM
               ADD 1 TO ROLL-HITS(ROLL-COLUMN)
           END-PERFORM
           PERFORM VARYING ROLL-COLUMN FROM 1 BY 1
                   UNTIL ROLL-COLUMN > 5
               COMPUTE LGP-EXPECTED(LOOT-GROUP-IDX, ROLL-COLUMN) =
                   ROLL-HITS(ROLL-COLUMN) / 100
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Une ligne objet (colonne 5: sans butin) et son verdict
      *-----------------------------------------------------------------
       REPORT-LOOT-ITEM.
           MOVE 1 TO REPORT-LINE-PTR
           IF LOOT-COLUMN = 5
               STRING "    (sans butin)" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           ELSE
               MOVE LOOT-SETTING-ITEM-ID(LOOT-COLUMN) TO ITEM-ID-EDIT
               STRING "    " DELIMITED BY SIZE
                   ITEM-ID-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LOOT-SEEN-NAME(LOOT-COLUMN) DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
               COMPUTE OBSERVED-RATE =
                   LOOT-SETTING-CHANCE(LOOT-COLUMN)
               COMPUTE PERCENT-EDIT = OBSERVED-RATE * 100
               MOVE PERCENT-EDIT TO REPORT-LINE(32:5)
               MOVE "%" TO REPORT-LINE(37:1)
           END-IF
           COMPUTE PERCENT-EDIT =
               LGP-EXPECTED(LOOT-GROUP-IDX, LOOT-COLUMN) * 100
           MOVE PERCENT-EDIT TO REPORT-LINE(40:5)
           MOVE "%" TO REPORT-LINE(45:1)
           COMPUTE OBSERVED-RATE ROUNDED =
               LGP-HITS(LOOT-GROUP-IDX, LOOT-COLUMN)
               / LGP-DRAWS(LOOT-GROUP-IDX)
           COMPUTE PERCENT-EDIT = OBSERVED-RATE * 100
           MOVE PERCENT-EDIT TO REPORT-LINE(48:5)
           MOVE "%" TO REPORT-LINE(53:1)
           MOVE LGP-HITS(LOOT-GROUP-IDX, LOOT-COLUMN) TO COUNT-EDIT
           MOVE COUNT-EDIT TO REPORT-LINE(55:7)

           MOVE SPACES TO ITEM-VERDICT
           COMPUTE EXPECTED-HITS =
               LGP-DRAWS(LOOT-GROUP-IDX)
               * LGP-EXPECTED(LOOT-GROUP-IDX, LOOT-COLUMN)
           COMPUTE HITS-VARIANCE = EXPECTED-HITS
               * (1 - LGP-EXPECTED(LOOT-GROUP-IDX, LOOT-COLUMN))
           EVALUATE TRUE
      *        Objet de la table que le régime ne peut pas donner:
      *        défaut de réglage, quel que soit l'échantillon
               WHEN LOOT-COLUMN < 5
                    AND LGP-EXPECTED(LOOT-GROUP-IDX, LOOT-COLUMN) = 0
                    AND LOOT-SETTING-CHANCE(LOOT-COLUMN) > 0
                    AND LGP-HITS(LOOT-GROUP-IDX, LOOT-COLUMN) = 0
                   MOVE "! INACCESSIBLE" TO ITEM-VERDICT
                   ADD 1 TO SETTING-ALERT-COUNT
               WHEN HITS-VARIANCE = 0
                   IF LGP-HITS(LOOT-GROUP-IDX, LOOT-COLUMN)
                      NOT = EXPECTED-HITS
                       MOVE "! IMPOSSIBLE AU TIRAGE" TO ITEM-VERDICT
                       ADD 1 TO ANOMALY-COUNT
                   END-IF
               WHEN LGP-DRAWS(LOOT-GROUP-IDX) < MINIMUM-DRAWS
                   CONTINUE
               WHEN OTHER
                   COMPUTE Z-SCORE ROUNDED =
                       (LGP-HITS(LOOT-GROUP-IDX, LOOT-COLUMN)
                       - EXPECTED-HITS)
                       / FUNCTION SQRT(HITS-VARIANCE)
                   MOVE Z-SCORE TO Z-EDIT
                   MOVE Z-EDIT TO REPORT-LINE(63:8)
                   IF FUNCTION ABS(Z-SCORE) > Z-LIMIT
                       IF Z-SCORE > 0
                           MOVE "! TROP FRÉQUENT" TO ITEM-VERDICT
                       ELSE
                           MOVE "! TROP RARE" TO ITEM-VERDICT
                       END-IF
                       ADD 1 TO ANOMALY-COUNT
                   END-IF
           END-EVALUATE
           IF ITEM-VERDICT NOT = SPACES
               MOVE ITEM-VERDICT TO REPORT-LINE(73:)
           END-IF
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Ouverture de l'édition imprimable (RNGCHK-AAAAMMJJ.TXT)
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "RNGCHK-" DELIMITED BY SIZE
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
           STRING "COBOLEGEND - CONTRÔLE DES TIRAGES    "
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
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM RNG-CHECK.
