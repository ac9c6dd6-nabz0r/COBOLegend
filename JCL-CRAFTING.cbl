      * job au point est rangé sous un nom de membre et resoumis
      * tel quel au lieu d'être ressaisi à chaque fabrication.
      *-----------------------------------------------------------------
           SELECT JOB-LIBRARY-FILE
               ASSIGN TO DYNAMIC JOB-LIBRARY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-FILE-STATUS.

      *-----------------------------------------------------------------
      * Livre de recettes et règles de raffinage, délimités par '|'
      * (une ligne par enregistrement, comme COBOMON.DAT):
      *   R|nn|type|puissance|cachée|pattern JCL|objet produit|nom|
      *     description          (cachée 'Y' = à apprendre par
      *                           parchemin, 'N' = connue d'emblée)
      *   E|nn|matériau|quantité (exigence de la recette nn, trois
      *                           au plus, dans l'ordre du fichier)
      *   F|matériau de base|quantité|matériau raffiné
      * Les recettes sont numérotées de 1 à RECIPE-MAX sans trou
      * (les parchemins "Parchemin recette NN" s'y réfèrent). Les
      * lignes R et F remplacent chacune leur table de référence
      * dès qu'il y en a une; fichier absent = référence exportée.
      * Validé par RECIPE-CHECK avant livraison.
      *-----------------------------------------------------------------
           SELECT RECIPE-DATA-FILE
               ASSIGN TO DYNAMIC RECIPE-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIPE-DATA-STATUS.

      *-----------------------------------------------------------------
      * Banque d'exercices de l'examen de certification, délimitée
      * par '|' comme COBORECP.DAT:
      *   Q|nn|niveau|type|étapes|énoncé   (niveau 1 à 3 = points,
      *                           type E job à écrire, C jeu de
      *                           cartes à corriger, étapes = nombre
      *                           minimal d'étapes EXEC attendues)
      *   D|nn|carte               (jeu de cartes fourni avec
      *                           l'exercice nn, dix au plus)
      *   K|nn|+|texte             (texte exigé dans la réponse; '-'
      *                           = texte qui ne doit plus y figurer,
      *                           quatre clés au plus)
      * Exercices numérotés de 1 à EXAM-MAX sans trou; dès qu'une
      * ligne Q est lue, le fichier remplace la banque de référence.
      * Fichier absent = banque de référence exportée.
      *-----------------------------------------------------------------
           SELECT EXAM-BANK-FILE
               ASSIGN TO DYNAMIC EXAM-BANK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXAM-BANK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-LIBRARY-FILE
          05 JOB-REC-TYPE            PIC X(1).
          05 JOB-REC-DATA            PIC X(50).

       FD RECIPE-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECIPE-DATA-RECORD         PIC X(300).

       FD EXAM-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01 EXAM-BANK-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="JCL-CRAFTING-SYSTEM"==.
       01 JOB-LIBRARY-FILE-PATH      PIC X(80)  VALUE "COBOJOBS.DAT".
       01 RECIPE-DATA-FILE-PATH      PIC X(80)  VALUE "COBORECP.DAT".
       01 EXAM-BANK-FILE-PATH        PIC X(80)  VALUE "COBOEXAM.DAT".

       01 JOB-FILE-STATUS            PIC X(2)   VALUE SPACES.
          88 JOB-FILE-OK             VALUE "00".
       01 JOB-LIB-AT-EOF             PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Chargement de COBORECP.DAT
      *-----------------------------------------------------------------
       01 RECIPE-DATA-STATUS         PIC X(2)   VALUE SPACES.
          88 RECIPE-DATA-OK          VALUE "00".
       01 RECIPE-FILE-EOF            PIC X(1)   VALUE "N".
       01 RECIPE-FILE-LOADED         PIC X(1)   VALUE "N".
       01 RECIPE-FILE-RECIPES        PIC 9(3)   VALUE 0.
       01 RECIPE-FILE-REFINES        PIC 9(3)   VALUE 0.
       01 RCF-TYPE                   PIC X(1)   VALUE SPACE.
       01 RCF-F1                     PIC X(30)  VALUE SPACES.
       01 RCF-F2                     PIC X(30)  VALUE SPACES.
       01 RCF-F3                     PIC X(30)  VALUE SPACES.
       01 RCF-F4                     PIC X(30)  VALUE SPACES.
       01 RCF-F5                     PIC X(100) VALUE SPACES.
       01 RCF-F6                     PIC X(30)  VALUE SPACES.
       01 RCF-F7                     PIC X(30)  VALUE SPACES.
       01 RCF-DESC                   PIC X(100) VALUE SPACES.
       01 RCF-ID                     PIC 9(2)   VALUE 0.
       01 RCF-QTY                    PIC 9(2)   VALUE 0.
       01 RCF-SOURCE-IDX             PIC 9(2)   VALUE 0.
       01 RCF-RESULT-IDX             PIC 9(2)   VALUE 0.
       01 RCF-HIDDEN                 PIC X(1)   VALUE SPACE.

      *-----------------------------------------------------------------
      * Examen de certification JCL: banque d'exercices (référence
      * de SETUP-EXAM-BANK ou COBOEXAM.DAT), tirage de la session et
      * chronométrage. Chaque exercice rapporte son niveau en points
      * s'il est juste; le palier dépend du score en pour cent (50
      * Opérateur, 70 Programmeur système, 90 Architecte z/OS) et
      * perd un cran quand le temps imparti est dépassé.
      *-----------------------------------------------------------------
       01 EXAM-BANK-STATUS           PIC X(2)   VALUE SPACES.
          88 EXAM-BANK-OK            VALUE "00".
       01 EXAM-FILE-EOF              PIC X(1)   VALUE "N".
       01 EXAM-FILE-LOADED           PIC X(1)   VALUE "N".
       01 EXAM-BANK-READY            PIC X(1)   VALUE "N".
       01 EXAM-BANK.
          05 EXAM-COUNT              PIC 9(2)   VALUE 0.
          05 EXAM-MAX                PIC 9(2)   VALUE 20.
          05 EXAM-QUESTION OCCURS 20 TIMES.
             10 EXQ-LEVEL            PIC 9(1).
             10 EXQ-TYPE             PIC X(1).
             10 EXQ-MIN-STEPS        PIC 9(1).
             10 EXQ-TEXT             PIC X(150).
             10 EXQ-DECK-COUNT       PIC 9(2).
             10 EXQ-DECK-LINE        PIC X(50) OCCURS 10 TIMES.
             10 EXQ-KEY-COUNT        PIC 9(1).
             10 EXQ-KEY OCCURS 4 TIMES.
                15 EXQ-KEY-SENSE     PIC X(1).
                15 EXQ-KEY-TEXT      PIC X(30).
             10 EXQ-DRAWN            PIC X(1).
       01 EXQ-IDX                    PIC 9(2)   VALUE 0.
       01 EXQ-KEY-IDX                PIC 9(1)   VALUE 0.
       01 EXQ-LINE-IDX               PIC 9(2)   VALUE 0.
       01 EXF-TYPE                   PIC X(1)   VALUE SPACE.
       01 EXF-F1                     PIC X(10)  VALUE SPACES.
       01 EXF-F2                     PIC X(50)  VALUE SPACES.
       01 EXF-F3                     PIC X(10)  VALUE SPACES.
       01 EXF-F4                     PIC X(10)  VALUE SPACES.
       01 EXF-TEXT                   PIC X(150) VALUE SPACES.
       01 EXF-ID                     PIC 9(2)   VALUE 0.

       01 EXAM-SESSION-SIZE          PIC 9(1)   VALUE 5.
       01 EXAM-DRAW-LEVELS           PIC X(5)   VALUE "11223".
       01 EXAM-DRAWN-COUNT           PIC 9(1)   VALUE 0.
       01 EXAM-DRAWN-TABLE.
          05 EXAM-DRAWN-ID           PIC 9(2)   OCCURS 5 TIMES.
       01 EXAM-SLOT                  PIC 9(1)   VALUE 0.
       01 EXAM-WANTED-LEVEL          PIC 9(1)   VALUE 0.
       01 EXAM-CANDIDATES            PIC 9(2)   VALUE 0.
       01 EXAM-PICK                  PIC 9(2)   VALUE 0.
       01 EXAM-POINTS                PIC 9(2)   VALUE 0.
       01 EXAM-MAX-POINTS            PIC 9(2)   VALUE 0.
       01 EXAM-SCORE-PCT             PIC 9(3)   VALUE 0.
       01 EXAM-ANSWER-DONE           PIC X(1)   VALUE "N".
       01 EXAM-ANSWER-OK             PIC X(1)   VALUE "N".
       01 EXAM-ANSWER-HINT           PIC X(60)  VALUE SPACES.
       01 EXAM-TIER                  PIC 9(1)   VALUE 0.
       01 EXAM-TIER-NAME             PIC X(22)  VALUE SPACES.
       01 EXAM-TIME-LIMIT            PIC 9(4)   VALUE 0.
       01 EXAM-ELAPSED               PIC 9(5)   VALUE 0.
       01 EXAM-START-SECONDS         PIC 9(5)   VALUE 0.
       01 EXAM-END-SECONDS           PIC 9(5)   VALUE 0.
       01 EXAM-CLOCK.
          05 EXAM-CLOCK-HH           PIC 9(2).
          05 EXAM-CLOCK-MM           PIC 9(2).
          05 EXAM-CLOCK-SS           PIC 9(2).
          05 EXAM-CLOCK-CC           PIC 9(2).
       01 EXAM-MINUTES               PIC 9(3)   VALUE 0.
       01 EXAM-SECONDS               PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Bibliothèque de jobs en mémoire, relue de COBOJOBS.DAT à
      * l'initialisation et réécrite à chaque archivage de membre
       01 JQ-IS-READY                PIC X(1)   VALUE "N".
       01 JQ-ABEND-ROLL              PIC 9(3)   VALUE 0.
       01 JQ-RUSH-ANSWER             PIC X(1)   VALUE SPACE.
       01 JQ-ENQUEUED                PIC X(1)   VALUE "N".
       01 JQ-COLLECTED               PIC 9(2)   VALUE 0.
       01 JQ-WAIT-HOURS              PIC 9(5)   VALUE 0.

       01 JOB-LIB-IDX                PIC 9(2)   VALUE 0.
       01 JOB-LINE-IDX               PIC 9(2)   VALUE 0.
       01 QUALITY-MULT               PIC 9V99   VALUE 1.00.
       01 SYSOUT-LINE-CC             PIC X(4)   VALUE "0000".

      *-----------------------------------------------------------------
      * Job à plusieurs étapes: chaque carte EXEC ouvre une étape qui
      * rend un code retour (0 correct, 8 matériaux insuffisants,
      * 12 erreur). PGM=REFINE,PARM='n' lance la règle de raffinage
      * n, tout autre programme fabrique la recette choisie.
      * COND=(code,op[,étape]) saute l'étape dès que "code op RC"
      * est vrai pour une étape déjà exécutée (ou l'étape citée),
      * comme sous MVS; // IF (étape.RC op n) THEN, // ELSE et
      * // ENDIF encadrent des étapes conditionnelles (trois niveaux,
      * "RC" seul = plus haut code rendu jusque-là). Une étape sautée
      * n'engage aucun matériau: ceux des étapes qui dépendaient d'un
      * échec restent au stock, seuls ceux des étapes exécutées sont
      * consommés. Le code de fin du job est le plus haut RC rendu.
      *-----------------------------------------------------------------
       01 JOB-STEP-TABLE.
          05 JOB-STEP-COUNT          PIC 9(1)   VALUE 0.
          05 JOB-STEP OCCURS 8 TIMES.
             10 STP-NAME             PIC X(8).
             10 STP-PGM              PIC X(8).
             10 STP-PARM             PIC 9(1).
             10 STP-COND-SET         PIC X(1).
             10 STP-COND-CODE        PIC 9(4).
             10 STP-COND-OP          PIC X(2).
             10 STP-COND-STEP        PIC X(8).
             10 STP-BLOCK            PIC 9(1).
             10 STP-STATUS           PIC X(1).
                88 STP-EXECUTED      VALUE "E".
                88 STP-BYPASSED      VALUE "C".
                88 STP-IF-SKIPPED    VALUE "I".
             10 STP-RC               PIC 9(4).
       01 JOB-BLOCK-TABLE.
          05 JOB-BLOCK-COUNT         PIC 9(1)   VALUE 0.
          05 JOB-BLOCK OCCURS 8 TIMES.
             10 BLK-PARENT           PIC 9(1).
             10 BLK-NEGATED          PIC X(1).
             10 BLK-STEP             PIC X(8).
             10 BLK-OP               PIC X(2).
             10 BLK-VALUE            PIC 9(4).
       01 JOB-CUR-BLOCK              PIC 9(1)   VALUE 0.
       01 JOB-BLOCK-DEPTH            PIC 9(1)   VALUE 0.
       01 JOB-BLK-IDX                PIC 9(1)   VALUE 0.
       01 JOB-STEP-IDX               PIC 9(1)   VALUE 0.
       01 JOB-SCAN-STEP              PIC 9(1)   VALUE 0.
       01 JOB-STRUCT-ERROR           PIC X(1)   VALUE "N".
       01 JOB-STRUCT-HINT            PIC X(60)  VALUE SPACES.
       01 JOB-MAX-RC                 PIC 9(4)   VALUE 0.
       01 JOB-CRAFT-STEPS            PIC 9(1)   VALUE 0.
       01 JOB-CRAFTS-QUEUED          PIC 9(1)   VALUE 0.
       01 JOB-CRAFT-CAUSE            PIC 9(1)   VALUE 0.
       01 JOB-LINE-WORK              PIC X(50)  VALUE SPACES.
       01 JOB-TOKEN-POS              PIC 9(2)   VALUE 0.
       01 JOB-LABEL                  PIC X(8)   VALUE SPACES.
       01 JOB-KEYWORD                PIC X(8)   VALUE SPACES.
       01 JOB-WORDS.
          05 JOB-WORD                PIC X(20)  OCCURS 6 TIMES.
       01 JOB-REF-STEP               PIC X(8)   VALUE SPACES.
       01 JOB-REF-SUFFIX             PIC X(8)   VALUE SPACES.
       01 JOB-REF-FOUND              PIC X(1)   VALUE "N".
       01 JOB-PARM-CHAR              PIC X(1)   VALUE SPACE.
       01 JOB-NUM-TEXT               PIC X(4)   JUSTIFIED RIGHT.
       01 JOB-NUM-VALUE              PIC 9(4)   VALUE 0.
       01 JOB-NUM-VALID              PIC X(1)   VALUE "N".
       01 JOB-OP-INPUT               PIC X(20)  VALUE SPACES.
       01 JOB-CMP-OP                 PIC X(2)   VALUE SPACES.
       01 JOB-CMP-LEFT               PIC 9(4)   VALUE 0.
       01 JOB-CMP-RIGHT              PIC 9(4)   VALUE 0.
       01 JOB-CMP-TRUE               PIC X(1)   VALUE "N".
       01 JOB-STEP-RUNS              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Table de raffinage: N unités d'un matériau de base donnent
      * une unité du palier raffiné correspondant
      *-----------------------------------------------------------------
       01 REFINE-TABLE.
          05 REFINE-COUNT            PIC 9(1)   VALUE 4.
          05 REFINE-MAX              PIC 9(1)   VALUE 8.
          05 REFINE-RULE OCCURS 8 TIMES.
             10 REFINE-SOURCE-IDX    PIC 9(2).
             10 REFINE-SOURCE-QTY    PIC 9(2).
             10 REFINE-RESULT-IDX    PIC 9(2).
       01 REFINE-PICK                PIC 9(1)   VALUE 0.
       01 REFINE-IDX                 PIC 9(1)   VALUE 0.
       01 REFINE-TABLE-READY         PIC X(1)   VALUE 'N'.
       01 REFINE-CAN-SUPPLY          PIC X(1)   VALUE 'N'.
      
      *-----------------------------------------------------------------
      * Structure du système de crafting
          05 CRAFT-SUCCESS            PIC X(1)   VALUE 'N'.
             88 CRAFT-SUCCEEDED       VALUE 'Y'.
          05 EDITOR-CONTENT           PIC X(500) VALUE SPACES.
          05 EDITOR-POINTER           PIC 9(3)   VALUE 1.
          05 CURRENT-LINE             PIC 9(2)   VALUE 1.
          05 MAX-LINES                PIC 9(2)   VALUE 10.
          05 EDITOR-LINES OCCURS 10 TIMES.
      *-----------------------------------------------------------------
       01 RECIPES-TABLE.
          05 RECIPE-COUNT             PIC 9(2)   VALUE 11.
          05 RECIPE-MAX               PIC 9(2)   VALUE 15.
          05 RECIPES OCCURS 15 TIMES.
             10 RECIPE-ID             PIC 9(2).
             10 RECIPE-NAME           PIC X(30).
             10 RECIPE-DESCRIPTION    PIC X(100).
       01 J                          PIC 9(2)   VALUE 0.
       01 INVENTORY-OPERATION        PIC X(1)   VALUE 'A'.
       01 NEXT-CRAFT-ITEM-ID         PIC 9(3)   VALUE 950.
       01 ITEM-MASTER-OPERATION      PIC X(1)   VALUE 'N'.
       01 ITEM-MASTER-FOUND          PIC X(1)   VALUE "N".
       01 LOG-OPERATION              PIC X(1)   VALUE 'W'.
       01 EVENT-MESSAGE              PIC X(60)  VALUE SPACES.
       COPY "EVENTLOG.cpy".

      *-----------------------------------------------------------------
      * Défis du jour et de la semaine: chaque job terminé est
      * signalé, "propre" au grade Oeuvre maîtresse (voir
      * CHALLENGES.cbl)
      *-----------------------------------------------------------------
       COPY "CHALLENGE.cpy".

      *-----------------------------------------------------------------
      * Mode amélioration d'équipement: une arme ou une armure déjà
      * possédée gagne un palier (+1 à +3) contre des matériaux et
       01 DD-ORDER-ERROR             PIC X(1)   VALUE 'N'.
       01 PATTERN-MATCHED            PIC X(1)   VALUE 'N'.
       01 VALIDATION-HINT            PIC X(60)  VALUE SPACES.
      *-----------------------------------------------------------------
      * Cause d'un échec de fabrication, consignée en n2 des
      * événements CRKO: 1 carte JOB absente, 2 étape EXEC absente,
      * 3 carte DD avant son EXEC, 4 pattern de la recette absent,
      * 5 autre erreur de syntaxe (dont la structure des étapes:
      * COND=, IF/ELSE/ENDIF), 6 matériaux insuffisants à l'étape
      * de fabrication, 7 étape de fabrication sautée par COND= ou
      * IF, 8 file des travaux pleine, 9 ABEND du traitement
      * prioritaire
      *-----------------------------------------------------------------
       01 VALIDATION-HINT-CODE       PIC 9(1)   VALUE 0.
       01 MATERIAL-EVENT-CODE        PIC X(4)   VALUE SPACES.
       01 SCAN-HAYSTACK              PIC X(500) VALUE SPACES.
       01 SCAN-NEEDLE                PIC X(100) VALUE SPACES.
       01 SCAN-FOUND                 PIC X(1)   VALUE 'N'.
       01 SEARCH-TERM                PIC X(20)  VALUE SPACES.
       01 SEARCH-MATCH-COUNT         PIC 9(2)   VALUE 0.
       01 SEARCH-LINE-MATCHED        PIC X(1)   VALUE 'N'.
      *    Poinçon des commandes d'artisans (GS-COMMISSIONS)
       01 CMS-STAMP-IDX              PIC 9(1)   VALUE 0.
       01 CMS-OLD-RANK               PIC 9(1)   VALUE 0.
       01 CMS-NEW-RANK               PIC 9(1)   VALUE 0.
       01 CMS-RANK-GRADE             PIC X(1)   VALUE SPACE.
       01 CMS-RANK                   PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Le système démarre "à froid": tant que le terminal n'a pas
      *-----------------------------------------------------------------
       01 CRAFTING-IS-INITIALIZED    PIC X(1)   VALUE 'N'.

      *-----------------------------------------------------------------
      * Aide de l'écran: sujet CRAFT du manuel (voir HELP.cbl)
      *-----------------------------------------------------------------
       COPY "HELP.cpy".

       LINKAGE SECTION.
       01 CRAFTING-OPERATION         PIC X(1).
          88 OP-RUN-MENU             VALUE 'M'.
          88 OP-ADD-MATERIAL         VALUE 'A'.
          88 OP-CHECK-MATERIAL       VALUE 'K'.

       01 DEPOSIT-MATERIAL-NAME      PIC X(20).
       01 DEPOSIT-MATERIAL-QTY       PIC 9(2).
                                 PLAYER-GOLD, PLAYER-EQUIPMENT,
                                 ITEM-OP-PARAMS, GAME-STATE-EXT.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
      *    Premier appel, ou instantané effacé par une nouvelle
      *    partie (RESET-GAME-STATE dans MAIN-GAME): les tables
      *    repartent de leurs valeurs de départ au lieu de léguer
                   PERFORM CRAFTING-MAIN-MENU
               WHEN OP-ADD-MATERIAL
                   PERFORM DEPOSIT-MATERIAL
               WHEN OP-CHECK-MATERIAL
                   PERFORM CHECK-KNOWN-MATERIAL
           END-EVALUATE

           PERFORM EXPORT-CRAFTING-STATE
       INITIALIZE-CRAFTING.
           PERFORM INIT-MATERIALS
           PERFORM INIT-RECIPES
           PERFORM SETUP-REFINE-TABLE
           MOVE 'Y' TO REFINE-TABLE-READY
           PERFORM LOAD-RECIPE-FILE
           IF RECIPE-FILE-LOADED = "N"
               PERFORM WRITE-DEFAULT-RECIPE-FILE
           END-IF
           PERFORM LOAD-JOB-LIBRARY
           .

               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Le nom DEPOSIT-MATERIAL-NAME est-il un matériau connu? Rend
      * 1 dans DEPOSIT-MATERIAL-QTY si oui, 0 sinon, sans toucher au
      * stock (contrôles de contenu en batch)
      *-----------------------------------------------------------------
       CHECK-KNOWN-MATERIAL.
           MOVE 0 TO DEPOSIT-MATERIAL-QTY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MATERIAL-COUNT
               IF MATERIAL-NAME(I) = DEPOSIT-MATERIAL-NAME
                   MOVE 1 TO DEPOSIT-MATERIAL-QTY
               END-IF
           END-PERFORM
           .
      
      *-----------------------------------------------------------------
      * Initialisation des matériaux
      * Initialisation des recettes
      *-----------------------------------------------------------------
       INIT-RECIPES.
           MOVE 11 TO RECIPE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RECIPE-COUNT
               MOVE "N" TO RECIPE-LEARNED(I)
           END-PERFORM
           MOVE "Y" TO RECIPE-LEARNED(11)
           .
      
      *-----------------------------------------------------------------
      * Livre de recettes COBORECP.DAT: une première passe compte
      * les recettes (R) et les raffinages (F); chaque table qui en
      * a au moins une est vidée puis remplie par la seconde passe
      *-----------------------------------------------------------------
       LOAD-RECIPE-FILE.
           MOVE "N" TO RECIPE-FILE-LOADED
           MOVE 0 TO RECIPE-FILE-RECIPES RECIPE-FILE-REFINES
           OPEN INPUT RECIPE-DATA-FILE
           MOVE "LOAD-RECIPE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           IF NOT RECIPE-DATA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO RECIPE-FILE-EOF
           PERFORM UNTIL RECIPE-FILE-EOF = "Y"
               READ RECIPE-DATA-FILE
                   AT END
                       MOVE "Y" TO RECIPE-FILE-EOF
                   NOT AT END
                       EVALUATE RECIPE-DATA-RECORD(1:1)
                           WHEN "R"
                               ADD 1 TO RECIPE-FILE-RECIPES
                           WHEN "F"
                               ADD 1 TO RECIPE-FILE-REFINES
                       END-EVALUATE
               END-READ
               MOVE "LOAD-RECIPE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           END-PERFORM
           CLOSE RECIPE-DATA-FILE
           MOVE "LOAD-RECIPE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS

           IF RECIPE-FILE-RECIPES = 0 AND RECIPE-FILE-REFINES = 0
      *        Fichier vide ou illisible: on garde la référence
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RECIPE-FILE-LOADED
           IF RECIPE-FILE-RECIPES > 0
               PERFORM CLEAR-RECIPE-TABLE
           END-IF
           IF RECIPE-FILE-REFINES > 0
               MOVE 0 TO REFINE-COUNT
           END-IF

           OPEN INPUT RECIPE-DATA-FILE
           MOVE "LOAD-RECIPE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           MOVE "N" TO RECIPE-FILE-EOF
           PERFORM UNTIL RECIPE-FILE-EOF = "Y"
               READ RECIPE-DATA-FILE
                   AT END
                       MOVE "Y" TO RECIPE-FILE-EOF
                   NOT AT END
                       PERFORM LOAD-RECIPE-FILE-RECORD
               END-READ
               MOVE "LOAD-RECIPE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           END-PERFORM
           CLOSE RECIPE-DATA-FILE
           MOVE "LOAD-RECIPE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           .

       LOAD-RECIPE-FILE-RECORD.
           MOVE SPACES TO RCF-F1 RCF-F2 RCF-F3 RCF-F4 RCF-F5 RCF-F6
               RCF-F7 RCF-DESC
           EVALUATE RECIPE-DATA-RECORD(1:1)
               WHEN "R"
                   UNSTRING RECIPE-DATA-RECORD DELIMITED BY "|"
                       INTO RCF-TYPE, RCF-F1, RCF-F2, RCF-F3, RCF-F4,
                           RCF-F5, RCF-F6, RCF-F7, RCF-DESC
                   END-UNSTRING
                   PERFORM APPLY-RECIPE-RECORD
               WHEN "E"
                   UNSTRING RECIPE-DATA-RECORD DELIMITED BY "|"
                       INTO RCF-TYPE, RCF-F1, RCF-F2, RCF-F3
                   END-UNSTRING
                   PERFORM APPLY-REQUIREMENT-RECORD
               WHEN "F"
                   IF RECIPE-FILE-REFINES > 0
                       UNSTRING RECIPE-DATA-RECORD DELIMITED BY "|"
                           INTO RCF-TYPE, RCF-F1, RCF-F2, RCF-F3
                       END-UNSTRING
                       PERFORM APPLY-REFINE-RECORD
                   END-IF
           END-EVALUATE
           .

       APPLY-RECIPE-RECORD.
           MOVE FUNCTION NUMVAL(RCF-F1) TO RCF-ID
           IF RCF-ID < 1 OR RCF-ID > RECIPE-MAX
               EXIT PARAGRAPH
           END-IF
           IF RCF-ID > RECIPE-COUNT
               MOVE RCF-ID TO RECIPE-COUNT
           END-IF
           MOVE RCF-ID TO RECIPE-ID(RCF-ID)
           MOVE RCF-F2(1:1) TO RECIPE-RESULT-TYPE(RCF-ID)
           MOVE FUNCTION NUMVAL(RCF-F3) TO RECIPE-RESULT-POWER(RCF-ID)
           IF RCF-F4(1:1) = "Y"
               MOVE "N" TO RECIPE-LEARNED(RCF-ID)
           ELSE
               MOVE "Y" TO RECIPE-LEARNED(RCF-ID)
           END-IF
           MOVE RCF-F5 TO RECIPE-JCL-PATTERN(RCF-ID)
           MOVE RCF-F6 TO RECIPE-RESULT-ITEM(RCF-ID)
           MOVE RCF-F7 TO RECIPE-NAME(RCF-ID)
           MOVE RCF-DESC TO RECIPE-DESCRIPTION(RCF-ID)
           .

      *    Exigence rangée dans la première case libre de la recette
       APPLY-REQUIREMENT-RECORD.
           MOVE FUNCTION NUMVAL(RCF-F1) TO RCF-ID
           IF RCF-ID < 1 OR RCF-ID > RECIPE-MAX OR
              RECIPE-FILE-RECIPES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               IF REQ-NAME(RCF-ID, J) = SPACES
                   MOVE RCF-F2 TO REQ-NAME(RCF-ID, J)
                   MOVE FUNCTION NUMVAL(RCF-F3)
                       TO REQ-QUANTITY(RCF-ID, J)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *    Règle de raffinage: les matériaux sont désignés par leur
      *    nom et ramenés à leur rang dans MATERIALS-TABLE
       APPLY-REFINE-RECORD.
           IF REFINE-COUNT >= REFINE-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RCF-SOURCE-IDX RCF-RESULT-IDX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MATERIAL-COUNT
               IF MATERIAL-NAME(I) = RCF-F1
                   MOVE I TO RCF-SOURCE-IDX
               END-IF
               IF MATERIAL-NAME(I) = RCF-F3
                   MOVE I TO RCF-RESULT-IDX
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(RCF-F2) TO RCF-QTY
           IF RCF-SOURCE-IDX = 0 OR RCF-RESULT-IDX = 0 OR
              RCF-QTY = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REFINE-COUNT
           MOVE RCF-SOURCE-IDX TO REFINE-SOURCE-IDX(REFINE-COUNT)
           MOVE RCF-QTY TO REFINE-SOURCE-QTY(REFINE-COUNT)
           MOVE RCF-RESULT-IDX TO REFINE-RESULT-IDX(REFINE-COUNT)
           .

       CLEAR-RECIPE-TABLE.
           MOVE 0 TO RECIPE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RECIPE-MAX
               MOVE 0 TO RECIPE-ID(I) RECIPE-RESULT-POWER(I)
               MOVE SPACES TO RECIPE-NAME(I) RECIPE-DESCRIPTION(I)
                   RECIPE-JCL-PATTERN(I) RECIPE-RESULT-ITEM(I)
                   RECIPE-RESULT-TYPE(I)
               MOVE "N" TO RECIPE-LEARNED(I)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                   MOVE SPACES TO REQ-NAME(I, J)
                   MOVE 0 TO REQ-QUANTITY(I, J)
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Export du livre de référence quand COBORECP.DAT manque
      *-----------------------------------------------------------------
       WRITE-DEFAULT-RECIPE-FILE.
           OPEN OUTPUT RECIPE-DATA-FILE
           MOVE "WRITE-DEFAULT-RECIPE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           IF NOT RECIPE-DATA-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RECIPE-COUNT
               IF RECIPE-LEARNED(I) = "Y"
                   MOVE "N" TO RCF-HIDDEN
               ELSE
                   MOVE "Y" TO RCF-HIDDEN
               END-IF
               MOVE I TO RCF-ID
               MOVE SPACES TO RECIPE-DATA-RECORD
               STRING "R|" DELIMITED BY SIZE
                   RCF-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RECIPE-RESULT-TYPE(I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RECIPE-RESULT-POWER(I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RCF-HIDDEN DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RECIPE-JCL-PATTERN(I))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RECIPE-RESULT-ITEM(I))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RECIPE-NAME(I)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RECIPE-DESCRIPTION(I))
                       DELIMITED BY SIZE
                   INTO RECIPE-DATA-RECORD
               END-STRING
               WRITE RECIPE-DATA-RECORD
               MOVE "WRITE-DEFAULT-RECIPE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                   IF REQ-NAME(I, J) NOT = SPACES AND
                      REQ-NAME(I, J) NOT = LOW-VALUES
                       MOVE REQ-QUANTITY(I, J) TO RCF-QTY
                       MOVE SPACES TO RECIPE-DATA-RECORD
                       STRING "E|" DELIMITED BY SIZE
                           RCF-ID DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(REQ-NAME(I, J))
                               DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           RCF-QTY DELIMITED BY SIZE
                           INTO RECIPE-DATA-RECORD
                       END-STRING
                       WRITE RECIPE-DATA-RECORD
                       MOVE "WRITE-DEFAULT-RECIPE-FILE" TO ERL-PARAGRAPH
                       CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                           RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING REFINE-IDX FROM 1 BY 1
                   UNTIL REFINE-IDX > REFINE-COUNT
               MOVE SPACES TO RECIPE-DATA-RECORD
               STRING "F|" DELIMITED BY SIZE
                   FUNCTION TRIM(MATERIAL-NAME(
                       REFINE-SOURCE-IDX(REFINE-IDX)))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   REFINE-SOURCE-QTY(REFINE-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(MATERIAL-NAME(
                       REFINE-RESULT-IDX(REFINE-IDX)))
                       DELIMITED BY SIZE
                   INTO RECIPE-DATA-RECORD
               END-STRING
               WRITE RECIPE-DATA-RECORD
               MOVE "WRITE-DEFAULT-RECIPE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           END-PERFORM

           CLOSE RECIPE-DATA-FILE
           MOVE "WRITE-DEFAULT-RECIPE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           DISPLAY "(Livre de recettes exporté vers COBORECP.DAT)"
           .
      
      *-----------------------------------------------------------------
      * Menu principal du système de crafting
      *-----------------------------------------------------------------
           DISPLAY "6. Soumettre un job de la bibliothèque"
           DISPLAY "7. Raffiner des matériaux"
           DISPLAY "8. File des travaux (pupitre JES)"
           DISPLAY "10. Examen de certification JCL"
           DISPLAY "11. Aide du terminal (syntaxe JCL)"
           DISPLAY "9. Quitter le terminal de fabrication"
           DISPLAY SPACE
           DISPLAY "Votre choix: " WITH NO ADVANCING
                   PERFORM DISPLAY-JOB-QUEUE
               WHEN 9
                   MOVE 'X' TO CURRENT-MODE
               WHEN 10
                   PERFORM RUN-CERTIFICATION-EXAM
               WHEN 11
                   PERFORM SHOW-CRAFTING-HELP
               WHEN OTHER
                   DISPLAY "Choix invalide, veuillez réessayer."
                   PERFORM CRAFTING-MAIN-MENU
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Aide du terminal (sujet CRAFT du manuel), puis retour au
      * menu
      *-----------------------------------------------------------------
       SHOW-CRAFTING-HELP.
           MOVE 'C' TO HLP-OPERATION
           MOVE "CRAFT" TO HLP-CONTEXT
           MOVE GS-LANGUAGE TO HLP-LANGUAGE
           CALL "HELP-SYSTEM" USING HELP-PARAMS
           PERFORM CRAFTING-MAIN-MENU
           .

      *-----------------------------------------------------------------
      * Un travail terminé attend-il sa collecte? (rappel au menu)
      *-----------------------------------------------------------------
           .

       COLLECT-ONE-JOB.
      *    Attente en file, de la soumission à la collecte
           COMPUTE JQ-WAIT-HOURS =
               (GS-GAME-DAY * 24 + GS-GAME-HOUR)
               - (JQ-SUB-DAY(JQ-IDX) * 24 + JQ-SUB-HOUR(JQ-IDX))
           DISPLAY SPACE
           DISPLAY "--------- SYSOUT DU JOB " JQ-IDX " ---------"
           IF JQ-RUSH(JQ-IDX) = "Y"
                       TO EVENT-MESSAGE
                   MOVE "CRKO" TO EVT-TYPE-CODE
                   MOVE JQ-RECIPE(JQ-IDX) TO EVT-NUM-1
                   MOVE 9 TO EVT-NUM-2
                   PERFORM STAMP-EVENT-CONTEXT
                   CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
                       EVENT-MESSAGE, EVENT-LOG-FIELDS
           DISPLAY "Production: "
               RECIPE-RESULT-ITEM(SELECTED-RECIPE)
           PERFORM ADD-CRAFTED-ITEM-TO-INVENTORY
           IF OP-WAS-ADDED = "Y"
               PERFORM STAMP-COMMISSION-PIECE
           END-IF

           MOVE 'U' TO ACHIEVEMENT-OPERATION
           MOVE 4 TO ACHIEVEMENT-ID
           CALL "ACHIEVEMENT-SYSTEM" USING
               ACHIEVEMENT-OPERATION, ACHIEVEMENT-ID

      *    Grade de qualité entre parenthèses, attente en n2
           MOVE SPACES TO EVENT-MESSAGE
           STRING "Fabrication réussie (" DELIMITED BY SIZE
               CRAFT-QUALITY DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               RECIPE-RESULT-ITEM(SELECTED-RECIPE)
                   DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE "CRFT" TO EVT-TYPE-CODE
           MOVE SELECTED-RECIPE TO EVT-NUM-1
           MOVE JQ-WAIT-HOURS TO EVT-NUM-2
           PERFORM STAMP-EVENT-CONTEXT
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
               EVENT-MESSAGE, EVENT-LOG-FIELDS

           MOVE "E" TO CHL-OPERATION
           MOVE "CRFT" TO CHL-EVENT-CODE
           IF CRAFT-QUALITY = "M"
               MOVE "Y" TO CHL-EVENT-CLEAN
           ELSE
               MOVE "N" TO CHL-EVENT-CLEAN
           END-IF
           CALL "CHALLENGE-SYSTEM" USING CHALLENGE-PARAMS,
               GAME-STATE-EXT
           .

       REMOVE-QUEUE-ENTRY.
                       DISPLAY "Vous n'avez pas assez de matériaux"
                             & " pour cette recette."
                       PERFORM DISPLAY-MISSING-MATERIALS
                       PERFORM CHECK-REFINE-CAN-SUPPLY
                       IF REFINE-CAN-SUPPLY = "Y"
                           DISPLAY "Le fourneau peut raffiner une "
                               & "partie de ce qui manque."
                           DISPLAY "Écrire un job qui raffine d'abord "
                               & "puis fabrique? (O/N)"
                           DISPLAY "> " WITH NO ADVANCING
                           ACCEPT USER-INPUT
                           IF USER-INPUT = "O" OR USER-INPUT = "o"
                               MOVE "Y" TO CLEAN-SUBMISSION
                               PERFORM ENTER-JCL-EDITOR
                               EXIT PARAGRAPH
                           END-IF
                       ELSE
                           DISPLAY "Appuyez sur ENTRÉE pour revenir au"
                                 & " menu..."
                           ACCEPT USER-INPUT
                       END-IF
                       PERFORM CRAFTING-MAIN-MENU
                   END-IF
               ELSE
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Une règle de raffinage produit-elle l'un des matériaux de la
      * recette choisie? (un job peut alors raffiner avant de
      * fabriquer)
      *-----------------------------------------------------------------
       CHECK-REFINE-CAN-SUPPLY.
           IF REFINE-TABLE-READY = 'N'
               PERFORM SETUP-REFINE-TABLE
               MOVE 'Y' TO REFINE-TABLE-READY
           END-IF
           MOVE "N" TO REFINE-CAN-SUPPLY
           PERFORM VARYING REFINE-IDX FROM 1 BY 1
                   UNTIL REFINE-IDX > REFINE-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                   IF REQ-NAME(SELECTED-RECIPE, J) NOT = SPACES
                           AND REQ-NAME(SELECTED-RECIPE, J) =
                       MATERIAL-NAME(REFINE-RESULT-IDX(REFINE-IDX))
                       MOVE "Y" TO REFINE-CAN-SUPPLY
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Le membre JOB-MEMBER-PICK contient-il une étape PGM=REFINE?
      * (réponse dans SCAN-FOUND)
      *-----------------------------------------------------------------
       CHECK-MEMBER-REFINES.
           MOVE "N" TO SCAN-FOUND
           PERFORM VARYING JOB-LINE-IDX FROM 1 BY 1
                   UNTIL JOB-LINE-IDX > 10 OR SCAN-FOUND = "Y"
               MOVE JOB-MEMBER-LINE(JOB-MEMBER-PICK, JOB-LINE-IDX)
                   TO SCAN-HAYSTACK
               MOVE "PGM=REFINE" TO SCAN-NEEDLE
               PERFORM CHECK-SUBSTRING
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Vérification de la disponibilité d'un matériau
      *-----------------------------------------------------------------
           ELSE
               DISPLAY "Pattern pour cette recette: "
                   RECIPE-JCL-PATTERN(SELECTED-RECIPE)
               DISPLAY "Plusieurs étapes possibles, par exemple:"
               DISPLAY "  //RAF1 EXEC PGM=REFINE,PARM='1'"
               DISPLAY "  //FAB  EXEC PGM=FORGE,COND=(4,LT,RAF1)"
               DISPLAY "  ou // IF (RAF1.RC = 0) THEN ... // ENDIF"
           END-IF
           DISPLAY SPACE
      
               ELSE IF I = CURRENT-LINE
                   DISPLAY I ". " LINE-CONTENT(I) " <-- Ligne actuelle"
               ELSE
                   DISPLAY I ". " LINE-CONTENT(I)
               END-IF
           END-PERFORM
           DISPLAY "----------------------"
      * Validation du code JCL
      *-----------------------------------------------------------------
       VALIDATE-JCL-CODE.
           PERFORM CHECK-JCL-DECK

           *> Contrôler si le pattern requis est présent quelque part
           MOVE EDITOR-CONTENT TO SCAN-HAYSTACK
           PERFORM CHECK-SUBSTRING
           MOVE SCAN-FOUND TO PATTERN-MATCHED

           *> Relever les étapes EXEC et leurs conditions d'exécution
           IF UPGRADE-MODE = "N"
               PERFORM PARSE-JOB-STEPS
           END-IF

           *> Un script plausible a une carte JOB, une étape EXEC
           *> PGM=, aucune carte DD avant sa première étape EXEC et
           *> des conditions d'étapes lisibles
           IF PATTERN-MATCHED = "Y" AND JOB-CARD-FOUND = "Y"
                   AND EXEC-STEP-FOUND = "Y" AND DD-ORDER-ERROR = "N"
                   AND JOB-STRUCT-ERROR = "N"
               MOVE "Y" TO CRAFT-SUCCESS
               PERFORM ROLL-CRAFT-QUALITY
               IF UPGRADE-MODE = "N"
                   PERFORM RUN-JOB-STEPS
               END-IF
           ELSE
               PERFORM BUILD-VALIDATION-HINT
           END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * Contrôle des cartes saisies, commun à la fabrication et à
      * l'examen de certification: script reconstitué dans
      * EDITOR-CONTENT et analyse de chaque ligne non vide
      *-----------------------------------------------------------------
       CHECK-JCL-DECK.
           MOVE "N" TO CRAFT-SUCCESS
           MOVE "N" TO JOB-CARD-FOUND
           MOVE "N" TO EXEC-STEP-FOUND
           MOVE "N" TO DD-ORDER-ERROR
           MOVE "N" TO PATTERN-MATCHED
           MOVE SPACES TO VALIDATION-HINT
           MOVE 0 TO JOB-STEP-COUNT
           MOVE 0 TO JOB-MAX-RC
           MOVE 0 TO JOB-CRAFT-STEPS
           MOVE 0 TO JOB-CRAFTS-QUEUED
           MOVE "N" TO JOB-STRUCT-ERROR

           *> Reconstituer le script complet pour chercher le pattern
           MOVE SPACES TO EDITOR-CONTENT
           MOVE 1 TO EDITOR-POINTER
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-LINES
               STRING LINE-CONTENT(I) DELIMITED BY SIZE
                      INTO EDITOR-CONTENT
                      WITH POINTER EDITOR-POINTER
               IF LINE-CONTENT(I) NOT = SPACES
                   PERFORM VALIDATE-JCL-LINE
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Analyse d'une ligne de script JCL non vide
      *-----------------------------------------------------------------
               WHEN JOB-CARD-FOUND = "N"
                   MOVE "Il manque une carte JOB (//nom JOB ...)."
                        TO VALIDATION-HINT
                   MOVE 1 TO VALIDATION-HINT-CODE
               WHEN EXEC-STEP-FOUND = "N"
                   MOVE "Il manque une étape EXEC PGM=..."
                        TO VALIDATION-HINT
                   MOVE 2 TO VALIDATION-HINT-CODE
               WHEN DD-ORDER-ERROR = "Y"
                   MOVE "Une carte DD apparaît avant son étape EXEC."
                        TO VALIDATION-HINT
                   MOVE 3 TO VALIDATION-HINT-CODE
               WHEN JOB-STRUCT-ERROR = "Y"
                   MOVE JOB-STRUCT-HINT TO VALIDATION-HINT
                   MOVE 5 TO VALIDATION-HINT-CODE
               WHEN PATTERN-MATCHED = "N"
                   MOVE "Le pattern JCL de cette recette est absent."
                        TO VALIDATION-HINT
                   MOVE 4 TO VALIDATION-HINT-CODE
               WHEN OTHER
                   MOVE "Syntaxe JCL invalide." TO VALIDATION-HINT
                   MOVE 5 TO VALIDATION-HINT-CODE
           END-EVALUATE
           .
      
      *-----------------------------------------------------------------
      * Relevé des étapes du job: une entrée par carte EXEC, avec
      * son programme, son PARM, son COND= et le bloc IF qui
      * l'encadre. Une structure illisible est une erreur JCL.
      *-----------------------------------------------------------------
       PARSE-JOB-STEPS.
           MOVE 0 TO JOB-STEP-COUNT
           MOVE 0 TO JOB-BLOCK-COUNT
           MOVE 0 TO JOB-CUR-BLOCK
           MOVE 0 TO JOB-BLOCK-DEPTH
           MOVE "N" TO JOB-STRUCT-ERROR
           MOVE SPACES TO JOB-STRUCT-HINT

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > MAX-LINES OR JOB-STRUCT-ERROR = "Y"
               IF LINE-CONTENT(I)(1:2) = "//"
                       AND LINE-CONTENT(I)(3:1) NOT = "*"
                   PERFORM PARSE-JOB-STEP-LINE
               END-IF
           END-PERFORM

           IF JOB-STRUCT-ERROR = "N" AND JOB-BLOCK-DEPTH > 0
               MOVE "Y" TO JOB-STRUCT-ERROR
               MOVE "Un // IF n'est pas refermé par son // ENDIF."
                   TO JOB-STRUCT-HINT
           END-IF
           .

       PARSE-JOB-STEP-LINE.
           MOVE SPACES TO JOB-LINE-WORK
           MOVE FUNCTION TRIM(LINE-CONTENT(I)(3:)) TO JOB-LINE-WORK
           MOVE SPACES TO JOB-WORDS
           UNSTRING JOB-LINE-WORK DELIMITED BY ALL SPACE
               INTO JOB-WORD(1) JOB-WORD(2)
           END-UNSTRING

           *> Le nom de la carte est facultatif devant IF/ELSE/ENDIF
           IF JOB-WORD(1) = "EXEC" OR "IF" OR "ELSE" OR "ENDIF"
               MOVE SPACES TO JOB-LABEL
               MOVE JOB-WORD(1) TO JOB-KEYWORD
           ELSE
               MOVE JOB-WORD(1) TO JOB-LABEL
               MOVE JOB-WORD(2) TO JOB-KEYWORD
           END-IF

           EVALUATE JOB-KEYWORD
               WHEN "EXEC"
                   PERFORM PARSE-EXEC-CARD
               WHEN "IF"
                   PERFORM PARSE-IF-CARD
               WHEN "ELSE"
                   PERFORM PARSE-ELSE-CARD
               WHEN "ENDIF"
                   PERFORM PARSE-ENDIF-CARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * //nom EXEC PGM=xxx[,PARM='n'][,COND=(code,op[,étape])]
      *-----------------------------------------------------------------
       PARSE-EXEC-CARD.
           IF JOB-STEP-COUNT >= 8
               MOVE "Y" TO JOB-STRUCT-ERROR
               MOVE "Trop d'étapes EXEC (huit au plus par job)."
                   TO JOB-STRUCT-HINT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO JOB-STEP-COUNT
           MOVE JOB-STEP-COUNT TO JOB-STEP-IDX
           INITIALIZE JOB-STEP(JOB-STEP-IDX)
           MOVE JOB-LABEL TO STP-NAME(JOB-STEP-IDX)
           MOVE JOB-CUR-BLOCK TO STP-BLOCK(JOB-STEP-IDX)
           MOVE "N" TO STP-COND-SET(JOB-STEP-IDX)

           MOVE 0 TO JOB-TOKEN-POS
           INSPECT JOB-LINE-WORK TALLYING JOB-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL "PGM="
           IF JOB-TOKEN-POS < 46
               UNSTRING JOB-LINE-WORK(JOB-TOKEN-POS + 5:)
                   DELIMITED BY "," OR SPACE
                   INTO STP-PGM(JOB-STEP-IDX)
               END-UNSTRING
           END-IF

           MOVE 0 TO JOB-TOKEN-POS
           INSPECT JOB-LINE-WORK TALLYING JOB-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL "PARM="
           IF JOB-TOKEN-POS < 44
               MOVE JOB-LINE-WORK(JOB-TOKEN-POS + 6:1)
                   TO JOB-PARM-CHAR
               IF JOB-PARM-CHAR = "'"
                   MOVE JOB-LINE-WORK(JOB-TOKEN-POS + 7:1)
                       TO JOB-PARM-CHAR
               END-IF
               IF JOB-PARM-CHAR IS NUMERIC
                   MOVE JOB-PARM-CHAR TO STP-PARM(JOB-STEP-IDX)
               END-IF
           END-IF

           MOVE 0 TO JOB-TOKEN-POS
           INSPECT JOB-LINE-WORK TALLYING JOB-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL "COND=("
           IF JOB-TOKEN-POS < 43
               PERFORM PARSE-COND-PARAMETER
           END-IF
           .

       PARSE-COND-PARAMETER.
           MOVE SPACES TO JOB-WORDS
           UNSTRING JOB-LINE-WORK(JOB-TOKEN-POS + 7:)
               DELIMITED BY "," OR ")"
               INTO JOB-WORD(1) JOB-WORD(2) JOB-WORD(3)
           END-UNSTRING

           MOVE JOB-WORD(1) TO JOB-OP-INPUT
           PERFORM READ-JCL-NUMBER
           MOVE JOB-WORD(2) TO JOB-OP-INPUT
           PERFORM NORMALIZE-JCL-OPERATOR
           IF JOB-NUM-VALID = "N" OR JOB-CMP-OP = SPACES
               MOVE "Y" TO JOB-STRUCT-ERROR
               MOVE "COND= attend (code,op[,étape]), op GT GE EQ "
                   & "NE LT LE." TO JOB-STRUCT-HINT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO STP-COND-SET(JOB-STEP-IDX)
           MOVE JOB-NUM-VALUE TO STP-COND-CODE(JOB-STEP-IDX)
           MOVE JOB-CMP-OP TO STP-COND-OP(JOB-STEP-IDX)
           MOVE FUNCTION TRIM(JOB-WORD(3))
               TO STP-COND-STEP(JOB-STEP-IDX)

           IF STP-COND-STEP(JOB-STEP-IDX) NOT = SPACES
               MOVE STP-COND-STEP(JOB-STEP-IDX) TO JOB-REF-STEP
               PERFORM FIND-EARLIER-STEP
               IF JOB-REF-FOUND = "N"
                   MOVE "Y" TO JOB-STRUCT-ERROR
                   MOVE "COND= cite une étape qui ne la précède pas."
                       TO JOB-STRUCT-HINT
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * // IF (étape.RC op n) THEN: ouvre un bloc conditionnel dans
      * le bloc courant (parenthèses facultatives, opérateur entouré
      * d'espaces)
      *-----------------------------------------------------------------
       PARSE-IF-CARD.
           IF JOB-BLOCK-COUNT >= 8 OR JOB-BLOCK-DEPTH >= 3
               MOVE "Y" TO JOB-STRUCT-ERROR
               MOVE "Trop de // IF imbriqués (trois niveaux au plus)."
                   TO JOB-STRUCT-HINT
               EXIT PARAGRAPH
           END-IF

           INSPECT JOB-LINE-WORK REPLACING ALL "(" BY SPACE
                                           ALL ")" BY SPACE
           MOVE SPACES TO JOB-WORDS
           IF JOB-LABEL = SPACES
               UNSTRING JOB-LINE-WORK DELIMITED BY ALL SPACE
                   INTO JOB-WORD(1) JOB-WORD(2) JOB-WORD(3)
                        JOB-WORD(4) JOB-WORD(5)
               END-UNSTRING
           ELSE
               UNSTRING JOB-LINE-WORK DELIMITED BY ALL SPACE
                   INTO JOB-WORD(6) JOB-WORD(1) JOB-WORD(2)
                        JOB-WORD(3) JOB-WORD(4) JOB-WORD(5)
               END-UNSTRING
           END-IF

           MOVE JOB-WORD(4) TO JOB-OP-INPUT
           PERFORM READ-JCL-NUMBER
           MOVE JOB-WORD(3) TO JOB-OP-INPUT
           PERFORM NORMALIZE-JCL-OPERATOR
           MOVE SPACES TO JOB-REF-STEP
           MOVE "RC" TO JOB-REF-SUFFIX
           IF JOB-WORD(2) NOT = "RC"
               UNSTRING JOB-WORD(2) DELIMITED BY "."
                   INTO JOB-REF-STEP JOB-REF-SUFFIX
               END-UNSTRING
           END-IF

           IF JOB-WORD(5) NOT = "THEN" OR JOB-REF-SUFFIX NOT = "RC"
                   OR JOB-CMP-OP = SPACES OR JOB-NUM-VALID = "N"
               MOVE "Y" TO JOB-STRUCT-ERROR
               MOVE "Forme attendue: // IF (étape.RC op n) THEN"
                   TO JOB-STRUCT-HINT
               EXIT PARAGRAPH
           END-IF

           IF JOB-REF-STEP NOT = SPACES
               MOVE 0 TO JOB-STEP-IDX
               PERFORM FIND-EARLIER-STEP
               IF JOB-REF-FOUND = "N"
                   MOVE "Y" TO JOB-STRUCT-ERROR
                   MOVE "Le // IF cite une étape qui ne le précède "
                       & "pas." TO JOB-STRUCT-HINT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO JOB-BLOCK-COUNT
           MOVE JOB-CUR-BLOCK TO BLK-PARENT(JOB-BLOCK-COUNT)
           MOVE "N" TO BLK-NEGATED(JOB-BLOCK-COUNT)
           MOVE JOB-REF-STEP TO BLK-STEP(JOB-BLOCK-COUNT)
           MOVE JOB-CMP-OP TO BLK-OP(JOB-BLOCK-COUNT)
           MOVE JOB-NUM-VALUE TO BLK-VALUE(JOB-BLOCK-COUNT)
           MOVE JOB-BLOCK-COUNT TO JOB-CUR-BLOCK
           ADD 1 TO JOB-BLOCK-DEPTH
           .

      *-----------------------------------------------------------------
      * // ELSE: bloc frère de la même condition, inversée
      *-----------------------------------------------------------------
       PARSE-ELSE-CARD.
           IF JOB-CUR-BLOCK = 0
               MOVE "Y" TO JOB-STRUCT-ERROR
               MOVE "// ELSE sans // IF ouvert." TO JOB-STRUCT-HINT
               EXIT PARAGRAPH
           END-IF
           IF BLK-NEGATED(JOB-CUR-BLOCK) = "Y"
               MOVE "Y" TO JOB-STRUCT-ERROR
               MOVE "Un seul // ELSE par // IF." TO JOB-STRUCT-HINT
               EXIT PARAGRAPH
           END-IF
           IF JOB-BLOCK-COUNT >= 8
               MOVE "Y" TO JOB-STRUCT-ERROR
               MOVE "Trop de blocs // IF et // ELSE dans ce job."
                   TO JOB-STRUCT-HINT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO JOB-BLOCK-COUNT
           MOVE JOB-BLOCK(JOB-CUR-BLOCK) TO JOB-BLOCK(JOB-BLOCK-COUNT)
           MOVE "Y" TO BLK-NEGATED(JOB-BLOCK-COUNT)
           MOVE JOB-BLOCK-COUNT TO JOB-CUR-BLOCK
           .

       PARSE-ENDIF-CARD.
           IF JOB-CUR-BLOCK = 0
               MOVE "Y" TO JOB-STRUCT-ERROR
               MOVE "// ENDIF sans // IF ouvert." TO JOB-STRUCT-HINT
               EXIT PARAGRAPH
           END-IF
           MOVE BLK-PARENT(JOB-CUR-BLOCK) TO JOB-CUR-BLOCK
           SUBTRACT 1 FROM JOB-BLOCK-DEPTH
           .

      *-----------------------------------------------------------------
      * Étape JOB-REF-STEP parmi celles déjà relevées avant l'étape
      * ou le bloc en cours d'analyse
      *-----------------------------------------------------------------
       FIND-EARLIER-STEP.
           MOVE "N" TO JOB-REF-FOUND
           PERFORM VARYING JOB-SCAN-STEP FROM 1 BY 1
                   UNTIL JOB-SCAN-STEP > JOB-STEP-COUNT
               IF STP-NAME(JOB-SCAN-STEP) = JOB-REF-STEP
                       AND JOB-SCAN-STEP NOT = JOB-STEP-IDX
                   MOVE "Y" TO JOB-REF-FOUND
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Valeur numérique (quatre chiffres au plus) de JOB-OP-INPUT
      *-----------------------------------------------------------------
       READ-JCL-NUMBER.
           MOVE "N" TO JOB-NUM-VALID
           MOVE 0 TO JOB-NUM-VALUE
           IF JOB-OP-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(JOB-OP-INPUT) TO JOB-NUM-TEXT
           INSPECT JOB-NUM-TEXT REPLACING LEADING SPACE BY "0"
           IF JOB-NUM-TEXT IS NUMERIC
               MOVE JOB-NUM-TEXT TO JOB-NUM-VALUE
               MOVE "Y" TO JOB-NUM-VALID
           END-IF
           .

      *-----------------------------------------------------------------
      * Opérateur de comparaison JCL ramené à sa forme en lettres
      * (GT GE EQ NE LT LE); SPACES s'il est inconnu
      *-----------------------------------------------------------------
       NORMALIZE-JCL-OPERATOR.
           EVALUATE FUNCTION TRIM(JOB-OP-INPUT)
               WHEN "GT"
               WHEN ">"
                   MOVE "GT" TO JOB-CMP-OP
               WHEN "GE"
               WHEN ">="
                   MOVE "GE" TO JOB-CMP-OP
               WHEN "EQ"
               WHEN "="
                   MOVE "EQ" TO JOB-CMP-OP
               WHEN "NE"
               WHEN "<>"
                   MOVE "NE" TO JOB-CMP-OP
               WHEN "LT"
               WHEN "<"
                   MOVE "LT" TO JOB-CMP-OP
               WHEN "LE"
               WHEN "<="
                   MOVE "LE" TO JOB-CMP-OP
               WHEN OTHER
                   MOVE SPACES TO JOB-CMP-OP
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Comparaison JOB-CMP-LEFT JOB-CMP-OP JOB-CMP-RIGHT
      *-----------------------------------------------------------------
       COMPARE-RETURN-CODES.
           MOVE "N" TO JOB-CMP-TRUE
           EVALUATE JOB-CMP-OP
               WHEN "GT"
                   IF JOB-CMP-LEFT > JOB-CMP-RIGHT
                       MOVE "Y" TO JOB-CMP-TRUE
                   END-IF
               WHEN "GE"
                   IF JOB-CMP-LEFT >= JOB-CMP-RIGHT
                       MOVE "Y" TO JOB-CMP-TRUE
                   END-IF
               WHEN "EQ"
                   IF JOB-CMP-LEFT = JOB-CMP-RIGHT
                       MOVE "Y" TO JOB-CMP-TRUE
                   END-IF
               WHEN "NE"
                   IF JOB-CMP-LEFT NOT = JOB-CMP-RIGHT
                       MOVE "Y" TO JOB-CMP-TRUE
                   END-IF
               WHEN "LT"
                   IF JOB-CMP-LEFT < JOB-CMP-RIGHT
                       MOVE "Y" TO JOB-CMP-TRUE
                   END-IF
               WHEN "LE"
                   IF JOB-CMP-LEFT <= JOB-CMP-RIGHT
                       MOVE "Y" TO JOB-CMP-TRUE
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Exécution du job validé, étape par étape dans l'ordre des
      * cartes: chaque étape rend son code retour, les suivantes le
      * consultent par COND= ou IF
      *-----------------------------------------------------------------
       RUN-JOB-STEPS.
           MOVE 0 TO JOB-MAX-RC
           MOVE 0 TO JOB-CRAFT-STEPS
           MOVE 0 TO JOB-CRAFTS-QUEUED
           MOVE 0 TO JOB-CRAFT-CAUSE
           PERFORM VARYING JOB-STEP-IDX FROM 1 BY 1
                   UNTIL JOB-STEP-IDX > JOB-STEP-COUNT
               PERFORM RUN-ONE-JOB-STEP
           END-PERFORM
           .

       RUN-ONE-JOB-STEP.
           MOVE 0 TO STP-RC(JOB-STEP-IDX)
           IF STP-PGM(JOB-STEP-IDX) NOT = "REFINE"
               ADD 1 TO JOB-CRAFT-STEPS
           END-IF

           PERFORM CHECK-STEP-IF-BLOCKS
           IF JOB-STEP-RUNS = "N"
               MOVE "I" TO STP-STATUS(JOB-STEP-IDX)
               EXIT PARAGRAPH
           END-IF

           IF STP-COND-SET(JOB-STEP-IDX) = "Y"
               PERFORM CHECK-STEP-COND
               IF JOB-STEP-RUNS = "N"
                   MOVE "C" TO STP-STATUS(JOB-STEP-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "E" TO STP-STATUS(JOB-STEP-IDX)
           IF STP-PGM(JOB-STEP-IDX) = "REFINE"
               PERFORM RUN-REFINE-STEP
           ELSE
               PERFORM RUN-CRAFT-STEP
           END-IF

           IF STP-RC(JOB-STEP-IDX) > JOB-MAX-RC
               MOVE STP-RC(JOB-STEP-IDX) TO JOB-MAX-RC
           END-IF
           .

      *-----------------------------------------------------------------
      * L'étape ne tourne que si tous les blocs IF qui l'encadrent
      * sont vrais; un IF sur une étape non exécutée est faux (son
      * ELSE est donc vrai)
      *-----------------------------------------------------------------
       CHECK-STEP-IF-BLOCKS.
           MOVE "Y" TO JOB-STEP-RUNS
           MOVE STP-BLOCK(JOB-STEP-IDX) TO JOB-BLK-IDX
           PERFORM UNTIL JOB-BLK-IDX = 0 OR JOB-STEP-RUNS = "N"
               MOVE "Y" TO JOB-REF-FOUND
               IF BLK-STEP(JOB-BLK-IDX) = SPACES
                   MOVE JOB-MAX-RC TO JOB-CMP-LEFT
               ELSE
                   MOVE "N" TO JOB-REF-FOUND
                   PERFORM VARYING JOB-SCAN-STEP FROM 1 BY 1
                           UNTIL JOB-SCAN-STEP >= JOB-STEP-IDX
                       IF STP-NAME(JOB-SCAN-STEP)
                               = BLK-STEP(JOB-BLK-IDX)
                               AND STP-EXECUTED(JOB-SCAN-STEP)
                           MOVE "Y" TO JOB-REF-FOUND
                           MOVE STP-RC(JOB-SCAN-STEP) TO JOB-CMP-LEFT
                       END-IF
                   END-PERFORM
               END-IF
               MOVE "N" TO JOB-CMP-TRUE
               IF JOB-REF-FOUND = "Y"
                   MOVE BLK-OP(JOB-BLK-IDX) TO JOB-CMP-OP
                   MOVE BLK-VALUE(JOB-BLK-IDX) TO JOB-CMP-RIGHT
                   PERFORM COMPARE-RETURN-CODES
               END-IF
               IF BLK-NEGATED(JOB-BLK-IDX) = "Y"
                   IF JOB-CMP-TRUE = "Y"
                       MOVE "N" TO JOB-CMP-TRUE
                   ELSE
                       MOVE "Y" TO JOB-CMP-TRUE
                   END-IF
               END-IF
               MOVE JOB-CMP-TRUE TO JOB-STEP-RUNS
               MOVE BLK-PARENT(JOB-BLK-IDX) TO JOB-BLK-IDX
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * COND=(code,op[,étape]): l'étape est sautée dès que "code op
      * RC" est vrai pour l'étape citée, ou à défaut pour l'une des
      * étapes déjà exécutées
      *-----------------------------------------------------------------
       CHECK-STEP-COND.
           MOVE "Y" TO JOB-STEP-RUNS
           MOVE STP-COND-OP(JOB-STEP-IDX) TO JOB-CMP-OP
           MOVE STP-COND-CODE(JOB-STEP-IDX) TO JOB-CMP-LEFT
           PERFORM VARYING JOB-SCAN-STEP FROM 1 BY 1
                   UNTIL JOB-SCAN-STEP >= JOB-STEP-IDX
               IF STP-EXECUTED(JOB-SCAN-STEP)
                       AND (STP-COND-STEP(JOB-STEP-IDX) = SPACES
                         OR STP-COND-STEP(JOB-STEP-IDX)
                            = STP-NAME(JOB-SCAN-STEP))
                   MOVE STP-RC(JOB-SCAN-STEP) TO JOB-CMP-RIGHT
                   PERFORM COMPARE-RETURN-CODES
                   IF JOB-CMP-TRUE = "Y"
                       MOVE "N" TO JOB-STEP-RUNS
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Étape PGM=REFINE,PARM='n': règle de raffinage n du fourneau
      * (voir REFINE-MATERIALS). RC 8 si le matériau de base manque,
      * RC 12 si la règle n'existe pas.
      *-----------------------------------------------------------------
       RUN-REFINE-STEP.
           IF REFINE-TABLE-READY = 'N'
               PERFORM SETUP-REFINE-TABLE
               MOVE 'Y' TO REFINE-TABLE-READY
           END-IF

           MOVE STP-PARM(JOB-STEP-IDX) TO REFINE-PICK
           IF REFINE-PICK = 0 OR REFINE-PICK > REFINE-COUNT
               MOVE 12 TO STP-RC(JOB-STEP-IDX)
               DISPLAY "Étape " FUNCTION TRIM(STP-NAME(JOB-STEP-IDX))
                   ": PARM de raffinage inconnu."
               EXIT PARAGRAPH
           END-IF

           IF MATERIAL-QUANTITY(REFINE-SOURCE-IDX(REFINE-PICK)) <
              REFINE-SOURCE-QTY(REFINE-PICK)
               MOVE 8 TO STP-RC(JOB-STEP-IDX)
               DISPLAY "Étape " FUNCTION TRIM(STP-NAME(JOB-STEP-IDX))
                   ": pas assez de " FUNCTION TRIM(
                   MATERIAL-NAME(REFINE-SOURCE-IDX(REFINE-PICK))) "."
               EXIT PARAGRAPH
           END-IF

           SUBTRACT REFINE-SOURCE-QTY(REFINE-PICK)
               FROM MATERIAL-QUANTITY(REFINE-SOURCE-IDX(REFINE-PICK))
           ADD 1 TO MATERIAL-QUANTITY(REFINE-RESULT-IDX(REFINE-PICK))
           DISPLAY "Étape " FUNCTION TRIM(STP-NAME(JOB-STEP-IDX))
               ": le fourneau donne 1 x " FUNCTION TRIM(
               MATERIAL-NAME(REFINE-RESULT-IDX(REFINE-PICK))) "."
           .

      *-----------------------------------------------------------------
      * Étape de fabrication de la recette choisie: les matériaux
      * sont vérifiés au moment où l'étape tourne (une étape de
      * raffinage a pu les fournir), engagés, puis le travail entre
      * en file. RC 8 si les matériaux manquent (rien n'est engagé),
      * RC 12 si la file refuse le travail (matériaux restitués).
      *-----------------------------------------------------------------
       RUN-CRAFT-STEP.
           PERFORM CHECK-RECIPE-REQUIREMENTS
           IF HAS-REQUIREMENTS = "N"
               MOVE 8 TO STP-RC(JOB-STEP-IDX)
               MOVE 6 TO JOB-CRAFT-CAUSE
               DISPLAY "Étape " FUNCTION TRIM(STP-NAME(JOB-STEP-IDX))
                   ": matériaux insuffisants pour "
                   FUNCTION TRIM(RECIPE-NAME(SELECTED-RECIPE)) "."
               PERFORM DISPLAY-MISSING-MATERIALS
               EXIT PARAGRAPH
           END-IF

           *> Chaque fabrication supplémentaire a son propre grade
           IF JOB-CRAFTS-QUEUED > 0
               PERFORM ROLL-CRAFT-QUALITY
           END-IF
           PERFORM CONSUME-MATERIALS
           MOVE "CRMU" TO MATERIAL-EVENT-CODE
           PERFORM LOG-RECIPE-MATERIALS
           PERFORM ENQUEUE-CRAFT-JOB
           IF JQ-ENQUEUED = "Y"
               ADD 1 TO JOB-CRAFTS-QUEUED
           ELSE
               MOVE 12 TO STP-RC(JOB-STEP-IDX)
               MOVE 8 TO JOB-CRAFT-CAUSE
           END-IF
           .

      *-----------------------------------------------------------------
      * Tirage du grade de qualité: l'intelligence et un job soumis
      * sans indice d'erreur font pencher la balance vers les grades
      * Supérieure et Oeuvre maîtresse
      *-----------------------------------------------------------------
       ROLL-CRAFT-QUALITY.
           COMPUTE QUALITY-THRESHOLD = CHAR-INTELLIGENCE * 2
           IF CLEAN-SUBMISSION = "Y"
               ADD 15 TO QUALITY-THRESHOLD
           END-IF

           COMPUTE QUALITY-ROLL = FUNCTION RANDOM * 100

           EVALUATE TRUE
               WHEN QUALITY-ROLL < QUALITY-THRESHOLD
                   MOVE "M" TO CRAFT-QUALITY
                   MOVE 1.50 TO QUALITY-MULT
               WHEN QUALITY-ROLL < QUALITY-THRESHOLD + 30
                   MOVE "S" TO CRAFT-QUALITY
                   MOVE 1.25 TO QUALITY-MULT
               WHEN OTHER
                   MOVE "N" TO CRAFT-QUALITY
                   MOVE 1.00 TO QUALITY-MULT
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Listing SYSOUT du job soumis: chaque carte est rejouée avec
      * son code condition, suivie du verdict et du grade de qualité
      *-----------------------------------------------------------------
       PRINT-SYSOUT-LISTING.
           DISPLAY SPACE
           DISPLAY "--------- SYSOUT DU JOB ---------"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-LINES
               IF LINE-CONTENT(I) NOT = SPACES AND
                  LINE-CONTENT(I) NOT = "SAVE"
                   MOVE "0000" TO SYSOUT-LINE-CC
                   IF LINE-CONTENT(I)(1:2) NOT = "//"
                       MOVE "0004" TO SYSOUT-LINE-CC
                   END-IF
                   DISPLAY I "  " LINE-CONTENT(I)
                       "  CC=" SYSOUT-LINE-CC
               END-IF
           END-PERFORM
           IF JOB-CARD-FOUND = "N"
               DISPLAY "IEF001E CARTE JOB ABSENTE        CC=0012"
           END-IF
           IF EXEC-STEP-FOUND = "N"
               DISPLAY "IEF002E AUCUNE ETAPE EXEC PGM=   CC=0012"
           END-IF
           IF DD-ORDER-ERROR = "Y"
               DISPLAY "IEF003E CARTE DD AVANT SON EXEC  CC=0012"
           END-IF
           IF CRAFT-SUCCESS = "Y"
               PERFORM VARYING JOB-STEP-IDX FROM 1 BY 1
                       UNTIL JOB-STEP-IDX > JOB-STEP-COUNT
                   PERFORM PRINT-STEP-SYSOUT-LINE
               END-PERFORM
               DISPLAY "FIN DU JOB                       CC="
                   JOB-MAX-RC
               IF UPGRADE-MODE = "Y" OR JOB-CRAFTS-QUEUED > 0
                   EVALUATE CRAFT-QUALITY
                       WHEN "M"
                           DISPLAY "QUALITE: OEUVRE MAITRESSE"
                       WHEN "S"
                           DISPLAY "QUALITE: SUPERIEURE"
                       WHEN OTHER
                           DISPLAY "QUALITE: NORMALE"
                   END-EVALUATE
               END-IF
           ELSE
               DISPLAY "FIN DU JOB                       CC=0012"
           END-IF
           DISPLAY "---------------------------------"
           .

      *-----------------------------------------------------------------
      * Une ligne par étape du job: code retour de l'étape exécutée,
      * ou motif du saut (COND= ou IF)
      *-----------------------------------------------------------------
       PRINT-STEP-SYSOUT-LINE.
           EVALUATE TRUE
               WHEN STP-EXECUTED(JOB-STEP-IDX)
                   DISPLAY "IEF142I " STP-NAME(JOB-STEP-IDX) " "
                       STP-PGM(JOB-STEP-IDX) " ETAPE EXECUTEE    RC="
                       STP-RC(JOB-STEP-IDX)
               WHEN STP-BYPASSED(JOB-STEP-IDX)
                   DISPLAY "IEF202I " STP-NAME(JOB-STEP-IDX) " "
                       STP-PGM(JOB-STEP-IDX)
                       " SAUTEE PAR COND=  RC=----"
               WHEN OTHER
                   DISPLAY "IEF206I " STP-NAME(JOB-STEP-IDX) " "
                       STP-PGM(JOB-STEP-IDX)
                       " SAUTEE PAR IF     RC=----"
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Affichage du résultat du crafting
      *-----------------------------------------------------------------
       DISPLAY-CRAFTING-RESULT.
           DISPLAY SPACE
      
           IF CRAFT-SUCCESS = "Y"
      *        Le job validé a tourné étape par étape (voir
      *        RUN-JOB-STEPS): chaque étape de fabrication exécutée
      *        a engagé ses matériaux et mis son travail en file;
      *        l'objet se collecte au pupitre JES après son délai
               IF JOB-CRAFT-STEPS > 0 AND JOB-CRAFTS-QUEUED = 0
                   PERFORM REPORT-UNCRAFTED-JOB
               END-IF
           ELSE
               DISPLAY "=== ÉCHEC DE FABRICATION ==="
               DISPLAY "Votre code JCL contient des erreurs ou ne"
               END-STRING
               MOVE "CRKO" TO EVT-TYPE-CODE
               MOVE SELECTED-RECIPE TO EVT-NUM-1
               MOVE VALIDATION-HINT-CODE TO EVT-NUM-2
               PERFORM STAMP-EVENT-CONTEXT
               CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
                   EVENT-MESSAGE, EVENT-LOG-FIELDS
           END-IF
           .
      
      *-----------------------------------------------------------------
      * Job correct dont aucune étape de fabrication n'a abouti:
      * matériaux insuffisants quand l'étape a tourné (cause 6) ou
      * étape sautée par ses conditions (cause 7). La file pleine a
      * déjà été consignée par ENQUEUE-CRAFT-JOB.
      *-----------------------------------------------------------------
       REPORT-UNCRAFTED-JOB.
           IF JOB-CRAFT-CAUSE = 8
               EXIT PARAGRAPH
           END-IF
           IF JOB-CRAFT-CAUSE = 0
               MOVE 7 TO JOB-CRAFT-CAUSE
           END-IF

           DISPLAY "=== AUCUNE FABRICATION ==="
           IF JOB-CRAFT-CAUSE = 6
               DISPLAY "L'étape de fabrication a manqué de "
                   & "matériaux."
           ELSE
               DISPLAY "L'étape de fabrication a été sautée par "
                   & "ses conditions."
           END-IF
           DISPLAY "Les matériaux des étapes non abouties restent "
               & "dans votre stock."

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Fabrication non exécutée: " DELIMITED BY SIZE
               RECIPE-NAME(SELECTED-RECIPE) DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE "CRKO" TO EVT-TYPE-CODE
           MOVE SELECTED-RECIPE TO EVT-NUM-1
           MOVE JOB-CRAFT-CAUSE TO EVT-NUM-2
           PERFORM STAMP-EVENT-CONTEXT
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
               EVENT-MESSAGE, EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * Mise en file d'un job de fabrication validé: délai en
      * heures de jeu selon le palier de la recette (2h pour les
      * délai par deux mais expose à l'ABEND à la collecte
      *-----------------------------------------------------------------
       ENQUEUE-CRAFT-JOB.
           MOVE "N" TO JQ-ENQUEUED
           IF JOB-QUEUE-COUNT >= 10
               DISPLAY "La file des travaux est pleine: collectez "
                   & "vos SYSOUT au pupitre JES d'abord."
               DISPLAY "(Les matériaux engagés vous sont rendus.)"
               PERFORM REFUND-CONSUMED-MATERIALS
               MOVE "CRMR" TO MATERIAL-EVENT-CODE
               PERFORM LOG-RECIPE-MATERIALS
               MOVE SPACES TO EVENT-MESSAGE
               STRING "Fabrication refusée (file pleine): "
                   DELIMITED BY SIZE
                   RECIPE-NAME(SELECTED-RECIPE) DELIMITED BY SIZE
                   INTO EVENT-MESSAGE
               END-STRING
               MOVE "CRKO" TO EVT-TYPE-CODE
               MOVE SELECTED-RECIPE TO EVT-NUM-1
               MOVE 8 TO EVT-NUM-2
               PERFORM STAMP-EVENT-CONTEXT
               CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
                   EVENT-MESSAGE, EVENT-LOG-FIELDS
               EXIT PARAGRAPH
           END-IF

           ACCEPT JQ-RUSH-ANSWER

           ADD 1 TO JOB-QUEUE-COUNT
           MOVE "Y" TO JQ-ENQUEUED
           MOVE SELECTED-RECIPE TO JQ-RECIPE(JOB-QUEUE-COUNT)
           MOVE GS-GAME-DAY TO JQ-SUB-DAY(JOB-QUEUE-COUNT)
           MOVE GS-GAME-HOUR TO JQ-SUB-HOUR(JOB-QUEUE-COUNT)

           PERFORM SAVE-JOB-LIBRARY

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Job en file: " DELIMITED BY SIZE
               RECIPE-NAME(SELECTED-RECIPE) DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE "CRSB" TO EVT-TYPE-CODE
           MOVE SELECTED-RECIPE TO EVT-NUM-1
           MOVE JQ-DELAY-HOURS TO EVT-NUM-2
           PERFORM STAMP-EVENT-CONTEXT
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
               EVENT-MESSAGE, EVENT-LOG-FIELDS

           DISPLAY SPACE
           DISPLAY "IEF403I JOB ACCEPTE EN FILE"
           DISPLAY "Production attendue: "
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Un événement par exigence de la recette choisie:
      * MATERIAL-EVENT-CODE CRMU (matériau engagé) ou CRMR (matériau
      * restitué), n1 = recette, n2 = quantité, matériau en texte
      *-----------------------------------------------------------------
       LOG-RECIPE-MATERIALS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               IF REQ-NAME(SELECTED-RECIPE, J) NOT = SPACES
                   MOVE REQ-NAME(SELECTED-RECIPE, J) TO EVENT-MESSAGE
                   MOVE MATERIAL-EVENT-CODE TO EVT-TYPE-CODE
                   MOVE SELECTED-RECIPE TO EVT-NUM-1
                   MOVE REQ-QUANTITY(SELECTED-RECIPE, J) TO EVT-NUM-2
                   PERFORM STAMP-EVENT-CONTEXT
                   CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
                       EVENT-MESSAGE, EVENT-LOG-FIELDS
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Ajout de l'objet fabriqué (RECIPE-RESULT-ITEM) à l'inventaire
      * du joueur, même convention d'appel que MERCHANT-SYSTEM/
      * COMBAT-SYSTEM pour INVENTORY-SYSTEM. La fiche vient du
      * fichier maître des objets (plage 501-599), valeur et
      * puissance multipliées par la qualité obtenue; un résultat
      * absent du fichier retombe sur la puissance de la recette.
      *-----------------------------------------------------------------
       ADD-CRAFTED-ITEM-TO-INVENTORY.
           MOVE RECIPE-RESULT-ITEM(SELECTED-RECIPE) TO OP-ITEM-NAME
           MOVE 'N' TO ITEM-MASTER-OPERATION
           CALL "ITEM-MASTER" USING ITEM-MASTER-OPERATION,
               ITEM-OP-PARAMS, ITEM-MASTER-FOUND
           IF ITEM-MASTER-FOUND = "Y"
               COMPUTE OP-ITEM-VALUE = OP-ITEM-VALUE * QUALITY-MULT
               COMPUTE OP-ITEM-ATTACK = OP-ITEM-ATTACK * QUALITY-MULT
               COMPUTE OP-ITEM-DEFENSE =
                   OP-ITEM-DEFENSE * QUALITY-MULT
               COMPUTE OP-ITEM-HEAL = OP-ITEM-HEAL * QUALITY-MULT
           ELSE
               PERFORM BUILD-CRAFTED-ITEM-FROM-RECIPE
           END-IF

           MOVE "FABR" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS

           IF OP-WAS-ADDED = "N"
               DISPLAY "Votre inventaire est plein! L'objet fabriqué"
               DISPLAY "a été perdu."
           END-IF
           .

      *-----------------------------------------------------------------
      * Commandes d'artisans en cours pour cette recette: l'objet au
      * sac ne porte pas sa qualité, c'est donc la commande qui
      * retient le meilleur grade sorti du terminal pour elle (voir
      * DELIVER-COMMISSION dans WORLD)
      *-----------------------------------------------------------------
       STAMP-COMMISSION-PIECE.
           PERFORM VARYING CMS-STAMP-IDX FROM 1 BY 1
                   UNTIL CMS-STAMP-IDX > 3
               IF GS-CMS-ACTIVE(CMS-STAMP-IDX) = "Y" AND
                  GS-CMS-RECIPE(CMS-STAMP-IDX) = SELECTED-RECIPE
                   MOVE GS-CMS-CRAFTED(CMS-STAMP-IDX) TO CMS-RANK-GRADE
                   PERFORM SET-CMS-RANK
                   MOVE CMS-RANK TO CMS-OLD-RANK
                   MOVE CRAFT-QUALITY TO CMS-RANK-GRADE
                   PERFORM SET-CMS-RANK
                   MOVE CMS-RANK TO CMS-NEW-RANK
                   IF CMS-NEW-RANK > CMS-OLD-RANK
                       MOVE CRAFT-QUALITY
                           TO GS-CMS-CRAFTED(CMS-STAMP-IDX)
                       MOVE RECIPE-RESULT-ITEM(SELECTED-RECIPE)
                           TO GS-CMS-ITEM(CMS-STAMP-IDX)
                       DISPLAY "Pièce poinçonnée pour une commande "
                           "d'artisan (qualité " CRAFT-QUALITY ")."
                   END-IF
               END-IF
           END-PERFORM
           .

       SET-CMS-RANK.
           EVALUATE CMS-RANK-GRADE
               WHEN "M"
                   MOVE 3 TO CMS-RANK
               WHEN "S"
                   MOVE 2 TO CMS-RANK
               WHEN "N"
                   MOVE 1 TO CMS-RANK
               WHEN OTHER
                   MOVE 0 TO CMS-RANK
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Résultat inconnu du fichier maître: fiche bâtie d'après la
      * recette seule (type et puissance de RECIPE-RESULT-*)
      *-----------------------------------------------------------------
       BUILD-CRAFTED-ITEM-FROM-RECIPE.
           ADD 1 TO NEXT-CRAFT-ITEM-ID
           MOVE NEXT-CRAFT-ITEM-ID     TO OP-ITEM-ID
           MOVE RECIPE-DESCRIPTION(SELECTED-RECIPE) TO OP-ITEM-DESC
           MOVE 1                      TO OP-ITEM-QUANTITY
           COMPUTE OP-ITEM-VALUE = 50 * QUALITY-MULT
           MOVE 0                      TO OP-ITEM-HEAL
           MOVE 0                      TO OP-ITEM-MANA
           MOVE 0                      TO OP-ITEM-DURABILITY-MAX
           MOVE 0                      TO OP-ITEM-ESCAPE-BONUS

           EVALUATE RECIPE-RESULT-TYPE(SELECTED-RECIPE)
               WHEN "W"
                   MOVE "M"            TO OP-ITEM-TYPE
                   MOVE SPACES         TO OP-ITEM-SLOT-TYPE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
           MOVE 0 TO JOB-QUEUE-COUNT
           MOVE "N" TO JOB-LIB-AT-EOF
           OPEN INPUT JOB-LIBRARY-FILE
           MOVE "LOAD-JOB-LIBRARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
           IF NOT JOB-FILE-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       PERFORM LOAD-JOB-LIBRARY-RECORD
               END-READ
               MOVE "LOAD-JOB-LIBRARY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
           END-PERFORM
           CLOSE JOB-LIBRARY-FILE
           MOVE "LOAD-JOB-LIBRARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
           .

       LOAD-JOB-LIBRARY-RECORD.
      *-----------------------------------------------------------------
       SAVE-JOB-LIBRARY.
           OPEN OUTPUT JOB-LIBRARY-FILE
           MOVE "SAVE-JOB-LIBRARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
           IF NOT JOB-FILE-OK
               DISPLAY "Impossible d'écrire la bibliothèque de jobs."
               EXIT PARAGRAPH
               MOVE SPACES TO JOB-REC-DATA
               MOVE JOB-MEMBER-NAME(JOB-LIB-IDX) TO JOB-REC-DATA(1:8)
               WRITE JOB-LIBRARY-RECORD
               MOVE "SAVE-JOB-LIBRARY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
               PERFORM VARYING JOB-LINE-IDX FROM 1 BY 1
                       UNTIL JOB-LINE-IDX > 10
                   IF JOB-MEMBER-LINE(JOB-LIB-IDX, JOB-LINE-IDX)
                       MOVE JOB-MEMBER-LINE(JOB-LIB-IDX, JOB-LINE-IDX)
                           TO JOB-REC-DATA
                       WRITE JOB-LIBRARY-RECORD
                       MOVE "SAVE-JOB-LIBRARY" TO ERL-PARAGRAPH
                       CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                           JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
                   END-IF
               END-PERFORM
           END-PERFORM
               MOVE JQ-RUSH(JQ-IDX) TO JOB-REC-DATA(13:1)
               MOVE JQ-QUALITY(JQ-IDX) TO JOB-REC-DATA(14:1)
               WRITE JOB-LIBRARY-RECORD
               MOVE "SAVE-JOB-LIBRARY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
           END-PERFORM
           CLOSE JOB-LIBRARY-FILE
           MOVE "SAVE-JOB-LIBRARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
           .

      *-----------------------------------------------------------------
               EXIT PARAGRAPH
           END-IF

      *    Un membre qui raffine avant de fabriquer peut partir
      *    sans tous les matériaux: son étape de fabrication les
      *    vérifiera quand elle tournera
           PERFORM CHECK-RECIPE-REQUIREMENTS
           IF HAS-REQUIREMENTS = "N"
               PERFORM CHECK-MEMBER-REFINES
               IF SCAN-FOUND = "N"
                   DISPLAY "Vous n'avez pas assez de matériaux pour "
                       & "cette recette."
                   PERFORM DISPLAY-MISSING-MATERIALS
                   PERFORM CRAFTING-MAIN-MENU
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING JOB-LINE-IDX FROM 1 BY 1
           END-IF

           MOVE INV-IDX TO OP-ITEM-INDEX
           MOVE "PARC" TO OP-ITEM-SOURCE
           MOVE 'R' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               " est décomposé en Artefact temporel (x"
               MATERIAL-QUANTITY(9) ")."
           MOVE INV-IDX TO OP-ITEM-INDEX
           MOVE "ARTF" TO OP-ITEM-SOURCE
           MOVE 'R' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
           DISPLAY SPACE
           DISPLAY "=== RAFFINAGE DE MATÉRIAUX ==="
           PERFORM VARYING REFINE-IDX FROM 1 BY 1
                   UNTIL REFINE-IDX > REFINE-COUNT
               DISPLAY REFINE-IDX ". "
                   REFINE-SOURCE-QTY(REFINE-IDX) " x "
                   MATERIAL-NAME(REFINE-SOURCE-IDX(REFINE-IDX))
               WITH NO ADVANCING
           ACCEPT REFINE-PICK

           IF REFINE-PICK = 0 OR REFINE-PICK > REFINE-COUNT
               PERFORM CRAFTING-MAIN-MENU
               EXIT PARAGRAPH
           END-IF
           .

       SETUP-REFINE-TABLE.
           MOVE 4 TO REFINE-COUNT
           MOVE 1 TO REFINE-SOURCE-IDX(1)
           MOVE 5 TO REFINE-SOURCE-QTY(1)
           MOVE 10 TO REFINE-RESULT-IDX(1)
           END-PERFORM
           .
      
      *-----------------------------------------------------------------
      * Examen de certification JCL: cinq exercices tirés de la
      * banque (deux de niveau 1, deux de niveau 2, un de niveau 3,
      * un autre exercice libre complète un niveau épuisé), à écrire
      * ou corriger dans l'éditeur, deux minutes chacun. Le palier
      * obtenu est gardé dans GS-JCL-CERTIFICATE s'il améliore le
      * précédent; Programmeur système dévoile la recette 8,
      * Architecte z/OS la recette 9 et son succès.
      *-----------------------------------------------------------------
       RUN-CERTIFICATION-EXAM.
           IF EXAM-BANK-READY = "N"
               PERFORM SETUP-EXAM-BANK
               PERFORM LOAD-EXAM-FILE
               IF EXAM-FILE-LOADED = "N"
                   PERFORM WRITE-DEFAULT-EXAM-FILE
               END-IF
               MOVE "Y" TO EXAM-BANK-READY
           END-IF

           DISPLAY SPACE
           DISPLAY "=== EXAMEN DE CERTIFICATION JCL ==="
           MOVE GS-CERT-TIER TO EXAM-TIER
           PERFORM SET-EXAM-TIER-NAME
           IF GS-CERT-TIER > 0
               DISPLAY "Certificat actuel: "
                   FUNCTION TRIM(EXAM-TIER-NAME)
                   " (meilleur score " GS-CERT-BEST-SCORE "%)"
           ELSE
               DISPLAY "Aucun certificat pour l'instant."
           END-IF

           PERFORM DRAW-EXAM-SESSION
           IF EXAM-DRAWN-COUNT = 0
               DISPLAY "La banque d'exercices est vide."
               DISPLAY "Appuyez sur ENTRÉE pour revenir au menu..."
               ACCEPT USER-INPUT
               PERFORM CRAFTING-MAIN-MENU
               EXIT PARAGRAPH
           END-IF

           COMPUTE EXAM-TIME-LIMIT = 120 * EXAM-DRAWN-COUNT
           DIVIDE EXAM-TIME-LIMIT BY 60 GIVING EXAM-MINUTES
           DISPLAY EXAM-DRAWN-COUNT " exercices, " EXAM-MAX-POINTS
               " points, " EXAM-MINUTES " minutes."
           DISPLAY "Paliers: 50% Opérateur, 70% Programmeur "
               & "système, 90% Architecte z/OS."
           DISPLAY "Le temps dépassé coûte un palier."
           DISPLAY "Commencer l'examen? (O/N)"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT USER-INPUT
           IF USER-INPUT NOT = "O" AND USER-INPUT NOT = "o"
               PERFORM CRAFTING-MAIN-MENU
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO EXAM-POINTS
           PERFORM READ-EXAM-CLOCK
           MOVE EXAM-END-SECONDS TO EXAM-START-SECONDS
           PERFORM VARYING EXAM-SLOT FROM 1 BY 1
                   UNTIL EXAM-SLOT > EXAM-DRAWN-COUNT
               PERFORM RUN-EXAM-EXERCISE
           END-PERFORM
           PERFORM READ-EXAM-CLOCK
           IF EXAM-END-SECONDS < EXAM-START-SECONDS
               COMPUTE EXAM-ELAPSED = EXAM-END-SECONDS + 86400
                   - EXAM-START-SECONDS
           ELSE
               COMPUTE EXAM-ELAPSED = EXAM-END-SECONDS
                   - EXAM-START-SECONDS
           END-IF

           PERFORM GRADE-EXAM-SESSION
           MOVE 'M' TO CURRENT-MODE
           DISPLAY "Appuyez sur ENTRÉE pour revenir au menu..."
           ACCEPT USER-INPUT
           PERFORM CRAFTING-MAIN-MENU
           .

       READ-EXAM-CLOCK.
           ACCEPT EXAM-CLOCK FROM TIME
           COMPUTE EXAM-END-SECONDS = EXAM-CLOCK-HH * 3600
               + EXAM-CLOCK-MM * 60 + EXAM-CLOCK-SS
           .

       SET-EXAM-TIER-NAME.
           EVALUATE EXAM-TIER
               WHEN 1
                   MOVE "Opérateur" TO EXAM-TIER-NAME
               WHEN 2
                   MOVE "Programmeur système" TO EXAM-TIER-NAME
               WHEN 3
                   MOVE "Architecte z/OS" TO EXAM-TIER-NAME
               WHEN OTHER
                   MOVE "aucun" TO EXAM-TIER-NAME
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Tirage sans remise des exercices de la session, niveau
      * imposé par EXAM-DRAW-LEVELS pour chaque rang
      *-----------------------------------------------------------------
       DRAW-EXAM-SESSION.
           MOVE 0 TO EXAM-DRAWN-COUNT EXAM-MAX-POINTS
           PERFORM VARYING EXQ-IDX FROM 1 BY 1
                   UNTIL EXQ-IDX > EXAM-COUNT
               MOVE "N" TO EXQ-DRAWN(EXQ-IDX)
           END-PERFORM
           PERFORM VARYING EXAM-SLOT FROM 1 BY 1
                   UNTIL EXAM-SLOT > EXAM-SESSION-SIZE
               MOVE EXAM-DRAW-LEVELS(EXAM-SLOT:1) TO EXAM-WANTED-LEVEL
               PERFORM DRAW-EXAM-QUESTION
               IF EXAM-PICK = 0
                   MOVE 0 TO EXAM-WANTED-LEVEL
                   PERFORM DRAW-EXAM-QUESTION
               END-IF
               IF EXAM-PICK > 0
                   ADD 1 TO EXAM-DRAWN-COUNT
                   MOVE EXAM-PICK TO EXAM-DRAWN-ID(EXAM-DRAWN-COUNT)
                   MOVE "Y" TO EXQ-DRAWN(EXAM-PICK)
                   ADD EXQ-LEVEL(EXAM-PICK) TO EXAM-MAX-POINTS
               END-IF
           END-PERFORM
           .

      *    Exercice pris au hasard parmi ceux du niveau voulu (0 =
      *    tout niveau) pas encore tirés; EXAM-PICK = 0 s'il n'y en
      *    a plus
       DRAW-EXAM-QUESTION.
           MOVE 0 TO EXAM-CANDIDATES EXAM-PICK
           PERFORM VARYING EXQ-IDX FROM 1 BY 1
                   UNTIL EXQ-IDX > EXAM-COUNT
               IF EXQ-DRAWN(EXQ-IDX) = "N" AND EXQ-LEVEL(EXQ-IDX) > 0
                   AND (EXAM-WANTED-LEVEL = 0 OR
                        EXQ-LEVEL(EXQ-IDX) = EXAM-WANTED-LEVEL)
                   ADD 1 TO EXAM-CANDIDATES
               END-IF
           END-PERFORM
           IF EXAM-CANDIDATES = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE EXAM-CANDIDATES =
               FUNCTION RANDOM * EXAM-CANDIDATES + 1
           PERFORM VARYING EXQ-IDX FROM 1 BY 1
                   UNTIL EXQ-IDX > EXAM-COUNT OR EXAM-PICK > 0
               IF EXQ-DRAWN(EXQ-IDX) = "N" AND EXQ-LEVEL(EXQ-IDX) > 0
                   AND (EXAM-WANTED-LEVEL = 0 OR
                        EXQ-LEVEL(EXQ-IDX) = EXAM-WANTED-LEVEL)
                   SUBTRACT 1 FROM EXAM-CANDIDATES
                   IF EXAM-CANDIDATES = 0
                       MOVE EXQ-IDX TO EXAM-PICK
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Un exercice: énoncé, saisie dans l'éditeur (jeu de cartes
      * fourni pour une correction) puis contrôle de la réponse
      *-----------------------------------------------------------------
       RUN-EXAM-EXERCISE.
           MOVE EXAM-DRAWN-ID(EXAM-SLOT) TO EXQ-IDX
           DISPLAY SPACE
           DISPLAY "--- Exercice " EXAM-SLOT "/" EXAM-DRAWN-COUNT
               " (niveau " EXQ-LEVEL(EXQ-IDX) ", "
               EXQ-LEVEL(EXQ-IDX) " points) ---"
           DISPLAY FUNCTION TRIM(EXQ-TEXT(EXQ-IDX))

           MOVE 'E' TO CURRENT-MODE
           PERFORM VARYING EXQ-LINE-IDX FROM 1 BY 1
                   UNTIL EXQ-LINE-IDX > MAX-LINES
               MOVE SPACES TO LINE-CONTENT(EXQ-LINE-IDX)
               IF EXQ-TYPE(EXQ-IDX) = "C" AND
                  EXQ-LINE-IDX <= EXQ-DECK-COUNT(EXQ-IDX)
                   MOVE EXQ-DECK-LINE(EXQ-IDX, EXQ-LINE-IDX)
                       TO LINE-CONTENT(EXQ-LINE-IDX)
               END-IF
           END-PERFORM
           MOVE 1 TO CURRENT-LINE
           MOVE "N" TO EXAM-ANSWER-DONE EXAM-ANSWER-OK
           PERFORM EXAM-EDIT-ANSWER UNTIL EXAM-ANSWER-DONE NOT = "N"

           IF EXAM-ANSWER-DONE = "A"
               DISPLAY "Exercice abandonné: 0 point."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-EXAM-ANSWER
           IF EXAM-ANSWER-OK = "Y"
               ADD EXQ-LEVEL(EXQ-IDX) TO EXAM-POINTS
               DISPLAY "Réponse correcte: +" EXQ-LEVEL(EXQ-IDX)
                   " point(s)."
           ELSE
               DISPLAY "Réponse incorrecte: "
                   FUNCTION TRIM(EXAM-ANSWER-HINT)
           END-IF
           .

      *    Une saisie: SAVE rend la copie, EXIT abandonne
      *    l'exercice, DEL efface la ligne, ENTRÉE seule la garde
      *    telle quelle; l'éditeur reboucle sur la ligne 1
       EXAM-EDIT-ANSWER.
           PERFORM DISPLAY-EDITOR-CONTENT
           DISPLAY "('DEL' efface la ligne, ENTRÉE seule la garde)"
           DISPLAY "Ligne " CURRENT-LINE ": " WITH NO ADVANCING
           MOVE SPACES TO USER-INPUT
           ACCEPT USER-INPUT

           EVALUATE USER-INPUT
               WHEN "SAVE"
                   MOVE "Y" TO EXAM-ANSWER-DONE
                   EXIT PARAGRAPH
               WHEN "EXIT"
                   MOVE "A" TO EXAM-ANSWER-DONE
                   EXIT PARAGRAPH
               WHEN "DEL"
                   MOVE SPACES TO LINE-CONTENT(CURRENT-LINE)
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE USER-INPUT TO LINE-CONTENT(CURRENT-LINE)
           END-EVALUATE

           IF CURRENT-LINE < MAX-LINES
               ADD 1 TO CURRENT-LINE
           ELSE
               MOVE 1 TO CURRENT-LINE
           END-IF
           .

      *-----------------------------------------------------------------
      * Contrôle d'une copie: mêmes règles que le terminal (carte
      * JOB, étape EXEC, DD après EXEC, COND=/IF lisibles), nombre
      * d'étapes minimal, puis clés exigées ou interdites
      *-----------------------------------------------------------------
       CHECK-EXAM-ANSWER.
           MOVE "N" TO EXAM-ANSWER-OK
           MOVE SPACES TO EXAM-ANSWER-HINT
           PERFORM CHECK-JCL-DECK
           PERFORM PARSE-JOB-STEPS

           IF JOB-CARD-FOUND = "N" OR EXEC-STEP-FOUND = "N"
                   OR DD-ORDER-ERROR = "Y" OR JOB-STRUCT-ERROR = "Y"
               MOVE "Y" TO PATTERN-MATCHED
               PERFORM BUILD-VALIDATION-HINT
               MOVE VALIDATION-HINT TO EXAM-ANSWER-HINT
               EXIT PARAGRAPH
           END-IF

           IF JOB-STEP-COUNT < EXQ-MIN-STEPS(EXQ-IDX)
               STRING "Le job doit compter au moins "
                       DELIMITED BY SIZE
                   EXQ-MIN-STEPS(EXQ-IDX) DELIMITED BY SIZE
                   " étapes EXEC." DELIMITED BY SIZE
                   INTO EXAM-ANSWER-HINT
               END-STRING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING EXQ-KEY-IDX FROM 1 BY 1
                   UNTIL EXQ-KEY-IDX > EXQ-KEY-COUNT(EXQ-IDX)
                       OR EXAM-ANSWER-HINT NOT = SPACES
               MOVE EDITOR-CONTENT TO SCAN-HAYSTACK
               MOVE EXQ-KEY-TEXT(EXQ-IDX, EXQ-KEY-IDX) TO SCAN-NEEDLE
               PERFORM CHECK-SUBSTRING
               IF EXQ-KEY-SENSE(EXQ-IDX, EXQ-KEY-IDX) = "-"
                   IF SCAN-FOUND = "Y"
                       STRING "À retirer ou corriger: "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(
                               EXQ-KEY-TEXT(EXQ-IDX, EXQ-KEY-IDX))
                               DELIMITED BY SIZE
                           INTO EXAM-ANSWER-HINT
                       END-STRING
                   END-IF
               ELSE
                   IF SCAN-FOUND = "N"
                       STRING "Élément attendu absent: "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(
                               EXQ-KEY-TEXT(EXQ-IDX, EXQ-KEY-IDX))
                               DELIMITED BY SIZE
                           INTO EXAM-ANSWER-HINT
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM

           IF EXAM-ANSWER-HINT = SPACES
               MOVE "Y" TO EXAM-ANSWER-OK
           END-IF
           .

      *-----------------------------------------------------------------
      * Bilan de la session: score, palier (moins un cran hors
      * délai), certificat gardé dans l'état de jeu, déblocages et
      * trace CERT au journal
      *-----------------------------------------------------------------
       GRADE-EXAM-SESSION.
           IF EXAM-MAX-POINTS > 0
               COMPUTE EXAM-SCORE-PCT =
                   EXAM-POINTS * 100 / EXAM-MAX-POINTS
           ELSE
               MOVE 0 TO EXAM-SCORE-PCT
           END-IF
           EVALUATE TRUE
               WHEN EXAM-SCORE-PCT >= 90
                   MOVE 3 TO EXAM-TIER
               WHEN EXAM-SCORE-PCT >= 70
                   MOVE 2 TO EXAM-TIER
               WHEN EXAM-SCORE-PCT >= 50
                   MOVE 1 TO EXAM-TIER
               WHEN OTHER
                   MOVE 0 TO EXAM-TIER
           END-EVALUATE

           DIVIDE EXAM-ELAPSED BY 60 GIVING EXAM-MINUTES
               REMAINDER EXAM-SECONDS
           DISPLAY SPACE
           DISPLAY "=== RÉSULTAT DE L'EXAMEN ==="
           DISPLAY "Score: " EXAM-POINTS "/" EXAM-MAX-POINTS
               " points (" EXAM-SCORE-PCT "%)"
           DISPLAY "Temps: " EXAM-MINUTES " min " EXAM-SECONDS
               " s sur " EXAM-TIME-LIMIT " s accordées"
           IF EXAM-ELAPSED > EXAM-TIME-LIMIT AND EXAM-TIER > 0
               SUBTRACT 1 FROM EXAM-TIER
               DISPLAY "Temps dépassé: le palier baisse d'un cran."
           END-IF
           PERFORM SET-EXAM-TIER-NAME
           IF EXAM-TIER = 0
               DISPLAY "Aucun palier obtenu cette fois."
           ELSE
               DISPLAY "Palier obtenu: " FUNCTION TRIM(EXAM-TIER-NAME)
           END-IF

           ADD 1 TO GS-CERT-TRIES
           IF EXAM-SCORE-PCT > GS-CERT-BEST-SCORE
               MOVE EXAM-SCORE-PCT TO GS-CERT-BEST-SCORE
           END-IF
           IF EXAM-TIER > GS-CERT-TIER
               MOVE EXAM-TIER TO GS-CERT-TIER
               MOVE GS-GAME-DAY TO GS-CERT-DAY
               DISPLAY "Nouveau certificat délivré: "
                   FUNCTION TRIM(EXAM-TIER-NAME) "!"
           END-IF

           IF EXAM-TIER >= 2
               MOVE 8 TO SCROLL-RECIPE-NUM
               PERFORM UNLOCK-CERTIFIED-RECIPE
           END-IF
           IF EXAM-TIER = 3
               MOVE 9 TO SCROLL-RECIPE-NUM
               PERFORM UNLOCK-CERTIFIED-RECIPE
               MOVE 'U' TO ACHIEVEMENT-OPERATION
               MOVE 9 TO ACHIEVEMENT-ID
               CALL "ACHIEVEMENT-SYSTEM" USING
                   ACHIEVEMENT-OPERATION, ACHIEVEMENT-ID
           END-IF

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Examen de certification JCL, palier "
                   DELIMITED BY SIZE
               FUNCTION TRIM(EXAM-TIER-NAME) DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE "CERT" TO EVT-TYPE-CODE
           MOVE EXAM-TIER TO EVT-NUM-1
           MOVE EXAM-SCORE-PCT TO EVT-NUM-2
           PERFORM STAMP-EVENT-CONTEXT
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION,
               EVENT-MESSAGE, EVENT-LOG-FIELDS
           .

      *    Recette réservée aux certifiés (rang dans SCROLL-RECIPE-NUM)
       UNLOCK-CERTIFIED-RECIPE.
           IF SCROLL-RECIPE-NUM > RECIPE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF RECIPE-LEARNED(SCROLL-RECIPE-NUM) = "N"
               MOVE "Y" TO RECIPE-LEARNED(SCROLL-RECIPE-NUM)
               DISPLAY "Le certificat ouvre une nouvelle recette: "
                   FUNCTION TRIM(RECIPE-NAME(SCROLL-RECIPE-NUM))
           END-IF
           .

      *-----------------------------------------------------------------
      * Banque d'exercices de référence
      *-----------------------------------------------------------------
       SETUP-EXAM-BANK.
           PERFORM CLEAR-EXAM-BANK

           MOVE 1 TO EXQ-IDX
           MOVE 1 TO EXQ-LEVEL(EXQ-IDX) EXQ-MIN-STEPS(EXQ-IDX)
           MOVE "E" TO EXQ-TYPE(EXQ-IDX)
           MOVE "Écrivez un job complet (carte JOB) dont l'unique "
               & "étape exécute le programme IEFBR14."
               TO EXQ-TEXT(EXQ-IDX)
           MOVE 1 TO EXQ-KEY-COUNT(EXQ-IDX)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 1)
           MOVE "PGM=IEFBR14" TO EXQ-KEY-TEXT(EXQ-IDX, 1)

           MOVE 2 TO EXQ-IDX
           MOVE 1 TO EXQ-LEVEL(EXQ-IDX) EXQ-MIN-STEPS(EXQ-IDX)
           MOVE "E" TO EXQ-TYPE(EXQ-IDX)
           MOVE "Écrivez un job qui crée et catalogue un fichier: "
               & "une carte DD avec DSN= et DISP=(NEW,CATLG...)."
               TO EXQ-TEXT(EXQ-IDX)
           MOVE 2 TO EXQ-KEY-COUNT(EXQ-IDX)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 1)
           MOVE "DSN=" TO EXQ-KEY-TEXT(EXQ-IDX, 1)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 2)
           MOVE "DISP=(NEW,CATLG" TO EXQ-KEY-TEXT(EXQ-IDX, 2)

           MOVE 3 TO EXQ-IDX
           MOVE 1 TO EXQ-LEVEL(EXQ-IDX) EXQ-MIN-STEPS(EXQ-IDX)
           MOVE "C" TO EXQ-TYPE(EXQ-IDX)
           MOVE "Corrigez ce job de copie: une carte DD précède "
               & "l'étape EXEC qui l'utilise."
               TO EXQ-TEXT(EXQ-IDX)
           MOVE 4 TO EXQ-DECK-COUNT(EXQ-IDX)
           MOVE "//COPIE JOB (ACCT),'COPIE'"
               TO EXQ-DECK-LINE(EXQ-IDX, 1)
           MOVE "//SYSUT1 DD DSN=LEGEND.SRC,DISP=SHR"
               TO EXQ-DECK-LINE(EXQ-IDX, 2)
           MOVE "//STEP1 EXEC PGM=IEBGENER"
               TO EXQ-DECK-LINE(EXQ-IDX, 3)
           MOVE "//SYSUT2 DD SYSOUT=*"
               TO EXQ-DECK-LINE(EXQ-IDX, 4)
           MOVE 1 TO EXQ-KEY-COUNT(EXQ-IDX)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 1)
           MOVE "PGM=IEBGENER" TO EXQ-KEY-TEXT(EXQ-IDX, 1)

           MOVE 4 TO EXQ-IDX
           MOVE 2 TO EXQ-LEVEL(EXQ-IDX)
           MOVE 1 TO EXQ-MIN-STEPS(EXQ-IDX)
           MOVE "E" TO EXQ-TYPE(EXQ-IDX)
           MOVE "Allouez un fichier de 5 pistes (extension 1) "
               & "catalogué en fin normale et supprimé en cas "
               & "d'ABEND." TO EXQ-TEXT(EXQ-IDX)
           MOVE 2 TO EXQ-KEY-COUNT(EXQ-IDX)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 1)
           MOVE "SPACE=(TRK,(5,1))" TO EXQ-KEY-TEXT(EXQ-IDX, 1)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 2)
           MOVE "DISP=(NEW,CATLG,DELETE)" TO EXQ-KEY-TEXT(EXQ-IDX, 2)

           MOVE 5 TO EXQ-IDX
           MOVE 2 TO EXQ-LEVEL(EXQ-IDX)
           MOVE 1 TO EXQ-MIN-STEPS(EXQ-IDX)
           MOVE "C" TO EXQ-TYPE(EXQ-IDX)
           MOVE "Corrigez ce job: le fichier lu existe déjà et doit "
               & "être partagé (DISP=SHR), pas recréé."
               TO EXQ-TEXT(EXQ-IDX)
           MOVE 4 TO EXQ-DECK-COUNT(EXQ-IDX)
           MOVE "//LIRE JOB (ACCT),'LIRE'"
               TO EXQ-DECK-LINE(EXQ-IDX, 1)
           MOVE "//STEP1 EXEC PGM=IEBGENER"
               TO EXQ-DECK-LINE(EXQ-IDX, 2)
           MOVE "//SYSUT1 DD DSN=LEGEND.DATA,DISP=(NEW,KEEP)"
               TO EXQ-DECK-LINE(EXQ-IDX, 3)
           MOVE "//SYSUT2 DD SYSOUT=*"
               TO EXQ-DECK-LINE(EXQ-IDX, 4)
           MOVE 2 TO EXQ-KEY-COUNT(EXQ-IDX)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 1)
           MOVE "DISP=SHR" TO EXQ-KEY-TEXT(EXQ-IDX, 1)
           MOVE "-" TO EXQ-KEY-SENSE(EXQ-IDX, 2)
           MOVE "DISP=(NEW,KEEP)" TO EXQ-KEY-TEXT(EXQ-IDX, 2)

           MOVE 6 TO EXQ-IDX
           MOVE 2 TO EXQ-LEVEL(EXQ-IDX) EXQ-MIN-STEPS(EXQ-IDX)
           MOVE "E" TO EXQ-TYPE(EXQ-IDX)
           MOVE "Écrivez un job de deux étapes; la seconde est "
               & "sautée si la première rend plus de 4: "
               & "COND=(4,LT...)." TO EXQ-TEXT(EXQ-IDX)
           MOVE 1 TO EXQ-KEY-COUNT(EXQ-IDX)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 1)
           MOVE "COND=(4,LT" TO EXQ-KEY-TEXT(EXQ-IDX, 1)

           MOVE 7 TO EXQ-IDX
           MOVE 3 TO EXQ-LEVEL(EXQ-IDX)
           MOVE 2 TO EXQ-MIN-STEPS(EXQ-IDX)
           MOVE "E" TO EXQ-TYPE(EXQ-IDX)
           MOVE "Écrivez un job dont la seconde étape ne tourne "
               & "que si la première rend 0, avec // IF (...RC = 0) "
               & "THEN et // ENDIF." TO EXQ-TEXT(EXQ-IDX)
           MOVE 3 TO EXQ-KEY-COUNT(EXQ-IDX)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 1)
           MOVE ".RC" TO EXQ-KEY-TEXT(EXQ-IDX, 1)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 2)
           MOVE "THEN" TO EXQ-KEY-TEXT(EXQ-IDX, 2)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 3)
           MOVE "ENDIF" TO EXQ-KEY-TEXT(EXQ-IDX, 3)

           MOVE 8 TO EXQ-IDX
           MOVE 3 TO EXQ-LEVEL(EXQ-IDX)
           MOVE 3 TO EXQ-MIN-STEPS(EXQ-IDX)
           MOVE "C" TO EXQ-TYPE(EXQ-IDX)
           MOVE "Corrigez ce job: un opérateur COND= inconnu et un "
               & "// IF jamais refermé." TO EXQ-TEXT(EXQ-IDX)
           MOVE 5 TO EXQ-DECK-COUNT(EXQ-IDX)
           MOVE "//MAJ JOB (ACCT),'MAJ'"
               TO EXQ-DECK-LINE(EXQ-IDX, 1)
           MOVE "//ETAPE1 EXEC PGM=IEBCOPY"
               TO EXQ-DECK-LINE(EXQ-IDX, 2)
           MOVE "//ETAPE2 EXEC PGM=IEBGENER,COND=(4,XX,ETAPE1)"
               TO EXQ-DECK-LINE(EXQ-IDX, 3)
           MOVE "// IF (ETAPE1.RC = 0) THEN"
               TO EXQ-DECK-LINE(EXQ-IDX, 4)
           MOVE "//ETAPE3 EXEC PGM=IEFBR14"
               TO EXQ-DECK-LINE(EXQ-IDX, 5)
           MOVE 2 TO EXQ-KEY-COUNT(EXQ-IDX)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 1)
           MOVE "ENDIF" TO EXQ-KEY-TEXT(EXQ-IDX, 1)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 2)
           MOVE "PGM=IEFBR14" TO EXQ-KEY-TEXT(EXQ-IDX, 2)

           MOVE 9 TO EXQ-IDX
           MOVE 3 TO EXQ-LEVEL(EXQ-IDX)
           MOVE 1 TO EXQ-MIN-STEPS(EXQ-IDX)
           MOVE "E" TO EXQ-TYPE(EXQ-IDX)
           MOVE "Écrivez un tri: PGM=SORT, entrée SORTIN partagée, "
               & "SORTOUT sur un cylindre (extension 1), SYSOUT=*."
               TO EXQ-TEXT(EXQ-IDX)
           MOVE 4 TO EXQ-KEY-COUNT(EXQ-IDX)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 1)
           MOVE "PGM=SORT" TO EXQ-KEY-TEXT(EXQ-IDX, 1)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 2)
           MOVE "DISP=SHR" TO EXQ-KEY-TEXT(EXQ-IDX, 2)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 3)
           MOVE "SPACE=(CYL,(1,1))" TO EXQ-KEY-TEXT(EXQ-IDX, 3)
           MOVE "+" TO EXQ-KEY-SENSE(EXQ-IDX, 4)
           MOVE "SYSOUT=*" TO EXQ-KEY-TEXT(EXQ-IDX, 4)

           MOVE 9 TO EXAM-COUNT
           .

       CLEAR-EXAM-BANK.
           MOVE 0 TO EXAM-COUNT
           PERFORM VARYING EXQ-IDX FROM 1 BY 1
                   UNTIL EXQ-IDX > EXAM-MAX
               INITIALIZE EXAM-QUESTION(EXQ-IDX)
               MOVE "N" TO EXQ-DRAWN(EXQ-IDX)
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Chargement de COBOEXAM.DAT (même lecture en deux passes que
      * COBORECP.DAT: comptage des lignes Q, puis remplacement)
      *-----------------------------------------------------------------
       LOAD-EXAM-FILE.
           MOVE "N" TO EXAM-FILE-LOADED
           MOVE 0 TO EXF-ID
           OPEN INPUT EXAM-BANK-FILE
           MOVE "LOAD-EXAM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               EXAM-BANK-FILE-PATH, EXAM-BANK-STATUS
           IF NOT EXAM-BANK-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EXAM-FILE-EOF
           PERFORM UNTIL EXAM-FILE-EOF = "Y"
               READ EXAM-BANK-FILE
                   AT END
                       MOVE "Y" TO EXAM-FILE-EOF
                   NOT AT END
                       IF EXAM-BANK-RECORD(1:1) = "Q"
                           ADD 1 TO EXF-ID
                       END-IF
               END-READ
               MOVE "LOAD-EXAM-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   EXAM-BANK-FILE-PATH, EXAM-BANK-STATUS
           END-PERFORM
           CLOSE EXAM-BANK-FILE
           MOVE "LOAD-EXAM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               EXAM-BANK-FILE-PATH, EXAM-BANK-STATUS

           IF EXF-ID = 0
      *        Fichier vide ou illisible: on garde la référence
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO EXAM-FILE-LOADED
           PERFORM CLEAR-EXAM-BANK

           OPEN INPUT EXAM-BANK-FILE
           MOVE "LOAD-EXAM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               EXAM-BANK-FILE-PATH, EXAM-BANK-STATUS
           MOVE "N" TO EXAM-FILE-EOF
           PERFORM UNTIL EXAM-FILE-EOF = "Y"
               READ EXAM-BANK-FILE
                   AT END
                       MOVE "Y" TO EXAM-FILE-EOF
                   NOT AT END
                       PERFORM LOAD-EXAM-FILE-RECORD
               END-READ
               MOVE "LOAD-EXAM-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   EXAM-BANK-FILE-PATH, EXAM-BANK-STATUS
           END-PERFORM
           CLOSE EXAM-BANK-FILE
           MOVE "LOAD-EXAM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               EXAM-BANK-FILE-PATH, EXAM-BANK-STATUS
           .

       LOAD-EXAM-FILE-RECORD.
           MOVE SPACES TO EXF-TYPE EXF-F1 EXF-F2 EXF-F3 EXF-F4
               EXF-TEXT
           EVALUATE EXAM-BANK-RECORD(1:1)
               WHEN "Q"
                   UNSTRING EXAM-BANK-RECORD DELIMITED BY "|"
                       INTO EXF-TYPE, EXF-F1, EXF-F3, EXF-F4, EXF-F2,
                           EXF-TEXT
                   END-UNSTRING
                   PERFORM APPLY-EXAM-QUESTION-RECORD
               WHEN "D"
                   UNSTRING EXAM-BANK-RECORD DELIMITED BY "|"
                       INTO EXF-TYPE, EXF-F1, EXF-F2
                   END-UNSTRING
                   PERFORM APPLY-EXAM-DECK-RECORD
               WHEN "K"
                   UNSTRING EXAM-BANK-RECORD DELIMITED BY "|"
                       INTO EXF-TYPE, EXF-F1, EXF-F3, EXF-F2
                   END-UNSTRING
                   PERFORM APPLY-EXAM-KEY-RECORD
           END-EVALUATE
           .

      *    Q|nn|niveau|type|étapes|énoncé: niveau dans EXF-F3, type
      *    dans EXF-F4, étapes dans EXF-F2
       APPLY-EXAM-QUESTION-RECORD.
           MOVE FUNCTION NUMVAL(EXF-F1) TO EXF-ID
           IF EXF-ID < 1 OR EXF-ID > EXAM-MAX
               EXIT PARAGRAPH
           END-IF
           IF EXF-ID > EXAM-COUNT
               MOVE EXF-ID TO EXAM-COUNT
           END-IF
           MOVE 1 TO EXQ-LEVEL(EXF-ID)
           IF EXF-F3(1:1) = "2" OR EXF-F3(1:1) = "3"
               MOVE EXF-F3(1:1) TO EXQ-LEVEL(EXF-ID)
           END-IF
           MOVE "E" TO EXQ-TYPE(EXF-ID)
           IF EXF-F4(1:1) = "C"
               MOVE "C" TO EXQ-TYPE(EXF-ID)
           END-IF
           MOVE 1 TO EXQ-MIN-STEPS(EXF-ID)
           IF EXF-F2(1:1) IS NUMERIC AND EXF-F2(1:1) NOT = "0"
               MOVE EXF-F2(1:1) TO EXQ-MIN-STEPS(EXF-ID)
           END-IF
           MOVE EXF-TEXT TO EXQ-TEXT(EXF-ID)
           .

       APPLY-EXAM-DECK-RECORD.
           MOVE FUNCTION NUMVAL(EXF-F1) TO EXF-ID
           IF EXF-ID < 1 OR EXF-ID > EXAM-MAX
               EXIT PARAGRAPH
           END-IF
           IF EXQ-DECK-COUNT(EXF-ID) >= MAX-LINES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EXQ-DECK-COUNT(EXF-ID)
           MOVE EXF-F2 TO EXQ-DECK-LINE(EXF-ID, EXQ-DECK-COUNT(EXF-ID))
           .

       APPLY-EXAM-KEY-RECORD.
           MOVE FUNCTION NUMVAL(EXF-F1) TO EXF-ID
           IF EXF-ID < 1 OR EXF-ID > EXAM-MAX
               EXIT PARAGRAPH
           END-IF
           IF EXQ-KEY-COUNT(EXF-ID) >= 4 OR EXF-F2 = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EXQ-KEY-COUNT(EXF-ID)
           MOVE EXQ-KEY-COUNT(EXF-ID) TO EXQ-KEY-IDX
           MOVE "+" TO EXQ-KEY-SENSE(EXF-ID, EXQ-KEY-IDX)
           IF EXF-F3(1:1) = "-"
               MOVE "-" TO EXQ-KEY-SENSE(EXF-ID, EXQ-KEY-IDX)
           END-IF
           MOVE EXF-F2 TO EXQ-KEY-TEXT(EXF-ID, EXQ-KEY-IDX)
           .

      *-----------------------------------------------------------------
      * Export de la banque de référence quand COBOEXAM.DAT manque
      *-----------------------------------------------------------------
       WRITE-DEFAULT-EXAM-FILE.
           OPEN OUTPUT EXAM-BANK-FILE
           MOVE "WRITE-DEFAULT-EXAM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               EXAM-BANK-FILE-PATH, EXAM-BANK-STATUS
           IF NOT EXAM-BANK-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING EXQ-IDX FROM 1 BY 1
                   UNTIL EXQ-IDX > EXAM-COUNT
               MOVE EXQ-IDX TO EXF-ID
               MOVE SPACES TO EXAM-BANK-RECORD
               STRING "Q|" DELIMITED BY SIZE
                   EXF-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   EXQ-LEVEL(EXQ-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   EXQ-TYPE(EXQ-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   EXQ-MIN-STEPS(EXQ-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(EXQ-TEXT(EXQ-IDX)) DELIMITED BY SIZE
                   INTO EXAM-BANK-RECORD
               END-STRING
               PERFORM WRITE-EXAM-BANK-RECORD
               PERFORM VARYING EXQ-LINE-IDX FROM 1 BY 1
                       UNTIL EXQ-LINE-IDX > EXQ-DECK-COUNT(EXQ-IDX)
                   MOVE SPACES TO EXAM-BANK-RECORD
                   STRING "D|" DELIMITED BY SIZE
                       EXF-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(
                           EXQ-DECK-LINE(EXQ-IDX, EXQ-LINE-IDX)
                           TRAILING) DELIMITED BY SIZE
                       INTO EXAM-BANK-RECORD
                   END-STRING
                   PERFORM WRITE-EXAM-BANK-RECORD
               END-PERFORM
               PERFORM VARYING EXQ-KEY-IDX FROM 1 BY 1
                       UNTIL EXQ-KEY-IDX > EXQ-KEY-COUNT(EXQ-IDX)
                   MOVE SPACES TO EXAM-BANK-RECORD
                   STRING "K|" DELIMITED BY SIZE
                       EXF-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       EXQ-KEY-SENSE(EXQ-IDX, EXQ-KEY-IDX)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(
                           EXQ-KEY-TEXT(EXQ-IDX, EXQ-KEY-IDX))
                           DELIMITED BY SIZE
                       INTO EXAM-BANK-RECORD
                   END-STRING
                   PERFORM WRITE-EXAM-BANK-RECORD
               END-PERFORM
           END-PERFORM

           CLOSE EXAM-BANK-FILE
           MOVE "WRITE-DEFAULT-EXAM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               EXAM-BANK-FILE-PATH, EXAM-BANK-STATUS
           DISPLAY "(Banque d'examen exportée vers COBOEXAM.DAT)"
           .

       WRITE-EXAM-BANK-RECORD.
           WRITE EXAM-BANK-RECORD
           MOVE "WRITE-DEFAULT-EXAM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               EXAM-BANK-FILE-PATH, EXAM-BANK-STATUS
           .
      
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               JOB-LIBRARY-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               RECIPE-DATA-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               EXAM-BANK-FILE-PATH
           .

       END PROGRAM JCL-CRAFTING-SYSTEM.
