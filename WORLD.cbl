      * par '|':
      *   M|lieu|niv-min|niv-max|nom|niveau|pv|att|def|exp|or|noct|cpt
      *-----------------------------------------------------------------
           SELECT MONSTER-DATA-FILE
               ASSIGN TO DYNAMIC MONSTER-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONSTER-DATA-STATUS.

      *-----------------------------------------------------------------
      * Carte externalisée sur le même principe: la disposition de
      * la surface et du donjon se charge depuis COBOMAP.DAT, recréé
      * à partir de la carte de référence codée en dur s'il manque.
      * Déplacer une ville ou retoucher un taux de rencontre ne
      * demande plus de recompiler WORLD.cbl; le validateur
      * MAP-CHECK contrôle un fichier retouché. Champs séparés par
      * '|' (sorties: un fanion Y/N par direction, dans l'ordre
      * N S E O haut bas, plus NE NO SE SO avant haut/bas pour les
      * salles du donjon):
      *   Z|colonne|type|taux|nom de bande|description
      *   L|x|y|type|taux|sorties|visité|objet-clé|zone|nom|descr.
      *   R|étage|x|y|aménagement|taux|sorties|nom|description
      * Une section absente du fichier (aucune ligne Z/L, ou aucune
      * ligne R) garde la carte de référence.
      *-----------------------------------------------------------------
           SELECT MAP-DATA-FILE ASSIGN TO DYNAMIC MAP-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MONSTER-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 MONSTER-DATA-RECORD        PIC X(120).

       FD MAP-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 MAP-DATA-RECORD            PIC X(400).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="WORLD-SYSTEM"==.
       01 MONSTER-DATA-FILE-PATH     PIC X(80)  VALUE "COBOMON.DAT".
       01 MAP-DATA-FILE-PATH         PIC X(80)  VALUE "COBOMAP.DAT".

       01 MONSTER-DATA-STATUS        PIC X(2)   VALUE SPACES.
          88 MONSTER-DATA-OK         VALUE "00".
       01 MONSTER-FILE-EOF           PIC X(1)   VALUE "N".
       01 MNF-F20                    PIC X(20)  VALUE SPACES.
       01 MNF-OUT-IDX                PIC 9(2)   VALUE 0.

       01 MAP-DATA-STATUS            PIC X(2)   VALUE SPACES.
          88 MAP-DATA-OK             VALUE "00".
       01 MAP-FILE-EOF               PIC X(1)   VALUE "N".
       01 MAP-FILE-LOADED            PIC X(1)   VALUE "N".
       01 MAP-BAND-RECORDS           PIC 9(3)   VALUE 0.
       01 MAP-TILE-RECORDS           PIC 9(3)   VALUE 0.
       01 MAP-ROOM-RECORDS           PIC 9(3)   VALUE 0.
       01 MPF-TYPE                   PIC X(1)   VALUE SPACE.
       01 MPF-F1                     PIC X(25)  VALUE SPACES.
       01 MPF-F2                     PIC X(25)  VALUE SPACES.
       01 MPF-F3                     PIC X(25)  VALUE SPACES.
       01 MPF-F4                     PIC X(25)  VALUE SPACES.
       01 MPF-F5                     PIC X(25)  VALUE SPACES.
       01 MPF-F6                     PIC X(25)  VALUE SPACES.
       01 MPF-F7                     PIC X(25)  VALUE SPACES.
       01 MPF-F8                     PIC X(25)  VALUE SPACES.
       01 MPF-F9                     PIC X(25)  VALUE SPACES.
       01 MPF-DESC                   PIC X(255) VALUE SPACES.
       01 MPF-X                      PIC 9(2)   VALUE 0.
       01 MPF-Y                      PIC 9(2)   VALUE 0.
       01 MPF-Z                      PIC 9(2)   VALUE 0.
       01 MPF-OUT-RATE               PIC 9(2)   VALUE 0.
       01 MPF-TILE-DIFFERS           PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Gestion des rencontres aléatoires
      *-----------------------------------------------------------------
       01 WEATHER-ROLL                PIC 9(3)  VALUE 0.
       01 WEATHER-ENCOUNTER-MOD       PIC 9V99  VALUE 1.00.

      *-----------------------------------------------------------------
      * Faune par zone (voir GS-FAUNA dans GAMESTATE.cpy et
      * UPDATE-FAUNA): seuils de pénurie et d'infestation, perte par
      * victoire, repousse et plafond du jour selon la météo et la
      * faction de la zone, habitats présents dans chaque colonne,
      * et poids du tirage de SELECT-MONSTER-FOR-ENCOUNTER
      *-----------------------------------------------------------------
       01 FAUNA-SCARCE                PIC 9(2)  VALUE 20.
       01 FAUNA-SURPLUS               PIC 9(2)  VALUE 70.
       01 FAUNA-KILL-LOSS             PIC 9(2)  VALUE 6.
       01 FAUNA-MIGRANTS              PIC 9(2)  VALUE 3.
       01 FAU-ZONE                    PIC 9(2)  VALUE 0.
       01 FAU-MON                     PIC 9(2)  VALUE 0.
       01 FAU-SIDE                    PIC 9(2)  VALUE 0.
       01 FAU-NICHE                   PIC 9(2)  VALUE 0.
       01 FAU-DAYS                    PIC 9(3)  VALUE 0.
       01 FAU-DAY-IDX                 PIC 9(3)  VALUE 0.
       01 FAU-GROWTH                  PIC 9(2)  VALUE 0.
       01 FAU-CEILING                 PIC 9(2)  VALUE 0.
       01 FAU-POP-WORK                PIC S9(3) VALUE 0.
       01 FAU-SCAN-Y                  PIC 9(2)  VALUE 0.
       01 FAU-IN-HABITAT              PIC X(1)  VALUE "N".
       01 FAU-HABITAT-TABLE.
          05 FAU-HABITAT OCCURS 10 TIMES.
             10 FAU-HAS-WILD          PIC X(1).
             10 FAU-HAS-DUNGEON       PIC X(1).
       01 FAU-HIGH-POP                PIC 9(2)  VALUE 0.
       01 FAU-HIGH-ZONE               PIC 9(2)  VALUE 0.
       01 FAU-HIGH-MON                PIC 9(2)  VALUE 0.
       01 FAU-LOW-POP                 PIC 9(2)  VALUE 0.
       01 FAU-LOW-ZONE                PIC 9(2)  VALUE 0.
       01 FAU-LOW-MON                 PIC 9(2)  VALUE 0.
       01 FAU-LEVEL-LABEL             PIC X(12) VALUE SPACES.
       01 FAU-PICK                    PIC 9(2)  VALUE 0.
       01 MATCH-WEIGHTS.
          05 MATCH-WEIGHT OCCURS 30 TIMES PIC 9(3).
       01 MATCH-WEIGHT-TOTAL          PIC 9(4)  VALUE 0.
       01 MATCH-DRAW                  PIC 9(4)  VALUE 0.
       01 MATCH-RUNNING               PIC 9(4)  VALUE 0.

      *-----------------------------------------------------------------
      * Contrôle territorial et sièges (voir UPDATE-ZONE-CONTROL et
      * CHECK-SIEGE-AT-TOWN): recalcul du contrôle par zone quand
       01 SIEGE-IDX                   PIC 9(1)  VALUE 0.
       01 FACTION-LABEL               PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      * Chantiers financés dans les villes (voir GS-TOWN-WORKS dans
      * GAMESTATE.cpy): chaque niveau de remparts retire 10 points
      * à la chance de siège et affaiblit la milice assiégeante; le
      * crieur annonce les chantiers des deux derniers jours
      *-----------------------------------------------------------------
       01 WORKS-IDX                   PIC 9(1)  VALUE 0.
       01 WORKS-SCAN-IDX              PIC 9(1)  VALUE 0.
       01 WORKS-TILE-X                PIC 9(2)  VALUE 0.
       01 WORKS-TILE-Y                PIC 9(2)  VALUE 0.
       01 WORKS-LEVEL                 PIC 9(1)  VALUE 0.
       01 WORKS-FACILITY-NAME         PIC X(12) VALUE SPACES.
       01 WALLS-LEVEL                 PIC 9(1)  VALUE 0.
       01 SIEGE-THRESHOLD             PIC 9(3)  VALUE 33.

      *-----------------------------------------------------------------
      * Anneau de clés (GS-KEYRING): rangement automatique des
      * objets-clés de terrain et des clés de donjon hors du sac à
       01 RADIANT-SPOT-Y              PIC 9(2)  VALUE 0.
       01 RADIANT-TRY                 PIC 9(2)  VALUE 0.

      *-----------------------------------------------------------------
      * Escortes du tableau des primes (voir OFFER-ESCORT-QUEST): un
      * voyageur à conduire jusqu'à une autre ville, numéros de
      * quête 800 à 899, une seule escorte à la fois (GS-ESCORT)
      *-----------------------------------------------------------------
       01 ESCORT-CHOICE               PIC X(1)  VALUE SPACE.
       01 ESCORT-SLOT                 PIC 9(2)  VALUE 0.
       01 ESCORT-TOWN-COUNT           PIC 9(2)  VALUE 0.
       01 ESCORT-TOWN-PICK            PIC 9(2)  VALUE 0.
       01 ESCORT-DEST-X               PIC 9(2)  VALUE 0.
       01 ESCORT-DEST-Y               PIC 9(2)  VALUE 0.
       01 ESCORT-DIST                 PIC 9(2)  VALUE 0.
       01 ESCORT-SCAN-X               PIC 9(2)  VALUE 0.
       01 ESCORT-SCAN-Y               PIC 9(2)  VALUE 0.

      *-----------------------------------------------------------------
      * Enquêtes du tableau des primes (voir OFFER-INVESTIGATION et
      * INVESTIGATION.cbl): numéros de quête 700 à 799, une seule
      * affaire ouverte à la fois
      *-----------------------------------------------------------------
       COPY "INVESTIG.cpy".
       01 INVESTIG-CHOICE             PIC X(1)  VALUE SPACE.
       01 INVESTIG-SLOT               PIC 9(2)  VALUE 0.

      *-----------------------------------------------------------------
      * Notes de carte et messages d'autres aventuriers (voir
      * MAP-NOTES.cbl): marques de la grille relues avant chaque
      * dessin de carte, affichage à l'arrivée sur une case
      *-----------------------------------------------------------------
       COPY "MAPNOTE.cpy".

      *-----------------------------------------------------------------
      * Défis du jour et de la semaine: première visite d'une case
      * signalée à CHALLENGE-SYSTEM (voir CHALLENGES.cbl)
      *-----------------------------------------------------------------
       COPY "CHALLENGE.cpy".

      *-----------------------------------------------------------------
      * Planificateur d'itinéraire (voir PLAN-ROUTE): parcours en
      * largeur de la carte de surface; RTE-FROM-DIR retient la
      * direction qui a conduit à chaque case, ce qui permet de
      * remonter le chemin le plus court depuis la destination
      *-----------------------------------------------------------------
       01 ROUTE-GRID.
          05 RTE-COLUMN OCCURS 10 TIMES.
             10 RTE-CELL OCCURS 10 TIMES.
                15 RTE-SEEN           PIC X(1).
                15 RTE-FROM-DIR       PIC X(1).
                15 RTE-MARK           PIC X(1).
       01 ROUTE-QUEUE.
          05 RTE-QUEUE-ENTRY OCCURS 100 TIMES.
             10 RTE-Q-X               PIC 9(2).
             10 RTE-Q-Y               PIC 9(2).
       01 ROUTE-PATH.
          05 RTE-PATH-STEP OCCURS 100 TIMES.
             10 RTE-PATH-X            PIC 9(2).
             10 RTE-PATH-Y            PIC 9(2).
             10 RTE-PATH-DIR          PIC X(1).
       01 RTE-ZONE-FLAGS.
          05 RTE-ZONE-LISTED          PIC X(1)  OCCURS 10 TIMES.
       01 RTE-Q-HEAD                  PIC 9(3)  VALUE 0.
       01 RTE-Q-TAIL                  PIC 9(3)  VALUE 0.
       01 RTE-LEN                     PIC 9(3)  VALUE 0.
       01 RTE-IDX                     PIC 9(3)  VALUE 0.
       01 RTE-FROM-X                  PIC 9(2)  VALUE 0.
       01 RTE-FROM-Y                  PIC 9(2)  VALUE 0.
       01 RTE-TO-X                    PIC 9(2)  VALUE 0.
       01 RTE-TO-Y                    PIC 9(2)  VALUE 0.
       01 RTE-CUR-X                   PIC 9(2)  VALUE 0.
       01 RTE-CUR-Y                   PIC 9(2)  VALUE 0.
       01 RTE-NXT-X                   PIC 9(2)  VALUE 0.
       01 RTE-NXT-Y                   PIC 9(2)  VALUE 0.
       01 RTE-DIR                     PIC X(1)  VALUE SPACE.
       01 RTE-DIR-IDX                 PIC 9(1)  VALUE 0.
       01 RTE-FOUND                   PIC X(1)  VALUE "N".
       01 RTE-PASSABLE                PIC X(1)  VALUE "N".
       01 RTE-INPUT                   PIC X(2)  VALUE SPACES.
       01 RTE-CHOICE                  PIC X(1)  VALUE SPACE.
       01 RTE-CLIMBS                  PIC 9(3)  VALUE 0.
       01 RTE-HOURS                   PIC 9(3)  VALUE 0.
       01 RTE-ARRIVE-DAY              PIC 9(3)  VALUE 0.
       01 RTE-ARRIVE-HOUR             PIC 9(3)  VALUE 0.
       01 RTE-CHANCE                  PIC 9(3)V99 VALUE 0.
       01 RTE-EXPECTED                PIC 9(3)V99 VALUE 0.
       01 RTE-CLEAR                   PIC 9V9(4) VALUE 0.
       01 RTE-AT-LEAST                PIC 9(3)  VALUE 0.
       01 RTE-FOG-COUNT               PIC 9(3)  VALUE 0.
       01 RTE-HOSTILE-COUNT           PIC 9(2)  VALUE 0.
       01 RTE-FACTION                 PIC 9(1)  VALUE 0.
       01 RTE-ROW-NUM                 PIC 9(2)  VALUE 0.
       01 RTE-ROW-DISP                PIC Z9.
       01 RTE-HOUR-DISP               PIC 9(2)  VALUE 0.
       01 RTE-STEP-DISP               PIC ZZ9.
       01 RTE-EXPECTED-DISP           PIC ZZ9.9.

      *-----------------------------------------------------------------
      * Salle de donjon courante, recopiée depuis les étages écrits
      * à la main (DUNGEON-MAP) ou régénérée déterministiquement à

      *-----------------------------------------------------------------
      * Aménagements des salles du donjon (coffres, pièges,
      * sanctuaire, porte scellée, console de maintenance) et objets
      * qu'ils mettent en jeu
      *-----------------------------------------------------------------
       01 CHEST-FLAG-IDX              PIC 9(1)  VALUE 0.
       01 TRAP-ROLL                   PIC 9(2)  VALUE 0.
       01 HAS-CATACOMB-KEY            PIC X(1)  VALUE 'N'.
       01 DNG-PREV-X                  PIC 9(1)  VALUE 1.
       01 DNG-PREV-Y                  PIC 9(1)  VALUE 1.
       01 CONSOLE-DOOR-FOUND          PIC X(1)  VALUE 'N'.
       COPY "PUZZLE.cpy".

      *-----------------------------------------------------------------
      * Événements de voyage: troisième issue d'un déplacement en
       01 BOUNTY-CHOICE               PIC X(1)  VALUE SPACE.
       01 BOUNTY-MON-IDX              PIC 9(2)  VALUE 0.
       01 BOUNTY-DELIVER-LEFT         PIC 9(2)  VALUE 0.
       01 BOUNTY-DELIVER-TAKEN        PIC 9(2)  VALUE 0.
       01 BOUNTY-MATERIALS.
          05 FILLER                   PIC X(20) VALUE
             "Fragments binaires".
       01 CRAFTING-MATERIAL-QTY       PIC 9(2)  VALUE 0.
       COPY "ITEM-OP.cpy".

      *-----------------------------------------------------------------
      * Commandes d'artisans (voir GS-COMMISSIONS dans GAMESTATE.cpy):
      * commanditaires (numéro de dialogue pour la relation, faction
      * dont la réputation suit les livraisons) et recettes du
      * terminal JCL qu'ils peuvent commander, avec le prix de base
      * d'une pièce de qualité Normale
      *-----------------------------------------------------------------
       01 CMS-PATRON-VALUES.
          05 FILLER                   PIC X(20) VALUE "Archiviste Ada".
          05 FILLER                   PIC 9(3)  VALUE 1.
          05 FILLER                   PIC 9(1)  VALUE 1.
          05 FILLER                   PIC X(20) VALUE
             "Technicien Turing".
          05 FILLER                   PIC 9(3)  VALUE 2.
          05 FILLER                   PIC 9(1)  VALUE 2.
          05 FILLER                   PIC X(20) VALUE
             "Voyageur Temporel".
          05 FILLER                   PIC 9(3)  VALUE 4.
          05 FILLER                   PIC 9(1)  VALUE 3.
       01 CMS-PATRON-TABLE REDEFINES CMS-PATRON-VALUES.
          05 CMS-PATRON OCCURS 3 TIMES.
             10 CMS-PATRON-NAME       PIC X(20).
             10 CMS-PATRON-DIALOG     PIC 9(3).
             10 CMS-PATRON-FACTION    PIC 9(1).
       01 CMS-CATALOG-VALUES.
          05 FILLER                   PIC X(26) VALUE
             "Épée de Compilation".
          05 FILLER                   PIC 9(3)  VALUE 120.
          05 FILLER                   PIC X(26) VALUE
             "Armure de Cache".
          05 FILLER                   PIC 9(3)  VALUE 110.
          05 FILLER                   PIC X(26) VALUE
             "Potion de Débogage".
          05 FILLER                   PIC 9(3)  VALUE 60.
          05 FILLER                   PIC X(26) VALUE
             "Amulette de Traduction".
          05 FILLER                   PIC 9(3)  VALUE 90.
          05 FILLER                   PIC X(26) VALUE
             "Marteau d'Assemblage".
          05 FILLER                   PIC 9(3)  VALUE 140.
          05 FILLER                   PIC X(26) VALUE
             "Casque de Pare-feu".
          05 FILLER                   PIC 9(3)  VALUE 100.
          05 FILLER                   PIC X(26) VALUE
             "Élixir de Mémoire Vive".
          05 FILLER                   PIC 9(3)  VALUE 80.
          05 FILLER                   PIC X(26) VALUE
             "Bouclier de Segmentation".
          05 FILLER                   PIC 9(3)  VALUE 150.
          05 FILLER                   PIC X(26) VALUE
             "Lame de Récursion".
          05 FILLER                   PIC 9(3)  VALUE 180.
       01 CMS-CATALOG-TABLE REDEFINES CMS-CATALOG-VALUES.
          05 CMS-CATALOG OCCURS 9 TIMES.
             10 CMS-RECIPE-NAME       PIC X(26).
             10 CMS-RECIPE-FEE        PIC 9(3).
       01 CMS-CATALOG-COUNT           PIC 9(2)  VALUE 9.
       01 CMS-IDX                     PIC 9(1)  VALUE 0.
       01 CMS-CHOICE                  PIC 9(1)  VALUE 0.
       01 CMS-SCAN                    PIC 9(2)  VALUE 0.
       01 CMS-CANDIDATES              PIC 9(2)  VALUE 0.
       01 CMS-PICK                    PIC 9(2)  VALUE 0.
       01 CMS-KNOWN                   PIC X(1)  VALUE "N".
       01 CMS-RECIPE                  PIC 9(2)  VALUE 0.
       01 CMS-GRADE                   PIC X(1)  VALUE SPACE.
       01 CMS-GRADE-LABEL             PIC X(20) VALUE SPACES.
       01 CMS-MIN-RANK                PIC 9(1)  VALUE 0.
       01 CMS-CRAFTED-RANK            PIC 9(1)  VALUE 0.
       01 CMS-DELAY                   PIC 9(1)  VALUE 0.
       01 CMS-DUE-DAY                 PIC 9(3)  VALUE 0.
       01 CMS-GOLD                    PIC 9(5)  VALUE 0.
       01 CMS-INV-IDX                 PIC 9(2)  VALUE 0.
       01 CMS-LATE                    PIC X(1)  VALUE "N".
       01 CMS-POOR                    PIC X(1)  VALUE "N".
       01 CMS-REL-IDX                 PIC 9(2)  VALUE 0.
       01 CMS-REL-DELTA               PIC S9(3) VALUE 0.
       01 CMS-FACTION-DELTA           PIC S9(3) VALUE 0.
       01 CMS-SCORE-WORK              PIC S9(4) VALUE 0.
       01 CMS-PAY-WORK                PIC 9(5)  VALUE 0.

      *-----------------------------------------------------------------
      * Grand livre de l'or: primes, frais de convalescence, or de
      * coffre et rançons sont consignés avec leur code source
       01 LEDGER-OPERATION            PIC X(1)  VALUE 'W'.
       COPY "GOLDLEDG.cpy".

      *-----------------------------------------------------------------
      * Livre des objets: les mouvements que WORLD-SYSTEM fait hors
      * d'INVENTORY-SYSTEM (clé passée à l'anneau, objets livrés
      * pour une prime) y sont consignés directement (voir
      * ITEMLEDG.cpy)
      *-----------------------------------------------------------------
       01 ITEM-LEDGER-OP              PIC X(1)  VALUE 'W'.
       COPY "ITEMLEDG.cpy".

      *-----------------------------------------------------------------
      * PLAYER-EQUIPMENT ne transite pas par WORLD-SYSTEM; cette
      * copie locale complète la liste d'arguments des appels à
                   20 DNG-ENCOUNTER-RATE  PIC 9(2).
      *-----------------------------------------------------------------
      * Aménagement de la salle: 'C' coffre, 'T' piège, 'S'
      * sanctuaire, 'L' porte scellée (clé exigée), 'M' console de
      * maintenance COBOL (voir CODE-PUZZLE), espace = rien
      *-----------------------------------------------------------------
                   20 DNG-ROOM-FEATURE    PIC X(1).
                   20 DNG-ROOM-EXITS.
          88 OP-PROCESS-DEFEAT       VALUE 'L'.
          88 OP-HARVEST-NODE         VALUE 'H'.
          88 OP-BOUNTY-BOARD         VALUE 'Y'.
          88 OP-PLAN-ROUTE           VALUE 'R'.
          88 OP-ROUTE-GUIDE          VALUE 'G'.

       COPY "PLAYER-CHAR.cpy".
       COPY "ENEMY-CHAR.cpy".
                                 PLAYER-GOLD, GAME-DIFFICULTY,
                                 GAME-STATE-EXT, QUEST-TABLE.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           EVALUATE TRUE
               WHEN OP-INITIALIZE
                   PERFORM INITIALIZE-WORLD
                   PERFORM HARVEST-MATERIAL-NODE
               WHEN OP-BOUNTY-BOARD
                   PERFORM HANDLE-BOUNTY-BOARD
               WHEN OP-PLAN-ROUTE
                   PERFORM PLAN-ROUTE
               WHEN OP-ROUTE-GUIDE
                   PERFORM GUIDE-ROUTE
           END-EVALUATE
           GOBACK.

           MOVE 0 TO SURFACE-RETURN-X
           MOVE 0 TO SURFACE-RETURN-Y

           PERFORM FILL-MAP-FROM-ZONE-BANDS
           PERFORM CONFIGURE-SPECIFIC-LOCATIONS
           PERFORM LOAD-MAP-FILE
           IF MAP-FILE-LOADED = "N"
               PERFORM WRITE-DEFAULT-MAP-FILE
           END-IF
           .

      *-----------------------------------------------------------------
      * Chaque tuile prend l'identité de la bande de sa colonne;
      * les lieux particuliers sont posés ensuite par-dessus
      *-----------------------------------------------------------------
       FILL-MAP-FROM-ZONE-BANDS.
           PERFORM VARYING LOC-X FROM 1 BY 1 UNTIL LOC-X > MAP-SIZE-X
               PERFORM VARYING LOC-Y FROM 1 BY 1
                       UNTIL LOC-Y > MAP-SIZE-Y
                   MOVE "N" TO EXIT-DOWN(LOC-X, LOC-Y)
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
           MOVE "N" TO MONSTER-FILE-LOADED
           MOVE "N" TO MONSTER-FILE-EOF
           OPEN INPUT MONSTER-DATA-FILE
           MOVE "LOAD-MONSTER-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           IF NOT MONSTER-DATA-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       PERFORM LOAD-MONSTER-FILE-RECORD
               END-READ
               MOVE "LOAD-MONSTER-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           END-PERFORM
           CLOSE MONSTER-DATA-FILE
           MOVE "LOAD-MONSTER-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS

           IF MONSTER-COUNT > 0
               MOVE "Y" TO MONSTER-FILE-LOADED
      *-----------------------------------------------------------------
       WRITE-DEFAULT-MONSTER-FILE.
           OPEN OUTPUT MONSTER-DATA-FILE
           MOVE "WRITE-DEFAULT-MONSTER-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           IF NOT MONSTER-DATA-OK
               EXIT PARAGRAPH
           END-IF
                   INTO MONSTER-DATA-RECORD
               END-STRING
               WRITE MONSTER-DATA-RECORD
               MOVE "WRITE-DEFAULT-MONSTER-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           END-PERFORM

           CLOSE MONSTER-DATA-FILE
           MOVE "WRITE-DEFAULT-MONSTER-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               MONSTER-DATA-FILE-PATH, MONSTER-DATA-STATUS
           DISPLAY "(Bestiaire exporté vers COBOMON.DAT)"
           .

      *-----------------------------------------------------------------
      * Chargement de COBOMAP.DAT par-dessus la carte de référence.
      * Premier passage: bandes (Z) et salles du donjon (R), les
      * lignes L sont comptées; si le fichier décrit la surface, la
      * grille est reconstruite depuis les bandes puis le second
      * passage y pose les lieux particuliers (L)
      *-----------------------------------------------------------------
       LOAD-MAP-FILE.
           MOVE "N" TO MAP-FILE-LOADED
           MOVE 0 TO MAP-BAND-RECORDS
           MOVE 0 TO MAP-TILE-RECORDS
           MOVE 0 TO MAP-ROOM-RECORDS
           OPEN INPUT MAP-DATA-FILE
           MOVE "LOAD-MAP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           IF NOT MAP-DATA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO MAP-FILE-EOF
           PERFORM UNTIL MAP-FILE-EOF = "Y"
               READ MAP-DATA-FILE
                   AT END
                       MOVE "Y" TO MAP-FILE-EOF
                   NOT AT END
                       PERFORM LOAD-MAP-FILE-RECORD
               END-READ
               MOVE "LOAD-MAP-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MAP-DATA-FILE-PATH, MAP-DATA-STATUS
           END-PERFORM
           CLOSE MAP-DATA-FILE
           MOVE "LOAD-MAP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS

           IF MAP-BAND-RECORDS = 0 AND MAP-TILE-RECORDS = 0 AND
              MAP-ROOM-RECORDS = 0
      *        Fichier vide ou illisible: la référence reste en place
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MAP-FILE-LOADED

           IF MAP-BAND-RECORDS = 0 AND MAP-TILE-RECORDS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FILL-MAP-FROM-ZONE-BANDS
           OPEN INPUT MAP-DATA-FILE
           MOVE "LOAD-MAP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           IF NOT MAP-DATA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO MAP-FILE-EOF
           PERFORM UNTIL MAP-FILE-EOF = "Y"
               READ MAP-DATA-FILE
                   AT END
                       MOVE "Y" TO MAP-FILE-EOF
                   NOT AT END
                       IF MAP-DATA-RECORD(1:1) = "L"
                           PERFORM APPLY-MAP-TILE-RECORD
                       END-IF
               END-READ
               MOVE "LOAD-MAP-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MAP-DATA-FILE-PATH, MAP-DATA-STATUS
           END-PERFORM
           CLOSE MAP-DATA-FILE
           MOVE "LOAD-MAP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           .

       LOAD-MAP-FILE-RECORD.
           EVALUATE MAP-DATA-RECORD(1:1)
               WHEN "Z"
                   PERFORM APPLY-MAP-BAND-RECORD
               WHEN "L"
                   ADD 1 TO MAP-TILE-RECORDS
               WHEN "R"
                   PERFORM APPLY-MAP-ROOM-RECORD
           END-EVALUATE
           .

       APPLY-MAP-BAND-RECORD.
           MOVE SPACES TO MPF-F1 MPF-F2 MPF-F3 MPF-F4 MPF-DESC
           UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
               INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                   MPF-DESC
           END-UNSTRING
           MOVE FUNCTION NUMVAL(MPF-F1) TO MPF-X
           IF MPF-X < 1 OR MPF-X > MAP-SIZE-X
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MAP-BAND-RECORDS
           MOVE MPF-F2(1:1) TO ZONE-BAND-TYPE(MPF-X)
           MOVE FUNCTION NUMVAL(MPF-F3) TO ZONE-BAND-RATE(MPF-X)
           MOVE MPF-F4 TO ZONE-BAND-NAME(MPF-X)
           MOVE MPF-DESC TO ZONE-BAND-DESC(MPF-X)
           .

       APPLY-MAP-TILE-RECORD.
           MOVE SPACES TO MPF-F1 MPF-F2 MPF-F3 MPF-F4 MPF-F5 MPF-F6
               MPF-F7 MPF-F8 MPF-F9 MPF-DESC
           UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
               INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                   MPF-F5, MPF-F6, MPF-F7, MPF-F8, MPF-F9, MPF-DESC
           END-UNSTRING
           MOVE FUNCTION NUMVAL(MPF-F1) TO MPF-X
           MOVE FUNCTION NUMVAL(MPF-F2) TO MPF-Y
           IF MPF-X < 1 OR MPF-X > MAP-SIZE-X OR
              MPF-Y < 1 OR MPF-Y > MAP-SIZE-Y
               EXIT PARAGRAPH
           END-IF
           MOVE MPF-F3(1:1) TO LOCATION-TYPE(MPF-X, MPF-Y)
           MOVE FUNCTION NUMVAL(MPF-F4)
               TO LOCATION-ENCOUNTER-RATE(MPF-X, MPF-Y)
           MOVE MPF-F5(1:6) TO LOCATION-EXITS(MPF-X, MPF-Y)
           MOVE MPF-F6(1:1) TO LOCATION-VISITED(MPF-X, MPF-Y)
           MOVE MPF-F7 TO LOCATION-GATE-ITEM(MPF-X, MPF-Y)
           MOVE MPF-F8 TO LOCATION-ZONE(MPF-X, MPF-Y)
           MOVE MPF-F9 TO LOCATION-NAME(MPF-X, MPF-Y)
           MOVE MPF-DESC TO LOCATION-DESC(MPF-X, MPF-Y)
           .

      *-----------------------------------------------------------------
      * Salle du donjon: la première ligne R remplace tout le donjon
      * de référence (les salles non décrites restent closes)
      *-----------------------------------------------------------------
       APPLY-MAP-ROOM-RECORD.
           MOVE SPACES TO MPF-F1 MPF-F2 MPF-F3 MPF-F4 MPF-F5 MPF-F6
               MPF-F7 MPF-DESC
           UNSTRING MAP-DATA-RECORD DELIMITED BY "|"
               INTO MPF-TYPE, MPF-F1, MPF-F2, MPF-F3, MPF-F4,
                   MPF-F5, MPF-F6, MPF-F7, MPF-DESC
           END-UNSTRING
           MOVE FUNCTION NUMVAL(MPF-F1) TO MPF-Z
           MOVE FUNCTION NUMVAL(MPF-F2) TO MPF-X
           MOVE FUNCTION NUMVAL(MPF-F3) TO MPF-Y
           IF MPF-Z < 1 OR MPF-Z > 2 OR MPF-X < 1 OR MPF-X > 2 OR
              MPF-Y < 1 OR MPF-Y > 2
               EXIT PARAGRAPH
           END-IF
           IF MAP-ROOM-RECORDS = 0
               PERFORM CLEAR-DUNGEON-ROOMS
           END-IF
           ADD 1 TO MAP-ROOM-RECORDS
           MOVE MPF-F4(1:1) TO DNG-ROOM-FEATURE(MPF-Z, MPF-X, MPF-Y)
           MOVE FUNCTION NUMVAL(MPF-F5)
               TO DNG-ENCOUNTER-RATE(MPF-Z, MPF-X, MPF-Y)
           MOVE MPF-F6(1:10) TO DNG-ROOM-EXITS(MPF-Z, MPF-X, MPF-Y)
           MOVE MPF-F7 TO DNG-ROOM-NAME(MPF-Z, MPF-X, MPF-Y)
           MOVE MPF-DESC TO DNG-ROOM-DESC(MPF-Z, MPF-X, MPF-Y)
           .

       CLEAR-DUNGEON-ROOMS.
           PERFORM VARYING DNG-Z FROM 1 BY 1 UNTIL DNG-Z > 2
               PERFORM VARYING DNG-X FROM 1 BY 1 UNTIL DNG-X > 2
                   PERFORM VARYING DNG-Y FROM 1 BY 1 UNTIL DNG-Y > 2
                       MOVE SPACES TO DNG-ROOM-NAME(DNG-Z, DNG-X, DNG-Y)
                       MOVE SPACES TO DNG-ROOM-DESC(DNG-Z, DNG-X, DNG-Y)
                       MOVE 0 TO DNG-ENCOUNTER-RATE(DNG-Z, DNG-X, DNG-Y)
                       MOVE SPACE
                           TO DNG-ROOM-FEATURE(DNG-Z, DNG-X, DNG-Y)
                       MOVE "NNNNNNNNNN"
                           TO DNG-ROOM-EXITS(DNG-Z, DNG-X, DNG-Y)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Export de la carte de référence vers COBOMAP.DAT: les dix
      * bandes, chaque tuile qui s'écarte de sa bande, les huit
      * salles du donjon
      *-----------------------------------------------------------------
       WRITE-DEFAULT-MAP-FILE.
           OPEN OUTPUT MAP-DATA-FILE
           MOVE "WRITE-DEFAULT-MAP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           IF NOT MAP-DATA-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > MAP-SIZE-X
               SET MPF-X TO BAND-IDX
               MOVE SPACES TO MAP-DATA-RECORD
               STRING "Z|" DELIMITED BY SIZE
                   MPF-X DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ZONE-BAND-TYPE(BAND-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ZONE-BAND-RATE(BAND-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(ZONE-BAND-NAME(BAND-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(ZONE-BAND-DESC(BAND-IDX))
                       DELIMITED BY SIZE
                   INTO MAP-DATA-RECORD
               END-STRING
               WRITE MAP-DATA-RECORD
               MOVE "WRITE-DEFAULT-MAP-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MAP-DATA-FILE-PATH, MAP-DATA-STATUS
           END-PERFORM

           PERFORM VARYING LOC-X FROM 1 BY 1 UNTIL LOC-X > MAP-SIZE-X
               PERFORM VARYING LOC-Y FROM 1 BY 1
                       UNTIL LOC-Y > MAP-SIZE-Y
                   PERFORM WRITE-DEFAULT-MAP-TILE
               END-PERFORM
           END-PERFORM

           PERFORM VARYING DNG-Z FROM 1 BY 1 UNTIL DNG-Z > 2
               PERFORM VARYING DNG-X FROM 1 BY 1 UNTIL DNG-X > 2
                   PERFORM VARYING DNG-Y FROM 1 BY 1 UNTIL DNG-Y > 2
                       PERFORM WRITE-DEFAULT-MAP-ROOM
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           CLOSE MAP-DATA-FILE
           MOVE "WRITE-DEFAULT-MAP-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           DISPLAY "(Carte du monde exportée vers COBOMAP.DAT)"
           .

       WRITE-DEFAULT-MAP-TILE.
           MOVE "N" TO MPF-TILE-DIFFERS
           IF LOCATION-NAME(LOC-X, LOC-Y) NOT = ZONE-BAND-NAME(LOC-X)
              OR LOCATION-ZONE(LOC-X, LOC-Y) NOT = ZONE-BAND-NAME(LOC-X)
              OR LOCATION-DESC(LOC-X, LOC-Y) NOT = ZONE-BAND-DESC(LOC-X)
              OR LOCATION-TYPE(LOC-X, LOC-Y) NOT = ZONE-BAND-TYPE(LOC-X)
              OR LOCATION-ENCOUNTER-RATE(LOC-X, LOC-Y) NOT =
                 ZONE-BAND-RATE(LOC-X)
              OR LOCATION-VISITED(LOC-X, LOC-Y) = "Y"
              OR LOCATION-GATE-ITEM(LOC-X, LOC-Y) NOT = SPACES
              OR LOCATION-EXITS(LOC-X, LOC-Y) NOT = "YYYYNN"
               MOVE "Y" TO MPF-TILE-DIFFERS
           END-IF
           IF MPF-TILE-DIFFERS = "N"
               EXIT PARAGRAPH
           END-IF

           SET MPF-X TO LOC-X
           SET MPF-Y TO LOC-Y
           MOVE LOCATION-ENCOUNTER-RATE(LOC-X, LOC-Y) TO MPF-OUT-RATE
           MOVE SPACES TO MAP-DATA-RECORD
           STRING "L|" DELIMITED BY SIZE
               MPF-X DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               MPF-Y DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LOCATION-TYPE(LOC-X, LOC-Y) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               MPF-OUT-RATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LOCATION-EXITS(LOC-X, LOC-Y) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LOCATION-VISITED(LOC-X, LOC-Y) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(LOCATION-GATE-ITEM(LOC-X, LOC-Y))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(LOCATION-ZONE(LOC-X, LOC-Y))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(LOCATION-NAME(LOC-X, LOC-Y))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(LOCATION-DESC(LOC-X, LOC-Y))
                   DELIMITED BY SIZE
               INTO MAP-DATA-RECORD
           END-STRING
           WRITE MAP-DATA-RECORD
           MOVE "WRITE-DEFAULT-MAP-TILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           .

       WRITE-DEFAULT-MAP-ROOM.
           SET MPF-Z TO DNG-Z
           SET MPF-X TO DNG-X
           SET MPF-Y TO DNG-Y
           MOVE DNG-ENCOUNTER-RATE(DNG-Z, DNG-X, DNG-Y) TO MPF-OUT-RATE
           MOVE DNG-ROOM-EXITS(DNG-Z, DNG-X, DNG-Y) TO MPF-F6
           INSPECT MPF-F6(1:10) REPLACING ALL SPACE BY "N"
                                          ALL LOW-VALUE BY "N"
           MOVE DNG-ROOM-FEATURE(DNG-Z, DNG-X, DNG-Y) TO MPF-F4
           MOVE SPACES TO MAP-DATA-RECORD
           STRING "R|" DELIMITED BY SIZE
               MPF-Z DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               MPF-X DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               MPF-Y DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               MPF-F4(1:1) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               MPF-OUT-RATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               MPF-F6(1:10) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(DNG-ROOM-NAME(DNG-Z, DNG-X, DNG-Y))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(DNG-ROOM-DESC(DNG-Z, DNG-X, DNG-Y))
                   DELIMITED BY SIZE
               INTO MAP-DATA-RECORD
           END-STRING
           WRITE MAP-DATA-RECORD
           MOVE "WRITE-DEFAULT-MAP-ROOM" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MAP-DATA-FILE-PATH,
               MAP-DATA-STATUS
           .

      *-----------------------------------------------------------------
      * Donjon des Ruines du Compilateur (3, 8): deux niveaux de 2x2
      * salles reliés par un puits vertical (mêmes coordonnées à
           MOVE "L" TO DNG-ROOM-FEATURE(1, 2, 2)
           MOVE "C" TO DNG-ROOM-FEATURE(2, 1, 1)
           MOVE "S" TO DNG-ROOM-FEATURE(2, 1, 2)
           MOVE "M" TO DNG-ROOM-FEATURE(1, 1, 1)
           MOVE "M" TO DNG-ROOM-FEATURE(2, 2, 1)

           MOVE "Entrée des Catacombes" TO DNG-ROOM-NAME(1, 1, 1)
           MOVE "La descente depuis les Ruines du Compilateur "
               EXIT PARAGRAPH
           END-IF

      *    Le PNJ escorté ne s'aventure pas sur une case gardée,
      *    même quand le joueur en porte la clé
           IF GS-ESC-ACTIVE = "Y"
               MOVE "Y" TO GATE-BLOCKED
               DISPLAY FUNCTION TRIM(GS-ESC-NAME)
                   " refuse de s'engager vers "
                   FUNCTION TRIM(LOCATION-NAME(GATE-TGT-X, GATE-TGT-Y))
                   ": passage trop périlleux."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INVENTORY-COUNT
               IF ITEM-NAME(INV-IDX) =
      *-----------------------------------------------------------------
      * Porte scellée: l'Antichambre n'admet que les porteurs de la
      * Clé des Catacombes (trouvée dans le coffre de la Salle des
      * Machines Oubliées) ou une fois la console de maintenance de
      * l'étage réparée; sinon le joueur est repoussé d'où il vient
      *-----------------------------------------------------------------
       CHECK-LOCKED-ENTRY.
           IF DUNGEON-FLOOR > DUNGEON-FLOOR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF GS-PZL-DOOR-OPEN = "Y"
               DISPLAY "La porte scellée, déverrouillée depuis la"
               DISPLAY "console de maintenance, s'ouvre sans effort."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CATACOMB-KEY
           IF HAS-CATACOMB-KEY = "N"
               DISPLAY "Une lourde porte scellée barre l'entrée:"
               " rejoint votre anneau de clés (hors du sac à dos)."

           MOVE RING-SWEEP-IDX TO OP-ITEM-INDEX
           MOVE "ANNO" TO OP-ITEM-SOURCE
           MOVE 'R' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               WORLD-LOOT-EQUIPMENT, ITEM-OP-PARAMS
           MOVE 'A' TO INVENTORY-OPERATION
           MOVE "ANNO" TO ILG-SOURCE
           MOVE "A" TO ILG-PLACE
           MOVE 1 TO ILG-DELTA
           MOVE 0 TO ILG-ITEM-ID
           MOVE RING-QUERY-NAME TO ILG-ITEM-NAME
           PERFORM WRITE-ITEM-LEDGER
      *    L'inventaire vient d'être compacté: repartir du début
           MOVE "Y" TO RING-SWEEP-AGAIN
           .
      *-----------------------------------------------------------------
      * Aménagement de la salle courante: coffre (une ouverture par
      * partie), piège testant l'agilité, sanctuaire à bénédiction
      * unique, console de maintenance COBOL à réparer
      *-----------------------------------------------------------------
       PROCESS-ROOM-FEATURE.
           IF DUNGEON-FLOOR > DUNGEON-FLOOR-COUNT
                   PERFORM SPRING-DUNGEON-TRAP
               WHEN "S"
                   PERFORM USE-DUNGEON-SHRINE
               WHEN "M"
                   PERFORM USE-DUNGEON-CONSOLE
           END-EVALUATE

      *    Une salle aménagée peut garder l'indice d'une enquête
      *    ouverte (clé: étage / X*10+Y)
           IF DNG-ROOM-FEATURE(DUNGEON-FLOOR, DUNGEON-POS-X,
                   DUNGEON-POS-Y) NOT = SPACE
               MOVE "K" TO IVP-OPERATION
               MOVE "R" TO IVP-SOURCE-KIND
               MOVE DUNGEON-FLOOR TO IVP-KEY-HIGH
               COMPUTE IVP-KEY-LOW = DUNGEON-POS-X * 10 + DUNGEON-POS-Y
               CALL "INVESTIGATION-SYSTEM" USING INVESTIGATION-PARAMS,
                   GAME-STATE-EXT
           END-IF
           .

      *-----------------------------------------------------------------
      * Console de maintenance: un programme COBOL en panne (voir
      * CODE-PUZZLE), site 7 à 14 selon la salle, difficulté
      * croissante avec la profondeur. Réparée, elle déverrouille la
      * porte scellée de l'étage; à défaut de porte (ou si elle est
      * déjà ouverte), elle livre de l'Alliage binaire au terminal
      *-----------------------------------------------------------------
       USE-DUNGEON-CONSOLE.
           COMPUTE PZL-SITE = 6 + (DUNGEON-FLOOR - 1) * 4
               + (DUNGEON-POS-X - 1) * 2 + DUNGEON-POS-Y
           COMPUTE PZL-LEVEL = DUNGEON-FLOOR * 2
           CALL "CODE-PUZZLE-SYSTEM" USING PUZZLE-PARAMS,
               GAME-STATE-EXT
           IF NOT PZL-SOLVED
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CONSOLE-DOOR-FOUND
           PERFORM VARYING DNG-X FROM 1 BY 1 UNTIL DNG-X > 2
               PERFORM VARYING DNG-Y FROM 1 BY 1 UNTIL DNG-Y > 2
                   IF DNG-ROOM-FEATURE(DUNGEON-FLOOR, DNG-X, DNG-Y)
                           = "L"
                       MOVE "Y" TO CONSOLE-DOOR-FOUND
                   END-IF
               END-PERFORM
           END-PERFORM

           IF CONSOLE-DOOR-FOUND = "Y" AND GS-PZL-DOOR-OPEN NOT = "Y"
               MOVE "Y" TO GS-PZL-DOOR-OPEN
               DISPLAY "Un claquement sourd résonne dans l'étage: la"
               DISPLAY "console a déverrouillé la porte scellée."
           ELSE
               MOVE "Alliage binaire" TO CRAFTING-MATERIAL-NAME
               MOVE 2 TO CRAFTING-MATERIAL-QTY
               MOVE 'A' TO CRAFTING-OPERATION
               CALL "JCL-CRAFTING-SYSTEM" USING CRAFTING-OPERATION,
                   CRAFTING-MATERIAL-NAME, CRAFTING-MATERIAL-QTY,
                   PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
                   WORLD-LOOT-EQUIPMENT, ITEM-OP-PARAMS,
                   GAME-STATE-EXT
               DISPLAY "La console éjecte 2 x Alliage binaire "
                   & "(déposés au terminal de fabrication)."
           END-IF
           .

      *-----------------------------------------------------------------
               MOVE 0 TO OP-ITEM-MANA
               MOVE 0 TO OP-ITEM-DURABILITY-MAX
               MOVE 0 TO OP-ITEM-ESCAPE-BONUS
               MOVE "COFF" TO OP-ITEM-SOURCE
               MOVE 'A' TO INVENTORY-OPERATION
               CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
                   PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               MOVE 0 TO OP-ITEM-MANA
               MOVE 0 TO OP-ITEM-DURABILITY-MAX
               MOVE 0 TO OP-ITEM-ESCAPE-BONUS
               MOVE "COFF" TO OP-ITEM-SOURCE
               MOVE 'A' TO INVENTORY-OPERATION
               CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
                   PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
      * Traitement d'une nouvelle localisation
      *-----------------------------------------------------------------
       PROCESS-NEW-LOCATION.
           IF NOT LOC-IS-VISITED(PLAYER-POS-X, PLAYER-POS-Y)
               MOVE "E" TO CHL-OPERATION
               MOVE "EXPL" TO CHL-EVENT-CODE
               MOVE "N" TO CHL-EVENT-CLEAN
               CALL "CHALLENGE-SYSTEM" USING CHALLENGE-PARAMS,
                   GAME-STATE-EXT
           END-IF
           MOVE "Y" TO LOCATION-VISITED(PLAYER-POS-X, PLAYER-POS-Y)

           PERFORM APPLY-ERA-RIPPLES
           PERFORM ROLL-DAILY-WEATHER
           PERFORM UPDATE-FAUNA
           PERFORM CHECK-ESCORT-ARRIVAL
           PERFORM UPDATE-WANDERING-BOSS
           PERFORM MOVE-KEY-ITEMS-TO-RING
           PERFORM REGROW-HARVEST-NODES
           DISPLAY SPACE

           PERFORM SHOW-HARVEST-NODE
           PERFORM SHOW-TILE-NOTES

           PERFORM CHECK-FOR-ENCOUNTER
           .
      *-----------------------------------------------------------------
      * Crieur public de la place: ses nouvelles sortent de l'état
      * réel de la partie (stabilité temporelle, factions, champion
      * d'arène, siège, boss errant, chantiers financés par le
      * joueur, infestations et pénuries de gibier, prime en
      * cours) - la simulation
      * qui tournait hors écran devient audible. Une annonce par
      * jour de jeu pour ne pas rabâcher à chaque aller-retour.
      *-----------------------------------------------------------------
       TOWN-CRIER-NEWS.
           IF CRIER-LAST-DAY = GS-GAME-DAY
               PERFORM CRY-INVESTIGATION-CLUE
               EXIT PARAGRAPH
           END-IF
           MOVE GS-GAME-DAY TO CRIER-LAST-DAY
               ADD 1 TO CRIER-LINES-SAID
           END-IF

           PERFORM VARYING WORKS-SCAN-IDX FROM 1 BY 1
                   UNTIL WORKS-SCAN-IDX > 6
               IF GS-WORKS-TOWN-ID(WORKS-SCAN-IDX) > 0 AND
                  GS-WORKS-DAY(WORKS-SCAN-IDX) + 1 >= GS-GAME-DAY
                   PERFORM CRY-TOWN-WORKS
               END-IF
           END-PERFORM

           PERFORM CRY-FAUNA-NEWS

           IF GS-BOUNTY-ACTIVE = "Y"
               DISPLAY "  << La prime sur "
                   FUNCTION TRIM(GS-BOUNTY-NAME)
               ADD 1 TO CRIER-LINES-SAID
           END-IF

           PERFORM CRY-INVESTIGATION-CLUE

           IF CRIER-LINES-SAID = 0
               DISPLAY "  << Rien à crier aujourd'hui: le monde "
                   & "tient debout, profitez-en. >>"
           END-IF
           .

      *-----------------------------------------------------------------
      * Rumeur d'enquête: le crieur de certaines villes tient un
      * indice pour l'affaire ouverte (clé: X / Y de la ville); il
      * le glisse au joueur même s'il a déjà crié ses nouvelles du
      * jour ailleurs
      *-----------------------------------------------------------------
       CRY-INVESTIGATION-CLUE.
           MOVE "K" TO IVP-OPERATION
           MOVE "C" TO IVP-SOURCE-KIND
           MOVE PLAYER-POS-X TO IVP-KEY-HIGH
           MOVE PLAYER-POS-Y TO IVP-KEY-LOW
           CALL "INVESTIGATION-SYSTEM" USING INVESTIGATION-PARAMS,
               GAME-STATE-EXT
           IF IVP-RESULT = "Y"
               ADD 1 TO CRIER-LINES-SAID
           END-IF
           .

      *-----------------------------------------------------------------
      * Annonce du dernier chantier de l'entrée WORKS-SCAN-IDX de
      * GS-TOWN-WORKS (installation et niveau atteint)
      *-----------------------------------------------------------------
       CRY-TOWN-WORKS.
           EVALUATE GS-WORKS-LAST(WORKS-SCAN-IDX)
               WHEN "B"
                   MOVE "sa boutique" TO WORKS-FACILITY-NAME
                   MOVE GS-WORKS-SHOP(WORKS-SCAN-IDX) TO WORKS-LEVEL
               WHEN "A"
                   MOVE "son auberge" TO WORKS-FACILITY-NAME
                   MOVE GS-WORKS-INN(WORKS-SCAN-IDX) TO WORKS-LEVEL
               WHEN "F"
                   MOVE "sa forge" TO WORKS-FACILITY-NAME
                   MOVE GS-WORKS-FORGE(WORKS-SCAN-IDX) TO WORKS-LEVEL
               WHEN OTHER
                   MOVE "ses remparts" TO WORKS-FACILITY-NAME
                   MOVE GS-WORKS-WALLS(WORKS-SCAN-IDX) TO WORKS-LEVEL
           END-EVALUATE
           MOVE GS-WORKS-X(WORKS-SCAN-IDX) TO WORKS-TILE-X
           MOVE GS-WORKS-Y(WORKS-SCAN-IDX) TO WORKS-TILE-Y
           DISPLAY "  << Grâce à " FUNCTION TRIM(CHAR-NAME)
               ", " FUNCTION TRIM(LOCATION-NAME(WORKS-TILE-X,
                   WORKS-TILE-Y))
               " inaugure " FUNCTION TRIM(WORKS-FACILITY-NAME)
               " de niveau " WORKS-LEVEL "! >>"
           ADD 1 TO CRIER-LINES-SAID
           .

      *-----------------------------------------------------------------
      * Nouvelles de la faune (voir GS-FAUNA): l'espèce la plus
      * envahissante et la plus décimée de la carte, chacune dans
      * une zone où elle a son habitat
      *-----------------------------------------------------------------
       CRY-FAUNA-NEWS.
           PERFORM FIND-FAUNA-EXTREMES
           IF FAU-HIGH-MON > 0 AND FAU-HIGH-POP >= FAUNA-SURPLUS
               DISPLAY "  << Infestation de "
                   FUNCTION TRIM(MON-NAME(FAU-HIGH-MON))
                   " dans la zone "
                   FUNCTION TRIM(ZONE-BAND-NAME(FAU-HIGH-ZONE))
                   "! Le tableau des primes paie les chasseurs. >>"
               ADD 1 TO CRIER-LINES-SAID
           END-IF
           IF FAU-LOW-MON > 0 AND FAU-LOW-POP < FAUNA-SCARCE
               DISPLAY "  << Les "
                   FUNCTION TRIM(MON-NAME(FAU-LOW-MON))
                   " se font rares dans la zone "
                   FUNCTION TRIM(ZONE-BAND-NAME(FAU-LOW-ZONE))
                   ": laissez souffler le gibier. >>"
               ADD 1 TO CRIER-LINES-SAID
           END-IF
           .

      *-----------------------------------------------------------------
      * Gisements: configuration, repousse, signalement sur la tuile
      * et récolte proprement dite (commande R du jeu)
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Faune par zone: toutes les populations partent de
      * l'équilibre (50) dans une partie neuve ou une sauvegarde
      * antérieure à GS-FAUNA
      *-----------------------------------------------------------------
       ENSURE-FAUNA-READY.
           IF GS-FAUNA-VALID = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FAU-ZONE FROM 1 BY 1 UNTIL FAU-ZONE > 10
               PERFORM VARYING FAU-MON FROM 1 BY 1 UNTIL FAU-MON > 30
                   MOVE 50 TO GS-FAUNA-POP(FAU-ZONE, FAU-MON)
               END-PERFORM
           END-PERFORM
           MOVE "Y" TO GS-FAUNA-VALID
           MOVE GS-GAME-DAY TO GS-FAUNA-DAY
           .

      *-----------------------------------------------------------------
      * Zone de la tuile courante (une par colonne de la carte)
      *-----------------------------------------------------------------
       SET-FAUNA-ZONE.
           MOVE PLAYER-POS-X TO FAU-ZONE
           IF FAU-ZONE < 1 OR FAU-ZONE > 10
               MOVE 1 TO FAU-ZONE
           END-IF
           .

      *-----------------------------------------------------------------
      * Repousse quotidienne des populations (une fois par jour de
      * jeu, jusqu'à sept jours rattrapés après un long repos):
      * chaque espèce remonte vers le plafond de sa zone au rythme
      * du jour (SET-FAUNA-CEILING). Une espèce en pénurie attire
      * ses congénères des zones voisines et laisse sa niche aux
      * espèces nocturnes du même habitat.
      *-----------------------------------------------------------------
       UPDATE-FAUNA.
           PERFORM ENSURE-FAUNA-READY
           IF GS-FAUNA-DAY = GS-GAME-DAY
               EXIT PARAGRAPH
           END-IF
           IF GS-GAME-DAY > GS-FAUNA-DAY
               COMPUTE FAU-DAYS = GS-GAME-DAY - GS-FAUNA-DAY
           ELSE
               MOVE 1 TO FAU-DAYS
           END-IF
           IF FAU-DAYS > 7
               MOVE 7 TO FAU-DAYS
           END-IF
           MOVE GS-GAME-DAY TO GS-FAUNA-DAY

           PERFORM VARYING FAU-DAY-IDX FROM 1 BY 1
                   UNTIL FAU-DAY-IDX > FAU-DAYS
               PERFORM VARYING FAU-ZONE FROM 1 BY 1
                       UNTIL FAU-ZONE > 10
                   PERFORM SET-FAUNA-CEILING
                   PERFORM VARYING FAU-MON FROM 1 BY 1
                           UNTIL FAU-MON > MONSTER-COUNT
                       PERFORM REGROW-FAUNA-POP
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Rythme et plafond de repousse de la zone FAU-ZONE: 4 points
      * par jour, 6 sous la pluie, rien pendant l'orage de données
      * (comme les gisements). Les patrouilles des Archivistes
      * tiennent la faune basse, les Anomalies la laissent pulluler;
      * une zone neutre finit infestée si personne n'y chasse.
      *-----------------------------------------------------------------
       SET-FAUNA-CEILING.
           EVALUATE GS-WEATHER
               WHEN "R"
                   MOVE 6 TO FAU-GROWTH
               WHEN "S"
                   MOVE 0 TO FAU-GROWTH
               WHEN OTHER
                   MOVE 4 TO FAU-GROWTH
           END-EVALUATE
           EVALUATE GS-ZONE-FACTION(FAU-ZONE)
               WHEN 1
                   MOVE 55 TO FAU-CEILING
                   IF FAU-GROWTH > 0
                       SUBTRACT 1 FROM FAU-GROWTH
                   END-IF
               WHEN 2
                   MOVE 65 TO FAU-CEILING
               WHEN 3
                   MOVE 95 TO FAU-CEILING
                   IF FAU-GROWTH > 0
                       ADD 2 TO FAU-GROWTH
                   END-IF
               WHEN OTHER
                   MOVE 75 TO FAU-CEILING
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Une journée pour l'espèce FAU-MON dans la zone FAU-ZONE: une
      * population au-dessus du plafond (zone passée sous une autre
      * faction) redescend de 2 points par jour
      *-----------------------------------------------------------------
       REGROW-FAUNA-POP.
           MOVE GS-FAUNA-POP(FAU-ZONE, FAU-MON) TO FAU-POP-WORK
           IF FAU-POP-WORK < FAU-CEILING
               ADD FAU-GROWTH TO FAU-POP-WORK
               IF FAU-POP-WORK > FAU-CEILING
                   MOVE FAU-CEILING TO FAU-POP-WORK
               END-IF
           ELSE
               SUBTRACT 2 FROM FAU-POP-WORK
               IF FAU-POP-WORK < FAU-CEILING
                   MOVE FAU-CEILING TO FAU-POP-WORK
               END-IF
           END-IF
           MOVE FAU-POP-WORK TO GS-FAUNA-POP(FAU-ZONE, FAU-MON)

           IF GS-FAUNA-POP(FAU-ZONE, FAU-MON) < FAUNA-SCARCE
               MOVE FAU-ZONE TO FAU-SIDE
               SUBTRACT 1 FROM FAU-SIDE
               PERFORM DRAW-FAUNA-MIGRANTS
               COMPUTE FAU-SIDE = FAU-ZONE + 1
               PERFORM DRAW-FAUNA-MIGRANTS
               IF MON-NOCTURNAL(FAU-MON) NOT = "Y"
                   PERFORM FILL-FAUNA-NICHE
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * Des congénères de la zone voisine FAU-SIDE descendent
      * repeupler la zone décimée, si leur propre population le
      * permet
      *-----------------------------------------------------------------
       DRAW-FAUNA-MIGRANTS.
           IF FAU-SIDE < 1 OR FAU-SIDE > 10
               EXIT PARAGRAPH
           END-IF
           IF GS-FAUNA-POP(FAU-SIDE, FAU-MON) > 40
               SUBTRACT FAUNA-MIGRANTS
                   FROM GS-FAUNA-POP(FAU-SIDE, FAU-MON)
               ADD FAUNA-MIGRANTS TO GS-FAUNA-POP(FAU-ZONE, FAU-MON)
           END-IF
           .

      *-----------------------------------------------------------------
      * Niche laissée vide par une espèce diurne décimée: les
      * nocturnes du même habitat prolifèrent dans la zone (assez
      * nombreuses, elles sortent en plein jour, voir
      * SELECT-MONSTER-FOR-ENCOUNTER)
      *-----------------------------------------------------------------
       FILL-FAUNA-NICHE.
           PERFORM VARYING FAU-NICHE FROM 1 BY 1
                   UNTIL FAU-NICHE > MONSTER-COUNT
               IF MON-NOCTURNAL(FAU-NICHE) = "Y" AND
                  MON-LOC-TYPE(FAU-NICHE) = MON-LOC-TYPE(FAU-MON) AND
                  GS-FAUNA-POP(FAU-ZONE, FAU-NICHE) < 97
                   ADD 3 TO GS-FAUNA-POP(FAU-ZONE, FAU-NICHE)
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Une victoire sur l'espèce SELECTED-MON-IDX entame la
      * population de la zone courante
      *-----------------------------------------------------------------
       DEPLETE-FAUNA-POP.
           PERFORM SET-FAUNA-ZONE
           IF GS-FAUNA-POP(FAU-ZONE, SELECTED-MON-IDX)
                   > FAUNA-KILL-LOSS
               SUBTRACT FAUNA-KILL-LOSS
                   FROM GS-FAUNA-POP(FAU-ZONE, SELECTED-MON-IDX)
           ELSE
               MOVE 0 TO GS-FAUNA-POP(FAU-ZONE, SELECTED-MON-IDX)
           END-IF
           .

      *-----------------------------------------------------------------
      * Habitats présents dans chaque zone: une colonne qui compte au
      * moins une tuile sauvage (ou de donjon) abrite les espèces de
      * ce type de lieu
      *-----------------------------------------------------------------
       SCAN-FAUNA-HABITATS.
           PERFORM VARYING FAU-ZONE FROM 1 BY 1 UNTIL FAU-ZONE > 10
               MOVE "N" TO FAU-HAS-WILD(FAU-ZONE)
               MOVE "N" TO FAU-HAS-DUNGEON(FAU-ZONE)
               PERFORM VARYING FAU-SCAN-Y FROM 1 BY 1
                       UNTIL FAU-SCAN-Y > MAP-SIZE-Y
                   IF LOCATION-TYPE(FAU-ZONE, FAU-SCAN-Y) = "W"
                       MOVE "Y" TO FAU-HAS-WILD(FAU-ZONE)
                   END-IF
                   IF LOCATION-TYPE(FAU-ZONE, FAU-SCAN-Y) = "D"
                       MOVE "Y" TO FAU-HAS-DUNGEON(FAU-ZONE)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * L'espèce FAU-MON a-t-elle son habitat dans la zone FAU-ZONE?
      *-----------------------------------------------------------------
       CHECK-FAUNA-HABITAT.
           MOVE "N" TO FAU-IN-HABITAT
           IF MON-LOC-TYPE(FAU-MON) = "W" AND
              FAU-HAS-WILD(FAU-ZONE) = "Y"
               MOVE "Y" TO FAU-IN-HABITAT
           END-IF
           IF MON-LOC-TYPE(FAU-MON) = "D" AND
              FAU-HAS-DUNGEON(FAU-ZONE) = "Y"
               MOVE "Y" TO FAU-IN-HABITAT
           END-IF
           .

      *-----------------------------------------------------------------
      * Population la plus forte et la plus faible de la carte,
      * parmi les espèces dans leur habitat (crieur public)
      *-----------------------------------------------------------------
       FIND-FAUNA-EXTREMES.
           PERFORM ENSURE-FAUNA-READY
           PERFORM SCAN-FAUNA-HABITATS
           MOVE 0 TO FAU-HIGH-POP
           MOVE 0 TO FAU-HIGH-ZONE
           MOVE 0 TO FAU-HIGH-MON
           MOVE 99 TO FAU-LOW-POP
           MOVE 0 TO FAU-LOW-ZONE
           MOVE 0 TO FAU-LOW-MON
           PERFORM VARYING FAU-ZONE FROM 1 BY 1 UNTIL FAU-ZONE > 10
               PERFORM VARYING FAU-MON FROM 1 BY 1
                       UNTIL FAU-MON > MONSTER-COUNT
                   PERFORM CHECK-FAUNA-HABITAT
                   IF FAU-IN-HABITAT = "Y"
                       IF GS-FAUNA-POP(FAU-ZONE, FAU-MON)
                               > FAU-HIGH-POP
                           MOVE GS-FAUNA-POP(FAU-ZONE, FAU-MON)
                               TO FAU-HIGH-POP
                           MOVE FAU-ZONE TO FAU-HIGH-ZONE
                           MOVE FAU-MON TO FAU-HIGH-MON
                       END-IF
                       IF GS-FAUNA-POP(FAU-ZONE, FAU-MON)
                               < FAU-LOW-POP
                           MOVE GS-FAUNA-POP(FAU-ZONE, FAU-MON)
                               TO FAU-LOW-POP
                           MOVE FAU-ZONE TO FAU-LOW-ZONE
                           MOVE FAU-MON TO FAU-LOW-MON
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Contrat de chasse du tableau des primes: l'espèce du palier
      * du joueur la plus envahissante de la carte, si l'une d'elles
      * dépasse le seuil d'infestation (BOUNTY-MON-IDX à zéro sinon)
      *-----------------------------------------------------------------
       FIND-SURPLUS-BOUNTY-TARGET.
           PERFORM ENSURE-FAUNA-READY
           PERFORM SCAN-FAUNA-HABITATS
           MOVE 0 TO BOUNTY-MON-IDX
           MOVE 0 TO FAU-HIGH-ZONE
           MOVE FAUNA-SURPLUS TO FAU-HIGH-POP
           SUBTRACT 1 FROM FAU-HIGH-POP
           PERFORM VARYING FAU-ZONE FROM 1 BY 1 UNTIL FAU-ZONE > 10
               PERFORM VARYING FAU-MON FROM 1 BY 1
                       UNTIL FAU-MON > MONSTER-COUNT
                   PERFORM CHECK-FAUNA-HABITAT
                   IF FAU-IN-HABITAT = "Y" AND
                      CHAR-LEVEL >= MON-MIN-LEVEL(FAU-MON) AND
                      CHAR-LEVEL <= MON-MAX-LEVEL(FAU-MON) AND
                      GS-FAUNA-POP(FAU-ZONE, FAU-MON) > FAU-HIGH-POP
                       MOVE GS-FAUNA-POP(FAU-ZONE, FAU-MON)
                           TO FAU-HIGH-POP
                       MOVE FAU-ZONE TO FAU-HIGH-ZONE
                       MOVE FAU-MON TO BOUNTY-MON-IDX
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Qualificatif d'une population (bestiaire)
      *-----------------------------------------------------------------
       SET-FAUNA-LEVEL-LABEL.
           EVALUATE TRUE
               WHEN GS-FAUNA-POP(FAU-ZONE, MON-IDX) >= FAUNA-SURPLUS
                   MOVE "infestation" TO FAU-LEVEL-LABEL
               WHEN GS-FAUNA-POP(FAU-ZONE, MON-IDX) < FAUNA-SCARCE
                   MOVE "rare" TO FAU-LEVEL-LABEL
               WHEN GS-FAUNA-POP(FAU-ZONE, MON-IDX) >= 60
                   MOVE "abondante" TO FAU-LEVEL-LABEL
               WHEN OTHER
                   MOVE "normale" TO FAU-LEVEL-LABEL
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Tirage pondéré parmi les MATCH-COUNT monstres éligibles:
      * chacun pèse sa population locale plus un, si bien qu'une
      * espèce décimée se fait rare sans disparaître tout à fait
      *-----------------------------------------------------------------
       DRAW-WEIGHTED-MATCH.
           MOVE 0 TO MATCH-WEIGHT-TOTAL
           PERFORM VARYING FAU-PICK FROM 1 BY 1
                   UNTIL FAU-PICK > MATCH-COUNT
               COMPUTE MATCH-WEIGHT(FAU-PICK) =
                   GS-FAUNA-POP(FAU-ZONE, MATCH-MON-IDX(FAU-PICK)) + 1
               ADD MATCH-WEIGHT(FAU-PICK) TO MATCH-WEIGHT-TOTAL
           END-PERFORM

           COMPUTE MATCH-DRAW =
               FUNCTION RANDOM * MATCH-WEIGHT-TOTAL + 1
           IF MATCH-DRAW > MATCH-WEIGHT-TOTAL
               MOVE MATCH-WEIGHT-TOTAL TO MATCH-DRAW
           END-IF

           MOVE 0 TO MATCH-RUNNING
           MOVE 0 TO CHOSEN-MATCH
           PERFORM VARYING FAU-PICK FROM 1 BY 1
                   UNTIL FAU-PICK > MATCH-COUNT OR CHOSEN-MATCH > 0
               ADD MATCH-WEIGHT(FAU-PICK) TO MATCH-RUNNING
               IF MATCH-RUNNING >= MATCH-DRAW
                   MOVE FAU-PICK TO CHOSEN-MATCH
               END-IF
           END-PERFORM
           IF CHOSEN-MATCH = 0
               MOVE MATCH-COUNT TO CHOSEN-MATCH
           END-IF
           .

       FIND-NODE-AT-TILE.
           MOVE 0 TO NODE-AT-TILE
           PERFORM VARYING NODE-IDX FROM 1 BY 1 UNTIL NODE-IDX > 4
               IF NODE-POS-X(NODE-IDX) = PLAYER-POS-X AND
                  NODE-POS-Y(NODE-IDX) = PLAYER-POS-Y
                   MOVE NODE-IDX TO NODE-AT-TILE
               END-IF
           END-PERFORM
           .

       SHOW-HARVEST-NODE.
           PERFORM FIND-NODE-AT-TILE
           IF NODE-AT-TILE > 0
               IF GS-NODE-TIMER(NODE-AT-TILE) = 0
                   DISPLAY "Vous repérez un gisement: "
                       NODE-NAME(NODE-AT-TILE)
                       " - (R) pour récolter"
               ELSE
                   DISPLAY "Le gisement d'ici ("
                       NODE-NAME(NODE-AT-TILE)
                       ") se reconstitue encore."
               END-IF
           END-IF
           .

       HARVEST-MATERIAL-NODE.
      *    Creuser prime sur récolter: sur le site d'une carte au
      *    trésor, la commande R ouvre la cache
           IF GS-TMAP-ACTIVE = "Y" AND
              PLAYER-POS-X = GS-TMAP-X AND
              PLAYER-POS-Y = GS-TMAP-Y
               PERFORM DIG-TREASURE-CACHE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NODE-AT-TILE
           IF NODE-AT-TILE = 0
               DISPLAY "Il n'y a rien à récolter ici."
               EXIT PARAGRAPH
           END-IF
           IF GS-NODE-TIMER(NODE-AT-TILE) > 0
               DISPLAY "Le gisement se reconstitue: repassez dans "
                   GS-NODE-TIMER(NODE-AT-TILE) " déplacements."
               EXIT PARAGRAPH
           END-IF

           MOVE 20 TO GS-NODE-TIMER(NODE-AT-TILE)
           DISPLAY "Vous récoltez " NODE-YIELD(NODE-AT-TILE)
               " x " NODE-MATERIAL(NODE-AT-TILE)
               " (déposés au terminal de fabrication)."

           MOVE NODE-MATERIAL(NODE-AT-TILE)
               TO CRAFTING-MATERIAL-NAME
           MOVE NODE-YIELD(NODE-AT-TILE) TO CRAFTING-MATERIAL-QTY
           MOVE 'A' TO CRAFTING-OPERATION
           CALL "JCL-CRAFTING-SYSTEM" USING CRAFTING-OPERATION,
               CRAFTING-MATERIAL-NAME, CRAFTING-MATERIAL-QTY,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               WORLD-LOOT-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Retombées positives des anomalies réparées: chaque ère
      * remise d'aplomb embellit durablement une tuile du présent
      * (descriptions réécrites, idempotent - rejoué à chaque
      * arrivée pour couvrir aussi les parties chargées). Les
      * autres retombées vivent chez leurs propriétaires: stock
      * spécial du marchand dès trois anomalies, taux bancaire
      * doublé et PNJ reconnaissant une fois les six réparées.
      *-----------------------------------------------------------------
       APPLY-ERA-RIPPLES.
      *    Ère des cartes perforées: la Grotte de Stockage s'anime
           MOVE 0 TO OP-ITEM-MANA
           MOVE 0 TO OP-ITEM-DURABILITY-MAX
           MOVE 0 TO OP-ITEM-ESCAPE-BONUS
           MOVE "TROP" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
           MOVE 0 TO OP-ITEM-MANA
           MOVE 0 TO OP-ITEM-DURABILITY-MAX
           MOVE 0 TO OP-ITEM-ESCAPE-BONUS
           MOVE "CART" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               WORLD-LOOT-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT

           MOVE TMAP-MAP-IDX TO OP-ITEM-INDEX
           MOVE "TRES" TO OP-ITEM-SOURCE
           MOVE 'R' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
           END-IF

           PERFORM OFFER-RADIANT-QUEST
           PERFORM OFFER-ESCORT-QUEST
           PERFORM OFFER-INVESTIGATION
           PERFORM HANDLE-COMMISSIONS
           .

      *-----------------------------------------------------------------
               " tours pour agir)."
           .

      *-----------------------------------------------------------------
      * Escorte: un voyageur demande à être conduit jusqu'à une
      * autre ville avant une date donnée. Il marche avec le joueur
      * (chaque case coûte une heure de plus, pas de monture ni de
      * voyage rapide), refuse les cases gardées et peut être pris
      * pour cible en combat; la quête échoue s'il tombe ou si le
      * délai passe (voir CHECK-ESCORT-FAILURE dans QUEST.cbl).
      *-----------------------------------------------------------------
       OFFER-ESCORT-QUEST.
           IF GS-ESC-ACTIVE = "Y"
               DISPLAY SPACE
               DISPLAY "Escorte en cours: " FUNCTION TRIM(GS-ESC-NAME)
                   " vers " FUNCTION TRIM(LOCATION-NAME(GS-ESC-DEST-X,
                   GS-ESC-DEST-Y)) " (" GS-ESC-DEST-X ","
                   GS-ESC-DEST-Y "), avant la fin du jour "
                   GS-ESC-DUE-DAY "."
               DISPLAY "  PV de l'escorté: " GS-ESC-HP-CURRENT "/"
                   GS-ESC-HP-MAX
               EXIT PARAGRAPH
           END-IF

           PERFORM PICK-ESCORT-DESTINATION
           IF ESCORT-TOWN-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "Un voyageur cherche une escorte jusqu'à "
               FUNCTION TRIM(LOCATION-NAME(ESCORT-DEST-X,
               ESCORT-DEST-Y)) ". L'accompagner? (O/N)"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT ESCORT-CHOICE
           IF ESCORT-CHOICE NOT = "O" AND ESCORT-CHOICE NOT = "o"
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-ESCORT-QUEST
           .

      *-----------------------------------------------------------------
      * Destination: une autre ville de surface, sans garde à
      * l'entrée, choisie selon le jour parmi les candidates
      *-----------------------------------------------------------------
       PICK-ESCORT-DESTINATION.
           MOVE 0 TO ESCORT-TOWN-COUNT
           PERFORM VARYING ESCORT-SCAN-X FROM 1 BY 1
                   UNTIL ESCORT-SCAN-X > MAP-SIZE-X
               PERFORM VARYING ESCORT-SCAN-Y FROM 1 BY 1
                       UNTIL ESCORT-SCAN-Y > MAP-SIZE-Y
                   IF LOC-TOWN(ESCORT-SCAN-X, ESCORT-SCAN-Y) AND
                      LOCATION-GATE-ITEM(ESCORT-SCAN-X, ESCORT-SCAN-Y)
                          = SPACES AND
                      NOT (ESCORT-SCAN-X = PLAYER-POS-X AND
                           ESCORT-SCAN-Y = PLAYER-POS-Y)
                       ADD 1 TO ESCORT-TOWN-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF ESCORT-TOWN-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE ESCORT-TOWN-PICK =
               FUNCTION MOD(GS-GAME-DAY, ESCORT-TOWN-COUNT) + 1
           MOVE 0 TO ESCORT-TOWN-COUNT
           PERFORM VARYING ESCORT-SCAN-X FROM 1 BY 1
                   UNTIL ESCORT-SCAN-X > MAP-SIZE-X
               PERFORM VARYING ESCORT-SCAN-Y FROM 1 BY 1
                       UNTIL ESCORT-SCAN-Y > MAP-SIZE-Y
                   IF LOC-TOWN(ESCORT-SCAN-X, ESCORT-SCAN-Y) AND
                      LOCATION-GATE-ITEM(ESCORT-SCAN-X, ESCORT-SCAN-Y)
                          = SPACES AND
                      NOT (ESCORT-SCAN-X = PLAYER-POS-X AND
                           ESCORT-SCAN-Y = PLAYER-POS-Y)
                       ADD 1 TO ESCORT-TOWN-COUNT
                       IF ESCORT-TOWN-COUNT = ESCORT-TOWN-PICK
                           MOVE ESCORT-SCAN-X TO ESCORT-DEST-X
                           MOVE ESCORT-SCAN-Y TO ESCORT-DEST-Y
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           COMPUTE ESCORT-DIST =
               FUNCTION ABS(ESCORT-DEST-X - PLAYER-POS-X) +
               FUNCTION ABS(ESCORT-DEST-Y - PLAYER-POS-Y)
           .

      *-----------------------------------------------------------------
      * Inscription de l'escorte au journal (emplacement d'une
      * ancienne escorte recyclé, sinon un emplacement neuf) et
      * mise en route du PNJ aux côtés du joueur
      *-----------------------------------------------------------------
       GENERATE-ESCORT-QUEST.
           MOVE 0 TO ESCORT-SLOT
           PERFORM VARYING RADIANT-SCAN FROM 1 BY 1
                   UNTIL RADIANT-SCAN > QUEST-COUNT
               IF QUEST-ID(RADIANT-SCAN) >= 800 AND
                  QUEST-ID(RADIANT-SCAN) < 900 AND
                  ESCORT-SLOT = 0
                   MOVE RADIANT-SCAN TO ESCORT-SLOT
               END-IF
           END-PERFORM
           IF ESCORT-SLOT = 0
               IF QUEST-COUNT < MAX-QUESTS
                   ADD 1 TO QUEST-COUNT
                   MOVE QUEST-COUNT TO ESCORT-SLOT
               ELSE
                   DISPLAY "Votre journal de quêtes est plein."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE FUNCTION MOD(GS-GAME-DAY, 4)
               WHEN 0
                   MOVE "Scribe Lovelace" TO GS-ESC-NAME
               WHEN 1
                   MOVE "Marchande Hopper" TO GS-ESC-NAME
               WHEN 2
                   MOVE "Pèlerin Backus" TO GS-ESC-NAME
               WHEN OTHER
                   MOVE "Copiste Sammet" TO GS-ESC-NAME
           END-EVALUATE

           COMPUTE QUEST-ID(ESCORT-SLOT) = 800 +
               FUNCTION MOD(GS-GAME-DAY * 3 + ESCORT-SLOT, 100)
           MOVE SPACES TO QUEST-NAME(ESCORT-SLOT)
           STRING "Escorte: " DELIMITED BY SIZE
               FUNCTION TRIM(GS-ESC-NAME) DELIMITED BY SIZE
               INTO QUEST-NAME(ESCORT-SLOT)
           END-STRING
           MOVE SPACES TO QUEST-DESC(ESCORT-SLOT)
           STRING FUNCTION TRIM(GS-ESC-NAME) DELIMITED BY SIZE
               " doit gagner " DELIMITED BY SIZE
               FUNCTION TRIM(LOCATION-NAME(ESCORT-DEST-X,
                   ESCORT-DEST-Y)) DELIMITED BY SIZE
               " et n'ose pas prendre la route seul(e). Il faut "
                   DELIMITED BY SIZE
               "l'y conduire sain(e) et sauf(ve) avant la fin du "
                   DELIMITED BY SIZE
               "délai." DELIMITED BY SIZE
               INTO QUEST-DESC(ESCORT-SLOT)
           END-STRING
           MOVE "A" TO QUEST-STATUS(ESCORT-SLOT)
           MOVE "E" TO QUEST-TYPE(ESCORT-SLOT)
           MOVE "Tableau des primes" TO QUEST-GIVER-NPC(ESCORT-SLOT)
           MOVE 0 TO QUEST-FAIL-TURNS(ESCORT-SLOT)
           MOVE 0 TO QUEST-PREREQ-ID(ESCORT-SLOT)
           MOVE "N" TO QUEST-DIALOG-OFFERED(ESCORT-SLOT)
           MOVE SPACE TO QUEST-BRANCH(ESCORT-SLOT)

           PERFORM VARYING RADIANT-SCAN FROM 1 BY 1
                   UNTIL RADIANT-SCAN > 5
               MOVE SPACES
                   TO OBJECTIVE-DESC(ESCORT-SLOT, RADIANT-SCAN)
               MOVE SPACES
                   TO OBJECTIVE-MONSTER(ESCORT-SLOT, RADIANT-SCAN)
               MOVE "I"
                   TO OBJECTIVE-STATUS(ESCORT-SLOT, RADIANT-SCAN)
               MOVE 0
                   TO OBJECTIVE-TARGET(ESCORT-SLOT, RADIANT-SCAN)
               MOVE 0
                   TO OBJECTIVE-PROGRESS(ESCORT-SLOT, RADIANT-SCAN)
           END-PERFORM

           MOVE SPACES TO OBJECTIVE-DESC(ESCORT-SLOT, 1)
           STRING "Conduire l'escorté à " DELIMITED BY SIZE
               FUNCTION TRIM(LOCATION-NAME(ESCORT-DEST-X,
                   ESCORT-DEST-Y)) DELIMITED BY SIZE
               INTO OBJECTIVE-DESC(ESCORT-SLOT, 1)
           END-STRING
           MOVE 1 TO OBJECTIVE-TARGET(ESCORT-SLOT, 1)

           COMPUTE QUEST-REWARD-GOLD(ESCORT-SLOT) =
               30 + ESCORT-DIST * 8 + CHAR-LEVEL * 4
           COMPUTE QUEST-REWARD-EXP(ESCORT-SLOT) =
               20 + CHAR-LEVEL * 8
           MOVE SPACES TO QUEST-REWARD-ITEM(ESCORT-SLOT)
           MOVE SPACES TO QUEST-REWARD-MATERIAL(ESCORT-SLOT)
           MOVE 0 TO QUEST-REWARD-MAT-QTY(ESCORT-SLOT)

      *    Le voyageur se met en route: PV à l'échelle du joueur,
      *    une journée de marche plus une par tranche de 4 cases
           MOVE "Y" TO GS-ESC-ACTIVE
           MOVE QUEST-ID(ESCORT-SLOT) TO GS-ESC-QUEST-ID
           COMPUTE GS-ESC-HP-MAX = 20 + CHAR-LEVEL * 3
           MOVE GS-ESC-HP-MAX TO GS-ESC-HP-CURRENT
           COMPUTE GS-ESC-DEFENSE = 2 + CHAR-LEVEL / 3
           MOVE ESCORT-DEST-X TO GS-ESC-DEST-X
           MOVE ESCORT-DEST-Y TO GS-ESC-DEST-Y
           COMPUTE GS-ESC-DUE-DAY = GS-GAME-DAY + 1 + ESCORT-DIST / 4

           DISPLAY FUNCTION TRIM(GS-ESC-NAME) " se joint à vous ("
               GS-ESC-HP-CURRENT " PV). Destination: "
               FUNCTION TRIM(LOCATION-NAME(GS-ESC-DEST-X,
               GS-ESC-DEST-Y)) " (" GS-ESC-DEST-X "," GS-ESC-DEST-Y
               "), avant la fin du jour " GS-ESC-DUE-DAY "."
           .

      *-----------------------------------------------------------------
      * Arrivée de l'escorte: sur la case de destination, le PNJ
      * prend congé et l'objectif est coché; le balayage des
      * objectifs de QUEST-SYSTEM ('T', après le déplacement) fait
      * aboutir la quête et verse la récompense
      *-----------------------------------------------------------------
       CHECK-ESCORT-ARRIVAL.
           IF GS-ESC-ACTIVE NOT = "Y" OR IS-IN-DUNGEON
               EXIT PARAGRAPH
           END-IF
           IF PLAYER-POS-X NOT = GS-ESC-DEST-X OR
              PLAYER-POS-Y NOT = GS-ESC-DEST-Y OR
              GS-ESC-HP-CURRENT = 0 OR
              GS-GAME-DAY > GS-ESC-DUE-DAY
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING RADIANT-SCAN FROM 1 BY 1
                   UNTIL RADIANT-SCAN > QUEST-COUNT
               IF QUEST-ID(RADIANT-SCAN) = GS-ESC-QUEST-ID AND
                  QUEST-STATUS(RADIANT-SCAN) = "A"
                   MOVE 1 TO OBJECTIVE-PROGRESS(RADIANT-SCAN, 1)
                   MOVE "C" TO OBJECTIVE-STATUS(RADIANT-SCAN, 1)
               END-IF
           END-PERFORM

           MOVE "N" TO GS-ESC-ACTIVE
           DISPLAY SPACE
           DISPLAY FUNCTION TRIM(GS-ESC-NAME) " est arrivé(e) à bon "
               & "port et vous remercie chaleureusement."
           .

      *-----------------------------------------------------------------
      * Enquête: une affaire à élucider (voir INVESTIGATION.cbl).
      * Les indices se recueillent en dialogue, dans les salles du
      * donjon, lors des visites d'ères et auprès du crieur; la
      * déduction se présente depuis le journal de quêtes.
      *-----------------------------------------------------------------
       OFFER-INVESTIGATION.
           MOVE "P" TO IVP-OPERATION
           CALL "INVESTIGATION-SYSTEM" USING INVESTIGATION-PARAMS,
               GAME-STATE-EXT
           IF IVP-CASE = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "Une affiche du guet réclame un enquêteur: « "
               FUNCTION TRIM(IVP-TITLE) " »"
           DISPLAY "  " FUNCTION TRIM(IVP-SUMMARY-LINE(1))
           DISPLAY "  " FUNCTION TRIM(IVP-SUMMARY-LINE(2))
           DISPLAY "Mener l'enquête? (O/N)"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT INVESTIG-CHOICE
           IF INVESTIG-CHOICE NOT = "O" AND INVESTIG-CHOICE NOT = "o"
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-INVESTIGATION-QUEST
           .

      *-----------------------------------------------------------------
      * Inscription de l'enquête au journal (emplacement d'une
      * ancienne enquête recyclé, sinon un emplacement neuf) puis
      * ouverture de l'affaire
      *-----------------------------------------------------------------
       GENERATE-INVESTIGATION-QUEST.
           MOVE 0 TO INVESTIG-SLOT
           PERFORM VARYING RADIANT-SCAN FROM 1 BY 1
                   UNTIL RADIANT-SCAN > QUEST-COUNT
               IF QUEST-ID(RADIANT-SCAN) >= 700 AND
                  QUEST-ID(RADIANT-SCAN) < 800 AND
                  QUEST-STATUS(RADIANT-SCAN) NOT = "A" AND
                  INVESTIG-SLOT = 0
                   MOVE RADIANT-SCAN TO INVESTIG-SLOT
               END-IF
           END-PERFORM
           IF INVESTIG-SLOT = 0
               IF QUEST-COUNT < MAX-QUESTS
                   ADD 1 TO QUEST-COUNT
                   MOVE QUEST-COUNT TO INVESTIG-SLOT
               ELSE
                   DISPLAY "Votre journal de quêtes est plein."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE QUEST-ID(INVESTIG-SLOT) = 700 + IVP-CASE
           MOVE IVP-TITLE TO QUEST-NAME(INVESTIG-SLOT)
           MOVE SPACES TO QUEST-DESC(INVESTIG-SLOT)
           STRING FUNCTION TRIM(IVP-SUMMARY-LINE(1)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IVP-SUMMARY-LINE(2)) DELIMITED BY SIZE
               INTO QUEST-DESC(INVESTIG-SLOT)
           END-STRING
           MOVE "A" TO QUEST-STATUS(INVESTIG-SLOT)
           MOVE "I" TO QUEST-TYPE(INVESTIG-SLOT)
           MOVE "Guet du village" TO QUEST-GIVER-NPC(INVESTIG-SLOT)
           MOVE 0 TO QUEST-FAIL-TURNS(INVESTIG-SLOT)
           MOVE 0 TO QUEST-PREREQ-ID(INVESTIG-SLOT)
           MOVE "N" TO QUEST-DIALOG-OFFERED(INVESTIG-SLOT)
           MOVE SPACE TO QUEST-BRANCH(INVESTIG-SLOT)

           PERFORM VARYING RADIANT-SCAN FROM 1 BY 1
                   UNTIL RADIANT-SCAN > 5
               MOVE SPACES
                   TO OBJECTIVE-DESC(INVESTIG-SLOT, RADIANT-SCAN)
               MOVE SPACES
                   TO OBJECTIVE-MONSTER(INVESTIG-SLOT, RADIANT-SCAN)
               MOVE "I"
                   TO OBJECTIVE-STATUS(INVESTIG-SLOT, RADIANT-SCAN)
               MOVE 0
                   TO OBJECTIVE-TARGET(INVESTIG-SLOT, RADIANT-SCAN)
               MOVE 0
                   TO OBJECTIVE-PROGRESS(INVESTIG-SLOT, RADIANT-SCAN)
           END-PERFORM
           MOVE "Recueillir des indices sur l'affaire"
               TO OBJECTIVE-DESC(INVESTIG-SLOT, 1)
           MOVE 1 TO OBJECTIVE-TARGET(INVESTIG-SLOT, 1)
           MOVE "Présenter sa déduction (journal de quêtes)"
               TO OBJECTIVE-DESC(INVESTIG-SLOT, 2)
           MOVE 1 TO OBJECTIVE-TARGET(INVESTIG-SLOT, 2)

           COMPUTE QUEST-REWARD-GOLD(INVESTIG-SLOT) =
               100 + CHAR-LEVEL * 6
           COMPUTE QUEST-REWARD-EXP(INVESTIG-SLOT) =
               60 + CHAR-LEVEL * 10
           MOVE SPACES TO QUEST-REWARD-ITEM(INVESTIG-SLOT)
           MOVE "Cristaux de données"
               TO QUEST-REWARD-MATERIAL(INVESTIG-SLOT)
           MOVE 2 TO QUEST-REWARD-MAT-QTY(INVESTIG-SLOT)

           MOVE "O" TO IVP-OPERATION
           MOVE QUEST-ID(INVESTIG-SLOT) TO IVP-QUEST-ID
           CALL "INVESTIGATION-SYSTEM" USING INVESTIGATION-PARAMS,
               GAME-STATE-EXT
           DISPLAY "Affaire ouverte: « " FUNCTION TRIM(IVP-TITLE)
               " ». Les indices viendront à qui sait écouter."
           .

       SHOW-OR-SETTLE-BOUNTY.
           IF GS-BOUNTY-KIND = "M"
               DISPLAY "Contrat en cours: abattre "
                       OR BOUNTY-DELIVER-LEFT = 0
               IF ITEM-NAME(INV-IDX) = GS-BOUNTY-NAME
                   IF ITEM-QUANTITY(INV-IDX) > BOUNTY-DELIVER-LEFT
                       MOVE BOUNTY-DELIVER-LEFT TO BOUNTY-DELIVER-TAKEN
                       SUBTRACT BOUNTY-DELIVER-LEFT
                           FROM ITEM-QUANTITY(INV-IDX)
                       MOVE 0 TO BOUNTY-DELIVER-LEFT
                   ELSE
                       MOVE ITEM-QUANTITY(INV-IDX)
                           TO BOUNTY-DELIVER-TAKEN
                       SUBTRACT ITEM-QUANTITY(INV-IDX)
                           FROM BOUNTY-DELIVER-LEFT
                       MOVE 0 TO ITEM-QUANTITY(INV-IDX)
                   END-IF
                   PERFORM LOG-DELIVERED-STACK
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Pile INV-IDX entamée de BOUNTY-DELIVER-TAKEN objets pour la
      * prime: sortie PRIM au livre des objets
      *-----------------------------------------------------------------
       LOG-DELIVERED-STACK.
           MOVE "PRIM" TO ILG-SOURCE
           MOVE "S" TO ILG-PLACE
           COMPUTE ILG-DELTA = 0 - BOUNTY-DELIVER-TAKEN
           MOVE ITEM-ID(INV-IDX) TO ILG-ITEM-ID
           MOVE ITEM-TRUE-NAME(INV-IDX) TO ILG-ITEM-NAME
           IF ILG-ITEM-NAME = SPACES
               MOVE ITEM-NAME(INV-IDX) TO ILG-ITEM-NAME
           END-IF
           PERFORM WRITE-ITEM-LEDGER
           .

      *-----------------------------------------------------------------
      * Consignation d'un mouvement au livre des objets (ILG-SOURCE,
      * ILG-PLACE, ILG-DELTA et l'objet posés par l'appelant)
      *-----------------------------------------------------------------
       WRITE-ITEM-LEDGER.
           MOVE GS-SAVE-SLOT TO ILG-SLOT
           MOVE GS-GAME-DAY TO ILG-DAY
           MOVE 'W' TO ITEM-LEDGER-OP
           CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP, ITEM-LEDGER-FIELDS
           .

      *-----------------------------------------------------------------
      * Offre du jour: contrat de chasse ou de livraison dérivé du
      * jour de jeu courant (mêmes offres toute la journée); une
      * infestation signalée (voir GS-FAUNA) impose la chasse de
      * l'espèce envahissante
      *-----------------------------------------------------------------
       OFFER-DAILY-BOUNTY.
      *    Une espèce en surnombre appelle un contrat de chasse quel
      *    que soit le jour
           PERFORM FIND-SURPLUS-BOUNTY-TARGET
           IF FUNCTION MOD(GS-GAME-DAY, 2) = 0 OR BOUNTY-MON-IDX > 0
      *        Contrat de chasse sur l'espèce envahissante, sinon sur
      *        un monstre du palier du joueur
               IF BOUNTY-MON-IDX > 0
                   DISPLAY "Infestation signalée dans la zone "
                       FUNCTION TRIM(ZONE-BAND-NAME(FAU-HIGH-ZONE))
                       ": la guilde veut l'éclaircir."
               END-IF
               PERFORM VARYING MON-IDX FROM 1 BY 1
                       UNTIL MON-IDX > MONSTER-COUNT
                   IF CHAR-LEVEL >= MON-MIN-LEVEL(MON-IDX) AND
           END-IF
           .

      *-----------------------------------------------------------------
      * Commandes d'artisans: chaque commanditaire affiche au tableau
      * la commande du jour (une recette JCL que le joueur connaît,
      * un grade minimal et un délai en jours de jeu) ou celle que
      * le joueur lui a déjà prise. Choisir une commande libre
      * l'accepte; choisir une commande en cours la livre, pièce au
      * sac. Une commande oubliée plus de cinq jours après son
      * échéance est retirée, au détriment de la réputation.
      *-----------------------------------------------------------------
       HANDLE-COMMISSIONS.
           PERFORM EXPIRE-OVERDUE-COMMISSIONS
           DISPLAY SPACE
           DISPLAY "--- Commandes d'artisans ---"
           PERFORM VARYING CMS-IDX FROM 1 BY 1 UNTIL CMS-IDX > 3
               PERFORM SHOW-COMMISSION-LINE
           END-PERFORM
           DISPLAY "Commande à accepter ou à livrer (1-3, 0 pour "
               & "partir): " WITH NO ADVANCING
           ACCEPT CMS-CHOICE
           IF CMS-CHOICE < 1 OR CMS-CHOICE > 3
               EXIT PARAGRAPH
           END-IF
           MOVE CMS-CHOICE TO CMS-IDX
           IF GS-CMS-ACTIVE(CMS-IDX) = "Y"
               PERFORM DELIVER-COMMISSION
           ELSE
               PERFORM ACCEPT-COMMISSION
           END-IF
           .

       SHOW-COMMISSION-LINE.
           MOVE CMS-PATRON-FACTION(CMS-IDX) TO ZC-LEADER
           PERFORM SET-FACTION-LABEL
           DISPLAY CMS-IDX ". " FUNCTION TRIM(CMS-PATRON-NAME(CMS-IDX))
               " (" FUNCTION TRIM(FACTION-LABEL) ")"
           IF GS-CMS-ACTIVE(CMS-IDX) = "Y"
               MOVE GS-CMS-RECIPE(CMS-IDX) TO CMS-RECIPE
               MOVE GS-CMS-MIN-GRADE(CMS-IDX) TO CMS-GRADE
               MOVE GS-CMS-DUE-DAY(CMS-IDX) TO CMS-DUE-DAY
               MOVE GS-CMS-GOLD(CMS-IDX) TO CMS-GOLD
           ELSE
               IF GS-CMS-TAKEN-DAY(CMS-IDX) = GS-GAME-DAY
                   DISPLAY "   Plus de commande aujourd'hui."
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUILD-DAILY-COMMISSION
               IF CMS-RECIPE = 0
                   DISPLAY "   Rien à commander pour l'instant."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM SET-CMS-GRADE-LABEL
           DISPLAY "   " FUNCTION TRIM(CMS-RECIPE-NAME(CMS-RECIPE))
               ", qualité " FUNCTION TRIM(CMS-GRADE-LABEL)
               " ou mieux"
           DISPLAY "   Livraison au plus tard le jour " CMS-DUE-DAY
               " - " CMS-GOLD " or"
           IF GS-CMS-ACTIVE(CMS-IDX) = "Y"
               IF GS-CMS-CRAFTED(CMS-IDX) = SPACE
                   DISPLAY "   [EN COURS] aucune pièce fabriquée"
               ELSE
                   MOVE GS-CMS-CRAFTED(CMS-IDX) TO CMS-GRADE
                   PERFORM SET-CMS-GRADE-LABEL
                   DISPLAY "   [EN COURS] pièce fabriquée, qualité "
                       FUNCTION TRIM(CMS-GRADE-LABEL)
               END-IF
               IF GS-GAME-DAY > GS-CMS-DUE-DAY(CMS-IDX)
                   DISPLAY "   (en retard)"
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * Commande du jour du commanditaire CMS-IDX, dérivée du jour de
      * jeu (la même toute la journée): recette apprise au terminal
      * (les trois recettes de départ tant que le terminal n'a rien
      * exporté), grade et délai; CMS-RECIPE à zéro = rien à offrir
      *-----------------------------------------------------------------
       BUILD-DAILY-COMMISSION.
           MOVE 0 TO CMS-RECIPE CMS-CANDIDATES
           PERFORM VARYING CMS-SCAN FROM 1 BY 1
                   UNTIL CMS-SCAN > CMS-CATALOG-COUNT
               PERFORM CHECK-CMS-RECIPE-KNOWN
               IF CMS-KNOWN = "Y"
                   ADD 1 TO CMS-CANDIDATES
               END-IF
           END-PERFORM
           IF CMS-CANDIDATES = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE CMS-PICK = FUNCTION MOD(GS-GAME-DAY * 7
               + CMS-IDX * 3, CMS-CANDIDATES) + 1
           PERFORM VARYING CMS-SCAN FROM 1 BY 1
                   UNTIL CMS-SCAN > CMS-CATALOG-COUNT
                      OR CMS-RECIPE > 0
               PERFORM CHECK-CMS-RECIPE-KNOWN
               IF CMS-KNOWN = "Y"
                   SUBTRACT 1 FROM CMS-PICK
                   IF CMS-PICK = 0
                       MOVE CMS-SCAN TO CMS-RECIPE
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE FUNCTION MOD(GS-GAME-DAY + CMS-IDX, 4)
               WHEN 2
                   MOVE "S" TO CMS-GRADE
                   MOVE 4 TO CMS-DELAY
                   COMPUTE CMS-GOLD = CMS-RECIPE-FEE(CMS-RECIPE) * 3 / 2
               WHEN 3
                   MOVE "M" TO CMS-GRADE
                   MOVE 5 TO CMS-DELAY
                   COMPUTE CMS-GOLD = CMS-RECIPE-FEE(CMS-RECIPE) * 2
               WHEN OTHER
                   MOVE "N" TO CMS-GRADE
                   MOVE 3 TO CMS-DELAY
                   MOVE CMS-RECIPE-FEE(CMS-RECIPE) TO CMS-GOLD
           END-EVALUATE
           COMPUTE CMS-DUE-DAY = GS-GAME-DAY + CMS-DELAY
           .

       CHECK-CMS-RECIPE-KNOWN.
           MOVE "N" TO CMS-KNOWN
           IF GS-MATERIALS-VALID = "Y"
               IF GS-RECIPE-LEARNED(CMS-SCAN) = "Y"
                   MOVE "Y" TO CMS-KNOWN
               END-IF
           ELSE
               IF CMS-SCAN <= 3
                   MOVE "Y" TO CMS-KNOWN
               END-IF
           END-IF
           .

      *    Libellé du grade CMS-GRADE (CMS-GRADE-LABEL en sortie) et
      *    rang pour les comparaisons (CMS-MIN-RANK)
       SET-CMS-GRADE-LABEL.
           EVALUATE CMS-GRADE
               WHEN "M"
                   MOVE "Oeuvre maîtresse" TO CMS-GRADE-LABEL
                   MOVE 3 TO CMS-MIN-RANK
               WHEN "S"
                   MOVE "Supérieure" TO CMS-GRADE-LABEL
                   MOVE 2 TO CMS-MIN-RANK
               WHEN "N"
                   MOVE "Normale" TO CMS-GRADE-LABEL
                   MOVE 1 TO CMS-MIN-RANK
               WHEN OTHER
                   MOVE "inconnue" TO CMS-GRADE-LABEL
                   MOVE 0 TO CMS-MIN-RANK
           END-EVALUATE
           .

       ACCEPT-COMMISSION.
           IF GS-CMS-TAKEN-DAY(CMS-IDX) = GS-GAME-DAY
               DISPLAY "Ce commanditaire n'a plus rien à commander "
                   & "aujourd'hui."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-DAILY-COMMISSION
           IF CMS-RECIPE = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Accepter la commande de "
               FUNCTION TRIM(CMS-PATRON-NAME(CMS-IDX)) "? (O/N)"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT BOUNTY-CHOICE
           IF BOUNTY-CHOICE NOT = "O" AND BOUNTY-CHOICE NOT = "o"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO GS-CMS-ACTIVE(CMS-IDX)
           MOVE CMS-RECIPE TO GS-CMS-RECIPE(CMS-IDX)
           MOVE CMS-RECIPE-NAME(CMS-RECIPE) TO GS-CMS-ITEM(CMS-IDX)
           MOVE CMS-GRADE TO GS-CMS-MIN-GRADE(CMS-IDX)
           MOVE SPACE TO GS-CMS-CRAFTED(CMS-IDX)
           MOVE CMS-DUE-DAY TO GS-CMS-DUE-DAY(CMS-IDX)
           MOVE CMS-GOLD TO GS-CMS-GOLD(CMS-IDX)
           MOVE GS-GAME-DAY TO GS-CMS-TAKEN-DAY(CMS-IDX)
           DISPLAY "Commande notée: lancez la fabrication au terminal"
           DISPLAY "JCL, puis rapportez la pièce à ce tableau."
           .

      *-----------------------------------------------------------------
      * Livraison: la pièce doit être au sac (pas équipée). Le grade
      * retenu est celui que le terminal JCL a poinçonné pour la
      * commande. À l'heure et au grade: prix plein, +10 de relation
      * avec le commanditaire et +3 de réputation de sa faction.
      * Chaque défaut (retard, grade insuffisant) divise le prix par
      * deux et coûte 5 de relation et 2 de réputation.
      *-----------------------------------------------------------------
       DELIVER-COMMISSION.
           MOVE 0 TO CMS-INV-IDX
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INVENTORY-COUNT OR CMS-INV-IDX > 0
               IF ITEM-NAME(INV-IDX) = GS-CMS-ITEM(CMS-IDX) AND
                  ITEM-QUANTITY(INV-IDX) > 0 AND
                  ITEM-EQUIPPED(INV-IDX) NOT = "Y"
                   SET CMS-INV-IDX TO INV-IDX
               END-IF
           END-PERFORM
           IF CMS-INV-IDX = 0
               DISPLAY "Il vous faut "
                   FUNCTION TRIM(GS-CMS-ITEM(CMS-IDX))
                   " dans votre sac (non équipé) pour livrer."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Livrer " FUNCTION TRIM(GS-CMS-ITEM(CMS-IDX))
               " à " FUNCTION TRIM(CMS-PATRON-NAME(CMS-IDX))
               "? (O/N)"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT BOUNTY-CHOICE
           IF BOUNTY-CHOICE NOT = "O" AND BOUNTY-CHOICE NOT = "o"
               EXIT PARAGRAPH
           END-IF

           MOVE GS-CMS-CRAFTED(CMS-IDX) TO CMS-GRADE
           PERFORM SET-CMS-GRADE-LABEL
           MOVE CMS-MIN-RANK TO CMS-CRAFTED-RANK
           MOVE GS-CMS-MIN-GRADE(CMS-IDX) TO CMS-GRADE
           PERFORM SET-CMS-GRADE-LABEL
           MOVE "N" TO CMS-LATE CMS-POOR
           IF GS-GAME-DAY > GS-CMS-DUE-DAY(CMS-IDX)
               MOVE "Y" TO CMS-LATE
           END-IF
           IF CMS-CRAFTED-RANK < CMS-MIN-RANK
               MOVE "Y" TO CMS-POOR
           END-IF

           PERFORM TAKE-COMMISSION-PIECE

           MOVE GS-CMS-GOLD(CMS-IDX) TO CMS-PAY-WORK
           MOVE 10 TO CMS-REL-DELTA
           MOVE 3 TO CMS-FACTION-DELTA
           IF CMS-LATE = "Y" OR CMS-POOR = "Y"
               MOVE 0 TO CMS-REL-DELTA CMS-FACTION-DELTA
               ADD 1 TO GS-CMS-LATE-OR-POOR
           END-IF
           IF CMS-LATE = "Y"
               DISPLAY "<< Vous arrivez bien tard... >>"
               COMPUTE CMS-PAY-WORK = CMS-PAY-WORK / 2
               SUBTRACT 5 FROM CMS-REL-DELTA
               SUBTRACT 2 FROM CMS-FACTION-DELTA
           END-IF
           IF CMS-POOR = "Y"
               DISPLAY "<< Ce n'est pas la qualité convenue. >>"
               COMPUTE CMS-PAY-WORK = CMS-PAY-WORK / 2
               SUBTRACT 5 FROM CMS-REL-DELTA
               SUBTRACT 2 FROM CMS-FACTION-DELTA
           END-IF
           IF CMS-LATE = "N" AND CMS-POOR = "N"
               DISPLAY "<< Exactement ce qu'il me fallait, et à "
                   & "l'heure! >>"
           END-IF

           ADD CMS-PAY-WORK TO PLAYER-GOLD
           ADD 1 TO GS-CMS-DELIVERED
           DISPLAY "Commande réglée: " CMS-PAY-WORK " or."
           MOVE "CMSN" TO LGR-SOURCE
           MOVE CMS-PAY-WORK TO LGR-DELTA
           PERFORM WRITE-GOLD-LEDGER
           PERFORM APPLY-COMMISSION-STANDING
           MOVE "N" TO GS-CMS-ACTIVE(CMS-IDX)

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Commande livrée à " DELIMITED BY SIZE
               FUNCTION TRIM(CMS-PATRON-NAME(CMS-IDX))
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               GS-CMS-CRAFTED(CMS-IDX) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               GS-CMS-MIN-GRADE(CMS-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           IF CMS-LATE = "Y"
               STRING EVENT-MESSAGE DELIMITED BY "  "
                   " en retard" DELIMITED BY SIZE
                   INTO EVENT-MESSAGE
               END-STRING
           END-IF
           MOVE GS-CMS-RECIPE(CMS-IDX) TO EVT-NUM-1
           MOVE CMS-PAY-WORK TO EVT-NUM-2
           PERFORM WRITE-COMMISSION-EVENT
           .

      *    Une pièce quitte le sac: pile entamée ou objet retiré
       TAKE-COMMISSION-PIECE.
           IF ITEM-QUANTITY(CMS-INV-IDX) > 1
               SUBTRACT 1 FROM ITEM-QUANTITY(CMS-INV-IDX)
               MOVE "CMSN" TO ILG-SOURCE
               MOVE "S" TO ILG-PLACE
               MOVE -1 TO ILG-DELTA
               MOVE ITEM-ID(CMS-INV-IDX) TO ILG-ITEM-ID
               MOVE ITEM-TRUE-NAME(CMS-INV-IDX) TO ILG-ITEM-NAME
               IF ILG-ITEM-NAME = SPACES
                   MOVE ITEM-NAME(CMS-INV-IDX) TO ILG-ITEM-NAME
               END-IF
               PERFORM WRITE-ITEM-LEDGER
           ELSE
               MOVE CMS-INV-IDX TO OP-ITEM-INDEX
               MOVE "CMSN" TO OP-ITEM-SOURCE
               MOVE 'R' TO INVENTORY-OPERATION
               CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
                   PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
                   WORLD-LOOT-EQUIPMENT, ITEM-OP-PARAMS
           END-IF
           .

      *-----------------------------------------------------------------
      * Relation avec le commanditaire (entrée neutre à 50 créée au
      * premier contact, comme dans DIALOG-MULTIPLEXER) et
      * réputation de sa faction, bornées à 0-100
      *-----------------------------------------------------------------
       APPLY-COMMISSION-STANDING.
           MOVE 0 TO CMS-REL-IDX
           PERFORM VARYING CMS-SCAN FROM 1 BY 1
                   UNTIL CMS-SCAN > 10 OR CMS-REL-IDX > 0
               IF GS-REL-DIALOG-ID(CMS-SCAN) =
                  CMS-PATRON-DIALOG(CMS-IDX)
                   MOVE CMS-SCAN TO CMS-REL-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING CMS-SCAN FROM 1 BY 1
                   UNTIL CMS-SCAN > 10 OR CMS-REL-IDX > 0
               IF GS-REL-DIALOG-ID(CMS-SCAN) = 0
                   MOVE CMS-SCAN TO CMS-REL-IDX
                   MOVE CMS-PATRON-DIALOG(CMS-IDX)
                       TO GS-REL-DIALOG-ID(CMS-REL-IDX)
                   MOVE 50 TO GS-REL-SCORE(CMS-REL-IDX)
               END-IF
           END-PERFORM
           IF CMS-REL-IDX > 0
               COMPUTE CMS-SCORE-WORK =
                   GS-REL-SCORE(CMS-REL-IDX) + CMS-REL-DELTA
               IF CMS-SCORE-WORK < 0
                   MOVE 0 TO CMS-SCORE-WORK
               END-IF
               IF CMS-SCORE-WORK > 100
                   MOVE 100 TO CMS-SCORE-WORK
               END-IF
               MOVE CMS-SCORE-WORK TO GS-REL-SCORE(CMS-REL-IDX)
           END-IF

           COMPUTE CMS-SCORE-WORK =
               GS-FACTION-SCORE(CMS-PATRON-FACTION(CMS-IDX))
               + CMS-FACTION-DELTA
           IF CMS-SCORE-WORK < 0
               MOVE 0 TO CMS-SCORE-WORK
           END-IF
           IF CMS-SCORE-WORK > 100
               MOVE 100 TO CMS-SCORE-WORK
           END-IF
           MOVE CMS-SCORE-WORK
               TO GS-FACTION-SCORE(CMS-PATRON-FACTION(CMS-IDX))

           MOVE CMS-PATRON-FACTION(CMS-IDX) TO ZC-LEADER
           PERFORM SET-FACTION-LABEL
           IF CMS-FACTION-DELTA >= 0
               DISPLAY "(" FUNCTION TRIM(CMS-PATRON-NAME(CMS-IDX))
                   " vous tient en meilleure estime; réputation "
                   "auprès de " FUNCTION TRIM(FACTION-LABEL)
                   " en hausse.)"
           ELSE
               DISPLAY "(" FUNCTION TRIM(CMS-PATRON-NAME(CMS-IDX))
                   " est déçu; réputation auprès de "
                   FUNCTION TRIM(FACTION-LABEL) " en baisse.)"
           END-IF
           .

      *-----------------------------------------------------------------
      * Commandes restées en souffrance plus de cinq jours après
      * l'échéance: le commanditaire les retire (-10 de relation,
      * -3 de réputation)
      *-----------------------------------------------------------------
       EXPIRE-OVERDUE-COMMISSIONS.
           PERFORM VARYING CMS-IDX FROM 1 BY 1 UNTIL CMS-IDX > 3
               IF GS-CMS-ACTIVE(CMS-IDX) = "Y" AND
                  GS-GAME-DAY > GS-CMS-DUE-DAY(CMS-IDX) + 5
                   MOVE "N" TO GS-CMS-ACTIVE(CMS-IDX)
                   ADD 1 TO GS-CMS-LATE-OR-POOR
                   DISPLAY SPACE
                   DISPLAY FUNCTION TRIM(CMS-PATRON-NAME(CMS-IDX))
                       " a décroché sa commande: "
                       FUNCTION TRIM(GS-CMS-ITEM(CMS-IDX))
                       " jamais livré."
                   MOVE -10 TO CMS-REL-DELTA
                   MOVE -3 TO CMS-FACTION-DELTA
                   PERFORM APPLY-COMMISSION-STANDING
                   MOVE SPACES TO EVENT-MESSAGE
                   STRING "Commande retirée par " DELIMITED BY SIZE
                       FUNCTION TRIM(CMS-PATRON-NAME(CMS-IDX))
                           DELIMITED BY SIZE
                       INTO EVENT-MESSAGE
                   END-STRING
                   MOVE GS-CMS-RECIPE(CMS-IDX) TO EVT-NUM-1
                   MOVE 0 TO EVT-NUM-2
                   PERFORM WRITE-COMMISSION-EVENT
               END-IF
           END-PERFORM
           .

       WRITE-COMMISSION-EVENT.
           MOVE "CMSN" TO EVT-TYPE-CODE
           PERFORM STAMP-EVENT-CONTEXT
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * Libellé d'une faction (FACTION-LABEL en sortie)
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * Un basculement de contrôle peut assiéger la ville de la zone
      * (une chance sur trois, dix points de moins par niveau de
      * remparts financé, et un seul siège à la fois)
      *-----------------------------------------------------------------
       MAYBE-START-SIEGE.
           IF ZC-LEADER = 0 OR GS-SIEGE-ACTIVE = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE ZC-ZONE-IDX TO WORKS-TILE-X
           MOVE ZC-TOWN-Y TO WORKS-TILE-Y
           PERFORM FIND-TOWN-WALLS-LEVEL
           COMPUTE SIEGE-THRESHOLD = 33 - WALLS-LEVEL * 10

           COMPUTE SIEGE-ROLL = FUNCTION RANDOM * 100
           IF SIEGE-ROLL < 33 AND SIEGE-ROLL NOT < SIEGE-THRESHOLD
               DISPLAY "*** Les remparts de "
                   FUNCTION TRIM(LOCATION-NAME(ZC-ZONE-IDX,
                       ZC-TOWN-Y))
                   " découragent les assiégeants. ***"
           END-IF
           IF SIEGE-ROLL < SIEGE-THRESHOLD
               MOVE "Y" TO GS-SIEGE-ACTIVE
               MOVE ZC-ZONE-IDX TO GS-SIEGE-X
               MOVE ZC-TOWN-Y TO GS-SIEGE-Y
           .

       TRIGGER-SIEGE-BATTLE.
      *    Les remparts financés dans la ville tiennent une garnison
      *    qui harcèle la milice avant l'assaut
           MOVE GS-SIEGE-X TO WORKS-TILE-X
           MOVE GS-SIEGE-Y TO WORKS-TILE-Y
           PERFORM FIND-TOWN-WALLS-LEVEL
           IF WALLS-LEVEL > 0
               DISPLAY "La garnison des remparts (niveau " WALLS-LEVEL
                   ") harcèle la milice avant votre assaut."
           END-IF
           MOVE 2 TO ENEMY-PARTY-COUNT
           PERFORM VARYING SIEGE-IDX FROM 1 BY 1 UNTIL SIEGE-IDX > 2
               MOVE SPACES TO PARTY-MEMBER-NAME(SIEGE-IDX)
               COMPUTE PARTY-MEMBER-LEVEL(SIEGE-IDX) =
                   CHAR-LEVEL + 1
               COMPUTE PARTY-MEMBER-HP-MAX(SIEGE-IDX) =
                   25 + CHAR-LEVEL * 4 - WALLS-LEVEL * 5
               MOVE PARTY-MEMBER-HP-MAX(SIEGE-IDX)
                   TO PARTY-MEMBER-HP-CURRENT(SIEGE-IDX)
               COMPUTE PARTY-MEMBER-ATTACK(SIEGE-IDX) =
                   6 + CHAR-LEVEL - WALLS-LEVEL
               MOVE 3 TO PARTY-MEMBER-DEFENSE(SIEGE-IDX)
               COMPUTE PARTY-MEMBER-EXPERIENCE(SIEGE-IDX) =
                   25 + CHAR-LEVEL * 2
           END-IF
           .

      *-----------------------------------------------------------------
      * Niveau de remparts financé dans la ville de la tuile
      * (WORKS-TILE-X, WORKS-TILE-Y), 0 sans chantier
      *-----------------------------------------------------------------
       FIND-TOWN-WALLS-LEVEL.
           MOVE 0 TO WALLS-LEVEL
           PERFORM VARYING WORKS-SCAN-IDX FROM 1 BY 1
                   UNTIL WORKS-SCAN-IDX > 6
               IF GS-WORKS-TOWN-ID(WORKS-SCAN-IDX) > 0 AND
                  GS-WORKS-X(WORKS-SCAN-IDX) = WORKS-TILE-X AND
                  GS-WORKS-Y(WORKS-SCAN-IDX) = WORKS-TILE-Y
                   MOVE GS-WORKS-WALLS(WORKS-SCAN-IDX) TO WALLS-LEVEL
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Détection d'un changement de zone: compare la zone de la
      * tuile d'arrivée à CURRENT-ZONE-NAME (mémorisée d'un appel à
      *-----------------------------------------------------------------
      * Crédite le bestiaire des adversaires tombés dans le combat
      * qui vient de se conclure: chaque membre du groupe mort
      * portant le nom du monstre choisi compte pour une victoire
      * et entame la population de l'espèce dans la zone.
      *-----------------------------------------------------------------
       RECORD-BESTIARY-KILLS.
           PERFORM ENSURE-FAUNA-READY
           PERFORM VARYING PACK-IDX FROM 1 BY 1
                   UNTIL PACK-IDX > ENEMY-PARTY-COUNT
               IF PARTY-MEMBER-ALIVE(PACK-IDX) = "N" AND
                  PARTY-MEMBER-BASE-NAME(PACK-IDX)
                      = MON-NAME(SELECTED-MON-IDX)
                   ADD 1 TO GS-MON-KILLS(SELECTED-MON-IDX)
                   PERFORM DEPLETE-FAUNA-POP
      *            Abattre une créature temporelle indispose la
      *            faction des Anomalies
                   IF MON-NAME(SELECTED-MON-IDX)

      *-----------------------------------------------------------------
      * Bestiaire: liste chaque monstre de la MONSTER-TABLE avec ses
      * caractéristiques, son compteur de victoires et l'état de sa
      * population dans la zone du joueur; les entrées jamais
      * rencontrées restent masquées.
      *-----------------------------------------------------------------
       DISPLAY-BESTIARY.
           PERFORM ENSURE-FAUNA-READY
           PERFORM SET-FAUNA-ZONE
           DISPLAY SPACE
           DISPLAY "=== BESTIAIRE ==="
           DISPLAY "(population relevée dans la zone "
               FUNCTION TRIM(ZONE-BAND-NAME(FAU-ZONE)) ")"
           DISPLAY SPACE

           PERFORM VARYING MON-IDX FROM 1 BY 1
                       ", ATT " MON-ATTACK(MON-IDX)
                       ", DEF " MON-DEFENSE(MON-IDX)
                   DISPLAY "    Victoires: " GS-MON-KILLS(MON-IDX)
                   PERFORM SET-FAUNA-LEVEL-LABEL
                   DISPLAY "    Population locale: "
                       FUNCTION TRIM(FAU-LEVEL-LABEL)
               ELSE
                   DISPLAY MON-IDX ". ??? (jamais rencontré)"
               END-IF
      *-----------------------------------------------------------------
      * Filtre MONSTER-TABLE sur le type de la tuile courante et le
      * niveau du joueur, puis tire au sort parmi les monstres
      * correspondants, au prorata de leur population dans la zone
      * (voir DRAW-WEIGHTED-MATCH). Une espèce nocturne en
      * surnombre dans la zone sort aussi en plein jour. Si aucun
      * monstre ne correspond (ne devrait pas arriver avec la table
      * actuelle), on retient le premier monstre du bon type en
      * secours.
      *-----------------------------------------------------------------
       SELECT-MONSTER-FOR-ENCOUNTER.
           MOVE 0 TO MATCH-COUNT
           PERFORM SET-NIGHT-FLAG
           PERFORM ENSURE-FAUNA-READY
           PERFORM SET-FAUNA-ZONE

           PERFORM VARYING MON-IDX FROM 1 BY 1
                   UNTIL MON-IDX > MONSTER-COUNT
                  AND CHAR-LEVEL >= MON-MIN-LEVEL(MON-IDX)
                  AND CHAR-LEVEL <= MON-MAX-LEVEL(MON-IDX)
                  AND (MON-NOCTURNAL(MON-IDX) = "N" OR
                       WORLD-NIGHT-FLAG = "Y" OR
                       GS-FAUNA-POP(FAU-ZONE, MON-IDX)
                           >= FAUNA-SURPLUS)
                   ADD 1 TO MATCH-COUNT
                   MOVE MON-IDX TO MATCH-MON-IDX(MATCH-COUNT)
               END-IF
               END-PERFORM
           END-IF

           PERFORM DRAW-WEIGHTED-MATCH
           MOVE MATCH-MON-IDX(CHOSEN-MATCH) TO SELECTED-MON-IDX
           MOVE "Y" TO GS-MON-SEEN(SELECTED-MON-IDX)

           IF MON-NOCTURNAL(SELECTED-MON-IDX) = "Y" AND
              WORLD-NIGHT-FLAG = "N"
               DISPLAY "Trop nombreux pour attendre la nuit, des "
                   FUNCTION TRIM(MON-NAME(SELECTED-MON-IDX))
                   " rôdent en plein jour."
           END-IF
           IF GS-FAUNA-POP(FAU-ZONE, SELECTED-MON-IDX) < FAUNA-SCARCE
               DISPLAY "Un spécimen isolé: l'espèce se fait rare "
                   & "dans la zone."
           END-IF

           MOVE 0 TO ENEMY-PARTY-COUNT

           IF LOCATION-TYPE(PLAYER-POS-X, PLAYER-POS-Y) = "D"
               MOVE 1 TO CHAR-HEALTH-CURRENT
           END-IF

      *    Le PNJ escorté n'a pas survécu à la déroute: la quête
      *    échouera au prochain tour de QUEST-SYSTEM
           IF GS-ESC-ACTIVE = "Y" AND GS-ESC-HP-CURRENT > 0
               MOVE 0 TO GS-ESC-HP-CURRENT
               DISPLAY FUNCTION TRIM(GS-ESC-NAME)
                   " n'a pas survécu à l'embuscade."
           END-IF

           COMPUTE DEFEAT-GOLD-FEE = PLAYER-GOLD / 10
           SUBTRACT DEFEAT-GOLD-FEE FROM PLAYER-GOLD
           MOVE "FRAI" TO LGR-SOURCE
           DISPLAY "Vous êtes ici: ",
               LOCATION-ZONE(PLAYER-POS-X, PLAYER-POS-Y)
           DISPLAY SPACE
           PERFORM LOAD-NOTE-MARKS

           PERFORM VARYING LOC-Y FROM 1 BY 1 UNTIL LOC-Y > MAP-SIZE-Y
               PERFORM VARYING LOC-X FROM 1 BY 1
           DISPLAY "         [R] Gisement  [#] Passage "
               "verrouillé  [.] Nature"
           DISPLAY "         [?] Brouillard (tuile inexplorée)"
           DISPLAY "         [!] Votre note  [@] Message d'un "
               "autre aventurier"
           DISPLAY "(touche + en jeu: planifier un itinéraire vers "
               & "une case de la carte)"

           PERFORM DISPLAY-ZONE-LIST
           .

      *-----------------------------------------------------------------
      * Une tuile de la grille: la position prime, puis les notes du
      * joueur (qui percent le brouillard), puis le brouillard, les
      * messages d'autres aventuriers, gisement et verrou avant le
      * type de terrain
      *-----------------------------------------------------------------
       DISPLAY-ONE-MAP-TILE.
           IF PLAYER-POS-X = LOC-X AND PLAYER-POS-Y = LOC-Y
               DISPLAY "[P]" WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           IF MNP-MARK(LOC-X, LOC-Y) = "N" OR "B"
               DISPLAY "[!]" WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           IF NOT LOC-IS-VISITED(LOC-X, LOC-Y)
               DISPLAY "[?]" WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           IF MNP-MARK(LOC-X, LOC-Y) = "M"
               DISPLAY "[@]" WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO NODE-AT-TILE
           PERFORM VARYING NODE-IDX FROM 1 BY 1 UNTIL NODE-IDX > 4
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Marques des notes de carte pour la grille (opération 'M' de
      * MAP-NOTES-SYSTEM)
      *-----------------------------------------------------------------
       LOAD-NOTE-MARKS.
           MOVE "M" TO MNP-OPERATION
           CALL "MAP-NOTES-SYSTEM" USING MAP-NOTE-PARAMS,
               GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Notes du joueur et messages d'autres aventuriers de la case
      * où il arrive (opération 'T' de MAP-NOTES-SYSTEM)
      *-----------------------------------------------------------------
       SHOW-TILE-NOTES.
           MOVE "T" TO MNP-OPERATION
           MOVE PLAYER-POS-X TO MNP-TILE-X
           MOVE PLAYER-POS-Y TO MNP-TILE-Y
           CALL "MAP-NOTES-SYSTEM" USING MAP-NOTE-PARAMS,
               GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Plan de l'étage de donjon courant (grille 2x2 de salles),
      * avec l'aménagement de chaque salle et la position du joueur
           DISPLAY SPACE
           DISPLAY "Légende: [P] Vous  [C] Coffre  [T] Piège  "
               "[S] Sanctuaire"
           DISPLAY "         [L] Porte scellée  [M] Console  "
               "[.] Salle vide"
           .

      *-----------------------------------------------------------------
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Planificateur d'itinéraire: le joueur choisit une case sur la
      * carte quadrillée, le plus court chemin praticable est calculé
      * (sorties des tuiles, passages verrouillés dont l'objet-clé est
      * au sac ou sur l'anneau, ville assiégée contournée, surface
      * seulement) puis résumé: nombre de pas, heures de jeu, risque
      * de rencontre et zones hostiles traversées. Un itinéraire
      * retenu est suivi par MAIN-GAME (GS-ROUTE).
      *-----------------------------------------------------------------
       PLAN-ROUTE.
           DISPLAY SPACE
           DISPLAY "=== PLANIFICATEUR D'ITINÉRAIRE ==="
           MOVE 0 TO RTE-CLIMBS
           MOVE PLAYER-POS-X TO RTE-FROM-X
           MOVE PLAYER-POS-Y TO RTE-FROM-Y
      *    Sous terre, le trajet de surface part de l'entrée du
      *    donjon, une fois remontés les étages descendus
           IF IS-IN-DUNGEON
               MOVE SURFACE-RETURN-X TO RTE-FROM-X
               MOVE SURFACE-RETURN-Y TO RTE-FROM-Y
               MOVE DUNGEON-FLOOR TO RTE-CLIMBS
               DISPLAY "Vous êtes à l'étage " DUNGEON-FLOOR
                   " du donjon: l'itinéraire part de sa sortie, "
                   FUNCTION TRIM(LOCATION-NAME(RTE-FROM-X,
                       RTE-FROM-Y)) "."
           END-IF

           MOVE 0 TO RTE-LEN
           INITIALIZE ROUTE-GRID
           PERFORM DISPLAY-ROUTE-MAP

           DISPLAY SPACE
           DISPLAY "Colonne de destination (1-10, ENTRÉE pour "
               & "annuler): " WITH NO ADVANCING
           MOVE SPACES TO RTE-INPUT
           ACCEPT RTE-INPUT
           IF RTE-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(RTE-INPUT) TO RTE-TO-X
           DISPLAY "Ligne de destination (1-10): " WITH NO ADVANCING
           MOVE SPACES TO RTE-INPUT
           ACCEPT RTE-INPUT
           IF RTE-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(RTE-INPUT) TO RTE-TO-Y

           IF RTE-TO-X < 1 OR RTE-TO-X > MAP-SIZE-X OR
              RTE-TO-Y < 1 OR RTE-TO-Y > MAP-SIZE-Y
               DISPLAY "Cette case n'existe pas sur la carte."
               EXIT PARAGRAPH
           END-IF
           IF RTE-TO-X = RTE-FROM-X AND RTE-TO-Y = RTE-FROM-Y
               DISPLAY "Vous y êtes déjà."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ROUTE
           IF RTE-FOUND = "N"
               PERFORM EXPLAIN-NO-ROUTE
               EXIT PARAGRAPH
           END-IF

           PERFORM DISPLAY-ROUTE-MAP
           PERFORM SHOW-ROUTE-SUMMARY

           DISPLAY SPACE
           DISPLAY "(P) Suivre pas à pas, (A) Marche automatique "
               & "(arrêt à chaque rencontre), ENTRÉE: ne pas suivre"
           DISPLAY "> " WITH NO ADVANCING
           MOVE SPACE TO RTE-CHOICE
           ACCEPT RTE-CHOICE
           EVALUATE RTE-CHOICE
               WHEN "P" WHEN "p"
                   MOVE "P" TO GS-ROUTE-MODE
               WHEN "A" WHEN "a"
                   MOVE "A" TO GS-ROUTE-MODE
               WHEN OTHER
                   DISPLAY "Itinéraire non retenu."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "Y" TO GS-ROUTE-ACTIVE
           MOVE RTE-TO-X TO GS-ROUTE-DEST-X
           MOVE RTE-TO-Y TO GS-ROUTE-DEST-Y
           MOVE RTE-LEN TO GS-ROUTE-STEPS-LEFT
           IF IS-IN-DUNGEON
               MOVE "T" TO GS-ROUTE-NEXT-DIR
           ELSE
               MOVE RTE-PATH-DIR(1) TO GS-ROUTE-NEXT-DIR
           END-IF
           DISPLAY "Itinéraire retenu vers "
               FUNCTION TRIM(LOCATION-NAME(RTE-TO-X, RTE-TO-Y)) "."
           .

      *-----------------------------------------------------------------
      * Prochain pas d'un itinéraire retenu, recalculé depuis la
      * position courante (le joueur a pu s'écarter du tracé ou
      * gagner une clé entre-temps); aucun affichage, MAIN-GAME
      * interprète GS-ROUTE-NEXT-DIR
      *-----------------------------------------------------------------
       GUIDE-ROUTE.
           MOVE SPACE TO GS-ROUTE-NEXT-DIR
           IF GS-ROUTE-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF IS-IN-DUNGEON
               MOVE "T" TO GS-ROUTE-NEXT-DIR
               EXIT PARAGRAPH
           END-IF
           IF PLAYER-POS-X = GS-ROUTE-DEST-X AND
              PLAYER-POS-Y = GS-ROUTE-DEST-Y
               MOVE "A" TO GS-ROUTE-NEXT-DIR
               MOVE "N" TO GS-ROUTE-ACTIVE
               MOVE 0 TO GS-ROUTE-STEPS-LEFT
               EXIT PARAGRAPH
           END-IF

           MOVE PLAYER-POS-X TO RTE-FROM-X
           MOVE PLAYER-POS-Y TO RTE-FROM-Y
           MOVE GS-ROUTE-DEST-X TO RTE-TO-X
           MOVE GS-ROUTE-DEST-Y TO RTE-TO-Y
           PERFORM FIND-ROUTE
           IF RTE-FOUND = "N"
               MOVE "X" TO GS-ROUTE-NEXT-DIR
               MOVE "N" TO GS-ROUTE-ACTIVE
               MOVE 0 TO GS-ROUTE-STEPS-LEFT
           ELSE
               MOVE RTE-PATH-DIR(1) TO GS-ROUTE-NEXT-DIR
               MOVE RTE-LEN TO GS-ROUTE-STEPS-LEFT
           END-IF
           .

      *-----------------------------------------------------------------
      * Parcours en largeur de RTE-FROM-X/Y vers RTE-TO-X/Y: le
      * premier passage sur une case est le plus court; RTE-FOUND
      * et ROUTE-PATH (RTE-LEN pas) en sortie
      *-----------------------------------------------------------------
       FIND-ROUTE.
           INITIALIZE ROUTE-GRID
           MOVE "N" TO RTE-FOUND
           MOVE 0 TO RTE-LEN
           MOVE "Y" TO RTE-SEEN(RTE-FROM-X, RTE-FROM-Y)
           MOVE 1 TO RTE-Q-HEAD
           MOVE 1 TO RTE-Q-TAIL
           MOVE RTE-FROM-X TO RTE-Q-X(1)
           MOVE RTE-FROM-Y TO RTE-Q-Y(1)
           PERFORM EXPAND-ROUTE-NODE
               UNTIL RTE-Q-HEAD > RTE-Q-TAIL OR RTE-FOUND = "Y"
           IF RTE-FOUND = "Y"
               PERFORM TRACE-ROUTE-PATH
           END-IF
           .

       EXPAND-ROUTE-NODE.
           MOVE RTE-Q-X(RTE-Q-HEAD) TO RTE-CUR-X
           MOVE RTE-Q-Y(RTE-Q-HEAD) TO RTE-CUR-Y
           ADD 1 TO RTE-Q-HEAD
           PERFORM TRY-ROUTE-NEIGHBOUR
               VARYING RTE-DIR-IDX FROM 1 BY 1
               UNTIL RTE-DIR-IDX > 4 OR RTE-FOUND = "Y"
           .

      *-----------------------------------------------------------------
      * Voisin de RTE-CUR-X/Y dans la direction RTE-DIR-IDX (nord,
      * est, sud, ouest), aux mêmes conditions que MOVE-PLAYER-xxx:
      * bord de carte et sortie de la tuile de départ
      *-----------------------------------------------------------------
       TRY-ROUTE-NEIGHBOUR.
           MOVE "N" TO RTE-PASSABLE
           MOVE RTE-CUR-X TO RTE-NXT-X
           MOVE RTE-CUR-Y TO RTE-NXT-Y
           EVALUATE RTE-DIR-IDX
               WHEN 1
                   IF RTE-CUR-Y > 1 AND
                      HAS-NORTH-EXIT(RTE-CUR-X, RTE-CUR-Y)
                       MOVE "N" TO RTE-DIR
                       SUBTRACT 1 FROM RTE-NXT-Y
                       MOVE "Y" TO RTE-PASSABLE
                   END-IF
               WHEN 2
                   IF RTE-CUR-X < MAP-SIZE-X AND
                      HAS-EAST-EXIT(RTE-CUR-X, RTE-CUR-Y)
                       MOVE "E" TO RTE-DIR
                       ADD 1 TO RTE-NXT-X
                       MOVE "Y" TO RTE-PASSABLE
                   END-IF
               WHEN 3
                   IF RTE-CUR-Y < MAP-SIZE-Y AND
                      HAS-SOUTH-EXIT(RTE-CUR-X, RTE-CUR-Y)
                       MOVE "S" TO RTE-DIR
                       ADD 1 TO RTE-NXT-Y
                       MOVE "Y" TO RTE-PASSABLE
                   END-IF
               WHEN OTHER
                   IF RTE-CUR-X > 1 AND
                      HAS-WEST-EXIT(RTE-CUR-X, RTE-CUR-Y)
                       MOVE "W" TO RTE-DIR
                       SUBTRACT 1 FROM RTE-NXT-X
                       MOVE "Y" TO RTE-PASSABLE
                   END-IF
           END-EVALUATE
           IF RTE-PASSABLE = "N" OR
              RTE-SEEN(RTE-NXT-X, RTE-NXT-Y) = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ROUTE-TILE-OPEN
           IF RTE-PASSABLE = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO RTE-SEEN(RTE-NXT-X, RTE-NXT-Y)
           MOVE RTE-DIR TO RTE-FROM-DIR(RTE-NXT-X, RTE-NXT-Y)
           ADD 1 TO RTE-Q-TAIL
           MOVE RTE-NXT-X TO RTE-Q-X(RTE-Q-TAIL)
           MOVE RTE-NXT-Y TO RTE-Q-Y(RTE-Q-TAIL)
           IF RTE-NXT-X = RTE-TO-X AND RTE-NXT-Y = RTE-TO-Y
               MOVE "Y" TO RTE-FOUND
           END-IF
           .

      *-----------------------------------------------------------------
      * Une case est-elle franchissable pour l'itinéraire? Même règle
      * que CHECK-TILE-GATE, sans message: l'objet-clé doit être au
      * sac ou sur l'anneau, et un PNJ escorté refuse toute case
      * gardée. La ville assiégée n'est traversée que si c'est la
      * destination elle-même.
      *-----------------------------------------------------------------
       CHECK-ROUTE-TILE-OPEN.
           MOVE "Y" TO RTE-PASSABLE
           IF GS-SIEGE-ACTIVE = "Y" AND
              RTE-NXT-X = GS-SIEGE-X AND RTE-NXT-Y = GS-SIEGE-Y AND
              (RTE-NXT-X NOT = RTE-TO-X OR RTE-NXT-Y NOT = RTE-TO-Y)
               MOVE "N" TO RTE-PASSABLE
               EXIT PARAGRAPH
           END-IF

           IF LOCATION-GATE-ITEM(RTE-NXT-X, RTE-NXT-Y) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF GS-ESC-ACTIVE = "Y"
               MOVE "N" TO RTE-PASSABLE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INVENTORY-COUNT
               IF ITEM-NAME(INV-IDX) =
                  LOCATION-GATE-ITEM(RTE-NXT-X, RTE-NXT-Y)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE LOCATION-GATE-ITEM(RTE-NXT-X, RTE-NXT-Y)
               TO RING-QUERY-NAME
           PERFORM CHECK-KEYRING-FOR-ITEM
           IF RING-HAS-ITEM NOT = "Y"
               MOVE "N" TO RTE-PASSABLE
           END-IF
           .

      *-----------------------------------------------------------------
      * Remontée du chemin depuis la destination: un premier passage
      * compte les pas, le second range chaque case à son rang
      *-----------------------------------------------------------------
       TRACE-ROUTE-PATH.
           MOVE 0 TO RTE-LEN
           MOVE RTE-TO-X TO RTE-CUR-X
           MOVE RTE-TO-Y TO RTE-CUR-Y
           PERFORM COUNT-ROUTE-STEP
               UNTIL RTE-CUR-X = RTE-FROM-X AND RTE-CUR-Y = RTE-FROM-Y

           MOVE RTE-LEN TO RTE-IDX
           MOVE RTE-TO-X TO RTE-CUR-X
           MOVE RTE-TO-Y TO RTE-CUR-Y
           PERFORM FILL-ROUTE-STEP UNTIL RTE-IDX = 0
           .

       COUNT-ROUTE-STEP.
           ADD 1 TO RTE-LEN
           PERFORM STEP-BACK-ROUTE
           .

       FILL-ROUTE-STEP.
           MOVE RTE-CUR-X TO RTE-PATH-X(RTE-IDX)
           MOVE RTE-CUR-Y TO RTE-PATH-Y(RTE-IDX)
           MOVE RTE-FROM-DIR(RTE-CUR-X, RTE-CUR-Y)
               TO RTE-PATH-DIR(RTE-IDX)
           MOVE "*" TO RTE-MARK(RTE-CUR-X, RTE-CUR-Y)
           PERFORM STEP-BACK-ROUTE
           SUBTRACT 1 FROM RTE-IDX
           .

       STEP-BACK-ROUTE.
           EVALUATE RTE-FROM-DIR(RTE-CUR-X, RTE-CUR-Y)
               WHEN "N"
                   ADD 1 TO RTE-CUR-Y
               WHEN "S"
                   SUBTRACT 1 FROM RTE-CUR-Y
               WHEN "E"
                   SUBTRACT 1 FROM RTE-CUR-X
               WHEN OTHER
                   ADD 1 TO RTE-CUR-X
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Pas de chemin: la raison la plus probable est donnée au
      * joueur (destination verrouillée, escorte, ou réseau coupé)
      *-----------------------------------------------------------------
       EXPLAIN-NO-ROUTE.
           MOVE RTE-TO-X TO RTE-NXT-X
           MOVE RTE-TO-Y TO RTE-NXT-Y
           PERFORM CHECK-ROUTE-TILE-OPEN
           IF RTE-PASSABLE = "N"
               IF GS-ESC-ACTIVE = "Y"
                   DISPLAY FUNCTION TRIM(GS-ESC-NAME)
                       " ne s'engagera pas vers "
                       FUNCTION TRIM(LOCATION-NAME(RTE-TO-X,
                           RTE-TO-Y)) ": passage trop périlleux."
               ELSE
                   DISPLAY FUNCTION TRIM(LOCATION-NAME(RTE-TO-X,
                       RTE-TO-Y)) " est verrouillé: il vous faudrait "
                       & "un(e) " FUNCTION TRIM(
                           LOCATION-GATE-ITEM(RTE-TO-X, RTE-TO-Y)) "."
               END-IF
           ELSE
               DISPLAY "Aucun chemin praticable jusqu'à "
                   FUNCTION TRIM(LOCATION-NAME(RTE-TO-X, RTE-TO-Y))
                   "."
               DISPLAY "(passages verrouillés sans leur clé, ville "
                   & "assiégée ou sorties manquantes)"
           END-IF
           .

      *-----------------------------------------------------------------
      * Carte quadrillée du planificateur: numéros de colonne et de
      * ligne, tracé [*] et destination [X] une fois le chemin
      * calculé, sinon les tuiles de DISPLAY-ONE-MAP-TILE
      *-----------------------------------------------------------------
       DISPLAY-ROUTE-MAP.
           PERFORM LOAD-NOTE-MARKS
           DISPLAY SPACE
           DISPLAY "    1  2  3  4  5  6  7  8  9 10"
           PERFORM VARYING LOC-Y FROM 1 BY 1 UNTIL LOC-Y > MAP-SIZE-Y
               SET RTE-ROW-NUM TO LOC-Y
               MOVE RTE-ROW-NUM TO RTE-ROW-DISP
               DISPLAY RTE-ROW-DISP " " WITH NO ADVANCING
               PERFORM VARYING LOC-X FROM 1 BY 1
                       UNTIL LOC-X > MAP-SIZE-X
                   PERFORM DISPLAY-ROUTE-TILE
               END-PERFORM
               DISPLAY SPACE
           END-PERFORM
           DISPLAY "Légende: [P] Vous  [T] Ville  [D] Donjon  "
               "[#] Passage verrouillé  [?] Inexploré"
           DISPLAY "         [!] Votre note  [@] Message "
               "d'aventurier"
           IF RTE-LEN > 0
               DISPLAY "         [*] Itinéraire  [X] Destination"
           END-IF
           .

       DISPLAY-ROUTE-TILE.
           IF RTE-LEN > 0
               IF LOC-X = RTE-TO-X AND LOC-Y = RTE-TO-Y
                   DISPLAY "[X]" WITH NO ADVANCING
                   EXIT PARAGRAPH
               END-IF
               IF RTE-MARK(LOC-X, LOC-Y) = "*"
                   DISPLAY "[*]" WITH NO ADVANCING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM DISPLAY-ONE-MAP-TILE
           .

      *-----------------------------------------------------------------
      * Résumé du trajet: pas, heures de jeu (moitié en selle, double
      * au pas d'un PNJ escorté, comme ADVANCE-GAME-CLOCK), risque de
      * rencontre tiré des LOCATION-ENCOUNTER-RATE du tracé avec les
      * mêmes modificateurs que CHECK-FOR-ENCOUNTER, et zones tenues
      * par une faction hostile
      *-----------------------------------------------------------------
       SHOW-ROUTE-SUMMARY.
           MOVE 0 TO RTE-EXPECTED
           MOVE 1 TO RTE-CLEAR
           MOVE 0 TO RTE-FOG-COUNT
           PERFORM SET-NIGHT-FLAG
           PERFORM TALLY-ROUTE-STEP
               VARYING RTE-IDX FROM 1 BY 1 UNTIL RTE-IDX > RTE-LEN

           EVALUATE TRUE
               WHEN GS-ESC-ACTIVE = "Y"
                   COMPUTE RTE-HOURS = RTE-LEN * 2
               WHEN GS-MOUNT-RIDING = "Y" AND NOT IS-IN-DUNGEON
                   COMPUTE RTE-HOURS =
                       (RTE-LEN + GS-MOUNT-STEP) / 2
               WHEN OTHER
                   MOVE RTE-LEN TO RTE-HOURS
           END-EVALUATE
           ADD RTE-CLIMBS TO RTE-HOURS
           COMPUTE RTE-ARRIVE-HOUR = GS-GAME-HOUR + RTE-HOURS
           COMPUTE RTE-ARRIVE-DAY = GS-GAME-DAY +
               RTE-ARRIVE-HOUR / 24
           COMPUTE RTE-HOUR-DISP =
               FUNCTION MOD(RTE-ARRIVE-HOUR, 24)

           DISPLAY SPACE
           DISPLAY "=== ITINÉRAIRE VERS "
               FUNCTION TRIM(LOCATION-NAME(RTE-TO-X, RTE-TO-Y))
               " (" RTE-TO-X "," RTE-TO-Y ") ==="
           MOVE RTE-LEN TO RTE-STEP-DISP
           DISPLAY "Trajet      : " FUNCTION TRIM(RTE-STEP-DISP)
               " case(s)"
           IF RTE-CLIMBS > 0
               MOVE RTE-CLIMBS TO RTE-STEP-DISP
               DISPLAY "              + " FUNCTION TRIM(RTE-STEP-DISP)
                   " étage(s) à remonter avant la surface"
           END-IF
           MOVE RTE-HOURS TO RTE-STEP-DISP
           DISPLAY "Durée       : ~" FUNCTION TRIM(RTE-STEP-DISP)
               " heure(s) de jeu, arrivée jour " RTE-ARRIVE-DAY
               " vers " RTE-HOUR-DISP "h"
           EVALUATE TRUE
               WHEN GS-ESC-ACTIVE = "Y"
                   DISPLAY "              (au pas de "
                       FUNCTION TRIM(GS-ESC-NAME)
                       ": une heure de plus par case)"
               WHEN GS-MOUNT-RIDING = "Y" AND NOT IS-IN-DUNGEON
                   DISPLAY "              (en selle: moitié moins "
                       & "de temps)"
           END-EVALUATE

           MOVE RTE-EXPECTED TO RTE-EXPECTED-DISP
           COMPUTE RTE-AT-LEAST ROUNDED = (1 - RTE-CLEAR) * 100
           MOVE RTE-AT-LEAST TO RTE-STEP-DISP
           DISPLAY "Rencontres  : ~" FUNCTION TRIM(RTE-EXPECTED-DISP)
               " attendue(s), au moins une: "
               FUNCTION TRIM(RTE-STEP-DISP) "%"
           IF WORLD-NIGHT-FLAG = "Y"
               DISPLAY "              (de nuit, les créatures rôdent "
                   & "davantage)"
           END-IF
           IF RTE-FOG-COUNT > 0
               MOVE RTE-FOG-COUNT TO RTE-STEP-DISP
               DISPLAY "              (" FUNCTION TRIM(RTE-STEP-DISP)
                   " case(s) inexplorée(s): estimation incertaine)"
           END-IF

           INITIALIZE RTE-ZONE-FLAGS
           MOVE 0 TO RTE-HOSTILE-COUNT
           DISPLAY "Zones       :"
           PERFORM LIST-ROUTE-HOSTILE-ZONE
               VARYING RTE-IDX FROM 1 BY 1 UNTIL RTE-IDX > RTE-LEN
           IF RTE-HOSTILE-COUNT = 0
               DISPLAY "  aucune zone hostile sur le trajet."
           END-IF

           IF GS-SIEGE-ACTIVE = "Y" AND
              RTE-TO-X = GS-SIEGE-X AND RTE-TO-Y = GS-SIEGE-Y
               DISPLAY "Attention: la destination est assiégée, "
                   & "ses services sont fermés."
           END-IF
           .

       TALLY-ROUTE-STEP.
           MOVE RTE-PATH-X(RTE-IDX) TO RTE-CUR-X
           MOVE RTE-PATH-Y(RTE-IDX) TO RTE-CUR-Y
           IF NOT LOC-IS-VISITED(RTE-CUR-X, RTE-CUR-Y)
               ADD 1 TO RTE-FOG-COUNT
           END-IF
           IF LOCATION-TYPE(RTE-CUR-X, RTE-CUR-Y) NOT = "W" AND
              LOCATION-TYPE(RTE-CUR-X, RTE-CUR-Y) NOT = "D"
               EXIT PARAGRAPH
           END-IF

           MOVE LOCATION-ENCOUNTER-RATE(RTE-CUR-X, RTE-CUR-Y)
               TO RTE-CHANCE
           IF WORLD-NIGHT-FLAG = "Y"
               COMPUTE RTE-CHANCE = RTE-CHANCE * 1.5
           END-IF
           EVALUATE GS-WEATHER
               WHEN "R"
                   COMPUTE RTE-CHANCE = RTE-CHANCE * 1.2
               WHEN "F"
                   COMPUTE RTE-CHANCE = RTE-CHANCE * 1.3
               WHEN "S"
                   COMPUTE RTE-CHANCE = RTE-CHANCE * 1.5
           END-EVALUATE
           IF GS-MEAL-TYPE = "R" AND GS-MEAL-TIMER > 0
               COMPUTE RTE-CHANCE = RTE-CHANCE * 0.6
           END-IF
           IF GS-MOUNT-RIDING = "Y"
               COMPUTE RTE-CHANCE = RTE-CHANCE * 0.5
           END-IF
           IF RTE-CHANCE > 100
               MOVE 100 TO RTE-CHANCE
           END-IF

           COMPUTE RTE-EXPECTED = RTE-EXPECTED + RTE-CHANCE / 100
           COMPUTE RTE-CLEAR = RTE-CLEAR * (1 - RTE-CHANCE / 100)
           .

      *-----------------------------------------------------------------
      * Une zone est hostile quand la faction qui la tient est celle
      * des Anomalies, qu'elle assiège une ville, ou que le joueur
      * y a moins de 40 de réputation; chaque zone n'est citée qu'une
      * fois, au pas où le tracé y entre
      *-----------------------------------------------------------------
       LIST-ROUTE-HOSTILE-ZONE.
           MOVE RTE-PATH-X(RTE-IDX) TO RTE-CUR-X
           IF RTE-ZONE-LISTED(RTE-CUR-X) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RTE-ZONE-LISTED(RTE-CUR-X)
           MOVE GS-ZONE-FACTION(RTE-CUR-X) TO RTE-FACTION
           IF RTE-FACTION = 0
               EXIT PARAGRAPH
           END-IF
           IF RTE-FACTION NOT = 3 AND
              GS-FACTION-SCORE(RTE-FACTION) NOT < 40 AND
              (GS-SIEGE-ACTIVE NOT = "Y" OR
               GS-SIEGE-FACTION NOT = RTE-FACTION)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO RTE-HOSTILE-COUNT
           MOVE RTE-FACTION TO ZC-LEADER
           PERFORM SET-FACTION-LABEL
           MOVE RTE-IDX TO RTE-STEP-DISP
           DISPLAY "  pas " FUNCTION TRIM(RTE-STEP-DISP) ": "
               FUNCTION TRIM(ZONE-BAND-NAME(RTE-CUR-X))
               ", tenue par " FUNCTION TRIM(FACTION-LABEL)
               " (hostile)"
           .


      *-----------------------------------------------------------------
      * Dépose une lettre dans un emplacement libre de la boîte
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MONSTER-DATA-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MAP-DATA-FILE-PATH
           .

       END PROGRAM WORLD-SYSTEM.
