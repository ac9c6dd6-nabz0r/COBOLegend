      * prix. Un article épuisé le reste d'une session à l'autre
      * jusqu'au réapprovisionnement légitime de
      * RESTOCK-IF-NEW-DAY: la rareté des catalogues par ville tient
      * enfin dans la durée. Chaque classe y cumule aussi ses ventes
      * et rachats par article (voir SHOPSTATE.cpy), relus par
      * SHOP-REPORT.
      * Les objets vendus dans la journée restent à reprendre au
      * prix de vente (GS-SOLD-TODAY, dans la sauvegarde de
      * l'emplacement) jusqu'au réapprovisionnement suivant.
      * Les objets laissés en dépôt-vente vivent à part, dans
      * COBOCONS.DAT (voir CONSIGNMENT-SYSTEM).
      *-----------------------------------------------------------------
           SELECT SHOP-STATE-FILE ASSIGN TO DYNAMIC SHOP-STATE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-FILE-STATUS.

       FILE SECTION.
       FD SHOP-STATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SHOPSTATE.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="MERCHANT-SYSTEM"==.
       01 SHOP-STATE-FILE-PATH       PIC X(80)  VALUE "COBOSHOP.DAT".

       01 SHOP-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 SHOP-FILE-OK            VALUE "00".
       01 SHOP-FILE-AT-EOF           PIC X(1)   VALUE "N".
             10 SST-ITEM OCCURS 13 TIMES.
                15 SST-QTY           PIC 9(2).
                15 SST-MOD           PIC 9(3).
                15 SST-COUNTERS      PIC X(46).
             10 SST-OFF-QTY          PIC 9(5).
             10 SST-OFF-GOLD         PIC 9(8).
       01 SST-IDX                    PIC 9(1)   VALUE 0.
       01 SST-MATCH                  PIC 9(1)   VALUE 0.
       01 SST-ITEM-IDX               PIC 9(2)   VALUE 0.
       01 SHOP-STOCK-COUNT           PIC 9(2)   VALUE 13.
       01 SHOP-STOCK-TABLE.
          05 SHOP-ENTRY OCCURS 13 TIMES INDEXED BY SHOP-IDX.
             10 SHOP-ITEM-MASTER-ID  PIC 9(3).
             10 SHOP-ITEM-NAME       PIC X(20).
             10 SHOP-ITEM-DESC       PIC X(100).
             10 SHOP-ITEM-TYPE       PIC X(1).
             10 SHOP-ITEM-MANA       PIC 9(3).
             10 SHOP-ITEM-DURA-MAX   PIC 9(3).
             10 SHOP-ITEM-ESC-BONUS  PIC S9(2).
             10 SHOP-ITEM-ELEMENT    PIC X(1).
             10 SHOP-TOWN-CLASS      PIC X(1).
             10 SHOP-ITEM-BASE-QTY   PIC 9(2).
             10 SHOP-ITEM-QTY        PIC 9(2).
             10 SHOP-PRICE-MOD       PIC 9(3).
      *    Cumul des ventes de l'article pour la classe courante
      *    (même disposition que SHP-REC-COUNTERS)
             10 SHOP-COUNTERS.
                15 SHOP-UNITS-SOLD   PIC 9(5).
                15 SHOP-UNITS-BOUGHT PIC 9(5).
                15 SHOP-ZERO-DAYS    PIC 9(4).
                15 SHOP-LIST-GOLD    PIC 9(8).
                15 SHOP-DRIFT-GOLD   PIC 9(8).
                15 SHOP-PAID-GOLD    PIC 9(8).
                15 SHOP-BUYBACK-GOLD PIC 9(8).

      *-----------------------------------------------------------------
      * État de la boutique entre deux visites: le stock n'est bâti
          05 SHOP-MENU-SLOT OCCURS 13 TIMES PIC 9(2).
       01 PICKED-MASTER-IDX          PIC 9(2)   VALUE 0.
       01 EFFECTIVE-PRICE            PIC 9(6)   VALUE 0.
       01 DRIFTED-PRICE              PIC 9(6)   VALUE 0.

      *-----------------------------------------------------------------
      * Rachats d'objets hors catalogue pour la classe courante, et
      * objet repris mémorisé avant son retrait de l'inventaire
      *-----------------------------------------------------------------
       01 SHOP-OFF-QTY               PIC 9(5)   VALUE 0.
       01 SHOP-OFF-GOLD              PIC 9(8)   VALUE 0.
       01 SOLD-ITEM-ID               PIC 9(3)   VALUE 0.
       01 SOLD-ITEM-QTY              PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Objets vendus aujourd'hui (voir GS-SOLD-TODAY dans
      * GAMESTATE.cpy): entrée parcourue, entrée libre ou choisie,
      * et taille du sac avant la reprise (un objet empilable
      * rejoint sa pile au lieu d'occuper une nouvelle case)
      *-----------------------------------------------------------------
       01 SOLD-TODAY-IDX             PIC 9(1)   VALUE 0.
       01 SOLD-TODAY-FREE            PIC 9(1)   VALUE 0.
       01 SOLD-TODAY-PICK            PIC 9(1)   VALUE 0.
       01 SOLD-TODAY-SHOWN           PIC 9(1)   VALUE 0.
       01 INVENTORY-COUNT-BEFORE     PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Le marchand est un PNJ nommé: son capital de sympathie vit
       01 SHOP-ACTIVE                PIC X(1)   VALUE 'Y'.
          88 SHOPPING-CONTINUES      VALUE 'Y'.
       01 MERCHANT-INPUT             PIC X(20)  VALUE SPACES.
       01 PICKED-SHOP-IDX            PIC 9(2)   VALUE 0.
       01 PICKED-INV-IDX             PIC 9(2)   VALUE 0.
       01 SALE-PRICE                 PIC 9(6)   VALUE 0.
       01 REPAIR-COST-PER-POINT      PIC 9(2)   VALUE 2.
       01 REPAIR-COST                PIC 9(5)   VALUE 0.

      *-----------------------------------------------------------------
      * Chantiers financés par le joueur dans la ville (voir
      * GS-TOWN-WORKS dans GAMESTATE.cpy): la boutique garnit ses
      * étagères d'une unité de plus par article (deux au niveau 3)
      * et ouvre dès le niveau 2 le rayon d'une autre classe de
      * ville (SHOP-EXTRA-CLASS); chaque niveau de forge retire un
      * quart du tarif de réparation
      *-----------------------------------------------------------------
       01 WORKS-IDX                  PIC 9(1)   VALUE 0.
       01 WORKS-SCAN-IDX             PIC 9(1)   VALUE 0.
       01 SHOP-WORKS-LEVEL           PIC 9(1)   VALUE 0.
       01 FORGE-WORKS-LEVEL          PIC 9(1)   VALUE 0.
       01 SHOP-QTY-BONUS             PIC 9(1)   VALUE 0.
       01 SHOP-EXTRA-CLASS           PIC X(1)   VALUE SPACE.

      *-----------------------------------------------------------------
      * Fichier maître des objets (voir ITEM-MASTER.cbl) et articles
      * des rayons spéciaux hors catalogue
      *-----------------------------------------------------------------
       01 ITEM-MASTER-OPERATION      PIC X(1)   VALUE 'G'.
       01 ITEM-MASTER-FOUND          PIC X(1)   VALUE "N".
       01 CONDENSER-ITEM-ID          PIC 9(3)   VALUE 113.
       01 FESTIVAL-ITEM-ID           PIC 9(3)   VALUE 114.
       01 CONDENSER-PRICE            PIC 9(5)   VALUE 60.
       01 FESTIVAL-PRICE             PIC 9(5)   VALUE 30.

      *-----------------------------------------------------------------
      * Grand livre de l'or: chaque mouvement de la bourse est
      * consigné avec son code source (voir GOLDLEDG.cpy)
       01 LEDGER-OPERATION           PIC X(1)   VALUE 'W'.
       COPY "GOLDLEDG.cpy".

      *-----------------------------------------------------------------
      * Dépôt-vente de la ville (voir CONSIGN.cbl): objets confiés
      * au marchand et vendus au fil des jours de jeu
      *-----------------------------------------------------------------
       COPY "CONSIGN.cpy".

      *-----------------------------------------------------------------
      * Aide de l'écran: sujet MARCHAND du manuel (voir HELP.cbl)
      *-----------------------------------------------------------------
       COPY "HELP.cpy".

       LINKAGE SECTION.
       COPY "PLAYER-CHAR.cpy".
       COPY "INVENTORY.cpy".
                                 ITEM-OP-PARAMS, SHOP-LOCATION-ID,
                                 GAME-STATE-EXT.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           IF SHOP-IS-INITIALIZED = 'N'
               PERFORM SETUP-SHOP-STOCK
               PERFORM LOAD-SHOP-STATE-FILE
           END-IF

           PERFORM SET-TOWN-CLASS
           PERFORM FIND-TOWN-WORKS
           PERFORM APPLY-TOWN-CLASS-STATE
           PERFORM RESTOCK-IF-NEW-DAY
           PERFORM FIND-MERCHANT-STANDING
           DISPLAY "Bienvenue, aventurier! Jetez un oeil à ma"
           DISPLAY "marchandise, ou vendez-moi ce qui ne vous sert"
           DISPLAY "plus."
      *    Les ventes en dépôt conclues depuis le dernier passage
      *    sont annoncées dès l'entrée
           MOVE 'S' TO CSG-OPERATION
           PERFORM CALL-CONSIGNMENT-SYSTEM

           PERFORM UNTIL NOT SHOPPING-CONTINUES
               PERFORM DISPLAY-SHOP-MENU
       LOAD-SHOP-STATE-FILE.
           MOVE 0 TO SHOP-STATE-COUNT
           OPEN INPUT SHOP-STATE-FILE
           MOVE "LOAD-SHOP-STATE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           IF NOT SHOP-FILE-OK
               EXIT PARAGRAPH
           END-IF
                                   TO SST-MOD(SHOP-STATE-COUNT,
                                       SST-ITEM-IDX)
                           END-PERFORM
                           PERFORM LOAD-SHOP-SALES-COUNTERS
                       END-IF
               END-READ
               MOVE "LOAD-SHOP-STATE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           END-PERFORM
           CLOSE SHOP-STATE-FILE
           MOVE "LOAD-SHOP-STATE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Cumul des ventes de l'enregistrement lu (à zéro pour un
      * enregistrement écrit avant le suivi des ventes)
      *-----------------------------------------------------------------
       LOAD-SHOP-SALES-COUNTERS.
           IF SHP-REC-SALES-AREA = SPACES
               PERFORM VARYING SST-ITEM-IDX FROM 1 BY 1
                       UNTIL SST-ITEM-IDX > 13
                   MOVE ZEROS TO SST-COUNTERS(SHOP-STATE-COUNT,
                       SST-ITEM-IDX)
               END-PERFORM
               MOVE 0 TO SST-OFF-QTY(SHOP-STATE-COUNT)
               MOVE 0 TO SST-OFF-GOLD(SHOP-STATE-COUNT)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SST-ITEM-IDX FROM 1 BY 1
                   UNTIL SST-ITEM-IDX > 13
               MOVE SHP-REC-COUNTERS(SST-ITEM-IDX)
                   TO SST-COUNTERS(SHOP-STATE-COUNT, SST-ITEM-IDX)
           END-PERFORM
           MOVE SHP-REC-OFF-QTY TO SST-OFF-QTY(SHOP-STATE-COUNT)
           MOVE SHP-REC-OFF-GOLD TO SST-OFF-GOLD(SHOP-STATE-COUNT)
           .

      *-----------------------------------------------------------------
                       TO SHOP-ITEM-QTY(SST-ITEM-IDX)
                   MOVE SST-MOD(SST-MATCH, SST-ITEM-IDX)
                       TO SHOP-PRICE-MOD(SST-ITEM-IDX)
                   MOVE SST-COUNTERS(SST-MATCH, SST-ITEM-IDX)
                       TO SHOP-COUNTERS(SST-ITEM-IDX)
               END-PERFORM
               MOVE SST-OFF-QTY(SST-MATCH) TO SHOP-OFF-QTY
               MOVE SST-OFF-GOLD(SST-MATCH) TO SHOP-OFF-GOLD
           ELSE
               MOVE 0 TO SHOP-LAST-RESTOCK-DAY
               PERFORM VARYING SST-ITEM-IDX FROM 1 BY 1
                   MOVE SHOP-ITEM-BASE-QTY(SST-ITEM-IDX)
                       TO SHOP-ITEM-QTY(SST-ITEM-IDX)
                   MOVE 100 TO SHOP-PRICE-MOD(SST-ITEM-IDX)
                   INITIALIZE SHOP-COUNTERS(SST-ITEM-IDX)
               END-PERFORM
               MOVE 0 TO SHOP-OFF-QTY
               MOVE 0 TO SHOP-OFF-GOLD
           END-IF
           .

                   TO SST-QTY(SST-MATCH, SST-ITEM-IDX)
               MOVE SHOP-PRICE-MOD(SST-ITEM-IDX)
                   TO SST-MOD(SST-MATCH, SST-ITEM-IDX)
               MOVE SHOP-COUNTERS(SST-ITEM-IDX)
                   TO SST-COUNTERS(SST-MATCH, SST-ITEM-IDX)
           END-PERFORM
           MOVE SHOP-OFF-QTY TO SST-OFF-QTY(SST-MATCH)
           MOVE SHOP-OFF-GOLD TO SST-OFF-GOLD(SST-MATCH)
           .

       FIND-CLASS-STATE-ENTRY.
      *-----------------------------------------------------------------
       REWRITE-SHOP-STATE-FILE.
           OPEN OUTPUT SHOP-STATE-FILE
           MOVE "REWRITE-SHOP-STATE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           IF NOT SHOP-FILE-OK
               DISPLAY "Impossible d'écrire l'état des boutiques."
               EXIT PARAGRAPH
                       TO SHP-REC-QTY(SST-ITEM-IDX)
                   MOVE SST-MOD(SST-IDX, SST-ITEM-IDX)
                       TO SHP-REC-MOD(SST-ITEM-IDX)
                   MOVE SHOP-ITEM-MASTER-ID(SST-ITEM-IDX)
                       TO SHP-REC-MASTER-ID(SST-ITEM-IDX)
                   MOVE SHOP-TOWN-CLASS(SST-ITEM-IDX)
                       TO SHP-REC-TOWN-CLASS(SST-ITEM-IDX)
                   MOVE SST-COUNTERS(SST-IDX, SST-ITEM-IDX)
                       TO SHP-REC-COUNTERS(SST-ITEM-IDX)
               END-PERFORM
               MOVE SST-OFF-QTY(SST-IDX) TO SHP-REC-OFF-QTY
               MOVE SST-OFF-GOLD(SST-IDX) TO SHP-REC-OFF-GOLD
               WRITE SHOP-STATE-RECORD
               MOVE "REWRITE-SHOP-STATE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           END-PERFORM
           CLOSE SHOP-STATE-FILE
           MOVE "REWRITE-SHOP-STATE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Remplissage du catalogue
      *-----------------------------------------------------------------
       SETUP-SHOP-STOCK.
      *    Les fiches des articles (nom, description, prix de base,
      *    statistiques) viennent du fichier maître des objets
      *    COBOITEM.DAT; seul le rattachement au catalogue reste ici
           MOVE 101 TO SHOP-ITEM-MASTER-ID(1)
           MOVE 102 TO SHOP-ITEM-MASTER-ID(2)
           MOVE 103 TO SHOP-ITEM-MASTER-ID(3)
           MOVE 104 TO SHOP-ITEM-MASTER-ID(4)
           MOVE 3   TO SHOP-ITEM-MASTER-ID(5)
           MOVE 105 TO SHOP-ITEM-MASTER-ID(6)
           MOVE 106 TO SHOP-ITEM-MASTER-ID(7)
           MOVE 107 TO SHOP-ITEM-MASTER-ID(8)
           MOVE 108 TO SHOP-ITEM-MASTER-ID(9)
           MOVE 109 TO SHOP-ITEM-MASTER-ID(10)
           MOVE 110 TO SHOP-ITEM-MASTER-ID(11)
           MOVE 111 TO SHOP-ITEM-MASTER-ID(12)
           MOVE 112 TO SHOP-ITEM-MASTER-ID(13)

           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-STOCK-COUNT
               PERFORM LOAD-SHOP-ENTRY-FROM-MASTER
           END-PERFORM

      *    Prix affichés des rayons spéciaux (ères réparées, jour
      *    de fête)
           MOVE CONDENSER-ITEM-ID TO OP-ITEM-ID
           PERFORM FETCH-MASTER-ITEM
           MOVE OP-ITEM-VALUE TO CONDENSER-PRICE
           MOVE FESTIVAL-ITEM-ID TO OP-ITEM-ID
           PERFORM FETCH-MASTER-ITEM
           MOVE OP-ITEM-VALUE TO FESTIVAL-PRICE

      *    Rattachement aux villes, quantités de base et prix de
      *    départ (le Village vend l'équipement courant, le Marché
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fiche de l'article SHOP-IDX relue au fichier maître
      *-----------------------------------------------------------------
       LOAD-SHOP-ENTRY-FROM-MASTER.
           MOVE SHOP-ITEM-MASTER-ID(SHOP-IDX) TO OP-ITEM-ID
           PERFORM FETCH-MASTER-ITEM
           MOVE OP-ITEM-NAME TO SHOP-ITEM-NAME(SHOP-IDX)
           MOVE OP-ITEM-DESC TO SHOP-ITEM-DESC(SHOP-IDX)
           MOVE OP-ITEM-TYPE TO SHOP-ITEM-TYPE(SHOP-IDX)
           MOVE OP-ITEM-SLOT-TYPE TO SHOP-ITEM-SLOT-TYPE(SHOP-IDX)
           MOVE OP-ITEM-VALUE TO SHOP-ITEM-PRICE(SHOP-IDX)
           MOVE OP-ITEM-ATTACK TO SHOP-ITEM-ATTACK(SHOP-IDX)
           MOVE OP-ITEM-DEFENSE TO SHOP-ITEM-DEFENSE(SHOP-IDX)
           MOVE OP-ITEM-HEAL TO SHOP-ITEM-HEAL(SHOP-IDX)
           MOVE OP-ITEM-MANA TO SHOP-ITEM-MANA(SHOP-IDX)
           MOVE OP-ITEM-DURABILITY-MAX TO SHOP-ITEM-DURA-MAX(SHOP-IDX)
           MOVE OP-ITEM-ESCAPE-BONUS TO SHOP-ITEM-ESC-BONUS(SHOP-IDX)
           MOVE OP-ITEM-ELEMENT TO SHOP-ITEM-ELEMENT(SHOP-IDX)
           .

      *-----------------------------------------------------------------
      * Fiche de l'objet OP-ITEM-ID lue au fichier maître (voir
      * ITEM-MASTER.cbl)
      *-----------------------------------------------------------------
       FETCH-MASTER-ITEM.
           MOVE 'G' TO ITEM-MASTER-OPERATION
           CALL "ITEM-MASTER" USING ITEM-MASTER-OPERATION,
               ITEM-OP-PARAMS, ITEM-MASTER-FOUND
           .

      *-----------------------------------------------------------------
      * Classe de catalogue de la ville courante, d'après son
      * LOCATION-ID: 45 Village de Départ, 39 Marché Clandestin,
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Niveaux de boutique et de forge financés dans la ville
      * SHOP-LOCATION-ID (aucun pour la caravane itinérante). Le
      * rayon supplémentaire suit les classes: le Village ouvre
      * celui du Marché Clandestin, le Marché celui du Camp des
      * Rebelles, le Camp celui du Village.
      *-----------------------------------------------------------------
       FIND-TOWN-WORKS.
           MOVE 0 TO WORKS-IDX
           MOVE 0 TO SHOP-WORKS-LEVEL
           MOVE 0 TO FORGE-WORKS-LEVEL
           MOVE 0 TO SHOP-QTY-BONUS
           MOVE SPACE TO SHOP-EXTRA-CLASS
           PERFORM VARYING WORKS-SCAN-IDX FROM 1 BY 1
                   UNTIL WORKS-SCAN-IDX > 6 OR WORKS-IDX > 0
               IF GS-WORKS-TOWN-ID(WORKS-SCAN-IDX) = SHOP-LOCATION-ID
                   MOVE WORKS-SCAN-IDX TO WORKS-IDX
               END-IF
           END-PERFORM
           IF WORKS-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE GS-WORKS-SHOP(WORKS-IDX) TO SHOP-WORKS-LEVEL
           MOVE GS-WORKS-FORGE(WORKS-IDX) TO FORGE-WORKS-LEVEL
           EVALUATE SHOP-WORKS-LEVEL
               WHEN 0
                   MOVE 0 TO SHOP-QTY-BONUS
               WHEN 3
                   MOVE 2 TO SHOP-QTY-BONUS
               WHEN OTHER
                   MOVE 1 TO SHOP-QTY-BONUS
           END-EVALUATE
           IF SHOP-WORKS-LEVEL >= 2
               EVALUATE SHOP-TOWN-CLASS-CUR
                   WHEN "V"
                       MOVE "C" TO SHOP-EXTRA-CLASS
                   WHEN "C"
                       MOVE "R" TO SHOP-EXTRA-CLASS
                   WHEN OTHER
                       MOVE "V" TO SHOP-EXTRA-CLASS
               END-EVALUATE
           END-IF
           .

      *-----------------------------------------------------------------
      * Réapprovisionnement: au premier passage d'un nouveau jour de
      * jeu, les étagères sont regarnies et les prix dérivés
               MOVE GS-GAME-DAY TO SHOP-LAST-RESTOCK-DAY
               PERFORM VARYING SHOP-IDX FROM 1 BY 1
                       UNTIL SHOP-IDX > SHOP-STOCK-COUNT
                   COMPUTE SHOP-ITEM-QTY(SHOP-IDX) =
                       SHOP-ITEM-BASE-QTY(SHOP-IDX) + SHOP-QTY-BONUS
                   IF SHOP-PRICE-MOD(SHOP-IDX) > 100
                       SUBTRACT 20 FROM SHOP-PRICE-MOD(SHOP-IDX)
                       IF SHOP-PRICE-MOD(SHOP-IDX) < 100
                   END-IF
               END-PERFORM
           END-IF
           PERFORM CLEAR-SOLD-TODAY-LIST
           .

      *-----------------------------------------------------------------
      * Les ventes à reprendre de cette classe de boutique ne
      * survivent pas au réapprovisionnement: toute entrée d'un
      * autre jour que le jour courant est libérée (y compris quand
      * un autre emplacement a déjà regarni les étagères ce jour-là)
      *-----------------------------------------------------------------
       CLEAR-SOLD-TODAY-LIST.
           PERFORM VARYING SOLD-TODAY-IDX FROM 1 BY 1
                   UNTIL SOLD-TODAY-IDX > 6
               IF GS-SOLD-CLASS(SOLD-TODAY-IDX) = SHOP-TOWN-CLASS-CUR
                  AND GS-SOLD-DAY(SOLD-TODAY-IDX) NOT = GS-GAME-DAY
                   INITIALIZE GS-SOLD(SOLD-TODAY-IDX)
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
               WHEN OTHER
                   DISPLAY SPACE
           END-EVALUATE
           IF SHOP-WORKS-LEVEL > 0
               DISPLAY "Boutique agrandie par vos chantiers (niveau "
                   SHOP-WORKS-LEVEL ")" WITH NO ADVANCING
               IF SHOP-EXTRA-CLASS NOT = SPACE
                   DISPLAY ": rayon d'une autre ville ouvert."
               ELSE
                   DISPLAY "."
               END-IF
           END-IF
           DISPLAY SPACE
           MOVE 14 TO MSG-ID
           PERFORM GET-CATALOG-MESSAGE
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-STOCK-COUNT
               IF SHOP-TOWN-CLASS(SHOP-IDX) = "A" OR
                  SHOP-TOWN-CLASS(SHOP-IDX) = SHOP-TOWN-CLASS-CUR OR
                  SHOP-TOWN-CLASS(SHOP-IDX) = SHOP-EXTRA-CLASS
                   ADD 1 TO SHOP-MENU-COUNT
                   MOVE SHOP-IDX TO SHOP-MENU-SLOT(SHOP-MENU-COUNT)
                   PERFORM COMPUTE-EFFECTIVE-PRICE
               END-PERFORM
           END-IF

      *    Objets vendus ici aujourd'hui, repris au prix de vente
           MOVE 0 TO SOLD-TODAY-SHOWN
           PERFORM VARYING SOLD-TODAY-IDX FROM 1 BY 1
                   UNTIL SOLD-TODAY-IDX > 6
               IF GS-SOLD-CLASS(SOLD-TODAY-IDX) = SHOP-TOWN-CLASS-CUR
                  AND GS-SOLD-DAY(SOLD-TODAY-IDX) = GS-GAME-DAY
                   IF SOLD-TODAY-SHOWN = 0
                       DISPLAY SPACE
                       DISPLAY "-- VENDUS AUJOURD'HUI (re(P)rendre au "
                           & "prix de vente) --"
                   END-IF
                   ADD 1 TO SOLD-TODAY-SHOWN
                   MOVE GS-SOLD-PRICE(SOLD-TODAY-IDX) TO UTIL-NUMBER
                   PERFORM FORMAT-GOLD-FOR-DISPLAY
                   DISPLAY SOLD-TODAY-IDX ". "
                       GS-SOLD-NAME(SOLD-TODAY-IDX)
                       " - " GOLD-DISPLAY " or" WITH NO ADVANCING
                   IF GS-SOLD-DURA-MAX(SOLD-TODAY-IDX) > 0
                       DISPLAY " (usure "
                           GS-SOLD-DURA-CUR(SOLD-TODAY-IDX) "/"
                           GS-SOLD-DURA-MAX(SOLD-TODAY-IDX) ")"
                   ELSE
                       DISPLAY SPACE
                   END-IF
               END-IF
           END-PERFORM

      *    Stand de fête: une friandise spéciale, uniquement les
      *    jours multiples de 7 (voir le calendrier dans MAIN-GAME)
           IF FUNCTION MOD(GS-GAME-DAY, 7) = 0
               DISPLAY SPACE
               MOVE FESTIVAL-PRICE TO UTIL-NUMBER
               PERFORM FORMAT-GOLD-FOR-DISPLAY
               DISPLAY "F. Confiserie du festival - "
                   FUNCTION TRIM(GOLD-DISPLAY) " or "
                   "(restaure 25 PV, stand du jour de fête)"
           END-IF

      *    Retombée des ères réparées: un rayon d'époque s'ouvre
      *    dès trois anomalies résolues au Chronoterminal
           IF GS-ANOMALIES-DONE >= 3
               DISPLAY SPACE
               MOVE CONDENSER-PRICE TO UTIL-NUMBER
               PERFORM FORMAT-GOLD-FOR-DISPLAY
               DISPLAY "E. Condensateur d'époque - "
                   FUNCTION TRIM(GOLD-DISPLAY) " or "
                   "(restaure 20 PV et 15 PM, rayon des ères "
                   & "réparées)"
           END-IF

               PERFORM GET-CATALOG-MESSAGE
               DISPLAY FUNCTION TRIM(MSG-TEXT-OUT)
           END-PERFORM
           IF FORGE-WORKS-LEVEL > 0
               DISPLAY "   (forge de la ville niveau " FORGE-WORKS-LEVEL
                   ": réparation moins chère d'un quart par niveau)"
           END-IF

           DISPLAY SPACE
           MOVE 35 TO MSG-ID
                   PERFORM BUY-ITEM
               WHEN "V" WHEN "v"
                   PERFORM SELL-ITEM
               WHEN "P" WHEN "p"
                   PERFORM REPURCHASE-SOLD-ITEM
               WHEN "S" WHEN "s"
                   PERFORM BUY-BACKPACK-UPGRADE
               WHEN "E" WHEN "e"
                   PERFORM BUY-FESTIVAL-TREAT
               WHEN "R" WHEN "r"
                   PERFORM REPAIR-ITEM-AT-SHOP
               WHEN "D" WHEN "d"
                   MOVE 'M' TO CSG-OPERATION
                   PERFORM CALL-CONSIGNMENT-SYSTEM
               WHEN "Q" WHEN "q"
                   MOVE 'N' TO SHOP-ACTIVE
               WHEN "?"
                   PERFORM SHOW-SHOP-HELP
               WHEN OTHER
                   DISPLAY "Choix non reconnu."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Aide de la boutique (sujet MARCHAND du manuel)
      *-----------------------------------------------------------------
       SHOW-SHOP-HELP.
           MOVE 'C' TO HLP-OPERATION
           MOVE "MARCHAND" TO HLP-CONTEXT
           MOVE GS-LANGUAGE TO HLP-LANGUAGE
           CALL "HELP-SYSTEM" USING HELP-PARAMS
           .

      *-----------------------------------------------------------------
      * Achat d'un objet du catalogue (débite PLAYER-GOLD)
      *-----------------------------------------------------------------
               MOVE 200 TO SHOP-PRICE-MOD(PICKED-SHOP-IDX)
           END-IF

           MOVE SHOP-ITEM-MASTER-ID(PICKED-SHOP-IDX) TO OP-ITEM-ID
           MOVE SHOP-ITEM-NAME(PICKED-SHOP-IDX) TO OP-ITEM-NAME
           MOVE SHOP-ITEM-DESC(PICKED-SHOP-IDX) TO OP-ITEM-DESC
           MOVE SHOP-ITEM-TYPE(PICKED-SHOP-IDX) TO OP-ITEM-TYPE
               TO OP-ITEM-DURABILITY-MAX
           MOVE SHOP-ITEM-ESC-BONUS(PICKED-SHOP-IDX)
               TO OP-ITEM-ESCAPE-BONUS
           MOVE SHOP-ITEM-ELEMENT(PICKED-SHOP-IDX) TO OP-ITEM-ELEMENT

           MOVE "ACHA" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               ADD EFFECTIVE-PRICE TO PLAYER-GOLD
               ADD 1 TO SHOP-ITEM-QTY(PICKED-SHOP-IDX)
           ELSE
               PERFORM RECORD-SHOP-SALE
               PERFORM IMPROVE-MERCHANT-STANDING
               MOVE "ACHA" TO LGR-SOURCE
               COMPUTE LGR-DELTA = 0 - EFFECTIVE-PRICE
           END-IF
           .

      *-----------------------------------------------------------------
      * Cumul d'une vente conclue de l'article PICKED-SHOP-IDX: prix
      * de liste, prix après dérive et prix payé (calculés par
      * COMPUTE-EFFECTIVE-PRICE avant la hausse de dérive), et un
      * jour de rupture quand la vente vide l'étagère
      *-----------------------------------------------------------------
       RECORD-SHOP-SALE.
           ADD 1 TO SHOP-UNITS-SOLD(PICKED-SHOP-IDX)
           ADD SHOP-ITEM-PRICE(PICKED-SHOP-IDX)
               TO SHOP-LIST-GOLD(PICKED-SHOP-IDX)
           ADD DRIFTED-PRICE TO SHOP-DRIFT-GOLD(PICKED-SHOP-IDX)
           ADD EFFECTIVE-PRICE TO SHOP-PAID-GOLD(PICKED-SHOP-IDX)
           IF SHOP-ITEM-QTY(PICKED-SHOP-IDX) = 0
               ADD 1 TO SHOP-ZERO-DAYS(PICKED-SHOP-IDX)
           END-IF
           .

      *-----------------------------------------------------------------
      * Consignation d'un mouvement d'or au grand livre (LGR-SOURCE
      * et LGR-DELTA posés par l'appelant, solde = bourse actuelle)

      *-----------------------------------------------------------------
      * Prix effectif de l'entrée SHOP-IDX: le prix de base modulé
      * par la dérive des achats récents (DRIFTED-PRICE), puis par
      * la relation avec le marchand
      *-----------------------------------------------------------------
       COMPUTE-EFFECTIVE-PRICE.
           COMPUTE DRIFTED-PRICE =
               SHOP-ITEM-PRICE(SHOP-IDX)
               * SHOP-PRICE-MOD(SHOP-IDX) / 100
           MOVE DRIFTED-PRICE TO EFFECTIVE-PRICE

           EVALUATE TRUE
               WHEN MERCHANT-STANDING > 70
                   & "continuum mieux réparé."
               EXIT PARAGRAPH
           END-IF
           IF PLAYER-GOLD < CONDENSER-PRICE
               DISPLAY "Vous n'avez pas assez d'or pour cela."
               EXIT PARAGRAPH
           END-IF

           SUBTRACT CONDENSER-PRICE FROM PLAYER-GOLD

           MOVE CONDENSER-ITEM-ID TO OP-ITEM-ID
           PERFORM FETCH-MASTER-ITEM

           MOVE "ACHA" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS

           IF OP-WAS-ADDED = "N"
               ADD CONDENSER-PRICE TO PLAYER-GOLD
           ELSE
               MOVE "ACHA" TO LGR-SOURCE
               COMPUTE LGR-DELTA = 0 - CONDENSER-PRICE
               PERFORM WRITE-GOLD-LEDGER
           END-IF
           .
                   & "jour de fête."
               EXIT PARAGRAPH
           END-IF
           IF PLAYER-GOLD < FESTIVAL-PRICE
               DISPLAY "Vous n'avez pas assez d'or pour cela."
               EXIT PARAGRAPH
           END-IF

           SUBTRACT FESTIVAL-PRICE FROM PLAYER-GOLD

           MOVE FESTIVAL-ITEM-ID TO OP-ITEM-ID
           PERFORM FETCH-MASTER-ITEM

           MOVE "ACHA" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS

           IF OP-WAS-ADDED = "N"
               ADD FESTIVAL-PRICE TO PLAYER-GOLD
           ELSE
               MOVE "ACHA" TO LGR-SOURCE
               COMPUTE LGR-DELTA = 0 - FESTIVAL-PRICE
               PERFORM WRITE-GOLD-LEDGER
           END-IF
           .
           COMPUTE SALE-PRICE = ITEM-VALUE(PICKED-INV-IDX)
               * ITEM-QUANTITY(PICKED-INV-IDX) * SALE-RATE / 100

           MOVE ITEM-ID(PICKED-INV-IDX) TO SOLD-ITEM-ID
           MOVE ITEM-QUANTITY(PICKED-INV-IDX) TO SOLD-ITEM-QTY
           PERFORM KEEP-SOLD-ITEM
           MOVE PICKED-INV-IDX         TO OP-ITEM-INDEX
           MOVE "VENT" TO OP-ITEM-SOURCE
           MOVE 'R' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
           MOVE "VENT" TO LGR-SOURCE
           MOVE SALE-PRICE TO LGR-DELTA
           PERFORM WRITE-GOLD-LEDGER
           PERFORM RECORD-SHOP-BUYBACK
           .

      *-----------------------------------------------------------------
      * Cumul d'un rachat sur l'article du catalogue de la ville
      * courante (même objet du fichier maître), ou à défaut sur les
      * reprises hors catalogue de la classe
      *-----------------------------------------------------------------
       RECORD-SHOP-BUYBACK.
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-STOCK-COUNT
               IF SHOP-ITEM-MASTER-ID(SHOP-IDX) = SOLD-ITEM-ID
                  AND (SHOP-TOWN-CLASS(SHOP-IDX) = "A" OR
                       SHOP-TOWN-CLASS(SHOP-IDX) = SHOP-TOWN-CLASS-CUR
                       OR SHOP-TOWN-CLASS(SHOP-IDX) = SHOP-EXTRA-CLASS)
                   ADD SOLD-ITEM-QTY TO SHOP-UNITS-BOUGHT(SHOP-IDX)
                   ADD SALE-PRICE TO SHOP-BUYBACK-GOLD(SHOP-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD SOLD-ITEM-QTY TO SHOP-OFF-QTY
           ADD SALE-PRICE TO SHOP-OFF-GOLD
           .

      *-----------------------------------------------------------------
      * Mise de côté de l'objet PICKED-INV-IDX avant son retrait du
      * sac, au prix SALE-PRICE: première entrée libre, sinon la
      * plus ancienne vente cède sa place
      *-----------------------------------------------------------------
       KEEP-SOLD-ITEM.
           MOVE 0 TO SOLD-TODAY-FREE
           PERFORM VARYING SOLD-TODAY-IDX FROM 1 BY 1
                   UNTIL SOLD-TODAY-IDX > 6
               IF GS-SOLD-CLASS(SOLD-TODAY-IDX) = SPACE
                  AND SOLD-TODAY-FREE = 0
                   MOVE SOLD-TODAY-IDX TO SOLD-TODAY-FREE
               END-IF
           END-PERFORM
           IF SOLD-TODAY-FREE = 0
               PERFORM VARYING SOLD-TODAY-IDX FROM 1 BY 1
                       UNTIL SOLD-TODAY-IDX > 5
                   MOVE GS-SOLD(SOLD-TODAY-IDX + 1)
                       TO GS-SOLD(SOLD-TODAY-IDX)
               END-PERFORM
               MOVE 6 TO SOLD-TODAY-FREE
           END-IF

           MOVE SHOP-TOWN-CLASS-CUR TO GS-SOLD-CLASS(SOLD-TODAY-FREE)
           MOVE GS-GAME-DAY TO GS-SOLD-DAY(SOLD-TODAY-FREE)
           MOVE SALE-PRICE TO GS-SOLD-PRICE(SOLD-TODAY-FREE)
           MOVE ITEM-ID(PICKED-INV-IDX)
               TO GS-SOLD-ITEM-ID(SOLD-TODAY-FREE)
           MOVE ITEM-NAME(PICKED-INV-IDX)
               TO GS-SOLD-NAME(SOLD-TODAY-FREE)
           MOVE ITEM-TRUE-NAME(PICKED-INV-IDX)
               TO GS-SOLD-TRUE-NAME(SOLD-TODAY-FREE)
           MOVE ITEM-DESC(PICKED-INV-IDX)
               TO GS-SOLD-DESC(SOLD-TODAY-FREE)
           MOVE ITEM-TYPE(PICKED-INV-IDX)
               TO GS-SOLD-TYPE(SOLD-TODAY-FREE)
           MOVE ITEM-SLOT-TYPE(PICKED-INV-IDX)
               TO GS-SOLD-SLOT-TYPE(SOLD-TODAY-FREE)
           MOVE ITEM-VALUE(PICKED-INV-IDX)
               TO GS-SOLD-VALUE(SOLD-TODAY-FREE)
           MOVE ITEM-QUANTITY(PICKED-INV-IDX)
               TO GS-SOLD-QTY(SOLD-TODAY-FREE)
           MOVE ITEM-ATTACK(PICKED-INV-IDX)
               TO GS-SOLD-ATTACK(SOLD-TODAY-FREE)
           MOVE ITEM-DEFENSE(PICKED-INV-IDX)
               TO GS-SOLD-DEFENSE(SOLD-TODAY-FREE)
           MOVE ITEM-HEAL(PICKED-INV-IDX)
               TO GS-SOLD-HEAL(SOLD-TODAY-FREE)
           MOVE ITEM-MANA(PICKED-INV-IDX)
               TO GS-SOLD-MANA(SOLD-TODAY-FREE)
           MOVE ITEM-DURABILITY-CUR(PICKED-INV-IDX)
               TO GS-SOLD-DURA-CUR(SOLD-TODAY-FREE)
           MOVE ITEM-DURABILITY-MAX(PICKED-INV-IDX)
               TO GS-SOLD-DURA-MAX(SOLD-TODAY-FREE)
           MOVE ITEM-ESCAPE-BONUS(PICKED-INV-IDX)
               TO GS-SOLD-ESC(SOLD-TODAY-FREE)
           MOVE ITEM-ELEMENT(PICKED-INV-IDX)
               TO GS-SOLD-ELEMENT(SOLD-TODAY-FREE)
           MOVE ITEM-IDENTIFIED(PICKED-INV-IDX)
               TO GS-SOLD-IDENTIFIED(SOLD-TODAY-FREE)
           .

      *-----------------------------------------------------------------
      * Reprise d'un objet vendu ici aujourd'hui, au prix touché à
      * la vente: l'objet revient tel qu'il est parti (usure et
      * identification comprises), le grand livre le consigne en
      * REPR et les cumuls de rachat de la boutique sont défalqués
      *-----------------------------------------------------------------
       REPURCHASE-SOLD-ITEM.
           DISPLAY "Quel objet reprendre (numéro, 0 pour annuler) ?"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT SOLD-TODAY-PICK

           IF SOLD-TODAY-PICK = 0
               EXIT PARAGRAPH
           END-IF

           IF SOLD-TODAY-PICK > 6
               DISPLAY "Cet objet n'existe pas."
               EXIT PARAGRAPH
           END-IF

           IF GS-SOLD-CLASS(SOLD-TODAY-PICK) NOT = SHOP-TOWN-CLASS-CUR
              OR GS-SOLD-DAY(SOLD-TODAY-PICK) NOT = GS-GAME-DAY
               DISPLAY "Le marchand ne vous a rien acheté de tel "
                   & "aujourd'hui."
               EXIT PARAGRAPH
           END-IF

           IF PLAYER-GOLD < GS-SOLD-PRICE(SOLD-TODAY-PICK)
               DISPLAY "Vous n'avez pas assez d'or pour cela."
               EXIT PARAGRAPH
           END-IF

           MOVE GS-SOLD-ITEM-ID(SOLD-TODAY-PICK) TO OP-ITEM-ID
           MOVE GS-SOLD-NAME(SOLD-TODAY-PICK) TO OP-ITEM-NAME
           MOVE GS-SOLD-DESC(SOLD-TODAY-PICK) TO OP-ITEM-DESC
           MOVE GS-SOLD-TYPE(SOLD-TODAY-PICK) TO OP-ITEM-TYPE
           MOVE GS-SOLD-SLOT-TYPE(SOLD-TODAY-PICK)
               TO OP-ITEM-SLOT-TYPE
           MOVE GS-SOLD-VALUE(SOLD-TODAY-PICK) TO OP-ITEM-VALUE
           MOVE GS-SOLD-QTY(SOLD-TODAY-PICK) TO OP-ITEM-QUANTITY
           MOVE GS-SOLD-ATTACK(SOLD-TODAY-PICK) TO OP-ITEM-ATTACK
           MOVE GS-SOLD-DEFENSE(SOLD-TODAY-PICK) TO OP-ITEM-DEFENSE
           MOVE GS-SOLD-HEAL(SOLD-TODAY-PICK) TO OP-ITEM-HEAL
           MOVE GS-SOLD-MANA(SOLD-TODAY-PICK) TO OP-ITEM-MANA
           MOVE GS-SOLD-DURA-MAX(SOLD-TODAY-PICK)
               TO OP-ITEM-DURABILITY-MAX
           MOVE GS-SOLD-ESC(SOLD-TODAY-PICK) TO OP-ITEM-ESCAPE-BONUS
           MOVE GS-SOLD-ELEMENT(SOLD-TODAY-PICK) TO OP-ITEM-ELEMENT
           IF GS-SOLD-IDENTIFIED(SOLD-TODAY-PICK) = "N"
               MOVE GS-SOLD-TRUE-NAME(SOLD-TODAY-PICK) TO OP-ITEM-NAME
               MOVE "Y" TO OP-ITEM-UNIDENTIFIED
           END-IF
           MOVE INVENTORY-COUNT TO INVENTORY-COUNT-BEFORE
           MOVE "REPR" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS
           IF OP-WAS-ADDED = "N"
               MOVE "N" TO OP-ITEM-UNIDENTIFIED
               EXIT PARAGRAPH
           END-IF

      *    Nouvelle case: l'usure au moment de la vente remplace la
      *    durabilité neuve posée à l'ajout
           IF INVENTORY-COUNT > INVENTORY-COUNT-BEFORE
               MOVE GS-SOLD-DURA-CUR(SOLD-TODAY-PICK)
                   TO ITEM-DURABILITY-CUR(INVENTORY-COUNT)
           END-IF

           SUBTRACT GS-SOLD-PRICE(SOLD-TODAY-PICK) FROM PLAYER-GOLD
           MOVE GS-SOLD-PRICE(SOLD-TODAY-PICK) TO UTIL-NUMBER
           PERFORM FORMAT-GOLD-FOR-DISPLAY
           DISPLAY "Objet repris pour " FUNCTION TRIM(GOLD-DISPLAY)
               " or."
           MOVE "REPR" TO LGR-SOURCE
           COMPUTE LGR-DELTA = 0 - GS-SOLD-PRICE(SOLD-TODAY-PICK)
           PERFORM WRITE-GOLD-LEDGER

           MOVE GS-SOLD-ITEM-ID(SOLD-TODAY-PICK) TO SOLD-ITEM-ID
           MOVE GS-SOLD-QTY(SOLD-TODAY-PICK) TO SOLD-ITEM-QTY
           MOVE GS-SOLD-PRICE(SOLD-TODAY-PICK) TO SALE-PRICE
           PERFORM UNDO-SHOP-BUYBACK
           INITIALIZE GS-SOLD(SOLD-TODAY-PICK)
           .

      *-----------------------------------------------------------------
      * Annulation du cumul de rachat posé par RECORD-SHOP-BUYBACK
      * pour l'objet repris (même article, ou reprises hors
      * catalogue), sans descendre sous zéro
      *-----------------------------------------------------------------
       UNDO-SHOP-BUYBACK.
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-STOCK-COUNT
               IF SHOP-ITEM-MASTER-ID(SHOP-IDX) = SOLD-ITEM-ID
                  AND (SHOP-TOWN-CLASS(SHOP-IDX) = "A" OR
                       SHOP-TOWN-CLASS(SHOP-IDX) = SHOP-TOWN-CLASS-CUR
                       OR SHOP-TOWN-CLASS(SHOP-IDX) = SHOP-EXTRA-CLASS)
                   IF SHOP-UNITS-BOUGHT(SHOP-IDX) >= SOLD-ITEM-QTY
                       SUBTRACT SOLD-ITEM-QTY
                           FROM SHOP-UNITS-BOUGHT(SHOP-IDX)
                   END-IF
                   IF SHOP-BUYBACK-GOLD(SHOP-IDX) >= SALE-PRICE
                       SUBTRACT SALE-PRICE
                           FROM SHOP-BUYBACK-GOLD(SHOP-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SHOP-OFF-QTY >= SOLD-ITEM-QTY
               SUBTRACT SOLD-ITEM-QTY FROM SHOP-OFF-QTY
           END-IF
           IF SHOP-OFF-GOLD >= SALE-PRICE
               SUBTRACT SALE-PRICE FROM SHOP-OFF-GOLD
           END-IF
           .

      *-----------------------------------------------------------------
      * Réparation d'un objet usé (coût: REPAIR-COST-PER-POINT or par
      * point de durabilité manquant, un quart de moins par niveau de
      * forge financé dans la ville), délégué à INVENTORY-SYSTEM
      *-----------------------------------------------------------------
       REPAIR-ITEM-AT-SHOP.
           DISPLAY "Quel objet réparer (numéro, 0 pour annuler) ?"
           COMPUTE REPAIR-COST = REPAIR-COST-PER-POINT *
               (ITEM-DURABILITY-MAX(PICKED-INV-IDX) -
                ITEM-DURABILITY-CUR(PICKED-INV-IDX))
               * (4 - FORGE-WORKS-LEVEL) / 4
           IF REPAIR-COST = 0
               MOVE 1 TO REPAIR-COST
           END-IF

           IF PLAYER-GOLD < REPAIR-COST
               DISPLAY "Vous n'avez pas assez d'or pour cela."
           PERFORM WRITE-GOLD-LEDGER
           .

      *-----------------------------------------------------------------
      * Dépôt-vente de la ville courante (CSG-OPERATION posé par
      * l'appelant: 'S' règlement des jours écoulés, 'M' comptoir)
      *-----------------------------------------------------------------
       CALL-CONSIGNMENT-SYSTEM.
           MOVE SHOP-LOCATION-ID TO CSG-TOWN-ID
           MOVE SHOP-TOWN-CLASS-CUR TO CSG-TOWN-CLASS
           CALL "CONSIGNMENT-SYSTEM" USING CONSIGN-PARAMS,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SHOP-STATE-FILE-PATH
           .

       END PROGRAM MERCHANT-SYSTEM.
