      *****************************************************************
      * QUARTER.CBL - Intendants de faction de COBOLegend
      *
      * Chaque faction de MAINFRAME-TERRA (1 Archivistes,
      * 2 Techniciens, 3 Anomalies temporelles) entretient un
      * intendant dans les villes des zones qu'elle tient (voir
      * GS-ZONE-FACTION et UPDATE-ZONE-CONTROL dans WORLD.cbl).
      * Il vend l'équipement propre à sa faction: consommables,
      * parchemin de recette du terminal JCL, armure et arme,
      * chacun réservé à partir d'un palier de réputation
      * (GS-FACTION-SCORE). Une réputation de 90 ou plus vaut une
      * remise de fidélité.
      *
      * Les objets portent l'étiquette de leur faction par leur
      * numéro au fichier maître (plage 601-699, voir
      * ITEM-MASTER.cbl): chaque achat se sait dans le camp rival,
      * dont la réputation baisse (Archivistes et Techniciens se
      * disputent le savoir, les Anomalies défient les deux).
      *
      * Délègue la fiche des objets à ITEM-MASTER, leur entrée au
      * sac à INVENTORY-SYSTEM (source INTD au livre des objets) et
      * consigne la dépense au grand livre de l'or (source INTD).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARTERMASTER-SYSTEM.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-10-15.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Catalogue des intendants: numéro de l'objet au fichier
      * maître et réputation requise, quatre articles par faction
      * dans l'ordre des factions (consommable, parchemin, armure,
      * arme). La faction d'un article se déduit de son numéro:
      * 601-629 Archivistes, 631-659 Techniciens, 661-689 Anomalies.
      *-----------------------------------------------------------------
       01 QTM-STOCK-VALUES.
          05 FILLER                  PIC X(6)   VALUE "601060".
          05 FILLER                  PIC X(6)   VALUE "602070".
          05 FILLER                  PIC X(6)   VALUE "603075".
          05 FILLER                  PIC X(6)   VALUE "604085".
          05 FILLER                  PIC X(6)   VALUE "631060".
          05 FILLER                  PIC X(6)   VALUE "632070".
          05 FILLER                  PIC X(6)   VALUE "633075".
          05 FILLER                  PIC X(6)   VALUE "634085".
          05 FILLER                  PIC X(6)   VALUE "661060".
          05 FILLER                  PIC X(6)   VALUE "662070".
          05 FILLER                  PIC X(6)   VALUE "663075".
          05 FILLER                  PIC X(6)   VALUE "664085".
       01 QTM-STOCK-TABLE REDEFINES QTM-STOCK-VALUES.
          05 QTM-STOCK-ENTRY OCCURS 12 TIMES.
             10 QSK-ITEM-ID          PIC 9(3).
             10 QSK-STANDING-MIN     PIC 9(3).
       01 QTM-ITEMS-PER-FACTION      PIC 9(1)   VALUE 4.

      *-----------------------------------------------------------------
      * Libellés des factions et de leurs intendants
      *-----------------------------------------------------------------
       01 QTM-FACTION-NAME-VALUES.
          05 FILLER                  PIC X(12)  VALUE "Archivistes".
          05 FILLER                  PIC X(12)  VALUE "Techniciens".
          05 FILLER                  PIC X(12)  VALUE "Anomalies".
       01 QTM-FACTION-NAMES REDEFINES QTM-FACTION-NAME-VALUES.
          05 QTM-FACTION-NAME        PIC X(12)  OCCURS 3 TIMES.
       01 QTM-KEEPER-NAME-VALUES.
          05 FILLER                  PIC X(20)  VALUE
                                     "Intendante Clio".
          05 FILLER                  PIC X(20)  VALUE
                                     "Intendant Volta".
          05 FILLER                  PIC X(20)  VALUE
                                     "Intendant Zénon".
       01 QTM-KEEPER-NAMES REDEFINES QTM-KEEPER-NAME-VALUES.
          05 QTM-KEEPER-NAME         PIC X(20)  OCCURS 3 TIMES.

      *-----------------------------------------------------------------
      * Comptoir: articles de la faction relus au fichier maître
      * (le fichier COBOITEM.DAT peut en retoucher prix et effets)
      *-----------------------------------------------------------------
       01 QTM-MENU-TABLE.
          05 QTM-MENU-COUNT          PIC 9(1)   VALUE 0.
          05 QTM-MENU-ENTRY OCCURS 4 TIMES.
             10 QMN-ITEM-ID          PIC 9(3).
             10 QMN-STANDING-MIN     PIC 9(3).
             10 QMN-NAME             PIC X(20).
             10 QMN-TYPE             PIC X(1).
             10 QMN-PRICE            PIC 9(5).
             10 QMN-ATTACK           PIC S9(3).
             10 QMN-DEFENSE          PIC S9(3).
             10 QMN-HEAL             PIC 9(3).
             10 QMN-MANA             PIC 9(3).
       01 QTM-STOCK-IDX              PIC 9(2)   VALUE 0.
       01 QTM-MENU-IDX               PIC 9(1)   VALUE 0.
       01 QTM-PICK                   PIC 9(1)   VALUE 0.
       01 QTM-ACTIVE                 PIC X(1)   VALUE "Y".
       01 QTM-STANDING               PIC 9(3)   VALUE 50.
       01 QTM-LOYALTY-STANDING       PIC 9(3)   VALUE 90.
       01 QTM-LOYALTY-RATE           PIC 9(2)   VALUE 10.
       01 QTM-PRICE-SHOWN            PIC ZZZZ9.
       01 QTM-STAT-SHOWN             PIC ZZ9.
       01 QTM-STAT2-SHOWN            PIC ZZ9.
       01 QTM-RECIPE-NUM             PIC 9(2)   VALUE 0.
       01 QTM-ITEM-FACTION           PIC 9(1)   VALUE 0.
       01 QTM-RIVAL                  PIC 9(1)   VALUE 0.
       01 QTM-NUDGE                  PIC 9(1)   VALUE 0.
       01 QTM-REFUSED                PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Fiche d'un objet au fichier maître (voir ITEM-MASTER.cbl)
      *-----------------------------------------------------------------
       01 ITEM-MASTER-OPERATION      PIC X(1)   VALUE 'G'.
       01 ITEM-MASTER-FOUND          PIC X(1)   VALUE "N".

       01 INVENTORY-OPERATION        PIC X(1)   VALUE SPACE.
       01 GOLD-DISPLAY               PIC X(12)  VALUE SPACES.
       01 UTIL-OPERATION             PIC X(1)   VALUE SPACES.
       01 UTIL-NUMBER                PIC 9(9)   VALUE 0.
       01 UTIL-FORMATTED             PIC X(12)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Grand livre de l'or: achats à l'intendance (voir
      * GOLDLEDG.cpy)
      *-----------------------------------------------------------------
       01 LEDGER-OPERATION           PIC X(1)   VALUE 'W'.
       COPY "GOLDLEDG.cpy".

       LINKAGE SECTION.
       COPY "QUARTER.cpy".
       COPY "PLAYER-CHAR.cpy".
       COPY "INVENTORY.cpy".
       COPY "ITEM-OP.cpy".
       COPY "GAMESTATE.cpy".

       PROCEDURE DIVISION USING QUARTER-PARAMS, PLAYER-CHARACTER,
                                 PLAYER-INVENTORY, PLAYER-GOLD,
                                 PLAYER-EQUIPMENT, ITEM-OP-PARAMS,
                                 GAME-STATE-EXT.
       MAIN-ENTRY.
           MOVE 0 TO QTM-PURCHASES
           IF NOT QTM-FACTION-VALID
               GOBACK
           END-IF
           PERFORM LOAD-FACTION-STOCK
           PERFORM RUN-QUARTERMASTER-COUNTER
           GOBACK.

      *-----------------------------------------------------------------
      * Articles de la faction QTM-FACTION, fiches relues au
      * fichier maître (un article inconnu du fichier est omis)
      *-----------------------------------------------------------------
       LOAD-FACTION-STOCK.
           MOVE 0 TO QTM-MENU-COUNT
           PERFORM VARYING QTM-STOCK-IDX FROM 1 BY 1
                   UNTIL QTM-STOCK-IDX > 12
               COMPUTE QTM-ITEM-FACTION =
                   (QSK-ITEM-ID(QTM-STOCK-IDX) - 601) / 30 + 1
               IF QTM-ITEM-FACTION = QTM-FACTION
                   MOVE QSK-ITEM-ID(QTM-STOCK-IDX) TO OP-ITEM-ID
                   PERFORM FETCH-MASTER-ITEM
                   IF ITEM-MASTER-FOUND = "Y"
                      AND QTM-MENU-COUNT < QTM-ITEMS-PER-FACTION
                       ADD 1 TO QTM-MENU-COUNT
                       MOVE QTM-MENU-COUNT TO QTM-MENU-IDX
                       MOVE OP-ITEM-ID TO QMN-ITEM-ID(QTM-MENU-IDX)
                       MOVE QSK-STANDING-MIN(QTM-STOCK-IDX)
                           TO QMN-STANDING-MIN(QTM-MENU-IDX)
                       MOVE OP-ITEM-NAME TO QMN-NAME(QTM-MENU-IDX)
                       MOVE OP-ITEM-TYPE TO QMN-TYPE(QTM-MENU-IDX)
                       MOVE OP-ITEM-VALUE TO QMN-PRICE(QTM-MENU-IDX)
                       MOVE OP-ITEM-ATTACK TO QMN-ATTACK(QTM-MENU-IDX)
                       MOVE OP-ITEM-DEFENSE
                           TO QMN-DEFENSE(QTM-MENU-IDX)
                       MOVE OP-ITEM-HEAL TO QMN-HEAL(QTM-MENU-IDX)
                       MOVE OP-ITEM-MANA TO QMN-MANA(QTM-MENU-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Comptoir de l'intendant: prix selon la réputation, achats
      * jusqu'au départ du joueur
      *-----------------------------------------------------------------
       RUN-QUARTERMASTER-COUNTER.
           MOVE "Y" TO QTM-ACTIVE
           DISPLAY SPACE
           DISPLAY "=== INTENDANCE DES "
               FUNCTION UPPER-CASE(
                   FUNCTION TRIM(QTM-FACTION-NAME(QTM-FACTION)))
               " ==="
           DISPLAY FUNCTION TRIM(QTM-KEEPER-NAME(QTM-FACTION))
               " tient les réserves de la faction dans cette ville."
           PERFORM UNTIL QTM-ACTIVE = "N"
               PERFORM DISPLAY-QUARTERMASTER-MENU
               PERFORM PROCESS-QUARTERMASTER-CHOICE
           END-PERFORM
           .

       DISPLAY-QUARTERMASTER-MENU.
           MOVE GS-FACTION-SCORE(QTM-FACTION) TO QTM-STANDING
           DISPLAY SPACE
           DISPLAY "Votre réputation auprès des "
               FUNCTION TRIM(QTM-FACTION-NAME(QTM-FACTION)) ": "
               QTM-STANDING "/100"
           IF QTM-STANDING >= QTM-LOYALTY-STANDING
               DISPLAY "(remise de fidélité: " QTM-LOYALTY-RATE
                   "% sur tous les articles)"
           END-IF
           PERFORM VARYING QTM-MENU-IDX FROM 1 BY 1
                   UNTIL QTM-MENU-IDX > QTM-MENU-COUNT
               PERFORM DISPLAY-ONE-ARTICLE
           END-PERFORM
           IF QTM-MENU-COUNT = 0
               DISPLAY "(les réserves sont vides)"
           END-IF
           DISPLAY "0. Partir"
           DISPLAY "Votre choix: " WITH NO ADVANCING
           ACCEPT QTM-PICK
           .

       DISPLAY-ONE-ARTICLE.
           PERFORM COMPUTE-ARTICLE-PRICE
           DISPLAY QTM-MENU-IDX ". " QMN-NAME(QTM-MENU-IDX) " "
               QTM-PRICE-SHOWN " or" WITH NO ADVANCING
           EVALUATE QMN-TYPE(QTM-MENU-IDX)
               WHEN "W"
                   MOVE QMN-ATTACK(QTM-MENU-IDX) TO QTM-STAT-SHOWN
                   DISPLAY " - ATT +" FUNCTION TRIM(QTM-STAT-SHOWN)
                       WITH NO ADVANCING
               WHEN "A"
                   MOVE QMN-DEFENSE(QTM-MENU-IDX) TO QTM-STAT-SHOWN
                   DISPLAY " - DEF +" FUNCTION TRIM(QTM-STAT-SHOWN)
                       WITH NO ADVANCING
               WHEN "C"
                   MOVE QMN-HEAL(QTM-MENU-IDX) TO QTM-STAT-SHOWN
                   MOVE QMN-MANA(QTM-MENU-IDX) TO QTM-STAT2-SHOWN
                   DISPLAY " - PV +" FUNCTION TRIM(QTM-STAT-SHOWN)
                       " PM +" FUNCTION TRIM(QTM-STAT2-SHOWN)
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY " - recette du terminal JCL"
                       WITH NO ADVANCING
           END-EVALUATE
           IF QTM-STANDING < QMN-STANDING-MIN(QTM-MENU-IDX)
               DISPLAY " [réputation " QMN-STANDING-MIN(QTM-MENU-IDX)
                   " requise]"
           ELSE
               DISPLAY SPACE
           END-IF
           .

      *-----------------------------------------------------------------
      * Prix de l'article QTM-MENU-IDX: valeur au fichier maître,
      * diminuée de la remise de fidélité (QMN-PRICE garde la
      * valeur, QTM-PRICE-SHOWN et UTIL-NUMBER le prix demandé)
      *-----------------------------------------------------------------
       COMPUTE-ARTICLE-PRICE.
           MOVE QMN-PRICE(QTM-MENU-IDX) TO UTIL-NUMBER
           IF QTM-STANDING >= QTM-LOYALTY-STANDING
               COMPUTE UTIL-NUMBER = QMN-PRICE(QTM-MENU-IDX)
                   * (100 - QTM-LOYALTY-RATE) / 100
               IF UTIL-NUMBER = 0
                   MOVE 1 TO UTIL-NUMBER
               END-IF
           END-IF
           MOVE UTIL-NUMBER TO QTM-PRICE-SHOWN
           .

       PROCESS-QUARTERMASTER-CHOICE.
           IF QTM-PICK = 0
               MOVE "N" TO QTM-ACTIVE
               DISPLAY FUNCTION TRIM(QTM-KEEPER-NAME(QTM-FACTION))
                   " referme le registre des réserves."
               EXIT PARAGRAPH
           END-IF
           IF QTM-PICK > QTM-MENU-COUNT
               DISPLAY "Choix non reconnu."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUY-FACTION-ARTICLE
           .

      *-----------------------------------------------------------------
      * Achat de l'article QTM-PICK: palier de réputation, parchemin
      * utile (recette pas encore apprise ni déjà au sac), bourse,
      * place au sac; puis dépense au grand livre et réaction du
      * camp rival
      *-----------------------------------------------------------------
       BUY-FACTION-ARTICLE.
           MOVE QTM-PICK TO QTM-MENU-IDX
           IF QTM-STANDING < QMN-STANDING-MIN(QTM-MENU-IDX)
               DISPLAY "«Cet article est réservé aux nôtres les "
                   & "plus sûrs. Revenez avec"
               DISPLAY " une réputation de "
                   QMN-STANDING-MIN(QTM-MENU-IDX) ".»"
               EXIT PARAGRAPH
           END-IF

           IF QMN-NAME(QTM-MENU-IDX)(1:18) = "Parchemin recette "
               PERFORM CHECK-RECIPE-SCROLL-USEFUL
               IF QTM-REFUSED = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM COMPUTE-ARTICLE-PRICE
           IF PLAYER-GOLD < UTIL-NUMBER
               DISPLAY "Vous n'avez pas assez d'or pour cela."
               EXIT PARAGRAPH
           END-IF

           MOVE QMN-ITEM-ID(QTM-MENU-IDX) TO OP-ITEM-ID
           PERFORM FETCH-MASTER-ITEM
           IF ITEM-MASTER-FOUND NOT = "Y"
               DISPLAY "L'intendant ne retrouve plus cet article."
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO OP-ITEM-QUANTITY
           MOVE "INTD" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS
           IF OP-WAS-ADDED = "N"
               DISPLAY "Votre inventaire est plein."
               EXIT PARAGRAPH
           END-IF

           SUBTRACT UTIL-NUMBER FROM PLAYER-GOLD
           MOVE "INTD" TO LGR-SOURCE
           COMPUTE LGR-DELTA = 0 - UTIL-NUMBER
           PERFORM WRITE-GOLD-LEDGER
           ADD 1 TO QTM-PURCHASES
           PERFORM FORMAT-GOLD-FOR-DISPLAY
           DISPLAY "Vous achetez " FUNCTION TRIM(QMN-NAME(QTM-MENU-IDX))
               " pour " FUNCTION TRIM(GOLD-DISPLAY) " or."
           PERFORM NUDGE-RIVAL-FACTIONS
           .

      *-----------------------------------------------------------------
      * Parchemin de recette: refusé si la recette est déjà connue
      * du terminal JCL ou si un exemplaire attend déjà au sac
      *-----------------------------------------------------------------
       CHECK-RECIPE-SCROLL-USEFUL.
           MOVE "N" TO QTM-REFUSED
           MOVE QMN-NAME(QTM-MENU-IDX)(19:2) TO QTM-RECIPE-NUM
           IF QTM-RECIPE-NUM > 0 AND QTM-RECIPE-NUM <= 15
               IF GS-RECIPE-LEARNED(QTM-RECIPE-NUM) = "Y"
                   DISPLAY "«Le terminal connaît déjà cette "
                       & "recette: gardez votre or.»"
                   MOVE "Y" TO QTM-REFUSED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INVENTORY-COUNT
               IF ITEM-ID(INV-IDX) = QMN-ITEM-ID(QTM-MENU-IDX)
                   DISPLAY "«Vous portez déjà ce parchemin: "
                       & "faites-le d'abord déchiffrer.»"
                   MOVE "Y" TO QTM-REFUSED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Réaction du camp rival à un achat: les Archivistes et les
      * Techniciens perdent 2 points l'un envers l'autre, un achat
      * aux Anomalies coûte 1 point auprès des deux autres (jamais
      * sous 0). La carte des zones suit au prochain déplacement.
      *-----------------------------------------------------------------
       NUDGE-RIVAL-FACTIONS.
           EVALUATE QTM-FACTION
               WHEN 1
                   MOVE 2 TO QTM-RIVAL
                   MOVE 2 TO QTM-NUDGE
                   PERFORM LOWER-RIVAL-STANDING
               WHEN 2
                   MOVE 1 TO QTM-RIVAL
                   MOVE 2 TO QTM-NUDGE
                   PERFORM LOWER-RIVAL-STANDING
               WHEN 3
                   MOVE 1 TO QTM-NUDGE
                   MOVE 1 TO QTM-RIVAL
                   PERFORM LOWER-RIVAL-STANDING
                   MOVE 2 TO QTM-RIVAL
                   PERFORM LOWER-RIVAL-STANDING
           END-EVALUATE
           .

       LOWER-RIVAL-STANDING.
           IF GS-FACTION-SCORE(QTM-RIVAL) < QTM-NUDGE
               MOVE 0 TO GS-FACTION-SCORE(QTM-RIVAL)
           ELSE
               SUBTRACT QTM-NUDGE FROM GS-FACTION-SCORE(QTM-RIVAL)
           END-IF
           DISPLAY "  Les " FUNCTION TRIM(QTM-FACTION-NAME(QTM-RIVAL))
               " l'apprendront (réputation -" QTM-NUDGE ")."
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
      * Consignation d'un mouvement d'or au grand livre (LGR-SOURCE
      * et LGR-DELTA posés par l'appelant, solde = bourse actuelle)
      *-----------------------------------------------------------------
       WRITE-GOLD-LEDGER.
           MOVE GS-SAVE-SLOT TO LGR-SLOT
           MOVE GS-GAME-DAY TO LGR-DAY
           MOVE PLAYER-GOLD TO LGR-BALANCE
           MOVE 'W' TO LEDGER-OPERATION
           CALL "GOLD-LEDGER" USING LEDGER-OPERATION, LEDGER-FIELDS
           .

      *-----------------------------------------------------------------
      * Formatage d'un montant d'or avec séparateurs de milliers,
      * délégué à UTILITIES
      *-----------------------------------------------------------------
       FORMAT-GOLD-FOR-DISPLAY.
           MOVE "F" TO UTIL-OPERATION
           CALL "UTILITIES" USING UTIL-OPERATION, UTIL-NUMBER,
               UTIL-FORMATTED
           MOVE UTIL-FORMATTED TO GOLD-DISPLAY
           .

       END PROGRAM QUARTERMASTER-SYSTEM.
