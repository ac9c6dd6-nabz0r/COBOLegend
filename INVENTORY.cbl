       01 UTIL-NUMBER                PIC 9(9)   VALUE 0.
       01 UTIL-FORMATTED             PIC X(12)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Fichier maître des objets (voir ITEM-MASTER.cbl)
      *-----------------------------------------------------------------
       01 ITEM-MASTER-OPERATION      PIC X(1)   VALUE 'G'.
       01 ITEM-MASTER-FOUND          PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Panoplies d'équipement (voir SETBONUS.cpy): la comparaison
      * au porté signale qu'un objet appartient à une panoplie
       01 SET-SCAN-IDX               PIC 9(1)   VALUE 0.
       01 SET-PIECE-IDX              PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Livre des objets (voir ITEMLEDG.cpy et ITEM-LEDGER.cbl):
      * chaque entrée ou sortie du sac y est consignée avec le code
      * source fourni par l'appelant dans OP-ITEM-SOURCE. Le nom
      * retenu est le vrai nom, même pour un objet non identifié.
      *-----------------------------------------------------------------
       01 ITEM-LEDGER-OP             PIC X(1)   VALUE 'W'.
       COPY "ITEMLEDG.cpy".
       01 LOGGED-NAME                PIC X(20)  VALUE SPACES.
       01 LOGGED-ID                  PIC 9(3)   VALUE 0.
       01 LOGGED-QTY                 PIC 9(2)   VALUE 0.
       01 LOGGED-TYPE                PIC X(1)   VALUE SPACE.

       LINKAGE SECTION.
       01 INVENTORY-OPERATION        PIC X(1).
          88 OP-INITIALIZE           VALUE 'I'.
                   PERFORM INITIALIZE-INVENTORY
               WHEN OP-ADD-ITEM
                   PERFORM ADD-ITEM-TO-INVENTORY
                   PERFORM LOG-ADDED-ITEM
               WHEN OP-EQUIP-ITEM
                   PERFORM EQUIP-ITEM
               WHEN OP-USE-CONSUMABLE
                   PERFORM CAPTURE-LOGGED-ITEM
                   PERFORM USE-CONSUMABLE
                   IF LOGGED-TYPE = "C"
                       MOVE "CONS" TO OP-ITEM-SOURCE
                       MOVE 1 TO LOGGED-QTY
                       PERFORM LOG-REMOVED-ITEM
                   END-IF
               WHEN OP-REMOVE-ITEM
                   PERFORM CAPTURE-LOGGED-ITEM
                   PERFORM REMOVE-ITEM-FROM-INVENTORY
                   PERFORM LOG-REMOVED-ITEM
               WHEN OP-DISPLAY-INVENTORY
                   PERFORM DISPLAY-INVENTORY
               WHEN OP-UPGRADE-BACKPACK
           .

       ADD-STARTING-ITEMS.
      *    Fiches tirées du fichier maître des objets (COBOITEM.DAT):
      *    épée rouillée, bouclier en bois et trois potions de soin
           MOVE 1 TO OP-ITEM-ID
           PERFORM FETCH-MASTER-ITEM
           PERFORM ADD-ITEM-TO-INVENTORY
           MOVE "INIT" TO OP-ITEM-SOURCE
           PERFORM LOG-ADDED-ITEM

           MOVE 2 TO OP-ITEM-ID
           PERFORM FETCH-MASTER-ITEM
           PERFORM ADD-ITEM-TO-INVENTORY
           MOVE "INIT" TO OP-ITEM-SOURCE
           PERFORM LOG-ADDED-ITEM

           MOVE 3 TO OP-ITEM-ID
           PERFORM FETCH-MASTER-ITEM
           MOVE 3 TO OP-ITEM-QUANTITY
           PERFORM ADD-ITEM-TO-INVENTORY
           MOVE "INIT" TO OP-ITEM-SOURCE
           PERFORM LOG-ADDED-ITEM

           MOVE 1 TO OP-ITEM-INDEX
           PERFORM EQUIP-ITEM
           PERFORM EQUIP-ITEM
           .

      *-----------------------------------------------------------------
      * Fiche de l'objet OP-ITEM-ID lue au fichier maître
      *-----------------------------------------------------------------
       FETCH-MASTER-ITEM.
           MOVE 'G' TO ITEM-MASTER-OPERATION
           CALL "ITEM-MASTER" USING ITEM-MASTER-OPERATION,
               ITEM-OP-PARAMS, ITEM-MASTER-FOUND
           .

      *-----------------------------------------------------------------
      * Ajout d'un objet à l'inventaire
      *-----------------------------------------------------------------
           DISPLAY "Objet ajouté: " OP-ITEM-NAME
           .

      *-----------------------------------------------------------------
      * Livre des objets: ajout réussi (OP-WAS-ADDED), objet lu à
      * OP-ITEM-INDEX avant usage ou suppression, puis sortie
      * consignée. OP-ITEM-SOURCE retombe à blanc après chaque
      * mouvement.
      *-----------------------------------------------------------------
       LOG-ADDED-ITEM.
           IF OP-WAS-ADDED = "Y"
               MOVE OP-ITEM-QUANTITY TO ILG-DELTA
               MOVE OP-ITEM-ID TO ILG-ITEM-ID
               MOVE OP-ITEM-NAME TO ILG-ITEM-NAME
               PERFORM WRITE-ITEM-LEDGER
           END-IF
           MOVE SPACES TO OP-ITEM-SOURCE
           .

       CAPTURE-LOGGED-ITEM.
           MOVE SPACES TO LOGGED-NAME
           MOVE SPACE TO LOGGED-TYPE
           MOVE 0 TO LOGGED-QTY
           MOVE 0 TO LOGGED-ID
           IF OP-ITEM-INDEX < 1 OR OP-ITEM-INDEX > INVENTORY-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-TRUE-NAME(OP-ITEM-INDEX) TO LOGGED-NAME
           IF LOGGED-NAME = SPACES
               MOVE ITEM-NAME(OP-ITEM-INDEX) TO LOGGED-NAME
           END-IF
           MOVE ITEM-ID(OP-ITEM-INDEX) TO LOGGED-ID
           MOVE ITEM-QUANTITY(OP-ITEM-INDEX) TO LOGGED-QTY
           MOVE ITEM-TYPE(OP-ITEM-INDEX) TO LOGGED-TYPE
           .

       LOG-REMOVED-ITEM.
           IF LOGGED-NAME NOT = SPACES
               COMPUTE ILG-DELTA = 0 - LOGGED-QTY
               MOVE LOGGED-ID TO ILG-ITEM-ID
               MOVE LOGGED-NAME TO ILG-ITEM-NAME
               PERFORM WRITE-ITEM-LEDGER
           END-IF
           MOVE SPACES TO OP-ITEM-SOURCE
           .

       WRITE-ITEM-LEDGER.
           MOVE SPACES TO ILG-SLOT
           MOVE 0 TO ILG-DAY
           MOVE "S" TO ILG-PLACE
           MOVE OP-ITEM-SOURCE TO ILG-SOURCE
           MOVE 'W' TO ITEM-LEDGER-OP
           CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP, ITEM-LEDGER-FIELDS
           .

      *-----------------------------------------------------------------
      * Équipement d'un objet (paramètre: OP-ITEM-INDEX)
      *-----------------------------------------------------------------
               PERFORM VARYING INV-IDX FROM 1 BY 1
                       UNTIL INV-IDX > INVENTORY-COUNT
                   IF ITEM-ID(INV-IDX) = EQUIP-ITEM-ID(EQUIPMENT-SLOT)
                      AND IS-EQUIPPED(INV-IDX)
                       MOVE "N" TO ITEM-EQUIPPED(INV-IDX)
                       EXIT PERFORM
                   END-IF
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INVENTORY-COUNT
               IF ITEM-ID(INV-IDX) = EQUIP-ITEM-ID(EQUIPMENT-SLOT)
                  AND IS-EQUIPPED(INV-IDX)
                   MOVE INV-IDX TO EQUIPPED-SAME-IDX
                   EXIT PERFORM
               END-IF
                   PERFORM VARYING INV-IDX FROM 1 BY 1
                           UNTIL INV-IDX > INVENTORY-COUNT
                       IF ITEM-ID(INV-IDX) = EQUIP-ITEM-ID(EQUIP-IDX)
                          AND IS-EQUIPPED(INV-IDX)
                           DISPLAY ITEM-NAME(INV-IDX)
                           EXIT PERFORM
                       END-IF
