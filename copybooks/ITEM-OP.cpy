      *-----------------------------------------------------------------
          05 OP-ITEM-UNIDENTIFIED    PIC X(1)   VALUE 'N'.
          05 OP-WAS-ADDED            PIC X(1)   VALUE 'N'.
      *-----------------------------------------------------------------
      * Code source du mouvement pour le livre des objets (voir
      * ITEMLEDG.cpy) sur un ajout ou une suppression; remis à blanc
      * après usage comme OP-ITEM-ELEMENT (blanc = DIVR).
      *-----------------------------------------------------------------
          05 OP-ITEM-SOURCE          PIC X(4)   VALUE SPACES.
