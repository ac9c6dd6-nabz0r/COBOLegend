             10 CHAR-AGILITY         PIC 9(2)   VALUE 4.
          05 CHAR-UNSPENT-POINTS     PIC 9(2)   VALUE 0.
      *-----------------------------------------------------------------
      * Points répartis par le joueur lui-même, stat par stat (voir
      * SPEND-UNSPENT-POINTS dans CHARACTER.cbl): seuls ces points
      * sont remboursables chez le maître d'armes (voir
      * HANDLE-CLASS-TRAINER dans MAIN-GAME). La croissance de
      * spécialisation et les bonus d'ailleurs n'y figurent pas.
      *-----------------------------------------------------------------
          05 CHAR-ALLOCATED-POINTS.
             10 CHAR-ALLOC-STRENGTH  PIC 9(2)   VALUE 0.
             10 CHAR-ALLOC-DEFENSE   PIC 9(2)   VALUE 0.
             10 CHAR-ALLOC-INTELLIGENCE PIC 9(2) VALUE 0.
             10 CHAR-ALLOC-AGILITY   PIC 9(2)   VALUE 0.
      *-----------------------------------------------------------------
      * Six emplacements: cinq d'apprentissage par niveau, le
      * sixième réservé à la compétence signature de la
      * spécialisation choisie au niveau 10 (voir CHARACTER.cbl).
