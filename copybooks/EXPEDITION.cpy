      *****************************************************************
      * EXPEDITION.CPY - Paramètres d'appel des expéditions du
      * compagnon
      *
      * Renseignés par le module appelant avant chaque CALL
      * "EXPEDITION-SYSTEM" (voir EXPEDITION.cbl): 'S' envoi du
      * compagnon dans une ère débloquée depuis le Chronoterminal
      * (TERMINAL-TIME-TRAVEL), 'R' retour d'expédition une fois le
      * jour de retour atteint (MAIN-GAME, à chaque tour de jeu).
      * EXD-RESULT rend l'issue de l'appel.
      *****************************************************************
       01 EXPEDITION-PARAMS.
          05 EXD-OPERATION           PIC X(1)   VALUE SPACE.
             88 EXD-OP-SEND          VALUE "S".
             88 EXD-OP-RETURN        VALUE "R".
          05 EXD-RESULT              PIC X(1)   VALUE SPACE.
             88 EXD-SENT             VALUE "S".
             88 EXD-RETURNED         VALUE "R".
             88 EXD-NOTHING          VALUE "N".
