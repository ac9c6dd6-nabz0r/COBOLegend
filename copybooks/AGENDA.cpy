      *****************************************************************
      * AGENDA.CPY - Paramètres d'appel du tableau des affaires en
      * cours
      *
      * Renseignés par MAIN-GAME avant chaque CALL "AGENDA-SYSTEM"
      * (voir AGENDA.cbl):
      *   'A'  arrivée en ville: le tableau ne s'affiche que s'il y a
      *        au moins une affaire en souffrance
      *   'D'  consultation à la demande (commande @), même vide
      * AGD-ITEM-COUNT rend le nombre d'affaires relevées, et
      * AGD-URGENT-COUNT celles marquées "!" à l'écran: échéance
      * proche ou dépassée, avec une pénalité à la clé.
      *****************************************************************
       01 AGENDA-PARAMS.
          05 AGD-OPERATION           PIC X(1)   VALUE SPACE.
             88 AGD-OP-ARRIVAL       VALUE "A".
             88 AGD-OP-DISPLAY       VALUE "D".
          05 AGD-ITEM-COUNT          PIC 9(2)   VALUE 0.
          05 AGD-URGENT-COUNT        PIC 9(2)   VALUE 0.
