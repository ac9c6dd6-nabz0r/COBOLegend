      *****************************************************************
      * DLGTRACE.CPY - Champs d'un événement du journal des dialogues
      *
      * Renseignés par DIALOG-MULTIPLEXER avant chaque CALL
      * "DIALOG-TRACE" (opération 'W'), qui ajoute l'événement à
      * COBODLOG.DAT; DIALOG-REPORT en tire les parcours des joueurs.
      * Emplacement et jour de jeu viennent de l'état de partie.
      *
      * Événements:
      *   S conversation entamée au nœud racine (DTR-NODE-ID)
      *   R conversation reprise au point de reprise (DTR-NODE-ID)
      *   C choix retenu: position du choix dans le nœud
      *     (DTR-CHOICE) et nœud suivant (0 = fin du dialogue)
      *   H choix masqué à l'affichage du nœud: sa condition
      *     (DTR-CONDITION) n'est pas remplie
      *   V nœud sans aucun choix visible: la conversation
      *     s'arrête là
      *****************************************************************
       01 DIALOG-TRACE-FIELDS.
          05 DTR-SLOT                PIC X(8)   VALUE SPACES.
          05 DTR-DAY                 PIC 9(3)   VALUE 0.
          05 DTR-EVENT               PIC X(1)   VALUE SPACE.
          05 DTR-DIALOG-ID           PIC 9(3)   VALUE 0.
          05 DTR-NODE-ID             PIC 9(3)   VALUE 0.
          05 DTR-CHOICE              PIC 9(1)   VALUE 0.
          05 DTR-NEXT-NODE           PIC 9(3)   VALUE 0.
          05 DTR-CONDITION           PIC X(50)  VALUE SPACES.
