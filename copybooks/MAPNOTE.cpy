      *****************************************************************
      * MAPNOTE.CPY - Paramètres d'appel des notes de carte
      *
      * Renseignés par le module appelant avant chaque CALL
      * "MAP-NOTES-SYSTEM" (voir MAP-NOTES.cbl):
      *   'E'  carnet de notes depuis la case MNP-TILE-X/Y (nom de
      *        la case dans MNP-TILE-NAME, héros dans MNP-AUTHOR):
      *        épingler, effacer, publier ses notes, approuver ou
      *        signaler les messages des autres aventuriers
      *   'M'  marques de la carte: MNP-MARK(x,y) rend "N" note du
      *        joueur, "M" message d'un autre aventurier, "B" les
      *        deux, blanc rien
      *   'T'  arrivée sur la case MNP-TILE-X/Y: notes du joueur et
      *        messages des autres aventuriers affichés
      *   'P'  purge opérateur du tableau partagé: MNP-PURGE-MODE
      *        "I" la note MNP-PURGE-ID, "R" toutes les notes
      *        masquées par les signalements; MNP-RESULT-COUNT rend
      *        le nombre de notes retirées
      *****************************************************************
       01 MAP-NOTE-PARAMS.
          05 MNP-OPERATION           PIC X(1)   VALUE SPACE.
             88 MNP-OP-NOTEBOOK      VALUE "E".
             88 MNP-OP-MARKS         VALUE "M".
             88 MNP-OP-TILE          VALUE "T".
             88 MNP-OP-PURGE         VALUE "P".
          05 MNP-TILE-X              PIC 9(2)   VALUE 0.
          05 MNP-TILE-Y              PIC 9(2)   VALUE 0.
          05 MNP-TILE-NAME           PIC X(25)  VALUE SPACES.
          05 MNP-AUTHOR              PIC X(20)  VALUE SPACES.
          05 MNP-MARKS.
             10 MNP-MARK-COL OCCURS 10 TIMES.
                15 MNP-MARK          PIC X(1)   OCCURS 10 TIMES.
          05 MNP-PURGE-MODE          PIC X(1)   VALUE SPACE.
             88 MNP-PURGE-BY-ID      VALUE "I".
             88 MNP-PURGE-REPORTED   VALUE "R".
          05 MNP-PURGE-ID            PIC 9(5)   VALUE 0.
          05 MNP-RESULT-COUNT        PIC 9(3)   VALUE 0.
