      *****************************************************************
      * TICKREC.CPY - Enregistrement du fichier des tickets COBOTICK.DAT
      *
      * Journal en ajout seul tenu par PROBLEM-TICKET et relu par
      * TICKET-LIST. Deux natures d'enregistrement:
      *   T ticket déposé en jeu par le joueur: description et
      *     photographie du contexte (emplacement, horloge de jeu,
      *     position X/Y/Z, états des quêtes dans l'ordre de la
      *     table, or, nombre d'objets portés) et jusqu'à cinq
      *     derniers événements de l'emplacement, recopiés tels
      *     quels depuis COBOEVENTS.LOG (voir GAME-LOG.cbl). Un
      *     ticket naît ouvert.
      *   S changement d'état posé par le support (ouvert, pris en
      *     charge, clos) avec une note; l'état d'un ticket est celui
      *     de son dernier enregistrement S
      * Horodatage réel du dépôt ou du changement d'état.
      *****************************************************************
       01 TICKET-RECORD.
          05 TKR-KIND                PIC X(1).
             88 TKR-IS-TICKET        VALUE "T".
             88 TKR-IS-STATUS        VALUE "S".
          05 TKR-NUMBER              PIC 9(6).
          05 TKR-STAMP-DATE          PIC 9(8).
          05 TKR-STAMP-TIME          PIC 9(6).
          05 TKR-BODY                PIC X(700).
          05 TKR-TICKET-BODY REDEFINES TKR-BODY.
             10 TKR-SLOT             PIC X(8).
             10 TKR-GAME-DAY         PIC 9(3).
             10 TKR-GAME-HOUR        PIC 9(2).
             10 TKR-POS-X            PIC 9(2).
             10 TKR-POS-Y            PIC 9(2).
             10 TKR-POS-Z            PIC 9(2).
             10 TKR-GOLD             PIC 9(6).
             10 TKR-INVENTORY-COUNT  PIC 9(2).
             10 TKR-QUEST-STATES     PIC X(14).
             10 TKR-DESCRIPTION      PIC X(60).
             10 TKR-EVENT-COUNT      PIC 9(1).
             10 TKR-EVENT OCCURS 5 TIMES.
                15 TKR-EVT-MARKER    PIC X(2).
                15 TKR-EVT-TYPE      PIC X(4).
                15 TKR-EVT-GAME-DAY  PIC 9(3).
                15 TKR-EVT-GAME-HOUR PIC 9(2).
                15 TKR-EVT-STAMP-DATE PIC 9(8).
                15 TKR-EVT-STAMP-TIME PIC 9(6).
                15 TKR-EVT-SLOT      PIC X(8).
                15 TKR-EVT-NUM-1     PIC 9(8).
                15 TKR-EVT-NUM-2     PIC 9(8).
                15 TKR-EVT-TEXT      PIC X(60).
                15 TKR-EVT-LIVE-ID   PIC X(8).
             10 FILLER               PIC X(13).
          05 TKR-STATUS-BODY REDEFINES TKR-BODY.
             10 TKR-NEW-STATUS       PIC X(1).
                88 TKR-STATUS-OPEN   VALUE "O".
                88 TKR-STATUS-TAKEN  VALUE "P".
                88 TKR-STATUS-CLOSED VALUE "C".
             10 TKR-NOTE             PIC X(60).
             10 FILLER               PIC X(639).
