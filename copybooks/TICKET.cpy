      *****************************************************************
      * TICKET.CPY - Dépôt et suivi d'un ticket de problème
      *
      * Champs échangés avec PROBLEM-TICKET:
      *   'F' dépôt d'un ticket: l'appelant (MAIN-GAME) pose la
      *       description et le contexte de la partie; le numéro
      *       attribué et le nombre d'événements recopiés reviennent
      *       dans TKF-NUMBER et TKF-EVENTS-CAPTURED
      *   'S' changement d'état du ticket TKF-NUMBER vers
      *       TKF-NEW-STATUS, avec TKF-NOTE (TICKET-LIST)
      * TKF-RESULT vaut "Y" si l'enregistrement est écrit, "N" si le
      * fichier n'a pu l'être ou si le ticket est inconnu.
      *****************************************************************
       01 TICKET-FIELDS.
          05 TKF-NUMBER              PIC 9(6)   VALUE 0.
          05 TKF-RESULT              PIC X(1)   VALUE "N".
             88 TKF-DONE             VALUE "Y".
          05 TKF-SLOT                PIC X(8)   VALUE SPACES.
          05 TKF-GAME-DAY            PIC 9(3)   VALUE 0.
          05 TKF-GAME-HOUR           PIC 9(2)   VALUE 0.
          05 TKF-POS-X               PIC 9(2)   VALUE 0.
          05 TKF-POS-Y               PIC 9(2)   VALUE 0.
          05 TKF-POS-Z               PIC 9(2)   VALUE 0.
          05 TKF-GOLD                PIC 9(6)   VALUE 0.
          05 TKF-INVENTORY-COUNT     PIC 9(2)   VALUE 0.
          05 TKF-QUEST-STATES.
             10 TKF-QUEST-STATE      PIC X(1)   OCCURS 14 TIMES.
          05 TKF-DESCRIPTION         PIC X(60)  VALUE SPACES.
          05 TKF-EVENTS-CAPTURED     PIC 9(1)   VALUE 0.
          05 TKF-NEW-STATUS          PIC X(1)   VALUE SPACE.
          05 TKF-NOTE                PIC X(60)  VALUE SPACES.
