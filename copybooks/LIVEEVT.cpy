      *****************************************************************
      * LIVEEVT.CPY - Interrogation des événements en direct
      *
      * Zone d'échange avec le sous-programme LIVE-EVENTS, qui tient
      * les événements programmés par l'exploitation dans
      * COBOLIVE.DAT (dates réelles de début et de fin, incluses).
      * Opérations:
      *   M multiplicateur en vigueur aujourd'hui pour LVQ-KIND (le
      *     plus fort si plusieurs événements se recouvrent; 1.00 et
      *     LVQ-FOUND = "N" si aucun), avec l'identifiant de
      *     l'événement qui le porte
      *   B bandeau du LVQ-INDEX-ième événement actif aujourd'hui
      *     (LVQ-FOUND = "N" au-delà du dernier)
      *   I identifiant du premier événement actif aujourd'hui, tous
      *     types confondus (GAME-LOG-SYSTEM le porte sur les CWIN,
      *     ARNW et QSTC)
      *****************************************************************
       01 LIVE-EVENT-QUERY.
          05 LVQ-OPERATION           PIC X(1).
             88 LVQ-GET-MULTIPLIER   VALUE "M".
             88 LVQ-GET-BANNER       VALUE "B".
             88 LVQ-GET-ACTIVE-ID    VALUE "I".
      *    XP expérience (ADD-EXPERIENCE), OR or des combats
      *    (CHECK-COMBAT-STATUS), BUTIN chance de butin
      *    (AWARD-COMBAT-LOOT), ARENE gains de l'arène
          05 LVQ-KIND                PIC X(5).
             88 LVQ-KIND-XP          VALUE "XP".
             88 LVQ-KIND-GOLD        VALUE "OR".
             88 LVQ-KIND-LOOT        VALUE "BUTIN".
             88 LVQ-KIND-ARENA       VALUE "ARENE".
          05 LVQ-INDEX               PIC 9(2).
          05 LVQ-FOUND               PIC X(1).
             88 LVQ-IS-FOUND         VALUE "Y".
          05 LVQ-EVENT-ID            PIC X(8).
          05 LVQ-MULTIPLIER          PIC 9V99.
          05 LVQ-END-DATE            PIC 9(8).
          05 LVQ-BANNER              PIC X(60).
          05 FILLER                  PIC X(20).
