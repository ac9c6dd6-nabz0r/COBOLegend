       01 UTIL-OPERATION            PIC X(1).
          88 OP-FORMAT-NUMBER       VALUE "F".
          88 OP-INIT-RANDOM         VALUE "R".
          88 OP-FORCE-RANDOM        VALUE "S".
          88 OP-DRAW-RANDOM         VALUE "N".
       01 UTIL-NUMBER               PIC 9(9).
       01 UTIL-FORMATTED            PIC X(12).

                   MOVE FORMATTED-NUMBER TO UTIL-FORMATTED
               WHEN OP-INIT-RANDOM
                   PERFORM INITIALIZE-RANDOM-GENERATOR
                   MOVE RANDOM-SEED TO UTIL-NUMBER
               WHEN OP-FORCE-RANDOM
                   PERFORM FORCE-RANDOM-GENERATOR
               WHEN OP-DRAW-RANDOM
                   PERFORM DRAW-RANDOM-NUMBER
           END-EVALUATE
           GOBACK.

      * date du jour et le jour de la semaine, puis est utilisé
      * pour amorcer FUNCTION RANDOM: deux parties lancées à
      * quelques secondes d'intervalle ne doivent pas retomber sur
      * des tirages voisins. Le germe retenu est rendu dans
      * UTIL-NUMBER: l'enregistreur de saisies de MAIN-GAME le note
      * en tête du script de la session.
      *-----------------------------------------------------------------
       INITIALIZE-RANDOM-GENERATOR.
           ACCEPT RANDOM-SEED FROM DAY-OF-WEEK
               FUNCTION MOD(RANDOM-SEED, 999999999) + 1
           COMPUTE RANDOM-VALUE = FUNCTION RANDOM(RANDOM-SEED)
           .

      *-----------------------------------------------------------------
      * Réamorçage sur un germe imposé (UTIL-NUMBER, lu en tête d'un
      * script rejoué): la suite des tirages redevient celle de la
      * session enregistrée
      *-----------------------------------------------------------------
       FORCE-RANDOM-GENERATOR.
           MOVE UTIL-NUMBER TO RANDOM-SEED
           IF RANDOM-SEED = 0
               MOVE 1 TO RANDOM-SEED
           END-IF
           COMPUTE RANDOM-VALUE = FUNCTION RANDOM(RANDOM-SEED)
           .
      
      *-----------------------------------------------------------------
      * Tirage d'un nombre entre 1 et UTIL-NUMBER (borne ramenée à
      * 99999), rendu dans UTIL-NUMBER: même génération que les
      * modules du jeu, éprouvée par RNG-CHECK
      *-----------------------------------------------------------------
       DRAW-RANDOM-NUMBER.
           MOVE 1 TO MIN-VALUE
           IF UTIL-NUMBER > 99999
               MOVE 99999 TO MAX-VALUE
           ELSE
               MOVE UTIL-NUMBER TO MAX-VALUE
           END-IF
           IF MAX-VALUE < 1
               MOVE 1 TO MAX-VALUE
           END-IF
           PERFORM GENERATE-RANDOM-NUMBER
           MOVE RANDOM-RESULT TO UTIL-NUMBER
           .

      *-----------------------------------------------------------------
      * Génération d'un nombre aléatoire dans une plage définie
      *-----------------------------------------------------------------
