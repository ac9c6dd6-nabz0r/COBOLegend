      *****************************************************************
      * INVESTIG.CPY - Paramètres d'appel des enquêtes
      *
      * Renseignés par le module appelant avant chaque CALL
      * "INVESTIGATION-SYSTEM" (voir INVESTIGATION.cbl):
      *   'P'  proposer: rend dans IVP-CASE la prochaine affaire
      *        jamais ouverte (0 = plus aucune, ou une affaire déjà
      *        en cours), avec son titre et son résumé (tableau des
      *        primes, WORLD)
      *   'O'  ouvrir l'affaire IVP-CASE pour la quête IVP-QUEST-ID
      *        (GS-INVESTIGATION), indices remis à zéro
      *   'K'  source d'indice atteinte: IVP-SOURCE-KIND ('D' nœud
      *        de dialogue, 'R' aménagement de salle de donjon, 'E'
      *        visite d'une ère, 'C' crieur public) et
      *        IVP-SOURCE-KEY; IVP-RESULT = "Y" si un indice nouveau
      *        a été recueilli pour une affaire ouverte
      *   'X'  écran de déduction de l'affaire ouverte (journal de
      *        quêtes, QUEST-SYSTEM), rendue dans IVP-CASE et
      *        IVP-QUEST-ID: IVP-VERDICT rend "J" (juste),
      *        "E" (erronée, IVP-FACTION = faction du suspect
      *        accusé) ou "N" (pas de déduction)
      * Clés de source (IVP-KEY-HIGH / IVP-KEY-LOW): dialogue 00 /
      * numéro du nœud, salle étage / X*10+Y, ère 00 / numéro de
      * l'ère, crieur X / Y de la ville sur la carte.
      *****************************************************************
       01 INVESTIGATION-PARAMS.
          05 IVP-OPERATION           PIC X(1)   VALUE SPACE.
             88 IVP-OP-PROPOSE       VALUE "P".
             88 IVP-OP-OPEN          VALUE "O".
             88 IVP-OP-CLUE          VALUE "K".
             88 IVP-OP-DEDUCE        VALUE "X".
          05 IVP-CASE                PIC 9(1)   VALUE 0.
          05 IVP-QUEST-ID            PIC 9(3)   VALUE 0.
          05 IVP-SOURCE-KIND         PIC X(1)   VALUE SPACE.
          05 IVP-SOURCE-KEY          PIC X(4)   VALUE SPACES.
          05 IVP-KEY-PARTS REDEFINES IVP-SOURCE-KEY.
             10 IVP-KEY-HIGH         PIC 9(2).
             10 IVP-KEY-LOW          PIC 9(2).
          05 IVP-RESULT              PIC X(1)   VALUE SPACE.
          05 IVP-VERDICT             PIC X(1)   VALUE SPACE.
             88 IVP-VERDICT-RIGHT    VALUE "J".
             88 IVP-VERDICT-WRONG    VALUE "E".
             88 IVP-VERDICT-NONE     VALUE "N".
          05 IVP-FACTION             PIC 9(1)   VALUE 0.
          05 IVP-TITLE               PIC X(30)  VALUE SPACES.
          05 IVP-SUMMARY             PIC X(120) VALUE SPACES.
          05 IVP-SUMMARY-LINES REDEFINES IVP-SUMMARY.
             10 IVP-SUMMARY-LINE     PIC X(60)  OCCURS 2 TIMES.
