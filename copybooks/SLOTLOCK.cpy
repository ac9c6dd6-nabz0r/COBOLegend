      *****************************************************************
      * SLOTLOCK.CPY - Verrou de session d'un emplacement
      *
      * Champs échangés avec SLOT-LOCK (SLK-SLOT posé par
      * l'appelant):
      *   'P' prise du verrou de l'emplacement pour la session (un
      *       verrou tenu par la session sur un autre emplacement est
      *       rendu au passage)
      *   'L' libération des verrous de la session
      *   'V' vérification: à qui appartient le verrou
      *   'B' levée d'un verrou abandonné par un opérateur (consignée
      *       au journal des événements, code LOCK)
      * Résultat dans SLK-RESULT, détenteur en retour quand le verrou
      * est tenu par une autre session (ou vient d'être levé).
      *****************************************************************
       01 SLOT-LOCK-FIELDS.
          05 SLK-SLOT                PIC X(8)   VALUE SPACES.
          05 SLK-RESULT              PIC X(1)   VALUE "N".
             88 SLK-OWNED            VALUE "A".
             88 SLK-HELD-ELSEWHERE   VALUE "R".
             88 SLK-FREE             VALUE "N".
          05 SLK-HOLDER-TERMINAL     PIC X(20)  VALUE SPACES.
          05 SLK-HOLDER-DATE         PIC X(8)   VALUE SPACES.
          05 SLK-HOLDER-TIME         PIC X(6)   VALUE SPACES.
