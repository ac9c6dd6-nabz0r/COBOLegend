      *****************************************************************
      * CHALLENGE.CPY - Paramètres d'appel des défis du jour et de la
      * semaine
      *
      * Renseignés par le module appelant avant chaque CALL
      * "CHALLENGE-SYSTEM" (voir CHALLENGES.cbl):
      *   'E'  événement de jeu CHL-EVENT-CODE qui peut faire avancer
      *        les défis en cours: CWIN combat gagné, CRFT
      *        fabrication réussie, EXPL case jamais vue foulée, ANOM
      *        anomalie d'ère réparée (retour du Chronoterminal).
      *        CHL-EVENT-CLEAN vaut "Y" quand l'exploit est "propre":
      *        combat gagné sans objet, Oeuvre maîtresse (grade M),
      *        réparation sans paradoxe pendant la visite
      *   'B'  tableau des défis: avancement, historique, échange
      *        des jetons contre un titre ou des matériaux
      * CHL-RESULT rend "C" quand un défi vient d'être accompli, "M"
      * quand le joueur a échangé des jetons contre des matériaux:
      * l'appelant dépose alors CHL-MATERIAL-QTY x CHL-MATERIAL-NAME
      * au terminal JCL et rappelle le tableau; "N" sinon.
      *****************************************************************
       01 CHALLENGE-PARAMS.
          05 CHL-OPERATION           PIC X(1)   VALUE SPACE.
             88 CHL-OP-EVENT         VALUE "E".
             88 CHL-OP-BOARD         VALUE "B".
          05 CHL-EVENT-CODE          PIC X(4)   VALUE SPACES.
          05 CHL-EVENT-CLEAN         PIC X(1)   VALUE "N".
          05 CHL-RESULT              PIC X(1)   VALUE SPACE.
             88 CHL-COMPLETED        VALUE "C".
             88 CHL-MATERIALS-BOUGHT VALUE "M".
             88 CHL-NOTHING          VALUE "N".
          05 CHL-MATERIAL-NAME       PIC X(20)  VALUE SPACES.
          05 CHL-MATERIAL-QTY        PIC 9(2)   VALUE 0.
