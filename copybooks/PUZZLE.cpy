      *****************************************************************
      * PUZZLE.CPY - Paramètres d'appel des consoles de réparation
      *
      * Renseignés par le module appelant avant chaque CALL
      * "CODE-PUZZLE-SYSTEM" (voir CODE-PUZZLE.cbl). PZL-SITE repère
      * la console: 1 à 6 terminal de maintenance de l'ère de même
      * numéro (TERMINAL-TIME-TRAVEL), 7 à 14 salle de donjon
      * aménagée 'M' (WORLD, 6 + (étage - 1) * 4 + (x - 1) * 2 + y).
      * PZL-LEVEL donne la difficulté, de 1 (ère des cartes
      * perforées) à 6 (COBOL moderne). PZL-RESULT rend l'issue de
      * la visite, la récompense restant à la charge de l'appelant;
      * PZL-PUZZLE-ID le numéro de l'énigme posée.
      *****************************************************************
       01 PUZZLE-PARAMS.
          05 PZL-SITE                PIC 9(2)   VALUE 0.
             88 PZL-SITE-VALID       VALUE 1 THRU 14.
          05 PZL-LEVEL               PIC 9(1)   VALUE 1.
          05 PZL-RESULT              PIC X(1)   VALUE SPACE.
             88 PZL-SOLVED           VALUE "S".
             88 PZL-FAILED           VALUE "F".
             88 PZL-DECLINED         VALUE "A".
             88 PZL-SITE-DONE        VALUE "D".
             88 PZL-NONE-AVAILABLE   VALUE "N".
          05 PZL-PUZZLE-ID           PIC 9(2)   VALUE 0.
