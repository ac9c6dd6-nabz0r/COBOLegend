      *****************************************************************
      * COMBTUNE.CPY - Paramètres d'équilibrage du combat
      *
      * Jeu de constantes partagé par COMBAT-SYSTEM et COMBAT-SIM,
      * rempli par le sous-programme COMBAT-TUNING depuis
      * COBOTUNE.DAT (valeurs de référence si le fichier est
      * absent). TUNE-VERSION identifie le jeu de paramètres et
      * part dans chaque enregistrement de télémétrie, pour que
      * BALANCE-REPORT compare simulé et joué à paramètres égaux.
      * Taux en 9V99 (1.00 = inchangé), diviseurs jamais nuls.
      *****************************************************************
       01 COMBAT-TUNING.
          05 TUNE-VERSION            PIC X(8).
      *    Aléa des dégâts: facteur tiré entre LOW et LOW + SPAN
          05 TUNE-VARIANCE-LOW       PIC 9V99.
          05 TUNE-VARIANCE-SPAN      PIC 9V99.
      *    Critique BASE + AGI / DIV %, dégâts multipliés par MULT
          05 TUNE-CRIT-BASE          PIC 9(2).
          05 TUNE-CRIT-AGI-DIV       PIC 9(2).
          05 TUNE-CRIT-MULT          PIC 9V99.
      *    Esquive AGI / DIV %
          05 TUNE-DODGE-AGI-DIV      PIC 9(2).
      *    Précision BASE + INT / DIV %, plafonnée à CAP
          05 TUNE-ACCURACY-BASE      PIC 9(2).
          05 TUNE-ACCURACY-INT-DIV   PIC 9(2).
          05 TUNE-ACCURACY-CAP       PIC 9(2).
      *    Éléments: faiblesse et résistance (armure élémentaire
      *    comprise)
          05 TUNE-WEAKNESS-MULT      PIC 9V99.
          05 TUNE-RESIST-MULT        PIC 9V99.
      *    Rangs (ligne arrière, couverture) et posture défensive
          05 TUNE-ROW-MULT           PIC 9V99.
          05 TUNE-DEFEND-MULT        PIC 9V99.
      *    Fuite: chance de base, bornes basse et haute
          05 TUNE-ESCAPE-BASE        PIC 9(2).
          05 TUNE-ESCAPE-MIN         PIC 9(2).
          05 TUNE-ESCAPE-MAX         PIC 9(2).
      *    Difficulté (SET-DIFFICULTY-MODIFIERS): dégâts ennemis et
      *    gains, par niveau
          05 TUNE-EASY-DAMAGE-MOD    PIC 9V99.
          05 TUNE-EASY-REWARD-MOD    PIC 9V99.
          05 TUNE-NORMAL-DAMAGE-MOD  PIC 9V99.
          05 TUNE-NORMAL-REWARD-MOD  PIC 9V99.
          05 TUNE-HARD-DAMAGE-MOD    PIC 9V99.
          05 TUNE-HARD-REWARD-MOD    PIC 9V99.
      *    'F' = lu depuis COBOTUNE.DAT, 'R' = référence codée
          05 TUNE-SOURCE             PIC X(1).
          05 FILLER                  PIC X(34).
