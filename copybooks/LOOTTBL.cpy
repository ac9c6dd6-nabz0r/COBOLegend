      *****************************************************************
      * LOOTTBL.CPY - Chances de butin des ennemis vaincus
      *
      * Valeurs de référence de la table de butin, partagées par
      * COMBAT-SYSTEM (INITIALIZE-LOOT-TABLE, tirage dans
      * AWARD-COMBAT-LOOT) et RNG-CHECK, qui confronte les butins
      * relevés au journal à ces mêmes chances.
      * Une entrée par objet: numéro au fichier maître des objets
      * (COBOITEM.DAT, plage 301-399) puis chance en 9V99. Les
      * chances se cumulent dans l'ordre de la table au tirage:
      * leur total (0.95) laisse 5% de combats sans butin.
      *****************************************************************
       01 LOOT-SETTINGS-VALUES.
          05 FILLER                  PIC X(6)  VALUE "301040".
          05 FILLER                  PIC X(6)  VALUE "302020".
          05 FILLER                  PIC X(6)  VALUE "303025".
          05 FILLER                  PIC X(6)  VALUE "305010".
       01 LOOT-SETTINGS REDEFINES LOOT-SETTINGS-VALUES.
          05 LOOT-SETTING OCCURS 4 TIMES.
             10 LOOT-SETTING-ITEM-ID PIC 9(3).
             10 LOOT-SETTING-CHANCE  PIC 9V99.
       01 LOOT-SETTING-COUNT         PIC 9(1)  VALUE 4.
