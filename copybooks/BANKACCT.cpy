      *****************************************************************
      * BANKACCT.CPY - Compte et coffre d'un emplacement à la banque
      *
      * Image du corps d'un enregistrement de COBOBANK.DAT: chaque
      * ligne porte la clé de l'emplacement (SLOT1 à SLOT3, huit
      * caractères) suivie de ce corps. Tenu par BANK-SYSTEM; relu
      * tel quel par les éditions qui présentent le compte d'un
      * emplacement.
      *****************************************************************
       01 BANK-STATE.
          05 BANK-GOLD               PIC 9(8)   VALUE 0.
          05 BANK-LAST-DAY           PIC 9(3)   VALUE 0.
      *-----------------------------------------------------------------
      * Emprunt en cours: accordé contre un objet du coffre laissé
      * en gage (LOAN-COLLATERAL-SLOT), remboursable majoré de 20%
      * avant LOAN-DUE-DAY; passé l'échéance, le gage est confisqué
      * (voir CHECK-LOAN-STATUS). Rappels à l'approche du terme.
      *-----------------------------------------------------------------
          05 BANK-LOAN.
             10 LOAN-ACTIVE          PIC X(1)   VALUE "N".
             10 LOAN-AMOUNT          PIC 9(6)   VALUE 0.
             10 LOAN-DUE-DAY         PIC 9(3)   VALUE 0.
             10 LOAN-COLLATERAL-SLOT PIC 9(2)   VALUE 0.
          05 BANK-VAULT.
             10 BANK-SLOT OCCURS 10 TIMES.
                15 VAULT-USED        PIC X(1).
                15 VAULT-ITEM-ID     PIC 9(3).
                15 VAULT-NAME        PIC X(20).
                15 VAULT-DESC        PIC X(100).
                15 VAULT-TYPE        PIC X(1).
                15 VAULT-SLOT-TYPE   PIC X(10).
                15 VAULT-VALUE       PIC 9(5).
                15 VAULT-QTY         PIC 9(2).
                15 VAULT-ATTACK      PIC S9(3).
                15 VAULT-DEFENSE     PIC S9(3).
                15 VAULT-HEAL        PIC 9(3).
                15 VAULT-MANA        PIC 9(3).
                15 VAULT-DURA        PIC 9(3).
                15 VAULT-ESC         PIC S9(2).
