       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO DYNAMIC BANK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.

       01 BANK-FILE-RECORD           PIC X(2000).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="BANK-SYSTEM"==.
       01 BANK-FILE-PATH             PIC X(80)  VALUE "COBOBANK.DAT".

       01 BANK-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 BANK-FILE-OK            VALUE "00".

      * État du compte et du coffre de l'emplacement courant, image
      * du corps de son enregistrement dans COBOBANK.DAT
      *-----------------------------------------------------------------
       COPY "BANKACCT.cpy".

       01 BANK-MENU-CHOICE           PIC 9(1)   VALUE 0.
       01 BANK-ACTIVE                PIC X(1)   VALUE "Y".
       01 LEDGER-OPERATION           PIC X(1)   VALUE 'W'.
       COPY "GOLDLEDG.cpy".

      *-----------------------------------------------------------------
      * Livre des objets: entrées et sorties du coffre (lieu C),
      * pendant des mouvements du sac consignés par INVENTORY-SYSTEM
      * (voir ITEMLEDG.cpy)
      *-----------------------------------------------------------------
       01 ITEM-LEDGER-OP             PIC X(1)   VALUE 'W'.
       COPY "ITEMLEDG.cpy".

      *-----------------------------------------------------------------
      * Aide de l'écran: sujet BANQUE du manuel (voir HELP.cbl)
      *-----------------------------------------------------------------
       COPY "HELP.cpy".

       LINKAGE SECTION.
       01 BANK-OPERATION             PIC X(1).
          88 OP-RUN-COUNTER          VALUE 'G'.
          88 OP-DROP-ACCOUNT         VALUE 'D'.
          88 OP-DECLARE-VAULT        VALUE 'V'.
       COPY "PLAYER-CHAR.cpy".
       COPY "INVENTORY.cpy".
       COPY "ITEM-OP.cpy".
                                 PLAYER-EQUIPMENT, ITEM-OP-PARAMS,
                                 GAME-STATE-EXT.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           EVALUATE TRUE
               WHEN OP-DROP-ACCOUNT
                   PERFORM DROP-SLOT-ACCOUNT
               WHEN OP-DECLARE-VAULT
                   PERFORM DECLARE-VAULT-HOLDINGS
               WHEN OTHER
                   PERFORM RUN-BANK-COUNTER
           END-EVALUATE
           MOVE 0 TO CURRENT-ACCT

           OPEN OUTPUT BANK-FILE
           MOVE "DROP-SLOT-ACCOUNT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           IF BANK-FILE-OK
               PERFORM VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > BANK-ACCT-COUNT
                   MOVE ACCT-BODY(ACCT-IDX)
                       TO BANK-FILE-RECORD(9:1700)
                   WRITE BANK-FILE-RECORD
                   MOVE "DROP-SLOT-ACCOUNT" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       BANK-FILE-PATH, BANK-FILE-STATUS
               END-PERFORM
               CLOSE BANK-FILE
               MOVE "DROP-SLOT-ACCOUNT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
                   BANK-FILE-STATUS
           END-IF
           .

      *-----------------------------------------------------------------
      * Contenu du coffre de l'emplacement GS-SAVE-SLOT déclaré au
      * livre des objets (opération 'V', appelée par le
      * rapprochement de la sauvegarde): une détention par
      * emplacement occupé, sans rien modifier au livre de comptes
      *-----------------------------------------------------------------
       DECLARE-VAULT-HOLDINGS.
           PERFORM LOAD-BANK-STATE
           PERFORM VARYING VAULT-IDX FROM 1 BY 1 UNTIL VAULT-IDX > 10
               IF VAULT-USED(VAULT-IDX) = "Y"
                   MOVE GS-SAVE-SLOT TO ILG-SLOT
                   MOVE GS-GAME-DAY TO ILG-DAY
                   MOVE "C" TO ILG-PLACE
                   MOVE VAULT-QTY(VAULT-IDX) TO ILG-DELTA
                   MOVE VAULT-ITEM-ID(VAULT-IDX) TO ILG-ITEM-ID
                   MOVE VAULT-NAME(VAULT-IDX) TO ILG-ITEM-NAME
                   MOVE 'H' TO ITEM-LEDGER-OP
                   CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP,
                       ITEM-LEDGER-FIELDS
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Lecture du livre de comptes: un enregistrement par
      * emplacement (clé SLOTn en tête). Un enregistrement qui
           MOVE 0 TO BANK-ACCT-COUNT
           MOVE "N" TO LEGACY-PRESENT
           OPEN INPUT BANK-FILE
           MOVE "LOAD-BANK-STATE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           IF BANK-FILE-OK
               PERFORM READ-BANK-RECORDS
               CLOSE BANK-FILE
               MOVE "LOAD-BANK-STATE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
                   BANK-FILE-STATUS
           END-IF

           PERFORM INIT-BANK-STATE
                   NOT AT END
                       PERFORM KEEP-ONE-BANK-RECORD
               END-READ
               MOVE "READ-BANK-RECORDS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
                   BANK-FILE-STATUS
           END-PERFORM
           .

                   FUNCTION TRIM(VAULT-NAME(LOAN-COLLATERAL-SLOT))
                   ")."
               DISPLAY "L'emprunt est soldé par la confiscation."
               MOVE LOAN-COLLATERAL-SLOT TO VAULT-IDX
               MOVE "SAIS" TO ILG-SOURCE
               COMPUTE ILG-DELTA = 0 - VAULT-QTY(VAULT-IDX)
               PERFORM WRITE-VAULT-ITEM-LEDGER
               MOVE "N" TO VAULT-USED(LOAN-COLLATERAL-SLOT)
               MOVE SPACES TO VAULT-NAME(LOAN-COLLATERAL-SLOT)
               MOVE "N" TO LOAN-ACTIVE
           MOVE BANK-STATE TO ACCT-BODY(CURRENT-ACCT)

           OPEN OUTPUT BANK-FILE
           MOVE "SAVE-BANK-STATE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           IF BANK-FILE-OK
               PERFORM VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > BANK-ACCT-COUNT
                   MOVE ACCT-BODY(ACCT-IDX)
                       TO BANK-FILE-RECORD(9:1700)
                   WRITE BANK-FILE-RECORD
                   MOVE "SAVE-BANK-STATE" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       BANK-FILE-PATH, BANK-FILE-STATUS
               END-PERFORM
               CLOSE BANK-FILE
               MOVE "SAVE-BANK-STATE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
                   BANK-FILE-STATUS
           ELSE
               DISPLAY "Impossible d'écrire le livre de comptes."
           END-IF
           DISPLAY "5. Emprunter (contre un objet du coffre)"
           DISPLAY "6. Rembourser l'emprunt"
           DISPLAY "7. Quitter la banque"
           DISPLAY "8. Aide du guichet"
           DISPLAY "Votre choix: " WITH NO ADVANCING
           ACCEPT BANK-MENU-CHOICE
           .
                   PERFORM REPAY-BANK-LOAN
               WHEN 7
                   MOVE "N" TO BANK-ACTIVE
               WHEN 8
                   PERFORM SHOW-BANK-HELP
               WHEN OTHER
                   DISPLAY "Choix non reconnu."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Aide du guichet (sujet BANQUE du manuel)
      *-----------------------------------------------------------------
       SHOW-BANK-HELP.
           MOVE 'C' TO HLP-OPERATION
           MOVE "BANQUE" TO HLP-CONTEXT
           MOVE GS-LANGUAGE TO HLP-LANGUAGE
           CALL "HELP-SYSTEM" USING HELP-PARAMS
           .

      *-----------------------------------------------------------------
      * Octroi d'un emprunt: un objet du coffre sert de gage, le
      * prêt vaut le double de sa valeur estimée (plancher 50 or),
           CALL "GOLD-LEDGER" USING LEDGER-OPERATION, LEDGER-FIELDS
           .

      *-----------------------------------------------------------------
      * Consignation au livre des objets d'un mouvement du coffre
      * sur l'emplacement VAULT-IDX (ILG-SOURCE et ILG-DELTA posés
      * par l'appelant)
      *-----------------------------------------------------------------
       WRITE-VAULT-ITEM-LEDGER.
           MOVE GS-SAVE-SLOT TO ILG-SLOT
           MOVE GS-GAME-DAY TO ILG-DAY
           MOVE "C" TO ILG-PLACE
           MOVE VAULT-ITEM-ID(VAULT-IDX) TO ILG-ITEM-ID
           MOVE VAULT-NAME(VAULT-IDX) TO ILG-ITEM-NAME
           MOVE 'W' TO ITEM-LEDGER-OP
           CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP, ITEM-LEDGER-FIELDS
           .

      *-----------------------------------------------------------------
      * Entreposage d'un objet de l'inventaire dans le coffre (les
      * objets équipés restent sur le personnage)
               TO VAULT-ESC(VAULT-FREE-SLOT)

           MOVE INV-PICK TO OP-ITEM-INDEX
           MOVE "CDEP" TO OP-ITEM-SOURCE
           MOVE 'R' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS

           MOVE VAULT-FREE-SLOT TO VAULT-IDX
           MOVE "CDEP" TO ILG-SOURCE
           MOVE VAULT-QTY(VAULT-IDX) TO ILG-DELTA
           PERFORM WRITE-VAULT-ITEM-LEDGER

           DISPLAY VAULT-NAME(VAULT-FREE-SLOT)
               " est en sécurité au coffre."
           .
           MOVE VAULT-DURA(VAULT-PICK) TO OP-ITEM-DURABILITY-MAX
           MOVE VAULT-ESC(VAULT-PICK) TO OP-ITEM-ESCAPE-BONUS

           MOVE "CRET" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS

           IF OP-WAS-ADDED = "Y"
               MOVE VAULT-PICK TO VAULT-IDX
               MOVE "CRET" TO ILG-SOURCE
               COMPUTE ILG-DELTA = 0 - VAULT-QTY(VAULT-IDX)
               PERFORM WRITE-VAULT-ITEM-LEDGER
               MOVE "N" TO VAULT-USED(VAULT-PICK)
               MOVE SPACES TO VAULT-NAME(VAULT-PICK)
           ELSE
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, BANK-FILE-PATH
           .

       END PROGRAM BANK-SYSTEM.
