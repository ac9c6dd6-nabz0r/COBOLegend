      *****************************************************************
      * ITEM-LEDGER.CBL - Livre de provenance des objets
      *
      * Pendant de GOLD-LEDGER pour les objets: un objet entre par
      * le butin, la boutique, la fabrication, une quête, un coffre,
      * le coffre de la banque... et rien ne disait d'où il venait.
      * Ce module consigne dans COBOILDG.DAT chaque création,
      * transfert et destruction d'objet avec son code source, son
      * lieu (sac, coffre de la banque, anneau de clés, dépôt-vente),
      * son delta signé, l'emplacement et le jour de jeu (voir
      * ITEMLEDG.cpy).
      *
      * Rapprochement: MAIN-GAME déclare ce que le joueur détient
      * réellement (sac et anneau, puis coffre via BANK-SYSTEM et
      * objets en dépôt via CONSIGNMENT-SYSTEM) et le livre compare
      * avec le solde de ses mouvements depuis la dernière ouverture
      * de partie sur l'emplacement. À la
      * sauvegarde, un écart (duplication entre coffre et sac,
      * sauvegarde retouchée, mouvement hors livre) est signalé puis
      * recalé par un mouvement DRIF, comme la dérive de l'or; au
      * chargement, l'écart est recalé sans message (CHRG: partie
      * quittée sans sauvegarder ou fichier modifié entre deux
      * sessions), pour que la sauvegarde suivante ne signale que ce
      * qui s'est passé en jeu.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-LEDGER.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-LEDGER-FILE
               ASSIGN TO DYNAMIC ITEM-LEDGER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEM-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01 ITEM-LEDGER-RECORD.
          05 ILR-SLOT                PIC X(8).
          05 ILR-SOURCE              PIC X(4).
          05 ILR-KIND                PIC X(1).
          05 ILR-PLACE               PIC X(1).
          05 ILR-SIGN                PIC X(1).
          05 ILR-QTY                 PIC 9(4).
          05 ILR-ITEM-ID             PIC 9(3).
          05 ILR-ITEM-NAME           PIC X(20).
          05 ILR-DAY                 PIC 9(3).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="ITEM-LEDGER"==.
       01 ITEM-LEDGER-FILE-PATH      PIC X(80)  VALUE "COBOILDG.DAT".

       01 ITEM-LEDGER-STATUS         PIC X(2)   VALUE SPACES.
          88 ITEM-LEDGER-OK          VALUE "00".
       01 ITEM-LEDGER-EOF            PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Contexte retenu par l'opération 'C'
      *-----------------------------------------------------------------
       01 CONTEXT-SLOT               PIC X(8)   VALUE SPACES.
       01 CONTEXT-DAY                PIC 9(3)   VALUE 0.
       01 MOVE-SLOT                  PIC X(8)   VALUE SPACES.
       01 MOVE-DAY                   PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Détentions constatées (opérations 'H'), vidées par chaque
      * rapprochement: 40 places de sac, 10 du coffre, 8 de l'anneau
      *-----------------------------------------------------------------
       01 HOLDING-TABLE.
          05 HOLD-COUNT              PIC 9(3)   VALUE 0.
          05 HOLD-ENTRY OCCURS 80 TIMES.
             10 HOLD-PLACE           PIC X(1).
             10 HOLD-NAME            PIC X(20).
             10 HOLD-ITEM-ID         PIC 9(3).
             10 HOLD-QTY             PIC 9(4).
       01 HOLD-MAX                   PIC 9(3)   VALUE 80.
       01 HOLD-IDX                   PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Soldes du livre pour l'emplacement, par lieu et par objet,
      * depuis sa dernière marque d'ouverture
      *-----------------------------------------------------------------
       01 BALANCE-TABLE.
          05 BAL-COUNT               PIC 9(3)   VALUE 0.
          05 BAL-ENTRY OCCURS 300 TIMES.
             10 BAL-PLACE            PIC X(1).
             10 BAL-NAME             PIC X(20).
             10 BAL-ITEM-ID          PIC 9(3).
             10 BAL-QTY              PIC S9(5).
             10 BAL-MATCHED          PIC X(1).
       01 BAL-MAX                    PIC 9(3)   VALUE 300.
       01 BAL-IDX                    PIC 9(3)   VALUE 0.
       01 BAL-FOUND-IDX              PIC 9(3)   VALUE 0.
       01 BAL-OVERFLOW               PIC X(1)   VALUE "N".
       01 SLOT-KNOWN                 PIC X(1)   VALUE "N".

       01 RECON-DIFF                 PIC S9(5)  VALUE 0.
       01 RECON-EXPECTED             PIC S9(5)  VALUE 0.
       01 RECON-FOUND                PIC 9(4)   VALUE 0.
       01 RECON-EXPECTED-SHOWN       PIC -(4)9.
       01 RECON-FOUND-SHOWN          PIC Z(3)9.
       01 RECON-PLACE-NAME           PIC X(8)   VALUE SPACES.
       01 RECON-PLACE                PIC X(1)   VALUE SPACE.
       01 RECON-NAME                 PIC X(20)  VALUE SPACES.
       01 RECON-ITEM-ID              PIC 9(3)   VALUE 0.
       01 OPENED-COUNT               PIC 9(3)   VALUE 0.

       LINKAGE SECTION.
       01 LEDGER-OPERATION           PIC X(1).
          88 OP-SET-CONTEXT          VALUE 'C'.
          88 OP-WRITE-MOVEMENT       VALUE 'W'.
          88 OP-OPEN-GAME            VALUE 'O'.
          88 OP-DECLARE-HOLDING      VALUE 'H'.
          88 OP-RECONCILE            VALUE 'K'.

       COPY "ITEMLEDG.cpy".

       PROCEDURE DIVISION USING LEDGER-OPERATION,
               ITEM-LEDGER-FIELDS.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           EVALUATE TRUE
               WHEN OP-SET-CONTEXT
                   MOVE ILG-SLOT TO CONTEXT-SLOT
                   MOVE ILG-DAY TO CONTEXT-DAY
               WHEN OP-WRITE-MOVEMENT
                   PERFORM WRITE-ITEM-MOVEMENT
               WHEN OP-OPEN-GAME
                   MOVE "NOUV" TO ILG-SOURCE
                   MOVE 0 TO ILG-DELTA
                   MOVE 0 TO ILG-ITEM-ID
                   MOVE SPACES TO ILG-ITEM-NAME
                   PERFORM WRITE-ITEM-MOVEMENT
               WHEN OP-DECLARE-HOLDING
                   PERFORM DECLARE-HOLDING
               WHEN OP-RECONCILE
                   PERFORM RECONCILE-HOLDINGS
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Emplacement et jour du mouvement: ceux de l'appelant s'il
      * les fournit, sinon ceux du contexte
      *-----------------------------------------------------------------
       RESOLVE-MOVE-CONTEXT.
           IF ILG-SLOT = SPACES
               MOVE CONTEXT-SLOT TO MOVE-SLOT
           ELSE
               MOVE ILG-SLOT TO MOVE-SLOT
           END-IF
           IF ILG-DAY = 0
               MOVE CONTEXT-DAY TO MOVE-DAY
           ELSE
               MOVE ILG-DAY TO MOVE-DAY
           END-IF
           .

      *-----------------------------------------------------------------
      * Ajout d'un mouvement en fin de livre (mode ajout, même
      * convention de fichier que GOLD-LEDGER). Un delta nul n'est
      * consigné que pour la marque d'ouverture.
      *-----------------------------------------------------------------
       WRITE-ITEM-MOVEMENT.
           IF ILG-DELTA = 0 AND ILG-SOURCE NOT = "NOUV"
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-MOVE-CONTEXT
           IF MOVE-SLOT = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ITEM-LEDGER-FILE
           IF NOT ITEM-LEDGER-OK
               CLOSE ITEM-LEDGER-FILE
               OPEN OUTPUT ITEM-LEDGER-FILE
               MOVE "WRITE-ITEM-MOVEMENT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ITEM-LEDGER-FILE-PATH, ITEM-LEDGER-STATUS
           END-IF
           IF NOT ITEM-LEDGER-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ITEM-LEDGER-RECORD
           MOVE MOVE-SLOT TO ILR-SLOT
           IF ILG-SOURCE = SPACES
               MOVE "DIVR" TO ILR-SOURCE
           ELSE
               MOVE ILG-SOURCE TO ILR-SOURCE
           END-IF
           EVALUATE ILR-SOURCE
               WHEN "CDEP" WHEN "CRET" WHEN "ANNO" WHEN "COMP"
               WHEN "DEPV" WHEN "DEPR"
                   MOVE "T" TO ILR-KIND
               WHEN "OUVR" WHEN "CHRG" WHEN "DRIF"
                   MOVE "R" TO ILR-KIND
               WHEN "NOUV"
                   MOVE "O" TO ILR-KIND
               WHEN OTHER
                   IF ILG-DELTA < 0
                       MOVE "D" TO ILR-KIND
                   ELSE
                       MOVE "C" TO ILR-KIND
                   END-IF
           END-EVALUATE
           MOVE ILG-PLACE TO ILR-PLACE
           IF ILG-DELTA < 0
               MOVE "-" TO ILR-SIGN
               COMPUTE ILR-QTY = 0 - ILG-DELTA
           ELSE
               MOVE "+" TO ILR-SIGN
               MOVE ILG-DELTA TO ILR-QTY
           END-IF
           MOVE ILG-ITEM-ID TO ILR-ITEM-ID
           MOVE ILG-ITEM-NAME TO ILR-ITEM-NAME
           MOVE MOVE-DAY TO ILR-DAY
           WRITE ITEM-LEDGER-RECORD
           MOVE "WRITE-ITEM-MOVEMENT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ITEM-LEDGER-FILE-PATH, ITEM-LEDGER-STATUS
           CLOSE ITEM-LEDGER-FILE
           MOVE "WRITE-ITEM-MOVEMENT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ITEM-LEDGER-FILE-PATH, ITEM-LEDGER-STATUS
           .

      *-----------------------------------------------------------------
      * Détention constatée: cumulée par lieu et par nom (plusieurs
      * piles du même objet, ou le même objet au coffre deux fois)
      *-----------------------------------------------------------------
       DECLARE-HOLDING.
           IF ILG-DELTA <= 0 OR ILG-ITEM-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               IF HOLD-PLACE(HOLD-IDX) = ILG-PLACE AND
                  HOLD-NAME(HOLD-IDX) = ILG-ITEM-NAME
                   ADD ILG-DELTA TO HOLD-QTY(HOLD-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF HOLD-COUNT >= HOLD-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOLD-COUNT
           MOVE ILG-PLACE TO HOLD-PLACE(HOLD-COUNT)
           MOVE ILG-ITEM-NAME TO HOLD-NAME(HOLD-COUNT)
           MOVE ILG-ITEM-ID TO HOLD-ITEM-ID(HOLD-COUNT)
           MOVE ILG-DELTA TO HOLD-QTY(HOLD-COUNT)
           .

      *-----------------------------------------------------------------
      * Rapprochement des détentions déclarées avec le livre. Un
      * emplacement que le livre ne connaît pas encore (partie
      * antérieure au livre, livre neuf) est ouvert par des
      * mouvements OUVR sans signaler d'écart.
      *-----------------------------------------------------------------
       RECONCILE-HOLDINGS.
           MOVE 0 TO ILG-DRIFT-COUNT
           PERFORM RESOLVE-MOVE-CONTEXT
           IF MOVE-SLOT = SPACES
               MOVE 0 TO HOLD-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SLOT-BALANCES

           IF SLOT-KNOWN = "N"
               PERFORM OPEN-SLOT-LEDGER
               MOVE 0 TO HOLD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF BAL-OVERFLOW = "Y" AND ILG-RECON-MODE = "S"
               DISPLAY "AVERTISSEMENT: livre des objets trop long "
                   & "pour être rapproché en entier."
           END-IF

           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               PERFORM CHECK-ONE-HOLDING
           END-PERFORM
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-COUNT
               IF BAL-MATCHED(BAL-IDX) = "N" AND BAL-QTY(BAL-IDX) > 0
                   MOVE BAL-PLACE(BAL-IDX) TO RECON-PLACE
                   MOVE BAL-NAME(BAL-IDX) TO RECON-NAME
                   MOVE BAL-ITEM-ID(BAL-IDX) TO RECON-ITEM-ID
                   MOVE BAL-QTY(BAL-IDX) TO RECON-EXPECTED
                   MOVE 0 TO RECON-FOUND
                   PERFORM RECORD-DRIFT
               END-IF
           END-PERFORM
           MOVE 0 TO HOLD-COUNT
           .

       CHECK-ONE-HOLDING.
           MOVE 0 TO BAL-FOUND-IDX
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-COUNT
               IF BAL-PLACE(BAL-IDX) = HOLD-PLACE(HOLD-IDX) AND
                  BAL-NAME(BAL-IDX) = HOLD-NAME(HOLD-IDX)
                   MOVE BAL-IDX TO BAL-FOUND-IDX
                   MOVE "Y" TO BAL-MATCHED(BAL-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE HOLD-PLACE(HOLD-IDX) TO RECON-PLACE
           MOVE HOLD-NAME(HOLD-IDX) TO RECON-NAME
           MOVE HOLD-ITEM-ID(HOLD-IDX) TO RECON-ITEM-ID
           MOVE HOLD-QTY(HOLD-IDX) TO RECON-FOUND
           IF BAL-FOUND-IDX = 0
               MOVE 0 TO RECON-EXPECTED
           ELSE
               MOVE BAL-QTY(BAL-FOUND-IDX) TO RECON-EXPECTED
           END-IF
           IF RECON-FOUND NOT = RECON-EXPECTED
               PERFORM RECORD-DRIFT
           END-IF
           .

      *-----------------------------------------------------------------
      * Écart sur RECON-PLACE / RECON-NAME: recalage DRIF signalé à
      * la sauvegarde, CHRG silencieux au chargement
      *-----------------------------------------------------------------
       RECORD-DRIFT.
           ADD 1 TO ILG-DRIFT-COUNT
           COMPUTE RECON-DIFF = RECON-FOUND - RECON-EXPECTED
           IF ILG-RECON-MODE = "S"
               PERFORM SET-PLACE-NAME
               MOVE RECON-EXPECTED TO RECON-EXPECTED-SHOWN
               MOVE RECON-FOUND TO RECON-FOUND-SHOWN
               DISPLAY "AVERTISSEMENT: livre des objets, "
                   FUNCTION TRIM(RECON-NAME) " ("
                   FUNCTION TRIM(RECON-PLACE-NAME) "): "
                   FUNCTION TRIM(RECON-EXPECTED-SHOWN)
                   " attendu(s), " FUNCTION TRIM(RECON-FOUND-SHOWN)
                   " trouvé(s). Écart recalé (DRIF)."
               MOVE "DRIF" TO ILG-SOURCE
           ELSE
               MOVE "CHRG" TO ILG-SOURCE
           END-IF
           MOVE RECON-PLACE TO ILG-PLACE
           MOVE RECON-DIFF TO ILG-DELTA
           MOVE RECON-ITEM-ID TO ILG-ITEM-ID
           MOVE RECON-NAME TO ILG-ITEM-NAME
           PERFORM WRITE-ITEM-MOVEMENT
           .

       SET-PLACE-NAME.
           EVALUATE RECON-PLACE
               WHEN "S"
                   MOVE "sac" TO RECON-PLACE-NAME
               WHEN "C"
                   MOVE "coffre" TO RECON-PLACE-NAME
               WHEN "A"
                   MOVE "anneau" TO RECON-PLACE-NAME
               WHEN "D"
                   MOVE "dépôt" TO RECON-PLACE-NAME
               WHEN OTHER
                   MOVE RECON-PLACE TO RECON-PLACE-NAME
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Première rencontre de l'emplacement: tout ce qu'il détient
      * ouvre le livre (mouvements OUVR)
      *-----------------------------------------------------------------
       OPEN-SLOT-LEDGER.
           MOVE 0 TO OPENED-COUNT
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               MOVE "OUVR" TO ILG-SOURCE
               MOVE HOLD-PLACE(HOLD-IDX) TO ILG-PLACE
               MOVE HOLD-QTY(HOLD-IDX) TO ILG-DELTA
               MOVE HOLD-ITEM-ID(HOLD-IDX) TO ILG-ITEM-ID
               MOVE HOLD-NAME(HOLD-IDX) TO ILG-ITEM-NAME
               PERFORM WRITE-ITEM-MOVEMENT
               ADD 1 TO OPENED-COUNT
           END-PERFORM
           IF ILG-RECON-MODE = "S" AND OPENED-COUNT > 0
               DISPLAY "(Livre des objets ouvert pour cet "
                   & "emplacement: " OPENED-COUNT " objet(s) repris.)"
           END-IF
           .

      *-----------------------------------------------------------------
      * Soldes de l'emplacement MOVE-SLOT par lieu et par objet; une
      * marque d'ouverture (nouvelle partie) remet les soldes à zéro.
      * Les matériaux (lieu M) ne sont pas rapprochés ici.
      *-----------------------------------------------------------------
       LOAD-SLOT-BALANCES.
           MOVE 0 TO BAL-COUNT
           MOVE "N" TO BAL-OVERFLOW
           MOVE "N" TO SLOT-KNOWN
           OPEN INPUT ITEM-LEDGER-FILE
           MOVE "LOAD-SLOT-BALANCES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ITEM-LEDGER-FILE-PATH, ITEM-LEDGER-STATUS
           IF NOT ITEM-LEDGER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ITEM-LEDGER-EOF
           PERFORM UNTIL ITEM-LEDGER-EOF = "Y"
               READ ITEM-LEDGER-FILE
                   AT END
                       MOVE "Y" TO ITEM-LEDGER-EOF
                   NOT AT END
                       IF ILR-SLOT = MOVE-SLOT
                           PERFORM APPLY-LEDGER-RECORD
                       END-IF
               END-READ
               MOVE "LOAD-SLOT-BALANCES" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ITEM-LEDGER-FILE-PATH, ITEM-LEDGER-STATUS
           END-PERFORM
           CLOSE ITEM-LEDGER-FILE
           MOVE "LOAD-SLOT-BALANCES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ITEM-LEDGER-FILE-PATH, ITEM-LEDGER-STATUS
           .

       APPLY-LEDGER-RECORD.
           IF ILR-KIND = "O"
               MOVE 0 TO BAL-COUNT
               MOVE "N" TO BAL-OVERFLOW
               MOVE "Y" TO SLOT-KNOWN
               EXIT PARAGRAPH
           END-IF
           IF ILR-PLACE = "M" OR ILR-QTY NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SLOT-KNOWN

           MOVE 0 TO BAL-FOUND-IDX
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-COUNT
               IF BAL-PLACE(BAL-IDX) = ILR-PLACE AND
                  BAL-NAME(BAL-IDX) = ILR-ITEM-NAME
                   MOVE BAL-IDX TO BAL-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BAL-FOUND-IDX = 0
               IF BAL-COUNT >= BAL-MAX
                   MOVE "Y" TO BAL-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BAL-COUNT
               MOVE BAL-COUNT TO BAL-FOUND-IDX
               MOVE ILR-PLACE TO BAL-PLACE(BAL-COUNT)
               MOVE ILR-ITEM-NAME TO BAL-NAME(BAL-COUNT)
               MOVE ILR-ITEM-ID TO BAL-ITEM-ID(BAL-COUNT)
               MOVE 0 TO BAL-QTY(BAL-COUNT)
               MOVE "N" TO BAL-MATCHED(BAL-COUNT)
           END-IF
           IF ILR-SIGN = "-"
               SUBTRACT ILR-QTY FROM BAL-QTY(BAL-FOUND-IDX)
           ELSE
               ADD ILR-QTY TO BAL-QTY(BAL-FOUND-IDX)
           END-IF
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               ITEM-LEDGER-FILE-PATH
           .

       END PROGRAM ITEM-LEDGER.
