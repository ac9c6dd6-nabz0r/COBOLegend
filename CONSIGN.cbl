      *****************************************************************
      * CONSIGN.CBL - Dépôt-vente chez le marchand de COBOLegend
      *
      * Alternative à la vente immédiate de SELL-ITEM: le joueur
      * confie un objet au marchand d'une ville à un prix demandé.
      * Chaque jour de jeu écoulé, le marchand peut le vendre, avec
      * une chance qui dépend du prix demandé rapporté à la valeur
      * de l'objet, de la classe de la ville (V/C/R, la clientèle du
      * Camp des Rebelles paie mieux que celle du Village) et de la
      * relation avec le marchand (GS-NPC-REL-TABLE, entrée 5, comme
      * dans MERCHANT-SYSTEM). Le produit, diminué de la commission,
      * attend au comptoir de la ville ou arrive par la boîte aux
      * lettres de l'auberge (lettre VDEP, encaissée à l'ouverture).
      * Un objet invendu se reprend à tout moment au comptoir.
      *
      * Les dépôts vivent dans COBOCONS.DAT, à côté de COBOSHOP.DAT:
      * un enregistrement par objet confié, clé emplacement +
      * ville. Le fichier est relu à chaque appel et réécrit en
      * entier, comme le livre de comptes de BANK-SYSTEM.
      *
      * Le règlement est paresseux, comme les intérêts bancaires:
      * les jours écoulés depuis le dernier passage sont tirés d'un
      * coup (30 au plus) quand le joueur passe à l'auberge ou à la
      * boutique. Délègue les mouvements d'objets à INVENTORY-SYSTEM
      * et consigne au livre des objets le lieu D (objets en dépôt).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGNMENT-SYSTEM.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGN-FILE ASSIGN TO DYNAMIC CONSIGN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSIGN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONSIGN-FILE
           LABEL RECORDS ARE STANDARD.
      *-----------------------------------------------------------------
      * Un objet confié: emplacement et ville du dépôt, état (E en
      * vente, V vendu et produit à retirer au comptoir), mode de
      * remise du produit (B boutique, C courrier), jours de dépôt,
      * du dernier tirage et de la vente, prix demandé et produit
      * net, puis la fiche de l'objet telle qu'elle a quitté le sac
      *-----------------------------------------------------------------
       01 CONSIGN-RECORD.
          05 CSR-SLOT                PIC X(8).
          05 CSR-TOWN-ID             PIC 9(3).
          05 CSR-TOWN-CLASS          PIC X(1).
          05 CSR-STATUS              PIC X(1).
          05 CSR-DELIVERY            PIC X(1).
          05 CSR-DEPOSIT-DAY         PIC 9(3).
          05 CSR-CHECKED-DAY         PIC 9(3).
          05 CSR-SOLD-DAY            PIC 9(3).
          05 CSR-ASKING              PIC 9(5).
          05 CSR-PROCEEDS            PIC 9(5).
          05 CSR-ITEM                PIC X(162).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="CONSIGNMENT-SYSTEM"==.
       01 CONSIGN-FILE-PATH          PIC X(80)  VALUE "COBOCONS.DAT".

       01 CONSIGN-FILE-STATUS        PIC X(2)   VALUE SPACES.
          88 CONSIGN-FILE-OK         VALUE "00".
       01 CONSIGN-FILE-AT-EOF        PIC X(1)   VALUE "N".
       01 CONSIGN-CHANGED            PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Dépôts relus de COBOCONS.DAT, tous emplacements confondus
      * (même disposition que CONSIGN-RECORD); une entrée à l'état
      * blanc est libre et n'est pas réécrite
      *-----------------------------------------------------------------
       01 CONSIGN-TABLE.
          05 CONSIGN-COUNT           PIC 9(2)   VALUE 0.
          05 CONSIGN-ENTRY OCCURS 40 TIMES.
             10 CSE-SLOT             PIC X(8).
             10 CSE-TOWN-ID          PIC 9(3).
             10 CSE-TOWN-CLASS       PIC X(1).
             10 CSE-STATUS           PIC X(1).
                88 CSE-FREE          VALUE SPACE.
                88 CSE-ON-SALE       VALUE "E".
                88 CSE-SOLD          VALUE "V".
             10 CSE-DELIVERY         PIC X(1).
                88 CSE-BY-MAIL       VALUE "C".
             10 CSE-DEPOSIT-DAY      PIC 9(3).
             10 CSE-CHECKED-DAY      PIC 9(3).
             10 CSE-SOLD-DAY         PIC 9(3).
             10 CSE-ASKING           PIC 9(5).
             10 CSE-PROCEEDS         PIC 9(5).
             10 CSE-ITEM.
                15 CSE-ITEM-ID       PIC 9(3).
                15 CSE-NAME          PIC X(20).
                15 CSE-DESC          PIC X(100).
                15 CSE-TYPE          PIC X(1).
                15 CSE-SLOT-TYPE     PIC X(10).
                15 CSE-VALUE         PIC 9(5).
                15 CSE-QTY           PIC 9(2).
                15 CSE-ATTACK        PIC S9(3).
                15 CSE-DEFENSE       PIC S9(3).
                15 CSE-HEAL          PIC 9(3).
                15 CSE-MANA          PIC 9(3).
                15 CSE-DURA-CUR      PIC 9(3).
                15 CSE-DURA-MAX      PIC 9(3).
                15 CSE-ESC           PIC S9(2).
                15 CSE-ELEMENT       PIC X(1).
       01 CSE-IDX                    PIC 9(2)   VALUE 0.
       01 CSE-FREE-IDX               PIC 9(2)   VALUE 0.
       01 CSE-PICK                   PIC 9(2)   VALUE 0.
       01 CSE-SHOWN                  PIC 9(2)   VALUE 0.
       01 CSE-ON-SALE-HERE           PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Règles du dépôt-vente: trois objets en vente au plus par
      * emplacement et par ville, trente jours tirés au plus par
      * règlement, commission selon la relation avec le marchand
      * (mêmes paliers que les prix de MERCHANT-SYSTEM)
      *-----------------------------------------------------------------
       01 CONSIGN-LIMIT-PER-TOWN     PIC 9(1)   VALUE 3.
       01 CONSIGN-MAX-DAYS           PIC 9(2)   VALUE 30.
       01 COMMISSION-RATE            PIC 9(2)   VALUE 15.
       01 COMMISSION-AMOUNT          PIC 9(5)   VALUE 0.
       01 CONSIGN-WORTH              PIC 9(7)   VALUE 0.
       01 CONSIGN-RATIO              PIC 9(7)   VALUE 0.
       01 CONSIGN-CHANCE             PIC S9(5)  VALUE 0.
       01 CONSIGN-CHANCE-SHOWN       PIC Z9.
       01 CONSIGN-ROLL-CLASS         PIC X(1)   VALUE 'V'.
       01 CONSIGN-ASKING             PIC 9(5)   VALUE 0.
       01 CONSIGN-DELIVERY-INPUT     PIC X(1)   VALUE SPACE.
       01 CONSIGN-COLLECTED          PIC 9(7)   VALUE 0.

      *-----------------------------------------------------------------
      * Relation avec le marchand, lue dans la table partagée
      * (entrée réservée 5, voir FIND-MERCHANT-STANDING dans
      * MERCHANT-SYSTEM); neutre tant qu'aucune entrée n'existe
      *-----------------------------------------------------------------
       01 MERCHANT-REL-DIALOG-ID     PIC 9(3)   VALUE 5.
       01 MERCHANT-REL-IDX           PIC 9(2)   VALUE 0.
       01 MERCHANT-STANDING          PIC 9(3)   VALUE 50.

       01 CONSIGN-MENU-CHOICE        PIC 9(1)   VALUE 0.
       01 CONSIGN-ACTIVE             PIC X(1)   VALUE "Y".
       01 INV-PICK                   PIC 9(2)   VALUE 0.
       01 INVENTORY-COUNT-BEFORE     PIC 9(2)   VALUE 0.
       01 GOLD-DISPLAY               PIC X(12)  VALUE SPACES.
       01 UTIL-OPERATION             PIC X(1)   VALUE SPACES.
       01 UTIL-NUMBER                PIC 9(9)   VALUE 0.
       01 UTIL-FORMATTED             PIC X(12)  VALUE SPACES.
       01 INVENTORY-OPERATION        PIC X(1)   VALUE SPACE.

      *-----------------------------------------------------------------
      * Dépôt d'une lettre dans la boîte de l'auberge (voir
      * GS-MAILBOX dans GAMESTATE.cpy et HANDLE-MAILBOX dans
      * MAIN-GAME); MAIL-POSTED dit si une place a été trouvée
      *-----------------------------------------------------------------
       01 MAIL-IDX                   PIC 9(2)   VALUE 0.
       01 MAIL-POST-TYPE             PIC X(4)   VALUE SPACES.
       01 MAIL-POST-DELAY            PIC 9(2)   VALUE 0.
       01 MAIL-POST-AMOUNT           PIC 9(5)   VALUE 0.
       01 MAIL-POSTED                PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Grand livre de l'or: produit des ventes retiré au comptoir
      * (voir GOLDLEDG.cpy)
      *-----------------------------------------------------------------
       01 LEDGER-OPERATION           PIC X(1)   VALUE 'W'.
       COPY "GOLDLEDG.cpy".

      *-----------------------------------------------------------------
      * Livre des objets: entrées et sorties du dépôt (lieu D),
      * pendant des mouvements du sac consignés par INVENTORY-SYSTEM
      * (voir ITEMLEDG.cpy)
      *-----------------------------------------------------------------
       01 ITEM-LEDGER-OP             PIC X(1)   VALUE 'W'.
       COPY "ITEMLEDG.cpy".

       LINKAGE SECTION.
       COPY "CONSIGN.cpy".
       COPY "PLAYER-CHAR.cpy".
       COPY "INVENTORY.cpy".
       COPY "ITEM-OP.cpy".
       COPY "GAMESTATE.cpy".

       PROCEDURE DIVISION USING CONSIGN-PARAMS, PLAYER-CHARACTER,
                                 PLAYER-INVENTORY, PLAYER-GOLD,
                                 PLAYER-EQUIPMENT, ITEM-OP-PARAMS,
                                 GAME-STATE-EXT.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           PERFORM LOAD-CONSIGNMENTS
           MOVE "N" TO CONSIGN-CHANGED
           MOVE 0 TO CSG-SALES-COUNT
           EVALUATE TRUE
               WHEN CSG-RUN-COUNTER
                   PERFORM FIND-MERCHANT-STANDING
                   PERFORM SETTLE-SLOT-CONSIGNMENTS
                   PERFORM RUN-CONSIGN-COUNTER
               WHEN CSG-DECLARE-HOLDINGS
                   PERFORM DECLARE-CONSIGNED-HOLDINGS
               WHEN CSG-DROP-SLOT
                   PERFORM DROP-SLOT-CONSIGNMENTS
               WHEN OTHER
                   PERFORM FIND-MERCHANT-STANDING
                   PERFORM SETTLE-SLOT-CONSIGNMENTS
           END-EVALUATE
           IF CONSIGN-CHANGED = "Y"
               PERFORM REWRITE-CONSIGNMENTS
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * Lecture de COBOCONS.DAT (absent = aucun dépôt)
      *-----------------------------------------------------------------
       LOAD-CONSIGNMENTS.
           MOVE 0 TO CONSIGN-COUNT
           OPEN INPUT CONSIGN-FILE
           MOVE "LOAD-CONSIGNMENTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CONSIGN-FILE-PATH, CONSIGN-FILE-STATUS
           IF NOT CONSIGN-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CONSIGN-FILE-AT-EOF
           PERFORM UNTIL CONSIGN-FILE-AT-EOF = "Y"
               READ CONSIGN-FILE
                   AT END
                       MOVE "Y" TO CONSIGN-FILE-AT-EOF
                   NOT AT END
                       IF CONSIGN-COUNT < 40
                          AND CSR-STATUS NOT = SPACE
                           ADD 1 TO CONSIGN-COUNT
                           MOVE CONSIGN-RECORD
                               TO CONSIGN-ENTRY(CONSIGN-COUNT)
                       END-IF
               END-READ
               MOVE "LOAD-CONSIGNMENTS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   CONSIGN-FILE-PATH, CONSIGN-FILE-STATUS
           END-PERFORM
           CLOSE CONSIGN-FILE
           MOVE "LOAD-CONSIGNMENTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CONSIGN-FILE-PATH, CONSIGN-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Réécriture complète de COBOCONS.DAT depuis la table (les
      * entrées libérées disparaissent)
      *-----------------------------------------------------------------
       REWRITE-CONSIGNMENTS.
           OPEN OUTPUT CONSIGN-FILE
           MOVE "REWRITE-CONSIGNMENTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CONSIGN-FILE-PATH, CONSIGN-FILE-STATUS
           IF NOT CONSIGN-FILE-OK
               DISPLAY "Impossible d'écrire le registre du "
                   & "dépôt-vente."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CONSIGN-COUNT
               IF NOT CSE-FREE(CSE-IDX)
                   MOVE CONSIGN-ENTRY(CSE-IDX) TO CONSIGN-RECORD
                   WRITE CONSIGN-RECORD
                   MOVE "REWRITE-CONSIGNMENTS" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       CONSIGN-FILE-PATH, CONSIGN-FILE-STATUS
               END-IF
           END-PERFORM
           CLOSE CONSIGN-FILE
           MOVE "REWRITE-CONSIGNMENTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CONSIGN-FILE-PATH, CONSIGN-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Relation avec le marchand (lecture seule: le dépôt-vente ne
      * la fait pas progresser, seuls les achats le font)
      *-----------------------------------------------------------------
       FIND-MERCHANT-STANDING.
           MOVE 50 TO MERCHANT-STANDING
           PERFORM VARYING MERCHANT-REL-IDX FROM 1 BY 1
                   UNTIL MERCHANT-REL-IDX > 10
               IF GS-REL-DIALOG-ID(MERCHANT-REL-IDX) =
                      MERCHANT-REL-DIALOG-ID
                   MOVE GS-REL-SCORE(MERCHANT-REL-IDX)
                       TO MERCHANT-STANDING
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN MERCHANT-STANDING > 70
                   MOVE 10 TO COMMISSION-RATE
               WHEN MERCHANT-STANDING < 30
                   MOVE 20 TO COMMISSION-RATE
               WHEN OTHER
                   MOVE 15 TO COMMISSION-RATE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Chance quotidienne de vente (en %) d'un objet de valeur
      * totale CONSIGN-WORTH demandé CONSIGN-ASKING dans une ville
      * de classe CONSIGN-ROLL-CLASS: 50% au prix de la valeur, un
      * point de moins par tranche de 2% demandés au-delà (un de
      * plus en deçà), -10 au Village, +10 au Camp des Rebelles, et
      * (relation - 50) / 5; bornée à 1..95
      *-----------------------------------------------------------------
       COMPUTE-SALE-CHANCE.
           IF CONSIGN-WORTH = 0
               MOVE 1 TO CONSIGN-WORTH
           END-IF
           COMPUTE CONSIGN-RATIO =
               CONSIGN-ASKING * 100 / CONSIGN-WORTH
           IF CONSIGN-RATIO > 9999
               MOVE 9999 TO CONSIGN-RATIO
           END-IF
           COMPUTE CONSIGN-CHANCE = 100 - CONSIGN-RATIO / 2
           EVALUATE CONSIGN-ROLL-CLASS
               WHEN "V"
                   SUBTRACT 10 FROM CONSIGN-CHANCE
               WHEN "R"
                   ADD 10 TO CONSIGN-CHANCE
           END-EVALUATE
           COMPUTE CONSIGN-CHANCE = CONSIGN-CHANCE
               + (MERCHANT-STANDING - 50) / 5
           IF CONSIGN-CHANCE < 1
               MOVE 1 TO CONSIGN-CHANCE
           END-IF
           IF CONSIGN-CHANCE > 95
               MOVE 95 TO CONSIGN-CHANCE
           END-IF
           MOVE CONSIGN-CHANCE TO CONSIGN-CHANCE-SHOWN
           .

      *-----------------------------------------------------------------
      * Règlement des jours écoulés pour les objets en vente de
      * l'emplacement, dans toutes les villes (opérations 'S' et 'M')
      *-----------------------------------------------------------------
       SETTLE-SLOT-CONSIGNMENTS.
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CONSIGN-COUNT
               IF CSE-SLOT(CSE-IDX) = GS-SAVE-SLOT
                  AND CSE-ON-SALE(CSE-IDX)
                  AND CSE-CHECKED-DAY(CSE-IDX) < GS-GAME-DAY
                   PERFORM SETTLE-ONE-CONSIGNMENT
               END-IF
           END-PERFORM
           .

       SETTLE-ONE-CONSIGNMENT.
           MOVE "Y" TO CONSIGN-CHANGED
           COMPUTE CONSIGN-WORTH =
               CSE-VALUE(CSE-IDX) * CSE-QTY(CSE-IDX)
           MOVE CSE-ASKING(CSE-IDX) TO CONSIGN-ASKING
           MOVE CSE-TOWN-CLASS(CSE-IDX) TO CONSIGN-ROLL-CLASS
           PERFORM COMPUTE-SALE-CHANCE

           IF GS-GAME-DAY - CSE-CHECKED-DAY(CSE-IDX)
                  > CONSIGN-MAX-DAYS
               COMPUTE CSE-CHECKED-DAY(CSE-IDX) =
                   GS-GAME-DAY - CONSIGN-MAX-DAYS
           END-IF
           PERFORM UNTIL CSE-CHECKED-DAY(CSE-IDX) >= GS-GAME-DAY
                      OR NOT CSE-ON-SALE(CSE-IDX)
               ADD 1 TO CSE-CHECKED-DAY(CSE-IDX)
               MOVE "N" TO UTIL-OPERATION
               MOVE 100 TO UTIL-NUMBER
               CALL "UTILITIES" USING UTIL-OPERATION, UTIL-NUMBER,
                   UTIL-FORMATTED
               IF UTIL-NUMBER <= CONSIGN-CHANCE
                   PERFORM RECORD-CONSIGNMENT-SALE
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Vente conclue de l'entrée CSE-IDX le jour CSE-CHECKED-DAY:
      * l'objet quitte le dépôt, le produit net attend au comptoir
      * ou part par le courrier du lendemain (boîte pleine: il
      * reste au comptoir)
      *-----------------------------------------------------------------
       RECORD-CONSIGNMENT-SALE.
           COMPUTE COMMISSION-AMOUNT =
               CSE-ASKING(CSE-IDX) * COMMISSION-RATE / 100
           COMPUTE CSE-PROCEEDS(CSE-IDX) =
               CSE-ASKING(CSE-IDX) - COMMISSION-AMOUNT
           MOVE CSE-CHECKED-DAY(CSE-IDX) TO CSE-SOLD-DAY(CSE-IDX)
           MOVE "V" TO CSE-STATUS(CSE-IDX)
           ADD 1 TO CSG-SALES-COUNT

           MOVE "VDEP" TO ILG-SOURCE
           COMPUTE ILG-DELTA = 0 - CSE-QTY(CSE-IDX)
           PERFORM WRITE-CONSIGN-ITEM-LEDGER

           MOVE CSE-PROCEEDS(CSE-IDX) TO UTIL-NUMBER
           PERFORM FORMAT-GOLD-FOR-DISPLAY
           DISPLAY "Dépôt-vente: " FUNCTION TRIM(CSE-NAME(CSE-IDX))
               " vendu le jour " CSE-SOLD-DAY(CSE-IDX) " (net "
               FUNCTION TRIM(GOLD-DISPLAY) " or, commission "
               COMMISSION-RATE "% déduite)."

           IF CSE-BY-MAIL(CSE-IDX)
               MOVE "VDEP" TO MAIL-POST-TYPE
               MOVE CSE-PROCEEDS(CSE-IDX) TO MAIL-POST-AMOUNT
               PERFORM POST-MAIL-LETTER
               IF MAIL-POSTED = "Y"
                   COMPUTE GS-MAIL-DUE-DAY(MAIL-IDX) =
                       CSE-SOLD-DAY(CSE-IDX) + 1
                   DISPLAY "  Le produit suit par le courrier de "
                       & "l'auberge."
                   MOVE SPACE TO CSE-STATUS(CSE-IDX)
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "  Boîte aux lettres pleine: le produit "
                   & "vous attend au comptoir où l'objet était en "
                   & "dépôt."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Le produit vous attend au comptoir où l'objet "
               & "était en dépôt."
           .

      *-----------------------------------------------------------------
      * Comptoir du dépôt-vente de la ville CSG-TOWN-ID (opération
      * 'M', depuis la boutique)
      *-----------------------------------------------------------------
       RUN-CONSIGN-COUNTER.
           MOVE "Y" TO CONSIGN-ACTIVE
           DISPLAY SPACE
           DISPLAY "=== DÉPÔT-VENTE DU MARCHAND PIXEL ==="
           DISPLAY "Confiez-moi un objet et votre prix: je le "
               & "propose à ma clientèle"
           DISPLAY "chaque jour, contre une commission de "
               COMMISSION-RATE "% sur la vente."
           PERFORM UNTIL CONSIGN-ACTIVE = "N"
               PERFORM DISPLAY-CONSIGN-MENU
               PERFORM PROCESS-CONSIGN-CHOICE
           END-PERFORM
           .

       DISPLAY-CONSIGN-MENU.
           DISPLAY SPACE
           DISPLAY "-- VOS DÉPÔTS DANS CETTE VILLE --"
           MOVE 0 TO CSE-SHOWN
           MOVE 0 TO CSE-ON-SALE-HERE
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CONSIGN-COUNT
               IF CSE-SLOT(CSE-IDX) = GS-SAVE-SLOT
                  AND CSE-TOWN-ID(CSE-IDX) = CSG-TOWN-ID
                  AND NOT CSE-FREE(CSE-IDX)
                   ADD 1 TO CSE-SHOWN
                   PERFORM DISPLAY-ONE-CONSIGNMENT
               END-IF
           END-PERFORM
           IF CSE-SHOWN = 0
               DISPLAY "(aucun objet en dépôt)"
           END-IF
           DISPLAY SPACE
           DISPLAY "1. Confier un objet"
           DISPLAY "2. Reprendre un objet invendu"
           DISPLAY "3. Retirer le produit des ventes"
           DISPLAY "4. Retour à la boutique"
           DISPLAY "Votre choix: " WITH NO ADVANCING
           ACCEPT CONSIGN-MENU-CHOICE
           .

       DISPLAY-ONE-CONSIGNMENT.
           IF CSE-ON-SALE(CSE-IDX)
               ADD 1 TO CSE-ON-SALE-HERE
               COMPUTE CONSIGN-WORTH =
                   CSE-VALUE(CSE-IDX) * CSE-QTY(CSE-IDX)
               MOVE CSE-ASKING(CSE-IDX) TO CONSIGN-ASKING
               MOVE CSE-TOWN-CLASS(CSE-IDX) TO CONSIGN-ROLL-CLASS
               PERFORM COMPUTE-SALE-CHANCE
               MOVE CSE-ASKING(CSE-IDX) TO UTIL-NUMBER
               PERFORM FORMAT-GOLD-FOR-DISPLAY
               DISPLAY CSE-IDX ". " CSE-NAME(CSE-IDX)
                   " x" CSE-QTY(CSE-IDX) " - " GOLD-DISPLAY
                   " or, en vente depuis le jour "
                   CSE-DEPOSIT-DAY(CSE-IDX) " ("
                   CONSIGN-CHANCE-SHOWN "%/jour)"
           ELSE
               MOVE CSE-PROCEEDS(CSE-IDX) TO UTIL-NUMBER
               PERFORM FORMAT-GOLD-FOR-DISPLAY
               DISPLAY CSE-IDX ". " CSE-NAME(CSE-IDX)
                   " x" CSE-QTY(CSE-IDX) " - VENDU le jour "
                   CSE-SOLD-DAY(CSE-IDX) ", "
                   FUNCTION TRIM(GOLD-DISPLAY) " or à retirer"
           END-IF
           .

       PROCESS-CONSIGN-CHOICE.
           EVALUATE CONSIGN-MENU-CHOICE
               WHEN 1
                   PERFORM CONSIGN-AN-ITEM
               WHEN 2
                   PERFORM RECLAIM-CONSIGNED-ITEM
               WHEN 3
                   PERFORM COLLECT-CONSIGN-PROCEEDS
               WHEN 4
                   MOVE "N" TO CONSIGN-ACTIVE
               WHEN OTHER
                   DISPLAY "Choix non reconnu."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Dépôt d'un objet du sac au prix demandé par le joueur (les
      * objets équipés, de quête ou non identifiés restent au sac)
      *-----------------------------------------------------------------
       CONSIGN-AN-ITEM.
           IF CSE-ON-SALE-HERE >= CONSIGN-LIMIT-PER-TOWN
               DISPLAY "Le marchand a déjà " CONSIGN-LIMIT-PER-TOWN
                   " de vos objets en rayon ici."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CSE-FREE-IDX
           PERFORM VARYING CSE-IDX FROM 1 BY 1 UNTIL CSE-IDX > 40
               IF CSE-IDX > CONSIGN-COUNT OR CSE-FREE(CSE-IDX)
                   MOVE CSE-IDX TO CSE-FREE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CSE-FREE-IDX = 0
               DISPLAY "Le registre du dépôt-vente est complet."
               EXIT PARAGRAPH
           END-IF

           IF INVENTORY-COUNT = 0
               DISPLAY "Votre inventaire est vide."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INVENTORY-COUNT
               MOVE ITEM-VALUE(INV-IDX) TO UTIL-NUMBER
               PERFORM FORMAT-GOLD-FOR-DISPLAY
               DISPLAY INV-IDX ". " ITEM-NAME(INV-IDX)
                   " x" ITEM-QUANTITY(INV-IDX) " - " GOLD-DISPLAY
                   " or" WITH NO ADVANCING
               IF IS-EQUIPPED(INV-IDX)
                   DISPLAY " [équipé]"
               ELSE
                   DISPLAY SPACE
               END-IF
           END-PERFORM
           DISPLAY "Objet à confier (0 pour annuler): "
               WITH NO ADVANCING
           ACCEPT INV-PICK

           IF INV-PICK = 0 OR INV-PICK > INVENTORY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF IS-EQUIPPED(INV-PICK)
               DISPLAY "Déséquipez d'abord cet objet."
               EXIT PARAGRAPH
           END-IF
           IF ITEM-QUEST(INV-PICK)
               DISPLAY "Les objets de quête ne se vendent pas."
               EXIT PARAGRAPH
           END-IF
           IF ITEM-IDENTIFIED(INV-PICK) = "N"
               DISPLAY "Le marchand ne met pas en rayon un objet "
                   & "non identifié."
               EXIT PARAGRAPH
           END-IF

           COMPUTE CONSIGN-WORTH =
               ITEM-VALUE(INV-PICK) * ITEM-QUANTITY(INV-PICK)
           MOVE CONSIGN-WORTH TO UTIL-NUMBER
           PERFORM FORMAT-GOLD-FOR-DISPLAY
           DISPLAY "Valeur estimée: " FUNCTION TRIM(GOLD-DISPLAY)
               " or. Prix demandé (0 pour annuler): "
               WITH NO ADVANCING
           ACCEPT CONSIGN-ASKING
           IF CONSIGN-ASKING = 0
               EXIT PARAGRAPH
           END-IF

           MOVE CSG-TOWN-CLASS TO CONSIGN-ROLL-CLASS
           PERFORM COMPUTE-SALE-CHANCE
           DISPLAY "Le marchand estime ses chances à "
               CONSIGN-CHANCE-SHOWN "% par jour."
           DISPLAY "Produit retiré en (B)outique ou envoyé par "
               & "(C)ourrier ? " WITH NO ADVANCING
           ACCEPT CONSIGN-DELIVERY-INPUT

           MOVE CSE-FREE-IDX TO CSE-IDX
           INITIALIZE CONSIGN-ENTRY(CSE-IDX)
           MOVE GS-SAVE-SLOT TO CSE-SLOT(CSE-IDX)
           MOVE CSG-TOWN-ID TO CSE-TOWN-ID(CSE-IDX)
           MOVE CSG-TOWN-CLASS TO CSE-TOWN-CLASS(CSE-IDX)
           MOVE "E" TO CSE-STATUS(CSE-IDX)
           IF CONSIGN-DELIVERY-INPUT = "C" OR "c"
               MOVE "C" TO CSE-DELIVERY(CSE-IDX)
           ELSE
               MOVE "B" TO CSE-DELIVERY(CSE-IDX)
           END-IF
           MOVE GS-GAME-DAY TO CSE-DEPOSIT-DAY(CSE-IDX)
           MOVE GS-GAME-DAY TO CSE-CHECKED-DAY(CSE-IDX)
           MOVE CONSIGN-ASKING TO CSE-ASKING(CSE-IDX)
           MOVE ITEM-ID(INV-PICK) TO CSE-ITEM-ID(CSE-IDX)
           MOVE ITEM-NAME(INV-PICK) TO CSE-NAME(CSE-IDX)
           MOVE ITEM-DESC(INV-PICK) TO CSE-DESC(CSE-IDX)
           MOVE ITEM-TYPE(INV-PICK) TO CSE-TYPE(CSE-IDX)
           MOVE ITEM-SLOT-TYPE(INV-PICK) TO CSE-SLOT-TYPE(CSE-IDX)
           MOVE ITEM-VALUE(INV-PICK) TO CSE-VALUE(CSE-IDX)
           MOVE ITEM-QUANTITY(INV-PICK) TO CSE-QTY(CSE-IDX)
           MOVE ITEM-ATTACK(INV-PICK) TO CSE-ATTACK(CSE-IDX)
           MOVE ITEM-DEFENSE(INV-PICK) TO CSE-DEFENSE(CSE-IDX)
           MOVE ITEM-HEAL(INV-PICK) TO CSE-HEAL(CSE-IDX)
           MOVE ITEM-MANA(INV-PICK) TO CSE-MANA(CSE-IDX)
           MOVE ITEM-DURABILITY-CUR(INV-PICK) TO CSE-DURA-CUR(CSE-IDX)
           MOVE ITEM-DURABILITY-MAX(INV-PICK) TO CSE-DURA-MAX(CSE-IDX)
           MOVE ITEM-ESCAPE-BONUS(INV-PICK) TO CSE-ESC(CSE-IDX)
           MOVE ITEM-ELEMENT(INV-PICK) TO CSE-ELEMENT(CSE-IDX)
           IF CSE-IDX > CONSIGN-COUNT
               MOVE CSE-IDX TO CONSIGN-COUNT
           END-IF

           MOVE INV-PICK TO OP-ITEM-INDEX
           MOVE "DEPV" TO OP-ITEM-SOURCE
           MOVE 'R' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS

           MOVE "DEPV" TO ILG-SOURCE
           MOVE CSE-QTY(CSE-IDX) TO ILG-DELTA
           PERFORM WRITE-CONSIGN-ITEM-LEDGER
           MOVE "Y" TO CONSIGN-CHANGED

           DISPLAY FUNCTION TRIM(CSE-NAME(CSE-IDX))
               " est en rayon chez le marchand."
           .

      *-----------------------------------------------------------------
      * Reprise d'un objet invendu: il revient au sac tel qu'il a
      * été confié (usure comprise)
      *-----------------------------------------------------------------
       RECLAIM-CONSIGNED-ITEM.
           DISPLAY "Objet à reprendre (numéro, 0 pour annuler): "
               WITH NO ADVANCING
           ACCEPT CSE-PICK
           IF CSE-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF CSE-PICK > CONSIGN-COUNT
               DISPLAY "Cet objet n'existe pas."
               EXIT PARAGRAPH
           END-IF
           IF CSE-SLOT(CSE-PICK) NOT = GS-SAVE-SLOT
              OR CSE-TOWN-ID(CSE-PICK) NOT = CSG-TOWN-ID
              OR NOT CSE-ON-SALE(CSE-PICK)
               DISPLAY "Le marchand n'a rien de tel en rayon pour "
                   & "vous."
               EXIT PARAGRAPH
           END-IF

           MOVE CSE-ITEM-ID(CSE-PICK) TO OP-ITEM-ID
           MOVE CSE-NAME(CSE-PICK) TO OP-ITEM-NAME
           MOVE CSE-DESC(CSE-PICK) TO OP-ITEM-DESC
           MOVE CSE-TYPE(CSE-PICK) TO OP-ITEM-TYPE
           MOVE CSE-SLOT-TYPE(CSE-PICK) TO OP-ITEM-SLOT-TYPE
           MOVE CSE-VALUE(CSE-PICK) TO OP-ITEM-VALUE
           MOVE CSE-QTY(CSE-PICK) TO OP-ITEM-QUANTITY
           MOVE CSE-ATTACK(CSE-PICK) TO OP-ITEM-ATTACK
           MOVE CSE-DEFENSE(CSE-PICK) TO OP-ITEM-DEFENSE
           MOVE CSE-HEAL(CSE-PICK) TO OP-ITEM-HEAL
           MOVE CSE-MANA(CSE-PICK) TO OP-ITEM-MANA
           MOVE CSE-DURA-MAX(CSE-PICK) TO OP-ITEM-DURABILITY-MAX
           MOVE CSE-ESC(CSE-PICK) TO OP-ITEM-ESCAPE-BONUS
           MOVE CSE-ELEMENT(CSE-PICK) TO OP-ITEM-ELEMENT
           MOVE INVENTORY-COUNT TO INVENTORY-COUNT-BEFORE
           MOVE "DEPR" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS
           IF OP-WAS-ADDED = "N"
               DISPLAY "Votre inventaire est plein: l'objet reste"
               DISPLAY "en rayon."
               EXIT PARAGRAPH
           END-IF

      *    Nouvelle case: l'usure au moment du dépôt remplace la
      *    durabilité neuve posée à l'ajout
           IF INVENTORY-COUNT > INVENTORY-COUNT-BEFORE
               MOVE CSE-DURA-CUR(CSE-PICK)
                   TO ITEM-DURABILITY-CUR(INVENTORY-COUNT)
           END-IF

           MOVE CSE-PICK TO CSE-IDX
           MOVE "DEPR" TO ILG-SOURCE
           COMPUTE ILG-DELTA = 0 - CSE-QTY(CSE-IDX)
           PERFORM WRITE-CONSIGN-ITEM-LEDGER
           DISPLAY FUNCTION TRIM(CSE-NAME(CSE-IDX))
               " retourne dans votre sac."
           MOVE SPACE TO CSE-STATUS(CSE-IDX)
           MOVE "Y" TO CONSIGN-CHANGED
           .

      *-----------------------------------------------------------------
      * Retrait au comptoir du produit net des ventes conclues dans
      * cette ville
      *-----------------------------------------------------------------
       COLLECT-CONSIGN-PROCEEDS.
           MOVE 0 TO CONSIGN-COLLECTED
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CONSIGN-COUNT
               IF CSE-SLOT(CSE-IDX) = GS-SAVE-SLOT
                  AND CSE-TOWN-ID(CSE-IDX) = CSG-TOWN-ID
                  AND CSE-SOLD(CSE-IDX)
                  AND PLAYER-GOLD + CONSIGN-COLLECTED
                      + CSE-PROCEEDS(CSE-IDX) <= 999999
                   ADD CSE-PROCEEDS(CSE-IDX) TO CONSIGN-COLLECTED
                   MOVE SPACE TO CSE-STATUS(CSE-IDX)
               END-IF
           END-PERFORM
           IF CONSIGN-COLLECTED = 0
               DISPLAY "Rien à retirer pour l'instant."
               EXIT PARAGRAPH
           END-IF

           ADD CONSIGN-COLLECTED TO PLAYER-GOLD
           MOVE CONSIGN-COLLECTED TO UTIL-NUMBER
           PERFORM FORMAT-GOLD-FOR-DISPLAY
           DISPLAY "Vous retirez " FUNCTION TRIM(GOLD-DISPLAY)
               " or de vos ventes en dépôt."
           MOVE "VDEP" TO LGR-SOURCE
           MOVE CONSIGN-COLLECTED TO LGR-DELTA
           PERFORM WRITE-GOLD-LEDGER
           MOVE "Y" TO CONSIGN-CHANGED
           .

      *-----------------------------------------------------------------
      * Objets en vente de l'emplacement GS-SAVE-SLOT déclarés au
      * livre des objets (opération 'V', appelée par le
      * rapprochement de la sauvegarde comme le coffre de la banque)
      *-----------------------------------------------------------------
       DECLARE-CONSIGNED-HOLDINGS.
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CONSIGN-COUNT
               IF CSE-SLOT(CSE-IDX) = GS-SAVE-SLOT
                  AND CSE-ON-SALE(CSE-IDX)
                   MOVE GS-SAVE-SLOT TO ILG-SLOT
                   MOVE GS-GAME-DAY TO ILG-DAY
                   MOVE "D" TO ILG-PLACE
                   MOVE CSE-QTY(CSE-IDX) TO ILG-DELTA
                   MOVE CSE-ITEM-ID(CSE-IDX) TO ILG-ITEM-ID
                   MOVE CSE-NAME(CSE-IDX) TO ILG-ITEM-NAME
                   MOVE 'H' TO ITEM-LEDGER-OP
                   CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP,
                       ITEM-LEDGER-FIELDS
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Suppression des dépôts de l'emplacement GS-SAVE-SLOT
      * (opération 'D', appelée quand un emplacement est effacé ou
      * qu'un héros Ironman tombe): les dépôts des autres
      * emplacements sont conservés
      *-----------------------------------------------------------------
       DROP-SLOT-CONSIGNMENTS.
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CONSIGN-COUNT
               IF CSE-SLOT(CSE-IDX) = GS-SAVE-SLOT
                   MOVE SPACE TO CSE-STATUS(CSE-IDX)
                   MOVE "Y" TO CONSIGN-CHANGED
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Consignation au livre des objets d'un mouvement du dépôt sur
      * l'entrée CSE-IDX (ILG-SOURCE et ILG-DELTA posés par
      * l'appelant)
      *-----------------------------------------------------------------
       WRITE-CONSIGN-ITEM-LEDGER.
           MOVE GS-SAVE-SLOT TO ILG-SLOT
           MOVE GS-GAME-DAY TO ILG-DAY
           MOVE "D" TO ILG-PLACE
           MOVE CSE-ITEM-ID(CSE-IDX) TO ILG-ITEM-ID
           MOVE CSE-NAME(CSE-IDX) TO ILG-ITEM-NAME
           MOVE 'W' TO ITEM-LEDGER-OP
           CALL "ITEM-LEDGER" USING ITEM-LEDGER-OP, ITEM-LEDGER-FIELDS
           .

      *-----------------------------------------------------------------
      * Consignation d'un mouvement d'or au grand livre (LGR-SOURCE
      * et LGR-DELTA posés par l'appelant, solde = bourse actuelle)
      *-----------------------------------------------------------------
       WRITE-GOLD-LEDGER.
           MOVE GS-SAVE-SLOT TO LGR-SLOT
           MOVE GS-GAME-DAY TO LGR-DAY
           MOVE PLAYER-GOLD TO LGR-BALANCE
           MOVE 'W' TO LEDGER-OPERATION
           CALL "GOLD-LEDGER" USING LEDGER-OPERATION, LEDGER-FIELDS
           .

      *-----------------------------------------------------------------
      * Formatage d'un montant d'or avec séparateurs de milliers,
      * délégué à UTILITIES
      *-----------------------------------------------------------------
       FORMAT-GOLD-FOR-DISPLAY.
           MOVE "F" TO UTIL-OPERATION
           CALL "UTILITIES" USING UTIL-OPERATION, UTIL-NUMBER,
               UTIL-FORMATTED
           MOVE UTIL-FORMATTED TO GOLD-DISPLAY
           .

      *-----------------------------------------------------------------
      * Dépose une lettre dans un emplacement libre de la boîte
      * (MAIL-POST-TYPE/AMOUNT posés par l'appelant, jour de
      * distribution fixé ensuite sur GS-MAIL(MAIL-IDX)); boîte
      * pleine = MAIL-POSTED reste à "N"
      *-----------------------------------------------------------------
       POST-MAIL-LETTER.
           MOVE "N" TO MAIL-POSTED
           PERFORM VARYING MAIL-IDX FROM 1 BY 1 UNTIL MAIL-IDX > 8
               IF GS-MAIL-TYPE(MAIL-IDX) = SPACES
                   MOVE MAIL-POST-TYPE TO GS-MAIL-TYPE(MAIL-IDX)
                   COMPUTE GS-MAIL-DUE-DAY(MAIL-IDX) =
                       GS-GAME-DAY + MAIL-POST-DELAY
                   MOVE "N" TO GS-MAIL-READ(MAIL-IDX)
                   MOVE MAIL-POST-AMOUNT TO GS-MAIL-AMOUNT(MAIL-IDX)
                   MOVE "Y" TO MAIL-POSTED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               CONSIGN-FILE-PATH
           .

       END PROGRAM CONSIGNMENT-SYSTEM.
