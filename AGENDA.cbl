      *****************************************************************
      * AGENDA.CBL - Tableau des affaires en cours
      *
      * Rassemble sur un seul écran tout ce qui attend le joueur,
      * avec son échéance en jour de jeu et le service de ville qui
      * s'en charge, classé par échéance:
      *   courrier arrivé ou en route (GS-MAILBOX)
      *   travaux JCL terminés ou en file (COBOJOBS.DAT)
      *   emprunt bancaire en cours (COBOBANK.DAT, BANKACCT.cpy)
      *   prime prête à encaisser ou contrat en cours (GS-BOUNTY)
      *   commandes d'artisans acceptées (GS-COMMISSIONS)
      *   pension d'écurie due depuis GS-MOUNT-FEE-DAY
      *   étals regarnis, ruptures et objets à racheter dans la
      *   boutique de la ville (COBOSHOP.DAT, SHOPSTATE.cpy)
      *   siège en cours (GS-SIEGE)
      *   quêtes à délai (QUEST-FAIL-TURNS), escorte, expédition du
      *   compagnon, défis du jour et de la semaine
      * Appelé par MAIN-GAME à l'arrivée dans une ville (opération
      * 'A', rien n'est affiché s'il n'y a aucune affaire) et sur la
      * commande @ (opération 'D'), voir AGENDA.cpy. Lecture seule:
      * les fichiers des services sont relus tels quels, sans rien
      * régler ni réécrire; chaque service reste seul maître de ses
      * échéances.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-SYSTEM.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO DYNAMIC BANK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT JOB-LIBRARY-FILE
               ASSIGN TO DYNAMIC JOB-LIBRARY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-FILE-STATUS.
           SELECT SHOP-STATE-FILE ASSIGN TO DYNAMIC SHOP-STATE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01 BANK-FILE-RECORD           PIC X(2000).

      *-----------------------------------------------------------------
      * Bibliothèque de jobs de JCL-CRAFTING: seuls les
      * enregistrements 'Q' (file des travaux) sont lus ici
      *-----------------------------------------------------------------
       FD JOB-LIBRARY-FILE
           LABEL RECORDS ARE STANDARD.
       01 JOB-LIBRARY-RECORD.
          05 JOB-REC-TYPE            PIC X(1).
          05 JOB-REC-DATA            PIC X(50).

       FD SHOP-STATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SHOPSTATE.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="AGENDA-SYSTEM"==.
       01 BANK-FILE-PATH             PIC X(80)  VALUE "COBOBANK.DAT".
       01 JOB-LIBRARY-FILE-PATH      PIC X(80)  VALUE "COBOJOBS.DAT".
       01 SHOP-STATE-FILE-PATH       PIC X(80)  VALUE "COBOSHOP.DAT".
       01 BANK-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 BANK-FILE-OK            VALUE "00".
       01 JOB-FILE-STATUS            PIC X(2)   VALUE SPACES.
          88 JOB-FILE-OK             VALUE "00".
       01 SHOP-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 SHOP-FILE-OK            VALUE "00".
       01 FILE-AT-EOF                PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Compte de l'emplacement courant à la banque (corps de son
      * enregistrement dans COBOBANK.DAT)
      *-----------------------------------------------------------------
       COPY "BANKACCT.cpy".
       01 BANK-ACCOUNT-FOUND         PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Affaires relevées, tenues classées par échéance (999 = sans
      * échéance, en fin de liste); "!" marque une échéance proche
      * ou dépassée qui coûte quelque chose au joueur
      *-----------------------------------------------------------------
       01 AGENDA-TABLE.
          05 AGENDA-COUNT            PIC 9(2)   VALUE 0.
          05 AGENDA-ENTRY OCCURS 24 TIMES.
             10 AGE-DUE-DAY          PIC 9(3).
             10 AGE-URGENT           PIC X(1).
             10 AGE-SERVICE          PIC X(18).
             10 AGE-TEXT             PIC X(46).
       01 AGENDA-IDX                 PIC 9(2)   VALUE 0.
       01 AGENDA-SLOT                PIC 9(2)   VALUE 0.
       01 NEW-ENTRY.
          05 NEW-DUE-DAY             PIC 9(3)   VALUE 0.
          05 NEW-URGENT              PIC X(1)   VALUE SPACE.
          05 NEW-SERVICE             PIC X(18)  VALUE SPACES.
          05 NEW-TEXT                PIC X(46)  VALUE SPACES.
       01 NO-DUE-DAY                 PIC 9(3)   VALUE 999.
       01 DUE-LABEL                  PIC X(8)   VALUE SPACES.

      *-----------------------------------------------------------------
      * Ville de référence pour la boutique: la case courante si
      * c'est une ville, sinon la dernière ville visitée
      *-----------------------------------------------------------------
       01 TOWN-X                     PIC 9(2)   VALUE 0.
       01 TOWN-Y                     PIC 9(2)   VALUE 0.
       01 TOWN-NAME                  PIC X(25)  VALUE SPACES.
       01 SHOP-CLASS                 PIC X(1)   VALUE SPACE.
       01 SHOP-RECORD-FOUND          PIC X(1)   VALUE "N".
       01 SHOP-ITEM-IDX              PIC 9(2)   VALUE 0.
       01 SOLD-OUT-COUNT             PIC 9(2)   VALUE 0.
       01 BUYBACK-COUNT              PIC 9(2)   VALUE 0.
       01 SOLD-IDX                   PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * File des travaux JCL: terminés (à collecter) et en cours,
      * avec l'échéance du prochain à sortir
      *-----------------------------------------------------------------
       01 JOBS-READY                 PIC 9(2)   VALUE 0.
       01 JOBS-RUNNING               PIC 9(2)   VALUE 0.
       01 JOB-READY-DAY              PIC 9(3)   VALUE 0.
       01 JOB-READY-HOUR             PIC 9(2)   VALUE 0.
       01 JOB-FIRST-READY-DAY        PIC 9(3)   VALUE 0.
       01 JOB-NEXT-DAY               PIC 9(3)   VALUE 0.
       01 JOB-NEXT-HOUR              PIC 9(2)   VALUE 0.

       01 MAIL-IDX                   PIC 9(1)   VALUE 0.
       01 CMS-IDX                    PIC 9(1)   VALUE 0.
       01 CMS-RANK-WANTED            PIC 9(1)   VALUE 0.
       01 CMS-RANK-MADE              PIC 9(1)   VALUE 0.
       01 GRADE-CODE                 PIC X(1)   VALUE SPACE.
       01 GRADE-RANK                 PIC 9(1)   VALUE 0.
       01 BOUNTY-HELD                PIC 9(3)   VALUE 0.
       01 LOAN-DAYS-LEFT             PIC S9(4)  VALUE 0.
       01 LOAN-REPAY-COST            PIC 9(7)   VALUE 0.
       01 STABLE-FEE-DUE             PIC 9(5)   VALUE 0.
       01 QUEST-DUE-DAY              PIC 9(4)   VALUE 0.
       01 WEEK-END-DAY               PIC 9(4)   VALUE 0.
       01 SHOWN-AMOUNT               PIC Z(6)9.
       01 SHOWN-COUNT                PIC Z(2)9.
       01 SHOWN-TARGET               PIC Z(2)9.
       01 SHOWN-DAY                  PIC 9(3).
       01 SHOWN-HOUR                 PIC 9(2).

       LINKAGE SECTION.
       COPY "AGENDA.cpy".
       COPY "QUEST.cpy".
       COPY "INVENTORY.cpy".
       COPY "WORLD.cpy".
       COPY "GAMESTATE.cpy".

       PROCEDURE DIVISION USING AGENDA-PARAMS, QUEST-TABLE,
                                 PLAYER-INVENTORY, WORLD-MAP,
                                 PLAYER-POSITION, GAME-STATE-EXT.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           MOVE 0 TO AGENDA-COUNT
           MOVE 0 TO AGD-URGENT-COUNT
           PERFORM SET-REFERENCE-TOWN

           PERFORM COLLECT-SIEGE
           PERFORM COLLECT-BANK-LOAN
           PERFORM COLLECT-COMMISSIONS
           PERFORM COLLECT-TIMED-QUESTS
           PERFORM COLLECT-ESCORT
           PERFORM COLLECT-MAIL
           PERFORM COLLECT-JCL-JOBS
           PERFORM COLLECT-BOUNTY
           PERFORM COLLECT-STABLE-FEES
           PERFORM COLLECT-SHOP-RESTOCK
           PERFORM COLLECT-EXPEDITION
           PERFORM COLLECT-CHALLENGES

           MOVE AGENDA-COUNT TO AGD-ITEM-COUNT
           IF AGD-OP-ARRIVAL AND AGENDA-COUNT = 0
               GOBACK
           END-IF
           PERFORM DISPLAY-AGENDA
           GOBACK.

      *-----------------------------------------------------------------
      * Ville de référence: la case du joueur si c'est une ville,
      * sinon la dernière ville visitée (GS-LAST-TOWN-X/Y)
      *-----------------------------------------------------------------
       SET-REFERENCE-TOWN.
           IF PLAYER-POS-Z = 0 AND
              LOC-TOWN(PLAYER-POS-X, PLAYER-POS-Y)
               MOVE PLAYER-POS-X TO TOWN-X
               MOVE PLAYER-POS-Y TO TOWN-Y
           ELSE
               MOVE GS-LAST-TOWN-X TO TOWN-X
               MOVE GS-LAST-TOWN-Y TO TOWN-Y
           END-IF
           MOVE LOCATION-NAME(TOWN-X, TOWN-Y) TO TOWN-NAME
      *    Même classement des catalogues que SET-TOWN-CLASS dans
      *    MERCHANT.cbl
           EVALUATE LOCATION-ID(TOWN-X, TOWN-Y)
               WHEN 39
                   MOVE "C" TO SHOP-CLASS
               WHEN 88
                   MOVE "R" TO SHOP-CLASS
               WHEN OTHER
                   MOVE "V" TO SHOP-CLASS
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Ville assiégée: ses services restent fermés tant que le
      * siège n'est pas brisé sur place
      *-----------------------------------------------------------------
       COLLECT-SIEGE.
           IF GS-SIEGE-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE GS-GAME-DAY TO NEW-DUE-DAY
           MOVE "!" TO NEW-URGENT
           MOVE "Milice (sur place)" TO NEW-SERVICE
           MOVE SPACES TO NEW-TEXT
           STRING "Siège de " DELIMITED BY SIZE
               FUNCTION TRIM(LOCATION-NAME(GS-SIEGE-X, GS-SIEGE-Y))
                   DELIMITED BY SIZE
               ": services fermés" DELIMITED BY SIZE
               INTO NEW-TEXT
           END-STRING
           PERFORM ADD-AGENDA-ENTRY
           .

      *-----------------------------------------------------------------
      * Emprunt en cours au compte de l'emplacement: mêmes rappels
      * que CHECK-LOAN-STATUS au guichet (trois jours avant le
      * terme), le gage est confisqué au passage suivant l'échéance
      *-----------------------------------------------------------------
       COLLECT-BANK-LOAN.
           PERFORM READ-SLOT-BANK-ACCOUNT
           IF BANK-ACCOUNT-FOUND NOT = "Y" OR LOAN-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE LOAN-DAYS-LEFT = LOAN-DUE-DAY - GS-GAME-DAY
           COMPUTE LOAN-REPAY-COST = LOAN-AMOUNT * 120 / 100
           MOVE LOAN-REPAY-COST TO SHOWN-AMOUNT
           MOVE LOAN-DUE-DAY TO NEW-DUE-DAY
           MOVE SPACE TO NEW-URGENT
           IF LOAN-DAYS-LEFT <= 3
               MOVE "!" TO NEW-URGENT
           END-IF
           MOVE "Banque (G)" TO NEW-SERVICE
           MOVE SPACES TO NEW-TEXT
           IF LOAN-DAYS-LEFT <= 0
               STRING "Emprunt échu: gage confisqué au guichet"
                   DELIMITED BY SIZE INTO NEW-TEXT
               END-STRING
           ELSE
               STRING "Emprunt: " DELIMITED BY SIZE
                   FUNCTION TRIM(SHOWN-AMOUNT) DELIMITED BY SIZE
                   " or à rembourser" DELIMITED BY SIZE
                   INTO NEW-TEXT
               END-STRING
           END-IF
           PERFORM ADD-AGENDA-ENTRY
           .

       READ-SLOT-BANK-ACCOUNT.
           MOVE "N" TO BANK-ACCOUNT-FOUND
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT BANK-FILE
           MOVE "READ-SLOT-BANK-ACCOUNT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT BANK-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-AT-EOF = "Y"
               READ BANK-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       IF BANK-FILE-RECORD(1:8) = GS-SAVE-SLOT
                           MOVE BANK-FILE-RECORD(9:1700) TO BANK-STATE
                           MOVE "Y" TO BANK-ACCOUNT-FOUND
                       END-IF
               END-READ
               MOVE "READ-SLOT-BANK-ACCOUNT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
                   BANK-FILE-STATUS
           END-PERFORM
           CLOSE BANK-FILE
           MOVE "READ-SLOT-BANK-ACCOUNT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Commandes d'artisans acceptées: échéance du commanditaire,
      * pièce déjà fabriquée au grade voulu ou encore à faire. Une
      * commande reste livrable cinq jours après l'échéance (voir
      * EXPIRE-OVERDUE-COMMISSIONS dans WORLD.cbl)
      *-----------------------------------------------------------------
       COLLECT-COMMISSIONS.
           PERFORM VARYING CMS-IDX FROM 1 BY 1 UNTIL CMS-IDX > 3
               IF GS-CMS-ACTIVE(CMS-IDX) = "Y"
                   PERFORM COLLECT-ONE-COMMISSION
               END-IF
           END-PERFORM
           .

       COLLECT-ONE-COMMISSION.
           MOVE GS-CMS-MIN-GRADE(CMS-IDX) TO GRADE-CODE
           PERFORM SET-GRADE-RANK
           MOVE GRADE-RANK TO CMS-RANK-WANTED
           MOVE GS-CMS-CRAFTED(CMS-IDX) TO GRADE-CODE
           PERFORM SET-GRADE-RANK
           MOVE GRADE-RANK TO CMS-RANK-MADE

           MOVE GS-CMS-DUE-DAY(CMS-IDX) TO NEW-DUE-DAY
           MOVE SPACE TO NEW-URGENT
           IF GS-CMS-DUE-DAY(CMS-IDX) <= GS-GAME-DAY + 1
               MOVE "!" TO NEW-URGENT
           END-IF
           MOVE "Primes (M)" TO NEW-SERVICE
           MOVE SPACES TO NEW-TEXT
           IF CMS-RANK-MADE >= CMS-RANK-WANTED AND CMS-RANK-MADE > 0
               STRING "Commande prête: " DELIMITED BY SIZE
                   FUNCTION TRIM(GS-CMS-ITEM(CMS-IDX))
                       DELIMITED BY SIZE
                   " à livrer" DELIMITED BY SIZE
                   INTO NEW-TEXT
               END-STRING
           ELSE
               STRING "Commande: " DELIMITED BY SIZE
                   FUNCTION TRIM(GS-CMS-ITEM(CMS-IDX))
                       DELIMITED BY SIZE
                   " (grade " DELIMITED BY SIZE
                   GS-CMS-MIN-GRADE(CMS-IDX) DELIMITED BY SIZE
                   ") à fabriquer" DELIMITED BY SIZE
                   INTO NEW-TEXT
               END-STRING
           END-IF
           PERFORM ADD-AGENDA-ENTRY
           .

      *    Rang d'un grade de fabrication: N Normale, S Supérieure,
      *    M Oeuvre maîtresse (0 = aucune pièce)
       SET-GRADE-RANK.
           EVALUATE GRADE-CODE
               WHEN "N"
                   MOVE 1 TO GRADE-RANK
               WHEN "S"
                   MOVE 2 TO GRADE-RANK
               WHEN "M"
                   MOVE 3 TO GRADE-RANK
               WHEN OTHER
                   MOVE 0 TO GRADE-RANK
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Quêtes actives à délai: le compte à rebours est en
      * déplacements (une heure de jeu chacun, voir
      * ADVANCE-GAME-CLOCK dans MAIN-GAME), d'où un jour d'échéance
      * au plus tard; urgent à moins d'une journée de marche
      *-----------------------------------------------------------------
       COLLECT-TIMED-QUESTS.
           PERFORM VARYING QUEST-IDX FROM 1 BY 1
                   UNTIL QUEST-IDX > QUEST-COUNT
               IF QUEST-STATUS(QUEST-IDX) = "A" AND
                  QUEST-FAIL-TURNS(QUEST-IDX) > 0
                   PERFORM COLLECT-ONE-TIMED-QUEST
               END-IF
           END-PERFORM
           .

       COLLECT-ONE-TIMED-QUEST.
           COMPUTE QUEST-DUE-DAY = GS-GAME-DAY +
               (GS-GAME-HOUR + QUEST-FAIL-TURNS(QUEST-IDX) - 1) / 24
           IF QUEST-DUE-DAY > 998
               MOVE 998 TO QUEST-DUE-DAY
           END-IF
           MOVE QUEST-DUE-DAY TO NEW-DUE-DAY
           MOVE SPACE TO NEW-URGENT
           IF QUEST-FAIL-TURNS(QUEST-IDX) <= 24
               MOVE "!" TO NEW-URGENT
           END-IF
           MOVE "Quêtes (Q)" TO NEW-SERVICE
           MOVE QUEST-FAIL-TURNS(QUEST-IDX) TO SHOWN-COUNT
           MOVE SPACES TO NEW-TEXT
           STRING FUNCTION TRIM(QUEST-NAME(QUEST-IDX))
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(SHOWN-COUNT) DELIMITED BY SIZE
               " dépl.)" DELIMITED BY SIZE
               INTO NEW-TEXT
           END-STRING
           PERFORM ADD-AGENDA-ENTRY
           .

      *-----------------------------------------------------------------
      * Escorte en cours: arrivée attendue avant la fin du jour
      * GS-ESC-DUE-DAY
      *-----------------------------------------------------------------
       COLLECT-ESCORT.
           IF GS-ESC-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE GS-ESC-DUE-DAY TO NEW-DUE-DAY
           MOVE SPACE TO NEW-URGENT
           IF GS-ESC-DUE-DAY <= GS-GAME-DAY + 1
               MOVE "!" TO NEW-URGENT
           END-IF
           MOVE "Quêtes (Q)" TO NEW-SERVICE
           MOVE SPACES TO NEW-TEXT
           STRING "Escorter " DELIMITED BY SIZE
               FUNCTION TRIM(GS-ESC-NAME) DELIMITED BY SIZE
               " jusqu'en (" DELIMITED BY SIZE
               GS-ESC-DEST-X DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               GS-ESC-DEST-Y DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NEW-TEXT
           END-STRING
           PERFORM ADD-AGENDA-ENTRY
           .

      *-----------------------------------------------------------------
      * Courrier de la boîte de l'auberge: arrivé (jour de
      * distribution atteint) ou encore en route
      *-----------------------------------------------------------------
       COLLECT-MAIL.
           PERFORM VARYING MAIL-IDX FROM 1 BY 1 UNTIL MAIL-IDX > 8
               IF GS-MAIL-TYPE(MAIL-IDX) NOT = SPACES
                   PERFORM COLLECT-ONE-LETTER
               END-IF
           END-PERFORM
           .

       COLLECT-ONE-LETTER.
           MOVE GS-MAIL-DUE-DAY(MAIL-IDX) TO NEW-DUE-DAY
           MOVE SPACE TO NEW-URGENT
           MOVE "Auberge (A, 4)" TO NEW-SERVICE
           MOVE GS-MAIL-AMOUNT(MAIL-IDX) TO SHOWN-AMOUNT
           MOVE SPACES TO NEW-TEXT
           EVALUATE GS-MAIL-TYPE(MAIL-IDX)
               WHEN "BANQ"
                   MOVE "Relevé d'intérêts de la banque" TO NEW-TEXT
               WHEN "MERC"
                   STRING "Bon de remerciement: " DELIMITED BY SIZE
                       FUNCTION TRIM(SHOWN-AMOUNT) DELIMITED BY SIZE
                       " or" DELIMITED BY SIZE
                       INTO NEW-TEXT
                   END-STRING
               WHEN "VDEP"
                   STRING "Produit de dépôt-vente: " DELIMITED BY SIZE
                       FUNCTION TRIM(SHOWN-AMOUNT) DELIMITED BY SIZE
                       " or" DELIMITED BY SIZE
                       INTO NEW-TEXT
                   END-STRING
               WHEN "PRIM"
                   MOVE "Avis de la guilde des primes" TO NEW-TEXT
               WHEN "COMP"
                   STRING "Lettre de " DELIMITED BY SIZE
                       FUNCTION TRIM(GS-COMP-NAME) DELIMITED BY SIZE
                       INTO NEW-TEXT
                   END-STRING
               WHEN "EXPD"
                   MOVE "Compte rendu d'expédition" TO NEW-TEXT
               WHEN OTHER
                   MOVE "Lettre" TO NEW-TEXT
           END-EVALUATE
           IF GS-MAIL-DUE-DAY(MAIL-IDX) > GS-GAME-DAY
               STRING FUNCTION TRIM(NEW-TEXT) DELIMITED BY SIZE
                   " (en route)" DELIMITED BY SIZE
                   INTO NEW-TEXT
               END-STRING
           END-IF
           PERFORM ADD-AGENDA-ENTRY
           .

      *-----------------------------------------------------------------
      * File des travaux du terminal JCL (enregistrements 'Q' de
      * COBOJOBS.DAT, même disposition que SAVE-JOB-LIBRARY): une
      * ligne pour les travaux terminés à collecter, une pour ceux
      * qui tournent encore avec l'heure du prochain
      *-----------------------------------------------------------------
       COLLECT-JCL-JOBS.
           MOVE 0 TO JOBS-READY
           MOVE 0 TO JOBS-RUNNING
           MOVE 999 TO JOB-FIRST-READY-DAY
           MOVE 999 TO JOB-NEXT-DAY
           MOVE 99 TO JOB-NEXT-HOUR
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT JOB-LIBRARY-FILE
           MOVE "COLLECT-JCL-JOBS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT JOB-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-AT-EOF = "Y"
               READ JOB-LIBRARY-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       IF JOB-REC-TYPE = "Q"
                           PERFORM COUNT-ONE-JOB
                       END-IF
               END-READ
               MOVE "COLLECT-JCL-JOBS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
           END-PERFORM
           CLOSE JOB-LIBRARY-FILE
           MOVE "COLLECT-JCL-JOBS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS

           IF JOBS-READY > 0
               MOVE JOB-FIRST-READY-DAY TO NEW-DUE-DAY
               MOVE SPACE TO NEW-URGENT
               MOVE "Terminal JCL (J)" TO NEW-SERVICE
               MOVE JOBS-READY TO SHOWN-COUNT
               MOVE SPACES TO NEW-TEXT
               STRING FUNCTION TRIM(SHOWN-COUNT) DELIMITED BY SIZE
                   " travail(aux) terminé(s) à collecter"
                       DELIMITED BY SIZE
                   INTO NEW-TEXT
               END-STRING
               PERFORM ADD-AGENDA-ENTRY
           END-IF
           IF JOBS-RUNNING > 0
               MOVE JOB-NEXT-DAY TO NEW-DUE-DAY
               MOVE SPACE TO NEW-URGENT
               MOVE "Terminal JCL (J)" TO NEW-SERVICE
               MOVE JOBS-RUNNING TO SHOWN-COUNT
               MOVE JOB-NEXT-HOUR TO SHOWN-HOUR
               MOVE SPACES TO NEW-TEXT
               STRING FUNCTION TRIM(SHOWN-COUNT) DELIMITED BY SIZE
                   " travail(aux) en file, prochain à "
                       DELIMITED BY SIZE
                   SHOWN-HOUR DELIMITED BY SIZE
                   "h00" DELIMITED BY SIZE
                   INTO NEW-TEXT
               END-STRING
               PERFORM ADD-AGENDA-ENTRY
           END-IF
           .

      *    Même règle que CHECK-JOB-READY dans JCL-CRAFTING.cbl
       COUNT-ONE-JOB.
           MOVE JOB-REC-DATA(8:3) TO JOB-READY-DAY
           MOVE JOB-REC-DATA(11:2) TO JOB-READY-HOUR
           IF GS-GAME-DAY > JOB-READY-DAY OR
              (GS-GAME-DAY = JOB-READY-DAY AND
               GS-GAME-HOUR >= JOB-READY-HOUR)
               ADD 1 TO JOBS-READY
               IF JOB-READY-DAY < JOB-FIRST-READY-DAY
                   MOVE JOB-READY-DAY TO JOB-FIRST-READY-DAY
               END-IF
           ELSE
               ADD 1 TO JOBS-RUNNING
               IF JOB-READY-DAY < JOB-NEXT-DAY OR
                  (JOB-READY-DAY = JOB-NEXT-DAY AND
                   JOB-READY-HOUR < JOB-NEXT-HOUR)
                   MOVE JOB-READY-DAY TO JOB-NEXT-DAY
                   MOVE JOB-READY-HOUR TO JOB-NEXT-HOUR
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * Contrat du tableau des primes: prêt à encaisser (cibles
      * abattues, ou matériaux à livrer déjà au sac) ou en cours.
      * Les contrats n'ont pas d'échéance.
      *-----------------------------------------------------------------
       COLLECT-BOUNTY.
           IF GS-BOUNTY-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF GS-BOUNTY-KIND = "M"
               MOVE GS-BOUNTY-PROGRESS TO BOUNTY-HELD
           ELSE
               MOVE 0 TO BOUNTY-HELD
               PERFORM VARYING INV-IDX FROM 1 BY 1
                       UNTIL INV-IDX > INVENTORY-COUNT
                   IF ITEM-NAME(INV-IDX) = GS-BOUNTY-NAME
                       ADD ITEM-QUANTITY(INV-IDX) TO BOUNTY-HELD
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACE TO NEW-URGENT
           MOVE "Primes (M)" TO NEW-SERVICE
           MOVE SPACES TO NEW-TEXT
           IF BOUNTY-HELD >= GS-BOUNTY-TARGET
               MOVE GS-GAME-DAY TO NEW-DUE-DAY
               STRING "Prime prête: " DELIMITED BY SIZE
                   FUNCTION TRIM(GS-BOUNTY-NAME) DELIMITED BY SIZE
                   INTO NEW-TEXT
               END-STRING
           ELSE
               MOVE NO-DUE-DAY TO NEW-DUE-DAY
               MOVE BOUNTY-HELD TO SHOWN-COUNT
               MOVE GS-BOUNTY-TARGET TO SHOWN-TARGET
               STRING "Contrat: " DELIMITED BY SIZE
                   FUNCTION TRIM(GS-BOUNTY-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SHOWN-COUNT) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(SHOWN-TARGET) DELIMITED BY SIZE
                   INTO NEW-TEXT
               END-STRING
           END-IF
           PERFORM ADD-AGENDA-ENTRY
           .

      *-----------------------------------------------------------------
      * Pension d'écurie: 2 or par jour écoulé depuis le dernier
      * règlement (voir SETTLE-STABLE-FEES dans MAIN-GAME), à régler
      * au prochain passage sous peine de saisie de la monture
      *-----------------------------------------------------------------
       COLLECT-STABLE-FEES.
           IF GS-MOUNT-OWNED NOT = "Y" OR
              GS-GAME-DAY <= GS-MOUNT-FEE-DAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE STABLE-FEE-DUE = (GS-GAME-DAY - GS-MOUNT-FEE-DAY) * 2
           MOVE STABLE-FEE-DUE TO SHOWN-AMOUNT
           MOVE GS-GAME-DAY TO NEW-DUE-DAY
           MOVE SPACE TO NEW-URGENT
           MOVE "Écurie (A, 3)" TO NEW-SERVICE
           MOVE GS-MOUNT-FEE-DAY TO SHOWN-DAY
           MOVE SPACES TO NEW-TEXT
           STRING "Pension: " DELIMITED BY SIZE
               FUNCTION TRIM(SHOWN-AMOUNT) DELIMITED BY SIZE
               " or dus depuis le jour " DELIMITED BY SIZE
               SHOWN-DAY DELIMITED BY SIZE
               INTO NEW-TEXT
           END-STRING
           PERFORM ADD-AGENDA-ENTRY
           .

      *-----------------------------------------------------------------
      * Boutique de la ville de référence (COBOSHOP.DAT): étals
      * regarnis depuis le dernier passage, ou articles épuisés
      * jusqu'au réapprovisionnement du lendemain; objets vendus
      * aujourd'hui à racheter avant ce réapprovisionnement
      *-----------------------------------------------------------------
       COLLECT-SHOP-RESTOCK.
           PERFORM READ-TOWN-SHOP-STATE
           IF SHOP-RECORD-FOUND = "Y"
               MOVE SPACE TO NEW-URGENT
               MOVE "Boutique (V)" TO NEW-SERVICE
               MOVE SPACES TO NEW-TEXT
               IF SHP-REC-DAY < GS-GAME-DAY
                   MOVE GS-GAME-DAY TO NEW-DUE-DAY
                   STRING "Étals regarnis: " DELIMITED BY SIZE
                       FUNCTION TRIM(TOWN-NAME) DELIMITED BY SIZE
                       INTO NEW-TEXT
                   END-STRING
                   PERFORM ADD-AGENDA-ENTRY
               ELSE
                   MOVE 0 TO SOLD-OUT-COUNT
                   PERFORM VARYING SHOP-ITEM-IDX FROM 1 BY 1
                           UNTIL SHOP-ITEM-IDX > 13
                       IF SHP-REC-QTY(SHOP-ITEM-IDX) = 0 AND
                          (SHP-REC-TOWN-CLASS(SHOP-ITEM-IDX) = "A" OR
                           SHP-REC-TOWN-CLASS(SHOP-ITEM-IDX) =
                               SHOP-CLASS)
                           ADD 1 TO SOLD-OUT-COUNT
                       END-IF
                   END-PERFORM
                   IF SOLD-OUT-COUNT > 0
                       COMPUTE NEW-DUE-DAY = GS-GAME-DAY + 1
                       MOVE SOLD-OUT-COUNT TO SHOWN-COUNT
                       STRING "Réassort de " DELIMITED BY SIZE
                           FUNCTION TRIM(SHOWN-COUNT)
                               DELIMITED BY SIZE
                           " article(s) épuisé(s)" DELIMITED BY SIZE
                           INTO NEW-TEXT
                       END-STRING
                       PERFORM ADD-AGENDA-ENTRY
                   END-IF
               END-IF
           END-IF

           MOVE 0 TO BUYBACK-COUNT
           PERFORM VARYING SOLD-IDX FROM 1 BY 1 UNTIL SOLD-IDX > 6
               IF GS-SOLD-CLASS(SOLD-IDX) = SHOP-CLASS AND
                  GS-SOLD-DAY(SOLD-IDX) = GS-GAME-DAY
                   ADD 1 TO BUYBACK-COUNT
               END-IF
           END-PERFORM
           IF BUYBACK-COUNT > 0
               MOVE GS-GAME-DAY TO NEW-DUE-DAY
               MOVE SPACE TO NEW-URGENT
               MOVE "Boutique (V)" TO NEW-SERVICE
               MOVE BUYBACK-COUNT TO SHOWN-COUNT
               MOVE SPACES TO NEW-TEXT
               STRING FUNCTION TRIM(SHOWN-COUNT) DELIMITED BY SIZE
                   " objet(s) vendu(s) encore à racheter"
                       DELIMITED BY SIZE
                   INTO NEW-TEXT
               END-STRING
               PERFORM ADD-AGENDA-ENTRY
           END-IF
           .

       READ-TOWN-SHOP-STATE.
           MOVE "N" TO SHOP-RECORD-FOUND
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT SHOP-STATE-FILE
           MOVE "READ-TOWN-SHOP-STATE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT SHOP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-AT-EOF = "Y"
               READ SHOP-STATE-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       IF SHP-REC-CLASS = SHOP-CLASS
                           MOVE "Y" TO SHOP-RECORD-FOUND
                           MOVE "Y" TO FILE-AT-EOF
                       END-IF
               END-READ
               MOVE "READ-TOWN-SHOP-STATE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           END-PERFORM
           CLOSE SHOP-STATE-FILE
           MOVE "READ-TOWN-SHOP-STATE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Compagnon en expédition: retour au jour GS-EXPD-RETURN-DAY,
      * compte rendu par courrier
      *-----------------------------------------------------------------
       COLLECT-EXPEDITION.
           IF GS-COMP-HIRED NOT = "E"
               EXIT PARAGRAPH
           END-IF
           MOVE GS-EXPD-RETURN-DAY TO NEW-DUE-DAY
           MOVE SPACE TO NEW-URGENT
           MOVE "Auberge (A, 4)" TO NEW-SERVICE
           MOVE SPACES TO NEW-TEXT
           STRING "Retour d'expédition de " DELIMITED BY SIZE
               FUNCTION TRIM(GS-COMP-NAME) DELIMITED BY SIZE
               INTO NEW-TEXT
           END-STRING
           PERFORM ADD-AGENDA-ENTRY
           .

      *-----------------------------------------------------------------
      * Défis tirés pour aujourd'hui et pour la semaine en cours et
      * pas encore accomplis (semaine n = jours 7n-6 à 7n, voir
      * CHALLENGES.cbl)
      *-----------------------------------------------------------------
       COLLECT-CHALLENGES.
           IF GS-CHLD-TEMPLATE > 0 AND GS-CHLD-DAY = GS-GAME-DAY AND
              GS-CHLD-DONE NOT = "Y"
               MOVE GS-GAME-DAY TO NEW-DUE-DAY
               MOVE SPACE TO NEW-URGENT
               MOVE "Défis (=)" TO NEW-SERVICE
               MOVE "Défi du jour à accomplir" TO NEW-TEXT
               PERFORM ADD-AGENDA-ENTRY
           END-IF
           COMPUTE WEEK-END-DAY = GS-CHLW-WEEK * 7
           IF GS-CHLW-TEMPLATE > 0 AND GS-CHLW-DONE NOT = "Y" AND
              WEEK-END-DAY >= GS-GAME-DAY AND
              WEEK-END-DAY < GS-GAME-DAY + 7
               MOVE WEEK-END-DAY TO NEW-DUE-DAY
               MOVE SPACE TO NEW-URGENT
               MOVE "Défis (=)" TO NEW-SERVICE
               MOVE "Défi de la semaine à accomplir" TO NEW-TEXT
               PERFORM ADD-AGENDA-ENTRY
           END-IF
           .

      *-----------------------------------------------------------------
      * Insertion de NEW-ENTRY à son rang d'échéance (après les
      * affaires de même jour déjà relevées); table pleine, les
      * dernières échéances tombent
      *-----------------------------------------------------------------
       ADD-AGENDA-ENTRY.
           MOVE 1 TO AGENDA-SLOT
           PERFORM UNTIL AGENDA-SLOT > AGENDA-COUNT
                   OR AGE-DUE-DAY(AGENDA-SLOT) > NEW-DUE-DAY
               ADD 1 TO AGENDA-SLOT
           END-PERFORM
           IF AGENDA-SLOT > 24
               EXIT PARAGRAPH
           END-IF
           IF AGENDA-COUNT < 24
               ADD 1 TO AGENDA-COUNT
           END-IF
           PERFORM VARYING AGENDA-IDX FROM AGENDA-COUNT BY -1
                   UNTIL AGENDA-IDX <= AGENDA-SLOT
               MOVE AGENDA-ENTRY(AGENDA-IDX - 1)
                   TO AGENDA-ENTRY(AGENDA-IDX)
           END-PERFORM
           MOVE NEW-DUE-DAY TO AGE-DUE-DAY(AGENDA-SLOT)
           MOVE NEW-URGENT TO AGE-URGENT(AGENDA-SLOT)
           MOVE NEW-SERVICE TO AGE-SERVICE(AGENDA-SLOT)
           MOVE NEW-TEXT TO AGE-TEXT(AGENDA-SLOT)
           .

      *-----------------------------------------------------------------
      * Écran du tableau: une ligne par affaire, échéance, objet et
      * service qui s'en charge (avec sa commande)
      *-----------------------------------------------------------------
       DISPLAY-AGENDA.
           DISPLAY SPACE
           IF PLAYER-POS-Z = 0 AND
              LOC-TOWN(PLAYER-POS-X, PLAYER-POS-Y)
               DISPLAY "=== AFFAIRES EN COURS - "
                   FUNCTION TRIM(TOWN-NAME) " ==="
           ELSE
               DISPLAY "=== AFFAIRES EN COURS ==="
           END-IF
           DISPLAY "Jour " GS-GAME-DAY ", " GS-GAME-HOUR "h00."
           IF AGENDA-COUNT = 0
               DISPLAY "Rien en souffrance: aucune échéance ne vous "
                   & "attend."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AGENDA-IDX FROM 1 BY 1
                   UNTIL AGENDA-IDX > AGENDA-COUNT
               IF AGE-DUE-DAY(AGENDA-IDX) = NO-DUE-DAY
                   MOVE "   --   " TO DUE-LABEL
               ELSE
                   MOVE AGE-DUE-DAY(AGENDA-IDX) TO SHOWN-DAY
                   MOVE SPACES TO DUE-LABEL
                   STRING "jour " SHOWN-DAY DELIMITED BY SIZE
                       INTO DUE-LABEL
                   END-STRING
               END-IF
               IF AGE-URGENT(AGENDA-IDX) = "!"
                   ADD 1 TO AGD-URGENT-COUNT
               END-IF
               DISPLAY DUE-LABEL " " AGE-URGENT(AGENDA-IDX) " "
                   FUNCTION TRIM(AGE-TEXT(AGENDA-IDX) TRAILING)
                   " [" FUNCTION TRIM(AGE-SERVICE(AGENDA-IDX)) "]"
           END-PERFORM
           MOVE AGENDA-COUNT TO SHOWN-COUNT
           IF AGD-URGENT-COUNT > 0
               MOVE AGD-URGENT-COUNT TO SHOWN-TARGET
               DISPLAY FUNCTION TRIM(SHOWN-COUNT) " affaire(s), dont "
                   FUNCTION TRIM(SHOWN-TARGET) " urgente(s) (!): "
                   & "pénalité à l'échéance."
           ELSE
               DISPLAY FUNCTION TRIM(SHOWN-COUNT) " affaire(s) en "
                   & "cours."
           END-IF
           .

       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, BANK-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               JOB-LIBRARY-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SHOP-STATE-FILE-PATH
           .

       END PROGRAM AGENDA-SYSTEM.
