      *****************************************************************
      * BANK-REPORT.CBL - Relevé de fin de journée de la banque
      *
      * Programme batch autonome: le guichet de BANK-SYSTEM ne
      * regarde un emprunt qu'au passage du joueur
      * (CHECK-LOAN-STATUS). Ce relevé parcourt COBOBANK.DAT,
      * emplacement par emplacement, et édite le portefeuille de la
      * banque:
      *   - le solde de chaque compte et la valeur de son coffre;
      *   - chaque emprunt ouvert: capital, somme due (majorée de
      *     20%), échéance et jours restants d'après le GS-GAME-DAY
      *     de la sauvegarde de l'emplacement (COBOSAVE.DAT), objet
      *     du coffre tenu en gage et sa valeur;
      *   - les emprunts déjà échus dont le gage n'est pas encore
      *     confisqué (le joueur n'est pas repassé au guichet);
      * puis les totaux: dépôts, intérêts versés (mouvements BINT du
      * grand livre de l'or COBOLEDG.DAT) et encours des emprunts.
      * Édition imprimable datée BANKRPT-AAAAMMJJ.TXT, mêmes lignes
      * que l'écran.
      * Compilable séparément: make bank-report
      *
      * La structure de l'enregistrement doit rester strictement
      * identique à celle du FD SAVE-GAME-FILE de MAIN-GAME.cbl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-REPORT.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVE-GAME-FILE ASSIGN TO DYNAMIC SAVE-GAME-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAVE-KEY
               FILE STATUS IS SAVE-FILE-STATUS.

           SELECT BANK-FILE ASSIGN TO DYNAMIC BANK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

      *-----------------------------------------------------------------
      * Édition imprimable datée (BANKRPT-AAAAMMJJ.TXT), mêmes
      * lignes que l'écran
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SAVE-GAME-FILE
           LABEL RECORDS ARE STANDARD.
       01 SAVE-GAME-RECORD.
           02 SAVE-KEY                PIC X(20).
           02 SAVE-REC-VERSION        PIC 9(2).
           02 SAVE-REC-CHECKSUM       PIC 9(9).
           COPY "PLAYER-CHAR.cpy"
               REPLACING ==01 PLAYER-CHARACTER.==
                      BY ==02 SAVE-REC-CHARACTER.==.
           COPY "INVENTORY.cpy"
               REPLACING ==01 PLAYER-INVENTORY.==
                      BY ==02 SAVE-REC-INVENTORY.==
                         ==01 PLAYER-GOLD==
                      BY ==02 SAVE-REC-GOLD==
                         ==01 PLAYER-EQUIPMENT.==
                      BY ==02 SAVE-REC-EQUIPMENT.==.
           COPY "QUEST.cpy"
               REPLACING ==01 QUEST-TABLE.==
                      BY ==02 SAVE-REC-QUEST-TABLE.==.
           COPY "SAVEMAP.cpy"
               REPLACING ==01 SAVE-MAP-STATE.==
                      BY ==02 SAVE-REC-MAP-STATE.==
                         ==01 SAVE-POSITION.==
                      BY ==02 SAVE-REC-POSITION.==.
           COPY "DIFFICULTY.cpy"
               REPLACING ==01 GAME-DIFFICULTY.==
                      BY ==02 SAVE-REC-DIFFICULTY.==.
           COPY "GAMESTATE.cpy"
               REPLACING ==01 GAME-STATE-EXT.==
                      BY ==02 SAVE-REC-GAME-STATE.==.

       FD BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01 BANK-FILE-RECORD               PIC X(2000).

       FD LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEDGER-RECORD.
          05 LDR-SLOT                    PIC X(8).
          05 LDR-SOURCE                  PIC X(4).
          05 LDR-SIGN                    PIC X(1).
          05 LDR-AMOUNT                  PIC 9(7).
          05 LDR-BALANCE                 PIC 9(8).
          05 LDR-DAY                     PIC 9(3).

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-FILE-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="BANK-REPORT"==.
       01 SAVE-GAME-FILE-PATH            PIC X(80)  VALUE
           "COBOSAVE.DAT".
       01 BANK-FILE-PATH                 PIC X(80)  VALUE
           "COBOBANK.DAT".
       01 LEDGER-FILE-PATH               PIC X(80)  VALUE
           "COBOLEDG.DAT".

       01 SAVE-FILE-STATUS               PIC X(2)   VALUE SPACES.
          88 SAVE-FILE-OK                VALUE "00".
       01 SAVE-FILE-OPEN                 PIC X(1)   VALUE "N".
       01 BANK-FILE-STATUS               PIC X(2)   VALUE SPACES.
          88 BANK-FILE-OK                VALUE "00".
       01 LEDGER-FILE-STATUS             PIC X(2)   VALUE SPACES.
          88 LEDGER-FILE-OK              VALUE "00".
       01 LEDGER-READ                    PIC X(1)   VALUE "N".
       01 FILE-AT-EOF                    PIC X(1)   VALUE "N".
          88 FILE-IS-AT-EOF              VALUE "Y".

      *-----------------------------------------------------------------
      * Édition imprimable (même mécanique d'émission que
      * GAME-REPORT)
      *-----------------------------------------------------------------
       01 REPORT-FILE-NAME               PIC X(80)  VALUE SPACES.
       01 REPORT-FILE-STATUS             PIC X(2)   VALUE SPACES.
          88 REPORT-FILE-OK              VALUE "00".
       01 REPORT-FILE-OPEN               PIC X(1)   VALUE "N".
       01 REPORT-LINE                    PIC X(100) VALUE SPACES.
       01 REPORT-LINE-COUNT              PIC 9(3)   VALUE 0.
       01 REPORT-LINE-PTR                PIC 9(3)   VALUE 1.
       01 REPORT-PAGE-NO                 PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-SIZE               PIC 9(2)   VALUE 55.
       01 REPORT-DATE-WORK               PIC X(8)   VALUE SPACES.

      *-----------------------------------------------------------------
      * Compte de l'emplacement en cours d'édition: clé en tête de
      * ligne, corps décrit par BANKACCT.cpy
      *-----------------------------------------------------------------
       01 ACCOUNT-SLOT                   PIC X(8)   VALUE SPACES.
       COPY "BANKACCT.cpy".
       01 VAULT-IDX                      PIC 9(2)   VALUE 0.
       01 VAULT-ITEMS                    PIC 9(2)   VALUE 0.
       01 VAULT-WORTH                    PIC 9(8)   VALUE 0.
       01 COLLATERAL-WORTH               PIC 9(8)   VALUE 0.
       01 COLLATERAL-NAME                PIC X(20)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Jour de jeu de l'emplacement, relu de sa sauvegarde
      *-----------------------------------------------------------------
       01 SLOT-DAY-KNOWN                 PIC X(1)   VALUE "N".
       01 SLOT-GAME-DAY                  PIC 9(3)   VALUE 0.
       01 LOAN-DAYS-LEFT                 PIC S9(4)  VALUE 0.
       01 LOAN-DAYS-EDIT                 PIC -(4)9.
       01 LOAN-REPAY-COST                PIC 9(7)   VALUE 0.

      *-----------------------------------------------------------------
      * Intérêts versés (BINT) par emplacement, relus du grand livre
      *-----------------------------------------------------------------
       01 INTEREST-TABLE.
          05 INTEREST-COUNT              PIC 9(1)   VALUE 0.
          05 INTEREST-ENTRY OCCURS 9 TIMES.
             10 INT-SLOT                 PIC X(8).
             10 INT-GOLD                 PIC 9(9).
       01 INTEREST-IDX                   PIC 9(2)   VALUE 0.
       01 INTEREST-MATCH                 PIC 9(2)   VALUE 0.
       01 INTEREST-OVERFLOW              PIC 9(9)   VALUE 0.
       01 SLOT-INTEREST                  PIC 9(9)   VALUE 0.

      *-----------------------------------------------------------------
      * Emprunts échus non saisis, repris en fin de relevé
      *-----------------------------------------------------------------
       01 PAST-DUE-TABLE.
          05 PAST-DUE-COUNT              PIC 9(1)   VALUE 0.
          05 PAST-DUE-ENTRY OCCURS 9 TIMES.
             10 PDU-SLOT                 PIC X(8).
             10 PDU-REPAY                PIC 9(7).
             10 PDU-DUE-DAY              PIC 9(3).
             10 PDU-DAYS-LATE            PIC 9(4).
             10 PDU-COLLATERAL           PIC X(20).
             10 PDU-WORTH                PIC 9(8).
       01 PAST-DUE-IDX                   PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Totaux de la banque
      *-----------------------------------------------------------------
       01 ACCOUNTS-READ                  PIC 9(2)   VALUE 0.
       01 LEGACY-ACCOUNTS                PIC 9(2)   VALUE 0.
       01 TOTAL-DEPOSITS                 PIC 9(10)  VALUE 0.
       01 TOTAL-VAULT-WORTH              PIC 9(10)  VALUE 0.
       01 TOTAL-INTEREST                 PIC 9(10)  VALUE 0.
       01 OPEN-LOANS                     PIC 9(2)   VALUE 0.
       01 TOTAL-LOAN-CAPITAL             PIC 9(10)  VALUE 0.
       01 TOTAL-LOAN-DUE                 PIC 9(10)  VALUE 0.
       01 TOTAL-COLLATERAL               PIC 9(10)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== RELEVÉ DE FIN DE JOURNÉE DE LA BANQUE ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           INITIALIZE INTEREST-TABLE PAST-DUE-TABLE
           PERFORM READ-GOLD-LEDGER

           OPEN INPUT BANK-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           IF NOT BANK-FILE-OK
               DISPLAY "COBOBANK.DAT introuvable: aucun compte "
                   & "ouvert."
               GOBACK
           END-IF

      *    Sans sauvegarde, les comptes restent édités mais les
      *    jours restants avant échéance sont inconnus
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT SAVE-GAME-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF SAVE-FILE-OK
               MOVE "Y" TO SAVE-FILE-OPEN
           END-IF

           PERFORM OPEN-REPORT-FILE
           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ BANK-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       IF BANK-FILE-RECORD(1:4) = "SLOT"
                           PERFORM REPORT-ONE-ACCOUNT
                       ELSE
                           IF BANK-FILE-RECORD(1:8) IS NUMERIC
                               ADD 1 TO LEGACY-ACCOUNTS
                           END-IF
                       END-IF
               END-READ
               MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
                   BANK-FILE-STATUS
           END-PERFORM
           CLOSE BANK-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           IF SAVE-FILE-OPEN = "Y"
               CLOSE SAVE-GAME-FILE
               MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-IF

           IF ACCOUNTS-READ = 0
               MOVE "Aucun compte d'emplacement à la banque."
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF LEGACY-ACCOUNTS > 0
               MOVE "Ancien compte commun pas encore repris par un "
                   & "emplacement: non édité." TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF

           PERFORM REPORT-PAST-DUE-LOANS
           PERFORM REPORT-BANK-TOTALS
           PERFORM CLOSE-REPORT-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * Bloc d'un compte d'emplacement: solde, coffre, emprunt
      *-----------------------------------------------------------------
       REPORT-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-READ
           MOVE BANK-FILE-RECORD(1:8) TO ACCOUNT-SLOT
           MOVE BANK-FILE-RECORD(9:1700) TO BANK-STATE
           PERFORM READ-SLOT-GAME-DAY
           PERFORM FIND-SLOT-INTEREST

           MOVE 1 TO REPORT-LINE-PTR
           STRING "Compte " DELIMITED BY SIZE
               ACCOUNT-SLOT DELIMITED BY SPACE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           IF SLOT-DAY-KNOWN = "Y"
               STRING " (sauvegarde au jour " DELIMITED BY SIZE
                   SLOT-GAME-DAY DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           ELSE
               STRING " (pas de sauvegarde: jour inconnu)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE

           ADD BANK-GOLD TO TOTAL-DEPOSITS
           STRING "   Dépôt: " DELIMITED BY SIZE
               BANK-GOLD DELIMITED BY SIZE
               " or, intérêts arrêtés au jour " DELIMITED BY SIZE
               BANK-LAST-DAY DELIMITED BY SIZE
               ", intérêts versés " DELIMITED BY SIZE
               SLOT-INTEREST DELIMITED BY SIZE
               " or" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           MOVE 0 TO VAULT-ITEMS VAULT-WORTH
           PERFORM VARYING VAULT-IDX FROM 1 BY 1 UNTIL VAULT-IDX > 10
               IF VAULT-USED(VAULT-IDX) = "Y"
                   ADD 1 TO VAULT-ITEMS
                   COMPUTE VAULT-WORTH = VAULT-WORTH
                       + VAULT-VALUE(VAULT-IDX) * VAULT-QTY(VAULT-IDX)
               END-IF
           END-PERFORM
           ADD VAULT-WORTH TO TOTAL-VAULT-WORTH
           STRING "   Coffre: " DELIMITED BY SIZE
               VAULT-ITEMS DELIMITED BY SIZE
               " objet(s), valeur " DELIMITED BY SIZE
               VAULT-WORTH DELIMITED BY SIZE
               " or" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           IF LOAN-ACTIVE = "Y"
               PERFORM REPORT-OPEN-LOAN
           ELSE
               MOVE "   Emprunt: aucun" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Emprunt ouvert: capital et somme due, échéance et jours
      * restants, gage tenu au coffre et sa valeur; un emprunt échu
      * est mis de côté pour la liste des défauts
      *-----------------------------------------------------------------
       REPORT-OPEN-LOAN.
           ADD 1 TO OPEN-LOANS
           COMPUTE LOAN-REPAY-COST = LOAN-AMOUNT * 120 / 100
           ADD LOAN-AMOUNT TO TOTAL-LOAN-CAPITAL
           ADD LOAN-REPAY-COST TO TOTAL-LOAN-DUE

           MOVE 0 TO COLLATERAL-WORTH
           IF LOAN-COLLATERAL-SLOT >= 1 AND LOAN-COLLATERAL-SLOT <= 10
               IF VAULT-USED(LOAN-COLLATERAL-SLOT) = "Y"
                   MOVE VAULT-NAME(LOAN-COLLATERAL-SLOT)
                       TO COLLATERAL-NAME
                   COMPUTE COLLATERAL-WORTH =
                       VAULT-VALUE(LOAN-COLLATERAL-SLOT)
                       * VAULT-QTY(LOAN-COLLATERAL-SLOT)
               ELSE
                   MOVE "(case du coffre vide)" TO COLLATERAL-NAME
               END-IF
           ELSE
               MOVE "(gage non désigné)" TO COLLATERAL-NAME
           END-IF
           ADD COLLATERAL-WORTH TO TOTAL-COLLATERAL

           STRING "   Emprunt: " DELIMITED BY SIZE
               LOAN-AMOUNT DELIMITED BY SIZE
               " or, dus " DELIMITED BY SIZE
               LOAN-REPAY-COST DELIMITED BY SIZE
               " or, échéance jour " DELIMITED BY SIZE
               LOAN-DUE-DAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           STRING "   Gage: coffre " DELIMITED BY SIZE
               LOAN-COLLATERAL-SLOT DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               COLLATERAL-NAME DELIMITED BY SIZE
               " valeur " DELIMITED BY SIZE
               COLLATERAL-WORTH DELIMITED BY SIZE
               " or" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           IF SLOT-DAY-KNOWN NOT = "Y"
               MOVE "   Terme: jours restants inconnus" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE LOAN-DAYS-LEFT = LOAN-DUE-DAY - SLOT-GAME-DAY
           MOVE LOAN-DAYS-LEFT TO LOAN-DAYS-EDIT
           MOVE 1 TO REPORT-LINE-PTR
           STRING "   Terme: " DELIMITED BY SIZE
               FUNCTION TRIM(LOAN-DAYS-EDIT) DELIMITED BY SIZE
               " jour(s)" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
      *    Mêmes seuils que CHECK-LOAN-STATUS au guichet
           EVALUATE TRUE
               WHEN LOAN-DAYS-LEFT <= 0
                   STRING " - ÉCHU, gage à confisquer au prochain "
                       DELIMITED BY SIZE
                       "passage" DELIMITED BY SIZE
                       INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
                   END-STRING
                   PERFORM KEEP-PAST-DUE-LOAN
               WHEN LOAN-DAYS-LEFT <= 1
                   STRING " - dernier rappel" DELIMITED BY SIZE
                       INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
                   END-STRING
               WHEN LOAN-DAYS-LEFT <= 3
                   STRING " - rappel" DELIMITED BY SIZE
                       INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
                   END-STRING
           END-EVALUATE
           PERFORM EMIT-REPORT-LINE
           .

       KEEP-PAST-DUE-LOAN.
           IF PAST-DUE-COUNT >= 9
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PAST-DUE-COUNT
           MOVE ACCOUNT-SLOT TO PDU-SLOT(PAST-DUE-COUNT)
           MOVE LOAN-REPAY-COST TO PDU-REPAY(PAST-DUE-COUNT)
           MOVE LOAN-DUE-DAY TO PDU-DUE-DAY(PAST-DUE-COUNT)
           COMPUTE PDU-DAYS-LATE(PAST-DUE-COUNT) = 0 - LOAN-DAYS-LEFT
           MOVE COLLATERAL-NAME TO PDU-COLLATERAL(PAST-DUE-COUNT)
           MOVE COLLATERAL-WORTH TO PDU-WORTH(PAST-DUE-COUNT)
           .

      *-----------------------------------------------------------------
      * Jour de jeu de l'emplacement d'après sa sauvegarde
      *-----------------------------------------------------------------
       READ-SLOT-GAME-DAY.
           MOVE "N" TO SLOT-DAY-KNOWN
           MOVE 0 TO SLOT-GAME-DAY
           IF SAVE-FILE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-SLOT TO SAVE-KEY
           READ SAVE-GAME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SLOT-DAY-KNOWN
                   MOVE GS-GAME-DAY TO SLOT-GAME-DAY
           END-READ
           MOVE "READ-SLOT-GAME-DAY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Intérêts versés (BINT) de tous les emplacements, cumulés
      * par emplacement; un grand livre absent n'est pas une erreur
      *-----------------------------------------------------------------
       READ-GOLD-LEDGER.
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT LEDGER-FILE
           MOVE "READ-GOLD-LEDGER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LEDGER-FILE-PATH,
               LEDGER-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT LEDGER-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LEDGER-READ

           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       IF LDR-SOURCE = "BINT"
                          AND LDR-AMOUNT IS NUMERIC
                           PERFORM ADD-SLOT-INTEREST
                       END-IF
               END-READ
               MOVE "READ-GOLD-LEDGER" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   LEDGER-FILE-PATH, LEDGER-FILE-STATUS
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE "READ-GOLD-LEDGER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LEDGER-FILE-PATH,
               LEDGER-FILE-STATUS
           .

       ADD-SLOT-INTEREST.
           ADD LDR-AMOUNT TO TOTAL-INTEREST
           MOVE 0 TO INTEREST-MATCH
           PERFORM VARYING INTEREST-IDX FROM 1 BY 1
                   UNTIL INTEREST-IDX > INTEREST-COUNT
                      OR INTEREST-MATCH > 0
               IF INT-SLOT(INTEREST-IDX) = LDR-SLOT
                   MOVE INTEREST-IDX TO INTEREST-MATCH
               END-IF
           END-PERFORM
           IF INTEREST-MATCH = 0
               IF INTEREST-COUNT >= 9
                   ADD LDR-AMOUNT TO INTEREST-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO INTEREST-COUNT
               MOVE INTEREST-COUNT TO INTEREST-MATCH
               MOVE LDR-SLOT TO INT-SLOT(INTEREST-MATCH)
               MOVE 0 TO INT-GOLD(INTEREST-MATCH)
           END-IF
           ADD LDR-AMOUNT TO INT-GOLD(INTEREST-MATCH)
           .

       FIND-SLOT-INTEREST.
           MOVE 0 TO SLOT-INTEREST
           PERFORM VARYING INTEREST-IDX FROM 1 BY 1
                   UNTIL INTEREST-IDX > INTEREST-COUNT
               IF INT-SLOT(INTEREST-IDX) = ACCOUNT-SLOT
                   MOVE INT-GOLD(INTEREST-IDX) TO SLOT-INTEREST
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Emprunts échus dont le gage attend la confiscation
      *-----------------------------------------------------------------
       REPORT-PAST-DUE-LOANS.
           MOVE "Emprunts échus non saisis:" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF PAST-DUE-COUNT = 0
               MOVE "   aucun" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM VARYING PAST-DUE-IDX FROM 1 BY 1
                   UNTIL PAST-DUE-IDX > PAST-DUE-COUNT
               STRING "   " DELIMITED BY SIZE
                   PDU-SLOT(PAST-DUE-IDX) DELIMITED BY SIZE
                   " dus " DELIMITED BY SIZE
                   PDU-REPAY(PAST-DUE-IDX) DELIMITED BY SIZE
                   " or, échu le jour " DELIMITED BY SIZE
                   PDU-DUE-DAY(PAST-DUE-IDX) DELIMITED BY SIZE
                   " (retard " DELIMITED BY SIZE
                   PDU-DAYS-LATE(PAST-DUE-IDX) DELIMITED BY SIZE
                   " j)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
               STRING "      gage " DELIMITED BY SIZE
                   PDU-COLLATERAL(PAST-DUE-IDX) DELIMITED BY SIZE
                   " valeur " DELIMITED BY SIZE
                   PDU-WORTH(PAST-DUE-IDX) DELIMITED BY SIZE
                   " or" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Totaux de la banque
      *-----------------------------------------------------------------
       REPORT-BANK-TOTALS.
           STRING "TOTAL: " DELIMITED BY SIZE
               ACCOUNTS-READ DELIMITED BY SIZE
               " compte(s), dépôts " DELIMITED BY SIZE
               TOTAL-DEPOSITS DELIMITED BY SIZE
               " or, coffres " DELIMITED BY SIZE
               TOTAL-VAULT-WORTH DELIMITED BY SIZE
               " or" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           IF LEDGER-READ = "Y"
               STRING "       intérêts versés (BINT) "
                   DELIMITED BY SIZE
                   TOTAL-INTEREST DELIMITED BY SIZE
                   " or" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "       intérêts versés: COBOLEDG.DAT absent"
                   TO REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE

           STRING "       encours: " DELIMITED BY SIZE
               OPEN-LOANS DELIMITED BY SIZE
               " emprunt(s), capital " DELIMITED BY SIZE
               TOTAL-LOAN-CAPITAL DELIMITED BY SIZE
               " or, dus " DELIMITED BY SIZE
               TOTAL-LOAN-DUE DELIMITED BY SIZE
               " or" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           STRING "       gages tenus " DELIMITED BY SIZE
               TOTAL-COLLATERAL DELIMITED BY SIZE
               " or, dont échus " DELIMITED BY SIZE
               PAST-DUE-COUNT DELIMITED BY SIZE
               " emprunt(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Ouverture de l'édition imprimable (BANKRPT-AAAAMMJJ.TXT)
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "BANKRPT-" DELIMITED BY SIZE
               REPORT-DATE-WORK DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO REPORT-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN-REPORT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           IF REPORT-FILE-OK
               MOVE "Y" TO REPORT-FILE-OPEN
               PERFORM WRITE-PAGE-HEADER
           END-IF
           .

       CLOSE-REPORT-FILE.
           IF REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
               MOVE "CLOSE-REPORT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               DISPLAY SPACE
               DISPLAY "Édition écrite: "
                   FUNCTION TRIM(REPORT-FILE-NAME)
           END-IF
           .

       WRITE-PAGE-HEADER.
           ADD 1 TO REPORT-PAGE-NO
           MOVE 0 TO REPORT-LINE-COUNT
           MOVE SPACES TO REPORT-FILE-LINE
           STRING "BANQUE COBOLEGEND - RELEVÉ DE FIN DE JOURNÉE    "
               DELIMITED BY SIZE
               REPORT-DATE-WORK DELIMITED BY SIZE
               "    PAGE " DELIMITED BY SIZE
               REPORT-PAGE-NO DELIMITED BY SIZE
               INTO REPORT-FILE-LINE
           END-STRING
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           MOVE DATA-ENVIRONMENT-LINE TO REPORT-FILE-LINE
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           MOVE ALL "-" TO REPORT-FILE-LINE(1:60)
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Émission d'une ligne: écran plus édition imprimable
      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE)
           IF REPORT-FILE-OPEN = "Y"
               IF REPORT-LINE-COUNT >= REPORT-PAGE-SIZE
                   PERFORM WRITE-PAGE-HEADER
               END-IF
               MOVE REPORT-LINE TO REPORT-FILE-LINE
               WRITE REPORT-FILE-LINE
               MOVE "EMIT-REPORT-LINE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               ADD 1 TO REPORT-LINE-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SAVE-GAME-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               BANK-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               LEDGER-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM BANK-REPORT.
