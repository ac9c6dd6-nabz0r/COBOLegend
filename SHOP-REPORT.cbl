      *****************************************************************
      * SHOP-REPORT.CBL - Rapport des ventes et ruptures des boutiques
      *
      * Programme batch autonome: relit l'état des boutiques
      * COBOSHOP.DAT tenu par MERCHANT-SYSTEM (voir SHOPSTATE.cpy) et
      * édite, classe de ville par classe de ville et article par
      * article: unités vendues au joueur et rachetées au joueur,
      * jours passés en rupture de stock avant le
      * réapprovisionnement du lendemain, stock actuel, et prix
      * moyen effectivement payé face au prix de liste moyen. Le
      * bilan de chaque classe sépare l'effet de la dérive des prix
      * (achats répétés) de celui de la relation avec le marchand
      * (remise ou majoration de COMPUTE-EFFECTIVE-PRICE).
      * Le tout est rapproché des mouvements ACHA et VENT du grand
      * livre de l'or COBOLEDG.DAT: l'écart côté achats correspond
      * aux rayons spéciaux (ères réparées, jour de fête) et aux
      * achats antérieurs au suivi des ventes.
      * Édition imprimable datée SHOPRPT-AAAAMMJJ.TXT, mêmes lignes
      * que l'écran.
      * Compilable séparément: make shop-report
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOP-REPORT.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-STATE-FILE ASSIGN TO DYNAMIC SHOP-STATE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

      *-----------------------------------------------------------------
      * Édition imprimable datée (SHOPRPT-AAAAMMJJ.TXT), mêmes
      * lignes que l'écran
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHOP-STATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SHOPSTATE.cpy".

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
           REPLACING ==:PROGRAM:== BY =="SHOP-REPORT"==.
       01 SHOP-STATE-FILE-PATH           PIC X(80)  VALUE
           "COBOSHOP.DAT".
       01 LEDGER-FILE-PATH               PIC X(80)  VALUE
           "COBOLEDG.DAT".

       01 SHOP-FILE-STATUS               PIC X(2)   VALUE SPACES.
          88 SHOP-FILE-OK                VALUE "00".
       01 LEDGER-FILE-STATUS             PIC X(2)   VALUE SPACES.
          88 LEDGER-FILE-OK              VALUE "00".
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
      * Fiche des articles lue au fichier maître (voir ITEM-MASTER)
      *-----------------------------------------------------------------
       COPY "ITEM-OP.cpy".
       01 ITEM-MASTER-OPERATION          PIC X(1)   VALUE 'G'.
       01 ITEM-MASTER-FOUND              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Cumuls d'une classe de ville, puis de toutes les classes
      *-----------------------------------------------------------------
       01 CLASSES-READ                   PIC 9(2)   VALUE 0.
       01 CLASS-NAME                     PIC X(40)  VALUE SPACES.
       01 CLASS-SOLD                     PIC 9(6)   VALUE 0.
       01 CLASS-BOUGHT                   PIC 9(6)   VALUE 0.
       01 CLASS-LIST-GOLD                PIC 9(9)   VALUE 0.
       01 CLASS-DRIFT-GOLD               PIC 9(9)   VALUE 0.
       01 CLASS-PAID-GOLD                PIC 9(9)   VALUE 0.
       01 CLASS-BUYBACK-GOLD             PIC 9(9)   VALUE 0.
       01 TOTAL-SOLD                     PIC 9(7)   VALUE 0.
       01 TOTAL-BOUGHT                   PIC 9(7)   VALUE 0.
       01 TOTAL-PAID-GOLD                PIC 9(9)   VALUE 0.
       01 TOTAL-BUYBACK-GOLD             PIC 9(9)   VALUE 0.
       01 ITEM-IDX                       PIC 9(2)   VALUE 0.
       01 ITEM-NAME-WORK                 PIC X(20)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Prix moyens et effets de prix (signés)
      *-----------------------------------------------------------------
       01 AVG-PAID                       PIC 9(6)   VALUE 0.
       01 AVG-LIST                       PIC 9(6)   VALUE 0.
       01 PRICE-GAP-PCT                  PIC S9(4)  VALUE 0.
       01 PRICE-GAP-EDIT                 PIC +(4)9.
       01 PRICE-EFFECT                   PIC S9(9)  VALUE 0.
       01 PRICE-EFFECT-EDIT              PIC +(9)9.

      *-----------------------------------------------------------------
      * Mouvements de boutique du grand livre de l'or
      *-----------------------------------------------------------------
       01 LEDGER-BUY-COUNT               PIC 9(7)   VALUE 0.
       01 LEDGER-BUY-GOLD                PIC 9(9)   VALUE 0.
       01 LEDGER-SELL-COUNT              PIC 9(7)   VALUE 0.
       01 LEDGER-SELL-GOLD               PIC 9(9)   VALUE 0.
       01 LEDGER-READ                    PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== RAPPORT DES BOUTIQUES COBOLEGEND ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           OPEN INPUT SHOP-STATE-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           IF NOT SHOP-FILE-OK
               DISPLAY "COBOSHOP.DAT introuvable: aucune boutique "
                   & "visitée."
               GOBACK
           END-IF

           PERFORM OPEN-REPORT-FILE
           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ SHOP-STATE-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-CLASS
               END-READ
               MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS
           END-PERFORM
           CLOSE SHOP-STATE-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               SHOP-STATE-FILE-PATH, SHOP-FILE-STATUS

           IF CLASSES-READ = 0
               MOVE "Aucun état de boutique enregistré."
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF

           PERFORM READ-GOLD-LEDGER
           PERFORM REPORT-LEDGER-RECONCILIATION

      *    Totaux
           STRING "TOTAL: " DELIMITED BY SIZE
               CLASSES-READ DELIMITED BY SIZE
               " classe(s) de ville, " DELIMITED BY SIZE
               TOTAL-SOLD DELIMITED BY SIZE
               " unité(s) vendue(s), " DELIMITED BY SIZE
               TOTAL-BOUGHT DELIMITED BY SIZE
               " rachetée(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * Bloc d'une classe de ville: en-tête, une ligne double par
      * article de son catalogue, puis le bilan des prix
      *-----------------------------------------------------------------
       REPORT-ONE-CLASS.
           ADD 1 TO CLASSES-READ
           MOVE 0 TO CLASS-SOLD CLASS-BOUGHT CLASS-LIST-GOLD
               CLASS-DRIFT-GOLD CLASS-PAID-GOLD CLASS-BUYBACK-GOLD
           EVALUATE SHP-REC-CLASS
               WHEN "V"
                   MOVE "Village de Départ" TO CLASS-NAME
               WHEN "C"
                   MOVE "Marché Clandestin" TO CLASS-NAME
               WHEN "R"
                   MOVE "Camp des Rebelles et caravane" TO CLASS-NAME
               WHEN OTHER
                   MOVE "classe inconnue" TO CLASS-NAME
           END-EVALUATE
           STRING "Boutique " DELIMITED BY SIZE
               SHP-REC-CLASS DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(CLASS-NAME) DELIMITED BY SIZE
               " (réapprovisionnée le jour " DELIMITED BY SIZE
               SHP-REC-DAY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           IF SHP-REC-SALES-AREA = SPACES
               MOVE "   ventes non suivies (état antérieur au suivi)"
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > 13
               IF SHP-REC-TOWN-CLASS(ITEM-IDX) = "A" OR
                  SHP-REC-TOWN-CLASS(ITEM-IDX) = SHP-REC-CLASS
                   PERFORM REPORT-ONE-ITEM
               END-IF
           END-PERFORM

           PERFORM REPORT-CLASS-PRICES
           ADD CLASS-SOLD TO TOTAL-SOLD
           ADD CLASS-BOUGHT TO TOTAL-BOUGHT
           ADD CLASS-PAID-GOLD TO TOTAL-PAID-GOLD
           ADD CLASS-BUYBACK-GOLD TO TOTAL-BUYBACK-GOLD
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Article ITEM-IDX de la classe: quantités, ruptures et stock,
      * puis prix moyen payé contre prix de liste moyen
      *-----------------------------------------------------------------
       REPORT-ONE-ITEM.
           MOVE SHP-REC-MASTER-ID(ITEM-IDX) TO OP-ITEM-ID
           MOVE 'G' TO ITEM-MASTER-OPERATION
           CALL "ITEM-MASTER" USING ITEM-MASTER-OPERATION,
               ITEM-OP-PARAMS, ITEM-MASTER-FOUND
           IF ITEM-MASTER-FOUND = "Y"
               MOVE OP-ITEM-NAME TO ITEM-NAME-WORK
           ELSE
               MOVE SPACES TO ITEM-NAME-WORK
               STRING "(objet " DELIMITED BY SIZE
                   SHP-REC-MASTER-ID(ITEM-IDX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO ITEM-NAME-WORK
               END-STRING
           END-IF

           ADD SHP-REC-SOLD(ITEM-IDX) TO CLASS-SOLD
           ADD SHP-REC-BOUGHT(ITEM-IDX) TO CLASS-BOUGHT
           ADD SHP-REC-LIST-GOLD(ITEM-IDX) TO CLASS-LIST-GOLD
           ADD SHP-REC-DRIFT-GOLD(ITEM-IDX) TO CLASS-DRIFT-GOLD
           ADD SHP-REC-PAID-GOLD(ITEM-IDX) TO CLASS-PAID-GOLD
           ADD SHP-REC-BUYBACK-GOLD(ITEM-IDX) TO CLASS-BUYBACK-GOLD

           MOVE 1 TO REPORT-LINE-PTR
           STRING "   " DELIMITED BY SIZE
               ITEM-NAME-WORK DELIMITED BY SIZE
               " vendus " DELIMITED BY SIZE
               SHP-REC-SOLD(ITEM-IDX) DELIMITED BY SIZE
               ", rachetés " DELIMITED BY SIZE
               SHP-REC-BOUGHT(ITEM-IDX) DELIMITED BY SIZE
               ", rupture " DELIMITED BY SIZE
               SHP-REC-ZERO-DAYS(ITEM-IDX) DELIMITED BY SIZE
               " j, stock " DELIMITED BY SIZE
               SHP-REC-QTY(ITEM-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           IF SHP-REC-QTY(ITEM-IDX) = 0
               STRING " (épuisé)" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE

           IF SHP-REC-SOLD(ITEM-IDX) = 0
               STRING "      prix de liste " DELIMITED BY SIZE
                   OP-ITEM-VALUE DELIMITED BY SIZE
                   ", aucune vente" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE AVG-PAID ROUNDED = SHP-REC-PAID-GOLD(ITEM-IDX)
               / SHP-REC-SOLD(ITEM-IDX)
           COMPUTE AVG-LIST ROUNDED = SHP-REC-LIST-GOLD(ITEM-IDX)
               / SHP-REC-SOLD(ITEM-IDX)
           IF AVG-LIST > 0
               COMPUTE PRICE-GAP-PCT ROUNDED =
                   (AVG-PAID - AVG-LIST) * 100 / AVG-LIST
           ELSE
               MOVE 0 TO PRICE-GAP-PCT
           END-IF
           MOVE PRICE-GAP-PCT TO PRICE-GAP-EDIT
           STRING "      prix moyen payé " DELIMITED BY SIZE
               AVG-PAID DELIMITED BY SIZE
               " / liste " DELIMITED BY SIZE
               AVG-LIST DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(PRICE-GAP-EDIT) DELIMITED BY SIZE
               "%), or racheté " DELIMITED BY SIZE
               SHP-REC-BUYBACK-GOLD(ITEM-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Bilan des prix de la classe: recette au prix de liste, effet
      * de la dérive, effet de la relation, recette réelle; puis les
      * reprises hors catalogue
      *-----------------------------------------------------------------
       REPORT-CLASS-PRICES.
           STRING "   Recette: liste " DELIMITED BY SIZE
               CLASS-LIST-GOLD DELIMITED BY SIZE
               ", payée " DELIMITED BY SIZE
               CLASS-PAID-GOLD DELIMITED BY SIZE
               " or pour " DELIMITED BY SIZE
               CLASS-SOLD DELIMITED BY SIZE
               " unité(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           COMPUTE PRICE-EFFECT = CLASS-DRIFT-GOLD - CLASS-LIST-GOLD
           MOVE PRICE-EFFECT TO PRICE-EFFECT-EDIT
           MOVE 1 TO REPORT-LINE-PTR
           STRING "   Effet de la dérive: " DELIMITED BY SIZE
               FUNCTION TRIM(PRICE-EFFECT-EDIT) DELIMITED BY SIZE
               " or, effet de la relation: " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           COMPUTE PRICE-EFFECT = CLASS-PAID-GOLD - CLASS-DRIFT-GOLD
           MOVE PRICE-EFFECT TO PRICE-EFFECT-EDIT
           STRING FUNCTION TRIM(PRICE-EFFECT-EDIT) DELIMITED BY SIZE
               " or" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           PERFORM EMIT-REPORT-LINE

           ADD SHP-REC-OFF-QTY TO CLASS-BOUGHT
           ADD SHP-REC-OFF-GOLD TO CLASS-BUYBACK-GOLD
           STRING "   Rachats: " DELIMITED BY SIZE
               CLASS-BOUGHT DELIMITED BY SIZE
               " objet(s) pour " DELIMITED BY SIZE
               CLASS-BUYBACK-GOLD DELIMITED BY SIZE
               " or, dont hors catalogue " DELIMITED BY SIZE
               SHP-REC-OFF-QTY DELIMITED BY SIZE
               " pour " DELIMITED BY SIZE
               SHP-REC-OFF-GOLD DELIMITED BY SIZE
               " or" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Cumul des mouvements de boutique (ACHA, VENT) du grand livre,
      * tous emplacements confondus; un livre absent n'est pas une
      * erreur
      *-----------------------------------------------------------------
       READ-GOLD-LEDGER.
           OPEN INPUT LEDGER-FILE
           MOVE 'O' TO ERL-OPERATION
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
                       IF LDR-AMOUNT IS NUMERIC
                           EVALUATE LDR-SOURCE
                               WHEN "ACHA"
                                   ADD 1 TO LEDGER-BUY-COUNT
                                   ADD LDR-AMOUNT TO LEDGER-BUY-GOLD
                               WHEN "VENT"
                                   ADD 1 TO LEDGER-SELL-COUNT
                                   ADD LDR-AMOUNT TO LEDGER-SELL-GOLD
                           END-EVALUATE
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

      *-----------------------------------------------------------------
      * Rapprochement des cumuls de boutique avec le grand livre
      *-----------------------------------------------------------------
       REPORT-LEDGER-RECONCILIATION.
           MOVE "Rapprochement avec le grand livre de l'or:"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF LEDGER-READ NOT = "Y"
               MOVE "   COBOLEDG.DAT absent: aucun rapprochement"
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           STRING "   ACHA: " DELIMITED BY SIZE
               LEDGER-BUY-COUNT DELIMITED BY SIZE
               " mouvement(s), " DELIMITED BY SIZE
               LEDGER-BUY-GOLD DELIMITED BY SIZE
               " or; catalogue suivi " DELIMITED BY SIZE
               TOTAL-PAID-GOLD DELIMITED BY SIZE
               " or" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           COMPUTE PRICE-EFFECT = LEDGER-BUY-GOLD - TOTAL-PAID-GOLD
           MOVE PRICE-EFFECT TO PRICE-EFFECT-EDIT
           STRING "      écart (rayons spéciaux, achats antérieurs"
               DELIMITED BY SIZE
               " au suivi): " DELIMITED BY SIZE
               FUNCTION TRIM(PRICE-EFFECT-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           STRING "   VENT: " DELIMITED BY SIZE
               LEDGER-SELL-COUNT DELIMITED BY SIZE
               " mouvement(s), " DELIMITED BY SIZE
               LEDGER-SELL-GOLD DELIMITED BY SIZE
               " or; rachats suivis " DELIMITED BY SIZE
               TOTAL-BUYBACK-GOLD DELIMITED BY SIZE
               " or" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           COMPUTE PRICE-EFFECT = LEDGER-SELL-GOLD - TOTAL-BUYBACK-GOLD
           MOVE PRICE-EFFECT TO PRICE-EFFECT-EDIT
           STRING "      écart (ventes antérieures au suivi): "
               DELIMITED BY SIZE
               FUNCTION TRIM(PRICE-EFFECT-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Ouverture de l'édition imprimable (SHOPRPT-AAAAMMJJ.TXT)
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "SHOPRPT-" DELIMITED BY SIZE
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
           STRING "BOUTIQUES COBOLEGEND    "
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
               SHOP-STATE-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               LEDGER-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM SHOP-REPORT.
