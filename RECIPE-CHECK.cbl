      *****************************************************************
      * RECIPE-CHECK.CBL - Validateur du livre de recettes COBORECP.DAT
      *
      * Utilitaire batch autonome: contrôle un livre de recettes
      * retouché avant sa mise en service (voir LOAD-RECIPE-FILE
      * dans JCL-CRAFTING.cbl pour le format). Vérifie:
      *   - la numérotation des recettes (1 à 15, sans doublon ni
      *     trou: les parchemins "Parchemin recette NN" s'y
      *     réfèrent);
      *   - le type de résultat ('W','A','C','S'), la puissance et
      *     le fanion caché ('Y'/'N');
      *   - que chaque pattern JCL commence par une carte JOB
      *     (//nom JOB), sans quoi aucun job soumis ne peut le
      *     contenir en tête;
      *   - que chaque matériau exigé ou raffiné figure dans
      *     MATERIALS-TABLE (demandé au terminal de fabrication),
      *     avec une quantité de 1 à 99 et trois exigences au plus.
      * L'équipe contenu le lance avant de livrer un COBORECP.DAT.
      * Compilable séparément: make recipe-check
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIPE-CHECK.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPE-DATA-FILE
               ASSIGN TO DYNAMIC RECIPE-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIPE-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECIPE-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECIPE-DATA-RECORD         PIC X(300).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="RECIPE-CHECK"==.
       01 RECIPE-DATA-FILE-PATH      PIC X(80)  VALUE "COBORECP.DAT".

       01 RECIPE-DATA-STATUS         PIC X(2)   VALUE SPACES.
          88 RECIPE-DATA-OK          VALUE "00".
       01 RECIPE-FILE-EOF            PIC X(1)   VALUE "N".

       01 RCF-TYPE                   PIC X(1)   VALUE SPACE.
       01 RCF-F1                     PIC X(30)  VALUE SPACES.
       01 RCF-F2                     PIC X(30)  VALUE SPACES.
       01 RCF-F3                     PIC X(30)  VALUE SPACES.
       01 RCF-F4                     PIC X(30)  VALUE SPACES.
       01 RCF-F5                     PIC X(100) VALUE SPACES.
       01 RCF-F6                     PIC X(30)  VALUE SPACES.
       01 RCF-F7                     PIC X(30)  VALUE SPACES.
       01 RCF-DESC                   PIC X(100) VALUE SPACES.
       01 RCF-ID                     PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Recettes déclarées et nombre d'exigences de chacune
      *-----------------------------------------------------------------
       01 RECIPE-MAX                 PIC 9(2)   VALUE 15.
       01 REFINE-MAX                 PIC 9(1)   VALUE 8.
       01 CHK-RECIPE-TABLE.
          05 CHK-RECIPE OCCURS 15 TIMES.
             10 CHK-RECIPE-SEEN      PIC X(1).
             10 CHK-RECIPE-REQS      PIC 9(2).
       01 CHK-HIGHEST-ID             PIC 9(2)   VALUE 0.
       01 CHK-IDX                    PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Contrôle de la carte JOB en tête du pattern
      *-----------------------------------------------------------------
       01 CHK-PATTERN                PIC X(100) VALUE SPACES.
       01 CHK-JOBNAME-LEN            PIC 9(3)   VALUE 0.
       01 CHK-CHAR                   PIC X(1)   VALUE SPACE.
       01 CHK-JOB-CARD-OK            PIC X(1)   VALUE "N".

       01 CHK-FIELD                  PIC X(30)  VALUE SPACES.
       01 CHK-MATERIAL               PIC X(30)  VALUE SPACES.
       01 CHK-FIELD-MAX              PIC 9(3)   VALUE 0.
       01 CHK-FIELD-MIN              PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Zones d'appel du terminal de fabrication (opération 'K':
      * le nom est-il un matériau de MATERIALS-TABLE?)
      *-----------------------------------------------------------------
       COPY "PLAYER-CHAR.cpy".
       COPY "INVENTORY.cpy".
       COPY "ITEM-OP.cpy".
       COPY "GAMESTATE.cpy".
       01 CRAFTING-OPERATION         PIC X(1)   VALUE 'K'.
       01 CRAFTING-MATERIAL-NAME     PIC X(20)  VALUE SPACES.
       01 CRAFTING-MATERIAL-QTY      PIC 9(2)   VALUE 0.

       01 LINE-NUMBER                PIC 9(3)   VALUE 0.
       01 RECIPE-LINES               PIC 9(3)   VALUE 0.
       01 REQUIREMENT-LINES          PIC 9(3)   VALUE 0.
       01 REFINE-LINES               PIC 9(3)   VALUE 0.
       01 ERROR-COUNT                PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== VALIDATION DES RECETTES COBORECP.DAT ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           OPEN INPUT RECIPE-DATA-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           IF NOT RECIPE-DATA-OK
               DISPLAY "COBORECP.DAT introuvable: ouvrez d'abord le "
                   & "terminal de fabrication pour exporter la "
                   & "référence."
               STOP RUN
           END-IF

           INITIALIZE CHK-RECIPE-TABLE
           PERFORM UNTIL RECIPE-FILE-EOF = "Y"
               READ RECIPE-DATA-FILE
                   AT END
                       MOVE "Y" TO RECIPE-FILE-EOF
                   NOT AT END
                       ADD 1 TO LINE-NUMBER
                       PERFORM CHECK-ONE-RECORD
               END-READ
               MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS
           END-PERFORM
           CLOSE RECIPE-DATA-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               RECIPE-DATA-FILE-PATH, RECIPE-DATA-STATUS

           PERFORM CHECK-RECIPE-NUMBERING

           IF REFINE-LINES > REFINE-MAX
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERREUR: " REFINE-LINES " raffinages, le "
                   & "terminal n'en admet que " REFINE-MAX "."
           END-IF

           DISPLAY SPACE
           DISPLAY "Recettes: " RECIPE-LINES "  Exigences: "
               REQUIREMENT-LINES "  Raffinages: " REFINE-LINES
           IF ERROR-COUNT = 0
               DISPLAY "Verdict: fichier BON pour le service."
           ELSE
               DISPLAY "Verdict: " ERROR-COUNT " erreur(s), NE PAS "
                   & "mettre ce fichier en service."
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      * Aiguillage par type d'enregistrement (les autres lignes sont
      * ignorées, comme au chargement)
      *-----------------------------------------------------------------
       CHECK-ONE-RECORD.
           MOVE SPACES TO RCF-F1 RCF-F2 RCF-F3 RCF-F4 RCF-F5 RCF-F6
               RCF-F7 RCF-DESC
           EVALUATE RECIPE-DATA-RECORD(1:1)
               WHEN "R"
                   UNSTRING RECIPE-DATA-RECORD DELIMITED BY "|"
                       INTO RCF-TYPE, RCF-F1, RCF-F2, RCF-F3, RCF-F4,
                           RCF-F5, RCF-F6, RCF-F7, RCF-DESC
                   END-UNSTRING
                   ADD 1 TO RECIPE-LINES
                   PERFORM CHECK-RECIPE-RECORD
               WHEN "E"
                   UNSTRING RECIPE-DATA-RECORD DELIMITED BY "|"
                       INTO RCF-TYPE, RCF-F1, RCF-F2, RCF-F3
                   END-UNSTRING
                   ADD 1 TO REQUIREMENT-LINES
                   PERFORM CHECK-REQUIREMENT-RECORD
               WHEN "F"
                   UNSTRING RECIPE-DATA-RECORD DELIMITED BY "|"
                       INTO RCF-TYPE, RCF-F1, RCF-F2, RCF-F3
                   END-UNSTRING
                   ADD 1 TO REFINE-LINES
                   PERFORM CHECK-REFINE-RECORD
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * R|nn|type|puissance|cachée|pattern|objet produit|nom|descr.
      *-----------------------------------------------------------------
       CHECK-RECIPE-RECORD.
           MOVE RCF-F1 TO CHK-FIELD
           MOVE 1 TO CHK-FIELD-MIN
           MOVE RECIPE-MAX TO CHK-FIELD-MAX
           PERFORM CHECK-NUMERIC-FIELD
           IF CHK-FIELD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(RCF-F1) TO RCF-ID
           IF CHK-RECIPE-SEEN(RCF-ID) = "Y"
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": recette " RCF-ID
                   " décrite deux fois."
           END-IF
           MOVE "Y" TO CHK-RECIPE-SEEN(RCF-ID)
           IF RCF-ID > CHK-HIGHEST-ID
               MOVE RCF-ID TO CHK-HIGHEST-ID
           END-IF

           EVALUATE RCF-F2(1:1)
               WHEN "W"
               WHEN "A"
               WHEN "C"
               WHEN "S"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "Ligne " LINE-NUMBER ": type de résultat '"
                       RCF-F2(1:1) "' inconnu (W/A/C/S)."
           END-EVALUATE

           MOVE RCF-F3 TO CHK-FIELD
           MOVE 0 TO CHK-FIELD-MIN
           MOVE 999 TO CHK-FIELD-MAX
           PERFORM CHECK-NUMERIC-FIELD

           IF RCF-F4(1:1) NOT = "Y" AND RCF-F4(1:1) NOT = "N"
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": fanion caché '"
                   RCF-F4(1:1) "' invalide (Y/N)."
           END-IF

           MOVE RCF-F5 TO CHK-PATTERN
           PERFORM CHECK-JOB-CARD
           IF CHK-JOB-CARD-OK = "N"
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": pattern '"
                   FUNCTION TRIM(RCF-F5) "' sans carte JOB en tête "
                   & "(//nom JOB attendu)."
           END-IF

           IF RCF-F6 = SPACES
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": objet produit vide."
           END-IF
           IF RCF-F7 = SPACES
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": nom de recette vide."
           END-IF
           .

      *-----------------------------------------------------------------
      * E|nn|matériau|quantité
      *-----------------------------------------------------------------
       CHECK-REQUIREMENT-RECORD.
           MOVE RCF-F1 TO CHK-FIELD
           MOVE 1 TO CHK-FIELD-MIN
           MOVE RECIPE-MAX TO CHK-FIELD-MAX
           PERFORM CHECK-NUMERIC-FIELD
           IF CHK-FIELD NOT = SPACES
               MOVE FUNCTION NUMVAL(RCF-F1) TO RCF-ID
               ADD 1 TO CHK-RECIPE-REQS(RCF-ID)
               IF CHK-RECIPE-REQS(RCF-ID) = 4
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "Ligne " LINE-NUMBER ": recette " RCF-ID
                       ": plus de trois exigences."
               END-IF
           END-IF

           MOVE RCF-F2 TO CHK-MATERIAL
           PERFORM CHECK-MATERIAL-NAME
           MOVE RCF-F3 TO CHK-FIELD
           MOVE 1 TO CHK-FIELD-MIN
           MOVE 99 TO CHK-FIELD-MAX
           PERFORM CHECK-NUMERIC-FIELD
           .

      *-----------------------------------------------------------------
      * F|matériau de base|quantité|matériau raffiné
      *-----------------------------------------------------------------
       CHECK-REFINE-RECORD.
           MOVE RCF-F1 TO CHK-MATERIAL
           PERFORM CHECK-MATERIAL-NAME
           MOVE RCF-F2 TO CHK-FIELD
           MOVE 1 TO CHK-FIELD-MIN
           MOVE 99 TO CHK-FIELD-MAX
           PERFORM CHECK-NUMERIC-FIELD
           MOVE RCF-F3 TO CHK-MATERIAL
           PERFORM CHECK-MATERIAL-NAME
           IF RCF-F1 = RCF-F3
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": '"
                   FUNCTION TRIM(RCF-F1) "' se raffine en lui-même."
           END-IF
           .

      *-----------------------------------------------------------------
      * CHK-MATERIAL doit être un matériau du terminal de
      * fabrication
      *-----------------------------------------------------------------
       CHECK-MATERIAL-NAME.
           MOVE 'K' TO CRAFTING-OPERATION
           MOVE CHK-MATERIAL TO CRAFTING-MATERIAL-NAME
           CALL "JCL-CRAFTING-SYSTEM" USING CRAFTING-OPERATION,
               CRAFTING-MATERIAL-NAME, CRAFTING-MATERIAL-QTY,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           IF CRAFTING-MATERIAL-QTY = 0
               ADD 1 TO ERROR-COUNT
               DISPLAY "Ligne " LINE-NUMBER ": matériau '"
                   FUNCTION TRIM(CHK-MATERIAL)
                   "' absent de MATERIALS-TABLE."
           END-IF
           .

      *-----------------------------------------------------------------
      * Carte JOB en tête: "//", un nom de job (lettre ou caractère
      * national, puis lettres, chiffres ou nationaux), au moins un
      * blanc, puis le mot JOB
      *-----------------------------------------------------------------
       CHECK-JOB-CARD.
           MOVE "N" TO CHK-JOB-CARD-OK
           IF CHK-PATTERN(1:2) NOT = "//"
               EXIT PARAGRAPH
           END-IF
           MOVE CHK-PATTERN(3:1) TO CHK-CHAR
           IF NOT (CHK-CHAR IS ALPHABETIC AND CHK-CHAR NOT = SPACE)
              AND CHK-CHAR NOT = "@" AND CHK-CHAR NOT = "#"
              AND CHK-CHAR NOT = "$"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CHK-JOBNAME-LEN
           PERFORM VARYING CHK-IDX FROM 3 BY 1
                   UNTIL CHK-IDX > 90
                      OR CHK-PATTERN(CHK-IDX:1) = SPACE
               MOVE CHK-PATTERN(CHK-IDX:1) TO CHK-CHAR
               IF NOT (CHK-CHAR IS ALPHABETIC OR CHK-CHAR IS NUMERIC)
                  AND CHK-CHAR NOT = "@" AND CHK-CHAR NOT = "#"
                  AND CHK-CHAR NOT = "$"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CHK-JOBNAME-LEN
           END-PERFORM

           PERFORM VARYING CHK-IDX FROM CHK-IDX BY 1
                   UNTIL CHK-IDX > 96
                      OR CHK-PATTERN(CHK-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF CHK-IDX <= 97 AND CHK-PATTERN(CHK-IDX:3) = "JOB"
               MOVE "Y" TO CHK-JOB-CARD-OK
           END-IF
           .

      *-----------------------------------------------------------------
      * CHK-FIELD doit être un nombre entre CHK-FIELD-MIN et
      * CHK-FIELD-MAX (remis à blanc s'il ne l'est pas)
      *-----------------------------------------------------------------
       CHECK-NUMERIC-FIELD.
           IF CHK-FIELD NOT = SPACES
               IF FUNCTION TEST-NUMVAL(CHK-FIELD) = 0
                   IF FUNCTION NUMVAL(CHK-FIELD) >= CHK-FIELD-MIN AND
                      FUNCTION NUMVAL(CHK-FIELD) <= CHK-FIELD-MAX AND
                      FUNCTION INTEGER(FUNCTION NUMVAL(CHK-FIELD)) =
                      FUNCTION NUMVAL(CHK-FIELD)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           ADD 1 TO ERROR-COUNT
           DISPLAY "Ligne " LINE-NUMBER ": valeur '"
               FUNCTION TRIM(CHK-FIELD) "' hors plage ("
               CHK-FIELD-MIN "-" CHK-FIELD-MAX ")."
           MOVE SPACES TO CHK-FIELD
           .

      *-----------------------------------------------------------------
      * Numérotation continue et recettes sans exigence
      *-----------------------------------------------------------------
       CHECK-RECIPE-NUMBERING.
           IF CHK-HIGHEST-ID = 0
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERREUR: aucune recette (lignes R) dans le "
                   & "fichier."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > RECIPE-MAX
               IF CHK-IDX <= CHK-HIGHEST-ID AND
                  CHK-RECIPE-SEEN(CHK-IDX) NOT = "Y"
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "ERREUR: recette " CHK-IDX " manquante "
                       & "(numérotation à trou)."
               END-IF
               IF CHK-RECIPE-SEEN(CHK-IDX) = "Y" AND
                  CHK-RECIPE-REQS(CHK-IDX) = 0
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "ERREUR: recette " CHK-IDX
                       " sans aucune exigence (lignes E)."
               END-IF
               IF CHK-RECIPE-SEEN(CHK-IDX) NOT = "Y" AND
                  CHK-RECIPE-REQS(CHK-IDX) > 0
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "ERREUR: exigences pour la recette "
                       CHK-IDX " qui n'est pas décrite."
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               RECIPE-DATA-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM RECIPE-CHECK.
