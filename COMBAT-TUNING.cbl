      *****************************************************************
      * COMBAT-TUNING.CBL - Paramètres d'équilibrage du combat
      *
      * Sous-programme partagé par COMBAT-SYSTEM et COMBAT-SIM: rend
      * dans COMBAT-TUNING (COMBTUNE.cpy) les constantes de combat
      * (aléa des dégâts, critique, esquive, précision, éléments,
      * rangs, défense, fuite, modificateurs de difficulté) lues
      * dans COBOTUNE.DAT, pour que le jeu et le simulateur
      * tournent sur les mêmes chiffres au lieu de deux copies à
      * tenir alignées. Les valeurs de référence sont posées en
      * code puis remplacées ligne à ligne par le fichier; absent,
      * le fichier est recréé depuis la référence. Le fichier est
      * lu au premier appel seulement, les appels suivants rendent
      * le jeu déjà chargé.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMBAT-TUNING.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * Jeu de paramètres externalisé, champs séparés par '|':
      *   V|version|libellé           identifiant du jeu (8 car.)
      *   P|clé|valeur|commentaire    un paramètre (clés: voir
      *                               APPLY-TUNING-PARAMETER)
      * Taux écrits avec un point décimal (0.85), entiers sans.
      *-----------------------------------------------------------------
           SELECT TUNING-DATA-FILE
               ASSIGN TO DYNAMIC TUNING-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TUNING-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TUNING-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 TUNING-DATA-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="COMBAT-TUNING"==.
       01 TUNING-DATA-FILE-PATH      PIC X(80)  VALUE "COBOTUNE.DAT".

       01 TUNING-DATA-STATUS         PIC X(2)   VALUE SPACES.
          88 TUNING-DATA-OK          VALUE "00".
       01 TUNING-FILE-EOF            PIC X(1)   VALUE "N".
       01 TUNING-FILE-LOADED         PIC X(1)   VALUE "N".
       01 TUNING-LINE-NO             PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Jeu chargé au premier appel, rendu tel quel ensuite
      *-----------------------------------------------------------------
       01 TUNING-CACHE-READY         PIC X(1)   VALUE "N".
       01 TUNING-CACHE               PIC X(100) VALUE SPACES.

       01 TNF-TYPE                   PIC X(1)   VALUE SPACE.
       01 TNF-KEY                    PIC X(20)  VALUE SPACES.
       01 TNF-VALUE                  PIC X(20)  VALUE SPACES.
       01 TNF-NOTE                   PIC X(40)  VALUE SPACES.
       01 TNF-NUM                    PIC S9(5)V99 VALUE 0.
       01 TNF-VALID                  PIC X(1)   VALUE "N".
       01 TNF-RATE-EDIT              PIC 9.99.
       01 TNF-INT-EDIT               PIC Z9.

       LINKAGE SECTION.
       COPY "COMBTUNE.cpy".

       PROCEDURE DIVISION USING COMBAT-TUNING.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           IF TUNING-CACHE-READY = "Y"
               MOVE TUNING-CACHE TO COMBAT-TUNING
               GOBACK
           END-IF

           PERFORM SET-REFERENCE-TUNING
           PERFORM LOAD-TUNING-FILE
           IF TUNING-FILE-LOADED = "N"
               PERFORM WRITE-DEFAULT-TUNING-FILE
           END-IF

           MOVE COMBAT-TUNING TO TUNING-CACHE
           MOVE "Y" TO TUNING-CACHE-READY
           GOBACK.

      *-----------------------------------------------------------------
      * Valeurs de référence: celles que COMBAT-SYSTEM appliquait en
      * dur avant l'externalisation
      *-----------------------------------------------------------------
       SET-REFERENCE-TUNING.
           MOVE SPACES   TO COMBAT-TUNING
           MOVE "REF-01" TO TUNE-VERSION
           MOVE 0.85     TO TUNE-VARIANCE-LOW
           MOVE 0.30     TO TUNE-VARIANCE-SPAN
           MOVE 5        TO TUNE-CRIT-BASE
           MOVE 2        TO TUNE-CRIT-AGI-DIV
           MOVE 2.00     TO TUNE-CRIT-MULT
           MOVE 3        TO TUNE-DODGE-AGI-DIV
           MOVE 85       TO TUNE-ACCURACY-BASE
           MOVE 2        TO TUNE-ACCURACY-INT-DIV
           MOVE 99       TO TUNE-ACCURACY-CAP
           MOVE 1.50     TO TUNE-WEAKNESS-MULT
           MOVE 0.50     TO TUNE-RESIST-MULT
           MOVE 0.50     TO TUNE-ROW-MULT
           MOVE 0.50     TO TUNE-DEFEND-MULT
           MOVE 40       TO TUNE-ESCAPE-BASE
           MOVE 20       TO TUNE-ESCAPE-MIN
           MOVE 95       TO TUNE-ESCAPE-MAX
           MOVE 0.75     TO TUNE-EASY-DAMAGE-MOD
           MOVE 1.25     TO TUNE-EASY-REWARD-MOD
           MOVE 1.00     TO TUNE-NORMAL-DAMAGE-MOD
           MOVE 1.00     TO TUNE-NORMAL-REWARD-MOD
           MOVE 1.25     TO TUNE-HARD-DAMAGE-MOD
           MOVE 0.75     TO TUNE-HARD-REWARD-MOD
           MOVE "R"      TO TUNE-SOURCE
           .

      *-----------------------------------------------------------------
      * Lecture de COBOTUNE.DAT par-dessus la référence: une ligne
      * illisible est signalée et laisse la valeur de référence
      *-----------------------------------------------------------------
       LOAD-TUNING-FILE.
           MOVE "N" TO TUNING-FILE-LOADED
           MOVE "N" TO TUNING-FILE-EOF
           MOVE 0 TO TUNING-LINE-NO
           OPEN INPUT TUNING-DATA-FILE
           MOVE "LOAD-TUNING-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TUNING-DATA-FILE-PATH, TUNING-DATA-STATUS
           IF NOT TUNING-DATA-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL TUNING-FILE-EOF = "Y"
               READ TUNING-DATA-FILE
                   AT END
                       MOVE "Y" TO TUNING-FILE-EOF
                   NOT AT END
                       ADD 1 TO TUNING-LINE-NO
                       PERFORM LOAD-TUNING-FILE-RECORD
               END-READ
               MOVE "LOAD-TUNING-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TUNING-DATA-FILE-PATH, TUNING-DATA-STATUS
           END-PERFORM
           CLOSE TUNING-DATA-FILE
           MOVE "LOAD-TUNING-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TUNING-DATA-FILE-PATH, TUNING-DATA-STATUS

           IF TUNING-FILE-LOADED = "Y"
               MOVE "F" TO TUNE-SOURCE
           END-IF
           .

       LOAD-TUNING-FILE-RECORD.
           IF TUNING-DATA-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TNF-TYPE TNF-KEY TNF-VALUE TNF-NOTE
           UNSTRING TUNING-DATA-RECORD DELIMITED BY "|"
               INTO TNF-TYPE, TNF-KEY, TNF-VALUE, TNF-NOTE
           END-UNSTRING

           EVALUATE TNF-TYPE
               WHEN "V"
                   IF TNF-KEY = SPACES
                       DISPLAY "COBOTUNE.DAT ligne " TUNING-LINE-NO
                           ": version vide, ignorée"
                   ELSE
                       MOVE TNF-KEY TO TUNE-VERSION
                       MOVE "Y" TO TUNING-FILE-LOADED
                   END-IF
               WHEN "P"
                   PERFORM APPLY-TUNING-PARAMETER
               WHEN OTHER
                   DISPLAY "COBOTUNE.DAT ligne " TUNING-LINE-NO
                       ": type d'enregistrement inconnu, ignorée"
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Un paramètre 'P': la clé désigne le champ de COMBTUNE.cpy,
      * la nature du champ fixe la plage admise (taux 0-9.99,
      * entier 0-99, diviseur 1-99)
      *-----------------------------------------------------------------
       APPLY-TUNING-PARAMETER.
           IF FUNCTION TEST-NUMVAL(TNF-VALUE) NOT = 0 OR
              TNF-VALUE = SPACES
               DISPLAY "COBOTUNE.DAT ligne " TUNING-LINE-NO
                   ": valeur non numérique pour "
                   FUNCTION TRIM(TNF-KEY) ", ignorée"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(TNF-VALUE) TO TNF-NUM
           MOVE "N" TO TNF-VALID

           EVALUATE TNF-KEY
               WHEN "ALEA-MIN"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-VARIANCE-LOW
                   END-IF
               WHEN "ALEA-ETENDUE"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-VARIANCE-SPAN
                   END-IF
               WHEN "CRIT-BASE"
                   PERFORM CHECK-TUNING-INTEGER
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-CRIT-BASE
                   END-IF
               WHEN "CRIT-DIV-AGI"
                   PERFORM CHECK-TUNING-DIVISOR
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-CRIT-AGI-DIV
                   END-IF
               WHEN "CRIT-MULT"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-CRIT-MULT
                   END-IF
               WHEN "ESQUIVE-DIV-AGI"
                   PERFORM CHECK-TUNING-DIVISOR
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-DODGE-AGI-DIV
                   END-IF
               WHEN "PRECISION-BASE"
                   PERFORM CHECK-TUNING-INTEGER
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-ACCURACY-BASE
                   END-IF
               WHEN "PRECISION-DIV-INT"
                   PERFORM CHECK-TUNING-DIVISOR
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-ACCURACY-INT-DIV
                   END-IF
               WHEN "PRECISION-MAX"
                   PERFORM CHECK-TUNING-INTEGER
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-ACCURACY-CAP
                   END-IF
               WHEN "FAIBLESSE-MULT"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-WEAKNESS-MULT
                   END-IF
               WHEN "RESISTANCE-MULT"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-RESIST-MULT
                   END-IF
               WHEN "RANG-MULT"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-ROW-MULT
                   END-IF
               WHEN "DEFENSE-MULT"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-DEFEND-MULT
                   END-IF
               WHEN "FUITE-BASE"
                   PERFORM CHECK-TUNING-INTEGER
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-ESCAPE-BASE
                   END-IF
               WHEN "FUITE-MIN"
                   PERFORM CHECK-TUNING-INTEGER
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-ESCAPE-MIN
                   END-IF
               WHEN "FUITE-MAX"
                   PERFORM CHECK-TUNING-INTEGER
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-ESCAPE-MAX
                   END-IF
               WHEN "FACILE-DEGATS"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-EASY-DAMAGE-MOD
                   END-IF
               WHEN "FACILE-GAINS"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-EASY-REWARD-MOD
                   END-IF
               WHEN "NORMAL-DEGATS"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-NORMAL-DAMAGE-MOD
                   END-IF
               WHEN "NORMAL-GAINS"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-NORMAL-REWARD-MOD
                   END-IF
               WHEN "DIFFICILE-DEGATS"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-HARD-DAMAGE-MOD
                   END-IF
               WHEN "DIFFICILE-GAINS"
                   PERFORM CHECK-TUNING-RATE
                   IF TNF-VALID = "Y"
                       MOVE TNF-NUM TO TUNE-HARD-REWARD-MOD
                   END-IF
               WHEN OTHER
                   DISPLAY "COBOTUNE.DAT ligne " TUNING-LINE-NO
                       ": clé inconnue " FUNCTION TRIM(TNF-KEY)
                       ", ignorée"
                   EXIT PARAGRAPH
           END-EVALUATE

           IF TNF-VALID = "N"
               DISPLAY "COBOTUNE.DAT ligne " TUNING-LINE-NO
                   ": valeur hors plage pour "
                   FUNCTION TRIM(TNF-KEY) ", ignorée"
           ELSE
               MOVE "Y" TO TUNING-FILE-LOADED
           END-IF
           .

       CHECK-TUNING-RATE.
           IF TNF-NUM >= 0 AND TNF-NUM <= 9.99
               MOVE "Y" TO TNF-VALID
           END-IF
           .

       CHECK-TUNING-INTEGER.
           IF TNF-NUM >= 0 AND TNF-NUM <= 99 AND
              TNF-NUM = FUNCTION INTEGER-PART(TNF-NUM)
               MOVE "Y" TO TNF-VALID
           END-IF
           .

       CHECK-TUNING-DIVISOR.
           IF TNF-NUM >= 1
               PERFORM CHECK-TUNING-INTEGER
           END-IF
           .

      *-----------------------------------------------------------------
      * Export de la référence vers COBOTUNE.DAT (fichier livré au
      * responsable de l'équilibrage, créé au premier lancement)
      *-----------------------------------------------------------------
       WRITE-DEFAULT-TUNING-FILE.
           OPEN OUTPUT TUNING-DATA-FILE
           MOVE "WRITE-DEFAULT-TUNING-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TUNING-DATA-FILE-PATH, TUNING-DATA-STATUS
           IF NOT TUNING-DATA-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TUNING-DATA-RECORD
           STRING "V|" DELIMITED BY SIZE
               FUNCTION TRIM(TUNE-VERSION) DELIMITED BY SIZE
               "|Valeurs de référence" DELIMITED BY SIZE
               INTO TUNING-DATA-RECORD
           END-STRING
           WRITE TUNING-DATA-RECORD
           MOVE "WRITE-DEFAULT-TUNING-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TUNING-DATA-FILE-PATH, TUNING-DATA-STATUS

           MOVE "ALEA-MIN" TO TNF-KEY
           MOVE TUNE-VARIANCE-LOW TO TNF-RATE-EDIT
           MOVE "aléa des dégâts, borne basse" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "ALEA-ETENDUE" TO TNF-KEY
           MOVE TUNE-VARIANCE-SPAN TO TNF-RATE-EDIT
           MOVE "aléa des dégâts, étendue" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "CRIT-BASE" TO TNF-KEY
           MOVE TUNE-CRIT-BASE TO TNF-INT-EDIT
           MOVE "critique de base %" TO TNF-NOTE
           PERFORM WRITE-TUNING-INTEGER
           MOVE "CRIT-DIV-AGI" TO TNF-KEY
           MOVE TUNE-CRIT-AGI-DIV TO TNF-INT-EDIT
           MOVE "critique + AGI / diviseur" TO TNF-NOTE
           PERFORM WRITE-TUNING-INTEGER
           MOVE "CRIT-MULT" TO TNF-KEY
           MOVE TUNE-CRIT-MULT TO TNF-RATE-EDIT
           MOVE "multiplicateur du coup critique" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "ESQUIVE-DIV-AGI" TO TNF-KEY
           MOVE TUNE-DODGE-AGI-DIV TO TNF-INT-EDIT
           MOVE "esquive = AGI / diviseur %" TO TNF-NOTE
           PERFORM WRITE-TUNING-INTEGER
           MOVE "PRECISION-BASE" TO TNF-KEY
           MOVE TUNE-ACCURACY-BASE TO TNF-INT-EDIT
           MOVE "précision de base %" TO TNF-NOTE
           PERFORM WRITE-TUNING-INTEGER
           MOVE "PRECISION-DIV-INT" TO TNF-KEY
           MOVE TUNE-ACCURACY-INT-DIV TO TNF-INT-EDIT
           MOVE "précision + INT / diviseur" TO TNF-NOTE
           PERFORM WRITE-TUNING-INTEGER
           MOVE "PRECISION-MAX" TO TNF-KEY
           MOVE TUNE-ACCURACY-CAP TO TNF-INT-EDIT
           MOVE "plafond de précision %" TO TNF-NOTE
           PERFORM WRITE-TUNING-INTEGER
           MOVE "FAIBLESSE-MULT" TO TNF-KEY
           MOVE TUNE-WEAKNESS-MULT TO TNF-RATE-EDIT
           MOVE "élément sur une faiblesse" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "RESISTANCE-MULT" TO TNF-KEY
           MOVE TUNE-RESIST-MULT TO TNF-RATE-EDIT
           MOVE "élément résisté ou absorbé" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "RANG-MULT" TO TNF-KEY
           MOVE TUNE-ROW-MULT TO TNF-RATE-EDIT
           MOVE "ligne arrière ou couverte" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "DEFENSE-MULT" TO TNF-KEY
           MOVE TUNE-DEFEND-MULT TO TNF-RATE-EDIT
           MOVE "posture défensive" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "FUITE-BASE" TO TNF-KEY
           MOVE TUNE-ESCAPE-BASE TO TNF-INT-EDIT
           MOVE "chance de fuite de base %" TO TNF-NOTE
           PERFORM WRITE-TUNING-INTEGER
           MOVE "FUITE-MIN" TO TNF-KEY
           MOVE TUNE-ESCAPE-MIN TO TNF-INT-EDIT
           MOVE "chance de fuite minimale %" TO TNF-NOTE
           PERFORM WRITE-TUNING-INTEGER
           MOVE "FUITE-MAX" TO TNF-KEY
           MOVE TUNE-ESCAPE-MAX TO TNF-INT-EDIT
           MOVE "chance de fuite maximale %" TO TNF-NOTE
           PERFORM WRITE-TUNING-INTEGER
           MOVE "FACILE-DEGATS" TO TNF-KEY
           MOVE TUNE-EASY-DAMAGE-MOD TO TNF-RATE-EDIT
           MOVE "facile: dégâts ennemis" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "FACILE-GAINS" TO TNF-KEY
           MOVE TUNE-EASY-REWARD-MOD TO TNF-RATE-EDIT
           MOVE "facile: gains" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "NORMAL-DEGATS" TO TNF-KEY
           MOVE TUNE-NORMAL-DAMAGE-MOD TO TNF-RATE-EDIT
           MOVE "normal: dégâts ennemis" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "NORMAL-GAINS" TO TNF-KEY
           MOVE TUNE-NORMAL-REWARD-MOD TO TNF-RATE-EDIT
           MOVE "normal: gains" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "DIFFICILE-DEGATS" TO TNF-KEY
           MOVE TUNE-HARD-DAMAGE-MOD TO TNF-RATE-EDIT
           MOVE "difficile: dégâts ennemis" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE
           MOVE "DIFFICILE-GAINS" TO TNF-KEY
           MOVE TUNE-HARD-REWARD-MOD TO TNF-RATE-EDIT
           MOVE "difficile: gains" TO TNF-NOTE
           PERFORM WRITE-TUNING-RATE

           CLOSE TUNING-DATA-FILE
           MOVE "WRITE-DEFAULT-TUNING-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TUNING-DATA-FILE-PATH, TUNING-DATA-STATUS
           DISPLAY "(Paramètres de combat exportés vers COBOTUNE.DAT)"
           .

       WRITE-TUNING-RATE.
           MOVE TNF-RATE-EDIT TO TNF-VALUE
           PERFORM WRITE-TUNING-LINE
           .

       WRITE-TUNING-INTEGER.
           MOVE TNF-INT-EDIT TO TNF-VALUE
           PERFORM WRITE-TUNING-LINE
           .

       WRITE-TUNING-LINE.
           MOVE SPACES TO TUNING-DATA-RECORD
           STRING "P|" DELIMITED BY SIZE
               FUNCTION TRIM(TNF-KEY) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(TNF-VALUE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(TNF-NOTE) DELIMITED BY SIZE
               INTO TUNING-DATA-RECORD
           END-STRING
           WRITE TUNING-DATA-RECORD
           MOVE "WRITE-TUNING-LINE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               TUNING-DATA-FILE-PATH, TUNING-DATA-STATUS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               TUNING-DATA-FILE-PATH
           .

       END PROGRAM COMBAT-TUNING.
