      *****************************************************************
      * CRAFT-REPORT.CBL - Rapport d'exploitation de la fabrication
      *
      * Programme batch autonome: cumule, recette par recette, les
      * événements de fabrication du journal (archives
      * COBOEVA1..9.LOG puis COBOEVENTS.LOG) écrits par
      * JCL-CRAFTING-SYSTEM:
      *   CRSB job mis en file        CRFT job collecté (grade de
      *   CRKO échec (validation,          qualité, heures d'attente)
      *        étape non aboutie,     CRMU/CRMR matériau engagé ou
      *        file pleine ou ABEND)       restitué
      * et édite pour chaque recette: tentatives, réussites et
      * échecs avec le taux de réussite, la répartition des grades
      * de qualité (Normale, Supérieure, Oeuvre maîtresse), l'attente
      * moyenne en file avant collecte et la cause d'échec
      * dominante; puis, matériau par matériau, les quantités
      * engagées et restituées (REFUND-CONSUMED-MATERIALS), et enfin
      * le classement des causes d'échec de validation relevées par
      * BUILD-VALIDATION-HINT.
      * Une recette au taux de réussite faible est trop difficile; un
      * matériau très engagé et peu restitué est le vrai goulet.
      * Les enregistrements écrits avant l'apparition de la cause, du
      * grade et de l'attente sont comptés sans ces détails.
      * Édition imprimable datée CRAFTRPT-AAAAMMJJ.TXT, mêmes lignes
      * que l'écran.
      * Compilable séparément: make craft-report
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAFT-REPORT.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * Journal lu en plusieurs passes, archives de rotation d'abord
      * (même mécanique que GAME-REPORT)
      *-----------------------------------------------------------------
           SELECT GAME-EVENTS-LOG ASSIGN TO DYNAMIC LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

      *-----------------------------------------------------------------
      * Édition imprimable datée (CRAFTRPT-AAAAMMJJ.TXT), mêmes
      * lignes que l'écran
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-EVENTS-LOG
           LABEL RECORDS ARE STANDARD.
       01 EVENT-LOG-RECORD               PIC X(117).
       01 EVENT-LOG-STRUCTURED REDEFINES EVENT-LOG-RECORD.
          05 ELR-MARKER                  PIC X(2).
          05 ELR-TYPE                    PIC X(4).
          05 ELR-GAME-DAY                PIC 9(3).
          05 ELR-GAME-HOUR               PIC 9(2).
          05 ELR-STAMP.
             10 ELR-STAMP-DATE           PIC 9(8).
             10 ELR-STAMP-TIME           PIC 9(6).
          05 ELR-SLOT                    PIC X(8).
          05 ELR-NUM-1                   PIC 9(8).
          05 ELR-NUM-2                   PIC 9(8).
          05 ELR-TEXT                    PIC X(60).
          05 ELR-LIVE-ID                 PIC X(8).

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-FILE-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="CRAFT-REPORT"==.

       01 FILE-AT-EOF                    PIC X(1)   VALUE "N".
          88 FILE-IS-AT-EOF              VALUE "Y".
       01 LOG-FILE-STATUS                PIC X(2)   VALUE SPACES.
          88 LOG-FILE-OK                 VALUE "00".
       01 LOG-FILE-NAME                  PIC X(80)  VALUE SPACES.
       01 LOG-PASS                       PIC 9(2)   VALUE 0.
       01 LOG-PASS-DIGIT                 PIC 9(1)   VALUE 0.
       01 LOG-FILES-READ                 PIC 9(2)   VALUE 0.

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
      * Constats par recette, rangés au numéro de recette (1 à
      * RECIPE-MAX de JCL-CRAFTING). Tentatives = jobs mis en file +
      * refus à la validation ou file pleine; échecs = tous les CRKO
      * (ABEND compris).
      *-----------------------------------------------------------------
       01 RECIPE-STAT-MAX                PIC 9(2)   VALUE 15.
       01 RECIPE-STAT-TABLE.
          05 RECIPE-STAT OCCURS 15 TIMES.
             10 RCS-NAME                 PIC X(30).
             10 RCS-QUEUED               PIC 9(5).
             10 RCS-DONE                 PIC 9(5).
             10 RCS-FAILED               PIC 9(5).
             10 RCS-REFUSED              PIC 9(5).
             10 RCS-CAUSE OCCURS 9 TIMES PIC 9(5).
             10 RCS-CAUSE-UNKNOWN        PIC 9(5).
             10 RCS-GRADE-N              PIC 9(5).
             10 RCS-GRADE-S              PIC 9(5).
             10 RCS-GRADE-M              PIC 9(5).
             10 RCS-GRADE-UNKNOWN        PIC 9(5).
             10 RCS-WAIT-HOURS           PIC 9(7).
             10 RCS-WAIT-COUNT           PIC 9(5).
       01 RECIPE-IDX                     PIC 9(2)   VALUE 0.
       01 RECIPE-OUT-OF-RANGE            PIC 9(5)   VALUE 0.
       01 RECIPES-SEEN                   PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Causes d'échec consignées en n2 des CRKO (voir
      * VALIDATION-HINT-CODE dans JCL-CRAFTING): 1 à 5 relevées par
      * BUILD-VALIDATION-HINT, 6 et 7 étape de fabrication non
      * aboutie d'un job à plusieurs étapes, 8 file pleine, 9 ABEND
      *-----------------------------------------------------------------
       01 CAUSE-LABELS.
          05 FILLER PIC X(40) VALUE "carte JOB absente".
          05 FILLER PIC X(40) VALUE "étape EXEC PGM= absente".
          05 FILLER PIC X(40) VALUE "carte DD avant son étape EXEC".
          05 FILLER PIC X(40) VALUE "pattern JCL de la recette absent".
          05 FILLER PIC X(40) VALUE "autre erreur de syntaxe JCL".
          05 FILLER PIC X(40) VALUE "matériaux manquants à l'étape".
          05 FILLER PIC X(40) VALUE "étape sautée par COND= ou IF".
          05 FILLER PIC X(40) VALUE "file des travaux pleine".
          05 FILLER PIC X(40) VALUE "ABEND du traitement prioritaire".
       01 CAUSE-LABEL-TABLE REDEFINES CAUSE-LABELS.
          05 CAUSE-LABEL OCCURS 9 TIMES  PIC X(40).
       01 CAUSE-TOTALS.
          05 CAUSE-TOTAL OCCURS 9 TIMES  PIC 9(5).
       01 CAUSE-IDX                      PIC 9(2)   VALUE 0.
       01 CAUSE-CODE                     PIC 9(2)   VALUE 0.
       01 CAUSE-BEST                     PIC 9(2)   VALUE 0.
       01 CAUSE-BEST-COUNT               PIC 9(5)   VALUE 0.
       01 CAUSE-RANK                     PIC 9(1)   VALUE 0.
       01 CAUSE-PRINTED.
          05 CAUSE-DONE OCCURS 9 TIMES   PIC X(1).
       01 UNKNOWN-CAUSE-TOTAL            PIC 9(5)   VALUE 0.

      *-----------------------------------------------------------------
      * Matériaux engagés (CRMU) et restitués (CRMR), par nom
      *-----------------------------------------------------------------
       01 MATERIAL-STAT-MAX              PIC 9(2)   VALUE 30.
       01 MATERIAL-STAT-COUNT            PIC 9(2)   VALUE 0.
       01 MATERIAL-STAT-TABLE.
          05 MATERIAL-STAT OCCURS 30 TIMES.
             10 MTS-NAME                 PIC X(20).
             10 MTS-USED                 PIC 9(7).
             10 MTS-REFUNDED             PIC 9(7).
       01 MATERIAL-STAT-SWAP             PIC X(34).
       01 MATERIAL-IDX                   PIC 9(2)   VALUE 0.
       01 MATERIAL-SCAN                  PIC 9(2)   VALUE 0.
       01 MATERIAL-MATCH                 PIC 9(2)   VALUE 0.
       01 MATERIAL-OVERFLOW              PIC 9(5)   VALUE 0.
       01 MATERIAL-NET                   PIC S9(7)  VALUE 0.
       01 MATERIAL-NET-EDIT              PIC -(7)9.
       01 MATERIAL-KEY-A                 PIC S9(7)  VALUE 0.
       01 MATERIAL-KEY-B                 PIC S9(7)  VALUE 0.

       01 TOTAL-ATTEMPTS                 PIC 9(6)   VALUE 0.
       01 TOTAL-DONE                     PIC 9(6)   VALUE 0.
       01 TOTAL-FAILED                   PIC 9(6)   VALUE 0.
       01 ATTEMPTS                       PIC 9(6)   VALUE 0.
       01 SUCCESS-RATE                   PIC 9(3)   VALUE 0.
       01 WAIT-AVERAGE                   PIC 9(4)V9 VALUE 0.
       01 WAIT-AVERAGE-EDIT              PIC ZZZ9.9.
       01 TEXT-HEAD                      PIC X(60)  VALUE SPACES.
       01 TEXT-TAIL                      PIC X(60)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== RAPPORT DE FABRICATION COBOLEGEND ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           INITIALIZE RECIPE-STAT-TABLE MATERIAL-STAT-TABLE
               CAUSE-TOTALS
           PERFORM VARYING LOG-PASS FROM 1 BY 1 UNTIL LOG-PASS > 10
               PERFORM READ-ONE-LOG-FILE
           END-PERFORM

           IF LOG-FILES-READ = 0
               DISPLAY "Aucun journal d'événements: rien à analyser."
               GOBACK
           END-IF

           PERFORM OPEN-REPORT-FILE
           STRING "Sources: journaux " DELIMITED BY SIZE
               LOG-FILES-READ DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           PERFORM VARYING RECIPE-IDX FROM 1 BY 1
                   UNTIL RECIPE-IDX > RECIPE-STAT-MAX
               PERFORM REPORT-ONE-RECIPE
           END-PERFORM
           IF RECIPES-SEEN = 0
               MOVE "Aucune fabrication au journal." TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF

           PERFORM REPORT-MATERIALS
           PERFORM REPORT-FAILURE-CAUSES

      *    Totaux
           STRING "TOTAL: " DELIMITED BY SIZE
               RECIPES-SEEN DELIMITED BY SIZE
               " recette(s), " DELIMITED BY SIZE
               TOTAL-ATTEMPTS DELIMITED BY SIZE
               " tentative(s), " DELIMITED BY SIZE
               TOTAL-DONE DELIMITED BY SIZE
               " réussite(s), " DELIMITED BY SIZE
               TOTAL-FAILED DELIMITED BY SIZE
               " échec(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF RECIPE-OUT-OF-RANGE > 0 OR MATERIAL-OVERFLOW > 0
               STRING "       hors tables: " DELIMITED BY SIZE
                   RECIPE-OUT-OF-RANGE DELIMITED BY SIZE
                   " événement(s) de recette inconnue, "
                       DELIMITED BY SIZE
                   MATERIAL-OVERFLOW DELIMITED BY SIZE
                   " mouvement(s) de matériau" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM CLOSE-REPORT-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * Lecture d'une passe du journal: archive COBOEVAn.LOG (passes
      * 1 à 9) ou fichier actif (passe 10); une archive absente est
      * simplement sautée
      *-----------------------------------------------------------------
       READ-ONE-LOG-FILE.
           IF LOG-PASS <= 9
               MOVE LOG-PASS TO LOG-PASS-DIGIT
               MOVE SPACES TO LOG-FILE-NAME
               STRING "COBOEVA" DELIMITED BY SIZE
                   LOG-PASS-DIGIT DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO LOG-FILE-NAME
               END-STRING
           ELSE
               MOVE "COBOEVENTS.LOG" TO LOG-FILE-NAME
           END-IF
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, LOG-FILE-NAME

           OPEN INPUT GAME-EVENTS-LOG
      *    Une archive de rotation absente n'est pas une erreur
           IF LOG-PASS <= 9
               MOVE 'O' TO ERL-OPERATION
           END-IF
           MOVE "READ-ONE-LOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOG-FILE-NAME,
               LOG-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT LOG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LOG-FILES-READ

           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ GAME-EVENTS-LOG
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       IF ELR-MARKER = "S1"
                           PERFORM PROCESS-CRAFT-EVENT
                       END-IF
               END-READ
               MOVE "READ-ONE-LOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOG-FILE-NAME,
                   LOG-FILE-STATUS
           END-PERFORM
           CLOSE GAME-EVENTS-LOG
           MOVE "READ-ONE-LOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOG-FILE-NAME,
               LOG-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Cumul d'un événement de fabrication sur sa recette (n1)
      *-----------------------------------------------------------------
       PROCESS-CRAFT-EVENT.
           IF ELR-TYPE NOT = "CRSB" AND ELR-TYPE NOT = "CRFT"
              AND ELR-TYPE NOT = "CRKO" AND ELR-TYPE NOT = "CRMU"
              AND ELR-TYPE NOT = "CRMR"
               EXIT PARAGRAPH
           END-IF
           IF ELR-NUM-1 < 1 OR ELR-NUM-1 > RECIPE-STAT-MAX
               ADD 1 TO RECIPE-OUT-OF-RANGE
               EXIT PARAGRAPH
           END-IF
           MOVE ELR-NUM-1 TO RECIPE-IDX

           EVALUATE ELR-TYPE
               WHEN "CRSB"
                   ADD 1 TO RCS-QUEUED(RECIPE-IDX)
                   PERFORM NOTE-RECIPE-NAME
               WHEN "CRFT"
                   ADD 1 TO RCS-DONE(RECIPE-IDX)
                   PERFORM TALLY-CRAFT-GRADE
               WHEN "CRKO"
                   PERFORM TALLY-CRAFT-FAILURE
               WHEN "CRMU"
                   PERFORM FIND-MATERIAL-STAT
                   IF MATERIAL-MATCH > 0
                       ADD ELR-NUM-2 TO MTS-USED(MATERIAL-MATCH)
                   END-IF
               WHEN "CRMR"
                   PERFORM FIND-MATERIAL-STAT
                   IF MATERIAL-MATCH > 0
                       ADD ELR-NUM-2 TO MTS-REFUNDED(MATERIAL-MATCH)
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Nom de la recette: il suit le libellé fixe du message
      * ("Job en file: ", "Fabrication échouée: "...)
      *-----------------------------------------------------------------
       NOTE-RECIPE-NAME.
           IF RCS-NAME(RECIPE-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TEXT-HEAD TEXT-TAIL
           UNSTRING ELR-TEXT DELIMITED BY ": "
               INTO TEXT-HEAD TEXT-TAIL
           END-UNSTRING
           MOVE TEXT-TAIL TO RCS-NAME(RECIPE-IDX)
           .

      *-----------------------------------------------------------------
      * Collecte réussie: grade "(N/S/M)" dans le texte et heures
      * d'attente en file en n2 (absents des anciens enregistrements)
      *-----------------------------------------------------------------
       TALLY-CRAFT-GRADE.
           MOVE SPACES TO TEXT-HEAD TEXT-TAIL
           UNSTRING ELR-TEXT DELIMITED BY "("
               INTO TEXT-HEAD TEXT-TAIL
           END-UNSTRING
           IF TEXT-TAIL(2:1) NOT = ")"
               ADD 1 TO RCS-GRADE-UNKNOWN(RECIPE-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TEXT-TAIL(1:1)
               WHEN "N"
                   ADD 1 TO RCS-GRADE-N(RECIPE-IDX)
               WHEN "S"
                   ADD 1 TO RCS-GRADE-S(RECIPE-IDX)
               WHEN "M"
                   ADD 1 TO RCS-GRADE-M(RECIPE-IDX)
               WHEN OTHER
                   ADD 1 TO RCS-GRADE-UNKNOWN(RECIPE-IDX)
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD ELR-NUM-2 TO RCS-WAIT-HOURS(RECIPE-IDX)
           ADD 1 TO RCS-WAIT-COUNT(RECIPE-IDX)
           .

      *-----------------------------------------------------------------
      * Échec: cause en n2 (0 pour les anciens enregistrements). Les
      * refus à la validation et file pleine sont des tentatives qui
      * ne sont jamais entrées en file.
      *-----------------------------------------------------------------
       TALLY-CRAFT-FAILURE.
           ADD 1 TO RCS-FAILED(RECIPE-IDX)
           IF ELR-NUM-2 NOT = 9
               ADD 1 TO RCS-REFUSED(RECIPE-IDX)
               PERFORM NOTE-RECIPE-NAME
           END-IF
           IF ELR-NUM-2 < 1 OR ELR-NUM-2 > 9
               ADD 1 TO RCS-CAUSE-UNKNOWN(RECIPE-IDX)
               ADD 1 TO UNKNOWN-CAUSE-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE ELR-NUM-2 TO CAUSE-CODE
           IF CAUSE-LABEL(CAUSE-CODE) = SPACES
               ADD 1 TO RCS-CAUSE-UNKNOWN(RECIPE-IDX)
               ADD 1 TO UNKNOWN-CAUSE-TOTAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RCS-CAUSE(RECIPE-IDX, CAUSE-CODE)
           ADD 1 TO CAUSE-TOTAL(CAUSE-CODE)
           .

      *-----------------------------------------------------------------
      * Rang dans MATERIAL-MATCH du matériau nommé dans le texte,
      * créé au besoin (0 si la table est pleine)
      *-----------------------------------------------------------------
       FIND-MATERIAL-STAT.
           MOVE 0 TO MATERIAL-MATCH
           PERFORM VARYING MATERIAL-SCAN FROM 1 BY 1
                   UNTIL MATERIAL-SCAN > MATERIAL-STAT-COUNT
                      OR MATERIAL-MATCH > 0
               IF MTS-NAME(MATERIAL-SCAN) = ELR-TEXT(1:20)
                   MOVE MATERIAL-SCAN TO MATERIAL-MATCH
               END-IF
           END-PERFORM
           IF MATERIAL-MATCH > 0
               EXIT PARAGRAPH
           END-IF
           IF MATERIAL-STAT-COUNT >= MATERIAL-STAT-MAX
               ADD 1 TO MATERIAL-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MATERIAL-STAT-COUNT
           MOVE MATERIAL-STAT-COUNT TO MATERIAL-MATCH
           MOVE ELR-TEXT(1:20) TO MTS-NAME(MATERIAL-MATCH)
           MOVE 0 TO MTS-USED(MATERIAL-MATCH)
           MOVE 0 TO MTS-REFUNDED(MATERIAL-MATCH)
           .

      *-----------------------------------------------------------------
      * Bloc d'une recette (les recettes sans aucun événement sont
      * omises)
      *-----------------------------------------------------------------
       REPORT-ONE-RECIPE.
           COMPUTE ATTEMPTS = RCS-QUEUED(RECIPE-IDX)
               + RCS-REFUSED(RECIPE-IDX)
           IF ATTEMPTS = 0 AND RCS-DONE(RECIPE-IDX) = 0
              AND RCS-FAILED(RECIPE-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RECIPES-SEEN
           ADD ATTEMPTS TO TOTAL-ATTEMPTS
           ADD RCS-DONE(RECIPE-IDX) TO TOTAL-DONE
           ADD RCS-FAILED(RECIPE-IDX) TO TOTAL-FAILED

           IF RCS-NAME(RECIPE-IDX) = SPACES
               MOVE "(nom inconnu)" TO RCS-NAME(RECIPE-IDX)
           END-IF
           STRING "Recette " DELIMITED BY SIZE
               RECIPE-IDX DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(RCS-NAME(RECIPE-IDX)) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           IF ATTEMPTS > 0
               COMPUTE SUCCESS-RATE =
                   RCS-DONE(RECIPE-IDX) * 100 / ATTEMPTS
           ELSE
               MOVE 0 TO SUCCESS-RATE
           END-IF
           STRING "   Tentatives " DELIMITED BY SIZE
               ATTEMPTS DELIMITED BY SIZE
               ": réussies " DELIMITED BY SIZE
               RCS-DONE(RECIPE-IDX) DELIMITED BY SIZE
               ", échouées " DELIMITED BY SIZE
               RCS-FAILED(RECIPE-IDX) DELIMITED BY SIZE
               " (taux de réussite " DELIMITED BY SIZE
               SUCCESS-RATE DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           MOVE 1 TO REPORT-LINE-PTR
           STRING "   Qualité: normale " DELIMITED BY SIZE
               RCS-GRADE-N(RECIPE-IDX) DELIMITED BY SIZE
               ", supérieure " DELIMITED BY SIZE
               RCS-GRADE-S(RECIPE-IDX) DELIMITED BY SIZE
               ", oeuvre maîtresse " DELIMITED BY SIZE
               RCS-GRADE-M(RECIPE-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           IF RCS-GRADE-UNKNOWN(RECIPE-IDX) > 0
               STRING ", non consigné " DELIMITED BY SIZE
                   RCS-GRADE-UNKNOWN(RECIPE-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE

           IF RCS-WAIT-COUNT(RECIPE-IDX) > 0
               COMPUTE WAIT-AVERAGE ROUNDED =
                   RCS-WAIT-HOURS(RECIPE-IDX)
                   / RCS-WAIT-COUNT(RECIPE-IDX)
               MOVE WAIT-AVERAGE TO WAIT-AVERAGE-EDIT
               STRING "   Attente moyenne en file: " DELIMITED BY SIZE
                   FUNCTION TRIM(WAIT-AVERAGE-EDIT) DELIMITED BY SIZE
                   " h sur " DELIMITED BY SIZE
                   RCS-WAIT-COUNT(RECIPE-IDX) DELIMITED BY SIZE
                   " collecte(s)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "   Attente moyenne en file: aucune collecte"
                   & " mesurée" TO REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE

           IF RCS-FAILED(RECIPE-IDX) > 0
               PERFORM FIND-MAIN-RECIPE-CAUSE
               IF CAUSE-BEST > 0
                   STRING "   Cause d'échec dominante: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(CAUSE-LABEL(CAUSE-BEST))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       CAUSE-BEST-COUNT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   MOVE "   Cause d'échec dominante: non consignée"
                       TO REPORT-LINE
               END-IF
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           .

       FIND-MAIN-RECIPE-CAUSE.
           MOVE 0 TO CAUSE-BEST CAUSE-BEST-COUNT
           PERFORM VARYING CAUSE-IDX FROM 1 BY 1 UNTIL CAUSE-IDX > 9
               IF RCS-CAUSE(RECIPE-IDX, CAUSE-IDX) > CAUSE-BEST-COUNT
                   MOVE CAUSE-IDX TO CAUSE-BEST
                   MOVE RCS-CAUSE(RECIPE-IDX, CAUSE-IDX)
                       TO CAUSE-BEST-COUNT
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Matériaux, du plus consommé (engagé moins restitué) au moins
      * consommé
      *-----------------------------------------------------------------
       REPORT-MATERIALS.
           MOVE "Matériaux (engagés / restitués / consommés):"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF MATERIAL-STAT-COUNT = 0
               MOVE "   aucun mouvement de matériau consigné"
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-MATERIAL-STATS
           PERFORM VARYING MATERIAL-IDX FROM 1 BY 1
                   UNTIL MATERIAL-IDX > MATERIAL-STAT-COUNT
               COMPUTE MATERIAL-NET = MTS-USED(MATERIAL-IDX)
                   - MTS-REFUNDED(MATERIAL-IDX)
               MOVE MATERIAL-NET TO MATERIAL-NET-EDIT
               STRING "   " DELIMITED BY SIZE
                   MTS-NAME(MATERIAL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MTS-USED(MATERIAL-IDX) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   MTS-REFUNDED(MATERIAL-IDX) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   FUNCTION TRIM(MATERIAL-NET-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           .

       SORT-MATERIAL-STATS.
           PERFORM VARYING MATERIAL-IDX FROM 1 BY 1
                   UNTIL MATERIAL-IDX >= MATERIAL-STAT-COUNT
               PERFORM VARYING MATERIAL-SCAN FROM MATERIAL-IDX BY 1
                       UNTIL MATERIAL-SCAN > MATERIAL-STAT-COUNT
                   COMPUTE MATERIAL-KEY-A = MTS-USED(MATERIAL-IDX)
                       - MTS-REFUNDED(MATERIAL-IDX)
                   COMPUTE MATERIAL-KEY-B = MTS-USED(MATERIAL-SCAN)
                       - MTS-REFUNDED(MATERIAL-SCAN)
                   IF MATERIAL-KEY-B > MATERIAL-KEY-A
                       MOVE MATERIAL-STAT(MATERIAL-IDX)
                           TO MATERIAL-STAT-SWAP
                       MOVE MATERIAL-STAT(MATERIAL-SCAN)
                           TO MATERIAL-STAT(MATERIAL-IDX)
                       MOVE MATERIAL-STAT-SWAP
                           TO MATERIAL-STAT(MATERIAL-SCAN)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Causes d'échec toutes recettes confondues, de la plus
      * fréquente à la moins fréquente
      *-----------------------------------------------------------------
       REPORT-FAILURE-CAUSES.
           MOVE "Causes d'échec les plus fréquentes:" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO CAUSE-PRINTED
           MOVE 0 TO CAUSE-RANK
           PERFORM 9 TIMES
               MOVE 0 TO CAUSE-BEST CAUSE-BEST-COUNT
               PERFORM VARYING CAUSE-IDX FROM 1 BY 1
                       UNTIL CAUSE-IDX > 9
                   IF CAUSE-DONE(CAUSE-IDX) NOT = "Y"
                      AND CAUSE-TOTAL(CAUSE-IDX) > CAUSE-BEST-COUNT
                       MOVE CAUSE-IDX TO CAUSE-BEST
                       MOVE CAUSE-TOTAL(CAUSE-IDX) TO CAUSE-BEST-COUNT
                   END-IF
               END-PERFORM
               IF CAUSE-BEST > 0
                   MOVE "Y" TO CAUSE-DONE(CAUSE-BEST)
                   ADD 1 TO CAUSE-RANK
                   STRING "   " DELIMITED BY SIZE
                       CAUSE-RANK DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       CAUSE-LABEL(CAUSE-BEST) DELIMITED BY SIZE
                       CAUSE-BEST-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF CAUSE-RANK = 0
               MOVE "   aucun échec à cause consignée" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF UNKNOWN-CAUSE-TOTAL > 0
               STRING "   (cause non consignée: " DELIMITED BY SIZE
                   UNKNOWN-CAUSE-TOTAL DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Ouverture de l'édition imprimable (CRAFTRPT-AAAAMMJJ.TXT)
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "CRAFTRPT-" DELIMITED BY SIZE
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
           STRING "FABRICATION COBOLEGEND    "
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
      * Ligne d'environnement (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM CRAFT-REPORT.
