      *****************************************************************
      * ERROR-REPORT.CBL - Synthèse des erreurs d'entrée-sortie
      *
      * Programme batch autonome: relit COBOERR.LOG (voir ERROR-LOG)
      * et imprime les erreurs d'entrée-sortie des dernières 24
      * heures, regroupées par programme, paragraphe, fichier et
      * code retour (nombre, dernière occurrence, emplacement), puis
      * leur détail chronologique. C'est la piste des réclamations
      * du type "la banque a oublié mon or": un repli silencieux sur
      * un fichier absent ou illisible y figure avec l'emplacement
      * de la partie et l'heure réelle.
      *
      * Cinquième étape de la chaîne de fin de journée (OPS-BATCH).
      * Édition datée ERRRPT-AAAAMMJJ.TXT, mêmes lignes que l'écran.
      * Compilable séparément: make error-report
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERROR-REPORT.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC ERROR-LOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "ERRREC.cpy".

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-FILE-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="ERROR-REPORT"==.
       01 ERROR-LOG-FILE-PATH            PIC X(80)  VALUE "COBOERR.LOG".
       01 ERROR-LOG-STATUS               PIC X(2)   VALUE SPACES.
          88 ERROR-LOG-OK                VALUE "00".
       01 ERROR-LOG-EOF                  PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Édition imprimable: nom daté, pagination et ligne de travail
      * (EMIT-REPORT-LINE affiche et écrit la même ligne)
      *-----------------------------------------------------------------
       01 REPORT-FILE-NAME               PIC X(80)  VALUE SPACES.
       01 REPORT-FILE-STATUS             PIC X(2)   VALUE SPACES.
          88 REPORT-FILE-OK              VALUE "00".
       01 REPORT-FILE-OPEN               PIC X(1)   VALUE "N".
       01 REPORT-LINE                    PIC X(100) VALUE SPACES.
       01 REPORT-LINE-COUNT              PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-NO                 PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-SIZE               PIC 9(2)   VALUE 55.
       01 REPORT-DATE-WORK               PIC X(8)   VALUE SPACES.

      *-----------------------------------------------------------------
      * Fenêtre relue: de la même heure la veille jusqu'à maintenant
      *-----------------------------------------------------------------
       01 WINDOW-START-DATE              PIC 9(8)   VALUE 0.
       01 WINDOW-START-TIME              PIC 9(6)   VALUE 0.
       01 WINDOW-DAY-NUMBER              PIC 9(7)   VALUE 0.
       01 ENTRY-IN-WINDOW                PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Regroupement par programme, paragraphe, fichier et code; au
      * delà de la table, les erreurs sont comptées à part
      *-----------------------------------------------------------------
       01 ERRORS-IN-WINDOW               PIC 9(6)   VALUE 0.
       01 ERRORS-NOT-GROUPED             PIC 9(6)   VALUE 0.
       01 GROUP-COUNT                    PIC 9(2)   VALUE 0.
       01 GROUP-LIMIT                    PIC 9(2)   VALUE 50.
       01 GROUP-TABLE.
          05 GROUP-ENTRY OCCURS 50 TIMES.
             10 GRP-PROGRAM              PIC X(20).
             10 GRP-PARAGRAPH            PIC X(30).
             10 GRP-STATUS               PIC X(2).
             10 GRP-FILE-NAME            PIC X(80).
             10 GRP-COUNT                PIC 9(6).
             10 GRP-LAST-DATE            PIC 9(8).
             10 GRP-LAST-TIME            PIC 9(6).
             10 GRP-LAST-SLOT            PIC X(8).
       01 GROUP-IDX                      PIC 9(2)   VALUE 0.
       01 GROUP-MATCH                    PIC 9(2)   VALUE 0.

      *    Détail chronologique, borné pour rester lisible
       01 DETAIL-COUNT                   PIC 9(6)   VALUE 0.
       01 DETAIL-LIMIT                   PIC 9(6)   VALUE 200.
       01 READ-PASS                      PIC X(1)   VALUE "G".
          88 PASS-GROUPS                 VALUE "G".
          88 PASS-DETAIL                 VALUE "D".

      *    Libellé du code retour et zones d'édition
       01 LABEL-STATUS-CODE              PIC X(2)   VALUE SPACES.
       01 STATUS-LABEL                   PIC X(24)  VALUE SPACES.
       01 STAMP-DATE                     PIC 9(8)   VALUE 0.
       01 STAMP-TIME                     PIC 9(6)   VALUE 0.
       01 STAMP-EDIT                     PIC X(19)  VALUE SPACES.
       01 SLOT-EDIT                      PIC X(8)   VALUE SPACES.
       01 COUNT-EDIT                     PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== ERREURS D'ENTRÉE-SORTIE COBOLEGEND ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           PERFORM SET-REPORT-WINDOW
           MOVE 0 TO ERRORS-IN-WINDOW ERRORS-NOT-GROUPED GROUP-COUNT
           MOVE "G" TO READ-PASS
           PERFORM READ-ERROR-LOG

           PERFORM OPEN-REPORT-FILE
           PERFORM PRINT-REPORT
           PERFORM CLOSE-REPORT-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * Début de la fenêtre: même heure, la veille
      *-----------------------------------------------------------------
       SET-REPORT-WINDOW.
           COMPUTE WINDOW-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WINDOW-DAY-NUMBER)
               TO WINDOW-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WINDOW-START-TIME
           .

      *-----------------------------------------------------------------
      * Une passe sur COBOERR.LOG: regroupement (READ-PASS G) ou
      * détail chronologique (D). Un journal absent veut dire
      * qu'aucune erreur n'a encore été relevée.
      *-----------------------------------------------------------------
       READ-ERROR-LOG.
           OPEN INPUT ERROR-LOG-FILE
           MOVE 'O' TO ERL-OPERATION
           MOVE "READ-ERROR-LOG" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, ERROR-LOG-FILE-PATH,
               ERROR-LOG-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT ERROR-LOG-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ERROR-LOG-EOF
           PERFORM UNTIL ERROR-LOG-EOF = "Y"
               READ ERROR-LOG-FILE
                   AT END
                       MOVE "Y" TO ERROR-LOG-EOF
                   NOT AT END
                       PERFORM PROCESS-ERROR-LINE
               END-READ
               MOVE "READ-ERROR-LOG" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ERROR-LOG-FILE-PATH, ERROR-LOG-STATUS
           END-PERFORM
           CLOSE ERROR-LOG-FILE
           MOVE "READ-ERROR-LOG" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, ERROR-LOG-FILE-PATH,
               ERROR-LOG-STATUS
           .

       PROCESS-ERROR-LINE.
           IF ERR-DATE IS NOT NUMERIC OR ERR-TIME IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ENTRY-IN-WINDOW
           IF ERR-DATE > WINDOW-START-DATE
               MOVE "Y" TO ENTRY-IN-WINDOW
           END-IF
           IF ERR-DATE = WINDOW-START-DATE
              AND ERR-TIME >= WINDOW-START-TIME
               MOVE "Y" TO ENTRY-IN-WINDOW
           END-IF
           IF ENTRY-IN-WINDOW = "N"
               EXIT PARAGRAPH
           END-IF
           IF PASS-GROUPS
               ADD 1 TO ERRORS-IN-WINDOW
               PERFORM ADD-TO-GROUP
           ELSE
               PERFORM PRINT-ERROR-DETAIL
           END-IF
           .

       ADD-TO-GROUP.
           MOVE 0 TO GROUP-MATCH
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT OR GROUP-MATCH > 0
               IF GRP-PROGRAM(GROUP-IDX) = ERR-PROGRAM
                  AND GRP-PARAGRAPH(GROUP-IDX) = ERR-PARAGRAPH
                  AND GRP-STATUS(GROUP-IDX) = ERR-STATUS
                  AND GRP-FILE-NAME(GROUP-IDX) = ERR-FILE-NAME
                   MOVE GROUP-IDX TO GROUP-MATCH
               END-IF
           END-PERFORM
           IF GROUP-MATCH = 0
               IF GROUP-COUNT >= GROUP-LIMIT
                   ADD 1 TO ERRORS-NOT-GROUPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GROUP-COUNT
               MOVE GROUP-COUNT TO GROUP-MATCH
               MOVE ERR-PROGRAM TO GRP-PROGRAM(GROUP-MATCH)
               MOVE ERR-PARAGRAPH TO GRP-PARAGRAPH(GROUP-MATCH)
               MOVE ERR-STATUS TO GRP-STATUS(GROUP-MATCH)
               MOVE ERR-FILE-NAME TO GRP-FILE-NAME(GROUP-MATCH)
               MOVE 0 TO GRP-COUNT(GROUP-MATCH)
           END-IF
           ADD 1 TO GRP-COUNT(GROUP-MATCH)
           MOVE ERR-DATE TO GRP-LAST-DATE(GROUP-MATCH)
           MOVE ERR-TIME TO GRP-LAST-TIME(GROUP-MATCH)
           MOVE ERR-SLOT TO GRP-LAST-SLOT(GROUP-MATCH)
           .

      *-----------------------------------------------------------------
      * Ouverture de l'édition imprimable (ERRRPT-AAAAMMJJ.TXT) et
      * première page; sans fichier, le rapport reste à l'écran
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "ERRRPT-" DELIMITED BY SIZE
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

      *-----------------------------------------------------------------
      * En-tête de page de l'édition imprimable
      *-----------------------------------------------------------------
       WRITE-PAGE-HEADER.
           ADD 1 TO REPORT-PAGE-NO
           MOVE 0 TO REPORT-LINE-COUNT
           MOVE SPACES TO REPORT-FILE-LINE
           STRING "ERREURS D'ENTRÉE-SORTIE COBOLEGEND    "
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
      * Émission d'une ligne de rapport: affichée à l'écran et
      * écrite dans l'édition imprimable, avec saut de page
      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
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
      * Corps du rapport: période, total, regroupements, détail
      *-----------------------------------------------------------------
       PRINT-REPORT.
           MOVE WINDOW-START-DATE TO STAMP-DATE
           MOVE WINDOW-START-TIME TO STAMP-TIME
           PERFORM EDIT-STAMP
           STRING "Période: dernières 24 heures, depuis le "
               DELIMITED BY SIZE
               STAMP-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE ERRORS-IN-WINDOW TO COUNT-EDIT
           STRING "Erreurs d'entrée-sortie relevées: "
               DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF ERRORS-IN-WINDOW = 0
               PERFORM EMIT-REPORT-LINE
               MOVE "Aucune erreur d'entrée-sortie: rien à signaler."
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM EMIT-REPORT-LINE
           MOVE "-- PAR PROGRAMME, PARAGRAPHE ET FICHIER --"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT
               PERFORM PRINT-ONE-GROUP
           END-PERFORM
           IF ERRORS-NOT-GROUPED > 0
               MOVE ERRORS-NOT-GROUPED TO COUNT-EDIT
               STRING "Autres erreurs non regroupées: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF

           PERFORM EMIT-REPORT-LINE
           MOVE "-- DÉTAIL CHRONOLOGIQUE --" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO DETAIL-COUNT
           MOVE "D" TO READ-PASS
           PERFORM READ-ERROR-LOG
           IF DETAIL-COUNT > DETAIL-LIMIT
               SUBTRACT DETAIL-LIMIT FROM DETAIL-COUNT
               MOVE DETAIL-COUNT TO COUNT-EDIT
               STRING "... et " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " ligne(s) de plus, voir COBOERR.LOG"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           .

      *    Deux lignes par regroupement: nombre, code, programme et
      *    paragraphe; puis fichier et dernière occurrence
       PRINT-ONE-GROUP.
           MOVE GRP-COUNT(GROUP-IDX) TO COUNT-EDIT
           MOVE GRP-STATUS(GROUP-IDX) TO LABEL-STATUS-CODE
           PERFORM LABEL-FILE-STATUS
           STRING COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GRP-STATUS(GROUP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATUS-LABEL DELIMITED BY SIZE
               FUNCTION TRIM(GRP-PROGRAM(GROUP-IDX)) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(GRP-PARAGRAPH(GROUP-IDX))
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE GRP-LAST-DATE(GROUP-IDX) TO STAMP-DATE
           MOVE GRP-LAST-TIME(GROUP-IDX) TO STAMP-TIME
           PERFORM EDIT-STAMP
           MOVE GRP-LAST-SLOT(GROUP-IDX) TO SLOT-EDIT
           IF SLOT-EDIT = SPACES
               MOVE "-" TO SLOT-EDIT
           END-IF
           STRING "          " DELIMITED BY SIZE
               FUNCTION TRIM(GRP-FILE-NAME(GROUP-IDX))
                   DELIMITED BY SIZE
               ", dernière le " DELIMITED BY SIZE
               STAMP-EDIT DELIMITED BY SIZE
               ", emplacement " DELIMITED BY SIZE
               FUNCTION TRIM(SLOT-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

       PRINT-ERROR-DETAIL.
           ADD 1 TO DETAIL-COUNT
           IF DETAIL-COUNT > DETAIL-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE ERR-DATE TO STAMP-DATE
           MOVE ERR-TIME TO STAMP-TIME
           PERFORM EDIT-STAMP
           MOVE ERR-SLOT TO SLOT-EDIT
           IF SLOT-EDIT = SPACES
               MOVE "-" TO SLOT-EDIT
           END-IF
           STRING STAMP-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLOT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ERR-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ERR-PROGRAM) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(ERR-PARAGRAPH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ERR-FILE-NAME) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *    JJ/MM/AAAA HH:MM:SS
       EDIT-STAMP.
           MOVE SPACES TO STAMP-EDIT
           STRING STAMP-DATE(7:2) "/" STAMP-DATE(5:2) "/"
               STAMP-DATE(1:4) " " STAMP-TIME(1:2) ":"
               STAMP-TIME(3:2) ":" STAMP-TIME(5:2)
               DELIMITED BY SIZE
               INTO STAMP-EDIT
           END-STRING
           .

      *-----------------------------------------------------------------
      * Libellé du code retour LABEL-STATUS-CODE pour le support
      *-----------------------------------------------------------------
       LABEL-FILE-STATUS.
           EVALUATE LABEL-STATUS-CODE
               WHEN "04"
                   MOVE "longueur incorrecte" TO STATUS-LABEL
               WHEN "05"
                   MOVE "fichier facultatif absent" TO STATUS-LABEL
               WHEN "22"
                   MOVE "clé en double" TO STATUS-LABEL
               WHEN "24"
                   MOVE "hors limites" TO STATUS-LABEL
               WHEN "30"
                   MOVE "erreur permanente" TO STATUS-LABEL
               WHEN "34"
                   MOVE "disque plein" TO STATUS-LABEL
               WHEN "35"
                   MOVE "fichier absent" TO STATUS-LABEL
               WHEN "37"
                   MOVE "accès refusé" TO STATUS-LABEL
               WHEN "39"
                   MOVE "attributs incompatibles" TO STATUS-LABEL
               WHEN "41"
                   MOVE "déjà ouvert" TO STATUS-LABEL
               WHEN "42"
                   MOVE "non ouvert" TO STATUS-LABEL
               WHEN "43" WHEN "44" WHEN "46" WHEN "47" WHEN "48"
               WHEN "49"
                   MOVE "ordre incohérent" TO STATUS-LABEL
               WHEN OTHER
                   MOVE "autre erreur" TO STATUS-LABEL
           END-EVALUATE
           .

       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               ERROR-LOG-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM ERROR-REPORT.
