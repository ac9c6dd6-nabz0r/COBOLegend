      * de victoire et la durée moyenne en tours. C'est la base
      * factuelle pour régler DIFFICULTY-DAMAGE-MOD et
      * DIFFICULTY-REWARD-MOD au lieu de les ajuster au jugé.
      * Chaque agrégat est séparé par version du jeu de paramètres
      * COBOTUNE.DAT, pour ne comparer simulé (COMBAT-SIM) et joué
      * qu'à paramètres égaux; la télémétrie antérieure aux
      * versions apparaît sans version.
      * Compilable séparément: make balance-report
      *
      * La télémétrie et ses archives de rotation ne sont plus
      * relues: le rapport cumule les lignes T du résumé quotidien
      * COBODAILY.DAT (voir DAILYSUM.cpy), tenu chaque nuit par
      * DAILY-SUMMARY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-SUMMARY-FILE
               ASSIGN TO DYNAMIC DAILY-SUMMARY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSM-KEY
               FILE STATUS IS SUMMARY-FILE-STATUS.

      *-----------------------------------------------------------------
      * Édition imprimable datée (BALRPT-AAAAMMJJ.TXT) et variante
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT CSV-FILE ASSIGN TO DYNAMIC CSV-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DAILY-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "DAILYSUM.cpy".

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="BALANCE-REPORT"==.
       01 CSV-FILE-PATH              PIC X(80)  VALUE "BALANCE.CSV".
       01 DAILY-SUMMARY-FILE-PATH    PIC X(80)  VALUE "COBODAILY.DAT".

      *-----------------------------------------------------------------
      * Édition imprimable et variante tableur (même mécanique
      * d'émission que GAME-REPORT)
      *-----------------------------------------------------------------
       01 REPORT-FILE-NAME           PIC X(80)  VALUE SPACES.
       01 REPORT-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 REPORT-FILE-OK          VALUE "00".
       01 REPORT-FILE-OPEN           PIC X(1)   VALUE "N".
       01 REPORT-PAGE-NO             PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-SIZE           PIC 9(2)   VALUE 55.
       01 REPORT-DATE-WORK           PIC X(8)   VALUE SPACES.
       01 SUMMARY-FILE-STATUS        PIC X(2)  VALUE SPACES.
          88 SUMMARY-FILE-OK         VALUE "00".
       01 SUMMARY-AT-EOF             PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      * Agrégats par triplet (monstre, difficulté, version des
      * paramètres de combat)
      *-----------------------------------------------------------------
       01 AGG-TABLE.
          05 AGG-COUNT               PIC 9(3)  VALUE 0.
          05 AGG-ENTRY OCCURS 100 TIMES.
             10 AGG-ENEMY            PIC X(20).
             10 AGG-DIFFICULTY       PIC X(1).
             10 AGG-TUNE-VERSION     PIC X(8).
             10 AGG-FIGHTS           PIC 9(7).
             10 AGG-WINS             PIC 9(7).
             10 AGG-TURNS-TOTAL      PIC 9(9).
             10 AGG-DEALT-TOTAL      PIC 9(10).
             10 AGG-TAKEN-TOTAL      PIC 9(10).
       01 AGG-IDX                    PIC 9(3)  VALUE 0.
       01 AGG-MATCH-IDX              PIC 9(3)  VALUE 0.
       01 WIN-RATE                   PIC 9(3)  VALUE 0.
       01 AVG-TURNS                  PIC 9(5)  VALUE 0.
       01 AGG-VERSION-SHOWN          PIC X(12) VALUE SPACES.

       01 GLOBAL-TOTALS.
          05 TOTAL-FIGHTS            PIC 9(7)  VALUE 0.
          05 TOTAL-WINS              PIC 9(7)  VALUE 0.
          05 TOTAL-DEFEATS           PIC 9(7)  VALUE 0.
          05 TOTAL-ESCAPES           PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== RAPPORT D'ÉQUILIBRAGE DES COMBATS ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           PERFORM READ-DAILY-SUMMARY
           IF TOTAL-FIGHTS = 0
               DISPLAY "Aucun combat au résumé COBODAILY.DAT (voir "
                   & "make daily-summary)."
               GOBACK
           END-IF

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
       CLOSE-REPORT-FILE.
           IF REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
               MOVE "CLOSE-REPORT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               DISPLAY SPACE
               DISPLAY "Édition écrite: "
                   FUNCTION TRIM(REPORT-FILE-NAME)
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
               END-IF
               MOVE REPORT-LINE TO REPORT-FILE-LINE
               WRITE REPORT-FILE-LINE
               MOVE "EMIT-REPORT-LINE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               ADD 1 TO REPORT-LINE-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE

      *-----------------------------------------------------------------
      * Variante tableur de la table par monstre: une ligne CSV
      * (séparateur point-virgule) par triplet (monstre, difficulté,
      * paramètres), réimportable en réunion d'équilibrage
      *-----------------------------------------------------------------
       WRITE-CSV-VARIANT.
           OPEN OUTPUT CSV-FILE
           MOVE "WRITE-CSV-VARIANT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CSV-FILE-PATH,
               CSV-FILE-STATUS
           IF NOT CSV-FILE-OK
               DISPLAY "Impossible d'écrire BALANCE.CSV."
               EXIT PARAGRAPH
           END-IF

           MOVE "MONSTRE;DIFFICULTE;PARAMETRES;COMBATS;VICTOIRES;"
               & "TAUX;TOURS_MOYENS;DEGATS_INFLIGES;DEGATS_SUBIS"
               TO CSV-FILE-LINE
           WRITE CSV-FILE-LINE
           MOVE "WRITE-CSV-VARIANT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CSV-FILE-PATH,
               CSV-FILE-STATUS

           PERFORM VARYING AGG-IDX FROM 1 BY 1
                   UNTIL AGG-IDX > AGG-COUNT
                   / AGG-FIGHTS(AGG-IDX)
               COMPUTE AVG-TURNS = AGG-TURNS-TOTAL(AGG-IDX)
                   / AGG-FIGHTS(AGG-IDX)
               PERFORM SET-VERSION-SHOWN
               MOVE SPACES TO CSV-FILE-LINE
               STRING FUNCTION TRIM(AGG-ENEMY(AGG-IDX))
                       DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   AGG-DIFFICULTY(AGG-IDX) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(AGG-VERSION-SHOWN) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   AGG-FIGHTS(AGG-IDX) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   AGG-WINS(AGG-IDX) DELIMITED BY SIZE
                   INTO CSV-FILE-LINE
               END-STRING
               WRITE CSV-FILE-LINE
               MOVE "WRITE-CSV-VARIANT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CSV-FILE-PATH,
                   CSV-FILE-STATUS
           END-PERFORM

           CLOSE CSV-FILE
           MOVE "WRITE-CSV-VARIANT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CSV-FILE-PATH,
               CSV-FILE-STATUS
           DISPLAY "Variante tableur écrite: BALANCE.CSV"
           .

      *-----------------------------------------------------------------
      * Version des paramètres de l'agrégat AGG-IDX telle qu'imprimée
      *-----------------------------------------------------------------
       SET-VERSION-SHOWN.
           IF AGG-TUNE-VERSION(AGG-IDX) = SPACES
               MOVE "sans version" TO AGG-VERSION-SHOWN
           ELSE
               MOVE AGG-TUNE-VERSION(AGG-IDX) TO AGG-VERSION-SHOWN
           END-IF
           .

      *-----------------------------------------------------------------
      * Lecture du résumé quotidien: seules les lignes de combat (T)
      * sont retenues
      *-----------------------------------------------------------------
       READ-DAILY-SUMMARY.
           OPEN INPUT DAILY-SUMMARY-FILE
           MOVE "READ-DAILY-SUMMARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           IF NOT SUMMARY-FILE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SUMMARY-AT-EOF
           PERFORM UNTIL SUMMARY-AT-EOF = "Y"
               READ DAILY-SUMMARY-FILE
                   AT END
                       MOVE "Y" TO SUMMARY-AT-EOF
                   NOT AT END
                       IF DSM-IS-TELEMETRY
                           PERFORM AGGREGATE-RECORD
                       END-IF
               END-READ
               MOVE "READ-DAILY-SUMMARY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           END-PERFORM
           CLOSE DAILY-SUMMARY-FILE
           MOVE "READ-DAILY-SUMMARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Cumul d'une ligne de combats du résumé (un jour, un monstre,
      * une difficulté, une version, une issue) dans l'agrégat de
      * son triplet (monstre, difficulté, version des paramètres)
      *-----------------------------------------------------------------
       AGGREGATE-RECORD.
           ADD DSM-COUNT TO TOTAL-FIGHTS
           EVALUATE DSM-TELEM-OUTCOME
               WHEN "V"
                   ADD DSM-COUNT TO TOTAL-WINS
               WHEN "D"
                   ADD DSM-COUNT TO TOTAL-DEFEATS
               WHEN "E"
                   ADD DSM-COUNT TO TOTAL-ESCAPES
           END-EVALUATE

           MOVE 0 TO AGG-MATCH-IDX
           PERFORM VARYING AGG-IDX FROM 1 BY 1
                   UNTIL AGG-IDX > AGG-COUNT
               IF AGG-ENEMY(AGG-IDX) = DSM-TELEM-ENEMY AND
                  AGG-DIFFICULTY(AGG-IDX) = DSM-TELEM-DIFFICULTY
                  AND AGG-TUNE-VERSION(AGG-IDX) =
                      DSM-TELEM-TUNE-VERSION
                   MOVE AGG-IDX TO AGG-MATCH-IDX
               END-IF
           END-PERFORM
               END-IF
               ADD 1 TO AGG-COUNT
               MOVE AGG-COUNT TO AGG-MATCH-IDX
               MOVE DSM-TELEM-ENEMY TO AGG-ENEMY(AGG-MATCH-IDX)
               MOVE DSM-TELEM-DIFFICULTY
                   TO AGG-DIFFICULTY(AGG-MATCH-IDX)
               MOVE DSM-TELEM-TUNE-VERSION
                   TO AGG-TUNE-VERSION(AGG-MATCH-IDX)
               MOVE 0 TO AGG-FIGHTS(AGG-MATCH-IDX)
               MOVE 0 TO AGG-WINS(AGG-MATCH-IDX)
               MOVE 0 TO AGG-TURNS-TOTAL(AGG-MATCH-IDX)
               MOVE 0 TO AGG-TAKEN-TOTAL(AGG-MATCH-IDX)
           END-IF

           ADD DSM-COUNT TO AGG-FIGHTS(AGG-MATCH-IDX)
           IF DSM-TELEM-OUTCOME = "V"
               ADD DSM-COUNT TO AGG-WINS(AGG-MATCH-IDX)
           END-IF
           ADD DSM-AMOUNT-1 TO AGG-TURNS-TOTAL(AGG-MATCH-IDX)
           ADD DSM-AMOUNT-2 TO AGG-DEALT-TOTAL(AGG-MATCH-IDX)
           ADD DSM-AMOUNT-3 TO AGG-TAKEN-TOTAL(AGG-MATCH-IDX)
           .

      *-----------------------------------------------------------------
      * Impression du rapport: totaux globaux puis détail par
      * triplet (monstre, difficulté, version des paramètres)
      *-----------------------------------------------------------------
       PRINT-BALANCE-REPORT.
           STRING "Combats enregistrés: " DELIMITED BY SIZE
                   / AGG-FIGHTS(AGG-IDX)
               COMPUTE AVG-TURNS = AGG-TURNS-TOTAL(AGG-IDX)
                   / AGG-FIGHTS(AGG-IDX)
               PERFORM SET-VERSION-SHOWN
               STRING AGG-ENEMY(AGG-IDX) DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   AGG-DIFFICULTY(AGG-IDX) DELIMITED BY SIZE
                   "] paramètres " DELIMITED BY SIZE
                   FUNCTION TRIM(AGG-VERSION-SHOWN) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, CSV-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DAILY-SUMMARY-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM BALANCE-REPORT.
