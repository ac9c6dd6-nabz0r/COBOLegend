      *****************************************************************
      * GOLD-REPORT.CBL - Rapport d'économie du grand livre de l'or
      *
      * Programme batch autonome: imprime, par code source de
      * mouvement du grand livre COBOLEDG.DAT écrit par GOLD-LEDGER,
      * l'or créé (entrées) et détruit (sorties), puis le bilan net.
      * La base factuelle pour savoir quels circuits injectent ou
      * drainent trop d'or. Compilable séparément: make gold-report
      *
      * Le grand livre n'est plus relu en entier: le rapport cumule
      * les lignes L du résumé quotidien COBODAILY.DAT (voir
      * DAILYSUM.cpy), tenu chaque nuit par DAILY-SUMMARY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOLD-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-SUMMARY-FILE
               ASSIGN TO DYNAMIC DAILY-SUMMARY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSM-KEY
               FILE STATUS IS SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DAILY-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "DAILYSUM.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="GOLD-REPORT"==.
       01 DAILY-SUMMARY-FILE-PATH    PIC X(80)  VALUE "COBODAILY.DAT".

       01 SUMMARY-FILE-STATUS        PIC X(2)   VALUE SPACES.
          88 SUMMARY-FILE-OK         VALUE "00".
       01 SUMMARY-AT-EOF             PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Agrégats par code source de mouvement (36 codes en service,
      * voir le répertoire de GOLDLEDG.cpy; 40 entrées laissent de
      * la marge - garder la garde d'AGGREGATE-MOVEMENT au diapason)
      *-----------------------------------------------------------------
       01 SRC-TABLE.
          05 SRC-COUNT               PIC 9(2)   VALUE 0.
          05 SRC-ENTRY OCCURS 40 TIMES.
             10 SRC-CODE             PIC X(4).
             10 SRC-CREATED          PIC 9(9).
             10 SRC-DESTROYED        PIC 9(9).

       01 TOTAL-CREATED              PIC 9(9)   VALUE 0.
       01 TOTAL-DESTROYED            PIC 9(9)   VALUE 0.
       01 TOTAL-MOVEMENTS            PIC 9(9)   VALUE 0.
       01 NET-BALANCE                PIC S9(9)  VALUE 0.
       01 NET-DISPLAY                PIC +Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== RAPPORT D'ÉCONOMIE DE L'OR ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           OPEN INPUT DAILY-SUMMARY-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           IF NOT SUMMARY-FILE-OK
               DISPLAY "COBODAILY.DAT introuvable: lancer d'abord "
                   & "make daily-summary."
               STOP RUN
           END-IF

           PERFORM UNTIL SUMMARY-AT-EOF = "Y"
               READ DAILY-SUMMARY-FILE
                   AT END
                       MOVE "Y" TO SUMMARY-AT-EOF
                   NOT AT END
                       IF DSM-IS-LEDGER
                           PERFORM AGGREGATE-MOVEMENT
                       END-IF
               END-READ
               MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS
           END-PERFORM
           CLOSE DAILY-SUMMARY-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DAILY-SUMMARY-FILE-PATH, SUMMARY-FILE-STATUS

           PERFORM PRINT-ECONOMY-REPORT
           STOP RUN.

      *-----------------------------------------------------------------
      * Cumul d'une ligne de mouvements du résumé (un jour, un
      * emplacement, un code source et un signe) dans l'agrégat de
      * son code source
      *-----------------------------------------------------------------
       AGGREGATE-MOVEMENT.
           ADD DSM-COUNT TO TOTAL-MOVEMENTS

           MOVE 0 TO SRC-MATCH
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-COUNT
               IF SRC-CODE(SRC-IDX) = DSM-LEDGER-SOURCE
                   MOVE SRC-IDX TO SRC-MATCH
               END-IF
           END-PERFORM
           IF SRC-MATCH = 0
               IF SRC-COUNT >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SRC-COUNT
               MOVE SRC-COUNT TO SRC-MATCH
               MOVE DSM-LEDGER-SOURCE TO SRC-CODE(SRC-MATCH)
               MOVE 0 TO SRC-CREATED(SRC-MATCH)
               MOVE 0 TO SRC-DESTROYED(SRC-MATCH)
           END-IF

           IF DSM-LEDGER-SIGN = "-"
               ADD DSM-AMOUNT-1 TO SRC-DESTROYED(SRC-MATCH)
               ADD DSM-AMOUNT-1 TO TOTAL-DESTROYED
           ELSE
               ADD DSM-AMOUNT-1 TO SRC-CREATED(SRC-MATCH)
               ADD DSM-AMOUNT-1 TO TOTAL-CREATED
           END-IF
           .

           DISPLAY "Bilan net:           " NET-DISPLAY
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DAILY-SUMMARY-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM GOLD-REPORT.
