       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIGHT-TRACE-FILE
               ASSIGN TO DYNAMIC FIGHT-TRACE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACE-FILE-STATUS.

       01 FIGHT-TRACE-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="FIGHT-REPLAY"==.
       01 FIGHT-TRACE-FILE-PATH      PIC X(80)  VALUE "COBOFIGHT.LOG".

       01 TRACE-FILE-STATUS          PIC X(2)   VALUE SPACES.
          88 TRACE-FILE-OK           VALUE "00".
       01 TRACE-AT-EOF               PIC X(1)   VALUE "N".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== RELECTURE DES COMBATS TRANSCRITS ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           PERFORM LIST-RECORDED-FIGHTS
      *-----------------------------------------------------------------
       LIST-RECORDED-FIGHTS.
           OPEN INPUT FIGHT-TRACE-FILE
           MOVE "LIST-RECORDED-FIGHTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           IF NOT TRACE-FILE-OK
               EXIT PARAGRAPH
           END-IF
                               " (jour " FUNCTION TRIM(TRC-F2) ")"
                       END-IF
               END-READ
               MOVE "LIST-RECORDED-FIGHTS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           END-PERFORM
           CLOSE FIGHT-TRACE-FILE
           MOVE "LIST-RECORDED-FIGHTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           .

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       REPLAY-CHOSEN-FIGHT.
           OPEN INPUT FIGHT-TRACE-FILE
           MOVE "REPLAY-CHOSEN-FIGHT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           IF NOT TRACE-FILE-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       PERFORM REPLAY-ONE-RECORD
               END-READ
               MOVE "REPLAY-CHOSEN-FIGHT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           END-PERFORM
           CLOSE FIGHT-TRACE-FILE
           MOVE "REPLAY-CHOSEN-FIGHT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               FIGHT-TRACE-FILE-PATH, TRACE-FILE-STATUS
           .

       REPLAY-ONE-RECORD.
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               FIGHT-TRACE-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM FIGHT-REPLAY.
