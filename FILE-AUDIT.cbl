       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVE-GAME-FILE ASSIGN TO DYNAMIC SAVE-GAME-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAVE-KEY
               FILE STATUS IS SAVE-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC CHECKPOINT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.

           SELECT BANK-FILE ASSIGN TO DYNAMIC BANK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.

           SELECT TROPHY-FILE ASSIGN TO DYNAMIC TROPHY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TROPHY-FILE-STATUS.

           SELECT ERA-UNLOCK-FLAG ASSIGN TO DYNAMIC ERA-UNLOCK-FLAG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERA-FILE-STATUS.

           SELECT JOB-LIBRARY-FILE
               ASSIGN TO DYNAMIC JOB-LIBRARY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-FILE-STATUS.

           SELECT FAME-FILE ASSIGN TO DYNAMIC FAME-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAME-FILE-STATUS.

      * occupés), relu par le pilote de chaîne OPS-BATCH pour bâtir
      * la synthèse opérateur sans réanalyser l'écran
      *-----------------------------------------------------------------
           SELECT AUDIT-RC-FILE ASSIGN TO DYNAMIC AUDIT-RC-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-RC-STATUS.

          05 FAME-REC-SCORE          PIC 9(8).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="FILE-AUDIT"==.
       01 SAVE-GAME-FILE-PATH        PIC X(80)  VALUE "COBOSAVE.DAT".
       01 CHECKPOINT-FILE-PATH       PIC X(80)  VALUE "COBOCHKPT.DAT".
       01 BANK-FILE-PATH             PIC X(80)  VALUE "COBOBANK.DAT".
       01 TROPHY-FILE-PATH           PIC X(80)  VALUE "COBOTROPH.DAT".
       01 ERA-UNLOCK-FLAG-PATH       PIC X(80)  VALUE "COBOERAS.DAT".
       01 JOB-LIBRARY-FILE-PATH      PIC X(80)  VALUE "COBOJOBS.DAT".
       01 FAME-FILE-PATH             PIC X(80)  VALUE "COBOFAME.DAT".
       01 AUDIT-RC-FILE-PATH         PIC X(80)  VALUE "COBOAUDIT.RC".

       01 SAVE-FILE-STATUS           PIC X(2)  VALUE SPACES.
          88 SAVE-FILE-OK            VALUE "00".
       01 CHECKPOINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== AUDIT DE COHÉRENCE DES FICHIERS COBOLEGEND ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           PERFORM SCAN-SAVE-SLOTS
               END-IF
           END-PERFORM
           OPEN OUTPUT AUDIT-RC-FILE
           MOVE "WRITE-AUDIT-RC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, AUDIT-RC-FILE-PATH,
               AUDIT-RC-STATUS
           IF AUDIT-RC-OK
               MOVE SPACES TO AUDIT-RC-RECORD
               MOVE DISCREPANCY-COUNT TO RC-DISCREPANCIES
               MOVE SLOTS-PRESENT-COUNT TO RC-SLOTS-PRESENT
               WRITE AUDIT-RC-RECORD
               MOVE "WRITE-AUDIT-RC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   AUDIT-RC-FILE-PATH, AUDIT-RC-STATUS
               CLOSE AUDIT-RC-FILE
               MOVE "WRITE-AUDIT-RC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   AUDIT-RC-FILE-PATH, AUDIT-RC-STATUS
           END-IF
           .

      *-----------------------------------------------------------------
       SCAN-SAVE-SLOTS.
           OPEN INPUT SAVE-GAME-FILE
           MOVE "SCAN-SAVE-SLOTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS
           IF NOT SAVE-FILE-OK
               DISPLAY "COBOSAVE.DAT absent ou illisible (statut "
                   SAVE-FILE-STATUS "): les recoupements se feront "
                               TO SLOT-ERA-UNLOCKED(SLOT-IDX, ERA-IDX)
                       END-PERFORM
               END-READ
               MOVE "SCAN-SAVE-SLOTS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   SAVE-GAME-FILE-PATH, SAVE-FILE-STATUS
           END-PERFORM
           CLOSE SAVE-GAME-FILE
           MOVE "SCAN-SAVE-SLOTS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, SAVE-GAME-FILE-PATH,
               SAVE-FILE-STATUS

           DISPLAY "Sauvegardes présentes: " WITH NO ADVANCING
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 3
      *-----------------------------------------------------------------
       AUDIT-CHECKPOINT-FILE.
           OPEN INPUT CHECKPOINT-FILE
           MOVE "AUDIT-CHECKPOINT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CHECKPOINT-FILE-PATH, CHECKPOINT-FILE-STATUS
           IF NOT CHECKPOINT-FILE-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       PERFORM AUDIT-ONE-CHECKPOINT
               END-READ
               MOVE "AUDIT-CHECKPOINT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   CHECKPOINT-FILE-PATH, CHECKPOINT-FILE-STATUS
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           MOVE "AUDIT-CHECKPOINT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CHECKPOINT-FILE-PATH, CHECKPOINT-FILE-STATUS
           .

       AUDIT-ONE-CHECKPOINT.
      *-----------------------------------------------------------------
       AUDIT-BANK-FILE.
           OPEN INPUT BANK-FILE
           MOVE "AUDIT-BANK-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           IF NOT BANK-FILE-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       PERFORM AUDIT-ONE-BANK-RECORD
               END-READ
               MOVE "AUDIT-BANK-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
                   BANK-FILE-STATUS
           END-PERFORM
           CLOSE BANK-FILE
           MOVE "AUDIT-BANK-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, BANK-FILE-PATH,
               BANK-FILE-STATUS
           .

       AUDIT-ONE-BANK-RECORD.
      *-----------------------------------------------------------------
       AUDIT-ERA-FLAG.
           OPEN INPUT ERA-UNLOCK-FLAG
           MOVE "AUDIT-ERA-FLAG" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ERA-UNLOCK-FLAG-PATH, ERA-FILE-STATUS
           IF NOT ERA-FILE-OK
               EXIT PARAGRAPH
           END-IF
                       MOVE "Y" TO ERA-FLAG-ALL
                   END-IF
           END-READ
           MOVE "AUDIT-ERA-FLAG" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ERA-UNLOCK-FLAG-PATH, ERA-FILE-STATUS
           CLOSE ERA-UNLOCK-FLAG
           MOVE "AUDIT-ERA-FLAG" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ERA-UNLOCK-FLAG-PATH, ERA-FILE-STATUS

           IF ERA-FLAG-ALL = "N"
               EXIT PARAGRAPH
      *-----------------------------------------------------------------
       AUDIT-TROPHY-FILE.
           OPEN INPUT TROPHY-FILE
           MOVE "AUDIT-TROPHY-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TROPHY-FILE-PATH,
               TROPHY-FILE-STATUS
           IF NOT TROPHY-FILE-OK
               EXIT PARAGRAPH
           END-IF
                           & "regagner)."
                   END-IF
           END-READ
           MOVE "AUDIT-TROPHY-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TROPHY-FILE-PATH,
               TROPHY-FILE-STATUS
           CLOSE TROPHY-FILE
           MOVE "AUDIT-TROPHY-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TROPHY-FILE-PATH,
               TROPHY-FILE-STATUS
           .

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       AUDIT-JOB-LIBRARY.
           OPEN INPUT JOB-LIBRARY-FILE
           MOVE "AUDIT-JOB-LIBRARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
           IF NOT JOB-FILE-OK
               EXIT PARAGRAPH
           END-IF
                               END-IF
                       END-EVALUATE
               END-READ
               MOVE "AUDIT-JOB-LIBRARY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS
           END-PERFORM
           CLOSE JOB-LIBRARY-FILE
           MOVE "AUDIT-JOB-LIBRARY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               JOB-LIBRARY-FILE-PATH, JOB-FILE-STATUS

           IF JOB-ORPHAN-LINES > 0
               ADD 1 TO DISCREPANCY-COUNT
      *-----------------------------------------------------------------
       AUDIT-FAME-FILE.
           OPEN INPUT FAME-FILE
           MOVE "AUDIT-FAME-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, FAME-FILE-PATH,
               FAME-FILE-STATUS
           IF NOT FAME-FILE-OK
               EXIT PARAGRAPH
           END-IF
                               FUNCTION TRIM(FAME-REC-NAME) ")."
                       END-IF
               END-READ
               MOVE "AUDIT-FAME-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, FAME-FILE-PATH,
                   FAME-FILE-STATUS
           END-PERFORM
           CLOSE FAME-FILE
           MOVE "AUDIT-FAME-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, FAME-FILE-PATH,
               FAME-FILE-STATUS

           IF FAME-BAD-LINES > 0
               ADD FAME-BAD-LINES TO DISCREPANCY-COUNT
           END-IF
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               SAVE-GAME-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               CHECKPOINT-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, BANK-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, TROPHY-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               ERA-UNLOCK-FLAG-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               JOB-LIBRARY-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, FAME-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               AUDIT-RC-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM FILE-AUDIT.
