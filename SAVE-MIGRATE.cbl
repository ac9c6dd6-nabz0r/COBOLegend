       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SAVE-FILE ASSIGN TO DYNAMIC OLD-SAVE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SAVE-KEY
               FILE STATUS IS OLD-FILE-STATUS.

           SELECT NEW-SAVE-FILE ASSIGN TO DYNAMIC NEW-SAVE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAVE-KEY

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="SAVE-MIGRATE"==.
       01 OLD-SAVE-FILE-PATH         PIC X(80)  VALUE "COBOSAVE.DAT".
       01 NEW-SAVE-FILE-PATH         PIC X(80)  VALUE "COBOSAVN.DAT".

      *-----------------------------------------------------------------
      * Exemplaire de l'état transversal avec ses valeurs par défaut
      * (clauses VALUE), recopié tel quel dans les enregistrements
      * convertis: l'ancien build ne comportait pas cette zone
      *-----------------------------------------------------------------
      * Version cible: doit suivre SAVE-LAYOUT-VERSION de MAIN-GAME
      *-----------------------------------------------------------------
       01 SAVE-LAYOUT-VERSION        PIC 9(2)  VALUE 61.

       01 MIGRATED-COUNT             PIC 9(3)  VALUE 0.
       01 SAVE-CHECKSUM-WORK         PIC 9(9)  VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== CONVERSION DES SAUVEGARDES ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY "Version cible de la structure: "
               SAVE-LAYOUT-VERSION
           DISPLAY SPACE

           OPEN INPUT OLD-SAVE-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, OLD-SAVE-FILE-PATH,
               OLD-FILE-STATUS
           IF NOT OLD-FILE-OK
               DISPLAY "COBOSAVE.DAT illisible (statut "
                   OLD-FILE-STATUS ")."
           END-IF

           OPEN OUTPUT NEW-SAVE-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, NEW-SAVE-FILE-PATH,
               NEW-FILE-STATUS
           IF NOT NEW-FILE-OK
               DISPLAY "Impossible de créer COBOSAVN.DAT (statut "
                   NEW-FILE-STATUS ")."
               CLOSE OLD-SAVE-FILE
               MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   OLD-SAVE-FILE-PATH, OLD-FILE-STATUS
               STOP RUN
           END-IF

                   NOT AT END
                       PERFORM MIGRATE-ONE-RECORD
               END-READ
               MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   OLD-SAVE-FILE-PATH, OLD-FILE-STATUS
           END-PERFORM

           CLOSE OLD-SAVE-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, OLD-SAVE-FILE-PATH,
               OLD-FILE-STATUS
           CLOSE NEW-SAVE-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, NEW-SAVE-FILE-PATH,
               NEW-FILE-STATUS

           DISPLAY SPACE
           DISPLAY "Enregistrements convertis: " MIGRATED-COUNT
                       ": converti en version "
                       SAVE-LAYOUT-VERSION
           END-WRITE
           MOVE "MIGRATE-ONE-RECORD" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, NEW-SAVE-FILE-PATH,
               NEW-FILE-STATUS
           .

      *-----------------------------------------------------------------
               + SAV-POS-Y
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               OLD-SAVE-FILE-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               NEW-SAVE-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM SAVE-MIGRATE.
