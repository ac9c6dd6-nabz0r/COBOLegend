       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TROPHY-FILE ASSIGN TO DYNAMIC TROPHY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TROPHY-FILE-STATUS.

       01 TROPHY-FILE-RECORD         PIC X(12).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="ACHIEVEMENT-SYSTEM"==.
       01 TROPHY-FILE-PATH           PIC X(80)  VALUE "COBOTROPH.DAT".

       01 TROPHY-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 TROPHY-FILE-OK          VALUE "00".

      *-----------------------------------------------------------------
      * Définition des succès
      *-----------------------------------------------------------------
       01 ACHIEVEMENT-COUNT          PIC 9(2)   VALUE 9.
       01 ACHIEVEMENT-TABLE.
          05 ACHIEVEMENT-ENTRY OCCURS 12 TIMES.
             10 ACH-NAME             PIC X(30).

       PROCEDURE DIVISION USING ACH-OPERATION, ACH-ID.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           IF ACH-TABLE-READY = "N"
               PERFORM SETUP-ACHIEVEMENT-TABLE
               MOVE "Y" TO ACH-TABLE-READY
           MOVE "Champion de l'arène" TO ACH-NAME(8)
           MOVE "Enchaîner cinq victoires à l'arène de la cité."
               TO ACH-DESC(8)

           MOVE "Architecte z/OS" TO ACH-NAME(9)
           MOVE "Obtenir le plus haut palier de la certification "
               & "JCL." TO ACH-DESC(9)
           .

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LOAD-TROPHY-FLAGS.
           OPEN INPUT TROPHY-FILE
           MOVE "LOAD-TROPHY-FLAGS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TROPHY-FILE-PATH,
               TROPHY-FILE-STATUS
           IF TROPHY-FILE-OK
               READ TROPHY-FILE
                   AT END
                   NOT AT END
                       MOVE TROPHY-FILE-RECORD TO TROPHY-FLAGS
               END-READ
               MOVE "LOAD-TROPHY-FLAGS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TROPHY-FILE-PATH, TROPHY-FILE-STATUS
               CLOSE TROPHY-FILE
               MOVE "LOAD-TROPHY-FLAGS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TROPHY-FILE-PATH, TROPHY-FILE-STATUS
           END-IF
           .

      *-----------------------------------------------------------------
       SAVE-TROPHY-FLAGS.
           OPEN OUTPUT TROPHY-FILE
           MOVE "SAVE-TROPHY-FLAGS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TROPHY-FILE-PATH,
               TROPHY-FILE-STATUS
           IF TROPHY-FILE-OK
               MOVE TROPHY-FLAGS TO TROPHY-FILE-RECORD
               WRITE TROPHY-FILE-RECORD
               MOVE "SAVE-TROPHY-FLAGS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TROPHY-FILE-PATH, TROPHY-FILE-STATUS
               CLOSE TROPHY-FILE
               MOVE "SAVE-TROPHY-FLAGS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TROPHY-FILE-PATH, TROPHY-FILE-STATUS
           END-IF
           .

           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, TROPHY-FILE-PATH
           .

       END PROGRAM ACHIEVEMENT-SYSTEM.
