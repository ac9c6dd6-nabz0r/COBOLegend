       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAME-FILE ASSIGN TO DYNAMIC FAME-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAME-FILE-STATUS.

          05 FAME-REC-SCORE          PIC 9(8).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="HALLFAME-SYSTEM"==.
       01 FAME-FILE-PATH             PIC X(80)  VALUE "COBOFAME.DAT".

       01 FAME-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 FAME-FILE-OK            VALUE "00".
       01 FAME-AT-EOF                PIC X(1)   VALUE "N".
                                 QUEST-TABLE, GAME-DIFFICULTY,
                                 GAME-STATE-EXT, FAME-PLAYER-GOLD.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           EVALUATE TRUE
               WHEN OP-WRITE-ENTRY
                   PERFORM WRITE-FAME-ENTRY
           IF NOT FAME-FILE-OK
               CLOSE FAME-FILE
               OPEN OUTPUT FAME-FILE
               MOVE "WRITE-FAME-ENTRY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, FAME-FILE-PATH,
                   FAME-FILE-STATUS
           END-IF

      *    Les héros ironman entrent au Hall of Fame avec un
           MOVE QUESTS-DONE-COUNT TO FAME-REC-QUESTS
           MOVE SCORE-WORK TO FAME-REC-SCORE
           WRITE FAME-FILE-RECORD
           MOVE "WRITE-FAME-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, FAME-FILE-PATH,
               FAME-FILE-STATUS
           CLOSE FAME-FILE
           MOVE "WRITE-FAME-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, FAME-FILE-PATH,
               FAME-FILE-STATUS

           DISPLAY SPACE
           DISPLAY "Votre partie entre au Hall of Fame avec un "
           MOVE 0 TO FAME-COUNT
           MOVE "N" TO FAME-AT-EOF
           OPEN INPUT FAME-FILE
           MOVE "DISPLAY-HALL-OF-FAME" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, FAME-FILE-PATH,
               FAME-FILE-STATUS
           IF FAME-FILE-OK
               PERFORM UNTIL FAME-AT-EOF = "Y"
                   READ FAME-FILE
                                   TO FAME-ENTRY(FAME-COUNT)
                           END-IF
                   END-READ
                   MOVE "DISPLAY-HALL-OF-FAME" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       FAME-FILE-PATH, FAME-FILE-STATUS
               END-PERFORM
               CLOSE FAME-FILE
               MOVE "DISPLAY-HALL-OF-FAME" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, FAME-FILE-PATH,
                   FAME-FILE-STATUS
           END-IF

           DISPLAY SPACE
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, FAME-FILE-PATH
           .

       END PROGRAM HALLFAME-SYSTEM.
