       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC CHECKPOINT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.

       01 CHECKPOINT-FILE-RECORD         PIC X(600).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="CHECKPOINT-SYSTEM"==.
       01 CHECKPOINT-FILE-PATH       PIC X(80)  VALUE "COBOCHKPT.DAT".

       01 CHECKPOINT-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 CHECKPOINT-FILE-OK          VALUE "00".


       PROCEDURE DIVISION USING CHECKPOINT-OPERATION, CHECKPOINT-RECORD.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           EVALUATE TRUE
               WHEN OP-SAVE-CHECKPOINT
                   PERFORM SAVE-CHECKPOINT-TO-FILE
       READ-CHECKPOINT-TABLE.
           MOVE 0 TO CHK-REC-COUNT
           OPEN INPUT CHECKPOINT-FILE
           MOVE "READ-CHECKPOINT-TABLE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CHECKPOINT-FILE-PATH, CHECKPOINT-FILE-STATUS
           IF NOT CHECKPOINT-FILE-OK
               EXIT PARAGRAPH
           END-IF
                               TO CHK-REC(CHK-REC-COUNT)
                       END-IF
               END-READ
               MOVE "READ-CHECKPOINT-TABLE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   CHECKPOINT-FILE-PATH, CHECKPOINT-FILE-STATUS
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           MOVE "READ-CHECKPOINT-TABLE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CHECKPOINT-FILE-PATH, CHECKPOINT-FILE-STATUS
           .

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       REWRITE-CHECKPOINT-FILE.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE "REWRITE-CHECKPOINT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CHECKPOINT-FILE-PATH, CHECKPOINT-FILE-STATUS
           IF NOT CHECKPOINT-FILE-OK
               EXIT PARAGRAPH
           END-IF
                   UNTIL CHK-REC-IDX > CHK-REC-COUNT
               MOVE CHK-REC(CHK-REC-IDX) TO CHECKPOINT-FILE-RECORD
               WRITE CHECKPOINT-FILE-RECORD
               MOVE "REWRITE-CHECKPOINT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   CHECKPOINT-FILE-PATH, CHECKPOINT-FILE-STATUS
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           MOVE "REWRITE-CHECKPOINT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CHECKPOINT-FILE-PATH, CHECKPOINT-FILE-STATUS
           .

      *-----------------------------------------------------------------
           PERFORM REWRITE-CHECKPOINT-FILE
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               CHECKPOINT-FILE-PATH
           .

       END PROGRAM CHECKPOINT-SYSTEM.
