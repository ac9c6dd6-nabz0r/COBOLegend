       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

          05 LDR-DAY                 PIC 9(3).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="GOLD-LEDGER"==.
       01 LEDGER-FILE-PATH           PIC X(80)  VALUE "COBOLEDG.DAT".

       01 LEDGER-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 LEDGER-FILE-OK          VALUE "00".
       01 LEDGER-AT-EOF              PIC X(1)   VALUE "N".

       PROCEDURE DIVISION USING LEDGER-OPERATION, LEDGER-FIELDS.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           EVALUATE TRUE
               WHEN OP-WRITE-MOVEMENT
                   PERFORM WRITE-LEDGER-MOVEMENT
           IF NOT LEDGER-FILE-OK
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
               MOVE "WRITE-LEDGER-MOVEMENT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   LEDGER-FILE-PATH, LEDGER-FILE-STATUS
           END-IF
           IF NOT LEDGER-FILE-OK
               EXIT PARAGRAPH
           MOVE LGR-BALANCE TO LDR-BALANCE
           MOVE LGR-DAY TO LDR-DAY
           WRITE LEDGER-RECORD
           MOVE "WRITE-LEDGER-MOVEMENT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LEDGER-FILE-PATH,
               LEDGER-FILE-STATUS
           CLOSE LEDGER-FILE
           MOVE "WRITE-LEDGER-MOVEMENT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LEDGER-FILE-PATH,
               LEDGER-FILE-STATUS
           .

      *-----------------------------------------------------------------
           MOVE "N" TO LGR-FOUND
           MOVE 0 TO LGR-BALANCE
           OPEN INPUT LEDGER-FILE
           MOVE "FETCH-LAST-BALANCE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LEDGER-FILE-PATH,
               LEDGER-FILE-STATUS
           IF NOT LEDGER-FILE-OK
               EXIT PARAGRAPH
           END-IF
                           MOVE LDR-BALANCE TO LGR-BALANCE
                       END-IF
               END-READ
               MOVE "FETCH-LAST-BALANCE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   LEDGER-FILE-PATH, LEDGER-FILE-STATUS
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE "FETCH-LAST-BALANCE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LEDGER-FILE-PATH,
               LEDGER-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, LEDGER-FILE-PATH
           .

       END PROGRAM GOLD-LEDGER.
