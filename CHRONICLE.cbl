       01 CHRONICLE-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
      *    Nom résolu dans le répertoire de données (voir DATA-PATH)
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="CHRONICLE-SYSTEM"==.
       01 CHRON-FILE-NAME            PIC X(80)  VALUE SPACES.
       01 CHRON-FILE-STATUS          PIC X(2)   VALUE SPACES.
          88 CHRON-FILE-OK           VALUE "00".
       01 CHRON-SLOT-DIGIT           PIC X(1)   VALUE "0".
                  ".DAT" DELIMITED BY SIZE
                  INTO CHRON-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, CHRON-FILE-NAME
           .

      *-----------------------------------------------------------------
           OPEN EXTEND CHRONICLE-FILE
           IF NOT CHRON-FILE-OK
               OPEN OUTPUT CHRONICLE-FILE
               MOVE "WRITE-CHRONICLE-ENTRY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CHRON-FILE-NAME,
                   CHRON-FILE-STATUS
               IF NOT CHRON-FILE-OK
                   EXIT PARAGRAPH
               END-IF
                  INTO CHRONICLE-RECORD
           END-STRING
           WRITE CHRONICLE-RECORD
           MOVE "WRITE-CHRONICLE-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CHRON-FILE-NAME,
               CHRON-FILE-STATUS
           CLOSE CHRONICLE-FILE
           MOVE "WRITE-CHRONICLE-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CHRON-FILE-NAME,
               CHRON-FILE-STATUS
           .

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       CLEAR-CHRONICLE.
           OPEN OUTPUT CHRONICLE-FILE
           MOVE "CLEAR-CHRONICLE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CHRON-FILE-NAME,
               CHRON-FILE-STATUS
           IF CHRON-FILE-OK
               CLOSE CHRONICLE-FILE
               MOVE "CLEAR-CHRONICLE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CHRON-FILE-NAME,
                   CHRON-FILE-STATUS
           END-IF
           .

      *-----------------------------------------------------------------
       DISPLAY-CHRONICLE.
           OPEN INPUT CHRONICLE-FILE
           MOVE "DISPLAY-CHRONICLE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CHRON-FILE-NAME,
               CHRON-FILE-STATUS
           IF NOT CHRON-FILE-OK
               DISPLAY SPACE
               DISPLAY "La chronique de cette partie est encore "
                   NOT AT END
                       PERFORM SHOW-CHRONICLE-LINE
               END-READ
               MOVE "DISPLAY-CHRONICLE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CHRON-FILE-NAME,
                   CHRON-FILE-STATUS
           END-PERFORM
           CLOSE CHRONICLE-FILE
           MOVE "DISPLAY-CHRONICLE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, CHRON-FILE-NAME,
               CHRON-FILE-STATUS
           IF CHRON-STOP-READING NOT = "Y"
               DISPLAY "--- fin de la chronique ---"
           END-IF
