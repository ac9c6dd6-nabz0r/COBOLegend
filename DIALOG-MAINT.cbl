      * type reconnu par CHECK-DIALOG-CONDITION. La sauvegarde est
      * refusée tant qu'un contrôle échoue: plus de conversation
      * morte découverte en pleine partie à cause d'une coquille.
      * Les retouches ne touchent jamais la base en service: elles
      * sont lues et sauvegardées dans la copie en attente
      * COBODIAL.STG (la base en service sert de point de départ
      * quand aucune copie n'attend), que CONTENT-RELEASE met en
      * service après contrôle. Appelé par CONTENT-RELEASE (zone
      * CONTREL.cpy active), le programme ne fait que valider le
      * fichier candidat et rendre son nombre d'écarts.
      * Compilable séparément: make dialog-maint
      *
      * Format de COBODIAL.DAT (champs séparés par '|'):
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALOG-DATA-FILE ASSIGN TO DYNAMIC DIALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIALOG-DATA-STATUS.

       01 DIALOG-DATA-STATUS         PIC X(2)   VALUE SPACES.
          88 DIALOG-DATA-OK          VALUE "00".
       01 DIALOG-FILE-EOF            PIC X(1)   VALUE "N".
       01 DIALOG-FILE-NAME           PIC X(80)  VALUE SPACES.
       01 DLF-TYPE                   PIC X(1)   VALUE SPACE.
       01 DLF-F1                     PIC X(255) VALUE SPACES.
       01 DLF-F2                     PIC X(255) VALUE SPACES.
       01 PIECE-POS                  PIC 9(3)   VALUE 0.
       01 LIST-LEN                   PIC 9(3)   VALUE 0.

       COPY "CONTREL.cpy".

      *-----------------------------------------------------------------
      * Base prise dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="DIALOG-MAINT"==.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF CRA-ACTIVE = "Y"
               PERFORM CHECK-RELEASE-CANDIDATE
               GOBACK
           END-IF

           DISPLAY "=== MAINTENANCE DE LA BASE DE DIALOGUES ==="
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           MOVE "COBODIAL.STG" TO DIALOG-FILE-NAME
           PERFORM LOAD-DIALOG-FILE
           IF DIALOG-COUNT = 0
               MOVE "COBODIAL.DAT" TO DIALOG-FILE-NAME
               PERFORM LOAD-DIALOG-FILE
           END-IF
           IF DIALOG-COUNT = 0
               DISPLAY "COBODIAL.DAT introuvable ou vide."
               DISPLAY "Lancez d'abord le jeu pour qu'il exporte la"
               STOP RUN
           END-IF
           DISPLAY DIALOG-COUNT " dialogue(s), " NODE-COUNT
               " nœud(s) chargés depuis "
               FUNCTION TRIM(DIALOG-FILE-NAME) "."

           PERFORM UNTIL MAINT-ACTIVE = "N"
               PERFORM DISPLAY-MAINT-MENU
               WHEN 9
                   PERFORM VALIDATE-DIALOG-BASE
                   IF VALIDATION-ERRORS = 0
                       MOVE "COBODIAL.STG" TO DIALOG-FILE-NAME
                       PERFORM WRITE-DIALOG-FILE
                       DISPLAY "Base sauvegardée dans COBODIAL.STG "
                           & "(en attente de mise en service)."
                   ELSE
                       DISPLAY "Sauvegarde REFUSÉE: corrigez les "
                           VALIDATION-ERRORS " écart(s) ci-dessus."
           .

      *-----------------------------------------------------------------
      * Contrôle d'un candidat à la mise en service: validation du
      * fichier nommé par CONTENT-RELEASE, sans écran ni écriture
      *-----------------------------------------------------------------
       CHECK-RELEASE-CANDIDATE.
           DISPLAY "=== VALIDATION DES DIALOGUES ==="
           MOVE CRA-DIALOG-FILE TO DIALOG-FILE-NAME
           DISPLAY "Fichier candidat: " FUNCTION TRIM(DIALOG-FILE-NAME)
           PERFORM LOAD-DIALOG-FILE
           IF DIALOG-COUNT = 0
               DISPLAY "ERREUR: " FUNCTION TRIM(DIALOG-FILE-NAME)
                   " introuvable ou vide."
               MOVE 1 TO CRA-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           DISPLAY DIALOG-COUNT " dialogue(s), " NODE-COUNT
               " nœud(s) contrôlés."
           PERFORM VALIDATE-DIALOG-BASE
           IF VALIDATION-ERRORS = 0
               DISPLAY "Verdict: fichier BON pour le service."
           ELSE
               DISPLAY "Verdict: " VALIDATION-ERRORS " erreur(s), "
                   & "NE PAS mettre ce fichier en service."
           END-IF
           MOVE VALIDATION-ERRORS TO CRA-ERROR-COUNT
           .

      *-----------------------------------------------------------------
      * Lecture de la base nommée par DIALOG-FILE-NAME (même analyse
      * que LOAD-DIALOG-FILE dans DIALOG-MULTIPLEXER.cbl)
      *-----------------------------------------------------------------
       LOAD-DIALOG-FILE.
           PERFORM RESOLVE-DIALOG-FILE
           MOVE "N" TO DIALOG-FILE-EOF
           OPEN INPUT DIALOG-DATA-FILE
           MOVE "LOAD-DIALOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, DIALOG-FILE-NAME,
               DIALOG-DATA-STATUS
           IF NOT DIALOG-DATA-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       PERFORM LOAD-DIALOG-FILE-RECORD
               END-READ
               MOVE "LOAD-DIALOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-FILE-NAME, DIALOG-DATA-STATUS
           END-PERFORM
           CLOSE DIALOG-DATA-FILE
           MOVE "LOAD-DIALOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, DIALOG-FILE-NAME,
               DIALOG-DATA-STATUS
           .

       LOAD-DIALOG-FILE-RECORD.
           .

      *-----------------------------------------------------------------
      * Réécriture de la copie en attente (même format d'export que
      * WRITE-DEFAULT-DIALOG-FILE dans DIALOG-MULTIPLEXER.cbl)
      *-----------------------------------------------------------------
       WRITE-DIALOG-FILE.
           PERFORM RESOLVE-DIALOG-FILE
           OPEN OUTPUT DIALOG-DATA-FILE
           MOVE "WRITE-DIALOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, DIALOG-FILE-NAME,
               DIALOG-DATA-STATUS
           IF NOT DIALOG-DATA-OK
               DISPLAY "Impossible d'écrire "
                   FUNCTION TRIM(DIALOG-FILE-NAME) "."
               EXIT PARAGRAPH
           END-IF

                   INTO DIALOG-DATA-RECORD
               END-STRING
               WRITE DIALOG-DATA-RECORD
               MOVE "WRITE-DIALOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-FILE-NAME, DIALOG-DATA-STATUS
           END-PERFORM

           PERFORM VARYING DLF-OUT-IDX FROM 1 BY 1
                   INTO DIALOG-DATA-RECORD
               END-STRING
               WRITE DIALOG-DATA-RECORD
               MOVE "WRITE-DIALOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-FILE-NAME, DIALOG-DATA-STATUS

               MOVE SPACES TO DIALOG-DATA-RECORD
               STRING "T|" DELIMITED BY SIZE
                   INTO DIALOG-DATA-RECORD
               END-STRING
               WRITE DIALOG-DATA-RECORD
               MOVE "WRITE-DIALOG-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-FILE-NAME, DIALOG-DATA-STATUS

               PERFORM VARYING DLF-OUT-OPT FROM 1 BY 1
                       UNTIL DLF-OUT-OPT >
                       INTO DIALOG-DATA-RECORD
                   END-STRING
                   WRITE DIALOG-DATA-RECORD
                   MOVE "WRITE-DIALOG-FILE" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       DIALOG-FILE-NAME, DIALOG-DATA-STATUS
               END-PERFORM
           END-PERFORM

           CLOSE DIALOG-DATA-FILE
           MOVE "WRITE-DIALOG-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, DIALOG-FILE-NAME,
               DIALOG-DATA-STATUS
           .

      *-----------------------------------------------------------------
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Base nommée par DIALOG-FILE-NAME prise dans le répertoire de
      * données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DIALOG-FILE.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, DIALOG-FILE-NAME
           .

       END PROGRAM DIALOG-MAINT.
