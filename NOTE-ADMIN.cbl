      *****************************************************************
      * NOTE-ADMIN.CBL - Modération du tableau partagé des notes
      *
      * Utilitaire d'exploitation. Relit COBONOTE.DAT (voir
      * NOTEREC.cpy), où les joueurs publient leurs notes de carte
      * pour les autres emplacements de l'installation, et liste les
      * messages avec leurs approbations et signalements. Un message
      * signalé trois fois est masqué en jeu jusqu'à la décision de
      * l'opérateur, qui le purge (ou purge d'un coup tous les
      * messages masqués). Les purges passent par MAP-NOTES-SYSTEM
      * et sont consignées dans COBOEVENTS.LOG (code NOTE).
      *
      * Paramètres de la ligne de commande:
      *   (aucun) ou LISTE  tous les messages publiés
      *   SIGNALES          messages signalés au moins une fois
      *   PURGE nnnnn       retrait du message nnnnn
      *   PURGE-SIGNALES    retrait de tous les messages masqués
      * Compilable séparément: make note-admin
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTE-ADMIN.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE ASSIGN TO DYNAMIC NOTE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "NOTEREC.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="NOTE-ADMIN"==.
       01 NOTE-FILE-PATH             PIC X(80)  VALUE "COBONOTE.DAT".
       01 NOTE-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 NOTE-FILE-OK            VALUE "00".
       01 NOTE-READ-EOF              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Commande demandée
      *-----------------------------------------------------------------
       01 COMMAND-LINE-TEXT          PIC X(40)  VALUE SPACES.
       01 NOTE-COMMAND               PIC X(20)  VALUE SPACES.
          88 NOTE-LIST-ALL           VALUE SPACES "LISTE".
          88 NOTE-LIST-REPORTED      VALUE "SIGNALES".
          88 NOTE-PURGE-ONE          VALUE "PURGE".
          88 NOTE-PURGE-MASKED       VALUE "PURGE-SIGNALES".
       01 COMMAND-ARGUMENT           PIC X(20)  VALUE SPACES.
       01 ARGUMENT-LENGTH            PIC 9(2)   VALUE 0.
       01 LIST-FILTER                PIC X(1)   VALUE SPACE.

       01 NOTES-READ                 PIC 9(3)   VALUE 0.
       01 NOTES-LISTED               PIC 9(3)   VALUE 0.
       01 NOTES-MASKED               PIC 9(3)   VALUE 0.
       01 STATUS-LABEL               PIC X(7)   VALUE SPACES.
       01 SHOWN-UPVOTES              PIC ZZ9.
       01 SHOWN-REPORTS              PIC ZZ9.

      *-----------------------------------------------------------------
      * Appel de MAP-NOTES-SYSTEM: la purge ne lit pas la partie,
      * une zone de sauvegarde vierge suffit
      *-----------------------------------------------------------------
       COPY "MAPNOTE.cpy".
       COPY "GAMESTATE.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== TABLEAU PARTAGÉ DES NOTES DE CARTE ==="
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, NOTE-FILE-PATH

           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(COMMAND-LINE-TEXT)
               TO COMMAND-LINE-TEXT
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO NOTE-COMMAND COMMAND-ARGUMENT
           END-UNSTRING

           EVALUATE TRUE
               WHEN NOTE-LIST-ALL
                   MOVE SPACE TO LIST-FILTER
                   PERFORM LIST-SHARED-NOTES
               WHEN NOTE-LIST-REPORTED
                   MOVE "S" TO LIST-FILTER
                   PERFORM LIST-SHARED-NOTES
               WHEN NOTE-PURGE-ONE
                   PERFORM PURGE-ONE-NOTE
               WHEN NOTE-PURGE-MASKED
                   PERFORM PURGE-MASKED-NOTES
               WHEN OTHER
                   DISPLAY "Commande inconnue: "
                       FUNCTION TRIM(NOTE-COMMAND)
                   PERFORM DISPLAY-USAGE
           END-EVALUATE
           GOBACK.

       DISPLAY-USAGE.
           DISPLAY "Usage: note-admin [LISTE | SIGNALES]"
           DISPLAY "       note-admin PURGE nnnnn | PURGE-SIGNALES"
           .

      *-----------------------------------------------------------------
      * Liste des messages publiés (LIST-FILTER "S": seulement ceux
      * qui ont reçu au moins un signalement), dans l'ordre du
      * fichier
      *-----------------------------------------------------------------
       LIST-SHARED-NOTES.
           MOVE 0 TO NOTES-READ
           MOVE 0 TO NOTES-LISTED
           MOVE 0 TO NOTES-MASKED
           OPEN INPUT NOTE-FILE
           MOVE "LIST-SHARED-NOTES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, NOTE-FILE-PATH,
               NOTE-FILE-STATUS
           IF NOT NOTE-FILE-OK
               DISPLAY "Aucun message publié (COBONOTE.DAT absent)."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO NOTE-READ-EOF
           PERFORM UNTIL NOTE-READ-EOF = "Y"
               READ NOTE-FILE
                   AT END
                       MOVE "Y" TO NOTE-READ-EOF
                   NOT AT END
                       IF NTR-ID IS NUMERIC AND NTR-STATUS NOT = SPACE
                           ADD 1 TO NOTES-READ
                           IF NTR-MASKED
                               ADD 1 TO NOTES-MASKED
                           END-IF
                           IF LIST-FILTER = SPACE OR NTR-REPORTS > 0
                               PERFORM PRINT-SHARED-NOTE
                           END-IF
                       END-IF
               END-READ
               MOVE "LIST-SHARED-NOTES" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   NOTE-FILE-PATH, NOTE-FILE-STATUS
           END-PERFORM
           CLOSE NOTE-FILE

           DISPLAY " "
           DISPLAY NOTES-LISTED " message(s) listé(s) sur "
               NOTES-READ ", dont " NOTES-MASKED
               " masqué(s) en attente de purge."
           .

       PRINT-SHARED-NOTE.
           ADD 1 TO NOTES-LISTED
           IF NTR-MASKED
               MOVE "MASQUE" TO STATUS-LABEL
           ELSE
               MOVE "ACTIF" TO STATUS-LABEL
           END-IF
           MOVE NTR-UPVOTES TO SHOWN-UPVOTES
           MOVE NTR-REPORTS TO SHOWN-REPORTS
           DISPLAY " "
           DISPLAY "Message " NTR-ID "  " STATUS-LABEL
               "  publié le " NTR-DATE(7:2) "/" NTR-DATE(5:2) "/"
               NTR-DATE(1:4) "  " FUNCTION TRIM(NTR-SLOT) " - "
               FUNCTION TRIM(NTR-AUTHOR)
           DISPLAY "  Case (" NTR-X "," NTR-Y ") jour " NTR-DAY
               "  +" SHOWN-UPVOTES "  signalements " SHOWN-REPORTS
           DISPLAY "  " FUNCTION TRIM(NTR-TEXT)
           .

      *-----------------------------------------------------------------
      * Purge d'un message par son numéro
      *-----------------------------------------------------------------
       PURGE-ONE-NOTE.
           MOVE 0 TO ARGUMENT-LENGTH
           INSPECT COMMAND-ARGUMENT TALLYING ARGUMENT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF ARGUMENT-LENGTH = 0 OR ARGUMENT-LENGTH > 5
              OR COMMAND-ARGUMENT(1:ARGUMENT-LENGTH) IS NOT NUMERIC
               DISPLAY "Numéro de message attendu (cinq chiffres au "
                   "plus)."
               PERFORM DISPLAY-USAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE MNP-PURGE-ID =
               FUNCTION NUMVAL(COMMAND-ARGUMENT(1:ARGUMENT-LENGTH))
           MOVE "P" TO MNP-OPERATION
           MOVE "I" TO MNP-PURGE-MODE
           CALL "MAP-NOTES-SYSTEM" USING MAP-NOTE-PARAMS,
               GAME-STATE-EXT
           IF MNP-RESULT-COUNT > 0
               DISPLAY "Message " MNP-PURGE-ID " retiré du tableau."
           ELSE
               DISPLAY "Message " MNP-PURGE-ID " inconnu dans "
                   "COBONOTE.DAT."
           END-IF
           .

      *-----------------------------------------------------------------
      * Purge de tous les messages masqués par les signalements
      *-----------------------------------------------------------------
       PURGE-MASKED-NOTES.
           MOVE "P" TO MNP-OPERATION
           MOVE "R" TO MNP-PURGE-MODE
           CALL "MAP-NOTES-SYSTEM" USING MAP-NOTE-PARAMS,
               GAME-STATE-EXT
           DISPLAY MNP-RESULT-COUNT " message(s) masqué(s) retiré(s) "
               "du tableau."
           .

       END PROGRAM NOTE-ADMIN.
