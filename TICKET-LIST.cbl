      *****************************************************************
      * TICKET-LIST.CBL - Suivi des tickets de problème
      *
      * Utilitaire du support. Relit COBOTICK.DAT (voir TICKREC.cpy)
      * et liste les tickets déposés en jeu avec la commande "!":
      * état courant, horodatage, description du joueur, contexte de
      * la partie et derniers événements de l'emplacement. Il pose
      * aussi les changements d'état, par PROBLEM-TICKET, avec le nom
      * de l'agent (variable USER) et une note libre.
      *
      * Paramètres de la ligne de commande:
      *   (aucun) ou TOUS     tous les tickets
      *   OUVERT | PRIS | CLOS  tickets dans cet état
      *   PRENDRE nnnnnn [note] ticket pris en charge
      *   CLORE nnnnnn [note]   ticket clos
      *   ROUVRIR nnnnnn [note] ticket rouvert
      * Compilable séparément: make ticket-list
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-LIST.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE ASSIGN TO DYNAMIC TICKET-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "TICKREC.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="TICKET-LIST"==.
       01 TICKET-FILE-PATH           PIC X(80)  VALUE "COBOTICK.DAT".
       01 TICKET-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 TICKET-FILE-OK          VALUE "00".
       01 TICKET-READ-EOF            PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Commande demandée
      *-----------------------------------------------------------------
       01 COMMAND-LINE-TEXT           PIC X(120) VALUE SPACES.
       01 COMMAND-POINTER             PIC 9(3)   VALUE 1.
       01 TICKET-COMMAND              PIC X(20)  VALUE SPACES.
          88 LIST-ALL                 VALUE SPACES "TOUS".
          88 LIST-OPEN                VALUE "OUVERT".
          88 LIST-TAKEN               VALUE "PRIS".
          88 LIST-CLOSED              VALUE "CLOS".
          88 STATUS-TAKE              VALUE "PRENDRE".
          88 STATUS-CLOSE             VALUE "CLORE".
          88 STATUS-REOPEN            VALUE "ROUVRIR".
       01 COMMAND-ARGUMENT            PIC X(20)  VALUE SPACES.
       01 ARGUMENT-LENGTH             PIC 9(2)   VALUE 0.
       01 LIST-FILTER                 PIC X(1)   VALUE SPACE.
       01 AGENT-NAME                  PIC X(20)  VALUE SPACES.

       01 TICKET-OPERATION            PIC X(1)   VALUE SPACE.
       COPY "TICKET.cpy".

      *-----------------------------------------------------------------
      * État courant de chaque ticket: premier passage sur le fichier
      *-----------------------------------------------------------------
       01 STATE-TABLE.
          05 STATE-COUNT              PIC 9(3)   VALUE 0.
          05 STATE-ENTRY OCCURS 500 TIMES.
             10 STE-NUMBER            PIC 9(6).
             10 STE-STATUS            PIC X(1).
             10 STE-DATE              PIC 9(8).
             10 STE-TIME              PIC 9(6).
             10 STE-NOTE              PIC X(60).
       01 STATE-IDX                   PIC 9(3)   VALUE 0.
       01 STATE-MATCH                 PIC 9(3)   VALUE 0.
       01 STATE-OVERFLOW              PIC X(1)   VALUE "N".

       01 TICKETS-LISTED              PIC 9(3)   VALUE 0.
       01 EVENT-IDX                   PIC 9(1)   VALUE 0.
       01 STATUS-LABEL                PIC X(6)   VALUE SPACES.
       01 SHOWN-AMOUNT                PIC Z(7)9.
       01 SHOWN-AMOUNT-2              PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== TICKETS DE PROBLÈME ==="
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, TICKET-FILE-PATH

      *    La note garde sa casse: seul le mot de commande est
      *    converti en majuscules
           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
           MOVE 1 TO COMMAND-POINTER
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO TICKET-COMMAND COMMAND-ARGUMENT
               WITH POINTER COMMAND-POINTER
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(TICKET-COMMAND) TO TICKET-COMMAND

           EVALUATE TRUE
               WHEN LIST-ALL
                   MOVE SPACE TO LIST-FILTER
                   PERFORM LIST-TICKETS
               WHEN LIST-OPEN
                   MOVE "O" TO LIST-FILTER
                   PERFORM LIST-TICKETS
               WHEN LIST-TAKEN
                   MOVE "P" TO LIST-FILTER
                   PERFORM LIST-TICKETS
               WHEN LIST-CLOSED
                   MOVE "C" TO LIST-FILTER
                   PERFORM LIST-TICKETS
               WHEN STATUS-TAKE
                   MOVE "P" TO TKF-NEW-STATUS
                   PERFORM CHANGE-TICKET-STATUS
               WHEN STATUS-CLOSE
                   MOVE "C" TO TKF-NEW-STATUS
                   PERFORM CHANGE-TICKET-STATUS
               WHEN STATUS-REOPEN
                   MOVE "O" TO TKF-NEW-STATUS
                   PERFORM CHANGE-TICKET-STATUS
               WHEN OTHER
                   DISPLAY "Commande inconnue: "
                       FUNCTION TRIM(TICKET-COMMAND)
                   PERFORM DISPLAY-USAGE
           END-EVALUATE
           GOBACK.

       DISPLAY-USAGE.
           DISPLAY "Usage: ticket-list [TOUS | OUVERT | PRIS | CLOS]"
           DISPLAY "       ticket-list PRENDRE | CLORE | ROUVRIR "
               "nnnnnn [note]"
           .

      *-----------------------------------------------------------------
      * Liste des tickets dans l'état demandé (tous si LIST-FILTER est
      * à blanc), dans l'ordre de dépôt
      *-----------------------------------------------------------------
       LIST-TICKETS.
           PERFORM LOAD-TICKET-STATES
           IF NOT TICKET-FILE-OK AND TICKET-FILE-STATUS NOT = "10"
               DISPLAY "Aucun ticket déposé (COBOTICK.DAT absent)."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO TICKETS-LISTED
           OPEN INPUT TICKET-FILE
           MOVE "LIST-TICKETS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TICKET-FILE-PATH,
               TICKET-FILE-STATUS
           IF NOT TICKET-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TICKET-READ-EOF
           PERFORM UNTIL TICKET-READ-EOF = "Y"
               READ TICKET-FILE
                   AT END
                       MOVE "Y" TO TICKET-READ-EOF
                   NOT AT END
                       IF TKR-IS-TICKET AND TKR-NUMBER IS NUMERIC
                           PERFORM FIND-TICKET-STATE
                           IF STATE-MATCH > 0
                              AND (LIST-FILTER = SPACE
                               OR STE-STATUS(STATE-MATCH) = LIST-FILTER)
                               PERFORM PRINT-TICKET
                           END-IF
                       END-IF
               END-READ
               MOVE "LIST-TICKETS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TICKET-FILE-PATH, TICKET-FILE-STATUS
           END-PERFORM
           CLOSE TICKET-FILE

           DISPLAY " "
           DISPLAY TICKETS-LISTED " ticket(s) listé(s) sur "
               STATE-COUNT "."
           IF STATE-OVERFLOW = "Y"
               DISPLAY "AVERTISSEMENT: plus de 500 tickets, les "
                   "suivants ne sont pas listés."
           END-IF
           .

       PRINT-TICKET.
           ADD 1 TO TICKETS-LISTED
           PERFORM SET-STATUS-LABEL
           DISPLAY " "
           DISPLAY "Ticket " TKR-NUMBER "  " STATUS-LABEL
               "  déposé le " TKR-STAMP-DATE(7:2) "/"
               TKR-STAMP-DATE(5:2) "/" TKR-STAMP-DATE(1:4) " à "
               TKR-STAMP-TIME(1:2) ":" TKR-STAMP-TIME(3:2) ":"
               TKR-STAMP-TIME(5:2) "  " FUNCTION TRIM(TKR-SLOT)
           DISPLAY "  " FUNCTION TRIM(TKR-DESCRIPTION)
           DISPLAY "  Jour " TKR-GAME-DAY " " TKR-GAME-HOUR
               "h  position " TKR-POS-X "/" TKR-POS-Y "/" TKR-POS-Z
               "  or " TKR-GOLD "  objets " TKR-INVENTORY-COUNT
           DISPLAY "  Quêtes: " TKR-QUEST-STATES
           IF STE-DATE(STATE-MATCH) NOT = 0
               DISPLAY "  État posé le " STE-DATE(STATE-MATCH)(7:2)
                   "/" STE-DATE(STATE-MATCH)(5:2) "/"
                   STE-DATE(STATE-MATCH)(1:4) " à "
                   STE-TIME(STATE-MATCH)(1:2) ":"
                   STE-TIME(STATE-MATCH)(3:2) ": "
                   FUNCTION TRIM(STE-NOTE(STATE-MATCH))
           END-IF
           IF TKR-EVENT-COUNT IS NUMERIC AND TKR-EVENT-COUNT > 0
               DISPLAY "  Derniers événements de l'emplacement:"
               PERFORM VARYING EVENT-IDX FROM 1 BY 1
                       UNTIL EVENT-IDX > TKR-EVENT-COUNT
                          OR EVENT-IDX > 5
                   PERFORM PRINT-TICKET-EVENT
               END-PERFORM
           ELSE
               DISPLAY "  Aucun événement de l'emplacement au "
                   "journal."
           END-IF
           .

       PRINT-TICKET-EVENT.
           MOVE TKR-EVT-NUM-1(EVENT-IDX) TO SHOWN-AMOUNT
           MOVE TKR-EVT-NUM-2(EVENT-IDX) TO SHOWN-AMOUNT-2
           DISPLAY "    " TKR-EVT-STAMP-DATE(EVENT-IDX)(7:2) "/"
               TKR-EVT-STAMP-DATE(EVENT-IDX)(5:2) " "
               TKR-EVT-STAMP-TIME(EVENT-IDX)(1:2) ":"
               TKR-EVT-STAMP-TIME(EVENT-IDX)(3:2) "  J"
               TKR-EVT-GAME-DAY(EVENT-IDX) " "
               TKR-EVT-GAME-HOUR(EVENT-IDX) "h  "
               TKR-EVT-TYPE(EVENT-IDX) SHOWN-AMOUNT SHOWN-AMOUNT-2
               "  " FUNCTION TRIM(TKR-EVT-TEXT(EVENT-IDX))
           .

       SET-STATUS-LABEL.
           EVALUATE STE-STATUS(STATE-MATCH)
               WHEN "O"
                   MOVE "OUVERT" TO STATUS-LABEL
               WHEN "P"
                   MOVE "PRIS" TO STATUS-LABEL
               WHEN "C"
                   MOVE "CLOS" TO STATUS-LABEL
               WHEN OTHER
                   MOVE "?" TO STATUS-LABEL
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Changement d'état: ticket nnnnnn, note = reste de la ligne
      *-----------------------------------------------------------------
       CHANGE-TICKET-STATUS.
           MOVE 0 TO ARGUMENT-LENGTH
           INSPECT COMMAND-ARGUMENT TALLYING ARGUMENT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF ARGUMENT-LENGTH = 0 OR ARGUMENT-LENGTH > 6
              OR COMMAND-ARGUMENT(1:ARGUMENT-LENGTH) IS NOT NUMERIC
               DISPLAY "Numéro de ticket attendu (six chiffres au "
                   "plus)."
               PERFORM DISPLAY-USAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE TKF-NUMBER =
               FUNCTION NUMVAL(COMMAND-ARGUMENT(1:ARGUMENT-LENGTH))

           ACCEPT AGENT-NAME FROM ENVIRONMENT "USER"
           IF AGENT-NAME = SPACES
               ACCEPT AGENT-NAME FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF AGENT-NAME = SPACES
               MOVE "SUPPORT" TO AGENT-NAME
           END-IF
           MOVE SPACES TO TKF-NOTE
           IF COMMAND-POINTER <= LENGTH OF COMMAND-LINE-TEXT
               STRING FUNCTION TRIM(AGENT-NAME) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(COMMAND-LINE-TEXT(COMMAND-POINTER:))
                       DELIMITED BY SIZE
                   INTO TKF-NOTE
               END-STRING
           ELSE
               MOVE AGENT-NAME TO TKF-NOTE
           END-IF

           MOVE 'S' TO TICKET-OPERATION
           CALL "PROBLEM-TICKET" USING TICKET-OPERATION, TICKET-FIELDS
           IF TKF-DONE
               PERFORM LOAD-TICKET-STATES
               PERFORM FIND-STATE-BY-NUMBER
               PERFORM SET-STATUS-LABEL
               DISPLAY "Ticket " TKF-NUMBER " passé à l'état "
                   FUNCTION TRIM(STATUS-LABEL) "."
           ELSE
               DISPLAY "Ticket " TKF-NUMBER " inconnu dans "
                   "COBOTICK.DAT."
           END-IF
           .

      *-----------------------------------------------------------------
      * Premier passage: un ticket naît ouvert, son état est celui du
      * dernier enregistrement S qui le vise
      *-----------------------------------------------------------------
       LOAD-TICKET-STATES.
           MOVE 0 TO STATE-COUNT
           MOVE "N" TO STATE-OVERFLOW
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT TICKET-FILE
           MOVE "LOAD-TICKET-STATES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TICKET-FILE-PATH,
               TICKET-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT TICKET-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TICKET-READ-EOF
           PERFORM UNTIL TICKET-READ-EOF = "Y"
               READ TICKET-FILE
                   AT END
                       MOVE "Y" TO TICKET-READ-EOF
                   NOT AT END
                       IF TKR-NUMBER IS NUMERIC
                           PERFORM APPLY-TICKET-RECORD
                       END-IF
               END-READ
               MOVE "LOAD-TICKET-STATES" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TICKET-FILE-PATH, TICKET-FILE-STATUS
           END-PERFORM
           CLOSE TICKET-FILE
           MOVE "LOAD-TICKET-STATES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TICKET-FILE-PATH,
               TICKET-FILE-STATUS
           .

       APPLY-TICKET-RECORD.
           PERFORM FIND-TICKET-STATE
           EVALUATE TRUE
               WHEN TKR-IS-TICKET AND STATE-MATCH = 0
                   IF STATE-COUNT < 500
                       ADD 1 TO STATE-COUNT
                       MOVE TKR-NUMBER TO STE-NUMBER(STATE-COUNT)
                       MOVE "O" TO STE-STATUS(STATE-COUNT)
                       MOVE 0 TO STE-DATE(STATE-COUNT)
                       MOVE 0 TO STE-TIME(STATE-COUNT)
                       MOVE SPACES TO STE-NOTE(STATE-COUNT)
                   ELSE
                       MOVE "Y" TO STATE-OVERFLOW
                   END-IF
               WHEN TKR-IS-STATUS AND STATE-MATCH > 0
                   MOVE TKR-NEW-STATUS TO STE-STATUS(STATE-MATCH)
                   MOVE TKR-STAMP-DATE TO STE-DATE(STATE-MATCH)
                   MOVE TKR-STAMP-TIME TO STE-TIME(STATE-MATCH)
                   MOVE TKR-NOTE TO STE-NOTE(STATE-MATCH)
           END-EVALUATE
           .

       FIND-TICKET-STATE.
           MOVE 0 TO STATE-MATCH
           PERFORM VARYING STATE-IDX FROM 1 BY 1
                   UNTIL STATE-IDX > STATE-COUNT OR STATE-MATCH > 0
               IF STE-NUMBER(STATE-IDX) = TKR-NUMBER
                   MOVE STATE-IDX TO STATE-MATCH
               END-IF
           END-PERFORM
           .

       FIND-STATE-BY-NUMBER.
           MOVE TKF-NUMBER TO TKR-NUMBER
           PERFORM FIND-TICKET-STATE
           .

       END PROGRAM TICKET-LIST.
