      *****************************************************************
      * LOCK-ADMIN.CBL - Verrous de session des emplacements
      *
      * Utilitaire d'exploitation. Un terminal tombé en pleine partie
      * laisse son emplacement verrouillé dans COBOLOCK.DAT: les
      * autres sessions se le voient refuser. Ce programme affiche
      * les verrous en place (terminal détenteur, date et heure de
      * prise) et permet à un opérateur de lever celui d'un
      * emplacement. La levée est consignée par SLOT-LOCK dans
      * COBOEVENTS.LOG (code LOCK) avec le terminal de l'opérateur
      * et celui du détenteur évincé.
      *
      * Paramètre de la ligne de commande:
      *   (aucun) ou LISTE  verrous des trois emplacements
      *   LEVE SLOTn        levée du verrou de l'emplacement n
      * Compilable séparément: make lock-admin
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCK-ADMIN.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Commande demandée
      *-----------------------------------------------------------------
       01 COMMAND-LINE-TEXT           PIC X(40)  VALUE SPACES.
       01 LOCK-COMMAND                PIC X(20)  VALUE SPACES.
          88 LOCK-LIST                VALUE SPACES "LISTE".
          88 LOCK-BREAK               VALUE "LEVE".
       01 COMMAND-ARGUMENT            PIC X(20)  VALUE SPACES.
          88 VALID-SLOT-ARGUMENT      VALUE "SLOT1" "SLOT2" "SLOT3".

       01 LOCK-OPERATION              PIC X(1)   VALUE SPACE.
       COPY "SLOTLOCK.cpy".
       COPY "DATAPATH.cpy".
       01 SLOT-NUMBER                 PIC 9(1)   VALUE 0.
       01 LOCKS-FOUND                 PIC 9(1)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== VERROUS DE SESSION DES EMPLACEMENTS ==="
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(COMMAND-LINE-TEXT)
               TO COMMAND-LINE-TEXT
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO LOCK-COMMAND COMMAND-ARGUMENT
           END-UNSTRING

           EVALUATE TRUE
               WHEN LOCK-LIST
                   PERFORM LIST-SLOT-LOCKS
               WHEN LOCK-BREAK
                   PERFORM BREAK-SLOT-LOCK
               WHEN OTHER
                   DISPLAY "Commande inconnue: "
                       FUNCTION TRIM(LOCK-COMMAND)
                   DISPLAY "Usage: lock-admin [LISTE | LEVE SLOTn]"
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Verrous en place sur les trois emplacements
      *-----------------------------------------------------------------
       LIST-SLOT-LOCKS.
           MOVE 0 TO LOCKS-FOUND
           PERFORM VARYING SLOT-NUMBER FROM 1 BY 1
                   UNTIL SLOT-NUMBER > 3
               MOVE SPACES TO SLK-SLOT
               STRING "SLOT" DELIMITED BY SIZE
                   SLOT-NUMBER DELIMITED BY SIZE
                   INTO SLK-SLOT
               END-STRING
               MOVE 'V' TO LOCK-OPERATION
               CALL "SLOT-LOCK" USING LOCK-OPERATION,
                   SLOT-LOCK-FIELDS
               IF NOT SLK-FREE
                   ADD 1 TO LOCKS-FOUND
                   PERFORM DISPLAY-LOCK-HOLDER
               END-IF
           END-PERFORM
           IF LOCKS-FOUND = 0
               DISPLAY "Aucun emplacement verrouillé."
           END-IF
           .

      *-----------------------------------------------------------------
      * Levée du verrou d'un emplacement par l'opérateur
      *-----------------------------------------------------------------
       BREAK-SLOT-LOCK.
           IF NOT VALID-SLOT-ARGUMENT
               DISPLAY "Emplacement attendu: SLOT1, SLOT2 ou SLOT3."
               DISPLAY "Usage: lock-admin [LISTE | LEVE SLOTn]"
               EXIT PARAGRAPH
           END-IF
           MOVE COMMAND-ARGUMENT TO SLK-SLOT
           MOVE 'B' TO LOCK-OPERATION
           CALL "SLOT-LOCK" USING LOCK-OPERATION, SLOT-LOCK-FIELDS
           IF SLK-FREE
               DISPLAY FUNCTION TRIM(SLK-SLOT)
                   " n'est pas verrouillé."
           ELSE
               PERFORM DISPLAY-LOCK-HOLDER
               DISPLAY "Verrou levé, consigné dans COBOEVENTS.LOG."
           END-IF
           .

       DISPLAY-LOCK-HOLDER.
           DISPLAY FUNCTION TRIM(SLK-SLOT) ": terminal "
               FUNCTION TRIM(SLK-HOLDER-TERMINAL) " depuis le "
               SLK-HOLDER-DATE(7:2) "/" SLK-HOLDER-DATE(5:2) "/"
               SLK-HOLDER-DATE(1:4) " à " SLK-HOLDER-TIME(1:2) ":"
               SLK-HOLDER-TIME(3:2) ":" SLK-HOLDER-TIME(5:2)
           .

       END PROGRAM LOCK-ADMIN.
