      *****************************************************************
      * PROBLEM-TICKET.CBL - Tickets de problème déposés en jeu
      *
      * Un joueur bloqué ("la quête ne se valide pas", "je suis
      * coincé dans un mur") n'avait pour le dire qu'un message libre
      * au support, qui devait ensuite retrouver l'emplacement, le
      * moment et l'état de la partie. La commande "!" de MAIN-GAME
      * dépose un ticket dans COBOTICK.DAT (voir TICKREC.cpy): la
      * description du joueur, une photographie du contexte et les
      * cinq derniers événements de l'emplacement relus dans
      * COBOEVENTS.LOG (précédé au besoin de la dernière archive de
      * rotation). Le numéro attribué est rendu à l'appelant, qui le
      * porte au journal des événements (code TICK).
      *
      * Le support suit les tickets avec TICKET-LIST, qui pose les
      * changements d'état par ce même module: le fichier reste en
      * ajout seul, l'historique d'un ticket n'est jamais réécrit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBLEM-TICKET.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE ASSIGN TO DYNAMIC TICKET-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-FILE-STATUS.

           SELECT EVENTS-LOG-FILE ASSIGN TO DYNAMIC EVENTS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "TICKREC.cpy".

       FD EVENTS-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01 EVENTS-LOG-RECORD.
          05 EVR-MARKER              PIC X(2).
          05 FILLER                  PIC X(23).
          05 EVR-SLOT                PIC X(8).
          05 FILLER                  PIC X(84).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="PROBLEM-TICKET"==.
       01 TICKET-FILE-PATH           PIC X(80)  VALUE "COBOTICK.DAT".
       01 EVENTS-LOG-PATH            PIC X(80)  VALUE SPACES.

       01 TICKET-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 TICKET-FILE-OK          VALUE "00".
       01 EVENTS-FILE-STATUS         PIC X(2)   VALUE SPACES.
          88 EVENTS-FILE-OK          VALUE "00".
       01 TICKET-READ-EOF            PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Relecture de COBOTICK.DAT: plus haut numéro attribué et
      * présence du ticket visé par un changement d'état
      *-----------------------------------------------------------------
       01 TICKET-HIGHEST             PIC 9(6)   VALUE 0.
       01 TICKET-EXISTS              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Derniers événements de l'emplacement: fenêtre glissante des
      * cinq plus récents, dans l'ordre du journal
      *-----------------------------------------------------------------
       01 TICKET-WINDOW.
          05 WINDOW-COUNT            PIC 9(1)   VALUE 0.
          05 WINDOW-EVENT            PIC X(117) OCCURS 5 TIMES.
       01 WINDOW-IDX                 PIC 9(1)   VALUE 0.

       01 ARCHIVE-SLOT-NUM           PIC 9(2)   VALUE 0.
       01 ARCHIVE-SLOT-DIGIT         PIC 9(1)   VALUE 0.
       01 ARCHIVE-LAST-DIGIT         PIC 9(1)   VALUE 0.
       01 ARCHIVE-SLOT-FREE          PIC X(1)   VALUE "N".

       LINKAGE SECTION.
       01 TICKET-OPERATION           PIC X(1).
          88 OP-FILE-TICKET          VALUE 'F'.
          88 OP-SET-STATUS           VALUE 'S'.
       COPY "TICKET.cpy".

       PROCEDURE DIVISION USING TICKET-OPERATION, TICKET-FIELDS.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           MOVE "N" TO TKF-RESULT
           EVALUATE TRUE
               WHEN OP-FILE-TICKET
                   PERFORM FILE-PROBLEM-TICKET
               WHEN OP-SET-STATUS
                   PERFORM SET-TICKET-STATUS
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Dépôt d'un ticket: numéro suivant le plus haut attribué,
      * contexte posé par l'appelant et derniers événements de
      * l'emplacement
      *-----------------------------------------------------------------
       FILE-PROBLEM-TICKET.
           PERFORM READ-TICKET-NUMBERS
           PERFORM CAPTURE-SLOT-EVENTS

           MOVE SPACES TO TICKET-RECORD
           MOVE "T" TO TKR-KIND
           COMPUTE TKR-NUMBER = TICKET-HIGHEST + 1
           MOVE FUNCTION CURRENT-DATE(1:8) TO TKR-STAMP-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TKR-STAMP-TIME
           MOVE TKF-SLOT TO TKR-SLOT
           MOVE TKF-GAME-DAY TO TKR-GAME-DAY
           MOVE TKF-GAME-HOUR TO TKR-GAME-HOUR
           MOVE TKF-POS-X TO TKR-POS-X
           MOVE TKF-POS-Y TO TKR-POS-Y
           MOVE TKF-POS-Z TO TKR-POS-Z
           MOVE TKF-GOLD TO TKR-GOLD
           MOVE TKF-INVENTORY-COUNT TO TKR-INVENTORY-COUNT
           MOVE TKF-QUEST-STATES TO TKR-QUEST-STATES
           MOVE TKF-DESCRIPTION TO TKR-DESCRIPTION
           MOVE WINDOW-COUNT TO TKR-EVENT-COUNT
           PERFORM VARYING WINDOW-IDX FROM 1 BY 1
                   UNTIL WINDOW-IDX > WINDOW-COUNT
               MOVE WINDOW-EVENT(WINDOW-IDX) TO TKR-EVENT(WINDOW-IDX)
           END-PERFORM

           PERFORM APPEND-TICKET-RECORD
           IF TICKET-FILE-OK
               MOVE TKR-NUMBER TO TKF-NUMBER
               MOVE WINDOW-COUNT TO TKF-EVENTS-CAPTURED
               MOVE "Y" TO TKF-RESULT
           END-IF
           .

      *-----------------------------------------------------------------
      * Changement d'état d'un ticket existant (TICKET-LIST)
      *-----------------------------------------------------------------
       SET-TICKET-STATUS.
           PERFORM READ-TICKET-NUMBERS
           IF TICKET-EXISTS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TICKET-RECORD
           MOVE "S" TO TKR-KIND
           MOVE TKF-NUMBER TO TKR-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO TKR-STAMP-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TKR-STAMP-TIME
           MOVE TKF-NEW-STATUS TO TKR-NEW-STATUS
           MOVE TKF-NOTE TO TKR-NOTE
           PERFORM APPEND-TICKET-RECORD
           IF TICKET-FILE-OK
               MOVE "Y" TO TKF-RESULT
           END-IF
           .

      *-----------------------------------------------------------------
      * Outils communs
      *-----------------------------------------------------------------
       READ-TICKET-NUMBERS.
           MOVE 0 TO TICKET-HIGHEST
           MOVE "N" TO TICKET-EXISTS
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT TICKET-FILE
           MOVE "READ-TICKET-NUMBERS" TO ERL-PARAGRAPH
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
                       IF TKR-IS-TICKET AND TKR-NUMBER IS NUMERIC
                           IF TKR-NUMBER > TICKET-HIGHEST
                               MOVE TKR-NUMBER TO TICKET-HIGHEST
                           END-IF
                           IF TKR-NUMBER = TKF-NUMBER
                               MOVE "Y" TO TICKET-EXISTS
                           END-IF
                       END-IF
               END-READ
               MOVE "READ-TICKET-NUMBERS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TICKET-FILE-PATH, TICKET-FILE-STATUS
           END-PERFORM
           CLOSE TICKET-FILE
           MOVE "READ-TICKET-NUMBERS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TICKET-FILE-PATH,
               TICKET-FILE-STATUS
           .

       APPEND-TICKET-RECORD.
           OPEN EXTEND TICKET-FILE
           IF NOT TICKET-FILE-OK
               CLOSE TICKET-FILE
               OPEN OUTPUT TICKET-FILE
           END-IF
           MOVE "APPEND-TICKET-RECORD" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TICKET-FILE-PATH,
               TICKET-FILE-STATUS
           IF NOT TICKET-FILE-OK
               EXIT PARAGRAPH
           END-IF
           WRITE TICKET-RECORD
           MOVE "APPEND-TICKET-RECORD" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TICKET-FILE-PATH,
               TICKET-FILE-STATUS
           CLOSE TICKET-FILE
           .

      *-----------------------------------------------------------------
      * Derniers événements de l'emplacement TKF-SLOT: la dernière
      * archive de rotation (COBOEVAn.LOG, n le plus haut présent)
      * puis le journal actif, pour qu'une rotation récente ne vide
      * pas le ticket
      *-----------------------------------------------------------------
       CAPTURE-SLOT-EVENTS.
           MOVE 0 TO WINDOW-COUNT
           MOVE 0 TO ARCHIVE-LAST-DIGIT
           MOVE "N" TO ARCHIVE-SLOT-FREE
           PERFORM VARYING ARCHIVE-SLOT-NUM FROM 1 BY 1
                   UNTIL ARCHIVE-SLOT-NUM > 9
                       OR ARCHIVE-SLOT-FREE = "Y"
               MOVE ARCHIVE-SLOT-NUM TO ARCHIVE-SLOT-DIGIT
               PERFORM BUILD-ARCHIVE-PATH
               OPEN INPUT EVENTS-LOG-FILE
               IF EVENTS-FILE-OK
                   CLOSE EVENTS-LOG-FILE
                   MOVE ARCHIVE-SLOT-DIGIT TO ARCHIVE-LAST-DIGIT
               ELSE
                   MOVE "Y" TO ARCHIVE-SLOT-FREE
               END-IF
           END-PERFORM
           IF ARCHIVE-LAST-DIGIT > 0
               MOVE ARCHIVE-LAST-DIGIT TO ARCHIVE-SLOT-DIGIT
               PERFORM BUILD-ARCHIVE-PATH
               PERFORM SCAN-EVENTS-FILE
           END-IF

           MOVE "COBOEVENTS.LOG" TO EVENTS-LOG-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, EVENTS-LOG-PATH
           PERFORM SCAN-EVENTS-FILE
           .

       BUILD-ARCHIVE-PATH.
           MOVE SPACES TO EVENTS-LOG-PATH
           STRING "COBOEVA" DELIMITED BY SIZE
               ARCHIVE-SLOT-DIGIT DELIMITED BY SIZE
               ".LOG" DELIMITED BY SIZE
               INTO EVENTS-LOG-PATH
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, EVENTS-LOG-PATH
           .

       SCAN-EVENTS-FILE.
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT EVENTS-LOG-FILE
           MOVE "SCAN-EVENTS-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, EVENTS-LOG-PATH,
               EVENTS-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT EVENTS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TICKET-READ-EOF
           PERFORM UNTIL TICKET-READ-EOF = "Y"
               READ EVENTS-LOG-FILE
                   AT END
                       MOVE "Y" TO TICKET-READ-EOF
                   NOT AT END
                       IF EVR-MARKER = "S1" AND EVR-SLOT = TKF-SLOT
                           PERFORM KEEP-WINDOW-EVENT
                       END-IF
               END-READ
               MOVE "SCAN-EVENTS-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   EVENTS-LOG-PATH, EVENTS-FILE-STATUS
           END-PERFORM
           CLOSE EVENTS-LOG-FILE
           .

       KEEP-WINDOW-EVENT.
           IF WINDOW-COUNT < 5
               ADD 1 TO WINDOW-COUNT
           ELSE
               PERFORM VARYING WINDOW-IDX FROM 1 BY 1
                       UNTIL WINDOW-IDX > 4
                   MOVE WINDOW-EVENT(WINDOW-IDX + 1)
                       TO WINDOW-EVENT(WINDOW-IDX)
               END-PERFORM
           END-IF
           MOVE EVENTS-LOG-RECORD TO WINDOW-EVENT(WINDOW-COUNT)
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, TICKET-FILE-PATH
           .

       END PROGRAM PROBLEM-TICKET.
