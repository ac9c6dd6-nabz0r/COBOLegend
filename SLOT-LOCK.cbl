      *****************************************************************
      * SLOT-LOCK.CBL - Verrous de session des emplacements
      *
      * Deux terminaux pouvaient charger le même emplacement: la
      * dernière sauvegarde l'emportait et la progression, les dépôts
      * en banque et les lignes des grands livres de l'autre session
      * devenaient incohérents. COBOLOCK.DAT porte au plus un verrou
      * par emplacement: le terminal de la session qui le tient, une
      * marque propre à cette session et l'horodatage réel de la
      * prise. MAIN-GAME le prend au choix de l'emplacement et le rend
      * en fin de partie; une autre session reçoit un refus qui nomme
      * le détenteur.
      *
      * Le terminal est lu dans la variable d'environnement COBOTERM
      * (à défaut USER, puis LOGNAME). Un verrou laissé par une
      * session tombée est levé par un opérateur avec LOCK-ADMIN;
      * chaque levée est consignée dans COBOEVENTS.LOG (code LOCK).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLOT-LOCK.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC LOCK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01 LOCK-FILE-RECORD.
          05 LKR-SLOT                PIC X(8).
          05 FILLER                  PIC X(1).
          05 LKR-TERMINAL            PIC X(20).
          05 FILLER                  PIC X(1).
          05 LKR-SESSION             PIC X(16).
          05 FILLER                  PIC X(1).
          05 LKR-DATE                PIC X(8).
          05 FILLER                  PIC X(1).
          05 LKR-TIME                PIC X(6).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="SLOT-LOCK"==.
       01 LOCK-FILE-PATH             PIC X(80)  VALUE "COBOLOCK.DAT".

       01 LOCK-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 LOCK-FILE-OK            VALUE "00".
       01 LOCK-READ-EOF              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Identité de la session courante: terminal et marque posés au
      * premier appel (date et heure du démarrage); une session est
      * reconnue à ce couple
      *-----------------------------------------------------------------
       01 SESSION-TERMINAL           PIC X(20)  VALUE SPACES.
       01 SESSION-STAMP              PIC X(16)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Verrous relus de COBOLOCK.DAT, un par emplacement au plus
      *-----------------------------------------------------------------
       01 LOCK-TABLE.
          05 LOCK-COUNT              PIC 9(1)   VALUE 0.
          05 LOCK-ENTRY OCCURS 3 TIMES.
             10 LCK-SLOT             PIC X(8).
             10 LCK-TERMINAL         PIC X(20).
             10 LCK-SESSION          PIC X(16).
             10 LCK-DATE             PIC X(8).
             10 LCK-TIME             PIC X(6).
       01 LOCK-IDX                   PIC 9(1)   VALUE 0.
       01 LOCK-MATCH                 PIC 9(1)   VALUE 0.
       01 LOCK-SHIFT                 PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Consignation d'une levée de verrou (voir EVENTLOG.cpy)
      *-----------------------------------------------------------------
       01 LOG-OPERATION              PIC X(1)   VALUE 'W'.
       01 EVENT-MESSAGE              PIC X(60)  VALUE SPACES.
       COPY "EVENTLOG.cpy".

       LINKAGE SECTION.
       01 LOCK-OPERATION             PIC X(1).
          88 OP-TAKE-LOCK            VALUE 'P'.
          88 OP-RELEASE-LOCKS        VALUE 'L'.
          88 OP-CHECK-LOCK           VALUE 'V'.
          88 OP-BREAK-LOCK           VALUE 'B'.
       COPY "SLOTLOCK.cpy".

       PROCEDURE DIVISION USING LOCK-OPERATION, SLOT-LOCK-FIELDS.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           IF SESSION-STAMP = SPACES
               PERFORM IDENTIFY-SESSION
           END-IF
           EVALUATE TRUE
               WHEN OP-TAKE-LOCK
                   PERFORM TAKE-SLOT-LOCK
               WHEN OP-RELEASE-LOCKS
                   PERFORM RELEASE-SESSION-LOCKS
               WHEN OP-CHECK-LOCK
                   PERFORM CHECK-SLOT-LOCK
               WHEN OP-BREAK-LOCK
                   PERFORM BREAK-SLOT-LOCK
           END-EVALUATE
           GOBACK.

       IDENTIFY-SESSION.
           MOVE FUNCTION CURRENT-DATE(1:16) TO SESSION-STAMP
           ACCEPT SESSION-TERMINAL FROM ENVIRONMENT "COBOTERM"
           IF SESSION-TERMINAL = SPACES
               ACCEPT SESSION-TERMINAL FROM ENVIRONMENT "USER"
           END-IF
           IF SESSION-TERMINAL = SPACES
               ACCEPT SESSION-TERMINAL FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF SESSION-TERMINAL = SPACES
               MOVE "INCONNU" TO SESSION-TERMINAL
           END-IF
           .

      *-----------------------------------------------------------------
      * Prise du verrou de SLK-SLOT: refusée s'il est tenu par une
      * autre session; sinon posé (ou rafraîchi) au nom de la
      * session, qui rend du même coup un autre emplacement tenu
      *-----------------------------------------------------------------
       TAKE-SLOT-LOCK.
           PERFORM READ-LOCK-TABLE
           PERFORM FIND-SLOT-LOCK
           IF LOCK-MATCH > 0
               IF LCK-SESSION(LOCK-MATCH) NOT = SESSION-STAMP
                  OR LCK-TERMINAL(LOCK-MATCH) NOT = SESSION-TERMINAL
                   PERFORM RETURN-HOLDER
                   MOVE "R" TO SLK-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM DROP-SESSION-ENTRIES
           ADD 1 TO LOCK-COUNT
           MOVE SLK-SLOT TO LCK-SLOT(LOCK-COUNT)
           MOVE SESSION-TERMINAL TO LCK-TERMINAL(LOCK-COUNT)
           MOVE SESSION-STAMP TO LCK-SESSION(LOCK-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8) TO LCK-DATE(LOCK-COUNT)
           MOVE FUNCTION CURRENT-DATE(9:6) TO LCK-TIME(LOCK-COUNT)
           PERFORM REWRITE-LOCK-FILE
           IF LOCK-FILE-OK
               MOVE "A" TO SLK-RESULT
           ELSE
      *        Sans fichier de verrous inscriptible, la partie n'est
      *        pas bloquée: le verrou est réputé pris
               DISPLAY "AVERTISSEMENT: COBOLOCK.DAT ne peut pas être "
                   & "écrit (statut " LOCK-FILE-STATUS ")."
               MOVE "A" TO SLK-RESULT
           END-IF
           .

       RELEASE-SESSION-LOCKS.
           PERFORM READ-LOCK-TABLE
           PERFORM DROP-SESSION-ENTRIES
           PERFORM REWRITE-LOCK-FILE
           MOVE "N" TO SLK-RESULT
           .

       CHECK-SLOT-LOCK.
           PERFORM READ-LOCK-TABLE
           PERFORM FIND-SLOT-LOCK
           MOVE "N" TO SLK-RESULT
           IF LOCK-MATCH > 0
               PERFORM RETURN-HOLDER
               IF LCK-SESSION(LOCK-MATCH) = SESSION-STAMP
                  AND LCK-TERMINAL(LOCK-MATCH) = SESSION-TERMINAL
                   MOVE "A" TO SLK-RESULT
               ELSE
                   MOVE "R" TO SLK-RESULT
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * Levée par un opérateur du verrou de SLK-SLOT, quel qu'en soit
      * le détenteur; consignée avec le terminal de l'opérateur et
      * celui du détenteur évincé
      *-----------------------------------------------------------------
       BREAK-SLOT-LOCK.
           PERFORM READ-LOCK-TABLE
           PERFORM FIND-SLOT-LOCK
           IF LOCK-MATCH = 0
               MOVE "N" TO SLK-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM RETURN-HOLDER
           PERFORM VARYING LOCK-SHIFT FROM LOCK-MATCH BY 1
                   UNTIL LOCK-SHIFT >= LOCK-COUNT
               MOVE LOCK-ENTRY(LOCK-SHIFT + 1)
                   TO LOCK-ENTRY(LOCK-SHIFT)
           END-PERFORM
           SUBTRACT 1 FROM LOCK-COUNT
           PERFORM REWRITE-LOCK-FILE
           MOVE "A" TO SLK-RESULT

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Verrou levé par " DELIMITED BY SIZE
               SESSION-TERMINAL DELIMITED BY SPACE
               ", détenu par " DELIMITED BY SIZE
               SLK-HOLDER-TERMINAL DELIMITED BY SPACE
               INTO EVENT-MESSAGE
           END-STRING
      *    Date et heure de prise du verrou évincé en n1 et n2
           MOVE "LOCK" TO EVT-TYPE-CODE
           MOVE 0 TO EVT-GAME-DAY
           MOVE 0 TO EVT-GAME-HOUR
           MOVE SLK-SLOT TO EVT-SLOT-NAME
           MOVE SLK-HOLDER-DATE TO EVT-NUM-1
           MOVE SLK-HOLDER-TIME TO EVT-NUM-2
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * Outils communs
      *-----------------------------------------------------------------
       READ-LOCK-TABLE.
           MOVE 0 TO LOCK-COUNT
           OPEN INPUT LOCK-FILE
           MOVE "READ-LOCK-TABLE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOCK-FILE-PATH,
               LOCK-FILE-STATUS
           IF NOT LOCK-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LOCK-READ-EOF
           PERFORM UNTIL LOCK-READ-EOF = "Y"
               READ LOCK-FILE
                   AT END
                       MOVE "Y" TO LOCK-READ-EOF
                   NOT AT END
                       IF LKR-SLOT(1:4) = "SLOT" AND LOCK-COUNT < 3
                           ADD 1 TO LOCK-COUNT
                           MOVE LKR-SLOT TO LCK-SLOT(LOCK-COUNT)
                           MOVE LKR-TERMINAL
                               TO LCK-TERMINAL(LOCK-COUNT)
                           MOVE LKR-SESSION
                               TO LCK-SESSION(LOCK-COUNT)
                           MOVE LKR-DATE TO LCK-DATE(LOCK-COUNT)
                           MOVE LKR-TIME TO LCK-TIME(LOCK-COUNT)
                       END-IF
               END-READ
               MOVE "READ-LOCK-TABLE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOCK-FILE-PATH,
                   LOCK-FILE-STATUS
           END-PERFORM
           CLOSE LOCK-FILE
           MOVE "READ-LOCK-TABLE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOCK-FILE-PATH,
               LOCK-FILE-STATUS
           .

       FIND-SLOT-LOCK.
           MOVE 0 TO LOCK-MATCH
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > LOCK-COUNT
               IF LCK-SLOT(LOCK-IDX) = SLK-SLOT
                   MOVE LOCK-IDX TO LOCK-MATCH
               END-IF
           END-PERFORM
           .

      *    Retrait des verrous tenus par la session courante
       DROP-SESSION-ENTRIES.
           MOVE 1 TO LOCK-IDX
           PERFORM UNTIL LOCK-IDX > LOCK-COUNT
               IF LCK-SESSION(LOCK-IDX) = SESSION-STAMP
                  AND LCK-TERMINAL(LOCK-IDX) = SESSION-TERMINAL
                   PERFORM VARYING LOCK-SHIFT FROM LOCK-IDX BY 1
                           UNTIL LOCK-SHIFT >= LOCK-COUNT
                       MOVE LOCK-ENTRY(LOCK-SHIFT + 1)
                           TO LOCK-ENTRY(LOCK-SHIFT)
                   END-PERFORM
                   SUBTRACT 1 FROM LOCK-COUNT
               ELSE
                   ADD 1 TO LOCK-IDX
               END-IF
           END-PERFORM
           .

       RETURN-HOLDER.
           MOVE LCK-TERMINAL(LOCK-MATCH) TO SLK-HOLDER-TERMINAL
           MOVE LCK-DATE(LOCK-MATCH) TO SLK-HOLDER-DATE
           MOVE LCK-TIME(LOCK-MATCH) TO SLK-HOLDER-TIME
           .

       REWRITE-LOCK-FILE.
           OPEN OUTPUT LOCK-FILE
           MOVE "REWRITE-LOCK-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOCK-FILE-PATH,
               LOCK-FILE-STATUS
           IF NOT LOCK-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > LOCK-COUNT
               MOVE SPACES TO LOCK-FILE-RECORD
               MOVE LCK-SLOT(LOCK-IDX) TO LKR-SLOT
               MOVE LCK-TERMINAL(LOCK-IDX) TO LKR-TERMINAL
               MOVE LCK-SESSION(LOCK-IDX) TO LKR-SESSION
               MOVE LCK-DATE(LOCK-IDX) TO LKR-DATE
               MOVE LCK-TIME(LOCK-IDX) TO LKR-TIME
               WRITE LOCK-FILE-RECORD
               MOVE "REWRITE-LOCK-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOCK-FILE-PATH,
                   LOCK-FILE-STATUS
           END-PERFORM
           CLOSE LOCK-FILE
           MOVE "REWRITE-LOCK-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, LOCK-FILE-PATH,
               LOCK-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, LOCK-FILE-PATH
           .

       END PROGRAM SLOT-LOCK.
