      *****************************************************************
      * MAP-NOTES.CBL - Notes de carte et tableau partagé
      *
      * Le joueur épingle de courtes notes sur les cases de la carte
      * de surface ("coffre piégé ici", "le passeur est au sud"):
      * elles vivent dans la sauvegarde (GS-MAP-NOTES), s'affichent
      * à l'arrivée sur la case et marquent la grille de
      * DISPLAY-WORLD-MAP.
      *
      * Une note peut être publiée sur le tableau partagé
      * COBONOTE.DAT (voir NOTEREC.cpy), commun à tous les
      * emplacements de l'installation: les autres emplacements la
      * lisent comme un message d'un autre aventurier sur la même
      * case, peuvent l'approuver ou la signaler (un avis par
      * message et par emplacement, voir GS-NOTE-JUDGED-ID). Au
      * troisième signalement le message est masqué jusqu'au
      * passage d'un opérateur (NOTE-ADMIN, opération 'P').
      *
      * Un message est "à soi" quand son numéro figure parmi les
      * notes de la sauvegarde (GS-NOTE-SHARED-ID), et non d'après
      * le nom de l'emplacement: une partie recommencée sur le même
      * emplacement lit les messages de l'ancien héros comme ceux
      * d'un autre aventurier.
      *
      * Le fichier est relu à chaque appel et réécrit en entier quand
      * il a changé, comme le registre du dépôt-vente (CONSIGN.cbl).
      * Publications, masquages et purges sont consignés au journal
      * des événements (code NOTE).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAP-NOTES-SYSTEM.
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
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="MAP-NOTES-SYSTEM"==.
       01 NOTE-FILE-PATH             PIC X(80)  VALUE "COBONOTE.DAT".

       01 NOTE-FILE-STATUS           PIC X(2)   VALUE SPACES.
          88 NOTE-FILE-OK            VALUE "00".
       01 NOTE-FILE-AT-EOF           PIC X(1)   VALUE "N".
       01 NOTE-CHANGED               PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Tableau partagé relu de COBONOTE.DAT, tous emplacements
      * confondus (même disposition que NOTE-RECORD); une entrée à
      * l'état blanc est libre et n'est pas réécrite
      *-----------------------------------------------------------------
       01 NOTE-TABLE.
          05 NOTE-COUNT              PIC 9(3)   VALUE 0.
          05 NOTE-ENTRY OCCURS 200 TIMES.
             10 NTE-ID               PIC 9(5).
             10 NTE-SLOT             PIC X(8).
             10 NTE-AUTHOR           PIC X(20).
             10 NTE-X                PIC 9(2).
             10 NTE-Y                PIC 9(2).
             10 NTE-DAY              PIC 9(3).
             10 NTE-DATE             PIC 9(8).
             10 NTE-TEXT             PIC X(40).
             10 NTE-UPVOTES          PIC 9(3).
             10 NTE-REPORTS          PIC 9(3).
             10 NTE-STATUS           PIC X(1).
                88 NTE-FREE          VALUE SPACE.
                88 NTE-ACTIVE        VALUE "A".
                88 NTE-MASKED        VALUE "M".
       01 NTE-IDX                    PIC 9(3)   VALUE 0.
       01 NTE-FREE-IDX               PIC 9(3)   VALUE 0.
       01 NTE-MATCH                  PIC 9(3)   VALUE 0.
       01 NOTE-NEXT-ID               PIC 9(5)   VALUE 0.
       01 NOTE-SEARCH-ID             PIC 9(5)   VALUE 0.

      *-----------------------------------------------------------------
      * Règles du tableau: deux cents notes publiées au plus pour
      * l'installation, masquage au troisième signalement, trois
      * messages lus à l'arrivée sur une case
      *-----------------------------------------------------------------
       01 NOTE-BOARD-LIMIT           PIC 9(3)   VALUE 200.
       01 NOTE-MASK-THRESHOLD        PIC 9(1)   VALUE 3.
       01 NOTE-ARRIVAL-SHOWN         PIC 9(1)   VALUE 3.

      *-----------------------------------------------------------------
      * Notes de la sauvegarde (GS-NOTE) et messages des autres
      * aventuriers sur la case courante, numérotés pour le carnet
      *-----------------------------------------------------------------
       01 OWN-IDX                    PIC 9(2)   VALUE 0.
       01 OWN-FREE-IDX               PIC 9(2)   VALUE 0.
       01 OWN-PICK                   PIC 9(2)   VALUE 0.
       01 OWN-SHOWN                  PIC 9(2)   VALUE 0.
       01 NOTE-IS-OWN                PIC X(1)   VALUE "N".
       01 OTHER-TABLE.
          05 OTHER-COUNT             PIC 9(2)   VALUE 0.
          05 OTHER-NOTE-IDX          PIC 9(3)   OCCURS 20 TIMES.
       01 OTHER-IDX                  PIC 9(2)   VALUE 0.
       01 OTHER-PICK                 PIC 9(2)   VALUE 0.
       01 OTHER-HIDDEN               PIC 9(2)   VALUE 0.
       01 JUDGED-IDX                 PIC 9(2)   VALUE 0.
       01 ALREADY-JUDGED             PIC X(1)   VALUE "N".

       01 NOTEBOOK-CHOICE            PIC 9(1)   VALUE 0.
       01 NOTEBOOK-ACTIVE            PIC X(1)   VALUE "Y".
       01 NOTE-INPUT-TEXT            PIC X(40)  VALUE SPACES.
       01 NOTE-INPUT-X               PIC 9(2)   VALUE 0.
       01 NOTE-INPUT-Y               PIC 9(2)   VALUE 0.
       01 NOTE-JUDGE-KIND            PIC X(1)   VALUE SPACE.
          88 JUDGE-UPVOTE            VALUE "A".
          88 JUDGE-REPORT            VALUE "S".
       01 NOTE-SHARED-LABEL          PIC X(40)  VALUE SPACES.
       01 NOTE-SHOWN-COUNT           PIC ZZ9.
       01 NOTE-SHOWN-COUNT-2         PIC ZZ9.

      *-----------------------------------------------------------------
      * Journal des événements (voir EVENTLOG.cpy et GAME-LOG.cbl)
      *-----------------------------------------------------------------
       01 LOG-OPERATION              PIC X(1)   VALUE 'W'.
       01 EVENT-MESSAGE              PIC X(60)  VALUE SPACES.
       COPY "EVENTLOG.cpy".

       LINKAGE SECTION.
       COPY "MAPNOTE.cpy".
       COPY "GAMESTATE.cpy".

       PROCEDURE DIVISION USING MAP-NOTE-PARAMS, GAME-STATE-EXT.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           PERFORM LOAD-SHARED-NOTES
           MOVE "N" TO NOTE-CHANGED
           EVALUATE TRUE
               WHEN MNP-OP-NOTEBOOK
                   PERFORM RUN-NOTEBOOK
               WHEN MNP-OP-MARKS
                   PERFORM BUILD-MAP-MARKS
               WHEN MNP-OP-TILE
                   PERFORM SHOW-TILE-NOTES
               WHEN MNP-OP-PURGE
                   PERFORM PURGE-SHARED-NOTES
           END-EVALUATE
           IF NOTE-CHANGED = "Y"
               PERFORM REWRITE-SHARED-NOTES
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * Lecture de COBONOTE.DAT (absent = tableau vide); le prochain
      * numéro suit le plus grand numéro lu
      *-----------------------------------------------------------------
       LOAD-SHARED-NOTES.
           MOVE 0 TO NOTE-COUNT
           MOVE 0 TO NOTE-NEXT-ID
           OPEN INPUT NOTE-FILE
           MOVE "LOAD-SHARED-NOTES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               NOTE-FILE-PATH, NOTE-FILE-STATUS
           IF NOT NOTE-FILE-OK
               ADD 1 TO NOTE-NEXT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO NOTE-FILE-AT-EOF
           PERFORM UNTIL NOTE-FILE-AT-EOF = "Y"
               READ NOTE-FILE
                   AT END
                       MOVE "Y" TO NOTE-FILE-AT-EOF
                   NOT AT END
                       IF NOTE-COUNT < NOTE-BOARD-LIMIT
                          AND NTR-STATUS NOT = SPACE
                          AND NTR-ID IS NUMERIC
                           ADD 1 TO NOTE-COUNT
                           MOVE NOTE-RECORD
                               TO NOTE-ENTRY(NOTE-COUNT)
                           IF NTR-ID > NOTE-NEXT-ID
                               MOVE NTR-ID TO NOTE-NEXT-ID
                           END-IF
                       END-IF
               END-READ
               MOVE "LOAD-SHARED-NOTES" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   NOTE-FILE-PATH, NOTE-FILE-STATUS
           END-PERFORM
           CLOSE NOTE-FILE
           MOVE "LOAD-SHARED-NOTES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               NOTE-FILE-PATH, NOTE-FILE-STATUS
           ADD 1 TO NOTE-NEXT-ID
           .

      *-----------------------------------------------------------------
      * Réécriture complète de COBONOTE.DAT depuis la table (les
      * entrées libérées disparaissent)
      *-----------------------------------------------------------------
       REWRITE-SHARED-NOTES.
           OPEN OUTPUT NOTE-FILE
           MOVE "REWRITE-SHARED-NOTES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               NOTE-FILE-PATH, NOTE-FILE-STATUS
           IF NOT NOTE-FILE-OK
               DISPLAY "Impossible d'écrire le tableau des "
                   & "messages partagés."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NTE-IDX FROM 1 BY 1
                   UNTIL NTE-IDX > NOTE-COUNT
               IF NOT NTE-FREE(NTE-IDX)
                   MOVE NOTE-ENTRY(NTE-IDX) TO NOTE-RECORD
                   WRITE NOTE-RECORD
                   MOVE "REWRITE-SHARED-NOTES" TO ERL-PARAGRAPH
                   CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                       NOTE-FILE-PATH, NOTE-FILE-STATUS
               END-IF
           END-PERFORM
           CLOSE NOTE-FILE
           MOVE "REWRITE-SHARED-NOTES" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               NOTE-FILE-PATH, NOTE-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Marques de la grille: notes du joueur partout, messages
      * actifs des autres aventuriers (DISPLAY-WORLD-MAP décide de
      * ce qui perce le brouillard)
      *-----------------------------------------------------------------
       BUILD-MAP-MARKS.
           MOVE SPACES TO MNP-MARKS
           PERFORM VARYING OWN-IDX FROM 1 BY 1 UNTIL OWN-IDX > 12
               IF GS-NOTE-TEXT(OWN-IDX) NOT = SPACES
                  AND GS-NOTE-X(OWN-IDX) >= 1
                  AND GS-NOTE-X(OWN-IDX) <= 10
                  AND GS-NOTE-Y(OWN-IDX) >= 1
                  AND GS-NOTE-Y(OWN-IDX) <= 10
                   MOVE "N" TO MNP-MARK(GS-NOTE-X(OWN-IDX),
                       GS-NOTE-Y(OWN-IDX))
               END-IF
           END-PERFORM
           PERFORM VARYING NTE-IDX FROM 1 BY 1
                   UNTIL NTE-IDX > NOTE-COUNT
               IF NTE-ACTIVE(NTE-IDX)
                  AND NTE-X(NTE-IDX) >= 1 AND NTE-X(NTE-IDX) <= 10
                  AND NTE-Y(NTE-IDX) >= 1 AND NTE-Y(NTE-IDX) <= 10
                   PERFORM CHECK-OWN-SHARED
                   IF NOTE-IS-OWN = "N"
                       EVALUATE MNP-MARK(NTE-X(NTE-IDX),
                                         NTE-Y(NTE-IDX))
                           WHEN "N"
                               MOVE "B" TO MNP-MARK(NTE-X(NTE-IDX),
                                   NTE-Y(NTE-IDX))
                           WHEN SPACE
                               MOVE "M" TO MNP-MARK(NTE-X(NTE-IDX),
                                   NTE-Y(NTE-IDX))
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Arrivée sur une case: ses notes, puis les premiers messages
      * des autres aventuriers (le reste se lit au carnet)
      *-----------------------------------------------------------------
       SHOW-TILE-NOTES.
           PERFORM VARYING OWN-IDX FROM 1 BY 1 UNTIL OWN-IDX > 12
               IF GS-NOTE-TEXT(OWN-IDX) NOT = SPACES
                  AND GS-NOTE-X(OWN-IDX) = MNP-TILE-X
                  AND GS-NOTE-Y(OWN-IDX) = MNP-TILE-Y
                   DISPLAY "Votre note (jour " GS-NOTE-DAY(OWN-IDX)
                       "): " FUNCTION TRIM(GS-NOTE-TEXT(OWN-IDX))
               END-IF
           END-PERFORM

           PERFORM COLLECT-TILE-MESSAGES
           IF OTHER-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Des messages d'autres aventuriers sont gravés "
               & "ici:"
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX > OTHER-COUNT
                      OR OTHER-IDX > NOTE-ARRIVAL-SHOWN
               MOVE OTHER-NOTE-IDX(OTHER-IDX) TO NTE-IDX
               PERFORM DISPLAY-OTHER-MESSAGE
           END-PERFORM
           IF OTHER-COUNT > NOTE-ARRIVAL-SHOWN
               COMPUTE OTHER-HIDDEN = OTHER-COUNT - NOTE-ARRIVAL-SHOWN
               MOVE OTHER-HIDDEN TO NOTE-SHOWN-COUNT
               DISPLAY "  ... et " FUNCTION TRIM(NOTE-SHOWN-COUNT)
                   " autre(s): carnet de notes (#) pour les lire."
           END-IF
           .

      *-----------------------------------------------------------------
      * Messages actifs des autres aventuriers sur la case
      * MNP-TILE-X/Y, rangés dans OTHER-TABLE
      *-----------------------------------------------------------------
       COLLECT-TILE-MESSAGES.
           MOVE 0 TO OTHER-COUNT
           PERFORM VARYING NTE-IDX FROM 1 BY 1
                   UNTIL NTE-IDX > NOTE-COUNT OR OTHER-COUNT >= 20
               IF NTE-ACTIVE(NTE-IDX)
                  AND NTE-X(NTE-IDX) = MNP-TILE-X
                  AND NTE-Y(NTE-IDX) = MNP-TILE-Y
                   PERFORM CHECK-OWN-SHARED
                   IF NOTE-IS-OWN = "N"
                       ADD 1 TO OTHER-COUNT
                       MOVE NTE-IDX TO OTHER-NOTE-IDX(OTHER-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .

       DISPLAY-OTHER-MESSAGE.
           MOVE NTE-UPVOTES(NTE-IDX) TO NOTE-SHOWN-COUNT
           DISPLAY "  " OTHER-IDX ". << "
               FUNCTION TRIM(NTE-TEXT(NTE-IDX)) " >> - "
               FUNCTION TRIM(NTE-AUTHOR(NTE-IDX)) ", jour "
               NTE-DAY(NTE-IDX) " (+"
               FUNCTION TRIM(NOTE-SHOWN-COUNT) ")"
           .

      *-----------------------------------------------------------------
      * L'entrée NTE-IDX est-elle une note publiée par la sauvegarde
      * courante ?
      *-----------------------------------------------------------------
       CHECK-OWN-SHARED.
           MOVE "N" TO NOTE-IS-OWN
           PERFORM VARYING OWN-IDX FROM 1 BY 1 UNTIL OWN-IDX > 12
               IF GS-NOTE-TEXT(OWN-IDX) NOT = SPACES
                  AND GS-NOTE-SHARED-ID(OWN-IDX) = NTE-ID(NTE-IDX)
                   MOVE "Y" TO NOTE-IS-OWN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Recherche de la note publiée NOTE-SEARCH-ID (NTE-MATCH = 0
      * si elle n'est plus au tableau)
      *-----------------------------------------------------------------
       FIND-SHARED-NOTE.
           MOVE 0 TO NTE-MATCH
           PERFORM VARYING NTE-IDX FROM 1 BY 1
                   UNTIL NTE-IDX > NOTE-COUNT
               IF NOT NTE-FREE(NTE-IDX)
                  AND NTE-ID(NTE-IDX) = NOTE-SEARCH-ID
                   MOVE NTE-IDX TO NTE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Carnet de notes ouvert depuis la case courante
      *-----------------------------------------------------------------
       RUN-NOTEBOOK.
           MOVE "Y" TO NOTEBOOK-ACTIVE
           PERFORM UNTIL NOTEBOOK-ACTIVE = "N"
               PERFORM DISPLAY-NOTEBOOK-MENU
               PERFORM PROCESS-NOTEBOOK-CHOICE
           END-PERFORM
           .

       DISPLAY-NOTEBOOK-MENU.
           DISPLAY SPACE
           DISPLAY "=== CARNET DE NOTES - "
               FUNCTION TRIM(MNP-TILE-NAME) " (" MNP-TILE-X ","
               MNP-TILE-Y ") ==="
           MOVE 0 TO OWN-SHOWN
           PERFORM VARYING OWN-IDX FROM 1 BY 1 UNTIL OWN-IDX > 12
               IF GS-NOTE-TEXT(OWN-IDX) NOT = SPACES
                  AND GS-NOTE-X(OWN-IDX) = MNP-TILE-X
                  AND GS-NOTE-Y(OWN-IDX) = MNP-TILE-Y
                   ADD 1 TO OWN-SHOWN
                   PERFORM DISPLAY-OWN-NOTE
               END-IF
           END-PERFORM
           IF OWN-SHOWN = 0
               DISPLAY "(aucune note de votre main sur cette case)"
           END-IF

           PERFORM COLLECT-TILE-MESSAGES
           IF OTHER-COUNT > 0
               DISPLAY "-- Messages d'autres aventuriers --"
               PERFORM VARYING OTHER-IDX FROM 1 BY 1
                       UNTIL OTHER-IDX > OTHER-COUNT
                   MOVE OTHER-NOTE-IDX(OTHER-IDX) TO NTE-IDX
                   PERFORM DISPLAY-OTHER-MESSAGE
               END-PERFORM
           END-IF

           DISPLAY SPACE
           DISPLAY "1. Épingler une note sur cette case"
           DISPLAY "2. Épingler une note sur une autre case"
           DISPLAY "3. Relire toutes mes notes"
           DISPLAY "4. Effacer une note"
           DISPLAY "5. Publier une note au tableau partagé"
           DISPLAY "6. Approuver un message d'aventurier"
           DISPLAY "7. Signaler un message d'aventurier"
           DISPLAY "8. Refermer le carnet"
           DISPLAY "Votre choix: " WITH NO ADVANCING
           ACCEPT NOTEBOOK-CHOICE
           .

      *-----------------------------------------------------------------
      * Une note de la sauvegarde (OWN-IDX), avec sa case et son
      * état de publication
      *-----------------------------------------------------------------
       DISPLAY-OWN-NOTE.
           MOVE SPACES TO NOTE-SHARED-LABEL
           IF GS-NOTE-SHARED-ID(OWN-IDX) > 0
               MOVE GS-NOTE-SHARED-ID(OWN-IDX) TO NOTE-SEARCH-ID
               PERFORM FIND-SHARED-NOTE
               EVALUATE TRUE
                   WHEN NTE-MATCH = 0
                       MOVE "[retirée du tableau]"
                           TO NOTE-SHARED-LABEL
                   WHEN NTE-MASKED(NTE-MATCH)
                       MOVE "[publiée, masquée: signalée]"
                           TO NOTE-SHARED-LABEL
                   WHEN OTHER
                       MOVE NTE-UPVOTES(NTE-MATCH)
                           TO NOTE-SHOWN-COUNT
                       MOVE NTE-REPORTS(NTE-MATCH)
                           TO NOTE-SHOWN-COUNT-2
                       STRING "[publiée +" DELIMITED BY SIZE
                           FUNCTION TRIM(NOTE-SHOWN-COUNT)
                               DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           FUNCTION TRIM(NOTE-SHOWN-COUNT-2)
                               DELIMITED BY SIZE
                           " signalement(s)]" DELIMITED BY SIZE
                           INTO NOTE-SHARED-LABEL
                       END-STRING
               END-EVALUATE
           END-IF
           DISPLAY OWN-IDX ". (" GS-NOTE-X(OWN-IDX) ","
               GS-NOTE-Y(OWN-IDX) ") jour " GS-NOTE-DAY(OWN-IDX)
               ": " FUNCTION TRIM(GS-NOTE-TEXT(OWN-IDX)) " "
               FUNCTION TRIM(NOTE-SHARED-LABEL)
           .

       PROCESS-NOTEBOOK-CHOICE.
           EVALUATE NOTEBOOK-CHOICE
               WHEN 1
                   MOVE MNP-TILE-X TO NOTE-INPUT-X
                   MOVE MNP-TILE-Y TO NOTE-INPUT-Y
                   PERFORM PIN-MAP-NOTE
               WHEN 2
                   PERFORM ASK-NOTE-TILE
                   IF NOTE-INPUT-X > 0
                       PERFORM PIN-MAP-NOTE
                   END-IF
               WHEN 3
                   PERFORM LIST-ALL-OWN-NOTES
               WHEN 4
                   PERFORM ERASE-MAP-NOTE
               WHEN 5
                   PERFORM PUBLISH-MAP-NOTE
               WHEN 6
                   MOVE "A" TO NOTE-JUDGE-KIND
                   PERFORM JUDGE-OTHER-MESSAGE
               WHEN 7
                   MOVE "S" TO NOTE-JUDGE-KIND
                   PERFORM JUDGE-OTHER-MESSAGE
               WHEN 0
               WHEN 8
                   MOVE "N" TO NOTEBOOK-ACTIVE
               WHEN OTHER
                   DISPLAY "Choix non reconnu."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Case visée par une note épinglée à distance (colonne et
      * ligne de la carte quadrillée du planificateur); NOTE-INPUT-X
      * revient à 0 sur une saisie hors carte
      *-----------------------------------------------------------------
       ASK-NOTE-TILE.
           DISPLAY "Colonne (1-10): " WITH NO ADVANCING
           ACCEPT NOTE-INPUT-X
           DISPLAY "Ligne (1-10): " WITH NO ADVANCING
           ACCEPT NOTE-INPUT-Y
           IF NOTE-INPUT-X < 1 OR NOTE-INPUT-X > 10
              OR NOTE-INPUT-Y < 1 OR NOTE-INPUT-Y > 10
               DISPLAY "Case hors de la carte."
               MOVE 0 TO NOTE-INPUT-X
           END-IF
           .

      *-----------------------------------------------------------------
      * Nouvelle note sur la case NOTE-INPUT-X/Y, dans une place
      * libre du carnet
      *-----------------------------------------------------------------
       PIN-MAP-NOTE.
           MOVE 0 TO OWN-FREE-IDX
           PERFORM VARYING OWN-IDX FROM 1 BY 1 UNTIL OWN-IDX > 12
               IF GS-NOTE-TEXT(OWN-IDX) = SPACES
                   MOVE OWN-IDX TO OWN-FREE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF OWN-FREE-IDX = 0
               DISPLAY "Votre carnet est plein (12 notes): effacez-en "
                   & "une d'abord."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Texte de la note (40 caractères): "
               WITH NO ADVANCING
           MOVE SPACES TO NOTE-INPUT-TEXT
           ACCEPT NOTE-INPUT-TEXT
           IF NOTE-INPUT-TEXT = SPACES
               DISPLAY "Note abandonnée."
               EXIT PARAGRAPH
           END-IF

           MOVE NOTE-INPUT-X TO GS-NOTE-X(OWN-FREE-IDX)
           MOVE NOTE-INPUT-Y TO GS-NOTE-Y(OWN-FREE-IDX)
           MOVE GS-GAME-DAY TO GS-NOTE-DAY(OWN-FREE-IDX)
           MOVE NOTE-INPUT-TEXT TO GS-NOTE-TEXT(OWN-FREE-IDX)
           MOVE 0 TO GS-NOTE-SHARED-ID(OWN-FREE-IDX)
           DISPLAY "Note épinglée en (" NOTE-INPUT-X ","
               NOTE-INPUT-Y ")."
           .

       LIST-ALL-OWN-NOTES.
           DISPLAY SPACE
           DISPLAY "-- TOUTES VOS NOTES --"
           MOVE 0 TO OWN-SHOWN
           PERFORM VARYING OWN-IDX FROM 1 BY 1 UNTIL OWN-IDX > 12
               IF GS-NOTE-TEXT(OWN-IDX) NOT = SPACES
                   ADD 1 TO OWN-SHOWN
                   PERFORM DISPLAY-OWN-NOTE
               END-IF
           END-PERFORM
           IF OWN-SHOWN = 0
               DISPLAY "(carnet vide)"
           END-IF
           .

      *-----------------------------------------------------------------
      * Choix d'une note du carnet par son numéro (OWN-PICK = 0 si
      * abandon ou place vide)
      *-----------------------------------------------------------------
       PICK-OWN-NOTE.
           PERFORM LIST-ALL-OWN-NOTES
           MOVE 0 TO OWN-PICK
           IF OWN-SHOWN = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numéro de la note (0 pour annuler): "
               WITH NO ADVANCING
           ACCEPT OWN-PICK
           IF OWN-PICK > 12
               MOVE 0 TO OWN-PICK
           END-IF
           IF OWN-PICK > 0
               IF GS-NOTE-TEXT(OWN-PICK) = SPACES
                   MOVE 0 TO OWN-PICK
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * Effacement d'une note: publiée, elle quitte aussi le tableau
      * partagé
      *-----------------------------------------------------------------
       ERASE-MAP-NOTE.
           PERFORM PICK-OWN-NOTE
           IF OWN-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF GS-NOTE-SHARED-ID(OWN-PICK) > 0
               MOVE GS-NOTE-SHARED-ID(OWN-PICK) TO NOTE-SEARCH-ID
               PERFORM FIND-SHARED-NOTE
               IF NTE-MATCH > 0
                   MOVE SPACE TO NTE-STATUS(NTE-MATCH)
                   MOVE "Y" TO NOTE-CHANGED
                   DISPLAY "Le message est aussi retiré du tableau "
                       & "partagé."
               END-IF
           END-IF
           MOVE 0 TO GS-NOTE-X(OWN-PICK)
           MOVE 0 TO GS-NOTE-Y(OWN-PICK)
           MOVE 0 TO GS-NOTE-DAY(OWN-PICK)
           MOVE SPACES TO GS-NOTE-TEXT(OWN-PICK)
           MOVE 0 TO GS-NOTE-SHARED-ID(OWN-PICK)
           DISPLAY "Note effacée."
           .

      *-----------------------------------------------------------------
      * Publication d'une note du carnet au tableau partagé
      *-----------------------------------------------------------------
       PUBLISH-MAP-NOTE.
           PERFORM PICK-OWN-NOTE
           IF OWN-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF GS-NOTE-SHARED-ID(OWN-PICK) > 0
               DISPLAY "Cette note est déjà publiée."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO NTE-FREE-IDX
           PERFORM VARYING NTE-IDX FROM 1 BY 1
                   UNTIL NTE-IDX > NOTE-BOARD-LIMIT
               IF NTE-IDX > NOTE-COUNT OR NTE-FREE(NTE-IDX)
                   MOVE NTE-IDX TO NTE-FREE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NTE-FREE-IDX = 0
               DISPLAY "Le tableau partagé est couvert de messages: "
                   & "revenez après le passage de l'opérateur."
               EXIT PARAGRAPH
           END-IF
           IF NTE-FREE-IDX > NOTE-COUNT
               MOVE NTE-FREE-IDX TO NOTE-COUNT
           END-IF

           MOVE NTE-FREE-IDX TO NTE-IDX
           MOVE NOTE-NEXT-ID TO NTE-ID(NTE-IDX)
           ADD 1 TO NOTE-NEXT-ID
           MOVE GS-SAVE-SLOT TO NTE-SLOT(NTE-IDX)
           MOVE MNP-AUTHOR TO NTE-AUTHOR(NTE-IDX)
           MOVE GS-NOTE-X(OWN-PICK) TO NTE-X(NTE-IDX)
           MOVE GS-NOTE-Y(OWN-PICK) TO NTE-Y(NTE-IDX)
           MOVE GS-GAME-DAY TO NTE-DAY(NTE-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8) TO NTE-DATE(NTE-IDX)
           MOVE GS-NOTE-TEXT(OWN-PICK) TO NTE-TEXT(NTE-IDX)
           MOVE 0 TO NTE-UPVOTES(NTE-IDX)
           MOVE 0 TO NTE-REPORTS(NTE-IDX)
           MOVE "A" TO NTE-STATUS(NTE-IDX)
           MOVE NTE-ID(NTE-IDX) TO GS-NOTE-SHARED-ID(OWN-PICK)
           MOVE "Y" TO NOTE-CHANGED
           DISPLAY "Note publiée au tableau partagé (message "
               NTE-ID(NTE-IDX) "): les autres aventuriers la "
               & "liront en passant sur la case."

           MOVE 1 TO EVT-NUM-2
           PERFORM LOG-NOTE-EVENT
           .

      *-----------------------------------------------------------------
      * Avis sur un message d'un autre aventurier de la case:
      * approbation (A) ou signalement (S), un avis par message
      *-----------------------------------------------------------------
       JUDGE-OTHER-MESSAGE.
           IF OTHER-COUNT = 0
               DISPLAY "Aucun message d'aventurier sur cette case."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numéro du message (0 pour annuler): "
               WITH NO ADVANCING
           ACCEPT OTHER-PICK
           IF OTHER-PICK = 0 OR OTHER-PICK > OTHER-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE OTHER-NOTE-IDX(OTHER-PICK) TO NTE-IDX

           MOVE "N" TO ALREADY-JUDGED
           PERFORM VARYING JUDGED-IDX FROM 1 BY 1
                   UNTIL JUDGED-IDX > 20
               IF GS-NOTE-JUDGED-ID(JUDGED-IDX) = NTE-ID(NTE-IDX)
                   MOVE "Y" TO ALREADY-JUDGED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ALREADY-JUDGED = "Y"
               DISPLAY "Vous avez déjà donné votre avis sur ce "
                   & "message."
               EXIT PARAGRAPH
           END-IF

           IF GS-NOTE-JUDGED-NEXT < 1 OR GS-NOTE-JUDGED-NEXT > 20
               MOVE 1 TO GS-NOTE-JUDGED-NEXT
           END-IF
           MOVE NTE-ID(NTE-IDX)
               TO GS-NOTE-JUDGED-ID(GS-NOTE-JUDGED-NEXT)
           ADD 1 TO GS-NOTE-JUDGED-NEXT
           IF GS-NOTE-JUDGED-NEXT > 20
               MOVE 1 TO GS-NOTE-JUDGED-NEXT
           END-IF
           MOVE "Y" TO NOTE-CHANGED

           IF JUDGE-UPVOTE
               IF NTE-UPVOTES(NTE-IDX) < 999
                   ADD 1 TO NTE-UPVOTES(NTE-IDX)
               END-IF
               DISPLAY "Vous approuvez le message de "
                   FUNCTION TRIM(NTE-AUTHOR(NTE-IDX)) "."
               EXIT PARAGRAPH
           END-IF

           IF NTE-REPORTS(NTE-IDX) < 999
               ADD 1 TO NTE-REPORTS(NTE-IDX)
           END-IF
           DISPLAY "Message signalé."
           IF NTE-REPORTS(NTE-IDX) >= NOTE-MASK-THRESHOLD
               MOVE "M" TO NTE-STATUS(NTE-IDX)
               DISPLAY "Trop souvent signalé, il est masqué en "
                   & "attendant l'opérateur."
               MOVE 2 TO EVT-NUM-2
               PERFORM LOG-NOTE-EVENT
           END-IF
           .

      *-----------------------------------------------------------------
      * Purge opérateur: une note par son numéro, ou toutes celles
      * que les signalements ont masquées
      *-----------------------------------------------------------------
       PURGE-SHARED-NOTES.
           MOVE 0 TO MNP-RESULT-COUNT
           PERFORM VARYING NTE-IDX FROM 1 BY 1
                   UNTIL NTE-IDX > NOTE-COUNT
               IF NOT NTE-FREE(NTE-IDX)
                   IF (MNP-PURGE-BY-ID
                       AND NTE-ID(NTE-IDX) = MNP-PURGE-ID)
                      OR (MNP-PURGE-REPORTED AND NTE-MASKED(NTE-IDX))
                       MOVE 3 TO EVT-NUM-2
                       PERFORM LOG-NOTE-EVENT
                       MOVE SPACE TO NTE-STATUS(NTE-IDX)
                       ADD 1 TO MNP-RESULT-COUNT
                       MOVE "Y" TO NOTE-CHANGED
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Événement NOTE sur l'entrée NTE-IDX (EVT-NUM-2 posé par
      * l'appelant: 1 publiée, 2 masquée, 3 purgée); l'emplacement
      * consigné est celui de l'auteur
      *-----------------------------------------------------------------
       LOG-NOTE-EVENT.
           MOVE SPACES TO EVENT-MESSAGE
           STRING "Note (" DELIMITED BY SIZE
               NTE-X(NTE-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NTE-Y(NTE-IDX) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               NTE-TEXT(NTE-IDX) DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE "NOTE" TO EVT-TYPE-CODE
           IF MNP-OP-PURGE
               MOVE 0 TO EVT-GAME-DAY
               MOVE 0 TO EVT-GAME-HOUR
           ELSE
               MOVE GS-GAME-DAY TO EVT-GAME-DAY
               MOVE GS-GAME-HOUR TO EVT-GAME-HOUR
           END-IF
           MOVE NTE-SLOT(NTE-IDX) TO EVT-SLOT-NAME
           MOVE NTE-ID(NTE-IDX) TO EVT-NUM-1
           MOVE 'W' TO LOG-OPERATION
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               NOTE-FILE-PATH
           .

       END PROGRAM MAP-NOTES-SYSTEM.
