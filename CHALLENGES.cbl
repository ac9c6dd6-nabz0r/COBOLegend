      *****************************************************************
      * CHALLENGES.CBL - Défis du jour et de la semaine
      *
      * Chaque jour de jeu, un défi tiré parmi les modèles du jour
      * (CHALLENGE-TEMPLATES, entrées 1 à 5); chaque semaine de sept
      * jours, un défi tiré parmi les modèles de la semaine (entrées
      * 6 à 10). Le tirage a lieu au premier appel qui suit le
      * changement de jour ou de semaine: un défi non accompli à
      * temps est compté comme manqué. Un modèle n'est pas repris
      * deux fois de suite, et le défi des anomalies n'est plus
      * tiré quand les six anomalies d'ère sont réparées.
      *
      * Les défis avancent sur les événements de jeu que les modules
      * signalent (opération 'E', voir CHALLENGE.cpy):
      *   CWIN  COMBAT-SYSTEM, combat gagné (propre: sans objet)
      *   CRFT  JCL-CRAFTING-SYSTEM, job terminé (propre: grade M,
      *         Oeuvre maîtresse)
      *   EXPL  WORLD-SYSTEM, première visite d'une case
      *   ANOM  TERMINAL-TIME-TRAVEL, retour d'ère avec au moins une
      *         anomalie réparée (propre: aucun paradoxe pendant la
      *         visite)
      *
      * Un défi accompli rapporte des jetons de défi (GS-CHAL-TOKENS)
      * et entre dans l'historique de l'emplacement (GS-CHH et les
      * compteurs de GS-CHALLENGES); il est consigné au journal des
      * événements (code CHAL, n1 jetons gagnés, n2 = 1 pour un défi
      * de la semaine), que GAME-REPORT compte. Les jetons
      * s'échangent au tableau (opération 'B') contre un titre, que
      * la fiche de personnage affiche, ou contre des matériaux
      * déposés au terminal JCL par l'appelant.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHALLENGE-SYSTEM.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-10-15.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Modèles de défis: nature (D jour, W semaine), événement
      * attendu, "Y" si seul l'exploit propre compte, objectif,
      * jetons gagnés, libellé
      *-----------------------------------------------------------------
       01 CHALLENGE-TEMPLATE-VALUES.
          05 FILLER                  PIC X(10)  VALUE "DCWINY0302".
          05 FILLER                  PIC X(48)  VALUE
             "Gagner 3 combats sans utiliser d'objet".
          05 FILLER                  PIC X(10)  VALUE "DCWINN0502".
          05 FILLER                  PIC X(48)  VALUE
             "Gagner 5 combats".
          05 FILLER                  PIC X(10)  VALUE "DCRFTY0103".
          05 FILLER                  PIC X(48)  VALUE
             "Réussir une Oeuvre maîtresse au terminal JCL".
          05 FILLER                  PIC X(10)  VALUE "DCRFTN0202".
          05 FILLER                  PIC X(48)  VALUE
             "Mener à bien 2 jobs de fabrication".
          05 FILLER                  PIC X(10)  VALUE "DEXPLN0202".
          05 FILLER                  PIC X(48)  VALUE
             "Fouler 2 cases jamais vues".
          05 FILLER                  PIC X(10)  VALUE "WCWINY1006".
          05 FILLER                  PIC X(48)  VALUE
             "Gagner 10 combats sans utiliser d'objet".
          05 FILLER                  PIC X(10)  VALUE "WCWINN2005".
          05 FILLER                  PIC X(48)  VALUE
             "Gagner 20 combats".
          05 FILLER                  PIC X(10)  VALUE "WCRFTY0308".
          05 FILLER                  PIC X(48)  VALUE
             "Réussir 3 Oeuvres maîtresses au terminal JCL".
          05 FILLER                  PIC X(10)  VALUE "WEXPLN0806".
          05 FILLER                  PIC X(48)  VALUE
             "Fouler 8 cases jamais vues".
          05 FILLER                  PIC X(10)  VALUE "WANOMY0108".
          05 FILLER                  PIC X(48)  VALUE
             "Réparer une anomalie d'ère sans paradoxe".
       01 CHALLENGE-TEMPLATES REDEFINES CHALLENGE-TEMPLATE-VALUES.
          05 CHT-TEMPLATE OCCURS 10 TIMES.
             10 CHT-KIND             PIC X(1).
                88 CHT-IS-DAILY      VALUE "D".
             10 CHT-EVENT            PIC X(4).
             10 CHT-CLEAN            PIC X(1).
             10 CHT-TARGET           PIC 9(2).
             10 CHT-REWARD           PIC 9(2).
             10 CHT-TEXT             PIC X(48).

      *-----------------------------------------------------------------
      * Titres offerts contre des jetons: prix, libellé
      *-----------------------------------------------------------------
       01 CHALLENGE-TITLE-VALUES.
          05 FILLER                  PIC X(26)  VALUE
             "05l'Assidu".
          05 FILLER                  PIC X(26)  VALUE
             "10Pourfendeur de bugs".
          05 FILLER                  PIC X(26)  VALUE
             "12Artisan du mainframe".
          05 FILLER                  PIC X(26)  VALUE
             "15Arpenteur des ères".
          05 FILLER                  PIC X(26)  VALUE
             "30Légende du COBOL".
       01 CHALLENGE-TITLES REDEFINES CHALLENGE-TITLE-VALUES.
          05 CTL-TITLE OCCURS 5 TIMES.
             10 CTL-COST             PIC 9(2).
             10 CTL-NAME             PIC X(24).

      *-----------------------------------------------------------------
      * Lots de matériaux offerts contre des jetons: prix, quantité,
      * matériau (nom connu du terminal JCL)
      *-----------------------------------------------------------------
       01 CHALLENGE-BUNDLE-VALUES.
          05 FILLER                  PIC X(24)  VALUE
             "0303Métal recyclé".
          05 FILLER                  PIC X(24)  VALUE
             "0403Cristaux de données".
          05 FILLER                  PIC X(24)  VALUE
             "0502Essence logique".
       01 CHALLENGE-BUNDLES REDEFINES CHALLENGE-BUNDLE-VALUES.
          05 CBN-BUNDLE OCCURS 3 TIMES.
             10 CBN-COST             PIC 9(2).
             10 CBN-QTY              PIC 9(2).
             10 CBN-MATERIAL         PIC X(20).

       01 CHALLENGE-WEEK             PIC 9(3)   VALUE 0.
       01 WEEK-END-DAY               PIC 9(4)   VALUE 0.
       01 CHT-IDX                    PIC 9(2)   VALUE 0.
       01 HIST-IDX                   PIC 9(1)   VALUE 0.
       01 HIST-SHOWN                 PIC 9(1)   VALUE 0.
       01 TITLE-IDX                  PIC 9(1)   VALUE 0.
       01 BUNDLE-IDX                 PIC 9(1)   VALUE 0.
       01 EVENT-MATCHES              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Tirage d'un modèle entre DRAW-FIRST et DRAW-LAST, en évitant
      * DRAW-PREVIOUS et les modèles hors de portée
      *-----------------------------------------------------------------
       01 DRAW-FIRST                 PIC 9(2)   VALUE 0.
       01 DRAW-LAST                  PIC 9(2)   VALUE 0.
       01 DRAW-PREVIOUS              PIC 9(2)   VALUE 0.
       01 DRAW-PICK                  PIC 9(2)   VALUE 0.
       01 DRAW-TRIES                 PIC 9(2)   VALUE 0.
       01 TEMPLATE-ELIGIBLE          PIC X(1)   VALUE "Y".

       01 BOARD-ACTIVE               PIC X(1)   VALUE "Y".
       01 BOARD-CHOICE               PIC 9(1)   VALUE 0.
       01 SHOP-PICK                  PIC 9(1)   VALUE 0.
       01 SHOWN-PROGRESS             PIC 9(2)   VALUE 0.
       01 SHOWN-DONE                 PIC X(1)   VALUE "N".
       01 SHOWN-COUNT                PIC Z(4)9.
       01 SHOWN-COUNT-2              PIC Z(4)9.
       01 SHOWN-COUNT-3              PIC Z(4)9.
       01 SHOWN-TARGET               PIC Z9.
       01 SHOWN-STEP                 PIC Z9.
       01 SHOWN-REWARD               PIC Z9.
       01 SHOWN-KIND                 PIC X(15)  VALUE SPACES.
       01 SHOWN-STATE                PIC X(12)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Journal des événements (voir EVENTLOG.cpy et GAME-LOG.cbl)
      *-----------------------------------------------------------------
       01 LOG-OPERATION              PIC X(1)   VALUE 'W'.
       01 EVENT-MESSAGE              PIC X(60)  VALUE SPACES.
       COPY "EVENTLOG.cpy".

       LINKAGE SECTION.
       COPY "CHALLENGE.cpy".
       COPY "GAMESTATE.cpy".

       PROCEDURE DIVISION USING CHALLENGE-PARAMS, GAME-STATE-EXT.
       MAIN-ENTRY.
           MOVE "N" TO CHL-RESULT
           PERFORM ROTATE-CHALLENGES
           EVALUATE TRUE
               WHEN CHL-OP-EVENT
                   PERFORM RECORD-CHALLENGE-EVENT
               WHEN CHL-OP-BOARD
                   PERFORM RUN-CHALLENGE-BOARD
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Nouveau défi du jour et de la semaine quand le jour de jeu a
      * changé depuis le dernier tirage (défi en cours non accompli
      * = défi manqué)
      *-----------------------------------------------------------------
       ROTATE-CHALLENGES.
           COMPUTE CHALLENGE-WEEK = (GS-GAME-DAY - 1) / 7 + 1
           IF GS-CHLD-DAY NOT = GS-GAME-DAY
               IF GS-CHLD-TEMPLATE > 0 AND GS-CHLD-DONE NOT = "Y"
                   ADD 1 TO GS-CHAL-MISSED-COUNT
               END-IF
               MOVE GS-CHLD-TEMPLATE TO DRAW-PREVIOUS
               MOVE 1 TO DRAW-FIRST
               MOVE 5 TO DRAW-LAST
               PERFORM DRAW-CHALLENGE-TEMPLATE
               MOVE DRAW-PICK TO GS-CHLD-TEMPLATE
               MOVE GS-GAME-DAY TO GS-CHLD-DAY
               MOVE 0 TO GS-CHLD-PROGRESS
               MOVE "N" TO GS-CHLD-DONE
           END-IF
           IF GS-CHLW-WEEK NOT = CHALLENGE-WEEK
               IF GS-CHLW-TEMPLATE > 0 AND GS-CHLW-DONE NOT = "Y"
                   ADD 1 TO GS-CHAL-MISSED-COUNT
               END-IF
               MOVE GS-CHLW-TEMPLATE TO DRAW-PREVIOUS
               MOVE 6 TO DRAW-FIRST
               MOVE 10 TO DRAW-LAST
               PERFORM DRAW-CHALLENGE-TEMPLATE
               MOVE DRAW-PICK TO GS-CHLW-TEMPLATE
               MOVE CHALLENGE-WEEK TO GS-CHLW-WEEK
               MOVE 0 TO GS-CHLW-PROGRESS
               MOVE "N" TO GS-CHLW-DONE
           END-IF
           .

       DRAW-CHALLENGE-TEMPLATE.
           COMPUTE DRAW-PICK = DRAW-FIRST
               + FUNCTION RANDOM * (DRAW-LAST - DRAW-FIRST + 1)
           IF DRAW-PICK > DRAW-LAST
               MOVE DRAW-LAST TO DRAW-PICK
           END-IF
           MOVE 0 TO DRAW-TRIES
           PERFORM CHECK-TEMPLATE-ELIGIBLE
           PERFORM UNTIL DRAW-TRIES > DRAW-LAST - DRAW-FIRST
                      OR (DRAW-PICK NOT = DRAW-PREVIOUS
                          AND TEMPLATE-ELIGIBLE = "Y")
               ADD 1 TO DRAW-TRIES
               ADD 1 TO DRAW-PICK
               IF DRAW-PICK > DRAW-LAST
                   MOVE DRAW-FIRST TO DRAW-PICK
               END-IF
               PERFORM CHECK-TEMPLATE-ELIGIBLE
           END-PERFORM
           .

      *    Plus d'anomalie à réparer: le défi ANOM n'a plus de sens
       CHECK-TEMPLATE-ELIGIBLE.
           MOVE "Y" TO TEMPLATE-ELIGIBLE
           IF CHT-EVENT(DRAW-PICK) = "ANOM" AND GS-ANOMALIES-DONE >= 6
               MOVE "N" TO TEMPLATE-ELIGIBLE
           END-IF
           .

      *-----------------------------------------------------------------
      * Avancement des défis en cours sur l'événement signalé
      *-----------------------------------------------------------------
       RECORD-CHALLENGE-EVENT.
           IF GS-CHLD-TEMPLATE > 0 AND GS-CHLD-DONE NOT = "Y"
               MOVE GS-CHLD-TEMPLATE TO CHT-IDX
               PERFORM CHECK-EVENT-MATCH
               IF EVENT-MATCHES = "Y"
                   ADD 1 TO GS-CHLD-PROGRESS
                   IF GS-CHLD-PROGRESS >= CHT-TARGET(CHT-IDX)
                       MOVE "Y" TO GS-CHLD-DONE
                       PERFORM COMPLETE-CHALLENGE
                   ELSE
                       MOVE GS-CHLD-PROGRESS TO SHOWN-STEP
                       MOVE CHT-TARGET(CHT-IDX) TO SHOWN-TARGET
                       DISPLAY "Défi du jour: "
                           FUNCTION TRIM(SHOWN-STEP) "/"
                           FUNCTION TRIM(SHOWN-TARGET)
                   END-IF
               END-IF
           END-IF
           IF GS-CHLW-TEMPLATE > 0 AND GS-CHLW-DONE NOT = "Y"
               MOVE GS-CHLW-TEMPLATE TO CHT-IDX
               PERFORM CHECK-EVENT-MATCH
               IF EVENT-MATCHES = "Y"
                   ADD 1 TO GS-CHLW-PROGRESS
                   IF GS-CHLW-PROGRESS >= CHT-TARGET(CHT-IDX)
                       MOVE "Y" TO GS-CHLW-DONE
                       PERFORM COMPLETE-CHALLENGE
                   ELSE
                       MOVE GS-CHLW-PROGRESS TO SHOWN-STEP
                       MOVE CHT-TARGET(CHT-IDX) TO SHOWN-TARGET
                       DISPLAY "Défi de la semaine: "
                           FUNCTION TRIM(SHOWN-STEP) "/"
                           FUNCTION TRIM(SHOWN-TARGET)
                   END-IF
               END-IF
           END-IF
           .

       CHECK-EVENT-MATCH.
           MOVE "N" TO EVENT-MATCHES
           IF CHT-EVENT(CHT-IDX) = CHL-EVENT-CODE
              AND (CHT-CLEAN(CHT-IDX) = "N" OR CHL-EVENT-CLEAN = "Y")
               MOVE "Y" TO EVENT-MATCHES
           END-IF
           .

      *-----------------------------------------------------------------
      * Défi CHT-IDX accompli: jetons, historique, journal
      *-----------------------------------------------------------------
       COMPLETE-CHALLENGE.
           ADD CHT-REWARD(CHT-IDX) TO GS-CHAL-TOKENS
           ADD CHT-REWARD(CHT-IDX) TO GS-CHAL-TOKENS-EARNED
           IF CHT-IS-DAILY(CHT-IDX)
               ADD 1 TO GS-CHAL-DAILY-COUNT
               MOVE "DU JOUR" TO SHOWN-KIND
               MOVE 0 TO EVT-NUM-2
           ELSE
               ADD 1 TO GS-CHAL-WEEKLY-COUNT
               MOVE "DE LA SEMAINE" TO SHOWN-KIND
               MOVE 1 TO EVT-NUM-2
           END-IF
           PERFORM VARYING HIST-IDX FROM 8 BY -1 UNTIL HIST-IDX < 2
               MOVE GS-CHH(HIST-IDX - 1) TO GS-CHH(HIST-IDX)
           END-PERFORM
           MOVE GS-GAME-DAY TO GS-CHH-DAY(1)
           MOVE CHT-IDX TO GS-CHH-TEMPLATE(1)
           MOVE "C" TO CHL-RESULT

           MOVE CHT-REWARD(CHT-IDX) TO SHOWN-REWARD
           MOVE GS-CHAL-TOKENS TO SHOWN-COUNT
           DISPLAY SPACE
           DISPLAY "*** DÉFI " FUNCTION TRIM(SHOWN-KIND)
               " ACCOMPLI ***"
           DISPLAY FUNCTION TRIM(CHT-TEXT(CHT-IDX))
           DISPLAY "+" FUNCTION TRIM(SHOWN-REWARD)
               " jeton(s) de défi (solde: "
               FUNCTION TRIM(SHOWN-COUNT) ")."

           MOVE SPACES TO EVENT-MESSAGE
           STRING "Défi accompli: " DELIMITED BY SIZE
               FUNCTION TRIM(CHT-TEXT(CHT-IDX)) DELIMITED BY SIZE
               INTO EVENT-MESSAGE
           END-STRING
           MOVE "CHAL" TO EVT-TYPE-CODE
           MOVE CHT-REWARD(CHT-IDX) TO EVT-NUM-1
           MOVE GS-GAME-DAY TO EVT-GAME-DAY
           MOVE GS-GAME-HOUR TO EVT-GAME-HOUR
           MOVE GS-SAVE-SLOT TO EVT-SLOT-NAME
           MOVE 'W' TO LOG-OPERATION
           CALL "GAME-LOG-SYSTEM" USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS
           .

      *-----------------------------------------------------------------
      * Tableau des défis: avancement, historique et échanges
      *-----------------------------------------------------------------
       RUN-CHALLENGE-BOARD.
           MOVE "Y" TO BOARD-ACTIVE
           PERFORM UNTIL BOARD-ACTIVE = "N"
               PERFORM DISPLAY-CHALLENGE-BOARD
               PERFORM PROCESS-BOARD-CHOICE
           END-PERFORM
           .

       DISPLAY-CHALLENGE-BOARD.
           DISPLAY SPACE
           DISPLAY "=== TABLEAU DES DÉFIS - JOUR " GS-GAME-DAY " ==="
           DISPLAY "Défi du jour:"
           MOVE GS-CHLD-TEMPLATE TO CHT-IDX
           MOVE GS-CHLD-PROGRESS TO SHOWN-PROGRESS
           MOVE GS-CHLD-DONE TO SHOWN-DONE
           PERFORM DISPLAY-CHALLENGE-LINE
           COMPUTE WEEK-END-DAY = CHALLENGE-WEEK * 7
           DISPLAY "Défi de la semaine " CHALLENGE-WEEK
               " (jusqu'au jour " WEEK-END-DAY "):"
           MOVE GS-CHLW-TEMPLATE TO CHT-IDX
           MOVE GS-CHLW-PROGRESS TO SHOWN-PROGRESS
           MOVE GS-CHLW-DONE TO SHOWN-DONE
           PERFORM DISPLAY-CHALLENGE-LINE

           DISPLAY SPACE
           MOVE GS-CHAL-TOKENS TO SHOWN-COUNT
           MOVE GS-CHAL-TOKENS-EARNED TO SHOWN-COUNT-2
           DISPLAY "Jetons de défi: " FUNCTION TRIM(SHOWN-COUNT)
               " (gagnés en tout: " FUNCTION TRIM(SHOWN-COUNT-2) ")"
           MOVE GS-CHAL-DAILY-COUNT TO SHOWN-COUNT
           MOVE GS-CHAL-WEEKLY-COUNT TO SHOWN-COUNT-2
           MOVE GS-CHAL-MISSED-COUNT TO SHOWN-COUNT-3
           DISPLAY "Défis accomplis: " FUNCTION TRIM(SHOWN-COUNT)
               " du jour, " FUNCTION TRIM(SHOWN-COUNT-2)
               " de la semaine; " FUNCTION TRIM(SHOWN-COUNT-3)
               " manqué(s)"
           IF GS-CHAL-TITLE NOT = SPACES
               DISPLAY "Titre porté: " FUNCTION TRIM(GS-CHAL-TITLE)
           END-IF

           DISPLAY SPACE
           DISPLAY "1. Boutique des titres"
           DISPLAY "2. Échanger des jetons contre des matériaux"
           DISPLAY "3. Derniers défis accomplis"
           DISPLAY "4. Quitter le tableau"
           DISPLAY "Votre choix: " WITH NO ADVANCING
           ACCEPT BOARD-CHOICE
           .

      *    Ligne d'un défi en cours (CHT-IDX, SHOWN-PROGRESS et
      *    SHOWN-DONE posés par l'appelant)
       DISPLAY-CHALLENGE-LINE.
           IF CHT-IDX = 0
               DISPLAY "  (aucun défi tiré)"
               EXIT PARAGRAPH
           END-IF
           MOVE SHOWN-PROGRESS TO SHOWN-STEP
           MOVE CHT-TARGET(CHT-IDX) TO SHOWN-TARGET
           MOVE CHT-REWARD(CHT-IDX) TO SHOWN-REWARD
           IF SHOWN-DONE = "Y"
               MOVE "[ACCOMPLI]" TO SHOWN-STATE
           ELSE
               MOVE SPACES TO SHOWN-STATE
           END-IF
           DISPLAY "  " FUNCTION TRIM(CHT-TEXT(CHT-IDX))
           DISPLAY "    " FUNCTION TRIM(SHOWN-STEP) "/"
               FUNCTION TRIM(SHOWN-TARGET) " - "
               FUNCTION TRIM(SHOWN-REWARD) " jeton(s) "
               FUNCTION TRIM(SHOWN-STATE)
           .

       PROCESS-BOARD-CHOICE.
           EVALUATE BOARD-CHOICE
               WHEN 1
                   PERFORM RUN-TITLE-SHOP
               WHEN 2
                   PERFORM RUN-MATERIAL-EXCHANGE
               WHEN 3
                   PERFORM LIST-CHALLENGE-HISTORY
               WHEN 4
                   MOVE "N" TO BOARD-ACTIVE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Huit derniers défis accomplis par l'emplacement
      *-----------------------------------------------------------------
       LIST-CHALLENGE-HISTORY.
           DISPLAY SPACE
           DISPLAY "-- Derniers défis accomplis --"
           MOVE 0 TO HIST-SHOWN
           PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 8
               IF GS-CHH-TEMPLATE(HIST-IDX) > 0
                   ADD 1 TO HIST-SHOWN
                   MOVE GS-CHH-TEMPLATE(HIST-IDX) TO CHT-IDX
                   IF CHT-IS-DAILY(CHT-IDX)
                       MOVE "du jour" TO SHOWN-KIND
                   ELSE
                       MOVE "de la semaine" TO SHOWN-KIND
                   END-IF
                   DISPLAY "Jour " GS-CHH-DAY(HIST-IDX) " (défi "
                       FUNCTION TRIM(SHOWN-KIND) "): "
                       FUNCTION TRIM(CHT-TEXT(CHT-IDX))
               END-IF
           END-PERFORM
           IF HIST-SHOWN = 0
               DISPLAY "(aucun défi accompli pour l'instant)"
           END-IF
           .

      *-----------------------------------------------------------------
      * Boutique des titres: un titre acheté se garde, on peut en
      * changer ou n'en porter aucun
      *-----------------------------------------------------------------
       RUN-TITLE-SHOP.
           DISPLAY SPACE
           DISPLAY "-- Boutique des titres --"
           PERFORM VARYING TITLE-IDX FROM 1 BY 1 UNTIL TITLE-IDX > 5
               MOVE CTL-COST(TITLE-IDX) TO SHOWN-REWARD
               EVALUATE TRUE
                   WHEN GS-CHAL-TITLE-OWNED(TITLE-IDX) NOT = "Y"
                       MOVE SPACES TO SHOWN-STATE
                   WHEN GS-CHAL-TITLE = CTL-NAME(TITLE-IDX)
                       MOVE "[porté]" TO SHOWN-STATE
                   WHEN OTHER
                       MOVE "[acquis]" TO SHOWN-STATE
               END-EVALUATE
               DISPLAY TITLE-IDX ". " FUNCTION TRIM(CTL-NAME(TITLE-IDX))
                   " - " FUNCTION TRIM(SHOWN-REWARD) " jetons "
                   FUNCTION TRIM(SHOWN-STATE)
           END-PERFORM
           DISPLAY "6. Ne plus porter de titre"
           DISPLAY "0. Retour"
           DISPLAY "Votre choix: " WITH NO ADVANCING
           ACCEPT SHOP-PICK

           EVALUATE TRUE
               WHEN SHOP-PICK = 6
                   MOVE SPACES TO GS-CHAL-TITLE
                   DISPLAY "Vous ne portez plus de titre."
               WHEN SHOP-PICK < 1 OR SHOP-PICK > 5
                   CONTINUE
               WHEN GS-CHAL-TITLE-OWNED(SHOP-PICK) = "Y"
                   MOVE CTL-NAME(SHOP-PICK) TO GS-CHAL-TITLE
                   DISPLAY "Vous portez désormais le titre "
                       FUNCTION TRIM(GS-CHAL-TITLE) "."
               WHEN GS-CHAL-TOKENS < CTL-COST(SHOP-PICK)
                   DISPLAY "Pas assez de jetons de défi."
               WHEN OTHER
                   SUBTRACT CTL-COST(SHOP-PICK) FROM GS-CHAL-TOKENS
                   MOVE "Y" TO GS-CHAL-TITLE-OWNED(SHOP-PICK)
                   MOVE CTL-NAME(SHOP-PICK) TO GS-CHAL-TITLE
                   DISPLAY "Titre acquis: "
                       FUNCTION TRIM(GS-CHAL-TITLE)
                       ". Il figure désormais sur votre fiche."
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Échange de jetons contre un lot de matériaux: le dépôt au
      * terminal JCL revient à l'appelant (CHL-RESULT "M")
      *-----------------------------------------------------------------
       RUN-MATERIAL-EXCHANGE.
           DISPLAY SPACE
           DISPLAY "-- Matériaux contre jetons --"
           PERFORM VARYING BUNDLE-IDX FROM 1 BY 1 UNTIL BUNDLE-IDX > 3
               MOVE CBN-COST(BUNDLE-IDX) TO SHOWN-REWARD
               MOVE CBN-QTY(BUNDLE-IDX) TO SHOWN-STEP
               DISPLAY BUNDLE-IDX ". " FUNCTION TRIM(SHOWN-STEP) " x "
                   FUNCTION TRIM(CBN-MATERIAL(BUNDLE-IDX)) " - "
                   FUNCTION TRIM(SHOWN-REWARD) " jetons"
           END-PERFORM
           DISPLAY "0. Retour"
           DISPLAY "Votre choix: " WITH NO ADVANCING
           ACCEPT SHOP-PICK

           IF SHOP-PICK < 1 OR SHOP-PICK > 3
               EXIT PARAGRAPH
           END-IF
           IF GS-CHAL-TOKENS < CBN-COST(SHOP-PICK)
               DISPLAY "Pas assez de jetons de défi."
               EXIT PARAGRAPH
           END-IF
           SUBTRACT CBN-COST(SHOP-PICK) FROM GS-CHAL-TOKENS
           MOVE CBN-MATERIAL(SHOP-PICK) TO CHL-MATERIAL-NAME
           MOVE CBN-QTY(SHOP-PICK) TO CHL-MATERIAL-QTY
           MOVE "M" TO CHL-RESULT
           MOVE "N" TO BOARD-ACTIVE
           .

       END PROGRAM CHALLENGE-SYSTEM.
