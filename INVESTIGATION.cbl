      *****************************************************************
      * INVESTIGATION.CBL - Enquêtes: indices et déduction
      *
      * Le tableau des primes propose une affaire à la fois (quête de
      * type 'I', identifiants 700 et suivants, voir
      * OFFER-INVESTIGATION dans WORLD.cbl). Tant qu'elle est
      * ouverte, ses indices se recueillent en jeu:
      *   - dans les dialogues (nœud affiché, DIALOG-MULTIPLEXER);
      *   - dans les salles du donjon (aménagement de la salle,
      *     PROCESS-ROOM-FEATURE dans WORLD.cbl);
      *   - lors des visites d'ères (TERMINAL-TIME-TRAVEL);
      *   - auprès du crieur public (TOWN-CRIER-NEWS dans WORLD.cbl).
      * Les indices tenus sont gardés dans la sauvegarde
      * (GS-INVESTIGATION). Depuis le journal de quêtes, l'écran de
      * déduction fait choisir le coupable, le lieu et le moyen
      * parmi ceux que nomment les indices tenus; QUEST-SYSTEM règle
      * ensuite la quête selon le verdict (voir DEDUCE-INVESTIGATION
      * dans QUEST.cbl).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVESTIGATION-SYSTEM.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-10-15.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Affaires: titre, résumé, puis pour chaque catégorie (1 le
      * coupable, 2 le lieu, 3 le moyen) trois candidats; faction de
      * chaque suspect (1 Archivistes, 2 Techniciens, 3 Anomalies)
      * et numéro du bon candidat par catégorie
      *-----------------------------------------------------------------
       01 IVS-CASE-VALUES.
          05 FILLER                  PIC X(30)  VALUE
             "Le registre effacé".
          05 FILLER                  PIC X(60)  VALUE
             "Le registre des naissances du village a été vidé".
          05 FILLER                  PIC X(60)  VALUE
             "en une nuit. Qui, où, et comment?".
          05 FILLER                  PIC X(30)  VALUE
             "l'intendant Zuse".
          05 FILLER                  PIC X(30)  VALUE
             "l'apprentie Liskov".
          05 FILLER                  PIC X(30)  VALUE
             "le colporteur Wirth".
          05 FILLER                  PIC X(30)  VALUE
             "les Archives du village".
          05 FILLER                  PIC X(30)  VALUE
             "la Salle des Machines".
          05 FILLER                  PIC X(30)  VALUE
             "le Marché Clandestin".
          05 FILLER                  PIC X(30)  VALUE
             "un aimant".
          05 FILLER                  PIC X(30)  VALUE
             "une carte DELETE falsifiée".
          05 FILLER                  PIC X(30)  VALUE
             "un incendie".
          05 FILLER                  PIC X(6)   VALUE "122122".
          05 FILLER                  PIC X(30)  VALUE
             "La panne de l'horloge".
          05 FILLER                  PIC X(60)  VALUE
             "La grande horloge s'est figée à minuit et le temps".
          05 FILLER                  PIC X(60)  VALUE
             "se délite. Qui, où, et comment?".
          05 FILLER                  PIC X(30)  VALUE
             "la sentinelle Hamming".
          05 FILLER                  PIC X(30)  VALUE
             "le chronologue Dijkstra".
          05 FILLER                  PIC X(30)  VALUE
             "un agent des Anomalies".
          05 FILLER                  PIC X(30)  VALUE
             "la tour de l'horloge".
          05 FILLER                  PIC X(30)  VALUE
             "le Sanctuaire des profondeurs".
          05 FILLER                  PIC X(30)  VALUE
             "les Archives du village".
          05 FILLER                  PIC X(30)  VALUE
             "une boucle infinie".
          05 FILLER                  PIC X(30)  VALUE
             "un engrenage scié".
          05 FILLER                  PIC X(30)  VALUE
             "une inversion de parité".
          05 FILLER                  PIC X(6)   VALUE "213321".
       01 IVS-CASE-TABLE REDEFINES IVS-CASE-VALUES.
          05 IVS-CASE OCCURS 2 TIMES.
             10 IVS-CASE-TITLE       PIC X(30).
             10 IVS-CASE-SUMMARY     PIC X(60)  OCCURS 2 TIMES.
             10 IVS-CASE-CATEGORY OCCURS 3 TIMES.
                15 IVS-CASE-NAME     PIC X(30)  OCCURS 3 TIMES.
             10 IVS-CASE-FACTION     PIC 9(1)   OCCURS 3 TIMES.
             10 IVS-CASE-TRUTH       PIC 9(1)   OCCURS 3 TIMES.
       01 IVS-CASE-COUNT             PIC 9(1)   VALUE 2.

      *-----------------------------------------------------------------
      * Indices: affaire, source (D dialogue, R salle, E ère, C
      * crieur), clé de la source (voir INVESTIG.cpy), catégorie et
      * candidat nommés, rang de l'indice dans l'affaire
      * (GS-INV-CLUE), puis le texte sur deux lignes
      *-----------------------------------------------------------------
       01 IVS-CLUE-VALUES.
          05 FILLER                  PIC X(9)   VALUE "1C0505111".
          05 FILLER                  PIC X(60)  VALUE
             "Le crieur rapporte que l'intendant Zuse a sorti le".
          05 FILLER                  PIC X(60)  VALUE
             "registre des archives la veille de sa disparition.".
          05 FILLER                  PIC X(9)   VALUE "1D0010122".
          05 FILLER                  PIC X(60)  VALUE
             "Neumann soupçonne l'apprentie Liskov, mais elle".
          05 FILLER                  PIC X(60)  VALUE
             "était de garde à la tour toute la nuit.".
          05 FILLER                  PIC X(9)   VALUE "1R0111223".
          05 FILLER                  PIC X(60)  VALUE
             "Journal de la console: le registre a été chargé".
          05 FILLER                  PIC X(60)  VALUE
             "puis vidé ici même, dans la Salle des Machines.".
          05 FILLER                  PIC X(9)   VALUE "1R0121214".
          05 FILLER                  PIC X(60)  VALUE
             "Un vieux badge des Archives gît dans le piège,".
          05 FILLER                  PIC X(60)  VALUE
             "couvert d'une poussière de plusieurs saisons.".
          05 FILLER                  PIC X(9)   VALUE "1D0006325".
          05 FILLER                  PIC X(60)  VALUE
             "Turing a trouvé les restes d'une carte DELETE".
          05 FILLER                  PIC X(60)  VALUE
             "falsifiée, au format de l'intendance.".
          05 FILLER                  PIC X(9)   VALUE "1E0001316".
          05 FILLER                  PIC X(60)  VALUE
             "Aux cartes perforées, vous apprenez qu'un aimant".
          05 FILLER                  PIC X(60)  VALUE
             "n'efface pas une carte: la piste de l'aimant tombe.".
          05 FILLER                  PIC X(9)   VALUE "2C0908131".
          05 FILLER                  PIC X(60)  VALUE
             "On murmure qu'un agent des Anomalies est remonté".
          05 FILLER                  PIC X(60)  VALUE
             "des profondeurs la nuit où l'horloge s'est figée.".
          05 FILLER                  PIC X(9)   VALUE "2D0013122".
          05 FILLER                  PIC X(60)  VALUE
             "Le Voyageur accuse Dijkstra, mais ne l'a vu qu'à".
          05 FILLER                  PIC X(60)  VALUE
             "son pupitre, loin de l'horloge.".
          05 FILLER                  PIC X(9)   VALUE "2R0212223".
          05 FILLER                  PIC X(60)  VALUE
             "Au pied du sanctuaire, un terminal encore chaud:".
          05 FILLER                  PIC X(60)  VALUE
             "la panne a été lancée d'ici.".
          05 FILLER                  PIC X(9)   VALUE "2C0409214".
          05 FILLER                  PIC X(60)  VALUE
             "Un colporteur jure que tout s'est joué dans la".
          05 FILLER                  PIC X(60)  VALUE
             "tour, pourtant scellée depuis une semaine.".
          05 FILLER                  PIC X(9)   VALUE "2D0001315".
          05 FILLER                  PIC X(60)  VALUE
             "Ada reconnaît la signature: une boucle infinie".
          05 FILLER                  PIC X(60)  VALUE
             "sans condition de sortie, glissée dans le rouage.".
          05 FILLER                  PIC X(9)   VALUE "2E0006336".
          05 FILLER                  PIC X(60)  VALUE
             "L'ère quantique montre qu'une inversion de parité".
          05 FILLER                  PIC X(60)  VALUE
             "se serait corrigée seule: cette piste ne tient pas.".
       01 IVS-CLUE-TABLE REDEFINES IVS-CLUE-VALUES.
          05 IVS-CLUE OCCURS 12 TIMES.
             10 IVS-CLUE-CASE        PIC 9(1).
             10 IVS-CLUE-KIND        PIC X(1).
             10 IVS-CLUE-KEY         PIC X(4).
             10 IVS-CLUE-CATEGORY    PIC 9(1).
             10 IVS-CLUE-CANDIDATE   PIC 9(1).
             10 IVS-CLUE-RANK        PIC 9(1).
             10 IVS-CLUE-TEXT        PIC X(60)  OCCURS 2 TIMES.
       01 IVS-CLUE-COUNT             PIC 9(2)   VALUE 12.

       01 IVS-CATEGORY-VALUES.
          05 FILLER                  PIC X(12)  VALUE "Le coupable".
          05 FILLER                  PIC X(12)  VALUE "Le lieu".
          05 FILLER                  PIC X(12)  VALUE "Le moyen".
       01 IVS-CATEGORY-TABLE REDEFINES IVS-CATEGORY-VALUES.
          05 IVS-CATEGORY-LABEL      PIC X(12)  OCCURS 3 TIMES.

       01 IVS-IDX                    PIC 9(2)   VALUE 0.
       01 IVS-CASE-IDX               PIC 9(1)   VALUE 0.
       01 IVS-CAT-IDX                PIC 9(1)   VALUE 0.
       01 IVS-CAND-IDX               PIC 9(1)   VALUE 0.
       01 IVS-RANK                   PIC 9(1)   VALUE 0.
       01 IVS-HELD-COUNT             PIC 9(1)   VALUE 0.
       01 IVS-OPTION-COUNT           PIC 9(1)   VALUE 0.
       01 IVS-CHOICE                 PIC 9(1)   VALUE 0.
       01 IVS-CONFIRM                PIC X(1)   VALUE SPACE.
       01 IVS-MISSING                PIC 9(1)   VALUE 0.
       01 IVS-NAMED.
          05 IVS-NAMED-CATEGORY OCCURS 3 TIMES.
             10 IVS-NAMED-FLAG       PIC X(1)   OCCURS 3 TIMES.
       01 IVS-OPTIONS.
          05 IVS-OPTION              PIC 9(1)   OCCURS 3 TIMES.
       01 IVS-PICKS.
          05 IVS-PICK                PIC 9(1)   OCCURS 3 TIMES.

       LINKAGE SECTION.
       COPY "INVESTIG.cpy".
       COPY "GAMESTATE.cpy".

       PROCEDURE DIVISION USING INVESTIGATION-PARAMS, GAME-STATE-EXT.
       MAIN-ENTRY.
           MOVE "N" TO IVP-RESULT
           EVALUATE TRUE
               WHEN IVP-OP-PROPOSE
                   PERFORM PROPOSE-NEXT-CASE
               WHEN IVP-OP-OPEN
                   PERFORM OPEN-CASE
               WHEN IVP-OP-CLUE
                   PERFORM COLLECT-CLUE
               WHEN IVP-OP-DEDUCE
                   PERFORM DEDUCTION-SCREEN
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Prochaine affaire jamais ouverte, une seule enquête à la fois
      *-----------------------------------------------------------------
       PROPOSE-NEXT-CASE.
           MOVE 0 TO IVP-CASE
           PERFORM VARYING IVS-CASE-IDX FROM 1 BY 1
                   UNTIL IVS-CASE-IDX > IVS-CASE-COUNT
               IF GS-INV-STATE(IVS-CASE-IDX) = "O"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING IVS-CASE-IDX FROM 1 BY 1
                   UNTIL IVS-CASE-IDX > IVS-CASE-COUNT
                      OR IVP-CASE > 0
               IF GS-INV-STATE(IVS-CASE-IDX) NOT = "J" AND
                  GS-INV-STATE(IVS-CASE-IDX) NOT = "E"
                   MOVE IVS-CASE-IDX TO IVP-CASE
               END-IF
           END-PERFORM
           IF IVP-CASE > 0
               MOVE IVS-CASE-TITLE(IVP-CASE) TO IVP-TITLE
               MOVE IVS-CASE-SUMMARY(IVP-CASE, 1)
                   TO IVP-SUMMARY-LINE(1)
               MOVE IVS-CASE-SUMMARY(IVP-CASE, 2)
                   TO IVP-SUMMARY-LINE(2)
           END-IF
           .

       OPEN-CASE.
           IF IVP-CASE < 1 OR IVP-CASE > IVS-CASE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO GS-INV-STATE(IVP-CASE)
           MOVE IVP-QUEST-ID TO GS-INV-QUEST-ID(IVP-CASE)
           PERFORM VARYING IVS-RANK FROM 1 BY 1 UNTIL IVS-RANK > 6
               MOVE "N" TO GS-INV-CLUE(IVP-CASE, IVS-RANK)
           END-PERFORM
           MOVE "Y" TO IVP-RESULT
           .

      *-----------------------------------------------------------------
      * Source atteinte: les indices qu'elle porte pour une affaire
      * ouverte et pas encore tenus sont recueillis et affichés
      *-----------------------------------------------------------------
       COLLECT-CLUE.
           PERFORM VARYING IVS-IDX FROM 1 BY 1
                   UNTIL IVS-IDX > IVS-CLUE-COUNT
               IF IVS-CLUE-KIND(IVS-IDX) = IVP-SOURCE-KIND AND
                  IVS-CLUE-KEY(IVS-IDX) = IVP-SOURCE-KEY
                   MOVE IVS-CLUE-CASE(IVS-IDX) TO IVS-CASE-IDX
                   MOVE IVS-CLUE-RANK(IVS-IDX) TO IVS-RANK
                   IF GS-INV-STATE(IVS-CASE-IDX) = "O" AND
                      GS-INV-CLUE(IVS-CASE-IDX, IVS-RANK) NOT = "Y"
                       MOVE "Y" TO GS-INV-CLUE(IVS-CASE-IDX, IVS-RANK)
                       MOVE "Y" TO IVP-RESULT
                       DISPLAY SPACE
                       DISPLAY "*** Indice pour l'enquête « "
                           FUNCTION TRIM(IVS-CASE-TITLE(IVS-CASE-IDX))
                           " » ***"
                       DISPLAY FUNCTION TRIM(IVS-CLUE-TEXT(IVS-IDX, 1))
                       DISPLAY FUNCTION TRIM(IVS-CLUE-TEXT(IVS-IDX, 2))
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Écran de déduction: indices tenus, puis un choix par
      * catégorie parmi les candidats qu'ils nomment
      *-----------------------------------------------------------------
       DEDUCTION-SCREEN.
           MOVE "N" TO IVP-VERDICT
           MOVE 0 TO IVP-CASE
           MOVE 0 TO IVP-FACTION
           PERFORM VARYING IVS-CASE-IDX FROM 1 BY 1
                   UNTIL IVS-CASE-IDX > IVS-CASE-COUNT
                      OR IVP-CASE > 0
               IF GS-INV-STATE(IVS-CASE-IDX) = "O"
                   MOVE IVS-CASE-IDX TO IVP-CASE
               END-IF
           END-PERFORM
           IF IVP-CASE = 0
               DISPLAY "Aucune enquête n'est en cours."
               EXIT PARAGRAPH
           END-IF
           MOVE GS-INV-QUEST-ID(IVP-CASE) TO IVP-QUEST-ID

           DISPLAY SPACE
           DISPLAY "=== DEDUCTION: "
               FUNCTION TRIM(IVS-CASE-TITLE(IVP-CASE)) " ==="
           DISPLAY FUNCTION TRIM(IVS-CASE-SUMMARY(IVP-CASE, 1))
           DISPLAY FUNCTION TRIM(IVS-CASE-SUMMARY(IVP-CASE, 2))
           DISPLAY SPACE
           DISPLAY "Vos indices:"
           MOVE ALL "N" TO IVS-NAMED
           MOVE 0 TO IVS-HELD-COUNT
           PERFORM VARYING IVS-IDX FROM 1 BY 1
                   UNTIL IVS-IDX > IVS-CLUE-COUNT
               IF IVS-CLUE-CASE(IVS-IDX) = IVP-CASE AND
                  GS-INV-CLUE(IVP-CASE, IVS-CLUE-RANK(IVS-IDX)) = "Y"
                   ADD 1 TO IVS-HELD-COUNT
                   MOVE "Y" TO IVS-NAMED-FLAG(
                       IVS-CLUE-CATEGORY(IVS-IDX),
                       IVS-CLUE-CANDIDATE(IVS-IDX))
                   DISPLAY "  - "
                       FUNCTION TRIM(IVS-CLUE-TEXT(IVS-IDX, 1))
                   DISPLAY "    "
                       FUNCTION TRIM(IVS-CLUE-TEXT(IVS-IDX, 2))
               END-IF
           END-PERFORM
           IF IVS-HELD-COUNT = 0
               DISPLAY "  (aucun indice pour l'instant)"
           END-IF

      *    Une déduction demande au moins un nom par catégorie
           MOVE 0 TO IVS-MISSING
           PERFORM VARYING IVS-CAT-IDX FROM 1 BY 1
                   UNTIL IVS-CAT-IDX > 3
               IF IVS-NAMED-CATEGORY(IVS-CAT-IDX) = "NNN"
                   ADD 1 TO IVS-MISSING
                   DISPLAY FUNCTION TRIM(
                       IVS-CATEGORY-LABEL(IVS-CAT-IDX))
                       ": aucun indice ne le désigne encore."
               END-IF
           END-PERFORM
           IF IVS-MISSING > 0
               DISPLAY "Il vous faut d'autres indices avant de "
                   & "conclure."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING IVS-CAT-IDX FROM 1 BY 1
                   UNTIL IVS-CAT-IDX > 3
               PERFORM ASK-DEDUCTION-CHOICE
               IF IVS-PICK(IVS-CAT-IDX) = 0
                   DISPLAY "Déduction remise à plus tard."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           DISPLAY SPACE
           DISPLAY "Votre conclusion: "
               FUNCTION TRIM(IVS-CASE-NAME(IVP-CASE, 1, IVS-PICK(1)))
               ", dans " FUNCTION TRIM(
               IVS-CASE-NAME(IVP-CASE, 2, IVS-PICK(2)))
               ", avec " FUNCTION TRIM(
               IVS-CASE-NAME(IVP-CASE, 3, IVS-PICK(3))) "."
           DISPLAY "Une accusation ne se retire pas. Confirmer? (O/N) "
               WITH NO ADVANCING
           ACCEPT IVS-CONFIRM
           IF IVS-CONFIRM NOT = "O" AND IVS-CONFIRM NOT = "o"
               DISPLAY "Déduction remise à plus tard."
               EXIT PARAGRAPH
           END-IF

           IF IVS-PICK(1) = IVS-CASE-TRUTH(IVP-CASE, 1) AND
              IVS-PICK(2) = IVS-CASE-TRUTH(IVP-CASE, 2) AND
              IVS-PICK(3) = IVS-CASE-TRUTH(IVP-CASE, 3)
               MOVE "J" TO IVP-VERDICT
               MOVE "J" TO GS-INV-STATE(IVP-CASE)
               DISPLAY "Les pièces s'emboîtent: l'affaire est "
                   & "élucidée!"
           ELSE
               MOVE "E" TO IVP-VERDICT
               MOVE "E" TO GS-INV-STATE(IVP-CASE)
               MOVE IVS-CASE-FACTION(IVP-CASE, IVS-PICK(1))
                   TO IVP-FACTION
               DISPLAY "L'accusation ne tient pas: l'affaire est "
                   & "close sur une fausse piste."
           END-IF
           .

      *    Candidats de la catégorie IVS-CAT-IDX nommés par les
      *    indices tenus; 0 = abandon
       ASK-DEDUCTION-CHOICE.
           MOVE 0 TO IVS-PICK(IVS-CAT-IDX)
           MOVE 0 TO IVS-OPTION-COUNT
           DISPLAY SPACE
           DISPLAY FUNCTION TRIM(IVS-CATEGORY-LABEL(IVS-CAT-IDX)) ":"
           PERFORM VARYING IVS-CAND-IDX FROM 1 BY 1
                   UNTIL IVS-CAND-IDX > 3
               IF IVS-NAMED-FLAG(IVS-CAT-IDX, IVS-CAND-IDX) = "Y"
                   ADD 1 TO IVS-OPTION-COUNT
                   MOVE IVS-CAND-IDX TO IVS-OPTION(IVS-OPTION-COUNT)
                   DISPLAY "  " IVS-OPTION-COUNT ". " FUNCTION TRIM(
                       IVS-CASE-NAME(IVP-CASE, IVS-CAT-IDX,
                       IVS-CAND-IDX))
               END-IF
           END-PERFORM
           DISPLAY "  0. Abandonner"
           DISPLAY "Votre choix: " WITH NO ADVANCING
           ACCEPT IVS-CHOICE
           IF IVS-CHOICE >= 1 AND IVS-CHOICE <= IVS-OPTION-COUNT
               MOVE IVS-OPTION(IVS-CHOICE) TO IVS-PICK(IVS-CAT-IDX)
           END-IF
           .

       END PROGRAM INVESTIGATION-SYSTEM.
