       COPY "EVENTLOG.cpy".
       01 STAT-CHOICE                PIC 9(1)   VALUE 0.
       01 SPEC-CHOICE                PIC 9(1)   VALUE 0.
      *-----------------------------------------------------------------
      * Événement en direct de type XP (voir LIVE-EVENTS): gain
      * majoré avant d'être ajouté, plafonné à la taille du champ
      *-----------------------------------------------------------------
       COPY "LIVEEVT.cpy".
       01 LIVE-XP-BEFORE             PIC 9(4)   VALUE 0.

       LINKAGE SECTION.
       01 CHARACTER-OPERATION        PIC X(1).
          88 OP-INITIALIZE           VALUE 'I'.
          88 OP-ADD-EXPERIENCE       VALUE 'X'.
          88 OP-LEVEL-UP             VALUE 'L'.
          88 OP-SPEND-POINTS         VALUE 'P'.

       COPY "PLAYER-CHAR.cpy".

                   PERFORM ADD-EXPERIENCE
               WHEN OP-LEVEL-UP
                   PERFORM LEVEL-UP
               WHEN OP-SPEND-POINTS
                   PERFORM SPEND-UNSPENT-POINTS
           END-EVALUATE
           GOBACK.

           MOVE 4                    TO CHAR-INTELLIGENCE
           MOVE 4                    TO CHAR-AGILITY
           MOVE 0                    TO CHAR-UNSPENT-POINTS
           INITIALIZE CHAR-ALLOCATED-POINTS

           MOVE "Frappe de code"     TO SKILL-NAME(1)
           MOVE 'A'                  TO SKILL-TYPE(1)
      * Gestion de l'expérience et montée de niveau
      *-----------------------------------------------------------------
       ADD-EXPERIENCE.
           IF EXPERIENCE-GAINED > 0
               PERFORM APPLY-LIVE-XP-BONUS
           END-IF
           ADD EXPERIENCE-GAINED     TO CHAR-EXPERIENCE
           IF CHAR-EXPERIENCE >= CHAR-EXPERIENCE-NEXT THEN
               PERFORM LEVEL-UP
           END-IF
           .

       APPLY-LIVE-XP-BONUS.
           MOVE "M" TO LVQ-OPERATION
           MOVE "XP" TO LVQ-KIND
           CALL "LIVE-EVENTS" USING LIVE-EVENT-QUERY
           IF NOT LVQ-IS-FOUND OR LVQ-MULTIPLIER = 1
               EXIT PARAGRAPH
           END-IF
           MOVE EXPERIENCE-GAINED TO LIVE-XP-BEFORE
           COMPUTE EXPERIENCE-GAINED =
               EXPERIENCE-GAINED * LVQ-MULTIPLIER
               ON SIZE ERROR
                   MOVE 9999 TO EXPERIENCE-GAINED
           END-COMPUTE
           DISPLAY "Événement " FUNCTION TRIM(LVQ-EVENT-ID)
               ": expérience " LIVE-XP-BEFORE " portée à "
               EXPERIENCE-GAINED
           .

       LEVEL-UP.
           ADD 1                     TO CHAR-LEVEL
           COMPUTE CHAR-EXPERIENCE-NEXT = CHAR-EXPERIENCE-NEXT * 1.5
      * Répartition par le joueur des points de caractéristiques
      * gagnés à la montée de niveau (CHAR-UNSPENT-POINTS): tout le
      * gain de stats passe par ce choix, sans bonus de classe
      * automatique. Chaque point placé est compté dans
      * CHAR-ALLOCATED-POINTS pour pouvoir être remboursé chez le
      * maître d'armes (aussi appelé seul, opération 'P', après un
      * remboursement)
      *-----------------------------------------------------------------
       SPEND-UNSPENT-POINTS.
           PERFORM UNTIL CHAR-UNSPENT-POINTS = 0
               EVALUATE STAT-CHOICE
                   WHEN 1
                       ADD 1 TO CHAR-STRENGTH
                       ADD 1 TO CHAR-ALLOC-STRENGTH
                       SUBTRACT 1 FROM CHAR-UNSPENT-POINTS
                   WHEN 2
                       ADD 1 TO CHAR-DEFENSE
                       ADD 1 TO CHAR-ALLOC-DEFENSE
                       SUBTRACT 1 FROM CHAR-UNSPENT-POINTS
                   WHEN 3
                       ADD 1 TO CHAR-INTELLIGENCE
                       ADD 1 TO CHAR-ALLOC-INTELLIGENCE
                       SUBTRACT 1 FROM CHAR-UNSPENT-POINTS
                   WHEN 4
                       ADD 1 TO CHAR-AGILITY
                       ADD 1 TO CHAR-ALLOC-AGILITY
                       SUBTRACT 1 FROM CHAR-UNSPENT-POINTS
                   WHEN OTHER
                       DISPLAY "Choix invalide."
