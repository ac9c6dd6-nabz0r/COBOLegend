      * le Makefile), donc la triche ne peut pas toucher
      * ERA-ACCESS-STATUS directement et passe par ce fichier.
      *-----------------------------------------------------------------
           SELECT ERA-UNLOCK-FLAG ASSIGN TO DYNAMIC ERA-UNLOCK-FLAG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERA-UNLOCK-FILE-STATUS.

       01 ERA-UNLOCK-RECORD              PIC X(10).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="TERMINAL-TIME-TRAVEL"==.
       01 ERA-UNLOCK-FLAG-PATH       PIC X(80)  VALUE "COBOERAS.DAT".

       01 ERA-UNLOCK-FILE-STATUS         PIC X(2)   VALUE SPACES.

      *-----------------------------------------------------------------
      * pour chroniquer celles réparées pendant la visite
      *-----------------------------------------------------------------
       01 CHRON-OLD-FIXED            PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Défis du jour et de la semaine: anomalies réparées pendant la
      * visite signalées au retour, "propres" si aucun paradoxe n'a
      * secoué le voyage (voir CHALLENGES.cbl)
      *-----------------------------------------------------------------
       COPY "CHALLENGE.cpy".
       01 VISIT-PARADOX              PIC X(1)   VALUE "N".
       01 VISIT-FIX-IDX              PIC 9(2)   VALUE 0.
       01 CRAFTING-OPERATION         PIC X(1)   VALUE 'A'.
       01 CRAFTING-MATERIAL-NAME     PIC X(20)  VALUE SPACES.
       01 CRAFTING-MATERIAL-QTY      PIC 9(2)   VALUE 0.

      *-----------------------------------------------------------------
      * Console de maintenance COBOL des ères (voir CODE-PUZZLE):
      * site et difficulté = numéro de l'ère
      *-----------------------------------------------------------------
       COPY "PUZZLE.cpy".

      *-----------------------------------------------------------------
      * Expéditions du compagnon dans les ères (voir EXPEDITION.cbl)
      *-----------------------------------------------------------------
       COPY "EXPEDITION.cpy".

      *-----------------------------------------------------------------
      * Enquêtes: une visite d'ère peut livrer l'indice d'une affaire
      * ouverte (voir INVESTIGATION.cbl)
      *-----------------------------------------------------------------
       COPY "INVESTIG.cpy".

      *-----------------------------------------------------------------
      * Grand livre de l'or: les gains mis en banque à la sortie de
      * la faille sont consignés (voir GOLDLEDG.cpy)
               PLAYER-INVENTORY, PLAYER-GOLD, PLAYER-EQUIPMENT,
               ITEM-OP-PARAMS.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
      *    Premier appel, ou instantané effacé par une nouvelle
      *    partie (RESET-GAME-STATE dans MAIN-GAME): l'état du
      *    terminal repart de zéro au lieu de léguer les ères et
           PERFORM RESTORE-TEMPORAL-STATE

           MOVE ANOMALY-FIXED-COUNT TO CHRON-OLD-FIXED
           MOVE "N" TO VISIT-PARADOX
           PERFORM CHRONOTERMINAL-MAIN-MENU UNTIL TERMINAL-INACTIVE

           IF ANOMALY-FIXED-COUNT > CHRON-OLD-FIXED
               PERFORM CHRONICLE-ANOMALY-FIXED
               PERFORM SIGNAL-ANOMALY-CHALLENGE
           END-IF

           MOVE TEMPORAL-STABILITY TO GS-TEMPORAL-STABILITY
               GAME-STATE-EXT
           .

      *-----------------------------------------------------------------
      * Défis: une anomalie réparée pendant la visite = un événement
      * ANOM, propre si aucun paradoxe n'a eu lieu
      *-----------------------------------------------------------------
       SIGNAL-ANOMALY-CHALLENGE.
           MOVE "E" TO CHL-OPERATION
           MOVE "ANOM" TO CHL-EVENT-CODE
           IF VISIT-PARADOX = "Y"
               MOVE "N" TO CHL-EVENT-CLEAN
           ELSE
               MOVE "Y" TO CHL-EVENT-CLEAN
           END-IF
           PERFORM VARYING VISIT-FIX-IDX FROM CHRON-OLD-FIXED BY 1
                   UNTIL VISIT-FIX-IDX >= ANOMALY-FIXED-COUNT
               CALL "CHALLENGE-SYSTEM" USING CHALLENGE-PARAMS,
                   GAME-STATE-EXT
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Restauration de la progression temporelle sauvegardée (ères
      * débloquées, anomalies résolues, artefacts): recharger une
      *-----------------------------------------------------------------
       APPLY-SAVED-ERA-UNLOCKS.
           OPEN INPUT ERA-UNLOCK-FLAG
           MOVE "APPLY-SAVED-ERA-UNLOCKS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               ERA-UNLOCK-FLAG-PATH, ERA-UNLOCK-FILE-STATUS
           IF ERA-UNLOCK-FILE-STATUS = "00"
               READ ERA-UNLOCK-FLAG
                   AT END CONTINUE
                           END-PERFORM
                       END-IF
               END-READ
               MOVE "APPLY-SAVED-ERA-UNLOCKS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ERA-UNLOCK-FLAG-PATH, ERA-UNLOCK-FILE-STATUS
               CLOSE ERA-UNLOCK-FLAG
               MOVE "APPLY-SAVED-ERA-UNLOCKS" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ERA-UNLOCK-FLAG-PATH, ERA-UNLOCK-FILE-STATUS
           END-IF
           .
      
               DISPLAY "6. Franchir la Faille Temporelle "
                   & "(gantelet sans fin)"
           END-IF
           IF GS-COMP-HIRED = "E"
               DISPLAY "7. Expedition du compagnon (retour le jour "
                   GS-EXPD-RETURN-DAY ")"
           ELSE
               IF GS-COMP-HIRED = "Y"
                   DISPLAY "7. Envoyer " FUNCTION TRIM(GS-COMP-NAME)
                       " en expedition"
               END-IF
           END-IF
           DISPLAY "> " WITH NO ADVANCING
      
           ACCEPT TERMINAL-CHOICE
                       DISPLAY "achevé leur histoire."
                       PERFORM CHRONOTERMINAL-MAIN-MENU
                   END-IF
               WHEN 7
                   PERFORM SEND-COMPANION-EXPEDITION
                   PERFORM CHRONOTERMINAL-MAIN-MENU
               WHEN OTHER
                   DISPLAY "Option non reconnue."
                   PERFORM CHRONOTERMINAL-MAIN-MENU
           END-EVALUATE
           .
      
      *-----------------------------------------------------------------
      * Envoi du compagnon dans une ère débloquée: l'état des ères
      * est d'abord exporté pour que l'expédition voie les déblocages
      * de la visite en cours
      *-----------------------------------------------------------------
       SEND-COMPANION-EXPEDITION.
           MOVE TEMPORAL-STABILITY TO GS-TEMPORAL-STABILITY
           PERFORM EXPORT-TEMPORAL-STATE
           MOVE 'S' TO EXD-OPERATION
           CALL "EXPEDITION-SYSTEM" USING EXPEDITION-PARAMS,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
               PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
           DISPLAY SPACE
           DISPLAY "Appuyez sur ENTREE pour continuer..."
           ACCEPT CONFIRMATION
           .

      *-----------------------------------------------------------------
      * Sélection d'une ère à explorer
      *-----------------------------------------------------------------
                   MOVE STABILITY-WORK TO TEMPORAL-STABILITY
               END-IF
               MOVE "U" TO CHRONOTERMINAL-STATUS
               MOVE "Y" TO VISIT-PARADOX

               PERFORM SELECT-RANDOM-UNLOCKED-ERA
               DISPLAY SPACE
           DISPLAY "Transfert complete!"
           DISPLAY SPACE
      
      *    Indice d'enquête gardé par l'ère (clé 00 / ère)
           MOVE "K" TO IVP-OPERATION
           MOVE "E" TO IVP-SOURCE-KIND
           MOVE 0 TO IVP-KEY-HIGH
           MOVE ERA-CHOICE TO IVP-KEY-LOW
           CALL "INVESTIGATION-SYSTEM" USING INVESTIGATION-PARAMS,
               GAME-STATE-EXT
      
           EVALUATE ERA-CHOICE
               WHEN 1
                   MOVE 61 TO MSG-ID
           DISPLAY "2. Interagir avec le personnel"
           DISPLAY "3. Examiner l'anomalie temporelle"
           DISPLAY "4. Revenir au present"
           DISPLAY "5. Console de maintenance COBOL"
           DISPLAY "> " WITH NO ADVANCING
      
           ACCEPT ACTION-CHOICE
                   DISPLAY "etes transporte vers le present."
                   MOVE "Y" TO GS-AUTOSAVE-REQUEST
                   PERFORM CHRONOTERMINAL-MAIN-MENU
               WHEN 5
                   MOVE 1 TO PZL-SITE
                   PERFORM ERA-PUZZLE-TERMINAL
                   PERFORM ERA-1-INTERACTION
               WHEN OTHER
                   DISPLAY "Option non reconnue."
                   PERFORM ERA-1-INTERACTION
           DISPLAY "2. Interagir avec les programmeurs"
           DISPLAY "3. Examiner l'anomalie temporelle"
           DISPLAY "4. Revenir au present"
           DISPLAY "5. Console de maintenance COBOL"
           DISPLAY "> " WITH NO ADVANCING
      
           ACCEPT ACTION-CHOICE
                   DISPLAY "etes transporte vers le present."
                   MOVE "Y" TO GS-AUTOSAVE-REQUEST
                   PERFORM CHRONOTERMINAL-MAIN-MENU
               WHEN 5
                   MOVE 2 TO PZL-SITE
                   PERFORM ERA-PUZZLE-TERMINAL
                   PERFORM ERA-2-INTERACTION
               WHEN OTHER
                   DISPLAY "Option non reconnue."
                   PERFORM ERA-2-INTERACTION
           DISPLAY "2. Parler aux informaticiens"
           DISPLAY "3. Examiner l'anomalie temporelle"
           DISPLAY "4. Revenir au present"
           DISPLAY "5. Console de maintenance COBOL"
           DISPLAY "> " WITH NO ADVANCING
      
           ACCEPT ACTION-CHOICE
                   DISPLAY "etes transporte vers le present."
                   MOVE "Y" TO GS-AUTOSAVE-REQUEST
                   PERFORM CHRONOTERMINAL-MAIN-MENU
               WHEN 5
                   MOVE 3 TO PZL-SITE
                   PERFORM ERA-PUZZLE-TERMINAL
                   PERFORM ERA-3-INTERACTION
               WHEN OTHER
                   DISPLAY "Option non reconnue."
                   PERFORM ERA-3-INTERACTION
           DISPLAY "2. Parler aux ingenieurs web"
           DISPLAY "3. Examiner l'anomalie temporelle"
           DISPLAY "4. Revenir au present"
           DISPLAY "5. Console de maintenance COBOL"
           DISPLAY "> " WITH NO ADVANCING
      
           ACCEPT ACTION-CHOICE
                   DISPLAY "etes transporte vers le present."
                   MOVE "Y" TO GS-AUTOSAVE-REQUEST
                   PERFORM CHRONOTERMINAL-MAIN-MENU
               WHEN 5
                   MOVE 4 TO PZL-SITE
                   PERFORM ERA-PUZZLE-TERMINAL
                   PERFORM ERA-4-INTERACTION
               WHEN OTHER
                   DISPLAY "Option non reconnue."
                   PERFORM ERA-4-INTERACTION
           DISPLAY "2. Parler aux architectes systeme"
           DISPLAY "3. Rechercher des anomalies temporelles"
           DISPLAY "4. Revenir au present"
           DISPLAY "5. Console de maintenance COBOL"
           DISPLAY "> " WITH NO ADVANCING
      
           ACCEPT ACTION-CHOICE
                   DISPLAY "etes transporte vers le present."
                   MOVE "Y" TO GS-AUTOSAVE-REQUEST
                   PERFORM CHRONOTERMINAL-MAIN-MENU
               WHEN 5
                   MOVE 5 TO PZL-SITE
                   PERFORM ERA-PUZZLE-TERMINAL
                   PERFORM ERA-5-INTERACTION
               WHEN OTHER
                   DISPLAY "Option non reconnue."
                   PERFORM ERA-5-INTERACTION
           MOVE 0 TO OP-ITEM-DURABILITY-MAX
           MOVE 0 TO OP-ITEM-ESCAPE-BONUS

           MOVE "TEMP" TO OP-ITEM-SOURCE
           MOVE 'A' TO INVENTORY-OPERATION
           CALL "INVENTORY-SYSTEM" USING INVENTORY-OPERATION,
               PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
           DISPLAY "2. Parler aux conservateurs du COBOL"
           DISPLAY "3. Examiner l'anomalie temporelle"
           DISPLAY "4. Revenir au present"
           DISPLAY "5. Console de maintenance COBOL"
           DISPLAY "> " WITH NO ADVANCING

           ACCEPT ACTION-CHOICE
                   DISPLAY "etes transporte vers le present."
                   MOVE "Y" TO GS-AUTOSAVE-REQUEST
                   PERFORM CHRONOTERMINAL-MAIN-MENU
               WHEN 5
                   MOVE 6 TO PZL-SITE
                   PERFORM ERA-PUZZLE-TERMINAL
                   PERFORM ERA-6-INTERACTION
               WHEN OTHER
                   DISPLAY "Option non reconnue."
                   PERFORM ERA-6-INTERACTION
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Console de maintenance COBOL de l'ère PZL-SITE: un programme
      * d'époque à réparer (CODE-PUZZLE). Réparée, elle renforce la
      * stabilité temporelle et livre des matériaux de l'ère au
      * terminal JCL; un mauvais correctif secoue la trame du temps.
      *-----------------------------------------------------------------
       ERA-PUZZLE-TERMINAL.
           MOVE PZL-SITE TO PZL-LEVEL
           CALL "CODE-PUZZLE-SYSTEM" USING PUZZLE-PARAMS,
               GAME-STATE-EXT
           EVALUATE TRUE
               WHEN PZL-SOLVED
                   ADD 5 TO TEMPORAL-STABILITY
                   IF TEMPORAL-STABILITY > 100
                       MOVE 100 TO TEMPORAL-STABILITY
                   END-IF
                   EVALUATE PZL-SITE
                       WHEN 1
                           MOVE "Métal recyclé"
                               TO CRAFTING-MATERIAL-NAME
                       WHEN 2
                           MOVE "Circuit imprimé"
                               TO CRAFTING-MATERIAL-NAME
                       WHEN 3
                           MOVE "Cristaux de données"
                               TO CRAFTING-MATERIAL-NAME
                       WHEN 4
                           MOVE "Fils quantiques"
                               TO CRAFTING-MATERIAL-NAME
                       WHEN 5
                           MOVE "Mémoire volatile"
                               TO CRAFTING-MATERIAL-NAME
                       WHEN OTHER
                           MOVE "Artefact temporel"
                               TO CRAFTING-MATERIAL-NAME
                   END-EVALUATE
                   DISPLAY "La trame temporelle se raffermit (+5 de "
                       & "stabilite): " TEMPORAL-STABILITY "%"
                   DISPLAY "La console ejecte 2 x "
                       FUNCTION TRIM(CRAFTING-MATERIAL-NAME)
                       " (deposes au terminal)."
                   MOVE 2 TO CRAFTING-MATERIAL-QTY
                   MOVE 'A' TO CRAFTING-OPERATION
                   CALL "JCL-CRAFTING-SYSTEM" USING CRAFTING-OPERATION,
                       CRAFTING-MATERIAL-NAME, CRAFTING-MATERIAL-QTY,
                       PLAYER-CHARACTER, PLAYER-INVENTORY, PLAYER-GOLD,
                       PLAYER-EQUIPMENT, ITEM-OP-PARAMS, GAME-STATE-EXT
               WHEN PZL-FAILED
                   IF TEMPORAL-STABILITY > 2
                       SUBTRACT 2 FROM TEMPORAL-STABILITY
                   ELSE
                       MOVE 0 TO TEMPORAL-STABILITY
                   END-IF
                   DISPLAY "Le programme plante et la trame temporelle "
                       & "vacille (-2 de stabilite): "
                       TEMPORAL-STABILITY "%"
           END-EVALUATE
           DISPLAY SPACE
           DISPLAY "Appuyez sur ENTREE pour continuer..."
           ACCEPT CONFIRMATION
           .

      *-----------------------------------------------------------------
      * Correction de l'anomalie de l'ère 6: la boucle causale.
      * La perturbation du futur remonte jusqu'à l'ère des cartes
           PERFORM CHRONOTERMINAL-MAIN-MENU
           .
      
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               ERA-UNLOCK-FLAG-PATH
           .

       END PROGRAM TERMINAL-TIME-TRAVEL.
