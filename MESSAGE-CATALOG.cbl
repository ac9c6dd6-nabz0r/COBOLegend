      *   41-50  noms des quêtes (ordre d'INITIALIZE-QUESTS)
      *   51-60  descriptions des quêtes (même ordre)
      *   61-66  descriptions des ères du Chronoterminal
      *   67-91  écrans ajoutés après coup (gestion des
      *          emplacements, etc.; 82-87 écran du manuel, 88
      *          commandes d'itinéraire, 89 carnet de notes, 91
      *          affaires en cours)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESSAGE-CATALOG.
      * numéro de message
      *-----------------------------------------------------------------
       01 CATALOG-READY              PIC X(1)   VALUE "N".
       01 CATALOG-COUNT              PIC 9(3)   VALUE 91.
       01 MESSAGE-TABLE.
          05 CATALOG-ENTRY OCCURS 91 TIMES.
             10 CAT-TEXT-FR          PIC X(255).
             10 CAT-TEXT-EN          PIC X(255).
       01 CAT-IDX                    PIC 9(3)   VALUE 0.
           MOVE "(N)ord, (S)ud, (E)st, (O)uest, (I)nventaire, "
              & "(C)aractéristiques, (Q)uêtes, (T)erminal, "
              & "(P)arler, (J)CL-crafting, (Z) Bestiaire, "
              & "(R)écolter, (X) Menu, (?) Aide" TO CAT-TEXT-FR(25)
           MOVE "(N)orth, (S)outh, (E)ast, (O) West, "
              & "(I)nventory, (C)haracter, (Q)uests, (T)erminal, "
              & "(P) Talk, (J)CL crafting, (Z) Bestiary, "
              & "(R) Harvest, (X) Menu, (?) Help" TO CAT-TEXT-EN(25)

           MOVE "1=NE 2=NO 3=SE 4=SO diagonale, (H)aut, (B)as - "
              & "en donjon uniquement" TO CAT-TEXT-FR(26)
           MOVE "Repair an item - 2 gold per missing durability "
              & "point" TO CAT-TEXT-EN(34)

           MOVE "(A)cheter, (V)endre, re(P)rendre, (S)ac à dos, "
              & "(R)éparer, (D)épôt-vente, (Q)uitter la boutique, "
              & "(?) aide" TO CAT-TEXT-FR(35)
           MOVE "(A) Buy, (V) Sell, (P) Buy back, (S) Backpack, "
              & "(R) Repair, (D) Consignment, (Q) Leave the shop, "
              & "(?) help" TO CAT-TEXT-EN(35)

           MOVE "(inventaire vide)" TO CAT-TEXT-FR(36)
           MOVE "(empty inventory)" TO CAT-TEXT-EN(36)
           .

      *-----------------------------------------------------------------
      * Libellés des écrans ajoutés après coup (plage 67-91)
      *-----------------------------------------------------------------
       SETUP-EXTENDED-TEXTS.
           MOVE "7. Gestion des emplacements" TO CAT-TEXT-FR(67)
              & "an old test batch. He'd rather management never "
              & "hear of it - and trusts only you."
               TO CAT-TEXT-EN(79)

           MOVE "(D) Maître d'armes - réattribuer ses points"
               TO CAT-TEXT-FR(80)
           MOVE "(D) Weapons master - reallocate stat points"
               TO CAT-TEXT-EN(80)

           MOVE "(L) Chantiers - financer les installations de la "
              & "ville" TO CAT-TEXT-FR(81)
           MOVE "(L) Town works - fund the town's facilities"
               TO CAT-TEXT-EN(81)

      *    Écran du manuel (HELP-SYSTEM)
           MOVE "=== MANUEL DE COBOLEGEND ===" TO CAT-TEXT-FR(82)
           MOVE "=== COBOLEGEND MANUAL ===" TO CAT-TEXT-EN(82)

           MOVE "Numéro du sujet, mot-clé à rechercher, ou ENTRÉE "
              & "pour quitter:" TO CAT-TEXT-FR(83)
           MOVE "Topic number, keyword to search, or ENTER to leave:"
               TO CAT-TEXT-EN(83)

           MOVE "Aucun sujet ne correspond à cette recherche."
               TO CAT-TEXT-FR(84)
           MOVE "No topic matches this search." TO CAT-TEXT-EN(84)

           MOVE "Sujets trouvés pour" TO CAT-TEXT-FR(85)
           MOVE "Topics found for" TO CAT-TEXT-EN(85)

           MOVE "ENTRÉE: retour à l'index, (Q) quitter l'aide"
               TO CAT-TEXT-FR(86)
           MOVE "ENTER: back to the index, (Q) leave help"
               TO CAT-TEXT-EN(86)

           MOVE "(M) manuel complet, ENTRÉE pour revenir au jeu"
               TO CAT-TEXT-FR(87)
           MOVE "(M) full manual, ENTER to return to the game"
               TO CAT-TEXT-EN(87)

      *    Itinéraire planifié depuis la carte (PLAN-ROUTE de WORLD)
           MOVE "(+) Itinéraire: planifier / pas suivant, (*) "
              & "marche auto, (-) abandon" TO CAT-TEXT-FR(88)
           MOVE "(+) Route: plan / next step, (*) auto-walk, "
              & "(-) drop route" TO CAT-TEXT-EN(88)

      *    Notes de carte et tableau partagé (MAP-NOTES-SYSTEM)
           MOVE "(#) Carnet de notes: épingler, publier, lire les "
              & "messages d'aventuriers" TO CAT-TEXT-FR(89)
           MOVE "(#) Notebook: pin and publish notes, read other "
              & "adventurers' messages" TO CAT-TEXT-EN(89)

      *    Défis du jour et de la semaine (CHALLENGE-SYSTEM)
           MOVE "(=) Défis du jour et de la semaine, jetons et titres"
               TO CAT-TEXT-FR(90)
           MOVE "(=) Daily and weekly challenges, tokens and titles"
               TO CAT-TEXT-EN(90)

      *    Tableau des affaires en cours (AGENDA-SYSTEM)
           MOVE "(@) Affaires en cours: échéances et services"
               TO CAT-TEXT-FR(91)
           MOVE "(@) Pending business: due dates and services"
               TO CAT-TEXT-EN(91)
           .

      *-----------------------------------------------------------------
