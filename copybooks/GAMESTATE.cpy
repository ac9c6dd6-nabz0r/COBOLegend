      *-----------------------------------------------------------------
      * Compagnon recruté (via dialogue): combat aux côtés du
      * joueur, peut être ciblé par les ennemis, équipé d'une arme
      * donnée, et congédié en ville. GS-COMP-HIRED vaut "E"
      * pendant une expédition (voir GS-EXPEDITION).
      *-----------------------------------------------------------------
          05 GS-COMPANION.
             10 GS-COMP-HIRED        PIC X(1)   VALUE "N".
      * service: BANQ relevé d'intérêts (montant informatif), MERC
      * remerciement de quête avec bon de récompense (le montant
      * s'encaisse à l'ouverture), PRIM avis du tableau des primes,
      * COMP lettre du compagnon congédié, VDEP produit net d'une
      * vente en dépôt-vente (encaissé à l'ouverture, voir
      * CONSIGN.cbl), EXPD compte rendu d'expédition du compagnon
      * (montant = ère, blessure, artefact et quantité de matériaux
      * chiffre à chiffre, voir EXPEDITION.cbl). Un emplacement aux
      * espaces est libre; la lettre est retirée une fois lue.
      *-----------------------------------------------------------------
          05 GS-MAILBOX.
                15 GS-MAIL-DUE-DAY   PIC 9(3)   VALUE 0.
                15 GS-MAIL-READ      PIC X(1)   VALUE "N".
                15 GS-MAIL-AMOUNT    PIC 9(5)   VALUE 0.
      *-----------------------------------------------------------------
      * Nombre de réattributions payées chez le maître d'armes (voir
      * HANDLE-CLASS-TRAINER dans MAIN-GAME): chaque passage renchérit
      * le suivant pour ce personnage.
      *-----------------------------------------------------------------
          05 GS-RESPEC-COUNT         PIC 9(2)   VALUE 0.
      *-----------------------------------------------------------------
      * Tenues nommées (voir HANDLE-LOADOUT-SCREEN dans MAIN-GAME):
      * trois jeux d'équipement à enfiler d'une seule commande. Une
      * tenue retient, emplacement d'équipement par emplacement
      * (même ordre que EQUIPMENT-SLOTS), le numéro d'objet porté
      * lors de l'enregistrement, comme l'équipement lui-même;
      * 0 = emplacement laissé tel quel. Le numéro ne suffit pas à
      * reconnaître la pièce (tout butin d'arme porte 401, les
      * copies de boutique ou fabriquées gardent le numéro du
      * fichier maître): GS-LOADOUT-ITEM-NAME retient aussi son
      * vrai nom (ITEM-TRUE-NAME). Nom aux espaces = tenue libre.
      *-----------------------------------------------------------------
          05 GS-LOADOUTS.
             10 GS-LOADOUT OCCURS 3 TIMES.
                15 GS-LOADOUT-NAME   PIC X(20)  VALUE SPACES.
                15 GS-LOADOUT-ITEM-ID OCCURS 5 TIMES
                                     PIC 9(3)   VALUE 0.
                15 GS-LOADOUT-ITEM-NAME OCCURS 5 TIMES
                                     PIC X(20)  VALUE SPACES.
      *-----------------------------------------------------------------
      * Objets vendus aujourd'hui en boutique, à reprendre au prix de
      * vente (voir REPURCHASE-SOLD-ITEM dans MERCHANT.cbl): chaque
      * entrée garde la classe de la boutique (V/C/R), le jour de la
      * vente, le prix touché et l'objet complet tel qu'il a quitté
      * le sac (statistiques, affixe porté par le nom, usure,
      * identification). La liste d'une classe se vide à son
      * réapprovisionnement (RESTOCK-IF-NEW-DAY). Classe à espace =
      * entrée libre; liste pleine, la vente la plus ancienne sort.
      *-----------------------------------------------------------------
          05 GS-SOLD-TODAY.
             10 GS-SOLD OCCURS 6 TIMES.
                15 GS-SOLD-CLASS     PIC X(1)   VALUE SPACE.
                15 GS-SOLD-DAY       PIC 9(3)   VALUE 0.
                15 GS-SOLD-PRICE     PIC 9(6)   VALUE 0.
                15 GS-SOLD-ITEM-ID   PIC 9(3)   VALUE 0.
                15 GS-SOLD-NAME      PIC X(20)  VALUE SPACES.
                15 GS-SOLD-TRUE-NAME PIC X(20)  VALUE SPACES.
                15 GS-SOLD-DESC      PIC X(100) VALUE SPACES.
                15 GS-SOLD-TYPE      PIC X(1)   VALUE SPACE.
                15 GS-SOLD-SLOT-TYPE PIC X(10)  VALUE SPACES.
                15 GS-SOLD-VALUE     PIC 9(5)   VALUE 0.
                15 GS-SOLD-QTY       PIC 9(2)   VALUE 0.
                15 GS-SOLD-ATTACK    PIC S9(3)  VALUE 0.
                15 GS-SOLD-DEFENSE   PIC S9(3)  VALUE 0.
                15 GS-SOLD-HEAL      PIC 9(3)   VALUE 0.
                15 GS-SOLD-MANA      PIC 9(3)   VALUE 0.
                15 GS-SOLD-DURA-CUR  PIC 9(3)   VALUE 0.
                15 GS-SOLD-DURA-MAX  PIC 9(3)   VALUE 0.
                15 GS-SOLD-ESC       PIC S9(2)  VALUE 0.
                15 GS-SOLD-ELEMENT   PIC X(1)   VALUE SPACE.
                15 GS-SOLD-IDENTIFIED PIC X(1)  VALUE "Y".
      *-----------------------------------------------------------------
      * Travaux financés par le joueur dans les villes (voir
      * HANDLE-TOWN-WORKS dans MAIN-GAME): une entrée par ville,
      * repérée par son LOCATION-ID et sa tuile, avec le niveau
      * (0 à 3) de chaque installation - boutique (catalogue élargi,
      * étagères mieux garnies), auberge (nuit moins chère), forge
      * (réparation moins chère) et remparts (sièges plus rares,
      * milice assiégeante affaiblie). Le jour et l'installation du
      * dernier chantier alimentent le crieur public. Identifiant
      * à zéro = entrée libre.
      *-----------------------------------------------------------------
          05 GS-TOWN-WORKS.
             10 GS-WORKS OCCURS 6 TIMES.
                15 GS-WORKS-TOWN-ID  PIC 9(3)   VALUE 0.
                15 GS-WORKS-X        PIC 9(2)   VALUE 0.
                15 GS-WORKS-Y        PIC 9(2)   VALUE 0.
                15 GS-WORKS-SHOP     PIC 9(1)   VALUE 0.
                15 GS-WORKS-INN      PIC 9(1)   VALUE 0.
                15 GS-WORKS-FORGE    PIC 9(1)   VALUE 0.
                15 GS-WORKS-WALLS    PIC 9(1)   VALUE 0.
                15 GS-WORKS-DAY      PIC 9(3)   VALUE 0.
                15 GS-WORKS-LAST     PIC X(1)   VALUE SPACE.
      *-----------------------------------------------------------------
      * Certification JCL de l'emplacement (examen du terminal de
      * fabrication, voir RUN-CERTIFICATION-EXAM dans JCL-CRAFTING):
      * meilleur palier obtenu (0 aucun, 1 Opérateur, 2 Programmeur
      * système, 3 Architecte z/OS), jour de son obtention, meilleur
      * score en pour cent et nombre de sessions d'examen passées.
      *-----------------------------------------------------------------
          05 GS-JCL-CERTIFICATE.
             10 GS-CERT-TIER         PIC 9(1)   VALUE 0.
             10 GS-CERT-DAY          PIC 9(3)   VALUE 0.
             10 GS-CERT-BEST-SCORE   PIC 9(3)   VALUE 0.
             10 GS-CERT-TRIES        PIC 9(3)   VALUE 0.
      *-----------------------------------------------------------------
      * Consoles de réparation COBOL (voir CODE-PUZZLE.cbl): console
      * déjà remise en état par site (1 à 6 ères, 7 à 14 salles de
      * donjon, voir PUZZLE.cpy), énigmes résolues par numéro de la
      * banque COBOPUZL.DAT, compteurs de réussites et d'échecs, et
      * porte scellée du donjon ouverte par une console.
      *-----------------------------------------------------------------
          05 GS-CODE-PUZZLES.
             10 GS-PZL-SITE-DONE     PIC X(1)   OCCURS 14 TIMES.
             10 GS-PZL-SOLVED        PIC X(1)   OCCURS 20 TIMES.
             10 GS-PZL-SOLVED-COUNT  PIC 9(3)   VALUE 0.
             10 GS-PZL-FAILED-COUNT  PIC 9(3)   VALUE 0.
             10 GS-PZL-DOOR-OPEN     PIC X(1)   VALUE "N".
      *-----------------------------------------------------------------
      * Commandes d'artisans (tableau des primes, voir
      * HANDLE-COMMISSIONS dans WORLD.cbl): une commande par
      * commanditaire (1 Archiviste Ada, 2 Technicien Turing,
      * 3 Voyageur Temporel). Chacune réclame le résultat d'une
      * recette JCL d'un grade minimal ("N" Normale, "S" Supérieure,
      * "M" Oeuvre maîtresse) avant un jour limite. GS-CMS-CRAFTED
      * garde le meilleur grade fabriqué pour la commande depuis son
      * acceptation (posé par JCL-CRAFTING à la collecte du job,
      * espace = aucune pièce), GS-CMS-ITEM le nom de l'objet tel
      * qu'il entre au sac. GS-CMS-TAKEN-DAY évite de reprendre le
      * même jour une commande réglée.
      *-----------------------------------------------------------------
          05 GS-COMMISSIONS.
             10 GS-CMS OCCURS 3 TIMES.
                15 GS-CMS-ACTIVE     PIC X(1)   VALUE "N".
                15 GS-CMS-RECIPE     PIC 9(2)   VALUE 0.
                15 GS-CMS-ITEM       PIC X(20).
                15 GS-CMS-MIN-GRADE  PIC X(1)   VALUE SPACE.
                15 GS-CMS-CRAFTED    PIC X(1)   VALUE SPACE.
                15 GS-CMS-DUE-DAY    PIC 9(3)   VALUE 0.
                15 GS-CMS-GOLD       PIC 9(5)   VALUE 0.
                15 GS-CMS-TAKEN-DAY  PIC 9(3)   VALUE 0.
             10 GS-CMS-DELIVERED     PIC 9(3)   VALUE 0.
             10 GS-CMS-LATE-OR-POOR  PIC 9(3)   VALUE 0.
      *-----------------------------------------------------------------
      * Expédition du compagnon (voir EXPEDITION.cbl): envoyé par le
      * Chronoterminal dans une ère débloquée, il porte
      * GS-COMP-HIRED = "E" jusqu'au jour GS-EXPD-RETURN-DAY et
      * manque donc aux combats. GS-EXPD-COMP-XP cumule l'expérience
      * rapportée (100 points = un niveau de GS-COMP-LEVEL).
      *-----------------------------------------------------------------
          05 GS-EXPEDITION.
             10 GS-EXPD-ERA          PIC 9(1)   VALUE 0.
             10 GS-EXPD-DAYS         PIC 9(1)   VALUE 0.
             10 GS-EXPD-RETURN-DAY   PIC 9(3)   VALUE 0.
             10 GS-EXPD-COMP-XP      PIC 9(3)   VALUE 0.
             10 GS-EXPD-COUNT        PIC 9(3)   VALUE 0.
      *-----------------------------------------------------------------
      * Faune par zone (voir UPDATE-FAUNA dans WORLD.cbl): niveau de
      * population de chaque ligne de la MONSTER-TABLE (même indice
      * que GS-BESTIARY) dans chaque zone de la carte (une zone par
      * colonne, comme GS-ZONE-FACTION), de 0 (décimée) à 99
      * (infestation), 50 à l'équilibre. Chaque victoire
      * entame la population locale; elle se reconstitue jour après
      * jour selon la météo et la faction qui tient la zone.
      * GS-FAUNA-VALID à "N" (partie neuve ou sauvegarde convertie)
      * fait repartir toutes les populations de l'équilibre;
      * GS-FAUNA-DAY mémorise le jour de la dernière repousse.
      *-----------------------------------------------------------------
          05 GS-FAUNA.
             10 GS-FAUNA-VALID       PIC X(1)   VALUE "N".
             10 GS-FAUNA-DAY         PIC 9(3)   VALUE 0.
             10 GS-FAUNA-ZONE OCCURS 10 TIMES.
                15 GS-FAUNA-POP      PIC 9(2)   OCCURS 30 TIMES
                                                VALUE 50.
      *-----------------------------------------------------------------
      * Escorte en cours (voir OFFER-ESCORT-QUEST dans WORLD.cbl): un
      * PNJ voyage avec le joueur jusqu'à la case GS-ESC-DEST-X/Y,
      * avant la fin du jour GS-ESC-DUE-DAY. Il a ses propres PV
      * (cible des ennemis comme le compagnon, voir
      * ENEMY-ATTACK-ESCORT dans COMBAT.cbl), ralentit l'horloge de
      * voyage et refuse les cases gardées. La quête
      * GS-ESC-QUEST-ID échoue s'il tombe ou si le délai passe
      * (CHECK-ESCORT-FAILURE dans QUEST.cbl).
      *-----------------------------------------------------------------
          05 GS-ESCORT.
             10 GS-ESC-ACTIVE        PIC X(1)   VALUE "N".
             10 GS-ESC-QUEST-ID      PIC 9(3)   VALUE 0.
             10 GS-ESC-NAME          PIC X(20)  VALUE SPACES.
             10 GS-ESC-HP-CURRENT    PIC 9(3)   VALUE 0.
             10 GS-ESC-HP-MAX        PIC 9(3)   VALUE 0.
             10 GS-ESC-DEFENSE       PIC 9(2)   VALUE 0.
             10 GS-ESC-DEST-X        PIC 9(2)   VALUE 0.
             10 GS-ESC-DEST-Y        PIC 9(2)   VALUE 0.
             10 GS-ESC-DUE-DAY       PIC 9(3)   VALUE 0.
      *-----------------------------------------------------------------
      * Enquêtes (voir INVESTIGATION.cbl): une entrée par affaire,
      * rattachée à sa quête (GS-INV-QUEST-ID, type 'I'). GS-INV-STATE:
      * "O" ouverte, "J" élucidée, "E" close sur une fausse piste,
      * autre valeur = jamais ouverte. GS-INV-CLUE(n) = "Y" quand le
      * n-ième indice de l'affaire a été recueilli.
      *-----------------------------------------------------------------
          05 GS-INVESTIGATION.
             10 GS-INV-CASE OCCURS 2 TIMES.
                15 GS-INV-STATE      PIC X(1)   VALUE "N".
                15 GS-INV-QUEST-ID   PIC 9(3)   VALUE 0.
                15 GS-INV-CLUE       PIC X(1)   OCCURS 6 TIMES
                                                VALUE "N".
      *-----------------------------------------------------------------
      * Itinéraire planifié depuis la carte (voir PLAN-ROUTE dans
      * WORLD.cbl). Le chemin n'est pas conservé: il est recalculé à
      * chaque pas depuis la position courante (opération 'G' de
      * WORLD-SYSTEM), qui dépose le prochain pas dans
      * GS-ROUTE-NEXT-DIR: N/S/E/W = direction à prendre, "A" arrivé,
      * "X" chemin coupé, "T" joueur sous terre. GS-ROUTE-MODE: "P"
      * pas à pas, "A" marche automatique.
      *-----------------------------------------------------------------
          05 GS-ROUTE.
             10 GS-ROUTE-ACTIVE      PIC X(1)   VALUE "N".
             10 GS-ROUTE-DEST-X      PIC 9(2)   VALUE 0.
             10 GS-ROUTE-DEST-Y      PIC 9(2)   VALUE 0.
             10 GS-ROUTE-MODE        PIC X(1)   VALUE SPACE.
             10 GS-ROUTE-NEXT-DIR    PIC X(1)   VALUE SPACE.
             10 GS-ROUTE-STEPS-LEFT  PIC 9(2)   VALUE 0.
      *-----------------------------------------------------------------
      * Notes de carte du joueur (voir MAP-NOTES.cbl): une note
      * épinglée sur une case de surface, libre quand son texte est à
      * blanc. GS-NOTE-SHARED-ID porte le numéro de la note sur le
      * tableau partagé COBONOTE.DAT une fois publiée (0 = privée).
      * GS-NOTE-JUDGED-ID garde les messages d'autres aventuriers
      * déjà approuvés ou signalés par l'emplacement (tourniquet,
      * prochaine place dans GS-NOTE-JUDGED-NEXT): un avis par
      * message.
      *-----------------------------------------------------------------
          05 GS-MAP-NOTES.
             10 GS-NOTE OCCURS 12 TIMES.
                15 GS-NOTE-X         PIC 9(2)   VALUE 0.
                15 GS-NOTE-Y         PIC 9(2)   VALUE 0.
                15 GS-NOTE-DAY       PIC 9(3)   VALUE 0.
                15 GS-NOTE-TEXT      PIC X(40)  VALUE SPACES.
                15 GS-NOTE-SHARED-ID PIC 9(5)   VALUE 0.
             10 GS-NOTE-JUDGED-ID    PIC 9(5)   OCCURS 20 TIMES
                                                VALUE 0.
             10 GS-NOTE-JUDGED-NEXT  PIC 9(2)   VALUE 1.
      *-----------------------------------------------------------------
      * Terrain d'entraînement (voir HANDLE-TRAINING-GROUNDS dans
      * MAIN-GAME): GS-TRAINING-BOUT vaut "Y" le temps d'un combat
      * contre le mannequin, que COMBAT-SYSTEM mène sans usure, sans
      * gains ni butin, sans télémétrie ni point de reprise. Le
      * dernier réglage du mannequin (niveau, défense, faiblesse et
      * résistance élémentaires, rang) est gardé pour la séance
      * suivante.
      *-----------------------------------------------------------------
          05 GS-TRAINING-GROUNDS.
             10 GS-TRAINING-BOUT     PIC X(1)   VALUE "N".
             10 GS-DUMMY-LEVEL       PIC 9(2)   VALUE 1.
             10 GS-DUMMY-DEFENSE     PIC 9(2)   VALUE 0.
             10 GS-DUMMY-WEAKNESS    PIC X(1)   VALUE SPACE.
             10 GS-DUMMY-RESIST      PIC X(1)   VALUE SPACE.
             10 GS-DUMMY-ROW         PIC X(1)   VALUE "F".
      *-----------------------------------------------------------------
      * Défis du jour et de la semaine (voir CHALLENGES.cbl): un défi
      * tiré au premier appel de chaque jour de jeu (GS-CHLD-DAY), un
      * autre par semaine de sept jours (GS-CHLW-WEEK, semaine 1 =
      * jours 1 à 7); numéro du modèle tiré, avancement, "Y" une
      * fois accompli. Les jetons de défi gagnés s'échangent contre
      * des titres (GS-CHAL-TITLE-OWNED, titre porté dans
      * GS-CHAL-TITLE) ou des matériaux. GS-CHH garde les huit
      * derniers défis accomplis, le plus récent en tête.
      *-----------------------------------------------------------------
          05 GS-CHALLENGES.
             10 GS-CHLD-TEMPLATE     PIC 9(2)   VALUE 0.
             10 GS-CHLD-DAY          PIC 9(3)   VALUE 0.
             10 GS-CHLD-PROGRESS     PIC 9(2)   VALUE 0.
             10 GS-CHLD-DONE         PIC X(1)   VALUE "N".
             10 GS-CHLW-TEMPLATE     PIC 9(2)   VALUE 0.
             10 GS-CHLW-WEEK         PIC 9(3)   VALUE 0.
             10 GS-CHLW-PROGRESS     PIC 9(2)   VALUE 0.
             10 GS-CHLW-DONE         PIC X(1)   VALUE "N".
             10 GS-CHAL-TOKENS       PIC 9(4)   VALUE 0.
             10 GS-CHAL-TOKENS-EARNED PIC 9(5)  VALUE 0.
             10 GS-CHAL-DAILY-COUNT  PIC 9(4)   VALUE 0.
             10 GS-CHAL-WEEKLY-COUNT PIC 9(4)   VALUE 0.
             10 GS-CHAL-MISSED-COUNT PIC 9(4)   VALUE 0.
             10 GS-CHH OCCURS 8 TIMES.
                15 GS-CHH-DAY        PIC 9(3)   VALUE 0.
                15 GS-CHH-TEMPLATE   PIC 9(2)   VALUE 0.
             10 GS-CHAL-TITLE-OWNED  PIC X(1)   OCCURS 5 TIMES
                                                VALUE "N".
             10 GS-CHAL-TITLE        PIC X(24)  VALUE SPACES.
