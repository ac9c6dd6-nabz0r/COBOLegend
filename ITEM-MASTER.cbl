      *****************************************************************
      * ITEM-MASTER.CBL - Fichier maître des objets de COBOLegend
      *
      * Chaque objet du jeu naissait d'un bloc de MOVE recopié dans
      * le module qui le créait (équipement de départ, catalogue du
      * marchand, butin de combat, récompenses de quête, objets
      * fabriqués): les prix et les statistiques dérivaient d'un
      * module à l'autre et ITEM-ID ne voulait plus rien dire. Ce
      * module charge une fois par session le fichier maître
      * COBOITEM.DAT, indexé par ITEM-ID, et remplit ITEM-OP-PARAMS
      * à la demande: une correction de prix ou de statistique se
      * fait désormais dans un seul enregistrement.
      *
      * Même modèle que le bestiaire COBOMON.DAT (LOAD-MONSTER-FILE
      * dans WORLD.cbl): un fichier présent et garni remplace la
      * table de référence codée en dur; absent, il est recréé à
      * partir de celle-ci. Les objets de la référence absents d'un
      * fichier exporté avant leur ajout au jeu le complètent en
      * mémoire (le fichier lui-même n'est pas retouché).
      * Format ligne à ligne, champs séparés par
      * '|' (description en dernier, elle peut contenir des espaces):
      *   I|id|type|emplacement|valeur|att|def|soin|mana|durabilité|
      *     fuite|élément|nom|description
      *
      * Plages d'identifiants réservées:
      *   001-099 équipement de départ
      *   101-199 catalogue et rayons du marchand
      *   201-249 objets de récompense de quête (250-299 réservés
      *           aux récompenses absentes du fichier, numérotées
      *           par QUEST-SYSTEM)
      *   301-399 matériaux (301 + rang dans MATERIALS-TABLE - 1)
      *   401-499 bases d'équipement à affixes (butin de combat)
      *   501-599 objets fabriqués au terminal JCL
      *   601-699 équipement des intendants de faction; la dizaine
      *           porte l'étiquette de faction (601-629 Archivistes,
      *           631-659 Techniciens, 661-689 Anomalies, voir
      *           QUARTERMASTER-SYSTEM)
      *   9xx     objets uniques (artefacts, trophées), hors fichier
      *
      * Opérations:
      *   'G' fiche de l'objet OP-ITEM-ID
      *   'N' fiche de l'objet nommé OP-ITEM-NAME (récompenses de
      *       quête et recettes, qui ne connaissent que le nom)
      * ITEM-MASTER-FOUND revient à 'N' (et ITEM-OP-PARAMS intact)
      * si l'objet est inconnu du fichier maître. La quantité est
      * posée à 1: l'appelant la corrige s'il en livre davantage.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MASTER.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-DATA-FILE ASSIGN TO DYNAMIC ITEM-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEM-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 ITEM-DATA-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="ITEM-MASTER"==.
       01 ITEM-DATA-FILE-PATH        PIC X(80)  VALUE "COBOITEM.DAT".

       01 ITEM-DATA-STATUS           PIC X(2)   VALUE SPACES.
          88 ITEM-DATA-OK            VALUE "00".
       01 ITEM-FILE-EOF              PIC X(1)   VALUE "N".
       01 ITEM-FILE-LOADED           PIC X(1)   VALUE "N".
       01 ITEM-MASTER-READY          PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Champs d'un enregistrement de COBOITEM.DAT en cours de
      * découpage, et zones éditées pour la réécriture du fichier de
      * référence (signe explicite pour les bonus négatifs)
      *-----------------------------------------------------------------
       01 IMF-TYPE                   PIC X(1)   VALUE SPACE.
       01 IMF-F1                     PIC X(20)  VALUE SPACES.
       01 IMF-F2                     PIC X(20)  VALUE SPACES.
       01 IMF-F3                     PIC X(20)  VALUE SPACES.
       01 IMF-F4                     PIC X(20)  VALUE SPACES.
       01 IMF-F5                     PIC X(20)  VALUE SPACES.
       01 IMF-F6                     PIC X(20)  VALUE SPACES.
       01 IMF-F7                     PIC X(20)  VALUE SPACES.
       01 IMF-F8                     PIC X(20)  VALUE SPACES.
       01 IMF-F9                     PIC X(20)  VALUE SPACES.
       01 IMF-F10                    PIC X(20)  VALUE SPACES.
       01 IMF-F11                    PIC X(20)  VALUE SPACES.
       01 IMF-F12                    PIC X(20)  VALUE SPACES.
       01 IMF-DESC                   PIC X(100) VALUE SPACES.
       01 IMF-OUT-IDX                PIC 9(3)   VALUE 0.
       01 IMF-OUT-ATTACK             PIC -ZZ9.
       01 IMF-OUT-DEFENSE            PIC -ZZ9.
       01 IMF-OUT-ESCAPE             PIC -Z9.

      *-----------------------------------------------------------------
      * Table des objets en mémoire (fichier chargé ou référence)
      *-----------------------------------------------------------------
       01 ITEM-MASTER-TABLE.
          05 IMT-COUNT               PIC 9(3)   VALUE 0.
          05 IMT-ENTRY OCCURS 80 TIMES INDEXED BY IMT-IDX.
             10 IMT-ID               PIC 9(3).
             10 IMT-NAME             PIC X(20).
             10 IMT-DESC             PIC X(100).
             10 IMT-TYPE             PIC X(1).
             10 IMT-SLOT-TYPE        PIC X(10).
             10 IMT-VALUE            PIC 9(5).
             10 IMT-ATTACK           PIC S9(3).
             10 IMT-DEFENSE          PIC S9(3).
             10 IMT-HEAL             PIC 9(3).
             10 IMT-MANA             PIC 9(3).
             10 IMT-DURA-MAX         PIC 9(3).
             10 IMT-ESC-BONUS        PIC S9(2).
             10 IMT-ELEMENT          PIC X(1).
       01 IMT-MAX                    PIC 9(3)   VALUE 80.
       01 IMT-FOUND-IDX              PIC 9(3)   VALUE 0.
      *    'Y' pendant le complément d'un fichier chargé par la
      *    référence: ADD-DEFAULT-ITEM n'ajoute que les identifiants
      *    absents de la table
       01 IMD-COMPLETE-MODE          PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Zone de saisie d'une entrée de la table de référence
      * (remplie puis versée par ADD-DEFAULT-ITEM)
      *-----------------------------------------------------------------
       01 IMD-ENTRY.
          05 IMD-ID                  PIC 9(3)   VALUE 0.
          05 IMD-NAME                PIC X(20)  VALUE SPACES.
          05 IMD-DESC                PIC X(100) VALUE SPACES.
          05 IMD-TYPE                PIC X(1)   VALUE SPACE.
          05 IMD-SLOT-TYPE           PIC X(10)  VALUE SPACES.
          05 IMD-VALUE               PIC 9(5)   VALUE 0.
          05 IMD-ATTACK              PIC S9(3)  VALUE 0.
          05 IMD-DEFENSE             PIC S9(3)  VALUE 0.
          05 IMD-HEAL                PIC 9(3)   VALUE 0.
          05 IMD-MANA                PIC 9(3)   VALUE 0.
          05 IMD-DURA-MAX            PIC 9(3)   VALUE 0.
          05 IMD-ESC-BONUS           PIC S9(2)  VALUE 0.
          05 IMD-ELEMENT             PIC X(1)   VALUE SPACE.

       LINKAGE SECTION.
       01 ITEM-MASTER-OPERATION      PIC X(1).
          88 OP-GET-BY-ID            VALUE 'G'.
          88 OP-GET-BY-NAME          VALUE 'N'.

       COPY "ITEM-OP.cpy".

       01 ITEM-MASTER-FOUND          PIC X(1).

       PROCEDURE DIVISION USING ITEM-MASTER-OPERATION, ITEM-OP-PARAMS,
                                 ITEM-MASTER-FOUND.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           IF ITEM-MASTER-READY = "N"
               PERFORM INITIALIZE-ITEM-MASTER
               MOVE "Y" TO ITEM-MASTER-READY
           END-IF

           MOVE "N" TO ITEM-MASTER-FOUND
           MOVE 0 TO IMT-FOUND-IDX
           EVALUATE TRUE
               WHEN OP-GET-BY-ID
                   PERFORM FIND-ITEM-BY-ID
               WHEN OP-GET-BY-NAME
                   PERFORM FIND-ITEM-BY-NAME
           END-EVALUATE

           IF IMT-FOUND-IDX > 0
               PERFORM FILL-ITEM-OP-PARAMS
               MOVE "Y" TO ITEM-MASTER-FOUND
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * Premier appel de la session: référence codée en dur, puis
      * remplacement par COBOITEM.DAT s'il existe (recréé sinon)
      *-----------------------------------------------------------------
       INITIALIZE-ITEM-MASTER.
           PERFORM SETUP-DEFAULT-ITEMS
           PERFORM LOAD-ITEM-FILE
           IF ITEM-FILE-LOADED = "N"
               PERFORM WRITE-DEFAULT-ITEM-FILE
           END-IF
           .

       FIND-ITEM-BY-ID.
           PERFORM VARYING IMT-IDX FROM 1 BY 1
                   UNTIL IMT-IDX > IMT-COUNT
               IF IMT-ID(IMT-IDX) = OP-ITEM-ID
                   SET IMT-FOUND-IDX TO IMT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       FIND-ITEM-BY-NAME.
           PERFORM VARYING IMT-IDX FROM 1 BY 1
                   UNTIL IMT-IDX > IMT-COUNT
               IF IMT-NAME(IMT-IDX) = OP-ITEM-NAME
                   SET IMT-FOUND-IDX TO IMT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fiche trouvée -> paramètres d'ajout d'INVENTORY-SYSTEM
      *-----------------------------------------------------------------
       FILL-ITEM-OP-PARAMS.
           MOVE IMT-ID(IMT-FOUND-IDX) TO OP-ITEM-ID
           MOVE IMT-NAME(IMT-FOUND-IDX) TO OP-ITEM-NAME
           MOVE IMT-DESC(IMT-FOUND-IDX) TO OP-ITEM-DESC
           MOVE IMT-TYPE(IMT-FOUND-IDX) TO OP-ITEM-TYPE
           MOVE IMT-SLOT-TYPE(IMT-FOUND-IDX) TO OP-ITEM-SLOT-TYPE
           MOVE IMT-VALUE(IMT-FOUND-IDX) TO OP-ITEM-VALUE
           MOVE 1 TO OP-ITEM-QUANTITY
           MOVE IMT-ATTACK(IMT-FOUND-IDX) TO OP-ITEM-ATTACK
           MOVE IMT-DEFENSE(IMT-FOUND-IDX) TO OP-ITEM-DEFENSE
           MOVE IMT-HEAL(IMT-FOUND-IDX) TO OP-ITEM-HEAL
           MOVE IMT-MANA(IMT-FOUND-IDX) TO OP-ITEM-MANA
           MOVE IMT-DURA-MAX(IMT-FOUND-IDX) TO OP-ITEM-DURABILITY-MAX
           MOVE IMT-ESC-BONUS(IMT-FOUND-IDX) TO OP-ITEM-ESCAPE-BONUS
           MOVE IMT-ELEMENT(IMT-FOUND-IDX) TO OP-ITEM-ELEMENT
           .

      *-----------------------------------------------------------------
      * Chargement de COBOITEM.DAT: un fichier présent et garni
      * remplace la table de référence, complété des seuls objets
      * de référence qu'il ne connaît pas encore
      *-----------------------------------------------------------------
       LOAD-ITEM-FILE.
           MOVE "N" TO ITEM-FILE-LOADED
           MOVE "N" TO ITEM-FILE-EOF
           OPEN INPUT ITEM-DATA-FILE
           MOVE "LOAD-ITEM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, ITEM-DATA-FILE-PATH,
               ITEM-DATA-STATUS
           IF NOT ITEM-DATA-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO IMT-COUNT
           PERFORM UNTIL ITEM-FILE-EOF = "Y"
               READ ITEM-DATA-FILE
                   AT END
                       MOVE "Y" TO ITEM-FILE-EOF
                   NOT AT END
                       PERFORM LOAD-ITEM-FILE-RECORD
               END-READ
               MOVE "LOAD-ITEM-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ITEM-DATA-FILE-PATH, ITEM-DATA-STATUS
           END-PERFORM
           CLOSE ITEM-DATA-FILE
           MOVE "LOAD-ITEM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, ITEM-DATA-FILE-PATH,
               ITEM-DATA-STATUS

           IF IMT-COUNT > 0
               MOVE "Y" TO ITEM-FILE-LOADED
               MOVE "Y" TO IMD-COMPLETE-MODE
               PERFORM SETUP-DEFAULT-ITEMS
               MOVE "N" TO IMD-COMPLETE-MODE
           ELSE
      *        Fichier vide ou illisible: retour à la référence
               PERFORM SETUP-DEFAULT-ITEMS
           END-IF
           .

       LOAD-ITEM-FILE-RECORD.
           IF ITEM-DATA-RECORD(1:1) NOT = "I" OR
              IMT-COUNT >= IMT-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IMF-F1 IMF-F2 IMF-F3 IMF-F4 IMF-F5 IMF-F6
               IMF-F7 IMF-F8 IMF-F9 IMF-F10 IMF-F11 IMF-F12 IMF-DESC
           UNSTRING ITEM-DATA-RECORD DELIMITED BY "|"
               INTO IMF-TYPE, IMF-F1, IMF-F2, IMF-F3, IMF-F4,
                   IMF-F5, IMF-F6, IMF-F7, IMF-F8, IMF-F9,
                   IMF-F10, IMF-F11, IMF-F12, IMF-DESC
           END-UNSTRING
           IF IMF-F1 = SPACES OR IMF-F12 = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO IMT-COUNT
           MOVE FUNCTION NUMVAL(IMF-F1) TO IMT-ID(IMT-COUNT)
           MOVE IMF-F2(1:1) TO IMT-TYPE(IMT-COUNT)
           MOVE IMF-F3(1:10) TO IMT-SLOT-TYPE(IMT-COUNT)
           MOVE FUNCTION NUMVAL(IMF-F4) TO IMT-VALUE(IMT-COUNT)
           MOVE FUNCTION NUMVAL(IMF-F5) TO IMT-ATTACK(IMT-COUNT)
           MOVE FUNCTION NUMVAL(IMF-F6) TO IMT-DEFENSE(IMT-COUNT)
           MOVE FUNCTION NUMVAL(IMF-F7) TO IMT-HEAL(IMT-COUNT)
           MOVE FUNCTION NUMVAL(IMF-F8) TO IMT-MANA(IMT-COUNT)
           MOVE FUNCTION NUMVAL(IMF-F9) TO IMT-DURA-MAX(IMT-COUNT)
           MOVE FUNCTION NUMVAL(IMF-F10) TO IMT-ESC-BONUS(IMT-COUNT)
           MOVE IMF-F11(1:1) TO IMT-ELEMENT(IMT-COUNT)
           MOVE IMF-F12 TO IMT-NAME(IMT-COUNT)
           MOVE IMF-DESC TO IMT-DESC(IMT-COUNT)
           .

      *-----------------------------------------------------------------
      * Export de la table de référence vers COBOITEM.DAT (fichier
      * livré au responsable du contenu, créé au premier lancement)
      *-----------------------------------------------------------------
       WRITE-DEFAULT-ITEM-FILE.
           OPEN OUTPUT ITEM-DATA-FILE
           MOVE "WRITE-DEFAULT-ITEM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, ITEM-DATA-FILE-PATH,
               ITEM-DATA-STATUS
           IF NOT ITEM-DATA-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING IMF-OUT-IDX FROM 1 BY 1
                   UNTIL IMF-OUT-IDX > IMT-COUNT
               MOVE IMT-ATTACK(IMF-OUT-IDX) TO IMF-OUT-ATTACK
               MOVE IMT-DEFENSE(IMF-OUT-IDX) TO IMF-OUT-DEFENSE
               MOVE IMT-ESC-BONUS(IMF-OUT-IDX) TO IMF-OUT-ESCAPE
               MOVE SPACES TO ITEM-DATA-RECORD
               STRING "I|" DELIMITED BY SIZE
                   IMT-ID(IMF-OUT-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   IMT-TYPE(IMF-OUT-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(IMT-SLOT-TYPE(IMF-OUT-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   IMT-VALUE(IMF-OUT-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(IMF-OUT-ATTACK) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(IMF-OUT-DEFENSE) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   IMT-HEAL(IMF-OUT-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   IMT-MANA(IMF-OUT-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   IMT-DURA-MAX(IMF-OUT-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(IMF-OUT-ESCAPE) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   IMT-ELEMENT(IMF-OUT-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(IMT-NAME(IMF-OUT-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(IMT-DESC(IMF-OUT-IDX))
                       DELIMITED BY SIZE
                   INTO ITEM-DATA-RECORD
               END-STRING
               WRITE ITEM-DATA-RECORD
               MOVE "WRITE-DEFAULT-ITEM-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   ITEM-DATA-FILE-PATH, ITEM-DATA-STATUS
           END-PERFORM

           CLOSE ITEM-DATA-FILE
           MOVE "WRITE-DEFAULT-ITEM-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, ITEM-DATA-FILE-PATH,
               ITEM-DATA-STATUS
           DISPLAY "(Fichier maître des objets exporté vers "
               & "COBOITEM.DAT)"
           .

      *-----------------------------------------------------------------
      * Versement de la zone de saisie IMD-ENTRY dans la table, puis
      * remise à zéro pour l'entrée suivante
      *-----------------------------------------------------------------
       ADD-DEFAULT-ITEM.
           IF IMD-COMPLETE-MODE = "Y"
               PERFORM VARYING IMT-IDX FROM 1 BY 1
                       UNTIL IMT-IDX > IMT-COUNT
                   IF IMT-ID(IMT-IDX) = IMD-ID
                       INITIALIZE IMD-ENTRY
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           IF IMT-COUNT < IMT-MAX
               ADD 1 TO IMT-COUNT
               MOVE IMD-ID TO IMT-ID(IMT-COUNT)
               MOVE IMD-NAME TO IMT-NAME(IMT-COUNT)
               MOVE IMD-DESC TO IMT-DESC(IMT-COUNT)
               MOVE IMD-TYPE TO IMT-TYPE(IMT-COUNT)
               MOVE IMD-SLOT-TYPE TO IMT-SLOT-TYPE(IMT-COUNT)
               MOVE IMD-VALUE TO IMT-VALUE(IMT-COUNT)
               MOVE IMD-ATTACK TO IMT-ATTACK(IMT-COUNT)
               MOVE IMD-DEFENSE TO IMT-DEFENSE(IMT-COUNT)
               MOVE IMD-HEAL TO IMT-HEAL(IMT-COUNT)
               MOVE IMD-MANA TO IMT-MANA(IMT-COUNT)
               MOVE IMD-DURA-MAX TO IMT-DURA-MAX(IMT-COUNT)
               MOVE IMD-ESC-BONUS TO IMT-ESC-BONUS(IMT-COUNT)
               MOVE IMD-ELEMENT TO IMT-ELEMENT(IMT-COUNT)
           END-IF
           INITIALIZE IMD-ENTRY
           .

      *-----------------------------------------------------------------
      * Table de référence (version livrée de COBOITEM.DAT)
      *-----------------------------------------------------------------
       SETUP-DEFAULT-ITEMS.
           IF IMD-COMPLETE-MODE = "N"
               MOVE 0 TO IMT-COUNT
           END-IF
           INITIALIZE IMD-ENTRY

      *    Équipement de départ (ADD-STARTING-ITEMS)
           MOVE 1 TO IMD-ID
           MOVE "Épée rouillée" TO IMD-NAME
           MOVE "Une vieille épée rouillée, mais toujours "
               & "fonctionnelle." TO IMD-DESC
           MOVE "W" TO IMD-TYPE
           MOVE "Arme" TO IMD-SLOT-TYPE
           MOVE 10 TO IMD-VALUE
           MOVE 1 TO IMD-ATTACK
           MOVE 30 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 2 TO IMD-ID
           MOVE "Bouclier en bois" TO IMD-NAME
           MOVE "Un simple bouclier en bois qui offre une "
               & "protection minimale." TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Bouclier" TO IMD-SLOT-TYPE
           MOVE 5 TO IMD-VALUE
           MOVE 1 TO IMD-DEFENSE
           MOVE 20 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 3 TO IMD-ID
           MOVE "Potion de soin" TO IMD-NAME
           MOVE "Une potion qui restaure 15 points de vie."
               TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 20 TO IMD-VALUE
           MOVE 15 TO IMD-HEAL
           PERFORM ADD-DEFAULT-ITEM

      *    Catalogue du marchand (la Potion de soin du catalogue est
      *    l'objet 003 ci-dessus)
           MOVE 101 TO IMD-ID
           MOVE "Epee en acier" TO IMD-NAME
           MOVE "Une épée en acier bien mieux équilibrée que la "
               & "rouillée de départ." TO IMD-DESC
           MOVE "W" TO IMD-TYPE
           MOVE "Arme" TO IMD-SLOT-TYPE
           MOVE 50 TO IMD-VALUE
           MOVE 3 TO IMD-ATTACK
           MOVE 40 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 102 TO IMD-ID
           MOVE "Bouclier de fer" TO IMD-NAME
           MOVE "Un bouclier en fer, plus robuste que le bois."
               TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Bouclier" TO IMD-SLOT-TYPE
           MOVE 40 TO IMD-VALUE
           MOVE 3 TO IMD-DEFENSE
           MOVE 30 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 103 TO IMD-ID
           MOVE "Armure de cuir" TO IMD-NAME
           MOVE "Une armure de cuir souple qui protège le torse."
               TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Torse" TO IMD-SLOT-TYPE
           MOVE 35 TO IMD-VALUE
           MOVE 2 TO IMD-DEFENSE
           MOVE 25 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 104 TO IMD-ID
           MOVE "Casque de bronze" TO IMD-NAME
           MOVE "Un casque en bronze qui protège la tête."
               TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Tête" TO IMD-SLOT-TYPE
           MOVE 25 TO IMD-VALUE
           MOVE 1 TO IMD-DEFENSE
           MOVE 20 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 105 TO IMD-ID
           MOVE "Potion de mana" TO IMD-NAME
           MOVE "Une potion qui restaure 10 points de mana."
               TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 25 TO IMD-VALUE
           MOVE 10 TO IMD-MANA
           PERFORM ADD-DEFAULT-ITEM

           MOVE 106 TO IMD-ID
           MOVE "Amulette du fuyard" TO IMD-NAME
           MOVE "Une amulette gravée de runes qui facilite la "
               & "fuite face à des ennemis trop puissants."
               TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Accessoire" TO IMD-SLOT-TYPE
           MOVE 45 TO IMD-VALUE
           MOVE 15 TO IMD-ESC-BONUS
           PERFORM ADD-DEFAULT-ITEM

           MOVE 107 TO IMD-ID
           MOVE "Parchemin recette 05" TO IMD-NAME
           MOVE "Un parchemin de fabrication à faire déchiffrer "
               & "par le terminal JCL (Marteau d'Assemblage)."
               TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           MOVE 80 TO IMD-VALUE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 108 TO IMD-ID
           MOVE "Ration de survie" TO IMD-NAME
           MOVE "Un repas compact qui redonne des forces en "
               & "chemin." TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 10 TO IMD-VALUE
           MOVE 10 TO IMD-HEAL
           PERFORM ADD-DEFAULT-ITEM

           MOVE 109 TO IMD-ID
           MOVE "Kit de campement" TO IMD-NAME
           MOVE "De quoi bivouaquer au sec et récupérer des "
               & "forces loin des villes." TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 35 TO IMD-VALUE
           MOVE 20 TO IMD-HEAL
           MOVE 10 TO IMD-MANA
           PERFORM ADD-DEFAULT-ITEM

           MOVE 110 TO IMD-ID
           MOVE "Lame trempée" TO IMD-NAME
           MOVE "Une lame forgée par les armuriers rebelles, "
               & "bien supérieure à l'acier courant." TO IMD-DESC
           MOVE "W" TO IMD-TYPE
           MOVE "Arme" TO IMD-SLOT-TYPE
           MOVE 90 TO IMD-VALUE
           MOVE 6 TO IMD-ATTACK
           MOVE 50 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 111 TO IMD-ID
           MOVE "Armure composite" TO IMD-NAME
           MOVE "Un assemblage de plaques récupérées sur les "
               & "machines des Terres Désolées." TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Torse" TO IMD-SLOT-TYPE
           MOVE 80 TO IMD-VALUE
           MOVE 5 TO IMD-DEFENSE
           MOVE 45 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 112 TO IMD-ID
           MOVE "Radeau de fortune" TO IMD-NAME
           MOVE "Un assemblage de bidons et de planches: de quoi "
               & "franchir les secteurs inondés." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           MOVE 60 TO IMD-VALUE
           PERFORM ADD-DEFAULT-ITEM

      *    Rayons spéciaux (ères réparées, jour de fête)
           MOVE 113 TO IMD-ID
           MOVE "Condensateur époque" TO IMD-NAME
           MOVE "Un condensateur rapporté des ères réparées: il "
               & "restitue énergie vitale et mentale." TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 60 TO IMD-VALUE
           MOVE 20 TO IMD-HEAL
           MOVE 15 TO IMD-MANA
           PERFORM ADD-DEFAULT-ITEM

           MOVE 114 TO IMD-ID
           MOVE "Confiserie festival" TO IMD-NAME
           MOVE "Une douceur du jour de fête qui requinque le "
               & "plus éprouvé des héros." TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 30 TO IMD-VALUE
           MOVE 25 TO IMD-HEAL
           PERFORM ADD-DEFAULT-ITEM

      *    Objets de récompense de quête
           MOVE 201 TO IMD-ID
           MOVE "Clé d'accès mainframe" TO IMD-NAME
           MOVE "Une clé numérique qui ouvre les portes "
               & "sécurisées de la cité." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 202 TO IMD-ID
           MOVE "Compilateur antique" TO IMD-NAME
           MOVE "Un compilateur rare capable de lire "
               & "d'anciens formats de code." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 203 TO IMD-ID
           MOVE "Parchemin recette 09" TO IMD-NAME
           MOVE "Un parchemin de fabrication à faire "
               & "déchiffrer par le terminal JCL." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 204 TO IMD-ID
           MOVE "Combinaison NRBC" TO IMD-NAME
           MOVE "Une combinaison étanche des rebelles, "
               & "seule protection contre la Zone Irradiée."
               TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 205 TO IMD-ID
           MOVE "Insigne des Archives" TO IMD-NAME
           MOVE "L'insigne personnel d'Ada: seul un ami de "
               & "la Bibliothèque en porte un." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 206 TO IMD-ID
           MOVE "Multimètre de Turing" TO IMD-NAME
           MOVE "Le multimètre fétiche de Turing, confié "
               & "en remerciement d'un service discret."
               TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

      *    Matériaux d'artisanat (même rang que MATERIALS-TABLE
      *    dans JCL-CRAFTING.cbl)
           MOVE 301 TO IMD-ID
           MOVE "Fragments binaires" TO IMD-NAME
           MOVE "Un débris de code, arraché aux ennemis vaincus ou "
               & "glané en chemin." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 302 TO IMD-ID
           MOVE "Cristaux de données" TO IMD-NAME
           MOVE "Un fragment de mémoire cristallisé contenant des "
               & "données structurées." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 303 TO IMD-ID
           MOVE "Métal recyclé" TO IMD-NAME
           MOVE "De la ferraille encore utilisable, récupérée sur "
               & "les anciennes machines." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 304 TO IMD-ID
           MOVE "Essence logique" TO IMD-NAME
           MOVE "Substance qui permet de manipuler la logique."
               TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 305 TO IMD-ID
           MOVE "Circuit imprimé" TO IMD-NAME
           MOVE "Un composant électronique intact, plaque de "
               & "circuits basiques." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 306 TO IMD-ID
           MOVE "Herbes numériques" TO IMD-NAME
           MOVE "Plantes qui poussent dans le cyberespace."
               TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 307 TO IMD-ID
           MOVE "Fils quantiques" TO IMD-NAME
           MOVE "Fils qui connectent différents états quantiques."
               TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 308 TO IMD-ID
           MOVE "Mémoire volatile" TO IMD-NAME
           MOVE "Fragments de mémoire RAM instable." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 309 TO IMD-ID
           MOVE "Artefact temporel" TO IMD-NAME
           MOVE "Relique d'une autre époque, composant très rare."
               TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           PERFORM ADD-DEFAULT-ITEM

      *    Bases d'équipement à affixes (AWARD-GEAR-DROP): l'affixe
      *    complète le nom et ajoute son bonus au combat
           MOVE 401 TO IMD-ID
           MOVE "Épée" TO IMD-NAME
           MOVE "Une pièce d'équipement tombée au combat, marquée "
               & "d'un affixe" TO IMD-DESC
           MOVE "W" TO IMD-TYPE
           MOVE "Arme" TO IMD-SLOT-TYPE
           MOVE 30 TO IMD-VALUE
           MOVE 3 TO IMD-ATTACK
           MOVE 30 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 402 TO IMD-ID
           MOVE "Cuirasse" TO IMD-NAME
           MOVE "Une pièce d'équipement tombée au combat, marquée "
               & "d'un affixe" TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Torse" TO IMD-SLOT-TYPE
           MOVE 30 TO IMD-VALUE
           MOVE 2 TO IMD-DEFENSE
           MOVE 30 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

      *    Objets fabriqués (qualité normale; le terminal JCL
      *    multiplie valeur et puissance selon la qualité obtenue)
           MOVE 501 TO IMD-ID
           MOVE "Épée de Compilation" TO IMD-NAME
           MOVE "Une épée qui compile les bugs en code fonctionnel"
               TO IMD-DESC
           MOVE "W" TO IMD-TYPE
           MOVE "Arme" TO IMD-SLOT-TYPE
           MOVE 50 TO IMD-VALUE
           MOVE 15 TO IMD-ATTACK
           PERFORM ADD-DEFAULT-ITEM

           MOVE 502 TO IMD-ID
           MOVE "Armure de Cache" TO IMD-NAME
           MOVE "Une armure qui protège des erreurs d'exécution"
               TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Armure" TO IMD-SLOT-TYPE
           MOVE 50 TO IMD-VALUE
           MOVE 12 TO IMD-DEFENSE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 503 TO IMD-ID
           MOVE "Potion de Débogage" TO IMD-NAME
           MOVE "Une potion qui restaure la santé en éliminant"
               & " les bugs" TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 50 TO IMD-VALUE
           MOVE 30 TO IMD-HEAL
           PERFORM ADD-DEFAULT-ITEM

           MOVE 504 TO IMD-ID
           MOVE "Amulette de Traducti" TO IMD-NAME
           MOVE "Un artefact qui traduit tout langage de"
               & " programmation" TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           MOVE 50 TO IMD-VALUE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 505 TO IMD-ID
           MOVE "Marteau d'Assemblage" TO IMD-NAME
           MOVE "Un marteau qui assemble le code en instructions"
               & " puissantes" TO IMD-DESC
           MOVE "W" TO IMD-TYPE
           MOVE "Arme" TO IMD-SLOT-TYPE
           MOVE 50 TO IMD-VALUE
           MOVE 18 TO IMD-ATTACK
           PERFORM ADD-DEFAULT-ITEM

           MOVE 506 TO IMD-ID
           MOVE "Casque de Pare-feu" TO IMD-NAME
           MOVE "Un casque qui filtre les attaques hostiles"
               TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Armure" TO IMD-SLOT-TYPE
           MOVE 50 TO IMD-VALUE
           MOVE 8 TO IMD-DEFENSE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 507 TO IMD-ID
           MOVE "Élixir de Mémoire" TO IMD-NAME
           MOVE "Un élixir qui restaure l'énergie mentale"
               TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 50 TO IMD-VALUE
           MOVE 20 TO IMD-HEAL
           PERFORM ADD-DEFAULT-ITEM

           MOVE 508 TO IMD-ID
           MOVE "Bouclier de Segmenta" TO IMD-NAME
           MOVE "Un bouclier qui isole les erreurs mémoire"
               TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Armure" TO IMD-SLOT-TYPE
           MOVE 50 TO IMD-VALUE
           MOVE 14 TO IMD-DEFENSE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 509 TO IMD-ID
           MOVE "Lame de Récursion" TO IMD-NAME
           MOVE "Une lame qui frappe plusieurs fois par appel"
               TO IMD-DESC
           MOVE "W" TO IMD-TYPE
           MOVE "Arme" TO IMD-SLOT-TYPE
           MOVE 50 TO IMD-VALUE
           MOVE 22 TO IMD-ATTACK
           PERFORM ADD-DEFAULT-ITEM

           MOVE 510 TO IMD-ID
           MOVE "Sceau de Sauvegarde" TO IMD-NAME
           MOVE "Un talisman qui protège d'une mort certaine"
               TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           MOVE 50 TO IMD-VALUE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 511 TO IMD-ID
           MOVE "Kit d'escalade" TO IMD-NAME
           MOVE "Cordes, mousquetons et pitons recyclés pour"
               & " franchir les parois" TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           MOVE 50 TO IMD-VALUE
           PERFORM ADD-DEFAULT-ITEM

      *    Intendant des Archivistes
           MOVE 601 TO IMD-ID
           MOVE "Encre conservatrice" TO IMD-NAME
           MOVE "Une encre des Archives qui fixe les souvenirs et "
               & "ranime le lecteur épuisé." TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 40 TO IMD-VALUE
           MOVE 20 TO IMD-HEAL
           MOVE 15 TO IMD-MANA
           PERFORM ADD-DEFAULT-ITEM

           MOVE 602 TO IMD-ID
           MOVE "Parchemin recette 10" TO IMD-NAME
           MOVE "Un parchemin des Archives à faire déchiffrer par "
               & "le terminal JCL (Sceau de Sauvegarde)." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           MOVE 120 TO IMD-VALUE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 603 TO IMD-ID
           MOVE "Robe d'archiviste" TO IMD-NAME
           MOVE "Une robe doublée de feuillets indexés: elle amortit "
               & "les coups et garde l'esprit clair." TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Torse" TO IMD-SLOT-TYPE
           MOVE 130 TO IMD-VALUE
           MOVE 7 TO IMD-DEFENSE
           MOVE 50 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 604 TO IMD-ID
           MOVE "Sceptre de l'index" TO IMD-NAME
           MOVE "Le sceptre des gardiens du catalogue: chaque coup "
               & "remet une donnée à sa place." TO IMD-DESC
           MOVE "W" TO IMD-TYPE
           MOVE "Arme" TO IMD-SLOT-TYPE
           MOVE 180 TO IMD-VALUE
           MOVE 11 TO IMD-ATTACK
           MOVE 60 TO IMD-DURA-MAX
           MOVE "I" TO IMD-ELEMENT
           PERFORM ADD-DEFAULT-ITEM

      *    Intendant des Techniciens
           MOVE 631 TO IMD-ID
           MOVE "Cellule d'appoint" TO IMD-NAME
           MOVE "Une cellule d'énergie des ateliers: un coup de "
               & "fouet pour le corps et l'esprit." TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 40 TO IMD-VALUE
           MOVE 15 TO IMD-HEAL
           MOVE 20 TO IMD-MANA
           PERFORM ADD-DEFAULT-ITEM

           MOVE 632 TO IMD-ID
           MOVE "Parchemin recette 06" TO IMD-NAME
           MOVE "Un schéma des ateliers à faire déchiffrer par le "
               & "terminal JCL (Casque de Pare-feu)." TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           MOVE 120 TO IMD-VALUE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 633 TO IMD-ID
           MOVE "Plastron blindé" TO IMD-NAME
           MOVE "Des plaques de blindage rivetées par les "
               & "Techniciens: lourd, mais presque inusable."
               TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Torse" TO IMD-SLOT-TYPE
           MOVE 140 TO IMD-VALUE
           MOVE 8 TO IMD-DEFENSE
           MOVE 70 TO IMD-DURA-MAX
           PERFORM ADD-DEFAULT-ITEM

           MOVE 634 TO IMD-ID
           MOVE "Clé à chocs" TO IMD-NAME
           MOVE "Un outil d'atelier détourné en arme: ses décharges "
               & "traversent les carapaces." TO IMD-DESC
           MOVE "W" TO IMD-TYPE
           MOVE "Arme" TO IMD-SLOT-TYPE
           MOVE 190 TO IMD-VALUE
           MOVE 12 TO IMD-ATTACK
           MOVE 55 TO IMD-DURA-MAX
           MOVE "E" TO IMD-ELEMENT
           PERFORM ADD-DEFAULT-ITEM

      *    Intendant des Anomalies
           MOVE 661 TO IMD-ID
           MOVE "Sablier fêlé" TO IMD-NAME
           MOVE "Quelques grains de temps volé: les blessures "
               & "se referment comme si de rien n'était." TO IMD-DESC
           MOVE "C" TO IMD-TYPE
           MOVE 45 TO IMD-VALUE
           MOVE 35 TO IMD-HEAL
           PERFORM ADD-DEFAULT-ITEM

           MOVE 662 TO IMD-ID
           MOVE "Parchemin recette 04" TO IMD-NAME
           MOVE "Un fragment d'un futur possible à faire déchiffrer "
               & "par le terminal JCL (Amulette de Traduction)."
               TO IMD-DESC
           MOVE "M" TO IMD-TYPE
           MOVE 120 TO IMD-VALUE
           PERFORM ADD-DEFAULT-ITEM

           MOVE 663 TO IMD-ID
           MOVE "Voile de paradoxe" TO IMD-NAME
           MOVE "Un voile qui n'est jamais tout à fait là: les "
               & "coups glissent, la fuite aussi." TO IMD-DESC
           MOVE "A" TO IMD-TYPE
           MOVE "Accessoire" TO IMD-SLOT-TYPE
           MOVE 130 TO IMD-VALUE
           MOVE 3 TO IMD-DEFENSE
           MOVE 20 TO IMD-ESC-BONUS
           PERFORM ADD-DEFAULT-ITEM

           MOVE 664 TO IMD-ID
           MOVE "Lame du non-temps" TO IMD-NAME
           MOVE "Une lame forgée dans une seconde qui n'a jamais "
               & "existé: le vide suit son tranchant." TO IMD-DESC
           MOVE "W" TO IMD-TYPE
           MOVE "Arme" TO IMD-SLOT-TYPE
           MOVE 200 TO IMD-VALUE
           MOVE 13 TO IMD-ATTACK
           MOVE 40 TO IMD-DURA-MAX
           MOVE "V" TO IMD-ELEMENT
           PERFORM ADD-DEFAULT-ITEM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               ITEM-DATA-FILE-PATH
           .

       END PROGRAM ITEM-MASTER.
