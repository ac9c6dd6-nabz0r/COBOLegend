      * Chaque enregistrement est structuré: marqueur "S1", code
      * d'événement à quatre lettres, horloge de jeu, horodatage réel,
      * emplacement de sauvegarde, deux champs numériques typés (voir
      * EVENTLOG.cpy), le texte libre puis l'événement en direct.
      * GAME-REPORT relit ces champs directement au lieu de deviner
      * le sens des lignes; les lignes libres des anciens journaux
      * restent lisibles pendant la transition (voir PROCESS-LOG-LINE
      * dans GAME-REPORT.cbl).
      *
      * Codes d'événement en service:
      *   NEWG nouvelle partie        LOAD partie chargée
      *   NGPL Nouvelle Partie+       (n1 version du contenu)
      *   SESS fin de session (n1 niveau)
      *   CWIN combat gagné (n1 exp, n2 or)
      *   CLOS défaite au combat      LVUP montée de niveau (n1 niv.)
      *   SPEC spécialisation         QSTC quête complétée (n1 exp,
      *        n2 or, numéro "#nnn" de la quête dans le texte)
      *   QSTF quête échouée (n1 numéro de la quête, n2 cause:
      *        1 = délai écoulé)
      *   CRFT fabrication réussie (n1 recette, n2 heures
      *        d'attente en file, grade "(N/S/M)" dans le texte)
      *   CRKO fabrication échouée (n1 recette, n2 cause: 1 à 5
      *        indice de validation, 6 matériaux manquants ou
      *        7 étape sautée à l'étape de fabrication, 8 file
      *        pleine, 9 ABEND)
      *   CRSB job de fabrication mis en file (n1 recette, n2 délai)
      *   CRMU matériau engagé, CRMR matériau restitué (n1
      *        recette, n2 quantité, matériau dans le texte)
      *   CERT session d'examen de certification JCL (n1 palier
      *        obtenu, 0 à 3; n2 score en pour cent)
      *   UPGR équipement amélioré    BNTY prime encaissée (n1 or)
      *   DEFT frais de défaite (n1)  ARNW arène gagnée (n1 série,
      *   ARNL arène perdue               n2 gains)
      *   DUEL duel local (n1 tours, vainqueur dans le texte)
      *   SUPP intervention du pupitre de support (session à
      *        écarter des statistiques, voir GAME-REPORT)
      *   EGGS code secret saisi (n1 numéro du code)
      *   CKSM sauvegarde rejetée au chargement par les contrôles
      *        d'intégrité (n1 = 1 si la copie de secours a servi)
      *   JRNL sauvegarde interrompue reprise au démarrage d'après
      *        le journal (n1 = 1 rejouée, 2 abandonnée)
      *   LOCK verrou de session d'un emplacement levé par un
      *        opérateur (LOCK-ADMIN; terminaux dans le texte, n1
      *        date et n2 heure de prise du verrou évincé)
      *   TICK ticket de problème déposé par le joueur (n1 numéro
      *        du ticket dans COBOTICK.DAT, n2 événements joints)
      *   LOOT tirage de butin d'un combat gagné (n1 objet tiré, 0
      *        sans butin; n2 multiplicateur BUTIN x 100, plus 10000
      *        sur une variante rare; voir RNG-CHECK)
      *   RESP réattribution des points chez le maître d'armes (n1
      *        points rendus, n2 or payé)
      *   INVS chantier de ville financé (n1 niveau atteint, n2 or
      *        payé; installation et ville dans le texte)
      *   PUZL console de maintenance COBOL (n1 énigme, n2 = 1
      *        réparée, 0 mauvais correctif; voir CODE-PUZZLE)
      *   CMSN commande d'artisan livrée ou retirée (n1 recette, n2
      *        or payé, 0 quand le commanditaire la retire)
      *   EXPD expédition du compagnon, départ ou retour (n1 ère;
      *        n2 jours au départ, matériaux rapportés au retour)
      *   NOTE note de carte du tableau partagé (n1 numéro de la
      *        note dans COBONOTE.DAT, n2 = 1 publiée, 2 masquée
      *        après signalements, 3 purgée par l'opérateur; voir
      *        MAP-NOTES)
      *   CHAL défi du jour ou de la semaine accompli (n1 jetons de
      *        défi gagnés, n2 = 1 pour un défi de la semaine, 0 pour
      *        un défi du jour; voir CHALLENGES)
      *   MISC divers
      *
      * Les ouvertures de partie (NEWG, LOAD, NGPL) portent en n1 la
      * version du contenu en service, relue dans COBOVERS.DAT que
      * tient CONTENT-RELEASE (0 = contenu jamais mis en service par
      * l'utilitaire): un rapport d'incident peut ainsi dire sur
      * quel bestiaire et quels dialogues la session a tourné.
      *
      * Les combats gagnés, victoires d'arène et quêtes complétées
      * (CWIN, ARNW, QSTC) portent en fin d'enregistrement
      * l'identifiant de l'événement en direct actif ce jour-là
      * (COBOLIVE.DAT, voir LIVE-EVENTS), à blanc hors événement:
      * les rapports séparent ainsi le jeu majoré du jeu ordinaire.
      * Les enregistrements écrits avant cette zone se relisent
      * avec un identifiant à blanc.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-LOG-SYSTEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-EVENTS-LOG ASSIGN TO DYNAMIC GAME-EVENTS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT CONTENT-VERSION-FILE
               ASSIGN TO DYNAMIC CONTENT-VERSION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-EVENTS-LOG
          05 ELR-NUM-1                   PIC 9(8).
          05 ELR-NUM-2                   PIC 9(8).
          05 ELR-TEXT                    PIC X(60).
          05 ELR-LIVE-ID                 PIC X(8).

       FD LOG-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LOG-ARCHIVE-RECORD             PIC X(117).

       FD CONTENT-VERSION-FILE
           LABEL RECORDS ARE STANDARD.
       01 CONTENT-VERSION-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="GAME-LOG-SYSTEM"==.
       01 GAME-EVENTS-LOG-PATH       PIC X(80)  VALUE "COBOEVENTS.LOG".
       01 CONTENT-VERSION-FILE-PATH  PIC X(80)  VALUE "COBOVERS.DAT".

       01 LOG-FILE-STATUS                PIC X(2)   VALUE SPACES.
          88 LOG-FILE-OK                 VALUE "00".
       01 ARCHIVE-FILE-STATUS            PIC X(2)   VALUE SPACES.
          88 ARCHIVE-FILE-OK             VALUE "00".
       01 VERSION-FILE-STATUS            PIC X(2)   VALUE SPACES.
          88 VERSION-FILE-OK             VALUE "00".

      *-----------------------------------------------------------------
      * Version du contenu en service (ligne V|nnnn|... de
      * COBOVERS.DAT), relue à chaque ouverture de partie
      *-----------------------------------------------------------------
       01 CONTENT-VERSION-NUM            PIC 9(4)   VALUE 0.
       01 CVF-TYPE                       PIC X(1)   VALUE SPACE.
       01 CVF-VERSION                    PIC X(10)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Rotation: vérifiée au premier événement de chaque exécution
       01 ROTATION-CHECKED               PIC X(1)   VALUE "N".
       01 LOG-RECORD-LIMIT               PIC 9(4)   VALUE 500.
       01 LOG-RECORD-COUNT               PIC 9(6)   VALUE 0.
       01 ARCHIVE-FILE-NAME              PIC X(80)  VALUE SPACES.
       01 ARCHIVE-SLOT-NUM               PIC 9(2)   VALUE 0.
       01 ARCHIVE-SLOT-DIGIT             PIC 9(1)   VALUE 0.
       01 ARCHIVE-SLOT-FREE              PIC X(1)   VALUE "N".
       01 STAMP-DATE-WORK                PIC 9(8)   VALUE 0.
       01 STAMP-TIME-WORK                PIC 9(8)   VALUE 0.

      *-----------------------------------------------------------------
      * Événement en direct actif (voir LIVE-EVENTS)
      *-----------------------------------------------------------------
       COPY "LIVEEVT.cpy".

       LINKAGE SECTION.
       01 LOG-OPERATION                  PIC X(1).
          88 OP-WRITE-EVENT              VALUE 'W'.
       PROCEDURE DIVISION USING LOG-OPERATION, EVENT-MESSAGE,
               EVENT-LOG-FIELDS.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           EVALUATE TRUE
               WHEN OP-WRITE-EVENT
                   PERFORM WRITE-EVENT-TO-LOG
           IF NOT LOG-FILE-OK
               CLOSE GAME-EVENTS-LOG
               OPEN OUTPUT GAME-EVENTS-LOG
               MOVE "WRITE-EVENT-TO-LOG" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS
           END-IF

           MOVE SPACES TO EVENT-LOG-RECORD
           MOVE EVT-SLOT-NAME TO ELR-SLOT
           MOVE EVT-NUM-1 TO ELR-NUM-1
           MOVE EVT-NUM-2 TO ELR-NUM-2
           IF ELR-TYPE = "NEWG" OR ELR-TYPE = "LOAD"
                   OR ELR-TYPE = "NGPL"
               PERFORM READ-CONTENT-VERSION
               MOVE CONTENT-VERSION-NUM TO ELR-NUM-1
           END-IF
           MOVE EVENT-MESSAGE TO ELR-TEXT
           IF ELR-TYPE = "CWIN" OR ELR-TYPE = "ARNW"
                   OR ELR-TYPE = "QSTC"
               MOVE "I" TO LVQ-OPERATION
               CALL "LIVE-EVENTS" USING LIVE-EVENT-QUERY
               MOVE LVQ-EVENT-ID TO ELR-LIVE-ID
           END-IF
           WRITE EVENT-LOG-RECORD
           MOVE "WRITE-EVENT-TO-LOG" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS

           CLOSE GAME-EVENTS-LOG
           MOVE "WRITE-EVENT-TO-LOG" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS

      *    Les champs typés ne valent que pour cet événement: ils
      *    retombent à leur neutre pour que l'appel suivant ne
           MOVE STAMP-TIME-WORK TO ELR-STAMP-TIME
           .

      *-----------------------------------------------------------------
      * Version du contenu en service: première ligne V de
      * COBOVERS.DAT; fichier absent ou illisible = version 0
      *-----------------------------------------------------------------
       READ-CONTENT-VERSION.
           MOVE 0 TO CONTENT-VERSION-NUM
           OPEN INPUT CONTENT-VERSION-FILE
           MOVE "READ-CONTENT-VERSION" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CONTENT-VERSION-FILE-PATH, VERSION-FILE-STATUS
           IF NOT VERSION-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ CONTENT-VERSION-FILE
               AT END
                   MOVE SPACES TO CONTENT-VERSION-RECORD
           END-READ
           MOVE "READ-CONTENT-VERSION" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CONTENT-VERSION-FILE-PATH, VERSION-FILE-STATUS
           CLOSE CONTENT-VERSION-FILE
           MOVE "READ-CONTENT-VERSION" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               CONTENT-VERSION-FILE-PATH, VERSION-FILE-STATUS
           MOVE SPACES TO CVF-TYPE CVF-VERSION
           UNSTRING CONTENT-VERSION-RECORD DELIMITED BY "|"
               INTO CVF-TYPE CVF-VERSION
           END-UNSTRING
           IF CVF-TYPE = "V" AND CVF-VERSION NOT = SPACES
               IF FUNCTION TEST-NUMVAL(CVF-VERSION) = 0
                   MOVE FUNCTION NUMVAL(CVF-VERSION)
                       TO CONTENT-VERSION-NUM
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * Rotation du journal actif: s'il dépasse LOG-RECORD-LIMIT
      * enregistrements, son contenu part dans la première archive
       ROTATE-LOG-IF-FULL.
           MOVE 0 TO LOG-RECORD-COUNT
           OPEN INPUT GAME-EVENTS-LOG
           MOVE "ROTATE-LOG-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS
           IF NOT LOG-FILE-OK
               EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       ADD 1 TO LOG-RECORD-COUNT
               END-READ
               MOVE "ROTATE-LOG-IF-FULL" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS
           END-PERFORM
           CLOSE GAME-EVENTS-LOG
           MOVE "ROTATE-LOG-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS

           IF LOG-RECORD-COUNT < LOG-RECORD-LIMIT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GAME-EVENTS-LOG
           MOVE "ROTATE-LOG-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS
           OPEN OUTPUT LOG-ARCHIVE-FILE
           MOVE "ROTATE-LOG-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, ARCHIVE-FILE-NAME,
               ARCHIVE-FILE-STATUS
           IF NOT LOG-FILE-OK OR NOT ARCHIVE-FILE-OK
               CLOSE GAME-EVENTS-LOG
               CLOSE LOG-ARCHIVE-FILE
                       MOVE EVENT-LOG-RECORD TO LOG-ARCHIVE-RECORD
                       WRITE LOG-ARCHIVE-RECORD
               END-READ
               MOVE "ROTATE-LOG-IF-FULL" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS
           END-PERFORM
           CLOSE GAME-EVENTS-LOG
           MOVE "ROTATE-LOG-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS
           CLOSE LOG-ARCHIVE-FILE
           MOVE "ROTATE-LOG-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, ARCHIVE-FILE-NAME,
               ARCHIVE-FILE-STATUS

      *    Troncature du fichier actif, prêt pour la suite
           OPEN OUTPUT GAME-EVENTS-LOG
           MOVE "ROTATE-LOG-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS
           CLOSE GAME-EVENTS-LOG
           MOVE "ROTATE-LOG-IF-FULL" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               GAME-EVENTS-LOG-PATH, LOG-FILE-STATUS
           DISPLAY "(Journal archivé vers "
               FUNCTION TRIM(ARCHIVE-FILE-NAME) ")"
           .
                   ".LOG" DELIMITED BY SIZE
                   INTO ARCHIVE-FILE-NAME
               END-STRING
               MOVE 'R' TO DATA-PATH-OPERATION
               CALL "DATA-PATH" USING DATA-PATH-OPERATION,
                   ARCHIVE-FILE-NAME
               OPEN INPUT LOG-ARCHIVE-FILE
               IF ARCHIVE-FILE-OK
                   CLOSE LOG-ARCHIVE-FILE
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               GAME-EVENTS-LOG-PATH
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               CONTENT-VERSION-FILE-PATH
           .

       END PROGRAM GAME-LOG-SYSTEM.
