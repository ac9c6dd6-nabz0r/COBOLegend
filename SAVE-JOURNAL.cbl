      *****************************************************************
      * SAVE-JOURNAL.CBL - Journal d'intention des sauvegardes
      *
      * Une sauvegarde touche plusieurs fichiers l'un après l'autre
      * (grands livres de l'or et des objets, copie de secours,
      * COBOSAVE.DAT) alors que la banque, les boutiques et le point
      * de reprise de l'emplacement vivent dans leurs propres
      * fichiers. Un arrêt au milieu laissait l'emplacement à cheval
      * entre deux états.
      *
      * Avant toute écriture, MAIN-GAME fait noter ici une entrée
      * complète dans COBOJRNL.DAT: l'image de l'enregistrement de
      * sauvegarde qui va être écrit, puis les images des fichiers
      * compagnons de l'emplacement, enfin une marque de fin. L'entrée
      * est déclarée terminée quand tout est écrit. Au démarrage
      * suivant, une entrée restée ouverte est reprise:
      *   - marque de fin présente: la sauvegarde est rejouée en avant
      *     depuis l'image et les compagnons remis dans l'état noté;
      *   - marque de fin absente: rien n'avait encore été écrit,
      *     l'entrée est abandonnée (retour arrière à la sauvegarde
      *     précédente).
      * Une seule entrée à la fois: le fichier est réécrit en entier.
      * Il est indexé comme COBOSAVB.DAT, l'image de sauvegarde
      * n'étant pas un texte ligne à ligne; clé: étiquette + numéro.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVE-JOURNAL.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JOURNAL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS JOURNAL-FILE-STATUS.

      *    Fichier compagnon relu ou réécrit: COBOBANK.DAT,
      *    COBOSHOP.DAT ou COBOCHKPT.DAT selon COMPANION-NAME
           SELECT COMPANION-FILE ASSIGN TO DYNAMIC COMPANION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01 JOURNAL-RECORD.
          05 JRN-KEY.
             10 JRN-TAG              PIC X(1).
                88 JRN-HEADER        VALUE "H".
                88 JRN-SAVE-IMAGE    VALUE "S".
                88 JRN-BANK-IMAGE    VALUE "B".
                88 JRN-SHOP-IMAGE    VALUE "M".
                88 JRN-CHECKPOINT-IMAGE VALUE "K".
                88 JRN-END-OF-ENTRY  VALUE "F".
             10 JRN-SEQ              PIC 9(4).
          05 JRN-DATA                PIC X(25000).
       01 JOURNAL-HEADER-RECORD.
          05 JRH-TAG                 PIC X(1).
          05 JRH-SEQ                 PIC 9(4).
          05 JRH-STATE               PIC X(1).
             88 JRH-OPEN             VALUE "D".
             88 JRH-DONE             VALUE "T".
          05 JRH-SLOT                PIC X(8).
          05 JRH-DATE                PIC X(8).
          05 JRH-TIME                PIC X(6).

       FD COMPANION-FILE
           LABEL RECORDS ARE STANDARD.
       01 COMPANION-RECORD           PIC X(2000).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="SAVE-JOURNAL"==.
       01 JOURNAL-FILE-PATH          PIC X(80)  VALUE "COBOJRNL.DAT".

       01 JOURNAL-FILE-STATUS        PIC X(2)   VALUE SPACES.
          88 JOURNAL-FILE-OK         VALUE "00".
       01 COMPANION-FILE-STATUS      PIC X(2)   VALUE SPACES.
          88 COMPANION-FILE-OK       VALUE "00".
       01 COMPANION-NAME             PIC X(80)  VALUE SPACES.
       01 JOURNAL-AT-EOF             PIC X(1)   VALUE "N".
       01 COMPANION-AT-EOF           PIC X(1)   VALUE "N".
       01 ENTRY-OPEN                 PIC X(1)   VALUE "N".
       01 ENTRY-COMPLETE             PIC X(1)   VALUE "N".

      *    Longueur de l'enregistrement de sauvegarde
       01 IMAGE-LEN                  PIC 9(5)   VALUE 0.

      *-----------------------------------------------------------------
      * Lignes d'un fichier compagnon relues pour être réécrites, et
      * images notées par l'entrée du journal
      *-----------------------------------------------------------------
       01 COMPANION-TABLE.
          05 CMP-COUNT               PIC 9(2)   VALUE 0.
          05 CMP-LINE OCCURS 12 TIMES PIC X(2000).
       01 CMP-IDX                    PIC 9(2)   VALUE 0.
       01 IMAGE-TABLE.
          05 IMG-COUNT               PIC 9(2)   VALUE 0.
          05 IMG-ENTRY OCCURS 12 TIMES.
             10 IMG-TAG              PIC X(1).
             10 IMG-LINE             PIC X(2000).
       01 IMG-IDX                    PIC 9(2)   VALUE 0.
       01 IMG-SHOP-SEEN              PIC X(1)   VALUE "N".
       01 SLOT-KEY-POS               PIC 9(1)   VALUE 1.

       LINKAGE SECTION.
       01 JOURNAL-OPERATION          PIC X(1).
          88 OP-OPEN-ENTRY           VALUE 'D'.
          88 OP-CLOSE-ENTRY          VALUE 'T'.
          88 OP-READ-ENTRY           VALUE 'R'.
          88 OP-RESTORE-COMPANIONS   VALUE 'C'.
       COPY "SAVEJRNL.cpy".
      *    Même structure que SAVE-GAME-RECORD (FD SAVE-GAME-FILE de
      *    MAIN-GAME), manipulée ici comme un tout
       01 SAVE-IMAGE-RECORD.
           02 SAVE-KEY                PIC X(20).
           02 SAVE-REC-VERSION        PIC 9(2).
           02 SAVE-REC-CHECKSUM       PIC 9(9).
           COPY "PLAYER-CHAR.cpy"
               REPLACING ==01 PLAYER-CHARACTER.==
                      BY ==02 SAVE-REC-CHARACTER.==.
           COPY "INVENTORY.cpy"
               REPLACING ==01 PLAYER-INVENTORY.==
                      BY ==02 SAVE-REC-INVENTORY.==
                         ==01 PLAYER-GOLD==
                      BY ==02 SAVE-REC-GOLD==
                         ==01 PLAYER-EQUIPMENT.==
                      BY ==02 SAVE-REC-EQUIPMENT.==.
           COPY "QUEST.cpy"
               REPLACING ==01 QUEST-TABLE.==
                      BY ==02 SAVE-REC-QUEST-TABLE.==.
           COPY "SAVEMAP.cpy"
               REPLACING ==01 SAVE-MAP-STATE.==
                      BY ==02 SAVE-REC-MAP-STATE.==
                         ==01 SAVE-POSITION.==
                      BY ==02 SAVE-REC-POSITION.==.
           COPY "DIFFICULTY.cpy"
               REPLACING ==01 GAME-DIFFICULTY.==
                      BY ==02 SAVE-REC-DIFFICULTY.==.
           COPY "GAMESTATE.cpy"
               REPLACING ==01 GAME-STATE-EXT.==
                      BY ==02 SAVE-REC-GAME-STATE.==.

       PROCEDURE DIVISION USING JOURNAL-OPERATION,
                                 SAVE-JOURNAL-FIELDS,
                                 SAVE-IMAGE-RECORD.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           EVALUATE TRUE
               WHEN OP-OPEN-ENTRY
                   PERFORM OPEN-JOURNAL-ENTRY
               WHEN OP-CLOSE-ENTRY
                   PERFORM CLOSE-JOURNAL-ENTRY
               WHEN OP-READ-ENTRY
                   PERFORM READ-JOURNAL-ENTRY
               WHEN OP-RESTORE-COMPANIONS
                   PERFORM RESTORE-COMPANION-FILES
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Ouverture d'une entrée: en-tête, image de l'enregistrement,
      * images des compagnons de l'emplacement, marque de fin
      *-----------------------------------------------------------------
       OPEN-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SJR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO SJR-TIME
           OPEN OUTPUT JOURNAL-FILE
           MOVE "OPEN-JOURNAL-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS
           IF NOT JOURNAL-FILE-OK
               DISPLAY "AVERTISSEMENT: journal de sauvegarde "
                   & "COBOJRNL.DAT indisponible."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOURNAL-HEADER-RECORD
           MOVE "H" TO JRH-TAG
           MOVE 0 TO JRH-SEQ
           MOVE "D" TO JRH-STATE
           MOVE SJR-SLOT TO JRH-SLOT
           MOVE SJR-DATE TO JRH-DATE
           MOVE SJR-TIME TO JRH-TIME
           WRITE JOURNAL-HEADER-RECORD
           MOVE "OPEN-JOURNAL-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS

           MOVE SPACES TO JOURNAL-RECORD
           MOVE "S" TO JRN-TAG
           MOVE 1 TO JRN-SEQ
           MOVE SAVE-IMAGE-RECORD TO JRN-DATA
           WRITE JOURNAL-RECORD
           MOVE "OPEN-JOURNAL-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS

      *    Compte et coffre de l'emplacement (clé en tête de ligne)
           MOVE "COBOBANK.DAT" TO COMPANION-NAME
           PERFORM READ-COMPANION-FILE
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-COUNT
               IF CMP-LINE(CMP-IDX)(1:8) = SJR-SLOT
                   MOVE "B" TO JRN-TAG
                   PERFORM WRITE-COMPANION-IMAGE
               END-IF
           END-PERFORM
      *    États des boutiques, communs à toutes les parties
           MOVE "COBOSHOP.DAT" TO COMPANION-NAME
           PERFORM READ-COMPANION-FILE
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-COUNT
               MOVE "M" TO JRN-TAG
               PERFORM WRITE-COMPANION-IMAGE
           END-PERFORM
      *    Point de reprise de l'emplacement (clé en position 2)
           MOVE "COBOCHKPT.DAT" TO COMPANION-NAME
           PERFORM READ-COMPANION-FILE
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-COUNT
               IF CMP-LINE(CMP-IDX)(2:8) = SJR-SLOT
                   MOVE "K" TO JRN-TAG
                   PERFORM WRITE-COMPANION-IMAGE
               END-IF
           END-PERFORM

           MOVE SPACES TO JOURNAL-RECORD
           MOVE "F" TO JRN-TAG
           MOVE 0 TO JRN-SEQ
           WRITE JOURNAL-RECORD
           MOVE "OPEN-JOURNAL-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS
           CLOSE JOURNAL-FILE
           MOVE "OPEN-JOURNAL-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS
           .

       WRITE-COMPANION-IMAGE.
           MOVE CMP-IDX TO JRN-SEQ
           MOVE SPACES TO JRN-DATA
           MOVE CMP-LINE(CMP-IDX) TO JRN-DATA
           WRITE JOURNAL-RECORD
           MOVE "WRITE-COMPANION-IMAGE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Entrée terminée: le journal ne garde que son en-tête
      *-----------------------------------------------------------------
       CLOSE-JOURNAL-ENTRY.
           OPEN OUTPUT JOURNAL-FILE
           MOVE "CLOSE-JOURNAL-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS
           IF NOT JOURNAL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOURNAL-HEADER-RECORD
           MOVE "H" TO JRH-TAG
           MOVE 0 TO JRH-SEQ
           MOVE "T" TO JRH-STATE
           MOVE SJR-SLOT TO JRH-SLOT
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JRH-TIME
           WRITE JOURNAL-HEADER-RECORD
           MOVE "CLOSE-JOURNAL-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS
           CLOSE JOURNAL-FILE
           MOVE "CLOSE-JOURNAL-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Relecture au démarrage (dans l'ordre des clés): une entrée
      * ouverte et complète rend l'image de l'enregistrement et garde
      * les images des compagnons pour une remise éventuelle ('C')
      *-----------------------------------------------------------------
       READ-JOURNAL-ENTRY.
           MOVE "N" TO SJR-STATE
           MOVE "N" TO ENTRY-OPEN
           MOVE "N" TO ENTRY-COMPLETE
           MOVE 0 TO IMG-COUNT
           OPEN INPUT JOURNAL-FILE
           MOVE "READ-JOURNAL-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS
           IF NOT JOURNAL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH OF SAVE-IMAGE-RECORD TO IMAGE-LEN
           MOVE "N" TO JOURNAL-AT-EOF
           PERFORM UNTIL JOURNAL-AT-EOF = "Y"
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO JOURNAL-AT-EOF
                   NOT AT END
                       PERFORM APPLY-JOURNAL-LINE
               END-READ
               MOVE "READ-JOURNAL-ENTRY" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   JOURNAL-FILE-PATH, JOURNAL-FILE-STATUS
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE "READ-JOURNAL-ENTRY" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, JOURNAL-FILE-PATH,
               JOURNAL-FILE-STATUS

           IF ENTRY-OPEN = "Y"
               IF ENTRY-COMPLETE = "Y"
                   MOVE "D" TO SJR-STATE
               ELSE
                   MOVE "I" TO SJR-STATE
               END-IF
           END-IF
           .

       APPLY-JOURNAL-LINE.
           EVALUATE TRUE
               WHEN JRN-HEADER
                   IF JRH-OPEN
                       MOVE "Y" TO ENTRY-OPEN
                       MOVE JRH-SLOT TO SJR-SLOT
                       MOVE JRH-DATE TO SJR-DATE
                       MOVE JRH-TIME TO SJR-TIME
                   END-IF
               WHEN JRN-SAVE-IMAGE
                   MOVE JRN-DATA(1:IMAGE-LEN) TO SAVE-IMAGE-RECORD
               WHEN JRN-BANK-IMAGE
               WHEN JRN-SHOP-IMAGE
               WHEN JRN-CHECKPOINT-IMAGE
                   IF IMG-COUNT < 12
                       ADD 1 TO IMG-COUNT
                       MOVE JRN-TAG TO IMG-TAG(IMG-COUNT)
                       MOVE JRN-DATA(1:2000) TO IMG-LINE(IMG-COUNT)
                   END-IF
               WHEN JRN-END-OF-ENTRY
                   MOVE "Y" TO ENTRY-COMPLETE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Remise des compagnons dans l'état noté par l'entrée relue:
      * la ligne de l'emplacement est remplacée (ou retirée s'il n'en
      * avait pas) dans la banque et le point de reprise, les lignes
      * des autres emplacements restent telles quelles; les
      * boutiques reprennent leurs lignes notées
      *-----------------------------------------------------------------
       RESTORE-COMPANION-FILES.
           MOVE "COBOBANK.DAT" TO COMPANION-NAME
           MOVE 1 TO SLOT-KEY-POS
           MOVE "B" TO JRN-TAG
           PERFORM RESTORE-SLOT-COMPANION

           MOVE "COBOCHKPT.DAT" TO COMPANION-NAME
           MOVE 2 TO SLOT-KEY-POS
           MOVE "K" TO JRN-TAG
           PERFORM RESTORE-SLOT-COMPANION

      *    Boutiques: réécrites seulement si l'entrée en a noté un
      *    état (un fichier encore jamais écrit reste absent)
           MOVE "N" TO IMG-SHOP-SEEN
           PERFORM VARYING IMG-IDX FROM 1 BY 1
                   UNTIL IMG-IDX > IMG-COUNT
               IF IMG-TAG(IMG-IDX) = "M"
                   MOVE "Y" TO IMG-SHOP-SEEN
               END-IF
           END-PERFORM
           IF IMG-SHOP-SEEN = "Y"
               MOVE "COBOSHOP.DAT" TO COMPANION-NAME
               MOVE 0 TO CMP-COUNT
               MOVE "M" TO JRN-TAG
               PERFORM ADD-NOTED-IMAGES
               PERFORM REWRITE-COMPANION-FILE
           END-IF
           .

       RESTORE-SLOT-COMPANION.
           PERFORM READ-COMPANION-FILE
           PERFORM VARYING CMP-IDX FROM CMP-COUNT BY -1
                   UNTIL CMP-IDX < 1
               IF CMP-LINE(CMP-IDX)(SLOT-KEY-POS:8) = SJR-SLOT
                   PERFORM DROP-COMPANION-LINE
               END-IF
           END-PERFORM
           PERFORM ADD-NOTED-IMAGES
           PERFORM REWRITE-COMPANION-FILE
           .

       DROP-COMPANION-LINE.
           PERFORM VARYING IMG-IDX FROM CMP-IDX BY 1
                   UNTIL IMG-IDX >= CMP-COUNT
               MOVE CMP-LINE(IMG-IDX + 1) TO CMP-LINE(IMG-IDX)
           END-PERFORM
           SUBTRACT 1 FROM CMP-COUNT
           .

      *    Images notées portant l'étiquette JRN-TAG ajoutées à la
      *    table des lignes à réécrire
       ADD-NOTED-IMAGES.
           PERFORM VARYING IMG-IDX FROM 1 BY 1
                   UNTIL IMG-IDX > IMG-COUNT
               IF IMG-TAG(IMG-IDX) = JRN-TAG AND CMP-COUNT < 12
                   ADD 1 TO CMP-COUNT
                   MOVE IMG-LINE(IMG-IDX) TO CMP-LINE(CMP-COUNT)
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Lecture et réécriture complètes d'un fichier compagnon
      *-----------------------------------------------------------------
       READ-COMPANION-FILE.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, COMPANION-NAME
           MOVE 0 TO CMP-COUNT
           OPEN INPUT COMPANION-FILE
           MOVE "READ-COMPANION-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COMPANION-NAME,
               COMPANION-FILE-STATUS
           IF NOT COMPANION-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COMPANION-AT-EOF
           PERFORM UNTIL COMPANION-AT-EOF = "Y"
               READ COMPANION-FILE
                   AT END
                       MOVE "Y" TO COMPANION-AT-EOF
                   NOT AT END
                       IF CMP-COUNT < 12
                           ADD 1 TO CMP-COUNT
                           MOVE COMPANION-RECORD TO CMP-LINE(CMP-COUNT)
                       END-IF
               END-READ
               MOVE "READ-COMPANION-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COMPANION-NAME,
                   COMPANION-FILE-STATUS
           END-PERFORM
           CLOSE COMPANION-FILE
           MOVE "READ-COMPANION-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COMPANION-NAME,
               COMPANION-FILE-STATUS
           .

       REWRITE-COMPANION-FILE.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, COMPANION-NAME
           OPEN OUTPUT COMPANION-FILE
           MOVE "REWRITE-COMPANION-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COMPANION-NAME,
               COMPANION-FILE-STATUS
           IF NOT COMPANION-FILE-OK
               DISPLAY "ERREUR: réécriture de "
                   FUNCTION TRIM(COMPANION-NAME) " impossible"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-COUNT
               MOVE CMP-LINE(CMP-IDX) TO COMPANION-RECORD
               WRITE COMPANION-RECORD
               MOVE "REWRITE-COMPANION-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COMPANION-NAME,
                   COMPANION-FILE-STATUS
           END-PERFORM
           CLOSE COMPANION-FILE
           MOVE "REWRITE-COMPANION-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COMPANION-NAME,
               COMPANION-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, JOURNAL-FILE-PATH
           .

       END PROGRAM SAVE-JOURNAL.
