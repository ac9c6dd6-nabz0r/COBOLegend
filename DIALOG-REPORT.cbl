      *****************************************************************
      * DIALOG-REPORT.CBL - Parcours des joueurs dans les dialogues
      *
      * Programme batch autonome pour les rédacteurs: rapproche la
      * base en service COBODIAL.DAT du journal COBODLOG.DAT tenu
      * par DIALOG-TRACE (voir DLGTRACE.cpy) et édite, dialogue par
      * dialogue:
      *   - le nombre de conversations entamées et reprises, celles
      *     closes par un choix de sortie et celles finies avant
      *     terme (nœud resté sans choix visible, ou conversation
      *     laissée en suspens sans jamais être close);
      *   - nœud par nœud, la fréquence de chaque choix, et les
      *     nœuds qu'aucun joueur n'a jamais atteints;
      * puis le classement des conditions de CHECK-DIALOG-CONDITION
      * qui masquent le plus souvent un choix.
      * Édition imprimable datée DLGRPT-AAAAMMJJ.TXT, mêmes lignes
      * que l'écran.
      * Compilable séparément: make dialog-report
      *
      * Format de COBODIAL.DAT (champs séparés par '|'):
      *   D|id|pnj|lieu|condition|noeud-racine
      *   N|noeud|id-dialogue|locuteur
      *   T|texte du noeud
      *   O|noeud-suivant|condition|actions|texte du choix
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALOG-REPORT.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALOG-DATA-FILE
               ASSIGN TO DYNAMIC DIALOG-DATA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIALOG-DATA-STATUS.

           SELECT TRACE-FILE ASSIGN TO DYNAMIC TRACE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACE-FILE-STATUS.

      *-----------------------------------------------------------------
      * Édition imprimable datée (DLGRPT-AAAAMMJJ.TXT), mêmes
      * lignes que l'écran
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIALOG-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01 DIALOG-DATA-RECORD             PIC X(500).

       FD TRACE-FILE
           LABEL RECORDS ARE STANDARD.
       01 TRACE-RECORD.
          05 DTL-SLOT                    PIC X(8).
          05 DTL-DAY                     PIC 9(3).
          05 DTL-EVENT                   PIC X(1).
          05 DTL-DIALOG-ID               PIC 9(3).
          05 DTL-NODE-ID                 PIC 9(3).
          05 DTL-CHOICE                  PIC 9(1).
          05 DTL-NEXT-NODE               PIC 9(3).
          05 DTL-CONDITION               PIC X(50).

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-FILE-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="DIALOG-REPORT"==.
       01 DIALOG-DATA-FILE-PATH          PIC X(80)  VALUE
           "COBODIAL.DAT".
       01 TRACE-FILE-PATH                PIC X(80)  VALUE
           "COBODLOG.DAT".

       01 DIALOG-DATA-STATUS             PIC X(2)   VALUE SPACES.
          88 DIALOG-DATA-OK              VALUE "00".
       01 TRACE-FILE-STATUS              PIC X(2)   VALUE SPACES.
          88 TRACE-FILE-OK               VALUE "00".
       01 TRACE-READ                     PIC X(1)   VALUE "N".
       01 FILE-AT-EOF                    PIC X(1)   VALUE "N".
          88 FILE-IS-AT-EOF              VALUE "Y".

      *-----------------------------------------------------------------
      * Édition imprimable (même mécanique d'émission que
      * GAME-REPORT)
      *-----------------------------------------------------------------
       01 REPORT-FILE-NAME               PIC X(80)  VALUE SPACES.
       01 REPORT-FILE-STATUS             PIC X(2)   VALUE SPACES.
          88 REPORT-FILE-OK              VALUE "00".
       01 REPORT-FILE-OPEN               PIC X(1)   VALUE "N".
       01 REPORT-LINE                    PIC X(100) VALUE SPACES.
       01 REPORT-LINE-COUNT              PIC 9(3)   VALUE 0.
       01 REPORT-LINE-PTR                PIC 9(3)   VALUE 1.
       01 REPORT-PAGE-NO                 PIC 9(3)   VALUE 0.
       01 REPORT-PAGE-SIZE               PIC 9(2)   VALUE 55.
       01 REPORT-DATE-WORK               PIC X(8)   VALUE SPACES.

      *-----------------------------------------------------------------
      * Découpage des lignes de COBODIAL.DAT (mêmes zones que
      * LOAD-DIALOG-FILE-RECORD)
      *-----------------------------------------------------------------
       01 DLF-TYPE                       PIC X(1)   VALUE SPACE.
       01 DLF-F1                         PIC X(255) VALUE SPACES.
       01 DLF-F2                         PIC X(255) VALUE SPACES.
       01 DLF-F3                         PIC X(255) VALUE SPACES.
       01 DLF-F4                         PIC X(255) VALUE SPACES.
       01 DLF-F5                         PIC X(255) VALUE SPACES.
       01 DLF-OPT-IDX                    PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Dialogues de la base et sort de leurs conversations
      *-----------------------------------------------------------------
       01 DIALOG-TABLE.
          05 DIALOG-COUNT                PIC 9(3)   VALUE 0.
          05 DIALOG-ENTRY OCCURS 10 TIMES.
             10 DLG-ID                   PIC 9(3).
             10 DLG-NPC-NAME             PIC X(30).
             10 DLG-ROOT-NODE            PIC 9(3).
             10 DLG-STARTED              PIC 9(5).
             10 DLG-RESUMED              PIC 9(5).
             10 DLG-CLOSED               PIC 9(5).
             10 DLG-STRANDED             PIC 9(5).
       01 DIALOG-IDX                     PIC 9(3)   VALUE 0.
       01 DIALOG-MATCH                   PIC 9(3)   VALUE 0.

      *-----------------------------------------------------------------
      * Nœuds de la base: choix et nombre de fois où chacun a été
      * retenu
      *-----------------------------------------------------------------
       01 NODE-TABLE.
          05 NODE-COUNT                  PIC 9(3)   VALUE 0.
          05 NODE-ENTRY OCCURS 30 TIMES.
             10 NOD-ID                   PIC 9(3).
             10 NOD-DIALOG-ID            PIC 9(3).
             10 NOD-REACHED              PIC X(1).
             10 NOD-PICKS                PIC 9(5).
             10 NOD-OPTIONS-COUNT        PIC 9(1).
             10 NOD-OPTION OCCURS 5 TIMES.
                15 NOD-OPTION-TEXT       PIC X(80).
                15 NOD-OPTION-PICKS      PIC 9(5).
       01 NODE-IDX                       PIC 9(3)   VALUE 0.
       01 NODE-MATCH                     PIC 9(3)   VALUE 0.
       01 NODE-SEEK-ID                   PIC 9(3)   VALUE 0.
       01 OPTION-IDX                     PIC 9(1)   VALUE 0.

      *-----------------------------------------------------------------
      * Conditions qui ont masqué un choix, avec leur fréquence
      *-----------------------------------------------------------------
       01 CONDITION-TABLE.
          05 CONDITION-COUNT             PIC 9(2)   VALUE 0.
          05 CONDITION-ENTRY OCCURS 20 TIMES.
             10 CND-TEXT                 PIC X(50).
             10 CND-HIDDEN               PIC 9(5).
             10 CND-LISTED               PIC X(1).
       01 CONDITION-IDX                  PIC 9(2)   VALUE 0.
       01 CONDITION-MATCH                PIC 9(2)   VALUE 0.
       01 CONDITION-RANK                 PIC 9(2)   VALUE 0.
       01 CONDITION-OTHERS               PIC 9(5)   VALUE 0.

      *-----------------------------------------------------------------
      * Totaux et zones d'édition
      *-----------------------------------------------------------------
       01 EVENTS-READ                    PIC 9(6)   VALUE 0.
       01 EVENTS-UNMATCHED               PIC 9(6)   VALUE 0.
       01 SESSION-COUNT                  PIC 9(5)   VALUE 0.
       01 SESSION-ENDED                  PIC 9(5)   VALUE 0.
       01 SESSION-OPEN                   PIC 9(5)   VALUE 0.
       01 SESSION-EARLY                  PIC 9(5)   VALUE 0.
       01 NODES-UNREACHED                PIC 9(3)   VALUE 0.
       01 PERCENT-WORK                   PIC 9(3)   VALUE 0.
       01 PERCENT-EDIT                   PIC ZZ9.
       01 COUNT-EDIT                     PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== PARCOURS DES JOUEURS DANS LES DIALOGUES ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           DISPLAY SPACE

           INITIALIZE DIALOG-TABLE NODE-TABLE CONDITION-TABLE
           PERFORM READ-DIALOG-BASE
           IF DIALOG-COUNT = 0 OR NODE-COUNT = 0
               DISPLAY "COBODIAL.DAT introuvable ou vide: lancez "
                   & "d'abord le jeu pour exporter la référence."
               GOBACK
           END-IF

           PERFORM READ-TRACE-FILE

           PERFORM OPEN-REPORT-FILE
           IF TRACE-READ NOT = "Y"
               MOVE "COBODLOG.DAT absent: aucun choix consigné pour "
                   & "l'instant." TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM VARYING DIALOG-IDX FROM 1 BY 1
                   UNTIL DIALOG-IDX > DIALOG-COUNT
               PERFORM REPORT-ONE-DIALOG
           END-PERFORM
           PERFORM REPORT-HIDING-CONDITIONS
           PERFORM REPORT-TOTALS
           PERFORM CLOSE-REPORT-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * Lecture de la base en service (mêmes limites que
      * DIALOG-MULTIPLEXER: dix dialogues, trente nœuds, cinq choix)
      *-----------------------------------------------------------------
       READ-DIALOG-BASE.
           OPEN INPUT DIALOG-DATA-FILE
           MOVE "READ-DIALOG-BASE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           IF NOT DIALOG-DATA-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ DIALOG-DATA-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       PERFORM TAKE-DIALOG-RECORD
               END-READ
               MOVE "READ-DIALOG-BASE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           END-PERFORM
           CLOSE DIALOG-DATA-FILE
           MOVE "READ-DIALOG-BASE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
               DIALOG-DATA-FILE-PATH, DIALOG-DATA-STATUS
           .

       TAKE-DIALOG-RECORD.
           EVALUATE DIALOG-DATA-RECORD(1:1)
               WHEN "D"
                   IF DIALOG-COUNT < 10
                       ADD 1 TO DIALOG-COUNT
                       UNSTRING DIALOG-DATA-RECORD
                           DELIMITED BY "|"
                           INTO DLF-TYPE, DLF-F1, DLF-F2, DLF-F3,
                               DLF-F4, DLF-F5
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(DLF-F1)
                           TO DLG-ID(DIALOG-COUNT)
                       MOVE DLF-F2 TO DLG-NPC-NAME(DIALOG-COUNT)
                       MOVE FUNCTION NUMVAL(DLF-F5)
                           TO DLG-ROOT-NODE(DIALOG-COUNT)
                   END-IF
               WHEN "N"
                   IF NODE-COUNT < 30
                       ADD 1 TO NODE-COUNT
                       UNSTRING DIALOG-DATA-RECORD
                           DELIMITED BY "|"
                           INTO DLF-TYPE, DLF-F1, DLF-F2, DLF-F3
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(DLF-F1)
                           TO NOD-ID(NODE-COUNT)
                       MOVE FUNCTION NUMVAL(DLF-F2)
                           TO NOD-DIALOG-ID(NODE-COUNT)
                       MOVE "N" TO NOD-REACHED(NODE-COUNT)
                   END-IF
               WHEN "O"
                   IF NODE-COUNT > 0 AND
                      NOD-OPTIONS-COUNT(NODE-COUNT) < 5
                       ADD 1 TO NOD-OPTIONS-COUNT(NODE-COUNT)
                       MOVE NOD-OPTIONS-COUNT(NODE-COUNT)
                           TO DLF-OPT-IDX
                       UNSTRING DIALOG-DATA-RECORD
                           DELIMITED BY "|"
                           INTO DLF-TYPE, DLF-F1, DLF-F2, DLF-F3,
                               DLF-F4
                       END-UNSTRING
                       MOVE DLF-F4 TO
                           NOD-OPTION-TEXT(NODE-COUNT, DLF-OPT-IDX)
                   END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * Lecture du journal: un journal absent n'est pas une erreur
      * (aucune conversation depuis la mise en service)
      *-----------------------------------------------------------------
       READ-TRACE-FILE.
           MOVE 'O' TO ERL-OPERATION
           OPEN INPUT TRACE-FILE
           MOVE "READ-TRACE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TRACE-FILE-PATH,
               TRACE-FILE-STATUS
           MOVE 'E' TO ERL-OPERATION
           IF NOT TRACE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO TRACE-READ

           MOVE "N" TO FILE-AT-EOF
           PERFORM UNTIL FILE-IS-AT-EOF
               READ TRACE-FILE
                   AT END
                       MOVE "Y" TO FILE-AT-EOF
                   NOT AT END
                       ADD 1 TO EVENTS-READ
                       PERFORM TAKE-TRACE-EVENT
               END-READ
               MOVE "READ-TRACE-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TRACE-FILE-PATH, TRACE-FILE-STATUS
           END-PERFORM
           CLOSE TRACE-FILE
           MOVE "READ-TRACE-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TRACE-FILE-PATH,
               TRACE-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Un événement: le nœud où il survient est atteint; un choix
      * retenu compte pour son option et rend atteint le nœud qu'il
      * vise. Un événement d'un dialogue ou d'un nœud retiré de la
      * base depuis est compté à part.
      *-----------------------------------------------------------------
       TAKE-TRACE-EVENT.
           MOVE 0 TO DIALOG-MATCH
           PERFORM VARYING DIALOG-IDX FROM 1 BY 1
                   UNTIL DIALOG-IDX > DIALOG-COUNT
               IF DLG-ID(DIALOG-IDX) = DTL-DIALOG-ID
                   MOVE DIALOG-IDX TO DIALOG-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE DTL-NODE-ID TO NODE-SEEK-ID
           PERFORM FIND-LOGGED-NODE
           IF DIALOG-MATCH = 0 OR NODE-MATCH = 0
               ADD 1 TO EVENTS-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO NOD-REACHED(NODE-MATCH)

           EVALUATE DTL-EVENT
               WHEN "S"
                   ADD 1 TO DLG-STARTED(DIALOG-MATCH)
               WHEN "R"
                   ADD 1 TO DLG-RESUMED(DIALOG-MATCH)
               WHEN "V"
                   ADD 1 TO DLG-STRANDED(DIALOG-MATCH)
               WHEN "H"
                   PERFORM COUNT-HIDING-CONDITION
               WHEN "C"
                   IF DTL-CHOICE >= 1 AND
                      DTL-CHOICE <= NOD-OPTIONS-COUNT(NODE-MATCH)
                       ADD 1 TO NOD-OPTION-PICKS(NODE-MATCH,
                           DTL-CHOICE)
                       ADD 1 TO NOD-PICKS(NODE-MATCH)
                   END-IF
                   IF DTL-NEXT-NODE = 0
                       ADD 1 TO DLG-CLOSED(DIALOG-MATCH)
                   ELSE
                       MOVE DTL-NEXT-NODE TO NODE-SEEK-ID
                       PERFORM FIND-LOGGED-NODE
                       IF NODE-MATCH > 0
                           MOVE "Y" TO NOD-REACHED(NODE-MATCH)
                       END-IF
                   END-IF
           END-EVALUATE
           .

       FIND-LOGGED-NODE.
           MOVE 0 TO NODE-MATCH
           PERFORM VARYING NODE-IDX FROM 1 BY 1
                   UNTIL NODE-IDX > NODE-COUNT
               IF NOD-ID(NODE-IDX) = NODE-SEEK-ID AND
                  NOD-DIALOG-ID(NODE-IDX) = DTL-DIALOG-ID
                   MOVE NODE-IDX TO NODE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Cumul par texte de condition; au-delà de vingt conditions
      * distinctes, le reste est regroupé
      *-----------------------------------------------------------------
       COUNT-HIDING-CONDITION.
           MOVE 0 TO CONDITION-MATCH
           PERFORM VARYING CONDITION-IDX FROM 1 BY 1
                   UNTIL CONDITION-IDX > CONDITION-COUNT
               IF CND-TEXT(CONDITION-IDX) = DTL-CONDITION
                   MOVE CONDITION-IDX TO CONDITION-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CONDITION-MATCH = 0
               IF CONDITION-COUNT < 20
                   ADD 1 TO CONDITION-COUNT
                   MOVE CONDITION-COUNT TO CONDITION-MATCH
                   MOVE DTL-CONDITION TO CND-TEXT(CONDITION-MATCH)
               ELSE
                   ADD 1 TO CONDITION-OTHERS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO CND-HIDDEN(CONDITION-MATCH)
           .

      *-----------------------------------------------------------------
      * Bloc d'un dialogue: sort des conversations puis nœuds et
      * choix. Une conversation est finie avant terme quand elle
      * s'arrête sur un nœud sans choix visible, ou quand elle reste
      * en suspens: entrées et reprises moins les conversations
      * closes d'une manière ou d'une autre.
      *-----------------------------------------------------------------
       REPORT-ONE-DIALOG.
           MOVE 1 TO REPORT-LINE-PTR
           STRING "Dialogue " DELIMITED BY SIZE
               DLG-ID(DIALOG-IDX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               DLG-NPC-NAME(DIALOG-IDX) DELIMITED BY "  "
               " (racine " DELIMITED BY SIZE
               DLG-ROOT-NODE(DIALOG-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER REPORT-LINE-PTR
           END-STRING
           PERFORM EMIT-REPORT-LINE

           COMPUTE SESSION-COUNT = DLG-STARTED(DIALOG-IDX)
               + DLG-RESUMED(DIALOG-IDX)
           COMPUTE SESSION-ENDED = DLG-CLOSED(DIALOG-IDX)
               + DLG-STRANDED(DIALOG-IDX)
           IF SESSION-COUNT > SESSION-ENDED
               COMPUTE SESSION-OPEN = SESSION-COUNT - SESSION-ENDED
           ELSE
               MOVE 0 TO SESSION-OPEN
           END-IF
           COMPUTE SESSION-EARLY = DLG-STRANDED(DIALOG-IDX)
               + SESSION-OPEN

           STRING "   entamé " DELIMITED BY SIZE
               DLG-STARTED(DIALOG-IDX) DELIMITED BY SIZE
               " fois, repris " DELIMITED BY SIZE
               DLG-RESUMED(DIALOG-IDX) DELIMITED BY SIZE
               ", clos par un choix de sortie " DELIMITED BY SIZE
               DLG-CLOSED(DIALOG-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           IF SESSION-COUNT > 0
               COMPUTE PERCENT-WORK ROUNDED =
                   (SESSION-EARLY * 100) / SESSION-COUNT
           ELSE
               MOVE 0 TO PERCENT-WORK
           END-IF
           MOVE PERCENT-WORK TO PERCENT-EDIT
           STRING "   fin avant terme " DELIMITED BY SIZE
               SESSION-EARLY DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               PERCENT-EDIT DELIMITED BY SIZE
               "%): sans choix visible " DELIMITED BY SIZE
               DLG-STRANDED(DIALOG-IDX) DELIMITED BY SIZE
               ", laissée en suspens " DELIMITED BY SIZE
               SESSION-OPEN DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE

           PERFORM VARYING NODE-IDX FROM 1 BY 1
                   UNTIL NODE-IDX > NODE-COUNT
               IF NOD-DIALOG-ID(NODE-IDX) = DLG-ID(DIALOG-IDX)
                   PERFORM REPORT-ONE-NODE
               END-IF
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-ONE-NODE.
           IF NOD-REACHED(NODE-IDX) NOT = "Y"
               ADD 1 TO NODES-UNREACHED
               STRING "   Nœud " DELIMITED BY SIZE
                   NOD-ID(NODE-IDX) DELIMITED BY SIZE
                   ": JAMAIS ATTEINT" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE NOD-PICKS(NODE-IDX) TO COUNT-EDIT
           STRING "   Nœud " DELIMITED BY SIZE
               NOD-ID(NODE-IDX) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " choix retenu(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING OPTION-IDX FROM 1 BY 1
                   UNTIL OPTION-IDX > NOD-OPTIONS-COUNT(NODE-IDX)
               IF NOD-PICKS(NODE-IDX) > 0
                   COMPUTE PERCENT-WORK ROUNDED =
                       (NOD-OPTION-PICKS(NODE-IDX, OPTION-IDX) * 100)
                       / NOD-PICKS(NODE-IDX)
               ELSE
                   MOVE 0 TO PERCENT-WORK
               END-IF
               MOVE PERCENT-WORK TO PERCENT-EDIT
               MOVE NOD-OPTION-PICKS(NODE-IDX, OPTION-IDX)
                   TO COUNT-EDIT
               STRING "      " DELIMITED BY SIZE
                   OPTION-IDX DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " fois " DELIMITED BY SIZE
                   PERCENT-EDIT DELIMITED BY SIZE
                   "%  " DELIMITED BY SIZE
                   NOD-OPTION-TEXT(NODE-IDX, OPTION-IDX)(1:50)
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Conditions classées par nombre de choix masqués
      *-----------------------------------------------------------------
       REPORT-HIDING-CONDITIONS.
           MOVE "CONDITIONS QUI MASQUENT LE PLUS DE CHOIX"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF CONDITION-COUNT = 0
               MOVE "   Aucun choix masqué consigné." TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING CONDITION-RANK FROM 1 BY 1
                   UNTIL CONDITION-RANK > CONDITION-COUNT
               MOVE 0 TO CONDITION-MATCH
               PERFORM VARYING CONDITION-IDX FROM 1 BY 1
                       UNTIL CONDITION-IDX > CONDITION-COUNT
                   IF CND-LISTED(CONDITION-IDX) NOT = "Y"
                       IF CONDITION-MATCH = 0
                           MOVE CONDITION-IDX TO CONDITION-MATCH
                       ELSE
                           IF CND-HIDDEN(CONDITION-IDX) >
                              CND-HIDDEN(CONDITION-MATCH)
                               MOVE CONDITION-IDX TO CONDITION-MATCH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO CND-LISTED(CONDITION-MATCH)
               MOVE CND-HIDDEN(CONDITION-MATCH) TO COUNT-EDIT
               STRING "   " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " choix masqué(s) par " DELIMITED BY SIZE
                   CND-TEXT(CONDITION-MATCH) DELIMITED BY "  "
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           IF CONDITION-OTHERS > 0
               MOVE CONDITION-OTHERS TO COUNT-EDIT
               STRING "   " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " choix masqué(s) par d'autres conditions"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-TOTALS.
           STRING "TOTAL: " DELIMITED BY SIZE
               DIALOG-COUNT DELIMITED BY SIZE
               " dialogue(s), " DELIMITED BY SIZE
               NODE-COUNT DELIMITED BY SIZE
               " nœud(s) dont " DELIMITED BY SIZE
               NODES-UNREACHED DELIMITED BY SIZE
               " jamais atteint(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           STRING "       événements lus " DELIMITED BY SIZE
               EVENTS-READ DELIMITED BY SIZE
               ", hors base en service " DELIMITED BY SIZE
               EVENTS-UNMATCHED DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Ouverture de l'édition imprimable (DLGRPT-AAAAMMJJ.TXT)
      *-----------------------------------------------------------------
       OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-WORK
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "DLGRPT-" DELIMITED BY SIZE
               REPORT-DATE-WORK DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO REPORT-FILE-NAME
           END-STRING
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN-REPORT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           IF REPORT-FILE-OK
               MOVE "Y" TO REPORT-FILE-OPEN
               PERFORM WRITE-PAGE-HEADER
           END-IF
           .

       CLOSE-REPORT-FILE.
           IF REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
               MOVE "CLOSE-REPORT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               DISPLAY SPACE
               DISPLAY "Édition écrite: "
                   FUNCTION TRIM(REPORT-FILE-NAME)
           END-IF
           .

       WRITE-PAGE-HEADER.
           ADD 1 TO REPORT-PAGE-NO
           MOVE 0 TO REPORT-LINE-COUNT
           MOVE SPACES TO REPORT-FILE-LINE
           STRING "COBOLEGEND - PARCOURS DES DIALOGUES    "
               DELIMITED BY SIZE
               REPORT-DATE-WORK DELIMITED BY SIZE
               "    PAGE " DELIMITED BY SIZE
               REPORT-PAGE-NO DELIMITED BY SIZE
               INTO REPORT-FILE-LINE
           END-STRING
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           MOVE DATA-ENVIRONMENT-LINE TO REPORT-FILE-LINE
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           MOVE ALL "-" TO REPORT-FILE-LINE(1:60)
           WRITE REPORT-FILE-LINE
           MOVE "WRITE-PAGE-HEADER" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, REPORT-FILE-NAME,
               REPORT-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Émission d'une ligne: écran plus édition imprimable
      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE)
           IF REPORT-FILE-OPEN = "Y"
               IF REPORT-LINE-COUNT >= REPORT-PAGE-SIZE
                   PERFORM WRITE-PAGE-HEADER
               END-IF
               MOVE REPORT-LINE TO REPORT-FILE-LINE
               WRITE REPORT-FILE-LINE
               MOVE "EMIT-REPORT-LINE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   REPORT-FILE-NAME, REPORT-FILE-STATUS
               ADD 1 TO REPORT-LINE-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DIALOG-DATA-FILE-PATH
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               TRACE-FILE-PATH
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM DIALOG-REPORT.
