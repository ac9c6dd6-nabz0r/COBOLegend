      *****************************************************************
      * CONTENT-RELEASE.CBL - Mise en service contrôlée du contenu
      *
      * Utilitaire batch autonome de l'équipe contenu. Les
      * modifications du bestiaire, des dialogues et du manuel en
      * jeu se préparent dans des copies en attente (COBOMON.STG,
      * COBODIAL.STG, que DIALOG-MAINT écrit désormais,
      * COBOHELP.STG) au lieu des fichiers en service. Ce programme
      * les promeut en COBOMON.DAT, COBODIAL.DAT et COBOHELP.DAT
      * seulement si les contrôles passent sur les fichiers
      * candidats:
      *   - MONSTER-CHECK (format et bornes du bestiaire);
      *   - contrôle de DIALOG-MAINT (nœuds, renvois, actions);
      *   - CONTENT-XREF (renvois entre bestiaire, dialogues,
      *     quêtes, objets et carte);
      *   - contrôle du manuel par HELP-SYSTEM (sujets, textes FR
      *     et EN, contextes d'écran), quand COBOHELP.STG attend.
      * Les validateurs lisent les candidats par la zone EXTERNAL
      * CONTREL.cpy et y rendent leur nombre d'erreurs: rien n'est
      * exposé aux joueurs tant que le verdict n'est pas acquis.
      *
      * À chaque promotion, les fichiers en service partent dans
      * COBOMON.PRV / COBODIAL.PRV / COBOHELP.PRV et un numéro de
      * version est attribué dans COBOVERS.DAT:
      *   V|version|AAAAMMJJ|HHMMSS|dernier numéro attribué
      * (l'ancienne ligne est gardée dans COBOVERS.PRV). GAME-LOG
      * relit ce numéro dans les événements NEWG/LOAD/NGPL.
      *
      * Paramètre de la ligne de commande:
      *   (aucun)  promotion des copies en attente
      *   RETOUR   remise en service de la version précédente
      *   ETAT     version en service et copies en attente
      * Un retour garde le dernier numéro attribué: la promotion
      * suivante ne réutilise jamais le numéro d'une version retirée.
      * Compilable séparément: make content-release
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-RELEASE.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * Copie de fichier à fichier: source et cible nommées à
      * l'exécution (en attente, en service, version précédente)
      *-----------------------------------------------------------------
           SELECT COPY-SOURCE-FILE ASSIGN TO DYNAMIC COPY-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-SOURCE-STATUS.

           SELECT COPY-TARGET-FILE ASSIGN TO DYNAMIC COPY-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-TARGET-STATUS.

           SELECT VERSION-FILE ASSIGN TO DYNAMIC VERSION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COPY-SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 COPY-SOURCE-RECORD         PIC X(500).

       FD COPY-TARGET-FILE
           LABEL RECORDS ARE STANDARD.
       01 COPY-TARGET-RECORD         PIC X(500).

       FD VERSION-FILE
           LABEL RECORDS ARE STANDARD.
       01 VERSION-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 COPY-SOURCE-STATUS         PIC X(2)   VALUE SPACES.
          88 COPY-SOURCE-OK          VALUE "00".
       01 COPY-TARGET-STATUS         PIC X(2)   VALUE SPACES.
          88 COPY-TARGET-OK          VALUE "00".
       01 VERSION-FILE-STATUS        PIC X(2)   VALUE SPACES.
          88 VERSION-FILE-OK         VALUE "00".
       01 COPY-SOURCE-NAME           PIC X(80)  VALUE SPACES.
       01 COPY-TARGET-NAME           PIC X(80)  VALUE SPACES.
       01 VERSION-FILE-NAME          PIC X(80)  VALUE SPACES.

      *-----------------------------------------------------------------
      * Noms des fichiers gérés, pris dans le répertoire de données
      * (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy"
           REPLACING ==:PROGRAM:== BY =="CONTENT-RELEASE"==.
       01 MONSTER-LIVE-NAME          PIC X(80)  VALUE "COBOMON.DAT".
       01 MONSTER-STAGED-NAME        PIC X(80)  VALUE "COBOMON.STG".
       01 MONSTER-PREVIOUS-NAME      PIC X(80)  VALUE "COBOMON.PRV".
       01 DIALOG-LIVE-NAME           PIC X(80)  VALUE "COBODIAL.DAT".
       01 DIALOG-STAGED-NAME         PIC X(80)  VALUE "COBODIAL.STG".
       01 DIALOG-PREVIOUS-NAME       PIC X(80)  VALUE "COBODIAL.PRV".
       01 HELP-LIVE-NAME             PIC X(80)  VALUE "COBOHELP.DAT".
       01 HELP-STAGED-NAME           PIC X(80)  VALUE "COBOHELP.STG".
       01 HELP-PREVIOUS-NAME         PIC X(80)  VALUE "COBOHELP.PRV".
       01 VERSION-LIVE-NAME          PIC X(80)  VALUE "COBOVERS.DAT".
       01 VERSION-PREVIOUS-NAME      PIC X(80)  VALUE "COBOVERS.PRV".

      *-----------------------------------------------------------------
      * Commande demandée
      *-----------------------------------------------------------------
       01 RELEASE-COMMAND            PIC X(20)  VALUE SPACES.
          88 RELEASE-PROMOTE         VALUE SPACES "PROMOTION".
          88 RELEASE-ROLLBACK        VALUE "RETOUR".
          88 RELEASE-STATUS          VALUE "ETAT".

      *-----------------------------------------------------------------
      * Ligne de version (V|version|date|heure|dernier attribué)
      *-----------------------------------------------------------------
       01 VRS-TYPE                   PIC X(1)   VALUE SPACE.
       01 VRS-F1                     PIC X(10)  VALUE SPACES.
       01 VRS-F2                     PIC X(10)  VALUE SPACES.
       01 VRS-F3                     PIC X(10)  VALUE SPACES.
       01 VRS-F4                     PIC X(10)  VALUE SPACES.
       01 CURRENT-VERSION            PIC 9(4)   VALUE 0.
       01 CURRENT-VERSION-DATE       PIC X(8)   VALUE SPACES.
       01 CURRENT-VERSION-TIME       PIC X(6)   VALUE SPACES.
       01 LAST-ISSUED-VERSION        PIC 9(4)   VALUE 0.
       01 NEW-VERSION                PIC 9(4)   VALUE 0.
       01 PREVIOUS-VERSION           PIC 9(4)   VALUE 0.
       01 VERSION-FOUND              PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      * Candidats et résultats
      *-----------------------------------------------------------------
       01 MONSTER-IS-STAGED          PIC X(1)   VALUE "N".
       01 DIALOG-IS-STAGED           PIC X(1)   VALUE "N".
       01 HELP-IS-STAGED             PIC X(1)   VALUE "N".
       01 FILE-HAS-RECORDS           PIC X(1)   VALUE "N".
       01 COPY-RESULT                PIC X(1)   VALUE "N".
          88 COPY-DONE               VALUE "Y".
       01 COPY-RECORD-COUNT          PIC 9(5)   VALUE 0.
       01 COPY-AT-EOF                PIC X(1)   VALUE "N".
       01 TOTAL-ERRORS               PIC 9(4)   VALUE 0.
       01 STAMP-DATE-WORK            PIC 9(8)   VALUE 0.
       01 STAMP-TIME-WORK            PIC 9(6)   VALUE 0.

       COPY "CONTREL.cpy".
       COPY "HELP.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== MISE EN SERVICE DU CONTENU ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           ACCEPT RELEASE-COMMAND FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(RELEASE-COMMAND) TO RELEASE-COMMAND
           MOVE "N" TO CRA-ACTIVE

           PERFORM READ-LIVE-VERSION
           EVALUATE TRUE
               WHEN RELEASE-PROMOTE
                   PERFORM PROMOTE-STAGED-CONTENT
               WHEN RELEASE-ROLLBACK
                   PERFORM ROLLBACK-PREVIOUS-CONTENT
               WHEN RELEASE-STATUS
                   PERFORM SHOW-RELEASE-STATUS
               WHEN OTHER
                   DISPLAY "Commande inconnue: "
                       FUNCTION TRIM(RELEASE-COMMAND)
                   DISPLAY "Usage: content-release [RETOUR | ETAT]"
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Version en service: ligne V de COBOVERS.DAT (version 0 et
      * aucun numéro attribué si le fichier n'existe pas encore)
      *-----------------------------------------------------------------
       READ-LIVE-VERSION.
           MOVE VERSION-LIVE-NAME TO VERSION-FILE-NAME
           PERFORM READ-VERSION-LINE
           MOVE 0 TO CURRENT-VERSION
           MOVE SPACES TO CURRENT-VERSION-DATE CURRENT-VERSION-TIME
           MOVE 0 TO LAST-ISSUED-VERSION
           IF VERSION-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(VRS-F1) = 0
               MOVE FUNCTION NUMVAL(VRS-F1) TO CURRENT-VERSION
           END-IF
           MOVE VRS-F2 TO CURRENT-VERSION-DATE
           MOVE VRS-F3 TO CURRENT-VERSION-TIME
           IF VRS-F4 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(VRS-F4) = 0
               MOVE FUNCTION NUMVAL(VRS-F4) TO LAST-ISSUED-VERSION
           END-IF
           IF LAST-ISSUED-VERSION < CURRENT-VERSION
               MOVE CURRENT-VERSION TO LAST-ISSUED-VERSION
           END-IF
           .

      *-----------------------------------------------------------------
      * Lecture de la première ligne du fichier de version nommé
      * dans VERSION-FILE-NAME, découpée dans VRS-TYPE/VRS-F1..F4
      *-----------------------------------------------------------------
       READ-VERSION-LINE.
           MOVE "N" TO VERSION-FOUND
           MOVE SPACE TO VRS-TYPE
           MOVE SPACES TO VRS-F1 VRS-F2 VRS-F3 VRS-F4
           OPEN INPUT VERSION-FILE
           MOVE "READ-VERSION-LINE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, VERSION-FILE-NAME,
               VERSION-FILE-STATUS
           IF NOT VERSION-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ VERSION-FILE
               AT END
                   MOVE SPACES TO VERSION-RECORD
           END-READ
           MOVE "READ-VERSION-LINE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, VERSION-FILE-NAME,
               VERSION-FILE-STATUS
           CLOSE VERSION-FILE
           MOVE "READ-VERSION-LINE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, VERSION-FILE-NAME,
               VERSION-FILE-STATUS
           UNSTRING VERSION-RECORD DELIMITED BY "|"
               INTO VRS-TYPE VRS-F1 VRS-F2 VRS-F3 VRS-F4
           END-UNSTRING
           IF VRS-TYPE = "V" AND VRS-F1 NOT = SPACES
               MOVE "Y" TO VERSION-FOUND
           END-IF
           .

      *-----------------------------------------------------------------
      * Promotion: choix des candidats, trois contrôles, puis
      * sauvegarde de la version en service et bascule
      *-----------------------------------------------------------------
       PROMOTE-STAGED-CONTENT.
           MOVE MONSTER-STAGED-NAME TO COPY-SOURCE-NAME
           PERFORM CHECK-FILE-HAS-RECORDS
           MOVE FILE-HAS-RECORDS TO MONSTER-IS-STAGED
           MOVE DIALOG-STAGED-NAME TO COPY-SOURCE-NAME
           PERFORM CHECK-FILE-HAS-RECORDS
           MOVE FILE-HAS-RECORDS TO DIALOG-IS-STAGED
           MOVE HELP-STAGED-NAME TO COPY-SOURCE-NAME
           PERFORM CHECK-FILE-HAS-RECORDS
           MOVE FILE-HAS-RECORDS TO HELP-IS-STAGED

           IF MONSTER-IS-STAGED = "N" AND DIALOG-IS-STAGED = "N" AND
              HELP-IS-STAGED = "N"
               DISPLAY "Aucune copie en attente (COBOMON.STG, "
                   & "COBODIAL.STG, COBOHELP.STG): rien à mettre en "
                   & "service."
               EXIT PARAGRAPH
           END-IF

      *    Un fichier sans copie en attente est contrôlé dans sa
      *    version en service: les renvois croisés portent toujours
      *    sur le couple qui sera en service après la bascule
           IF MONSTER-IS-STAGED = "Y"
               MOVE MONSTER-STAGED-NAME TO CRA-MONSTER-FILE
           ELSE
               MOVE MONSTER-LIVE-NAME TO CRA-MONSTER-FILE
           END-IF
           IF DIALOG-IS-STAGED = "Y"
               MOVE DIALOG-STAGED-NAME TO CRA-DIALOG-FILE
           ELSE
               MOVE DIALOG-LIVE-NAME TO CRA-DIALOG-FILE
           END-IF
           MOVE HELP-STAGED-NAME TO CRA-HELP-FILE
           DISPLAY "Version en service: " CURRENT-VERSION
           DISPLAY "Candidats: " FUNCTION TRIM(CRA-MONSTER-FILE)
               ", " FUNCTION TRIM(CRA-DIALOG-FILE)
           IF HELP-IS-STAGED = "Y"
               DISPLAY "           " FUNCTION TRIM(CRA-HELP-FILE)
           END-IF
           DISPLAY SPACE

           MOVE "Y" TO CRA-ACTIVE
           MOVE 0 TO TOTAL-ERRORS

           MOVE 0 TO CRA-ERROR-COUNT
           CALL "MONSTER-CHECK"
           ADD CRA-ERROR-COUNT TO TOTAL-ERRORS
           DISPLAY SPACE

           MOVE 0 TO CRA-ERROR-COUNT
           CALL "DIALOG-MAINT"
           ADD CRA-ERROR-COUNT TO TOTAL-ERRORS
           DISPLAY SPACE

           MOVE 0 TO CRA-ERROR-COUNT
           CALL "CONTENT-XREF"
           ADD CRA-ERROR-COUNT TO TOTAL-ERRORS
           DISPLAY SPACE

      *    Le manuel ne renvoie à aucun autre contenu: seul son
      *    candidat est contrôlé, quand il y en a un
           IF HELP-IS-STAGED = "Y"
               MOVE 0 TO CRA-ERROR-COUNT
               MOVE 'V' TO HLP-OPERATION
               CALL "HELP-SYSTEM" USING HELP-PARAMS
               ADD CRA-ERROR-COUNT TO TOTAL-ERRORS
               DISPLAY SPACE
           END-IF

           MOVE "N" TO CRA-ACTIVE

           IF TOTAL-ERRORS > 0
               DISPLAY "Mise en service REFUSÉE: " TOTAL-ERRORS
                   " erreur(s) au total."
               DISPLAY "Les fichiers en service sont inchangés; "
                   & "corrigez les copies en attente."
               EXIT PARAGRAPH
           END-IF

           PERFORM BACKUP-LIVE-CONTENT
           IF NOT COPY-DONE
               DISPLAY "Mise en service ABANDONNÉE: sauvegarde de "
                   & "la version en service impossible."
               EXIT PARAGRAPH
           END-IF

           IF MONSTER-IS-STAGED = "Y"
               MOVE MONSTER-STAGED-NAME TO COPY-SOURCE-NAME
               MOVE MONSTER-LIVE-NAME TO COPY-TARGET-NAME
               PERFORM COPY-CONTENT-FILE
               DISPLAY "  " FUNCTION TRIM(COPY-TARGET-NAME) ": "
                   COPY-RECORD-COUNT " ligne(s) mises en service"
               MOVE MONSTER-STAGED-NAME TO COPY-TARGET-NAME
               PERFORM EMPTY-TARGET-FILE
           END-IF
           IF DIALOG-IS-STAGED = "Y"
               MOVE DIALOG-STAGED-NAME TO COPY-SOURCE-NAME
               MOVE DIALOG-LIVE-NAME TO COPY-TARGET-NAME
               PERFORM COPY-CONTENT-FILE
               DISPLAY "  " FUNCTION TRIM(COPY-TARGET-NAME) ": "
                   COPY-RECORD-COUNT " ligne(s) mises en service"
               MOVE DIALOG-STAGED-NAME TO COPY-TARGET-NAME
               PERFORM EMPTY-TARGET-FILE
           END-IF
           IF HELP-IS-STAGED = "Y"
               MOVE HELP-STAGED-NAME TO COPY-SOURCE-NAME
               MOVE HELP-LIVE-NAME TO COPY-TARGET-NAME
               PERFORM COPY-CONTENT-FILE
               DISPLAY "  " FUNCTION TRIM(COPY-TARGET-NAME) ": "
                   COPY-RECORD-COUNT " ligne(s) mises en service"
               MOVE HELP-STAGED-NAME TO COPY-TARGET-NAME
               PERFORM EMPTY-TARGET-FILE
           END-IF

           COMPUTE NEW-VERSION = LAST-ISSUED-VERSION + 1
           MOVE FUNCTION CURRENT-DATE(1:8) TO STAMP-DATE-WORK
           MOVE FUNCTION CURRENT-DATE(9:6) TO STAMP-TIME-WORK
           MOVE NEW-VERSION TO CURRENT-VERSION
           MOVE STAMP-DATE-WORK TO CURRENT-VERSION-DATE
           MOVE STAMP-TIME-WORK TO CURRENT-VERSION-TIME
           MOVE NEW-VERSION TO LAST-ISSUED-VERSION
           PERFORM WRITE-LIVE-VERSION

           DISPLAY SPACE
           DISPLAY "Contenu version " NEW-VERSION " en service."
           DISPLAY "Version précédente gardée (content-release "
               & "RETOUR pour la remettre en service)."
           .

      *-----------------------------------------------------------------
      * Sauvegarde de la version en service avant bascule: fichiers
      * de contenu vers .PRV et ligne de version vers COBOVERS.PRV.
      * Un fichier encore jamais mis en service laisse un .PRV vide.
      *-----------------------------------------------------------------
       BACKUP-LIVE-CONTENT.
           MOVE MONSTER-LIVE-NAME TO COPY-SOURCE-NAME
           MOVE MONSTER-PREVIOUS-NAME TO COPY-TARGET-NAME
           PERFORM BACKUP-ONE-FILE
           IF NOT COPY-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE DIALOG-LIVE-NAME TO COPY-SOURCE-NAME
           MOVE DIALOG-PREVIOUS-NAME TO COPY-TARGET-NAME
           PERFORM BACKUP-ONE-FILE
           IF NOT COPY-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE HELP-LIVE-NAME TO COPY-SOURCE-NAME
           MOVE HELP-PREVIOUS-NAME TO COPY-TARGET-NAME
           PERFORM BACKUP-ONE-FILE
           IF NOT COPY-DONE
               EXIT PARAGRAPH
           END-IF

           MOVE VERSION-PREVIOUS-NAME TO VERSION-FILE-NAME
           OPEN OUTPUT VERSION-FILE
           MOVE "BACKUP-LIVE-CONTENT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, VERSION-FILE-NAME,
               VERSION-FILE-STATUS
           IF NOT VERSION-FILE-OK
               MOVE "N" TO COPY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VERSION-RECORD
           STRING "V|" DELIMITED BY SIZE
               CURRENT-VERSION DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CURRENT-VERSION-DATE DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               CURRENT-VERSION-TIME DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               LAST-ISSUED-VERSION DELIMITED BY SIZE
               INTO VERSION-RECORD
           END-STRING
           WRITE VERSION-RECORD
           MOVE "BACKUP-LIVE-CONTENT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, VERSION-FILE-NAME,
               VERSION-FILE-STATUS
           CLOSE VERSION-FILE
           MOVE "BACKUP-LIVE-CONTENT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, VERSION-FILE-NAME,
               VERSION-FILE-STATUS
           .

       BACKUP-ONE-FILE.
           PERFORM CHECK-FILE-HAS-RECORDS
           IF FILE-HAS-RECORDS = "Y"
               PERFORM COPY-CONTENT-FILE
           ELSE
               PERFORM EMPTY-TARGET-FILE
           END-IF
           .

      *-----------------------------------------------------------------
      * Retour à la version précédente: les .PRV repassent en
      * service et COBOVERS.PRV redevient la ligne de version. Le
      * dernier numéro attribué est conservé, puis COBOVERS.PRV est
      * vidé: un second retour de suite n'a plus rien à restaurer.
      *-----------------------------------------------------------------
       ROLLBACK-PREVIOUS-CONTENT.
           MOVE VERSION-PREVIOUS-NAME TO VERSION-FILE-NAME
           PERFORM READ-VERSION-LINE
           IF VERSION-FOUND = "N"
               DISPLAY "Aucune version précédente à remettre en "
                   & "service (COBOVERS.PRV absent ou vide)."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PREVIOUS-VERSION
           IF FUNCTION TEST-NUMVAL(VRS-F1) = 0
               MOVE FUNCTION NUMVAL(VRS-F1) TO PREVIOUS-VERSION
           END-IF

           DISPLAY "Version en service: " CURRENT-VERSION
               ", retour à la version " PREVIOUS-VERSION

           MOVE MONSTER-PREVIOUS-NAME TO COPY-SOURCE-NAME
           MOVE MONSTER-LIVE-NAME TO COPY-TARGET-NAME
           PERFORM RESTORE-ONE-FILE
           MOVE DIALOG-PREVIOUS-NAME TO COPY-SOURCE-NAME
           MOVE DIALOG-LIVE-NAME TO COPY-TARGET-NAME
           PERFORM RESTORE-ONE-FILE
           MOVE HELP-PREVIOUS-NAME TO COPY-SOURCE-NAME
           MOVE HELP-LIVE-NAME TO COPY-TARGET-NAME
           PERFORM RESTORE-ONE-FILE

           MOVE PREVIOUS-VERSION TO CURRENT-VERSION
           MOVE VRS-F2 TO CURRENT-VERSION-DATE
           MOVE VRS-F3 TO CURRENT-VERSION-TIME
           PERFORM WRITE-LIVE-VERSION
           MOVE VERSION-PREVIOUS-NAME TO COPY-TARGET-NAME
           PERFORM EMPTY-TARGET-FILE

           DISPLAY SPACE
           DISPLAY "Contenu version " CURRENT-VERSION
               " remis en service."
           .

       RESTORE-ONE-FILE.
           PERFORM CHECK-FILE-HAS-RECORDS
           IF FILE-HAS-RECORDS = "Y"
               PERFORM COPY-CONTENT-FILE
               DISPLAY "  " FUNCTION TRIM(COPY-TARGET-NAME) ": "
                   COPY-RECORD-COUNT " ligne(s) restaurées"
           ELSE
               DISPLAY "  " FUNCTION TRIM(COPY-TARGET-NAME)
                   ": pas de version précédente, fichier inchangé"
           END-IF
           .

      *-----------------------------------------------------------------
      * État: version en service, copies en attente, retour possible
      *-----------------------------------------------------------------
       SHOW-RELEASE-STATUS.
           IF CURRENT-VERSION = 0
               DISPLAY "Version en service: aucune (contenu jamais "
                   & "mis en service par cet utilitaire)"
           ELSE
               DISPLAY "Version en service: " CURRENT-VERSION
                   " du " CURRENT-VERSION-DATE " à "
                   CURRENT-VERSION-TIME
           END-IF
           DISPLAY "Dernier numéro attribué: " LAST-ISSUED-VERSION

           MOVE MONSTER-STAGED-NAME TO COPY-SOURCE-NAME
           PERFORM SHOW-STAGED-FILE
           MOVE DIALOG-STAGED-NAME TO COPY-SOURCE-NAME
           PERFORM SHOW-STAGED-FILE
           MOVE HELP-STAGED-NAME TO COPY-SOURCE-NAME
           PERFORM SHOW-STAGED-FILE

           MOVE VERSION-PREVIOUS-NAME TO VERSION-FILE-NAME
           PERFORM READ-VERSION-LINE
           IF VERSION-FOUND = "Y"
               DISPLAY "Retour possible vers la version "
                   FUNCTION TRIM(VRS-F1)
           ELSE
               DISPLAY "Aucun retour possible."
           END-IF
           .

       SHOW-STAGED-FILE.
           PERFORM CHECK-FILE-HAS-RECORDS
           IF FILE-HAS-RECORDS = "Y"
               DISPLAY "En attente: " FUNCTION TRIM(COPY-SOURCE-NAME)
           ELSE
               DISPLAY "Pas de copie en attente: "
                   FUNCTION TRIM(COPY-SOURCE-NAME)
           END-IF
           .

      *-----------------------------------------------------------------
      * Nouvelle ligne de COBOVERS.DAT depuis CURRENT-VERSION et
      * LAST-ISSUED-VERSION
      *-----------------------------------------------------------------
       WRITE-LIVE-VERSION.
           MOVE VERSION-LIVE-NAME TO VERSION-FILE-NAME
           OPEN OUTPUT VERSION-FILE
           MOVE "WRITE-LIVE-VERSION" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, VERSION-FILE-NAME,
               VERSION-FILE-STATUS
           IF NOT VERSION-FILE-OK
               DISPLAY "ERREUR: écriture de COBOVERS.DAT impossible "
                   & "(statut " VERSION-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VERSION-RECORD
           STRING "V|" DELIMITED BY SIZE
               CURRENT-VERSION DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CURRENT-VERSION-DATE DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               CURRENT-VERSION-TIME DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               LAST-ISSUED-VERSION DELIMITED BY SIZE
               INTO VERSION-RECORD
           END-STRING
           WRITE VERSION-RECORD
           MOVE "WRITE-LIVE-VERSION" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, VERSION-FILE-NAME,
               VERSION-FILE-STATUS
           CLOSE VERSION-FILE
           MOVE "WRITE-LIVE-VERSION" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, VERSION-FILE-NAME,
               VERSION-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * 'Y' dans FILE-HAS-RECORDS si COPY-SOURCE-NAME existe et
      * contient au moins une ligne
      *-----------------------------------------------------------------
       CHECK-FILE-HAS-RECORDS.
           MOVE "N" TO FILE-HAS-RECORDS
           OPEN INPUT COPY-SOURCE-FILE
           MOVE "CHECK-FILE-HAS-RECORDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           IF NOT COPY-SOURCE-OK
               EXIT PARAGRAPH
           END-IF
           READ COPY-SOURCE-FILE
               NOT AT END
                   MOVE "Y" TO FILE-HAS-RECORDS
           END-READ
           MOVE "CHECK-FILE-HAS-RECORDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           CLOSE COPY-SOURCE-FILE
           MOVE "CHECK-FILE-HAS-RECORDS" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           .

      *-----------------------------------------------------------------
      * Copie ligne à ligne de COPY-SOURCE-NAME vers
      * COPY-TARGET-NAME (cible remplacée)
      *-----------------------------------------------------------------
       COPY-CONTENT-FILE.
           MOVE "N" TO COPY-RESULT
           MOVE 0 TO COPY-RECORD-COUNT
           OPEN INPUT COPY-SOURCE-FILE
           MOVE "COPY-CONTENT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           IF NOT COPY-SOURCE-OK
               DISPLAY "ERREUR: lecture de "
                   FUNCTION TRIM(COPY-SOURCE-NAME) " impossible"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COPY-TARGET-FILE
           MOVE "COPY-CONTENT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-TARGET-NAME,
               COPY-TARGET-STATUS
           IF NOT COPY-TARGET-OK
               DISPLAY "ERREUR: écriture de "
                   FUNCTION TRIM(COPY-TARGET-NAME) " impossible"
               CLOSE COPY-SOURCE-FILE
               MOVE "COPY-CONTENT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COPY-SOURCE-NAME, COPY-SOURCE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COPY-AT-EOF
           PERFORM UNTIL COPY-AT-EOF = "Y"
               READ COPY-SOURCE-FILE
                   AT END
                       MOVE "Y" TO COPY-AT-EOF
                   NOT AT END
                       MOVE COPY-SOURCE-RECORD TO COPY-TARGET-RECORD
                       WRITE COPY-TARGET-RECORD
                       ADD 1 TO COPY-RECORD-COUNT
               END-READ
               MOVE "COPY-CONTENT-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COPY-SOURCE-NAME, COPY-SOURCE-STATUS
           END-PERFORM
           CLOSE COPY-SOURCE-FILE
           MOVE "COPY-CONTENT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-SOURCE-NAME,
               COPY-SOURCE-STATUS
           CLOSE COPY-TARGET-FILE
           MOVE "COPY-CONTENT-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-TARGET-NAME,
               COPY-TARGET-STATUS
           MOVE "Y" TO COPY-RESULT
           .

      *-----------------------------------------------------------------
      * Remise à vide de COPY-TARGET-NAME (copie en attente
      * consommée, sauvegarde sans contenu)
      *-----------------------------------------------------------------
       EMPTY-TARGET-FILE.
           OPEN OUTPUT COPY-TARGET-FILE
           MOVE "EMPTY-TARGET-FILE" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, COPY-TARGET-NAME,
               COPY-TARGET-STATUS
           IF COPY-TARGET-OK
               CLOSE COPY-TARGET-FILE
               MOVE "EMPTY-TARGET-FILE" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   COPY-TARGET-NAME, COPY-TARGET-STATUS
               MOVE "Y" TO COPY-RESULT
           ELSE
               MOVE "N" TO COPY-RESULT
           END-IF
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, MONSTER-LIVE-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MONSTER-STAGED-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               MONSTER-PREVIOUS-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, DIALOG-LIVE-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DIALOG-STAGED-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DIALOG-PREVIOUS-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, HELP-LIVE-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, HELP-STAGED-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               HELP-PREVIOUS-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, VERSION-LIVE-NAME
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               VERSION-PREVIOUS-NAME
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM CONTENT-RELEASE.
