      *****************************************************************
      * ERROR-LOG.CBL - Journal central des erreurs d'entrée-sortie
      *
      * Chaque programme traitait ses codes retour de fichier à sa
      * façon: un message à l'écran, ou un repli silencieux sur des
      * valeurs par défaut (monstres par défaut réécrits, compte en
      * banque vide). Un "la banque a oublié mon or" ne laissait
      * aucune trace. Tous les programmes appellent désormais ce
      * module après chaque ordre d'entrée-sortie; tout code retour
      * autre que 00, fin de fichier (1x) ou clé absente (23) est
      * ajouté à COBOERR.LOG avec le programme, le paragraphe, le
      * fichier, le code, l'emplacement courant et l'horodatage réel
      * (voir ERRREC.cpy). MAIN-GAME pose l'emplacement au choix de
      * la partie (opération 'S').
      *
      * Un incident sur COBOERR.LOG lui-même n'est signalé nulle part:
      * le journal ne doit jamais interrompre le programme appelant.
      * OPS-BATCH en fait la synthèse de la nuit (ERROR-REPORT).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERROR-LOG.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC ERROR-LOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "ERRREC.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       01 ERROR-LOG-FILE-PATH        PIC X(80)  VALUE "COBOERR.LOG".
       01 ERROR-LOG-PATH-RESOLVED    PIC X(1)   VALUE "N".

       01 ERROR-LOG-STATUS           PIC X(2)   VALUE SPACES.
          88 ERROR-LOG-OK            VALUE "00".

      *    Emplacement de la partie en cours (opération 'S')
       01 CURRENT-SLOT               PIC X(8)   VALUE SPACES.

       LINKAGE SECTION.
       01 LOG-FIELDS.
          05 LOG-OPERATION           PIC X(1).
             88 OP-CHECK-STATUS      VALUE 'E'.
             88 OP-CHECK-OPTIONAL    VALUE 'O'.
             88 OP-SET-SLOT          VALUE 'S'.
          05 LOG-PROGRAM             PIC X(20).
          05 LOG-PARAGRAPH           PIC X(30).
          05 LOG-SLOT                PIC X(8).
       01 LOG-FILE-NAME              PIC X(80).
       01 LOG-FILE-STATUS            PIC X(2).
          88 STATUS-NORMAL           VALUE "00" "10" "23".

       PROCEDURE DIVISION USING LOG-FIELDS, LOG-FILE-NAME,
                                LOG-FILE-STATUS.
       MAIN-ENTRY.
           EVALUATE TRUE
               WHEN OP-SET-SLOT
                   MOVE LOG-SLOT TO CURRENT-SLOT
               WHEN OP-CHECK-STATUS
                   IF NOT STATUS-NORMAL
                      AND LOG-FILE-STATUS(1:1) NOT = "1"
                       PERFORM APPEND-ERROR-LINE
                   END-IF
               WHEN OP-CHECK-OPTIONAL
                   IF NOT STATUS-NORMAL
                      AND LOG-FILE-STATUS(1:1) NOT = "1"
                      AND LOG-FILE-STATUS NOT = "35"
                       PERFORM APPEND-ERROR-LINE
                   END-IF
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Une ligne ajoutée à COBOERR.LOG (créé au premier incident)
      *-----------------------------------------------------------------
       APPEND-ERROR-LINE.
           IF ERROR-LOG-PATH-RESOLVED = "N"
               MOVE "Y" TO ERROR-LOG-PATH-RESOLVED
               MOVE 'R' TO DATA-PATH-OPERATION
               CALL "DATA-PATH" USING DATA-PATH-OPERATION,
                   ERROR-LOG-FILE-PATH
           END-IF
           OPEN EXTEND ERROR-LOG-FILE
           IF NOT ERROR-LOG-OK
               OPEN OUTPUT ERROR-LOG-FILE
               IF NOT ERROR-LOG-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO ERROR-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO ERR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO ERR-TIME
           MOVE LOG-PROGRAM TO ERR-PROGRAM
           MOVE LOG-PARAGRAPH TO ERR-PARAGRAPH
           MOVE LOG-FILE-STATUS TO ERR-STATUS
           MOVE CURRENT-SLOT TO ERR-SLOT
           MOVE LOG-FILE-NAME TO ERR-FILE-NAME
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE
           .

       END PROGRAM ERROR-LOG.
