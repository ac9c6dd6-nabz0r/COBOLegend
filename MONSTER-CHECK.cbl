      * ('N','H','C','D','B'), le fanion nocturne ('Y'/'N'), des
      * statistiques plausibles (PV et attaque non nuls) et le
      * plafond de 30 entrées du bestiaire. Le responsable du
      * contenu le lance avant de livrer un COBOMON.DAT; la mise en
      * service CONTENT-RELEASE l'appelle sur la copie en attente
      * COBOMON.STG (voir CONTREL.cpy) et relit son verdict.
      * Compilable séparément: make monster-check
      *****************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONSTER-DATA-FILE ASSIGN TO DYNAMIC MONSTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONSTER-DATA-STATUS.

       01 MONSTER-DATA-STATUS        PIC X(2)   VALUE SPACES.
          88 MONSTER-DATA-OK         VALUE "00".
       01 MONSTER-FILE-EOF           PIC X(1)   VALUE "N".
       01 MONSTER-FILE-NAME          PIC X(80)  VALUE "COBOMON.DAT".

       01 MNF-TYPE                   PIC X(1)   VALUE SPACE.
       01 MNF-F1                     PIC X(20)  VALUE SPACES.
       01 ENTRY-COUNT                PIC 9(3)   VALUE 0.
       01 ERROR-COUNT                PIC 9(3)   VALUE 0.

       COPY "CONTREL.cpy".

      *-----------------------------------------------------------------
      * Fichier pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="MONSTER-CHECK"==.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== VALIDATION DU BESTIAIRE COBOMON.DAT ==="
           PERFORM RESOLVE-DATA-FILES
           DISPLAY FUNCTION TRIM(DATA-ENVIRONMENT-LINE)
           IF CRA-ACTIVE = "Y"
               MOVE CRA-MONSTER-FILE TO MONSTER-FILE-NAME
               DISPLAY "Fichier candidat: "
                   FUNCTION TRIM(MONSTER-FILE-NAME)
           END-IF
           DISPLAY SPACE

           OPEN INPUT MONSTER-DATA-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MONSTER-FILE-NAME,
               MONSTER-DATA-STATUS
           IF NOT MONSTER-DATA-OK
               DISPLAY FUNCTION TRIM(MONSTER-FILE-NAME)
                   " introuvable: lancez d'abord le "
                   & "jeu pour exporter la référence."
               IF CRA-ACTIVE = "Y"
                   MOVE 1 TO CRA-ERROR-COUNT
               END-IF
               GOBACK
           END-IF

           PERFORM UNTIL MONSTER-FILE-EOF = "Y"
                       ADD 1 TO LINE-NUMBER
                       PERFORM CHECK-ONE-RECORD
               END-READ
               MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   MONSTER-FILE-NAME, MONSTER-DATA-STATUS
           END-PERFORM
           CLOSE MONSTER-DATA-FILE
           MOVE "MAIN-LOGIC" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, MONSTER-FILE-NAME,
               MONSTER-DATA-STATUS

           IF ENTRY-COUNT > 30
               ADD 1 TO ERROR-COUNT
               DISPLAY "Verdict: " ERROR-COUNT " erreur(s), NE PAS "
                   & "mettre ce fichier en service."
           END-IF
           IF CRA-ACTIVE = "Y"
               MOVE ERROR-COUNT TO CRA-ERROR-COUNT
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * Contrôle d'un enregistrement 'M' (les autres lignes sont
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, MONSTER-FILE-NAME
           MOVE 'E' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION,
               DATA-ENVIRONMENT-LINE
           .

       END PROGRAM MONSTER-CHECK.
