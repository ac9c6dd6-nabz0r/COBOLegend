      *****************************************************************
      * DATA-PATH.CBL - Répertoire de données et environnement
      *
      * Tous les programmes ouvraient leurs fichiers sous un nom fixe
      * dans le répertoire courant: essayer une livraison de contenu
      * ou un correctif d'équilibrage touchait les sauvegardes
      * réelles. Chaque nom de fichier passe désormais par ce module
      * avant l'ouverture. Deux variables d'environnement le règlent:
      *   COBODIR  répertoire des fichiers COBO* (absent: répertoire
      *            courant, comme avant)
      *   COBOENV  nom de l'environnement affiché au menu principal
      *            et en tête des états (absent: PRODUCTION)
      * Un jeu de test tourne ainsi à côté de la production avec, par
      * exemple, COBODIR=test/ et COBOENV=TEST.
      *
      * Les deux variables sont lues au premier appel. Un nom qui
      * contient déjà un '/' (chemin donné par l'exploitant, nom déjà
      * résolu) n'est pas modifié.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-PATH.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 PATH-SETTINGS-READ         PIC X(1)   VALUE "N".
       01 DATA-DIRECTORY             PIC X(60)  VALUE SPACES.
       01 DATA-DIRECTORY-LEN         PIC 9(2)   VALUE 0.
       01 DATA-ENVIRONMENT-NAME      PIC X(12)  VALUE SPACES.
       01 RESOLVED-NAME              PIC X(80)  VALUE SPACES.
       01 SLASH-COUNT                PIC 9(2)   VALUE 0.

       LINKAGE SECTION.
       01 PATH-OPERATION             PIC X(1).
          88 OP-RESOLVE-NAME         VALUE 'R'.
          88 OP-ENVIRONMENT-LINE     VALUE 'E'.
          88 OP-ENVIRONMENT-NAME     VALUE 'N'.
       01 PATH-NAME                  PIC X(80).

       PROCEDURE DIVISION USING PATH-OPERATION, PATH-NAME.
       MAIN-ENTRY.
           IF PATH-SETTINGS-READ = "N"
               PERFORM READ-PATH-SETTINGS
           END-IF
           EVALUATE TRUE
               WHEN OP-RESOLVE-NAME
                   PERFORM RESOLVE-FILE-NAME
               WHEN OP-ENVIRONMENT-LINE
                   PERFORM BUILD-ENVIRONMENT-LINE
               WHEN OP-ENVIRONMENT-NAME
                   MOVE DATA-ENVIRONMENT-NAME TO PATH-NAME
           END-EVALUATE
           GOBACK.

       READ-PATH-SETTINGS.
           MOVE "Y" TO PATH-SETTINGS-READ
           ACCEPT DATA-ENVIRONMENT-NAME FROM ENVIRONMENT "COBOENV"
           IF DATA-ENVIRONMENT-NAME = SPACES
               MOVE "PRODUCTION" TO DATA-ENVIRONMENT-NAME
           END-IF
           MOVE FUNCTION UPPER-CASE(DATA-ENVIRONMENT-NAME)
               TO DATA-ENVIRONMENT-NAME

           ACCEPT DATA-DIRECTORY FROM ENVIRONMENT "COBODIR"
           MOVE 0 TO DATA-DIRECTORY-LEN
           IF DATA-DIRECTORY NOT = SPACES
               COMPUTE DATA-DIRECTORY-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(DATA-DIRECTORY TRAILING))
               IF DATA-DIRECTORY(DATA-DIRECTORY-LEN:1) NOT = "/"
                  AND DATA-DIRECTORY-LEN < 60
                   ADD 1 TO DATA-DIRECTORY-LEN
                   MOVE "/" TO DATA-DIRECTORY(DATA-DIRECTORY-LEN:1)
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * Nom nu: répertoire de données en tête
      *-----------------------------------------------------------------
       RESOLVE-FILE-NAME.
           IF DATA-DIRECTORY-LEN = 0 OR PATH-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SLASH-COUNT
           INSPECT PATH-NAME TALLYING SLASH-COUNT FOR ALL "/"
           IF SLASH-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESOLVED-NAME
           STRING DATA-DIRECTORY(1:DATA-DIRECTORY-LEN)
                   DELIMITED BY SIZE
               PATH-NAME DELIMITED BY SPACE
               INTO RESOLVED-NAME
           END-STRING
           MOVE RESOLVED-NAME TO PATH-NAME
           .

       BUILD-ENVIRONMENT-LINE.
           MOVE SPACES TO PATH-NAME
           IF DATA-DIRECTORY-LEN = 0
               STRING "Environnement: " DELIMITED BY SIZE
                   DATA-ENVIRONMENT-NAME DELIMITED BY SPACE
                   INTO PATH-NAME
               END-STRING
           ELSE
               STRING "Environnement: " DELIMITED BY SIZE
                   DATA-ENVIRONMENT-NAME DELIMITED BY SPACE
                   " (données: " DELIMITED BY SIZE
                   DATA-DIRECTORY(1:DATA-DIRECTORY-LEN)
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO PATH-NAME
               END-STRING
           END-IF
           .

       END PROGRAM DATA-PATH.
