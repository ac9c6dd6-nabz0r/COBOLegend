      *****************************************************************
      * HELP.CPY - Paramètres d'appel du manuel en jeu (HELP-SYSTEM)
      *
      * HLP-OPERATION:
      *   'M'  manuel complet: index des sujets et recherche par
      *        mot-clé
      *   'C'  aide de l'écran courant: ouvre le sujet dont le
      *        contexte vaut HLP-CONTEXT (JEU, MARCHAND, BANQUE,
      *        CRAFT, COMBAT...), manuel complet si aucun ne répond
      *   'V'  contrôle du fichier d'aide candidat nommé dans la zone
      *        CONTREL.cpy (appel de CONTENT-RELEASE), erreurs
      *        rendues dans CRA-ERROR-COUNT
      * HLP-LANGUAGE: langue du joueur (GS-LANGUAGE, "FR" ou "EN");
      * un sujet sans texte anglais s'affiche en français.
      *****************************************************************
       01 HELP-PARAMS.
          05 HLP-OPERATION           PIC X(1)   VALUE 'M'.
             88 HLP-OP-MANUAL        VALUE 'M'.
             88 HLP-OP-CONTEXT       VALUE 'C'.
             88 HLP-OP-VALIDATE      VALUE 'V'.
          05 HLP-CONTEXT             PIC X(10)  VALUE SPACES.
          05 HLP-LANGUAGE            PIC X(2)   VALUE "FR".
