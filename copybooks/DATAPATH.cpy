      *****************************************************************
      * DATAPATH.CPY - Fichiers dans le répertoire de données
      *
      * Champs de l'appelant de DATA-PATH:
      *   'R' résolution d'un nom de fichier (zone PIC X(80) de
      *       l'appelant, modifiée sur place): un nom nu reçoit le
      *       répertoire de données en tête, un nom qui porte déjà un
      *       chemin est laissé tel quel (une seconde résolution est
      *       donc sans effet)
      *   'E' ligne d'environnement pour les menus et les en-têtes
      *       d'état, rendue dans DATA-ENVIRONMENT-LINE
      *   'N' nom seul de l'environnement (PRODUCTION, TEST...),
      *       rendu dans DATA-ENVIRONMENT-LINE, pour les fichiers
      *       d'échange
      *****************************************************************
       01 DATA-PATH-OPERATION        PIC X(1)   VALUE 'R'.
       01 DATA-ENVIRONMENT-LINE      PIC X(80)  VALUE SPACES.
