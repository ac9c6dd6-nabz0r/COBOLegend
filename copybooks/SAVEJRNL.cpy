      *****************************************************************
      * SAVEJRNL.CPY - Journal d'intention de la sauvegarde
      *
      * Champs échangés entre MAIN-GAME et SAVE-JOURNAL:
      *   'D' ouverture d'une entrée avant les écritures d'une
      *       sauvegarde (emplacement, image de l'enregistrement à
      *       écrire, images des fichiers compagnons de l'emplacement)
      *   'T' entrée terminée
      *   'R' relecture au démarrage: SJR-STATE en retour
      *       'N' rien à reprendre
      *       'D' entrée inachevée mais complète: l'image de
      *           l'enregistrement est rendue pour reprise en avant
      *       'I' entrée incomplète (arrêt pendant son écriture):
      *           aucun fichier n'a encore été touché, retour arrière
      *   'C' remise des fichiers compagnons (banque, boutiques,
      *       point de reprise) dans l'état noté par l'entrée
      *****************************************************************
       01 SAVE-JOURNAL-FIELDS.
          05 SJR-SLOT                PIC X(8)   VALUE SPACES.
          05 SJR-DATE                PIC X(8)   VALUE SPACES.
          05 SJR-TIME                PIC X(6)   VALUE SPACES.
          05 SJR-STATE               PIC X(1)   VALUE "N".
             88 SJR-NOTHING-PENDING  VALUE "N".
             88 SJR-ROLL-FORWARD     VALUE "D".
             88 SJR-ROLL-BACK        VALUE "I".
