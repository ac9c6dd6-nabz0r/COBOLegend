      *****************************************************************
      * ERRLOG.CPY - Journal central des erreurs d'entrée-sortie
      *
      * Champs de l'appelant de ERROR-LOG. Après chaque ordre
      * d'entrée-sortie, le programme pose le paragraphe en cours et
      * appelle ERROR-LOG avec le nom du fichier (PIC X(80)) et son
      * code retour (PIC X(2)):
      *   'E' contrôle du code retour (opération par défaut): tout
      *       code autre que 00, fin de fichier (1x) ou clé absente
      *       (23) est ajouté à COBOERR.LOG
      *   'O' même contrôle pour un fichier facultatif (archive de
      *       rotation): son absence (35) n'est pas une erreur
      *   'S' emplacement de sauvegarde courant pris dans ERL-SLOT,
      *       repris dans les lignes suivantes de la session
      * Le nom du programme est posé à la copie:
      *   COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="NOM"==.
      *****************************************************************
       01 ERROR-LOG-FIELDS.
          05 ERL-OPERATION           PIC X(1)   VALUE 'E'.
          05 ERL-PROGRAM             PIC X(20)  VALUE :PROGRAM:.
          05 ERL-PARAGRAPH           PIC X(30)  VALUE SPACES.
          05 ERL-SLOT                PIC X(8)   VALUE SPACES.
