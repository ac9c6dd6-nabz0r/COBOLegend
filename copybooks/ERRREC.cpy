      *****************************************************************
      * ERRREC.CPY - Ligne de COBOERR.LOG
      *
      * Une ligne par code retour anormal: horodatage réel, programme
      * et paragraphe de l'ordre, code retour, emplacement courant
      * (blanc hors partie) et nom du fichier tel qu'ouvert
      *****************************************************************
       01 ERROR-LOG-RECORD.
          05 ERR-DATE                PIC 9(8).
          05 FILLER                  PIC X(1).
          05 ERR-TIME                PIC 9(6).
          05 FILLER                  PIC X(1).
          05 ERR-PROGRAM             PIC X(20).
          05 FILLER                  PIC X(1).
          05 ERR-PARAGRAPH           PIC X(30).
          05 FILLER                  PIC X(1).
          05 ERR-STATUS              PIC X(2).
          05 FILLER                  PIC X(1).
          05 ERR-SLOT                PIC X(8).
          05 FILLER                  PIC X(1).
          05 ERR-FILE-NAME           PIC X(80).
