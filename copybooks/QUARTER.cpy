      *****************************************************************
      * QUARTER.CPY - Paramètres d'appel de l'intendance de faction
      *
      * Renseignés par le module appelant avant chaque CALL
      * "QUARTERMASTER-SYSTEM" (voir QUARTER.cbl): comptoir de
      * l'intendant de la faction QTM-FACTION (1 Archivistes,
      * 2 Techniciens, 3 Anomalies, celle qui tient la zone de la
      * ville, voir GS-ZONE-FACTION) dans la ville QTM-TOWN-ID.
      * QTM-PURCHASES rend le nombre d'achats conclus pendant
      * l'appel.
      *****************************************************************
       01 QUARTER-PARAMS.
          05 QTM-FACTION             PIC 9(1)   VALUE 0.
             88 QTM-FACTION-VALID    VALUE 1 THRU 3.
          05 QTM-TOWN-ID             PIC 9(3)   VALUE 0.
          05 QTM-PURCHASES           PIC 9(2)   VALUE 0.
