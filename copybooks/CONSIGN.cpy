      *****************************************************************
      * CONSIGN.CPY - Paramètres d'appel du dépôt-vente
      *
      * Renseignés par le module appelant avant chaque CALL
      * "CONSIGNMENT-SYSTEM" (voir CONSIGN.cbl):
      *   'M' comptoir du dépôt-vente, depuis la boutique de la
      *       ville CSG-TOWN-ID (classe CSG-TOWN-CLASS V/C/R)
      *   'S' règlement des jours écoulés: tirages de vente des
      *       objets en dépôt de l'emplacement, toutes villes
      *       confondues (passage à l'auberge ou à la boutique)
      *   'V' objets en dépôt de l'emplacement déclarés au livre
      *       des objets (lieu D) pour le rapprochement
      *   'D' suppression des dépôts de l'emplacement GS-SAVE-SLOT
      * CSG-SALES-COUNT rend le nombre de ventes conclues par le
      * règlement de l'appel.
      *****************************************************************
       01 CONSIGN-PARAMS.
          05 CSG-OPERATION           PIC X(1)   VALUE 'S'.
             88 CSG-RUN-COUNTER      VALUE 'M'.
             88 CSG-SETTLE-DAYS      VALUE 'S'.
             88 CSG-DECLARE-HOLDINGS VALUE 'V'.
             88 CSG-DROP-SLOT        VALUE 'D'.
          05 CSG-TOWN-ID             PIC 9(3)   VALUE 0.
          05 CSG-TOWN-CLASS          PIC X(1)   VALUE 'V'.
          05 CSG-SALES-COUNT         PIC 9(2)   VALUE 0.
