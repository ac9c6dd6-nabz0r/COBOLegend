      *****************************************************************
      * ITEMLEDG.CPY - Champs d'un mouvement du livre des objets
      *
      * Pendant de GOLDLEDG.cpy pour les objets. Renseignés par le
      * module appelant avant chaque CALL "ITEM-LEDGER":
      *   'C' contexte: emplacement et jour de jeu retenus pour les
      *       mouvements qui arrivent sans eux (INVENTORY-SYSTEM ne
      *       connaît pas l'état de partie)
      *   'W' mouvement: source, lieu, delta signé, objet
      *   'O' ouverture d'une nouvelle partie sur l'emplacement (le
      *       rapprochement repart de cette marque)
      *   'H' détention constatée: un objet (lieu, nom, quantité)
      *       ajouté à la liste à rapprocher
      *   'K' rapprochement de la liste constatée avec le livre
      *       (ILG-RECON-MODE 'S' sauvegarde: écarts signalés et
      *       recalés DRIF; 'L' chargement: écarts recalés CHRG sans
      *       message). ILG-DRIFT-COUNT en retour.
      *
      * Lieux: S sac à dos, C coffre de la banque, A anneau de clés,
      * D objets en dépôt-vente chez un marchand, M matériaux de
      * fabrication (halle au négoce: provenance seule, hors
      * rapprochement, le stock de matériaux ayant son propre
      * compte dans GS-MATERIAL-QTY).
      *
      * Codes source en service:
      *   INIT équipement de départ   HERI héritage de Nouvelle Partie
      *   LOOT butin de combat        ACHA achat en boutique
      *   VENT vente en boutique      COFF coffre de donjon
      *   QUET récompense de quête    FABR fabrication JCL
      *   PARC parchemin de recette déchiffré au terminal
      *   ARTF objet décomposé en Artefact temporel
      *   TROP trophée de boss errant CART carte au trésor trouvée
      *   TRES carte au trésor utilisée
      *   SECR code secret            TEMP souvenir d'une ère
      *   CDEP dépôt au coffre        CRET retrait du coffre
      *   SAIS gage confisqué par la banque
      *   ANNO rangement sur l'anneau de clés
      *   COMP arme confiée au compagnon
      *   DON  cadeau à un PNJ        PRIM objets livrés pour une prime
      *   CONS consommable utilisé    NEGA/NEGV achat/vente à la halle
      *   REPR objet vendu repris en boutique le jour même
      *   DEPV objet confié en dépôt-vente
      *   DEPR objet invendu repris au dépôt-vente
      *   VDEP objet vendu par le marchand en dépôt-vente
      *   INTD achat chez l'intendant d'une faction
      *   CMSN pièce livrée pour une commande d'artisan
      *   EXPD artefact rapporté d'expédition par le compagnon
      *   DIVR mouvement sans source précisée par l'appelant
      *   NOUV marque de nouvelle partie
      *   OUVR ouverture du livre (emplacement encore inconnu)
      *   CHRG recalage au chargement d'une sauvegarde
      *   DRIF recalage après dérive constatée à la sauvegarde
      * Nature déduite du code: T transfert (CDEP, CRET, ANNO, COMP,
      * DEPV, DEPR), R recalage (OUVR, CHRG, DRIF), O ouverture
      * (NOUV), sinon C création ou D destruction selon le signe.
      *****************************************************************
       01 ITEM-LEDGER-FIELDS.
          05 ILG-SLOT                PIC X(8)   VALUE SPACES.
          05 ILG-DAY                 PIC 9(3)   VALUE 0.
          05 ILG-SOURCE              PIC X(4)   VALUE SPACES.
          05 ILG-PLACE               PIC X(1)   VALUE "S".
          05 ILG-DELTA               PIC S9(4)  VALUE 0.
          05 ILG-ITEM-ID             PIC 9(3)   VALUE 0.
          05 ILG-ITEM-NAME           PIC X(20)  VALUE SPACES.
          05 ILG-RECON-MODE          PIC X(1)   VALUE "S".
          05 ILG-DRIFT-COUNT         PIC 9(3)   VALUE 0.
