      *   PRET emprunt bancaire versé REMB remboursement d'emprunt
      *   TRES cache de la carte au trésor
      *   ACHM achat de monture      PENS pension d'écurie
      *   RESP réattribution des points chez le maître d'armes
      *   REPR reprise en boutique d'un objet vendu le jour même
      *        (au prix de vente: ni achat ni vente ordinaire)
      *   BONV bon de récompense encaissé au courrier
      *   VDEP produit net d'une vente en dépôt-vente (retiré au
      *        comptoir ou encaissé au courrier)
      *   INVS chantier de ville financé (boutique, auberge, forge
      *        ou remparts)
      *   INTD achat chez l'intendant d'une faction
      *   CMSN commande d'artisan livrée au tableau des primes
      *   HERI héritage de Nouvelle Partie (bourse garnie)
      *   SUPP or fixé par le pupitre de support
      *   SECR or d'un code secret
      *   NOUV nouvelle partie: delta nul, la bourse de départ
      *        devient le solde de référence
      *   CHRG recalage silencieux au chargement d'une sauvegarde
      *        (partie quittée sans sauvegarder)
      *****************************************************************
       01 LEDGER-FIELDS.
          05 LGR-SLOT                PIC X(8)   VALUE SPACES.
