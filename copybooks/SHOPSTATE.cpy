      *****************************************************************
      * SHOPSTATE.CPY - Enregistrement de l'état des boutiques
      *
      * Fichier COBOSHOP.DAT tenu par MERCHANT-SYSTEM et lu par
      * SHOP-REPORT. Un enregistrement par classe de ville (V, C, R):
      * jour du dernier réapprovisionnement puis, pour chacun des 13
      * articles du catalogue, la quantité restante et la dérive de
      * prix. Suit le cumul des ventes de la classe, article par
      * article: objet du fichier maître et classe de catalogue de
      * l'article ('A' = vendu partout), unités vendues au joueur et
      * rachetées au joueur, jours de rupture (l'article épuisé ne
      * revient qu'au réapprovisionnement du lendemain), et sommes
      * du prix de liste, du prix après dérive et du prix
      * effectivement payé (remise ou majoration de relation
      * comprise), plus l'or versé aux rachats. Les reprises d'objets
      * hors catalogue sont cumulées à part. Une zone de cumul à
      * blanc (fichier écrit avant le suivi des ventes) se lit comme
      * des compteurs à zéro.
      *****************************************************************
       01 SHOP-STATE-RECORD.
          05 SHP-REC-CLASS           PIC X(1).
          05 SHP-REC-DAY             PIC 9(3).
          05 SHP-REC-ITEM OCCURS 13 TIMES.
             10 SHP-REC-QTY          PIC 9(2).
             10 SHP-REC-MOD          PIC 9(3).
          05 SHP-REC-SALES-AREA.
             10 SHP-REC-SALES OCCURS 13 TIMES.
                15 SHP-REC-MASTER-ID PIC 9(3).
                15 SHP-REC-TOWN-CLASS
                                     PIC X(1).
                15 SHP-REC-COUNTERS.
                   20 SHP-REC-SOLD   PIC 9(5).
                   20 SHP-REC-BOUGHT PIC 9(5).
                   20 SHP-REC-ZERO-DAYS
                                     PIC 9(4).
                   20 SHP-REC-LIST-GOLD
                                     PIC 9(8).
                   20 SHP-REC-DRIFT-GOLD
                                     PIC 9(8).
                   20 SHP-REC-PAID-GOLD
                                     PIC 9(8).
                   20 SHP-REC-BUYBACK-GOLD
                                     PIC 9(8).
             10 SHP-REC-OFF-QTY      PIC 9(5).
             10 SHP-REC-OFF-GOLD     PIC 9(8).
