          05 CHECKPOINT-ARENA-DATA.
             10 CHK-ARENA-ROUND         PIC 9(1)   VALUE 0.
             10 CHK-ARENA-WAGER         PIC 9(5)   VALUE 0.
      *-----------------------------------------------------------------
      * PV du PNJ escorté (GS-ESCORT) à la fin du dernier tour: la
      * sauvegarde relue à la reprise date d'avant le combat, ses
      * blessures reviennent donc d'ici (et seulement pour la même
      * escorte, CHK-ESC-QUEST-ID).
      *-----------------------------------------------------------------
          05 CHECKPOINT-ESCORT-DATA.
             10 CHK-ESC-QUEST-ID        PIC 9(3)   VALUE 0.
             10 CHK-ESC-HP-CURRENT      PIC 9(3)   VALUE 0.
