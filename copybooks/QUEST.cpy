             10 QUEST-TYPE          PIC X(1).
                88 QUEST-MAIN       VALUE 'M'.
                88 QUEST-SIDE       VALUE 'S'.
                88 QUEST-ESCORT     VALUE 'E'.
                88 QUEST-INVESTIGATION VALUE 'I'.
             10 QUEST-GIVER-NPC     PIC X(30).
             10 QUEST-FAIL-TURNS    PIC 9(3)   VALUE 0.
      *-----------------------------------------------------------------
      * un choix entre deux issues exclusives (camp des Archivistes
      * ou des Techniciens), remplacé par 'A' ou 'T' une fois le
      * camp choisi - l'autre voie est close pour la partie (voir
      * RESOLVE-QUEST-BRANCH). Espace = résolution unique. Les
      * enquêtes se concluent en 'J' (déduction juste) ou en 'E'
      * (fausse piste, récompense réduite; voir
      * DEDUCE-INVESTIGATION).
      *-----------------------------------------------------------------
             10 QUEST-BRANCH        PIC X(1)   VALUE SPACE.
             10 QUEST-OBJECTIVES    OCCURS 5 TIMES.
