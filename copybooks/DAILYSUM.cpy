      *****************************************************************
      * DAILYSUM.CPY - Enregistrement du résumé quotidien COBODAILY.DAT
      *
      * Fichier indexé tenu par DAILY-SUMMARY et lu par GAME-REPORT,
      * BALANCE-REPORT et GOLD-REPORT. Un enregistrement par jour,
      * emplacement, nature et code:
      *   E événement du journal: code d'événement en tête du code;
      *     la 5e position vaut L pour une ligne libre d'un ancien
      *     journal (classée à l'agrégation); positions 6 à 13:
      *     événement en direct porté par l'enregistrement (CWIN,
      *     ARNW, QSTC, voir LIVE-EVENTS), à blanc sinon. Montant 1
      *     et 2: somme des deux champs numériques typés; montant 4:
      *     plus grande valeur du premier (version du contenu pour
      *     NEWG/LOAD/NGPL)
      *   L mouvement du grand livre de l'or: code source puis signe
      *     (+ ou -); montant 1: or déplacé
      *   T combat de la télémétrie: monstre (20), difficulté (1),
      *     version des paramètres (8), issue (1); montants 1 à 3:
      *     tours, dégâts infligés, dégâts subis
      *   H repère de reprise d'un flux (date à zéro, code = nom du
      *     flux): montant 1 archives de rotation déjà intégrées,
      *     montant 2 enregistrements déjà intégrés du fichier actif,
      *     montants 3 et 4 date et heure du dernier passage
      * La date est celle de l'horodatage réel de l'événement; les
      * mouvements, les combats et les lignes libres, qui n'en
      * portent pas, prennent la date du passage qui les intègre.
      *****************************************************************
       01 DAILY-SUMMARY-RECORD.
          05 DSM-KEY.
             10 DSM-DATE             PIC 9(8).
             10 DSM-SLOT             PIC X(8).
             10 DSM-KIND             PIC X(1).
                88 DSM-IS-EVENT      VALUE "E".
                88 DSM-IS-LEDGER     VALUE "L".
                88 DSM-IS-TELEMETRY  VALUE "T".
                88 DSM-IS-MARK       VALUE "H".
             10 DSM-CODE             PIC X(30).
             10 DSM-EVENT-CODE REDEFINES DSM-CODE.
                15 DSM-EVENT-TYPE    PIC X(4).
                15 DSM-EVENT-ORIGIN  PIC X(1).
                15 DSM-EVENT-LIVE-ID PIC X(8).
                15 FILLER            PIC X(17).
             10 DSM-LEDGER-CODE REDEFINES DSM-CODE.
                15 DSM-LEDGER-SOURCE PIC X(4).
                15 DSM-LEDGER-SIGN   PIC X(1).
                15 FILLER            PIC X(25).
             10 DSM-TELEM-CODE REDEFINES DSM-CODE.
                15 DSM-TELEM-ENEMY   PIC X(20).
                15 DSM-TELEM-DIFFICULTY PIC X(1).
                15 DSM-TELEM-TUNE-VERSION PIC X(8).
                15 DSM-TELEM-OUTCOME PIC X(1).
          05 DSM-COUNT               PIC 9(9).
          05 DSM-AMOUNT-1            PIC 9(12).
          05 DSM-AMOUNT-2            PIC 9(12).
          05 DSM-AMOUNT-3            PIC 9(12).
          05 DSM-AMOUNT-4            PIC 9(12).
