      *****************************************************************
      * CONTREL.CPY - Zone d'échange de la mise en service du contenu
      *
      * Zone EXTERNAL partagée entre CONTENT-RELEASE et les
      * validateurs qu'il enchaîne (MONSTER-CHECK, contrôle de
      * DIALOG-MAINT, CONTENT-XREF et son sous-programme
      * ITEM-SOURCE, contrôle du manuel de HELP-SYSTEM). Quand
      * CRA-ACTIVE vaut 'Y', le validateur lit les fichiers
      * candidats nommés ici (copies en attente .STG) au lieu des
      * fichiers en service, et rend son nombre
      * d'erreurs dans CRA-ERROR-COUNT. Lancé seul, un validateur
      * trouve la zone inactive et garde ses noms habituels.
      *****************************************************************
       01 CONTENT-RELEASE-AREA EXTERNAL.
          05 CRA-ACTIVE              PIC X(1).
          05 CRA-MONSTER-FILE        PIC X(80).
          05 CRA-DIALOG-FILE         PIC X(80).
          05 CRA-HELP-FILE           PIC X(80).
          05 CRA-ERROR-COUNT         PIC 9(3).
