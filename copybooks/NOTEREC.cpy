      *****************************************************************
      * NOTEREC.CPY - Enregistrement du tableau partagé COBONOTE.DAT
      *
      * Une note de carte publiée par un joueur (voir MAP-NOTES.cbl):
      * numéro attribué à la publication, emplacement et nom du
      * héros auteur, case de la carte de surface, jour de jeu et
      * date réelle de publication, texte, compteurs d'approbations
      * et de signalements des autres emplacements, état:
      *   A active, vue des autres emplacements sur sa case
      *   M masquée après trop de signalements, en attente de
      *     l'opérateur (NOTE-ADMIN)
      * Tenu par MAP-NOTES-SYSTEM, relu et purgé par NOTE-ADMIN.
      *****************************************************************
       01 NOTE-RECORD.
          05 NTR-ID                  PIC 9(5).
          05 NTR-SLOT                PIC X(8).
          05 NTR-AUTHOR              PIC X(20).
          05 NTR-X                   PIC 9(2).
          05 NTR-Y                   PIC 9(2).
          05 NTR-DAY                 PIC 9(3).
          05 NTR-DATE                PIC 9(8).
          05 NTR-TEXT                PIC X(40).
          05 NTR-UPVOTES             PIC 9(3).
          05 NTR-REPORTS             PIC 9(3).
          05 NTR-STATUS              PIC X(1).
             88 NTR-ACTIVE           VALUE "A".
             88 NTR-MASKED           VALUE "M".
