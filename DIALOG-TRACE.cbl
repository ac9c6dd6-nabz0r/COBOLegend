      *****************************************************************
      * DIALOG-TRACE.CBL - Journal des choix de dialogue
      *
      * Les rédacteurs de COBODIAL.DAT n'avaient aucun retour sur
      * les répliques réellement choisies. Ce module consigne dans
      * COBODLOG.DAT chaque événement de conversation transmis par
      * DIALOG-MULTIPLEXER: entrée et reprise, choix retenu, choix
      * masqué par sa condition, nœud resté sans choix (voir
      * DLGTRACE.cpy pour les codes). DIALOG-REPORT agrège le
      * journal par dialogue.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALOG-TRACE.
       AUTHOR. NABZ0R.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-FILE ASSIGN TO DYNAMIC TRACE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRACE-FILE
           LABEL RECORDS ARE STANDARD.
       01 TRACE-RECORD.
          05 DTL-SLOT                PIC X(8).
          05 DTL-DAY                 PIC 9(3).
          05 DTL-EVENT               PIC X(1).
          05 DTL-DIALOG-ID           PIC 9(3).
          05 DTL-NODE-ID             PIC 9(3).
          05 DTL-CHOICE              PIC 9(1).
          05 DTL-NEXT-NODE           PIC 9(3).
          05 DTL-CONDITION           PIC X(50).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       COPY "DATAPATH.cpy".
       COPY "ERRLOG.cpy" REPLACING ==:PROGRAM:== BY =="DIALOG-TRACE"==.
       01 TRACE-FILE-PATH            PIC X(80)  VALUE "COBODLOG.DAT".

       01 TRACE-FILE-STATUS          PIC X(2)   VALUE SPACES.
          88 TRACE-FILE-OK           VALUE "00".

       LINKAGE SECTION.
       01 TRACE-OPERATION            PIC X(1).
          88 OP-WRITE-EVENT          VALUE 'W'.

       COPY "DLGTRACE.cpy".

       PROCEDURE DIVISION USING TRACE-OPERATION, DIALOG-TRACE-FIELDS.
       MAIN-ENTRY.
           PERFORM RESOLVE-DATA-FILES
           IF OP-WRITE-EVENT
               PERFORM WRITE-TRACE-EVENT
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * Ajout d'un événement en fin de journal (mode ajout, même
      * convention de fichier que GOLD-LEDGER)
      *-----------------------------------------------------------------
       WRITE-TRACE-EVENT.
           OPEN EXTEND TRACE-FILE
           IF NOT TRACE-FILE-OK
               CLOSE TRACE-FILE
               OPEN OUTPUT TRACE-FILE
               MOVE "WRITE-TRACE-EVENT" TO ERL-PARAGRAPH
               CALL "ERROR-LOG" USING ERROR-LOG-FIELDS,
                   TRACE-FILE-PATH, TRACE-FILE-STATUS
           END-IF
           IF NOT TRACE-FILE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TRACE-RECORD
           MOVE DTR-SLOT TO DTL-SLOT
           MOVE DTR-DAY TO DTL-DAY
           MOVE DTR-EVENT TO DTL-EVENT
           MOVE DTR-DIALOG-ID TO DTL-DIALOG-ID
           MOVE DTR-NODE-ID TO DTL-NODE-ID
           MOVE DTR-CHOICE TO DTL-CHOICE
           MOVE DTR-NEXT-NODE TO DTL-NEXT-NODE
           MOVE DTR-CONDITION TO DTL-CONDITION
           WRITE TRACE-RECORD
           MOVE "WRITE-TRACE-EVENT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TRACE-FILE-PATH,
               TRACE-FILE-STATUS
           CLOSE TRACE-FILE
           MOVE "WRITE-TRACE-EVENT" TO ERL-PARAGRAPH
           CALL "ERROR-LOG" USING ERROR-LOG-FIELDS, TRACE-FILE-PATH,
               TRACE-FILE-STATUS
           .

      *-----------------------------------------------------------------
      * Fichiers pris dans le répertoire de données (voir DATA-PATH)
      *-----------------------------------------------------------------
       RESOLVE-DATA-FILES.
           MOVE 'R' TO DATA-PATH-OPERATION
           CALL "DATA-PATH" USING DATA-PATH-OPERATION, TRACE-FILE-PATH
           .

       END PROGRAM DIALOG-TRACE.
