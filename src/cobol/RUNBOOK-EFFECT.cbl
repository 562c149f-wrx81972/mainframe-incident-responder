       01 ARC-WORK-RECORD.
           05 AW-KEY             PIC X(39).
           05 AW-SEQ             PIC 9(9).
           05 AW-REC             PIC X(150).

       FD ARC-SORTED-FILE.
       01 ARC-SORTED-RECORD.
           05 AV-KEY             PIC X(39).
           05 AV-SEQ             PIC 9(9).
           05 AV-REC             PIC X(150).

       SD ARC-SORT-FILE.
       01 SORT-ARC-RECORD.
           05 SA-KEY             PIC X(39).
           05 SA-SEQ             PIC 9(9).
           05 FILLER             PIC X(150).

      * Definicja rekordu mapy runbookow (klucz: abend + job)
       FD RUNBOOK-FILE.
       01 WS-ARCSORTED-STATUS     PIC XX VALUE SPACES.
       01 WS-AW-SEQ               PIC 9(9) VALUE 0.
       01 WS-GRP-KEY              PIC X(39) VALUE SPACES.
       01 WS-GRP-LAST-REC         PIC X(150) VALUE SPACES.
       01 WS-GRP-ACTIVE-FLAG      PIC X VALUE 'N'.
       01 WS-ARCHIVE-READ-COUNT   PIC 9(7) VALUE 0.
       01 WS-ARCHIVE-SEL-COUNT    PIC 9(7) VALUE 0.
       01 WS-INCIDENT-COUNT       PIC 9(7) VALUE 0.
       01 WS-PLANNED-SKIP-COUNT   PIC 9(7) VALUE 0.

      *-------------------------------------------------------------
      * Czas naprawy w minutach z AR-TIMESTAMP vs AR-RESOLVED-TS -
           DISPLAY "RUNBOOK-EFFECT - COMPLETE"
           DISPLAY "Archive records read: " WS-ARCHIVE-READ-COUNT
           DISPLAY "Incidents in range:   " WS-INCIDENT-COUNT
           DISPLAY "Planned (excluded):   " WS-PLANNED-SKIP-COUNT
           DISPLAY "Runbook map entries:  " WS-RB-ENTRY-COUNT
           DISPLAY "Report written to: data/runbook-effect-report.txt"
           DISPLAY "==============================================="

      *=============================================================
       SCORE-GROUP-PARA.
      * Abend planowany (okno konserwacji) nie wchodzi do MTTR -
      * jak w pliku historycznym analizatora.
      *=============================================================
           MOVE WS-GRP-LAST-REC TO ARCHIVE-RECORD
           IF AR-PLANNED-FLAG = 'Y'
               ADD 1 TO WS-PLANNED-SKIP-COUNT
           ELSE
               ADD 1 TO WS-INCIDENT-COUNT
               PERFORM SCORE-ONE-RECORD-PARA
           END-IF.

      *=============================================================
       SCORE-ONE-RECORD-PARA.
