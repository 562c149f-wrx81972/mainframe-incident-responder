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

       FD SCORE-CSV-FILE.
       01 SCORE-CSV-LINE          PIC X(120).
      *-------------------------------------------------------------
       01 WS-AW-SEQ               PIC 9(9) VALUE 0.
       01 WS-GRP-KEY              PIC X(39) VALUE SPACES.
       01 WS-GRP-LAST-REC         PIC X(150) VALUE SPACES.
       01 WS-GRP-EOM-REC          PIC X(150) VALUE SPACES.
       01 WS-GRP-EOM-FLAG         PIC X VALUE 'N'.
       01 WS-GRP-ACTIVE-FLAG      PIC X VALUE 'N'.
       01 WS-ARCHIVE-READ-COUNT   PIC 9(7) VALUE 0.
       01 WS-ARCHIVE-SEL-COUNT    PIC 9(7) VALUE 0.
       01 WS-INCIDENT-COUNT       PIC 9(7) VALUE 0.
       01 WS-PLANNED-SKIP-COUNT   PIC 9(7) VALUE 0.

      *-------------------------------------------------------------
      * Karta wynikow per zespol
           DISPLAY "Month:                " WS-MONTH
           DISPLAY "Archive records read: " WS-ARCHIVE-READ-COUNT
           DISPLAY "Incidents in month:   " WS-INCIDENT-COUNT
           DISPLAY "Planned (excluded):   " WS-PLANNED-SKIP-COUNT
           DISPLAY "Teams on scorecard:   " WS-TS-ENTRY-COUNT
           DISPLAY "Report written to: data/sla-scorecard-report.txt"
           DISPLAY "==============================================="

      *=============================================================
       SCORE-GROUP-PARA.
      * Dolicz jeden incydent do karty jego zespolu. Abend planowany
      * (okno konserwacji) nie wchodzi do karty SLA; przywrocony do
      * normalnej obslugi po koncu okna - wchodzi.
      *=============================================================
           MOVE WS-GRP-LAST-REC TO ARCHIVE-RECORD
           IF AR-PLANNED-FLAG = 'Y'
               ADD 1 TO WS-PLANNED-SKIP-COUNT
           ELSE
               PERFORM SCORE-INCIDENT-PARA
           END-IF.

      *=============================================================
       SCORE-INCIDENT-PARA.
      *=============================================================
           ADD 1 TO WS-INCIDENT-COUNT
           PERFORM FIND-TEAM-SCORE-PARA
           IF WS-TS-FOUND-IDX > 0
               SET WS-TS-IDX TO WS-TS-FOUND-IDX
