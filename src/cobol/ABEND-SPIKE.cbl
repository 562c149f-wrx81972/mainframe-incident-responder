      *============================================================
      * ABEND-SPIKE.CBL
      * Mainframe Incident Analysis System
      * Wykrywanie skokow abendow per job i per job+kod abend
      * wzgledem kroczacej bazy 28-dniowej z trwalego archiwum
      * incydentow. Trend w INCIDENT-ANALYZER porownuje tylko sumy
      * przebiegu - jeden job przechodzacy z jednego abendu na
      * tydzien na cztery dziennie ginie w normalnej sumie.
      *
      * Baza: 28 dni przed dniem sprawdzanym. Dla kazdego klucza
      * liczone sa srednia dzienna i rozrzut (odchylenie
      * standardowe) z 28 dni oraz srednia z tego samego dnia
      * tygodnia (4 dni bazy). Skok (SPIKE): liczba abendow dnia
      * sprawdzanego >= minimum z karty sterujacej (domyslnie 3)
      * i ponad srednia tego dnia tygodnia + 3 x rozrzut. Skok
      * jest zglaszany na poziomie kodu abend; caly job tylko
      * wtedy, gdy zaden jego kod osobno nie przekracza progu.
      * Cisza (QUIET): job z abendem w co najmniej 14 z 28 dni
      * bazy, bez zadnego abendu w ostatnich 3 dniach (lacznie z
      * dniem sprawdzanym).
      *
      * Wynik: raport data/abend-spike-report.txt oraz maly plik
      * anomalii data/abend-anomaly.dat (uklad ANOMREC) czytany
      * przez INCIDENT-ANALYZER - podsumowanie wykonawcze i
      * kartki przekazania zmiany. Plik anomalii jest zawsze
      * zapisywany od nowa (takze pusty), zeby analizator nie
      * pokazywal wczorajszych znacznikow.
      *
      * PARM (opcjonalny): YYYY-MM-DD - dzien sprawdzany po
      * znaczniku czasu incydentu; brak = dzis.
      * RC: 0 = brak anomalii, 4 = anomalie znalezione albo brak
      * incydentow w oknie, 8 = brak archiwum / zly PARM.
      *
      * Compile: cobc -x -I copybooks ABEND-SPIKE.cbl
      *              -o abend-spike
      * Run:     ./abend-spike [2026-10-15]
      *============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABEND-SPIKE.
       AUTHOR. PAWEŁ-JANIK.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Trwale archiwum incydentow (uklad wspolny - ARCHREC)
           SELECT ARCHIVE-FILE
               ASSIGN TO "data/incident-archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      * Pliki robocze dedupu (jak w SLA-SCORECARD): wybrane
      * rekordy okna + numer kolejnosci, sortowane po kluczu,
      * najswiezszy stan grupy wygrywa.
           SELECT ARC-WORK-FILE
               ASSIGN TO "data/spike-arcsel.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCWORK-STATUS.

           SELECT ARC-SORTED-FILE
               ASSIGN TO "data/spike-arcsel.srt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCSORTED-STATUS.

           SELECT ARC-SORT-FILE
               ASSIGN TO "data/spike-arcsort.tmp".

      * Karta sterujaca - minimalna liczba abendow dnia dla skoku
      * (opcjonalna; brak = 3)
           SELECT SPIKE-CTL-FILE
               ASSIGN TO "data/abend-spike.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPIKE-CTL-STATUS.

      * Raport anomalii
           SELECT SPIKE-REPORT-FILE
               ASSIGN TO "data/abend-spike-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPIKE-REPORT-STATUS.

      * Plik anomalii dla INCIDENT-ANALYZER (uklad ANOMREC)
           SELECT ANOMALY-FILE
               ASSIGN TO "data/abend-anomaly.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANOMALY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVE-FILE.
       COPY ARCHREC.

       FD ARC-WORK-FILE.
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

       FD SPIKE-CTL-FILE.
       01 SPIKE-CTL-LINE          PIC X(80).

       FD SPIKE-REPORT-FILE.
       01 SPIKE-REPORT-LINE       PIC X(132).

       FD ANOMALY-FILE.
       COPY ANOMREC.

       WORKING-STORAGE SECTION.

      *-------------------------------------------------------------
      * Zmienne statusu plikow
      *-------------------------------------------------------------
       01 WS-ARCHIVE-STATUS       PIC XX VALUE SPACES.
       01 WS-ARCWORK-STATUS       PIC XX VALUE SPACES.
       01 WS-ARCSORTED-STATUS     PIC XX VALUE SPACES.
       01 WS-SPIKE-CTL-STATUS     PIC XX VALUE SPACES.
       01 WS-SPIKE-REPORT-STATUS  PIC XX VALUE SPACES.
       01 WS-ANOMALY-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                  PIC X VALUE 'N'.

      *-------------------------------------------------------------
      * PARM: dzien sprawdzany + wyliczone granice bazy
      *-------------------------------------------------------------
       01 WS-PARM                 PIC X(100) VALUE SPACES.
       01 WS-CURRENT-DATETIME     PIC X(21).
       01 WS-CHECK-DATE           PIC X(10) VALUE SPACES.
       01 WS-FROM-DATE            PIC X(10) VALUE SPACES.
       01 WS-BASE-END-DATE        PIC X(10) VALUE SPACES.
       01 WS-CHECK-INT-DAYS       PIC S9(9) COMP VALUE 0.
       01 WS-FROM-INT-DAYS        PIC S9(9) COMP VALUE 0.
       01 WS-WORK-DATE-NUM        PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE-NUM.
           05 WS-WORK-YYYY        PIC X(4).
           05 WS-WORK-MO          PIC X(2).
           05 WS-WORK-DD          PIC X(2).
       01 WS-WORK-DATE-TXT        PIC X(10) VALUE SPACES.
       01 WS-DOW-NO               PIC 9 VALUE 0.
       01 WS-DOW-NAMES            PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DOW-NAME-TBL REDEFINES WS-DOW-NAMES.
           05 WS-DOW-NAME         PIC X(3) OCCURS 7 TIMES.

      *-------------------------------------------------------------
      * Parametry wykrywania. Baza to zawsze 28 dni (4 pelne
      * tygodnie - po 4 dni kazdego dnia tygodnia); minimum skoku
      * z karty sterujacej.
      *-------------------------------------------------------------
       01 WS-BASELINE-DAYS        PIC 9(2) VALUE 28.
       01 WS-MIN-SPIKE-COUNT      PIC 9(5) VALUE 3.
       01 WS-SPREAD-FACTOR        PIC 9 VALUE 3.
       01 WS-QUIET-STEADY-DAYS    PIC 9(2) VALUE 14.
       01 WS-QUIET-GAP-DAYS       PIC 9(2) VALUE 3.
       01 WS-QUIET-FROM-DAY       PIC 9(2) VALUE 0.

      *-------------------------------------------------------------
      * Dedup przelamaniem grupy: ostatni rekord grupy = najswiezszy
      * stan incydentu
      *-------------------------------------------------------------
       01 WS-AW-SEQ               PIC 9(9) VALUE 0.
       01 WS-GRP-KEY              PIC X(39) VALUE SPACES.
       01 WS-GRP-LAST-REC         PIC X(150) VALUE SPACES.
       01 WS-GRP-ACTIVE-FLAG      PIC X VALUE 'N'.
       01 WS-ARCHIVE-READ-COUNT   PIC 9(7) VALUE 0.
       01 WS-ARCHIVE-SEL-COUNT    PIC 9(7) VALUE 0.
       01 WS-INCIDENT-COUNT       PIC 9(7) VALUE 0.
       01 WS-PLANNED-SKIP-COUNT   PIC 9(7) VALUE 0.
       01 WS-INC-DATE-ALPHA       PIC X(8).
       01 WS-INC-DATE-NUM         PIC 9(8).
       01 WS-INC-INT-DAYS         PIC S9(9) COMP.
       01 WS-INC-DAY-NO           PIC S9(9) COMP.

      *-------------------------------------------------------------
      * Baza per klucz: job + kod abend, oraz job lacznie (kod =
      * spacje). Liczniki dzienne 1-28 = baza (najstarszy dzien
      * pierwszy), 29 = dzien sprawdzany; dni 1, 8, 15 i 22 to
      * ten sam dzien tygodnia co dzien sprawdzany.
      * Flaga: 'S' = skok, 'Q' = cisza, spacja = w normie.
      *-------------------------------------------------------------
       01 WS-BASELINE-TABLE.
           05 WS-BL-ENTRY OCCURS 500 TIMES INDEXED BY WS-BL-IDX.
               10 WS-BL-JOB-TBL       PIC X(8).
               10 WS-BL-ABEND-TBL     PIC X(4).
               10 WS-BL-DAY-TBL OCCURS 29 TIMES PIC 9(4).
               10 WS-BL-DOW-AVG-TBL   PIC 9(4)V99.
               10 WS-BL-BASE-AVG-TBL  PIC 9(4)V99.
               10 WS-BL-SPREAD-TBL    PIC 9(4)V99.
               10 WS-BL-THRESH-TBL    PIC 9(4)V99.
               10 WS-BL-ACTIVE-TBL    PIC 9(2).
               10 WS-BL-LAST-DAY-TBL  PIC 9(2).
               10 WS-BL-FLAG-TBL      PIC X.
       01 WS-BL-ENTRY-COUNT       PIC 9(4) VALUE 0.
       01 WS-BL-FOUND-IDX         PIC 9(4) VALUE 0.
       01 WS-BL-SCAN-IDX          PIC 9(4) VALUE 0.
       01 WS-BL-FULL-FLAG         PIC X VALUE 'N'.
       01 WS-SRCH-JOB             PIC X(8) VALUE SPACES.
       01 WS-SRCH-ABEND           PIC X(4) VALUE SPACES.
       01 WS-DAY-IDX              PIC 9(2) VALUE 0.
       01 WS-CODE-SPIKE-FLAG      PIC X VALUE 'N'.

      *-------------------------------------------------------------
      * Statystyki jednego klucza
      *-------------------------------------------------------------
       01 WS-ST-SUM               PIC 9(6) VALUE 0.
       01 WS-ST-MEAN              PIC 9(4)V9(4) VALUE 0.
       01 WS-ST-DIFF              PIC S9(5)V9(4) VALUE 0.
       01 WS-ST-SQ-SUM            PIC 9(10)V9(4) VALUE 0.
       01 WS-ST-SPREAD            PIC 9(4)V99 VALUE 0.
       01 WS-ST-DOW-AVG           PIC 9(4)V99 VALUE 0.
       01 WS-ST-THRESHOLD         PIC 9(4)V99 VALUE 0.
       01 WS-ST-TODAY             PIC 9(4) VALUE 0.
       01 WS-ST-RECENT            PIC 9(5) VALUE 0.
       01 WS-ST-ACTIVE-DAYS       PIC 9(2) VALUE 0.
       01 WS-ST-LAST-DAY          PIC 9(2) VALUE 0.
       01 WS-ST-SPIKE-FLAG        PIC X VALUE 'N'.
       01 WS-SPIKE-COUNT          PIC 9(5) VALUE 0.
       01 WS-QUIET-COUNT          PIC 9(5) VALUE 0.
       01 WS-ANOMALY-WRITE-COUNT  PIC 9(5) VALUE 0.

      *-------------------------------------------------------------
      * Formatowanie raportu
      *-------------------------------------------------------------
       01 WS-SEPARATOR
           PIC X(65) VALUE ALL '='.
       01 WS-BLANK-LINE
           PIC X(1) VALUE SPACES.
       01 WS-DISP-COUNT           PIC ZZZZZZ9.
       01 WS-DISP-TODAY           PIC ZZZZ9.
       01 WS-DISP-DAYS            PIC Z9.
       01 WS-DISP-AVG-1           PIC ZZZ9.99.
       01 WS-DISP-AVG-2           PIC ZZZ9.99.
       01 WS-DISP-AVG-3           PIC ZZZ9.99.
       01 WS-DISP-AVG-4           PIC ZZZ9.99.
       01 WS-DISP-ABEND           PIC X(4) VALUE SPACES.
       01 WS-RUN-RC               PIC 9 VALUE 0.

       PROCEDURE DIVISION.

      *=============================================================
       MAIN-PARA.
      *=============================================================
           PERFORM PARSE-PARM-PARA
           IF WS-RUN-RC < 8
               PERFORM LOAD-SPIKE-CTL-PARA
               PERFORM READ-ARCHIVE-PARA
           END-IF
           IF WS-RUN-RC < 8
               PERFORM EVALUATE-BASELINE-PARA
               PERFORM WRITE-SPIKE-REPORT-PARA
           END-IF
           IF WS-RUN-RC < 8
               PERFORM WRITE-ANOMALY-FILE-PARA
           END-IF
           IF WS-RUN-RC = 0
               AND WS-SPIKE-COUNT + WS-QUIET-COUNT > 0
               MOVE 4 TO WS-RUN-RC
           END-IF

           DISPLAY "==============================================="
           DISPLAY "ABEND-SPIKE - COMPLETE"
           DISPLAY "Check day:            " WS-CHECK-DATE
           DISPLAY "Archive records read: " WS-ARCHIVE-READ-COUNT
           DISPLAY "Incidents in window:  " WS-INCIDENT-COUNT
           DISPLAY "Planned (excluded):   " WS-PLANNED-SKIP-COUNT
           DISPLAY "Keys with baseline:   " WS-BL-ENTRY-COUNT
           DISPLAY "Spikes flagged:       " WS-SPIKE-COUNT
           DISPLAY "Quiet jobs flagged:   " WS-QUIET-COUNT
           DISPLAY "Report written to: data/abend-spike-report.txt"
           DISPLAY "Anomalies written to: data/abend-anomaly.dat"
           DISPLAY "==============================================="

           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *=============================================================
       PARSE-PARM-PARA.
      * PARM: YYYY-MM-DD (opcjonalny, brak = dzis); wylicz granice
      * bazy 28-dniowej i dzien tygodnia dnia sprawdzanego.
      *=============================================================
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-CHECK-DATE
           END-UNSTRING
           IF WS-CHECK-DATE = SPACES
               STRING WS-CURRENT-DATETIME(1:4) DELIMITED SIZE
                   "-" DELIMITED SIZE
                   WS-CURRENT-DATETIME(5:2) DELIMITED SIZE
                   "-" DELIMITED SIZE
                   WS-CURRENT-DATETIME(7:2) DELIMITED SIZE
                   INTO WS-CHECK-DATE
           END-IF
           IF WS-CHECK-DATE(1:4) NOT NUMERIC
               OR WS-CHECK-DATE(5:1) NOT = '-'
               OR WS-CHECK-DATE(6:2) NOT NUMERIC
               OR WS-CHECK-DATE(8:1) NOT = '-'
               OR WS-CHECK-DATE(9:2) NOT NUMERIC
               DISPLAY "ERROR: ABEND-SPIKE check day must be "
                   "YYYY-MM-DD: " WS-CHECK-DATE
               MOVE 8 TO WS-RUN-RC
           ELSE
               STRING WS-CHECK-DATE(1:4) DELIMITED SIZE
                   WS-CHECK-DATE(6:2) DELIMITED SIZE
                   WS-CHECK-DATE(9:2) DELIMITED SIZE
                   INTO WS-INC-DATE-ALPHA
               MOVE WS-INC-DATE-ALPHA TO WS-INC-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-INC-DATE-NUM) NOT = 0
                   DISPLAY "ERROR: Check day is not a valid date: "
                       WS-CHECK-DATE
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   COMPUTE WS-CHECK-INT-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-INC-DATE-NUM)
                   COMPUTE WS-FROM-INT-DAYS =
                       WS-CHECK-INT-DAYS - WS-BASELINE-DAYS
                   COMPUTE WS-WORK-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-FROM-INT-DAYS)
                   PERFORM FORMAT-WORK-DATE-PARA
                   MOVE WS-WORK-DATE-TXT TO WS-FROM-DATE
                   COMPUTE WS-WORK-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-CHECK-INT-DAYS - 1)
                   PERFORM FORMAT-WORK-DATE-PARA
                   MOVE WS-WORK-DATE-TXT TO WS-BASE-END-DATE
      * Dzien 1 kalendarza INTEGER-OF-DATE (1601-01-01) to
      * poniedzialek
                   COMPUTE WS-DOW-NO =
                       FUNCTION MOD(WS-CHECK-INT-DAYS - 1, 7) + 1
               END-IF
           END-IF.

      *=============================================================
       FORMAT-WORK-DATE-PARA.
      * WS-WORK-DATE-NUM (YYYYMMDD) -> WS-WORK-DATE-TXT YYYY-MM-DD
      *=============================================================
           MOVE SPACES TO WS-WORK-DATE-TXT
           STRING WS-WORK-YYYY DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-WORK-MO DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-WORK-DD DELIMITED SIZE
               INTO WS-WORK-DATE-TXT.

      *=============================================================
       LOAD-SPIKE-CTL-PARA.
      * Minimalna liczba abendow dnia dla skoku z karty sterujacej -
      * opcjonalnej; brak lub zla wartosc = domyslne 3.
      *=============================================================
           OPEN INPUT SPIKE-CTL-FILE
           IF WS-SPIKE-CTL-STATUS = "00"
               READ SPIKE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPIKE-CTL-LINE(1:5) NUMERIC
                           AND SPIKE-CTL-LINE(1:5) > ZERO
                           MOVE SPIKE-CTL-LINE(1:5)
                               TO WS-MIN-SPIKE-COUNT
                       ELSE
                           DISPLAY "WARNING: Bad spike minimum "
                               "- using default 3: "
                               SPIKE-CTL-LINE(1:20)
                       END-IF
               END-READ
               CLOSE SPIKE-CTL-FILE
           END-IF.

      *=============================================================
       READ-ARCHIVE-PARA.
      * Wybierz rekordy z oknem baza + dzien sprawdzany (po dacie
      * znacznika czasu incydentu), posortuj, zdeduplikuj i dolicz
      * kazdy incydent do licznikow dziennych.
      *=============================================================
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open incident archive "
                   "data/incident-archive.dat - status "
                   WS-ARCHIVE-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT ARC-WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-READ-COUNT
                           IF AR-TIMESTAMP(1:10) >= WS-FROM-DATE
                               AND AR-TIMESTAMP(1:10) <= WS-CHECK-DATE
                               AND AR-TIMESTAMP(1:4) NUMERIC
                               AND AR-TIMESTAMP(6:2) NUMERIC
                               AND AR-TIMESTAMP(9:2) NUMERIC
                               ADD 1 TO WS-AW-SEQ
                               MOVE SPACES TO AW-KEY
                               STRING AR-JOB-NAME   DELIMITED SIZE
                                   AR-ABEND-CODE DELIMITED SIZE
                                   AR-STEP-NAME  DELIMITED SIZE
                                   AR-TIMESTAMP  DELIMITED SIZE
                                   INTO AW-KEY
                               MOVE WS-AW-SEQ TO AW-SEQ
                               MOVE ARCHIVE-RECORD TO AW-REC
                               WRITE ARC-WORK-RECORD
                               ADD 1 TO WS-ARCHIVE-SEL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE ARC-WORK-FILE
               MOVE 'N' TO WS-EOF
               IF WS-ARCHIVE-SEL-COUNT = 0
                   DISPLAY "WARNING: No archived incidents from "
                       WS-FROM-DATE " to " WS-CHECK-DATE
                   MOVE 4 TO WS-RUN-RC
               ELSE
                   PERFORM DEDUPE-AND-TALLY-PARA
               END-IF
           END-IF.

      *=============================================================
       DEDUPE-AND-TALLY-PARA.
      * Sortowanie + przelamanie grupy: ostatni rekord grupy to
      * najswiezszy stan incydentu (incydent przechodzi przez
      * archiwum kazdego dnia, w ktorym byl otwarty).
      *=============================================================
           SORT ARC-SORT-FILE
               ON ASCENDING KEY SA-KEY SA-SEQ
               USING ARC-WORK-FILE
               GIVING ARC-SORTED-FILE
           OPEN INPUT ARC-SORTED-FILE
           MOVE 'N' TO WS-GRP-ACTIVE-FLAG
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARC-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-GROUP-RECORD-PARA
               END-READ
           END-PERFORM
           IF WS-GRP-ACTIVE-FLAG = 'Y'
               PERFORM TALLY-GROUP-PARA
           END-IF
           CLOSE ARC-SORTED-FILE
           MOVE 'N' TO WS-EOF.

      *=============================================================
       NOTE-GROUP-RECORD-PARA.
      *=============================================================
           IF WS-GRP-ACTIVE-FLAG = 'Y'
               AND AV-KEY NOT = WS-GRP-KEY
               PERFORM TALLY-GROUP-PARA
               MOVE 'N' TO WS-GRP-ACTIVE-FLAG
           END-IF
           IF WS-GRP-ACTIVE-FLAG = 'N'
               MOVE 'Y' TO WS-GRP-ACTIVE-FLAG
               MOVE AV-KEY TO WS-GRP-KEY
           END-IF
           MOVE AV-REC TO WS-GRP-LAST-REC.

      *=============================================================
       TALLY-GROUP-PARA.
      * Dolicz jeden incydent. Abend planowany (okno konserwacji)
      * jest oczekiwany - nie buduje bazy i nie robi skoku;
      * przywrocony do normalnej obslugi po koncu okna - liczy sie.
      *=============================================================
           MOVE WS-GRP-LAST-REC TO ARCHIVE-RECORD
           IF AR-PLANNED-FLAG = 'Y'
               ADD 1 TO WS-PLANNED-SKIP-COUNT
           ELSE
               PERFORM TALLY-INCIDENT-PARA
           END-IF.

      *=============================================================
       TALLY-INCIDENT-PARA.
      * Dzien incydentu -> numer licznika (1-28 baza, 29 dzien
      * sprawdzany); dolicz do klucza job+kod i do joba lacznie.
      *=============================================================
           ADD 1 TO WS-INCIDENT-COUNT
           STRING AR-TIMESTAMP(1:4) DELIMITED SIZE
               AR-TIMESTAMP(6:2) DELIMITED SIZE
               AR-TIMESTAMP(9:2) DELIMITED SIZE
               INTO WS-INC-DATE-ALPHA
           MOVE WS-INC-DATE-ALPHA TO WS-INC-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-INC-DATE-NUM) = 0
               COMPUTE WS-INC-INT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-INC-DATE-NUM)
               COMPUTE WS-INC-DAY-NO =
                   WS-INC-INT-DAYS - WS-FROM-INT-DAYS + 1
               IF WS-INC-DAY-NO >= 1 AND WS-INC-DAY-NO <= 29
                   MOVE WS-INC-DAY-NO TO WS-DAY-IDX
                   MOVE AR-JOB-NAME TO WS-SRCH-JOB
                   IF AR-ABEND-CODE NOT = SPACES
                       MOVE AR-ABEND-CODE TO WS-SRCH-ABEND
                       PERFORM FIND-BASELINE-PARA
                       IF WS-BL-FOUND-IDX > 0
                           ADD 1 TO
                               WS-BL-DAY-TBL(WS-BL-FOUND-IDX WS-DAY-IDX)
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-SRCH-ABEND
                   PERFORM FIND-BASELINE-PARA
                   IF WS-BL-FOUND-IDX > 0
                       ADD 1 TO
                           WS-BL-DAY-TBL(WS-BL-FOUND-IDX WS-DAY-IDX)
                   END-IF
               END-IF
           END-IF.

      *=============================================================
       FIND-BASELINE-PARA.
      * Znajdz lub zaloz wiersz bazy dla WS-SRCH-JOB/WS-SRCH-ABEND.
      *=============================================================
           MOVE 0 TO WS-BL-FOUND-IDX
           PERFORM VARYING WS-BL-SCAN-IDX FROM 1 BY 1
               UNTIL WS-BL-SCAN-IDX > WS-BL-ENTRY-COUNT
               OR WS-BL-FOUND-IDX > 0
               IF WS-BL-JOB-TBL(WS-BL-SCAN-IDX) = WS-SRCH-JOB
                   AND WS-BL-ABEND-TBL(WS-BL-SCAN-IDX) = WS-SRCH-ABEND
                   MOVE WS-BL-SCAN-IDX TO WS-BL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BL-FOUND-IDX = 0
               IF WS-BL-ENTRY-COUNT < 500
                   ADD 1 TO WS-BL-ENTRY-COUNT
                   MOVE WS-BL-ENTRY-COUNT TO WS-BL-FOUND-IDX
                   SET WS-BL-IDX TO WS-BL-FOUND-IDX
                   INITIALIZE WS-BL-ENTRY(WS-BL-IDX)
                   MOVE WS-SRCH-JOB TO WS-BL-JOB-TBL(WS-BL-IDX)
                   MOVE WS-SRCH-ABEND TO WS-BL-ABEND-TBL(WS-BL-IDX)
               ELSE
                   IF WS-BL-FULL-FLAG = 'N'
                       DISPLAY "WARNING: Baseline table full (500 "
                           "keys) - dropping: " WS-SRCH-JOB " "
                           WS-SRCH-ABEND
                       MOVE 'Y' TO WS-BL-FULL-FLAG
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF.

      *=============================================================
       EVALUATE-BASELINE-PARA.
      * Najpierw klucze job+kod (skoki), potem job lacznie: cisza,
      * albo skok calego joba, gdy zaden jego kod osobno nie
      * przekroczyl progu (rozlozony na kilka kodow).
      *=============================================================
           COMPUTE WS-QUIET-FROM-DAY = 30 - WS-QUIET-GAP-DAYS
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > WS-BL-ENTRY-COUNT
               IF WS-BL-ABEND-TBL(WS-BL-IDX) NOT = SPACES
                   PERFORM CALC-BASELINE-STATS-PARA
                   IF WS-ST-SPIKE-FLAG = 'Y'
                       MOVE 'S' TO WS-BL-FLAG-TBL(WS-BL-IDX)
                       ADD 1 TO WS-SPIKE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > WS-BL-ENTRY-COUNT
               IF WS-BL-ABEND-TBL(WS-BL-IDX) = SPACES
                   PERFORM CALC-BASELINE-STATS-PARA
                   EVALUATE TRUE
                       WHEN WS-ST-ACTIVE-DAYS >= WS-QUIET-STEADY-DAYS
                           AND WS-ST-RECENT = 0
                           MOVE 'Q' TO WS-BL-FLAG-TBL(WS-BL-IDX)
                           ADD 1 TO WS-QUIET-COUNT
                       WHEN WS-ST-SPIKE-FLAG = 'Y'
                           PERFORM CHECK-CODE-SPIKE-PARA
                           IF WS-CODE-SPIKE-FLAG = 'N'
                               MOVE 'S' TO WS-BL-FLAG-TBL(WS-BL-IDX)
                               ADD 1 TO WS-SPIKE-COUNT
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *=============================================================
       CALC-BASELINE-STATS-PARA.
      * Srednia i rozrzut z 28 dni bazy (dni bez abendu licza sie
      * jako zero), srednia tego samego dnia tygodnia, prog skoku,
      * liczba dni z abendem i ostatni taki dzien.
      *=============================================================
           MOVE 0 TO WS-ST-SUM
           MOVE 0 TO WS-ST-ACTIVE-DAYS
           MOVE 0 TO WS-ST-LAST-DAY
           MOVE 0 TO WS-ST-SQ-SUM
           MOVE 0 TO WS-ST-RECENT
           MOVE 'N' TO WS-ST-SPIKE-FLAG
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-BASELINE-DAYS
               ADD WS-BL-DAY-TBL(WS-BL-IDX WS-DAY-IDX) TO WS-ST-SUM
               IF WS-BL-DAY-TBL(WS-BL-IDX WS-DAY-IDX) > 0
                   ADD 1 TO WS-ST-ACTIVE-DAYS
                   MOVE WS-DAY-IDX TO WS-ST-LAST-DAY
               END-IF
           END-PERFORM
           COMPUTE WS-ST-MEAN ROUNDED =
               WS-ST-SUM / WS-BASELINE-DAYS
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-BASELINE-DAYS
               COMPUTE WS-ST-DIFF =
                   WS-BL-DAY-TBL(WS-BL-IDX WS-DAY-IDX) - WS-ST-MEAN
               COMPUTE WS-ST-SQ-SUM =
                   WS-ST-SQ-SUM + (WS-ST-DIFF * WS-ST-DIFF)
           END-PERFORM
           COMPUTE WS-ST-SPREAD ROUNDED =
               FUNCTION SQRT(WS-ST-SQ-SUM / WS-BASELINE-DAYS)
           COMPUTE WS-ST-DOW-AVG ROUNDED =
               (WS-BL-DAY-TBL(WS-BL-IDX 1)
                + WS-BL-DAY-TBL(WS-BL-IDX 8)
                + WS-BL-DAY-TBL(WS-BL-IDX 15)
                + WS-BL-DAY-TBL(WS-BL-IDX 22)) / 4
           COMPUTE WS-ST-THRESHOLD ROUNDED =
               WS-ST-DOW-AVG + (WS-SPREAD-FACTOR * WS-ST-SPREAD)
           MOVE WS-BL-DAY-TBL(WS-BL-IDX 29) TO WS-ST-TODAY
           PERFORM VARYING WS-DAY-IDX FROM WS-QUIET-FROM-DAY BY 1
               UNTIL WS-DAY-IDX > 29
               ADD WS-BL-DAY-TBL(WS-BL-IDX WS-DAY-IDX)
                   TO WS-ST-RECENT
           END-PERFORM
           IF WS-ST-TODAY >= WS-MIN-SPIKE-COUNT
               AND WS-ST-TODAY > WS-ST-THRESHOLD
               MOVE 'Y' TO WS-ST-SPIKE-FLAG
           END-IF
           MOVE WS-ST-DOW-AVG TO WS-BL-DOW-AVG-TBL(WS-BL-IDX)
           COMPUTE WS-BL-BASE-AVG-TBL(WS-BL-IDX) ROUNDED =
               WS-ST-MEAN
           MOVE WS-ST-SPREAD TO WS-BL-SPREAD-TBL(WS-BL-IDX)
           MOVE WS-ST-THRESHOLD TO WS-BL-THRESH-TBL(WS-BL-IDX)
           MOVE WS-ST-ACTIVE-DAYS TO WS-BL-ACTIVE-TBL(WS-BL-IDX)
           MOVE WS-ST-LAST-DAY TO WS-BL-LAST-DAY-TBL(WS-BL-IDX).

      *=============================================================
       CHECK-CODE-SPIKE-PARA.
      * Czy ktorys kod abend tego joba ma juz wlasny skok.
      *=============================================================
           MOVE 'N' TO WS-CODE-SPIKE-FLAG
           PERFORM VARYING WS-BL-SCAN-IDX FROM 1 BY 1
               UNTIL WS-BL-SCAN-IDX > WS-BL-ENTRY-COUNT
               IF WS-BL-JOB-TBL(WS-BL-SCAN-IDX)
                   = WS-BL-JOB-TBL(WS-BL-IDX)
                   AND WS-BL-FLAG-TBL(WS-BL-SCAN-IDX) = 'S'
                   MOVE 'Y' TO WS-CODE-SPIKE-FLAG
               END-IF
           END-PERFORM.

      *=============================================================
       WRITE-SPIKE-REPORT-PARA.
      *=============================================================
           OPEN OUTPUT SPIKE-REPORT-FILE
           IF WS-SPIKE-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open report file - status "
                   WS-SPIKE-REPORT-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               WRITE SPIKE-REPORT-LINE FROM WS-SEPARATOR
               MOVE SPACES TO SPIKE-REPORT-LINE
               STRING "   ABEND SPIKE DETECTION - " DELIMITED SIZE
                   WS-CHECK-DATE DELIMITED SIZE
                   " (" DELIMITED SIZE
                   WS-DOW-NAME(WS-DOW-NO) DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO SPIKE-REPORT-LINE
               WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE
               WRITE SPIKE-REPORT-LINE FROM WS-SEPARATOR
               WRITE SPIKE-REPORT-LINE FROM WS-BLANK-LINE
               MOVE SPACES TO SPIKE-REPORT-LINE
               STRING "   Baseline:  " DELIMITED SIZE
                   WS-FROM-DATE DELIMITED SIZE
                   " to " DELIMITED SIZE
                   WS-BASE-END-DATE DELIMITED SIZE
                   " (28 days)" DELIMITED SIZE
                   INTO SPIKE-REPORT-LINE
               WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE
               MOVE WS-MIN-SPIKE-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO SPIKE-REPORT-LINE
               STRING "   Spike:     at least" DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   " today and above same-weekday average"
                       DELIMITED SIZE
                   " + 3 x spread" DELIMITED SIZE
                   INTO SPIKE-REPORT-LINE
               WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE
               MOVE SPACES TO SPIKE-REPORT-LINE
               STRING "   Quiet:     abends on 14+ of 28 baseline days,"
                       DELIMITED SIZE
                   " none in the last 3 days" DELIMITED SIZE
                   INTO SPIKE-REPORT-LINE
               WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE
               MOVE WS-INCIDENT-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO SPIKE-REPORT-LINE
               STRING "   Incidents counted:      " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO SPIKE-REPORT-LINE
               WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE
               MOVE WS-PLANNED-SKIP-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO SPIKE-REPORT-LINE
               STRING "   Planned (excluded):     " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO SPIKE-REPORT-LINE
               WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE
               MOVE WS-BL-ENTRY-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO SPIKE-REPORT-LINE
               STRING "   Job/abend keys tracked: " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO SPIKE-REPORT-LINE
               WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE

               WRITE SPIKE-REPORT-LINE FROM WS-BLANK-LINE
               MOVE WS-SPIKE-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO SPIKE-REPORT-LINE
               STRING "   SPIKES:" DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO SPIKE-REPORT-LINE
               WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE
               IF WS-SPIKE-COUNT = 0
                   WRITE SPIKE-REPORT-LINE FROM "   (none)"
               ELSE
                   MOVE SPACES TO SPIKE-REPORT-LINE
                   STRING "   JOB       ABND  TODAY  DOW-AVG  28D-AVG"
                           DELIMITED SIZE
                       "   SPREAD   THRESH" DELIMITED SIZE
                       INTO SPIKE-REPORT-LINE
                   WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE
                   PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BL-ENTRY-COUNT
                       IF WS-BL-FLAG-TBL(WS-BL-IDX) = 'S'
                           PERFORM WRITE-SPIKE-LINE-PARA
                       END-IF
                   END-PERFORM
               END-IF

               WRITE SPIKE-REPORT-LINE FROM WS-BLANK-LINE
               MOVE WS-QUIET-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO SPIKE-REPORT-LINE
               STRING "   UNUSUALLY QUIET JOBS:" DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO SPIKE-REPORT-LINE
               WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE
               IF WS-QUIET-COUNT = 0
                   WRITE SPIKE-REPORT-LINE FROM "   (none)"
               ELSE
                   WRITE SPIKE-REPORT-LINE FROM
                       "   JOB       ACTIVE DAYS  28D-AVG  LAST ABEND"
                   PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BL-ENTRY-COUNT
                       IF WS-BL-FLAG-TBL(WS-BL-IDX) = 'Q'
                           PERFORM WRITE-QUIET-LINE-PARA
                       END-IF
                   END-PERFORM
               END-IF
               WRITE SPIKE-REPORT-LINE FROM WS-BLANK-LINE
               WRITE SPIKE-REPORT-LINE FROM WS-SEPARATOR
               CLOSE SPIKE-REPORT-FILE
           END-IF.

      *=============================================================
       WRITE-SPIKE-LINE-PARA.
      * Jeden wiersz skoku; kod ALL = wszystkie kody abend joba.
      *=============================================================
           IF WS-BL-ABEND-TBL(WS-BL-IDX) = SPACES
               MOVE "ALL" TO WS-DISP-ABEND
           ELSE
               MOVE WS-BL-ABEND-TBL(WS-BL-IDX) TO WS-DISP-ABEND
           END-IF
           MOVE WS-BL-DAY-TBL(WS-BL-IDX 29) TO WS-DISP-TODAY
           MOVE WS-BL-DOW-AVG-TBL(WS-BL-IDX) TO WS-DISP-AVG-1
           MOVE WS-BL-BASE-AVG-TBL(WS-BL-IDX) TO WS-DISP-AVG-2
           MOVE WS-BL-SPREAD-TBL(WS-BL-IDX) TO WS-DISP-AVG-3
           MOVE WS-BL-THRESH-TBL(WS-BL-IDX) TO WS-DISP-AVG-4
           MOVE SPACES TO SPIKE-REPORT-LINE
           STRING "   " DELIMITED SIZE
               WS-BL-JOB-TBL(WS-BL-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DISP-ABEND DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DISP-TODAY DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DISP-AVG-1 DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DISP-AVG-2 DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DISP-AVG-3 DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DISP-AVG-4 DELIMITED SIZE
               INTO SPIKE-REPORT-LINE
           WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE.

      *=============================================================
       WRITE-QUIET-LINE-PARA.
      * Jeden wiersz ciszy z data ostatniego abendu w bazie.
      *=============================================================
           MOVE WS-BL-ACTIVE-TBL(WS-BL-IDX) TO WS-DISP-DAYS
           MOVE WS-BL-BASE-AVG-TBL(WS-BL-IDX) TO WS-DISP-AVG-2
           COMPUTE WS-WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (WS-FROM-INT-DAYS + WS-BL-LAST-DAY-TBL(WS-BL-IDX) - 1)
           PERFORM FORMAT-WORK-DATE-PARA
           MOVE SPACES TO SPIKE-REPORT-LINE
           STRING "   " DELIMITED SIZE
               WS-BL-JOB-TBL(WS-BL-IDX) DELIMITED SIZE
               "           " DELIMITED SIZE
               WS-DISP-DAYS DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DISP-AVG-2 DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-WORK-DATE-TXT DELIMITED SIZE
               INTO SPIKE-REPORT-LINE
           WRITE SPIKE-REPORT-LINE FROM SPIKE-REPORT-LINE.

      *=============================================================
       WRITE-ANOMALY-FILE-PARA.
      * Plik anomalii zapisywany zawsze od nowa - pusty, gdy dzien
      * jest w normie.
      *=============================================================
           OPEN OUTPUT ANOMALY-FILE
           IF WS-ANOMALY-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open anomaly file "
                   "data/abend-anomaly.dat - status "
                   WS-ANOMALY-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-ENTRY-COUNT
                   IF WS-BL-FLAG-TBL(WS-BL-IDX) NOT = SPACE
                       PERFORM WRITE-ANOMALY-REC-PARA
                   END-IF
               END-PERFORM
               CLOSE ANOMALY-FILE
           END-IF.

      *=============================================================
       WRITE-ANOMALY-REC-PARA.
      *=============================================================
           INITIALIZE ANOMALY-RECORD
           IF WS-BL-FLAG-TBL(WS-BL-IDX) = 'S'
               MOVE "SPIKE" TO AN-TYPE
           ELSE
               MOVE "QUIET" TO AN-TYPE
           END-IF
           MOVE WS-CHECK-DATE TO AN-CHECK-DATE
           MOVE WS-BL-JOB-TBL(WS-BL-IDX) TO AN-JOB-NAME
           MOVE WS-BL-ABEND-TBL(WS-BL-IDX) TO AN-ABEND-CODE
           MOVE WS-BL-DAY-TBL(WS-BL-IDX 29) TO AN-TODAY-COUNT
           MOVE WS-BL-DOW-AVG-TBL(WS-BL-IDX) TO AN-DOW-AVG
           MOVE WS-BL-BASE-AVG-TBL(WS-BL-IDX) TO AN-BASE-AVG
           MOVE WS-BL-THRESH-TBL(WS-BL-IDX) TO AN-THRESHOLD
           MOVE WS-BL-ACTIVE-TBL(WS-BL-IDX) TO AN-ACTIVE-DAYS
           WRITE ANOMALY-RECORD
           ADD 1 TO WS-ANOMALY-WRITE-COUNT.
