      *                  7-cyfrowym AR-INC-ID (stare rekordy maja
      *                  5 cyfr; patrz notatka w ARCHREC). Rekordy
      *                  juz w nowym ukladzie przechodza bez zmian.
      *   CONVERT-XREF - jednorazowa konwersja krzyzowki stalych
      *                  numerow data/incident-xref.idx do ukladu
      *                  XREFREC z polami interfejsu service desk
      *                  (stare rekordy maja 56 bajtow, nowe 91).
      *                  Rekordy juz w nowym ukladzie przechodza
      *                  bez zmian.
      *   JOURNAL [job [abend [step]] | od [do] | przebieg]
      *                - wydruk dziennika utrzymaniowego dla klucza,
      *                  zakresu dat YYYYMMDD albo jednego przebiegu
      *                  (bez argumentu - caly dziennik)
      *   UNDO przebieg - wycofaj przebieg utrzymaniowy (MASTER-MAINT
      *                  albo PROBLEM-MAINT) odtwarzajac obrazy sprzed
      *                  zmiany. Klucz zmieniony od tamtej pory (np.
      *                  przez INCIDENT-ANALYZER) jest pomijany.
      *                  RC: 0 = wycofany w calosci, 4 = pominiete
      *                  klucze, 8 = brak przebiegu w dzienniku.
      *
      * PURGE, REBUILD i VERIFY REPAIR zapisuja kazdy usuniety,
      * przepisany i dodany rekord w dzienniku utrzymaniowym
      * data/maint-journal.dat (copybook JRNLREC) - razem z
      * PROBLEM-MAINT CLOSE.
      *
      * Compile: cobc -x -I copybooks MASTER-MAINT.cbl
      *              -o master-maint
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-NEW-STATUS.

      * Krzyzowka stalych numerow incydentow (INCIDENT-ANALYZER) -
      * dla CONVERT-XREF czytana w starym albo nowym ukladzie i
      * zapisywana od nowa w ukladzie XREFREC
           SELECT XREF-OLD-FILE
               ASSIGN TO "data/incident-xref.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XO-KEY
               FILE STATUS IS WS-XREF-OLD-STATUS.

           SELECT XREF-FILE
               ASSIGN TO "data/incident-xref.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-KEY
               FILE STATUS IS WS-XREF-STATUS.

      * Wyjscie konwersji krzyzowki - po udanym przebiegu kopiowane
      * z powrotem na data/incident-xref.idx
           SELECT XREF-NEW-FILE
               ASSIGN TO "data/incident-xref.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-NEW-STATUS.

      * Raport inwentaryzacyjny / z czyszczenia
           SELECT MAINT-REPORT-FILE
               ASSIGN TO "data/incident-master-report.txt"
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.

      * Rejestr problemow - tylko dla UNDO przebiegu PROBLEM-MAINT
           SELECT PROBLEM-FILE
               ASSIGN TO "data/incident-problem.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-PROBLEM-STATUS.

      * Dziennik utrzymaniowy - wspolny z PROBLEM-MAINT (JRNLREC)
           SELECT JOURNAL-FILE
               ASSIGN TO "data/maint-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      * Wpisy wycofywanego przebiegu wybrane z dziennika (UNDO)
           SELECT JOURNAL-WORK-FILE
               ASSIGN TO "data/maint-journal.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-WORK-STATUS.

      * Obraz pliku historycznego sprzed REBUILD / VERIFY REPAIR -
      * porownywany po przebiegu z nowym plikiem dla dziennika
           SELECT MASTER-PRE-FILE
               ASSIGN TO "data/incident-master.pre"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-PRE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * (stary i nowy uklad roznia sie szerokoscia AR-INC-ID)
       FD ARCHIVE-FILE.
       COPY ARCHREC.
       01 ARCHIVE-RAW-LINE        PIC X(150).

       FD ARCHIVE-NEW-FILE.
       01 ARCHIVE-NEW-LINE        PIC X(150).

      * Krzyzowka w starym ukladzie (56 bajtow: klucz, staly numer,
      * data pierwszego widzenia); rekord 91-bajtowy jest juz w
      * nowym ukladzie
       FD XREF-OLD-FILE
           RECORD IS VARYING IN SIZE FROM 56 TO 91 CHARACTERS
               DEPENDING ON WS-XO-REC-LEN.
       01 XREF-OLD-RECORD.
           05 XO-KEY              PIC X(39).
           05 XO-PERM-ID          PIC 9(7).
           05 XO-FIRST-SEEN       PIC X(10).
           05 XO-TICKET-AREA      PIC X(35).

      * Krzyzowka po konwersji - surowy obraz rekordu XREFREC
       FD XREF-FILE.
       01 XREF-FINAL-RECORD.
           05 XF-KEY              PIC X(39).
           05 FILLER              PIC X(52).

       FD XREF-NEW-FILE.
       COPY XREFREC.

       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-LINE       PIC X(132).

       FD PROBLEM-FILE.
       COPY PROBREC.

       FD JOURNAL-FILE.
       01 JOURNAL-LINE            PIC X(409).

       FD JOURNAL-WORK-FILE.
       01 JOURNAL-WORK-LINE       PIC X(409).

       FD MASTER-PRE-FILE.
       01 MASTER-PRE-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

      *-------------------------------------------------------------
       01 WS-MASTER-STATUS       PIC XX VALUE SPACES.
       01 WS-UNLOAD-STATUS       PIC XX VALUE SPACES.
       01 WS-MAINT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-PROBLEM-STATUS      PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS      PIC XX VALUE SPACES.
       01 WS-JOURNAL-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-PRE-STATUS   PIC XX VALUE SPACES.
       01 WS-EOF                 PIC X VALUE 'N'.

      *-------------------------------------------------------------
      * Funkcja i parametry (PARM)
      *-------------------------------------------------------------
       01 WS-PARM                PIC X(100) VALUE SPACES.
       01 WS-FUNCTION            PIC X(12) VALUE SPACES.
       01 WS-RETAIN-ARG          PIC X(8)  VALUE SPACES.
       01 WS-RETENTION-DAYS      PIC 9(4)  VALUE 90.
       01 WS-REPAIR-FLAG         PIC X     VALUE 'N'.
      * JOURNAL / UNDO: klucz, zakres dat albo przebieg
       01 WS-JRNL-ARG-1          PIC X(18) VALUE SPACES.
       01 WS-JRNL-ARG-2          PIC X(8)  VALUE SPACES.
       01 WS-JRNL-ARG-3          PIC X(8)  VALUE SPACES.

      *-------------------------------------------------------------
      * Data biezaca i obliczenia retencji
       01 WS-REPAIR-MINUTES      PIC S9(9) COMP.
       01 WS-REPAIR-VALID-FLAG   PIC X VALUE 'N'.

      *-------------------------------------------------------------
      * CONVERT-XREF: dlugosc czytanego rekordu i liczniki
      * konwersji krzyzowki do ukladu XREFREC
      *-------------------------------------------------------------
       01 WS-XREF-OLD-STATUS     PIC XX VALUE SPACES.
       01 WS-XREF-STATUS         PIC XX VALUE SPACES.
       01 WS-XREF-NEW-STATUS     PIC XX VALUE SPACES.
       01 WS-XO-REC-LEN          PIC 9(3) VALUE 0.
       01 WS-XCONV-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-XCONV-DONE-COUNT    PIC 9(7) VALUE 0.
       01 WS-XCONV-SKIP-COUNT    PIC 9(7) VALUE 0.
       01 WS-XCONV-CTL-COUNT     PIC 9(7) VALUE 0.
       01 WS-XCONV-BAD-COUNT     PIC 9(7) VALUE 0.

      *-------------------------------------------------------------
      * Dziennik utrzymaniowy: identyfikator i czas przebiegu,
      * uzytkownik, licznik wpisow
      *-------------------------------------------------------------
       COPY JRNLREC.
       01 WS-JRNL-RUN-ID         PIC X(18) VALUE SPACES.
       01 WS-JRNL-TS             PIC X(19) VALUE SPACES.
       01 WS-JRNL-USER           PIC X(8)  VALUE SPACES.
       01 WS-JRNL-SEQ            PIC 9(6)  VALUE 0.
      * Porownanie obrazu sprzed REBUILD/REPAIR z nowym plikiem
       01 WS-JM-OPEN-FLAG        PIC X VALUE 'N'.
       01 WS-JM-PRE-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-PRE-COUNT           PIC 9(7) VALUE 0.
       01 WS-JM-PRE-KEY          PIC X(20) VALUE SPACES.
       01 WS-JM-NEW-KEY          PIC X(20) VALUE SPACES.
       01 WS-JM-UNCHANGED-COUNT  PIC 9(7) VALUE 0.
      * JOURNAL: tryb wyboru A = wszystko, K = klucz, D = daty,
      * R = przebieg
       01 WS-JL-MODE             PIC X VALUE 'A'.
       01 WS-JL-FROM-DATE        PIC 9(8) VALUE 0.
       01 WS-JL-TO-DATE          PIC 9(8) VALUE 0.
       01 WS-JL-ENTRY-DATE-X     PIC X(8).
       01 WS-JL-ENTRY-DATE       PIC 9(8).
       01 WS-JL-MATCH-FLAG       PIC X VALUE 'N'.
       01 WS-JL-LAST-RUN-ID      PIC X(18) VALUE SPACES.
       01 WS-JL-READ-COUNT       PIC 9(7) VALUE 0.
       01 WS-JL-LIST-COUNT       PIC 9(7) VALUE 0.
       01 WS-JL-BEFORE-DESC      PIC X(30).
       01 WS-JL-AFTER-DESC       PIC X(30).
       01 WS-JL-DESC             PIC X(30).
      * Widok obrazu rekordu z dziennika (master albo problem)
       01 WS-JV-IMAGE            PIC X(128).
       01 WS-JV-MASTER REDEFINES WS-JV-IMAGE.
           05 FILLER             PIC X(20).
           05 WS-JV-OCC-COUNT    PIC 9(5).
           05 FILLER             PIC X(82).
           05 WS-JV-REPAIR-COUNT PIC 9(5).
           05 FILLER             PIC X(16).
       01 WS-JV-PROBLEM REDEFINES WS-JV-IMAGE.
           05 FILLER             PIC X(20).
           05 WS-JV-PB-STATUS    PIC X(9).
           05 FILLER             PIC X(60).
           05 WS-JV-PB-RESCODE   PIC X(8).
           05 FILLER             PIC X(31).
      * UNDO: wycofywany przebieg i biezacy wpis
       01 WS-UNDO-RUN-ID         PIC X(18) VALUE SPACES.
       01 WS-UNDO-FILE-ID        PIC X(7)  VALUE SPACES.
       01 WS-UNDO-FUNCTION       PIC X(8)  VALUE SPACES.
       01 WS-UNDO-ENTRY-COUNT    PIC 9(7) VALUE 0.
       01 WS-UNDO-DONE-COUNT     PIC 9(7) VALUE 0.
       01 WS-UNDO-REFUSED-COUNT  PIC 9(7) VALUE 0.
       01 WS-JU-ACTION           PIC X(7).
       01 WS-JU-KEY              PIC X(20).
       01 WS-JU-BEFORE           PIC X(128).
       01 WS-JU-AFTER            PIC X(128).
       01 WS-JU-CURRENT          PIC X(128).
       01 WS-JU-FOUND-FLAG       PIC X VALUE 'N'.
       01 WS-JU-OK-FLAG          PIC X VALUE 'N'.

      *-------------------------------------------------------------
      * Formatowanie raportu
      *-------------------------------------------------------------
                   PERFORM PURGE-SCAN-PARA
                   PERFORM WRITE-INVENTORY-PARA
                   PERFORM UNLOAD-PARA
                   PERFORM WRITE-JOURNAL-SUMMARY-PARA
               WHEN "UNLOAD  "
                   PERFORM UNLOAD-PARA
               WHEN "REBUILD "
                   PERFORM VERIFY-PARA
               WHEN "CONVERT "
                   PERFORM CONVERT-ARCHIVE-PARA
               WHEN "CONVERT-XREF"
                   PERFORM CONVERT-XREF-PARA
               WHEN "JOURNAL "
                   PERFORM LIST-JOURNAL-PARA
               WHEN "UNDO    "
                   PERFORM UNDO-RUN-PARA
               WHEN OTHER
                   DISPLAY "ERROR: Unknown function: " WS-FUNCTION
                   DISPLAY "Usage: master-maint "
                       "[REPORT|PURGE nnn|UNLOAD|REBUILD"
                       "|VERIFY [REPAIR]|CONVERT|CONVERT-XREF"
                       "|JOURNAL [key|from [to]|runid]|UNDO runid]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE


           IF RETURN-CODE = 0 AND WS-FUNCTION NOT = "VERIFY  "
                   AND WS-FUNCTION NOT = "CONVERT "
                   AND WS-FUNCTION NOT = "CONVERT-XREF"
                   AND WS-FUNCTION NOT = "JOURNAL "
                   AND WS-FUNCTION NOT = "UNDO    "
               DISPLAY "==============================================="
               DISPLAY "MASTER-MAINT - " WS-FUNCTION " COMPLETE"
               DISPLAY "Records read:    " WS-READ-COUNT
               DISPLAY "Records purged:  " WS-PURGE-COUNT
               DISPLAY "Records written: " WS-REBUILD-COUNT
               IF WS-JRNL-RUN-ID NOT = SPACES
                   DISPLAY "Journal entries: " WS-JRNL-SEQ
                       "  run id " WS-JRNL-RUN-ID
               END-IF
               DISPLAY "Report written to: "
                   "data/incident-master-report.txt"
               DISPLAY "==============================================="
               MOVE "REPORT  " TO WS-FUNCTION
           END-IF
      * Drugi argument: dla VERIFY to opcjonalne REPAIR, dla
      * JOURNAL/UNDO klucz, daty albo przebieg, dla pozostalych
      * funkcji opcjonalny prog retencji w dniach
           EVALUATE WS-FUNCTION
               WHEN "VERIFY  "
                   IF WS-RETAIN-ARG = "REPAIR  "
                       MOVE 'Y' TO WS-REPAIR-FLAG
                   ELSE
                       IF WS-RETAIN-ARG NOT = SPACES
                           DISPLAY "WARNING: Unknown VERIFY argument "
                               "ignored: " WS-RETAIN-ARG
                       END-IF
                   END-IF
               WHEN "JOURNAL "
               WHEN "UNDO    "
                   PERFORM PARSE-JOURNAL-ARGS-PARA
               WHEN OTHER
                   IF WS-RETAIN-ARG NOT = SPACES
                       IF WS-RETAIN-ARG(1:4) NUMERIC
                           MOVE WS-RETAIN-ARG(1:4) TO WS-RETENTION-DAYS
                       ELSE
                           IF WS-RETAIN-ARG(1:3) NUMERIC
                               AND WS-RETAIN-ARG(4:1) = SPACE
                               MOVE WS-RETAIN-ARG(1:3)
                                   TO WS-RETENTION-DAYS
                           ELSE
                               IF WS-RETAIN-ARG(1:2) NUMERIC
                                   AND WS-RETAIN-ARG(3:1) = SPACE
                                   MOVE WS-RETAIN-ARG(1:2)
                                       TO WS-RETENTION-DAYS
                               ELSE
                                   IF WS-RETAIN-ARG(1:1) NUMERIC
                                       AND WS-RETAIN-ARG(2:1) = SPACE
                                       MOVE WS-RETAIN-ARG(1:1)
                                           TO WS-RETENTION-DAYS
                                   ELSE
                                       DISPLAY "WARNING: Bad retention "
                                           "value " WS-RETAIN-ARG
                                           " - using default 90"
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      *=============================================================
       PARSE-JOURNAL-ARGS-PARA.
      * JOURNAL: bez argumentu caly dziennik; YYYYMMDD [YYYYMMDD]
      * zakres dat; MM/PM + 16 cyfr jeden przebieg; inaczej klucz
      * job [abend [step]] (brak abend/step = dowolny).
      * UNDO: identyfikator przebiegu.
      *=============================================================
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-FUNCTION WS-JRNL-ARG-1 WS-JRNL-ARG-2
                    WS-JRNL-ARG-3
           END-UNSTRING
           IF WS-FUNCTION = "UNDO    "
               MOVE WS-JRNL-ARG-1 TO WS-UNDO-RUN-ID
           ELSE
               EVALUATE TRUE
                   WHEN WS-JRNL-ARG-1 = SPACES
                       MOVE 'A' TO WS-JL-MODE
                   WHEN WS-JRNL-ARG-1(1:8) NUMERIC
                       AND WS-JRNL-ARG-1(9:1) = SPACE
                       MOVE 'D' TO WS-JL-MODE
                       MOVE WS-JRNL-ARG-1(1:8) TO WS-JL-FROM-DATE
                       IF WS-JRNL-ARG-2 NUMERIC
                           MOVE WS-JRNL-ARG-2 TO WS-JL-TO-DATE
                       ELSE
                           IF WS-JRNL-ARG-2 NOT = SPACES
                               DISPLAY "WARNING: Bad JOURNAL end date "
                                   WS-JRNL-ARG-2 " - using "
                                   WS-JRNL-ARG-1(1:8)
                           END-IF
                           MOVE WS-JL-FROM-DATE TO WS-JL-TO-DATE
                       END-IF
                   WHEN (WS-JRNL-ARG-1(1:2) = "MM"
                       OR WS-JRNL-ARG-1(1:2) = "PM")
                       AND WS-JRNL-ARG-1(3:16) NUMERIC
                       MOVE 'R' TO WS-JL-MODE
                   WHEN OTHER
                       MOVE 'K' TO WS-JL-MODE
               END-EVALUATE
           END-IF.

      *=============================================================
      * inwentaryzacji zbierane sa tylko dla rekordow zachowanych.
      *=============================================================
           MOVE 'N' TO WS-EOF
           PERFORM OPEN-JOURNAL-PARA
           PERFORM OPEN-MASTER-SCAN-PARA
           IF WS-EOF = 'N'
               PERFORM READ-NEXT-MASTER-PARA
               END-IF
               PERFORM READ-NEXT-MASTER-PARA
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE JOURNAL-FILE.

      *=============================================================
       PURGE-RECORD-PARA.
      * Usun rekord; obraz sprzed usuniecia idzie do dziennika.
      *=============================================================
           MOVE "MASTER " TO JR-FILE-ID
           MOVE "DELETE " TO JR-ACTION
           MOVE HM-KEY TO JR-KEY
           MOVE MASTER-RECORD TO JR-BEFORE-IMAGE
           MOVE SPACES TO JR-AFTER-IMAGE
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "WARNING: Cannot delete key: " HM-KEY
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-PARA
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT.

               STOP RUN
           END-IF

           PERFORM OPEN-JOURNAL-PARA
           PERFORM SAVE-MASTER-PRE-PARA
           OPEN OUTPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot recreate master file - status "
           END-PERFORM
           CLOSE UNLOAD-FILE
           CLOSE MASTER-FILE
           PERFORM JOURNAL-MASTER-CHANGES-PARA
           CLOSE JOURNAL-FILE

           MOVE WS-READ-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   DUPLICATES SKIPPED: " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           PERFORM WRITE-JOURNAL-SUMMARY-PARA.

      *=============================================================
       VERIFY-PARA.
           DISPLAY "Discrepancies:        " WS-DISCREPANCY-COUNT
           IF WS-REPAIR-FLAG = 'Y'
               DISPLAY "Keys repaired:        " WS-REPAIRED-COUNT
               DISPLAY "Journal entries:      " WS-JRNL-SEQ
                   "  run id " WS-JRNL-RUN-ID
           END-IF
           DISPLAY "Report written to: "
               "data/incident-master-report.txt"
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ARCH-READ-COUNT
      * Abend planowany (okno konserwacji) nie wchodzi do pliku
      * historycznego - INCIDENT-ANALYZER go tam nie dolicza
                           IF AR-PLANNED-FLAG NOT = 'Y'
                               PERFORM NOTE-ARCHIVE-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
      * Odbuduj plik historyczny w calosci z odtworzonego stanu -
      * jak REBUILD ze zrzutu: klucze bez pokrycia wypadaja,
      * brakujace wracaja, liczniki dostaja wartosci z archiwum.
      * Obraz sprzed naprawy porownany z wynikiem idzie do dziennika.
      *=============================================================
           PERFORM OPEN-JOURNAL-PARA
           PERFORM SAVE-MASTER-PRE-PARA
           OPEN OUTPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot recreate master file - status "
                       ADD 1 TO WS-REPAIRED-COUNT
               END-WRITE
           END-PERFORM
           CLOSE MASTER-FILE
           PERFORM JOURNAL-MASTER-CHANGES-PARA
           CLOSE JOURNAL-FILE
           PERFORM WRITE-JOURNAL-SUMMARY-PARA.

      *=============================================================
       WRITE-VERIFY-SUMMARY-PARA.
           STRING "   UNRECOGNIZED:         " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE.

      *=============================================================
       CONVERT-XREF-PARA.
      * Jednorazowa konwersja krzyzowki stalych numerow do ukladu
      * XREFREC: stary rekord (56 bajtow) dostaje puste pola
      * interfejsu service desk - bez numeru zgloszenia, bez
      * oczekiwania na zwrot, zero przebiegow; rekord sterujacy
      * (klucz LOW-VALUES) zachowuje nastepny wolny numer. Rekord
      * juz w nowym ukladzie (91 bajtow) przechodzi bez zmian.
      * Wynik idzie do data/incident-xref.new i po udanym
      * przebiegu jest kopiowany z powrotem na krzyzowke - jak
      * przy CONVERT.
      *=============================================================
           OPEN INPUT XREF-OLD-FILE
           IF WS-XREF-OLD-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open incident number "
                       "cross-reference data/incident-xref.idx - "
                       "status " WS-XREF-OLD-STATUS
               WRITE MAINT-REPORT-LINE FROM
                   "   ERROR: NO XREF FILE - CONVERT-XREF ABORTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT XREF-NEW-FILE
               IF WS-XREF-NEW-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot create conversion file "
                           "data/incident-xref.new - status "
                           WS-XREF-NEW-STATUS
                   WRITE MAINT-REPORT-LINE FROM
                       "   ERROR: NO WORK FILE - CONVERT-XREF ABORTED"
                   CLOSE XREF-OLD-FILE
                   CLOSE MAINT-REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ XREF-OLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-XCONV-READ-COUNT
                           PERFORM CONVERT-ONE-XREF-PARA
                   END-READ
               END-PERFORM
               CLOSE XREF-OLD-FILE
               CLOSE XREF-NEW-FILE
               MOVE 'N' TO WS-EOF
               PERFORM COPY-XREF-BACK-PARA
               PERFORM WRITE-XREF-CONVERT-SUMMARY-PARA
               IF WS-XCONV-BAD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "==============================================="
               DISPLAY "MASTER-MAINT - CONVERT-XREF COMPLETE"
               DISPLAY "Records read:      " WS-XCONV-READ-COUNT
               DISPLAY "Records converted: " WS-XCONV-DONE-COUNT
               DISPLAY "Control records:   " WS-XCONV-CTL-COUNT
               DISPLAY "Already new:       " WS-XCONV-SKIP-COUNT
               DISPLAY "Unrecognized:      " WS-XCONV-BAD-COUNT
               DISPLAY "Report written to: "
                   "data/incident-master-report.txt"
               DISPLAY "==============================================="
           END-IF.

      *=============================================================
       CONVERT-ONE-XREF-PARA.
      * Rozpoznanie ukladu po dlugosci rekordu. Wpis ze
      * znieksztalconym numerem przechodzi z ostrzezeniem (RC 4).
      *=============================================================
           IF WS-XO-REC-LEN > 56
               MOVE XREF-OLD-RECORD TO XREF-RECORD
               WRITE XREF-RECORD
               ADD 1 TO WS-XCONV-SKIP-COUNT
           ELSE
               MOVE XO-KEY        TO XR-KEY
               MOVE XO-PERM-ID    TO XR-PERM-ID
               MOVE XO-FIRST-SEEN TO XR-FIRST-SEEN
               MOVE SPACES TO XR-TICKET-NO
               MOVE SPACES TO XR-TKT-LAST-TXN
               MOVE SPACES TO XR-TKT-SENT-DATE
               MOVE 'N' TO XR-TKT-AWAIT
               MOVE 0 TO XR-TKT-RUNS
               WRITE XREF-RECORD
               EVALUATE TRUE
                   WHEN XO-PERM-ID NOT NUMERIC
                       DISPLAY "WARNING: Cross-reference entry with "
                           "bad permanent number: " XO-KEY
                       ADD 1 TO WS-XCONV-BAD-COUNT
                   WHEN XO-KEY = LOW-VALUES
                       ADD 1 TO WS-XCONV-CTL-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-XCONV-DONE-COUNT
               END-EVALUATE
           END-IF.

      *=============================================================
       COPY-XREF-BACK-PARA.
      * Skonwertowana krzyzowka wraca na swoje miejsce. Plik
      * roboczy musi sie otworzyc, zanim OPEN OUTPUT wyczysci
      * krzyzowke - inaczej zostaje ona nietknieta.
      *=============================================================
           OPEN INPUT XREF-NEW-FILE
           IF WS-XREF-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot reopen conversion file "
                       "data/incident-xref.new - status "
                       WS-XREF-NEW-STATUS
               DISPLAY "       data/incident-xref.idx left unchanged."
               WRITE MAINT-REPORT-LINE FROM
                   "   ERROR: NO WORK FILE - CONVERT-XREF ABORTED"
               CLOSE MAINT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot rewrite cross-reference "
                       "data/incident-xref.idx - status "
                       WS-XREF-STATUS
               DISPLAY "       Converted copy kept in "
                       "data/incident-xref.new."
               WRITE MAINT-REPORT-LINE FROM
                   "   ERROR: XREF NOT REWRITTEN - CONVERT-XREF ABORTED"
               CLOSE XREF-NEW-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XREF-NEW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE XREF-RECORD TO XREF-FINAL-RECORD
                       WRITE XREF-FINAL-RECORD
               END-READ
           END-PERFORM
           CLOSE XREF-NEW-FILE
           CLOSE XREF-FILE
           MOVE 'N' TO WS-EOF.

      *=============================================================
       WRITE-XREF-CONVERT-SUMMARY-PARA.
      *=============================================================
           MOVE WS-XCONV-READ-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   XREF RECORDS READ:    " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           MOVE WS-XCONV-DONE-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   RECORDS CONVERTED:    " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           MOVE WS-XCONV-CTL-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   CONTROL RECORDS:      " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           MOVE WS-XCONV-SKIP-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   ALREADY NEW FORMAT:   " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           MOVE WS-XCONV-BAD-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   UNRECOGNIZED:         " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE.

      *=============================================================
       OPEN-JOURNAL-PARA.
      * Otworz dziennik utrzymaniowy do dopisywania (pierwszy
      * przebieg zaklada plik) i ustal identyfikator przebiegu,
      * czas i uzytkownika. Bez dziennika nie zmieniamy pliku -
      * koniec z RC 8.
      *=============================================================
           MOVE SPACES TO WS-JRNL-RUN-ID
           STRING "MM" DELIMITED SIZE
               WS-CURRENT-DATETIME(1:16) DELIMITED SIZE
               INTO WS-JRNL-RUN-ID
           MOVE SPACES TO WS-JRNL-TS
           STRING WS-CURRENT-DATETIME(1:4)  DELIMITED SIZE
                  "-"                       DELIMITED SIZE
                  WS-CURRENT-DATETIME(5:2)  DELIMITED SIZE
                  "-"                       DELIMITED SIZE
                  WS-CURRENT-DATETIME(7:2)  DELIMITED SIZE
                  " "                       DELIMITED SIZE
                  WS-CURRENT-DATETIME(9:2)  DELIMITED SIZE
                  ":"                       DELIMITED SIZE
                  WS-CURRENT-DATETIME(11:2) DELIMITED SIZE
                  ":"                       DELIMITED SIZE
                  WS-CURRENT-DATETIME(13:2) DELIMITED SIZE
               INTO WS-JRNL-TS
           ACCEPT WS-JRNL-USER FROM ENVIRONMENT "USER"
           IF WS-JRNL-USER = SPACES
               ACCEPT WS-JRNL-USER FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF WS-JRNL-USER = SPACES
               MOVE "UNKNOWN" TO WS-JRNL-USER
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open maintenance journal "
                       "data/maint-journal.dat - status "
                       WS-JOURNAL-STATUS
               DISPLAY "       nothing changed"
               WRITE MAINT-REPORT-LINE FROM
                   "   ERROR: NO MAINTENANCE JOURNAL - RUN ABORTED"
               CLOSE MAINT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *=============================================================
       WRITE-JOURNAL-PARA.
      * Dopisz jeden wpis dziennika. Plik, akcje, klucz i obrazy
      * ustawia wywolujacy; naglowek przebiegu uzupelniany tutaj.
      *=============================================================
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-RUN-ID TO JR-RUN-ID
           MOVE WS-JRNL-SEQ    TO JR-SEQ-NO
           MOVE WS-JRNL-TS     TO JR-TIMESTAMP
           MOVE WS-FUNCTION    TO JR-FUNCTION
           MOVE WS-JRNL-USER   TO JR-USER-ID
           MOVE WS-PARM(1:60)  TO JR-PARM
           WRITE JOURNAL-LINE FROM JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "WARNING: Journal write failed for key "
                   JR-KEY " - status " WS-JOURNAL-STATUS
           END-IF.

      *=============================================================
       WRITE-JOURNAL-SUMMARY-PARA.
      *=============================================================
           MOVE WS-JRNL-SEQ TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   JOURNAL RUN ID:     " DELIMITED SIZE
               WS-JRNL-RUN-ID DELIMITED SIZE
               "  ENTRIES: " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           IF WS-FUNCTION NOT = "PURGE   "
               MOVE WS-JM-UNCHANGED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "   KEYS UNCHANGED:     " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           END-IF.

      *=============================================================
       SAVE-MASTER-PRE-PARA.
      * Przed odbudowa pliku historycznego (REBUILD, VERIFY REPAIR)
      * zapisz jego biezaca zawartosc w kolejnosci kluczy do
      * data/incident-master.pre. Nieczytelny plik (uszkodzony
      * indeks) = pusty obraz, kazdy klucz pojdzie do dziennika
      * jako ADD.
      *=============================================================
           MOVE 0 TO WS-PRE-COUNT
           OPEN OUTPUT MASTER-PRE-FILE
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Current master unreadable - status "
                   WS-MASTER-STATUS " - journal records every key "
                   "as ADD"
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO HM-KEY
               START MASTER-FILE KEY NOT < HM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               IF WS-EOF = 'N'
                   PERFORM READ-NEXT-MASTER-PARA
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   IF WS-MASTER-STATUS(1:1) NOT = "0"
                       DISPLAY "WARNING: Master read error - status "
                           WS-MASTER-STATUS " - before-images "
                           "incomplete"
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       ADD 1 TO WS-PRE-COUNT
                       MOVE SPACES TO MASTER-PRE-LINE
                       MOVE MASTER-RECORD TO MASTER-PRE-LINE
                       WRITE MASTER-PRE-LINE
                       PERFORM READ-NEXT-MASTER-PARA
                   END-IF
               END-PERFORM
               CLOSE MASTER-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           CLOSE MASTER-PRE-FILE.

      *=============================================================
       JOURNAL-MASTER-CHANGES-PARA.
      * Porownaj obraz sprzed odbudowy z nowym plikiem historycznym
      * (oba w kolejnosci kluczy) i zapisz w dzienniku kazdy klucz
      * usuniety, dodany albo zmieniony. Klucze przepisane bez
      * zmiany sa tylko liczone. Jeden wpis na klucz, wiec UNDO nie
      * zalezy od kolejnosci wpisow.
      *=============================================================
           MOVE 0 TO WS-JM-UNCHANGED-COUNT
           MOVE 'N' TO WS-JM-PRE-OPEN-FLAG
           OPEN INPUT MASTER-PRE-FILE
           IF WS-MASTER-PRE-STATUS NOT = "00"
               MOVE HIGH-VALUES TO WS-JM-PRE-KEY
           ELSE
               MOVE 'Y' TO WS-JM-PRE-OPEN-FLAG
               PERFORM READ-PRE-IMAGE-PARA
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-JM-OPEN-FLAG
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Cannot reopen master for journal - "
                   "status " WS-MASTER-STATUS
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-JM-OPEN-FLAG
               MOVE LOW-VALUES TO HM-KEY
               START MASTER-FILE KEY NOT < HM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF
           PERFORM READ-NEW-MASTER-PARA
           PERFORM UNTIL WS-JM-PRE-KEY = HIGH-VALUES
                   AND WS-JM-NEW-KEY = HIGH-VALUES
               MOVE "MASTER " TO JR-FILE-ID
               EVALUATE TRUE
                   WHEN WS-JM-PRE-KEY < WS-JM-NEW-KEY
                       MOVE "DELETE " TO JR-ACTION
                       MOVE WS-JM-PRE-KEY TO JR-KEY
                       MOVE MASTER-PRE-LINE(1:128) TO JR-BEFORE-IMAGE
                       MOVE SPACES TO JR-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-PARA
                       PERFORM READ-PRE-IMAGE-PARA
                   WHEN WS-JM-PRE-KEY > WS-JM-NEW-KEY
                       MOVE "ADD    " TO JR-ACTION
                       MOVE WS-JM-NEW-KEY TO JR-KEY
                       MOVE SPACES TO JR-BEFORE-IMAGE
                       MOVE MASTER-RECORD TO JR-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-PARA
                       PERFORM READ-NEW-MASTER-PARA
                   WHEN OTHER
                       IF MASTER-PRE-LINE(1:128) = MASTER-RECORD
                           ADD 1 TO WS-JM-UNCHANGED-COUNT
                       ELSE
                           MOVE "REWRITE" TO JR-ACTION
                           MOVE WS-JM-NEW-KEY TO JR-KEY
                           MOVE MASTER-PRE-LINE(1:128)
                               TO JR-BEFORE-IMAGE
                           MOVE MASTER-RECORD TO JR-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-PARA
                       END-IF
                       PERFORM READ-PRE-IMAGE-PARA
                       PERFORM READ-NEW-MASTER-PARA
               END-EVALUATE
           END-PERFORM
           IF WS-JM-OPEN-FLAG = 'Y'
               CLOSE MASTER-FILE
           END-IF
           IF WS-JM-PRE-OPEN-FLAG = 'Y'
               CLOSE MASTER-PRE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *=============================================================
       READ-PRE-IMAGE-PARA.
      *=============================================================
           READ MASTER-PRE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-JM-PRE-KEY
               NOT AT END
                   MOVE MASTER-PRE-LINE(1:20) TO WS-JM-PRE-KEY
           END-READ.

      *=============================================================
       READ-NEW-MASTER-PARA.
      *=============================================================
           IF WS-EOF = 'N'
               PERFORM READ-NEXT-MASTER-PARA
           END-IF
           IF WS-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-JM-NEW-KEY
           ELSE
               MOVE HM-KEY TO WS-JM-NEW-KEY
           END-IF.

      *=============================================================
       LIST-JOURNAL-PARA.
      * Wydruk dziennika utrzymaniowego: wszystkie wpisy, wpisy
      * jednego klucza, zakresu dat albo jednego przebiegu. Przy
      * kazdym nowym przebiegu naglowek z PARM. RC 4 = brak
      * dziennika albo brak pasujacych wpisow.
      *=============================================================
           EVALUATE WS-JL-MODE
               WHEN 'K'
                   MOVE SPACES TO MAINT-REPORT-LINE
                   STRING "   JOURNAL FOR KEY: " DELIMITED SIZE
                       WS-JRNL-ARG-1(1:8) DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-JRNL-ARG-2(1:4) DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-JRNL-ARG-3 DELIMITED SIZE
                       INTO MAINT-REPORT-LINE
               WHEN 'D'
                   MOVE SPACES TO MAINT-REPORT-LINE
                   STRING "   JOURNAL FROM " DELIMITED SIZE
                       WS-JL-FROM-DATE DELIMITED SIZE
                       " TO " DELIMITED SIZE
                       WS-JL-TO-DATE DELIMITED SIZE
                       INTO MAINT-REPORT-LINE
               WHEN 'R'
                   MOVE SPACES TO MAINT-REPORT-LINE
                   STRING "   JOURNAL FOR RUN: " DELIMITED SIZE
                       WS-JRNL-ARG-1 DELIMITED SIZE
                       INTO MAINT-REPORT-LINE
               WHEN OTHER
                   MOVE "   JOURNAL - ALL ENTRIES" TO MAINT-REPORT-LINE
           END-EVALUATE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM WS-BLANK-LINE

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "WARNING: No maintenance journal "
                   "data/maint-journal.dat - status "
                   WS-JOURNAL-STATUS
               WRITE MAINT-REPORT-LINE FROM
                   "   (no maintenance journal - nothing recorded)"
               MOVE 4 TO RETURN-CODE
           ELSE
               WRITE MAINT-REPORT-LINE FROM
                   "   SEQ    ACTION  FILE     JOB       ABND  STEP"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE INTO JOURNAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-JL-READ-COUNT
                           PERFORM CHECK-JOURNAL-FILTER-PARA
                           IF WS-JL-MATCH-FLAG = 'Y'
                               PERFORM LIST-JOURNAL-ENTRY-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-EOF
               IF WS-JL-LIST-COUNT = 0
                   WRITE MAINT-REPORT-LINE FROM
                       "   (no journal entries match)"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           WRITE MAINT-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-JL-LIST-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   JOURNAL ENTRIES LISTED: " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM WS-SEPARATOR

           DISPLAY "==============================================="
           DISPLAY "MASTER-MAINT - JOURNAL COMPLETE"
           DISPLAY "Journal entries read:   " WS-JL-READ-COUNT
           DISPLAY "Journal entries listed: " WS-JL-LIST-COUNT
           DISPLAY "Report written to: "
               "data/incident-master-report.txt"
           DISPLAY "===============================================".

      *=============================================================
       CHECK-JOURNAL-FILTER-PARA.
      *=============================================================
           MOVE 'N' TO WS-JL-MATCH-FLAG
           EVALUATE WS-JL-MODE
               WHEN 'K'
                   IF JR-KEY(1:8) = WS-JRNL-ARG-1(1:8)
                       AND (WS-JRNL-ARG-2 = SPACES
                           OR JR-KEY(9:4) = WS-JRNL-ARG-2(1:4))
                       AND (WS-JRNL-ARG-3 = SPACES
                           OR JR-KEY(13:8) = WS-JRNL-ARG-3)
                       MOVE 'Y' TO WS-JL-MATCH-FLAG
                   END-IF
               WHEN 'D'
                   STRING JR-TIMESTAMP(1:4) DELIMITED SIZE
                          JR-TIMESTAMP(6:2) DELIMITED SIZE
                          JR-TIMESTAMP(9:2) DELIMITED SIZE
                       INTO WS-JL-ENTRY-DATE-X
                   IF WS-JL-ENTRY-DATE-X NUMERIC
                       MOVE WS-JL-ENTRY-DATE-X TO WS-JL-ENTRY-DATE
                       IF WS-JL-ENTRY-DATE >= WS-JL-FROM-DATE
                           AND WS-JL-ENTRY-DATE <= WS-JL-TO-DATE
                           MOVE 'Y' TO WS-JL-MATCH-FLAG
                       END-IF
                   END-IF
               WHEN 'R'
                   IF JR-RUN-ID = WS-JRNL-ARG-1
                       MOVE 'Y' TO WS-JL-MATCH-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-JL-MATCH-FLAG
           END-EVALUATE.

      *=============================================================
       LIST-JOURNAL-ENTRY-PARA.
      * Wpis dziennika: naglowek przebiegu przy zmianie przebiegu,
      * linia wpisu i linia ze skrotem obrazu przed i po.
      *=============================================================
           ADD 1 TO WS-JL-LIST-COUNT
           IF JR-RUN-ID NOT = WS-JL-LAST-RUN-ID
               MOVE JR-RUN-ID TO WS-JL-LAST-RUN-ID
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "   RUN " DELIMITED SIZE
                   JR-RUN-ID DELIMITED SIZE
                   "  " DELIMITED SIZE
                   JR-TIMESTAMP DELIMITED SIZE
                   "  USER " DELIMITED SIZE
                   JR-USER-ID DELIMITED SIZE
                   "  PARM: " DELIMITED SIZE
                   JR-PARM DELIMITED SIZE
                   INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           END-IF
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   " DELIMITED SIZE
               JR-SEQ-NO DELIMITED SIZE
               " " DELIMITED SIZE
               JR-ACTION DELIMITED SIZE
               " " DELIMITED SIZE
               JR-FILE-ID DELIMITED SIZE
               "  " DELIMITED SIZE
               JR-KEY(1:8) DELIMITED SIZE
               "  " DELIMITED SIZE
               JR-KEY(9:4) DELIMITED SIZE
               "  " DELIMITED SIZE
               JR-KEY(13:8) DELIMITED SIZE
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           MOVE JR-BEFORE-IMAGE TO WS-JV-IMAGE
           PERFORM DESCRIBE-IMAGE-PARA
           MOVE WS-JL-DESC TO WS-JL-BEFORE-DESC
           MOVE JR-AFTER-IMAGE TO WS-JV-IMAGE
           PERFORM DESCRIBE-IMAGE-PARA
           MOVE WS-JL-DESC TO WS-JL-AFTER-DESC
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "          BEFORE: " DELIMITED SIZE
               WS-JL-BEFORE-DESC DELIMITED SIZE
               " AFTER: " DELIMITED SIZE
               WS-JL-AFTER-DESC DELIMITED SIZE
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE.

      *=============================================================
       DESCRIBE-IMAGE-PARA.
      * Skrot obrazu rekordu z WS-JV-IMAGE: dla pliku historycznego
      * liczba wystapien i napraw, dla problemu status i kod
      * rozwiazania; brak rekordu = (none).
      *=============================================================
           MOVE SPACES TO WS-JL-DESC
           EVALUATE TRUE
               WHEN WS-JV-IMAGE = SPACES
                   MOVE "(none)" TO WS-JL-DESC
               WHEN JR-FILE-ID = "MASTER "
                   STRING "OCC " DELIMITED SIZE
                       WS-JV-OCC-COUNT DELIMITED SIZE
                       " REPAIRS " DELIMITED SIZE
                       WS-JV-REPAIR-COUNT DELIMITED SIZE
                       INTO WS-JL-DESC
               WHEN OTHER
                   STRING WS-JV-PB-STATUS DELIMITED SIZE
                       " RES " DELIMITED SIZE
                       WS-JV-PB-RESCODE DELIMITED SIZE
                       INTO WS-JL-DESC
           END-EVALUATE.

      *=============================================================
       UNDO-RUN-PARA.
      * Wycofaj przebieg utrzymaniowy: wybierz jego wpisy z
      * dziennika do pliku roboczego, potem dla kazdego klucza
      * odtworz obraz sprzed zmiany. Klucz, ktorego biezacy stan
      * nie jest obrazem po zmianie (zmieniony od tamtej pory przez
      * INCIDENT-ANALYZER albo inny przebieg), jest pomijany. Samo
      * wycofanie tez trafia do dziennika (funkcja UNDO).
      *=============================================================
           IF WS-UNDO-RUN-ID = SPACES
               DISPLAY "ERROR: UNDO needs a journal run id "
                   "(see JOURNAL)"
               WRITE MAINT-REPORT-LINE FROM
                   "   ERROR: NO RUN ID - UNDO ABORTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM COLLECT-UNDO-ENTRIES-PARA
               IF WS-UNDO-ENTRY-COUNT = 0
                   DISPLAY "ERROR: No journal entries for run "
                       WS-UNDO-RUN-ID
                   WRITE MAINT-REPORT-LINE FROM
                       "   ERROR: RUN NOT IN JOURNAL - UNDO ABORTED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM APPLY-UNDO-PARA
               END-IF
           END-IF.

      *=============================================================
       COLLECT-UNDO-ENTRIES-PARA.
      * Wpisy wycofywanego przebiegu do data/maint-journal.wrk -
      * dziennik bedzie potem otwarty do dopisywania.
      *=============================================================
           MOVE 0 TO WS-UNDO-ENTRY-COUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               OPEN OUTPUT JOURNAL-WORK-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE INTO JOURNAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF JR-RUN-ID = WS-UNDO-RUN-ID
                               ADD 1 TO WS-UNDO-ENTRY-COUNT
                               MOVE JR-FILE-ID TO WS-UNDO-FILE-ID
                               MOVE JR-FUNCTION TO WS-UNDO-FUNCTION
                               WRITE JOURNAL-WORK-LINE
                                   FROM JOURNAL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               CLOSE JOURNAL-WORK-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *=============================================================
       APPLY-UNDO-PARA.
      *=============================================================
           PERFORM OPEN-JOURNAL-PARA
           IF WS-UNDO-FILE-ID = "PROBLEM"
               OPEN I-O PROBLEM-FILE
               IF WS-PROBLEM-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open problem register "
                           "data/incident-problem.idx - status "
                           WS-PROBLEM-STATUS
                   WRITE MAINT-REPORT-LINE FROM
                       "   ERROR: CANNOT OPEN PROBLEM REGISTER"
                   CLOSE JOURNAL-FILE
                   CLOSE MAINT-REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN I-O MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open incident history file. "
                           "Status: " WS-MASTER-STATUS
                   WRITE MAINT-REPORT-LINE FROM
                       "   ERROR: CANNOT OPEN MASTER FILE"
                   CLOSE JOURNAL-FILE
                   CLOSE MAINT-REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   UNDO OF RUN: " DELIMITED SIZE
               WS-UNDO-RUN-ID DELIMITED SIZE
               "  FUNCTION " DELIMITED SIZE
               WS-UNDO-FUNCTION DELIMITED SIZE
               "  FILE " DELIMITED SIZE
               WS-UNDO-FILE-ID DELIMITED SIZE
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM WS-BLANK-LINE

           OPEN INPUT JOURNAL-WORK-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-WORK-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM UNDO-ONE-ENTRY-PARA
               END-READ
           END-PERFORM
           CLOSE JOURNAL-WORK-FILE
           MOVE 'N' TO WS-EOF
           IF WS-UNDO-FILE-ID = "PROBLEM"
               CLOSE PROBLEM-FILE
           ELSE
               CLOSE MASTER-FILE
           END-IF
           CLOSE JOURNAL-FILE

           WRITE MAINT-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-UNDO-ENTRY-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   RUN ENTRIES:        " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           MOVE WS-UNDO-DONE-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   KEYS RESTORED:      " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           MOVE WS-UNDO-REFUSED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "   KEYS REFUSED:       " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           PERFORM WRITE-JOURNAL-SUMMARY-PARA
           WRITE MAINT-REPORT-LINE FROM WS-BLANK-LINE
           WRITE MAINT-REPORT-LINE FROM WS-SEPARATOR

           IF WS-UNDO-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "==============================================="
           DISPLAY "MASTER-MAINT - UNDO COMPLETE"
           DISPLAY "Run undone:      " WS-UNDO-RUN-ID
           DISPLAY "Run entries:     " WS-UNDO-ENTRY-COUNT
           DISPLAY "Keys restored:   " WS-UNDO-DONE-COUNT
           DISPLAY "Keys refused:    " WS-UNDO-REFUSED-COUNT
           DISPLAY "Journal entries: " WS-JRNL-SEQ
               "  run id " WS-JRNL-RUN-ID
           DISPLAY "Report written to: "
               "data/incident-master-report.txt"
           DISPLAY "===============================================".

      *=============================================================
       UNDO-ONE-ENTRY-PARA.
      * Jeden wpis wycofywanego przebiegu: biezacy stan klucza musi
      * byc obrazem po zmianie (dla DELETE - klucz nieobecny),
      * inaczej klucz jest pomijany.
      *=============================================================
           MOVE JR-ACTION       TO WS-JU-ACTION
           MOVE JR-KEY          TO WS-JU-KEY
           MOVE JR-BEFORE-IMAGE TO WS-JU-BEFORE
           MOVE JR-AFTER-IMAGE  TO WS-JU-AFTER
           MOVE 'N' TO WS-JU-FOUND-FLAG
           MOVE SPACES TO WS-JU-CURRENT
           IF WS-UNDO-FILE-ID = "PROBLEM"
               MOVE WS-JU-KEY TO PB-KEY
               READ PROBLEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-JU-FOUND-FLAG
                       MOVE PROBLEM-RECORD TO WS-JU-CURRENT
               END-READ
           ELSE
               MOVE WS-JU-KEY TO HM-KEY
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-JU-FOUND-FLAG
                       MOVE MASTER-RECORD TO WS-JU-CURRENT
               END-READ
           END-IF

           MOVE 'Y' TO WS-JU-OK-FLAG
           IF WS-JU-ACTION = "DELETE "
               IF WS-JU-FOUND-FLAG = 'Y'
                   MOVE 'N' TO WS-JU-OK-FLAG
               END-IF
           ELSE
               IF WS-JU-FOUND-FLAG = 'N'
                   OR WS-JU-CURRENT NOT = WS-JU-AFTER
                   MOVE 'N' TO WS-JU-OK-FLAG
               END-IF
           END-IF

           IF WS-JU-OK-FLAG = 'N'
               ADD 1 TO WS-UNDO-REFUSED-COUNT
               DISPLAY "WARNING: Key changed since run - not "
                   "restored: " WS-JU-KEY
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "   REFUSED - CHANGED SINCE RUN: " DELIMITED SIZE
                   WS-JU-KEY DELIMITED SIZE
                   INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           ELSE
               IF WS-UNDO-FILE-ID = "PROBLEM"
                   PERFORM RESTORE-PROBLEM-PARA
               ELSE
                   PERFORM RESTORE-MASTER-PARA
               END-IF
           END-IF.

      *=============================================================
       RESTORE-MASTER-PARA.
      * Odwrocenie akcji: DELETE -> zapis obrazu przed, ADD ->
      * usuniecie, REWRITE -> przepisanie obrazu przed.
      *=============================================================
           MOVE 'N' TO WS-JU-OK-FLAG
           EVALUATE WS-JU-ACTION
               WHEN "DELETE "
                   MOVE WS-JU-BEFORE TO MASTER-RECORD
                   WRITE MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-JU-OK-FLAG
                   END-WRITE
               WHEN "ADD    "
                   DELETE MASTER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-JU-OK-FLAG
                   END-DELETE
               WHEN OTHER
                   MOVE WS-JU-BEFORE TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-JU-OK-FLAG
                   END-REWRITE
           END-EVALUATE
           PERFORM JOURNAL-UNDO-PARA.

      *=============================================================
       RESTORE-PROBLEM-PARA.
      *=============================================================
           MOVE 'N' TO WS-JU-OK-FLAG
           EVALUATE WS-JU-ACTION
               WHEN "DELETE "
                   MOVE WS-JU-BEFORE TO PROBLEM-RECORD
                   WRITE PROBLEM-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-JU-OK-FLAG
                   END-WRITE
               WHEN "ADD    "
                   DELETE PROBLEM-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-JU-OK-FLAG
                   END-DELETE
               WHEN OTHER
                   MOVE WS-JU-BEFORE TO PROBLEM-RECORD
                   REWRITE PROBLEM-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-JU-OK-FLAG
                   END-REWRITE
           END-EVALUATE
           PERFORM JOURNAL-UNDO-PARA.

      *=============================================================
       JOURNAL-UNDO-PARA.
      * Wycofanie klucza do dziennika jako akcja odwrotna z
      * zamienionymi obrazami - UNDO tez mozna wycofac.
      *=============================================================
           IF WS-JU-OK-FLAG = 'N'
               DISPLAY "WARNING: Cannot restore key: " WS-JU-KEY
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "   FAILED - I/O ERROR: " DELIMITED SIZE
                   WS-JU-KEY DELIMITED SIZE
                   INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
               ADD 1 TO WS-UNDO-REFUSED-COUNT
           ELSE
               ADD 1 TO WS-UNDO-DONE-COUNT
               MOVE WS-UNDO-FILE-ID TO JR-FILE-ID
               EVALUATE WS-JU-ACTION
                   WHEN "DELETE "
                       MOVE "ADD    " TO JR-ACTION
                   WHEN "ADD    "
                       MOVE "DELETE " TO JR-ACTION
                   WHEN OTHER
                       MOVE "REWRITE" TO JR-ACTION
               END-EVALUATE
               MOVE WS-JU-KEY    TO JR-KEY
               MOVE WS-JU-AFTER  TO JR-BEFORE-IMAGE
               MOVE WS-JU-BEFORE TO JR-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-PARA
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "   RESTORED: " DELIMITED SIZE
                   WS-JU-KEY DELIMITED SIZE
                   "  (" DELIMITED SIZE
                   WS-JU-ACTION DELIMITED SPACE
                   " UNDONE)" DELIMITED SIZE
                   INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE FROM MAINT-REPORT-LINE
           END-IF.
