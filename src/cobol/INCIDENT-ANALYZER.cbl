      * biznesowa operacji, niezalezna od tego, co wpisal help desk).
      * Wzorce abend/job/step ('*' = dowolny) -> nowy priorytet.
           SELECT PRIORITY-RULES-FILE
               ASSIGN TO DYNAMIC WS-PRI-RULES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRI-RULES-STATUS.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESCALATE-CTL-STATUS.

      * Plik wejsciowy: katalog kodow abend (kod, kategoria awarii,
      * sugerowany domyslny priorytet, opis) - utrzymywany recznie
      * przez operacje, jak mapa runbookow.
           SELECT ABEND-CATALOG-FILE
               ASSIGN TO "data/abend-catalog.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ABEND-CAT-STATUS.

      * Plik wejsciowy: rejestr zmian produkcyjnych z eksportu
      * zarzadzania zmianami (numer zmiany, job, czas wdrozenia,
      * grupa wdrazajaca) - opcjonalny, do korelacji incydent-zmiana.
           SELECT CHANGE-LOG-FILE
               ASSIGN TO "data/change-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

      * Karta sterujaca okna korelacji ze zmianami (godziny po
      * wdrozeniu, w ktorych abend tego samego joba jest podejrzany).
           SELECT CHANGE-WINDOW-CTL-FILE
               ASSIGN TO "data/change-window.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-WIN-STATUS.

      * Plik wejsciowy: zaleznosci jobow wsadowych (poprzednik ->
      * nastepnik, opcjonalnie priorytet biznesowy nastepnika) - do
      * sekcji wplywu na lancuch wsadowy.
           SELECT JOB-DEPEND-FILE
               ASSIGN TO "data/job-dependency.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOB-DEP-STATUS.

      * Plik wejsciowy: okna planowanej konserwacji (identyfikator,
      * poczatek, koniec, job lub wzorzec, opcjonalny abend, powod) -
      * abendy oczekiwane w oknie nie alarmuja i nie ida do SLA.
           SELECT MAINT-WINDOW-FILE
               ASSIGN TO "data/maint-windows.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-WIN-STATUS.

      * Plik wejsciowy: anomalie abendow z ABEND-SPIKE (skoki ponad
      * baze 28-dniowa, cisza po stalym wzorcu) - znaczone w
      * podsumowaniu wykonawczym i na kartkach przekazania zmiany.
           SELECT ANOMALY-FILE
               ASSIGN TO "data/abend-anomaly.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANOMALY-STATUS.

      * Plik wejsciowy: kalendarz operacyjny (swieta, okna pokrycia
      * per zespol) - steruje zegarem SLA godzin roboczych dla P3/P4.
           SELECT OPS-CALENDAR-FILE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

      * Interfejs do narzedzia service desk: plik wyjsciowy
      * transakcji CREATE / UPDATE / CLOSE (ze zmian statusu z
      * uzgodnienia dzien-do-dnia), klucz = staly numer incydentu;
      * budowany od nowa w kazdym przebiegu.
           SELECT TICKET-OUT-FILE
               ASSIGN TO "data/ticket-interface.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TICKET-OUT-STATUS.

      * Plik zwrotny z service desk: numer zgloszenia nadany dla
      * stalego numeru incydentu - wczytywany w nastepnym przebiegu
      * do krzyzowki stalych numerow i oprozniany po przebiegu
      * zatwierdzonym razem z migawka.
           SELECT TICKET-RETURN-FILE
               ASSIGN TO "data/ticket-return.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TICKET-RET-STATUS.

      * Karta sterujaca: po ilu przebiegach bez zwrotu transakcja
      * trafia na liste wyjatkow interfejsu.
           SELECT TICKET-CTL-FILE
               ASSIGN TO "data/ticket-return.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TICKET-CTL-STATUS.

      * Karta sterujaca: maksymalny wiek ekstraktu (dni od daty z
      * naglowka eksportu do daty przebiegu).
           SELECT EXPORT-CTL-FILE
               ASSIGN TO "data/export-integrity.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPORT-CTL-STATUS.

      * Ostatni przyjety numer kolejny ekstraktu per system
      * zrodlowy - przepisywany na koncu udanego przebiegu.
           SELECT EXPORT-SEQ-FILE
               ASSIGN TO "data/export-sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPORT-SEQ-STATUS.

      * Archiwum historyczne: jeden rekord na kazdy zaakceptowany
      * incydent, z runbookiem, flagami SLA/repeat i zespolem tak,
      * jak wyliczono w dniu przetworzenia. Nigdy nie czyszczone -
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HANDOVER-STATUS.

      * Plik wyjsciowy: raport symulacji kandydackich regul
      * priorytetow na archiwum (tryb SIMULATE) - do akceptacji
      * przed wdrozeniem nowego priority-rules.csv.
           SELECT SIM-REPORT-FILE
               ASSIGN TO "data/priority-simulation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIM-REPORT-STATUS.

      * Plik wyjsciowy: raport audytu konfiguracji - rozjazdy miedzy
      * recznie edytowanymi tabelami referencyjnymi a kluczami
      * realnie widzianymi w pliku historycznym.
           05 FILLER             PIC X.
           05 IR-RESOLVED-TS     PIC X(19).       *> czas naprawy (puste gdy brak)

      * Opcjonalny naglowek (pierwszy rekord) i stopka (ostatni)
      * eksportu - rozpoznawane po typie w kolumnach 1-3.
       01 INCIDENT-HEADER-RECORD.
           05 IH-REC-TYPE        PIC X(3).
           05 FILLER             PIC X.
           05 IH-EXTRACT-DATE    PIC X(10).
           05 FILLER             PIC X.
           05 IH-SOURCE-SYSTEM   PIC X(8).
           05 FILLER             PIC X.
           05 IH-SEQUENCE-NO     PIC X(6).
       01 INCIDENT-TRAILER-RECORD.
           05 IT-REC-TYPE        PIC X(3).
           05 FILLER             PIC X.
           05 IT-RECORD-COUNT    PIC X(7).
           05 FILLER             PIC X.
           05 IT-HASH-TOTAL      PIC X(12).

      * Definicja linii raportu
       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(132).
           05 CK-OPEN-COUNT      PIC 9(5).
           05 CK-INPROG-COUNT    PIC 9(5).
           05 CK-RESOLV-COUNT    PIC 9(5).
           05 CK-AB-DROPPED-COUNT PIC 9(5).
           05 CK-REJECT-COUNT    PIC 9(5).
           05 CK-SLA-BREACH-COUNT PIC 9(5).
           05 CK-LAST-FILE-IDX   PIC 9(3).
           05 CK-FS-ENTRY OCCURS 20 TIMES.
               10 CK-FS-FILENAME-TBL PIC X(40).
               10 CK-FS-TOTAL-TBL    PIC 9(5).
           05 CK-AB-ENTRY-COUNT  PIC 9(3).
           05 CK-AB-ENTRY OCCURS 80 TIMES.
               10 CK-AB-CODE-TBL  PIC X(4).
               10 CK-AB-COUNT-TBL PIC 9(5).

      * Definicja linii pliku odrzutow
       FD REJECT-FILE.
           05 FILLER             PIC X.
           05 PU-PRIORITY        PIC 9.

      * Definicja rekordu katalogu kodow abend. Kategoria awarii:
      * DATA/STORAGE/SPACE/TIMEOUT/SECURITY/USER; priorytet 1-4.
      * Abend uzytkownika (Unnnn) przychodzi w eksporcie jako sam
      * 4-cyfrowy kod z typem USER (np. U4038 -> 4038) i pod tym
      * kluczem jest katalogowany.
       FD ABEND-CATALOG-FILE.
       01 ABEND-CATALOG-RECORD.
           05 AC-ABEND-CODE      PIC X(4).
           05 FILLER             PIC X.
           05 AC-CATEGORY        PIC X(8).
           05 FILLER             PIC X.
           05 AC-DEF-PRIORITY    PIC 9.
           05 FILLER             PIC X.
           05 AC-DESCRIPTION     PIC X(30).

      * Definicja rekordu rejestru zmian produkcyjnych
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 CL-CHANGE-NO       PIC X(10).
           05 FILLER             PIC X.
           05 CL-JOB-NAME        PIC X(8).
           05 FILLER             PIC X.
           05 CL-IMPL-TS         PIC X(19).
           05 FILLER             PIC X.
           05 CL-IMPL-GROUP      PIC X(8).

      * Definicja karty sterujacej okna korelacji ze zmianami
       FD CHANGE-WINDOW-CTL-FILE.
       01 CHANGE-WINDOW-CTL-LINE  PIC X(80).

      * Definicja rekordu zaleznosci jobow. DP-SUCC-PRIORITY to
      * priorytet biznesowy joba-nastepnika (1-4, spacja = brak) -
      * nastepnik P1 zablokowany przez incydent P3/P4 oznacza
      * zanizony priorytet incydentu.
       FD JOB-DEPEND-FILE.
       01 JOB-DEPEND-RECORD.
           05 DP-PRED-JOB        PIC X(8).
           05 FILLER             PIC X.
           05 DP-SUCC-JOB        PIC X(8).
           05 FILLER             PIC X.
           05 DP-SUCC-PRIORITY   PIC X.

      * Definicja rekordu okna planowanej konserwacji. MW-JOB-NAME:
      * nazwa joba, '*' = kazdy job, 'DB2*' = joby o prefiksie DB2.
      * MW-ABEND-CODE: spacje lub '*' = kazdy abend.
       FD MAINT-WINDOW-FILE.
       01 MAINT-WINDOW-RECORD.
           05 MW-WINDOW-ID       PIC X(10).
           05 FILLER             PIC X.
           05 MW-START-TS        PIC X(19).
           05 FILLER             PIC X.
           05 MW-END-TS          PIC X(19).
           05 FILLER             PIC X.
           05 MW-JOB-NAME        PIC X(8).
           05 FILLER             PIC X.
           05 MW-ABEND-CODE      PIC X(4).
           05 FILLER             PIC X.
           05 MW-REASON          PIC X(40).

      * Definicja rekordu anomalii abendow (uklad wspolny z
      * ABEND-SPIKE - ANOMREC)
       FD ANOMALY-FILE.
       COPY ANOMREC.

      * Definicja rekordu kalendarza operacyjnego. Typ rekordu w
      * pierwszym polu: HOLIDAY (dzien wolny dla wszystkich),
      * COVERAGE (okno pokrycia zespolu), DEFAULT (okno pokrycia dla

      * Definicja linii pliku alarmowego (JSON, jeden wpis na linie)
       FD ALERT-FILE.
       01 ALERT-LINE              PIC X(300).

      * Definicja rekordu potwierdzenia alertu z bramki pagerowej
       FD ALERT-ACK-FILE.
       FD DELTA-FILE.
       01 DELTA-LINE              PIC X(132).

      * Definicja rekordu transakcji interfejsu service desk -
      * uklad staly, bez separatorow.
       FD TICKET-OUT-FILE.
       01 TICKET-OUT-RECORD.
           05 TK-TXN-TYPE        PIC X(6).
           05 TK-PERM-ID         PIC 9(7).
           05 TK-TICKET-NO       PIC X(15).
           05 TK-JOB-NAME        PIC X(8).
           05 TK-ABEND-CODE      PIC X(4).
           05 TK-STEP-NAME       PIC X(8).
           05 TK-TIMESTAMP       PIC X(19).
           05 TK-PRIORITY        PIC 9.
           05 TK-STATUS          PIC X(11).
           05 TK-TEAM            PIC X(8).
           05 TK-RUNBOOK-ID      PIC X(10).
           05 TK-CHANGE-NO       PIC X(10).
           05 TK-RUN-TS          PIC X(19).

      * Definicja rekordu pliku zwrotnego service desk:
      * staly numer, typ potwierdzanej transakcji, numer zgloszenia.
       FD TICKET-RETURN-FILE.
       01 TICKET-RETURN-RECORD.
           05 RT-PERM-ID         PIC X(7).
           05 FILLER             PIC X.
           05 RT-TXN-TYPE        PIC X(6).
           05 FILLER             PIC X.
           05 RT-TICKET-NO       PIC X(15).

      * Definicja linii karty sterujacej interfejsu service desk
       FD TICKET-CTL-FILE.
       01 TICKET-CTL-LINE         PIC X(80).

       FD EXPORT-CTL-FILE.
       01 EXPORT-CTL-LINE         PIC X(80).

      * Definicja rekordu numeru kolejnego ekstraktu
       FD EXPORT-SEQ-FILE.
       01 EXPORT-SEQ-RECORD.
           05 ES-SOURCE-SYSTEM   PIC X(8).
           05 FILLER             PIC X.
           05 ES-LAST-SEQ        PIC 9(6).
           05 FILLER             PIC X.
           05 ES-EXTRACT-DATE    PIC X(10).
           05 FILLER             PIC X.
           05 ES-FILENAME        PIC X(40).
           05 FILLER             PIC X.
           05 ES-RUN-TS          PIC X(19).

      * Definicja rekordu dziennika audytowego uruchomien
       FD AUDIT-FILE.
       01 AUDIT-LINE              PIC X(240).
       FD HANDOVER-FILE.
       01 HANDOVER-LINE           PIC X(132).

       FD SIM-REPORT-FILE.
       01 SIM-LINE                PIC X(132).

      * Definicja rekordu archiwum historycznego incydentow -
      * uklad wspolny z programami raportowymi (copybook ARCHREC)
       FD ARCHIVE-FILE.
       FD PROBLEM-FILE.
       COPY PROBREC.

      * Definicja rekordu krzyzowki stalych numerow incydentow -
      * uklad wspolny z INCIDENT-DOSSIER (copybook XREFREC)
       FD XREF-FILE.
       COPY XREFREC.

      * Wpis listingu szczegolowego w pliku roboczym - klucz
      * sortowania (priorytet + timestamp) jest prefiksem rekordu.
           05 DW-SLA-FLAG        PIC X.
           05 DW-REPEAT-FLAG     PIC X.
           05 DW-AGE-HOURS       PIC S9(5) SIGN LEADING SEPARATE.
           05 DW-TICKET-NO       PIC X(15).

       FD DETAIL-SORTED-FILE.
       01 DETAIL-SORTED-RECORD.
           05 DS-SLA-FLAG        PIC X.
           05 DS-REPEAT-FLAG     PIC X.
           05 DS-AGE-HOURS       PIC S9(5) SIGN LEADING SEPARATE.
           05 DS-TICKET-NO       PIC X(15).

       SD DETAIL-SORT-FILE.
       01 SORT-DETAIL-RECORD.
           05 SD-SORT-KEY        PIC X(20).
           05 FILLER             PIC X(73).

      * Definicja rekordu roboczego migawki (klucz incydentu +
      * status z poprzedniego uruchomienia + flagi uzgodnienia)
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

      * Stan biezacy incydentu po dedupie: zespol wg biezacego
      * rosteru, status poprzedni i data pierwszego zarchiwizowania
           05 CS-TIMESTAMP       PIC X(19).
           05 CS-PREV-STATUS     PIC X(11).
           05 CS-FIRST-RUN       PIC X(10).
           05 CS-REC             PIC X(150).

       FD CUR-SORTED-FILE.
       01 CUR-SORTED-RECORD.
           05 CV-TIMESTAMP       PIC X(19).
           05 CV-PREV-STATUS     PIC X(11).
           05 CV-FIRST-RUN       PIC X(10).
           05 CV-REC             PIC X(150).

       SD CUR-SORT-FILE.
       01 SORT-CUR-RECORD.
           05 SC-TEAM            PIC X(8).
           05 SC-TIMESTAMP       PIC X(19).
           05 FILLER             PIC X(171).

       WORKING-STORAGE SECTION.

               10 WS-FS-FILENAME PIC X(40).
               10 WS-FS-TOTAL    PIC 9(5).

      *-------------------------------------------------------------
      * Integralnosc calego pliku eksportu: naglowek HDR (data
      * ekstraktu, system zrodlowy, numer kolejny) i stopka TRL
      * (liczba rekordow, suma kontrolna IR-INC-ID) uzgadniane w
      * pierwszym przebiegu po pliku, zanim jakikolwiek incydent
      * zostanie zatwierdzony. Plik niezgodny, przeterminowany albo
      * z powtorzonym/pominietym numerem kolejnym idzie do
      * kwarantanny (nie jest przetwarzany) - RC 6. Plik bez HDR i
      * TRL (stary format) idzie jak dotychczas, jako NO CONTROL.
      *-------------------------------------------------------------
       01 WS-EXPORT-CTL-STATUS    PIC XX VALUE SPACES.
       01 WS-EXPORT-SEQ-STATUS    PIC XX VALUE SPACES.
       01 WS-FI-MAX-AGE-DAYS      PIC 9(5) VALUE 0.
       01 WS-FI-HDR-COUNT         PIC 9(3) VALUE 0.
       01 WS-FI-TRL-COUNT         PIC 9(3) VALUE 0.
       01 WS-FI-HDR-MISPLACED     PIC X VALUE 'N'.
       01 WS-FI-DATA-COUNT        PIC 9(7) VALUE 0.
       01 WS-FI-AFTER-TRL-COUNT   PIC 9(7) VALUE 0.
       01 WS-FI-HASH-TOTAL        PIC 9(12) VALUE 0.
       01 WS-FI-HDR-DATE          PIC X(10) VALUE SPACES.
       01 WS-FI-HDR-SOURCE        PIC X(8) VALUE SPACES.
       01 WS-FI-HDR-SEQ-X         PIC X(6) VALUE SPACES.
       01 WS-FI-HDR-SEQ REDEFINES WS-FI-HDR-SEQ-X PIC 9(6).
       01 WS-FI-TRL-COUNT-X       PIC X(7) VALUE SPACES.
       01 WS-FI-TRL-COUNT-N REDEFINES WS-FI-TRL-COUNT-X PIC 9(7).
       01 WS-FI-TRL-HASH-X        PIC X(12) VALUE SPACES.
       01 WS-FI-TRL-HASH-N REDEFINES WS-FI-TRL-HASH-X PIC 9(12).
       01 WS-FI-DATE-ALPHA        PIC X(8) VALUE SPACES.
       01 WS-FI-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-FI-RUN-DAYS          PIC S9(9) COMP VALUE 0.
       01 WS-FI-EXT-DAYS          PIC S9(9) COMP VALUE 0.
       01 WS-FI-AGE-DAYS          PIC S9(9) COMP VALUE 0.
       01 WS-FI-NEXT-SEQ          PIC 9(7) VALUE 0.
       01 WS-FI-QUARANTINE-FLAG   PIC X VALUE 'N'.
       01 WS-FI-REASON            PIC X(40) VALUE SPACES.
       01 WS-FI-QUARANTINE-COUNT  PIC 9(3) VALUE 0.
       01 WS-FI-DISP-1            PIC 9(7).
       01 WS-FI-DISP-2            PIC 9(7).
       01 WS-FI-TABLE.
           05 WS-FI-ENTRY OCCURS 20 TIMES.
               10 WS-FI-STATUS-TBL   PIC X(11).
               10 WS-FI-SOURCE-TBL   PIC X(8).
               10 WS-FI-SEQ-TBL      PIC X(6).
               10 WS-FI-DATE-TBL     PIC X(10).
               10 WS-FI-COUNT-TBL    PIC 9(7).
               10 WS-FI-REASON-TBL   PIC X(40).
       01 WS-ES-TABLE.
           05 WS-ES-ENTRY OCCURS 50 TIMES INDEXED BY WS-ES-IDX.
               10 WS-ES-SOURCE-TBL   PIC X(8).
               10 WS-ES-SEQ-TBL      PIC 9(6).
               10 WS-ES-DATE-TBL     PIC X(10).
               10 WS-ES-FILE-TBL     PIC X(40).
               10 WS-ES-RUN-TS-TBL   PIC X(19).
       01 WS-ES-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-ES-FOUND-FLAG        PIC X VALUE 'N'.

      *-------------------------------------------------------------
      * Data biezacego uruchomienia (do CSV z trendami)
      *-------------------------------------------------------------
      * bez checkpointu.
      *-------------------------------------------------------------
       01 WS-PRI-RULES-STATUS     PIC XX VALUE SPACES.
       01 WS-PRI-RULES-FILENAME   PIC X(100)
           VALUE "data/priority-rules.csv".
      * WS-PU-HIT-TBL = ile incydentow regula dopasowala,
      * WS-PU-WIN-TBL = dla ilu byla ostatnia pasujaca (decydujaca)
       01 WS-PRI-RULE-TABLE.
           05 WS-PU-ENTRY OCCURS 50 TIMES INDEXED BY WS-PU-IDX.
               10 WS-PU-ABEND-TBL   PIC X(4).
               10 WS-PU-JOB-TBL     PIC X(8).
               10 WS-PU-STEP-TBL    PIC X(8).
               10 WS-PU-PRI-TBL     PIC 9.
               10 WS-PU-HIT-TBL     PIC 9(5).
               10 WS-PU-WIN-TBL     PIC 9(5).
       01 WS-PU-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-PU-DECIDING-NO       PIC 9(3) VALUE 0.
       01 WS-SRC-PRIORITY         PIC 9 VALUE 0.
       01 WS-PRI-OVERRIDE-FLAG    PIC X VALUE 'N'.
       01 WS-PRI-OVERRIDE-COUNT   PIC 9(5) VALUE 0.

       01 WS-AP-SEARCH-KEY       PIC X(39) VALUE SPACES.
       01 WS-AW-SEQ              PIC 9(9) VALUE 0.
       01 WS-GRP-KEY             PIC X(39) VALUE SPACES.
       01 WS-GRP-LAST-REC        PIC X(150) VALUE SPACES.
       01 WS-GRP-PREV-STATUS     PIC X(11) VALUE SPACES.
       01 WS-GRP-FIRST-RUN       PIC X(10) VALUE SPACES.
       01 WS-GRP-ACTIVE-FLAG     PIC X VALUE 'N'.
       01 WS-HO-DUE-MI           PIC 99 VALUE 0.
       01 WS-HO-DUE-TS           PIC X(16) VALUE SPACES.

      *-------------------------------------------------------------
      * Tryb symulacji (PARM: "SIMULATE od-daty do-daty [plik]"):
      * kandydackie reguly priorytetow (domyslnie
      * data/priority-rules-candidate.csv) przeliczone na
      * najswiezszym zarchiwizowanym stanie kazdego incydentu z
      * zakresu - bez dotykania zadnego pliku produkcyjnego.
      * Przed = priorytet i flaga SLA z archiwum, po = reguly
      * kandydackie na priorytecie z ticketu (AR-SRC-PRIORITY).
      *-------------------------------------------------------------
       01 WS-SIM-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-SIM-RULES-FILENAME  PIC X(100) VALUE SPACES.
       01 WS-SIM-BASE-PRI        PIC 9 VALUE 0.
       01 WS-SIM-OLD-PRI         PIC 9 VALUE 0.
       01 WS-SIM-NEW-PRI         PIC 9 VALUE 0.
       01 WS-SIM-SLA-BEFORE      PIC X VALUE 'N'.
       01 WS-SIM-SLA-AFTER       PIC X VALUE 'N'.
       01 WS-SIM-COUNTERS.
           05 WS-SIM-INC-COUNT       PIC 9(7) VALUE 0.
           05 WS-SIM-CHANGED-COUNT   PIC 9(7) VALUE 0.
           05 WS-SIM-RAISED-COUNT    PIC 9(7) VALUE 0.
           05 WS-SIM-LOWERED-COUNT   PIC 9(7) VALUE 0.
           05 WS-SIM-PLANNED-COUNT   PIC 9(7) VALUE 0.
           05 WS-SIM-NO-SRC-COUNT    PIC 9(7) VALUE 0.
           05 WS-SIM-OPEN-COUNT      PIC 9(7) VALUE 0.
           05 WS-SIM-SLA-BEF-COUNT   PIC 9(7) VALUE 0.
           05 WS-SIM-SLA-AFT-COUNT   PIC 9(7) VALUE 0.
           05 WS-SIM-SLA-NEW-COUNT   PIC 9(7) VALUE 0.
           05 WS-SIM-SLA-GONE-COUNT  PIC 9(7) VALUE 0.
           05 WS-SIM-UNMATCHED-COUNT PIC 9(3) VALUE 0.
           05 WS-SIM-SHADOWED-COUNT  PIC 9(3) VALUE 0.
           05 WS-SIM-TEAM-DROPPED    PIC 9(7) VALUE 0.
       01 WS-SIM-PRI-TABLE.
           05 WS-SIM-PRI-ENTRY OCCURS 4 TIMES.
               10 WS-SIM-PRI-BEF-TBL PIC 9(7).
               10 WS-SIM-PRI-AFT-TBL PIC 9(7).
       01 WS-SIM-TEAM-TABLE.
           05 WS-ST-ENTRY OCCURS 50 TIMES INDEXED BY WS-ST-IDX.
               10 WS-ST-TEAM-TBL     PIC X(8).
               10 WS-ST-PRI-ENTRY OCCURS 4 TIMES.
                   15 WS-ST-BEF-TBL  PIC 9(5).
                   15 WS-ST-AFT-TBL  PIC 9(5).
       01 WS-ST-ENTRY-COUNT      PIC 9(3) VALUE 0.
       01 WS-ST-FOUND-FLAG       PIC X VALUE 'N'.
       01 WS-SIM-PRI-IDX         PIC 9 VALUE 0.
       01 WS-SIM-SHADOW-NO       PIC 9(3) VALUE 0.
       01 WS-SIM-RULE-NOTE       PIC X(40) VALUE SPACES.
       01 WS-SIM-DISP-RULE       PIC ZZ9.
       01 WS-SIM-DISP-RULE-2     PIC ZZ9.
       01 WS-SIM-DISP-1          PIC Z(6)9.
       01 WS-SIM-DISP-2          PIC Z(6)9.
       01 WS-SIM-DISP-DELTA      PIC -(6)9.
       01 WS-SIM-TEAM-LINE.
           05 FILLER                 PIC X(3).
           05 STL-TEAM               PIC X(8).
           05 STL-PRI-ENTRY OCCURS 4 TIMES.
               10 STL-GAP            PIC X(3).
               10 STL-BEFORE         PIC ZZZZ9.
               10 STL-ARROW          PIC X(4).
               10 STL-AFTER          PIC ZZZZ9.

      *-------------------------------------------------------------
      * Czas naprawy (MTTR) - liczony dla incydentow RESOLVED z
      * wypelnionym czasem naprawy IR-RESOLVED-TS; agregowany per job
      * data/incident-summary.csv, wczytywana na starcie (zanim ten
      * run dopisze swoj wiersz). Trzymamy 8 ostatnich wierszy:
      * poprzedni run + 7 wczesniejszych do sredniej kroczacej.
      * Kolejnosc wartosci jak w CSV: total,p1..p4,data,storage,
      * space,timeout,security,user,other,open,inprogress,resolved
      * (15 pozycji). Wiersze starego ukladu (14 pozycji, kolumny
      * s0c4,s0c7,s322,b37,s806,other) sa przy wczytaniu
      * przenoszone na kategorie wg katalogu kodow abend.
      *-------------------------------------------------------------
       01 WS-HIST-TABLE.
           05 WS-HI-ROW OCCURS 8 TIMES.
               10 WS-HI-DATE         PIC X(10).
               10 WS-HI-VAL OCCURS 15 TIMES PIC 9(7).
       01 WS-HIST-ENTRY-COUNT    PIC 9(2) VALUE 0.
       01 WS-HIST-SHIFT-IDX      PIC 9(2) VALUE 0.
       01 WS-CUR-VALS.
           05 WS-CV-VAL OCCURS 15 TIMES PIC 9(7).
       01 WS-CSV-PARSE-DATE      PIC X(10).
       01 WS-CSV-PARSE-FIELDS.
           05 WS-CP-FLD OCCURS 15 TIMES PIC X(8).
       01 WS-OLD-ROW-VALS.
           05 WS-OLD-ROW-VAL OCCURS 9 TIMES PIC 9(7).
       01 WS-OLD-ROW-IDX         PIC 9(2) VALUE 0.
       01 WS-TREND-LABELS-TEXT.
           05 FILLER             PIC X(8) VALUE "TOTAL".
           05 FILLER             PIC X(8) VALUE "P1".
           05 FILLER             PIC X(8) VALUE "P2".
           05 FILLER             PIC X(8) VALUE "P3".
           05 FILLER             PIC X(8) VALUE "P4".
           05 FILLER             PIC X(8) VALUE "DATA".
           05 FILLER             PIC X(8) VALUE "STORAGE".
           05 FILLER             PIC X(8) VALUE "SPACE".
           05 FILLER             PIC X(8) VALUE "TIMEOUT".
           05 FILLER             PIC X(8) VALUE "SECURITY".
           05 FILLER             PIC X(8) VALUE "USER".
           05 FILLER             PIC X(8) VALUE "OTHER".
       01 WS-TREND-LABELS REDEFINES WS-TREND-LABELS-TEXT.
           05 WS-TREND-LABEL OCCURS 12 TIMES PIC X(8).
       01 WS-TREND-IDX           PIC 9(2) VALUE 0.
       01 WS-HIST-AVG-IDX        PIC 9(2) VALUE 0.
       01 WS-HIST-AVG-FROM       PIC 9(2) VALUE 0.
       01 WS-PERM-INC-ID         PIC 9(7) VALUE 0.
       01 WS-XR-SEARCH-KEY       PIC X(39) VALUE SPACES.

      *-------------------------------------------------------------
      * Interfejs service desk. Typ transakcji ustawia uzgodnienie
      * dzien-do-dnia (NEW = CREATE, RESOLVED-NOW = CLOSE, kazda
      * inna zmiana statusu = UPDATE), zapis idzie po nadaniu
      * stalego numeru. Zwroty wczytywane na starcie przebiegu do
      * krzyzowki; transakcja bez zwrotu po WS-TKT-MAX-RUNS
      * przebiegach = wyjatek interfejsu (RC 4).
      *-------------------------------------------------------------
       01 WS-TICKET-OUT-STATUS   PIC XX VALUE SPACES.
       01 WS-TICKET-RET-STATUS   PIC XX VALUE SPACES.
       01 WS-TICKET-CTL-STATUS   PIC XX VALUE SPACES.
       01 WS-TKT-MAX-RUNS        PIC 9(5) VALUE 3.
       01 WS-TKT-TXN-TYPE        PIC X(6) VALUE SPACES.
       01 WS-TICKET-NO           PIC X(15) VALUE SPACES.
      * Ostatnia wyslana transakcja i data wyslania dla biezacego
      * klucza (z krzyzowki przy nadaniu numeru)
       01 WS-TKT-LAST-TXN        PIC X(6)  VALUE SPACES.
       01 WS-TKT-SENT-DATE       PIC X(10) VALUE SPACES.
       01 WS-TKT-CREATE-COUNT    PIC 9(5) VALUE 0.
       01 WS-TKT-UPDATE-COUNT    PIC 9(5) VALUE 0.
       01 WS-TKT-CLOSE-COUNT     PIC 9(5) VALUE 0.
       01 WS-TKT-RETURN-COUNT    PIC 9(5) VALUE 0.
       01 WS-TKT-SCAN-EOF        PIC X VALUE 'N'.
       01 WS-TICKET-RETURN-TABLE.
           05 WS-RT-ENTRY OCCURS 500 TIMES INDEXED BY WS-RT-IDX.
               10 WS-RT-PERM-ID-TBL PIC 9(7).
               10 WS-RT-TXN-TBL     PIC X(6).
               10 WS-RT-TICKET-TBL  PIC X(15).
               10 WS-RT-MATCHED-TBL PIC X.
       01 WS-RT-ENTRY-COUNT      PIC 9(3) VALUE 0.
       01 WS-TICKET-EXC-TABLE.
           05 WS-TX-ENTRY OCCURS 200 TIMES INDEXED BY WS-TX-IDX.
               10 WS-TX-PERM-ID-TBL PIC 9(7).
               10 WS-TX-KEY-TBL     PIC X(39).
               10 WS-TX-TXN-TBL     PIC X(6).
               10 WS-TX-SENT-TBL    PIC X(10).
               10 WS-TX-RUNS-TBL    PIC 9(3).
               10 WS-TX-TICKET-TBL  PIC X(15).
       01 WS-TX-ENTRY-COUNT      PIC 9(3) VALUE 0.
       01 WS-TX-DROPPED-COUNT    PIC 9(5) VALUE 0.
       01 WS-TX-UNKNOWN-COUNT    PIC 9(5) VALUE 0.
       01 WS-TX-KEY-PARTS.
           05 WS-TX-KP-JOB       PIC X(8).
           05 WS-TX-KP-ABEND     PIC X(4).
           05 WS-TX-KP-STEP      PIC X(8).
           05 WS-TX-KP-TIMESTAMP PIC X(19).
       01 WS-DISP-RUNS           PIC ZZ9.
       01 WS-TKT-DISP-CREATE     PIC ZZZ9.
       01 WS-TKT-DISP-UPDATE     PIC ZZZ9.
       01 WS-TKT-DISP-CLOSE      PIC ZZZ9.
       01 WS-HO-TKT-MARK         PIC X(21) VALUE SPACES.

      *-------------------------------------------------------------
      * Plik historyczny / wykrywanie powtarzajacych sie awarii
      *-------------------------------------------------------------
           05 WS-OPEN-COUNT      PIC 9(5) VALUE 0.
           05 WS-INPROG-COUNT    PIC 9(5) VALUE 0.
           05 WS-RESOLV-COUNT    PIC 9(5) VALUE 0.
      * Kody, ktore nie zmiescily sie w tablicy WS-ABEND-SEEN-TABLE
           05 WS-AB-DROPPED-COUNT PIC 9(5) VALUE 0.

      *-------------------------------------------------------------
      * Katalog kodow abend (wczytywany raz na starcie jak mapa
      * runbookow) i tablica kodow widzianych w przebiegu z
      * licznikami (odtwarzana z checkpointu). Kategoria kazdego
      * wpisu katalogu jest rozwiazywana przy wczytaniu na pozycje
      * w stalej liscie kategorii; kody spoza katalogu i wpisy z
      * nieznana kategoria licza sie jako OTHER. Rozbicie wg
      * kategorii powstaje przy pisaniu raportu i wiersza CSV.
      *-------------------------------------------------------------
       01 WS-ABEND-CAT-STATUS     PIC XX VALUE SPACES.
       01 WS-ABEND-CAT-TABLE.
           05 WS-AC-ENTRY OCCURS 50 TIMES
               INDEXED BY WS-AC-IDX WS-AC-DUP-IDX.
               10 WS-AC-CODE-TBL     PIC X(4).
               10 WS-AC-CAT-TBL      PIC X(8).
               10 WS-AC-CAT-IDX-TBL  PIC 9.
               10 WS-AC-PRI-TBL      PIC 9.
               10 WS-AC-DESC-TBL     PIC X(30).
       01 WS-AC-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-AC-FOUND-IDX         PIC 9(3) VALUE 0.
       01 WS-LOOKUP-ABEND-CODE    PIC X(4) VALUE SPACES.
       01 WS-ABEND-SEEN-TABLE.
           05 WS-AB-ENTRY OCCURS 80 TIMES INDEXED BY WS-AB-IDX.
               10 WS-AB-CODE-TBL     PIC X(4)  VALUE SPACES.
               10 WS-AB-COUNT-TBL    PIC 9(5)  VALUE 0.
       01 WS-AB-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-AB-FOUND-FLAG        PIC X    VALUE 'N'.
       01 WS-AB-UNCAT-COUNT       PIC 9(3) VALUE 0.
      * Stala lista kategorii awarii; pozycja 7 (OTHER) zbiera kody
      * spoza katalogu
       01 WS-CATEGORY-NAMES-TEXT.
           05 FILLER             PIC X(8) VALUE "DATA".
           05 FILLER             PIC X(8) VALUE "STORAGE".
           05 FILLER             PIC X(8) VALUE "SPACE".
           05 FILLER             PIC X(8) VALUE "TIMEOUT".
           05 FILLER             PIC X(8) VALUE "SECURITY".
           05 FILLER             PIC X(8) VALUE "USER".
           05 FILLER             PIC X(8) VALUE "OTHER".
       01 WS-CATEGORY-NAMES REDEFINES WS-CATEGORY-NAMES-TEXT.
           05 WS-CATEGORY-NAME OCCURS 7 TIMES PIC X(8).
       01 WS-CATEGORY-COUNTS.
           05 WS-CATEGORY-COUNT OCCURS 7 TIMES PIC 9(5).
       01 WS-CAT-IDX              PIC 9(2) VALUE 0.
       01 WS-MATCHED-CAT-IDX      PIC 9(2) VALUE 0.
      * Kody abend z kolumn starego ukladu incident-summary.csv
      * (przed katalogiem) - do przeniesienia wierszy historii na
      * kategorie
       01 WS-OLD-CSV-CODES-TEXT.
           05 FILLER             PIC X(4) VALUE "S0C4".
           05 FILLER             PIC X(4) VALUE "S0C7".
           05 FILLER             PIC X(4) VALUE "S322".
           05 FILLER             PIC X(4) VALUE "B37 ".
           05 FILLER             PIC X(4) VALUE "S806".
       01 WS-OLD-CSV-CODES REDEFINES WS-OLD-CSV-CODES-TEXT.
           05 WS-OLD-CSV-CODE OCCURS 5 TIMES PIC X(4).
       01 WS-DISP-PRI             PIC 9 VALUE 0.

      *-------------------------------------------------------------
      * Korelacja ze zmianami produkcyjnymi: rejestr zmian
      * wczytywany raz na starcie (czas wdrozenia przeliczony na
      * dni od epoki + sekundy doby). Incydent, ktorego IR-TIMESTAMP
      * wypada w oknie WS-CHANGE-WINDOW-HRS po wdrozeniu zmiany tego
      * samego joba, jest podejrzany o zwiazek ze zmiana - przy
      * kilku pasujacych wygrywa zmiana najblizsza incydentowi.
      * Lista podejrzanych jest odtwarzana z rekordow przy
      * wznowieniu (replay) - bez checkpointu.
      *-------------------------------------------------------------
       01 WS-CHANGE-LOG-STATUS    PIC XX VALUE SPACES.
       01 WS-CHANGE-WIN-STATUS    PIC XX VALUE SPACES.
       01 WS-CHANGE-WINDOW-HRS    PIC 9(5) VALUE 24.
       01 WS-CHANGE-LOG-TABLE.
           05 WS-CL-ENTRY OCCURS 200 TIMES INDEXED BY WS-CL-IDX.
               10 WS-CL-CHANGE-TBL  PIC X(10).
               10 WS-CL-JOB-TBL     PIC X(8).
               10 WS-CL-TS-TBL      PIC X(19).
               10 WS-CL-GROUP-TBL   PIC X(8).
               10 WS-CL-DAYS-TBL    PIC S9(9) COMP.
               10 WS-CL-SECS-TBL    PIC S9(9) COMP.
       01 WS-CL-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-CL-DATE-ALPHA        PIC X(8).
       01 WS-CL-DATE-NUM          PIC 9(8).
       01 WS-CL-HH                PIC 9(2).
       01 WS-CL-MI                PIC 9(2).
       01 WS-CL-SS                PIC 9(2).
       01 WS-CHANGE-SUSPECT-FLAG  PIC X VALUE 'N'.
       01 WS-MATCHED-CHANGE-NO    PIC X(10) VALUE SPACES.
       01 WS-CHG-INC-SECS         PIC S9(9) COMP VALUE 0.
       01 WS-CHG-DIFF-SECS        PIC S9(11) COMP VALUE 0.
       01 WS-CHG-BEST-SECS        PIC S9(11) COMP VALUE 0.
       01 WS-CHG-WINDOW-SECS      PIC S9(11) COMP VALUE 0.
       01 WS-CHANGE-SUSPECT-TABLE.
           05 WS-CS-ENTRY OCCURS 300 TIMES INDEXED BY WS-CS-IDX.
               10 WS-CS-CHANGE-TBL  PIC X(10).
               10 WS-CS-INC-ID-TBL  PIC 9(7).
               10 WS-CS-JOB-TBL     PIC X(8).
               10 WS-CS-ABEND-TBL   PIC X(4).
               10 WS-CS-STEP-TBL    PIC X(8).
               10 WS-CS-TS-TBL      PIC X(19).
               10 WS-CS-PRI-TBL     PIC 9.
               10 WS-CS-STATUS-TBL  PIC X(11).
               10 WS-CS-DONE-TBL    PIC X.
       01 WS-CS-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-CS-IDX-2             PIC 9(3) VALUE 0.
       01 WS-CS-DROPPED-COUNT     PIC 9(5) VALUE 0.
       01 WS-CS-GROUP-CHANGE      PIC X(10) VALUE SPACES.

      *-------------------------------------------------------------
      * Okna planowanej konserwacji. Incydent w oknie = planowany:
      * poza alertami, SLA, MTTR, powtorzeniami i problemami, ale
      * zarchiwizowany z identyfikatorem okna. Nadal otwarty po
      * koncu okna = przywrocony do normalnej obslugi. Tablica
      * sekcji planowanych jest odtwarzana przy replay, wiec jej
      * liczniki nie ida do checkpointu.
      *-------------------------------------------------------------
       01 WS-MAINT-WIN-STATUS     PIC XX VALUE SPACES.
       01 WS-MAINT-WINDOW-TABLE.
           05 WS-MW-ENTRY OCCURS 100 TIMES INDEXED BY WS-MW-IDX.
               10 WS-MW-ID-TBL      PIC X(10).
               10 WS-MW-START-TBL   PIC X(19).
               10 WS-MW-END-TBL     PIC X(19).
               10 WS-MW-JOB-TBL     PIC X(8).
               10 WS-MW-PFX-LEN-TBL PIC 9.
               10 WS-MW-ABEND-TBL   PIC X(4).
               10 WS-MW-REASON-TBL  PIC X(40).
       01 WS-MW-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-MW-PFX-LEN           PIC 9(2) VALUE 0.
       01 WS-MW-JOB-MATCH-FLAG    PIC X VALUE 'N'.
      * 'N' = zwykly, 'Y' = planowany, 'R' = przywrocony po oknie
       01 WS-PLANNED-FLAG         PIC X VALUE 'N'.
       01 WS-MATCHED-WINDOW-ID    PIC X(10) VALUE SPACES.
       01 WS-MATCHED-WINDOW-END   PIC X(19) VALUE SPACES.
       01 WS-MATCHED-WINDOW-RSN   PIC X(40) VALUE SPACES.
       01 WS-PLANNED-TABLE.
           05 WS-PL-ENTRY OCCURS 200 TIMES INDEXED BY WS-PL-IDX.
               10 WS-PL-INC-ID-TBL  PIC 9(7).
               10 WS-PL-JOB-TBL     PIC X(8).
               10 WS-PL-ABEND-TBL   PIC X(4).
               10 WS-PL-STEP-TBL    PIC X(8).
               10 WS-PL-TS-TBL      PIC X(19).
               10 WS-PL-PRI-TBL     PIC 9.
               10 WS-PL-STATUS-TBL  PIC X(11).
               10 WS-PL-WINDOW-TBL  PIC X(10).
               10 WS-PL-FLAG-TBL    PIC X.
       01 WS-PL-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-PL-DROPPED-COUNT     PIC 9(5) VALUE 0.
       01 WS-PL-SUPPRESS-COUNT    PIC 9(5) VALUE 0.
       01 WS-PL-PROMOTE-COUNT     PIC 9(5) VALUE 0.
       01 WS-PL-HANDLING          PIC X(10) VALUE SPACES.
       01 WS-CS-GROUP-COUNT       PIC 9(5) VALUE 0.
       01 WS-HO-CHG-MARK          PIC X(16) VALUE SPACES.

      *-------------------------------------------------------------
      * Anomalie abendow z ABEND-SPIKE: skok (SPIKE) ponad srednia
      * tego samego dnia tygodnia + 3 x rozrzut z 28 dni, albo
      * cisza (QUIET) joba ze stalym wzorcem abendow. Plik
      * opcjonalny i brany tylko, gdy dzien sprawdzany to dzis
      * albo wczoraj - starszy plik daje ostrzezenie bez
      * znacznikow. Zespol wg biezacego rosteru po jobie.
      *-------------------------------------------------------------
       01 WS-ANOMALY-STATUS       PIC XX VALUE SPACES.
       01 WS-ANOMALY-TABLE.
           05 WS-AN-ENTRY OCCURS 100 TIMES INDEXED BY WS-AN-IDX.
               10 WS-AN-TYPE-TBL    PIC X(5).
               10 WS-AN-JOB-TBL     PIC X(8).
               10 WS-AN-ABEND-TBL   PIC X(4).
               10 WS-AN-TODAY-TBL   PIC 9(4).
               10 WS-AN-DOW-AVG-TBL PIC 9(4)V99.
               10 WS-AN-ACTIVE-TBL  PIC 9(2).
               10 WS-AN-TEAM-TBL    PIC X(8).
       01 WS-AN-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-AN-CHECK-DATE        PIC X(10) VALUE SPACES.
       01 WS-AN-STALE-DATE        PIC X(10) VALUE SPACES.
       01 WS-AN-DATE-ALPHA        PIC X(8) VALUE SPACES.
       01 WS-AN-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-AN-AGE-DAYS          PIC S9(9) COMP VALUE 0.
       01 WS-AN-LINE              PIC X(80) VALUE SPACES.
       01 WS-AN-DISP-ABEND        PIC X(4) VALUE SPACES.
       01 WS-AN-DISP-TODAY        PIC ZZZ9.
       01 WS-AN-DISP-AVG          PIC ZZZ9.99.
       01 WS-AN-DISP-DAYS         PIC Z9.

      *-------------------------------------------------------------
      * Wplyw na lancuch wsadowy: zaleznosci jobow wczytywane raz na
      * starcie; otwarte incydenty (OPEN/IN_PROGRESS) odkladane przy
      * zapisie wpisu listingu, a lancuch nastepnikow przechodzony
      * wszerz (kolejka WS-WQ, kazdy job raz - odporne na cykle)
      * dopiero przy pisaniu raportu. Bez checkpointu - odtwarzalne.
      *-------------------------------------------------------------
       01 WS-JOB-DEP-STATUS       PIC XX VALUE SPACES.
       01 WS-JOB-DEP-TABLE.
           05 WS-DP-ENTRY OCCURS 200 TIMES
               INDEXED BY WS-DP-IDX WS-DP-CRIT-IDX.
               10 WS-DP-PRED-TBL    PIC X(8).
               10 WS-DP-SUCC-TBL    PIC X(8).
               10 WS-DP-CRIT-TBL    PIC 9.
       01 WS-DP-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-OPEN-INC-TABLE.
           05 WS-OI-ENTRY OCCURS 500 TIMES INDEXED BY WS-OI-IDX.
               10 WS-OI-INC-ID-TBL  PIC 9(7).
               10 WS-OI-JOB-TBL     PIC X(8).
               10 WS-OI-ABEND-TBL   PIC X(4).
               10 WS-OI-STEP-TBL    PIC X(8).
               10 WS-OI-PRI-TBL     PIC 9.
               10 WS-OI-STATUS-TBL  PIC X(11).
       01 WS-OI-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-OI-DROPPED-COUNT     PIC 9(5) VALUE 0.
       01 WS-CHAIN-QUEUE.
           05 WS-WQ-ENTRY OCCURS 200 TIMES INDEXED BY WS-WQ-IDX.
               10 WS-WQ-JOB-TBL     PIC X(8).
               10 WS-WQ-LEVEL-TBL   PIC 9(2).
               10 WS-WQ-CRIT-TBL    PIC 9.
       01 WS-WQ-COUNT             PIC 9(3) VALUE 0.
       01 WS-WQ-HEAD              PIC 9(3) VALUE 0.
       01 WS-WQ-FOUND-FLAG        PIC X VALUE 'N'.
       01 WS-CHAIN-ROOT-JOB       PIC X(8) VALUE SPACES.
       01 WS-CHAIN-CUR-JOB        PIC X(8) VALUE SPACES.
       01 WS-CHAIN-CUR-LEVEL      PIC 9(2) VALUE 0.
       01 WS-CHAIN-CRIT           PIC 9 VALUE 0.
       01 WS-CHAIN-INC-ID         PIC 9(7) VALUE 0.
       01 WS-CHAIN-PRI            PIC 9 VALUE 0.
       01 WS-CHAIN-ABEND          PIC X(4) VALUE SPACES.
       01 WS-CHAIN-STEP           PIC X(8) VALUE SPACES.
       01 WS-CHAIN-STATUS         PIC X(11) VALUE SPACES.
       01 WS-CHAIN-UNDER-FLAG     PIC X VALUE 'N'.
       01 WS-CHAIN-LINE           PIC X(132) VALUE SPACES.
       01 WS-CHAIN-MARK           PIC X(40) VALUE SPACES.
       01 WS-CHAIN-SECTION-COUNT  PIC 9(5) VALUE 0.
       01 WS-BLOCKED-TABLE.
           05 WS-BJ-ENTRY OCCURS 200 TIMES INDEXED BY WS-BJ-IDX
               PIC X(8).
       01 WS-BJ-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-UNDERSTATED-COUNT    PIC 9(5) VALUE 0.
       01 WS-DISP-LEVEL           PIC Z9.

      *-------------------------------------------------------------
      * Tablica rozbicia wg joba (top offenders)
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
      * Tryb symulacji (PARM: SIMULATE od-daty do-daty [plik]):
      * kandydackie reguly priorytetow przeliczone na archiwum,
      * tylko raport data/priority-simulation.txt
           IF WS-RUN-MODE = 'S'
               PERFORM SIMULATE-MODE-PARA
               PERFORM WRITE-RUN-AUDIT-PARA
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-RUNBOOK-TABLE-PARA
           PERFORM LOAD-PRIORITY-RULES-PARA
           PERFORM LOAD-TEAM-ROSTER-PARA
           PERFORM LOAD-ABEND-CATALOG-PARA
           PERFORM LOAD-CHANGE-LOG-PARA
           PERFORM LOAD-CHANGE-WINDOW-PARA
           PERFORM LOAD-JOB-DEPEND-PARA
           PERFORM LOAD-MAINT-WINDOW-PARA
           PERFORM LOAD-ANOMALY-PARA
      * Krzyzowa walidacja swiezo wczytanych tabel referencyjnych -
      * rozjazdy ida do raportu audytu konfiguracji i daja RC 4
           PERFORM VALIDATE-REFERENCE-PARA
           PERFORM LOAD-SUMMARY-HISTORY-PARA
           PERFORM LOAD-CHECKPOINT-PARA
           PERFORM LOAD-PREV-SNAPSHOT-PARA
           PERFORM LOAD-EXPORT-CTL-PARA
           PERFORM LOAD-EXPORT-SEQ-PARA
           PERFORM RESOLVE-BATCH-FILE-LIST-PARA
           PERFORM OPEN-OUTPUT-FILES-PARA
           PERFORM OPEN-MASTER-FILE-PARA
           PERFORM OPEN-XREF-PARA
      * Zwroty z service desk przed nowymi transakcjami - numer
      * zgloszenia trafia do krzyzowki, zaleglosci do wyjatkow
           PERFORM LOAD-TICKET-CTL-PARA
           PERFORM INGEST-TICKET-RETURN-PARA
           PERFORM OPEN-PROBLEM-FILE-PARA
           PERFORM WRITE-REPORT-TITLE-PARA
           PERFORM WRITE-JSON-HEADER
      * Eskalacje po przetworzeniu wszystkich plikow - wtedy
      * wiadomo, ktore alerty z poprzednich uruchomien nadal zyja
           PERFORM CHECK-ALERT-ESCALATION-PARA
      * Kody abend spoza katalogu widziane w tym przebiegu - do
      * raportu audytu konfiguracji (dopiero teraz znany komplet)
           PERFORM AUDIT-UNCATALOGUED-CODES-PARA
      * Wszystkie sekcje raportu dopiero po przetworzeniu plikow -
      * listing szczegolowy jest sortowany, a najstarsza otwarta
      * praca wymaga kompletu danych.
           PERFORM WRITE-EXEC-SUMMARY-PARA
           PERFORM WRITE-FILE-INTEGRITY-PARA
           PERFORM WRITE-OLDEST-OPEN-PARA
           PERFORM WRITE-CHAIN-IMPACT-PARA
           PERFORM WRITE-TICKET-EXCEPTIONS-PARA
           PERFORM WRITE-PLANNED-SECTION-PARA
           PERFORM WRITE-DETAIL-HEADER-PARA
           PERFORM WRITE-SORTED-DETAIL-PARA
           PERFORM WRITE-REPORT-SUMMARY
      * Nieudany przebieg (zaden plik wejsciowy nie otwarty) nie
      * moze podmienic migawki odniesienia pusta migawka - jutrzejsze
      * uzgodnienie dzien-do-dnia stracilo by caly punkt odniesienia
      * (to samo, gdy wszystkie pliki poszly do kwarantanny)
           IF WS-RUN-RC NOT = 8 AND WS-FILES-OPENED-COUNT > 0
               PERFORM PROMOTE-SNAPSHOT-PARA
               PERFORM SAVE-ALERT-STATE-PARA
               PERFORM SAVE-EXPORT-SEQ-PARA
               PERFORM CLEAR-TICKET-RETURN-PARA
           END-IF
           PERFORM WRITE-RUN-AUDIT-PARA

           DISPLAY "Files processed:            " WS-BATCH-FILE-COUNT
           DISPLAY "Total incidents processed: " WS-TOTAL-COUNT
           DISPLAY "Detail lines written:      " WS-DT-ENTRY-COUNT
           DISPLAY "Planned (suppressed):      " WS-PL-SUPPRESS-COUNT
               "  promoted after window: " WS-PL-PROMOTE-COUNT
           DISPLAY "Files quarantined:          " WS-FI-QUARANTINE-COUNT
           DISPLAY "Report written to: data/incident-report.txt"
           DISPLAY "JSON written to:   data/incidents.json"
           DISPLAY "Ticket interface:  CREATE " WS-TKT-CREATE-COUNT
               " UPDATE " WS-TKT-UPDATE-COUNT
               " CLOSE " WS-TKT-CLOSE-COUNT
           DISPLAY "Final condition:   " WS-RUN-CONDITION
               " (RC=" WS-RUN-RC ")"
           DISPLAY "==================================================="
      * stanem z archiwum - bez przetwarzania eksportow
           IF WS-PARM-MODE = "HANDOVER"
               MOVE 'H' TO WS-RUN-MODE
           END-IF
      * Tryb symulacji regul: czwarte pole to plik kandydackich
      * regul, nie job
           IF WS-PARM-MODE = "SIMULATE"
               MOVE 'S' TO WS-RUN-MODE
               MOVE SPACES TO WS-RPT-JOB-FILTER
               UNSTRING WS-PARM DELIMITED BY ALL SPACE
                   INTO WS-PARM-MODE WS-RPT-FROM-DATE
                        WS-RPT-TO-DATE WS-SIM-RULES-FILENAME
               END-UNSTRING
               IF WS-RPT-TO-DATE = SPACES
                   MOVE WS-RPT-FROM-DATE TO WS-RPT-TO-DATE
               END-IF
               IF WS-SIM-RULES-FILENAME = SPACES
                   MOVE "data/priority-rules-candidate.csv"
                       TO WS-SIM-RULES-FILENAME
               END-IF
           END-IF.

      *=============================================================
      * checkpointu, archiwum i wiersza CSV - tylko raport.
      *=============================================================
           PERFORM LOAD-TEAM-ROSTER-PARA
           PERFORM LOAD-ABEND-CATALOG-PARA
           PERFORM LOAD-CHANGE-LOG-PARA
           PERFORM LOAD-CHANGE-WINDOW-PARA
           PERFORM LOAD-JOB-DEPEND-PARA
           PERFORM LOAD-MAINT-WINDOW-PARA
           PERFORM OPEN-XREF-INPUT-PARA
           IF WS-RPT-FROM-DATE = SPACES
               DISPLAY "ERROR: REPORT mode needs a date range: "
                   "REPORT YYYY-MM-DD [YYYY-MM-DD] [JOBNAME]"
               ELSE
                   PERFORM REGENERATE-REPORT-PARA
               END-IF
           END-IF
           IF WS-XREF-OK-FLAG = 'Y'
               CLOSE XREF-FILE
           END-IF.

      *=============================================================
                       NOT AT END
                           MOVE CS-REC TO ARCHIVE-RECORD
                           ADD 1 TO WS-ARCHIVE-SEL-COUNT
      * Abend planowany tylko do sekcji planowanych - poza
      * licznikami, SLA i MTTR, jak w dniu przetworzenia
                           IF AR-PLANNED-FLAG = 'Y'
                               PERFORM ARCHIVE-PLANNED-PARA
                           ELSE
                               PERFORM ARCHIVE-TALLY-PARA
                               IF AR-PLANNED-FLAG = 'R'
                                   PERFORM ARCHIVE-PLANNED-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUR-STATE-FILE

               PERFORM WRITE-EXEC-SUMMARY-PARA
               PERFORM WRITE-OLDEST-OPEN-PARA
               PERFORM WRITE-CHAIN-IMPACT-PARA
               PERFORM WRITE-PLANNED-SECTION-PARA
               PERFORM WRITE-DETAIL-HEADER-PARA
               PERFORM WRITE-SORTED-DETAIL-PARA
               PERFORM WRITE-REPORT-SUMMARY
           END-IF
           MOVE AR-RUNBOOK-ID  TO WS-MATCHED-RUNBOOK-ID
           MOVE AR-AGE-HOURS   TO WS-AGE-HOURS
           MOVE AR-CHANGE-NO   TO WS-MATCHED-CHANGE-NO
           IF AR-CHANGE-NO NOT = SPACES
               PERFORM NOTE-CHANGE-SUSPECT-PARA
           END-IF
           PERFORM LOOKUP-AR-TICKET-PARA

           ADD 1 TO WS-TOTAL-COUNT
           EVALUATE IR-PRIORITY
               WHEN IR-STATUS(1:8) = 'RESOLVED'
                   ADD 1 TO WS-RESOLV-COUNT
           END-EVALUATE
           PERFORM TALLY-ABEND-CODE-PARA
           PERFORM UPDATE-JOB-TABLE-PARA

      * MTTR da sie policzyc wprost z archiwum (czasy sa w rekordzie)

           PERFORM STORE-DETAIL-ENTRY-PARA.

      *=============================================================
       ARCHIVE-PLANNED-PARA.
      * Rekord archiwum z oknem konserwacji do sekcji planowanych
      * (tryb REPORT) - flaga i okno z dnia przetworzenia.
      *=============================================================
           MOVE AR-INC-ID       TO WS-PERM-INC-ID
           MOVE AR-JOB-NAME     TO IR-JOB-NAME
           MOVE AR-ABEND-CODE   TO IR-ABEND-CODE
           MOVE AR-STEP-NAME    TO IR-STEP-NAME
           MOVE AR-TIMESTAMP    TO IR-TIMESTAMP
           MOVE AR-PRIORITY     TO IR-PRIORITY
           MOVE AR-STATUS       TO IR-STATUS
           MOVE AR-WINDOW-ID    TO WS-MATCHED-WINDOW-ID
           MOVE AR-PLANNED-FLAG TO WS-PLANNED-FLAG
           PERFORM NOTE-PLANNED-PARA.

      *=============================================================
       SIMULATE-MODE-PARA.
      * Tryb symulacji: wczytaj kandydackie reguly tym samym
      * LOAD-PRIORITY-RULES-PARA (z innego pliku - produkcyjny
      * priority-rules.csv nie jest czytany) i przelicz je na
      * archiwum. Zadnych skutkow ubocznych: bez JSON, alertow,
      * migawki, checkpointu, archiwum, pliku historycznego i
      * raportu dziennego.
      *=============================================================
           INITIALIZE WS-SIM-PRI-TABLE
           PERFORM LOAD-TEAM-ROSTER-PARA
           MOVE WS-SIM-RULES-FILENAME TO WS-PRI-RULES-FILENAME
           PERFORM LOAD-PRIORITY-RULES-PARA
           EVALUATE TRUE
               WHEN WS-RPT-FROM-DATE = SPACES
                   DISPLAY "ERROR: SIMULATE mode needs a date range: "
                       "SIMULATE YYYY-MM-DD [YYYY-MM-DD] [RULESFILE]"
                   MOVE "FAILED" TO WS-RUN-CONDITION
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-PRI-RULES-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open candidate rules file "
                       WS-SIM-RULES-FILENAME
                   DISPLAY "       status " WS-PRI-RULES-STATUS
                   MOVE "FAILED" TO WS-RUN-CONDITION
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-PU-ENTRY-COUNT = 0
                   DISPLAY "ERROR: No valid rules in candidate file "
                       WS-SIM-RULES-FILENAME
                   MOVE "FAILED" TO WS-RUN-CONDITION
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   OPEN INPUT ARCHIVE-FILE
                   IF WS-ARCHIVE-STATUS NOT = "00"
                       DISPLAY "ERROR: Cannot open incident archive "
                           "data/incident-archive.dat - status "
                           WS-ARCHIVE-STATUS
                       MOVE "FAILED" TO WS-RUN-CONDITION
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       PERFORM SIMULATE-RULES-PARA
                   END-IF
           END-EVALUATE.

      *=============================================================
       SIMULATE-RULES-PARA.
      * Wybierz rekordy archiwum z zakresu, zdeduplikuj do
      * najswiezszego stanu incydentu (jak tryb REPORT) i przelicz
      * kazdy incydent kandydackimi regulami.
      *=============================================================
           OPEN OUTPUT SIM-REPORT-FILE
           IF WS-SIM-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open simulation report - status "
                       WS-SIM-REPORT-STATUS
               CLOSE ARCHIVE-FILE
               MOVE "FAILED" TO WS-RUN-CONDITION
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM WRITE-SIM-TITLE-PARA
               OPEN OUTPUT ARC-WORK-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-READ-COUNT
                           IF AR-TIMESTAMP(1:10) >= WS-RPT-FROM-DATE
                               AND AR-TIMESTAMP(1:10)
                                   <= WS-RPT-TO-DATE
                               PERFORM COLLECT-ARCHIVE-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE ARC-WORK-FILE
               MOVE 'N' TO WS-EOF
               PERFORM DEDUPE-ARCHIVE-PARA

               WRITE SIM-LINE FROM WS-BLANK-LINE
               WRITE SIM-LINE FROM
                   "   INCIDENTS WHOSE PRIORITY WOULD CHANGE:"
               MOVE SPACES TO SIM-LINE
               STRING "   INC-ID   JOB       ABND  STEP      "
                       DELIMITED SIZE
                   "TIMESTAMP            STATUS       TEAM      "
                       DELIMITED SIZE
                   "OLD -> NEW DECIDED BY  SLA BREACH"
                       DELIMITED SIZE
                   INTO SIM-LINE
               WRITE SIM-LINE
               OPEN INPUT CUR-STATE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUR-STATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CS-REC TO ARCHIVE-RECORD
                           ADD 1 TO WS-ARCHIVE-SEL-COUNT
      * Abend planowany jest poza licznikami i SLA - poza symulacja
                           IF AR-PLANNED-FLAG = 'Y'
                               ADD 1 TO WS-SIM-PLANNED-COUNT
                           ELSE
                               PERFORM SIMULATE-INCIDENT-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUR-STATE-FILE
               MOVE 'N' TO WS-EOF
               IF WS-SIM-CHANGED-COUNT = 0
                   WRITE SIM-LINE FROM
                       "   (no incident changes priority)"
               END-IF

               PERFORM WRITE-SIM-COUNTS-PARA
               PERFORM WRITE-SIM-SLA-PARA
               PERFORM WRITE-SIM-RULES-PARA
               WRITE SIM-LINE FROM WS-BLANK-LINE
               WRITE SIM-LINE FROM WS-SEPARATOR
               WRITE SIM-LINE FROM
                   "   REVIEWED AND APPROVED (OPS MANAGEMENT):"
               WRITE SIM-LINE FROM WS-BLANK-LINE
               WRITE SIM-LINE FROM
                   "   NAME: ____________________   DATE: __________"
               CLOSE SIM-REPORT-FILE

               IF WS-SIM-INC-COUNT = 0
                   DISPLAY "WARNING: No archived incidents matched "
                       "the requested range"
                   MOVE "WARNING" TO WS-RUN-CONDITION
                   MOVE 4 TO WS-RUN-RC
               ELSE
                   MOVE "CLEAN" TO WS-RUN-CONDITION
                   MOVE 0 TO WS-RUN-RC
               END-IF
               DISPLAY "Priority rules simulation: "
                   "data/priority-simulation.txt"
               DISPLAY "Incidents simulated:       " WS-SIM-INC-COUNT
               DISPLAY "Priority would change:     "
                   WS-SIM-CHANGED-COUNT
               DISPLAY "SLA breaches new/gone:     "
                   WS-SIM-SLA-NEW-COUNT "/" WS-SIM-SLA-GONE-COUNT
               DISPLAY "Rules unmatched/shadowed:  "
                   WS-SIM-UNMATCHED-COUNT "/" WS-SIM-SHADOWED-COUNT
           END-IF.

      *=============================================================
       WRITE-SIM-TITLE-PARA.
      *=============================================================
           WRITE SIM-LINE FROM WS-SEPARATOR
           WRITE SIM-LINE FROM
               "   PRIORITY RULES WHAT-IF SIMULATION"
           WRITE SIM-LINE FROM WS-SEPARATOR
           MOVE SPACES TO SIM-LINE
           STRING "   RUN:             " DELIMITED SIZE
               WS-RUN-START-TS DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           MOVE SPACES TO SIM-LINE
           STRING "   ARCHIVE RANGE:   " DELIMITED SIZE
               WS-RPT-FROM-DATE DELIMITED SIZE
               " TO " DELIMITED SIZE
               WS-RPT-TO-DATE DELIMITED SIZE
               "  (INCIDENT TIMESTAMP)" DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           MOVE WS-PU-ENTRY-COUNT TO WS-SIM-DISP-RULE
           MOVE SPACES TO SIM-LINE
           STRING "   CANDIDATE RULES: " DELIMITED SIZE
               WS-SIM-RULES-FILENAME DELIMITED SPACE
               "  (" DELIMITED SIZE
               WS-SIM-DISP-RULE DELIMITED SIZE
               " RULES)" DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           WRITE SIM-LINE FROM
               "   LIVE RULES:      data/priority-rules.csv (NOT USED)"
           WRITE SIM-LINE FROM
               "   BEFORE = PRIORITY AND SLA FLAG AS ARCHIVED"
           WRITE SIM-LINE FROM
               "   AFTER  = CANDIDATE RULES ON THE TICKET PRIORITY"
           WRITE SIM-LINE FROM WS-SEPARATOR.

      *=============================================================
       SIMULATE-INCIDENT-PARA.
      * Przelicz jeden incydent (najswiezszy stan z archiwum).
      * Podstawa to priorytet z ticketu sprzed regul; starszy
      * rekord go nie ma - bez nadpisania to ten sam co po regulach,
      * z nadpisaniem nieznany (liczony od priorytetu po regulach).
      *=============================================================
           ADD 1 TO WS-SIM-INC-COUNT
           MOVE AR-PRIORITY TO WS-SIM-OLD-PRI
           IF AR-SRC-PRIORITY >= '1' AND AR-SRC-PRIORITY <= '4'
               MOVE AR-SRC-PRIORITY TO WS-SIM-BASE-PRI
           ELSE
               MOVE AR-PRIORITY TO WS-SIM-BASE-PRI
               IF AR-PRI-OVERRIDE = 'Y'
                   ADD 1 TO WS-SIM-NO-SRC-COUNT
               END-IF
           END-IF
           MOVE AR-ABEND-CODE  TO IR-ABEND-CODE
           MOVE AR-JOB-NAME    TO IR-JOB-NAME
           MOVE AR-STEP-NAME   TO IR-STEP-NAME
           MOVE WS-SIM-BASE-PRI TO IR-PRIORITY
           PERFORM APPLY-PRIORITY-RULES-PARA
           MOVE IR-PRIORITY TO WS-SIM-NEW-PRI
           IF WS-PU-DECIDING-NO > 0
               ADD 1 TO WS-PU-WIN-TBL(WS-PU-DECIDING-NO)
           END-IF
           ADD 1 TO WS-SIM-PRI-BEF-TBL(WS-SIM-OLD-PRI)
           ADD 1 TO WS-SIM-PRI-AFT-TBL(WS-SIM-NEW-PRI)
           PERFORM SIM-TALLY-TEAM-PARA

      * SLA tylko dla otwartych - wiek z ostatniego przebiegu, w
      * ktorym incydent byl archiwizowany, prog wg nowego priorytetu
           MOVE 'N' TO WS-SIM-SLA-BEFORE
           MOVE 'N' TO WS-SIM-SLA-AFTER
           IF AR-STATUS(1:4) = 'OPEN'
               OR AR-STATUS(1:11) = 'IN_PROGRESS'
               ADD 1 TO WS-SIM-OPEN-COUNT
               IF AR-SLA-FLAG = 'Y'
                   MOVE 'Y' TO WS-SIM-SLA-BEFORE
                   ADD 1 TO WS-SIM-SLA-BEF-COUNT
               END-IF
               IF WS-SIM-NEW-PRI = WS-SIM-OLD-PRI
                   MOVE WS-SIM-SLA-BEFORE TO WS-SIM-SLA-AFTER
               ELSE
                   PERFORM SET-SLA-THRESHOLD-PARA
                   IF AR-AGE-HOURS > WS-SLA-THRESHOLD-HRS
                       MOVE 'Y' TO WS-SIM-SLA-AFTER
                   END-IF
               END-IF
               IF WS-SIM-SLA-AFTER = 'Y'
                   ADD 1 TO WS-SIM-SLA-AFT-COUNT
               END-IF
               IF WS-SIM-SLA-BEFORE = 'N' AND WS-SIM-SLA-AFTER = 'Y'
                   ADD 1 TO WS-SIM-SLA-NEW-COUNT
               END-IF
               IF WS-SIM-SLA-BEFORE = 'Y' AND WS-SIM-SLA-AFTER = 'N'
                   ADD 1 TO WS-SIM-SLA-GONE-COUNT
               END-IF
           END-IF

           IF WS-SIM-NEW-PRI NOT = WS-SIM-OLD-PRI
               ADD 1 TO WS-SIM-CHANGED-COUNT
               IF WS-SIM-NEW-PRI < WS-SIM-OLD-PRI
                   ADD 1 TO WS-SIM-RAISED-COUNT
               ELSE
                   ADD 1 TO WS-SIM-LOWERED-COUNT
               END-IF
               PERFORM WRITE-SIM-CHANGE-LINE-PARA
           END-IF.

      *=============================================================
       SIM-TALLY-TEAM-PARA.
      * Liczniki przed/po per zespol (wg biezacego rosteru).
      *=============================================================
           MOVE 'N' TO WS-ST-FOUND-FLAG
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-ENTRY-COUNT
                   OR WS-ST-FOUND-FLAG = 'Y'
               IF WS-ST-TEAM-TBL(WS-ST-IDX) = CS-TEAM
                   MOVE 'Y' TO WS-ST-FOUND-FLAG
                   ADD 1 TO WS-ST-BEF-TBL(WS-ST-IDX, WS-SIM-OLD-PRI)
                   ADD 1 TO WS-ST-AFT-TBL(WS-ST-IDX, WS-SIM-NEW-PRI)
               END-IF
           END-PERFORM
           IF WS-ST-FOUND-FLAG = 'N'
               IF WS-ST-ENTRY-COUNT < 50
                   ADD 1 TO WS-ST-ENTRY-COUNT
                   SET WS-ST-IDX TO WS-ST-ENTRY-COUNT
                   MOVE CS-TEAM TO WS-ST-TEAM-TBL(WS-ST-IDX)
                   PERFORM VARYING WS-SIM-PRI-IDX FROM 1 BY 1
                       UNTIL WS-SIM-PRI-IDX > 4
                       MOVE 0 TO WS-ST-BEF-TBL(WS-ST-IDX,
                           WS-SIM-PRI-IDX)
                       MOVE 0 TO WS-ST-AFT-TBL(WS-ST-IDX,
                           WS-SIM-PRI-IDX)
                   END-PERFORM
                   ADD 1 TO WS-ST-BEF-TBL(WS-ST-IDX, WS-SIM-OLD-PRI)
                   ADD 1 TO WS-ST-AFT-TBL(WS-ST-IDX, WS-SIM-NEW-PRI)
               ELSE
                   ADD 1 TO WS-SIM-TEAM-DROPPED
               END-IF
           END-IF.

      *=============================================================
       WRITE-SIM-CHANGE-LINE-PARA.
      *=============================================================
           MOVE AR-INC-ID TO WL-INC-ID
           MOVE SPACES TO SIM-LINE
           IF WS-PU-DECIDING-NO > 0
               MOVE WS-PU-DECIDING-NO TO WS-SIM-DISP-RULE
               STRING "RULE " DELIMITED SIZE
                   WS-SIM-DISP-RULE DELIMITED SIZE
                   INTO WS-SIM-RULE-NOTE
           ELSE
               MOVE "NO RULE" TO WS-SIM-RULE-NOTE
           END-IF
           STRING "   " DELIMITED SIZE
               WL-INC-ID DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-JOB-NAME DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-ABEND-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-STEP-NAME DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-TIMESTAMP DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-STATUS DELIMITED SIZE
               "  " DELIMITED SIZE
               CS-TEAM DELIMITED SIZE
               "  P" DELIMITED SIZE
               WS-SIM-OLD-PRI DELIMITED SIZE
               "  -> P" DELIMITED SIZE
               WS-SIM-NEW-PRI DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-SIM-RULE-NOTE(1:10) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-SIM-SLA-BEFORE DELIMITED SIZE
               " -> " DELIMITED SIZE
               WS-SIM-SLA-AFTER DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           MOVE SPACES TO WS-SIM-RULE-NOTE.

      *=============================================================
       WRITE-SIM-COUNTS-PARA.
      * Liczniki przed/po per priorytet i per zespol.
      *=============================================================
           WRITE SIM-LINE FROM WS-BLANK-LINE
           MOVE WS-SIM-INC-COUNT TO WS-SIM-DISP-1
           MOVE WS-SIM-PLANNED-COUNT TO WS-SIM-DISP-2
           MOVE SPACES TO SIM-LINE
           STRING "   INCIDENTS SIMULATED: " DELIMITED SIZE
               WS-SIM-DISP-1 DELIMITED SIZE
               "   (LATEST ARCHIVED STATE; PLANNED MAINTENANCE "
                   DELIMITED SIZE
               "EXCLUDED: " DELIMITED SIZE
               WS-SIM-DISP-2 DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           MOVE WS-SIM-RAISED-COUNT TO WS-SIM-DISP-1
           MOVE WS-SIM-LOWERED-COUNT TO WS-SIM-DISP-2
           MOVE SPACES TO SIM-LINE
           STRING "   PRIORITY RAISED:     " DELIMITED SIZE
               WS-SIM-DISP-1 DELIMITED SIZE
               "   LOWERED: " DELIMITED SIZE
               WS-SIM-DISP-2 DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           IF WS-SIM-NO-SRC-COUNT > 0
               MOVE WS-SIM-NO-SRC-COUNT TO WS-SIM-DISP-1
               MOVE SPACES TO SIM-LINE
               STRING "   NO TICKET PRIORITY:  " DELIMITED SIZE
                   WS-SIM-DISP-1 DELIMITED SIZE
                   "   (OLDER ARCHIVE RECORDS WITH A LIVE OVERRIDE - "
                       DELIMITED SIZE
                   "SIMULATED FROM THE OVERRIDDEN PRIORITY)"
                       DELIMITED SIZE
                   INTO SIM-LINE
               WRITE SIM-LINE
           END-IF

           WRITE SIM-LINE FROM WS-BLANK-LINE
           WRITE SIM-LINE FROM "   COUNTS BY PRIORITY:"
           WRITE SIM-LINE FROM
               "   PRIORITY      BEFORE     AFTER    CHANGE"
           PERFORM VARYING WS-SIM-PRI-IDX FROM 1 BY 1
               UNTIL WS-SIM-PRI-IDX > 4
               MOVE WS-SIM-PRI-BEF-TBL(WS-SIM-PRI-IDX) TO WS-SIM-DISP-1
               MOVE WS-SIM-PRI-AFT-TBL(WS-SIM-PRI-IDX) TO WS-SIM-DISP-2
               COMPUTE WS-SIM-DISP-DELTA =
                   WS-SIM-PRI-AFT-TBL(WS-SIM-PRI-IDX)
                   - WS-SIM-PRI-BEF-TBL(WS-SIM-PRI-IDX)
               MOVE SPACES TO SIM-LINE
               STRING "   P" DELIMITED SIZE
                   WS-SIM-PRI-IDX DELIMITED SIZE
                   "           " DELIMITED SIZE
                   WS-SIM-DISP-1 DELIMITED SIZE
                   "   " DELIMITED SIZE
                   WS-SIM-DISP-2 DELIMITED SIZE
                   "   " DELIMITED SIZE
                   WS-SIM-DISP-DELTA DELIMITED SIZE
                   INTO SIM-LINE
               WRITE SIM-LINE
           END-PERFORM

           WRITE SIM-LINE FROM WS-BLANK-LINE
           WRITE SIM-LINE FROM
               "   COUNTS BY TEAM (BEFORE -> AFTER):"
           MOVE SPACES TO SIM-LINE
           STRING "   TEAM    " DELIMITED SIZE
               " P1  BEF ->   AFT" DELIMITED SIZE
               " P2  BEF ->   AFT" DELIMITED SIZE
               " P3  BEF ->   AFT" DELIMITED SIZE
               " P4  BEF ->   AFT" DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-ENTRY-COUNT
               MOVE SPACES TO WS-SIM-TEAM-LINE
               MOVE WS-ST-TEAM-TBL(WS-ST-IDX) TO STL-TEAM
               PERFORM VARYING WS-SIM-PRI-IDX FROM 1 BY 1
                   UNTIL WS-SIM-PRI-IDX > 4
                   MOVE WS-ST-BEF-TBL(WS-ST-IDX, WS-SIM-PRI-IDX)
                       TO STL-BEFORE(WS-SIM-PRI-IDX)
                   MOVE " -> " TO STL-ARROW(WS-SIM-PRI-IDX)
                   MOVE WS-ST-AFT-TBL(WS-ST-IDX, WS-SIM-PRI-IDX)
                       TO STL-AFTER(WS-SIM-PRI-IDX)
               END-PERFORM
               WRITE SIM-LINE FROM WS-SIM-TEAM-LINE
           END-PERFORM
           IF WS-SIM-TEAM-DROPPED > 0
               MOVE WS-SIM-TEAM-DROPPED TO WS-SIM-DISP-1
               MOVE SPACES TO SIM-LINE
               STRING "   (incidents of teams not listed - table "
                       DELIMITED SIZE
                   "full): " DELIMITED SIZE
                   WS-SIM-DISP-1 DELIMITED SIZE
                   INTO SIM-LINE
               WRITE SIM-LINE
           END-IF.

      *=============================================================
       WRITE-SIM-SLA-PARA.
      * Bilans naruszen SLA dla incydentow otwartych.
      *=============================================================
           WRITE SIM-LINE FROM WS-BLANK-LINE
           WRITE SIM-LINE FROM
               "   SLA BREACHES (OPEN / IN_PROGRESS INCIDENTS):"
           MOVE WS-SIM-OPEN-COUNT TO WS-SIM-DISP-1
           MOVE SPACES TO SIM-LINE
           STRING "   OPEN INCIDENTS:      " DELIMITED SIZE
               WS-SIM-DISP-1 DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           MOVE WS-SIM-SLA-BEF-COUNT TO WS-SIM-DISP-1
           MOVE WS-SIM-SLA-AFT-COUNT TO WS-SIM-DISP-2
           MOVE SPACES TO SIM-LINE
           STRING "   BREACHED BEFORE:     " DELIMITED SIZE
               WS-SIM-DISP-1 DELIMITED SIZE
               "   AFTER: " DELIMITED SIZE
               WS-SIM-DISP-2 DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           MOVE WS-SIM-SLA-NEW-COUNT TO WS-SIM-DISP-1
           MOVE WS-SIM-SLA-GONE-COUNT TO WS-SIM-DISP-2
           MOVE SPACES TO SIM-LINE
           STRING "   NEW BREACHES:        " DELIMITED SIZE
               WS-SIM-DISP-1 DELIMITED SIZE
               "   NO LONGER BREACHED: " DELIMITED SIZE
               WS-SIM-DISP-2 DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           WRITE SIM-LINE FROM
               "   (AGE AS OF THE LAST ARCHIVED RUN; THRESHOLDS"
           WRITE SIM-LINE FROM
               "    P1 4H, P2 24H, P3 72H, P4 168H - P3/P4 AGE IS ON"
           WRITE SIM-LINE FROM
               "    THE TEAM BUSINESS-HOURS CLOCK IF THE OLD PRIORITY"
           WRITE SIM-LINE FROM
               "    WAS P3/P4)".

      *=============================================================
       WRITE-SIM-RULES-PARA.
      * Analiza kandydackich regul: regula bez dopasowania w
      * zakresie, regula przykryta przez pozniejsza (wygrywa
      * ostatnia pasujaca - pozniejsza regula ze wzorcem '*' albo
      * tym samym w kazdym polu zawsze ja nadpisze) i regula, ktora
      * pasowala, ale nigdy nie zdecydowala o priorytecie.
      *=============================================================
           WRITE SIM-LINE FROM WS-BLANK-LINE
           WRITE SIM-LINE FROM "   CANDIDATE RULES:"
           MOVE SPACES TO SIM-LINE
           STRING "   RULE  ABND  JOB       STEP      P  "
                   DELIMITED SIZE
               "MATCHED  DECIDED  NOTE" DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE
           PERFORM VARYING WS-PU-IDX FROM 1 BY 1
               UNTIL WS-PU-IDX > WS-PU-ENTRY-COUNT
               PERFORM FIND-SHADOWING-RULE-PARA
               MOVE SPACES TO WS-SIM-RULE-NOTE
               EVALUATE TRUE
                   WHEN WS-SIM-SHADOW-NO > 0
                       ADD 1 TO WS-SIM-SHADOWED-COUNT
                       IF WS-PU-HIT-TBL(WS-PU-IDX) = 0
                           ADD 1 TO WS-SIM-UNMATCHED-COUNT
                       END-IF
                       MOVE WS-SIM-SHADOW-NO TO WS-SIM-DISP-RULE-2
                       STRING "SHADOWED BY RULE " DELIMITED SIZE
                           WS-SIM-DISP-RULE-2 DELIMITED SIZE
                           INTO WS-SIM-RULE-NOTE
                   WHEN WS-PU-HIT-TBL(WS-PU-IDX) = 0
                       ADD 1 TO WS-SIM-UNMATCHED-COUNT
                       MOVE "MATCHES NOTHING IN RANGE"
                           TO WS-SIM-RULE-NOTE
                   WHEN WS-PU-WIN-TBL(WS-PU-IDX) = 0
                       ADD 1 TO WS-SIM-SHADOWED-COUNT
                       MOVE "ALWAYS OVERRIDDEN BY LATER RULES"
                           TO WS-SIM-RULE-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               SET WS-PU-IDX-2 TO WS-PU-IDX
               MOVE WS-PU-IDX-2 TO WS-SIM-DISP-RULE
               MOVE WS-PU-HIT-TBL(WS-PU-IDX) TO WS-SIM-DISP-1
               MOVE WS-PU-WIN-TBL(WS-PU-IDX) TO WS-SIM-DISP-2
               MOVE SPACES TO SIM-LINE
               STRING "   " DELIMITED SIZE
                   WS-SIM-DISP-RULE DELIMITED SIZE
                   "   " DELIMITED SIZE
                   WS-PU-ABEND-TBL(WS-PU-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-PU-JOB-TBL(WS-PU-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-PU-STEP-TBL(WS-PU-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-PU-PRI-TBL(WS-PU-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-SIM-DISP-1 DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-SIM-DISP-2 DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-SIM-RULE-NOTE DELIMITED SIZE
                   INTO SIM-LINE
               WRITE SIM-LINE
           END-PERFORM
           MOVE WS-SIM-UNMATCHED-COUNT TO WS-SIM-DISP-RULE
           MOVE WS-SIM-SHADOWED-COUNT TO WS-SIM-DISP-RULE-2
           MOVE SPACES TO SIM-LINE
           STRING "   RULES MATCHING NOTHING: " DELIMITED SIZE
               WS-SIM-DISP-RULE DELIMITED SIZE
               "   SHADOWED: " DELIMITED SIZE
               WS-SIM-DISP-RULE-2 DELIMITED SIZE
               INTO SIM-LINE
           WRITE SIM-LINE.

      *=============================================================
       FIND-SHADOWING-RULE-PARA.
      * Pierwsza pozniejsza regula, ktorej wzorzec pokrywa regule
      * WS-PU-IDX w kazdym polu (0 = brak).
      *=============================================================
           MOVE 0 TO WS-SIM-SHADOW-NO
           SET WS-PU-IDX-2 TO WS-PU-IDX
           ADD 1 TO WS-PU-IDX-2
           PERFORM UNTIL WS-PU-IDX-2 > WS-PU-ENTRY-COUNT
                   OR WS-SIM-SHADOW-NO > 0
               IF (WS-PU-ABEND-TBL(WS-PU-IDX-2)(1:1) = '*'
                   OR WS-PU-ABEND-TBL(WS-PU-IDX-2)
                       = WS-PU-ABEND-TBL(WS-PU-IDX))
                   AND (WS-PU-JOB-TBL(WS-PU-IDX-2)(1:1) = '*'
                   OR WS-PU-JOB-TBL(WS-PU-IDX-2)
                       = WS-PU-JOB-TBL(WS-PU-IDX))
                   AND (WS-PU-STEP-TBL(WS-PU-IDX-2)(1:1) = '*'
                   OR WS-PU-STEP-TBL(WS-PU-IDX-2)
                       = WS-PU-STEP-TBL(WS-PU-IDX))
                   MOVE WS-PU-IDX-2 TO WS-SIM-SHADOW-NO
               END-IF
               ADD 1 TO WS-PU-IDX-2
           END-PERFORM.

      *=============================================================
       HANDOVER-MODE-PARA.
      * Kartka przekazania zmiany: przeczytaj cale archiwum,
      * data/incident-handover.txt.
      *=============================================================
           PERFORM LOAD-TEAM-ROSTER-PARA
           PERFORM LOAD-JOB-DEPEND-PARA
           PERFORM LOAD-ANOMALY-PARA
           PERFORM OPEN-XREF-INPUT-PARA
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open incident archive "
                       "data/incident-handover.txt"
                   DISPLAY "==========================================="
               END-IF
           END-IF
           IF WS-XREF-OK-FLAG = 'Y'
               CLOSE XREF-FILE
           END-IF.

      *=============================================================
               END-READ
           END-PERFORM
           CLOSE CUR-SORTED-FILE
           MOVE 'N' TO WS-EOF
      * Zespol z anomalia abendow dostaje kartke takze wtedy, gdy
      * nie ma zadnej otwartej pracy (np. job nagle ucichl)
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-ENTRY-COUNT
               MOVE 'N' TO WS-HO-FOUND-FLAG
               PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-TEAM-COUNT
                   IF WS-HO-TEAM-TBL(WS-HO-IDX)
                       = WS-AN-TEAM-TBL(WS-AN-IDX)
                       MOVE 'Y' TO WS-HO-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-HO-FOUND-FLAG = 'N'
                   AND WS-HO-TEAM-COUNT < 30
                   MOVE WS-AN-JOB-TBL(WS-AN-IDX) TO WS-LOOKUP-JOB-NAME
                   PERFORM LOOKUP-TEAM-PARA
                   ADD 1 TO WS-HO-TEAM-COUNT
                   MOVE WS-HO-TEAM-COUNT TO WS-HO-IDX
                   MOVE WS-AN-TEAM-TBL(WS-AN-IDX)
                       TO WS-HO-TEAM-TBL(WS-HO-IDX)
                   MOVE WS-MATCHED-CONTACT
                       TO WS-HO-CONTACT-TBL(WS-HO-IDX)
                   MOVE WS-MATCHED-CONTACT2
                       TO WS-HO-CONTACT2-TBL(WS-HO-IDX)
               END-IF
           END-PERFORM.

      *=============================================================
       WRITE-HANDOVER-PAGE-PARA.
           WRITE HANDOVER-LINE FROM WS-SEPARATOR

           PERFORM HANDOVER-OPEN-P12-PARA
           PERFORM HANDOVER-CHAIN-PARA
           PERFORM HANDOVER-CHANGES-PARA
           PERFORM HANDOVER-ANOMALY-PARA
           PERFORM HANDOVER-REPEAT-PARA
           WRITE HANDOVER-LINE FROM WS-BLANK-LINE.

                       MOVE CV-REC TO ARCHIVE-RECORD
                       IF CV-TEAM = WS-HO-CUR-TEAM
                           AND AR-PRIORITY <= 2
                           AND AR-PLANNED-FLAG NOT = 'Y'
                           AND (AR-STATUS(1:4) = 'OPEN'
                               OR AR-STATUS(1:11) = 'IN_PROGRESS')
                           ADD 1 TO WS-HO-SECTION-COUNT
               WS-HO-DUE-MI DELIMITED SIZE
               INTO WS-HO-DUE-TS
           MOVE WS-AGE-HOURS TO WS-DISP-AGE
           PERFORM FORMAT-HO-CHANGE-MARK-PARA
           MOVE SPACES TO HANDOVER-LINE
           STRING "   P" DELIMITED SIZE
               AR-PRIORITY DELIMITED SIZE
               WS-HO-DUE-TS DELIMITED SIZE
               "  RB:" DELIMITED SIZE
               AR-RUNBOOK-ID DELIMITED SIZE
               WS-HO-CHG-MARK DELIMITED SIZE
               WS-HO-TKT-MARK DELIMITED SIZE
               INTO HANDOVER-LINE
           WRITE HANDOVER-LINE FROM HANDOVER-LINE.

      *=============================================================
       FORMAT-HO-CHANGE-MARK-PARA.
      * Znacznik podejrzanej zmiany na linii kartki przekazania
      * (pusty, gdy incydent nie jest skorelowany ze zmiana).
      *=============================================================
           MOVE SPACES TO WS-HO-CHG-MARK
           IF AR-CHANGE-NO NOT = SPACES
               STRING "  CHG:" DELIMITED SIZE
                   AR-CHANGE-NO DELIMITED SIZE
                   INTO WS-HO-CHG-MARK
           END-IF
      * Numer zgloszenia service desk z krzyzowki (pusty, gdy
      * jeszcze nie wrocil albo krzyzowki nie ma)
           PERFORM LOOKUP-AR-TICKET-PARA
           MOVE SPACES TO WS-HO-TKT-MARK
           IF WS-TICKET-NO NOT = SPACES
               STRING "  TKT:" DELIMITED SIZE
                   WS-TICKET-NO DELIMITED SIZE
                   INTO WS-HO-TKT-MARK
           END-IF.

      *=============================================================
       HANDOVER-CHAIN-PARA.
      * Joby nizej w lancuchu wsadowym zablokowane przez otwarta
      * prace zespolu (wszystkie priorytety), z zespolem
      * wlasciciela kazdego zablokowanego joba.
      *=============================================================
           WRITE HANDOVER-LINE FROM WS-BLANK-LINE
           WRITE HANDOVER-LINE FROM
               "   DOWNSTREAM JOBS BLOCKED BY OPEN WORK:"
           MOVE 0 TO WS-HO-SECTION-COUNT
           OPEN INPUT CUR-SORTED-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUR-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CV-REC TO ARCHIVE-RECORD
                       IF CV-TEAM = WS-HO-CUR-TEAM
                           AND AR-PLANNED-FLAG NOT = 'Y'
                           AND (AR-STATUS(1:4) = 'OPEN'
                           OR AR-STATUS(1:11) = 'IN_PROGRESS')
                           MOVE AR-INC-ID     TO WS-CHAIN-INC-ID
                           MOVE AR-PRIORITY   TO WS-CHAIN-PRI
                           MOVE AR-JOB-NAME   TO WS-CHAIN-ROOT-JOB
                           MOVE AR-ABEND-CODE TO WS-CHAIN-ABEND
                           MOVE AR-STEP-NAME  TO WS-CHAIN-STEP
                           MOVE AR-STATUS     TO WS-CHAIN-STATUS
                           PERFORM WALK-CHAIN-PARA
                           IF WS-WQ-COUNT > 0
                               ADD 1 TO WS-HO-SECTION-COUNT
                               PERFORM FORMAT-CHAIN-HEAD-PARA
                               WRITE HANDOVER-LINE FROM WS-CHAIN-LINE
                               PERFORM VARYING WS-WQ-IDX FROM 1 BY 1
                                   UNTIL WS-WQ-IDX > WS-WQ-COUNT
                                   PERFORM FORMAT-CHAIN-JOB-PARA
                                   WRITE HANDOVER-LINE
                                       FROM WS-CHAIN-LINE
                               END-PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUR-SORTED-FILE
           MOVE 'N' TO WS-EOF
           IF WS-HO-SECTION-COUNT = 0
               WRITE HANDOVER-LINE FROM
                   "   (no downstream jobs blocked)"
           END-IF.

      *=============================================================
       HANDOVER-CHANGES-PARA.
      * NEW / REOPENED wzgledem poprzedniego przebiegu: NEW = klucz
           END-IF
           IF WS-DELTA-KIND NOT = SPACES
               ADD 1 TO WS-HO-SECTION-COUNT
               PERFORM FORMAT-HO-CHANGE-MARK-PARA
               MOVE SPACES TO HANDOVER-LINE
               STRING "   " DELIMITED SIZE
                   WS-DELTA-KIND DELIMITED SIZE
                   AR-TIMESTAMP DELIMITED SIZE
                   "  " DELIMITED SIZE
                   AR-STATUS DELIMITED SIZE
                   WS-HO-CHG-MARK DELIMITED SIZE
                   WS-HO-TKT-MARK DELIMITED SIZE
                   INTO HANDOVER-LINE
               WRITE HANDOVER-LINE FROM HANDOVER-LINE
           END-IF.

      *=============================================================
       HANDOVER-ANOMALY-PARA.
      * Anomalie abendow jobow zespolu z ABEND-SPIKE - skok widac
      * zanim job dojdzie do progu 3 w 7 dni.
      *=============================================================
           WRITE HANDOVER-LINE FROM WS-BLANK-LINE
           WRITE HANDOVER-LINE FROM
               "   ABEND ANOMALIES VS 28-DAY BASELINE:"
           MOVE 0 TO WS-HO-SECTION-COUNT
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-ENTRY-COUNT
               IF WS-AN-TEAM-TBL(WS-AN-IDX) = WS-HO-CUR-TEAM
                   ADD 1 TO WS-HO-SECTION-COUNT
                   PERFORM FORMAT-ANOMALY-LINE-PARA
                   WRITE HANDOVER-LINE FROM WS-AN-LINE
               END-IF
           END-PERFORM
           IF WS-HO-SECTION-COUNT = 0
               WRITE HANDOVER-LINE FROM
                   "   (no abend anomalies for this team)"
           END-IF.

      *=============================================================
       HANDOVER-REPEAT-PARA.
      * Aktywne powtarzajace sie awarie zespolu: flaga repeat z
      * wpisy dla rekordow sprzed checkpointu odtwarza
      * REPLAY-SKIPPED-RECORD-PARA
           OPEN OUTPUT DUP-FILE
           OPEN OUTPUT TICKET-OUT-FILE
           OPEN OUTPUT DELTA-FILE
           WRITE DELTA-LINE FROM WS-SEPARATOR
           WRITE DELTA-LINE FROM
                       MOVE LOW-VALUES TO XR-KEY
                       MOVE WS-XREF-NEXT-ID TO XR-PERM-ID
                       MOVE SPACES TO XR-FIRST-SEEN
                       PERFORM CLEAR-XREF-TICKET-PARA
                       WRITE XREF-RECORD
                           INVALID KEY
                               CONTINUE
      * wznowienie po awarii oddalo ten sam numer). Bez krzyzowki
      * numerem zapasowym jest numer z eksportu.
      *=============================================================
           MOVE SPACES TO WS-TICKET-NO
           MOVE SPACES TO WS-TKT-LAST-TXN
           MOVE SPACES TO WS-TKT-SENT-DATE
           IF WS-XREF-OK-FLAG = 'N'
               MOVE IR-INC-ID TO WS-PERM-INC-ID
           ELSE
                       MOVE WS-PERM-INC-ID TO XR-PERM-ID
                       MOVE WS-RUN-START-TS(1:10)
                           TO XR-FIRST-SEEN
                       PERFORM CLEAR-XREF-TICKET-PARA
                       WRITE XREF-RECORD
                           INVALID KEY
                               CONTINUE
                       MOVE LOW-VALUES TO XR-KEY
                       MOVE WS-XREF-NEXT-ID TO XR-PERM-ID
                       MOVE SPACES TO XR-FIRST-SEEN
                       PERFORM CLEAR-XREF-TICKET-PARA
                       REWRITE XREF-RECORD
                           INVALID KEY
                               CONTINUE
                       MOVE 'Y' TO WS-FORCE-CHECKPOINT-FLAG
                   NOT INVALID KEY
                       MOVE XR-PERM-ID TO WS-PERM-INC-ID
                       MOVE XR-TICKET-NO TO WS-TICKET-NO
                       MOVE XR-TKT-LAST-TXN TO WS-TKT-LAST-TXN
                       MOVE XR-TKT-SENT-DATE TO WS-TKT-SENT-DATE
               END-READ
           END-IF.

      *=============================================================
       CLEAR-XREF-TICKET-PARA.
      * Pusty stan interfejsu service desk dla nowego wpisu
      * krzyzowki (i rekordu sterujacego).
      *=============================================================
           MOVE SPACES TO XR-TICKET-NO
           MOVE SPACES TO XR-TKT-LAST-TXN
           MOVE SPACES TO XR-TKT-SENT-DATE
           MOVE 'N' TO XR-TKT-AWAIT
           MOVE 0 TO XR-TKT-RUNS.

      *=============================================================
       OPEN-XREF-INPUT-PARA.
      * Tryby REPORT i HANDOVER: krzyzowka tylko do odczytu numerow
      * zgloszen service desk. Brak pliku = linie bez numerow.
      *=============================================================
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               MOVE 'Y' TO WS-XREF-OK-FLAG
           ELSE
               MOVE 'N' TO WS-XREF-OK-FLAG
           END-IF.

      *=============================================================
       LOOKUP-TICKET-PARA.
      * Numer zgloszenia service desk dla klucza WS-XR-SEARCH-KEY
      * (job+abend+step+timestamp); spacje, gdy brak.
      *=============================================================
           MOVE SPACES TO WS-TICKET-NO
           IF WS-XREF-OK-FLAG = 'Y'
               MOVE WS-XR-SEARCH-KEY TO XR-KEY
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-TICKET-NO TO WS-TICKET-NO
               END-READ
           END-IF.

      *=============================================================
       LOOKUP-AR-TICKET-PARA.
      * Numer zgloszenia dla biezacego rekordu archiwum.
      *=============================================================
           MOVE SPACES TO WS-XR-SEARCH-KEY
           STRING AR-JOB-NAME   DELIMITED SIZE
                  AR-ABEND-CODE DELIMITED SIZE
                  AR-STEP-NAME  DELIMITED SIZE
                  AR-TIMESTAMP  DELIMITED SIZE
               INTO WS-XR-SEARCH-KEY
           PERFORM LOOKUP-TICKET-PARA.

      *=============================================================
       LOAD-TICKET-CTL-PARA.
      * Prog wyjatku interfejsu (liczba przebiegow bez zwrotu) z
      * karty sterujacej - opcjonalnej; brak lub zla wartosc =
      * domyslne 3 przebiegi.
      *=============================================================
           OPEN INPUT TICKET-CTL-FILE
           IF WS-TICKET-CTL-STATUS = "00"
               READ TICKET-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TICKET-CTL-LINE(1:5) NUMERIC
                           MOVE TICKET-CTL-LINE(1:5)
                               TO WS-TKT-MAX-RUNS
                       ELSE
                           IF FUNCTION TEST-NUMVAL
                               (TICKET-CTL-LINE) = 0
                               COMPUTE WS-TKT-MAX-RUNS =
                                   FUNCTION NUMVAL(TICKET-CTL-LINE)
                           ELSE
                               DISPLAY "WARNING: Bad ticket return "
                                   "limit - using default 3 runs: "
                                   TICKET-CTL-LINE(1:20)
                           END-IF
                       END-IF
               END-READ
               CLOSE TICKET-CTL-FILE
           END-IF.

      *=============================================================
       INGEST-TICKET-RETURN-PARA.
      * Wczytaj plik zwrotny service desk i przejdz cala krzyzowke:
      * zwrot dla stalego numeru zapisuje numer zgloszenia (i
      * zamyka oczekiwanie, gdy potwierdza ostatnia transakcje);
      * transakcja nadal bez zwrotu dostaje kolejny przebieg, a po
      * WS-TKT-MAX-RUNS przebiegach trafia do wyjatkow. Przy
      * wznowieniu po awarii zwroty sa juz w krzyzowce (przerwany
      * przebieg wczytal je przed pierwszym checkpointem), wiec
      * nie stosujemy ich drugi raz, a licznik przebiegow nie
      * rosnie drugi raz.
      *=============================================================
           IF WS-XREF-OK-FLAG = 'Y'
               IF WS-RESUME-ACTIVE = 'N'
                   PERFORM LOAD-TICKET-RETURN-PARA
               END-IF
               PERFORM SCAN-XREF-TICKETS-PARA
           END-IF.

      *=============================================================
       LOAD-TICKET-RETURN-PARA.
      *=============================================================
           OPEN INPUT TICKET-RETURN-FILE
           IF WS-TICKET-RET-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TICKET-RETURN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-TICKET-RETURN-PARA
                   END-READ
               END-PERFORM
               CLOSE TICKET-RETURN-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *=============================================================
       CLEAR-TICKET-RETURN-PARA.
      * Zwroty service desk sa juz w krzyzowce - oproznij plik
      * zwrotny, zeby nastepny przebieg nie zastosowal ich ponownie
      * do pozniej wyslanej transakcji. Bez krzyzowki zwroty nie
      * zostaly zastosowane i plik zostaje do nastepnego przebiegu.
      *=============================================================
           IF WS-XREF-OK-FLAG = 'Y'
               OPEN OUTPUT TICKET-RETURN-FILE
               IF WS-TICKET-RET-STATUS NOT = "00"
                   DISPLAY "WARNING: Cannot clear ticket return file "
                       "data/ticket-return.csv - status "
                       WS-TICKET-RET-STATUS
                   MOVE 'Y' TO WS-RUN-WARN-FLAG
               ELSE
                   CLOSE TICKET-RETURN-FILE
               END-IF
           END-IF.

      *=============================================================
       SCAN-XREF-TICKETS-PARA.
      * Sekwencyjne przejscie krzyzowki (od klucza za rekordem
      * sterujacym) ze zwrotami i licznikami oczekiwania.
      *=============================================================
           MOVE LOW-VALUES TO XR-KEY
           MOVE 'N' TO WS-TKT-SCAN-EOF
           START XREF-FILE KEY IS GREATER THAN XR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TKT-SCAN-EOF
           END-START
           PERFORM UNTIL WS-TKT-SCAN-EOF = 'Y'
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TKT-SCAN-EOF
                   NOT AT END
                       IF XR-KEY NOT = LOW-VALUES
                           PERFORM RECONCILE-TICKET-PARA
                       END-IF
               END-READ
           END-PERFORM
      * Zwrot dla numeru, ktorego krzyzowka nie zna
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-ENTRY-COUNT
               IF WS-RT-MATCHED-TBL(WS-RT-IDX) = 'N'
                   ADD 1 TO WS-TX-UNKNOWN-COUNT
                   DISPLAY "WARNING: Ticket return for unknown "
                       "incident number "
                       WS-RT-PERM-ID-TBL(WS-RT-IDX) " ticket "
                       WS-RT-TICKET-TBL(WS-RT-IDX)
               END-IF
           END-PERFORM
           IF WS-TX-ENTRY-COUNT > 0 OR WS-TX-DROPPED-COUNT > 0
               OR WS-TX-UNKNOWN-COUNT > 0
               MOVE 'Y' TO WS-RUN-WARN-FLAG
           END-IF.

      *=============================================================
       STORE-TICKET-RETURN-PARA.
      *=============================================================
           IF RT-PERM-ID NOT NUMERIC
               DISPLAY "WARNING: Bad ticket return line skipped: "
                   TICKET-RETURN-RECORD
               MOVE 'Y' TO WS-RUN-WARN-FLAG
           ELSE
               IF WS-RT-ENTRY-COUNT < 500
                   ADD 1 TO WS-RT-ENTRY-COUNT
                   SET WS-RT-IDX TO WS-RT-ENTRY-COUNT
                   MOVE RT-PERM-ID  TO WS-RT-PERM-ID-TBL(WS-RT-IDX)
                   MOVE RT-TXN-TYPE TO WS-RT-TXN-TBL(WS-RT-IDX)
                   MOVE RT-TICKET-NO TO WS-RT-TICKET-TBL(WS-RT-IDX)
                   MOVE 'N' TO WS-RT-MATCHED-TBL(WS-RT-IDX)
               ELSE
                   DISPLAY "WARNING: Ticket return table full "
                       "(500 entries) - dropping: " RT-PERM-ID
                   MOVE 'Y' TO WS-RUN-WARN-FLAG
               END-IF
           END-IF.

      *=============================================================
       RECONCILE-TICKET-PARA.
      * Jeden wpis krzyzowki z sekwencyjnego przejscia: zastosuj
      * zwroty dla jego numeru, policz przebieg bez zwrotu.
      *=============================================================
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-ENTRY-COUNT
               IF WS-RT-PERM-ID-TBL(WS-RT-IDX) = XR-PERM-ID
                   MOVE 'Y' TO WS-RT-MATCHED-TBL(WS-RT-IDX)
                   ADD 1 TO WS-TKT-RETURN-COUNT
                   IF WS-RT-TICKET-TBL(WS-RT-IDX) NOT = SPACES
                       MOVE WS-RT-TICKET-TBL(WS-RT-IDX)
                           TO XR-TICKET-NO
                   END-IF
                   IF WS-RT-TXN-TBL(WS-RT-IDX) = XR-TKT-LAST-TXN
                       OR WS-RT-TXN-TBL(WS-RT-IDX) = SPACES
                       MOVE 'N' TO XR-TKT-AWAIT
                       MOVE 0 TO XR-TKT-RUNS
                   END-IF
               END-IF
           END-PERFORM
           IF XR-TKT-AWAIT = 'Y'
               IF WS-RESUME-ACTIVE = 'N' AND XR-TKT-RUNS < 999
                   ADD 1 TO XR-TKT-RUNS
               END-IF
               IF XR-TKT-RUNS >= WS-TKT-MAX-RUNS
                   PERFORM NOTE-TICKET-EXCEPTION-PARA
               END-IF
           END-IF
           REWRITE XREF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *=============================================================
       NOTE-TICKET-EXCEPTION-PARA.
      *=============================================================
           IF WS-TX-ENTRY-COUNT < 200
               ADD 1 TO WS-TX-ENTRY-COUNT
               SET WS-TX-IDX TO WS-TX-ENTRY-COUNT
               MOVE XR-PERM-ID       TO WS-TX-PERM-ID-TBL(WS-TX-IDX)
               MOVE XR-KEY           TO WS-TX-KEY-TBL(WS-TX-IDX)
               MOVE XR-TKT-LAST-TXN  TO WS-TX-TXN-TBL(WS-TX-IDX)
               MOVE XR-TKT-SENT-DATE TO WS-TX-SENT-TBL(WS-TX-IDX)
               MOVE XR-TKT-RUNS      TO WS-TX-RUNS-TBL(WS-TX-IDX)
               MOVE XR-TICKET-NO     TO WS-TX-TICKET-TBL(WS-TX-IDX)
           ELSE
               ADD 1 TO WS-TX-DROPPED-COUNT
           END-IF.

      *=============================================================
       WRITE-TICKET-TXN-PARA.
      * Transakcja CREATE / UPDATE / CLOSE dla zmiany statusu
      * ustalonej przez uzgodnienie dzien-do-dnia. Wymaga stalego
      * numeru - bez krzyzowki interfejs jest wstrzymany.
      * Abend przywrocony po oknie konserwacji nie mial dotad
      * zgloszenia (w oknie nic nie wysylamy) - dostaje CREATE,
      * chyba ze CREATE juz czeka na zwrot; przy wznowieniu CREATE
      * wyslany dzis przez przerwany przebieg idzie ponownie, bo
      * plik interfejsu jest budowany od nowa.
      *=============================================================
           IF WS-PLANNED-FLAG = 'R' AND WS-TICKET-NO = SPACES
               IF WS-TKT-LAST-TXN NOT = "CREATE"
                   OR (WS-RESUME-ACTIVE = 'Y'
                   AND WS-TKT-SENT-DATE = WS-RUN-START-TS(1:10))
                   MOVE "CREATE" TO WS-TKT-TXN-TYPE
               END-IF
           END-IF
           IF WS-TKT-TXN-TYPE NOT = SPACES AND WS-XREF-OK-FLAG = 'Y'
               PERFORM SEND-TICKET-TXN-PARA
           END-IF.

      *=============================================================
       SEND-TICKET-TXN-PARA.
      *=============================================================
           MOVE IR-JOB-NAME TO WS-LOOKUP-JOB-NAME
           PERFORM LOOKUP-TEAM-PARA
           MOVE SPACES TO TICKET-OUT-RECORD
           MOVE WS-TKT-TXN-TYPE       TO TK-TXN-TYPE
           MOVE WS-PERM-INC-ID        TO TK-PERM-ID
           MOVE WS-TICKET-NO          TO TK-TICKET-NO
           MOVE IR-JOB-NAME           TO TK-JOB-NAME
           MOVE IR-ABEND-CODE         TO TK-ABEND-CODE
           MOVE IR-STEP-NAME          TO TK-STEP-NAME
           MOVE IR-TIMESTAMP          TO TK-TIMESTAMP
           MOVE IR-PRIORITY           TO TK-PRIORITY
           MOVE IR-STATUS             TO TK-STATUS
           MOVE WS-MATCHED-TEAM       TO TK-TEAM
           MOVE WS-MATCHED-RUNBOOK-ID TO TK-RUNBOOK-ID
           MOVE WS-MATCHED-CHANGE-NO  TO TK-CHANGE-NO
           MOVE WS-RUN-START-TS       TO TK-RUN-TS
           WRITE TICKET-OUT-RECORD
           EVALUATE WS-TKT-TXN-TYPE
               WHEN "CREATE"  ADD 1 TO WS-TKT-CREATE-COUNT
               WHEN "UPDATE"  ADD 1 TO WS-TKT-UPDATE-COUNT
               WHEN "CLOSE"   ADD 1 TO WS-TKT-CLOSE-COUNT
           END-EVALUATE
      * Oczekiwanie na zwrot liczy sie od tej transakcji
           MOVE WS-XR-SEARCH-KEY TO XR-KEY
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TKT-TXN-TYPE TO XR-TKT-LAST-TXN
                   MOVE WS-RUN-START-TS(1:10) TO XR-TKT-SENT-DATE
                   MOVE 'Y' TO XR-TKT-AWAIT
                   MOVE 0 TO XR-TKT-RUNS
                   REWRITE XREF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      *=============================================================
       WRITE-TICKET-EXCEPTIONS-PARA.
      * Sekcja interfejsu service desk: liczba wyslanych transakcji
      * i zwrotow oraz transakcje bez zwrotu po WS-TKT-MAX-RUNS
      * przebiegach (najstarsze zaleglosci pierwsze w kolejnosci
      * klucza krzyzowki).
      *=============================================================
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM
               "   TICKETING INTERFACE EXCEPTIONS:"
           MOVE WS-TKT-CREATE-COUNT TO WS-TKT-DISP-CREATE
           MOVE WS-TKT-UPDATE-COUNT TO WS-TKT-DISP-UPDATE
           MOVE WS-TKT-CLOSE-COUNT  TO WS-TKT-DISP-CLOSE
           MOVE WS-TKT-RETURN-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "   SENT: CREATE " DELIMITED SIZE
               WS-TKT-DISP-CREATE DELIMITED SIZE
               "  UPDATE " DELIMITED SIZE
               WS-TKT-DISP-UPDATE DELIMITED SIZE
               "  CLOSE " DELIMITED SIZE
               WS-TKT-DISP-CLOSE DELIMITED SIZE
               "   RETURNS READ " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-LINE
           IF WS-XREF-OK-FLAG = 'N'
               WRITE REPORT-LINE FROM
                   "   (interface suspended - no incident cross-ref)"
           END-IF
           IF WS-TX-ENTRY-COUNT = 0
               WRITE REPORT-LINE FROM
                   "   (no transactions awaiting return)"
           ELSE
               MOVE WS-TKT-MAX-RUNS TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   NO RETURN AFTER" DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   " RUN(S):" DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-IF
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TX-ENTRY-COUNT
               MOVE WS-TX-KEY-TBL(WS-TX-IDX) TO WS-TX-KEY-PARTS
               MOVE WS-TX-PERM-ID-TBL(WS-TX-IDX) TO WL-INC-ID
               MOVE WS-TX-RUNS-TBL(WS-TX-IDX) TO WS-DISP-RUNS
               MOVE SPACES TO REPORT-LINE
               STRING "   " DELIMITED SIZE
                   WL-INC-ID DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-TX-TXN-TBL(WS-TX-IDX) DELIMITED SIZE
                   "  SENT " DELIMITED SIZE
                   WS-TX-SENT-TBL(WS-TX-IDX) DELIMITED SIZE
                   "  RUNS" DELIMITED SIZE
                   WS-DISP-RUNS DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-TX-KP-JOB DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-TX-KP-ABEND DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-TX-KP-STEP DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-TX-KP-TIMESTAMP DELIMITED SIZE
                   "  TKT:" DELIMITED SIZE
                   WS-TX-TICKET-TBL(WS-TX-IDX) DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-PERFORM
           IF WS-TX-DROPPED-COUNT > 0
               MOVE WS-TX-DROPPED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   (more not listed - table full): "
                       DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-IF
           IF WS-TX-UNKNOWN-COUNT > 0
               MOVE WS-TX-UNKNOWN-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   RETURNS FOR UNKNOWN INCIDENT NUMBERS: "
                       DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-IF.

      *=============================================================
       WRITE-PLANNED-SECTION-PARA.
      * Sekcja incydentow z okien planowanej konserwacji: abendy
      * wylaczone z alertow/SLA/MTTR/powtorzen oraz te, ktore po
      * koncu okna nadal byly otwarte i wrocily do normalnej
      * obslugi (sa tez w listingu i licznikach).
      *=============================================================
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM
               "   PLANNED MAINTENANCE - SUPPRESSED INCIDENTS:"
           MOVE WS-PL-SUPPRESS-COUNT TO WS-DISP-COUNT
           MOVE WS-PL-PROMOTE-COUNT  TO WS-DISP-RUNS
           MOVE SPACES TO REPORT-LINE
           STRING "   SUPPRESSED: " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE
               "   PROMOTED (OPEN AFTER WINDOW END): " DELIMITED SIZE
               WS-DISP-RUNS DELIMITED SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-LINE
           IF WS-PL-ENTRY-COUNT = 0
               WRITE REPORT-LINE FROM
                   "   (no incidents inside a maintenance window)"
           END-IF
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-ENTRY-COUNT
               PERFORM LOOKUP-WINDOW-PARA
               IF WS-PL-FLAG-TBL(WS-PL-IDX) = 'Y'
                   MOVE "SUPPRESSED" TO WS-PL-HANDLING
               ELSE
                   MOVE "PROMOTED  " TO WS-PL-HANDLING
               END-IF
               MOVE WS-PL-INC-ID-TBL(WS-PL-IDX) TO WL-INC-ID
               MOVE SPACES TO REPORT-LINE
               STRING "   " DELIMITED SIZE
                   WL-INC-ID DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-PL-JOB-TBL(WS-PL-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-PL-ABEND-TBL(WS-PL-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-PL-STEP-TBL(WS-PL-IDX) DELIMITED SIZE
                   "  P" DELIMITED SIZE
                   WS-PL-PRI-TBL(WS-PL-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-PL-STATUS-TBL(WS-PL-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-PL-TS-TBL(WS-PL-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-PL-WINDOW-TBL(WS-PL-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-PL-HANDLING DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-MATCHED-WINDOW-RSN(1:28) DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-PERFORM
           IF WS-PL-DROPPED-COUNT > 0
               MOVE WS-PL-DROPPED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   (more not listed - table full): "
                       DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-IF.

      *=============================================================
       LOOKUP-WINDOW-PARA.
      * Powod okna WS-PL-IDX z biezacego pliku okien (okno juz
      * usuniete z pliku = bez powodu).
      *=============================================================
           MOVE SPACES TO WS-MATCHED-WINDOW-RSN
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > WS-MW-ENTRY-COUNT
               IF WS-MW-ID-TBL(WS-MW-IDX) = WS-PL-WINDOW-TBL(WS-PL-IDX)
                   AND WS-MATCHED-WINDOW-RSN = SPACES
                   MOVE WS-MW-REASON-TBL(WS-MW-IDX)
                       TO WS-MATCHED-WINDOW-RSN
               END-IF
           END-PERFORM.

      *=============================================================
       PROCESS-ONE-FILE-PARA.
      * Otwiera kolejny plik wejsciowy z listy wsadowej, przetwarza
           MOVE WS-INCIDENT-FILENAME(1:40) TO
               WS-FS-FILENAME(WS-FILE-IDX)

      * Uzgodnienie naglowka i stopki przed zatwierdzeniem
      * czegokolwiek z pliku - plik w kwarantannie jest pomijany
      * w calosci
           PERFORM CHECK-FILE-INTEGRITY-PARA
           IF WS-FI-QUARANTINE-FLAG = 'Y'
               MOVE 0 TO WS-FILE-TOTAL-COUNT
           ELSE
               OPEN INPUT INCIDENT-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: Cannot open input file: "
                           WS-INCIDENT-FILENAME
                   DISPLAY "         Status: " WS-FILE-STATUS
                           " - skipping this file"
                   ADD 1 TO WS-FILES-SKIPPED-COUNT
                   MOVE 'Y' TO WS-RUN-WARN-FLAG
               ELSE
                   ADD 1 TO WS-FILES-OPENED-COUNT
                   MOVE 'N' TO WS-EOF
                   PERFORM READ-FIRST-RECORD
                   PERFORM UNTIL WS-EOF = 'Y'
      * Naglowek i stopka zostaly uzgodnione - to nie incydenty
                       IF IH-REC-TYPE NOT = "HDR"
                           AND IT-REC-TYPE NOT = "TRL"
                           PERFORM PROCESS-RECORD-PARA
                       END-IF
                       PERFORM READ-NEXT-RECORD
                   END-PERFORM
                   CLOSE INCIDENT-FILE
               END-IF
           END-IF

           MOVE WS-FILE-TOTAL-COUNT TO WS-FS-TOTAL(WS-FILE-IDX).

      *=============================================================
       CHECK-FILE-INTEGRITY-PARA.
      * Pierwszy przebieg po pliku: policz rekordy danych i sume
      * kontrolna IR-INC-ID, wyjmij naglowek i stopke, potem
      * uzgodnij. Wynik (status, powod) trafia do tablicy
      * integralnosci pod numerem pliku.
      *=============================================================
           MOVE 'N' TO WS-FI-QUARANTINE-FLAG
           MOVE SPACES TO WS-FI-REASON
           MOVE 0 TO WS-FI-HDR-COUNT
           MOVE 0 TO WS-FI-TRL-COUNT
           MOVE 'N' TO WS-FI-HDR-MISPLACED
           MOVE 0 TO WS-FI-DATA-COUNT
           MOVE 0 TO WS-FI-AFTER-TRL-COUNT
           MOVE 0 TO WS-FI-HASH-TOTAL
           MOVE SPACES TO WS-FI-HDR-DATE
           MOVE SPACES TO WS-FI-HDR-SOURCE
           MOVE SPACES TO WS-FI-HDR-SEQ-X
           MOVE SPACES TO WS-FI-TRL-COUNT-X
           MOVE SPACES TO WS-FI-TRL-HASH-X
           MOVE SPACES TO WS-FI-ENTRY(WS-FILE-IDX)
           MOVE 0 TO WS-FI-COUNT-TBL(WS-FILE-IDX)
           OPEN INPUT INCIDENT-FILE
           IF WS-FILE-STATUS NOT = "00"
      * Brak pliku zglasza normalne otwarcie w PROCESS-ONE-FILE-PARA
               MOVE "NOT OPENED" TO WS-FI-STATUS-TBL(WS-FILE-IDX)
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-FIRST-RECORD
               PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM NOTE-CONTROL-RECORD-PARA
                   PERFORM READ-NEXT-RECORD
               END-PERFORM
               CLOSE INCIDENT-FILE
               MOVE 'N' TO WS-EOF
               PERFORM RECONCILE-CONTROL-PARA
           END-IF.

      *=============================================================
       NOTE-CONTROL-RECORD-PARA.
      * Jeden rekord pierwszego przebiegu: naglowek musi byc
      * pierwszy i jedyny, po stopce nie moze byc juz nic.
      *=============================================================
           EVALUATE TRUE
               WHEN IH-REC-TYPE = "HDR"
                   ADD 1 TO WS-FI-HDR-COUNT
                   IF WS-FI-HDR-COUNT = 1 AND WS-FI-DATA-COUNT = 0
                       AND WS-FI-TRL-COUNT = 0
                       MOVE IH-EXTRACT-DATE  TO WS-FI-HDR-DATE
                       MOVE IH-SOURCE-SYSTEM TO WS-FI-HDR-SOURCE
                       MOVE IH-SEQUENCE-NO   TO WS-FI-HDR-SEQ-X
                   ELSE
                       MOVE 'Y' TO WS-FI-HDR-MISPLACED
                   END-IF
               WHEN IT-REC-TYPE = "TRL"
                   ADD 1 TO WS-FI-TRL-COUNT
                   MOVE IT-RECORD-COUNT TO WS-FI-TRL-COUNT-X
                   MOVE IT-HASH-TOTAL   TO WS-FI-TRL-HASH-X
               WHEN OTHER
                   ADD 1 TO WS-FI-DATA-COUNT
                   IF WS-FI-TRL-COUNT > 0
                       ADD 1 TO WS-FI-AFTER-TRL-COUNT
                   END-IF
                   IF IR-INC-ID NUMERIC
                       ADD IR-INC-ID TO WS-FI-HASH-TOTAL
                   END-IF
           END-EVALUATE.

      *=============================================================
       RECONCILE-CONTROL-PARA.
      * Uzgodnij naglowek i stopke z tym, co faktycznie jest w
      * pliku. Pierwsza niezgodnosc decyduje o powodzie kwarantanny.
      *=============================================================
           EVALUATE TRUE
               WHEN WS-FI-HDR-COUNT = 0 AND WS-FI-TRL-COUNT = 0
                   MOVE "NO CONTROL" TO WS-FI-STATUS-TBL(WS-FILE-IDX)
               WHEN WS-FI-HDR-COUNT = 0
                   MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                   MOVE "TRAILER WITHOUT HEADER" TO WS-FI-REASON
               WHEN WS-FI-TRL-COUNT = 0
                   MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                   MOVE "NO TRAILER - FILE TRUNCATED"
                       TO WS-FI-REASON
               WHEN WS-FI-HDR-MISPLACED = 'Y'
                   OR WS-FI-TRL-COUNT > 1
                   MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                   MOVE "HEADER/TRAILER DUPLICATED OR MISPLACED"
                       TO WS-FI-REASON
               WHEN WS-FI-AFTER-TRL-COUNT > 0
                   MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                   MOVE "RECORDS AFTER TRAILER" TO WS-FI-REASON
               WHEN WS-FI-HDR-DATE(1:4) NOT NUMERIC
                   OR WS-FI-HDR-DATE(6:2) NOT NUMERIC
                   OR WS-FI-HDR-DATE(9:2) NOT NUMERIC
                   OR WS-FI-HDR-DATE(5:1) NOT = '-'
                   OR WS-FI-HDR-DATE(8:1) NOT = '-'
                   OR WS-FI-HDR-SOURCE = SPACES
                   OR WS-FI-HDR-SEQ-X NOT NUMERIC
                   MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                   MOVE "BAD HEADER (DATE/SOURCE/SEQUENCE)"
                       TO WS-FI-REASON
               WHEN WS-FI-TRL-COUNT-X NOT NUMERIC
                   OR WS-FI-TRL-HASH-X NOT NUMERIC
                   MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                   MOVE "BAD TRAILER (COUNT/HASH)" TO WS-FI-REASON
               WHEN WS-FI-TRL-COUNT-N NOT = WS-FI-DATA-COUNT
                   MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                   MOVE WS-FI-TRL-COUNT-N TO WS-FI-DISP-1
                   MOVE WS-FI-DATA-COUNT  TO WS-FI-DISP-2
                   STRING "COUNT MISMATCH: TRL " DELIMITED SIZE
                       WS-FI-DISP-1 DELIMITED SIZE
                       " READ " DELIMITED SIZE
                       WS-FI-DISP-2 DELIMITED SIZE
                       INTO WS-FI-REASON
               WHEN WS-FI-TRL-HASH-N NOT = WS-FI-HASH-TOTAL
                   MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                   MOVE "HASH TOTAL MISMATCH (IR-INC-ID)"
                       TO WS-FI-REASON
               WHEN OTHER
                   PERFORM CHECK-EXTRACT-AGE-PARA
                   IF WS-FI-QUARANTINE-FLAG = 'N'
                       PERFORM CHECK-EXTRACT-SEQ-PARA
                   END-IF
           END-EVALUATE

           MOVE WS-FI-HDR-SOURCE TO WS-FI-SOURCE-TBL(WS-FILE-IDX)
           MOVE WS-FI-HDR-SEQ-X  TO WS-FI-SEQ-TBL(WS-FILE-IDX)
           MOVE WS-FI-HDR-DATE   TO WS-FI-DATE-TBL(WS-FILE-IDX)
           MOVE WS-FI-DATA-COUNT TO WS-FI-COUNT-TBL(WS-FILE-IDX)
           MOVE WS-FI-REASON     TO WS-FI-REASON-TBL(WS-FILE-IDX)
           IF WS-FI-QUARANTINE-FLAG = 'Y'
               MOVE "QUARANTINED" TO WS-FI-STATUS-TBL(WS-FILE-IDX)
               ADD 1 TO WS-FI-QUARANTINE-COUNT
               DISPLAY "WARNING: Input file quarantined - not "
                   "processed: " WS-INCIDENT-FILENAME
               DISPLAY "         Reason: " WS-FI-REASON
           ELSE
               IF WS-FI-STATUS-TBL(WS-FILE-IDX) = SPACES
                   MOVE "OK" TO WS-FI-STATUS-TBL(WS-FILE-IDX)
               END-IF
           END-IF.

      *=============================================================
       CHECK-EXTRACT-AGE-PARA.
      * Ekstrakt starszy niz WS-FI-MAX-AGE-DAYS dni od daty
      * przebiegu (domyslnie 0 - musi byc z dnia przebiegu) to
      * wczorajsza kopia - kwarantanna.
      *=============================================================
           MOVE SPACES TO WS-FI-DATE-ALPHA
           STRING WS-RUN-START-TS(1:4) DELIMITED SIZE
                  WS-RUN-START-TS(6:2) DELIMITED SIZE
                  WS-RUN-START-TS(9:2) DELIMITED SIZE
               INTO WS-FI-DATE-ALPHA
           MOVE WS-FI-DATE-ALPHA TO WS-FI-DATE-NUM
           COMPUTE WS-FI-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-FI-DATE-NUM)
           MOVE SPACES TO WS-FI-DATE-ALPHA
           STRING WS-FI-HDR-DATE(1:4) DELIMITED SIZE
                  WS-FI-HDR-DATE(6:2) DELIMITED SIZE
                  WS-FI-HDR-DATE(9:2) DELIMITED SIZE
               INTO WS-FI-DATE-ALPHA
           MOVE WS-FI-DATE-ALPHA TO WS-FI-DATE-NUM
           IF WS-FI-DATE-ALPHA(5:2) < "01"
               OR WS-FI-DATE-ALPHA(5:2) > "12"
               OR WS-FI-DATE-ALPHA(7:2) < "01"
               OR WS-FI-DATE-ALPHA(7:2) > "31"
               MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
               MOVE "BAD HEADER (DATE/SOURCE/SEQUENCE)"
                   TO WS-FI-REASON
           ELSE
               COMPUTE WS-FI-EXT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-FI-DATE-NUM)
               COMPUTE WS-FI-AGE-DAYS =
                   WS-FI-RUN-DAYS - WS-FI-EXT-DAYS
               IF WS-FI-AGE-DAYS > WS-FI-MAX-AGE-DAYS
                   MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                   STRING "STALE EXTRACT DATE " DELIMITED SIZE
                       WS-FI-HDR-DATE DELIMITED SIZE
                       INTO WS-FI-REASON
               END-IF
           END-IF.

      *=============================================================
       CHECK-EXTRACT-SEQ-PARA.
      * Numer kolejny musi byc dokladnie nastepnym po ostatnim
      * przyjetym dla tego systemu zrodlowego: ten sam albo nizszy
      * = ponownie podany ekstrakt, wyzszy o wiecej niz 1 = luka.
      * Pierwszy ekstrakt nieznanego systemu jest przyjmowany.
      * Przyjety numer od razu staje sie ostatnim (drugi egzemplarz
      * w tym samym przebiegu tez jest wylapany); na dysk trafia
      * dopiero na koncu przebiegu.
      *=============================================================
           MOVE 'N' TO WS-ES-FOUND-FLAG
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-ENTRY-COUNT
                   OR WS-ES-FOUND-FLAG = 'Y'
               IF WS-ES-SOURCE-TBL(WS-ES-IDX) = WS-FI-HDR-SOURCE
                   MOVE 'Y' TO WS-ES-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-ES-FOUND-FLAG = 'Y'
               SET WS-ES-IDX DOWN BY 1
               COMPUTE WS-FI-NEXT-SEQ = WS-ES-SEQ-TBL(WS-ES-IDX) + 1
               MOVE WS-FI-HDR-SEQ TO WS-FI-DISP-1
               MOVE WS-ES-SEQ-TBL(WS-ES-IDX) TO WS-FI-DISP-2
               EVALUATE TRUE
                   WHEN WS-FI-HDR-SEQ < WS-FI-NEXT-SEQ
                       MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                       STRING "REPEATED SEQ " DELIMITED SIZE
                           WS-FI-DISP-1(2:6) DELIMITED SIZE
                           " (LAST " DELIMITED SIZE
                           WS-FI-DISP-2(2:6) DELIMITED SIZE
                           ")" DELIMITED SIZE
                           INTO WS-FI-REASON
                   WHEN WS-FI-HDR-SEQ > WS-FI-NEXT-SEQ
                       MOVE 'Y' TO WS-FI-QUARANTINE-FLAG
                       STRING "SEQUENCE GAP: " DELIMITED SIZE
                           WS-FI-DISP-1(2:6) DELIMITED SIZE
                           " AFTER " DELIMITED SIZE
                           WS-FI-DISP-2(2:6) DELIMITED SIZE
                           INTO WS-FI-REASON
                   WHEN OTHER
                       PERFORM NOTE-EXTRACT-SEQ-PARA
               END-EVALUATE
           ELSE
               IF WS-ES-ENTRY-COUNT < 50
                   ADD 1 TO WS-ES-ENTRY-COUNT
                   SET WS-ES-IDX TO WS-ES-ENTRY-COUNT
                   MOVE WS-FI-HDR-SOURCE TO WS-ES-SOURCE-TBL(WS-ES-IDX)
                   PERFORM NOTE-EXTRACT-SEQ-PARA
               ELSE
                   DISPLAY "WARNING: Extract sequence table full "
                       "(50 sources) - sequence not tracked for: "
                       WS-FI-HDR-SOURCE
                   MOVE 'Y' TO WS-RUN-WARN-FLAG
               END-IF
           END-IF.

      *=============================================================
       NOTE-EXTRACT-SEQ-PARA.
      *=============================================================
           MOVE WS-FI-HDR-SEQ  TO WS-ES-SEQ-TBL(WS-ES-IDX)
           MOVE WS-FI-HDR-DATE TO WS-ES-DATE-TBL(WS-ES-IDX)
           MOVE WS-INCIDENT-FILENAME(1:40)
               TO WS-ES-FILE-TBL(WS-ES-IDX)
           MOVE WS-RUN-START-TS TO WS-ES-RUN-TS-TBL(WS-ES-IDX).

      *=============================================================
       LOAD-EXPORT-CTL-PARA.
      * Maksymalny wiek ekstraktu w dniach z karty sterujacej -
      * opcjonalnej; brak lub zla wartosc = 0 (ekstrakt z dnia
      * przebiegu).
      *=============================================================
           OPEN INPUT EXPORT-CTL-FILE
           IF WS-EXPORT-CTL-STATUS = "00"
               READ EXPORT-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EXPORT-CTL-LINE(1:5) NUMERIC
                           MOVE EXPORT-CTL-LINE(1:5)
                               TO WS-FI-MAX-AGE-DAYS
                       ELSE
                           DISPLAY "WARNING: Bad extract max age - "
                               "using default 0 days: "
                               EXPORT-CTL-LINE(1:20)
                       END-IF
               END-READ
               CLOSE EXPORT-CTL-FILE
           END-IF.

      *=============================================================
       LOAD-EXPORT-SEQ-PARA.
      * Ostatnie przyjete numery kolejne ekstraktow (opcjonalny
      * plik - brak = kazdy system zrodlowy widziany po raz
      * pierwszy).
      *=============================================================
           OPEN INPUT EXPORT-SEQ-FILE
           IF WS-EXPORT-SEQ-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXPORT-SEQ-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ES-LAST-SEQ NOT NUMERIC
                               OR ES-SOURCE-SYSTEM = SPACES
                               DISPLAY "WARNING: Bad extract sequence "
                                   "entry skipped: " ES-SOURCE-SYSTEM
                           ELSE
                               IF WS-ES-ENTRY-COUNT < 50
                                   ADD 1 TO WS-ES-ENTRY-COUNT
                                   SET WS-ES-IDX TO WS-ES-ENTRY-COUNT
                                   MOVE ES-SOURCE-SYSTEM
                                       TO WS-ES-SOURCE-TBL(WS-ES-IDX)
                                   MOVE ES-LAST-SEQ
                                       TO WS-ES-SEQ-TBL(WS-ES-IDX)
                                   MOVE ES-EXTRACT-DATE
                                       TO WS-ES-DATE-TBL(WS-ES-IDX)
                                   MOVE ES-FILENAME
                                       TO WS-ES-FILE-TBL(WS-ES-IDX)
                                   MOVE ES-RUN-TS
                                       TO WS-ES-RUN-TS-TBL(WS-ES-IDX)
                               ELSE
                                   DISPLAY "WARNING: Extract sequence "
                                       "table full (50) - dropping: "
                                       ES-SOURCE-SYSTEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPORT-SEQ-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *=============================================================
       SAVE-EXPORT-SEQ-PARA.
      * Przepisz plik numerow kolejnych - tylko po przebiegu, ktory
      * cos przetworzyl (wznowienie po awarii widzi stare numery).
      *=============================================================
           IF WS-ES-ENTRY-COUNT > 0
               OPEN OUTPUT EXPORT-SEQ-FILE
               IF WS-EXPORT-SEQ-STATUS NOT = "00"
                   DISPLAY "WARNING: Cannot write extract sequence "
                       "file - status " WS-EXPORT-SEQ-STATUS
                   MOVE 'Y' TO WS-RUN-WARN-FLAG
               ELSE
                   PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                       UNTIL WS-ES-IDX > WS-ES-ENTRY-COUNT
                       MOVE SPACES TO EXPORT-SEQ-RECORD
                       MOVE WS-ES-SOURCE-TBL(WS-ES-IDX)
                           TO ES-SOURCE-SYSTEM
                       MOVE WS-ES-SEQ-TBL(WS-ES-IDX) TO ES-LAST-SEQ
                       MOVE WS-ES-DATE-TBL(WS-ES-IDX)
                           TO ES-EXTRACT-DATE
                       MOVE WS-ES-FILE-TBL(WS-ES-IDX) TO ES-FILENAME
                       MOVE WS-ES-RUN-TS-TBL(WS-ES-IDX) TO ES-RUN-TS
                       MOVE ',' TO EXPORT-SEQ-RECORD(9:1)
                       MOVE ',' TO EXPORT-SEQ-RECORD(16:1)
                       MOVE ',' TO EXPORT-SEQ-RECORD(27:1)
                       MOVE ',' TO EXPORT-SEQ-RECORD(68:1)
                       WRITE EXPORT-SEQ-RECORD
                   END-PERFORM
                   CLOSE EXPORT-SEQ-FILE
               END-IF
           END-IF.

      *=============================================================
       WRITE-FILE-INTEGRITY-PARA.
      * Sekcja integralnosci plikow wejsciowych: naglowek/stopka
      * kazdego pliku z listy i powod kwarantanny.
      *=============================================================
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM
               "   INPUT FILE INTEGRITY (HEADER/TRAILER):"
           MOVE SPACES TO REPORT-LINE
           STRING "   FILE                                    "
                   DELIMITED SIZE
               "  SOURCE    SEQ     EXTRACT     RECORDS  STATUS"
                   DELIMITED SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-BATCH-FILE-COUNT
               MOVE WS-FI-COUNT-TBL(WS-FILE-IDX) TO WL-INC-ID
               MOVE SPACES TO REPORT-LINE
               STRING "   " DELIMITED SIZE
                   WS-FS-FILENAME(WS-FILE-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-FI-SOURCE-TBL(WS-FILE-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-FI-SEQ-TBL(WS-FILE-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-FI-DATE-TBL(WS-FILE-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WL-INC-ID DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-FI-STATUS-TBL(WS-FILE-IDX) DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
               IF WS-FI-REASON-TBL(WS-FILE-IDX) NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING "      -> " DELIMITED SIZE
                       WS-FI-REASON-TBL(WS-FILE-IDX) DELIMITED SIZE
                       "  (FILE NOT PROCESSED)" DELIMITED SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE FROM REPORT-LINE
               END-IF
           END-PERFORM.

      *=============================================================
       WRITE-EXEC-SUMMARY-PARA.
               WS-DISP-COUNT DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-LINE

           COMPUTE WS-DISP-COUNT =
               WS-CS-ENTRY-COUNT + WS-CS-DROPPED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "   Change-suspected:        " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-LINE

           PERFORM COUNT-CHAIN-IMPACT-PARA
           MOVE WS-BJ-ENTRY-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "   Blocked downstream jobs: " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-LINE
           IF WS-UNDERSTATED-COUNT > 0
               MOVE WS-UNDERSTATED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   P3/P4 blocking P1 jobs:  " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   "  (PRIORITY UNDERSTATED)" DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-IF

           IF WS-FI-QUARANTINE-COUNT > 0
               MOVE WS-FI-QUARANTINE-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   Quarantined input files: " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   "  (NOT PROCESSED - SEE FILE INTEGRITY)"
                       DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-IF

           IF WS-PL-SUPPRESS-COUNT > 0 OR WS-PL-PROMOTE-COUNT > 0
               MOVE WS-PL-SUPPRESS-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   Planned (maint window):  " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   "  (SUPPRESSED - NOT COUNTED ABOVE)" DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
               MOVE WS-PL-PROMOTE-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   Open after window end:   " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   "  (BACK TO NORMAL HANDLING)" DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-IF

           IF WS-AN-ENTRY-COUNT > 0
               MOVE WS-AN-ENTRY-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   Abend anomalies:         " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   "  (ABEND-SPIKE " DELIMITED SIZE
                   WS-AN-CHECK-DATE DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
               PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX > WS-AN-ENTRY-COUNT
                   PERFORM FORMAT-ANOMALY-LINE-PARA
                   WRITE REPORT-LINE FROM WS-AN-LINE
               END-PERFORM
           END-IF

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-EXEC-SCORE TO WS-EXEC-DISP-SCORE
           MOVE SPACES TO REPORT-LINE
           ELSE
               MOVE SPACES TO WL-REPEAT-MARKER
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
      * Numer zgloszenia service desk - w linii pod incydentem
           IF DS-TICKET-NO NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "         TICKET: " DELIMITED SIZE
                   DS-TICKET-NO DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-IF.

      *=============================================================
       WRITE-DETAIL-HEADER-PARA.
               IF WS-SNAP-SEEN-FLAG = 'Y'
                   PERFORM WRITE-DUPLICATE-PARA
               ELSE
      * Numer zostal przydzielony przed awaria - READ odda ten sam
                   PERFORM ASSIGN-PERM-ID-PARA
                   PERFORM CHECK-MAINT-WINDOW-PARA
                   IF WS-PLANNED-FLAG = 'Y'
                       PERFORM NOTE-PLANNED-PARA
                   ELSE
                       PERFORM REPLAY-TALLY-PARA
                   END-IF
      * Transakcja service desk tez odtwarzana - plik interfejsu
      * jest budowany od nowa w kazdym przebiegu (abend planowany
      * nie idzie do service desk)
                   IF WS-PLANNED-FLAG NOT = 'Y'
                       PERFORM WRITE-TICKET-TXN-PARA
                   END-IF
               END-IF
           END-IF.

      *=============================================================
       REPLAY-TALLY-PARA.
      * Odtworzenie agregatow w pamieci dla incydentu, ktory nie
      * jest abendem planowanym (zwykly albo przywrocony po oknie).
      *=============================================================
           IF WS-PRI-OVERRIDE-FLAG = 'Y'
               ADD 1 TO WS-PRI-OVERRIDE-COUNT
           END-IF
           PERFORM DERIVE-INCIDENT-DATE-PARA
           PERFORM CHECK-CHANGE-SUSPECT-PARA
           PERFORM CALC-REPAIR-TIME-PARA
           IF WS-REPAIR-VALID-FLAG = 'Y'
               PERFORM UPDATE-MTTR-TABLES-PARA
           END-IF
      * Wpis szczegolowy do posortowanego listingu - flagi SLA i
      * repeat tylko do wyswietlenia (liczniki sa w checkpoincie),
      * bez zapisu do pliku historycznego
           MOVE 'N' TO WS-SLA-BREACH-FLAG
           IF IR-STATUS(1:4) = 'OPEN'
               OR IR-STATUS(1:11) = 'IN_PROGRESS'
               PERFORM CALC-SLA-BREACH-PARA
           END-IF
           PERFORM CHECK-REPEAT-READONLY-PARA
           PERFORM LOOKUP-RUNBOOK-PARA
           PERFORM STORE-DETAIL-ENTRY-PARA
           IF WS-PLANNED-FLAG = 'R'
               PERFORM NOTE-PLANNED-PARA
           END-IF
      * Alert tego rekordu zostal wyemitowany przed awaria - odtworz
      * tylko wpis stanu (bez drugiej emisji do pliku alarmowego)
           IF IR-PRIORITY = 1 AND IR-STATUS(1:4) = 'OPEN'
               PERFORM NOTE-ALERT-STATE-PARA
           END-IF.

      *=============================================================
      * JSON, alert i archiwum widzialy ten sam numer
                   PERFORM ASSIGN-PERM-ID-PARA
                   PERFORM WRITE-SNAPSHOT-ROW-PARA
      * Abend w oknie planowanej konserwacji - tylko archiwum i
      * sekcja planowanych; po koncu okna nadal otwarty wraca do
      * normalnej obslugi (i zostaje na liscie jako przywrocony)
                   PERFORM CHECK-MAINT-WINDOW-PARA
                   IF WS-PLANNED-FLAG = 'Y'
                       PERFORM PROCESS-PLANNED-RECORD-PARA
                   ELSE
                       PERFORM TALLY-RECORD-PARA
                       PERFORM WRITE-DETAIL-AND-JSON-PARA
                       IF WS-PLANNED-FLAG = 'R'
                           PERFORM NOTE-PLANNED-PARA
                       END-IF
                       PERFORM WRITE-TICKET-TXN-PARA
                   END-IF
               END-IF
           END-IF.

      * (ponizej) jak i do wykrywania powtarzajacych sie awarii.
           PERFORM DERIVE-INCIDENT-DATE-PARA

      * Korelacja ze zmianami: abend w oknie po wdrozeniu zmiany
      * tego samego joba - numer zmiany idzie do archiwum, alertu
      * i sekcji raportu
           PERFORM CHECK-CHANGE-SUSPECT-PARA

      * Czas naprawy (MTTR) - tylko dla RESOLVED z czasem naprawy;
      * musi byc policzony przed CHECK-REPEAT-OFFENDER-PARA, ktore
      * dolicza go do historii HM-REPAIR-* w pliku historycznym.
      * job+abend+step 3+ razy w ciagu ostatnich 7 dni)
           PERFORM CHECK-REPEAT-OFFENDER-PARA

      * Licznik kodow abend (klasyfikacja wg katalogu przy raporcie)
           PERFORM TALLY-ABEND-CODE-PARA

      * Agregaty MTTR per job i per abend (sekcja MTTR w raporcie)
           IF WS-REPAIR-VALID-FLAG = 'Y'
           COMPUTE WS-INC-INT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-INC-DATE-NUM).

      *=============================================================
       SET-SLA-THRESHOLD-PARA.
      * Prog SLA w godzinach dla priorytetu IR-PRIORITY.
      *=============================================================
           EVALUATE IR-PRIORITY
               WHEN 1  MOVE 4   TO WS-SLA-THRESHOLD-HRS
               WHEN 2  MOVE 24  TO WS-SLA-THRESHOLD-HRS
               WHEN 3  MOVE 72  TO WS-SLA-THRESHOLD-HRS
               WHEN 4  MOVE 168 TO WS-SLA-THRESHOLD-HRS
               WHEN OTHER MOVE 24 TO WS-SLA-THRESHOLD-HRS
           END-EVALUATE.

      *=============================================================
       CALC-SLA-BREACH-PARA.
      * Policz wiek incydentu w godzinach wzgledem daty biezacej i
               PERFORM CALC-BUSINESS-AGE-PARA
           END-IF

           PERFORM SET-SLA-THRESHOLD-PARA

      * Sam flag - licznik WS-SLA-BREACH-COUNT dolicza
      * TALLY-RECORD-PARA, zeby replay po wznowieniu mogl wyliczyc
               END-READ
           END-IF.

      *=============================================================
       CHECK-CHANGE-SUSPECT-PARA.
      * Czy incydent wypada w oknie po wdrozeniu zmiany tego samego
      * joba? Roznica liczona w sekundach (dni od epoki * 86400 +
      * sekundy doby) - zmiana wdrozona po incydencie nie pasuje.
      * Wymaga WS-INC-INT-DAYS/WS-INC-TIME-NUM z
      * DERIVE-INCIDENT-DATE-PARA.
      *=============================================================
           MOVE 'N' TO WS-CHANGE-SUSPECT-FLAG
           MOVE SPACES TO WS-MATCHED-CHANGE-NO
           COMPUTE WS-CHG-WINDOW-SECS = WS-CHANGE-WINDOW-HRS * 3600
           COMPUTE WS-CHG-INC-SECS =
               (WS-INC-HH * 3600) + (WS-INC-MM * 60) + WS-INC-SS
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-ENTRY-COUNT
               IF WS-CL-JOB-TBL(WS-CL-IDX) = IR-JOB-NAME
                   COMPUTE WS-CHG-DIFF-SECS =
                       ((WS-INC-INT-DAYS - WS-CL-DAYS-TBL(WS-CL-IDX))
                           * 86400)
                       + (WS-CHG-INC-SECS - WS-CL-SECS-TBL(WS-CL-IDX))
                   IF WS-CHG-DIFF-SECS >= 0
                       AND WS-CHG-DIFF-SECS <= WS-CHG-WINDOW-SECS
                       IF WS-CHANGE-SUSPECT-FLAG = 'N'
                           OR WS-CHG-DIFF-SECS < WS-CHG-BEST-SECS
                           MOVE 'Y' TO WS-CHANGE-SUSPECT-FLAG
                           MOVE WS-CL-CHANGE-TBL(WS-CL-IDX)
                               TO WS-MATCHED-CHANGE-NO
                           MOVE WS-CHG-DIFF-SECS TO WS-CHG-BEST-SECS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CHANGE-SUSPECT-FLAG = 'Y'
               PERFORM NOTE-CHANGE-SUSPECT-PARA
           END-IF.

      *=============================================================
       NOTE-CHANGE-SUSPECT-PARA.
      * Odloz incydent podejrzany o zwiazek ze zmiana do tablicy
      * sekcji raportu (grupowanej pozniej po numerze zmiany).
      *=============================================================
           IF WS-CS-ENTRY-COUNT < 300
               ADD 1 TO WS-CS-ENTRY-COUNT
               SET WS-CS-IDX TO WS-CS-ENTRY-COUNT
               MOVE WS-MATCHED-CHANGE-NO TO WS-CS-CHANGE-TBL(WS-CS-IDX)
               MOVE WS-PERM-INC-ID TO WS-CS-INC-ID-TBL(WS-CS-IDX)
               MOVE IR-JOB-NAME    TO WS-CS-JOB-TBL(WS-CS-IDX)
               MOVE IR-ABEND-CODE  TO WS-CS-ABEND-TBL(WS-CS-IDX)
               MOVE IR-STEP-NAME   TO WS-CS-STEP-TBL(WS-CS-IDX)
               MOVE IR-TIMESTAMP   TO WS-CS-TS-TBL(WS-CS-IDX)
               MOVE IR-PRIORITY    TO WS-CS-PRI-TBL(WS-CS-IDX)
               MOVE IR-STATUS      TO WS-CS-STATUS-TBL(WS-CS-IDX)
               MOVE 'N' TO WS-CS-DONE-TBL(WS-CS-IDX)
           ELSE
               ADD 1 TO WS-CS-DROPPED-COUNT
               DISPLAY "WARNING: Change-suspect table full (300) - "
                   "not listed: " IR-JOB-NAME " " WS-MATCHED-CHANGE-NO
           END-IF.

      *=============================================================
       CHECK-MAINT-WINDOW-PARA.
      * Czy incydent wypada w oknie planowanej konserwacji (czas
      * incydentu miedzy poczatkiem a koncem okna, job i abend
      * pasuja)? Incydent nadal otwarty (OPEN/IN_PROGRESS), gdy
      * okno juz sie skonczylo, wraca do normalnej obslugi ('R') -
      * chyba ze pasuje tez do innego, jeszcze trwajacego okna.
      *=============================================================
           MOVE 'N' TO WS-PLANNED-FLAG
           MOVE SPACES TO WS-MATCHED-WINDOW-ID
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > WS-MW-ENTRY-COUNT
                   OR WS-PLANNED-FLAG = 'Y'
               IF IR-TIMESTAMP >= WS-MW-START-TBL(WS-MW-IDX)
                   AND IR-TIMESTAMP <= WS-MW-END-TBL(WS-MW-IDX)
                   AND (WS-MW-ABEND-TBL(WS-MW-IDX) = SPACES
                   OR WS-MW-ABEND-TBL(WS-MW-IDX)(1:1) = '*'
                   OR WS-MW-ABEND-TBL(WS-MW-IDX) = IR-ABEND-CODE)
                   PERFORM MATCH-WINDOW-JOB-PARA
                   IF WS-MW-JOB-MATCH-FLAG = 'Y'
                       MOVE WS-MW-ID-TBL(WS-MW-IDX)
                           TO WS-MATCHED-WINDOW-ID
                       IF (IR-STATUS(1:4) = 'OPEN'
                           OR IR-STATUS(1:11) = 'IN_PROGRESS')
                           AND WS-RUN-START-TS
                               > WS-MW-END-TBL(WS-MW-IDX)
                           MOVE 'R' TO WS-PLANNED-FLAG
                       ELSE
                           MOVE 'Y' TO WS-PLANNED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *=============================================================
       MATCH-WINDOW-JOB-PARA.
      * Job incydentu wobec wzorca okna WS-MW-IDX: porownanie
      * prefiksu przed '*' (dlugosc 0 = kazdy job).
      *=============================================================
           MOVE WS-MW-PFX-LEN-TBL(WS-MW-IDX) TO WS-MW-PFX-LEN
           IF WS-MW-PFX-LEN = 0
               MOVE 'Y' TO WS-MW-JOB-MATCH-FLAG
           ELSE
               IF IR-JOB-NAME(1:WS-MW-PFX-LEN) =
                   WS-MW-JOB-TBL(WS-MW-IDX)(1:WS-MW-PFX-LEN)
                   MOVE 'Y' TO WS-MW-JOB-MATCH-FLAG
               ELSE
                   MOVE 'N' TO WS-MW-JOB-MATCH-FLAG
               END-IF
           END-IF.

      *=============================================================
       PROCESS-PLANNED-RECORD-PARA.
      * Abend planowany: bez licznikow, SLA, MTTR, pliku
      * historycznego (powtorzenia, problemy), listingu, JSON i
      * alertu - tylko archiwum z identyfikatorem okna i sekcja
      * planowanych w raporcie.
      *=============================================================
           PERFORM LOOKUP-RUNBOOK-PARA
           MOVE 'N' TO WS-SLA-BREACH-FLAG
           MOVE 'N' TO WS-REPEAT-OFFENDER-FLAG
           MOVE 0 TO WS-AGE-HOURS
           MOVE SPACES TO WS-MATCHED-CHANGE-NO
           PERFORM NOTE-PLANNED-PARA
           PERFORM WRITE-ARCHIVE-PARA.

      *=============================================================
       NOTE-PLANNED-PARA.
      * Odloz incydent z okna konserwacji (planowany albo
      * przywrocony) do tablicy sekcji planowanych.
      *=============================================================
           IF WS-PLANNED-FLAG = 'Y'
               ADD 1 TO WS-PL-SUPPRESS-COUNT
           ELSE
               ADD 1 TO WS-PL-PROMOTE-COUNT
           END-IF
           IF WS-PL-ENTRY-COUNT < 200
               ADD 1 TO WS-PL-ENTRY-COUNT
               SET WS-PL-IDX TO WS-PL-ENTRY-COUNT
               MOVE WS-PERM-INC-ID TO WS-PL-INC-ID-TBL(WS-PL-IDX)
               MOVE IR-JOB-NAME    TO WS-PL-JOB-TBL(WS-PL-IDX)
               MOVE IR-ABEND-CODE  TO WS-PL-ABEND-TBL(WS-PL-IDX)
               MOVE IR-STEP-NAME   TO WS-PL-STEP-TBL(WS-PL-IDX)
               MOVE IR-TIMESTAMP   TO WS-PL-TS-TBL(WS-PL-IDX)
               MOVE IR-PRIORITY    TO WS-PL-PRI-TBL(WS-PL-IDX)
               MOVE IR-STATUS      TO WS-PL-STATUS-TBL(WS-PL-IDX)
               MOVE WS-MATCHED-WINDOW-ID
                   TO WS-PL-WINDOW-TBL(WS-PL-IDX)
               MOVE WS-PLANNED-FLAG TO WS-PL-FLAG-TBL(WS-PL-IDX)
           ELSE
               ADD 1 TO WS-PL-DROPPED-COUNT
           END-IF.

      *=============================================================
       WRITE-DETAIL-AND-JSON-PARA.
      *=============================================================
           MOVE IR-STEP-NAME  TO DW-STEP
           MOVE IR-STATUS     TO DW-STATUS
           MOVE WS-MATCHED-RUNBOOK-ID TO DW-RUNBOOK
           MOVE WS-TICKET-NO  TO DW-TICKET-NO
           IF WS-PRI-OVERRIDE-FLAG = 'Y'
               MOVE '* ' TO DW-PRI-MARK
           ELSE
               OR IR-STATUS(1:11) = 'IN_PROGRESS'
               MOVE WS-AGE-HOURS TO DW-AGE-HOURS
               PERFORM NOTE-OLDEST-OPEN-PARA
               PERFORM NOTE-OPEN-INCIDENT-PARA
           ELSE
               MOVE 0 TO DW-AGE-HOURS
           END-IF
           MOVE IR-STATUS     TO WS-OB-STATUS(WS-OB-IDX)
           MOVE IR-TIMESTAMP  TO WS-OB-TIMESTAMP(WS-OB-IDX).

      *=============================================================
       NOTE-OPEN-INCIDENT-PARA.
      * Odloz otwarty incydent do tablicy sekcji wplywu na lancuch
      * wsadowy (lancuch liczony przy pisaniu raportu).
      *=============================================================
           IF WS-OI-ENTRY-COUNT < 500
               ADD 1 TO WS-OI-ENTRY-COUNT
               SET WS-OI-IDX TO WS-OI-ENTRY-COUNT
               MOVE WS-PERM-INC-ID TO WS-OI-INC-ID-TBL(WS-OI-IDX)
               MOVE IR-JOB-NAME    TO WS-OI-JOB-TBL(WS-OI-IDX)
               MOVE IR-ABEND-CODE  TO WS-OI-ABEND-TBL(WS-OI-IDX)
               MOVE IR-STEP-NAME   TO WS-OI-STEP-TBL(WS-OI-IDX)
               MOVE IR-PRIORITY    TO WS-OI-PRI-TBL(WS-OI-IDX)
               MOVE IR-STATUS      TO WS-OI-STATUS-TBL(WS-OI-IDX)
           ELSE
               ADD 1 TO WS-OI-DROPPED-COUNT
           END-IF.

      *=============================================================
       WALK-CHAIN-PARA.
      * Wszystkie joby nizej w lancuchu od WS-CHAIN-ROOT-JOB:
      * kolejka WS-WQ z poziomem (1 = bezposredni nastepnik) i
      * priorytetem biznesowym joba. Job juz w kolejce nie jest
      * dodawany drugi raz, wiec cykl w pliku zaleznosci nie
      * zapetla przejscia.
      *=============================================================
           MOVE 0 TO WS-WQ-COUNT
           MOVE 1 TO WS-WQ-HEAD
           MOVE WS-CHAIN-ROOT-JOB TO WS-CHAIN-CUR-JOB
           MOVE 0 TO WS-CHAIN-CUR-LEVEL
           PERFORM ADD-SUCCESSORS-PARA
           PERFORM UNTIL WS-WQ-HEAD > WS-WQ-COUNT
               MOVE WS-WQ-JOB-TBL(WS-WQ-HEAD) TO WS-CHAIN-CUR-JOB
               MOVE WS-WQ-LEVEL-TBL(WS-WQ-HEAD) TO WS-CHAIN-CUR-LEVEL
               PERFORM ADD-SUCCESSORS-PARA
               ADD 1 TO WS-WQ-HEAD
           END-PERFORM.

      *=============================================================
       ADD-SUCCESSORS-PARA.
      * Dopisz do kolejki bezposrednich nastepnikow
      * WS-CHAIN-CUR-JOB (bez joba startowego i bez powtorzen).
      *=============================================================
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-ENTRY-COUNT
               IF WS-DP-PRED-TBL(WS-DP-IDX) = WS-CHAIN-CUR-JOB
                   AND WS-DP-SUCC-TBL(WS-DP-IDX)
                       NOT = WS-CHAIN-ROOT-JOB
                   MOVE 'N' TO WS-WQ-FOUND-FLAG
                   PERFORM VARYING WS-WQ-IDX FROM 1 BY 1
                       UNTIL WS-WQ-IDX > WS-WQ-COUNT
                       IF WS-WQ-JOB-TBL(WS-WQ-IDX)
                           = WS-DP-SUCC-TBL(WS-DP-IDX)
                           MOVE 'Y' TO WS-WQ-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF WS-WQ-FOUND-FLAG = 'N'
                       IF WS-WQ-COUNT < 200
                           ADD 1 TO WS-WQ-COUNT
                           SET WS-WQ-IDX TO WS-WQ-COUNT
                           MOVE WS-DP-SUCC-TBL(WS-DP-IDX)
                               TO WS-WQ-JOB-TBL(WS-WQ-IDX)
                           IF WS-CHAIN-CUR-LEVEL < 99
                               COMPUTE WS-WQ-LEVEL-TBL(WS-WQ-IDX) =
                                   WS-CHAIN-CUR-LEVEL + 1
                           ELSE
                               MOVE 99 TO WS-WQ-LEVEL-TBL(WS-WQ-IDX)
                           END-IF
                           PERFORM LOOKUP-JOB-CRIT-PARA
                           MOVE WS-CHAIN-CRIT
                               TO WS-WQ-CRIT-TBL(WS-WQ-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *=============================================================
       LOOKUP-JOB-CRIT-PARA.
      * Priorytet biznesowy joba WS-WQ-JOB-TBL(WS-WQ-IDX): najwyzszy
      * (najnizsza cyfra) z wierszy, w ktorych jest nastepnikiem;
      * 0 = brak priorytetu w pliku zaleznosci. Wlasny indeks -
      * wolane z petli ADD-SUCCESSORS-PARA po WS-DP-IDX.
      *=============================================================
           MOVE 0 TO WS-CHAIN-CRIT
           PERFORM VARYING WS-DP-CRIT-IDX FROM 1 BY 1
               UNTIL WS-DP-CRIT-IDX > WS-DP-ENTRY-COUNT
               IF WS-DP-SUCC-TBL(WS-DP-CRIT-IDX)
                   = WS-WQ-JOB-TBL(WS-WQ-IDX)
                   AND WS-DP-CRIT-TBL(WS-DP-CRIT-IDX) > 0
                   IF WS-CHAIN-CRIT = 0
                       OR WS-DP-CRIT-TBL(WS-DP-CRIT-IDX)
                           < WS-CHAIN-CRIT
                       MOVE WS-DP-CRIT-TBL(WS-DP-CRIT-IDX)
                           TO WS-CHAIN-CRIT
                   END-IF
               END-IF
           END-PERFORM.

      *=============================================================
       LOAD-CHAIN-FROM-OI-PARA.
      * Przepisz otwarty incydent WS-OI-IDX do pol lancucha i
      * przejdz jego lancuch nastepnikow.
      *=============================================================
           MOVE WS-OI-INC-ID-TBL(WS-OI-IDX) TO WS-CHAIN-INC-ID
           MOVE WS-OI-PRI-TBL(WS-OI-IDX)    TO WS-CHAIN-PRI
           MOVE WS-OI-JOB-TBL(WS-OI-IDX)    TO WS-CHAIN-ROOT-JOB
           MOVE WS-OI-ABEND-TBL(WS-OI-IDX)  TO WS-CHAIN-ABEND
           MOVE WS-OI-STEP-TBL(WS-OI-IDX)   TO WS-CHAIN-STEP
           MOVE WS-OI-STATUS-TBL(WS-OI-IDX) TO WS-CHAIN-STATUS
           PERFORM WALK-CHAIN-PARA.

      *=============================================================
       COUNT-CHAIN-IMPACT-PARA.
      * Do podsumowania wykonawczego: rozne zablokowane joby ze
      * wszystkich otwartych incydentow i liczba incydentow P3/P4
      * blokujacych job o priorytecie biznesowym P1.
      *=============================================================
           MOVE 0 TO WS-BJ-ENTRY-COUNT
           MOVE 0 TO WS-UNDERSTATED-COUNT
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-ENTRY-COUNT
               PERFORM LOAD-CHAIN-FROM-OI-PARA
               MOVE 'N' TO WS-CHAIN-UNDER-FLAG
               PERFORM VARYING WS-WQ-IDX FROM 1 BY 1
                   UNTIL WS-WQ-IDX > WS-WQ-COUNT
                   IF WS-CHAIN-PRI >= 3
                       AND WS-WQ-CRIT-TBL(WS-WQ-IDX) = 1
                       MOVE 'Y' TO WS-CHAIN-UNDER-FLAG
                   END-IF
                   MOVE 'N' TO WS-WQ-FOUND-FLAG
                   PERFORM VARYING WS-BJ-IDX FROM 1 BY 1
                       UNTIL WS-BJ-IDX > WS-BJ-ENTRY-COUNT
                       IF WS-BJ-ENTRY(WS-BJ-IDX)
                           = WS-WQ-JOB-TBL(WS-WQ-IDX)
                           MOVE 'Y' TO WS-WQ-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF WS-WQ-FOUND-FLAG = 'N'
                       AND WS-BJ-ENTRY-COUNT < 200
                       ADD 1 TO WS-BJ-ENTRY-COUNT
                       SET WS-BJ-IDX TO WS-BJ-ENTRY-COUNT
                       MOVE WS-WQ-JOB-TBL(WS-WQ-IDX)
                           TO WS-BJ-ENTRY(WS-BJ-IDX)
                   END-IF
               END-PERFORM
               IF WS-CHAIN-UNDER-FLAG = 'Y'
                   ADD 1 TO WS-UNDERSTATED-COUNT
               END-IF
           END-PERFORM.

      *=============================================================
       WRITE-CHAIN-IMPACT-PARA.
      * Sekcja wplywu na lancuch wsadowy: dla kazdego otwartego
      * incydentu, ktory cokolwiek blokuje - zablokowane joby nizej
      * w lancuchu z zespolem wlasciciela.
      *=============================================================
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM
               "   DOWNSTREAM BATCH-CHAIN IMPACT (OPEN WORK):"
           MOVE 0 TO WS-CHAIN-SECTION-COUNT
           IF WS-DP-ENTRY-COUNT = 0
               WRITE REPORT-LINE FROM
                   "   (no job dependency file loaded)"
           ELSE
               PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-ENTRY-COUNT
                   PERFORM LOAD-CHAIN-FROM-OI-PARA
                   IF WS-WQ-COUNT > 0
                       ADD 1 TO WS-CHAIN-SECTION-COUNT
                       PERFORM FORMAT-CHAIN-HEAD-PARA
                       WRITE REPORT-LINE FROM WS-CHAIN-LINE
                       PERFORM VARYING WS-WQ-IDX FROM 1 BY 1
                           UNTIL WS-WQ-IDX > WS-WQ-COUNT
                           PERFORM FORMAT-CHAIN-JOB-PARA
                           WRITE REPORT-LINE FROM WS-CHAIN-LINE
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-CHAIN-SECTION-COUNT = 0
                   WRITE REPORT-LINE FROM
                       "   (no downstream jobs blocked)"
               END-IF
               IF WS-OI-DROPPED-COUNT > 0
                   MOVE WS-OI-DROPPED-COUNT TO WS-DISP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "   (open incidents not checked - table "
                           DELIMITED SIZE
                       "full): " DELIMITED SIZE
                       WS-DISP-COUNT DELIMITED SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE FROM REPORT-LINE
               END-IF
           END-IF.

      *=============================================================
       FORMAT-CHAIN-HEAD-PARA.
      * Linia incydentu blokujacego (wspolna dla raportu i kartki
      * przekazania zmiany).
      *=============================================================
           MOVE WS-CHAIN-INC-ID TO WL-INC-ID
           MOVE WS-WQ-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO WS-CHAIN-LINE
           STRING "   " DELIMITED SIZE
               WL-INC-ID DELIMITED SIZE
               "  P" DELIMITED SIZE
               WS-CHAIN-PRI DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-CHAIN-ROOT-JOB DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-CHAIN-ABEND DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-CHAIN-STEP DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-CHAIN-STATUS DELIMITED SIZE
               "  BLOCKS" DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE
               " JOB(S)" DELIMITED SIZE
               INTO WS-CHAIN-LINE.

      *=============================================================
       FORMAT-CHAIN-JOB-PARA.
      * Linia zablokowanego joba WS-WQ-IDX: poziom w lancuchu,
      * zespol wlasciciela z rosteru, priorytet biznesowy joba i
      * znacznik zanizonego priorytetu (P3/P4 blokuje job P1).
      *=============================================================
           MOVE WS-WQ-JOB-TBL(WS-WQ-IDX) TO WS-LOOKUP-JOB-NAME
           PERFORM LOOKUP-TEAM-PARA
           MOVE WS-WQ-LEVEL-TBL(WS-WQ-IDX) TO WS-DISP-LEVEL
           MOVE SPACES TO WS-CHAIN-MARK
           IF WS-WQ-CRIT-TBL(WS-WQ-IDX) > 0
               STRING "  JOB P" DELIMITED SIZE
                   WS-WQ-CRIT-TBL(WS-WQ-IDX) DELIMITED SIZE
                   INTO WS-CHAIN-MARK
           END-IF
           IF WS-CHAIN-PRI >= 3 AND WS-WQ-CRIT-TBL(WS-WQ-IDX) = 1
               MOVE "  JOB P1 *** PRIORITY UNDERSTATED ***"
                   TO WS-CHAIN-MARK
           END-IF
           MOVE SPACES TO WS-CHAIN-LINE
           STRING "        -> " DELIMITED SIZE
               WS-WQ-JOB-TBL(WS-WQ-IDX) DELIMITED SIZE
               "  LEVEL" DELIMITED SIZE
               WS-DISP-LEVEL DELIMITED SIZE
               "  TEAM " DELIMITED SIZE
               WS-MATCHED-TEAM DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-MATCHED-CONTACT DELIMITED SIZE
               WS-CHAIN-MARK DELIMITED SIZE
               INTO WS-CHAIN-LINE.

      *=============================================================
       WRITE-ARCHIVE-PARA.
      * Dopisz zaakceptowany incydent do trwalego archiwum, ze
           MOVE IR-JOB-NAME TO WS-LOOKUP-JOB-NAME
           PERFORM LOOKUP-TEAM-PARA
           MOVE WS-MATCHED-TEAM TO AR-TEAM-CODE
           MOVE WS-MATCHED-CHANGE-NO TO AR-CHANGE-NO
           MOVE WS-MATCHED-WINDOW-ID TO AR-WINDOW-ID
           IF WS-PLANNED-FLAG = 'N'
               MOVE SPACE TO AR-PLANNED-FLAG
           ELSE
               MOVE WS-PLANNED-FLAG TO AR-PLANNED-FLAG
           END-IF
           MOVE WS-SRC-PRIORITY TO AR-SRC-PRIORITY
           WRITE ARCHIVE-RECORD
           MOVE 'Y' TO WS-FORCE-CHECKPOINT-FLAG.

                   WS-MATCHED-TEAM    DELIMITED SIZE
                   '","contact":"'    DELIMITED SIZE
                   WS-MATCHED-CONTACT DELIMITED SIZE
                   '","change":"'     DELIMITED SIZE
                   WS-MATCHED-CHANGE-NO DELIMITED SIZE
                   '","ticket":"'     DELIMITED SIZE
                   WS-TICKET-NO       DELIMITED SIZE
                   '"}'               DELIMITED SIZE
               INTO ALERT-LINE
           WRITE ALERT-LINE
           MOVE WS-AL-KEY(WS-AL-IDX) TO WS-AL-KEY-PARTS
           MOVE WS-AL-KP-JOB TO WS-LOOKUP-JOB-NAME
           PERFORM LOOKUP-TEAM-PARA
           MOVE WS-AL-KEY(WS-AL-IDX) TO WS-XR-SEARCH-KEY
           PERFORM LOOKUP-TICKET-PARA
           MOVE WS-UNACK-MINUTES TO WS-DISP-UNACK-MINS
           MOVE SPACES TO ALERT-LINE
           STRING '{"escalation":true,"job":"' DELIMITED SIZE
                   WS-MATCHED-TEAM     DELIMITED SIZE
                   '","contact":"'     DELIMITED SIZE
                   WS-MATCHED-CONTACT2 DELIMITED SIZE
                   '","ticket":"'      DELIMITED SIZE
                   WS-TICKET-NO        DELIMITED SIZE
                   '"}'                DELIMITED SIZE
               INTO ALERT-LINE
           WRITE ALERT-LINE.
               END-IF
           END-IF.

      *=============================================================
       TALLY-ABEND-CODE-PARA.
      * Wyszukaj lub dodaj kod abend w tablicy kodow widzianych w
      * przebiegu (jak UPDATE-JOB-TABLE-PARA). Klasyfikacja wg
      * katalogu dopiero przy pisaniu raportu i wiersza CSV.
      *=============================================================
           MOVE 'N' TO WS-AB-FOUND-FLAG
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > WS-AB-ENTRY-COUNT
               IF WS-AB-CODE-TBL(WS-AB-IDX) = IR-ABEND-CODE
                   ADD 1 TO WS-AB-COUNT-TBL(WS-AB-IDX)
                   MOVE 'Y' TO WS-AB-FOUND-FLAG
               END-IF
           END-PERFORM

           IF WS-AB-FOUND-FLAG = 'N'
               IF WS-AB-ENTRY-COUNT < 80
                   ADD 1 TO WS-AB-ENTRY-COUNT
                   SET WS-AB-IDX TO WS-AB-ENTRY-COUNT
                   MOVE IR-ABEND-CODE TO WS-AB-CODE-TBL(WS-AB-IDX)
                   MOVE 1 TO WS-AB-COUNT-TBL(WS-AB-IDX)
               ELSE
                   ADD 1 TO WS-AB-DROPPED-COUNT
                   DISPLAY "WARNING: Abend code table full (80 codes) "
                       "- counting as OTHER: " IR-ABEND-CODE
               END-IF
           END-IF.

      *=============================================================
       SORT-JOB-TABLE-PARA.
      * Sortowanie babelkowe wg WS-JOB-COUNT-TBL malejaco
               END-PERFORM
           END-PERFORM.

      *=============================================================
       SUM-ABEND-CATEGORIES-PARA.
      * Rozbicie wg kategorii awarii z tablicy kodow widzianych w
      * przebiegu: kod z katalogu idzie do swojej kategorii, kod
      * spoza katalogu (i nadmiar tablicy) do OTHER.
      *=============================================================
           MOVE 0 TO WS-AB-UNCAT-COUNT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 7
               MOVE 0 TO WS-CATEGORY-COUNT(WS-CAT-IDX)
           END-PERFORM
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > WS-AB-ENTRY-COUNT
               MOVE WS-AB-CODE-TBL(WS-AB-IDX) TO WS-LOOKUP-ABEND-CODE
               PERFORM LOOKUP-ABEND-CATALOG-PARA
               ADD WS-AB-COUNT-TBL(WS-AB-IDX)
                   TO WS-CATEGORY-COUNT(WS-MATCHED-CAT-IDX)
               IF WS-AC-FOUND-IDX = 0
                   ADD 1 TO WS-AB-UNCAT-COUNT
               END-IF
           END-PERFORM
           ADD WS-AB-DROPPED-COUNT TO WS-CATEGORY-COUNT(7).

      *=============================================================
       WRITE-ABEND-ROLLUP-PARA.
      * Sekcje "BY ABEND CODE" (kody z katalogu w kolejnosci
      * katalogu, z opisem, kategoria i sugerowanym priorytetem,
      * potem kody spoza katalogu) i "BY CATEGORY".
      *=============================================================
           PERFORM SUM-ABEND-CATEGORIES-PARA

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM "   BY ABEND CODE:"
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-ENTRY-COUNT
               PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > WS-AB-ENTRY-COUNT
                   IF WS-AB-CODE-TBL(WS-AB-IDX)
                       = WS-AC-CODE-TBL(WS-AC-IDX)
                       MOVE WS-AB-COUNT-TBL(WS-AB-IDX) TO WS-DISP-COUNT
                       MOVE WS-AC-PRI-TBL(WS-AC-IDX) TO WS-DISP-PRI
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " DELIMITED SIZE
                           WS-AC-CODE-TBL(WS-AC-IDX) DELIMITED SIZE
                           "  " DELIMITED SIZE
                           WS-AC-DESC-TBL(WS-AC-IDX) DELIMITED SIZE
                           "  " DELIMITED SIZE
                           WS-AC-CAT-TBL(WS-AC-IDX) DELIMITED SIZE
                           "  DEF P" DELIMITED SIZE
                           WS-DISP-PRI DELIMITED SIZE
                           ": " DELIMITED SIZE
                           WS-DISP-COUNT DELIMITED SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE FROM REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-AB-UNCAT-COUNT > 0 OR WS-AB-DROPPED-COUNT > 0
               WRITE REPORT-LINE FROM "   NOT IN ABEND CATALOG:"
               PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > WS-AB-ENTRY-COUNT
                   MOVE WS-AB-CODE-TBL(WS-AB-IDX)
                       TO WS-LOOKUP-ABEND-CODE
                   PERFORM LOOKUP-ABEND-CATALOG-PARA
                   IF WS-AC-FOUND-IDX = 0
                       MOVE WS-AB-COUNT-TBL(WS-AB-IDX) TO WS-DISP-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " DELIMITED SIZE
                           WS-AB-CODE-TBL(WS-AB-IDX) DELIMITED SIZE
                           "  (uncatalogued)" DELIMITED SIZE
                           ": " DELIMITED SIZE
                           WS-DISP-COUNT DELIMITED SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE FROM REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-AB-DROPPED-COUNT > 0
                   MOVE WS-AB-DROPPED-COUNT TO WS-DISP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "   (codes over table limit): " DELIMITED SIZE
                       WS-DISP-COUNT DELIMITED SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE FROM REPORT-LINE
               END-IF
           END-IF

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM "   BY CATEGORY:"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 7
               MOVE WS-CATEGORY-COUNT(WS-CAT-IDX) TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   " DELIMITED SIZE
                   WS-CATEGORY-NAME(WS-CAT-IDX) DELIMITED SIZE
                   ": " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-PERFORM.

      *=============================================================
       WRITE-JOB-ROLLUP-PARA.
      * Sekcja "BY JOB" - top offenders wg liczby incydentow
                   MOVE WS-MA-MAX-TBL(WS-MA-IDX) TO WS-DISP-MINS-2
                   MOVE WS-MA-COUNT-TBL(WS-MA-IDX) TO WS-DISP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "   " DELIMITED SIZE
                       WS-MA-ABEND-TBL(WS-MA-IDX) DELIMITED SIZE
                       "    : AVG" DELIMITED SIZE
                       WS-DISP-MINS DELIMITED SIZE
                       " MIN  WORST" DELIMITED SIZE
                       WS-DISP-MINS-2 DELIMITED SIZE
                       " MIN  (" DELIMITED SIZE
                       WS-DISP-COUNT DELIMITED SIZE
                       " RESOLVED)" DELIMITED SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE FROM REPORT-LINE
               END-PERFORM
           END-IF.

      *=============================================================
       WRITE-CHANGE-SUSPECT-PARA.
      * Incydenty podejrzane o zwiazek ze zmiana produkcyjna,
      * pogrupowane po numerze zmiany (kolejnosc pierwszego
      * wystapienia) - dla CAB: ktora zmiana dala ktore abendy.
      *=============================================================
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-CHANGE-WINDOW-HRS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "   SUSPECTED CHANGE-INDUCED INCIDENTS (WITHIN"
                   DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE
               "H AFTER A CHANGE TO THE SAME JOB):" DELIMITED SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-LINE
           IF WS-CS-ENTRY-COUNT = 0
               IF WS-CL-ENTRY-COUNT = 0 AND WS-RUN-MODE NOT = 'R'
                   WRITE REPORT-LINE FROM
                       "   (no change log loaded)"
               ELSE
                   WRITE REPORT-LINE FROM
                       "   (no incidents correlated with changes)"
               END-IF
           ELSE
               PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-ENTRY-COUNT
                   IF WS-CS-DONE-TBL(WS-CS-IDX) = 'N'
                       PERFORM WRITE-CHANGE-GROUP-PARA
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CS-DROPPED-COUNT > 0
               MOVE WS-CS-DROPPED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "   (not listed - table full): " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-LINE
           END-IF.

      *=============================================================
       WRITE-CHANGE-GROUP-PARA.
      * Jedna grupa: naglowek zmiany (czas wdrozenia i grupa
      * wdrazajaca z rejestru zmian) i jej incydenty.
      *=============================================================
           MOVE WS-CS-CHANGE-TBL(WS-CS-IDX) TO WS-CS-GROUP-CHANGE
           MOVE 0 TO WS-CS-GROUP-COUNT
           PERFORM VARYING WS-CS-IDX-2 FROM WS-CS-IDX BY 1
               UNTIL WS-CS-IDX-2 > WS-CS-ENTRY-COUNT
               IF WS-CS-CHANGE-TBL(WS-CS-IDX-2) = WS-CS-GROUP-CHANGE
                   ADD 1 TO WS-CS-GROUP-COUNT
               END-IF
           END-PERFORM
           MOVE WS-CS-GROUP-COUNT TO WS-DISP-COUNT
           MOVE 'N' TO WS-CFG-MATCH-FLAG
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-ENTRY-COUNT
               OR WS-CFG-MATCH-FLAG = 'Y'
               IF WS-CL-CHANGE-TBL(WS-CL-IDX) = WS-CS-GROUP-CHANGE
                   MOVE 'Y' TO WS-CFG-MATCH-FLAG
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-CFG-MATCH-FLAG = 'Y'
               SET WS-CL-IDX DOWN BY 1
               STRING "   CHANGE " DELIMITED SIZE
                   WS-CS-GROUP-CHANGE DELIMITED SIZE
                   "  IMPLEMENTED " DELIMITED SIZE
                   WS-CL-TS-TBL(WS-CL-IDX) DELIMITED SIZE
                   "  BY " DELIMITED SIZE
                   WS-CL-GROUP-TBL(WS-CL-IDX) DELIMITED SIZE
                   "  INCIDENTS: " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "   CHANGE " DELIMITED SIZE
                   WS-CS-GROUP-CHANGE DELIMITED SIZE
                   "  (NOT IN CURRENT CHANGE LOG)" DELIMITED SIZE
                   "  INCIDENTS: " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM REPORT-LINE
           PERFORM VARYING WS-CS-IDX-2 FROM WS-CS-IDX BY 1
               UNTIL WS-CS-IDX-2 > WS-CS-ENTRY-COUNT
               IF WS-CS-CHANGE-TBL(WS-CS-IDX-2) = WS-CS-GROUP-CHANGE
                   MOVE 'Y' TO WS-CS-DONE-TBL(WS-CS-IDX-2)
                   MOVE WS-CS-INC-ID-TBL(WS-CS-IDX-2) TO WL-INC-ID
                   MOVE SPACES TO REPORT-LINE
                   STRING "      " DELIMITED SIZE
                       WL-INC-ID DELIMITED SIZE
                       "  P" DELIMITED SIZE
                       WS-CS-PRI-TBL(WS-CS-IDX-2) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-CS-JOB-TBL(WS-CS-IDX-2) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-CS-ABEND-TBL(WS-CS-IDX-2) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-CS-STEP-TBL(WS-CS-IDX-2) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-CS-TS-TBL(WS-CS-IDX-2) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-CS-STATUS-TBL(WS-CS-IDX-2) DELIMITED SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE FROM REPORT-LINE
               END-IF
           END-PERFORM.

      *=============================================================
       WRITE-FILE-SUBTOTALS-PARA.
               WS-DISP-COUNT DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-LINE

           PERFORM WRITE-ABEND-ROLLUP-PARA

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM "   BY STATUS:"
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-DISP-COUNT
           STRING "   OPEN:           " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO REPORT-LINE
               WS-DISP-COUNT DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           COMPUTE WS-DISP-COUNT =
               WS-CS-ENTRY-COUNT + WS-CS-DROPPED-COUNT
           STRING "   CHANGE-SUSPECTED:        " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALERT-COUNT TO WS-DISP-COUNT
           STRING "   ALERTS FIRED (P1/OPEN):  " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE INTO REPORT-LINE
           PERFORM WRITE-JOB-ROLLUP-PARA
           PERFORM WRITE-TEAM-ROLLUP-PARA
           PERFORM WRITE-MTTR-ROLLUP-PARA
           PERFORM WRITE-CHANGE-SUSPECT-PARA
           PERFORM WRITE-FILE-SUBTOTALS-PARA

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           CLOSE ALERT-FILE
           CLOSE SNAPSHOT-OUT-FILE
           CLOSE DELTA-FILE
           CLOSE TICKET-OUT-FILE
           CLOSE ARCHIVE-FILE
           CLOSE MASTER-FILE
           CLOSE XREF-FILE
                    WS-CP-FLD(4) WS-CP-FLD(5) WS-CP-FLD(6)
                    WS-CP-FLD(7) WS-CP-FLD(8) WS-CP-FLD(9)
                    WS-CP-FLD(10) WS-CP-FLD(11) WS-CP-FLD(12)
                    WS-CP-FLD(13) WS-CP-FLD(14) WS-CP-FLD(15)
           END-UNSTRING
      * Naglowek ("date,total,...") i smieci odpadaja na tym tescie
           IF WS-CP-FLD(1) NOT = SPACES
               MOVE WS-CSV-PARSE-DATE
                   TO WS-HI-DATE(WS-HIST-ENTRY-COUNT)
               PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
                   UNTIL WS-TREND-IDX > 15
                   IF WS-CP-FLD(WS-TREND-IDX) = SPACES
                       MOVE 0 TO WS-HI-VAL
                           (WS-HIST-ENTRY-COUNT WS-TREND-IDX)
                           FUNCTION NUMVAL(WS-CP-FLD(WS-TREND-IDX))
                   END-IF
               END-PERFORM
      * Wiersz starego ukladu (14 pozycji) - bez 15. pola
               IF WS-CP-FLD(15) = SPACES
                   PERFORM CONVERT-OLD-HISTORY-ROW-PARA
               END-IF
           END-IF.

      *=============================================================
       CONVERT-OLD-HISTORY-ROW-PARA.
      * Przenies wiersz historii sprzed katalogu (kolumny s0c4,
      * s0c7,s322,b37,s806,other,open,inprogress,resolved na
      * pozycjach 6-14) na uklad kategorii: licznik kazdego starego
      * kodu idzie do kategorii, ktora ten kod ma dzis w katalogu.
      *=============================================================
           PERFORM VARYING WS-OLD-ROW-IDX FROM 1 BY 1
               UNTIL WS-OLD-ROW-IDX > 9
               MOVE WS-HI-VAL(WS-HIST-ENTRY-COUNT WS-OLD-ROW-IDX + 5)
                   TO WS-OLD-ROW-VAL(WS-OLD-ROW-IDX)
           END-PERFORM
           PERFORM VARYING WS-TREND-IDX FROM 6 BY 1
               UNTIL WS-TREND-IDX > 12
               MOVE 0 TO WS-HI-VAL(WS-HIST-ENTRY-COUNT WS-TREND-IDX)
           END-PERFORM
           PERFORM VARYING WS-OLD-ROW-IDX FROM 1 BY 1
               UNTIL WS-OLD-ROW-IDX > 5
               MOVE WS-OLD-CSV-CODE(WS-OLD-ROW-IDX)
                   TO WS-LOOKUP-ABEND-CODE
               PERFORM LOOKUP-ABEND-CATALOG-PARA
               ADD WS-OLD-ROW-VAL(WS-OLD-ROW-IDX) TO
                   WS-HI-VAL(WS-HIST-ENTRY-COUNT WS-MATCHED-CAT-IDX + 5)
           END-PERFORM
           ADD WS-OLD-ROW-VAL(6) TO WS-HI-VAL(WS-HIST-ENTRY-COUNT 12)
           MOVE WS-OLD-ROW-VAL(7) TO WS-HI-VAL(WS-HIST-ENTRY-COUNT 13)
           MOVE WS-OLD-ROW-VAL(8) TO WS-HI-VAL(WS-HIST-ENTRY-COUNT 14)
           MOVE WS-OLD-ROW-VAL(9)
               TO WS-HI-VAL(WS-HIST-ENTRY-COUNT 15).

      *=============================================================
       WRITE-TREND-PARA.
      * Sekcja TREND: biezacy run vs poprzedni i vs srednia z 7
               MOVE WS-P2-COUNT     TO WS-CV-VAL(3)
               MOVE WS-P3-COUNT     TO WS-CV-VAL(4)
               MOVE WS-P4-COUNT     TO WS-CV-VAL(5)
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 7
                   MOVE WS-CATEGORY-COUNT(WS-CAT-IDX)
                       TO WS-CV-VAL(WS-CAT-IDX + 5)
               END-PERFORM
               MOVE WS-OPEN-COUNT   TO WS-CV-VAL(13)
               MOVE WS-INPROG-COUNT TO WS-CV-VAL(14)
               MOVE WS-RESOLV-COUNT TO WS-CV-VAL(15)

               MOVE SPACES TO REPORT-LINE
               STRING "   VS RUN OF " DELIMITED SIZE
               WRITE REPORT-LINE FROM
                   "   COUNTER    CURR    PREV   DELTA   7R-AVG"
               PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
                   UNTIL WS-TREND-IDX > 12
                   PERFORM WRITE-TREND-LINE-PARA
               END-PERFORM
           END-IF.
                  "-"                     DELIMITED SIZE
                  WS-REPORT-DATETIME(7:2) DELIMITED SIZE
               INTO WS-REPORT-DATE
           PERFORM SUM-ABEND-CATEGORIES-PARA

           OPEN EXTEND CSV-SUMMARY-FILE
           IF WS-CSV-SUMMARY-STATUS NOT = "00"
               OPEN OUTPUT CSV-SUMMARY-FILE
               MOVE SPACES TO CSV-SUMMARY-LINE
               STRING "date,total,p1,p2,p3,p4,"   DELIMITED SIZE
                   "data,storage,space,timeout,security,user,other,"
                                                  DELIMITED SIZE
                   "open,inprogress,resolved"     DELIMITED SIZE
                   INTO CSV-SUMMARY-LINE
               WRITE CSV-SUMMARY-LINE
               WS-P2-COUNT      DELIMITED SIZE ","  DELIMITED SIZE
               WS-P3-COUNT      DELIMITED SIZE ","  DELIMITED SIZE
               WS-P4-COUNT      DELIMITED SIZE ","  DELIMITED SIZE
               WS-CATEGORY-COUNT(1) DELIMITED SIZE "," DELIMITED SIZE
               WS-CATEGORY-COUNT(2) DELIMITED SIZE "," DELIMITED SIZE
               WS-CATEGORY-COUNT(3) DELIMITED SIZE "," DELIMITED SIZE
               WS-CATEGORY-COUNT(4) DELIMITED SIZE "," DELIMITED SIZE
               WS-CATEGORY-COUNT(5) DELIMITED SIZE "," DELIMITED SIZE
               WS-CATEGORY-COUNT(6) DELIMITED SIZE "," DELIMITED SIZE
               WS-CATEGORY-COUNT(7) DELIMITED SIZE "," DELIMITED SIZE
               WS-OPEN-COUNT    DELIMITED SIZE ","  DELIMITED SIZE
               WS-INPROG-COUNT  DELIMITED SIZE ","  DELIMITED SIZE
               WS-RESOLV-COUNT  DELIMITED SIZE
                                       TO WS-PU-STEP-TBL(WS-PU-IDX)
                                   MOVE PU-PRIORITY
                                       TO WS-PU-PRI-TBL(WS-PU-IDX)
                                   MOVE 0 TO WS-PU-HIT-TBL(WS-PU-IDX)
                                   MOVE 0 TO WS-PU-WIN-TBL(WS-PU-IDX)
                               ELSE
                                   DISPLAY "WARNING: Priority rule "
                                       "table full (50 entries) - "
               MOVE 'N' TO WS-EOF
           END-IF.

      *=============================================================
       LOAD-ABEND-CATALOG-PARA.
      * Wczytaj katalog kodow abend do pamieci (opcjonalny plik, jak
      * mapa runbookow - bez katalogu kazdy kod liczy sie jako
      * OTHER). Wpisy ze zlym priorytetem (poza 1-4) sa pomijane z
      * ostrzezeniem; kategoria jest rozwiazywana na pozycje w
      * stalej liscie (nieznana = OTHER, zglaszana przez audyt).
      *=============================================================
           OPEN INPUT ABEND-CATALOG-FILE
           IF WS-ABEND-CAT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ABEND-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AC-DEF-PRIORITY NOT NUMERIC
                               OR AC-DEF-PRIORITY < 1
                               OR AC-DEF-PRIORITY > 4
                               DISPLAY "WARNING: Abend catalog entry "
                                   "with priority outside 1-4 "
                                   "skipped: " AC-ABEND-CODE
                           ELSE
                               IF WS-AC-ENTRY-COUNT < 50
                                   PERFORM STORE-CATALOG-ENTRY-PARA
                               ELSE
                                   DISPLAY "WARNING: Abend catalog "
                                       "table full (50 entries) - "
                                       "dropping code: " AC-ABEND-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABEND-CATALOG-FILE
               MOVE 'N' TO WS-EOF
           ELSE
               DISPLAY "WARNING: No abend catalog "
                   "(data/abend-catalog.csv) - all codes count as OTHER"
           END-IF.

      *=============================================================
       STORE-CATALOG-ENTRY-PARA.
      * Odloz jeden wpis katalogu do tablicy.
      *=============================================================
           ADD 1 TO WS-AC-ENTRY-COUNT
           SET WS-AC-IDX TO WS-AC-ENTRY-COUNT
           MOVE AC-ABEND-CODE   TO WS-AC-CODE-TBL(WS-AC-IDX)
           MOVE AC-CATEGORY     TO WS-AC-CAT-TBL(WS-AC-IDX)
           MOVE AC-DEF-PRIORITY TO WS-AC-PRI-TBL(WS-AC-IDX)
           MOVE AC-DESCRIPTION  TO WS-AC-DESC-TBL(WS-AC-IDX)
           MOVE 7 TO WS-AC-CAT-IDX-TBL(WS-AC-IDX)
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 6
               IF WS-CATEGORY-NAME(WS-CAT-IDX) = AC-CATEGORY
                   MOVE WS-CAT-IDX TO WS-AC-CAT-IDX-TBL(WS-AC-IDX)
               END-IF
           END-PERFORM.

      *=============================================================
       LOAD-CHANGE-LOG-PARA.
      * Wczytaj rejestr zmian produkcyjnych (opcjonalny plik - bez
      * niego korelacja ze zmianami jest po prostu pusta). Wpis ze
      * zlym czasem wdrozenia jest pomijany z ostrzezeniem.
      *=============================================================
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHANGE-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CL-IMPL-TS(1:4)  NOT NUMERIC
                               OR CL-IMPL-TS(6:2)  NOT NUMERIC
                               OR CL-IMPL-TS(9:2)  NOT NUMERIC
                               OR CL-IMPL-TS(12:2) NOT NUMERIC
                               OR CL-IMPL-TS(15:2) NOT NUMERIC
                               OR CL-IMPL-TS(18:2) NOT NUMERIC
                               OR CL-IMPL-TS(6:2) < "01"
                               OR CL-IMPL-TS(6:2) > "12"
                               OR CL-IMPL-TS(9:2) < "01"
                               OR CL-IMPL-TS(9:2) > "31"
                               DISPLAY "WARNING: Change log entry with "
                                   "bad implemented timestamp "
                                   "skipped: " CL-CHANGE-NO
                           ELSE
                               IF WS-CL-ENTRY-COUNT < 200
                                   PERFORM STORE-CHANGE-ENTRY-PARA
                               ELSE
                                   DISPLAY "WARNING: Change log table "
                                       "full (200 entries) - "
                                       "dropping change: " CL-CHANGE-NO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *=============================================================
       STORE-CHANGE-ENTRY-PARA.
      * Odloz jedna zmiane, z czasem wdrozenia przeliczonym na dni
      * od epoki i sekundy doby (jak czas incydentu).
      *=============================================================
           ADD 1 TO WS-CL-ENTRY-COUNT
           SET WS-CL-IDX TO WS-CL-ENTRY-COUNT
           MOVE CL-CHANGE-NO  TO WS-CL-CHANGE-TBL(WS-CL-IDX)
           MOVE CL-JOB-NAME   TO WS-CL-JOB-TBL(WS-CL-IDX)
           MOVE CL-IMPL-TS    TO WS-CL-TS-TBL(WS-CL-IDX)
           MOVE CL-IMPL-GROUP TO WS-CL-GROUP-TBL(WS-CL-IDX)
           MOVE SPACES TO WS-CL-DATE-ALPHA
           STRING CL-IMPL-TS(1:4) DELIMITED SIZE
                  CL-IMPL-TS(6:2) DELIMITED SIZE
                  CL-IMPL-TS(9:2) DELIMITED SIZE
               INTO WS-CL-DATE-ALPHA
           MOVE WS-CL-DATE-ALPHA TO WS-CL-DATE-NUM
           MOVE CL-IMPL-TS(12:2) TO WS-CL-HH
           MOVE CL-IMPL-TS(15:2) TO WS-CL-MI
           MOVE CL-IMPL-TS(18:2) TO WS-CL-SS
           COMPUTE WS-CL-DAYS-TBL(WS-CL-IDX) =
               FUNCTION INTEGER-OF-DATE(WS-CL-DATE-NUM)
           COMPUTE WS-CL-SECS-TBL(WS-CL-IDX) =
               (WS-CL-HH * 3600) + (WS-CL-MI * 60) + WS-CL-SS.

      *=============================================================
       LOAD-JOB-DEPEND-PARA.
      * Wczytaj zaleznosci jobow (opcjonalny plik, jak mapa
      * runbookow). Priorytet nastepnika spoza 1-4 = brak.
      *=============================================================
           OPEN INPUT JOB-DEPEND-FILE
           IF WS-JOB-DEP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOB-DEPEND-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-DP-ENTRY-COUNT < 200
                               ADD 1 TO WS-DP-ENTRY-COUNT
                               SET WS-DP-IDX TO WS-DP-ENTRY-COUNT
                               MOVE DP-PRED-JOB
                                   TO WS-DP-PRED-TBL(WS-DP-IDX)
                               MOVE DP-SUCC-JOB
                                   TO WS-DP-SUCC-TBL(WS-DP-IDX)
                               IF DP-SUCC-PRIORITY >= "1"
                                   AND DP-SUCC-PRIORITY <= "4"
                                   MOVE DP-SUCC-PRIORITY
                                       TO WS-DP-CRIT-TBL(WS-DP-IDX)
                               ELSE
                                   MOVE 0 TO WS-DP-CRIT-TBL(WS-DP-IDX)
                               END-IF
                           ELSE
                               DISPLAY "WARNING: Job dependency table "
                                   "full (200 entries) - dropping: "
                                   DP-PRED-JOB " -> " DP-SUCC-JOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-DEPEND-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *=============================================================
       LOAD-MAINT-WINDOW-PARA.
      * Wczytaj okna planowanej konserwacji (opcjonalny plik - bez
      * niego zaden abend nie jest planowany). Okno ze zlym czasem
      * poczatku/konca, koncem przed poczatkiem albo bez joba jest
      * pomijane z ostrzezeniem.
      *=============================================================
           OPEN INPUT MAINT-WINDOW-FILE
           IF WS-MAINT-WIN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MAINT-WINDOW-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF MW-START-TS(1:4)  NOT NUMERIC
                               OR MW-START-TS(6:2)  NOT NUMERIC
                               OR MW-START-TS(9:2)  NOT NUMERIC
                               OR MW-START-TS(12:2) NOT NUMERIC
                               OR MW-START-TS(15:2) NOT NUMERIC
                               OR MW-START-TS(18:2) NOT NUMERIC
                               OR MW-END-TS(1:4)  NOT NUMERIC
                               OR MW-END-TS(6:2)  NOT NUMERIC
                               OR MW-END-TS(9:2)  NOT NUMERIC
                               OR MW-END-TS(12:2) NOT NUMERIC
                               OR MW-END-TS(15:2) NOT NUMERIC
                               OR MW-END-TS(18:2) NOT NUMERIC
                               OR MW-END-TS < MW-START-TS
                               OR MW-JOB-NAME = SPACES
                               DISPLAY "WARNING: Maintenance window "
                                   "with bad start/end or no job "
                                   "skipped: " MW-WINDOW-ID
                           ELSE
                               IF WS-MW-ENTRY-COUNT < 100
                                   PERFORM STORE-MAINT-WINDOW-PARA
                               ELSE
                                   DISPLAY "WARNING: Maintenance "
                                       "window table full (100) - "
                                       "dropping: " MW-WINDOW-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-WINDOW-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *=============================================================
       STORE-MAINT-WINDOW-PARA.
      * Odloz jedno okno z dlugoscia prefiksu joba przed '*'
      * (0 = kazdy job, bez '*' = pelna nazwa - 8 znakow).
      *=============================================================
           ADD 1 TO WS-MW-ENTRY-COUNT
           SET WS-MW-IDX TO WS-MW-ENTRY-COUNT
           MOVE MW-WINDOW-ID  TO WS-MW-ID-TBL(WS-MW-IDX)
           MOVE MW-START-TS   TO WS-MW-START-TBL(WS-MW-IDX)
           MOVE MW-END-TS     TO WS-MW-END-TBL(WS-MW-IDX)
           MOVE MW-JOB-NAME   TO WS-MW-JOB-TBL(WS-MW-IDX)
           MOVE MW-ABEND-CODE TO WS-MW-ABEND-TBL(WS-MW-IDX)
           MOVE MW-REASON     TO WS-MW-REASON-TBL(WS-MW-IDX)
           MOVE 0 TO WS-MW-PFX-LEN
           INSPECT MW-JOB-NAME TALLYING WS-MW-PFX-LEN
               FOR CHARACTERS BEFORE INITIAL '*'
           MOVE WS-MW-PFX-LEN TO WS-MW-PFX-LEN-TBL(WS-MW-IDX).

      *=============================================================
       LOAD-ANOMALY-PARA.
      * Wczytaj anomalie abendow z ABEND-SPIKE (opcjonalny plik -
      * bez niego nic nie jest znaczone). Brane tylko anomalie z
      * dniem sprawdzanym dzis albo wczoraj (ABEND-SPIKE chodzi
      * przed albo po polnocy); starszy plik = ostrzezenie.
      *=============================================================
           OPEN INPUT ANOMALY-FILE
           IF WS-ANOMALY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ANOMALY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-ANOMALY-AGE-PARA
                           IF WS-AN-AGE-DAYS < 0
                               OR WS-AN-AGE-DAYS > 1
                               MOVE AN-CHECK-DATE TO WS-AN-STALE-DATE
                           ELSE
                               IF WS-AN-ENTRY-COUNT < 100
                                   PERFORM STORE-ANOMALY-PARA
                               ELSE
                                   DISPLAY "WARNING: Abend anomaly "
                                       "table full (100) - dropping: "
                                       AN-JOB-NAME " " AN-ABEND-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANOMALY-FILE
               MOVE 'N' TO WS-EOF
               IF WS-AN-STALE-DATE NOT = SPACES
                   DISPLAY "WARNING: Stale abend anomaly file "
                       "(check day " WS-AN-STALE-DATE
                       ") - anomalies not marked"
               END-IF
           END-IF.

      *=============================================================
       CHECK-ANOMALY-AGE-PARA.
      * Wiek dnia sprawdzanego anomalii w dniach wzgledem daty
      * biezacej (zla data = 99, czyli nieaktualna).
      *=============================================================
           MOVE 99 TO WS-AN-AGE-DAYS
           IF AN-CHECK-DATE(1:4) NUMERIC
               AND AN-CHECK-DATE(6:2) NUMERIC
               AND AN-CHECK-DATE(9:2) NUMERIC
               STRING AN-CHECK-DATE(1:4) DELIMITED SIZE
                   AN-CHECK-DATE(6:2) DELIMITED SIZE
                   AN-CHECK-DATE(9:2) DELIMITED SIZE
                   INTO WS-AN-DATE-ALPHA
               MOVE WS-AN-DATE-ALPHA TO WS-AN-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AN-DATE-NUM) = 0
                   COMPUTE WS-AN-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CUR-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-AN-DATE-NUM)
               END-IF
           END-IF.

      *=============================================================
       STORE-ANOMALY-PARA.
      * Odloz jedna anomalie z zespolem wlasciciela joba.
      *=============================================================
           ADD 1 TO WS-AN-ENTRY-COUNT
           SET WS-AN-IDX TO WS-AN-ENTRY-COUNT
           MOVE AN-CHECK-DATE  TO WS-AN-CHECK-DATE
           MOVE AN-TYPE        TO WS-AN-TYPE-TBL(WS-AN-IDX)
           MOVE AN-JOB-NAME    TO WS-AN-JOB-TBL(WS-AN-IDX)
           MOVE AN-ABEND-CODE  TO WS-AN-ABEND-TBL(WS-AN-IDX)
           MOVE AN-TODAY-COUNT TO WS-AN-TODAY-TBL(WS-AN-IDX)
           MOVE AN-DOW-AVG     TO WS-AN-DOW-AVG-TBL(WS-AN-IDX)
           MOVE AN-ACTIVE-DAYS TO WS-AN-ACTIVE-TBL(WS-AN-IDX)
           MOVE AN-JOB-NAME    TO WS-LOOKUP-JOB-NAME
           PERFORM LOOKUP-TEAM-PARA
           MOVE WS-MATCHED-TEAM TO WS-AN-TEAM-TBL(WS-AN-IDX).

      *=============================================================
       FORMAT-ANOMALY-LINE-PARA.
      * Linia anomalii WS-AN-IDX do podsumowania i kartki
      * przekazania; kod ALL = wszystkie kody abend joba.
      *=============================================================
           IF WS-AN-ABEND-TBL(WS-AN-IDX) = SPACES
               MOVE "ALL" TO WS-AN-DISP-ABEND
           ELSE
               MOVE WS-AN-ABEND-TBL(WS-AN-IDX) TO WS-AN-DISP-ABEND
           END-IF
           MOVE SPACES TO WS-AN-LINE
           IF WS-AN-TYPE-TBL(WS-AN-IDX) = "SPIKE"
               MOVE WS-AN-TODAY-TBL(WS-AN-IDX) TO WS-AN-DISP-TODAY
               MOVE WS-AN-DOW-AVG-TBL(WS-AN-IDX) TO WS-AN-DISP-AVG
               STRING "     SPIKE  " DELIMITED SIZE
                   WS-AN-JOB-TBL(WS-AN-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-AN-DISP-ABEND DELIMITED SIZE
                   "  TODAY " DELIMITED SIZE
                   WS-AN-DISP-TODAY DELIMITED SIZE
                   "  USUAL " DELIMITED SIZE
                   WS-AN-DISP-AVG DELIMITED SIZE
                   " ON THIS WEEKDAY" DELIMITED SIZE
                   INTO WS-AN-LINE
           ELSE
               MOVE WS-AN-ACTIVE-TBL(WS-AN-IDX) TO WS-AN-DISP-DAYS
               STRING "     QUIET  " DELIMITED SIZE
                   WS-AN-JOB-TBL(WS-AN-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-AN-DISP-ABEND DELIMITED SIZE
                   "  NONE FOR 3 DAYS, USUALLY ON " DELIMITED SIZE
                   WS-AN-DISP-DAYS DELIMITED SIZE
                   " OF 28 DAYS" DELIMITED SIZE
                   INTO WS-AN-LINE
           END-IF.

      *=============================================================
       LOAD-CHANGE-WINDOW-PARA.
      * Okno korelacji ze zmianami w godzinach z karty sterujacej -
      * opcjonalnej; brak lub zla wartosc = domyslne 24 godziny.
      *=============================================================
           OPEN INPUT CHANGE-WINDOW-CTL-FILE
           IF WS-CHANGE-WIN-STATUS = "00"
               READ CHANGE-WINDOW-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHANGE-WINDOW-CTL-LINE(1:5) NUMERIC
                           MOVE CHANGE-WINDOW-CTL-LINE(1:5)
                               TO WS-CHANGE-WINDOW-HRS
                       ELSE
                           IF FUNCTION TEST-NUMVAL
                               (CHANGE-WINDOW-CTL-LINE) = 0
                               COMPUTE WS-CHANGE-WINDOW-HRS =
                                   FUNCTION NUMVAL
                                       (CHANGE-WINDOW-CTL-LINE)
                           ELSE
                               DISPLAY "WARNING: Bad change window "
                                   "- using default 24 hours: "
                                   CHANGE-WINDOW-CTL-LINE(1:20)
                           END-IF
                       END-IF
               END-READ
               CLOSE CHANGE-WINDOW-CTL-FILE
           END-IF.

      *=============================================================
       VALIDATE-REFERENCE-PARA.
      * Krzyzowa walidacja priority-rules.csv, team-roster.csv i

               PERFORM LOAD-MASTER-KEYS-PARA
               PERFORM CHECK-RULE-DUPS-PARA
               PERFORM CHECK-ABEND-CATALOG-PARA
               PERFORM CHECK-JOB-DEPEND-PARA
      * Przepelniona tablica kluczy = czesciowy zbior odniesienia;
      * krzyzowki na nim dalyby falszywe znaleziska, wiec je pomin
               EVALUATE TRUE
                       PERFORM CHECK-RULES-MATCH-PARA
                       PERFORM CHECK-RUNBOOK-MATCH-PARA
                       PERFORM CHECK-ROSTER-COVERAGE-PARA
                       PERFORM CHECK-MASTER-ABENDS-PARA
                   WHEN OTHER
                       WRITE CONFIG-AUDIT-LINE FROM
                           "   (no incident history available - key "
               END-IF
           END-PERFORM.

      *=============================================================
       CHECK-ABEND-CATALOG-PARA.
      * Katalog kodow abend: wpisy z nieznana kategoria, kody
      * wpisane dwa razy oraz kody z regul reklasyfikacji i mapy
      * runbookow, ktorych nie ma w katalogu. Bez katalogu - jedno
      * znalezisko zamiast znaleziska na kazdy kod.
      *=============================================================
           IF WS-AC-ENTRY-COUNT = 0
               MOVE SPACES TO WS-CFG-FINDING-TEXT
               STRING "ABEND CATALOG MISSING OR EMPTY - "
                       DELIMITED SIZE
                   "ALL CODES COUNT AS OTHER" DELIMITED SIZE
                   INTO WS-CFG-FINDING-TEXT
               PERFORM WRITE-CFG-FINDING-PARA
           ELSE
               PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-ENTRY-COUNT
                   IF WS-AC-CAT-IDX-TBL(WS-AC-IDX) = 7
                       MOVE SPACES TO WS-CFG-FINDING-TEXT
                       STRING "ABEND CATALOG ENTRY WITH UNKNOWN "
                               DELIMITED SIZE
                           "CATEGORY: " DELIMITED SIZE
                           WS-AC-CODE-TBL(WS-AC-IDX) DELIMITED SIZE
                           " -> " DELIMITED SIZE
                           WS-AC-CAT-TBL(WS-AC-IDX) DELIMITED SIZE
                           " (COUNTED AS OTHER)" DELIMITED SIZE
                           INTO WS-CFG-FINDING-TEXT
                       PERFORM WRITE-CFG-FINDING-PARA
                   END-IF
                   MOVE 'N' TO WS-CFG-MATCH-FLAG
                   PERFORM VARYING WS-AC-DUP-IDX FROM 1 BY 1
                       UNTIL WS-AC-DUP-IDX >= WS-AC-IDX
                       IF WS-AC-CODE-TBL(WS-AC-DUP-IDX)
                           = WS-AC-CODE-TBL(WS-AC-IDX)
                           MOVE 'Y' TO WS-CFG-MATCH-FLAG
                       END-IF
                   END-PERFORM
                   IF WS-CFG-MATCH-FLAG = 'Y'
                       MOVE SPACES TO WS-CFG-FINDING-TEXT
                       STRING "DUPLICATE ABEND CATALOG ENTRY: "
                               DELIMITED SIZE
                           WS-AC-CODE-TBL(WS-AC-IDX) DELIMITED SIZE
                           " (FIRST ENTRY WINS)" DELIMITED SIZE
                           INTO WS-CFG-FINDING-TEXT
                       PERFORM WRITE-CFG-FINDING-PARA
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-PU-IDX FROM 1 BY 1
                   UNTIL WS-PU-IDX > WS-PU-ENTRY-COUNT
                   IF WS-PU-ABEND-TBL(WS-PU-IDX)(1:1) NOT = '*'
                       MOVE WS-PU-ABEND-TBL(WS-PU-IDX)
                           TO WS-LOOKUP-ABEND-CODE
                       PERFORM LOOKUP-ABEND-CATALOG-PARA
                       IF WS-AC-FOUND-IDX = 0
                           MOVE SPACES TO WS-CFG-FINDING-TEXT
                           STRING "RULE ABEND CODE NOT IN CATALOG: "
                                   DELIMITED SIZE
                               WS-PU-ABEND-TBL(WS-PU-IDX) DELIMITED SIZE
                               "/" DELIMITED SIZE
                               WS-PU-JOB-TBL(WS-PU-IDX) DELIMITED SIZE
                               "/" DELIMITED SIZE
                               WS-PU-STEP-TBL(WS-PU-IDX) DELIMITED SIZE
                               INTO WS-CFG-FINDING-TEXT
                           PERFORM WRITE-CFG-FINDING-PARA
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-ENTRY-COUNT
                   MOVE WS-RB-ABEND-TBL(WS-RB-IDX)
                       TO WS-LOOKUP-ABEND-CODE
                   PERFORM LOOKUP-ABEND-CATALOG-PARA
                   IF WS-AC-FOUND-IDX = 0
                       MOVE SPACES TO WS-CFG-FINDING-TEXT
                       STRING "RUNBOOK ABEND CODE NOT IN CATALOG: "
                               DELIMITED SIZE
                           WS-RB-ABEND-TBL(WS-RB-IDX) DELIMITED SIZE
                           "/" DELIMITED SIZE
                           WS-RB-JOB-TBL(WS-RB-IDX) DELIMITED SIZE
                           " -> " DELIMITED SIZE
                           WS-RB-ID-TBL(WS-RB-IDX) DELIMITED SIZE
                           INTO WS-CFG-FINDING-TEXT
                       PERFORM WRITE-CFG-FINDING-PARA
                   END-IF
               END-PERFORM
           END-IF.

      *=============================================================
       CHECK-JOB-DEPEND-PARA.
      * Plik zaleznosci jobow: job zalezny sam od siebie oraz
      * joby z zaleznosci bez wlasciciela w rosterze (zablokowany
      * job pokazalby sie jako UNASSIGN).
      *=============================================================
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-ENTRY-COUNT
               IF WS-DP-PRED-TBL(WS-DP-IDX) = WS-DP-SUCC-TBL(WS-DP-IDX)
                   MOVE SPACES TO WS-CFG-FINDING-TEXT
                   STRING "JOB DEPENDENCY ON ITSELF: " DELIMITED SIZE
                       WS-DP-PRED-TBL(WS-DP-IDX) DELIMITED SIZE
                       INTO WS-CFG-FINDING-TEXT
                   PERFORM WRITE-CFG-FINDING-PARA
               END-IF
               MOVE WS-DP-SUCC-TBL(WS-DP-IDX) TO WS-LOOKUP-JOB-NAME
               PERFORM LOOKUP-TEAM-PARA
               IF WS-MATCHED-TEAM = "UNASSIGN"
                   MOVE SPACES TO WS-CFG-FINDING-TEXT
                   STRING "DEPENDENT JOB NOT IN ROSTER: "
                           DELIMITED SIZE
                       WS-DP-SUCC-TBL(WS-DP-IDX) DELIMITED SIZE
                       " (AFTER " DELIMITED SIZE
                       WS-DP-PRED-TBL(WS-DP-IDX) DELIMITED SIZE
                       ")" DELIMITED SIZE
                       INTO WS-CFG-FINDING-TEXT
                   PERFORM WRITE-CFG-FINDING-PARA
               END-IF
           END-PERFORM.

      *=============================================================
       CHECK-MASTER-ABENDS-PARA.
      * Kody abend z historii (plik historyczny), ktorych nie ma w
      * katalogu - kazdy kod tylko raz.
      *=============================================================
           IF WS-AC-ENTRY-COUNT > 0
               PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                   UNTIL WS-MK-IDX > WS-MK-ENTRY-COUNT
                   MOVE 'N' TO WS-CFG-MATCH-FLAG
                   PERFORM VARYING WS-MK-IDX-2 FROM 1 BY 1
                       UNTIL WS-MK-IDX-2 >= WS-MK-IDX
                       IF WS-MK-ABEND-TBL(WS-MK-IDX-2)
                               = WS-MK-ABEND-TBL(WS-MK-IDX)
                           MOVE 'Y' TO WS-CFG-MATCH-FLAG
                       END-IF
                   END-PERFORM
                   IF WS-CFG-MATCH-FLAG = 'N'
                       MOVE WS-MK-ABEND-TBL(WS-MK-IDX)
                           TO WS-LOOKUP-ABEND-CODE
                       PERFORM LOOKUP-ABEND-CATALOG-PARA
                       IF WS-AC-FOUND-IDX = 0
                           MOVE SPACES TO WS-CFG-FINDING-TEXT
                           STRING "HISTORY ABEND CODE NOT IN CATALOG: "
                                   DELIMITED SIZE
                               WS-MK-ABEND-TBL(WS-MK-IDX) DELIMITED SIZE
                               " (E.G. JOB " DELIMITED SIZE
                               WS-MK-JOB-TBL(WS-MK-IDX) DELIMITED SIZE
                               ")" DELIMITED SIZE
                               INTO WS-CFG-FINDING-TEXT
                           PERFORM WRITE-CFG-FINDING-PARA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *=============================================================
       AUDIT-UNCATALOGUED-CODES-PARA.
      * Po przetworzeniu plikow: kody abend spoza katalogu widziane
      * w tym przebiegu dopisywane do raportu audytu konfiguracji
      * jako osobny blok (raport zostal juz zamkniety przez
      * VALIDATE-REFERENCE-PARA) - z ostrzezeniem przebiegu.
      *=============================================================
           PERFORM SUM-ABEND-CATEGORIES-PARA
           IF WS-AB-UNCAT-COUNT > 0
               OPEN EXTEND CONFIG-AUDIT-FILE
               IF WS-CONFIG-AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT CONFIG-AUDIT-FILE
               END-IF
               IF WS-CONFIG-AUDIT-STATUS = "00"
                   WRITE CONFIG-AUDIT-LINE FROM WS-BLANK-LINE
                   WRITE CONFIG-AUDIT-LINE FROM
                       "   ABEND CODES NOT IN CATALOG (THIS RUN):"
                   MOVE 0 TO WS-CFG-FINDING-COUNT
                   PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                       UNTIL WS-AB-IDX > WS-AB-ENTRY-COUNT
                       MOVE WS-AB-CODE-TBL(WS-AB-IDX)
                           TO WS-LOOKUP-ABEND-CODE
                       PERFORM LOOKUP-ABEND-CATALOG-PARA
                       IF WS-AC-FOUND-IDX = 0
                           MOVE WS-AB-COUNT-TBL(WS-AB-IDX)
                               TO WS-DISP-COUNT
                           MOVE SPACES TO WS-CFG-FINDING-TEXT
                           STRING "UNCATALOGUED ABEND CODE: "
                                   DELIMITED SIZE
                               WS-AB-CODE-TBL(WS-AB-IDX) DELIMITED SIZE
                               " - INCIDENTS: " DELIMITED SIZE
                               WS-DISP-COUNT DELIMITED SIZE
                               " (COUNTED AS OTHER)" DELIMITED SIZE
                               INTO WS-CFG-FINDING-TEXT
                           PERFORM WRITE-CFG-FINDING-PARA
                       END-IF
                   END-PERFORM
                   MOVE WS-CFG-FINDING-COUNT TO WS-DISP-COUNT
                   MOVE SPACES TO CONFIG-AUDIT-LINE
                   STRING "   FINDINGS: " DELIMITED SIZE
                       WS-DISP-COUNT DELIMITED SIZE
                       INTO CONFIG-AUDIT-LINE
                   WRITE CONFIG-AUDIT-LINE FROM CONFIG-AUDIT-LINE
                   WRITE CONFIG-AUDIT-LINE FROM WS-SEPARATOR
                   CLOSE CONFIG-AUDIT-FILE
               END-IF
               DISPLAY "WARNING: " WS-AB-UNCAT-COUNT
                   " abend code(s) not in catalog - see "
                   "data/incident-config-audit.txt"
               MOVE 'Y' TO WS-RUN-WARN-FLAG
           END-IF.

      *=============================================================
       LOAD-OPS-CALENDAR-PARA.
      * Wczytaj kalendarz operacyjny: swieta (dla wszystkich
               END-IF
           END-PERFORM.

      *=============================================================
       LOOKUP-ABEND-CATALOG-PARA.
      * Znajdz kod WS-LOOKUP-ABEND-CODE w katalogu: WS-AC-FOUND-IDX
      * (0 = brak) i pozycja kategorii WS-MATCHED-CAT-IDX (kod spoza
      * katalogu = 7, OTHER). Przy powtorzonym kodzie wygrywa
      * pierwszy wpis.
      *=============================================================
           MOVE 0 TO WS-AC-FOUND-IDX
           MOVE 7 TO WS-MATCHED-CAT-IDX
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-ENTRY-COUNT
               OR WS-AC-FOUND-IDX > 0
               IF WS-AC-CODE-TBL(WS-AC-IDX) = WS-LOOKUP-ABEND-CODE
                   SET WS-AC-FOUND-IDX TO WS-AC-IDX
                   MOVE WS-AC-CAT-IDX-TBL(WS-AC-IDX)
                       TO WS-MATCHED-CAT-IDX
               END-IF
           END-PERFORM.

      *=============================================================
       APPLY-PRIORITY-RULES-PARA.
      * Zastosuj reguly reklasyfikacji do biezacego rekordu - przed
      * alerty widzialy priorytet biznesowy, nie ten z ticketu.
      * '*' w polu wzorca = dowolna wartosc; wygrywa ostatnia
      * pasujaca regula (jak przy dopasowaniu runbooka).
      * Priorytet z ticketu zostaje w WS-SRC-PRIORITY (do
      * archiwum), numer reguly decydujacej w WS-PU-DECIDING-NO.
      *=============================================================
           MOVE 'N' TO WS-PRI-OVERRIDE-FLAG
           MOVE IR-PRIORITY TO WS-SRC-PRIORITY
           MOVE 0 TO WS-PU-DECIDING-NO
           PERFORM VARYING WS-PU-IDX FROM 1 BY 1
               UNTIL WS-PU-IDX > WS-PU-ENTRY-COUNT
               IF (WS-PU-ABEND-TBL(WS-PU-IDX)(1:1) = '*'
                   OR WS-PU-JOB-TBL(WS-PU-IDX) = IR-JOB-NAME)
                   AND (WS-PU-STEP-TBL(WS-PU-IDX)(1:1) = '*'
                   OR WS-PU-STEP-TBL(WS-PU-IDX) = IR-STEP-NAME)
                   ADD 1 TO WS-PU-HIT-TBL(WS-PU-IDX)
                   SET WS-PU-DECIDING-NO TO WS-PU-IDX
                   IF WS-PU-PRI-TBL(WS-PU-IDX) NOT = IR-PRIORITY
                       MOVE WS-PU-PRI-TBL(WS-PU-IDX) TO IR-PRIORITY
                       MOVE 'Y' TO WS-PRI-OVERRIDE-FLAG
           MOVE IR-STEP-NAME  TO WS-SN-SK-STEP
           MOVE IR-TIMESTAMP  TO WS-SN-SK-TIMESTAMP
           MOVE 'N' TO WS-SNAP-SEEN-FLAG
           MOVE SPACES TO WS-TKT-TXN-TYPE
           IF WS-SNAPWORK-OK-FLAG = 'Y'
               MOVE WS-SN-SEARCH-KEY TO SW-KEY
               READ SNAP-WORK-FILE
                       MOVE "NEW" TO WS-DELTA-KIND
                       MOVE IR-STATUS TO WS-DELTA-LINE-STATUS
                       PERFORM WRITE-DELTA-LINE-PARA
                       MOVE "CREATE" TO WS-TKT-TXN-TYPE
                       MOVE WS-SN-SEARCH-KEY TO SW-KEY
                       MOVE IR-STATUS TO SW-STATUS
                       MOVE 'Y' TO SW-MATCHED
                                   MOVE IR-STATUS
                                       TO WS-DELTA-LINE-STATUS
                                   PERFORM WRITE-DELTA-LINE-PARA
                                   MOVE "CLOSE" TO WS-TKT-TXN-TYPE
                               WHEN SW-STATUS(1:8) = 'RESOLVED'
                                   AND (IR-STATUS(1:4) = 'OPEN'
                                   OR IR-STATUS(1:11)
                                   MOVE IR-STATUS
                                       TO WS-DELTA-LINE-STATUS
                                   PERFORM WRITE-DELTA-LINE-PARA
                                   MOVE "UPDATE" TO WS-TKT-TXN-TYPE
      * Inna zmiana statusu (np. OPEN -> IN_PROGRESS) nie trafia
      * do raportu delty, ale service desk musi ja dostac
                               WHEN SW-STATUS NOT = IR-STATUS
                                   MOVE "UPDATE" TO WS-TKT-TXN-TYPE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   AT END
                       CONTINUE
                   NOT AT END
      * Licznik tablicy spoza jej wymiaru (np. checkpoint starszego
      * ukladu rekordu) zamazalby pamiec przy odtwarzaniu - taki
      * checkpoint odrzucamy i przebieg idzie od poczatku
                       IF CK-LAST-FILE-IDX NUMERIC
                               AND CK-JOB-ENTRY-COUNT NUMERIC
                               AND CK-AB-ENTRY-COUNT NUMERIC
                               AND CK-LAST-FILE-IDX <= 20
                               AND CK-JOB-ENTRY-COUNT <= 30
                               AND CK-AB-ENTRY-COUNT <= 80
                           PERFORM RESTORE-CHECKPOINT-PARA
                       ELSE
                           DISPLAY "WARNING: Checkpoint record "
                               "unusable (file " CK-LAST-FILE-IDX
                               " jobs " CK-JOB-ENTRY-COUNT
                               " abends " CK-AB-ENTRY-COUNT
                               ") - ignored, running from start"
                           MOVE 'Y' TO WS-RUN-WARN-FLAG
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *=============================================================
       RESTORE-CHECKPOINT-PARA.
      * Odtworz WS-COUNTERS, tablice jobow i kodow abend oraz
      * podsumowania per-plik z poprawnego rekordu checkpointu.
      *=============================================================
           MOVE CK-LAST-INC-ID  TO WS-RESUME-ID
           MOVE CK-LAST-FILE-IDX TO WS-RESUME-FILE-IDX
           MOVE 'Y'             TO WS-RESUME-ACTIVE
           MOVE CK-TOTAL-COUNT  TO WS-TOTAL-COUNT
           MOVE CK-P1-COUNT     TO WS-P1-COUNT
           MOVE CK-P2-COUNT     TO WS-P2-COUNT
           MOVE CK-P3-COUNT     TO WS-P3-COUNT
           MOVE CK-P4-COUNT     TO WS-P4-COUNT
           MOVE CK-OPEN-COUNT   TO WS-OPEN-COUNT
           MOVE CK-INPROG-COUNT TO WS-INPROG-COUNT
           MOVE CK-RESOLV-COUNT TO WS-RESOLV-COUNT
           MOVE CK-AB-DROPPED-COUNT TO WS-AB-DROPPED-COUNT
           MOVE CK-REJECT-COUNT TO WS-REJECT-COUNT
           MOVE CK-SLA-BREACH-COUNT TO WS-SLA-BREACH-COUNT
           MOVE CK-REPEAT-OFFENDER-COUNT TO
               WS-REPEAT-OFFENDER-COUNT
           MOVE CK-ALERT-COUNT  TO WS-ALERT-COUNT
           MOVE CK-JOB-ENTRY-COUNT TO WS-JOB-ENTRY-COUNT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-ENTRY-COUNT
               MOVE CK-JOB-NAME-TBL(WS-JOB-IDX) TO
                   WS-JOB-NAME-TBL(WS-JOB-IDX)
               MOVE CK-JOB-COUNT-TBL(WS-JOB-IDX) TO
                   WS-JOB-COUNT-TBL(WS-JOB-IDX)
           END-PERFORM
           MOVE CK-AB-ENTRY-COUNT TO WS-AB-ENTRY-COUNT
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > WS-AB-ENTRY-COUNT
               MOVE CK-AB-CODE-TBL(WS-AB-IDX) TO
                   WS-AB-CODE-TBL(WS-AB-IDX)
               MOVE CK-AB-COUNT-TBL(WS-AB-IDX) TO
                   WS-AB-COUNT-TBL(WS-AB-IDX)
           END-PERFORM
      * Podsumowania per-plik sa zapisywane tylko dla plikow do
      * CK-LAST-FILE-IDX wlacznie - pliki po nim jeszcze nie byly
      * otwarte w przerwanym uruchomieniu.
           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-RESUME-FILE-IDX
               MOVE CK-FS-FILENAME-TBL(WS-FS-IDX) TO
                   WS-FS-FILENAME(WS-FS-IDX)
               MOVE CK-FS-TOTAL-TBL(WS-FS-IDX) TO
                   WS-FS-TOTAL(WS-FS-IDX)
           END-PERFORM
           DISPLAY "RESUMING from checkpoint, file "
               WS-RESUME-FILE-IDX ", last ID "
               WS-RESUME-ID.

      *=============================================================
       CHECKPOINT-IF-DUE-PARA.
      * Co WS-CHECKPOINT-INTERVAL rekordow, zapisz postep na dysk -
           MOVE WS-OPEN-COUNT   TO CK-OPEN-COUNT
           MOVE WS-INPROG-COUNT TO CK-INPROG-COUNT
           MOVE WS-RESOLV-COUNT TO CK-RESOLV-COUNT
           MOVE WS-AB-DROPPED-COUNT TO CK-AB-DROPPED-COUNT
           MOVE WS-REJECT-COUNT TO CK-REJECT-COUNT
           MOVE WS-SLA-BREACH-COUNT TO CK-SLA-BREACH-COUNT
           MOVE WS-REPEAT-OFFENDER-COUNT TO CK-REPEAT-OFFENDER-COUNT
               MOVE WS-JOB-COUNT-TBL(WS-JOB-IDX) TO
                   CK-JOB-COUNT-TBL(WS-JOB-IDX)
           END-PERFORM
      * Tablica kodow abend - czyszczona calkowicie z tego samego
      * powodu co CK-JOB-ENTRY
           MOVE WS-AB-ENTRY-COUNT TO CK-AB-ENTRY-COUNT
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > 80
               MOVE SPACES TO CK-AB-CODE-TBL(WS-AB-IDX)
               MOVE 0 TO CK-AB-COUNT-TBL(WS-AB-IDX)
           END-PERFORM
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > WS-AB-ENTRY-COUNT
               MOVE WS-AB-CODE-TBL(WS-AB-IDX) TO
                   CK-AB-CODE-TBL(WS-AB-IDX)
               MOVE WS-AB-COUNT-TBL(WS-AB-IDX) TO
                   CK-AB-COUNT-TBL(WS-AB-IDX)
           END-PERFORM
      * WS-FS-TOTAL(WS-FILE-IDX) nie jest jeszcze ostatecznie ustawione
      * dla biezacego (otwartego) pliku - PROCESS-ONE-FILE-PARA zapisuje
      * je dopiero po zamknieciu pliku - wiec przed zapisem checkpointu
      *=============================================================
       DETERMINE-RUN-CONDITION-PARA.
      * Stan koncowy dla schedulera: FAILED gdy zaden plik wejsciowy
      * nie zostal otwarty (i zaden nie poszedl do kwarantanny);
      * QUARANT (RC 6) gdy ktorykolwiek plik nie przeszedl kontroli
      * naglowka/stopki; WARNING gdy cokolwiek pominieto lub
      * odrzucono (pominiety plik, odrzuty, wylaczony plik
      * historyczny); inaczej CLEAN.
      *=============================================================
           END-IF
           EVALUATE TRUE
               WHEN WS-FILES-OPENED-COUNT = 0
                   AND WS-FI-QUARANTINE-COUNT = 0
                   MOVE "FAILED" TO WS-RUN-CONDITION
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-FI-QUARANTINE-COUNT > 0
                   MOVE "QUARANT" TO WS-RUN-CONDITION
                   MOVE 6 TO WS-RUN-RC
               WHEN WS-RUN-WARN-FLAG = 'Y'
                   MOVE "WARNING" TO WS-RUN-CONDITION
                   MOVE 4 TO WS-RUN-RC
               WS-RUN-RC     DELIMITED SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE
      * Kazdy plik w kwarantannie - osobna linia z powodem
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-BATCH-FILE-COUNT
               IF WS-FI-STATUS-TBL(WS-FILE-IDX) = "QUARANTINED"
                   MOVE SPACES TO AUDIT-LINE
                   STRING "quarantine start=" DELIMITED SIZE
                       WS-RUN-START-TS DELIMITED SIZE
                       " file=" DELIMITED SIZE
                       WS-FS-FILENAME(WS-FILE-IDX) DELIMITED SPACE
                       " source=" DELIMITED SIZE
                       WS-FI-SOURCE-TBL(WS-FILE-IDX) DELIMITED SIZE
                       " seq=" DELIMITED SIZE
                       WS-FI-SEQ-TBL(WS-FILE-IDX) DELIMITED SIZE
                       " extract=" DELIMITED SIZE
                       WS-FI-DATE-TBL(WS-FILE-IDX) DELIMITED SIZE
                       " records=" DELIMITED SIZE
                       WS-FI-COUNT-TBL(WS-FILE-IDX) DELIMITED SIZE
                       " reason=" DELIMITED SIZE
                       WS-FI-REASON-TBL(WS-FILE-IDX) DELIMITED SIZE
                       INTO AUDIT-LINE
                   WRITE AUDIT-LINE
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE.

      *=============================================================
