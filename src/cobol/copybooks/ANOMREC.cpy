      *============================================================
      * ANOMREC.CPY
      * Uklad rekordu pliku anomalii abendow -
      * data/abend-anomaly.dat, jeden rekord na job (albo job+kod
      * abend) odstajacy od swojej bazy 28-dniowej z archiwum.
      * Zapisywany w calosci przez ABEND-SPIKE, czytany przez
      * INCIDENT-ANALYZER (podsumowanie wykonawcze i kartka
      * przekazania zmiany).
      *============================================================
       01 ANOMALY-RECORD.
      * SPIKE = skok ponad baze, QUIET = cisza po stalym wzorcu
           05 AN-TYPE            PIC X(5).
      * Dzien sprawdzany YYYY-MM-DD
           05 AN-CHECK-DATE      PIC X(10).
           05 AN-JOB-NAME        PIC X(8).
      * Spacje = wszystkie kody abend joba lacznie
           05 AN-ABEND-CODE      PIC X(4).
      * Liczba abendow w dniu sprawdzanym, srednia z tego samego
      * dnia tygodnia, srednia 28-dniowa, prog skoku, dni z
      * abendem w bazie
           05 AN-TODAY-COUNT     PIC 9(4).
           05 AN-DOW-AVG         PIC 9(4)V99.
           05 AN-BASE-AVG        PIC 9(4)V99.
           05 AN-THRESHOLD       PIC 9(4)V99.
           05 AN-ACTIVE-DAYS     PIC 9(2).
