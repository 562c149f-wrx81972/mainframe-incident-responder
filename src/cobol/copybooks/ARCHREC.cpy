      * krzyzowki incident-xref.idx (nie numer z pliku eksportu).
      * Poszerzenie pola do 9(7) zmienilo uklad rekordu - starsze
      * archiwum wymaga jednorazowej konwersji przed odczytem.
      * Pola dopisywane na koncu rekordu (AR-CHANGE-NO) nie wymagaja
      * konwersji - starszy, krotszy rekord czyta sie ze spacjami.
       01 ARCHIVE-RECORD.
           05 AR-RUN-DATE        PIC X(10).
           05 AR-INC-ID          PIC 9(7).
           05 AR-REPEAT-FLAG     PIC X.
           05 AR-RESOLVED-TS     PIC X(19).
           05 AR-TEAM-CODE       PIC X(8).
           05 AR-CHANGE-NO       PIC X(10).
      * Okno planowanej konserwacji, w ktore wpadl incydent.
      * AR-PLANNED-FLAG: 'Y' = abend planowany (poza alertami, SLA,
      * MTTR, powtorzeniami i problemami), 'R' = nadal otwarty po
      * koncu okna - przywrocony do normalnej obslugi; spacja =
      * incydent zwykly (takze kazdy starszy rekord).
           05 AR-WINDOW-ID       PIC X(10).
           05 AR-PLANNED-FLAG    PIC X.
      * Priorytet z ticketu przed regulami reklasyfikacji (spacja w
      * starszych rekordach) - podstawa symulacji nowych regul.
           05 AR-SRC-PRIORITY    PIC X.
