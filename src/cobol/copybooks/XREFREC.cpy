      *============================================================
      * XREFREC.CPY
      * Uklad rekordu krzyzowki stalych numerow incydentow -
      * data/incident-xref.idx, klucz job+abend+step+timestamp.
      * Wspolny dla INCIDENT-ANALYZER (nadawanie numerow, stan
      * interfejsu service desk) i INCIDENT-DOSSIER (odczyt).
      * Rekord o kluczu LOW-VALUES trzyma nastepny wolny numer.
      * Kazda zmiana ukladu wymaga przeladowania istniejacego pliku;
      * plik w starym ukladzie 56-bajtowym (bez pol service desk)
      * przeklada jednorazowo MASTER-MAINT CONVERT-XREF.
      *============================================================
       01 XREF-RECORD.
           05 XR-KEY             PIC X(39).
           05 XR-PERM-ID         PIC 9(7).
           05 XR-FIRST-SEEN      PIC X(10).
      * Stan interfejsu service desk: numer zgloszenia ze zwrotu,
      * ostatnia wyslana transakcja i liczba przebiegow bez zwrotu
           05 XR-TICKET-NO       PIC X(15).
           05 XR-TKT-LAST-TXN    PIC X(6).
           05 XR-TKT-SENT-DATE   PIC X(10).
           05 XR-TKT-AWAIT       PIC X.
           05 XR-TKT-RUNS        PIC 9(3).
