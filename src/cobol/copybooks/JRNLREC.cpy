      *============================================================
      * JRNLREC.CPY
      * Uklad wpisu dziennika utrzymaniowego -
      * data/maint-journal.dat (sekwencyjny, tylko dopisywany).
      * Wspolny dla MASTER-MAINT i PROBLEM-MAINT: jeden wpis na
      * kazdy rekord usuniety, przepisany lub dodany w pliku
      * historycznym (HMMASTER) albo w rejestrze problemow
      * (PROBREC), z obrazem rekordu przed i po zmianie. Z tych
      * obrazow MASTER-MAINT UNDO odtwarza stan sprzed przebiegu.
      *============================================================
       01 JOURNAL-RECORD.
      * Identyfikator przebiegu: MM (MASTER-MAINT) / PM
      * (PROBLEM-MAINT) + YYYYMMDDHHMMSScc startu przebiegu
           05 JR-RUN-ID              PIC X(18).
           05 JR-SEQ-NO              PIC 9(6).
      * Czas startu przebiegu YYYY-MM-DD HH:MM:SS
           05 JR-TIMESTAMP           PIC X(19).
      * Plik: MASTER (incident-master.idx) / PROBLEM
      * (incident-problem.idx)
           05 JR-FILE-ID             PIC X(7).
           05 JR-FUNCTION            PIC X(8).
           05 JR-USER-ID             PIC X(8).
           05 JR-PARM                PIC X(60).
      * Akcja: ADD / DELETE / REWRITE
           05 JR-ACTION              PIC X(7).
           05 JR-KEY                 PIC X(20).
      * Obraz przed (spacje dla ADD) i po (spacje dla DELETE);
      * rekord problemu (100 znakow) dopelniony spacjami
           05 JR-BEFORE-IMAGE        PIC X(128).
           05 JR-AFTER-IMAGE         PIC X(128).
