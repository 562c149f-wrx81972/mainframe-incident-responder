      *                               zamknieciu otworzy go ponownie
      *                               jako REGRESSED
      *
      * Kazde zamkniecie jest zapisywane w dzienniku utrzymaniowym
      * data/maint-journal.dat (obraz rekordu przed i po zmianie,
      * uzytkownik, PARM, czas). Przeglad dziennika i wycofanie
      * przebiegu: MASTER-MAINT JOURNAL / UNDO.
      *
      * RC: 0 = OK, 4 = problem nie znaleziony lub juz zamkniety,
      *     8 = blad pliku / zle argumenty.
      *
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROB-REPORT-STATUS.

      * Dziennik utrzymaniowy - wspolny z MASTER-MAINT (JRNLREC)
           SELECT JOURNAL-FILE
               ASSIGN TO "data/maint-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PROB-REPORT-FILE.
       01 PROB-REPORT-LINE        PIC X(132).

       FD JOURNAL-FILE.
       01 JOURNAL-LINE            PIC X(409).

       WORKING-STORAGE SECTION.

      *-------------------------------------------------------------
      *-------------------------------------------------------------
       01 WS-PROBLEM-STATUS      PIC XX VALUE SPACES.
       01 WS-PROB-REPORT-STATUS  PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS      PIC XX VALUE SPACES.
       01 WS-EOF                 PIC X VALUE 'N'.

      *-------------------------------------------------------------
       01 WS-CLOSED-COUNT        PIC 9(7) VALUE 0.
       01 WS-DAYS-OPEN           PIC S9(9) COMP VALUE 0.

      *-------------------------------------------------------------
      * Dziennik utrzymaniowy: identyfikator i czas przebiegu,
      * uzytkownik, obraz rekordu przed zmiana
      *-------------------------------------------------------------
       COPY JRNLREC.
       01 WS-JRNL-RUN-ID         PIC X(18) VALUE SPACES.
       01 WS-JRNL-TS             PIC X(19) VALUE SPACES.
       01 WS-JRNL-USER           PIC X(8)  VALUE SPACES.
       01 WS-JRNL-SEQ            PIC 9(6)  VALUE 0.
       01 WS-JRNL-BEFORE         PIC X(128) VALUE SPACES.

      *-------------------------------------------------------------
      * Formatowanie raportu
      *-------------------------------------------------------------
               DISPLAY "ERROR: CLOSE needs: job abend step rescode"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-JOURNAL-PARA
               OPEN I-O PROBLEM-FILE
               IF WS-PROBLEM-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open problem register "
                                   " with " PB-RESOLUTION-CODE
                               MOVE 4 TO RETURN-CODE
                           ELSE
                               MOVE PROBLEM-RECORD TO WS-JRNL-BEFORE
                               MOVE "CLOSED" TO PB-STATUS
                               MOVE WS-CUR-DATE-NUM
                                   TO PB-CLOSED-DATE
                                           WS-ARG-ABEND "/"
                                           WS-ARG-STEP " res="
                                           WS-ARG-RESCODE
                                       PERFORM JOURNAL-CLOSE-PARA
                               END-REWRITE
                           END-IF
                   END-READ
                   CLOSE PROBLEM-FILE
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

      *=============================================================
       JOURNAL-CLOSE-PARA.
      * Wpis dziennika dla zamknietego problemu: obraz przed
      * zamknieciem i po nim.
      *=============================================================
           MOVE "PROBLEM" TO JR-FILE-ID
           MOVE "REWRITE" TO JR-ACTION
           MOVE PB-KEY TO JR-KEY
           MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE
           MOVE PROBLEM-RECORD TO JR-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-PARA
           DISPLAY "Journal run id: " WS-JRNL-RUN-ID.

      *=============================================================
       OPEN-JOURNAL-PARA.
      * Otworz dziennik utrzymaniowy do dopisywania (pierwszy
      * przebieg zaklada plik) i ustal identyfikator przebiegu,
      * czas i uzytkownika. Bez dziennika nie zmieniamy rejestru -
      * koniec z RC 8.
      *=============================================================
           MOVE SPACES TO WS-JRNL-RUN-ID
           STRING "PM" DELIMITED SIZE
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
