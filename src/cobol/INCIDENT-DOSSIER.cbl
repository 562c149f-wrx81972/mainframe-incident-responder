      *============================================================
      * INCIDENT-DOSSIER.CBL
      * Mainframe Incident Analysis System
      * Teczka incydentu do przegladu poawaryjnego: zbiera w jednym
      * raporcie wszystko, co system wie o jednym incydencie -
      * pelna historie zarchiwizowanych stanow (po dniu przebiegu),
      * alert P1 (emisja, potwierdzenie, eskalacja), runbook, zespol
      * i kontakty, historie MTTR klucza z pliku historycznego,
      * rekord problemu oraz inne wystapienia tego samego klucza
      * job+abend+step w 30 dniach przed incydentem.
      *
      * PARM: staly numer incydentu (z krzyzowki / alertu), albo
      *       JOB ABEND STEP - wtedy teczka dotyczy najswiezszego
      *       wystapienia tego klucza w archiwum.
      * RC:   0 = teczka kompletna, 4 = brak ktoregos ze zrodel
      *       pomocniczych, 8 = incydent nie znaleziony / zly PARM.
      *
      * Compile: cobc -x -I copybooks INCIDENT-DOSSIER.cbl
      *              -o incident-dossier
      * Run:     ./incident-dossier 0000042
      *          ./incident-dossier PAYRUN01 S0C4 STEP010
      *============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-DOSSIER.
       AUTHOR. PAWEŁ-JANIK.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Trwale archiwum incydentow - ten sam plik i uklad co w
      * INCIDENT-ANALYZER (copybook ARCHREC)
           SELECT ARCHIVE-FILE
               ASSIGN TO "data/incident-archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      * Stan alertow P1 miedzy uruchomieniami (czas pierwszej
      * emisji, flaga eskalacji) - uklad jak w INCIDENT-ANALYZER
           SELECT ALERT-STATE-FILE
               ASSIGN TO "data/incident-alert-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATE-STATUS.

      * Potwierdzenia alertow z bramki pagerowej
           SELECT ALERT-ACK-FILE
               ASSIGN TO "data/incident-acks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-ACK-STATUS.

      * Plik historyczny (master) - klucz job+abend+step
           SELECT MASTER-FILE
               ASSIGN TO "data/incident-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

      * Rejestr problemow - klucz job+abend+step
           SELECT PROBLEM-FILE
               ASSIGN TO "data/incident-problem.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-PROBLEM-STATUS.

      * Krzyzowka stalych numerow (numer zgloszenia service desk)
           SELECT XREF-FILE
               ASSIGN TO "data/incident-xref.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.

      * Mapa incydent -> runbook - ta sama co w INCIDENT-ANALYZER
           SELECT RUNBOOK-FILE
               ASSIGN TO "data/runbook-map.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNBOOK-STATUS.

      * Roster zespolow (job -> zespol, kontakty)
           SELECT TEAM-ROSTER-FILE
               ASSIGN TO "data/team-roster.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

      * Raport: teczka incydentu
           SELECT DOSSIER-FILE
               ASSIGN TO "data/incident-dossier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DOSSIER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVE-FILE.
       COPY ARCHREC.

       FD ALERT-STATE-FILE.
       01 ALERT-STATE-RECORD.
           05 AS-KEY.
               10 AS-JOB-NAME        PIC X(8).
               10 AS-ABEND-CODE      PIC X(4).
               10 AS-STEP-NAME       PIC X(8).
               10 AS-TIMESTAMP       PIC X(19).
           05 AS-EMIT-TS             PIC X(19).
           05 AS-ESCALATED           PIC X.

       FD ALERT-ACK-FILE.
       01 ALERT-ACK-RECORD.
           05 AK-JOB-NAME        PIC X(8).
           05 FILLER             PIC X.
           05 AK-ABEND-CODE      PIC X(4).
           05 FILLER             PIC X.
           05 AK-STEP-NAME       PIC X(8).
           05 FILLER             PIC X.
           05 AK-TIMESTAMP       PIC X(19).
           05 FILLER             PIC X.
           05 AK-ACK-TS          PIC X(19).
           05 FILLER             PIC X.
           05 AK-ACK-USER        PIC X(20).

       FD MASTER-FILE.
       COPY HMMASTER.

       FD PROBLEM-FILE.
       COPY PROBREC.

       FD XREF-FILE.
       COPY XREFREC.

      * Definicja rekordu mapy runbookow (klucz: abend + job)
       FD RUNBOOK-FILE.
       01 RUNBOOK-RECORD.
           05 RB-ABEND-CODE      PIC X(4).
           05 FILLER             PIC X.
           05 RB-JOB-NAME        PIC X(8).
           05 FILLER             PIC X.
           05 RB-RUNBOOK-ID      PIC X(10).

       FD TEAM-ROSTER-FILE.
       01 TEAM-ROSTER-RECORD.
           05 TR-JOB-NAME        PIC X(8).
           05 FILLER             PIC X.
           05 TR-TEAM-CODE       PIC X(8).
           05 FILLER             PIC X.
           05 TR-CONTACT         PIC X(20).
           05 FILLER             PIC X.
           05 TR-CONTACT2        PIC X(20).

       FD DOSSIER-FILE.
       01 DOSSIER-LINE            PIC X(132).

       WORKING-STORAGE SECTION.

      *-------------------------------------------------------------
      * Zmienne statusu plikow
      *-------------------------------------------------------------
       01 WS-ARCHIVE-STATUS       PIC XX VALUE SPACES.
       01 WS-ALERT-STATE-STATUS   PIC XX VALUE SPACES.
       01 WS-ALERT-ACK-STATUS     PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS        PIC XX VALUE SPACES.
       01 WS-PROBLEM-STATUS       PIC XX VALUE SPACES.
       01 WS-XREF-STATUS          PIC XX VALUE SPACES.
       01 WS-RUNBOOK-STATUS       PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS        PIC XX VALUE SPACES.
       01 WS-DOSSIER-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-RUN-RC               PIC 9 VALUE 0.

      *-------------------------------------------------------------
      * PARM: staly numer albo klucz JOB ABEND STEP
      *-------------------------------------------------------------
       01 WS-PARM                 PIC X(100) VALUE SPACES.
       01 WS-PARM-1               PIC X(20) VALUE SPACES.
       01 WS-PARM-2               PIC X(20) VALUE SPACES.
       01 WS-PARM-3               PIC X(20) VALUE SPACES.
      * 'P' = staly numer, 'K' = klucz job+abend+step
       01 WS-SEARCH-MODE          PIC X VALUE SPACES.
       01 WS-SEARCH-PERM-ID       PIC 9(7) VALUE 0.

      *-------------------------------------------------------------
      * Incydent docelowy - klucz pelny (jak klucz krzyzowki) i
      * numer staly; wypelniany w pierwszym przejsciu archiwum.
      *-------------------------------------------------------------
       01 WS-TGT-FOUND-FLAG       PIC X VALUE 'N'.
       01 WS-TGT-KEY.
           05 WS-TGT-JOB          PIC X(8) VALUE SPACES.
           05 WS-TGT-ABEND        PIC X(4) VALUE SPACES.
           05 WS-TGT-STEP         PIC X(8) VALUE SPACES.
           05 WS-TGT-TIMESTAMP    PIC X(19) VALUE SPACES.
       01 WS-TGT-PERM-ID          PIC 9(7) VALUE 0.
       01 WS-TGT-INT-DAYS         PIC S9(9) COMP VALUE 0.
       01 WS-TGT-LAST-REC         PIC X(150) VALUE SPACES.

      *-------------------------------------------------------------
      * Historia stanow (drugie przejscie archiwum)
      *-------------------------------------------------------------
       01 WS-TL-COUNT             PIC 9(5) VALUE 0.
       01 WS-TL-CHANGE-COUNT      PIC 9(5) VALUE 0.
       01 WS-TL-PREV-STATUS       PIC X(11) VALUE SPACES.
       01 WS-TL-PREV-PRIORITY     PIC 9 VALUE 0.
       01 WS-TL-MARK              PIC X(30) VALUE SPACES.
       01 WS-FIRST-P1-OPEN-RUN    PIC X(10) VALUE SPACES.

      *-------------------------------------------------------------
      * Inne wystapienia tego samego job+abend+step w 30 dniach
      * przed incydentem - najswiezszy zarchiwizowany stan kazdego.
      *-------------------------------------------------------------
       01 WS-OCC-WINDOW-DAYS      PIC 9(3) VALUE 30.
       01 WS-OCC-TABLE.
           05 WS-OC-ENTRY OCCURS 100 TIMES INDEXED BY WS-OC-IDX.
               10 WS-OC-TIMESTAMP-TBL PIC X(19).
               10 WS-OC-PERM-ID-TBL   PIC 9(7).
               10 WS-OC-PRIORITY-TBL  PIC 9.
               10 WS-OC-STATUS-TBL    PIC X(11).
               10 WS-OC-RESOLVED-TBL  PIC X(19).
       01 WS-OC-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-OC-DROPPED-COUNT     PIC 9(5) VALUE 0.
       01 WS-OC-FOUND-FLAG        PIC X VALUE 'N'.

      *-------------------------------------------------------------
      * Alert P1: stan miedzy uruchomieniami i potwierdzenia
      *-------------------------------------------------------------
       01 WS-AL-FOUND-FLAG        PIC X VALUE 'N'.
       01 WS-AL-EMIT-TS           PIC X(19) VALUE SPACES.
       01 WS-AL-ESCALATED         PIC X VALUE 'N'.
       01 WS-AK-COUNT             PIC 9(3) VALUE 0.
       01 WS-AK-LAST-TS           PIC X(19) VALUE SPACES.
       01 WS-AK-LAST-USER         PIC X(20) VALUE SPACES.

      *-------------------------------------------------------------
      * Wlasnosc: runbook z biezacej mapy, zespol z rosteru
      *-------------------------------------------------------------
       01 WS-CUR-RUNBOOK-ID       PIC X(10) VALUE SPACES.
       01 WS-MATCHED-TEAM         PIC X(8) VALUE "UNASSIGN".
       01 WS-MATCHED-CONTACT      PIC X(20) VALUE SPACES.
       01 WS-MATCHED-CONTACT2     PIC X(20) VALUE SPACES.

      *-------------------------------------------------------------
      * Przeliczenia dat (YYYY-MM-DD HH:MM:SS -> dni)
      *-------------------------------------------------------------
       01 WS-TS-WORK              PIC X(19) VALUE SPACES.
       01 WS-TS-DATE-ALPHA        PIC X(8) VALUE SPACES.
       01 WS-TS-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-TS-INT-DAYS          PIC S9(9) COMP VALUE 0.
       01 WS-TS-VALID-FLAG        PIC X VALUE 'N'.

      *-------------------------------------------------------------
      * Formatowanie raportu
      *-------------------------------------------------------------
       01 WS-SEPARATOR
           PIC X(65) VALUE ALL '='.
       01 WS-BLANK-LINE
           PIC X(1) VALUE SPACES.
       01 WS-DISP-ID              PIC Z(6)9.
       01 WS-DISP-COUNT           PIC ZZZZ9.
       01 WS-DISP-COUNT-2         PIC ZZZZ9.
       01 WS-DISP-AGE             PIC ZZZZ9.
       01 WS-DISP-MINS            PIC ZZZZZZZZ9.
       01 WS-DISP-MINS-2          PIC ZZZZZZ9.
       01 WS-DISP-REOPEN          PIC ZZ9.
       01 WS-AVG-MINS             PIC 9(9) VALUE 0.
       01 WS-SLOT-IDX             PIC 9(2) VALUE 0.
       01 WS-DATE-LIST            PIC X(100) VALUE SPACES.
       01 WS-DATE-LIST-PTR        PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.

      *=============================================================
       MAIN-PARA.
      *=============================================================
           PERFORM PARSE-PARM-PARA
           IF WS-RUN-RC < 8
               PERFORM FIND-TARGET-PARA
           END-IF
           IF WS-RUN-RC < 8
               OPEN OUTPUT DOSSIER-FILE
               IF WS-DOSSIER-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open dossier report - "
                       "status " WS-DOSSIER-STATUS
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM WRITE-DOSSIER-HEADER-PARA
                   PERFORM WRITE-TIMELINE-PARA
                   PERFORM WRITE-ALERT-HISTORY-PARA
                   PERFORM WRITE-OWNERSHIP-PARA
                   PERFORM WRITE-MTTR-HISTORY-PARA
                   PERFORM WRITE-PROBLEM-PARA
                   PERFORM WRITE-OCCURRENCES-PARA
                   WRITE DOSSIER-LINE FROM WS-SEPARATOR
                   CLOSE DOSSIER-FILE
               END-IF
           END-IF

           DISPLAY "==============================================="
           DISPLAY "INCIDENT-DOSSIER - COMPLETE"
           IF WS-TGT-FOUND-FLAG = 'Y'
               DISPLAY "Incident:             " WS-TGT-PERM-ID
                   " " WS-TGT-JOB " " WS-TGT-ABEND " " WS-TGT-STEP
                   " " WS-TGT-TIMESTAMP
               DISPLAY "Archive records:      " WS-TL-COUNT
               DISPLAY "Report written to: data/incident-dossier.txt"
           ELSE
               DISPLAY "Incident not found - no dossier written"
           END-IF
           DISPLAY "Return code:          " WS-RUN-RC
           DISPLAY "==============================================="

           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *=============================================================
       PARSE-PARM-PARA.
      * Rozbierz PARM: jedno slowo numeryczne = staly numer
      * incydentu; trzy slowa = klucz JOB ABEND STEP.
      *=============================================================
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-1 WS-PARM-2 WS-PARM-3
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-PARM-1 = SPACES
                   DISPLAY "ERROR: PARM required: incident number, "
                       "or JOB ABEND STEP"
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-PARM-2 = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-PARM-1) = 0
                       MOVE 'P' TO WS-SEARCH-MODE
                       COMPUTE WS-SEARCH-PERM-ID =
                           FUNCTION NUMVAL(WS-PARM-1)
                   ELSE
                       DISPLAY "ERROR: Incident number not numeric: "
                           WS-PARM-1
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               WHEN WS-PARM-3 = SPACES
                   DISPLAY "ERROR: Key needs JOB ABEND STEP: "
                       WS-PARM(1:40)
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 'K' TO WS-SEARCH-MODE
                   MOVE WS-PARM-1 TO WS-TGT-JOB
                   MOVE WS-PARM-2 TO WS-TGT-ABEND
                   MOVE WS-PARM-3 TO WS-TGT-STEP
           END-EVALUATE.

      *=============================================================
       FIND-TARGET-PARA.
      * Pierwsze przejscie archiwum: ustal pelny klucz incydentu.
      * Numer staly - pierwszy rekord z tym numerem; klucz
      * job+abend+step - najswiezsze wystapienie (najpozniejszy
      * znacznik czasu incydentu).
      *=============================================================
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open incident archive "
                   "data/incident-archive.dat - status "
                   WS-ARCHIVE-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-TARGET-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE 'N' TO WS-EOF
               IF WS-TGT-FOUND-FLAG = 'N'
                   IF WS-SEARCH-MODE = 'P'
                       DISPLAY "ERROR: Incident " WS-SEARCH-PERM-ID
                           " not found in archive"
                   ELSE
                       DISPLAY "ERROR: No archived incident for key "
                           WS-TGT-JOB " " WS-TGT-ABEND " "
                           WS-TGT-STEP
                   END-IF
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE WS-TGT-TIMESTAMP TO WS-TS-WORK
                   PERFORM TS-TO-DAYS-PARA
                   MOVE WS-TS-INT-DAYS TO WS-TGT-INT-DAYS
                   PERFORM COLLECT-HISTORY-PARA
               END-IF
           END-IF.

      *=============================================================
       CHECK-TARGET-RECORD-PARA.
      *=============================================================
           IF WS-SEARCH-MODE = 'P'
               IF WS-TGT-FOUND-FLAG = 'N'
                   AND AR-INC-ID = WS-SEARCH-PERM-ID
                   MOVE 'Y' TO WS-TGT-FOUND-FLAG
                   MOVE AR-JOB-NAME   TO WS-TGT-JOB
                   MOVE AR-ABEND-CODE TO WS-TGT-ABEND
                   MOVE AR-STEP-NAME  TO WS-TGT-STEP
                   MOVE AR-TIMESTAMP  TO WS-TGT-TIMESTAMP
                   MOVE AR-INC-ID     TO WS-TGT-PERM-ID
               END-IF
           ELSE
               IF AR-JOB-NAME = WS-TGT-JOB
                   AND AR-ABEND-CODE = WS-TGT-ABEND
                   AND AR-STEP-NAME = WS-TGT-STEP
                   AND (WS-TGT-FOUND-FLAG = 'N'
                   OR AR-TIMESTAMP > WS-TGT-TIMESTAMP)
                   MOVE 'Y' TO WS-TGT-FOUND-FLAG
                   MOVE AR-TIMESTAMP  TO WS-TGT-TIMESTAMP
                   MOVE AR-INC-ID     TO WS-TGT-PERM-ID
               END-IF
           END-IF.

      *=============================================================
       COLLECT-HISTORY-PARA.
      * Drugie przejscie archiwum: ostatni stan incydentu i
      * pierwszy przebieg, w ktorym byl P1/OPEN (alert), plus inne
      * wystapienia klucza job+abend+step w oknie 30 dni.
      *=============================================================
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AR-JOB-NAME = WS-TGT-JOB
                           AND AR-ABEND-CODE = WS-TGT-ABEND
                           AND AR-STEP-NAME = WS-TGT-STEP
                           IF AR-TIMESTAMP = WS-TGT-TIMESTAMP
                               ADD 1 TO WS-TL-COUNT
                               MOVE ARCHIVE-RECORD TO WS-TGT-LAST-REC
                               IF AR-PRIORITY = 1
                                   AND AR-STATUS(1:4) = 'OPEN'
                                   AND WS-FIRST-P1-OPEN-RUN = SPACES
                                   MOVE AR-RUN-DATE
                                       TO WS-FIRST-P1-OPEN-RUN
                               END-IF
                           ELSE
                               PERFORM NOTE-OCCURRENCE-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           MOVE 'N' TO WS-EOF.

      *=============================================================
       NOTE-OCCURRENCE-PARA.
      * Wystapienie z oknem 30 dni przed incydentem (wlacznie z
      * dniem incydentu); kolejne rekordy tego samego wystapienia
      * nadpisuja stan (archiwum jest chronologiczne).
      *=============================================================
           IF AR-TIMESTAMP < WS-TGT-TIMESTAMP
               MOVE AR-TIMESTAMP TO WS-TS-WORK
               PERFORM TS-TO-DAYS-PARA
               IF WS-TS-VALID-FLAG = 'Y'
                   AND WS-TGT-INT-DAYS - WS-TS-INT-DAYS
                       <= WS-OCC-WINDOW-DAYS
                   MOVE 'N' TO WS-OC-FOUND-FLAG
                   PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                       UNTIL WS-OC-IDX > WS-OC-ENTRY-COUNT
                           OR WS-OC-FOUND-FLAG = 'Y'
                       IF WS-OC-TIMESTAMP-TBL(WS-OC-IDX) = AR-TIMESTAMP
                           MOVE 'Y' TO WS-OC-FOUND-FLAG
                           PERFORM FILL-OCCURRENCE-PARA
                       END-IF
                   END-PERFORM
                   IF WS-OC-FOUND-FLAG = 'N'
                       IF WS-OC-ENTRY-COUNT < 100
                           ADD 1 TO WS-OC-ENTRY-COUNT
                           SET WS-OC-IDX TO WS-OC-ENTRY-COUNT
                           PERFORM FILL-OCCURRENCE-PARA
                       ELSE
                           ADD 1 TO WS-OC-DROPPED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *=============================================================
       FILL-OCCURRENCE-PARA.
      *=============================================================
           MOVE AR-TIMESTAMP   TO WS-OC-TIMESTAMP-TBL(WS-OC-IDX)
           MOVE AR-INC-ID      TO WS-OC-PERM-ID-TBL(WS-OC-IDX)
           MOVE AR-PRIORITY    TO WS-OC-PRIORITY-TBL(WS-OC-IDX)
           MOVE AR-STATUS      TO WS-OC-STATUS-TBL(WS-OC-IDX)
           MOVE AR-RESOLVED-TS TO WS-OC-RESOLVED-TBL(WS-OC-IDX).

      *=============================================================
       TS-TO-DAYS-PARA.
      * WS-TS-WORK (YYYY-MM-DD HH:MM:SS) -> numer dnia
      * WS-TS-INT-DAYS; zly format = WS-TS-VALID-FLAG 'N'.
      *=============================================================
           MOVE 'N' TO WS-TS-VALID-FLAG
           MOVE 0 TO WS-TS-INT-DAYS
           IF WS-TS-WORK(1:4) NUMERIC
               AND WS-TS-WORK(6:2) NUMERIC
               AND WS-TS-WORK(9:2) NUMERIC
               MOVE SPACES TO WS-TS-DATE-ALPHA
               STRING WS-TS-WORK(1:4) DELIMITED SIZE
                      WS-TS-WORK(6:2) DELIMITED SIZE
                      WS-TS-WORK(9:2) DELIMITED SIZE
                   INTO WS-TS-DATE-ALPHA
               MOVE WS-TS-DATE-ALPHA TO WS-TS-DATE-NUM
               COMPUTE WS-TS-INT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
               MOVE 'Y' TO WS-TS-VALID-FLAG
           END-IF.

      *=============================================================
       WRITE-DOSSIER-HEADER-PARA.
      *=============================================================
           WRITE DOSSIER-LINE FROM WS-SEPARATOR
           WRITE DOSSIER-LINE FROM
               "   INCIDENT DOSSIER - POST-INCIDENT REVIEW"
           WRITE DOSSIER-LINE FROM WS-SEPARATOR
           MOVE WS-TGT-PERM-ID TO WS-DISP-ID
           MOVE SPACES TO DOSSIER-LINE
           STRING "   INCIDENT:  " DELIMITED SIZE
               WS-DISP-ID DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "   KEY:       " DELIMITED SIZE
               WS-TGT-JOB DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-TGT-ABEND DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-TGT-STEP DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-TGT-TIMESTAMP DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE WS-TGT-LAST-REC TO ARCHIVE-RECORD
           MOVE SPACES TO DOSSIER-LINE
           STRING "   LATEST:    P" DELIMITED SIZE
               AR-PRIORITY DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-STATUS DELIMITED SIZE
               "  RUN " DELIMITED SIZE
               AR-RUN-DATE DELIMITED SIZE
               "  RESOLVED " DELIMITED SIZE
               AR-RESOLVED-TS DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           IF AR-CHANGE-NO NOT = SPACES
               MOVE SPACES TO DOSSIER-LINE
               STRING "   CHANGE:    " DELIMITED SIZE
                   AR-CHANGE-NO DELIMITED SIZE
                   " (change-suspected)" DELIMITED SIZE
                   INTO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-IF
      * Numer zgloszenia service desk z krzyzowki - opcjonalny
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               MOVE WS-TGT-KEY TO XR-KEY
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF XR-TICKET-NO NOT = SPACES
                           MOVE SPACES TO DOSSIER-LINE
                           STRING "   TICKET:    " DELIMITED SIZE
                               XR-TICKET-NO DELIMITED SIZE
                               "  FIRST SEEN " DELIMITED SIZE
                               XR-FIRST-SEEN DELIMITED SIZE
                               INTO DOSSIER-LINE
                           WRITE DOSSIER-LINE
                       END-IF
               END-READ
               CLOSE XREF-FILE
           END-IF.

      *=============================================================
       WRITE-TIMELINE-PARA.
      * Pelna historia: kazdy rekord archiwum incydentu (jeden na
      * przebieg), ze znacznikiem zmiany statusu/priorytetu.
      *=============================================================
           WRITE DOSSIER-LINE FROM WS-BLANK-LINE
           WRITE DOSSIER-LINE FROM
               "   TIMELINE (ARCHIVED STATE BY RUN DATE):"
           MOVE SPACES TO DOSSIER-LINE
           STRING "   RUN DATE    P  STATUS       AGE(H)" DELIMITED SIZE
               "  SLA  RPT  RUNBOOK    TEAM      CHANGE" DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO WS-TL-PREV-STATUS
           MOVE 0 TO WS-TL-PREV-PRIORITY
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AR-JOB-NAME = WS-TGT-JOB
                           AND AR-ABEND-CODE = WS-TGT-ABEND
                           AND AR-STEP-NAME = WS-TGT-STEP
                           AND AR-TIMESTAMP = WS-TGT-TIMESTAMP
                           PERFORM WRITE-TIMELINE-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           MOVE 'N' TO WS-EOF
           MOVE WS-TL-COUNT TO WS-DISP-COUNT
           MOVE WS-TL-CHANGE-COUNT TO WS-DISP-COUNT-2
           MOVE SPACES TO DOSSIER-LINE
           STRING "   RECORDS: " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE
               "   STATUS CHANGES: " DELIMITED SIZE
               WS-DISP-COUNT-2 DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE.

      *=============================================================
       WRITE-TIMELINE-LINE-PARA.
      *=============================================================
           MOVE SPACES TO WS-TL-MARK
           IF WS-TL-PREV-STATUS = SPACES
               MOVE "<- FIRST SEEN" TO WS-TL-MARK
           ELSE
               IF AR-STATUS NOT = WS-TL-PREV-STATUS
                   ADD 1 TO WS-TL-CHANGE-COUNT
                   STRING "<- WAS " DELIMITED SIZE
                       WS-TL-PREV-STATUS DELIMITED SPACE
                       INTO WS-TL-MARK
               ELSE
                   IF AR-PRIORITY NOT = WS-TL-PREV-PRIORITY
                       STRING "<- PRIORITY WAS P" DELIMITED SIZE
                           WS-TL-PREV-PRIORITY DELIMITED SIZE
                           INTO WS-TL-MARK
                   END-IF
               END-IF
           END-IF
           MOVE AR-AGE-HOURS TO WS-DISP-AGE
           MOVE SPACES TO DOSSIER-LINE
           STRING "   " DELIMITED SIZE
               AR-RUN-DATE DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-PRIORITY DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-STATUS DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DISP-AGE DELIMITED SIZE
               "   " DELIMITED SIZE
               AR-SLA-FLAG DELIMITED SIZE
               "    " DELIMITED SIZE
               AR-REPEAT-FLAG DELIMITED SIZE
               "    " DELIMITED SIZE
               AR-RUNBOOK-ID DELIMITED SIZE
               " " DELIMITED SIZE
               AR-TEAM-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-CHANGE-NO DELIMITED SIZE
               " " DELIMITED SIZE
               WS-TL-MARK DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
      * Przebieg w oknie planowanej konserwacji
           IF AR-PLANNED-FLAG = 'Y' OR AR-PLANNED-FLAG = 'R'
               MOVE SPACES TO DOSSIER-LINE
               IF AR-PLANNED-FLAG = 'Y'
                   STRING "               MAINTENANCE WINDOW "
                           DELIMITED SIZE
                       AR-WINDOW-ID DELIMITED SPACE
                       " - PLANNED, SUPPRESSED" DELIMITED SIZE
                       INTO DOSSIER-LINE
               ELSE
                   STRING "               MAINTENANCE WINDOW "
                           DELIMITED SIZE
                       AR-WINDOW-ID DELIMITED SPACE
                       " - STILL OPEN AFTER WINDOW END, "
                           DELIMITED SIZE
                       "NORMAL HANDLING" DELIMITED SIZE
                       INTO DOSSIER-LINE
               END-IF
               WRITE DOSSIER-LINE
           END-IF
           MOVE AR-STATUS TO WS-TL-PREV-STATUS
           MOVE AR-PRIORITY TO WS-TL-PREV-PRIORITY.

      *=============================================================
       WRITE-ALERT-HISTORY-PARA.
      * Alert P1: czas pierwszej emisji i eskalacja ze stanu
      * alertow (wpis znika po potwierdzeniu - wtedy zostaje
      * przebieg, w ktorym incydent byl P1/OPEN), potwierdzenia z
      * pliku bramki pagerowej.
      *=============================================================
           OPEN INPUT ALERT-STATE-FILE
           IF WS-ALERT-STATE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALERT-STATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AS-KEY = WS-TGT-KEY
                               MOVE 'Y' TO WS-AL-FOUND-FLAG
                               MOVE AS-EMIT-TS TO WS-AL-EMIT-TS
                               MOVE AS-ESCALATED TO WS-AL-ESCALATED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-STATE-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           OPEN INPUT ALERT-ACK-FILE
           IF WS-ALERT-ACK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALERT-ACK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AK-JOB-NAME = WS-TGT-JOB
                               AND AK-ABEND-CODE = WS-TGT-ABEND
                               AND AK-STEP-NAME = WS-TGT-STEP
                               AND AK-TIMESTAMP = WS-TGT-TIMESTAMP
                               ADD 1 TO WS-AK-COUNT
                               MOVE AK-ACK-TS TO WS-AK-LAST-TS
                               MOVE AK-ACK-USER TO WS-AK-LAST-USER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-ACK-FILE
               MOVE 'N' TO WS-EOF
           END-IF

           WRITE DOSSIER-LINE FROM WS-BLANK-LINE
           WRITE DOSSIER-LINE FROM "   P1 ALERT:"
           EVALUATE TRUE
               WHEN WS-AL-FOUND-FLAG = 'Y'
                   MOVE SPACES TO DOSSIER-LINE
                   STRING "   SENT:          " DELIMITED SIZE
                       WS-AL-EMIT-TS DELIMITED SIZE
                       INTO DOSSIER-LINE
                   WRITE DOSSIER-LINE
               WHEN WS-FIRST-P1-OPEN-RUN NOT = SPACES
                   MOVE SPACES TO DOSSIER-LINE
                   STRING "   SENT:          RUN OF " DELIMITED SIZE
                       WS-FIRST-P1-OPEN-RUN DELIMITED SIZE
                       " (alert no longer in alert state)"
                           DELIMITED SIZE
                       INTO DOSSIER-LINE
                   WRITE DOSSIER-LINE
               WHEN OTHER
                   WRITE DOSSIER-LINE FROM
                       "   (incident was never P1/OPEN - no alert)"
           END-EVALUATE
           IF WS-AK-COUNT > 0
               MOVE SPACES TO DOSSIER-LINE
               STRING "   ACKNOWLEDGED:  " DELIMITED SIZE
                   WS-AK-LAST-TS DELIMITED SIZE
                   "  BY " DELIMITED SIZE
                   WS-AK-LAST-USER DELIMITED SIZE
                   INTO DOSSIER-LINE
               WRITE DOSSIER-LINE
           ELSE
               IF WS-AL-FOUND-FLAG = 'Y'
                   OR WS-FIRST-P1-OPEN-RUN NOT = SPACES
                   WRITE DOSSIER-LINE FROM
                       "   ACKNOWLEDGED:  NO"
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AL-FOUND-FLAG = 'Y' AND WS-AL-ESCALATED = 'Y'
                   WRITE DOSSIER-LINE FROM
                       "   ESCALATED:     YES (backup contact paged)"
               WHEN WS-AL-FOUND-FLAG = 'Y'
                   WRITE DOSSIER-LINE FROM "   ESCALATED:     NO"
               WHEN WS-FIRST-P1-OPEN-RUN NOT = SPACES
                   WRITE DOSSIER-LINE FROM
                       "   ESCALATED:     UNKNOWN (alert cleared)"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *=============================================================
       WRITE-OWNERSHIP-PARA.
      * Runbook (zarchiwizowany i z biezacej mapy), zespol i
      * kontakty z biezacego rosteru.
      *=============================================================
           PERFORM LOOKUP-RUNBOOK-PARA
           PERFORM LOOKUP-TEAM-PARA
           MOVE WS-TGT-LAST-REC TO ARCHIVE-RECORD
           WRITE DOSSIER-LINE FROM WS-BLANK-LINE
           WRITE DOSSIER-LINE FROM "   RUNBOOK AND OWNERSHIP:"
           MOVE SPACES TO DOSSIER-LINE
           STRING "   RUNBOOK:       " DELIMITED SIZE
               AR-RUNBOOK-ID DELIMITED SIZE
               "  (CURRENT MAP: " DELIMITED SIZE
               WS-CUR-RUNBOOK-ID DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "   TEAM:          " DELIMITED SIZE
               WS-MATCHED-TEAM DELIMITED SIZE
               "  (ARCHIVED: " DELIMITED SIZE
               AR-TEAM-CODE DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "   ON-CALL:       " DELIMITED SIZE
               WS-MATCHED-CONTACT DELIMITED SIZE
               "  BACKUP: " DELIMITED SIZE
               WS-MATCHED-CONTACT2 DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE.

      *=============================================================
       LOOKUP-RUNBOOK-PARA.
      * Biezacy runbook dla abend+job (ostatni pasujacy wpis mapy
      * wygrywa, jak w INCIDENT-ANALYZER).
      *=============================================================
           MOVE "(NONE)" TO WS-CUR-RUNBOOK-ID
           OPEN INPUT RUNBOOK-FILE
           IF WS-RUNBOOK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUNBOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RB-ABEND-CODE = WS-TGT-ABEND
                               AND RB-JOB-NAME = WS-TGT-JOB
                               MOVE RB-RUNBOOK-ID
                                   TO WS-CUR-RUNBOOK-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNBOOK-FILE
               MOVE 'N' TO WS-EOF
           ELSE
               DISPLAY "WARNING: Cannot open runbook map "
                   "data/runbook-map.csv - status " WS-RUNBOOK-STATUS
               MOVE 4 TO WS-RUN-RC
           END-IF.

      *=============================================================
       LOOKUP-TEAM-PARA.
      * Zespol i kontakty joba z rosteru; job spoza rosteru nalezy
      * do UNASSIGN (jak w INCIDENT-ANALYZER).
      *=============================================================
           OPEN INPUT TEAM-ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TEAM-ROSTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TR-JOB-NAME = WS-TGT-JOB
                               MOVE TR-TEAM-CODE TO WS-MATCHED-TEAM
                               MOVE TR-CONTACT TO WS-MATCHED-CONTACT
                               MOVE TR-CONTACT2
                                   TO WS-MATCHED-CONTACT2
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEAM-ROSTER-FILE
               MOVE 'N' TO WS-EOF
           ELSE
               DISPLAY "WARNING: Cannot open team roster "
                   "data/team-roster.csv - status " WS-ROSTER-STATUS
               MOVE 4 TO WS-RUN-RC
           END-IF.

      *=============================================================
       WRITE-MTTR-HISTORY-PARA.
      * Historia klucza job+abend+step z pliku historycznego:
      * liczba wystapien, MTTR (srednia i maksimum) i ostatnie
      * daty wystapien z kroczacego rejestru.
      *=============================================================
           WRITE DOSSIER-LINE FROM WS-BLANK-LINE
           WRITE DOSSIER-LINE FROM
               "   KEY HISTORY AND MTTR (INCIDENT MASTER):"
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Cannot open incident master - "
                   "status " WS-MASTER-STATUS
               MOVE 4 TO WS-RUN-RC
               WRITE DOSSIER-LINE FROM
                   "   (incident master not available)"
           ELSE
               MOVE WS-TGT-JOB   TO HM-JOB-NAME
               MOVE WS-TGT-ABEND TO HM-ABEND-CODE
               MOVE WS-TGT-STEP  TO HM-STEP-NAME
               READ MASTER-FILE
                   INVALID KEY
                       WRITE DOSSIER-LINE FROM
                           "   (no master record for this key)"
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM WRITE-MASTER-DETAIL-PARA
               END-READ
               CLOSE MASTER-FILE
           END-IF.

      *=============================================================
       WRITE-MASTER-DETAIL-PARA.
      *=============================================================
           MOVE HM-OCCURRENCE-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO DOSSIER-LINE
           STRING "   OCCURRENCES:   " DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           IF HM-REPAIR-COUNT > 0
               COMPUTE WS-AVG-MINS =
                   HM-REPAIR-TOTAL-MINS / HM-REPAIR-COUNT
               MOVE HM-REPAIR-COUNT TO WS-DISP-COUNT
               MOVE WS-AVG-MINS TO WS-DISP-MINS
               MOVE HM-REPAIR-MAX-MINS TO WS-DISP-MINS-2
               MOVE SPACES TO DOSSIER-LINE
               STRING "   REPAIRS:       " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   "  MTTR (MIN):" DELIMITED SIZE
                   WS-DISP-MINS DELIMITED SIZE
                   "  MAX (MIN):" DELIMITED SIZE
                   WS-DISP-MINS-2 DELIMITED SIZE
                   INTO DOSSIER-LINE
               WRITE DOSSIER-LINE
           ELSE
               WRITE DOSSIER-LINE FROM
                   "   REPAIRS:       (no repair times recorded)"
           END-IF
           MOVE SPACES TO WS-DATE-LIST
           MOVE 1 TO WS-DATE-LIST-PTR
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 10
               IF HM-OCCURRENCE-DATES(WS-SLOT-IDX) > 0
                   STRING HM-OCCURRENCE-DATES(WS-SLOT-IDX)
                           DELIMITED SIZE
                       " " DELIMITED SIZE
                       INTO WS-DATE-LIST
                       WITH POINTER WS-DATE-LIST-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO DOSSIER-LINE
           STRING "   RECENT DATES:  " DELIMITED SIZE
               WS-DATE-LIST DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE.

      *=============================================================
       WRITE-PROBLEM-PARA.
      * Rekord problemu klucza: status, daty, liczniki i liczba
      * ponownych otwarc (REGRESSED).
      *=============================================================
           WRITE DOSSIER-LINE FROM WS-BLANK-LINE
           WRITE DOSSIER-LINE FROM "   PROBLEM RECORD:"
           OPEN INPUT PROBLEM-FILE
           IF WS-PROBLEM-STATUS NOT = "00"
               DISPLAY "WARNING: Cannot open problem register - "
                   "status " WS-PROBLEM-STATUS
               MOVE 4 TO WS-RUN-RC
               WRITE DOSSIER-LINE FROM
                   "   (problem register not available)"
           ELSE
               MOVE WS-TGT-JOB   TO PB-JOB-NAME
               MOVE WS-TGT-ABEND TO PB-ABEND-CODE
               MOVE WS-TGT-STEP  TO PB-STEP-NAME
               READ PROBLEM-FILE
                   INVALID KEY
                       WRITE DOSSIER-LINE FROM
                           "   (no problem record for this key)"
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM WRITE-PROBLEM-DETAIL-PARA
               END-READ
               CLOSE PROBLEM-FILE
           END-IF.

      *=============================================================
       WRITE-PROBLEM-DETAIL-PARA.
      *=============================================================
           MOVE PB-REOPEN-COUNT TO WS-DISP-REOPEN
           MOVE SPACES TO DOSSIER-LINE
           STRING "   STATUS:        " DELIMITED SIZE
               PB-STATUS DELIMITED SIZE
               "  OPENED " DELIMITED SIZE
               PB-OPENED-DATE DELIMITED SIZE
               "  REOPENED" DELIMITED SIZE
               WS-DISP-REOPEN DELIMITED SIZE
               " TIME(S)" DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE PB-TOTAL-COUNT TO WS-DISP-COUNT
           MOVE PB-SINCE-OPEN-COUNT TO WS-DISP-COUNT-2
           MOVE SPACES TO DOSSIER-LINE
           STRING "   SEEN:          " DELIMITED SIZE
               PB-FIRST-SEEN DELIMITED SIZE
               " - " DELIMITED SIZE
               PB-LAST-SEEN DELIMITED SIZE
               "  TOTAL" DELIMITED SIZE
               WS-DISP-COUNT DELIMITED SIZE
               "  SINCE OPEN" DELIMITED SIZE
               WS-DISP-COUNT-2 DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           IF PB-CLOSED-DATE > 0
               MOVE SPACES TO DOSSIER-LINE
               STRING "   CLOSED:        " DELIMITED SIZE
                   PB-CLOSED-DATE DELIMITED SIZE
                   "  RESOLUTION " DELIMITED SIZE
                   PB-RESOLUTION-CODE DELIMITED SIZE
                   INTO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-IF
           MOVE SPACES TO DOSSIER-LINE
           STRING "   RUNBOOK:       " DELIMITED SIZE
               PB-RUNBOOK-ID DELIMITED SIZE
               "  TEAM " DELIMITED SIZE
               PB-TEAM-CODE DELIMITED SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE.

      *=============================================================
       WRITE-OCCURRENCES-PARA.
      * Inne wystapienia klucza job+abend+step w 30 dniach przed
      * incydentem, w kolejnosci archiwum.
      *=============================================================
           WRITE DOSSIER-LINE FROM WS-BLANK-LINE
           WRITE DOSSIER-LINE FROM
               "   OTHER OCCURRENCES OF THIS KEY (PREVIOUS 30 DAYS):"
           IF WS-OC-ENTRY-COUNT = 0
               WRITE DOSSIER-LINE FROM
                   "   (no other occurrences in the window)"
           END-IF
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-ENTRY-COUNT
               MOVE WS-OC-PERM-ID-TBL(WS-OC-IDX) TO WS-DISP-ID
               MOVE SPACES TO DOSSIER-LINE
               STRING "   " DELIMITED SIZE
                   WS-DISP-ID DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-OC-TIMESTAMP-TBL(WS-OC-IDX) DELIMITED SIZE
                   "  P" DELIMITED SIZE
                   WS-OC-PRIORITY-TBL(WS-OC-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-OC-STATUS-TBL(WS-OC-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-OC-RESOLVED-TBL(WS-OC-IDX) DELIMITED SIZE
                   INTO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-PERFORM
           IF WS-OC-DROPPED-COUNT > 0
               MOVE WS-OC-DROPPED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO DOSSIER-LINE
               STRING "   (more not listed - table full): "
                       DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-IF.
