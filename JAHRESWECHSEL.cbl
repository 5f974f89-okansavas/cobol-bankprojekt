           COPY BEWEGUNG.

       FD ARCHIV-DATEI.
       01 ARCHIV-ZEILE             PIC X(112).

       FD VORTRAG-DATEI.
       01 VORTRAG-SATZ.
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "JAHRESWECHSEL".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           COMPUTE STICHTAG = ABSCHLUSS-JAHR * 10000 + 1231
           COMPUTE VORTRAG-DATUM = (ABSCHLUSS-JAHR + 1) * 10000 + 101

      *> Keine Buchung in einen abgeschlossenen Monat.
           MOVE VORTRAG-DATUM TO BP-DATUM
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF

           MOVE SPACES TO WS-ARCHIV-NAME
           STRING "kontobewegungen-" ABSCHLUSS-JAHR ".dat"
               DELIMITED BY SIZE INTO WS-ARCHIV-NAME
           MOVE "SYS " TO BEWEGUNG-MITARBEITER
           MOVE 1 TO BEWEGUNG-KURS
           MOVE 0 TO BEWEGUNG-KURS-DATUM
           MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
           WRITE BEWEGUNG-EINTRAG
           PERFORM UNTIL WS-BEWEGUNGEN-STATUS NOT = "22"
               ADD 1 TO BEWEGUNG-ZEIT
