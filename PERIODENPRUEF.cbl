       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODENPRUEF.

      *> Gemeinsame Pruefung der Buchungsperiodensperre gegen
      *> buchungsperioden.dat (siehe BUCHPERIODE.CPY, Pflege ueber
      *> PERIODENPFLEGE). Aufruf:
      *>   CALL "PERIODENPRUEF" USING Funktion, Programmname, Datum,
      *>       Ergebnis
      *> Funktion 'P' prueft nur: Ergebnis 'J' = der Monat des Datums
      *>   ist abgeschlossen, 'N' = offen.
      *> Funktion 'B' prueft das Buchungsdatum einer Buchung: ist der
      *>   Monat abgeschlossen, wird die Abweisung angezeigt und mit
      *>   dem Programmnamen in fehlerprotokoll.txt festgehalten; das
      *>   aufrufende Programm bucht dann nichts.
      *> Fehlt die Periodendatei, ist noch kein Monat abgeschlossen.
      *> Angebunden in allen Programmen, die kontobewegungen.dat
      *> fortschreiben; die Korrekturen mit Bezug auf abgeschlossene
      *> Monate listet PERIODENBERICHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODEN-DATEI ASSIGN TO "buchungsperioden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-MONAT
               FILE STATUS IS WS-PERIODEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODEN-DATEI.
           COPY BUCHPERIODE.

       WORKING-STORAGE SECTION.
       01 WS-PERIODEN-STATUS   PIC XX.
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       LINKAGE SECTION.
       01 LP-FUNKTION          PIC X.
       01 LP-PROGRAMM          PIC X(20).
       01 LP-DATUM             PIC 9(8).
       01 LP-GESPERRT          PIC X.

       PROCEDURE DIVISION USING LP-FUNKTION LP-PROGRAMM LP-DATUM
               LP-GESPERRT.
       BEGIN.
           MOVE 'N' TO LP-GESPERRT

           OPEN INPUT PERIODEN-DATEI
           IF WS-PERIODEN-STATUS = "35"
               GOBACK
           END-IF
           IF WS-PERIODEN-STATUS NOT = "00"
               MOVE "OPEN INPUT PERIODEN-DATEI" TO WS-FP-VORGANG
               MOVE "Periodensperre nicht pruefbar" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING LP-PROGRAMM WS-FP-VORGANG
                   WS-PERIODEN-STATUS WS-FP-MELDUNG
               GOBACK
           END-IF

           MOVE LP-DATUM(1:6) TO PER-MONAT
           READ PERIODEN-DATEI KEY IS PER-MONAT
               NOT INVALID KEY
                   IF PER-STATUS = 'G'
                       MOVE 'J' TO LP-GESPERRT
                   END-IF
           END-READ
           CLOSE PERIODEN-DATEI

           IF LP-GESPERRT = 'J' AND LP-FUNKTION = 'B'
               DISPLAY "Fehler: Buchungsperiode " LP-DATUM(1:4) "/"
                   LP-DATUM(5:2) " ist abgeschlossen - es wird "
                   "nichts gebucht."
               MOVE SPACES TO WS-FP-VORGANG
               STRING "PERIODENSPERRE " LP-DATUM(1:6)
                   DELIMITED BY SIZE INTO WS-FP-VORGANG
               MOVE "Buchung in abgeschlossene Periode abgewiesen"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING LP-PROGRAMM WS-FP-VORGANG
                   WS-PERIODEN-STATUS WS-FP-MELDUNG
           END-IF

           GOBACK.
