       IDENTIFICATION DIVISION.
       PROGRAM-ID. AENDERUNGVORMERKEN.

      *> Legt eine Stammdatenaenderung zur Freigabe an (Aufbau siehe
      *> AENDERUNG.CPY). Aufruf:
      *>   CALL "AENDERUNGVORMERKEN" USING Art (K/A), Kundennummer,
      *>       Erfasser-ID, Vorher-Bild, Nachher-Bild, Ergebnis
      *> Ergebnis 'J' = vorgemerkt, 'N' = nicht gespeichert. Der
      *> Satz bekommt die naechste freie Nummer, Datum und Uhrzeit
      *> der Erfassung und den Status O (offen).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AENDERUNG-DATEI ASSIGN TO "aenderungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-NR
               FILE STATUS IS WS-AE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AENDERUNG-DATEI.
           COPY AENDERUNG.

       WORKING-STORAGE SECTION.
       01 WS-AE-STATUS         PIC XX.
       01 AE-EOF-FLAGGE        PIC X VALUE 'N'.
       01 NAECHSTE-AE-NR       PIC 9(5) VALUE 0.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       LINKAGE SECTION.
       01 LP-ART               PIC X.
       01 LP-KUNDEN-NR         PIC 9(5).
       01 LP-ERFASSER-ID       PIC X(4).
       01 LP-ALT-BILD          PIC X(150).
       01 LP-NEU-BILD          PIC X(150).
       01 LP-ERGEBNIS          PIC X.

       PROCEDURE DIVISION USING LP-ART LP-KUNDEN-NR LP-ERFASSER-ID
               LP-ALT-BILD LP-NEU-BILD LP-ERGEBNIS.
       BEGIN.
           MOVE 'N' TO LP-ERGEBNIS

           OPEN I-O AENDERUNG-DATEI
           IF WS-AE-STATUS = "35"
               OPEN OUTPUT AENDERUNG-DATEI
               CLOSE AENDERUNG-DATEI
               OPEN I-O AENDERUNG-DATEI
           END-IF
           IF WS-AE-STATUS NOT = "00"
               MOVE "AENDERUNGVORMERKEN" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O AENDERUNG-DATEI" TO WS-FP-VORGANG
               MOVE "Aenderung nicht vorgemerkt" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-AE-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: aenderungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-AE-STATUS ")."
           ELSE
               PERFORM NAECHSTE-NUMMER-ERMITTELN
               INITIALIZE AENDERUNG-EINTRAG
               MOVE NAECHSTE-AE-NR TO AE-NR
               MOVE LP-ART TO AE-ART
               MOVE LP-KUNDEN-NR TO AE-KUNDEN-NR
               MOVE LP-ERFASSER-ID TO AE-ERFASSER
               ACCEPT AE-ERFASST-DATUM FROM DATE YYYYMMDD
               ACCEPT AE-ERFASST-ZEIT FROM TIME
               MOVE 'O' TO AE-STATUS
               MOVE SPACES TO AE-BEARBEITER
               MOVE 0 TO AE-BEARBEITET-DATUM
               MOVE LP-ALT-BILD TO AE-ALT-BILD
               MOVE LP-NEU-BILD TO AE-NEU-BILD
               WRITE AENDERUNG-EINTRAG
               IF WS-AE-STATUS NOT = "00"
                   MOVE "AENDERUNGVORMERKEN" TO WS-FP-PROGRAMM
                   MOVE "WRITE AENDERUNG-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Aenderung nicht vorgemerkt" TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-AE-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Aenderung konnte nicht "
                       "vorgemerkt werden (Status " WS-AE-STATUS ")."
               ELSE
                   MOVE 'J' TO LP-ERGEBNIS
                   DISPLAY "Aenderung Nr. " AE-NR " fuer Kunde "
                       LP-KUNDEN-NR " zur Freigabe vorgemerkt - "
                       "wirksam erst nach Freigabe durch einen "
                       "zweiten Mitarbeiter."
               END-IF
               CLOSE AENDERUNG-DATEI
           END-IF

           GOBACK.

      *> Hoechste vergebene Aenderungsnummer plus 1.
       NAECHSTE-NUMMER-ERMITTELN.
           MOVE 1 TO NAECHSTE-AE-NR
           MOVE 'N' TO AE-EOF-FLAGGE
           MOVE 0 TO AE-NR
           START AENDERUNG-DATEI KEY IS >= AE-NR
               INVALID KEY
                   MOVE 'J' TO AE-EOF-FLAGGE
           END-START
           PERFORM UNTIL AE-EOF-FLAGGE = 'J'
               READ AENDERUNG-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO AE-EOF-FLAGGE
                   NOT AT END
                       IF AE-NR >= NAECHSTE-AE-NR
                           COMPUTE NAECHSTE-AE-NR = AE-NR + 1
                       END-IF
               END-READ
           END-PERFORM.
