       IDENTIFICATION DIVISION.
       PROGRAM-ID. MITARBEITERPRUEF.

      *> Gemeinsame Pruefung auf Mitarbeitergeschaefte: bucht oder
      *> aendert ein Mitarbeiter auf einem Konto, an dem er selbst
      *> oder eine von ihm erklaerte nahestehende Person beteiligt
      *> ist? Aufruf:
      *>   CALL "MITARBEITERPRUEF" USING Funktion, Mitarbeiter-ID,
      *>       Kundennummer, Personennummer des Hauptinhabers,
      *>       Ergebnis, Bezug
      *> Der Kreis des Mitarbeiters ist seine eigene Person
      *> (MA-PERSON-NR) und seine nahestehenden Personen
      *> (mitarbeiter-nahestehende.dat). Beteiligt am Konto sind
      *> Hauptinhaber, Mitinhaber (kontoinhaber.dat), Personen mit
      *> heute gueltiger Vollmacht (vollmachten.dat) und die aktiven
      *> gesetzlichen Vertreter eines minderjaehrigen Hauptinhabers
      *> (vertreter.dat). Ergebnis 'J', wenn sich beide Kreise
      *> ueberschneiden; Bezug beschreibt dann den ersten Treffer.
      *> Funktion 'P' (Schalter): Treffer werden mit Meldung
      *>   abgewiesen und ueber FEHLERPROTOKOLL festgehalten.
      *> Funktion 'A' (Auswertung, MITARBEITERGESCHAEFTE): nur
      *>   Ergebnis und Bezug, keine Meldung.
      *> Unbekannte Mitarbeiter (auch SYS) ergeben immer 'N'.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MITARBEITER-DATEI ASSIGN TO "mitarbeiter.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ID
               FILE STATUS IS WS-MA-STATUS.
           SELECT NAHESTEHENDE-DATEI
               ASSIGN TO "mitarbeiter-nahestehende.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-SCHLUESSEL
               FILE STATUS IS WS-NS-STATUS.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.
           SELECT VOLLMACHT-DATEI ASSIGN TO "vollmachten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-SCHLUESSEL
               FILE STATUS IS WS-VM-STATUS.
           SELECT VERTRETER-DATEI ASSIGN TO "vertreter.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-PERSON-NR
               FILE STATUS IS WS-VT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MITARBEITER-DATEI.
           COPY MITARBEITER.

       FD NAHESTEHENDE-DATEI.
           COPY NAHESTEHENDE.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD VOLLMACHT-DATEI.
           COPY VOLLMACHT.

       FD VERTRETER-DATEI.
           COPY VERTRETER.

       WORKING-STORAGE SECTION.
       01 WS-MA-STATUS         PIC XX.
       01 WS-NS-STATUS         PIC XX.
       01 WS-IH-STATUS         PIC XX.
       01 WS-VM-STATUS         PIC XX.
       01 WS-VT-STATUS         PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 MA-GEFUNDEN-FLAGGE   PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
      *> Kreis des Mitarbeiters: eigene Person und nahestehende
      *> Personen mit Art der Beziehung.
       01 MK-ANZAHL            PIC 9(2) VALUE 0.
       01 MK-TABELLE.
           05 MK-EINTRAG OCCURS 20 TIMES.
               10 MK-PERSON    PIC 9(5).
               10 MK-BEZIEHUNG PIC X(20).
       01 MK-IDX               PIC 9(2).
      *> Zu pruefende Beteiligung am Konto.
       01 PR-PERSON            PIC 9(5).
       01 PR-ROLLE             PIC X(12).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
       01 WS-FP-STATUS         PIC XX VALUE "00".

       LINKAGE SECTION.
       01 LP-FUNKTION          PIC X.
       01 LP-MITARBEITER-ID    PIC X(4).
       01 LP-KUNDEN-NR         PIC 9(5).
       01 LP-PERSONEN-NR       PIC 9(5).
       01 LP-ERGEBNIS          PIC X.
       01 LP-BEZUG             PIC X(40).

       PROCEDURE DIVISION USING LP-FUNKTION LP-MITARBEITER-ID
               LP-KUNDEN-NR LP-PERSONEN-NR LP-ERGEBNIS LP-BEZUG.
       BEGIN.
           MOVE 'N' TO LP-ERGEBNIS
           MOVE SPACES TO LP-BEZUG
           MOVE 0 TO MK-ANZAHL
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD

           PERFORM KREIS-AUFBAUEN
           IF MK-ANZAHL = 0
               GOBACK
           END-IF

      *> Hauptinhaber
           MOVE LP-PERSONEN-NR TO PR-PERSON
           MOVE "INHABER" TO PR-ROLLE
           PERFORM PERSON-VERGLEICHEN

           IF LP-ERGEBNIS = 'N'
               PERFORM MITINHABER-PRUEFEN
           END-IF
           IF LP-ERGEBNIS = 'N'
               PERFORM VOLLMACHTEN-PRUEFEN
           END-IF
           IF LP-ERGEBNIS = 'N'
               PERFORM VERTRETER-PRUEFEN
           END-IF

           IF LP-ERGEBNIS = 'J' AND LP-FUNKTION = 'P'
               DISPLAY "Fehler: Mitarbeitergeschaeft - "
                   FUNCTION TRIM(LP-BEZUG) "."
               DISPLAY "Buchungen auf eigenen oder verbundenen "
                   "Konten nur durch einen anderen Mitarbeiter. "
                   "Vorgang abgewiesen."
               MOVE "MITARBEITERPRUEF" TO WS-FP-PROGRAMM
               MOVE SPACES TO WS-FP-VORGANG
               STRING "MA " LP-MITARBEITER-ID " KUNDE " LP-KUNDEN-NR
                   DELIMITED BY SIZE INTO WS-FP-VORGANG
               MOVE SPACES TO WS-FP-MELDUNG
               STRING "Mitarbeitergeschaeft abgewiesen: "
                   LP-BEZUG DELIMITED BY SIZE INTO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-FP-STATUS WS-FP-MELDUNG
           END-IF

           GOBACK.

      *> Eigene Person und nahestehende Personen des Mitarbeiters
      *> in MK-TABELLE sammeln.
       KREIS-AUFBAUEN.
           MOVE 'N' TO MA-GEFUNDEN-FLAGGE
           OPEN INPUT MITARBEITER-DATEI
           IF WS-MA-STATUS = "00"
               MOVE LP-MITARBEITER-ID TO MA-ID
               READ MITARBEITER-DATEI KEY IS MA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'J' TO MA-GEFUNDEN-FLAGGE
                       IF MA-PERSON-NR NOT = 0
                           ADD 1 TO MK-ANZAHL
                           MOVE MA-PERSON-NR TO MK-PERSON(MK-ANZAHL)
                           MOVE "EIGENE PERSON"
                               TO MK-BEZIEHUNG(MK-ANZAHL)
                       END-IF
               END-READ
               CLOSE MITARBEITER-DATEI
           END-IF

           IF MA-GEFUNDEN-FLAGGE = 'J'
               OPEN INPUT NAHESTEHENDE-DATEI
           END-IF
           IF MA-GEFUNDEN-FLAGGE = 'J' AND WS-NS-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               MOVE LP-MITARBEITER-ID TO NS-MA-ID
               MOVE 0 TO NS-PERSON-NR
               START NAHESTEHENDE-DATEI KEY IS >= NS-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO EOF-FLAGGE
               END-START
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ NAHESTEHENDE-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF NS-MA-ID NOT = LP-MITARBEITER-ID
                                   OR MK-ANZAHL >= 20
                               MOVE 'J' TO EOF-FLAGGE
                           ELSE
                               ADD 1 TO MK-ANZAHL
                               MOVE NS-PERSON-NR
                                   TO MK-PERSON(MK-ANZAHL)
                               MOVE NS-BEZIEHUNG
                                   TO MK-BEZIEHUNG(MK-ANZAHL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NAHESTEHENDE-DATEI
           END-IF.

      *> PR-PERSON in der Rolle PR-ROLLE gegen den Kreis pruefen.
       PERSON-VERGLEICHEN.
           IF PR-PERSON NOT = 0
               PERFORM VARYING MK-IDX FROM 1 BY 1
                       UNTIL MK-IDX > MK-ANZAHL OR LP-ERGEBNIS = 'J'
                   IF MK-PERSON(MK-IDX) = PR-PERSON
                       MOVE 'J' TO LP-ERGEBNIS
                       STRING FUNCTION TRIM(PR-ROLLE) " "
                           PR-PERSON " = "
                           FUNCTION TRIM(MK-BEZIEHUNG(MK-IDX))
                           DELIMITED BY SIZE INTO LP-BEZUG
                   END-IF
               END-PERFORM
           END-IF.

       MITINHABER-PRUEFEN.
           OPEN INPUT INHABER-DATEI
           IF WS-IH-STATUS = "00"
               MOVE "MITINHABER" TO PR-ROLLE
               MOVE 'N' TO EOF-FLAGGE
               MOVE LP-KUNDEN-NR TO IH-KUNDEN-NR
               MOVE 0 TO IH-PERSON-NR
               START INHABER-DATEI KEY IS >= IH-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO EOF-FLAGGE
               END-START
               PERFORM UNTIL EOF-FLAGGE = 'J' OR LP-ERGEBNIS = 'J'
                   READ INHABER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF IH-KUNDEN-NR NOT = LP-KUNDEN-NR
                               MOVE 'J' TO EOF-FLAGGE
                           ELSE
                               MOVE IH-PERSON-NR TO PR-PERSON
                               PERFORM PERSON-VERGLEICHEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INHABER-DATEI
           END-IF.

      *> Nur heute gueltige Vollmachten zaehlen.
       VOLLMACHTEN-PRUEFEN.
           OPEN INPUT VOLLMACHT-DATEI
           IF WS-VM-STATUS = "00"
               MOVE "BEVOLLM." TO PR-ROLLE
               MOVE 'N' TO EOF-FLAGGE
               MOVE LP-KUNDEN-NR TO VM-KUNDEN-NR
               MOVE 0 TO VM-PERSON-NR
               START VOLLMACHT-DATEI KEY IS >= VM-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO EOF-FLAGGE
               END-START
               PERFORM UNTIL EOF-FLAGGE = 'J' OR LP-ERGEBNIS = 'J'
                   READ VOLLMACHT-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF VM-KUNDEN-NR NOT = LP-KUNDEN-NR
                               MOVE 'J' TO EOF-FLAGGE
                           ELSE
                           IF VM-GUELTIG-VON <= WS-HEUTE
                                   AND (VM-GUELTIG-BIS = 0
                                   OR VM-GUELTIG-BIS >= WS-HEUTE)
                               MOVE VM-PERSON-NR TO PR-PERSON
                               PERFORM PERSON-VERGLEICHEN
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLLMACHT-DATEI
           END-IF.

      *> Gesetzliche Vertreter eines minderjaehrigen Hauptinhabers.
       VERTRETER-PRUEFEN.
           OPEN INPUT VERTRETER-DATEI
           IF WS-VT-STATUS = "00"
               MOVE LP-PERSONEN-NR TO VT-PERSON-NR
               READ VERTRETER-DATEI KEY IS VT-PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VT-STATUS = 'A'
                           MOVE "VERTRETER" TO PR-ROLLE
                           MOVE VT-VERTRETER-1 TO PR-PERSON
                           PERFORM PERSON-VERGLEICHEN
                           IF LP-ERGEBNIS = 'N'
                               MOVE VT-VERTRETER-2 TO PR-PERSON
                               PERFORM PERSON-VERGLEICHEN
                           END-IF
                       END-IF
               END-READ
               CLOSE VERTRETER-DATEI
           END-IF.
