      *> fehlt oder nicht aktiv ist, werden mit Grund in ein
      *> Tagesprotokoll geschrieben und beim naechsten Lauf erneut
      *> versucht.
      *>
      *> Aufruf mit USING Probelauf-Flagge: 'J' = Probelauf vor dem
      *> Monatsabschluss (siehe TAGESLAUF) - festgelder.dat,
      *> kunden.dat und kontobewegungen.dat bleiben unberuehrt, die
      *> heute faelligen Gutschriften gehen nur an
      *> PROBELAUFBERICHT; ein Tagesprotokoll entsteht nicht.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Probelauf: Buchungen nur an PROBELAUFBERICHT melden.
       01 PB-FUNKTION          PIC X.
       01 PB-SCHRITT           PIC X(12) VALUE "festgeld".
       01 PB-KUNDEN-NR         PIC 9(5).
       01 PB-NIEDERLASSUNG     PIC X(4).
       01 PB-ART               PIC X(16).
       01 PB-BETRAG            PIC S9(7)V99.

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "FESTGELDLAUF".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
       01 LP-PROBELAUF         PIC X.

       PROCEDURE DIVISION USING LP-PROBELAUF.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- FESTGELDER ABRECHNEN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           IF LP-PROBELAUF NOT = 'J'
      *> Keine Buchung in einen abgeschlossenen Monat.
               MOVE WS-HEUTE TO BP-DATUM
               CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM
                   BP-DATUM BP-GESPERRT
               IF BP-GESPERRT = 'J'
                   MOVE 0 TO LZ-ANZAHL
                   CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
                   GOBACK
               END-IF
           END-IF
           MOVE 0 TO ANZAHL-ABGERECHNET ANZAHL-ABGELEHNT

           IF LP-PROBELAUF = 'J'
               DISPLAY "PROBELAUF - es wird nichts gebucht."
               PERFORM PROBELAUF-EROEFFNEN
               OPEN INPUT FESTGELD-DATEI
           ELSE
               OPEN I-O FESTGELD-DATEI
           END-IF
           IF WS-FG-STATUS = "35"
               DISPLAY "Hinweis: Keine Festgelder vorhanden."
           ELSE
               DISPLAY "Fehler: festgelder.dat konnte nicht "
                   "geoeffnet werden (Status " WS-FG-STATUS ")."
           ELSE
               IF LP-PROBELAUF = 'J'
                   OPEN INPUT KUNDEN-DATEI
               ELSE
                   OPEN I-O KUNDEN-DATEI
               END-IF
               IF WS-KUNDEN-STATUS NOT = "00"
                   MOVE "FESTGELDLAUF" TO WS-FP-PROGRAMM
                   MOVE "OPEN I-O KUNDEN-DATEI" TO WS-FP-VORGANG
                       WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                       "werden (Status " WS-KUNDEN-STATUS ")."
               ELSE
               IF LP-PROBELAUF = 'J'
                   PERFORM ALLE-FESTGELDER-VERARBEITEN
                   CLOSE KUNDEN-DATEI
                   DISPLAY ANZAHL-ABGERECHNET " Festgelder "
                       "waeren abzurechnen, " ANZAHL-ABGELEHNT
                       " zurueckzustellen."
               ELSE
                   OPEN OUTPUT PROTOKOLL-DATEI
                   PERFORM ALLE-FESTGELDER-VERARBEITEN
                       "abgerechnet, " ANZAHL-ABGELEHNT
                       " zurueckgestellt."
               END-IF
               END-IF
               CLOSE FESTGELD-DATEI
           END-IF
           END-IF

           IF LP-PROBELAUF = 'J'
               MOVE 'A' TO PB-FUNKTION
               PERFORM PROBELAUF-MELDEN
           END-IF

           MOVE ANZAHL-ABGERECHNET TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       PROTOKOLL-ABLEGEN.
           PERFORM GIROKONTO-PRUEFEN
           IF FESTGELD-OK-FLAGGE = 'J'
               PERFORM ZINS-ERMITTELN
               IF LP-PROBELAUF = 'J'
                   PERFORM PROBEBUCHUNGEN-MELDEN
               ELSE
                   PERFORM GUTSCHRIFT-BUCHEN
               END-IF
           END-IF

           IF LP-PROBELAUF = 'J'
               IF FESTGELD-OK-FLAGGE = 'J'
                   ADD 1 TO ANZAHL-ABGERECHNET
               ELSE
                   ADD 1 TO ANZAHL-ABGELEHNT
               END-IF
           ELSE
           IF FESTGELD-OK-FLAGGE = 'J'
               ADD 1 TO ANZAHL-ABGERECHNET
               IF FG-VERLAENGERUNG = 'V'
                   FUNCTION TRIM(ABLEHNUNGSGRUND)
                   DELIMITED BY SIZE INTO PROTOKOLL-ZEILE
               WRITE PROTOKOLL-ZEILE
           END-IF
           END-IF.

       GIROKONTO-PRUEFEN.
               PERFORM BUCHUNG-SCHREIBEN
           END-IF.

      *> Probelauf: dieselben Buchungen wie GUTSCHRIFT-BUCHEN, aber
      *> nur an den Bericht gemeldet.
       PROBEBUCHUNGEN-MELDEN.
           MOVE 'B' TO PB-FUNKTION
           MOVE FG-KUNDEN-NR TO PB-KUNDEN-NR
           MOVE KUNDEN-NIEDERLASSUNG TO PB-NIEDERLASSUNG
           IF FG-VERLAENGERUNG NOT = 'V'
               MOVE "FESTGELD-AUSZ" TO PB-ART
               MOVE FG-BETRAG TO PB-BETRAG
               PERFORM PROBELAUF-MELDEN
           END-IF
           MOVE "FESTGELDZINS" TO PB-ART
           MOVE ZINSBETRAG TO PB-BETRAG
           PERFORM PROBELAUF-MELDEN.

       PROBELAUF-EROEFFNEN.
           MOVE 0 TO PB-KUNDEN-NR PB-BETRAG
           MOVE SPACES TO PB-NIEDERLASSUNG
           MOVE 'E' TO PB-FUNKTION
           PERFORM PROBELAUF-MELDEN
           MOVE 'V' TO PB-FUNKTION
           MOVE "FESTGELD-AUSZ" TO PB-ART
           PERFORM PROBELAUF-MELDEN
           MOVE "FESTGELDZINS" TO PB-ART
           PERFORM PROBELAUF-MELDEN.

       PROBELAUF-MELDEN.
           CALL "PROBELAUFBERICHT" USING PB-FUNKTION PB-SCHRITT
               PB-KUNDEN-NR PB-NIEDERLASSUNG PB-ART PB-BETRAG.

       BUCHUNG-SCHREIBEN.
           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
