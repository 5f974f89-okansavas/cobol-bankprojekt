      *> Niederlassung und Waehrung zu eigenen Journalzeilen.
      *> Beim ersten Lauf eines Kontos wird nur der Basiskurs
      *> gemerkt, ohne Buchung.
      *>
      *> Aufruf mit USING Probelauf-Flagge: 'J' = Probelauf vor dem
      *> Monatsabschluss (siehe TAGESLAUF) - fxbewertung.dat und
      *> kontobewegungen.dat bleiben unberuehrt, jede Bewertungs-
      *> differenz geht nur an PROBELAUFBERICHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
      *> Im Probelauf fehlt fxbewertung.dat evtl. noch - dann gilt
      *> jedes Konto als Erstbewertung.
       01 FX-OFFEN             PIC X VALUE 'N'.

      *> Probelauf: Buchungen nur an PROBELAUFBERICHT melden.
       01 PB-FUNKTION          PIC X.
       01 PB-SCHRITT           PIC X(12) VALUE "fxbewertung".
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
       01 BP-PROGRAMM          PIC X(20) VALUE "FXBEWERTUNG".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
       01 LP-PROBELAUF         PIC X.

       PROCEDURE DIVISION USING LP-PROBELAUF.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- NEUBEWERTUNG FREMDWAEHRUNGSKONTEN ---"
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
           MOVE 'N' TO EOF-FLAGGE
           MOVE 0 TO ANZAHL-BEWERTET ANZAHL-BASIS SUMME-DIFFERENZ
           PERFORM KURSE-LADEN

           MOVE 'J' TO FX-OFFEN
           IF LP-PROBELAUF = 'J'
               DISPLAY "PROBELAUF - es wird nichts gebucht."
               OPEN INPUT FX-DATEI
               IF WS-FX-STATUS = "35"
                   MOVE 'N' TO FX-OFFEN
                   MOVE "00" TO WS-FX-STATUS
               END-IF
           ELSE
               OPEN I-O FX-DATEI
               IF WS-FX-STATUS = "35"
                   OPEN OUTPUT FX-DATEI
                   CLOSE FX-DATEI
                   OPEN I-O FX-DATEI
               END-IF
           END-IF
           IF WS-FX-STATUS NOT = "00"
               MOVE "FXBEWERTUNG" TO WS-FP-PROGRAMM
                   WS-FX-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: fxbewertung.dat konnte nicht "
                   "geoeffnet werden (Status " WS-FX-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           IF WS-KUNDEN-STATUS NOT = "00"
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               IF FX-OFFEN = 'J'
                   CLOSE FX-DATEI
               END-IF
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           IF LP-PROBELAUF = 'J'
               PERFORM PROBELAUF-EROEFFNEN
           END-IF

           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ KUNDEN-DATEI NEXT RECORD
                   AT END
           END-PERFORM

           CLOSE KUNDEN-DATEI
           IF FX-OFFEN = 'J'
               CLOSE FX-DATEI
           END-IF
           IF LP-PROBELAUF = 'J'
               MOVE 'A' TO PB-FUNKTION
               PERFORM PROBELAUF-MELDEN
           END-IF

           MOVE SUMME-DIFFERENZ TO MASK-SUMME
           DISPLAY ANZAHL-BEWERTET " Konten neu bewertet "
               "(Differenzsumme " MASK-SUMME " EUR), "
               ANZAHL-BASIS " Basiskurse neu gemerkt."

           MOVE ANZAHL-BEWERTET TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       KURSE-LADEN.
               PERFORM LETZTEN-KURS-LESEN
               IF BASIS-VORHANDEN = 'N'
                   ADD 1 TO ANZAHL-BASIS
                   IF LP-PROBELAUF NOT = 'J'
                       PERFORM FX-STAND-SCHREIBEN
                   END-IF
               ELSE
                   COMPUTE DIFFERENZ-EUR ROUNDED =
                       KUNDEN-KONTO
                   IF DIFFERENZ-EUR NOT = 0
                       ADD 1 TO ANZAHL-BEWERTET
                       ADD DIFFERENZ-EUR TO SUMME-DIFFERENZ
                       IF LP-PROBELAUF = 'J'
                           PERFORM PROBEBUCHUNG-MELDEN
                       ELSE
                           PERFORM BEWERTUNGSBUCHUNG-SCHREIBEN
                       END-IF
                   END-IF
                   IF LP-PROBELAUF NOT = 'J'
                       PERFORM FX-STAND-SCHREIBEN
                   END-IF
               END-IF
           END-IF.

       PROBEBUCHUNG-MELDEN.
           MOVE 'B' TO PB-FUNKTION
           MOVE KUNDEN-NR TO PB-KUNDEN-NR
           MOVE KUNDEN-NIEDERLASSUNG TO PB-NIEDERLASSUNG
           MOVE BUCHUNG-ART TO PB-ART
           MOVE DIFFERENZ-EUR TO PB-BETRAG
           PERFORM PROBELAUF-MELDEN.

       PROBELAUF-EROEFFNEN.
           MOVE 0 TO PB-KUNDEN-NR PB-BETRAG
           MOVE SPACES TO PB-NIEDERLASSUNG
           MOVE 'E' TO PB-FUNKTION
           PERFORM PROBELAUF-MELDEN
           MOVE 'V' TO PB-FUNKTION
           MOVE "FX-BEW-USD" TO PB-ART
           PERFORM PROBELAUF-MELDEN
           MOVE "FX-BEW-GBP" TO PB-ART
           PERFORM PROBELAUF-MELDEN.

       PROBELAUF-MELDEN.
           CALL "PROBELAUFBERICHT" USING PB-FUNKTION PB-SCHRITT
               PB-KUNDEN-NR PB-NIEDERLASSUNG PB-ART PB-BETRAG.

       LETZTEN-KURS-LESEN.
           MOVE 'N' TO BASIS-VORHANDEN
           MOVE 0 TO LETZTER-KURS
           IF FX-OFFEN = 'J'
               MOVE KUNDEN-NR TO FX-KUNDEN-NR
               READ FX-DATEI KEY IS FX-KUNDEN-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'J' TO BASIS-VORHANDEN
                       MOVE FX-LETZTER-KURS TO LETZTER-KURS
               END-READ
           END-IF.

       FX-STAND-SCHREIBEN.
           MOVE KUNDEN-NR TO FX-KUNDEN-NR
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE AKTUELLER-KURS TO BEWEGUNG-KURS
               MOVE AKTUELLES-DATUM TO BEWEGUNG-KURS-DATUM
               MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
