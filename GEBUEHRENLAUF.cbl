      *> der Gebuehrenertrag im Hauptbuch-Export als eigene
      *> Buchungsart erscheint. Fehlt gebuehren.dat, werden keine
      *> Gebuehren erhoben (Hinweis).
      *>
      *> Aufruf mit USING Probelauf-Flagge: 'J' = Probelauf vor dem
      *> Monatsabschluss (siehe TAGESLAUF) - kunden.dat und
      *> kontobewegungen.dat bleiben unberuehrt, jede Gebuehr geht
      *> nur an PROBELAUFBERICHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Probelauf: Buchungen nur an PROBELAUFBERICHT melden.
       01 PB-FUNKTION          PIC X.
       01 PB-SCHRITT           PIC X(12) VALUE "gebuehren".
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
       01 BP-PROGRAMM          PIC X(20) VALUE "GEBUEHRENLAUF".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
       01 LP-PROBELAUF         PIC X.

       PROCEDURE DIVISION USING LP-PROBELAUF.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- KONTOFUEHRUNGSGEBUEHREN ---"
           MOVE 'N' TO EOF-FLAGGE TABELLE-GELADEN
           MOVE 0 TO ANZAHL-BELASTET ANZAHL-BEFREIT SUMME-GEBUEHREN

           IF LP-PROBELAUF NOT = 'J'
      *> Keine Buchung in einen abgeschlossenen Monat.
               ACCEPT BP-DATUM FROM DATE YYYYMMDD
               CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM
                   BP-DATUM BP-GESPERRT
               IF BP-GESPERRT = 'J'
                   MOVE 0 TO LZ-ANZAHL
                   CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
                   GOBACK
               END-IF
           END-IF

      *> Der Probelaufbericht entsteht auch ohne Gebuehrentabelle,
      *> damit der Vergleich mit dem Vormonat den Ausfall zeigt.
           IF LP-PROBELAUF = 'J'
               DISPLAY "PROBELAUF - es wird nichts gebucht."
               PERFORM PROBELAUF-EROEFFNEN
           END-IF

           PERFORM GEBUEHRENTABELLE-LADEN
           IF TABELLE-GELADEN NOT = 'J'
               DISPLAY "Hinweis: gebuehren.dat nicht vorhanden oder "
                   "leer - keine Gebuehren erhoben."
               IF LP-PROBELAUF = 'J'
                   MOVE 'A' TO PB-FUNKTION
                   PERFORM PROBELAUF-MELDEN
               END-IF
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF

           IF LP-PROBELAUF = 'J'
               OPEN INPUT KUNDEN-DATEI
           ELSE
               OPEN I-O KUNDEN-DATEI
           END-IF
           IF WS-KUNDEN-STATUS = "35"
               DISPLAY "Hinweis: kunden.dat existiert noch nicht - "
                   "keine Gebuehren zu erheben."
           END-IF
           END-IF

           IF LP-PROBELAUF = 'J'
               MOVE 'A' TO PB-FUNKTION
               PERFORM PROBELAUF-MELDEN
           END-IF

           MOVE ANZAHL-BELASTET TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       GEBUEHRENTABELLE-LADEN.
               ELSE
               IF FREIGRENZE > 0 AND KUNDEN-KONTO >= FREIGRENZE
                   ADD 1 TO ANZAHL-BEFREIT
               ELSE
               IF LP-PROBELAUF = 'J'
                   ADD 1 TO ANZAHL-BELASTET
                   ADD GEBUEHR-BETRAG TO SUMME-GEBUEHREN
                   MOVE 'B' TO PB-FUNKTION
                   MOVE KUNDEN-NR TO PB-KUNDEN-NR
                   MOVE KUNDEN-NIEDERLASSUNG TO PB-NIEDERLASSUNG
                   MOVE "GEBUEHR" TO PB-ART
                   COMPUTE PB-BETRAG = GEBUEHR-BETRAG * -1
                   PERFORM PROBELAUF-MELDEN
               ELSE
                   MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
                   SUBTRACT GEBUEHR-BETRAG FROM KUNDEN-KONTO
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       PROBELAUF-EROEFFNEN.
           MOVE 0 TO PB-KUNDEN-NR PB-BETRAG
           MOVE SPACES TO PB-NIEDERLASSUNG
           MOVE 'E' TO PB-FUNKTION
           PERFORM PROBELAUF-MELDEN
           MOVE 'V' TO PB-FUNKTION
           MOVE "GEBUEHR" TO PB-ART
           PERFORM PROBELAUF-MELDEN.

       PROBELAUF-MELDEN.
           CALL "PROBELAUFBERICHT" USING PB-FUNKTION PB-SCHRITT
               PB-KUNDEN-NR PB-NIEDERLASSUNG PB-ART PB-BETRAG.

       GEBUEHRBUCHUNG-SCHREIBEN.
           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
