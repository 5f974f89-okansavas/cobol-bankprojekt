      *>   - so zaehlen Spaetbuchungen zum Geschaeftstag, an dem sie
      *>   tatsaechlich valutieren. Fehlt die Kalenderdatei, gelten
      *>   nur die Wochenenden und der Standardschnitt.
      *> Funktion 'V' liefert das Valutadatum (Wertstellung) einer
      *>   jetzt erfassten Buchung. Die Ergebnisflagge gibt beim
      *>   Aufruf die Art des Vorgangs an: 'B' = Bargeschaeft
      *>   (Ein-/Auszahlung am Schalter oder Automaten) - Valuta
      *>   ist der Kalendertag des Vorgangs (uebergebenes Datum,
      *>   0 = heute), auch nach dem Buchungsschnitt und am
      *>   Wochenende; jede andere Angabe = unbarer Vorgang - Valuta
      *>   ist der Buchungstag wie bei Funktion 'B'. Zurueck kommt
      *>   die Flagge 'J'.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   MOVE PRUEF-DATUM TO LP-ERGEBNIS-DATUM
                   MOVE 'J' TO LP-BANKTAG-FLAGGE
               WHEN 'B'
                   PERFORM BUCHUNGSTAG-ERMITTELN
                   MOVE PRUEF-DATUM TO LP-ERGEBNIS-DATUM
                   MOVE 'J' TO LP-BANKTAG-FLAGGE
               WHEN 'V'
                   IF LP-BANKTAG-FLAGGE = 'B'
                       IF LP-DATUM = 0
                           ACCEPT PRUEF-DATUM FROM DATE YYYYMMDD
                       ELSE
                           MOVE LP-DATUM TO PRUEF-DATUM
                       END-IF
                   ELSE
                       PERFORM BUCHUNGSTAG-ERMITTELN
                   END-IF
                   MOVE PRUEF-DATUM TO LP-ERGEBNIS-DATUM
                   MOVE 'J' TO LP-BANKTAG-FLAGGE
               WHEN OTHER
           END-IF
           END-IF.

       BUCHUNGSTAG-ERMITTELN.
           ACCEPT PRUEF-DATUM FROM DATE YYYYMMDD
           ACCEPT WS-JETZT-ZEIT FROM TIME
           IF WS-JETZT-ZEIT(1:6) > CUTOFF-ZEIT
      *> Nach dem Buchungsschnitt: die Buchung gehoert zum
      *> naechsten Geschaeftstag.
               COMPUTE WS-TAGESZAHL = FUNCTION
                   INTEGER-OF-DATE(PRUEF-DATUM) + 1
               COMPUTE PRUEF-DATUM =
                   FUNCTION DATE-OF-INTEGER(WS-TAGESZAHL)
           END-IF
           PERFORM NAECHSTEN-BANKTAG-SUCHEN.

      *> Banktag = kein Samstag/Sonntag und kein Feiertag aus der
      *> Tabelle. Tag 1 der Tageszaehlung (INTEGER-OF-DATE) war ein
      *> Montag; Rest 6 = Samstag, Rest 0 = Sonntag.
