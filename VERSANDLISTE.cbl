      *> die offenen Posten, markiert sie als gedruckt/versendet/
      *> abgeholt (mit Datum und Bearbeiter), pflegt die
      *> Versandart je Kunde (versandart.dat: P=Post, E=E-Mail mit
      *> ADR-EMAIL aus adressen.dat, A=Abholung, D=elektronischer
      *> Auszug statt Papier, B=Papier und elektronisch) und fuehrt die
      *> Nachverfolgung: Posten, die laenger als die Frist offen
      *> sind (versand-parameter.dat, Zeile TAGE;14, Standard 14
      *> Tage), kommen in den Bericht
                           WHEN 'A'
                               DISPLAY "Posten als abgeholt "
                                   "vermerkt."
                           WHEN 'D'
                               DISPLAY "Posten als elektronisch "
                                   "zugestellt vermerkt."
                           WHEN 'N'
                               DISPLAY "Posten als an den "
                                   "Nachlasskontakt verschickt "
                                   "vermerkt."
                           WHEN OTHER
                               DISPLAY "Posten als gedruckt/"
                                   "verschickt vermerkt."
           PERFORM KUNDE-PRUEFEN
           IF ABBRUCH-FLAGGE = 'N'
               MOVE SPACE TO TEMP-ART
               PERFORM UNTIL TEMP-ART = 'P' OR 'E' OR 'A' OR 'D'
                       OR 'B'
                   DISPLAY "Versandart (P=Post, E=E-Mail, "
                       "A=Abholung, D=elektronisch statt Papier, "
                       "B=Papier und elektronisch): "
                   ACCEPT TEMP-ART
                   MOVE FUNCTION UPPER-CASE(TEMP-ART) TO TEMP-ART
               END-PERFORM
               IF TEMP-ART = 'E' OR TEMP-ART = 'D' OR TEMP-ART = 'B'
                   PERFORM EMAIL-PRUEFEN
               END-IF
           END-IF
                   IF WS-VERSANDART-STATUS = "00"
                       DISPLAY "Versandart fuer Kunde " SUCH-KONTO
                           " jetzt " TEMP-ART
                           " (P=Post, E=E-Mail, A=Abholung, "
                           "D=elektronisch, B=Papier und "
                           "elektronisch)."
                   ELSE
                       DISPLAY "Fehler: Versandart konnte nicht "
                           "gespeichert werden (Status "
