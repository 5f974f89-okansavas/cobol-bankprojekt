      *> Satz fuer laufhistorie.dat: ein Satz je Schritt und Lauf
      *> des Tagesabschlusses (TAGESLAUF) sowie ein Gesamtsatz je
      *> Stapellauf (BANKBATCH, Schritt "BANKBATCH"). Angehaengt wird
      *> ausschliesslich ueber CALL "LAUFHISTORIE"; ausgewertet von
      *> LAUFTREND (Laufzeittrend) und HEALTHCHECK (langsamste
      *> Schritte der letzten Nacht).
       01 LAUFHIST-SATZ.
      *> Geschaeftsdatum des Laufs (Start der Kette)
           05 LH-DATUM             PIC 9(8).
      *> Schrittname wie ABLAUF-SCHRITT (siehe ABLAUF.CPY)
           05 LH-SCHRITT           PIC X(16).
      *> Start und Ende HHMMSShh
           05 LH-START             PIC 9(8).
           05 LH-ENDE              PIC 9(8).
      *> Laufzeit in Sekunden, berechnet von LAUFHISTORIE
           05 LH-DAUER             PIC 9(6).
      *> F = fertig, W = fertig nach Wiederaufnahme,
      *> A = Schritt abgebrochen (Meldung ueber LAUFZAEHLER),
      *> U = laut Vorgabe uebersprungen; nur BANKBATCH:
      *> B = war bereits fertig, P = Probelauf, X = nicht fertig
           05 LH-ERGEBNIS          PIC X.
      *> vom Schritt gemeldete Satzzahl (LAUFZAEHLER): verarbeitete
      *> Konten bzw. geschriebene Buchungen, 0 = keine Meldung
           05 LH-ANZAHL            PIC 9(9).
