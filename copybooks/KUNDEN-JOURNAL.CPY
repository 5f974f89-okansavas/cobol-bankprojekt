      *> haengt ueber CALL "KUNDENJOURNAL" ein Vorher/Nachher-Bild an.
      *> J-ALT/J-NEU tragen das Satzbild im Aufbau von KUNDEN.CPY
      *> (bei WRITE ist J-ALT leer, bei DELETE ist J-NEU leer).
      *> Ausnahme: freigegebene Adressaenderungen (AENDERUNGSFREIGABE)
      *> tragen bei Aktion ADRESSE Kundennummer, Strasse, PLZ und Ort,
      *> bei Aktion EMAIL Kundennummer und E-Mail-Adresse.
      *> Ebenso die An- und Abmeldungen im Kontowecker
      *> (KONTOWECKERPFLEGE) als Einwilligungsnachweis: Aktion
      *> WECKEIN (Bild in J-NEU) bzw. WECKAUS (Bild in J-ALT) mit
      *> Kundennummer, Klartext der Art, Art, Kanal, Schwelle und
      *> Mitarbeiter.
      *> Reparaturen der Bestandspruefung (BESTANDSPRUEFUNG): Aktion
      *> BESTAND mit Kundennummer, betroffenem Satz, Datei und altem
      *> bzw. neuem Wert; geloeschte verwaiste Adressen als Aktion
      *> ADRESSE mit leerem J-NEU.
       01 JOURNAL-EINTRAG.
           05 J-DATUM              PIC 9(8).
           05 J-ZEIT               PIC 9(8).
