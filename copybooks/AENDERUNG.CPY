      *> Satz fuer aenderungen.dat: vorgemerkte Stammdatenaenderung
      *> im Vier-Augen-Prinzip. EDITCLIENT (Name, Waehrung,
      *> Ueberziehungslimit) und ADRESSPFLEGE (Anschrift, E-Mail)
      *> schreiben nicht mehr direkt, sondern legen ueber
      *> AENDERUNGVORMERKEN einen offenen Satz mit Vorher- und
      *> Nachher-Bild an. Erst die Freigabe durch einen anderen
      *> Mitarbeiter in AENDERUNGSFREIGABE schreibt kunden.dat bzw.
      *> adressen.dat und das KUNDENJOURNAL; nicht rechtzeitig
      *> freigegebene Saetze verfallen (FRISTTAGE in
      *> aenderparameter.dat).
       01 AENDERUNG-EINTRAG.
           05 AE-NR                PIC 9(5).
      *> K = Kundenstamm (Bilder im Aufbau von KUNDEN.CPY),
      *> A = Adresse (Bilder im Aufbau von ADRESSE.CPY; Vorher-Bild
      *>     leer, wenn noch keine Adresse erfasst war)
           05 AE-ART               PIC X.
           05 AE-KUNDEN-NR         PIC 9(5).
           05 AE-ERFASSER          PIC X(4).
           05 AE-ERFASST-DATUM     PIC 9(8).
           05 AE-ERFASST-ZEIT      PIC 9(8).
      *> O = offen, F = freigegeben, A = abgelehnt, V = verfallen
           05 AE-STATUS            PIC X.
           05 AE-BEARBEITER        PIC X(4).
           05 AE-BEARBEITET-DATUM  PIC 9(8).
           05 AE-ALT-BILD          PIC X(150).
           05 AE-NEU-BILD          PIC X(150).
