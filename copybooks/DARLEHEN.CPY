           05 DL-RESTSCHULD        PIC 9(7)V99.
           05 DL-NAECHSTE-RATE     PIC 9(8).
           05 DL-RATEN-OFFEN       PIC 9(3).
      *> A = Aktiv, B = Beendet (getilgt), K = Gekuendigt nach
      *> erfolglosem Mahnverfahren - die gesamte Restschuld ist
      *> faellig (siehe DARLEHEN-MAHNUNG.CPY)
           05 DL-STATUS            PIC X.
