      *> Kursstands aus kurse.dat; sonst Kurs 1, Datum 0.
           05 BEWEGUNG-KURS        PIC 9(2)V9999.
           05 BEWEGUNG-KURS-DATUM  PIC 9(8).
      *> Valutadatum (Wertstellung) - der Tag, ab dem die Buchung
      *> zinswirksam ist. Bargeschaefte valutieren am Tag der Ein-
      *> oder Auszahlung, unbare Vorgaenge am Buchungstag, siehe
      *> BANKTAG Funktion 'V'. Stornos uebernehmen die Valuta des
      *> Ursprungssatzes. Altsaetze aus der Zeit vor dem Feld hat
      *> VALUTAMIG auf das Buchungsdatum gesetzt.
           05 BEWEGUNG-VALUTA      PIC 9(8).
