      *> Mahnsatz fuer darlehen-mahnungen.dat, ein Satz je Darlehen
      *> mit Ratenrueckstand (Schluessel DM-DL-NR).
      *> Angelegt und fortgeschrieben von DARLEHENLAUF im
      *> Tagesabschluss, ausgewertet von MAHNLISTE (Arbeitsliste der
      *> Kreditsachbearbeiter). Die Mahnstufen, Gebuehren, der
      *> Verzugszins und die Kuendigungsfrist kommen aus
      *> mahnparameter.dat.
       01 MAHNUNG-EINTRAG.
           05 DM-DL-NR             PIC 9(5).
           05 DM-KUNDEN-NR         PIC 9(5).
      *> Anzahl der nicht eingezogenen Raten und der rueckstaendige
      *> Betrag (ohne Gebuehren)
           05 DM-RATEN-RUECKSTAND  PIC 9(3).
           05 DM-RUECKSTAND        PIC 9(7)V99.
      *> Faelligkeit der aeltesten offenen Rate
           05 DM-RUECKSTAND-SEIT   PIC 9(8).
      *> 0 = im Rueckstand, noch nicht gemahnt; 1-5 = Mahnstufe
           05 DM-STUFE             PIC 9.
           05 DM-LETZTE-MAHNUNG    PIC 9(8).
      *> Summe der bisher belasteten Mahngebuehren und Verzugszinsen
           05 DM-GEBUEHREN         PIC 9(7)V99.
      *> Verzugszinsen sind bis zu diesem Tag aufgelaufen; der noch
      *> nicht belastete Teil steht in DM-ZINS-OFFEN und wird mit
      *> der naechsten Mahnstufe oder beim Ausgleich gebucht.
           05 DM-ZINS-BIS          PIC 9(8).
           05 DM-ZINS-OFFEN        PIC 9(7)V9(4).
      *> O = offen, K = Darlehen gekuendigt, E = erledigt
           05 DM-STATUS            PIC X.
