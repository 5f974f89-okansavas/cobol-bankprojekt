      *> Schliessfachstamm fuer schliessfaecher.dat: ein Satz je
      *> Fach im Tresorraum einer Filiale, Schluessel ist (Filiale,
      *> Fachnummer). Gepflegt ueber SCHLIESSFACHPFLEGE; die
      *> Vermietung selbst steht im Mietvertrag (SFVERTRAG.CPY).
       01 SCHLIESSFACH-EINTRAG.
           05 SF-SCHLUESSEL.
               10 SF-FILIALE       PIC X(4).
               10 SF-FACH-NR       PIC 9(4).
      *> Groessenklasse 1 (klein) bis 5 (gross); die Jahresmiete je
      *> Klasse steht in schliessfach-preise.dat (SCHLIESSFACHLAUF).
           05 SF-GROESSE           PIC 9.
      *> F = frei, V = vermietet, G = gesperrt (z. B. nach
      *> Vertragsende noch nicht geraeumt), A = aufgebohrt
           05 SF-STATUS            PIC X.
      *> Laufender Mietvertrag bei Status V, sonst 0
           05 SF-VERTRAG-NR        PIC 9(5).
           05 SF-GEAENDERT-DATUM   PIC 9(8).
           05 SF-GEAENDERT-VON     PIC X(4).
