      *> eingebunden, das die Anmeldung prueft (BANKMAIN), Freigaben
      *> verifiziert (FREIGABEPRUEF) oder den Stamm pflegt
      *> (MITARBEITERPFLEGE).
      *> MA-PERSON-NR verknuepft den Mitarbeiter mit seinem eigenen
      *> Personensatz in personen.dat (0 = nicht verknuepft); mit
      *> den nahestehenden Personen (NAHESTEHENDE.CPY) prueft
      *> MITARBEITERPRUEF, ob ein Mitarbeiter auf eigenen oder
      *> verbundenen Konten bucht. Altbestaende uebernimmt
      *> MITARBEITERMIG.
       01 MITARBEITER-EINTRAG.
           05 MA-ID                PIC X(4).
           05 MA-NAME              PIC X(30).
           05 MA-PIN               PIC 9(4).
      *> A = Aktiv, G = Gesperrt
           05 MA-STATUS            PIC X.
           05 MA-PERSON-NR         PIC 9(5).
