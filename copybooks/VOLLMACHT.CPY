           05 VM-SCHLUESSEL.
               10 VM-KUNDEN-NR     PIC 9(5).
               10 VM-PERSON-NR     PIC 9(5).
      *> V = Vollvollmacht, E = nur Einzahlungen,
      *> T = Vollvollmacht ueber den Tod des Kontoinhabers hinaus
      *>     (von der Nachlassbearbeitung aus V umgesetzt -
      *>     Verfuegungen nur nach Pruefung der Legitimation)
           05 VM-ART               PIC X.
           05 VM-GUELTIG-VON       PIC 9(8).
      *> 0 = unbefristet
