      *> Vertretersatz fuer vertreter.dat, Schluessel ist die
      *> Personennummer des Minderjaehrigen: ein Satz je Kind mit
      *> bis zu zwei gesetzlichen Vertretern (Eltern, Vormund).
      *> Gepflegt ueber VERTRETERPFLEGE; VERTRETERPRUEF verlangt ab
      *> der Vertretergrenze (jugendparameter.dat) einen anwesenden
      *> Vertreter. Mit dem 18. Geburtstag beendet VOLLJAEHRIGLAUF
      *> die Vertretung (Status E), der Satz bleibt als Nachweis.
       01 VERTRETER-EINTRAG.
           05 VT-PERSON-NR         PIC 9(5).
      *> Personennummern der Vertreter, 0 = nicht belegt
           05 VT-VERTRETER-1       PIC 9(5).
           05 VT-VERTRETER-2       PIC 9(5).
           05 VT-SEIT              PIC 9(8).
      *> A = Aktiv, E = Beendet (Volljaehrigkeit)
           05 VT-STATUS            PIC X.
           05 VT-ENDE-DATUM        PIC 9(8).
      *> Datum des Anschreibens zur bevorstehenden Volljaehrigkeit,
      *> 0 = noch nicht geschrieben. VOLLJAEHRIGLAUF legt fuer
      *> Minderjaehrige ohne Vertreter einen Satz ohne Vertreter an,
      *> damit das Anschreiben nur einmal entsteht.
           05 VT-BRIEF-DATUM       PIC 9(8).
