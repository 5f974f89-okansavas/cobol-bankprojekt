       01 VERSAND-EINTRAG.
           05 VS-KUNDEN-NR         PIC 9(5).
      *> P = Post, E = E-Mail (ADR-EMAIL aus adressen.dat),
      *> A = Abholung in der Niederlassung,
      *> N = Post an den Nachlasskontakt (nachlass.dat, gesetzt von
      *>     der Nachlassbearbeitung),
      *> D = elektronischer Auszug (auszug-NNNNN.sta, MT940-Format)
      *>     statt Papier, per E-Mail an ADR-EMAIL,
      *> B = Papierauszug per Post und zusaetzlich elektronisch
           05 VS-ART               PIC X.
