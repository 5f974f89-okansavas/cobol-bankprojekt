           05 VQ-SCHLUESSEL.
               10 VQ-KUNDEN-NR     PIC 9(5).
               10 VQ-AUSZUG-NR     PIC 9(5).
      *> P = Post, E = E-Mail, A = Abholung, N = Post an den
      *> Nachlasskontakt, D = elektronischer Auszug (von KONTOAUSZUG
      *> gleich als erledigt eingestellt)
           05 VQ-ART               PIC X.
           05 VQ-ERSTELLT-DATUM    PIC 9(8).
      *> O = offen, E = erledigt
