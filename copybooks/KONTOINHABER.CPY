      *> Inhabersatz fuer kontoinhaber.dat, Schluessel ist
      *> (Kundennummer, Personennummer): ein Satz je Inhaber eines
      *> Gemeinschaftskontos. Konten ohne Inhabersaetze gehoeren
      *> allein der Person in KUNDEN-PERSONEN-NR (Hauptinhaber).
      *> Kommt ein Mitinhaber dazu, legt INHABERPFLEGE auch fuer den
      *> Hauptinhaber einen Satz an; faellt der letzte Mitinhaber
      *> weg, werden alle Saetze des Kontos geloescht. INHABERPRUEF
      *> setzt die Und-Regel am Schalter durch.
       01 INHABER-EINTRAG.
           05 IH-SCHLUESSEL.
               10 IH-KUNDEN-NR     PIC 9(5).
               10 IH-PERSON-NR     PIC 9(5).
      *> Anteil am Konto in Prozent (Zinsaufteilung in
      *> STEUERBESCHEINIGUNG); die Anteile eines Kontos ergeben
      *> zusammen 100.
           05 IH-ANTEIL            PIC 9(3)V99.
      *> Verfuegungsregel des Kontos, in allen Saetzen eines Kontos
      *> gleich: O = Oder-Konto (jeder Inhaber verfuegt allein),
      *> U = Und-Konto (nur alle Inhaber gemeinsam)
           05 IH-REGEL             PIC X.
           05 IH-SEIT              PIC 9(8).
