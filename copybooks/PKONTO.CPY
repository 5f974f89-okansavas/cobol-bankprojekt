      *> Pfaendungsschutzkonto-Satz fuer pkonten.dat, Schluessel ist
      *> die Kundennummer. Ein Konto mit aktivem Satz ist P-Konto:
      *> bei einer Pfaendung bleibt je Kalendermonat der Freibetrag
      *> verfuegbar. Nicht verbrauchter Freibetrag wird vom
      *> Monatslauf PFAENDUNGLAUF in den Folgemonat uebertragen.
      *> Gepflegt ueber PFAENDUNGPFLEGE, jede Verfuegung zaehlt
      *> PFAENDPRUEF in PK-VERFUEGT mit.
       01 PKONTO-EINTRAG.
           05 PK-KUNDEN-NR         PIC 9(5).
      *> Monatlicher Freibetrag (Grundfreibetrag plus ggf.
      *> Erhoehungsbetraege laut Bescheinigung)
           05 PK-FREIBETRAG        PIC 9(7)V99.
      *> Kalendermonat JJJJMM, fuer den Uebertrag und Verfuegt gelten
           05 PK-MONAT             PIC 9(6).
      *> Aus dem Vormonat uebertragener, nicht verbrauchter
      *> Freibetrag - wird vor dem laufenden Freibetrag verbraucht.
           05 PK-UEBERTRAG         PIC 9(7)V99.
           05 PK-VERFUEGT          PIC 9(7)V99.
           05 PK-SEIT              PIC 9(8).
      *> A = Aktiv, E = Beendet (Umwandlung in normales Girokonto)
           05 PK-STATUS            PIC X.
