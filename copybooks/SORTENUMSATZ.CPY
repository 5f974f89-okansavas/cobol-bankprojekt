      *> Satz des Sortenjournals sortenumsaetze.dat: ein Satz je
      *> Sortengeschaeft am Schalter (An- oder Verkauf von
      *> Fremdwaehrungsbargeld), geschrieben von SORTENGESCHAEFT.
      *> Barabrechnungen in EUR gehen in den KASSENABSCHLUSS der
      *> Kasse ein, die Marge je Filiale wertet SORTENBERICHT aus.
       01 SORTENUMSATZ-EINTRAG.
           05 SU-DATUM             PIC 9(8).
           05 SU-ZEIT              PIC 9(8).
           05 SU-FILIALE           PIC X(4).
           05 SU-MITARBEITER       PIC X(4).
      *> A = Ankauf (Bank nimmt Sorten herein, zahlt EUR aus),
      *> V = Verkauf (Bank gibt Sorten ab, erhaelt EUR)
           05 SU-ART               PIC X.
           05 SU-WAEHRUNG          PIC X(3).
           05 SU-BETRAG-FW         PIC 9(7)V99.
      *> Angewandter Sortenkurs und Mittelkurs aus kurse.dat, je
      *> EUR-Gegenwert einer Einheit
           05 SU-KURS              PIC 9(2)V9999.
           05 SU-MITTELKURS        PIC 9(2)V9999.
           05 SU-BETRAG-EUR        PIC 9(7)V99.
      *> Ertrag gegenueber dem Mittelkurs in EUR
           05 SU-MARGE             PIC 9(7)V99.
      *> B = bar in EUR an der Kasse, K = ueber das Konto
           05 SU-ABRECHNUNG        PIC X.
      *> Kundennummer bei Kunden, 0 bei Laufkundschaft
           05 SU-KUNDEN-NR         PIC 9(5).
           05 SU-NAME              PIC X(30).
           05 SU-AUSWEIS           PIC X(15).
           05 SU-FREIGABE          PIC X(4).
