      *> Zutrittsprotokoll fuer schliessfachzutritte.dat: eine Zeile
      *> je Besuch im Tresorraum, erfasst vom begleitenden
      *> Mitarbeiter in SCHLIESSFACHPFLEGE.
       01 ZUTRITT-EINTRAG.
           05 ZT-DATUM             PIC 9(8).
           05 ZT-ZEIT              PIC 9(8).
           05 ZT-FILIALE           PIC X(4).
           05 ZT-FACH-NR           PIC 9(4).
           05 ZT-VERTRAG-NR        PIC 9(5).
           05 ZT-PERSON-NR         PIC 9(5).
           05 ZT-NAME              PIC X(30).
      *> M = Mieter, I = Kontoinhaber, V = Bevollmaechtigter
           05 ZT-BERECHTIGUNG      PIC X.
           05 ZT-MITARBEITER       PIC X(4).
