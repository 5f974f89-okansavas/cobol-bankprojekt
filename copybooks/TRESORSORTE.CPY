      *> Sortenbestandssatz fuer tresorsorten.dat: Bestand an
      *> Fremdwaehrungsbargeld (Sorten) im Filialtresor, ein Satz je
      *> Filiale und Waehrung. Eigener Satztyp neben TRESOR.CPY,
      *> damit der EUR-Tresorsatz unveraendert bleibt. Fortgeschrieben
      *> durch SORTENGESCHAEFT (Ankauf erhoeht, Verkauf mindert),
      *> erfasst, angezeigt und in der Tagesabstimmung gezaehlt ueber
      *> TRESORPFLEGE.
       01 TRESORSORTE-EINTRAG.
           05 TS-SCHLUESSEL.
               10 TS-FILIALE       PIC X(4).
               10 TS-WAEHRUNG      PIC X(3).
      *> Bestand in Einheiten der Waehrung
           05 TS-BESTAND           PIC S9(9)V99.
           05 TS-ERFASST-DATUM     PIC 9(8).
           05 TS-ERFASST-VON       PIC X(4).
