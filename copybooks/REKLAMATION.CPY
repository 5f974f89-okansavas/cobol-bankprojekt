      *> Reklamationssatz fuer reklamationen.dat: je Beanstandung
      *> eines Automatenumsatzes (Geld nicht oder nicht vollstaendig
      *> ausgezahlt) der Bezug auf den Originalsatz AUSZAHLUNG-ATM
      *> in kontobewegungen.dat und die Karte, dazu der Stand der
      *> Klaerung mit dem Automatenbetreiber. Erfasst und
      *> abgeschlossen ueber REKLAMATIONPFLEGE, offene Faelle nach
      *> Alter in REKLAMATIONSBERICHT.
       01 REKLAMATION-EINTRAG.
           05 RK-NR                PIC 9(5).
           05 RK-KUNDEN-NR         PIC 9(5).
           05 RK-KARTE-NR          PIC X(16).
      *> Schluessel der beanstandeten Buchung AUSZAHLUNG-ATM
           05 RK-BEWEGUNG.
               10 RK-BEW-KUNDEN-NR PIC 9(5).
               10 RK-BEW-DATUM     PIC 9(8).
               10 RK-BEW-ZEIT      PIC 9(8).
      *> Beanstandeter (nicht ausgezahlter) Betrag
           05 RK-BETRAG            PIC 9(7)V99.
           05 RK-GRUND             PIC X(40).
           05 RK-ERFASST-DATUM     PIC 9(8).
           05 RK-ERFASST-VON       PIC X(4).
      *> O = offen, S = an Betreiber gesendet, A = anerkannt,
      *> R = abgelehnt
           05 RK-STATUS            PIC X.
           05 RK-GESENDET-DATUM    PIC 9(8).
           05 RK-ERLEDIGT-DATUM    PIC 9(8).
      *> J = vorlaeufige Gutschrift REKL-GUTSCHRIFT gebucht; ihr
      *> Buchungsschluessel (Datum/Zeit) fuer Rueckbuchung und
      *> Pruefspur.
           05 RK-VORLAEUFIG        PIC X.
           05 RK-GUTSCHRIFT-DATUM  PIC 9(8).
           05 RK-GUTSCHRIFT-ZEIT   PIC 9(8).
