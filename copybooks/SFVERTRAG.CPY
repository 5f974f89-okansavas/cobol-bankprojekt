      *> Mietvertrag fuer schliessfachvertraege.dat: verknuepft ein
      *> Fach (schliessfaecher.dat) mit dem Konto, von dem die Miete
      *> eingezogen wird, und der Person, die das Fach gemietet hat.
      *> Zutritt haben neben dem Mieter die Inhaber des Kontos und
      *> die Bevollmaechtigten laut vollmachten.dat. Angelegt und
      *> beendet ueber SCHLIESSFACHPFLEGE, beendet auch von
      *> CLOSEACCOUNT (SCHLIESSFACHENDE); die Miete zieht
      *> SCHLIESSFACHLAUF im Tagesabschluss ein.
       01 SFVERTRAG-EINTRAG.
           05 SV-NR                PIC 9(5).
           05 SV-FILIALE           PIC X(4).
           05 SV-FACH-NR           PIC 9(4).
           05 SV-KUNDEN-NR         PIC 9(5).
           05 SV-PERSON-NR         PIC 9(5).
           05 SV-BEGINN            PIC 9(8).
      *> 0 = laufender Vertrag
           05 SV-ENDE              PIC 9(8).
      *> A = aktiv, B = beendet
           05 SV-STATUS            PIC X.
      *> Naechste Jahresmiete faellig am (JJJJMMTT); beim Anlegen
      *> der Vertragsbeginn, nach jedem Einzug ein Jahr spaeter.
           05 SV-FAELLIG           PIC 9(8).
           05 SV-LETZTE-MIETE      PIC 9(5)V99.
           05 SV-LETZTE-ZAHLUNG    PIC 9(8).
      *> J = faellige Miete nicht eingezogen - Zutritt gesperrt,
      *> bis SCHLIESSFACHLAUF sie einziehen konnte.
           05 SV-RUECKSTAND        PIC X.
           05 SV-RUECKSTAND-SEIT   PIC 9(8).
           05 SV-ERFASST-VON       PIC X(4).
