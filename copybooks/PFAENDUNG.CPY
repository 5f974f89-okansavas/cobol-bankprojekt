      *> Pfaendungssatz fuer pfaendungen.dat: ein Satz je Pfaendungs-
      *> und Ueberweisungsbeschluss (Gericht) bzw. Pfaendungs- und
      *> Einziehungsverfuegung (Finanzamt, Behoerde), Schluessel ist
      *> Kundennummer des gepfaendeten Kontos plus laufende Nummer.
      *> Erfasst und aufgehoben ueber PFAENDUNGPFLEGE. Solange ein
      *> Satz aktiv ist, darf nur noch ueber den pfaendungsfreien
      *> Betrag verfuegt werden (PFAENDPRUEF, siehe PKONTO.CPY);
      *> der Monatslauf PFAENDUNGLAUF zahlt den gepfaendeten
      *> Ueberschuss nach Rang an die Glaeubiger aus.
       01 PFAENDUNG-EINTRAG.
           05 PF-SCHLUESSEL.
               10 PF-KUNDEN-NR     PIC 9(5).
               10 PF-NR            PIC 9(3).
           05 PF-GLAEUBIGER        PIC X(30).
      *> Zahlungsempfaenger fuer die Auskehrung (Glaeubiger oder
      *> dessen Vertreter)
           05 PF-GLAEUBIGER-IBAN   PIC X(34).
           05 PF-AKTENZEICHEN      PIC X(20).
      *> G = Gericht/Gerichtsvollzieher, B = Finanzamt/Behoerde
           05 PF-ART               PIC X.
      *> Gepfaendete Forderung laut Beschluss und noch offener Rest
           05 PF-FORDERUNG         PIC 9(7)V99.
           05 PF-OFFEN             PIC 9(7)V99.
      *> Rang: 1 wird zuerst bedient; bei gleichem Rang entscheidet
      *> das Eingangsdatum (Prioritaetsprinzip).
           05 PF-RANG              PIC 9(3).
           05 PF-EINGANG           PIC 9(8).
           05 PF-LETZTE-ZAHLUNG    PIC 9(8).
      *> A = Aktiv, E = Erledigt (Forderung voll bezahlt),
      *> X = Aufgehoben (Ruecknahme durch Glaeubiger/Gericht)
           05 PF-STATUS            PIC X.
