      *> Satz fuer mitarbeiter-nahestehende.dat, Schluessel ist
      *> (Mitarbeiter-ID, Personennummer): vom Mitarbeiter erklaerte
      *> nahestehende Personen (Ehepartner, Kinder, Eltern,
      *> Lebensgefaehrten). Gepflegt ueber MITARBEITERPFLEGE; ist
      *> eine davon Inhaber, Mitinhaber, Bevollmaechtigter oder
      *> gesetzlicher Vertreter eines Kontos, weist MITARBEITERPRUEF
      *> Buchungen des Mitarbeiters auf diesem Konto ab, und
      *> MITARBEITERGESCHAEFTE meldet sie im Tagesabschluss.
       01 NAHESTEHENDE-EINTRAG.
           05 NS-SCHLUESSEL.
               10 NS-MA-ID         PIC X(4).
               10 NS-PERSON-NR     PIC 9(5).
      *> Art der Beziehung als Freitext, z.B. EHEPARTNER, KIND
           05 NS-BEZIEHUNG         PIC X(20).
           05 NS-SEIT              PIC 9(8).
