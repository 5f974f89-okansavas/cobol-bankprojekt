      *> Benachrichtigungssatz fuer kontowecker.dat, Schluessel ist
      *> (Kundennummer, Benachrichtigungsart): welche Ereignisse auf
      *> dem Konto der Kunde per E-Mail oder SMS gemeldet haben will.
      *> An- und Abmeldung ueber KONTOWECKERPFLEGE (mit Einwilligung
      *> im Kundenjournal, Aktionen WECKEIN/WECKAUS); ausgewertet im
      *> Tagesabschluss von KONTOWECKERLAUF. Abgemeldete Saetze
      *> bleiben als Nachweis stehen.
       01 WECKER-EINTRAG.
           05 WK-SCHLUESSEL.
               10 WK-KUNDEN-NR     PIC 9(5).
      *> S = Saldo unter Schwelle, B = Einzelbelastung ueber Betrag,
      *> F = Dauerauftrag oder Darlehensrate nicht ausgefuehrt,
      *> E = Zahlungseingang, K = Kartenumsatz (Geldautomat)
               10 WK-ART           PIC X.
      *> Schwelle bei Art S und B, sonst 0
           05 WK-SCHWELLE          PIC 9(7)V99.
      *> E = E-Mail an ADR-EMAIL, S = SMS an ADR-TELEFON
      *> (adressen.dat)
           05 WK-KANAL             PIC X.
      *> A = angemeldet, B = abgemeldet
           05 WK-STATUS            PIC X.
           05 WK-ANGEMELDET-DATUM  PIC 9(8).
           05 WK-ANGEMELDET-VON    PIC X(4).
           05 WK-ABGEMELDET-DATUM  PIC 9(8).
           05 WK-ABGEMELDET-VON    PIC X(4).
      *> Nur Art S: 'J' = Unterschreitung ist gemeldet; erst wenn
      *> der Saldo wieder ueber der Schwelle liegt, wird erneut
      *> gemeldet.
           05 WK-GEMELDET          PIC X.
