      *> Nachlasssatz fuer nachlass.dat, Schluessel ist die
      *> Personennummer des verstorbenen Kunden. Angelegt von der
      *> Nachlassbearbeitung (NACHLASS) zusammen mit dem Todestag in
      *> personen.dat. Der Nachlasskontakt (Erbe, Testaments-
      *> vollstrecker, Nachlasspfleger) erhaelt ab dann die
      *> Kontoauszuege aller Konten der Person (Versandart N, siehe
      *> VERSAND.CPY); KONTOAUSZUG druckt seine Anschrift in den
      *> Auszugskopf.
       01 NACHLASS-EINTRAG.
           05 NL-PERSON-NR         PIC 9(5).
           05 NL-STERBEDATUM       PIC 9(8).
           05 NL-KONTAKT-NAME      PIC X(30).
           05 NL-KONTAKT-STRASSE   PIC X(30).
           05 NL-KONTAKT-PLZ       PIC X(10).
           05 NL-KONTAKT-ORT       PIC X(25).
           05 NL-ERFASST-DATUM     PIC 9(8).
           05 NL-ERFASST-MA        PIC X(4).
