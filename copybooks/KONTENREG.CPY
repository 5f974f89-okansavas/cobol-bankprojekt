      *> Registersatz fuer kontenregister.dat (Kontenabrufverfahren):
      *> ein Satz je Konto und verfuegungsberechtigter Person,
      *> sortiert nach dem Schluessel. Die Datei wird taeglich von
      *> KONTENREGISTER aus kunden.dat, kunden-historie.dat (Konten,
      *> die in den letzten zehn Jahren geschlossen wurden),
      *> kontoinhaber.dat, vollmachten.dat und vertreter.dat neu
      *> aufgebaut; Neuzugaenge, Aenderungen und Schliessungen des
      *> Tages gehen als Lieferdatei kontenabruf-JJJJMMTT.dat hinaus.
      *> Abfrage je Person ueber KONTENABRUF.
       01 KONTENREGISTER-SATZ.
           05 KR-SCHLUESSEL.
               10 KR-KUNDEN-NR     PIC 9(5).
      *> I = Inhaber, M = Mitinhaber (Gemeinschaftskonto),
      *> B = Bevollmaechtigter, G = gesetzlicher Vertreter
               10 KR-ROLLE         PIC X.
               10 KR-PERSON-NR     PIC 9(5).
           05 KR-NAME              PIC X(30).
      *> 0 = nicht erfasst
           05 KR-GEBURTSDATUM      PIC 9(8).
           05 KR-KONTOART          PIC X.
           05 KR-NIEDERLASSUNG     PIC X(4).
           05 KR-EROEFFNUNG        PIC 9(8).
      *> 0 = Konto offen
           05 KR-SCHLIESSUNG       PIC 9(8).
      *> Zeitraum der Berechtigung; bei Inhabern ab Eroeffnung bzw.
      *> Eintritt, bis 0 = unbefristet
           05 KR-GUELTIG-VON       PIC 9(8).
           05 KR-GUELTIG-BIS       PIC 9(8).
      *> Vollmachtart (V/E/T) bzw. Verfuegungsregel des
      *> Gemeinschaftskontos (O/U), sonst Leerstelle
           05 KR-ART               PIC X.
      *> Datum der letzten inhaltlichen Aenderung des Eintrags
           05 KR-STAND             PIC 9(8).
