      *> Legitimationssatz fuer legitimation.dat, Schluessel ist die
      *> Personennummer: wie die Person bei Kontoeroeffnung bzw.
      *> Aufnahme als Mitinhaber oder Bevollmaechtigter
      *> identifiziert wurde, dazu Risikoklasse und naechste
      *> Ueberpruefung (Abstand je Klasse aus legparameter.dat).
      *> Erfasst und geprueft ueber LEGITIMATIONPRUEF (ADDCLIENT,
      *> INHABERPFLEGE, VOLLMACHTPFLEGE, LEGITIMATIONPFLEGE),
      *> IMPORTCLIENTS uebernimmt die Angaben aus der Importdatei.
      *> Der Monatslauf LEGITIMATIONLAUF listet abgelaufene Ausweise
      *> und faellige Ueberpruefungen und friert nach der Kulanzfrist
      *> die Konten von Personen ohne gueltige Legitimation ein.
       01 LEGITIMATION-EINTRAG.
           05 LEG-PERSON-NR        PIC 9(5).
      *> P = Personalausweis, R = Reisepass, A = Aufenthaltstitel,
      *> H = Handelsregisterauszug, S = Sonstiges,
      *> Leerzeichen = keine Legitimation erfasst (Satz nur vom
      *> Monatslauf angelegt, um den Mangel festzuhalten)
           05 LEG-AUSWEISART       PIC X.
           05 LEG-AUSWEIS-NR       PIC X(20).
           05 LEG-BEHOERDE         PIC X(30).
      *> Ablaufdatum des Dokuments JJJJMMTT, 0 = unbefristet
           05 LEG-GUELTIG-BIS      PIC 9(8).
      *> N = Niedrig, M = Mittel, H = Hoch
           05 LEG-RISIKOKLASSE     PIC X.
           05 LEG-PRUEF-DATUM      PIC 9(8).
           05 LEG-NAECHSTE-PRUEFUNG PIC 9(8).
      *> Seit wann der Monatslauf eine fehlende oder abgelaufene
      *> Legitimation kennt (Beginn der Kulanzfrist), 0 = kein
      *> Mangel
           05 LEG-MANGEL-SEIT      PIC 9(8).
      *> Einfrieren der Konten durch den Monatslauf, 0 = nicht
      *> eingefroren
           05 LEG-SPERR-DATUM      PIC 9(8).
           05 LEG-SPERRGRUND       PIC X(40).
