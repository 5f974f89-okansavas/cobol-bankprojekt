           05 PERSON-NR            PIC 9(5).
           05 PERSON-NAME          PIC X(30).
           05 PERSON-NIEDERLASSUNG PIC X(4).
      *> Todestag JJJJMMTT, 0 = lebt. Gesetzt von der
      *> Nachlassbearbeitung (NACHLASS, siehe NACHLASSKONTAKT.CPY);
      *> Altbestaende uebernimmt PERSONMIG mit 0.
           05 PERSON-STERBEDATUM   PIC 9(8).
      *> Geburtsdatum JJJJMMTT, 0 = nicht erfasst. Erfasst in
      *> ADDCLIENT bzw. VERTRETERPFLEGE; daraus ergibt sich die
      *> Minderjaehrigkeit (siehe JUGENDPRUEF, VERTRETER.CPY).
           05 PERSON-GEBURTSDATUM  PIC 9(8).
