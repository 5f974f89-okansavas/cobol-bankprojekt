       01 ABLAUF-SATZ.
           05 ABLAUF-DATUM         PIC 9(8).
      *> BACKUP, DAUERAUFTRAG, FESTGELD, DARLEHEN, ZINSLAUF,
      *> GEBUEHREN, FXBEW, PFAENDUNG, SCHLIESSFACH, AUDIT, EXTRAKT,
      *> MITARBEITER, WARNUNG, RUHEND, UEBERZUG, VOLLJAEHRIG,
      *> LEGITIMATION, KONTENREGISTER, OBLIGO, COMPLIANCE, SORTEN,
      *> REKLAMATION, BESTAND, KONTOWECKER, CLEARING, GLEXPORT,
      *> RECONCILE, FERTIG
           05 ABLAUF-SCHRITT       PIC X(16).
      *> Letzte im Zinslauf fertig verarbeitete Kundennummer,
      *> 0 ausserhalb des Zinslaufs.
