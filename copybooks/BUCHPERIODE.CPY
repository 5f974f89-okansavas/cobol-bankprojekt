      *> Periodensatz fuer buchungsperioden.dat, Schluessel ist der
      *> Monat JJJJMM. Nach dem Monatsabschluss und dem Hauptbuch-
      *> Export schliesst ein Supervisor den Monat (PERIODENPFLEGE);
      *> danach weist jedes buchende Programm Buchungen mit einem
      *> Buchungsdatum in diesem Monat ab (PERIODENPRUEF). Monate
      *> ohne Satz sind offen. Wieder geoeffnete Monate behalten den
      *> Satz mit Status O als Nachweis.
       01 PERIODE-EINTRAG.
           05 PER-MONAT            PIC 9(6).
      *> G = geschlossen, O = wieder geoeffnet
           05 PER-STATUS           PIC X.
           05 PER-GESCHLOSSEN-DATUM PIC 9(8).
           05 PER-GESCHLOSSEN-VON  PIC X(4).
           05 PER-GEOEFFNET-DATUM  PIC 9(8).
           05 PER-GEOEFFNET-VON    PIC X(4).
      *> Begruendung der Wiedereroeffnung
           05 PER-GRUND            PIC X(40).
