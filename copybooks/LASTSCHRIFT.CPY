      *> Satz fuer lastschriften.dat: je gebuchter Lastschrift die
      *> Mandatsdaten, die im Buchungssatz keinen Platz haben.
      *> Der Schluessel ist derselbe wie der des Buchungssatzes
      *> LASTSCHRIFT in kontobewegungen.dat. Geschrieben von
      *> LASTSCHRIFTIMPORT, gelesen von LASTSCHRIFTRUECKGABE fuer
      *> die Erstattung innerhalb der gesetzlichen Frist.
       01 LASTSCHRIFT-EINTRAG.
           05 LS-SCHLUESSEL.
               10 LS-KUNDEN-NR         PIC 9(5).
               10 LS-DATUM             PIC 9(8).
               10 LS-ZEIT              PIC 9(8).
           05 LS-GLAEUBIGER-ID         PIC X(35).
           05 LS-GLAEUBIGER-NAME       PIC X(30).
           05 LS-MANDAT-REFERENZ       PIC X(35).
           05 LS-BETRAG                PIC 9(7)V99.
           05 LS-WAEHRUNG              PIC X(3).
      *> G = gebucht, E = erstattet (Ruecklastschrift MD06)
           05 LS-STATUS                PIC X.
           05 LS-ERSTATTET-DATUM       PIC 9(8).
